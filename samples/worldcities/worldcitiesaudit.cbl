       identification division.
       program-id. worldcitiesaudit.
      *
      * This program is free software; you can redistribute it and/or
      * modify it under the terms of the GNU General Public License as
      * published by the Free Software Foundation; either version 2,
      * or (at your option) any later version.
      *
      * This program is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.

      *==================================================
      * worldcitiesaudit (build 1.00)
      *
      * data-quality audit of the city master
      * (citymaster.dat).  one sweep, every row checked
      * for:
      *   DUP   a probable duplicate - the same name once
      *         case, accents, spaces and punctuation are
      *         set aside (the ascii name column compared
      *         letters and digits only) in the same
      *         country within dup-km of another row
      *   SEAT  an administrative seat (feature code
      *         PPLA..PPLA4 or PPLC) with no population
      *   ADM1  no admin1 code, in a country that has
      *         them (admin1CodesASCII.txt, or any other
      *         row of the country carrying one)
      *   TZ    a time zone not in timeZones.txt (or none)
      *   ELEV  an elevation outside -450 m to 5500 m for
      *         a populated place, 8850 m for anything else
      *   ZERO  coordinates of exactly 0,0
      *
      * usage:
      *   worldcitiesaudit [reference-path] [dup-km]
      *
      * reference-path is the directory holding
      * timeZones.txt and admin1CodesASCII.txt (default
      * the current one); without timeZones.txt the TZ
      * check is not made.  dup-km defaults to 5.
      *
      * report: worldcitiesaudit.rpt - the detail by
      * country and name, then the counts per country
      * with the share of its rows that raised anything,
      * so it is plain how far each country's extract can
      * be trusted.  worldcitiesaudit.csv, one row per
      * finding.  return-code 0 clean, 4 when the master
      * cannot be read or a table filled up.
      *==================================================

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select master-file
               assign to 'citymaster.dat'
               organization is indexed
               access mode is dynamic
               record key is cm-geonameid
               file status is master-file-status.

           select tz-file
               assign to tz-file-name
               file status is tz-file-status
               organization is line sequential.

           select admin1-file
               assign to admin1-file-name
               file status is admin1-file-status
               organization is line sequential.

           select sort-file
               assign to 'worldcitiesaudit.srt'.

           select report-file
               assign to 'worldcitiesaudit.rpt'
               file status is report-file-status
               organization is line sequential.

           select csv-file
               assign to 'worldcitiesaudit.csv'
               file status is csv-file-status
               organization is line sequential.

       data division.
       file section.
       fd  master-file.
       01  master-record.
           03  cm-geonameid pic 9(9).
           03  cm-country-code pic x(2).
           03  cm-feature pic x.
           03  cm-population pic 9(9).
           03  cm-name pic x(43).
           03  cm-latitude pic s9(3)v9(6).
           03  cm-longitude pic s9(3)v9(6).
           03  cm-admin1 pic x(11).
           03  cm-timezone pic x(30).
           03  cm-elevation pic s9(5).
           03  cm-city-line pic x(1000).

       fd  tz-file.
       01  tz-record pic x(200).

       fd  admin1-file.
       01  admin1-record pic x(1000).

       sd  sort-file.
       01  sort-record.
           03  sa-country pic x(2).
           03  sa-key pic x(43).
           03  sa-latitude pic s9(3)v9(6).
           03  sa-longitude pic s9(3)v9(6).
           03  sa-geonameid pic 9(9).
           03  sa-name pic x(43).
           03  sa-feature-code pic x(10).
           03  sa-population pic 9(9).
           03  sa-admin1 pic x(11).
           03  sa-timezone pic x(30).
           03  sa-elevation pic s9(5).
           03  sa-seat-flag pic x.
           03  sa-tz-flag pic x.
           03  sa-elev-flag pic x.
           03  sa-zero-flag pic x.

       fd  report-file.
       01  report-record pic x(132).

       fd  csv-file.
       01  csv-record pic x(256).

       working-storage section.
       01  build-tag pic x(16) value 'build 1.00'.

       01  master-file-status pic x(2).
       01  tz-file-status pic x(2).
       01  admin1-file-status pic x(2).
       01  report-file-status pic x(2).
       01  csv-file-status pic x(2).

       01  file-path pic x(64).
       01  dup-km-text pic x(8).
       01  tz-file-name pic x(70).
       01  admin1-file-name pic x(70).

       01  dup-km pic 9(3)v9 value 5.
       01  dup-km-disp pic zz9.9.
       01  elev-low pic s9(5) value -450.
       01  elev-high-p pic s9(5) value 5500.
       01  elev-high pic s9(5) value 8850.
       01  row-count pic 9(9) value 0.
       01  finding-count pic 9(9) value 0.
       01  sort-eof pic x.

      *  time zone ids from timeZones.txt
       01  tz-max pic 9(3) value 0.
       01  tz-lim pic 9(3) value 500.
       01  tz-idx pic 9(3).
       01  tz-table.
           03  tz-id pic x(30) occurs 500.
       01  tz-columns.
           03  tz-c-country pic x(2).
           03  tz-c-id pic x(40).
           03  tz-c-gmt pic x(6).

      *  the per-country counts; cc-has-admin1 is set from
      *  admin1CodesASCII.txt and from any row carrying a code
       01  cc-max pic 9(3) value 0.
       01  cc-lim pic 9(3) value 300.
       01  cc-idx pic 9(3).
       01  cc-overflow pic x value 'n'.
       01  cc-table.
           03  cc-entry occurs 300.
               05  cc-code pic x(2).
               05  cc-has-admin1 pic x.
               05  cc-rows pic 9(9).
               05  cc-flagged pic 9(9).
               05  cc-dup pic 9(7).
               05  cc-seat pic 9(7).
               05  cc-adm1 pic 9(7).
               05  cc-tz pic 9(7).
               05  cc-elev pic 9(7).
               05  cc-zero pic 9(7).
       01  find-country pic x(2).
       01  admin1-c-code pic x(11).

      *  one name group (same country, same name key) held for
      *  the pairwise distance test
       01  grp-max pic 9(3) value 0.
       01  grp-lim pic 9(3) value 200.
       01  grp-idx pic 9(3).
       01  grp-jdx pic 9(3).
       01  grp-country pic x(2).
       01  grp-key pic x(43).
       01  grp-table.
           03  grp-entry occurs 200.
               05  grp-geonameid pic 9(9).
               05  grp-name pic x(43).
               05  grp-rlat usage comp-2.
               05  grp-rlon usage comp-2.
               05  grp-dup pic x.
               05  grp-flagged pic x.
       01  grp-overflow pic 9(5) value 0.

       01  deg-rad usage comp-2 value 0.0174532925.
       01  earth-km usage comp-2 value 6371.
       01  dup-cos usage comp-2.
       01  this-cos usage comp-2.
       01  pair-km pic 9(3)v9.
       01  pair-km-disp pic zz9.9.

      *  the name key - ascii name, upper case, letters and digits
       01  p-geonameid pic x(12).
       01  p-name pic x(200).
       01  p-asciiname pic x(200).
       01  p-alternatenames pic x(5000).
       01  p-latitude pic x(12).
       01  p-longitude pic x(12).
       01  p-featureclass pic x.
       01  p-featurecode pic x(10).
       01  key-source pic x(43).
       01  key-idx pic 9(2).
       01  key-out pic 9(2).

       01  finding-code pic x(4).
       01  finding-text pic x(60).
       01  finding-country pic x(2).
       01  finding-geonameid pic 9(9).
       01  finding-name pic x(43).
       01  row-flagged pic x.
       01  elev-disp pic -(4)9.
       01  pct-disp pic zz9.9.
       01  pct-work pic 9(3)v9.
       01  count-disp pic z(8)9.
       01  count-disp-2 pic z(8)9.
       01  small-disp pic z(6)9.
       01  small-disp-2 pic z(6)9.
       01  small-disp-3 pic z(6)9.
       01  small-disp-4 pic z(6)9.
       01  small-disp-5 pic z(6)9.
       01  small-disp-6 pic z(6)9.
       01  report-line pic x(132).

       procedure division chaining file-path dup-km-text.
       start-worldcitiesaudit.
           display 'worldcitiesaudit ' build-tag end-display
           if file-path = spaces
               move '.' to file-path
           end-if
           if dup-km-text <> spaces
               if trim(dup-km-text) is numeric
                   compute dup-km = numval(dup-km-text) end-compute
               else
                   display 'usage: worldcitiesaudit [reference-path]'
                       ' [dup-km]' end-display
                   move 4 to return-code
                   stop run
               end-if
           end-if
           compute dup-cos = cos(dup-km / earth-km) end-compute

           open input master-file
           if master-file-status <> '00'
               display 'cannot open citymaster.dat ('
                   master-file-status ')' end-display
               move 4 to return-code
               stop run
           end-if
           perform load-timezone-table
           perform load-admin1-countries

           open output report-file csv-file
           move dup-km to dup-km-disp
           move spaces to report-line
           string 'worldcitiesaudit - citymaster.dat data quality, '
               'duplicates within ' trim(dup-km-disp) ' km'
               delimited by size into report-line end-string
           perform note-line
           if tz-max = 0
               move 'no timeZones.txt - time zones not checked'
                   to report-line
               perform note-line
           end-if
           move spaces to report-line
           perform note-line
           move 'cc check geonameid name' to report-line
           perform note-line
           move 'country,geonameid,"name",check,"detail"'
               to csv-record
           write csv-record end-write

           sort sort-file
               on ascending key sa-country sa-key sa-latitude
               input procedure sweep-master
               output procedure audit-rows
           close master-file

           perform write-country-counts
           close report-file csv-file

           display 'rows ' row-count ' findings ' finding-count
               end-display
           if cc-overflow = 'y' or grp-overflow > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run
           .
      *==========================================================
      *  sweep-master - every row to the sort with the checks
      *  that need only the row itself already made; the
      *  admin1 check waits until every country's rows have
      *  been seen
      *==========================================================
       sweep-master.
           read master-file next record
               at end move '10' to master-file-status
           end-read
           perform until master-file-status <> '00'
               add 1 to row-count end-add
               move cm-country-code to find-country
               perform find-country-entry
               if cc-idx > 0
                   add 1 to cc-rows(cc-idx) end-add
                   if cm-admin1(4:) <> spaces
                   and cm-admin1(4:) <> '00'
                       move 'y' to cc-has-admin1(cc-idx)
                   end-if
               end-if
               perform build-sort-record
               release sort-record
               read master-file next record
                   at end move '10' to master-file-status
               end-read
           end-perform
           .
       build-sort-record.
           move spaces to p-asciiname p-featurecode
           unstring cm-city-line delimited by x'09' into
               p-geonameid p-name p-asciiname p-alternatenames
               p-latitude p-longitude p-featureclass p-featurecode
           end-unstring
           move cm-country-code to sa-country
           move cm-latitude to sa-latitude
           move cm-longitude to sa-longitude
           move cm-geonameid to sa-geonameid
           move cm-name to sa-name
           move p-featurecode to sa-feature-code
           move cm-population to sa-population
           move cm-admin1 to sa-admin1
           move cm-timezone to sa-timezone
           move cm-elevation to sa-elevation

           if p-asciiname <> spaces
               move upper-case(p-asciiname(1:43)) to key-source
           else
               move upper-case(cm-name) to key-source
           end-if
           move spaces to sa-key
           move 0 to key-out
           perform varying key-idx from 1 by 1
           until key-idx > 43
               if (key-source(key-idx:1) >= 'A'
                   and key-source(key-idx:1) <= 'Z')
               or key-source(key-idx:1) is numeric
                   add 1 to key-out end-add
                   move key-source(key-idx:1) to sa-key(key-out:1)
               end-if
           end-perform

           move 'n' to sa-seat-flag sa-tz-flag sa-elev-flag
               sa-zero-flag
           if (p-featurecode(1:4) = 'PPLA' or p-featurecode = 'PPLC')
           and cm-population = 0
               move 'y' to sa-seat-flag
           end-if
           if tz-max > 0
               perform varying tz-idx from 1 by 1
               until tz-idx > tz-max
               or tz-id(tz-idx) = cm-timezone
                   continue
               end-perform
               if tz-idx > tz-max or cm-timezone = spaces
                   move 'y' to sa-tz-flag
               end-if
           end-if
           if cm-elevation < elev-low
           or (cm-feature = 'P' and cm-elevation > elev-high-p)
           or cm-elevation > elev-high
               move 'y' to sa-elev-flag
           end-if
           if cm-latitude = 0 and cm-longitude = 0
               move 'y' to sa-zero-flag
           end-if
           .
      *==========================================================
      *  audit-rows - back in country and name-key order: the
      *  row findings are listed as each row comes, the
      *  duplicates when its name group closes
      *==========================================================
       audit-rows.
           move 'n' to sort-eof
           move spaces to grp-country grp-key
           move 0 to grp-max
           return sort-file
               at end move 'y' to sort-eof
           end-return
           perform until sort-eof = 'y'
               if sa-country <> grp-country or sa-key <> grp-key
                   perform close-name-group
                   move sa-country to grp-country
                   move sa-key to grp-key
               end-if
               move sa-country to find-country
               perform find-country-entry
               perform check-row
               perform hold-in-group
               return sort-file
                   at end move 'y' to sort-eof
               end-return
           end-perform
           perform close-name-group
           .
       check-row.
           move 'n' to row-flagged
           move sa-country to finding-country
           move sa-geonameid to finding-geonameid
           move sa-name to finding-name
           if sa-seat-flag = 'y'
               move 'SEAT' to finding-code
               move spaces to finding-text
               string 'feature ' trim(sa-feature-code)
                   ' with no population'
                   delimited by size into finding-text end-string
               perform note-finding
               if cc-idx > 0
                   add 1 to cc-seat(cc-idx) end-add
               end-if
           end-if
           if (sa-admin1(4:) = spaces or sa-admin1(4:) = '00')
           and cc-idx > 0
               if cc-has-admin1(cc-idx) = 'y'
                   move 'ADM1' to finding-code
                   move 'no admin1 code' to finding-text
                   perform note-finding
                   add 1 to cc-adm1(cc-idx) end-add
               end-if
           end-if
           if sa-tz-flag = 'y'
               move 'TZ' to finding-code
               if sa-timezone = spaces
                   move 'no time zone' to finding-text
               else
                   move spaces to finding-text
                   string 'unknown zone ' trim(sa-timezone)
                       delimited by size into finding-text end-string
               end-if
               perform note-finding
               if cc-idx > 0
                   add 1 to cc-tz(cc-idx) end-add
               end-if
           end-if
           if sa-elev-flag = 'y'
               move 'ELEV' to finding-code
               move sa-elevation to elev-disp
               move spaces to finding-text
               string 'elevation ' trim(elev-disp) ' m'
                   delimited by size into finding-text end-string
               perform note-finding
               if cc-idx > 0
                   add 1 to cc-elev(cc-idx) end-add
               end-if
           end-if
           if sa-zero-flag = 'y'
               move 'ZERO' to finding-code
               move 'latitude and longitude both 0' to finding-text
               perform note-finding
               if cc-idx > 0
                   add 1 to cc-zero(cc-idx) end-add
               end-if
           end-if
           .
       hold-in-group.
           if grp-max >= grp-lim
               add 1 to grp-overflow end-add
               if row-flagged = 'y' and cc-idx > 0
                   add 1 to cc-flagged(cc-idx) end-add
               end-if
               exit paragraph
           end-if
           add 1 to grp-max end-add
           move sa-geonameid to grp-geonameid(grp-max)
           move sa-name to grp-name(grp-max)
           compute grp-rlat(grp-max) = sa-latitude * deg-rad
           end-compute
           compute grp-rlon(grp-max) = sa-longitude * deg-rad
           end-compute
           move 'n' to grp-dup(grp-max)
           move row-flagged to grp-flagged(grp-max)
           .
      *==========================================================
      *  close-name-group - every pair in the group within
      *  dup-km is listed; the country counts are of rows that
      *  have at least one near namesake, and of rows that
      *  raised anything at all
      *==========================================================
       close-name-group.
           move grp-country to find-country
           perform find-country-entry
           if grp-max > 1
               perform varying grp-idx from 1 by 1
               until grp-idx >= grp-max
                   compute grp-jdx = grp-idx + 1 end-compute
                   perform until grp-jdx > grp-max
                       perform test-duplicate-pair
                       add 1 to grp-jdx end-add
                   end-perform
               end-perform
           end-if
           if grp-max > 0 and cc-idx > 0
               perform varying grp-idx from 1 by 1
               until grp-idx > grp-max
                   if grp-dup(grp-idx) = 'y'
                       add 1 to cc-dup(cc-idx) end-add
                   end-if
                   if grp-dup(grp-idx) = 'y'
                   or grp-flagged(grp-idx) = 'y'
                       add 1 to cc-flagged(cc-idx) end-add
                   end-if
               end-perform
           end-if
           move 0 to grp-max
           .
       test-duplicate-pair.
           compute this-cos =
               sin(grp-rlat(grp-idx)) * sin(grp-rlat(grp-jdx))
               + cos(grp-rlat(grp-idx)) * cos(grp-rlat(grp-jdx))
               * cos(grp-rlon(grp-idx) - grp-rlon(grp-jdx))
           end-compute
           if this-cos < dup-cos
               exit paragraph
           end-if
           if this-cos >= 1
               move 0 to pair-km
           else
               compute pair-km rounded = acos(this-cos) * earth-km
               end-compute
           end-if
           move pair-km to pair-km-disp
           move 'DUP' to finding-code
           move grp-geonameid(grp-idx) to finding-geonameid
           move grp-name(grp-idx) to finding-name
           move grp-country to finding-country
           move spaces to finding-text
           string 'same name as ' grp-geonameid(grp-jdx) ' '
               trim(pair-km-disp) ' km away'
               delimited by size into finding-text end-string
           perform note-finding
           move 'y' to grp-dup(grp-idx) grp-dup(grp-jdx)
           .
      *==========================================================
      *  note-finding - one line to the report and the csv
      *==========================================================
       note-finding.
           add 1 to finding-count end-add
           move 'y' to row-flagged
           move spaces to report-line
           string finding-country ' ' finding-code ' '
               finding-geonameid ' ' finding-name(1:30) ' '
               finding-text
               delimited by size into report-line end-string
           perform note-line
           move spaces to csv-record
           string finding-country ',' finding-geonameid ',"'
               trim(finding-name) '",' trim(finding-code) ',"'
               trim(finding-text) '"'
               delimited by size into csv-record end-string
           write csv-record end-write
           .
      *==========================================================
      *  write-country-counts - one line a country, with the
      *  share of its rows that raised anything
      *==========================================================
       write-country-counts.
           move spaces to report-line
           perform note-line
           move 'counts per country' to report-line
           perform note-line
           move spaces to report-line
           perform note-line
           move spaces to report-line
           string 'cc       rows    flagged  flag%'
               '     dup    seat    adm1      tz    elev    zero'
               delimited by size into report-line end-string
           perform note-line
      *    the table SORT covers all 300 entries - pin the unused
      *    tail to high-values so the real ones sort to the front
           compute cc-idx = cc-max + 1 end-compute
           perform until cc-idx > cc-lim
               move high-values to cc-entry(cc-idx)
               add 1 to cc-idx end-add
           end-perform
           sort cc-entry on ascending key cc-code
           perform varying cc-idx from 1 by 1
           until cc-idx > cc-max
               if cc-rows(cc-idx) > 0
                   compute pct-work rounded =
                       cc-flagged(cc-idx) * 100 / cc-rows(cc-idx)
                       on size error move 100 to pct-work
                   end-compute
                   move pct-work to pct-disp
                   move cc-rows(cc-idx) to count-disp
                   move cc-flagged(cc-idx) to count-disp-2
                   move cc-dup(cc-idx) to small-disp
                   move cc-seat(cc-idx) to small-disp-2
                   move cc-adm1(cc-idx) to small-disp-3
                   move cc-tz(cc-idx) to small-disp-4
                   move cc-elev(cc-idx) to small-disp-5
                   move cc-zero(cc-idx) to small-disp-6
                   move spaces to report-line
                   string cc-code(cc-idx) ' ' count-disp ' '
                       count-disp-2 '  ' pct-disp ' '
                       small-disp ' ' small-disp-2 ' '
                       small-disp-3 ' ' small-disp-4 ' '
                       small-disp-5 ' ' small-disp-6
                       delimited by size into report-line end-string
                   perform note-line
               end-if
           end-perform
           if cc-overflow = 'y'
               move spaces to report-line
               string 'note: more than ' cc-lim
                   ' countries - the rest are not counted'
                   delimited by size into report-line end-string
               perform note-line
           end-if
           if grp-overflow > 0
               move spaces to report-line
               string 'note: ' grp-overflow ' rows in name groups of'
                   ' more than ' grp-lim ' not checked for duplicates'
                   delimited by size into report-line end-string
               perform note-line
           end-if
           .
       note-line.
           move report-line to report-record
           write report-record end-write
           .
      *==========================================================
      *  find-country-entry - cc-idx for find-country, added on
      *  first sight; zero when the table is full
      *==========================================================
       find-country-entry.
           perform varying cc-idx from 1 by 1
           until cc-idx > cc-max
           or cc-code(cc-idx) = find-country
               continue
           end-perform
           if cc-idx > cc-max
               if cc-max >= cc-lim
                   move 'y' to cc-overflow
                   move 0 to cc-idx
                   exit paragraph
               end-if
               add 1 to cc-max end-add
               move cc-max to cc-idx
               initialize cc-entry(cc-idx)
               move find-country to cc-code(cc-idx)
               move 'n' to cc-has-admin1(cc-idx)
           end-if
           .
      *==========================================================
      *  load-timezone-table - the zone ids, as worldcities8
      *  loads them (header row skipped)
      *==========================================================
       load-timezone-table.
           move spaces to tz-file-name
           string file-path delimited by space
               '/timeZones.txt' delimited by size
               into tz-file-name end-string
           open input tz-file
           if tz-file-status <> '00'
               exit paragraph
           end-if
           read tz-file end-read
           perform until tz-file-status <> '00'
           or tz-max >= tz-lim
               move spaces to tz-columns
               unstring tz-record delimited by x'09' into
                   tz-c-country tz-c-id tz-c-gmt
               end-unstring
               if tz-c-id <> spaces
               and tz-c-gmt(1:1) <> 'G'
                   add 1 to tz-max end-add
                   move tz-c-id to tz-id(tz-max)
               end-if
               read tz-file end-read
           end-perform
           close tz-file
           .
      *==========================================================
      *  load-admin1-countries - every country with a row in
      *  admin1CodesASCII.txt has admin1 codes; no file is not
      *  an error, the master's own rows then decide
      *==========================================================
       load-admin1-countries.
           move spaces to admin1-file-name
           string file-path delimited by space
               '/admin1CodesASCII.txt' delimited by size
               into admin1-file-name end-string
           open input admin1-file
           if admin1-file-status <> '00'
               exit paragraph
           end-if
           read admin1-file end-read
           perform until admin1-file-status <> '00'
               move spaces to admin1-c-code
               unstring admin1-record delimited by x'09'
                   into admin1-c-code
               end-unstring
               if admin1-c-code(3:1) = '.'
                   move admin1-c-code(1:2) to find-country
                   perform find-country-entry
                   if cc-idx > 0
                       move 'y' to cc-has-admin1(cc-idx)
                   end-if
               end-if
               read admin1-file end-read
           end-perform
           close admin1-file
           .
