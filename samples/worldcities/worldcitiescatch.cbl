       identification division.
       program-id. worldcitiescatch.
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
      * worldcitiescatch (build 1.00)
      *
      * airfield catchment population for base
      * planning.  every airfield on flightlog's
      * icaoref.dat (or just the candidates named in a
      * list file, one ICAO code per line) gets the
      * population of the populated places (feature
      * class P) on citymaster.dat within 25, 50 and
      * 100 km summed, and the towns of at least a
      * chosen size counted in each ring.  one sweep of
      * the master serves every candidate.
      *
      * where two candidates' 100 km catchments take in
      * the same towns the pair is reported with the
      * shared town count and population - the places
      * two bases would compete for.
      *
      * usage:
      *   worldcitiescatch [icao-list-file] [min-town-pop]
      *
      * min-town-pop defaults to 10000.  the candidates
      * are capped at 500 (the icaoref.dat cap
      * worldcities8 uses) and the competing pairs at
      * 2000.
      *
      * report: worldcitiescatch.rpt, ranked by the
      * 100 km population; worldcitiescatch.csv, one
      * row per candidate in rank order;
      * worldcitiescatch-overlap.csv, one row per
      * competing pair.  return-code 0 clean, 4 when a
      * listed code is not on icaoref.dat or a table
      * filled up.
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

           select icao-file
               assign to 'icaoref.dat'
               file status is icao-file-status
               organization is line sequential.

           select list-file
               assign to list-file-name
               file status is list-file-status
               organization is line sequential.

           select report-file
               assign to 'worldcitiescatch.rpt'
               file status is report-file-status
               organization is line sequential.

           select csv-file
               assign to csv-file-name
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

      *  flightlog's airfield reference, as worldcities8 reads it
       fd  icao-file.
       01  icao-record.
           03  ir-code pic x(4).
           03  ir-country pic x(2).
           03  ir-lat pic s9(3)v9(4) sign leading separate.
           03  ir-lon pic s9(3)v9(4) sign leading separate.

       fd  list-file.
       01  list-record pic x(80).

       fd  report-file.
       01  report-record pic x(132).

       fd  csv-file.
       01  csv-record pic x(256).

       working-storage section.
       01  build-tag pic x(16) value 'build 1.00'.

       01  master-file-status pic x(2).
       01  icao-file-status pic x(2).
       01  list-file-status pic x(2).
       01  report-file-status pic x(2).
       01  csv-file-status pic x(2).

       01  list-file-name pic x(128).
       01  min-pop-text pic x(12).
       01  csv-file-name pic x(64).

       01  min-town-pop pic 9(9) value 10000.
       01  min-pop-disp pic z(8)9.
       01  list-code pic x(4).
       01  bad-count pic 9(5) value 0.
       01  place-count pic 9(9) value 0.
       01  rank-disp pic zz9.

      *  the candidates - from the list file when one is given,
      *  otherwise every airfield on icaoref.dat
       01  ca-max pic 9(3) value 0.
       01  ca-lim pic 9(3) value 500.
       01  ca-idx pic 9(3).
       01  ca-table.
           03  ca-entry occurs 1 to 500 depending on ca-max.
               05  ca-pop-100 pic 9(12).
               05  ca-pop-50 pic 9(12).
               05  ca-pop-25 pic 9(12).
               05  ca-towns-100 pic 9(7).
               05  ca-towns-50 pic 9(7).
               05  ca-towns-25 pic 9(7).
               05  ca-code pic x(4).
               05  ca-country pic x(2).
               05  ca-rlat usage comp-2.
               05  ca-rlon usage comp-2.
               05  ca-lat pic s9(3)v9(4).
       01  ca-wanted pic x.

      *  the competing pairs - every two candidates whose 100 km
      *  catchments hold the same town
       01  ov-max pic 9(4) value 0.
       01  ov-lim pic 9(4) value 2000.
       01  ov-idx pic 9(4).
       01  ov-overflow pic x value 'n'.
       01  ov-table.
           03  ov-entry occurs 1 to 2000 depending on ov-max.
               05  ov-pop pic 9(12).
               05  ov-towns pic 9(7).
               05  ov-code-a pic x(4).
               05  ov-code-b pic x(4).

      *  the candidates whose 100 km ring holds the current place
       01  hit-max pic 9(3).
       01  hit-idx pic 9(3).
       01  hit-jdx pic 9(3).
       01  hit-table.
           03  hit-ca pic 9(3) occurs 500.
       01  pair-a pic x(4).
       01  pair-b pic x(4).

       01  deg-rad usage comp-2 value 0.0174532925.
       01  earth-km usage comp-2 value 6371.
       01  cos-25 usage comp-2.
       01  cos-50 usage comp-2.
       01  cos-100 usage comp-2.
       01  place-rlat usage comp-2.
       01  place-rlon usage comp-2.
       01  this-cos usage comp-2.
       01  lat-gap pic s9(3)v9(4).

       01  pop-disp pic z(11)9.
       01  pop-disp-2 pic z(11)9.
       01  pop-disp-3 pic z(11)9.
       01  towns-disp pic z(6)9.
       01  towns-disp-2 pic z(6)9.
       01  towns-disp-3 pic z(6)9.

       01  report-line pic x(132).

       procedure division chaining list-file-name min-pop-text.
       start-worldcitiescatch.
           display 'worldcitiescatch ' build-tag end-display
           if min-pop-text <> spaces
               if trim(min-pop-text) is numeric
                   compute min-town-pop = numval(min-pop-text)
                   end-compute
               else
                   display 'usage: worldcitiescatch [icao-list-file]'
                       ' [min-town-pop]' end-display
                   move 4 to return-code
                   stop run
               end-if
           end-if

           perform load-candidates
           if ca-max = 0
               display 'no candidate airfields - check icaoref.dat'
                   end-display
               move 4 to return-code
               stop run
           end-if

           open input master-file
           if master-file-status <> '00'
               display 'cannot open citymaster.dat ('
                   master-file-status ')' end-display
               move 4 to return-code
               stop run
           end-if

           compute cos-25 = cos(25 / earth-km) end-compute
           compute cos-50 = cos(50 / earth-km) end-compute
           compute cos-100 = cos(100 / earth-km) end-compute
           read master-file next record
               at end move '10' to master-file-status
           end-read
           perform until master-file-status <> '00'
               if cm-feature = 'P' and cm-population > 0
                   perform measure-place
               end-if
               read master-file next record
                   at end move '10' to master-file-status
               end-read
           end-perform
           close master-file

           sort ca-entry on descending key ca-pop-100 ca-pop-50
           if ov-max > 1
               sort ov-entry on descending key ov-pop
           end-if

           open output report-file
           perform write-catchment-report
           perform write-overlap-report
           close report-file
           perform write-catchment-csv
           perform write-overlap-csv

           display 'candidates ' ca-max
               ' places measured ' place-count
               ' competing pairs ' ov-max end-display
           if bad-count > 0 or ov-overflow = 'y'
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run
           .
      *==========================================================
      *  load-candidates - icaoref.dat into the candidate table;
      *  with a list file only the listed codes are kept, and a
      *  listed code with no icaoref.dat row is reported
      *==========================================================
       load-candidates.
           open input icao-file
           if icao-file-status <> '00'
               display 'cannot open icaoref.dat' end-display
               exit paragraph
           end-if
           if list-file-name <> spaces
               open input list-file
               if list-file-status <> '00'
                   display 'cannot open ' trim(list-file-name)
                       end-display
                   add 1 to bad-count end-add
                   close icao-file
                   exit paragraph
               end-if
           end-if
           read icao-file end-read
           perform until icao-file-status = '10'
               if ir-code <> spaces
                   move 'y' to ca-wanted
                   if list-file-name <> spaces
                       perform check-list-file
                   end-if
                   if ca-wanted = 'y' and ca-max >= ca-lim
                       display 'more than ' ca-lim
                           ' candidates - ' ir-code ' left out'
                           end-display
                       add 1 to bad-count end-add
                       move 'n' to ca-wanted
                   end-if
                   if ca-wanted = 'y'
                       add 1 to ca-max end-add
                       initialize ca-entry(ca-max)
                       move ir-code to ca-code(ca-max)
                       move ir-country to ca-country(ca-max)
                       move ir-lat to ca-lat(ca-max)
                       compute ca-rlat(ca-max) = ir-lat * deg-rad
                       end-compute
                       compute ca-rlon(ca-max) = ir-lon * deg-rad
                       end-compute
                   end-if
               end-if
               read icao-file end-read
           end-perform
           close icao-file
           if list-file-name <> spaces
               perform check-unknown-codes
               close list-file
           end-if
           .
      *==========================================================
      *  check-list-file - is ir-code on the candidate list?  the
      *  list is short, so it is simply re-read from the top
      *==========================================================
       check-list-file.
           move 'n' to ca-wanted
           close list-file
           open input list-file
           read list-file end-read
           perform until list-file-status <> '00'
           or ca-wanted = 'y'
               move upper-case(trim(list-record)) to list-code
               if list-code = ir-code
                   move 'y' to ca-wanted
               end-if
               read list-file end-read
           end-perform
           .
      *==========================================================
      *  check-unknown-codes - listed codes that never matched an
      *  icaoref.dat row
      *==========================================================
       check-unknown-codes.
           close list-file
           open input list-file
           read list-file end-read
           perform until list-file-status <> '00'
               move upper-case(trim(list-record)) to list-code
               if list-code <> spaces
                   perform varying ca-idx from 1 by 1
                   until ca-idx > ca-max
                   or ca-code(ca-idx) = list-code
                       continue
                   end-perform
                   if ca-idx > ca-max
                       display 'not on icaoref.dat: ' list-code
                           end-display
                       add 1 to bad-count end-add
                   end-if
               end-if
               read list-file end-read
           end-perform
           .
      *==========================================================
      *  measure-place - one populated place against every
      *  candidate.  a degree of latitude is 111 km, so anything
      *  more than 0.9 degrees north or south is out of every
      *  ring without the trig; inside, the cosine of the
      *  central angle is compared with each ring's cosine - no
      *  acos needed
      *==========================================================
       measure-place.
           add 1 to place-count end-add
           compute place-rlat = cm-latitude * deg-rad end-compute
           compute place-rlon = cm-longitude * deg-rad end-compute
           move 0 to hit-max
           perform varying ca-idx from 1 by 1
           until ca-idx > ca-max
               compute lat-gap = cm-latitude - ca-lat(ca-idx)
               end-compute
               if lat-gap < 0.9 and lat-gap > -0.9
                   compute this-cos =
                       sin(place-rlat) * sin(ca-rlat(ca-idx))
                       + cos(place-rlat) * cos(ca-rlat(ca-idx))
                       * cos(place-rlon - ca-rlon(ca-idx))
                   end-compute
                   if this-cos >= cos-100
                       add cm-population to ca-pop-100(ca-idx)
                       if cm-population >= min-town-pop
                           add 1 to ca-towns-100(ca-idx)
                       end-if
                       add 1 to hit-max end-add
                       move ca-idx to hit-ca(hit-max)
                   end-if
                   if this-cos >= cos-50
                       add cm-population to ca-pop-50(ca-idx)
                       if cm-population >= min-town-pop
                           add 1 to ca-towns-50(ca-idx)
                       end-if
                   end-if
                   if this-cos >= cos-25
                       add cm-population to ca-pop-25(ca-idx)
                       if cm-population >= min-town-pop
                           add 1 to ca-towns-25(ca-idx)
                       end-if
                   end-if
               end-if
           end-perform
           if hit-max > 1
               perform varying hit-idx from 1 by 1
               until hit-idx >= hit-max
                   compute hit-jdx = hit-idx + 1 end-compute
                   perform until hit-jdx > hit-max
                       perform record-overlap
                       add 1 to hit-jdx end-add
                   end-perform
               end-perform
           end-if
           .
      *==========================================================
      *  record-overlap - the place is in both candidates' 100 km
      *  rings; the pair is keyed with the lower code first
      *==========================================================
       record-overlap.
           move ca-code(hit-ca(hit-idx)) to pair-a
           move ca-code(hit-ca(hit-jdx)) to pair-b
           if pair-a > pair-b
               move ca-code(hit-ca(hit-jdx)) to pair-a
               move ca-code(hit-ca(hit-idx)) to pair-b
           end-if
           perform varying ov-idx from 1 by 1
           until ov-idx > ov-max
           or (ov-code-a(ov-idx) = pair-a
               and ov-code-b(ov-idx) = pair-b)
               continue
           end-perform
           if ov-idx > ov-max
               if ov-max >= ov-lim
                   move 'y' to ov-overflow
                   exit paragraph
               end-if
               add 1 to ov-max end-add
               move ov-max to ov-idx
               move pair-a to ov-code-a(ov-idx)
               move pair-b to ov-code-b(ov-idx)
               move 0 to ov-pop(ov-idx) ov-towns(ov-idx)
           end-if
           add cm-population to ov-pop(ov-idx)
           if cm-population >= min-town-pop
               add 1 to ov-towns(ov-idx)
           end-if
           .
      *==========================================================
      *  write-catchment-report - the candidates in rank order
      *==========================================================
       write-catchment-report.
           move min-town-pop to min-pop-disp
           move spaces to report-line
           string 'worldcitiescatch - airfield catchment population, '
               'towns of ' trim(min-pop-disp) ' or more'
               delimited by size into report-line end-string
           perform note-line
           move spaces to report-line
           perform note-line
           move spaces to report-line
           string 'rank icao cc  '
               '   pop 25 km     pop 50 km    pop 100 km'
               '  towns 25  towns 50 towns 100'
               delimited by size into report-line end-string
           perform note-line
           perform varying ca-idx from 1 by 1
           until ca-idx > ca-max
               move ca-idx to rank-disp
               move ca-pop-25(ca-idx) to pop-disp
               move ca-pop-50(ca-idx) to pop-disp-2
               move ca-pop-100(ca-idx) to pop-disp-3
               move ca-towns-25(ca-idx) to towns-disp
               move ca-towns-50(ca-idx) to towns-disp-2
               move ca-towns-100(ca-idx) to towns-disp-3
               move spaces to report-line
               string rank-disp '  ' ca-code(ca-idx) ' '
                   ca-country(ca-idx) ' '
                   pop-disp ' ' pop-disp-2 ' ' pop-disp-3 '   '
                   towns-disp '   ' towns-disp-2 '   ' towns-disp-3
                   delimited by size into report-line end-string
               perform note-line
           end-perform
           .
      *==========================================================
      *  write-overlap-report - the competing pairs, most shared
      *  population first
      *==========================================================
       write-overlap-report.
           move spaces to report-line
           perform note-line
           move 'catchment overlap - towns inside two 100 km rings'
               to report-line
           perform note-line
           move spaces to report-line
           perform note-line
           if ov-max = 0
               move 'no two candidates share a town' to report-line
               perform note-line
               exit paragraph
           end-if
           move 'icao icao   shared pop  shared towns' to report-line
           perform note-line
           perform varying ov-idx from 1 by 1
           until ov-idx > ov-max
               move ov-pop(ov-idx) to pop-disp
               move ov-towns(ov-idx) to towns-disp
               move spaces to report-line
               string ov-code-a(ov-idx) ' ' ov-code-b(ov-idx) ' '
                   pop-disp '       ' towns-disp
                   delimited by size into report-line end-string
               perform note-line
           end-perform
           if ov-overflow = 'y'
               move spaces to report-line
               string 'note: more than ' ov-lim
                   ' competing pairs - the rest are not shown'
                   delimited by size into report-line end-string
               perform note-line
           end-if
           .
       write-catchment-csv.
           move 'worldcitiescatch.csv' to csv-file-name
           open output csv-file
           move 'rank,icao,country,pop_25km,pop_50km,pop_100km,'
               & 'towns_25km,towns_50km,towns_100km'
               to csv-record
           write csv-record end-write
           perform varying ca-idx from 1 by 1
           until ca-idx > ca-max
               move ca-idx to rank-disp
               move spaces to csv-record
               string trim(rank-disp) ',"' ca-code(ca-idx) '","'
                   ca-country(ca-idx) '",'
                   ca-pop-25(ca-idx) ',' ca-pop-50(ca-idx) ','
                   ca-pop-100(ca-idx) ','
                   ca-towns-25(ca-idx) ',' ca-towns-50(ca-idx) ','
                   ca-towns-100(ca-idx)
                   delimited by size into csv-record end-string
               write csv-record end-write
           end-perform
           close csv-file
           .
       write-overlap-csv.
           move 'worldcitiescatch-overlap.csv' to csv-file-name
           open output csv-file
           move 'icao_a,icao_b,shared_pop,shared_towns' to csv-record
           write csv-record end-write
           perform varying ov-idx from 1 by 1
           until ov-idx > ov-max
               move spaces to csv-record
               string '"' ov-code-a(ov-idx) '","'
                   ov-code-b(ov-idx) '",'
                   ov-pop(ov-idx) ',' ov-towns(ov-idx)
                   delimited by size into csv-record end-string
               write csv-record end-write
           end-perform
           close csv-file
           .
       note-line.
           move report-line to report-record
           write report-record end-write
           .
