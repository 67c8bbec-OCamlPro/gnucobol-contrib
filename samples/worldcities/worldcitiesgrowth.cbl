       identification division.
       program-id. worldcitiesgrowth.
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
      * worldcitiesgrowth (build 1.00)
      *
      * population growth across GeoNames refreshes,
      * from the population history file worldcitiesupd
      * (build 1.02+) appends to every time it applies
      * a changed population to citymaster.dat.
      *
      * for a worldcities8-style selection - a country
      * code (GB), an admin1 code (GB.ENG) or a google-
      * earth KML polygon file - and a date range, each
      * place whose population changed in the range is
      * listed with the figure before its first change
      * and after its last, the absolute change and the
      * percentage change.  the fastest-growing and
      * fastest-shrinking places by percentage follow;
      * places smaller than min-pop at the start of the
      * range are left out of those two lists (a village
      * of 20 becoming 40 is not news), not out of the
      * full listing.
      *
      * usage:
      *   worldcitiesgrowth selection [from-date]
      *       [to-date] [min-pop]
      *
      * selection: a 2-letter country code, an admin1
      * code (country.code), a .kml polygon file, or
      * "all".  dates are yyyy-mm-dd, the range defaults
      * to the whole history; min-pop defaults to 1000.
      * the places are capped at 20000.
      *
      * report: worldcitiesgrowth.rpt; csv one row per
      * place, worldcitiesgrowth.csv.  return-code 0
      * clean, 4 on a bad parameter, a missing file or
      * a full table.
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

           select history-file
               assign to 'pophistory.dat'
               file status is history-file-status
               organization is line sequential.

           select sort-file
               assign to 'worldcitiesgrowth.srt'.

           select polygon-file
               assign to polygon-file-name
               file status is polygon-file-status
               organization is line sequential.

           select report-file
               assign to 'worldcitiesgrowth.rpt'
               file status is report-file-status
               organization is line sequential.

           select csv-file
               assign to 'worldcitiesgrowth.csv'
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

      *  one population change, as worldcitiesupd writes it
       fd  history-file.
       01  history-record.
           03  ph-geonameid pic 9(9).
           03  filler pic x.
           03  ph-date pic x(10).
           03  filler pic x.
           03  ph-old-population pic 9(9).
           03  filler pic x.
           03  ph-new-population pic 9(9).

       sd  sort-file.
       01  sort-record.
           03  sh-geonameid pic 9(9).
           03  sh-date pic x(10).
           03  sh-old-population pic 9(9).
           03  sh-new-population pic 9(9).

       fd  polygon-file.
       01  polygon-record pic x(32000).

       fd  report-file.
       01  report-record pic x(132).

       fd  csv-file.
       01  csv-record pic x(256).

       working-storage section.
       01  build-tag pic x(16) value 'build 1.00'.

       01  master-file-status pic x(2).
       01  history-file-status pic x(2).
       01  polygon-file-status pic x(2).
       01  report-file-status pic x(2).
       01  csv-file-status pic x(2).

       01  selection-text pic x(128).
       01  from-date pic x(10).
       01  to-date pic x(10).
       01  min-pop-text pic x(12).
       01  polygon-file-name pic x(128).

      *  C country, A admin1, P polygon, space everything
       01  selection-type pic x value space.
       01  want-country pic x(2).
       01  want-admin1 pic x(11).
       01  selection-len pic 9(3).
       01  min-pop pic 9(9) value 1000.
       01  min-pop-disp pic z(8)9.
       01  bad-count pic 9(5) value 0.
       01  history-count pic 9(9) value 0.
       01  removed-count pic 9(7) value 0.
       01  place-wanted pic x.
       01  sort-eof pic x.

      *  one place's changes in the range, gathered as the sorted
      *  history comes back
       01  place-geonameid pic 9(9).
       01  place-first-date pic x(10).
       01  place-last-date pic x(10).
       01  place-old pic 9(9).
       01  place-new pic 9(9).
       01  place-changes pic 9(5).

      *  the selected places - the two ranked lists are cut from
      *  this once it is sorted on the percentage
       01  gr-max pic 9(5) value 0.
       01  gr-lim pic 9(5) value 20000.
       01  gr-idx pic 9(5).
       01  gr-overflow pic x value 'n'.
       01  gr-table.
           03  gr-entry occurs 20000.
               05  gr-pct pic s9(5)v99.
               05  gr-ranked pic x.
               05  gr-geonameid pic 9(9).
               05  gr-name pic x(43).
               05  gr-admin1 pic x(11).
               05  gr-old pic 9(9).
               05  gr-new pic 9(9).
               05  gr-change pic s9(10).
       01  list-lim pic 99 value 10.
       01  list-count pic 99.

       01  change-disp pic -(9)9.
       01  pct-disp pic -(5)9.99.
       01  old-disp pic z(8)9.
       01  new-disp pic z(8)9.
       01  count-disp pic z(8)9.
       01  csv-change pic -(9)9.
       01  csv-pct pic -(5)9.99.
       01  report-line pic x(132).

      *  google-earth polygon fields, as worldcities8 loads them
       01  crossing-longitude pic s9(3)v9(6).
       01  crossings pic x(4).
       01  node-idx pic 9(3).
       01  node-max pic 9(3).
       01  node-lim pic 9(3) value 500.
       01  processing-coordinates pic x.
       01  polygon-pointer pic 9(5).
       01  max-longitude pic s9(3)v9(13).
       01  min-longitude pic s9(3)v9(13).
       01  max-latitude pic s9(3)v9(13).
       01  min-latitude pic s9(3)v9(13).
       01  delta-latitude pic s9(3)v9(13).
       01  delta-longitude pic s9(3)v9(13).
       01  kml-polygon.
           03  filler occurs 500.
               05  kml-longitude pic s9(3)v9(13).
               05  kml-latitude pic s9(3)v9(13).
               05  kml-altitude pic s9(5).
               05  kml-slope-type pic x.
               05  kml-slope pic s9(2)v9(6).
       01  start-edge redefines kml-polygon.
           03  filler occurs 499.
               05  start-longitude pic s9(3)v9(13).
               05  start-latitude pic s9(3)v9(13).
               05  start-altitude pic s9(5).
               05  start-slope-type pic x.
               05  start-slope pic s9(2)v9(6).
           03  filler.
               05  filler pic s9(3)v9(13).
               05  filler pic s9(3)v9(13).
               05  filler pic s9(5).
               05  filler pic x.
               05  filler pic s9(2)v9(6).
       01  end-edge redefines kml-polygon.
           03  filler.
               05  filler pic s9(3)v9(13).
               05  filler pic s9(3)v9(13).
               05  filler pic s9(5).
               05  filler pic x.
               05  filler pic s9(2)v9(6).
           03  filler occurs 499.
               05  end-longitude pic s9(3)v9(13).
               05  end-latitude pic s9(3)v9(13).
               05  end-altitude pic s9(5).
               05  end-slope-type pic x.
               05  end-slope pic s9(2)v9(6).

       procedure division chaining selection-text from-date to-date
           min-pop-text.
       start-worldcitiesgrowth.
           display 'worldcitiesgrowth ' build-tag end-display
           perform check-parameters
           if bad-count > 0
               display 'usage: worldcitiesgrowth selection'
                   ' [from-date] [to-date] [min-pop]' end-display
               display '  selection: country code, admin1 code,'
                   ' .kml polygon file or all' end-display
               display '  dates yyyy-mm-dd' end-display
               move 4 to return-code
               stop run
           end-if

           if selection-type = 'P'
               perform load-polygon
               if node-max < 3
                   display 'no polygon in ' trim(polygon-file-name)
                       end-display
                   move 4 to return-code
                   stop run
               end-if
           end-if

           open input history-file
           if history-file-status <> '00'
               display 'cannot open pophistory.dat ('
                   history-file-status ')' end-display
               move 4 to return-code
               stop run
           end-if
           close history-file

           open input master-file
           if master-file-status <> '00'
               display 'cannot open citymaster.dat ('
                   master-file-status ')' end-display
               move 4 to return-code
               stop run
           end-if

           open output report-file csv-file
           perform write-report-heading
           move spaces to csv-record
           string 'geonameid,"name",admin1,from_date,old_population,'
               'to_date,new_population,change,pct_change'
               delimited by size into csv-record end-string
           write csv-record end-write

           sort sort-file
               on ascending key sh-geonameid sh-date
               with duplicates in order
               input procedure take-history
               output procedure gather-places
           close master-file

      *    the table SORT covers all 20000 entries - pin the unused
      *    tail below any real fall so the real ones sort to the front
           compute gr-idx = gr-max + 1 end-compute
           perform until gr-idx > gr-lim
               initialize gr-entry(gr-idx)
               move -99999.99 to gr-pct(gr-idx)
               add 1 to gr-idx end-add
           end-perform
           if gr-max > 1
               sort gr-entry on descending key gr-pct
           end-if
           perform write-ranked-lists
           close report-file csv-file

           display 'history rows in range ' history-count
               ' places listed ' gr-max end-display
           if removed-count > 0
               display removed-count
                   ' places since removed from citymaster.dat'
                   ' not listed' end-display
           end-if
           if gr-overflow = 'y'
               display 'more than ' gr-lim ' places - only the'
                   ' first are in the ranked lists' end-display
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run
           .
      *==========================================================
      *  check-parameters - the selection is told apart by its
      *  shape: two letters a country, a name ending .kml a
      *  polygon file, anything else with a dot an admin1 code
      *==========================================================
       check-parameters.
           if selection-text = spaces
               add 1 to bad-count end-add
               exit paragraph
           end-if
           move length(trim(selection-text)) to selection-len
           evaluate true
           when lower-case(trim(selection-text)) = 'all'
               move space to selection-type
           when selection-len = 2
               move 'C' to selection-type
               move upper-case(selection-text) to want-country
           when selection-len > 4
           and lower-case(selection-text(selection-len - 3:4))
               = '.kml'
               move 'P' to selection-type
               move selection-text to polygon-file-name
           when selection-len < 12
           and selection-text(3:1) = '.'
               move 'A' to selection-type
               move upper-case(selection-text) to want-admin1
           when other
               add 1 to bad-count end-add
           end-evaluate

           if from-date = spaces
               move '0000-00-00' to from-date
           end-if
           if to-date = spaces
               move '9999-99-99' to to-date
           end-if
           if from-date(5:1) <> '-' or from-date(8:1) <> '-'
           or to-date(5:1) <> '-' or to-date(8:1) <> '-'
           or from-date > to-date
               display 'dates must be yyyy-mm-dd, from before to'
                   end-display
               add 1 to bad-count end-add
           end-if

           if min-pop-text <> spaces
               if trim(min-pop-text) is numeric
                   compute min-pop = numval(min-pop-text) end-compute
               else
                   add 1 to bad-count end-add
               end-if
           end-if
           .
      *==========================================================
      *  take-history - only the changes dated inside the range
      *  go to the sort
      *==========================================================
       take-history.
           open input history-file
           read history-file end-read
           perform until history-file-status <> '00'
               if ph-geonameid is numeric
               and ph-date >= from-date and ph-date <= to-date
                   move ph-geonameid to sh-geonameid
                   move ph-date to sh-date
                   move ph-old-population to sh-old-population
                   move ph-new-population to sh-new-population
                   release sort-record
                   add 1 to history-count end-add
               end-if
               read history-file end-read
           end-perform
           close history-file
           .
      *==========================================================
      *  gather-places - the changes come back grouped by place
      *  in date order: the old figure of the first and the new
      *  figure of the last make the place's change over the
      *  range
      *==========================================================
       gather-places.
           move 'n' to sort-eof
           move 0 to place-geonameid
           return sort-file
               at end move 'y' to sort-eof
           end-return
           perform until sort-eof = 'y'
               if sh-geonameid <> place-geonameid
                   if place-geonameid > 0
                       perform finish-place
                   end-if
                   move sh-geonameid to place-geonameid
                   move sh-date to place-first-date
                   move sh-old-population to place-old
                   move 0 to place-changes
               end-if
               move sh-date to place-last-date
               move sh-new-population to place-new
               add 1 to place-changes end-add
               return sort-file
                   at end move 'y' to sort-eof
               end-return
           end-perform
           if place-geonameid > 0
               perform finish-place
           end-if
           .
      *==========================================================
      *  finish-place - the master gives the name and where the
      *  place is; one that has since been deleted cannot be
      *  placed in the selection and is only counted
      *==========================================================
       finish-place.
           move place-geonameid to cm-geonameid
           read master-file
               invalid key
                   add 1 to removed-count end-add
                   exit paragraph
           end-read
           perform check-selection
           if place-wanted = 'n'
               exit paragraph
           end-if
           if gr-max >= gr-lim
               move 'y' to gr-overflow
           else
               add 1 to gr-max end-add
               move gr-max to gr-idx
               move cm-geonameid to gr-geonameid(gr-idx)
               move cm-name to gr-name(gr-idx)
               move cm-admin1 to gr-admin1(gr-idx)
               move place-old to gr-old(gr-idx)
               move place-new to gr-new(gr-idx)
               compute gr-change(gr-idx) = place-new - place-old
               end-compute
               move 0 to gr-pct(gr-idx)
               move 'n' to gr-ranked(gr-idx)
               if place-old > 0
                   compute gr-pct(gr-idx) rounded =
                       (place-new - place-old) * 100 / place-old
                       on size error move 99999.99 to gr-pct(gr-idx)
                   end-compute
                   if place-old >= min-pop
                       move 'y' to gr-ranked(gr-idx)
                   end-if
               end-if
           end-if
           perform write-place-line
           .
       check-selection.
           move 'y' to place-wanted
           evaluate selection-type
           when 'C'
               if cm-country-code <> want-country
                   move 'n' to place-wanted
               end-if
           when 'A'
               if cm-admin1 <> want-admin1
                   move 'n' to place-wanted
               end-if
           when 'P'
               if cm-longitude < min-longitude
               or cm-longitude > max-longitude
               or cm-latitude < min-latitude
               or cm-latitude > max-latitude
                   move 'n' to place-wanted
               else
                   perform test-point-in-polygon
                   if crossings = 'even'
                       move 'n' to place-wanted
                   end-if
               end-if
           end-evaluate
           .
      *==========================================================
      *  write-place-line - the full listing and the csv, in
      *  geonameid order as the sort returns them
      *==========================================================
       write-place-line.
           move place-old to old-disp
           move place-new to new-disp
           compute csv-change = place-new - place-old end-compute
           move csv-change to change-disp
           move spaces to report-line
           if place-old > 0
               compute csv-pct rounded =
                   (place-new - place-old) * 100 / place-old
                   on size error move 99999.99 to csv-pct
               end-compute
               move csv-pct to pct-disp
               string cm-geonameid ' ' cm-name(1:30) ' '
                   cm-admin1 ' ' place-first-date ' ' old-disp ' '
                   place-last-date ' ' new-disp ' ' change-disp ' '
                   pct-disp '%'
                   delimited by size into report-line end-string
           else
               move 0 to csv-pct
               string cm-geonameid ' ' cm-name(1:30) ' '
                   cm-admin1 ' ' place-first-date ' ' old-disp ' '
                   place-last-date ' ' new-disp ' ' change-disp
                   '       new'
                   delimited by size into report-line end-string
           end-if
           perform note-line
           move spaces to csv-record
           string cm-geonameid ',"' trim(cm-name) '",'
               trim(cm-admin1) ',' place-first-date ','
               trim(old-disp) ',' place-last-date ','
               trim(new-disp) ',' trim(csv-change) ','
               trim(csv-pct)
               delimited by size into csv-record end-string
           write csv-record end-write
           .
       write-report-heading.
           move spaces to report-line
           string 'worldcitiesgrowth - population change for '
               trim(selection-text) ' from ' from-date
               ' to ' to-date
               delimited by size into report-line end-string
           perform note-line
           move spaces to report-line
           perform note-line
           move spaces to report-line
           string 'geonameid name                           admin1'
               '      from          population to           '
               'population     change   change'
               delimited by size into report-line end-string
           perform note-line
           .
      *==========================================================
      *  write-ranked-lists - gr-entry is in descending
      *  percentage order: growers from the top, shrinkers from
      *  the bottom, only places of min-pop or more counting
      *==========================================================
       write-ranked-lists.
           move min-pop to min-pop-disp
           move spaces to report-line
           perform note-line
           move spaces to report-line
           string 'fastest growing - places of ' trim(min-pop-disp)
               ' or more at the start'
               delimited by size into report-line end-string
           perform note-line
           move 0 to list-count
           perform varying gr-idx from 1 by 1
           until gr-idx > gr-max or list-count >= list-lim
               if gr-ranked(gr-idx) = 'y' and gr-pct(gr-idx) > 0
                   add 1 to list-count end-add
                   perform write-ranked-line
               end-if
           end-perform
           if list-count = 0
               move '  none' to report-line
               perform note-line
           end-if

           move spaces to report-line
           perform note-line
           move spaces to report-line
           string 'fastest shrinking - places of ' trim(min-pop-disp)
               ' or more at the start'
               delimited by size into report-line end-string
           perform note-line
           move 0 to list-count
           perform varying gr-idx from gr-max by -1
           until gr-idx < 1 or list-count >= list-lim
               if gr-ranked(gr-idx) = 'y' and gr-pct(gr-idx) < 0
                   add 1 to list-count end-add
                   perform write-ranked-line
               end-if
           end-perform
           if list-count = 0
               move '  none' to report-line
               perform note-line
           end-if
           if gr-overflow = 'y'
               move spaces to report-line
               string 'note: more than ' gr-lim
                   ' places - the lists are of the first only'
                   delimited by size into report-line end-string
               perform note-line
           end-if
           .
       write-ranked-line.
           move gr-old(gr-idx) to old-disp
           move gr-new(gr-idx) to new-disp
           move gr-change(gr-idx) to change-disp
           move gr-pct(gr-idx) to pct-disp
           move spaces to report-line
           string '  ' gr-geonameid(gr-idx) ' ' gr-name(gr-idx)(1:30)
               ' ' gr-admin1(gr-idx) ' ' old-disp ' ' new-disp ' '
               change-disp ' ' pct-disp '%'
               delimited by size into report-line end-string
           perform note-line
           .
       note-line.
           move report-line to report-record
           write report-record end-write
           .
      *==========================================================
      *  load-polygon - the outer <coordinates> of a google-
      *  earth KML polygon into the node table and its bounding
      *  box, then the edge slopes - as worldcities8 does it
      *==========================================================
       load-polygon.
           move 0 to node-max
           move 'n' to processing-coordinates
           move 370 to min-longitude min-latitude
           move -370 to max-longitude max-latitude
           open input polygon-file
           if polygon-file-status <> '00'
               display 'cannot open ' trim(polygon-file-name)
                   end-display
               exit paragraph
           end-if
           read polygon-file end-read
           perform until polygon-file-status <> '00'
               inspect polygon-record replacing all x'09' by space
               move trim(polygon-record) to polygon-record
               evaluate true
               when polygon-record = '</coordinates>'
                   move 'n' to processing-coordinates
               when polygon-record = '<coordinates>'
                   move 'y' to processing-coordinates
               when processing-coordinates = 'y'
                   perform take-coordinate-triples
               end-evaluate
               read polygon-file end-read
           end-perform
           close polygon-file

           perform varying node-idx from 1 by 1
           until node-idx >= node-max
               compute delta-latitude =
                   end-latitude(node-idx) - start-latitude(node-idx)
               end-compute
               compute delta-longitude =
                   end-longitude(node-idx) - start-longitude(node-idx)
               end-compute
               evaluate true
               when abs(delta-latitude) > 100 * abs(delta-longitude)
                   move 'v' to start-slope-type(node-idx)
               when abs(delta-latitude) < .01 * abs(delta-longitude)
                   move 'h' to start-slope-type(node-idx)
               when other
                   move 's' to start-slope-type(node-idx)
                   compute start-slope(node-idx) =
                       delta-latitude / delta-longitude
                   end-compute
               end-evaluate
           end-perform
           .
       take-coordinate-triples.
           perform until polygon-record = spaces
           or node-max >= node-lim
               move 1 to polygon-pointer
               inspect polygon-record
                   tallying polygon-pointer
                   for characters before initial space
               add 1 to node-max end-add
               unstring polygon-record(1:polygon-pointer)
                   delimited by ',' or ' ' into
                   kml-longitude(node-max)
                   kml-latitude(node-max)
                   kml-altitude(node-max)
               end-unstring
               move spaces to polygon-record(1:polygon-pointer)
               move trim(polygon-record) to polygon-record
               if kml-longitude(node-max) > max-longitude
                   move kml-longitude(node-max) to max-longitude
               end-if
               if kml-longitude(node-max) < min-longitude
                   move kml-longitude(node-max) to min-longitude
               end-if
               if kml-latitude(node-max) > max-latitude
                   move kml-latitude(node-max) to max-latitude
               end-if
               if kml-latitude(node-max) < min-latitude
                   move kml-latitude(node-max) to min-latitude
               end-if
           end-perform
           if polygon-record <> spaces
               display 'polygon ' trim(polygon-file-name)
                   ' has more than ' node-lim ' nodes - the rest'
                   ' are ignored' end-display
           end-if
           .
      *==========================================================
      *  test-point-in-polygon - worldcities8's horizontal ray
      *  test: an odd number of edge crossings east of the
      *  place puts it inside
      *==========================================================
       test-point-in-polygon.
           move 'even' to crossings
           perform varying node-idx from 1 by 1
           until node-idx >= node-max
               evaluate true
               when cm-latitude >= start-latitude(node-idx)
               and end-latitude(node-idx)
                   continue
               when cm-latitude <= start-latitude(node-idx)
               and end-latitude(node-idx)
                   continue
               when start-slope-type(node-idx) = 'h'
                   continue
               when start-slope-type(node-idx) = 'v'
               and cm-longitude >= start-longitude(node-idx)
               and end-longitude(node-idx)
                   continue
               when start-slope-type(node-idx) = 'v'
                   perform flip-crossings
               when other
                   compute crossing-longitude =
                       end-longitude(node-idx)
                       + (cm-latitude - end-latitude(node-idx))
                         / start-slope(node-idx)
                   end-compute
                   if crossing-longitude > cm-longitude
                       perform flip-crossings
                   end-if
               end-evaluate
           end-perform
           .
       flip-crossings.
           if crossings = 'even'
               move 'odd' to crossings
           else
               move 'even' to crossings
           end-if
           .
