      *     points by the same class groupings the KML
      *     styles use
      *==================================================
      * modify worldcities8 (build 8.29)
      *
      * 29) city-to-city distance matrix - the new
      *     Distance field (M matrix, L long form, B
      *     both, N none) collects every selected city
      *     and writes the great-circle distance, km and
      *     nm, between each pair at the end of the run:
      *     an N x N CSV keyed by geonameid and name
      *     (a km row and an nm row per city), and/or a
      *     long-form from/to/distance CSV that the
      *     nightly querydbload puts straight into the
      *     citydistance table. capped at 500 cities -
      *     a bigger selection writes no matrix and says
      *     so on the run report. per job in job-deck
      *     mode, the same as the density overlay
      *==================================================
      * modify worldcities8 (build 8.30)
      *
      * 30) round-trip route planning - a city name or
      *     an icaoref.dat ICAO code in the new Route
      *     field plans a visiting order through every
      *     selected city and back: nearest neighbour
      *     to start, then 2-opt passes to untangle it.
      *     the stops are listed on the report with leg
      *     and cumulative km, and a KML LineString is
      *     drawn through them over the placemarks. the
      *     cities come from the distance matrix table,
      *     so the same 500-city cap applies
      *==================================================
      * modify worldcities8 (build 8.31)
      *
      * 31) proximity clustering - a distance in km in
      *     the new Cluster field groups the selected
      *     cities so that every town in a cluster is
      *     within that distance of another town in it
      *     (single linkage, so a chain of towns stays
      *     one group however it falls across the
      *     density grid's cell edges). a report
      *     section per cluster lists its towns, total
      *     population and centroid, named after its
      *     largest town; the KML gets a folder per
      *     cluster, each cluster's placemarks in its
      *     own colour. the cities come from the
      *     distance matrix table - same 500-city cap
      *==================================================
      * modify worldcities8 (build 8.32)
      *
      * 32) daylight table - a from/to date pair in the
      *     new Daylight fields gives, for every selected
      *     city on every day in the range (a year at
      *     most), civil dawn, sunrise, sunset and civil
      *     dusk in UTC and in the city's local time: a
      *     CSV, and a report page per city. the sun is
      *     placed the way flightlog's twilight check
      *     does it, with the equation of time added so
      *     the times hold to a minute or two. local
      *     time takes the zone's 1 Jan or 1 Jul offset
      *     from timeZones.txt, summer time running from
      *     the last Sunday in March to the last in
      *     October north of the equator and from the
      *     first Sunday in October to the first in April
      *     south of it. the cities come from the
      *     distance matrix table - same 500-city cap
      *==================================================
      * How to create and save a google-earth polygon
      * (it's not obvious):
      *
               file status is density-file-status
               organization is line sequential.

            select distance-file
               assign to distance-file-name
               file status is distance-file-status
               organization is line sequential.

            select daylight-file
               assign to daylight-file-name
               file status is daylight-file-status
               organization is line sequential.

            select boundary-file
               assign to boundary-file-name
               file status is boundary-file-status
       fd  density-file.
       01  density-record pic x(128).

       fd  distance-file.
       01  distance-record pic x(32000).

       fd  daylight-file.
       01  daylight-record pic x(256).

       fd  hierarchy-file.
       01  hierarchy-record pic x(100).

       01  syslog-rc usage binary-long.
       01  syslog-text pic x(80).

       01  build-tag pic x(16) value 'build 8.32'.
       01  command-file-name pic x(128) value 'worldcities8.sh'.
       01  techtonics.
           03  pic x(128) value 'rm run-file'.
       01  den-pop-disp pic z(11)9.
       01  den-cnt-disp pic z(6)9.

      * distance matrix fields - the selected cities, capped; the
      * pairwise great-circle distances are only worked out once
      * the whole selection is known
       01  distance-only pic x value 'N'.
       01  distance-ok pic x value 'n'.
       01  distance-file-name pic x(80).
       01  distance-file-status pic x(2).
       01  dm-max pic 9(3) value 0.
       01  dm-lim pic 9(3) value 500.
       01  dm-idx pic 9(3).
       01  dm-jdx pic 9(3).
       01  dm-overflow pic x value 'n'.
       01  dm-table.
           03  dm-entry occurs 500.
               05  dm-geonameid pic 9(9).
               05  dm-name pic x(43).
               05  dm-rlat usage comp-2.
               05  dm-rlon usage comp-2.
               05  dm-lat pic s9(3)v9(6).
               05  dm-lon pic s9(3)v9(6).
               05  dm-pop pic 9(9).
               05  dm-tz-id pic x(30).
               05  dm-tz-gmt pic x(6).
               05  dm-tz-dst pic x(6).
       01  dm-deg-rad usage comp-2.
       01  dm-c usage comp-2.
       01  dm-km pic 9(5)v9.
       01  dm-nm pic 9(5)v9.
       01  dm-km-disp pic z(4)9.9.
       01  dm-nm-disp pic z(4)9.9.
       01  dm-unit pic x(2).
       01  dm-pointer pic 9(5).
       01  dm-lim-disp pic zz9.

      * route planning fields - a round trip from route-from
      * through the distance matrix cities; rt-seq holds the
      * visiting order by position, 0 standing for the start
      * (which is also the finish)
       01  route-from pic x(15) value spaces.
       01  route-ok pic x value 'n'.
       01  rt-from-upper pic x(15).
       01  rt-found pic x.
       01  rt-start pic 9(3).
       01  rt-stops pic 9(3).
       01  rt-start-rlat usage comp-2.
       01  rt-start-rlon usage comp-2.
       01  rt-start-lat pic s9(3)v9(6).
       01  rt-start-lon pic s9(3)v9(6).
       01  rt-seq-table.
           03  rt-seq pic 9(3) occurs 502.
       01  rt-visited-table.
           03  rt-visited pic x occurs 500.
       01  rt-pos pic 9(3).
       01  rt-last pic 9(3).
       01  rt-p pic 9(3).
       01  rt-q pic 9(3).
       01  rt-i pic 9(3).
       01  rt-k pic 9(3).
       01  rt-k-from pic 9(3).
       01  rt-a pic 9(3).
       01  rt-b pic 9(3).
       01  rt-swap pic 9(3).
       01  rt-best pic 9(3).
       01  rt-best-d usage comp-2.
       01  rt-d usage comp-2.
       01  rt-d1 usage comp-2.
       01  rt-d2 usage comp-2.
       01  rt-d3 usage comp-2.
       01  rt-d4 usage comp-2.
       01  rt-delta usage comp-2.
       01  rt-rlat-a usage comp-2.
       01  rt-rlon-a usage comp-2.
       01  rt-rlat-b usage comp-2.
       01  rt-rlon-b usage comp-2.
       01  rt-improved pic x.
       01  rt-pass pic 9(3).
       01  rt-pass-lim pic 9(3) value 50.
       01  rt-leg-km pic 9(5)v9.
       01  rt-cum-km pic 9(6)v9.
       01  rt-leg-disp pic z(4)9.9.
       01  rt-cum-disp pic z(5)9.9.
       01  rt-stop-disp pic zz9.

      * proximity clustering fields - cl-of holds each distance
      * matrix city's cluster number, cl-queue the cities of the
      * cluster being grown still to have their neighbours found
       01  cluster-only pic x(3) value '0'.
       01  cluster-ok pic x value 'n'.
       01  cluster-km pic 9(3) value 0.
       01  cl-max pic 9(3).
       01  cl-idx pic 9(3).
       01  cl-of-table.
           03  cl-of pic 9(3) occurs 500.
       01  cl-queue-table.
           03  cl-queue pic 9(3) occurs 500.
       01  cl-head pic 9(3).
       01  cl-tail pic 9(3).
       01  cl-members pic 9(3).
       01  cl-big pic 9(3).
       01  cl-pop pic 9(12).
       01  cl-lat-sum usage comp-2.
       01  cl-lon-sum usage comp-2.
       01  cl-cos usage comp-2.
       01  cl-colour-idx pic 9.
       01  cl-colour-values.
           03  filler pic x(8) value 'ff0000ff'.
           03  filler pic x(8) value 'ffff0000'.
           03  filler pic x(8) value 'ff00ff00'.
           03  filler pic x(8) value 'ff00ffff'.
           03  filler pic x(8) value 'ffff00ff'.
           03  filler pic x(8) value 'ffffff00'.
           03  filler pic x(8) value 'ff0080ff'.
           03  filler pic x(8) value 'ff800080'.
       01  cl-colour-table redefines cl-colour-values.
           03  cl-colour pic x(8) occurs 8.
       01  cl-disp pic zz9.
       01  cl-mem-disp pic zz9.
       01  cl-pop-disp pic z(11)9.

      * daylight table fields - dl-time(1:4) are civil dawn,
      * sunrise, sunset and civil dusk as minutes from 00:00 UTC
      * on the day, dl-state 'u' when the sun stays above that
      * altitude all day and 'd' when it never reaches it
       01  daylight-from-only pic x(8) value spaces.
       01  daylight-to-only pic x(8) value spaces.
       01  daylight-ok pic x value 'n'.
       01  daylight-from pic 9(8) value 0.
       01  daylight-to pic 9(8) value 0.
       01  daylight-file-name pic x(80).
       01  daylight-file-status pic x(2).
       01  dl-int pic 9(7).
       01  dl-int-end pic 9(7).
       01  dl-date pic 9(8).
       01  dl-date-parts redefines dl-date.
           03  dl-year pic 9(4).
           03  dl-month pic 99.
           03  dl-day pic 99.
       01  dl-day-of-year pic 9(3).
       01  dl-summer-start pic 9(7).
       01  dl-summer-end pic 9(7).
       01  dl-decl usage comp-2.
       01  dl-b usage comp-2.
       01  dl-eot usage comp-2.
       01  dl-noon usage comp-2.
       01  dl-altitude usage comp-2.
       01  dl-cosw usage comp-2.
       01  dl-hour-angle usage comp-2.
       01  dl-k pic 9.
       01  dl-times.
           03  dl-event occurs 4.
               05  dl-time pic s9(5).
               05  dl-state pic x.
       01  dl-local-known pic x.
       01  dl-offset pic s9(4).
       01  dl-mins pic s9(5).
       01  dl-hh pic 99.
       01  dl-mi pic 99.
       01  dl-text pic x(5).
       01  dl-utc-texts.
           03  dl-utc-text pic x(5) occurs 4.
       01  dl-local-texts.
           03  dl-local-text pic x(5) occurs 4.
       01  dl-offset-disp pic -z9.99.
       01  dl-pointer pic 9(3).
       01  dl-report-line.
           03  dl-r-date pic x(10).
           03  filler pic x(5) value ' utc '.
           03  dl-r-utc occurs 4.
               05  dl-r-utc-time pic x(5).
               05  filler pic x.
           03  filler pic x(6) value ' local'.
           03  dl-r-local occurs 4.
               05  filler pic x.
               05  dl-r-local-time pic x(5).
       01  dl-report-heading.
           03  filler pic x(15) value 'date'.
           03  filler pic x(31) value 'dawn  rise  set   dusk'.
           03  filler pic x(22) value 'dawn  rise  set   dusk'.

      * country-boundary reconciliation - one slot per country
      * boundary out of countryborders.kml, the selection polygon
      * parked and restored around each per-city membership test
                05 line 4 column 40 value 'Polygon Op:'.
                05 screen-polygon-op line 4 column 54 pic x(1)
                   using polygon-op.
                05 line 4 column 58 value 'Distance:'.
                05 screen-distance line 4 column 68 pic x(1)
                   using distance-only.
                05 line 5 column 5 value 'Polygon File(s):'.
                05 screen-polygon-file-only line 5 column 26 pic x(40)
                   using polygon-file-only.
                05 line 5 column 68 value 'Cluster:'.
                05 screen-cluster line 5 column 77 pic x(3)
                   using cluster-only.
                05 line 6 column 9 value 'City File:'.
                05 screen-city-file-only line 6 column 26  pic x(40)
                   using city-file-only.
                05 line 7 column 40 value 'Density Grid:'.
                05 screen-density line 7 column 54 pic x(3)
                   using density-only.
                05 line 7 column 58 value 'Route:'.
                05 screen-route line 7 column 65 pic x(15)
                   using route-from.
                05 line 9 column 58 value 'Regions:'.
                05 screen-regionate line 9 column 67 pic x(1)
                   using regionate-only.
                   from message-line9.
                05 screen-message10 line 21 column 5 pic x(70)
                   from message-line10.
                05 line 22 column 2 value 'Daylight From/To:'.
                05 screen-daylight-from line 22 column 26 pic x(8)
                   using daylight-from-only.
                05 screen-daylight-to line 22 column 36 pic x(8)
                   using daylight-to-only.
                05 line 23 column 2 value
                   'enter abort in the open field to terminate'.
                05 line 24 column 2 value
           and admin1-ok = 'y'
           and export-ok = 'y'
           and db-export-ok = 'y'
           and distance-ok = 'y'
           and route-ok = 'y'
           and cluster-ok = 'y'
           and daylight-ok = 'y'
               evaluate true
               when polygon-file-ok = 'n' and continent-ok = 'n'
                   move spaces to message-lines
                       move 'answer y or n' to error-message
                       display screen-error-message end-display
                   end-if
               when distance-ok = 'n'
                   move spaces to message-lines
                   move
                   'distance output? M matrix, L long, B both, N none'
                       to message-line
                   perform display-message-lines
                   accept screen-distance end-accept
                   move function upper-case(distance-only)
                       to distance-only
                   if distance-only = space
                       move 'N' to distance-only
                   end-if
                   if distance-only = 'M' or distance-only = 'L'
                   or distance-only = 'B' or distance-only = 'N'
                       move 'y' to distance-ok
                       move spaces to error-message
                   else
                       move 'answer m, l, b or n' to error-message
                   end-if
                   display screen-error-message end-display
               when route-ok = 'n'
                   move spaces to message-lines
                   move
                   'round trip from a city or ICAO code? blank for none'
                       to message-line
                   perform display-message-lines
                   accept screen-route end-accept
                   if route-from = 'abort'
                       perform abort-run
                   end-if
                   move 'y' to route-ok
                   move spaces to error-message
                   display screen-error-message end-display
               when cluster-ok = 'n'
                   move spaces to message-lines
                   move
                   'cluster towns within how many km? 0 for none'
                       to message-line
                   perform display-message-lines
                   accept screen-cluster end-accept
                   if cluster-only = spaces
                       move '0' to cluster-only
                   end-if
                   if function trim(cluster-only) is numeric
                       compute cluster-km =
                           function numval(cluster-only)
                       end-compute
                       move 'y' to cluster-ok
                       move spaces to error-message
                   else
                       move 'cluster distance must be numeric km'
                           to error-message
                   end-if
                   display screen-error-message end-display
               when daylight-ok = 'n'
                   move spaces to message-lines
                   move
                   'daylight table dates ccyymmdd? blank for none'
                       to message-line
                   perform display-message-lines
                   accept screen-daylight-from end-accept
                   move 0 to daylight-from daylight-to
                   if daylight-from-only = spaces
                       move spaces to daylight-to-only
                       move 'y' to daylight-ok
                       move spaces to error-message
                   else
                       accept screen-daylight-to end-accept
                       if daylight-to-only = spaces
                           move daylight-from-only to daylight-to-only
                       end-if
                       perform check-daylight-dates
                   end-if
                   display screen-error-message end-display
               end-evaluate
            end-perform
            move spaces to message-lines
           move 0 to city-count
           move 0 to country-summary-max
           move 0 to unknown-max
           move 0 to dm-max
           move 'n' to dm-overflow
           move .0174532925 to dm-deg-rad

           evaluate true
           when jobdeck-mode = 'y'
           perform write-mismatch-report
           perform write-postal-unmatched
           perform write-locode-statistics
           if distance-only <> 'N' and jobdeck-mode <> 'y'
               perform write-distance-output
           end-if

           if export-ok = 'y' and csv-export-only = 'Y'
               close csv-file
               if regionate-only = 'Y'
                   perform write-region-links
               end-if
               if route-from <> spaces
                   perform write-route-output
               end-if
               if cluster-km > 0
                   perform write-cluster-output
               end-if
               if daylight-from > 0
                   perform write-daylight-output
               end-if
               write kml-record from '</Document>' end-write
               write kml-record from '</kml>' end-write
               close kml-file
               move 'n' to den-overflow
               move 0 to tile-max
               move 'n' to tile-overflow
               move 0 to dm-max
               move 'n' to dm-overflow

      ***       this job's output set and file names - the KML is
      ***       always produced, the CSV/GeoJSON only when asked

               perform load-polygon
               perform process-polygon
               if distance-only <> 'N'
                   perform write-distance-output
               end-if

               if csv-export-only = 'Y'
                   close csv-file
           if regionate-only = 'Y'
               perform write-region-links
           end-if
           if route-from <> spaces
               perform write-route-output
           end-if
           if cluster-km > 0
               perform write-cluster-output
           end-if
           if daylight-from > 0
               perform write-daylight-output
           end-if
           write kml-record from '</Document>' end-write
           write kml-record from '</kml>' end-write
           close kml-file
               perform write-report-line
           end-if
           move cor-max to city-count
           if route-from <> spaces
               perform write-route-output
           end-if
           if cluster-km > 0
               perform write-cluster-output
           end-if
           if daylight-from > 0
               perform write-daylight-output
           end-if

           write kml-record from '</Document>' end-write
           write kml-record from '</kml>' end-write
           move spool-latitude to cor-lat(cor-max)
           move spool-longitude to cor-lon(cor-max)
           move spool-population to cor-pop(cor-max)
           if distance-only <> 'N' or route-from <> spaces
           or cluster-km > 0 or daylight-from > 0
               move spool-geonameid to sort-city-geonameid
               move spool-name to sort-city-name
               move spool-population to sort-city-population
               move spool-timezone to sort-timezone
               perform lookup-timezone
               perform record-distance-city
           end-if
           perform find-nearest-airfield
           move nearest-icao to cor-icao(cor-max)
           move nearest-km to cor-icao-km(cor-max)
           if regionate-only = 'Y'
               perform write-region-links
           end-if
           if route-from <> spaces
               perform write-route-output
           end-if
           if cluster-km > 0
               perform write-cluster-output
           end-if
           if daylight-from > 0
               perform write-daylight-output
           end-if
           write kml-record from '</Document>' end-write
           write kml-record from '</kml>' end-write
           close kml-file
               perform lookup-locode
           end-if

      ***       the distance matrix wants every selected city,
      ***       whichever of the outputs below it goes to
           if distance-only <> 'N' or route-from <> spaces
           or cluster-km > 0 or daylight-from > 0
               perform record-distance-city
           end-if

      ***       density mode aggregates into grid cells in place of
      ***       the individual placemark and its report detail
           if density-tenths > 0
           write csv-record end-write
           .
      *==========================================================
      *  record-distance-city - one selected city into the
      *  distance matrix table. a city picked up twice (the same
      *  place inside two polygons) is only kept once; past the
      *  cap the table is marked and the matrix is not written
      *==========================================================
       record-distance-city.
           if dm-overflow = 'y'
               exit paragraph
           end-if
           perform varying dm-idx from 1 by 1
           until dm-idx > dm-max
               if dm-geonameid(dm-idx) = sort-city-geonameid
                   exit paragraph
               end-if
           end-perform
           if dm-max >= dm-lim
               move 'y' to dm-overflow
               exit paragraph
           end-if
           add 1 to dm-max end-add
           move sort-city-geonameid to dm-geonameid(dm-max)
           move sort-city-name to dm-name(dm-max)
           inspect dm-name(dm-max) replacing all quote by "'"
           inspect dm-name(dm-max) replacing all ',' by ' '
           compute dm-rlat(dm-max) =
               sort-city-latitude * dm-deg-rad end-compute
           compute dm-rlon(dm-max) =
               sort-city-longitude * dm-deg-rad end-compute
           move sort-city-latitude to dm-lat(dm-max)
           move sort-city-longitude to dm-lon(dm-max)
           move sort-city-population to dm-pop(dm-max)
           move sort-timezone to dm-tz-id(dm-max)
           move city-tz-gmt to dm-tz-gmt(dm-max)
           move city-tz-dst to dm-tz-dst(dm-max)
           .
      *==========================================================
      *  write-distance-output - the matrix and/or long-form
      *  files for the cities collected by record-distance-city,
      *  named like the density overlay (per job in job-deck
      *  mode). an over-cap selection gets a run report line
      *  instead: the matrix would be too big to be any use
      *==========================================================
       write-distance-output.
           move 2 to run-skip-count
           if dm-overflow = 'y'
               move dm-lim to dm-lim-disp
               move spaces to run-line
               string 'distance matrix not written - more than '
                   trim(dm-lim-disp)
                   ' cities selected, narrow the selection'
                   delimited by size into run-line end-string
               call 'printrunreport' using print-run-control end-call
               exit paragraph
           end-if
           if dm-max = 0
               exit paragraph
           end-if

           if distance-only = 'M' or distance-only = 'B'
               move spaces to distance-file-name
               if jobdeck-mode = 'y'
                   string trim(output-directory) '/worldcities8-'
                       run-timestamp '-' trim(job-name(job-idx))
                       '-distance.csv' delimited by size
                       into distance-file-name end-string
               else
                   string trim(output-directory) '/worldcities8-'
                       run-timestamp '-distance.csv'
                       delimited by size
                       into distance-file-name end-string
               end-if
               open output distance-file
               move spaces to distance-record
               move 1 to dm-pointer
               string 'geonameid,name,unit' delimited by size
                   into distance-record with pointer dm-pointer
               end-string
               perform varying dm-jdx from 1 by 1
               until dm-jdx > dm-max
                   string ',"' dm-geonameid(dm-jdx) ' '
                       trim(dm-name(dm-jdx)) '"'
                       delimited by size
                       into distance-record with pointer dm-pointer
                   end-string
               end-perform
               write distance-record end-write
               perform varying dm-idx from 1 by 1
               until dm-idx > dm-max
                   move 'km' to dm-unit
                   perform write-distance-row
                   move 'nm' to dm-unit
                   perform write-distance-row
               end-perform
               close distance-file
           end-if

           if distance-only = 'L' or distance-only = 'B'
               move spaces to distance-file-name
               if jobdeck-mode = 'y'
                   string trim(output-directory) '/worldcities8-'
                       run-timestamp '-' trim(job-name(job-idx))
                       '-distance-long.csv' delimited by size
                       into distance-file-name end-string
               else
                   string trim(output-directory) '/worldcities8-'
                       run-timestamp '-distance-long.csv'
                       delimited by size
                       into distance-file-name end-string
               end-if
               open output distance-file
               perform varying dm-idx from 1 by 1
               until dm-idx > dm-max
                   perform varying dm-jdx from 1 by 1
                   until dm-jdx > dm-max
                       if dm-jdx <> dm-idx
                           perform compute-city-distance
                           move spaces to distance-record
                           string dm-geonameid(dm-idx) ',"'
                               trim(dm-name(dm-idx)) '",'
                               dm-geonameid(dm-jdx) ',"'
                               trim(dm-name(dm-jdx)) '",'
                               trim(dm-km-disp) ','
                               trim(dm-nm-disp)
                               delimited by size
                               into distance-record end-string
                           write distance-record end-write
                       end-if
                   end-perform
               end-perform
               close distance-file
           end-if

           move dm-max to display-count
           move 'cities in the distance matrix' to display-message
           call 'printrunreport' using print-run-control end-call
           .
      *==========================================================
      *  write-distance-row - one matrix row, city dm-idx against
      *  every city, in the unit in dm-unit
      *==========================================================
       write-distance-row.
           move spaces to distance-record
           move 1 to dm-pointer
           string dm-geonameid(dm-idx) ',"' trim(dm-name(dm-idx))
               '",' dm-unit
               delimited by size
               into distance-record with pointer dm-pointer
           end-string
           perform varying dm-jdx from 1 by 1
           until dm-jdx > dm-max
               perform compute-city-distance
               if dm-unit = 'km'
                   string ',' trim(dm-km-disp) delimited by size
                       into distance-record with pointer dm-pointer
                   end-string
               else
                   string ',' trim(dm-nm-disp) delimited by size
                       into distance-record with pointer dm-pointer
                   end-string
               end-if
           end-perform
           write distance-record end-write
           .
      *==========================================================
      *  compute-city-distance - great-circle distance between
      *  cities dm-idx and dm-jdx, the same spherical cosine rule
      *  find-nearest-airfield uses; a nautical mile is 1.852 km
      *==========================================================
       compute-city-distance.
           if dm-idx = dm-jdx
               move 0 to dm-km dm-nm
           else
               compute dm-c =
                   sin(dm-rlat(dm-idx)) * sin(dm-rlat(dm-jdx))
                   + cos(dm-rlat(dm-idx)) * cos(dm-rlat(dm-jdx))
                   * cos(dm-rlon(dm-jdx) - dm-rlon(dm-idx))
               end-compute
               if dm-c > 1
                   move 1 to dm-c
               end-if
               if dm-c < -1
                   move -1 to dm-c
               end-if
               compute dm-km rounded = acos(dm-c) * 6371
                   on size error move 99999.9 to dm-km
               end-compute
               compute dm-nm rounded = dm-km / 1.852 end-compute
           end-if
           move dm-km to dm-km-disp
           move dm-nm to dm-nm-disp
           .
      *==========================================================
      *  write-route-output - plans the round trip, then lists
      *  it on the report and draws it into the open KML document
      *  as one LineString placemark. called where the density
      *  overlay is, once the whole selection is known
      *==========================================================
       write-route-output.
           move 2 to report-skip-count
           if dm-overflow = 'y'
               move dm-lim to dm-lim-disp
               move spaces to report-line
               string 'note: more than ' trim(dm-lim-disp)
                   ' cities selected - route not planned'
                   delimited by size into report-line end-string
               perform write-report-line
               exit paragraph
           end-if
           perform plan-route
           if rt-found = 'n'
               move spaces to report-line
               string 'note: route start ' trim(route-from)
                   ' is not a selected city or an icaoref.dat code'
                   delimited by size into report-line end-string
               perform write-report-line
               exit paragraph
           end-if
           if rt-stops = 0
               move 'note: no cities selected to route through'
                   to report-line
               perform write-report-line
               exit paragraph
           end-if

           move spaces to report-heading-1
           string 'round trip from ' trim(route-from)
               delimited by size into report-heading-1 end-string
           move 99 to report-line-count
           move ' stop   leg km    cum km  city' to report-line
           perform write-report-line
           move 0 to rt-cum-km
           compute rt-last = rt-stops + 2 end-compute
           perform varying rt-pos from 2 by 1
           until rt-pos > rt-last
               move rt-seq(rt-pos - 1) to rt-p
               move rt-seq(rt-pos) to rt-q
               perform route-distance
               compute rt-leg-km rounded = rt-d
                   on size error move 99999.9 to rt-leg-km
               end-compute
               add rt-leg-km to rt-cum-km end-add
               compute rt-stop-disp = rt-pos - 1 end-compute
               move rt-leg-km to rt-leg-disp
               move rt-cum-km to rt-cum-disp
               move spaces to report-line
               if rt-q = 0
                   string ' ' rt-stop-disp '  ' rt-leg-disp '  '
                       rt-cum-disp '  back to ' trim(route-from)
                       delimited by size into report-line end-string
               else
                   string ' ' rt-stop-disp '  ' rt-leg-disp '  '
                       rt-cum-disp '  ' dm-name(rt-q)
                       delimited by size into report-line end-string
               end-if
               perform write-report-line
           end-perform

           write kml-record from '<Placemark>' end-write
           move spaces to kml-record
           string '<name>Round trip from ' trim(route-from)
               '</name>' delimited by size into kml-record end-string
           inspect kml-record replacing all '&' by '+'
           write kml-record end-write
           move spaces to kml-record
           string '<description>' rt-stops ' stops, '
               trim(rt-cum-disp) ' km</description>'
               delimited by size into kml-record end-string
           write kml-record end-write
           write kml-record from
               '<Style><LineStyle><color>ff0000ff</color>'
               end-write
           write kml-record from '<width>3</width></LineStyle></Style>'
               end-write
           write kml-record from
               '<LineString><tessellate>1</tessellate><coordinates>'
               end-write
           perform varying rt-pos from 1 by 1
           until rt-pos > rt-last
               move rt-seq(rt-pos) to rt-p
               if rt-p = 0
                   compute report-latitude = 1 * rt-start-lat
                   end-compute
                   compute report-longitude = 1 * rt-start-lon
                   end-compute
               else
                   compute report-latitude = 1 * dm-lat(rt-p)
                   end-compute
                   compute report-longitude = 1 * dm-lon(rt-p)
                   end-compute
               end-if
               move spaces to kml-record
               string trim(report-longitude) ','
                   trim(report-latitude)
                   delimited by size into kml-record end-string
               write kml-record end-write
           end-perform
           write kml-record from '</coordinates></LineString>'
               end-write
           write kml-record from '</Placemark>' end-write
           move spaces to report-line

           move 2 to run-skip-count
           move rt-stops to display-count
           move spaces to display-message
           string 'route stops, round trip km ' trim(rt-cum-disp)
               delimited by size into display-message end-string
           call 'printrunreport' using print-run-control end-call
           .
      *==========================================================
      *  write-cluster-output - groups the distance matrix cities
      *  (single linkage: a town joins a cluster when it is within
      *  cluster-km of any town already in it), then one report
      *  section and one KML folder per cluster
      *==========================================================
       write-cluster-output.
           move 2 to report-skip-count
           if dm-overflow = 'y'
               move dm-lim to dm-lim-disp
               move spaces to report-line
               string 'note: more than ' trim(dm-lim-disp)
                   ' cities selected - not clustered'
                   delimited by size into report-line end-string
               perform write-report-line
               exit paragraph
           end-if
           if dm-max = 0
               exit paragraph
           end-if
           compute cl-cos = cos(cluster-km / 6371) end-compute
           perform varying dm-idx from 1 by 1
           until dm-idx > dm-max
               move 0 to cl-of(dm-idx)
           end-perform
           move 0 to cl-max
           perform varying dm-idx from 1 by 1
           until dm-idx > dm-max
               if cl-of(dm-idx) = 0
                   add 1 to cl-max end-add
                   perform grow-cluster
                   perform write-cluster-section
               end-if
           end-perform

           move 2 to run-skip-count
           move cl-max to display-count
           move cluster-km to cl-disp
           move spaces to display-message
           string 'clusters of towns within ' trim(cl-disp) ' km'
               delimited by size into display-message end-string
           call 'printrunreport' using print-run-control end-call
           .
      *==========================================================
      *  grow-cluster - breadth first from dm-idx: each queued
      *  town pulls in every unclaimed town within cluster-km
      *==========================================================
       grow-cluster.
           move cl-max to cl-of(dm-idx)
           move dm-idx to cl-queue(1)
           move 1 to cl-head
           move 1 to cl-tail
           perform until cl-head > cl-tail
               move cl-queue(cl-head) to cl-idx
               perform varying dm-jdx from 1 by 1
               until dm-jdx > dm-max
                   if cl-of(dm-jdx) = 0
                       compute dm-c =
                           sin(dm-rlat(cl-idx)) * sin(dm-rlat(dm-jdx))
                           + cos(dm-rlat(cl-idx)) * cos(dm-rlat(dm-jdx))
                           * cos(dm-rlon(dm-jdx) - dm-rlon(cl-idx))
                       end-compute
                       if dm-c >= cl-cos
                           move cl-max to cl-of(dm-jdx)
                           add 1 to cl-tail end-add
                           move dm-jdx to cl-queue(cl-tail)
                       end-if
                   end-if
               end-perform
               add 1 to cl-head end-add
           end-perform
           .
      *==========================================================
      *  write-cluster-section - the members of cluster cl-max
      *  (queued in cl-queue(1:cl-tail)), their total population,
      *  plain-average centroid and largest town
      *==========================================================
       write-cluster-section.
           move 0 to cl-pop
           move 0 to cl-lat-sum cl-lon-sum
           move cl-queue(1) to cl-big
           perform varying cl-head from 1 by 1
           until cl-head > cl-tail
               move cl-queue(cl-head) to cl-idx
               add dm-pop(cl-idx) to cl-pop end-add
               compute cl-lat-sum = cl-lat-sum + dm-lat(cl-idx)
               end-compute
               compute cl-lon-sum = cl-lon-sum + dm-lon(cl-idx)
               end-compute
               if dm-pop(cl-idx) > dm-pop(cl-big)
                   move cl-idx to cl-big
               end-if
           end-perform
           move cl-tail to cl-members

           move cl-max to cl-disp
           move spaces to report-heading-1
           string 'cluster ' trim(cl-disp) ' - '
               trim(dm-name(cl-big))
               delimited by size into report-heading-1 end-string
           move 99 to report-line-count
           perform varying cl-head from 1 by 1
           until cl-head > cl-tail
               move cl-queue(cl-head) to cl-idx
               move spaces to report-line
               compute report-latitude = 1 * dm-lat(cl-idx)
               end-compute
               compute report-longitude = 1 * dm-lon(cl-idx)
               end-compute
               move dm-pop(cl-idx) to report-city-population
               move dm-name(cl-idx) to report-city-name
               perform write-report-line
           end-perform
           move cl-members to cl-mem-disp
           move cl-pop to cl-pop-disp
           compute report-latitude = cl-lat-sum / cl-members
           end-compute
           compute report-longitude = cl-lon-sum / cl-members
           end-compute
           move spaces to report-line
           string ' towns ' trim(cl-mem-disp)
               ' population ' trim(cl-pop-disp)
               ' centroid ' trim(report-latitude) ','
               trim(report-longitude)
               delimited by size into report-line end-string
           perform write-report-line
           move spaces to report-line

           compute cl-colour-idx = function mod(cl-max - 1, 8) + 1
           end-compute
           write kml-record from '<Folder>' end-write
           move spaces to kml-record
           string '<name>Cluster ' trim(cl-disp) ' - '
               trim(dm-name(cl-big)) '</name>'
               delimited by size into kml-record end-string
           inspect kml-record replacing all '&' by '+'
           write kml-record end-write
           move spaces to kml-record
           string '<description>' trim(cl-mem-disp) ' towns, '
               'population ' trim(cl-pop-disp) '</description>'
               delimited by size into kml-record end-string
           write kml-record end-write
           move spaces to kml-record
           string '<Style id="Cluster' trim(cl-disp) 'Style">'
               '<IconStyle><color>' cl-colour(cl-colour-idx)
               '</color><scale>1</scale><Icon><href>'
               'http://maps.google.com/mapfiles/kml/'
               'paddle/wht-blank.png</href></Icon></IconStyle>'
               '</Style>'
               delimited by size into kml-record end-string
           write kml-record end-write
           perform varying cl-head from 1 by 1
           until cl-head > cl-tail
               move cl-queue(cl-head) to cl-idx
               write kml-record from '<Placemark>' end-write
               move spaces to kml-record
               string '<name>' trim(dm-name(cl-idx)) '</name>'
                   delimited by size into kml-record end-string
               inspect kml-record replacing all '&' by '+'
               write kml-record end-write
               move spaces to kml-record
               string '<styleUrl>#Cluster' trim(cl-disp)
                   'Style</styleUrl>'
                   delimited by size into kml-record end-string
               write kml-record end-write
               compute report-latitude = 1 * dm-lat(cl-idx)
               end-compute
               compute report-longitude = 1 * dm-lon(cl-idx)
               end-compute
               move spaces to kml-record
               string '<Point><coordinates>' trim(report-longitude)
                   ',' trim(report-latitude)
                   '</coordinates></Point>'
                   delimited by size into kml-record end-string
               write kml-record end-write
               write kml-record from '</Placemark>' end-write
           end-perform
           write kml-record from '</Folder>' end-write
           .
      *==========================================================
      *  check-daylight-dates - both real dates, in order, and no
      *  more than a year apart
      *==========================================================
       check-daylight-dates.
           if daylight-from-only is not numeric
           or daylight-to-only is not numeric
               move 'daylight dates must be ccyymmdd' to error-message
               exit paragraph
           end-if
           move daylight-from-only to daylight-from
           move daylight-to-only to daylight-to
           if test-date-yyyymmdd(daylight-from) <> 0
           or test-date-yyyymmdd(daylight-to) <> 0
               move 0 to daylight-from daylight-to
               move 'daylight dates must be ccyymmdd' to error-message
               exit paragraph
           end-if
           if daylight-to < daylight-from
           or integer-of-date(daylight-to)
              - integer-of-date(daylight-from) > 365
               move 0 to daylight-from daylight-to
               move 'daylight range must run forward, a year at most'
                   to error-message
               exit paragraph
           end-if
           move 'y' to daylight-ok
           move spaces to error-message
           .
      *==========================================================
      *  write-daylight-output - the daylight CSV (named like the
      *  distance matrix, per job in job-deck mode) and a report
      *  page per city for the distance matrix cities
      *==========================================================
       write-daylight-output.
           move 2 to report-skip-count
           if dm-overflow = 'y'
               move dm-lim to dm-lim-disp
               move spaces to report-line
               string 'note: more than ' trim(dm-lim-disp)
                   ' cities selected - no daylight table'
                   delimited by size into report-line end-string
               perform write-report-line
               exit paragraph
           end-if
           if dm-max = 0
               exit paragraph
           end-if

           move spaces to daylight-file-name
           if jobdeck-mode = 'y'
               string trim(output-directory) '/worldcities8-'
                   run-timestamp '-' trim(job-name(job-idx))
                   '-daylight.csv' delimited by size
                   into daylight-file-name end-string
           else
               string trim(output-directory) '/worldcities8-'
                   run-timestamp '-daylight.csv'
                   delimited by size
                   into daylight-file-name end-string
           end-if
           open output daylight-file
           move spaces to daylight-record
           string 'geonameid,name,date,timezone,utc-offset,'
               'dawn-utc,sunrise-utc,sunset-utc,dusk-utc,'
               'dawn-local,sunrise-local,sunset-local,dusk-local'
               delimited by size into daylight-record end-string
           write daylight-record end-write

           compute dl-int-end = integer-of-date(daylight-to)
           end-compute
           perform varying dm-idx from 1 by 1
           until dm-idx > dm-max
               move spaces to report-heading-1
               string 'daylight - ' trim(dm-name(dm-idx))
                   ' [' trim(dm-tz-id(dm-idx))
                   ' UTC' trim(dm-tz-gmt(dm-idx))
                   ' DST' trim(dm-tz-dst(dm-idx)) ']'
                   delimited by size into report-heading-1 end-string
               move 99 to report-line-count
               move dl-report-heading to report-line
               perform write-report-line
               compute dl-int = integer-of-date(daylight-from)
               end-compute
               perform until dl-int > dl-int-end
                   perform calc-daylight-day
                   perform write-daylight-day
                   add 1 to dl-int end-add
               end-perform
           end-perform
           close daylight-file

           move 2 to run-skip-count
           move dm-max to display-count
           move spaces to display-message
           string 'cities in the daylight table '
               daylight-from '-' daylight-to
               delimited by size into display-message end-string
           call 'printrunreport' using print-run-control end-call
           .
      *==========================================================
      *  calc-daylight-day - the four times for city dm-idx on
      *  day dl-int. declination by the cosine approximation and
      *  solar noon from longitude and the equation of time;
      *  sunrise and sunset at -0.833 degrees for refraction and
      *  the sun's radius, civil twilight at -6
      *==========================================================
       calc-daylight-day.
           compute dl-date = date-of-integer(dl-int) end-compute
           compute dl-day-of-year = dl-int
               - integer-of-date(dl-year * 10000 + 101) + 1
           end-compute
           compute dl-decl = -23.44 * dm-deg-rad
               * cos(dm-deg-rad * 0.9863 * (dl-day-of-year + 10))
           end-compute
           compute dl-b = dm-deg-rad * 360 / 365
               * (dl-day-of-year - 81)
           end-compute
           compute dl-eot = 9.87 * sin(2 * dl-b) - 7.53 * cos(dl-b)
               - 1.5 * sin(dl-b)
           end-compute
           compute dl-noon = 720 - 4 * dm-lon(dm-idx) - dl-eot
           end-compute
           move -6 to dl-altitude
           move 1 to dl-k
           perform calc-daylight-event
           move -0.833 to dl-altitude
           move 2 to dl-k
           perform calc-daylight-event

      ***  the local offset in minutes - the zone's 1 Jul offset
      ***  through its summer, the 1 Jan offset otherwise
           move 'n' to dl-local-known
           move 0 to dl-offset
           if dm-tz-gmt(dm-idx) = spaces
               exit paragraph
           end-if
           move 'y' to dl-local-known
           compute dl-offset rounded =
               numval(dm-tz-gmt(dm-idx)) * 60
           end-compute
           if dm-tz-dst(dm-idx) = spaces
           or dm-tz-dst(dm-idx) = dm-tz-gmt(dm-idx)
               exit paragraph
           end-if
           if dm-lat(dm-idx) >= 0
               compute dl-summer-start =
                   integer-of-date(dl-year * 10000 + 331)
               end-compute
               compute dl-summer-start = dl-summer-start
                   - mod(dl-summer-start, 7)
               end-compute
               compute dl-summer-end =
                   integer-of-date(dl-year * 10000 + 1031)
               end-compute
               compute dl-summer-end = dl-summer-end
                   - mod(dl-summer-end, 7)
               end-compute
           else
               compute dl-summer-start =
                   integer-of-date(dl-year * 10000 + 401)
               end-compute
               compute dl-summer-start = dl-summer-start
                   + mod(7 - mod(dl-summer-start, 7), 7)
               end-compute
               compute dl-summer-end =
                   integer-of-date(dl-year * 10000 + 1001)
               end-compute
               compute dl-summer-end = dl-summer-end
                   + mod(7 - mod(dl-summer-end, 7), 7)
               end-compute
           end-if
           if dl-int >= dl-summer-start and dl-int < dl-summer-end
               compute dl-offset rounded =
                   numval(dm-tz-dst(dm-idx)) * 60
               end-compute
           end-if
           .
      *==========================================================
      *  calc-daylight-event - morning time into dl-event(dl-k),
      *  evening time into dl-event(5 - dl-k), for the sun at
      *  dl-altitude degrees
      *==========================================================
       calc-daylight-event.
           compute dl-cosw =
               (sin(dl-altitude * dm-deg-rad)
                - sin(dm-rlat(dm-idx)) * sin(dl-decl))
               / (cos(dm-rlat(dm-idx)) * cos(dl-decl))
           end-compute
           evaluate true
           when dl-cosw > 1
               move 'd' to dl-state(dl-k) dl-state(5 - dl-k)
               move 0 to dl-time(dl-k) dl-time(5 - dl-k)
           when dl-cosw < -1
               move 'u' to dl-state(dl-k) dl-state(5 - dl-k)
               move 0 to dl-time(dl-k) dl-time(5 - dl-k)
           when other
               compute dl-hour-angle = acos(dl-cosw) / dm-deg-rad
               end-compute
               move space to dl-state(dl-k) dl-state(5 - dl-k)
               compute dl-time(dl-k) rounded =
                   dl-noon - 4 * dl-hour-angle
               end-compute
               compute dl-time(5 - dl-k) rounded =
                   dl-noon + 4 * dl-hour-angle
               end-compute
           end-evaluate
           .
      *==========================================================
      *  write-daylight-day - the CSV row and the report line for
      *  city dm-idx on dl-date. "up" and "down" stand in for the
      *  times the sun never crosses that day (blank on the CSV)
      *==========================================================
       write-daylight-day.
           perform varying dl-k from 1 by 1 until dl-k > 4
               evaluate dl-state(dl-k)
               when 'u'
                   move 'up' to dl-utc-text(dl-k) dl-local-text(dl-k)
               when 'd'
                   move 'down' to dl-utc-text(dl-k)
                       dl-local-text(dl-k)
               when other
                   move dl-time(dl-k) to dl-mins
                   perform format-daylight-time
                   move dl-text to dl-utc-text(dl-k)
                   compute dl-mins = dl-time(dl-k) + dl-offset
                   end-compute
                   perform format-daylight-time
                   move dl-text to dl-local-text(dl-k)
               end-evaluate
               if dl-local-known = 'n'
                   move spaces to dl-local-text(dl-k)
               end-if
           end-perform

           move spaces to dl-r-date
           string dl-year '-' dl-month '-' dl-day
               delimited by size into dl-r-date end-string
           perform varying dl-k from 1 by 1 until dl-k > 4
               move dl-utc-text(dl-k) to dl-r-utc-time(dl-k)
               move dl-local-text(dl-k) to dl-r-local-time(dl-k)
           end-perform
           move dl-report-line to report-line
           move 1 to report-skip-count
           perform write-report-line

           compute dl-offset-disp = dl-offset / 60 end-compute
           move spaces to daylight-record
           move 1 to dl-pointer
           string dm-geonameid(dm-idx) ','
               '"' trim(dm-name(dm-idx)) '",'
               dl-r-date ','
               '"' trim(dm-tz-id(dm-idx)) '",'
               delimited by size into daylight-record
               with pointer dl-pointer end-string
           if dl-local-known = 'y'
               string trim(dl-offset-disp)
                   delimited by size into daylight-record
                   with pointer dl-pointer end-string
           end-if
           perform varying dl-k from 1 by 1 until dl-k > 4
               if dl-state(dl-k) = space
                   string ',' dl-utc-text(dl-k)
                       delimited by size into daylight-record
                       with pointer dl-pointer end-string
               else
                   string ',' delimited by size into daylight-record
                       with pointer dl-pointer end-string
               end-if
           end-perform
           perform varying dl-k from 1 by 1 until dl-k > 4
               if dl-state(dl-k) = space and dl-local-known = 'y'
                   string ',' dl-local-text(dl-k)
                       delimited by size into daylight-record
                       with pointer dl-pointer end-string
               else
                   string ',' delimited by size into daylight-record
                       with pointer dl-pointer end-string
               end-if
           end-perform
           write daylight-record end-write
           .
      *==========================================================
      *  format-daylight-time - dl-mins (any day) as hh:mm within
      *  the day into dl-text
      *==========================================================
       format-daylight-time.
           compute dl-mins = mod(dl-mins, 1440) end-compute
           divide dl-mins by 60 giving dl-hh remainder dl-mi
           end-divide
           move spaces to dl-text
           string dl-hh ':' dl-mi delimited by size into dl-text
           end-string
           .
      *==========================================================
      *  plan-route - finds the start (an icaoref.dat code first,
      *  then a selected city name), builds a nearest-neighbour
      *  tour out and back, then 2-opt: reverse any stretch of the
      *  tour whose end legs cross, until a pass changes nothing
      *  or rt-pass-lim passes have run. a start city is the
      *  depot, not a stop
      *==========================================================
       plan-route.
           move 'n' to rt-found
           move 0 to rt-start
           move function upper-case(route-from) to rt-from-upper
           perform varying icao-idx from 1 by 1
           until icao-idx > icao-max or rt-found = 'y'
               if icaoref-code(icao-idx) = rt-from-upper
                   move 'y' to rt-found
                   move icaoref-rlat(icao-idx) to rt-start-rlat
                   move icaoref-rlon(icao-idx) to rt-start-rlon
                   compute rt-start-lat rounded =
                       rt-start-rlat / dm-deg-rad end-compute
                   compute rt-start-lon rounded =
                       rt-start-rlon / dm-deg-rad end-compute
               end-if
           end-perform
           perform varying dm-idx from 1 by 1
           until dm-idx > dm-max or rt-found = 'y'
               if function upper-case(dm-name(dm-idx)(1:15))
                   = rt-from-upper
                   move 'y' to rt-found
                   move dm-idx to rt-start
                   move dm-rlat(dm-idx) to rt-start-rlat
                   move dm-rlon(dm-idx) to rt-start-rlon
                   move dm-lat(dm-idx) to rt-start-lat
                   move dm-lon(dm-idx) to rt-start-lon
               end-if
           end-perform
           if rt-found = 'n'
               exit paragraph
           end-if

           move dm-max to rt-stops
           move all 'n' to rt-visited-table
           if rt-start > 0
               move 'y' to rt-visited(rt-start)
               subtract 1 from rt-stops end-subtract
           end-if
           move 0 to rt-seq(1)
           move 1 to rt-pos
           perform until rt-pos > rt-stops
               move rt-seq(rt-pos) to rt-p
               move 0 to rt-best
               perform varying rt-q from 1 by 1
               until rt-q > dm-max
                   if rt-visited(rt-q) = 'n'
                       perform route-distance
                       if rt-best = 0 or rt-d < rt-best-d
                           move rt-q to rt-best
                           move rt-d to rt-best-d
                       end-if
                   end-if
               end-perform
               add 1 to rt-pos end-add
               move rt-best to rt-seq(rt-pos)
               move 'y' to rt-visited(rt-best)
           end-perform
           compute rt-last = rt-stops + 2 end-compute
           move 0 to rt-seq(rt-last)

           move 0 to rt-pass
           move 'y' to rt-improved
           perform until rt-improved = 'n'
           or rt-pass >= rt-pass-lim
               move 'n' to rt-improved
               add 1 to rt-pass end-add
               perform varying rt-i from 2 by 1
               until rt-i > rt-stops
                   compute rt-k-from = rt-i + 1 end-compute
                   perform varying rt-k from rt-k-from by 1
                   until rt-k > rt-stops + 1
                       perform route-two-opt-move
                   end-perform
               end-perform
           end-perform
           .
      *==========================================================
      *  route-two-opt-move - would reversing positions rt-i
      *  thru rt-k shorten the tour? if so, reverse them
      *==========================================================
       route-two-opt-move.
           move rt-seq(rt-i - 1) to rt-p
           move rt-seq(rt-k) to rt-q
           perform route-distance
           move rt-d to rt-d1
           move rt-seq(rt-i) to rt-p
           move rt-seq(rt-k + 1) to rt-q
           perform route-distance
           move rt-d to rt-d2
           move rt-seq(rt-i - 1) to rt-p
           move rt-seq(rt-i) to rt-q
           perform route-distance
           move rt-d to rt-d3
           move rt-seq(rt-k) to rt-p
           move rt-seq(rt-k + 1) to rt-q
           perform route-distance
           move rt-d to rt-d4
           compute rt-delta = rt-d1 + rt-d2 - rt-d3 - rt-d4
           end-compute
           if rt-delta < -0.01
               move rt-i to rt-a
               move rt-k to rt-b
               perform until rt-a >= rt-b
                   move rt-seq(rt-a) to rt-swap
                   move rt-seq(rt-b) to rt-seq(rt-a)
                   move rt-swap to rt-seq(rt-b)
                   add 1 to rt-a end-add
                   subtract 1 from rt-b end-subtract
               end-perform
               move 'y' to rt-improved
           end-if
           .
      *==========================================================
      *  route-distance - great-circle km from rt-p to rt-q into
      *  rt-d, either being 0 for the route start
      *==========================================================
       route-distance.
           if rt-p = 0
               move rt-start-rlat to rt-rlat-a
               move rt-start-rlon to rt-rlon-a
           else
               move dm-rlat(rt-p) to rt-rlat-a
               move dm-rlon(rt-p) to rt-rlon-a
           end-if
           if rt-q = 0
               move rt-start-rlat to rt-rlat-b
               move rt-start-rlon to rt-rlon-b
           else
               move dm-rlat(rt-q) to rt-rlat-b
               move dm-rlon(rt-q) to rt-rlon-b
           end-if
           compute dm-c =
               sin(rt-rlat-a) * sin(rt-rlat-b)
               + cos(rt-rlat-a) * cos(rt-rlat-b)
               * cos(rt-rlon-b - rt-rlon-a)
           end-compute
           if dm-c > 1
               move 1 to dm-c
           end-if
           if dm-c < -1
               move -1 to dm-c
           end-if
           compute rt-d = acos(dm-c) * 6371 end-compute
           .
      *==========================================================
      *  write-geojson-feature - one Feature per selected city in
      *  the FeatureCollection opened in the main line. double
      *  quotes in names are softened to apostrophes rather than
