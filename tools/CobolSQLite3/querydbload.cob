*>             one - simplest thing that works for the data volumes this
*>             system sees.
*>
*>             When worldcities8 has also been asked for its long-form
*>             distance output, that file (from-geonameid, from-name,
*>             to-geonameid, to-name, km, nm - one row per ordered pair
*>             of selected cities) is loaded into a citydistance table
*>             from worldcities8-distance.csv beside the city extract.
*>             It is an optional extra - no file just means no
*>             distances tonight, not a failed run.
*>
*> Written   : 2026.
*>
*> Tectonics : Install the SQLite3 library (sqlite.org), if required.
                                        organization line sequential
                                        status       city-extract-status.

      select distance-extract-file     assign       ws-distance-extract-name
                                        organization line sequential
                                        status       distance-extract-status.

data division.

  file section.
  fd  city-extract-file.
  01  city-extract-record            pic x(256).

  fd  distance-extract-file.
  01  distance-extract-record        pic x(256).

  working-storage section.

    copy "CobolSQLite3-WS.cpy".
    01  city-extract-status           pic x(2).
      88  city-extract-file-missing     value "35".
      88  city-extract-ok               value "00".
    01  distance-extract-status       pic x(2).
      88  distance-extract-ok           value "00".

    01  ws-csv-extract-name           pic x(128).
    01  ws-distance-extract-name      pic x(128)
                                      value "worldcities8-distance.csv".
    01  ws-db-name                    pic x(128).

    01  ws-flight-count               pic 9(9)  comp  value zero.
    01  ws-city-count                 pic 9(9)  comp  value zero.
    01  ws-city-bad-count             pic 9(9)  comp  value zero.
    01  ws-distance-count             pic 9(9)  comp  value zero.
    01  ws-distance-bad-count         pic 9(9)  comp  value zero.

    01  sql-statements.
      05  drop-table-flightlog        pic x(040) value
            "insert into selectedcity (countrycode, countryname,
             cityname, latitude, longitude, population)
             values (?, ?, ?, ?, ?, ?);".
      05  drop-table-citydistance     pic x(040) value
            "drop table if exists citydistance;".
      05  create-table-citydistance   pic x(220) value
            "create table citydistance(
             from_geonameid int, from_name text,
             to_geonameid int, to_name text,
             km real, nm real);".
      05  insert-into-citydistance    pic x(160) value
            "insert into citydistance (from_geonameid, from_name,
             to_geonameid, to_name, km, nm)
             values (?, ?, ?, ?, ?, ?);".

*> Working fields used to bind the flightlog row being loaded - DBBIND
*>   takes an alphanumeric parameter value, so every host field is
    01  wk-csv-longitude             pic x(20).
    01  wk-csv-population            pic x(16).

*> Working fields for one worldcities8 long-form distance row -
*>   see 4000-Load-Distances.  Same simple split as the city rows;
*>   worldcities8 blanks any comma out of the names it writes here.
    01  wk-dst-from-id               pic x(12).
    01  wk-dst-from-name             pic x(48).
    01  wk-dst-to-id                 pic x(12).
    01  wk-dst-to-name               pic x(48).
    01  wk-dst-km                    pic x(12).
    01  wk-dst-nm                    pic x(12).

*> Operations alert console destination - failures here fire a CRIT
*>   UDP alert through the dutyalertpublish module (best effort, the
*>   run carries on or ends exactly as before).

  perform 2000-Load-Flightlog
  perform 3000-Load-Cities
  perform 4000-Load-Distances

  if DBCLOSE(db-object) <> ZERO then
    display "DBCLOSE: ", DBERRMSG end-display
  display "querydbload: " ws-flight-count " flight record(s), "
          ws-city-count " city record(s) loaded ("
          ws-city-bad-count " city row(s) skipped)" end-display
  display "querydbload: " ws-distance-count " city distance(s) loaded ("
          ws-distance-bad-count " distance row(s) skipped)" end-display

  move write-log(LOG-INFO, "querydbload run complete")
    to ws-syslog-rc
  inspect wk-csv-city-name     replacing all '"' by space
  .

4000-Load-Distances.

  move zero to ws-distance-count ws-distance-bad-count

  if DBSQL(db-object, drop-table-citydistance) <> ZERO then
    display "DBSQL (drop citydistance): ", DBERRMSG end-display
    goback
  end-if

  if DBSQL(db-object, create-table-citydistance) <> ZERO then
    display "DBSQL (create citydistance): ", DBERRMSG end-display
    goback
  end-if

  move DBCOMPILE(db-object, insert-into-citydistance) to sql-object

  if DBSTATUS <> ZERO then
    display "DBCOMPILE (insert citydistance): ", DBERRMSG end-display
    goback
  end-if

  if DBBEGIN(db-object) <> ZERO then
    display "DBBEGIN (citydistance): ", DBERRMSG end-display
    goback
  end-if

*> No CRIT alert for a missing file - the distance output is only
*>   produced when the worldcities8 run asked for it.

  open input distance-extract-file

  if not distance-extract-ok then
    display "querydbload: ", trim(ws-distance-extract-name),
            " not opened, status ", distance-extract-status,
            ", no city distances loaded" end-display
  else
    perform 4100-Load-Distance-Row
      until distance-extract-status <> "00"
    close distance-extract-file
  end-if

  if DBCOMMIT(db-object) <> ZERO then
    display "DBCOMMIT (citydistance): ", DBERRMSG end-display
    goback
  end-if

  if DBRELEASE(sql-object) <> ZERO then
    display "DBRELEASE (citydistance): ", DBERRMSG end-display
  end-if
  .

4100-Load-Distance-Row.

  read distance-extract-file
    at end
      move "10" to distance-extract-status
      exit paragraph
  end-read

  perform 4200-Split-Distance-Row

  if wk-dst-from-id = spaces or wk-dst-to-id = spaces
  or wk-dst-km = spaces then
    add 1 to ws-distance-bad-count
    exit paragraph
  end-if

  if DBBIND(sql-object, 1, trim(wk-dst-from-id)) <> ZERO
  or DBBIND(sql-object, 2, trim(wk-dst-from-name)) <> ZERO
  or DBBIND(sql-object, 3, trim(wk-dst-to-id)) <> ZERO
  or DBBIND(sql-object, 4, trim(wk-dst-to-name)) <> ZERO
  or DBBIND(sql-object, 5, trim(wk-dst-km)) <> ZERO
  or DBBIND(sql-object, 6, trim(wk-dst-nm)) <> ZERO then
    display "DBBIND (citydistance): ", DBERRMSG end-display
    add 1 to ws-distance-bad-count
    exit paragraph
  end-if

  move DBEXECUTE(sql-object) to db-status

  if not call-successful and not sql-statement-finished then
    display "DBEXECUTE (citydistance): ", DBERRMSG end-display
    add 1 to ws-distance-bad-count
    exit paragraph
  end-if

  if DBRESET(sql-object) <> ZERO then
    display "DBRESET (citydistance): ", DBERRMSG end-display
    goback
  end-if

  add 1 to ws-distance-count
  .

4200-Split-Distance-Row.

*> from-geonameid,"From Name",to-geonameid,"To Name",km,nm

  move spaces to wk-dst-from-id wk-dst-from-name wk-dst-to-id
                 wk-dst-to-name wk-dst-km wk-dst-nm

  unstring distance-extract-record delimited by ","
    into wk-dst-from-id wk-dst-from-name wk-dst-to-id
         wk-dst-to-name wk-dst-km wk-dst-nm
  end-unstring

  inspect wk-dst-from-name replacing all '"' by space
  inspect wk-dst-to-name   replacing all '"' by space
  .

*> -------------------------------------------------------------------
*> 9000-Publish-Alert - one UDP datagram to the operations alert
*>   console via the dutyalertpublish module (tools/flightlog); the
