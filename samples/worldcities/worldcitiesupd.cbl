      * input path can skip the tab-parse entirely.
      * masters built by 1.00 must be reloaded with
      * worldcitiesload.
      *==================================================
      * build 1.02: every population change applied to
      * an existing master record is appended to the
      * population history file (pophistory.dat -
      * geonameid, effective date, old value, new value)
      * before the figure is overwritten, so growth
      * can be reported across refreshes - see
      * worldcitiesgrowth.  the effective date is the
      * row's modification date column, today's date
      * when that is blank.
      *==================================================

       environment division.
               file status is report-file-status
               organization is line sequential.

           select history-file
               assign to 'pophistory.dat'
               file status is history-file-status
               organization is line sequential.

       data division.
       file section.
       fd  master-file.
       fd  report-file.
       01  report-record pic x(132).

       fd  history-file.
       01  history-record pic x(40).

       working-storage section.
       01  build-tag pic x(16) value 'build 1.02'.

       01  master-file-status pic x(2).
       01  delta-file-status pic x(2).
       01  selection-file-status pic x(2).
       01  report-file-status pic x(2).
       01  history-file-status pic x(2).

       01  delta-file-name pic x(128).
       01  deletes-file-name pic x(128).
       01  missing-count pic 9(7) value 0.
       01  bad-count pic 9(7) value 0.
       01  selected-hits pic 9(7) value 0.
       01  history-count pic 9(7) value 0.

      *  one population change - worldcitiesgrowth reads this
      *  layout back, keep the two in step
       01  history-line.
           03  ph-geonameid pic 9(9).
           03  filler pic x value ','.
           03  ph-date pic x(10).
           03  filler pic x value ','.
           03  ph-old-population pic 9(9).
           03  filler pic x value ','.
           03  ph-new-population pic 9(9).
       01  old-population pic 9(9).
       01  today-text pic x(21).

      *  geonameids from the saved selection csv (last column)
       01  sel-max pic 9(5) value 0.
               perform load-selection
           end-if

           open extend history-file
           if history-file-status <> '00'
               open output history-file
           end-if
           move current-date to today-text

           perform apply-modifications

           if deletes-file-name <> spaces
           move report-line to report-record
           write report-record end-write
           display report-line end-display
           move spaces to report-line
           string 'population changes to pophistory.dat: '
               history-count
               delimited by size into report-line end-string
           move report-line to report-record
           write report-record end-write
           display report-line end-display
           if sel-max > 0
               move spaces to report-line
               string 'delta rows touching the saved selection: '
               display report-line end-display
           end-if

           close master-file report-file history-file
           if bad-count > 0
               move 4 to return-code
           else
                           if cm-city-line = delta-record
                               add 1 to unchanged-count end-add
                           else
                               move cm-population to old-population
                               move delta-record to cm-city-line
                               perform fill-parsed-block
                               if cm-population <> old-population
                                   perform write-history
                               end-if
                               rewrite master-record
                                   invalid key add 1 to bad-count
                               end-rewrite
      *  needs, parsed once here so its master path never has to
      *==========================================================
       fill-parsed-block.
           move spaces to p-moddate
           unstring cm-city-line delimited by x'09' into
               p-geonameid p-name p-asciiname p-alternatenames
               p-latitude p-longitude p-featureclass p-featurecode
               add 1 to selected-hits end-add
           end-if
           .
      *==========================================================
      *  write-history - the old and new population of the
      *  master record being rewritten, dated by the row's
      *  modification date (yyyy-mm-dd)
      *==========================================================
       write-history.
           move cm-geonameid to ph-geonameid
           if p-moddate(5:1) = '-' and p-moddate(8:1) = '-'
           and p-moddate(1:4) is numeric
               move p-moddate to ph-date
           else
               string today-text(1:4) '-' today-text(5:2) '-'
                   today-text(7:2)
                   delimited by size into ph-date end-string
           end-if
           move old-population to ph-old-population
           move cm-population to ph-new-population
           write history-record from history-line end-write
           add 1 to history-count end-add
           .
       note-delta.
           move spaces to report-line(8:)
           string ' ' sel-flag ' ' delta-geonameid ' '
