*> ========== ==================================================================
*> 2026.08.21 First version - nightly referential integrity check with an
*>            optional guided repair mode.
*> 2026.10.15 Environment profiles - runs against the profile's data
*>            directory, report to its report directory, banner on the title.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
                             SHARING      WITH ALL OTHER
                             RECORD KEY   MAINT-AC-REG.
*>
     SELECT REPORT-FILE      ASSIGN       WS-Report-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>
 77  WS-Work-Icao            pic x(4)   value spaces.
 77  WS-Line                 pic x(100) value spaces.
 77  WS-Report-Name          pic x(96)  value "flightlogcheck.rpt".
 01  P1                      pic x(16)  value spaces.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION chaining P1.
*>=============================
     if       P1 = "REPAIR"
              move 1 to SW-Repair
              display "Guided repair mode - you will be asked about each exception".
*>
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner.
     move     spaces to WS-Report-Name.
     string   function trim (FLENV-Report-Dir) "/flightlogcheck.rpt"
              delimited by size into WS-Report-Name.
*>
     open     output REPORT-FILE.
     open     input FLIGHTLOG-FILE.
              open input AIRFIELD-FILE AIRCRAFT-FILE PILOT-FILE
              open input DUTY-FILE MAINT-FILE.
*>
     move     spaces to REPORT-RECORD.
     string   "FLIGHTLOG referential integrity check   " FLENV-Banner
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
*>
     perform  B000-Check-Flights.
