*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Environment profiles - the diary of the profile in force
*>            (see flightenv.cbl), handover report to its report directory
*>            with the environment on the title.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT REPORT-FILE      ASSIGN       WS-Report-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
 01  P1                      pic x(16)  value spaces.
 01  P2                      pic x(16)  value spaces.
 01  P3                      pic x(100) value spaces.
*>
 77  WS-Report-Name          pic x(96)  value "opsdiary.rpt".
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION chaining P1 P2 P3.
*>===================================
 A000-CONTROL SECTION.
     move     function upper-case (P1) to P1.
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     move     spaces to WS-Report-Name.
     string   function trim (FLENV-Report-Dir) "/opsdiary.rpt"
              delimited by size into WS-Report-Name.
     move     function current-date to WS-Date-Time-Block.
     move     spaces to WS-Stamp.
     string   WS-DT-Date WS-DT-Time delimited by size into WS-Stamp.
     open     output REPORT-FILE.
     move     spaces to WS-Line.
     string   "SHIFT HANDOVER - last 24 hours as at "
              WS-DT-Date " " WS-DT-Time "   " FLENV-Banner
              delimited by size into WS-Line.
     display  WS-Line.
     write    REPORT-RECORD from WS-Line.
