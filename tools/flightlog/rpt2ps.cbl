*>
*> Usage:        rpt2ps [report-file] [S|E|B]     writes <report-file>.ps
*>                                                (default logbook.rpt S)
*>               A report named without a path is taken from the report
*>               directory of the environment profile in force (see
*>               flightenv.cbl), and the .ps is written beside it.
*>
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Environment profiles - reports read from and rendered into
*>            the profile's report directory.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
 77  PROG-NAME               PIC X(16)  VALUE "rpt2ps (1.00)".
 01  FS-REPLY                PIC XX     VALUE SPACES.
*>
 77  WS-Rpt-Name             pic x(128) value "logbook.rpt".
 77  WS-Ps-Name              pic x(128) value spaces.
 77  WS-Layout               pic x      value "S".
*>
*>  Landscape A4 through a 90-degree rotate: the writable area is
*>
 01  P1                      pic x(64)  value spaces.
 01  P2                      pic x(4)   value spaces.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION chaining P1 P2.
*>================================
 A000-CONTROL SECTION.
     display  PROG-NAME " - PostScript logbook rendering".
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner.
     if       P1 not = spaces
              move P1 to WS-Rpt-Name.
     if       WS-Rpt-Name (1:1) not = "/"
              move spaces to WS-Ps-Name
              string function trim (FLENV-Report-Dir) "/"
                     function trim (WS-Rpt-Name)
                     delimited by size into WS-Ps-Name
              move WS-Ps-Name to WS-Rpt-Name.
     move     function upper-case (P2 (1:1)) to WS-Layout.
     if       WS-Layout not = "S" and not = "E" and not = "B"
              move "S" to WS-Layout.
