*>            the optional TYPE column), EXCEPTIONS page, and the batch is
*>            now validated in full and confirmed before anything is
*>            written - a COMMIT with exceptions can be rejected whole.
*> 2026.10.15 Environment profiles - duty.dat and the masters from the
*>            profile's data directory, report to its report directory and
*>            a relative roster name still taken from the current directory.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
                             SHARING      WITH ALL OTHER
                             RECORD KEY   Aircraft-Type.
*>
     SELECT REPORT-FILE      ASSIGN       WS-Report-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
 77  PROG-NAME               PIC X(22) VALUE "dutyrosterimp (1.00)".
 01  FS-REPLY                PIC XX    VALUE SPACES.
*>
 77  WS-Xml-Name             pic x(128) value spaces.
 77  WS-Report-Name          pic x(96)  value "dutyroster.rpt".
 77  WS-Cwd                  pic x(64)  value spaces.
 77  WS-Mode                 pic x(16)  value spaces.
 77  SW-Commit               pic 9      value zero.
     88  Commit-Mode                    value 1.
*>
 01  P1                      pic x(64)  value spaces.
 01  P2                      pic x(16)  value spaces.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION chaining P1 P2.
*>================================
              display "Usage: dutyrosterimp roster.xml [COMMIT]"
              move 4 to Return-Code
              goback.
*>
*>   the data directory is in force for every OPEN from here, so a
*>    roster named relative to where we were started is made absolute
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
     string   trim (FLENV-Report-Dir) "/dutyroster.rpt"
              delimited by size into WS-Report-Name.
     move     P1 to WS-Xml-Name.
     if       WS-Xml-Name (1:1) not = "/"
              call "CBL_GET_CURRENT_DIR" using by value 0
                                               by value 64
                                               by reference WS-Cwd
              move spaces to WS-Xml-Name
              string trim (WS-Cwd) "/" trim (P1)
                     delimited by size into WS-Xml-Name.
     move     function upper-case (P2) to WS-Mode.
     if       WS-Mode = "COMMIT"
              move 1 to SW-Commit
                  open i-o DUTY-FILE
              end-if.
*>
     move     spaces to REPORT-RECORD.
     string   "Duty roster import - per-row validation   " FLENV-Banner
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
*>
     move     zero to WS-Col-Count.
