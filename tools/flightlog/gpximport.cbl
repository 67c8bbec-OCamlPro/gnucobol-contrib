*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Environment profiles - airfield.dat and the pending queue in
*>            the profile's data directory; a relative track name is still
*>            taken from the current directory.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
 77  PROG-NAME               PIC X(20) VALUE "gpximport (1.00)".
 01  FS-REPLY                PIC XX    VALUE SPACES.
*>
 77  WS-Gpx-Name             pic x(128) value spaces.
 77  WS-Cwd                  pic x(64)  value spaces.
 77  WS-Captain              pic x(15)  value spaces.
 77  WS-AC-Reg               pic x(6)   value spaces.
 77  WS-AC-Type              pic x(8)   value spaces.
 01  P2                      pic x(32)  value spaces.
 01  P3                      pic x(8)   value spaces.
 01  P4                      pic x(8)   value spaces.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION chaining P1 P2 P3 P4.
*>======================================
              display "Usage: gpximport track.gpx 'CAPTAIN NAME' [G-REG] [TYPE]"
              move 4 to Return-Code
              goback.
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner.
     move     P1 to WS-Gpx-Name.
     if       WS-Gpx-Name (1:1) not = "/"
              call "CBL_GET_CURRENT_DIR" using by value 0
                                               by value 64
                                               by reference WS-Cwd
              move spaces to WS-Gpx-Name
              string function trim (WS-Cwd) "/" function trim (P1)
                     delimited by size into WS-Gpx-Name.
     move     function upper-case (P2 (1:15)) to WS-Captain.
     move     function upper-case (P3 (1:6))  to WS-AC-Reg.
     move     function upper-case (P4)        to WS-AC-Type.
