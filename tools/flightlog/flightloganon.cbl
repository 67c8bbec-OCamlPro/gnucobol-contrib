*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Environment profiles - reads and writes in the profile's
*>            data directory (see flightenv.cbl).
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
 77  WS-Jnls                 pic 9(7)  value zero.
*>
 01  WS-Image                pic x(176) value spaces.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION.
*>=================
 A000-CONTROL SECTION.
     display  PROG-NAME " - anonymized test-data export".
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner.
     perform  B000-Load-Pseudonyms.
*>
     perform  C000-Export-Flights.
