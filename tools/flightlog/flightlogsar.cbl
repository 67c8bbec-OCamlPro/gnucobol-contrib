*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Environment profiles - searches the profile's data directory,
*>            extract to its report directory, banner on the title.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
                             ORGANIZATION SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT SAR-FILE         ASSIGN       WS-Sar-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
         05  COV-STATE       pic x(24).
 77  WS-Cov-Idx              pic 9     value zero.
*>
 77  WS-Sar-Name             pic x(96) value "sar-extract.rpt".
 01  P1                      pic x(32) value spaces.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION chaining P1.
*>=============================
              move 4 to Return-Code
              goback.
     move     function upper-case (P1 (1:15)) to WS-Subject.
*>
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner.
     move     spaces to WS-Sar-Name.
     string   function trim (FLENV-Report-Dir) "/sar-extract.rpt"
              delimited by size into WS-Sar-Name.
*>
     open     output SAR-FILE.
     move     spaces to WS-Line.
     string   "SUBJECT ACCESS EXTRACT for " WS-Subject "   " FLENV-Banner
              delimited by size into WS-Line.
     perform  W000-Write-Line.
     move     "==========================================" to WS-Line.
     perform  I000-Coverage-Summary.
*>
     close    SAR-FILE.
     display  "extract pack written to " function trim (WS-Sar-Name).
     goback.
*>
 A999-Exit.   exit section.
