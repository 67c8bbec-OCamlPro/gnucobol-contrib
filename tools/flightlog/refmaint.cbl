*> Date       Change description
*> ========== ==================================================================
*> 2026.08.22 First version.
*> 2026.10.15 Environment profiles - the files of the profile in force
*>            (see flightenv.cbl), environment shown on the menu and after
*>            each file title.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
*>
 77  GC71CRUDECUD            pic x(12)  value "GC71CRUDECUD".
 77  WS-Choice               pic x      value space.
 77  WS-Title                pic x(26)  value spaces.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION.
 A000-Control SECTION.
     display  PROG-NAME.
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner.
 A010-Ask.
     display  " ".
     display  "reference file maintenance - " FLENV-Banner.
     display  "  1 - fuel suppliers".
     display  "  2 - exercise codes".
     display  "  Q - quit".
     evaluate WS-Choice
       when   "1"
              perform B100-Define-Fuel-Suppliers
              perform B900-Env-Title
              call GC71CRUDECUD using Crude-Definition
              end-call
       when   "2"
              perform B200-Define-Exercise-Codes
              perform B900-Env-Title
              call GC71CRUDECUD using Crude-Definition
              end-call
       when   "Q"
     move     "N" to Cd-FldReq (4).
*>
 B299-Exit.   exit section.
*>
 B900-Env-Title SECTION.
*>======================
*>
*> The environment after the file title on the browse and edit
*>   screens - cut short if the two will not fit.
*>
     move     spaces to WS-Title.
     string   trim (Cd-FileTitle) " " trim (FLENV-Banner)
              delimited by size into WS-Title.
     move     WS-Title to Cd-FileTitle.
*>
 B999-Exit.   exit section.
*>
 END PROGRAM refmaint.
