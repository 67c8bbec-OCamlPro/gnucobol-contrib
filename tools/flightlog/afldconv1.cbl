*>                 Note that the code base also used for other files
*>                 when required.
*>**
*>  CHANGES.
*>  15/10/26 vbc - Runs in the data directory of the environment profile
*>                 in force (flightenv), shown on the title line.
*>  15/10/26 vbc - Superseded by layoutmig - the same conversion is
*>                 airfield-v201.lay to airfield-v202.lay. Kept for
*>                 sites still on 2.01.
*>
 ENVIRONMENT        DIVISION.
 CONFIGURATION SECTION.
     03  Flightlog-Seq-Exists pic 9.
     03  Aircraft-Seq-Exists  pic 9.
     03  Airfield-Seq-Exists  pic 9.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION.
 A000-CONTROL       SECTION.
*>
     display  Prog-Name at 0101 with erase eos.
     display  "Airfield file convert from v2.01 to v2.02" at 0138.
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     display  FLENV-Banner at 0182.
     if       FLENV-Rc not = zero
              display "No such environment profile - see flightlog-NAME.env" at 0301
              goback.
*>
     display  "Make sure you have a back up of your current .dat and .seq files" at 0301.
     display  " as well the current version of Flightlog" at 0401.
