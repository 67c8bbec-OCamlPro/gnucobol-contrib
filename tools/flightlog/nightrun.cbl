*>
*> Usage:        nightrun            run / resume the chain
*>               nightrun RESET      forget the failed run and start fresh
*>               nightrun ENV=NAME   either of the above under environment
*>                                   profile NAME (see flightenv.cbl) - the
*>                                   steps inherit it, and the step table
*>                                   and run-control file are kept in that
*>                                   profile's data directory
*>
*>******************************************************************************
*> Date       Change description
*> 2026.09.02 Chain completion and failure now post to the shift handover
*>            diary (opsdiary.dat) so the morning operator sees the 6 a.m.
*>            problems at shift start.
*> 2026.10.15 Data retention run added to the standard chain as step 05.
*> 2026.10.15 Environment profiles - ENV=NAME (or FLIGHTLOG_ENV) selects the
*>            profile for the chain and every step; run logged with it.
*> 2026.10.15 Control totals check added to the standard chain as step 00,
*>            ahead of the backup - a difference stops the chain and alerts.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
 77  WS-Sys-Command          pic x(140) value spaces.
 77  WS-Step-Rc              pic s9(4)  value zero.
 77  WS-Failed               pic 9      value zero.
 01  P1                      pic x(24)  value spaces.
 01  P2                      pic x(24)  value spaces.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION chaining P1 P2.
*>================================
 A000-CONTROL SECTION.
     display  PROG-NAME " - overnight chain run control".
     move     open-log ("nightrun", LOG-PID, LOG-LOCAL3) to WS-Log-Rc.
*>
*>   the environment profile before anything is opened - the steps
*>    inherit it through FLIGHTLOG_ENV
*>
     move     spaces to FLENV-Profile.
     if       P1 (1:4) = "ENV="
              move P1 (5:16) to FLENV-Profile
              move P2 to P1.
     if       P2 (1:4) = "ENV="
              move P2 (5:16) to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              move spaces to WS-Log-Text
              string "no such environment profile "
                     FLENV-Profile delimited by size into WS-Log-Text
              display WS-Log-Text
              move write-log (LOG-ERR, WS-Log-Text) to WS-Log-Rc
              move close-log () to WS-Log-Rc
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner.
*>
     if       function upper-case (P1) = "RESET"
              call "CBL_DELETE_FILE" using "nightrun.ctl"
              move WS-Last-Run-Id to WS-Run-Id
              move spaces to WS-Log-Text
              string "resuming failed run " WS-Run-Id
                     ", environment " FLENV-Banner
                     delimited by size into WS-Log-Text
     else
              move spaces to WS-Run-Id
                     into WS-Run-Id
              move spaces to WS-Log-Text
              string "starting run " WS-Run-Id
                     ", environment " FLENV-Banner
                     delimited by size into WS-Log-Text.
     display  WS-Log-Text.
     move     write-log (LOG-INFO, WS-Log-Text) to WS-Log-Rc.
     move     "* edit freely; steps run in file order"
              to STEP-RECORD.
     write    STEP-RECORD.
     move     "00|control totals check|./flightlog CONTROLS"
              to STEP-RECORD.
     write    STEP-RECORD.
     move     "01|flightlog backup|./flightlog BACKUP"
              to STEP-RECORD.
     write    STEP-RECORD.
     move     "04|file growth statistics|./growthstats"
              to STEP-RECORD.
     write    STEP-RECORD.
     move     "05|data retention|./flightlog RETENTION"
              to STEP-RECORD.
     write    STEP-RECORD.
     close    STEP-FILE.
     display  "created nightrun.steps with the standard chain".
*>
