*>               expected beside this program in the data directory, as the
*>               nightly chain already lays them out.
*>
*>               Under an environment profile (flightenv.cbl) the
*>               generation is looked for in the profile's backup
*>               directory, the scratch directory is made there and the
*>               certificate goes to its report directory. The steps run
*>               under a scratch-only TEST profile, flightlog-REHEARSE.env
*>               written into the scratch, so that no step can reach the
*>               profile's own data directory.
*>
*> Author:       Flight Operations Systems Group
*>
*> Date-Written: 2026.09.02
*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Environment profiles - generation, scratch and certificate
*>            follow the profile; steps run under a scratch-only profile.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
     SELECT CERT-FILE        ASSIGN       WS-Cert-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT PROFILE-FILE     ASSIGN       WS-Profile-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
 DATA DIVISION.
 FILE SECTION.
*>
 FD  CERT-FILE.
 01  CERT-RECORD             PIC X(100).
*>
 FD  PROFILE-FILE.
 01  PROFILE-RECORD          PIC X(128).
*>
 WORKING-STORAGE SECTION.
 77  PROG-NAME               PIC X(24)  VALUE "restorerehearse (1.00)".
 01  FS-REPLY                PIC XX     VALUE SPACES.
*>
 77  WS-Gen-Dir              pic x(96)  value spaces.
 77  WS-Gen-Given            pic x(40)  value spaces.
 77  WS-Scratch              pic x(96)  value "rehearse-tmp".
 77  WS-Cert-Name            pic x(128) value spaces.
 77  WS-Profile-Name         pic x(128) value spaces.
 77  WS-Cwd                  pic x(64)  value spaces.
 77  WS-Sys-Command          pic x(400) value spaces.
 77  WS-Step-Rc              pic s9(4)  value zero.
 77  WS-Failed               pic 9      value zero.
 77  WS-Step-Name            pic x(24)  value spaces.
*>
 01  P1                      pic x(40)  value spaces.
*>
 COPY "flightenv.cpy".
 PROCEDURE DIVISION chaining P1.
*>=============================
 A000-CONTROL SECTION.
              display "Usage: restorerehearse backup-ccyymmddhhmmss"
              move 4 to Return-Code
              goback.
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     call     "CBL_GET_CURRENT_DIR" using by value 0
                                          by value 64
                                          by reference WS-Cwd.
*>
*>  The generation relative to the backup directory unless given in
*>    full; the scratch beside it.
*>
     move     P1 to WS-Gen-Given.
     move     spaces to WS-Gen-Dir WS-Scratch.
     if       WS-Gen-Given (1:1) = "/"
              move WS-Gen-Given to WS-Gen-Dir
     else
              string function trim (FLENV-Backup-Dir) "/"
                     function trim (WS-Gen-Given)
                     delimited by size into WS-Gen-Dir.
     string   function trim (FLENV-Backup-Dir) "/rehearse-tmp"
              delimited by size into WS-Scratch.
*>
     move     spaces to WS-Cert-Name.
     string   function trim (FLENV-Report-Dir) "/rehearsal-"
              function trim (WS-Gen-Given) ".crt"
              delimited by size into WS-Cert-Name.
     open     output CERT-FILE.
     move     function current-date to WS-Date-Time-Block.
     string   "Generation: " function trim (WS-Gen-Dir)
              delimited by size into WS-Line.
     perform  W000-Write-Cert.
     move     spaces to WS-Line.
     string   "Environment: " FLENV-Banner
              delimited by size into WS-Line.
     perform  W000-Write-Cert.
     move     "Nothing in the live directory is touched." to WS-Line.
     perform  W000-Write-Cert.
     move     spaces to WS-Line.
     if       WS-Failed not = zero
              go to A800-Verdict.
*>
*>  From here on every step runs in the scratch under its own TEST
*>    profile - data, reports and backups all the scratch itself.
*>
     move     spaces to WS-Profile-Name.
     string   function trim (WS-Scratch) "/flightlog-REHEARSE.env"
              delimited by size into WS-Profile-Name.
     open     output PROFILE-FILE.
     move     "* restore rehearsal scratch - see restorerehearse"
              to PROFILE-RECORD.
     write    PROFILE-RECORD.
     move     "MODE=TEST" to PROFILE-RECORD.
     write    PROFILE-RECORD.
     move     spaces to PROFILE-RECORD.
     string   "DATA=" function trim (WS-Scratch)
              delimited by size into PROFILE-RECORD.
     write    PROFILE-RECORD.
     close    PROFILE-FILE.
     set      environment "FLIGHTLOG_ENV" to "REHEARSE".
     set      environment "COB_FILE_PATH" to WS-Scratch.
*>
*>  Step 2 - restore the .seq set into the scratch directory.
*>
     move     "restore to scratch" to WS-Step-Name.
     move     spaces to WS-Sys-Command.
     string   "cd " function trim (WS-Scratch)
              " && " function trim (WS-Cwd) "/backupgen RESTORE "
              function trim (WS-Gen-Dir)
              delimited by size into WS-Sys-Command.
     perform  R000-Run-Step.
     move     "RECREATE rebuild" to WS-Step-Name.
     move     spaces to WS-Sys-Command.
     string   "cd " function trim (WS-Scratch)
              " && " function trim (WS-Cwd) "/flightlog RECREATE"
              delimited by size into WS-Sys-Command.
     perform  R000-Run-Step.
     if       WS-Failed not = zero
     move     "integrity check" to WS-Step-Name.
     move     spaces to WS-Sys-Command.
     string   "cd " function trim (WS-Scratch)
              " && " function trim (WS-Cwd) "/flightlogcheck"
              delimited by size into WS-Sys-Command.
     perform  R000-Run-Step.
*>
