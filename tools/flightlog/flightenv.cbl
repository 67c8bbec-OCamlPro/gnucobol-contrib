       >>source free
*>******************************************************************************
*>  flightenv is free software: you can redistribute it and/or modify it under
*>  the terms of the GNU General Public License as published by the Free
*>  Software Foundation, version 2 ONLY of the License.
*>
*>  flightenv is distributed in the hope that it will be useful, but WITHOUT
*>  ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*>  FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU General Public License for more details.
*>******************************************************************************

*>******************************************************************************
*> Program:      flightenv.cbl
*>
*> Purpose:      Environment profiles for FLIGHTLOG and its companion
*>               programs, so a training or test copy can run on the same
*>               machine as production without touching it. A profile is
*>               a small text file, flightlog-NAME.env, in the directory
*>               the programs are run from:
*>
*>                 * training copy for the ground school
*>                 MODE=TEST
*>                 DATA=/srv/flightlog/training/data
*>                 REPORTS=/srv/flightlog/training/reports
*>                 BACKUP=/srv/flightlog/training/backup
*>
*>               The profile is named by ENV=NAME on the command line of
*>               flightlog or nightrun, or by the FLIGHTLOG_ENV environment
*>               variable for everything else; either way it is exported
*>               again in FLIGHTLOG_ENV so the programs a run starts pick
*>               up the same one. No profile means LIVE in the current
*>               directory, exactly as before profiles existed.
*>
*>               The data directory is put in force through COB_FILE_PATH,
*>               so every SELECT assigned to a plain file name opens there
*>               unchanged. Reports and backup generations are written by
*>               full path to their own directories. Relative directories
*>               are taken from the current directory; REPORTS and BACKUP
*>               default to the data directory. Any profile other than
*>               LIVE is TEST unless it says MODE=LIVE, and the profile
*>               called TEST is always TEST - in TEST the alert publisher,
*>               the replication shipper and the mail dispatch all stand
*>               down.
*>
*>               A profile that is named but cannot be read returns
*>               FLENV-Rc 8 and the caller stops - running on the live
*>               files by mistake is the one thing this must not do.
*>
*> Author:       Flight Operations Systems Group
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free flightenv.cbl   (or link it in with -x)
*>
*> Called as:    copy "flightenv.cpy" in WORKING-STORAGE, then
*>                  move spaces (or the ENV= name) to FLENV-Profile
*>                  call "flightenv" using FLENV-Block
*>               before the first OPEN.
*>
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  flightenv.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 REPOSITORY.  FUNCTION ALL INTRINSIC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>
     SELECT PROFILE-FILE     ASSIGN       WS-Profile-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
 DATA DIVISION.
 FILE SECTION.
*>
 FD  PROFILE-FILE.
 01  PROFILE-RECORD          PIC X(128).
*>
 WORKING-STORAGE SECTION.
 77  PROG-NAME               PIC X(20)  VALUE "flightenv (1.00)".
 01  FS-REPLY                PIC XX     VALUE SPACES.
*>
 77  WS-Profile-Name         pic x(96)  value spaces.
 77  WS-Cwd                  pic x(64)  value spaces.
 77  WS-Key                  pic x(16)  value spaces.
 77  WS-Value                pic x(96)  value spaces.
 77  WS-Dir                  pic x(96)  value spaces.
 77  WS-Data-Given           pic x      value "N".
 77  WS-Mode-Given           pic x      value space.
*>
 LINKAGE SECTION.
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION using FLENV-Block.
*>===================================
 A000-Control SECTION.
*>===================
     move     zero   to FLENV-Rc.
     move     "L"    to FLENV-Mode.
     move     spaces to FLENV-Data-Dir FLENV-Report-Dir FLENV-Backup-Dir
                        FLENV-Banner.
     move     "N"    to WS-Data-Given.
     move     space  to WS-Mode-Given.
     if       FLENV-Profile = spaces
              accept FLENV-Profile from Environment "FLIGHTLOG_ENV"
                     on exception move spaces to FLENV-Profile
              end-accept.
     move     upper-case (FLENV-Profile) to FLENV-Profile.
     if       FLENV-Profile = spaces
              move "LIVE" to FLENV-Profile.
*>
     move     spaces to WS-Cwd.
     call     "CBL_GET_CURRENT_DIR" using by value 0
                                          by value 64
                                          by reference WS-Cwd.
     move     spaces to WS-Profile-Name.
     string   trim (WS-Cwd) "/flightlog-" trim (FLENV-Profile) ".env"
              delimited by size into WS-Profile-Name.
     open     input PROFILE-FILE.
     if       FS-REPLY not = "00"
         and  FLENV-Profile = "LIVE"           *> no profile - as always.
              go to A050-Directories.
     if       FS-REPLY not = "00"
              move 8 to FLENV-Rc
              move "NO PROFILE" to FLENV-Banner
              go to A999-Exit.
*>
 A010-Read-Profile.
     read     PROFILE-FILE at end
              close PROFILE-FILE
              go to A050-Directories.
     if       PROFILE-RECORD = spaces
         or   PROFILE-RECORD (1:1) = "*"
              go to A010-Read-Profile.
     move     spaces to WS-Key WS-Value.
     unstring PROFILE-RECORD delimited by "="
              into WS-Key WS-Value.
     move     upper-case (trim (WS-Key)) to WS-Key.
     move     trim (WS-Value) to WS-Value.
     evaluate WS-Key
       when   "MODE"
              move upper-case (WS-Value (1:1)) to WS-Mode-Given
       when   "DATA"
              move WS-Value to FLENV-Data-Dir
              move "Y" to WS-Data-Given
       when   "REPORTS"
              move WS-Value to FLENV-Report-Dir
       when   "BACKUP"
              move WS-Value to FLENV-Backup-Dir
       when   other
              display "flightenv: unknown setting " trim (WS-Key)
                      " in " trim (WS-Profile-Name)
     end-evaluate.
     go       to A010-Read-Profile.
*>
*>  Every profile but LIVE is TEST unless it says otherwise; the one
*>    called TEST can never be made live.
*>
 A050-Directories.
     if       FLENV-Profile not = "LIVE"
         and  WS-Mode-Given not = "L"
              move "T" to FLENV-Mode.
     if       WS-Mode-Given = "T"
         or   FLENV-Profile = "TEST"
              move "T" to FLENV-Mode.
*>
*>  No DATA= leaves any COB_FILE_PATH the caller was started with,
*>    else the current directory.
*>
     if       FLENV-Data-Dir = spaces
              accept FLENV-Data-Dir from Environment "COB_FILE_PATH"
                     on exception move spaces to FLENV-Data-Dir
              end-accept.
     if       FLENV-Data-Dir = spaces
              move WS-Cwd to FLENV-Data-Dir.
     move     FLENV-Data-Dir to WS-Dir.
     perform  B000-Absolute.
     move     WS-Dir to FLENV-Data-Dir.
     if       FLENV-Report-Dir = spaces
              move FLENV-Data-Dir to FLENV-Report-Dir.
     move     FLENV-Report-Dir to WS-Dir.
     perform  B000-Absolute.
     move     WS-Dir to FLENV-Report-Dir.
     if       FLENV-Backup-Dir = spaces
              move FLENV-Data-Dir to FLENV-Backup-Dir.
     move     FLENV-Backup-Dir to WS-Dir.
     perform  B000-Absolute.
     move     WS-Dir to FLENV-Backup-Dir.
*>
     call     "CBL_CREATE_DIR" using FLENV-Data-Dir.
     call     "CBL_CREATE_DIR" using FLENV-Report-Dir.
     call     "CBL_CREATE_DIR" using FLENV-Backup-Dir.
     move     zero to Return-Code.
*>
     if       WS-Data-Given = "Y"
              set environment "COB_FILE_PATH" to FLENV-Data-Dir.
     set      environment "FLIGHTLOG_ENV" to FLENV-Profile.
*>
     if       FLENV-Test
         and  FLENV-Profile not = "TEST"
              string "TEST " trim (FLENV-Profile)
                     delimited by size into FLENV-Banner
     else
      if      FLENV-Test
              move "TEST" to FLENV-Banner
      else
       if     FLENV-Profile = "LIVE"
              move "LIVE" to FLENV-Banner
       else
              string "LIVE " trim (FLENV-Profile)
                     delimited by size into FLENV-Banner.
*>
 A999-Exit.
     goback.
*>
 B000-Absolute SECTION.
*>====================
*>
*> WS-Dir made absolute against the current directory, trailing
*>   slash dropped so callers can always add "/name".
*>
     move     trim (WS-Dir) to WS-Dir.
     if       WS-Dir (1:1) not = "/"
              move spaces to WS-Value
              string trim (WS-Cwd) "/" trim (WS-Dir)
                     delimited by size into WS-Value
              move WS-Value to WS-Dir.
     if       WS-Dir (length (trim (WS-Dir)):1) = "/"
         and  length (trim (WS-Dir)) > 1
              move space to WS-Dir (length (trim (WS-Dir)):1).
*>
 B999-Exit.   exit section.
