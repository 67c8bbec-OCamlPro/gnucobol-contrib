       >>source free
*>******************************************************************************
*>  layoutmig is free software: you can redistribute it and/or modify it under
*>  the terms of the GNU General Public License as published by the Free
*>  Software Foundation, version 2 ONLY of the License.
*>
*>  layoutmig is distributed in the hope that it will be useful, but WITHOUT
*>  ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*>  FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU General Public License for more details.
*>******************************************************************************

*>******************************************************************************
*> Program:      layoutmig.cbl
*>
*> Purpose:      Record-layout migration for the FLIGHTLOG files, driven by
*>               two layout definition files - the record as it was and the
*>               record as it is to become - in place of a one-off
*>               conversion program (afldconv1 and the like) every time a
*>               record grows. A definition is a small text file:
*>
*>                 * airfield record, flightlog 2.02.00
*>                 FILE=airfield
*>                 LENGTH=48
*>                 FIELD=ICAO-CODE,1,4,X
*>                 FIELD=AFLD-NAME,5,36,X
*>                 FIELD=AFLD-LAST-FLT,41,8,9,0
*>
*>               FILE= names the file, read as FILE.seq and loaded as
*>               FILE.dat unless SEQ= / DAT= say otherwise. LENGTH= is the
*>               record length (default the end of the last field). Each
*>               FIELD= is name,start,length,type[,decimals][,option]:
*>
*>                 type X  alphanumeric
*>                      9  unsigned numeric display
*>                      L  signed numeric, sign leading separate (the
*>                         length includes the sign)
*>                 option DEFAULT=value  for a field the old record lacks
*>                        FROM=OLD-NAME  when a field has been renamed
*>
*>               A new-layout field is filled from the old field of the same
*>               name (or its FROM= name), converted between types and
*>               decimal places as needed, otherwise from its DEFAULT=
*>               (spaces or zero when none is given). Old fields with no
*>               new home are listed as dropped. A value that will not fit
*>               - truncated text, a number too large, decimals or a sign
*>               lost, non-numeric digits - is a field-level reject and the
*>               whole record is held back and listed.
*>
*>               A dry run (the default) converts FILE.seq into FILE.seq.mig
*>               and reports counts and rejects in
*>               layoutmig-FILE.txt. Only a clean dry run - no rejects - is
*>               stamped as passed (FILE.migok). APPLY will not go near the
*>               live .dat without that stamp, for the same two definitions
*>               and the same unchanged .seq, nor when the .dat has been
*>               updated since the .seq was taken. It then converts again,
*>               keeps the old .seq as FILE.seq.old and the live .dat as
*>               FILE.BAK, puts the new .seq in place and runs the load
*>               command (LOAD= in the new definition, default
*>               "./flightlog RECREATE") to build the .dat from it.
*>
*>               The usual order: BACKUP with the OLD flightlog, install
*>               the new flightlog, dry run, then APPLY - RECREATE builds
*>               every .dat from the .seq set, so that set must be fresh.
*>               Files are those of the environment profile in force (see
*>               flightenv.cbl), the report goes to its report directory.
*>
*> Author:       Flight Operations Systems Group
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -x -free layoutmig.cbl flightenv.cbl
*>
*> Usage:        layoutmig old.lay new.lay         dry run, RC 4 on rejects
*>               layoutmig old.lay new.lay APPLY   install after a clean
*>                                                 dry run, RC 8 refused
*>
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  layoutmig.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 REPOSITORY.  FUNCTION ALL INTRINSIC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>
     SELECT DEF-FILE         ASSIGN       WS-Def-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT IN-FILE          ASSIGN       WS-In-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT OUT-FILE         ASSIGN       WS-Out-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT STAMP-FILE       ASSIGN       WS-Stamp-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT REPORT-FILE      ASSIGN       WS-Report-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
 DATA DIVISION.
 FILE SECTION.
*>
 FD  DEF-FILE.
 01  DEF-RECORD              PIC X(160).
*>
 FD  IN-FILE
     RECORD VARYING 1 TO 2048 DEPENDING ON WS-In-Length.
 01  IN-RECORD               PIC X(2048).
*>
 FD  OUT-FILE.
 01  OUT-RECORD              PIC X(2048).
*>
 FD  STAMP-FILE.
 01  STAMP-RECORD            PIC X(400).
*>
 FD  REPORT-FILE.
 01  REPORT-RECORD           PIC X(132).
*>
 WORKING-STORAGE SECTION.
 77  PROG-NAME               PIC X(20)  VALUE "layoutmig (1.00)".
 01  FS-REPLY                PIC XX     VALUE SPACES.
*>
 77  WS-Def-Name             pic x(128) value spaces.
 77  WS-In-Name              pic x(64)  value spaces.
 77  WS-Out-Name             pic x(64)  value spaces.
 77  WS-Stamp-Name           pic x(64)  value spaces.
 77  WS-Report-Name          pic x(128) value spaces.
 77  WS-Old-Seq-Name         pic x(64)  value spaces.
 77  WS-Bak-Name             pic x(64)  value spaces.
 77  WS-Cwd                  pic x(64)  value spaces.
 77  WS-Sys-Command          pic x(256) value spaces.
*>
 77  WS-Apply                pic x      value "N".
     88  WS-Apply-Run                   value "Y".
 77  WS-Rec-Bad              pic x      value "N".
     88  WS-Record-Rejected             value "Y".
 77  WS-Dat-Exists           pic x      value "N".
*>
*>  definition parsing
 77  WS-Lay                  pic 9      value zero.
 77  WS-Key                  pic x(16)  value spaces.
 77  WS-Value                pic x(144) value spaces.
 77  WS-Part1                pic x(40)  value spaces.
 77  WS-Part2                pic x(8)   value spaces.
 77  WS-Part3                pic x(8)   value spaces.
 77  WS-Part4                pic x(8)   value spaces.
 77  WS-Part5                pic x(8)   value spaces.
 77  WS-Part6                pic x(60)  value spaces.
 77  WS-Part7                pic x(60)  value spaces.
 77  WS-Option               pic x(60)  value spaces.
 77  WS-Def-Errors           pic 9(3)   value zero.
 77  WS-Def-Line             pic 9(4)   value zero.
 77  WS-Field-End            pic 9(5)   value zero.
*>
*>  The two layouts - (1) the record as it is on the .seq, (2) the
*>   record it is to become.
*>
 01  LAY-Tables.
     03  LAY-Layout                     occurs 2.
         05  LAY-Def-Name    pic x(128).
         05  LAY-Def-Stamp   pic 9(14).
         05  LAY-File        pic x(20).
         05  LAY-Seq         pic x(40).
         05  LAY-Dat         pic x(40).
         05  LAY-Load        pic x(120).
         05  LAY-Length      pic 9(4).
         05  LAY-Count       pic 9(3).
         05  LAY-Field                  occurs 200.
             07  LAY-Name    pic x(30).
             07  LAY-Start   pic 9(4).
             07  LAY-Len     pic 9(3).
             07  LAY-Type    pic x.
             07  LAY-Dec     pic 99.
             07  LAY-Default pic x(60).
             07  LAY-From    pic x(30).
             07  LAY-Map     pic 9(3).      *> new layout - old field used, zero = default.
             07  LAY-Used    pic x.         *> old layout - Y when a new field takes it.
             07  LAY-Rejects pic 9(7).
 77  WS-Max-Fields           pic 9(3)   value 200.
 77  WS-Max-Length           pic 9(4)   value 2048.
 77  WS-Fld                  pic 9(3)   value zero.
 77  WS-Old                  pic 9(3)   value zero.
 77  WS-Look-Name            pic x(30)  value spaces.
*>
*>  conversion
 77  WS-Old-Rec              pic x(2048) value spaces.
 77  WS-New-Rec              pic x(2048) value spaces.
 77  WS-Src-Text             pic x(64)  value spaces.
 77  WS-Num-Value            pic s9(18)v9(9) value zero.
 77  WS-Num-Scaled           pic s9(27)v9(9) value zero.
 77  WS-Num-Whole            pic s9(27) value zero.
 01  WS-Digits               pic 9(27)  value zero.
 01  FILLER REDEFINES WS-Digits.
     03  WS-Digit-Text       pic x(27).
 01  WS-Digits18             pic 9(18)  value zero.
 01  FILLER REDEFINES WS-Digits18.
     03  WS-Digit18-Text     pic x(18).
 77  WS-Cap                  pic 99     value zero.
 77  WS-Reason               pic x(30)  value spaces.
 77  WS-Src-Start            pic 9(4)   value zero.
 77  WS-Src-Len              pic 9(3)   value zero.
 77  WS-Dst-Start            pic 9(4)   value zero.
 77  WS-Dst-Len              pic 9(3)   value zero.
 77  WS-Rest                 pic 9(4)   value zero.
 77  WS-In-Length            pic 9(4)   value zero.
*>
*>  counts
 77  WS-Read                 pic 9(7)   value zero.
 77  WS-Written              pic 9(7)   value zero.
 77  WS-Rejected             pic 9(7)   value zero.
 77  WS-Defaulted            pic 9(7)   value zero.
 77  WS-Details              pic 9(4)   value zero.
 77  WS-Max-Details          pic 9(4)   value 500.
 77  WS-Count-Disp           pic z(6)9.
 77  WS-Num-Disp             pic zzz9.
*>
*>  pass stamp - the two definitions and the .seq exactly as dry-run
 01  WS-Stamp-Now.
     03  WS-SN-Old-Def       pic x(128).
     03  WS-SN-Old-Stamp     pic 9(14).
     03  WS-SN-New-Def       pic x(128).
     03  WS-SN-New-Stamp     pic 9(14).
     03  WS-SN-Seq-Size      pic 9(12).
     03  WS-SN-Seq-Stamp     pic 9(14).
     03  WS-SN-Records       pic 9(7).
 01  WS-Stamp-Was            pic x(400) value spaces.
 77  WS-Seq-Stamp            pic 9(14)  value zero.
 77  WS-Dat-Stamp            pic 9(14)  value zero.
*>
*>  CBL_CHECK_FILE_EXIST details - the date day/month/year, the time
*>   hours/minutes/seconds/hundredths
 77  WS-Check-Name           pic x(128) value spaces.
 01  WS-File-Info.
     03  WS-File-Size        pic x(8)   comp-x.
     03  WS-File-Day         pic x      comp-x.
     03  WS-File-Month       pic x      comp-x.
     03  WS-File-Year        pic xx     comp-x.
     03  WS-File-Hour        pic x      comp-x.
     03  WS-File-Minute      pic x      comp-x.
     03  WS-File-Second      pic x      comp-x.
     03  WS-File-Hundredth   pic x      comp-x.
 01  WS-File-Stamp.
     03  WS-FS-Year          pic 9(4).
     03  WS-FS-Month         pic 99.
     03  WS-FS-Day           pic 99.
     03  WS-FS-Hour          pic 99.
     03  WS-FS-Minute        pic 99.
     03  WS-FS-Second        pic 99.
 01  FILLER REDEFINES WS-File-Stamp.
     03  WS-FS-Number        pic 9(14).
 77  WS-File-Found           pic x      value "N".
*>
 01  P1                      pic x(96)  value spaces.
 01  P2                      pic x(96)  value spaces.
 01  P3                      pic x(16)  value spaces.
*>
 COPY "flightenv.cpy".
 PROCEDURE DIVISION chaining P1 P2 P3.
*>===================================
 A000-CONTROL SECTION.
     display  PROG-NAME.
     move     zero to Return-Code.
     if       P1 = spaces
         or   P2 = spaces
              display "usage: layoutmig old.lay new.lay [APPLY]"
              move 4 to Return-Code
              goback.
     if       function upper-case (P3) = "APPLY"
              move "Y" to WS-Apply
     else
      if      P3 not = spaces
              display "usage: layoutmig old.lay new.lay [APPLY]"
              move 4 to Return-Code
              goback.
*>
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner
              " data in " function trim (FLENV-Data-Dir).
*>
*>  definitions are taken from the current directory (where they are
*>   shipped), not the data directory the profile maps file names to
*>
     move     spaces to WS-Cwd.
     call     "CBL_GET_CURRENT_DIR" using by value 0
                                          by value 64
                                          by reference WS-Cwd.
     move     1  to WS-Lay.
     move     P1 to WS-Def-Name.
     perform  B000-Load-Layout.
     move     2  to WS-Lay.
     move     P2 to WS-Def-Name.
     perform  B000-Load-Layout.
     if       WS-Def-Errors not = zero
              display "definitions in error - " WS-Def-Errors
                      " - nothing converted"
              move 8 to Return-Code
              goback.
     perform  C000-Map-Fields.
*>
     move     spaces to WS-In-Name WS-Out-Name WS-Stamp-Name
                        WS-Old-Seq-Name WS-Bak-Name WS-Report-Name.
     move     LAY-Seq (1) to WS-In-Name.
     string   function trim (LAY-Seq (2)) ".mig"
              delimited by size into WS-Out-Name.
     string   function trim (LAY-Seq (2)) ".old"
              delimited by size into WS-Old-Seq-Name.
     string   function trim (LAY-File (2)) ".migok"
              delimited by size into WS-Stamp-Name.
     string   function trim (LAY-File (2)) ".BAK"
              delimited by size into WS-Bak-Name.
     string   function trim (FLENV-Report-Dir) "/layoutmig-"
              function trim (LAY-File (2)) ".txt"
              delimited by size into WS-Report-Name.
*>
     perform  E000-Stamp-Now.
     if       WS-Apply-Run
              perform E100-Check-Stamp
              if   Return-Code not = zero
                   goback
              end-if
     end-if.
*>
     perform  D000-Convert.
     if       WS-Rejected not = zero
              call "CBL_DELETE_FILE" using WS-Stamp-Name
              move 4 to Return-Code
              if   WS-Apply-Run
                   display "rejects on APPLY - nothing installed"
                   move 8 to Return-Code
              else
                   display "dry run FAILED - see "
                           function trim (WS-Report-Name)
              end-if
              goback.
*>
     if       not WS-Apply-Run
              perform E200-Write-Stamp
              display "dry run passed - " WS-Written
                      " record(s), APPLY may now be run"
              move zero to Return-Code
              goback.
*>
     perform  F000-Install.
     goback.
*>
 A999-Exit.   exit section.
*>
 B000-Load-Layout SECTION.
*>========================
*>
*> One definition file into LAY-Layout (WS-Lay). A relative name is
*>   taken from the current directory.
*>
     if       WS-Def-Name (1:1) not = "/"
              move spaces to WS-Value
              string function trim (WS-Cwd) "/"
                     function trim (WS-Def-Name)
                     delimited by size into WS-Value
              move WS-Value to WS-Def-Name.
     move     WS-Def-Name to LAY-Def-Name (WS-Lay).
     move     spaces to LAY-File (WS-Lay) LAY-Seq (WS-Lay)
                        LAY-Dat (WS-Lay) LAY-Load (WS-Lay).
     move     zero   to LAY-Length (WS-Lay) LAY-Count (WS-Lay)
                        WS-Def-Line.
     move     WS-Def-Name to WS-Check-Name.
     perform  E300-File-Stamp.
     move     WS-FS-Number to LAY-Def-Stamp (WS-Lay).
     open     input DEF-FILE.
     if       FS-REPLY not = "00"
              display "cannot read " function trim (WS-Def-Name)
              add 1 to WS-Def-Errors
              go to B999-Exit.
*>
 B010-Read-Definition.
     read     DEF-FILE at end
              close DEF-FILE
              go to B050-Check-Layout.
     add      1 to WS-Def-Line.
     if       DEF-RECORD = spaces
         or   DEF-RECORD (1:1) = "*"
              go to B010-Read-Definition.
     move     spaces to WS-Key WS-Value.
     unstring DEF-RECORD delimited by "="
              into WS-Key WS-Value.
     move     function upper-case (function trim (WS-Key)) to WS-Key.
*>   the value runs to the end of the line - it may hold an "=" itself
     move     zero to WS-Rest.
     inspect  DEF-RECORD tallying WS-Rest for characters before initial "=".
     if       WS-Rest < 158
              move DEF-RECORD (WS-Rest + 2:) to WS-Value.
     move     function trim (WS-Value) to WS-Value.
     evaluate WS-Key
       when   "FILE"
              move WS-Value to LAY-File (WS-Lay)
       when   "SEQ"
              move WS-Value to LAY-Seq (WS-Lay)
       when   "DAT"
              move WS-Value to LAY-Dat (WS-Lay)
       when   "LOAD"
              move WS-Value to LAY-Load (WS-Lay)
       when   "LENGTH"
              if   function test-numval (WS-Value) = zero
                   move function numval (WS-Value) to LAY-Length (WS-Lay)
              else
                   move "LENGTH is not a number" to WS-Reason
                   perform B900-Def-Error
              end-if
       when   "FIELD"
              perform B100-Field
       when   other
              move "unknown setting" to WS-Reason
              perform B900-Def-Error
     end-evaluate.
     go       to B010-Read-Definition.
*>
 B050-Check-Layout.
     if       LAY-File (WS-Lay) = spaces
              move "no FILE= given" to WS-Reason
              perform B900-Def-Error.
     if       LAY-Count (WS-Lay) = zero
              move "no FIELD= lines" to WS-Reason
              perform B900-Def-Error.
     if       LAY-Seq (WS-Lay) = spaces
              string function trim (LAY-File (WS-Lay)) ".seq"
                     delimited by size into LAY-Seq (WS-Lay).
     if       LAY-Dat (WS-Lay) = spaces
              string function trim (LAY-File (WS-Lay)) ".dat"
                     delimited by size into LAY-Dat (WS-Lay).
     if       LAY-Load (WS-Lay) = spaces
              move "./flightlog RECREATE" to LAY-Load (WS-Lay).
*>
*>  the record length defaults to the end of the furthest field, and
*>   no field may run past it
*>
     move     zero to WS-Fld.
 B060-Next-Field.
     add      1 to WS-Fld.
     if       WS-Fld > LAY-Count (WS-Lay)
              go to B070-Length.
     compute  WS-Field-End = LAY-Start (WS-Lay WS-Fld)
                           + LAY-Len (WS-Lay WS-Fld) - 1.
     if       LAY-Length (WS-Lay) not = zero
         and  WS-Field-End > LAY-Length (WS-Lay)
              move zero to WS-Def-Line
              move "field runs past LENGTH" to WS-Reason
              move LAY-Name (WS-Lay WS-Fld) to WS-Key
              perform B900-Def-Error.
     go       to B060-Next-Field.
*>
 B070-Length.
     if       LAY-Length (WS-Lay) = zero
              move zero to WS-Fld
              perform B080-Furthest
                      LAY-Count (WS-Lay) times.
     if       LAY-Length (WS-Lay) > WS-Max-Length
              move "LENGTH over 2048" to WS-Reason
              perform B900-Def-Error.
*>
 B999-Exit.   exit section.
*>
 B080-Furthest SECTION.
*>=====================
     add      1 to WS-Fld.
     compute  WS-Field-End = LAY-Start (WS-Lay WS-Fld)
                           + LAY-Len (WS-Lay WS-Fld) - 1.
     if       WS-Field-End > LAY-Length (WS-Lay)
              move WS-Field-End to LAY-Length (WS-Lay).
*>
 B089-Exit.   exit section.
*>
 B100-Field SECTION.
*>==================
*>
*> FIELD=name,start,length,type[,decimals][,DEFAULT=value|FROM=name]
*>
     move     spaces to WS-Part1 WS-Part2 WS-Part3 WS-Part4
                        WS-Part5 WS-Part6 WS-Part7.
     unstring WS-Value delimited by ","
              into WS-Part1 WS-Part2 WS-Part3 WS-Part4
                   WS-Part5 WS-Part6 WS-Part7.
     if       LAY-Count (WS-Lay) not < WS-Max-Fields
              move "more than 200 fields" to WS-Reason
              perform B900-Def-Error
              go to B199-Exit.
     add      1 to LAY-Count (WS-Lay).
     move     LAY-Count (WS-Lay) to WS-Fld.
     move     function upper-case (function trim (WS-Part1))
                                        to LAY-Name (WS-Lay WS-Fld).
     move     function upper-case (function trim (WS-Part4))
                                        to LAY-Type (WS-Lay WS-Fld).
     move     zero   to LAY-Start (WS-Lay WS-Fld) LAY-Len (WS-Lay WS-Fld)
                        LAY-Dec (WS-Lay WS-Fld) LAY-Map (WS-Lay WS-Fld)
                        LAY-Rejects (WS-Lay WS-Fld).
     move     spaces to LAY-Default (WS-Lay WS-Fld)
                        LAY-From (WS-Lay WS-Fld).
     move     "N"    to LAY-Used (WS-Lay WS-Fld).
*>
     if       LAY-Name (WS-Lay WS-Fld) = spaces
              move "field has no name" to WS-Reason
              perform B900-Def-Error.
     if       function test-numval (WS-Part2) = zero
              move function numval (WS-Part2) to LAY-Start (WS-Lay WS-Fld).
     if       function test-numval (WS-Part3) = zero
              move function numval (WS-Part3) to LAY-Len (WS-Lay WS-Fld).
     if       LAY-Start (WS-Lay WS-Fld) = zero
         or   LAY-Len (WS-Lay WS-Fld) = zero
              move "start or length missing" to WS-Reason
              perform B900-Def-Error.
     if       LAY-Type (WS-Lay WS-Fld) not = "X" and not = "9"
                                       and not = "L"
              move "type must be X, 9 or L" to WS-Reason
              perform B900-Def-Error.
     if       WS-Part5 not = spaces
         and  function test-numval (WS-Part5) = zero
              move function numval (WS-Part5) to LAY-Dec (WS-Lay WS-Fld).
*>
*>  numbers are carried through 18 digits - more would not survive
*>
     if       LAY-Type (WS-Lay WS-Fld) not = "X"
         and  (LAY-Len (WS-Lay WS-Fld) > 19
          or   LAY-Dec (WS-Lay WS-Fld) > 9
          or   LAY-Dec (WS-Lay WS-Fld) not < LAY-Len (WS-Lay WS-Fld))
              move "numeric length or decimals" to WS-Reason
              perform B900-Def-Error.
*>
     move     WS-Part6 to WS-Option.
     perform  B150-Field-Option.
     move     WS-Part7 to WS-Option.
     perform  B150-Field-Option.
*>
 B199-Exit.   exit section.
*>
 B150-Field-Option SECTION.
*>=========================
     if       WS-Option = spaces
              go to B159-Exit.
     move     function trim (WS-Option) to WS-Option.
     if       function upper-case (WS-Option (1:8)) = "DEFAULT="
              move WS-Option (9:) to LAY-Default (WS-Lay WS-Fld)
              go to B159-Exit.
     if       function upper-case (WS-Option (1:5)) = "FROM="
              move function upper-case (WS-Option (6:))
                                        to LAY-From (WS-Lay WS-Fld)
              go to B159-Exit.
     move     "option not DEFAULT= or FROM=" to WS-Reason.
     perform  B900-Def-Error.
*>
 B159-Exit.   exit section.
*>
 B900-Def-Error SECTION.
*>======================
     add      1 to WS-Def-Errors.
     move     WS-Def-Line to WS-Num-Disp.
     if       WS-Def-Line = zero
              display function trim (WS-Def-Name) ": "
                      function trim (WS-Reason) " - "
                      function trim (WS-Key)
     else
              display function trim (WS-Def-Name) " line " WS-Num-Disp
                      ": " function trim (WS-Reason).
*>
 B909-Exit.   exit section.
*>
 C000-Map-Fields SECTION.
*>=======================
*>
*> Each new field to the old field of its name (or FROM= name);
*>   none found leaves LAY-Map zero and the field takes its default.
*>
     move     zero to WS-Fld.
 C010-Next-New.
     add      1 to WS-Fld.
     if       WS-Fld > LAY-Count (2)
              go to C999-Exit.
     move     LAY-Name (2 WS-Fld) to WS-Look-Name.
     if       LAY-From (2 WS-Fld) not = spaces
              move LAY-From (2 WS-Fld) to WS-Look-Name.
     move     zero to WS-Old.
 C020-Next-Old.
     add      1 to WS-Old.
     if       WS-Old > LAY-Count (1)
              go to C010-Next-New.
     if       LAY-Name (1 WS-Old) not = WS-Look-Name
              go to C020-Next-Old.
     move     WS-Old to LAY-Map (2 WS-Fld).
     move     "Y"    to LAY-Used (1 WS-Old).
     go       to C010-Next-New.
*>
 C999-Exit.   exit section.
*>
 D000-Convert SECTION.
*>====================
*>
*> FILE.seq in the old shape to FILE.seq.mig in the new, reporting
*>   the field map, every field-level reject and the totals.
*>
     move     zero to WS-Read WS-Written WS-Rejected WS-Defaulted
                      WS-Details.
     open     output REPORT-FILE.
     if       FS-REPLY not = "00"
              display "cannot create " function trim (WS-Report-Name)
              move 8 to Return-Code
              goback.
     perform  D500-Report-Heading.
*>
     open     input IN-FILE.
     if       FS-REPLY not = "00"
              display "cannot read " function trim (WS-In-Name)
              move spaces to REPORT-RECORD
              string "Input " function trim (WS-In-Name)
                     " not found - take a BACKUP first"
                     delimited by size into REPORT-RECORD
              write REPORT-RECORD
              close REPORT-FILE
              move 8 to Return-Code
              goback.
     open     output OUT-FILE.
*>
 D010-Read-Record.
     read     IN-FILE into WS-Old-Rec at end
              go to D090-Finish.
     add      1 to WS-Read.
     move     spaces to WS-New-Rec.
     move     "N" to WS-Rec-Bad.
*>   longer than the old layout - most likely already converted
     if       WS-In-Length > LAY-Length (1)
              move 1    to WS-Fld
              move zero to WS-Old
              move "record longer than old LENGTH" to WS-Reason
              perform H900-Reject
              add 1 to WS-Rejected
              go to D010-Read-Record.
     move     zero to WS-Fld.
     perform  G000-Convert-Field LAY-Count (2) times.
     if       WS-Record-Rejected
              add 1 to WS-Rejected
              go to D010-Read-Record.
     move     WS-New-Rec (1:LAY-Length (2)) to OUT-RECORD.
     write    OUT-RECORD.
     add      1 to WS-Written.
     go       to D010-Read-Record.
*>
 D090-Finish.
     close    IN-FILE OUT-FILE.
     perform  D600-Report-Totals.
     close    REPORT-FILE.
     move     WS-Read to WS-Count-Disp.
     display  "read     " WS-Count-Disp.
     move     WS-Written to WS-Count-Disp.
     display  "written  " WS-Count-Disp.
     move     WS-Rejected to WS-Count-Disp.
     display  "rejected " WS-Count-Disp.
*>
 D999-Exit.   exit section.
*>
 D500-Report-Heading SECTION.
*>===========================
     move     spaces to REPORT-RECORD.
     string   "Record layout migration - " function trim (LAY-File (2))
              "    " function current-date (7:2) "/"
              function current-date (5:2) "/"
              function current-date (1:4)
              "    environment " FLENV-Banner
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     if       WS-Apply-Run
              move "APPLY - the live .dat will be rebuilt" to REPORT-RECORD
     else
              move "DRY RUN - nothing live is touched" to REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     move     LAY-Length (1) to WS-Num-Disp.
     string   "Old layout " function trim (LAY-Def-Name (1))
              " - " WS-Num-Disp " bytes"
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     move     LAY-Length (2) to WS-Num-Disp.
     string   "New layout " function trim (LAY-Def-Name (2))
              " - " WS-Num-Disp " bytes"
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     string   "From " function trim (WS-In-Name)
              " to " function trim (WS-Out-Name)
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     write    REPORT-RECORD.
     move     "Field                           Pos  Len T Dec  Taken from"
              to REPORT-RECORD.
     write    REPORT-RECORD.
     move     zero to WS-Fld.
     perform  D510-Map-Line LAY-Count (2) times.
     move     zero to WS-Old.
     perform  D520-Dropped-Line LAY-Count (1) times.
     move     spaces to REPORT-RECORD.
     write    REPORT-RECORD.
*>
 D509-Exit.   exit section.
*>
 D510-Map-Line SECTION.
*>=====================
     add      1 to WS-Fld.
     move     spaces to REPORT-RECORD.
     move     LAY-Name (2 WS-Fld) to REPORT-RECORD (1:30).
     move     LAY-Start (2 WS-Fld) to WS-Num-Disp.
     move     WS-Num-Disp to REPORT-RECORD (32:4).
     move     LAY-Len (2 WS-Fld) to WS-Num-Disp.
     move     WS-Num-Disp to REPORT-RECORD (37:4).
     move     LAY-Type (2 WS-Fld) to REPORT-RECORD (42:1).
     move     LAY-Dec (2 WS-Fld) to REPORT-RECORD (45:2).
     move     LAY-Map (2 WS-Fld) to WS-Old.
     if       WS-Old = zero
              string "default " function trim (LAY-Default (2 WS-Fld))
                     delimited by size into REPORT-RECORD (49:60)
     else
              move LAY-Name (1 WS-Old) to REPORT-RECORD (49:30)
              move LAY-Start (1 WS-Old) to WS-Num-Disp
              move WS-Num-Disp to REPORT-RECORD (80:4)
              move LAY-Len (1 WS-Old) to WS-Num-Disp
              move WS-Num-Disp to REPORT-RECORD (85:4)
              move LAY-Type (1 WS-Old) to REPORT-RECORD (90:1).
     write    REPORT-RECORD.
*>
 D519-Exit.   exit section.
*>
 D520-Dropped-Line SECTION.
*>=========================
     add      1 to WS-Old.
     if       LAY-Used (1 WS-Old) = "Y"
              go to D529-Exit.
     move     spaces to REPORT-RECORD.
     string   "  dropped - old field " LAY-Name (1 WS-Old)
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
*>
 D529-Exit.   exit section.
*>
 D600-Report-Totals SECTION.
*>==========================
     move     spaces to REPORT-RECORD.
     write    REPORT-RECORD.
     if       WS-Details not < WS-Max-Details
              move "  (further rejects not listed)" to REPORT-RECORD
              write REPORT-RECORD
              move spaces to REPORT-RECORD
              write REPORT-RECORD.
     move     "Rejects by field" to REPORT-RECORD.
     write    REPORT-RECORD.
     move     zero to WS-Fld.
     perform  D610-Field-Count LAY-Count (2) times.
     move     spaces to REPORT-RECORD.
     write    REPORT-RECORD.
     move     WS-Read to WS-Count-Disp.
     string   "Records read        " WS-Count-Disp
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     move     WS-Written to WS-Count-Disp.
     string   "Records written     " WS-Count-Disp
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     move     WS-Rejected to WS-Count-Disp.
     string   "Records rejected    " WS-Count-Disp
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     move     WS-Defaulted to WS-Count-Disp.
     string   "Fields defaulted    " WS-Count-Disp
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
     move     spaces to REPORT-RECORD.
     write    REPORT-RECORD.
     if       WS-Rejected = zero
              move "Result: PASSED" to REPORT-RECORD
     else
              move "Result: FAILED - correct the data or the definitions and run again"
                   to REPORT-RECORD.
     write    REPORT-RECORD.
*>
 D609-Exit.   exit section.
*>
 D610-Field-Count SECTION.
*>========================
     add      1 to WS-Fld.
     if       LAY-Rejects (2 WS-Fld) = zero
              go to D619-Exit.
     move     spaces to REPORT-RECORD.
     move     LAY-Rejects (2 WS-Fld) to WS-Count-Disp.
     string   "  " LAY-Name (2 WS-Fld) " " WS-Count-Disp
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
*>
 D619-Exit.   exit section.
*>
 E000-Stamp-Now SECTION.
*>======================
*>
*> What a pass stamp records - both definitions and the input .seq,
*>   each with its last-modified date and time.
*>
     move     LAY-Def-Name (1)  to WS-SN-Old-Def.
     move     LAY-Def-Stamp (1) to WS-SN-Old-Stamp.
     move     LAY-Def-Name (2)  to WS-SN-New-Def.
     move     LAY-Def-Stamp (2) to WS-SN-New-Stamp.
     move     WS-In-Name to WS-Check-Name.
     perform  E300-File-Stamp.
     move     WS-File-Size to WS-SN-Seq-Size.
     move     WS-FS-Number to WS-SN-Seq-Stamp WS-Seq-Stamp.
     move     zero to WS-SN-Records.
*>
 E099-Exit.   exit section.
*>
 E100-Check-Stamp SECTION.
*>========================
*>
*> APPLY only after a passed dry run of these definitions against
*>   this very .seq, and never over a .dat updated since the .seq
*>   was taken. Return-Code 8 refuses.
*>
     move     spaces to WS-Stamp-Was.
     open     input STAMP-FILE.
     if       FS-REPLY = "00"
              read STAMP-FILE into WS-Stamp-Was
                   at end move spaces to WS-Stamp-Was
              end-read
              close STAMP-FILE.
     if       WS-Stamp-Was = spaces
              display "no passed dry run for "
                      function trim (LAY-File (2))
                      " - run without APPLY first"
              move 8 to Return-Code
              go to E199-Exit.
*>   records converted is not compared - it is what the dry run found
     if       WS-Stamp-Was (1:310) not = WS-Stamp-Now (1:310)
              display "definitions or " function trim (WS-In-Name)
                      " changed since the dry run - run it again"
              move 8 to Return-Code
              go to E199-Exit.
*>
     move     LAY-Dat (2) to WS-Check-Name.
     perform  E300-File-Stamp.
     move     WS-File-Found to WS-Dat-Exists.
     move     WS-FS-Number  to WS-Dat-Stamp.
     if       WS-Dat-Exists = "Y"
         and  WS-Dat-Stamp > WS-Seq-Stamp
              display function trim (LAY-Dat (2))
                      " updated since " function trim (WS-In-Name)
                      " was taken - BACKUP and dry run again"
              move 8 to Return-Code
              go to E199-Exit.
     move     zero to Return-Code.
*>
 E199-Exit.   exit section.
*>
 E200-Write-Stamp SECTION.
*>========================
     move     WS-Written to WS-SN-Records.
     open     output STAMP-FILE.
     write    STAMP-RECORD from WS-Stamp-Now.
     close    STAMP-FILE.
*>
 E299-Exit.   exit section.
*>
 E300-File-Stamp SECTION.
*>=======================
*>
*> WS-Check-Name's size and ccyymmddhhmmss, zero when absent.
*>
     move     zero to WS-FS-Number WS-File-Size.
     move     "N"  to WS-File-Found.
     call     "CBL_CHECK_FILE_EXIST" using WS-Check-Name WS-File-Info.
     if       Return-Code not = zero
              move zero to Return-Code WS-File-Size
              go to E399-Exit.
     move     "Y" to WS-File-Found.
     move     WS-File-Year   to WS-FS-Year.
     move     WS-File-Month  to WS-FS-Month.
     move     WS-File-Day    to WS-FS-Day.
     move     WS-File-Hour   to WS-FS-Hour.
     move     WS-File-Minute to WS-FS-Minute.
     move     WS-File-Second to WS-FS-Second.
*>
 E399-Exit.   exit section.
*>
 F000-Install SECTION.
*>====================
*>
*> The converted .seq in place of the old (kept as .seq.old), the live
*>   .dat aside as FILE.BAK, then the load command builds the .dat.
*>
     call     "CBL_DELETE_FILE" using WS-Old-Seq-Name.
     call     "CBL_RENAME_FILE" using WS-In-Name WS-Old-Seq-Name.
     if       Return-Code not = zero
              display "cannot rename " function trim (WS-In-Name)
                      " - nothing installed"
              move 8 to Return-Code
              go to F999-Exit.
     call     "CBL_RENAME_FILE" using WS-Out-Name LAY-Seq (2).
     if       Return-Code not = zero
              display "cannot rename " function trim (WS-Out-Name)
                      " - old .seq is " function trim (WS-Old-Seq-Name)
              move 8 to Return-Code
              go to F999-Exit.
     if       WS-Dat-Exists = "Y"
              call "CBL_DELETE_FILE" using WS-Bak-Name
              call "CBL_RENAME_FILE" using LAY-Dat (2) WS-Bak-Name
              if   Return-Code not = zero
                   display "cannot rename " function trim (LAY-Dat (2))
                           " to " function trim (WS-Bak-Name)
                           " - new .seq is in place, load not run"
                   move 8 to Return-Code
                   go to F999-Exit
              end-if
     end-if.
     call     "CBL_DELETE_FILE" using WS-Stamp-Name.
*>
     move     LAY-Load (2) to WS-Sys-Command.
     display  "loading - " function trim (WS-Sys-Command).
     call     "SYSTEM" using WS-Sys-Command.
     if       Return-Code not = zero
              display "load FAILED - the old .dat is "
                      function trim (WS-Bak-Name) ", the old .seq "
                      function trim (WS-Old-Seq-Name)
              move 8 to Return-Code
              go to F999-Exit.
     display  function trim (LAY-File (2)) " migrated - "
              WS-Written " record(s)".
     move     zero to Return-Code.
*>
 F999-Exit.   exit section.
*>
 G000-Convert-Field SECTION.
*>==========================
*>
*> New field WS-Fld (1 up) from its old field, or its default.
*>
     add      1 to WS-Fld.
     move     LAY-Start (2 WS-Fld) to WS-Dst-Start.
     move     LAY-Len (2 WS-Fld)   to WS-Dst-Len.
     move     LAY-Map (2 WS-Fld)   to WS-Old.
     if       WS-Old = zero
              go to G050-Default.
     move     LAY-Start (1 WS-Old) to WS-Src-Start.
     move     LAY-Len (1 WS-Old)   to WS-Src-Len.
*>
     if       LAY-Type (2 WS-Fld) = "X"
              go to G020-To-Text.
*>
*>  to a number - from text, or a number of any scale
*>
     if       LAY-Type (1 WS-Old) = "X"
              move spaces to WS-Src-Text
              move WS-Old-Rec (WS-Src-Start:WS-Src-Len) to WS-Src-Text
              if   WS-Src-Text = spaces
                   go to G050-Default
              end-if
              if   function test-numval (WS-Src-Text) not = zero
                   move "not numeric" to WS-Reason
                   perform H900-Reject
                   go to G999-Exit
              end-if
              compute WS-Num-Value = function numval (WS-Src-Text)
              perform H200-Put-Number
              go to G999-Exit.
     perform  H100-Get-Number.
     if       WS-Reason not = spaces
              perform H900-Reject
              go to G999-Exit.
     perform  H200-Put-Number.
     go       to G999-Exit.
*>
*>  to text - as stored, nothing significant may be cut off
*>
 G020-To-Text.
     if       WS-Dst-Len < WS-Src-Len
              compute WS-Rest = WS-Src-Start + WS-Dst-Len
              if   WS-Old-Rec (WS-Rest:WS-Src-Len - WS-Dst-Len) not = spaces
                   move "truncated" to WS-Reason
                   perform H900-Reject
                   go to G999-Exit
              end-if
              move WS-Old-Rec (WS-Src-Start:WS-Dst-Len)
                   to WS-New-Rec (WS-Dst-Start:WS-Dst-Len)
     else
              move WS-Old-Rec (WS-Src-Start:WS-Src-Len)
                   to WS-New-Rec (WS-Dst-Start:WS-Dst-Len).
     go       to G999-Exit.
*>
 G050-Default.
     add      1 to WS-Defaulted.
     if       LAY-Type (2 WS-Fld) = "X"
              move LAY-Default (2 WS-Fld)
                   to WS-New-Rec (WS-Dst-Start:WS-Dst-Len)
              go to G999-Exit.
     move     zero to WS-Num-Value.
     if       LAY-Default (2 WS-Fld) not = spaces
         and  function test-numval (LAY-Default (2 WS-Fld)) = zero
              compute WS-Num-Value =
                      function numval (LAY-Default (2 WS-Fld)).
     perform  H200-Put-Number.
*>
 G999-Exit.   exit section.
*>
 H100-Get-Number SECTION.
*>=======================
*>
*> Old numeric field WS-Old into WS-Num-Value; all spaces is zero.
*>   WS-Reason set when it will not read as a number.
*>
     move     spaces to WS-Reason.
     move     zero to WS-Num-Value.
     if       WS-Old-Rec (WS-Src-Start:WS-Src-Len) = spaces
              go to H199-Exit.
     if       LAY-Type (1 WS-Old) = "L"
              add 1 to WS-Src-Start
              subtract 1 from WS-Src-Len.
     if       WS-Old-Rec (WS-Src-Start:WS-Src-Len) not numeric
              move "not numeric" to WS-Reason
              go to H199-Exit.
     move     zero to WS-Digits18.
     move     WS-Old-Rec (WS-Src-Start:WS-Src-Len)
              to WS-Digit18-Text (19 - WS-Src-Len:WS-Src-Len).
     compute  WS-Num-Value = WS-Digits18 / (10 ** LAY-Dec (1 WS-Old)).
     if       LAY-Type (1 WS-Old) = "L"
              subtract 1 from WS-Src-Start
              add 1 to WS-Src-Len
              if   WS-Old-Rec (WS-Src-Start:1) = "-"
                   compute WS-Num-Value = 0 - WS-Num-Value
              else
               if  WS-Old-Rec (WS-Src-Start:1) not = "+" and not = space
                   move "sign not + or -" to WS-Reason
               end-if
              end-if
     end-if.
*>
 H199-Exit.   exit section.
*>
 H200-Put-Number SECTION.
*>=======================
*>
*> WS-Num-Value into new numeric field WS-Fld at its own scale.
*>
     if       LAY-Type (2 WS-Fld) = "9"
         and  WS-Num-Value < zero
              move "negative into unsigned" to WS-Reason
              perform H900-Reject
              go to H299-Exit.
     compute  WS-Num-Scaled = WS-Num-Value * (10 ** LAY-Dec (2 WS-Fld)).
     move     WS-Num-Scaled to WS-Num-Whole.
     if       WS-Num-Whole not = WS-Num-Scaled
              move "decimals lost" to WS-Reason
              perform H900-Reject
              go to H299-Exit.
     move     WS-Dst-Len to WS-Cap.
     if       LAY-Type (2 WS-Fld) = "L"
              subtract 1 from WS-Cap.
     move     WS-Num-Whole to WS-Digits.         *> unsigned - the magnitude.
     if       WS-Digit-Text (1:27 - WS-Cap) not = all "0"
              move "too large" to WS-Reason
              perform H900-Reject
              go to H299-Exit.
     if       LAY-Type (2 WS-Fld) = "9"
              move WS-Digit-Text (28 - WS-Cap:WS-Cap)
                   to WS-New-Rec (WS-Dst-Start:WS-Dst-Len)
              go to H299-Exit.
     if       WS-Num-Whole < zero
              move "-" to WS-New-Rec (WS-Dst-Start:1)
     else
              move "+" to WS-New-Rec (WS-Dst-Start:1).
     move     WS-Digit-Text (28 - WS-Cap:WS-Cap)
              to WS-New-Rec (WS-Dst-Start + 1:WS-Cap).
*>
 H299-Exit.   exit section.
*>
 H900-Reject SECTION.
*>===================
*>
*> Field WS-Fld of the record in hand will not convert - the record
*>   is held back and the first WS-Max-Details are listed.
*>
     move     "Y" to WS-Rec-Bad.
     add      1 to LAY-Rejects (2 WS-Fld).
     if       WS-Details not < WS-Max-Details
              go to H999-Exit.
     add      1 to WS-Details.
     move     spaces to REPORT-RECORD WS-Src-Text.
     if       WS-Old not = zero
              move LAY-Start (1 WS-Old) to WS-Src-Start
              move LAY-Len (1 WS-Old)   to WS-Src-Len
              if   WS-Src-Len > 40
                   move 40 to WS-Src-Len
              end-if
              move WS-Old-Rec (WS-Src-Start:WS-Src-Len) to WS-Src-Text.
     move     WS-Read to WS-Count-Disp.
     string   "REJECT record " WS-Count-Disp " "
              function trim (LAY-Name (2 WS-Fld)) " - "
              function trim (WS-Reason) " ["
              function trim (WS-Src-Text trailing) "]"
              delimited by size into REPORT-RECORD.
     write    REPORT-RECORD.
*>
 H999-Exit.   exit section.
