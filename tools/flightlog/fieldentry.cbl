       >>source free
*>******************************************************************************
*>  fieldentry is free software: you can redistribute it and/or modify it under
*>  the terms of the GNU General Public License as published by the Free
*>  Software Foundation, version 2 ONLY of the License.
*>
*>  fieldentry is distributed in the hope that it will be useful, but WITHOUT
*>  ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*>  FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU General Public License for more details.
*>******************************************************************************

*>******************************************************************************
*> Program:      fieldentry.cbl
*>
*> Purpose:      Off-line flight entry for fly-ins and detachments with no
*>               link to the office. Runs on a laptop against a READ-ONLY
*>               snapshot of airfield.dat, aircraft.dat and pilot.dat
*>               copied from the office data directory, vets each flight
*>               the way CA000-ENTER-LOGBOOK in flightlog.cbl does and
*>               appends it to the field transaction file fieldtran.dat.
*>               Nothing here writes a master file - a type, captain or
*>               airfield missing from the snapshot may be accepted as
*>               new once confirmed, the flight then landing without a
*>               master record as a CQ000 approval does.
*>
*>               Back at base fieldtran.dat goes into the office data
*>               directory and More Functions menu Z in flightlog merges
*>               it into the flight log through the journal; an entry
*>               that clashes with the log (same date and start time,
*>               the aircraft already flying, or a closed month) goes to
*>               the field conflict review list for a supervisor rather
*>               than being dropped or written over.
*>
*>               Checks made here: date valid and not after today, type
*>               and registration, captain (S = SELF), from/to alphabetic,
*>               start/end as hh.mm UTC or local through the airfield's
*>               UTC offset, M/S, the capacity codes and P2 on a single,
*>               day/night P1 and P2/3 adding up to the elapsed time
*>               (PD; when short and not P3), instrument time not over
*>               elapsed, and the date/start not already on this kit's
*>               file. The roster and airframe checks that need the
*>               office files (ratings, defects, documents, FTL) are
*>               left to the merge and the office.
*>
*> Author:       Flight Operations Systems Group
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -x -free fieldentry.cbl
*>
*> Usage:        FLIGHTLOG_ENV=FIELD fieldentry
*>                 with the FIELD profile's data directory holding the
*>                 snapshot; a blank date ends the session.
*>
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  fieldentry.
*>
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 REPOSITORY.  FUNCTION ALL INTRINSIC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>
*>   Layouts mirror flightlog.cbl - keep in step with that program.
*>    Opened INPUT only, the snapshot is never updated here.
*>
     SELECT AIRFIELD-FILE    ASSIGN       "airfield.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             RECORD KEY   ICAO-CODE.
*>
     SELECT AIRCRAFT-FILE    ASSIGN       "aircraft.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             RECORD KEY   Aircraft-Type.
*>
     SELECT PILOT-FILE       ASSIGN       "pilot.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             RECORD KEY   PILOT-NAME.
*>
     SELECT FIELDTRAN-FILE   ASSIGN       "fieldtran.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
 DATA DIVISION.
 FILE SECTION.
*>
 FD  AIRFIELD-FILE.
 01  AIRFIELD-RECORD.
     03  ICAO-CODE           PIC X(4).
     03  AFLD-Name           PIC X(36).
     03  AFLD-Last-Flt       PIC 9(8).
     03  AFLD-Country        PIC X(2).
     03  AFLD-Latitude       PIC S9(3)V9(4) SIGN LEADING SEPARATE.
     03  AFLD-Longitude      PIC S9(3)V9(4) SIGN LEADING SEPARATE.
     03  AFLD-UTC-Offset     PIC S9(3)  SIGN LEADING SEPARATE.
     03  FILLER              PIC X(25).       *> hours, PPR, curfew - rec is 95.
*>
 FD  AIRCRAFT-FILE.
 01  AIRCRAFT-RECORD.
     03  Aircraft-Type       PIC X(8).
     03  Aircraft-MS         PIC X.
     03  Aircraft-Complex    PIC X.
     03  Aircraft-Last-Reg   PIC X(6).
     03  Aircraft-Last-Flt   PIC 9(8).
     03  Aircraft-Fuel-Type  PIC X.
     03  Aircraft-Base       PIC X(4).
*>
 FD  PILOT-FILE.
 01  PILOT-RECORD.
     03  PILOT-NAME          PIC X(15).
     03  PILOT-LICENCE-NO    PIC X(12).
     03  PILOT-LICENCE-EXPIRY PIC 9(8).
     03  PILOT-MEDICAL-EXPIRY PIC 9(8).
     03  PILOT-LAST-FLT      PIC 9(8).
     03  PILOT-FTL-SCHEME    PIC X(8).
     03  PILOT-BASE          PIC X(4).
*>
*>  One line per flight keyed here - who keyed it and when, then the
*>   flight exactly as FLIGHTLOG-RECORD holds it. Same layout as the
*>   FD in flightlog.cbl that the merge (OED000) reads.
*>
 FD  FIELDTRAN-FILE.
 01  FIELDTRAN-RECORD.
     03  FTR-ENTERED-BY      PIC X(15).
     03  FTR-ENTERED-DATE    PIC 9(8).
     03  FTR-ENTERED-TIME    PIC 9(6).
     03  FTR-FLIGHT.
         05  FLT-Date-Time-Key.
             07  FLT-DATE    PIC 9(8).
             07  FLT-START   PIC 9(4).
         05  FLT-END         PIC 9(4).
         05  FLT-AC-TYPE     PIC X(8).
         05  FLT-AC-REG      PIC X(6).
         05  FLT-CAPTAIN     PIC X(15).
         05  FLT-CAPACITY    PIC XXX.
         05  FLT-FROM        PIC X(4).
         05  FLT-TO          PIC X(4).
         05  FLT-MS          PIC X.
         05  FILLER                         OCCURS 2.   *> (1) Day, (2) Night.
             07  FLT-P1      PIC 9(4).
             07  FLT-P23     PIC 9(4).
         05  FLT-INSTRUMENT  PIC 9(4).
         05  FLT-REMARKS     PIC X(32).
         05  FTR-FLIGHT-REST PIC X(67).     *> Hobbs, fuel, W&B, crew 2, wind - not keyed here.
*>
 WORKING-STORAGE SECTION.
 77  PROG-NAME               PIC X(20) VALUE "fieldentry (1.00)".
 01  FS-REPLY                PIC XX    VALUE SPACES.
*>
 77  WS-Entered-By           pic x(15)  value spaces.
 77  WS-Today                pic 9(8)   value zero.
 77  WS-Now                  pic 9(6)   value zero.
 77  WS-Reply                pic x      value space.
 77  WS-Finished             pic 9      value zero.
 77  WS-Written              pic 9(4)   value zero.
 77  WS-Date-In              pic x(8)   value spaces.
 77  WS-Date-Num             pic 9(8)   value zero.
 77  WS-Type-In              pic x(8)   value spaces.
 77  WS-Reg-In               pic x(6)   value spaces.
 77  WS-Name-In              pic x(15)  value spaces.
 77  WS-Icao-In              pic x(4)   value spaces.
 77  WS-Cap-In               pic x(3)   value spaces.
 77  WS-Time-Mode            pic x      value "U".
 77  WS-Default-Reg          pic x(6)   value spaces.
 77  WS-Default-MS           pic x      value space.
*>
*>  Time entry as hh.mm, the WSE/WSF pair in flightlog.cbl.
*>
 01  WS-Time-In              pic x(5)   value spaces.
 01  filler redefines WS-Time-In.
     03  WS-Time-HH          pic 99.
     03  WS-Time-Dot         pic x.
     03  WS-Time-MM          pic 99.
 77  WS-Time-Mins            pic 9(4)   value zero.
 77  WS-Time-Error           pic 9      value zero.
 77  WS-Tz-Offset            pic s9(3)  value zero.
 77  WS-Tz-Work              pic s9(5)  value zero.
 77  WS-Elapsed-Time         pic 9(4)   value zero.
 77  WS-Calc-Time            pic 9(5)   value zero.
 77  WS-Short-Flag           pic x      value space.
 77  WS-End-Work             pic 9(4)   value zero.
 77  WS-Remarks-In           pic x(32)  value spaces.
*>
*>  Flights already on this kit's transaction file - date/start keys
*>   for the duplicate check and reg/end for the same-airframe
*>   advisory. Loaded at start up, added to as each flight is saved.
*>
 01  WS-Kit-Table.
     03  WS-Kit-Count        pic 9(4)   comp value zero.
     03  WS-Kit-Entry                   occurs 2000.
         05  WS-Kit-Key      pic x(12).
         05  WS-Kit-Reg      pic x(6).
         05  WS-Kit-End      pic 9(4).
 77  WS-Kit-Max              pic 9(4)   comp value 2000.
 77  WS-Kit-Sub              pic 9(4)   comp value zero.
 77  WS-Kit-Found            pic 9      value zero.
 77  WS-Kit-Start-Mins       pic 9(4)   value zero.
 77  WS-Kit-End-Mins         pic 9(4)   value zero.
 77  WS-New-End-Mins         pic 9(4)   value zero.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION.
*>=================
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
*>
     open     input AIRFIELD-FILE.
     if       FS-REPLY not = "00"
              display "Cannot open airfield.dat (" FS-REPLY ") - copy the snapshot into "
                      function trim (FLENV-Data-Dir)
              move 4 to Return-Code
              goback.
     open     input AIRCRAFT-FILE.
     if       FS-REPLY not = "00"
              display "Cannot open aircraft.dat (" FS-REPLY ") - copy the snapshot into "
                      function trim (FLENV-Data-Dir)
              close AIRFIELD-FILE
              move 4 to Return-Code
              goback.
     open     input PILOT-FILE.
     if       FS-REPLY not = "00"
              display "Cannot open pilot.dat (" FS-REPLY ") - copy the snapshot into "
                      function trim (FLENV-Data-Dir)
              close AIRFIELD-FILE AIRCRAFT-FILE
              move 4 to Return-Code
              goback.
*>
     move     current-date (1:8) to WS-Today.
     perform  A100-Load-Kit-File.
     display  " ".
     display  "field flight entry - " FLENV-Banner
              "  (" WS-Kit-Count " already on this kit)".
 A010-Who.
     display  "Entered by: " with no advancing.
     accept   WS-Entered-By.
     move     upper-case (WS-Entered-By) to WS-Entered-By.
     if       WS-Entered-By = spaces
              go to A010-Who.
*>
 A020-Next-Flight.
     perform  B000-Enter-Flight.
     if       WS-Finished = zero
              go to A020-Next-Flight.
*>
     close    AIRFIELD-FILE AIRCRAFT-FILE PILOT-FILE.
     display  WS-Written " flight(s) saved to fieldtran.dat this session".
     display  "At base copy fieldtran.dat into the office data directory"
              " and merge with flightlog More Functions menu Z.".
     move     0 to Return-Code.
     goback.
*>
 A999-Exit.   exit section.
*>
 A100-Load-Kit-File SECTION.
*>==========================
*>
*>  Whatever earlier sessions left on the kit - no file yet is fine.
*>
     move     zero to WS-Kit-Count.
     open     input FIELDTRAN-FILE.
     if       FS-REPLY not = "00"
              go to A199-Exit.
 A110-Read.
     read     FIELDTRAN-FILE at end
              go to A190-Close.
     if       FIELDTRAN-RECORD = spaces
              go to A110-Read.
     perform  A200-Remember-Flight.
     go       to A110-Read.
 A190-Close.
     close    FIELDTRAN-FILE.
*>
 A199-Exit.   exit section.
*>
 A200-Remember-Flight SECTION.
*>============================
     if       WS-Kit-Count not < WS-Kit-Max
              go to A299-Exit.
     add      1 to WS-Kit-Count.
     move     FLT-Date-Time-Key to WS-Kit-Key (WS-Kit-Count).
     move     FLT-AC-REG        to WS-Kit-Reg (WS-Kit-Count).
     move     FLT-END           to WS-Kit-End (WS-Kit-Count).
*>
 A299-Exit.   exit section.
*>
 B000-Enter-Flight SECTION.
*>=========================
*>
*>  One flight, prompt by prompt in CA000's order. A blank date ends
*>   the session; anything failing a check is asked again.
*>
     initialize FIELDTRAN-RECORD.
     move     spaces to WS-Default-Reg WS-Default-MS WS-Short-Flag.
     display  " ".
 B010-Date.
     display  "Date ccyymmdd (blank = finish): " with no advancing.
     move     spaces to WS-Date-In.
     accept   WS-Date-In.
     if       WS-Date-In = spaces
              move 1 to WS-Finished
              go to B999-Exit.
     if       WS-Date-In not numeric
              display "FL014 Date Error"
              go to B010-Date.
     move     WS-Date-In to WS-Date-Num.
     if       test-date-yyyymmdd (WS-Date-Num) not = zero
              display "FL014 Date Error"
              go to B010-Date.
     if       WS-Date-Num > WS-Today
              display "Date is after today"
              go to B010-Date.
     move     WS-Date-Num to FLT-DATE.
*>
 B020-Type.
     display  "Aircraft type: " with no advancing.
     move     spaces to WS-Type-In.
     accept   WS-Type-In.
     move     upper-case (WS-Type-In) to FLT-AC-TYPE.
     if       FLT-AC-TYPE = spaces
              go to B020-Type.
     move     FLT-AC-TYPE to Aircraft-Type.
     read     AIRCRAFT-FILE invalid key
              move high-values to FS-REPLY.
     if       FS-REPLY = "00"
              move Aircraft-Last-Reg to WS-Default-Reg
              move Aircraft-MS       to WS-Default-MS
              go to B030-Reg.
     display  "Type not in the snapshot - log it as a new type (Y/N): "
              with no advancing.
     accept   WS-Reply.
     if       upper-case (WS-Reply) not = "Y"
              go to B020-Type.
*>
 B030-Reg.
     display  "Registration [" WS-Default-Reg "]: " with no advancing.
     move     spaces to WS-Reg-In.
     accept   WS-Reg-In.
     if       WS-Reg-In = spaces
              move WS-Default-Reg to WS-Reg-In.
     move     upper-case (WS-Reg-In) to FLT-AC-REG.
     if       FLT-AC-REG = spaces
              go to B030-Reg.
*>
 B040-Captain.
     display  "Captain (S = SELF): " with no advancing.
     move     spaces to WS-Name-In.
     accept   WS-Name-In.
     move     upper-case (WS-Name-In) to FLT-CAPTAIN.
     if       FLT-CAPTAIN (1:2) = "S "
              move "SELF" to FLT-CAPTAIN.
     if       FLT-CAPTAIN = spaces
              go to B040-Captain.
     if       FLT-CAPTAIN = "SELF"
              move "P1 " to FLT-CAPACITY.
     move     FLT-CAPTAIN to PILOT-NAME.
     read     PILOT-FILE invalid key
              move high-values to FS-REPLY.
     if       FS-REPLY not = "00"
              display "Not on the crew roster snapshot - accept as new (Y/N): "
                      with no advancing
              accept  WS-Reply
              if      upper-case (WS-Reply) not = "Y"
                      go to B040-Captain
              end-if
              go to B050-From.
*>
*>   Roster currency as MF000 - advisory, judged at the flight date.
*>
     if       PILOT-LICENCE-EXPIRY not = zero
        and   PILOT-LICENCE-EXPIRY < FLT-DATE
              display "FL052 Pilot licence has EXPIRED".
     if       PILOT-MEDICAL-EXPIRY not = zero
        and   PILOT-MEDICAL-EXPIRY < FLT-DATE
              display "FL053 Pilot medical has EXPIRED".
*>
 B050-From.
     display  "From ICAO: " with no advancing.
     move     spaces to WS-Icao-In.
     accept   WS-Icao-In.
     move     upper-case (WS-Icao-In) to FLT-FROM.
     if       FLT-FROM = spaces
        or    FLT-FROM not alphabetic
              go to B050-From.
     move     FLT-FROM to WS-Icao-In.
     perform  C000-Check-Airfield.
     if       Return-Code not = zero
              move zero to Return-Code
              go to B050-From.
*>
 B060-To.
     display  "To ICAO [" FLT-FROM "]: " with no advancing.
     move     spaces to WS-Icao-In.
     accept   WS-Icao-In.
     if       WS-Icao-In = spaces
              move FLT-FROM to WS-Icao-In.
     move     upper-case (WS-Icao-In) to FLT-TO.
     if       FLT-TO not alphabetic
              go to B060-To.
     if       FLT-TO not = FLT-FROM
              move FLT-TO to WS-Icao-In
              perform C000-Check-Airfield
              if      Return-Code not = zero
                      move zero to Return-Code
                      go to B060-To
              end-if
     end-if.
*>
 B070-Time-Mode.
     display  "Times [U]TC/[L]ocal [U]: " with no advancing.
     move     space to WS-Time-Mode.
     accept   WS-Time-Mode.
     move     upper-case (WS-Time-Mode) to WS-Time-Mode.
     if       WS-Time-Mode not = "U" and not = "L"
              move "U" to WS-Time-Mode.
*>
 B080-Start.
     display  "Start time (HH.MM): " with no advancing.
     move     spaces to WS-Time-In.
     accept   WS-Time-In.
     perform  D000-Convert-Time.
     if       WS-Time-Error not = zero
        or    WS-Time-In = spaces
              go to B080-Start.
     move     WS-Time-Mins to FLT-START.
     if       WS-Time-Mode = "L"
              move FLT-FROM to ICAO-CODE
              move FLT-START to WS-Tz-Work
              perform D100-Local-To-UTC
              move WS-Tz-Work to FLT-START.
*>
*>   CA120's record-exists test, against this kit's own file.
*>
     move     zero to WS-Kit-Found.
     perform  E000-Find-Key varying WS-Kit-Sub from 1 by 1
              until WS-Kit-Sub > WS-Kit-Count
                 or WS-Kit-Found not = zero.
     if       WS-Kit-Found not = zero
              display "FL004 Record Exists - already entered on this kit"
              go to B010-Date.
*>
 B090-End.
     display  "End time   (HH.MM): " with no advancing.
     move     spaces to WS-Time-In.
     accept   WS-Time-In.
     perform  D000-Convert-Time.
     if       WS-Time-Error not = zero
        or    WS-Time-In = spaces
              go to B090-End.
     move     WS-Time-Mins to FLT-END.
     if       WS-Time-Mode = "L"
              move FLT-TO to ICAO-CODE
              move FLT-END to WS-Tz-Work
              perform D100-Local-To-UTC
              move WS-Tz-Work to FLT-END.
*>
*>   CA140 - flight ending after midnight.
*>
     move     FLT-END to WS-End-Work.
     if       FLT-END not > FLT-START
              add 1440 to WS-End-Work.
     subtract FLT-START from WS-End-Work giving WS-Elapsed-Time.
*>
*>   Same airframe already entered on this kit for that time - the
*>    CA232 overlap advisory, the merge makes the real check.
*>
     move     zero to WS-Kit-Found.
     perform  E100-Find-Overlap varying WS-Kit-Sub from 1 by 1
              until WS-Kit-Sub > WS-Kit-Count
                 or WS-Kit-Found not = zero.
     if       WS-Kit-Found not = zero
              display "FL057 Overlaps a flight on this kit for " FLT-AC-REG
                      " - Y to keep: " with no advancing
              accept  WS-Reply
              if      upper-case (WS-Reply) not = "Y"
                      go to B080-Start
              end-if
     end-if.
*>
 B100-MS.
     display  "M or S [" WS-Default-MS "]: " with no advancing.
     move     space to FLT-MS.
     accept   FLT-MS.
     if       FLT-MS = space
              move WS-Default-MS to FLT-MS.
     move     upper-case (FLT-MS) to FLT-MS.
     if       FLT-MS not = "M" and not = "S"
              display "FL021 Enter M or S only"
              go to B100-MS.
*>
 B110-Capacity.
     display  "Capacity [" FLT-CAPACITY "]: " with no advancing.
     move     spaces to WS-Cap-In.
     accept   WS-Cap-In.
     if       WS-Cap-In not = spaces
              move upper-case (WS-Cap-In) to FLT-CAPACITY.
     if       FLT-CAPACITY (1:1) = "I"
              move "P1I" to FLT-CAPACITY.
     if       FLT-CAPACITY (1:1) = "T"
              move "P1T" to FLT-CAPACITY.
     if       FLT-CAPACITY = "PUT"
              move "P3 " to FLT-CAPACITY.
     if       FLT-CAPACITY = "U/S"
              move "P1S" to FLT-CAPACITY.
     if       FLT-CAPACITY not = "P1 " and "P1S" and "P1I" and "P1T" and "P2 " and "P3 "
                             and "E1 " and "E2 " and "N1 " and "N2 " and "R1 " and "R2 "
                             and "T1 " and "T2 "
              display "Capacity P1 P1S P1I P1T P2 P3 E1 E2 N1 N2 R1 R2 T1 T2"
              go to B110-Capacity.
     if       FLT-CAPACITY = "P2 "
        and   FLT-MS = "S"
              display "FL008 MS not compatible with Capacity"
              go to B100-MS.
*>
 B120-Split.
     display  "Elapsed " WS-Elapsed-Time " mins - times as HH.MM, blank = none".
     move     zero to WS-Calc-Time FLT-INSTRUMENT.
     move     zero to FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2).
     display  "  P1   day  : " with no advancing.
     perform  D200-Accept-Split.
     if       WS-Time-Error not = zero
              go to B120-Split.
     move     WS-Time-Mins to FLT-P1 (1).
     display  "  P2/3 day  : " with no advancing.
     perform  D200-Accept-Split.
     if       WS-Time-Error not = zero
              go to B120-Split.
     move     WS-Time-Mins to FLT-P23 (1).
     display  "  P1   night: " with no advancing.
     perform  D200-Accept-Split.
     if       WS-Time-Error not = zero
              go to B120-Split.
     move     WS-Time-Mins to FLT-P1 (2).
     display  "  P2/3 night: " with no advancing.
     perform  D200-Accept-Split.
     if       WS-Time-Error not = zero
              go to B120-Split.
     move     WS-Time-Mins to FLT-P23 (2).
     display  "  Instrument: " with no advancing.
     perform  D200-Accept-Split.
     if       WS-Time-Error not = zero
              go to B120-Split.
     move     WS-Time-Mins to FLT-INSTRUMENT.
     compute  WS-Calc-Time = FLT-P1 (1) + FLT-P1 (2)
                           + FLT-P23 (1) + FLT-P23 (2).
*>
*>   CA215's tests - log time must account for the elapsed time
*>    (short only as P3 or marked PD;), instrument not over it.
*>
     if       FLT-INSTRUMENT not > WS-Elapsed-Time
        and   WS-Elapsed-Time = WS-Calc-Time
              go to B130-Remarks.
     if       WS-Elapsed-Time > WS-Calc-Time
        and   FLT-CAPACITY not = "P3 "
              move "Y" to WS-Short-Flag
              go to B130-Remarks.
     if       WS-Elapsed-Time < WS-Calc-Time
              go to B125-Time-Error.
     if       FLT-INSTRUMENT < WS-Elapsed-Time
              go to B130-Remarks.
*>
 B125-Time-Error.
     display  "FL009 Log time > Elapsed time Try again".
     display  "FL022 or Inst. time > Elapsed time try again".
     go       to B080-Start.
*>
 B130-Remarks.
     display  "Remarks: " with no advancing.
     move     spaces to WS-Remarks-In.
     accept   WS-Remarks-In.
     if       WS-Short-Flag = "Y"
              string "PD;" WS-Remarks-In delimited by size
                     into FLT-REMARKS
     else
              move WS-Remarks-In to FLT-REMARKS.
*>
 B140-Confirm.
     display  FLT-DATE " " FLT-START "-" FLT-END " " FLT-AC-REG " "
              FLT-AC-TYPE " " FLT-CAPTAIN " " FLT-FROM "-" FLT-TO " "
              FLT-CAPACITY.
     display  "Save (Y/N): " with no advancing.
     accept   WS-Reply.
     if       upper-case (WS-Reply) not = "Y"
              display "Not saved"
              go to B999-Exit.
     perform  F000-Write-Transaction.
*>
 B999-Exit.   exit section.
*>
 C000-Check-Airfield SECTION.
*>===========================
*>
*>  ICAO in WS-Icao-In on the snapshot, or confirmed as new.
*>   Return-Code 4 = ask again.
*>
     move     zero to Return-Code.
     move     WS-Icao-In to ICAO-CODE.
     read     AIRFIELD-FILE invalid key
              move high-values to FS-REPLY.
     if       FS-REPLY = "00"
              display "  " AFLD-Name
              go to C999-Exit.
     display  "Airfield not in the snapshot - accept as new (Y/N): "
              with no advancing.
     accept   WS-Reply.
     if       upper-case (WS-Reply) not = "Y"
              move 4 to Return-Code.
*>
 C999-Exit.   exit section.
*>
 D000-Convert-Time SECTION.
*>=========================
*>
*>  hh.mm in WS-Time-In to minutes, the ZF000 rules. Blank is zero.
*>
     move     zero to WS-Time-Error WS-Time-Mins.
     if       WS-Time-In = spaces
              go to D099-Exit.
     if       WS-Time-HH not numeric or WS-Time-MM not numeric
        or    WS-Time-HH > 23        or WS-Time-MM > 59
              move 1 to WS-Time-Error
              display "Time must be HH.MM"
              go to D099-Exit.
     compute  WS-Time-Mins = WS-Time-HH * 60 + WS-Time-MM.
*>
 D099-Exit.   exit section.
*>
 D100-Local-To-UTC SECTION.
*>=========================
*>
*>  CA118/CA119 - local minutes in WS-Tz-Work to UTC through the
*>   offset of the airfield in ICAO-CODE; none on the snapshot = UTC.
*>
     move     zero to WS-Tz-Offset.
     read     AIRFIELD-FILE invalid key
              move high-values to FS-REPLY.
     if       FS-REPLY = "00"
              move AFLD-UTC-Offset to WS-Tz-Offset.
     subtract WS-Tz-Offset from WS-Tz-Work.
     if       WS-Tz-Work < zero
              add 1440 to WS-Tz-Work.
     if       WS-Tz-Work not < 1440
              subtract 1440 from WS-Tz-Work.
*>
 D199-Exit.   exit section.
*>
 D200-Accept-Split SECTION.
*>=========================
     move     spaces to WS-Time-In.
     accept   WS-Time-In.
     perform  D000-Convert-Time.
*>
 D299-Exit.   exit section.
*>
 E000-Find-Key SECTION.
*>=====================
     if       WS-Kit-Key (WS-Kit-Sub) = FLT-Date-Time-Key
              move 1 to WS-Kit-Found.
*>
 E099-Exit.   exit section.
*>
 E100-Find-Overlap SECTION.
*>=========================
*>
*>  Same reg, same date, time ranges crossing - the midnight case
*>   carried on by adding 1440 to an end not after its start.
*>
     if       WS-Kit-Reg (WS-Kit-Sub) not = FLT-AC-REG
        or    WS-Kit-Key (WS-Kit-Sub) (1:8) not = FLT-Date-Time-Key (1:8)
              go to E199-Exit.
     move     WS-Kit-Key (WS-Kit-Sub) (9:4) to WS-Kit-Start-Mins.
     move     WS-Kit-End (WS-Kit-Sub) to WS-Kit-End-Mins.
     if       WS-Kit-End-Mins not > WS-Kit-Start-Mins
              add 1440 to WS-Kit-End-Mins.
     move     WS-End-Work to WS-New-End-Mins.
     if       FLT-START < WS-Kit-End-Mins
        and   WS-Kit-Start-Mins < WS-New-End-Mins
              move 1 to WS-Kit-Found.
*>
 E199-Exit.   exit section.
*>
 F000-Write-Transaction SECTION.
*>==============================
*>
*>  Appended and closed at once - a laptop that goes flat keeps
*>   every flight saved before it did.
*>
     move     WS-Entered-By to FTR-ENTERED-BY.
     move     WS-Today      to FTR-ENTERED-DATE.
     move     current-date (9:6) to WS-Now.
     move     WS-Now        to FTR-ENTERED-TIME.
     open     extend FIELDTRAN-FILE.
     if       FS-REPLY not = "00"
              open output FIELDTRAN-FILE.
     if       FS-REPLY not = "00"
              display "Cannot write fieldtran.dat (" FS-REPLY ") - flight not saved"
              go to F999-Exit.
     write    FIELDTRAN-RECORD.
     close    FIELDTRAN-FILE.
     add      1 to WS-Written.
     perform  A200-Remember-Flight.
     display  "Saved".
*>
 F999-Exit.   exit section.
