*>               opens anything for update.
*>
*>               GET with ?pilot=NAME shows: licence and medical expiry from
*>               pilot.dat, total / year-to-date / rolling-12-month hours
*>               (total and night including any pre-system opening balance),
*>               and the pilot's last twenty flights, positioned straight at
*>               the captain via the flight file's alternate key. With no
*>               pilot parameter a small form is shown.
*>
*> Usage:        Install in cgi-bin, working directory = the flightlog data
*>               directory.  GET /cgi-bin/pilotstatus?pilot=SMITH
*>               FLIGHTLOG_ENV in the server's CGI environment selects an
*>               environment profile (see flightenv.cbl), named at the top
*>               of the page.
*>
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.08.21 First version.
*> 2026.10.15 Pre-system opening balance from openbal.dat added into the
*>            total, night and flight count, shown as a brought-forward line.
*> 2026.10.15 Environment profiles - files of the profile in force, banner
*>            at the top of the page (red when not LIVE).
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
                             RECORD KEY   FLT-DATE-TIME-KEY
                             ALTERNATE RECORD KEY FLT-CAPTAIN WITH DUPLICATES
                             ALTERNATE RECORD KEY FLT-AC-REG  WITH DUPLICATES.
*>
     SELECT OPENBAL-FILE     ASSIGN       "openbal.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             RECORD KEY   OPB-PILOT.
*>
 DATA DIVISION.
 FILE SECTION.
     03  FLT-INSTRUMENT      PIC 9(4).
     03  FLT-REMARKS         PIC X(32).
     03  FILLER              PIC X(67).   *> hobbs, fuel, mass, dist, crew2, oil, wind - rec is 176.
*>
 FD  OPENBAL-FILE.
 01  OPENBAL-RECORD.
     03  OPB-PILOT           PIC X(15).
     03  OPB-ANALYSIS                   OCCURS 2.  *> (1) Day, (2) Night.
         05  OPB-P1          PIC 9(8).
         05  OPB-P23         PIC 9(8).
         05  OPB-INS         PIC 9(8).
     03  OPB-INSTRUMENT      PIC 9(8).
     03  OPB-MULTI           PIC 9(8).
     03  OPB-FLIGHTS         PIC 9(6).
     03  OPB-AS-AT           PIC 9(8).
     03  OPB-VERIFIED-BY     PIC X(15).
     03  OPB-VERIFIED-DATE   PIC 9(8).
     03  OPB-USER            PIC X(15).
*>
 WORKING-STORAGE SECTION.
 01  FS-REPLY                PIC XX     VALUE SPACES.
 77  WS-R12-Mins             pic 9(8)   value zero.
 77  WS-Night-Mins           pic 9(8)   value zero.
 77  WS-Flights              pic 9(6)   value zero.
 77  WS-Opb-Mins             pic 9(8)   value zero.
 77  WS-Opb-Found            pic x      value "N".
     88  Opb-Found                      value "Y".
*>
 77  WS-HH                   pic z(5)9  value zero.
 77  WS-MM                   pic 99     value zero.
 77  WS-Esc-Len              pic 9(3)   value zero.
 77  WS-Esc-Ptr              pic 9(3)   value zero.
 77  WS-Esc-Ind              pic 9(3)   value zero.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION.
*>=================
     display  x"0A" with no advancing.
     display  "<!DOCTYPE html><html><head>".
     display  "<title>Flight Log - Pilot Status</title></head><body>".
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "<p>No such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env</p>"
              display "</body></html>"
              goback.
     if       FLENV-Test
              display "<p style=""color:red""><b>"
                      function trim (FLENV-Banner) "</b></p>"
     else
              display "<p><b>" function trim (FLENV-Banner) "</b></p>".
*>
     accept   WS-Query from environment "QUERY_STRING"
              on exception move spaces to WS-Query.
     close    PILOT-FILE.
*>
     perform  C000-Scan-Flights.
     perform  F000-Opening-Balance.
*>
     if       Opb-Found
              divide   WS-Opb-Mins by 60 giving WS-HH remainder WS-MM
              display  "<p>Brought forward (pre-system logbooks) " WS-HH "." WS-MM
              display  " hours, " OPB-FLIGHTS " flights, as at " OPB-AS-AT
              move     OPB-VERIFIED-BY to WS-Esc-In
              perform  E000-Escape
              display  " - verified by " WS-Esc-Out (1:WS-Esc-Ptr) "</p>"
     end-if.
     display  "<p>Flights " WS-Flights.
     divide   WS-Tot-Mins by 60 giving WS-HH remainder WS-MM.
     display  "<br>Total hours "   WS-HH "." WS-MM.
     if       WS-Esc-Ptr = zero
              move 1 to WS-Esc-Ptr.
     exit section.
*>
 F000-Opening-Balance SECTION.
*>============================
*>
*>  Pre-system experience carried in from paper logbooks - added into
*>   the whole-career figures only, never year to date or rolling 12.
*>   No file or no record for the pilot is simply nothing to add.
*>
     move     "N" to WS-Opb-Found.
     move     zero to WS-Opb-Mins.
     open     input OPENBAL-FILE.
     if       FS-REPLY not = "00"
              go to F999-Exit.
     move     WS-Pilot to OPB-PILOT.
     read     OPENBAL-FILE invalid key  move high-values to FS-REPLY.
     if       FS-REPLY = "00"
              move    "Y" to WS-Opb-Found
              compute WS-Opb-Mins = OPB-P1 (1) + OPB-P1 (2)
                                  + OPB-P23 (1) + OPB-P23 (2)
              add     WS-Opb-Mins to WS-Tot-Mins
              add     OPB-P1 (2) OPB-P23 (2) to WS-Night-Mins
              add     OPB-FLIGHTS to WS-Flights.
     close    OPENBAL-FILE.
*>
 F999-Exit.   exit section.
