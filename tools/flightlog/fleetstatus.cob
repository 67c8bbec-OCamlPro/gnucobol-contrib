*>               One row per registration (the union of the maintenance and
*>               document registers) with a simple status and the reason:
*>
*>                 GROUNDED     open severity-A defect, ARC / insurance /
*>                              annual expired, or a mandatory AD overdue
*>                 REPORTED UNSERVICEABLE
*>                              not grounded on the files, but a pilot's
*>                              severity-A defect report (defectsubmit.cob)
*>                              is still queued for engineering review
*>                 RESTRICTED   inside 10 hours of the next check, a document
*>                              inside 30 days, or open severity-B defects
*>                 SERVICEABLE  none of the above
*>
*>               A registration on the disposal register (disposal.dat,
*>               flightlog.cbl ODQ500) whose last day in service has
*>               passed is no longer part of the fleet and is left off.
*>
*>               Record layouts mirror flightlog.cbl - keep in step.
*>
*> Author:       Flight Operations Systems Group
*>
*> Usage:        Install in cgi-bin, working directory = the flightlog data
*>               directory.  GET /cgi-bin/fleetstatus
*>               FLIGHTLOG_ENV in the server's CGI environment selects an
*>               environment profile (see flightenv.cbl); the page names
*>               it under the heading.
*>
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Overdue mandatory AD grounds the aircraft - status records on
*>            adcomp.dat, hours as at the last flightlog AD review.
*> 2026.10.15 Environment profiles - files of the profile in force, banner
*>            under the heading (red when not LIVE).
*> 2026.10.15 Tech log record carries the ATA chapter (98 bytes).
*> 2026.10.15 Tech log record carries the certifying engineer (113 bytes).
*> 2026.10.15 REPORTED UNSERVICEABLE while a pilot's severity-A web defect
*>            report waits on pendingdef.dat for engineering review.
*> 2026.10.15 Registrations retired on the disposal register left off.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             RECORD KEY   TLG-KEY.
*>
     SELECT ADCOMP-FILE      ASSIGN       "adcomp.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             RECORD KEY   ADC-KEY.
*>
*>  Web defect reports awaiting review - see defectsubmit.cob.
*>
     SELECT PENDING-DEFECT-FILE ASSIGN    "pendingdef.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT DISPOSAL-FILE    ASSIGN       "disposal.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             RECORD KEY   DSP-AC-REG.
*>
 DATA DIVISION.
 FILE SECTION.
     03  TLG-DEFER-EXPIRY    PIC 9(8).
     03  TLG-CLEARED-DATE    PIC 9(8).
     03  TLG-TEXT            PIC X(60).
     03  TLG-ATA             PIC XX.
     03  TLG-CLEARED-BY      PIC X(15).
*>
 FD  ADCOMP-FILE.
 01  ADCOMP-RECORD.
     03  ADC-KEY.
         05  ADC-AC-REG      PIC X(6).
         05  ADC-AD-NO       PIC X(12).
         05  ADC-DATE        PIC 9(8).  *> Zero = status record.
     03  ADC-AC-TYPE         PIC X(8).
     03  ADC-APPLIES         PIC X.
     03  ADC-MANDATORY       PIC X.
     03  ADC-LAST-DATE       PIC 9(8).
     03  ADC-DONE            PIC X.
     03  ADC-NEXT-DATE       PIC 9(8).
     03  ADC-NEXT-MINS       PIC 9(7).
     03  ADC-FLOWN-MINS      PIC 9(7).
     03  ADC-FLOWN-TO        PIC 9(8).
     03  ADC-HOURS           PIC 9(5)V9.
     03  ADC-ENGINEER        PIC X(20).
     03  ADC-NOTE            PIC X(30).
*>
*>   reported-stamp|pilot|acreg|severity|defect text
*>
 FD  PENDING-DEFECT-FILE.
 01  PENDING-DEFECT-RECORD   PIC X(200).
*>
 FD  DISPOSAL-FILE.
 01  DISPOSAL-RECORD.
     03  DSP-AC-REG          PIC X(6).
     03  DSP-DATE            PIC 9(8).  *> Last day in service.
     03  DSP-BUYER           PIC X(30).
     03  DSP-MINS            PIC 9(7).
     03  DSP-FLIGHTS         PIC 9(6).
     03  DSP-BY              PIC X(15).
     03  DSP-STAMP           PIC 9(8).
*>
 WORKING-STORAGE SECTION.
 01  FS-REPLY                PIC XX     VALUE SPACES.
     03  FLEET-REG           pic x(6)   occurs 100.
*>
 77  WS-Reg                  pic x(6)   value spaces.
 77  WS-Status               pic x(22)  value spaces.
 77  WS-Reason               pic x(60)  value spaces.
 77  WS-Sev-A                pic 9(3)   value zero.
 77  WS-Sev-B                pic 9(3)   value zero.
 77  WS-Found                pic 9      value zero.
 77  WS-Sub                  pic 9(3)   value zero.
*>
*>  Registrations with a severity-A web defect report still queued.
*>
 77  WS-Rep-Max              pic 9(3)   value 100.
 77  WS-Rep-Size             pic 9(3)   value zero.
 01  REPORTED-TABLE.
     03  REPORTED-REG        pic x(6)   occurs 100.
 77  WS-Q-Stamp              pic x(16)  value spaces.
 77  WS-Q-Pilot              pic x(15)  value spaces.
 77  WS-Q-Reg                pic x(6)   value spaces.
 77  WS-Q-Sev                pic x      value space.
*>
*>  Which sources actually opened - a missing file skips its checks
*>   with a note instead of aborting the page, the pilotstatus.cob
*>   guarded-open discipline.
 77  WS-Tech-Open            pic x      value 'n'.
 77  WS-Doc-Open             pic x      value 'n'.
 77  WS-Maint-Open           pic x      value 'n'.
 77  WS-Ad-Open              pic x      value 'n'.
 77  WS-Dsp-Open             pic x      value 'n'.
*>
 COPY "flightenv.cpy".
*>
 PROCEDURE DIVISION.
*>=================
     display  "<meta http-equiv=""refresh"" content=""300"">".
     display  "<title>Fleet Serviceability</title></head><body>".
     display  "<h3>Fleet serviceability board</h3>".
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
     ACCEPT   WS-Today FROM DATE YYYYMMDD.
*>   30 days ahead through the date intrinsics - naive +100 breaks
     compute  WS-Warn-Date = function date-of-integer(WS-Warn-Int).
*>
     perform  B000-Build-Fleet.
     perform  B300-Take-Reports.
     if       WS-Fleet-Size = zero
              display "<p>No aircraft on the maintenance or document registers.</p>"
              display "</body></html>"
              move 'y' to WS-Maint-Open
     else
              display "<p>Maintenance register not available - hours checks skipped.</p>".
     open     input ADCOMP-FILE.
     if       FS-REPLY = "00"
              move 'y' to WS-Ad-Open
     else
              display "<p>AD compliance file not available - AD checks skipped.</p>".
*>
     display  "<table border=""1"" cellpadding=""4"">".
     display  "<tr><th>Reg</th><th>Status</th><th>Reason</th></tr>".
              close AIRCDOC-FILE.
     if       WS-Maint-Open = 'y'
              close MAINT-FILE.
     if       WS-Ad-Open = 'y'
              close ADCOMP-FILE.
     display  "<p>Refreshed from the live files on every request.</p>".
     display  "</body></html>".
     goback.
*>========================
*>
*>  Registrations off the maintenance register, then any on the
*>   document register not already collected - less those retired.
*>
     open     input DISPOSAL-FILE.
     if       FS-REPLY = "00"
              move 'y' to WS-Dsp-Open.
     open     input MAINT-FILE.
     if       FS-REPLY = "00"
              perform B100-Take-Maint
     if       FS-REPLY = "00"
              perform B200-Take-Docs
              close AIRCDOC-FILE.
     if       WS-Dsp-Open = 'y'
              close DISPOSAL-FILE.
*>
 B999-Exit.   exit section.
*>
              go to B199-Exit.
 B110-Next.
     read     MAINT-FILE next record at end  go to B199-Exit.
     move     MAINT-AC-REG to WS-Reg.
     perform  B400-Check-Retired.
     if       WS-Found not = zero
              go to B110-Next.
     if       WS-Fleet-Size < WS-Fleet-Max
              add  1 to WS-Fleet-Size
              move MAINT-AC-REG to FLEET-REG (WS-Fleet-Size).
              go to B299-Exit.
 B210-Next.
     read     AIRCDOC-FILE next record at end  go to B299-Exit.
     move     DOC-AC-REG to WS-Reg.
     perform  B400-Check-Retired.
     if       WS-Found not = zero
              go to B210-Next.
     move     zero to WS-Found WS-Sub.
 B220-Look.
     add      1 to WS-Sub.
              move DOC-AC-REG to FLEET-REG (WS-Fleet-Size).
     go       to B210-Next.
 B299-Exit.   exit section.
*>
 B300-Take-Reports SECTION.
*>
*>  Severity-A reports still on the web defect queue. No queue is the
*>   usual case - nothing reported since the last review.
*>
     open     input PENDING-DEFECT-FILE.
     if       FS-REPLY not = "00"
              go to B399-Exit.
 B310-Next.
     read     PENDING-DEFECT-FILE at end
              close PENDING-DEFECT-FILE
              go to B399-Exit.
     move     spaces to WS-Q-Stamp WS-Q-Pilot WS-Q-Reg WS-Q-Sev.
     unstring PENDING-DEFECT-RECORD delimited by "|"
              into WS-Q-Stamp WS-Q-Pilot WS-Q-Reg WS-Q-Sev.
     if       WS-Q-Sev = "A"
        and   WS-Q-Reg not = spaces
        and   WS-Rep-Size < WS-Rep-Max
              add  1 to WS-Rep-Size
              move WS-Q-Reg to REPORTED-REG (WS-Rep-Size).
     go       to B310-Next.
 B399-Exit.   exit section.
*>
 B400-Check-Retired SECTION.
*>
*>  WS-Found 1 when WS-Reg's last day in service is before today.
*>
     move     zero to WS-Found.
     if       WS-Dsp-Open not = 'y'
              go to B499-Exit.
     move     WS-Reg to DSP-AC-REG.
     read     DISPOSAL-FILE invalid key  go to B499-Exit.
     if       DSP-DATE < WS-Today
              move 1 to WS-Found.
 B499-Exit.   exit section.
*>
 C000-One-Aircraft SECTION.
*>=========================
                         delimited by size into WS-Reason
               end-if
              end-if.
*>
*>   Mandatory ADs overdue.
*>
     if       WS-Ad-Open = 'y'
        and   WS-Status not = "GROUNDED"
              move WS-Reg to ADC-AC-REG
              move low-values to ADC-AD-NO
              move zero to ADC-DATE
              start ADCOMP-FILE key not < ADC-KEY
                  invalid key  move high-values to FS-REPLY
              end-start
              if  FS-REPLY = "00"
                  perform C300-Check-ADs
              end-if
     end-if.
*>
     if       WS-Sev-A not = zero
              move "GROUNDED" to WS-Status
         and  WS-Status = "SERVICEABLE"
              move "RESTRICTED" to WS-Status
              move "open severity-B defects on the tech log" to WS-Reason.
*>
*>   A pilot's severity-A report not yet reviewed - the files may not
*>    say grounded yet, but nobody should fly it until an engineer has.
*>
     if       WS-Status not = "GROUNDED"
              move zero to WS-Found WS-Sub
              perform C400-Check-Reported
              if  WS-Found not = zero
                  move "REPORTED UNSERVICEABLE" to WS-Status
                  move "pilot reported a severity-A defect - awaiting review"
                       to WS-Reason
              end-if
     end-if.
*>
     display  "<tr><td>" function trim (WS-Reg) "</td>".
     if       WS-Status = "GROUNDED"
        or    WS-Status = "REPORTED UNSERVICEABLE"
              display "<td><b>" function trim (WS-Status) "</b></td>"
     else
              display "<td>" function trim (WS-Status) "</td>".
              move "RESTRICTED" to WS-Status
              move "annual expires within a month" to WS-Reason.
 C299-Exit.   exit section.
*>
 C300-Check-ADs SECTION.
*>
*>   Status records only (date zero). Calendar due is live; the hours
*>    flown since compliance are as at the last review.
*>
 C310-Next.
     read     ADCOMP-FILE next record at end  go to C399-Exit.
     if       ADC-AC-REG not = WS-Reg
              go to C399-Exit.
     if       ADC-DATE not = zero
        or    ADC-APPLIES not = "Y"
        or    ADC-MANDATORY not = "Y"
        or    ADC-DONE = "Y"
              go to C310-Next.
     if       (ADC-NEXT-DATE not = zero and ADC-NEXT-DATE < WS-Today)
        or    (ADC-NEXT-MINS not = zero and ADC-FLOWN-MINS not < ADC-NEXT-MINS)
              move "GROUNDED" to WS-Status
              move spaces to WS-Reason
              string "AD " function trim (ADC-AD-NO) " overdue"
                     delimited by size into WS-Reason
              go to C399-Exit.
     go       to C310-Next.
 C399-Exit.   exit section.
*>
 C400-Check-Reported SECTION.
 C410-Look.
     add      1 to WS-Sub.
     if       WS-Sub > WS-Rep-Size
              go to C499-Exit.
     if       REPORTED-REG (WS-Sub) = WS-Reg
              move 1 to WS-Found
              go to C499-Exit.
     go       to C410-Look.
 C499-Exit.   exit section.
