*>                                          back over the working .seq files
*>                                          - refuses entirely on a bad set
*>
*>               The .seq set is read from (and restored to) the data
*>               directory and generations are filed in the backup
*>               directory of the environment profile in force - see
*>               flightenv.cbl. A relative VERIFY/RESTORE dir is taken
*>               from the backup directory.
*>
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*>            claims, membership, vouchers, parts, monthly totals, fuel
*>            stock) so a generation - and the new restorerehearse run -
*>            holds the whole system.
*> 2026.10.15 Block-hour packages and their usage ledger added to the set.
*> 2026.10.15 Instructor pay rates and pay register added to the set.
*> 2026.10.15 Leaseback owners and hire income added to the set.
*> 2026.10.15 VAT tax codes added to the set.
*> 2026.10.15 Purchase orders, supplier invoices and goods received added.
*> 2026.10.15 Nominal account mapping and export stamps added to the set.
*> 2026.10.15 Bank statement lines carried forward added to the set.
*> 2026.10.15 Credit notes added to the set.
*> 2026.10.15 AD/SB register and compliance files added to the set.
*> 2026.10.15 Component register and movements added to the set.
*> 2026.10.15 Flight authorisations added to the set.
*> 2026.10.15 Daily inspections added to the set.
*> 2026.10.15 Theory exam subjects and sittings added to the set.
*> 2026.10.15 Trips and trip legs added to the set.
*> 2026.10.15 Pilot opening balances added to the set.
*> 2026.10.15 Data retention rules and legal holds added to the set.
*> 2026.10.15 Environment profiles - generations filed in the profile's
*>            backup directory, set read from its data directory.
*> 2026.10.15 Noise complaint register added to the set.
*> 2026.10.15 Attachment index added to the set.
*> 2026.10.15 Charge-out billing run control added to the set.
*> 2026.10.15 Fixed-asset register and depreciation ledger added.
*> 2026.10.15 Aircraft disposal register added.
*> 2026.10.15 Pilot leaver register added.
*> 2026.10.15 Certifying staff register added.
*> 2026.10.15 Work orders and the work order labour ledger added.
*> 2026.10.15 Report generator definitions added to the set.
*> 2026.10.15 KPI targets added to the set.
*> 2026.10.15 Held changes awaiting approval added to the set.
*>
*>******************************************************************************
 IDENTIFICATION DIVISION.
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT LIST-FILE        ASSIGN       WS-List-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  The .seq set the BACKUP pass writes - keep in step with
*>   flightlog.cbl's backup SELECTs.
*>
 77  WS-Set-Max              pic 99     value 81.
 01  BACKUP-SET.
     03  FILLER              pic x(20)  value "flitelog.seq".
     03  FILLER              pic x(20)  value "airfield.seq".
     03  FILLER              pic x(20)  value "fuelstock.dat".
     03  FILLER              pic x(20)  value "pseudonyms.txt".
     03  FILLER              pic x(20)  value "mailrcpt.seq".
     03  FILLER              pic x(20)  value "blockpkg.seq".
     03  FILLER              pic x(20)  value "blockpkguse.dat".
     03  FILLER              pic x(20)  value "instrpay.seq".
     03  FILLER              pic x(20)  value "instrpayreg.seq".
     03  FILLER              pic x(20)  value "owners.seq".
     03  FILLER              pic x(20)  value "hireinc.seq".
     03  FILLER              pic x(20)  value "taxcode.seq".
     03  FILLER              pic x(20)  value "purchord.seq".
     03  FILLER              pic x(20)  value "suppinv.seq".
     03  FILLER              pic x(20)  value "goodsin.dat".
     03  FILLER              pic x(20)  value "nommap.seq".
     03  FILLER              pic x(20)  value "nomexport.seq".
     03  FILLER              pic x(20)  value "bankcf.dat".
     03  FILLER              pic x(20)  value "crednote.seq".
     03  FILLER              pic x(20)  value "adreg.seq".
     03  FILLER              pic x(20)  value "adcomp.seq".
     03  FILLER              pic x(20)  value "component.seq".
     03  FILLER              pic x(20)  value "compmove.dat".
     03  FILLER              pic x(20)  value "flightauth.seq".
     03  FILLER              pic x(20)  value "dailyinsp.seq".
     03  FILLER              pic x(20)  value "tksubject.seq".
     03  FILLER              pic x(20)  value "tkexam.seq".
     03  FILLER              pic x(20)  value "trip.seq".
     03  FILLER              pic x(20)  value "tripleg.seq".
     03  FILLER              pic x(20)  value "openbal.seq".
     03  FILLER              pic x(20)  value "retain.seq".
     03  FILLER              pic x(20)  value "lglhold.seq".
     03  FILLER              pic x(20)  value "noise.seq".
     03  FILLER              pic x(20)  value "attach.seq".
     03  FILLER              pic x(20)  value "billrun.seq".
     03  FILLER              pic x(20)  value "asset.seq".
     03  FILLER              pic x(20)  value "depn.dat".
     03  FILLER              pic x(20)  value "disposal.seq".
     03  FILLER              pic x(20)  value "leaver.seq".
     03  FILLER              pic x(20)  value "certstaff.seq".
     03  FILLER              pic x(20)  value "workorder.seq".
     03  FILLER              pic x(20)  value "wolabour.dat".
     03  FILLER              pic x(20)  value "rptdef.seq".
     03  FILLER              pic x(20)  value "kpitarget.seq".
     03  FILLER              pic x(20)  value "approval.seq".
 01  FILLER REDEFINES BACKUP-SET.
     03  WS-Set-Name         pic x(20)  occurs 81.
*>
 78  WS-Buf-Size             value 8000000.
 01  WS-Raw-Buffer           pic x(WS-Buf-Size).
 01  WS-Zip-Buffer           pic x(WS-Buf-Size).
*>
 77  WS-Mode                 pic x(8)   value spaces.
 77  WS-Gen-Dir              pic x(96)  value spaces.
 77  WS-Gen-Given            pic x(40)  value spaces.
 77  WS-Keep                 pic 99     value 7.
 77  WS-Sub                  pic 99     value zero.
 77  WS-Bad                  pic 9(3)   value zero.
 77  WS-Done                 pic 9(3)   value zero.
 77  WS-Manifest-Name        pic x(128) value spaces.
 77  WS-Member-Path          pic x(128) value spaces.
 77  WS-Target-Path          pic x(128) value spaces.
 77  WS-Sys-Command          pic x(256) value spaces.
 77  WS-List-Name            pic x(96)  value spaces.
 77  WS-Gen-Count            pic 9(3)   value zero.
*>
*>  byte-level file access via the CBL_ file routines
 01  P1                      pic x(16)  value spaces.
 01  P2                      pic x(40)  value spaces.
*>
 COPY "flightenv.cpy".
 PROCEDURE DIVISION chaining P1 P2.
*>================================
 A000-CONTROL SECTION.
     display  PROG-NAME.
     move     function upper-case (P1) to WS-Mode.
*>
     move     spaces to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
     if       FLENV-Rc not = zero
              display "no such environment profile - flightlog-"
                      function trim (FLENV-Profile) ".env"
              move 8 to Return-Code
              goback.
     display  "environment " FLENV-Banner
              " backups in " function trim (FLENV-Backup-Dir).
     move     spaces to WS-List-Name.
     string   function trim (FLENV-Backup-Dir) "/backupgen.tmp"
              delimited by size into WS-List-Name.
*>
     evaluate true
       when   WS-Mode = spaces
              end-if
              perform B000-File-Generation
       when   WS-Mode = "VERIFY"
              move P2 to WS-Gen-Given
              perform A100-Generation-Path
              perform C000-Verify-Generation
       when   WS-Mode = "RESTORE"
              move P2 to WS-Gen-Given
              perform A100-Generation-Path
              perform D000-Restore-Generation
       when   other
              display "usage: backupgen [KEEP n | VERIFY dir | RESTORE dir]"
     goback.
*>
 A999-Exit.   exit section.
*>
 A100-Generation-Path SECTION.
*>============================
*>
*> A generation named on the command line, relative to the backup
*>   directory unless given in full.
*>
     move     spaces to WS-Gen-Dir.
     if       WS-Gen-Given = spaces
         or   WS-Gen-Given (1:1) = "/"
              move WS-Gen-Given to WS-Gen-Dir
     else
              string function trim (FLENV-Backup-Dir) "/"
                     function trim (WS-Gen-Given)
                     delimited by size into WS-Gen-Dir.
*>
 A199-Exit.   exit section.
*>
 B000-File-Generation SECTION.
*>============================
*> Compress the current .seq set into a dated generation directory
*>   with its manifest, then rotate old generations away.
*>
     move     spaces to WS-Gen-Dir.
     string   function trim (FLENV-Backup-Dir) "/backup-"
              function current-date (1:14)
              delimited by size into WS-Gen-Dir.
     call     "CBL_CREATE_DIR" using WS-Gen-Dir.
*>
     move     spaces to WS-Manifest-Name.
*>   listing goes. The ls-to-a-temp-file trick is the one
*>   worldcities8 uses for its file pick lists.
*>
     move     spaces to WS-Sys-Command.
     string   "ls -d " function trim (FLENV-Backup-Dir) "/backup-* > "
              function trim (WS-List-Name)
              delimited by size into WS-Sys-Command.
     call     "SYSTEM" using WS-Sys-Command.
     if       Return-Code not = 0
              move 0 to Return-Code
              close LIST-FILE
              go to G990-Tidy.
     move     spaces to WS-Sys-Command.
     string   "rm -r " function trim (LIST-RECORD)
              delimited by size into WS-Sys-Command.
     call     "SYSTEM" using WS-Sys-Command.
     display  "rotated away " function trim (LIST-RECORD).
     subtract 1 from WS-Gen-Count.
     go       to G030-Drop-Next.
*>
 G990-Tidy.
     call     "CBL_DELETE_FILE" using WS-List-Name.
     move     0 to Return-Code.
*>
 G999-Exit.   exit section.
