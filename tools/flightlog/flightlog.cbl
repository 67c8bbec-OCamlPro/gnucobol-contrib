*>                        every entry and the page totals boxed - so the printed page
*>                        finally looks like the bound page it stands in for.
*>
*> 15/10/26 vbc       .65 Prepaid block-hour packages - blockpkg.dat (number, hirer,
*>                        registration or type, minutes bought and left, price, sale
*>                        and expiry dates) sold from the Extra menu (F). The billing
*>                        run now draws each flight's block minutes from the hirer's
*>                        oldest open, unexpired matching package first and invoices
*>                        only the overflow at the rate card; every draw is a line on
*>                        blockpkguse.dat keyed to the flight so a re-run of the month
*>                        never draws twice. Package balance (unused-hours liability
*>                        at the package price) and expiry reports. OB065 is now run
*>                        THRU its exit - its GO TOs left the old single-paragraph
*>                        PERFORM range.
*> 15/10/26 vbc       .66 Instructor remuneration - instrpay.dat holds each freelance
*>                        instructor's day, night and FSTD hourly pay rates and the
*>                        monthly pay run (Extra menu G) prices P1I/P1T sectors and
*>                        FSTD sessions, prints a remittance per instructor and an
*>                        accounts summary, posting to instrpayreg.dat. A closed month
*>                        already on the register is frozen and only reprinted.
*> 15/10/26 vbc       .67 Leaseback owner statements - owners.dat links each owner to
*>                        the registrations they lease back with the share terms, and
*>                        the billing run now keeps its priced hours per flight on
*>                        hireinc.dat. Extra menu H prints a monthly statement per
*>                        owner - hire income less fuel, fees and parts fitted for
*>                        each registration as the terms say, then the owner's share.
*> 15/10/26 vbc       .68 VAT coding - taxcode.dat holds the codes (S, Z, E, O & rate)
*>                        and charge rates, fuel prices, fees and vouchers each carry
*>                        one. Billing now adds VAT to the net charge and the invoice
*>                        register keeps net, VAT and gross. Extra menu I maintains
*>                        the codes and prints the quarterly VAT return with its
*>                        transaction listing. Chargerate, fuelprice, feesched,
*>                        voucher & invreg records lengthened - REBUILD once via
*>                        BACKUP/RECREATE.
*> 15/10/26 vbc       .69 Purchasing - purchase orders against the fuelsupp.dat
*>                        suppliers for parts or fuel (purchord.dat), goods received
*>                        into parts stock or the bowser ledger (goodsin.dat), and
*>                        supplier invoices matched three ways to order and receipt
*>                        (suppinv.dat). Extra menu J, with outstanding-orders and
*>                        unmatched-invoices reports; the reorder report shows what
*>                        is on order and can raise the order. Parts invoices feed
*>                        the VAT return. Parts stock menu PERFORMs now run THRU.
*> 15/10/26 vbc       .70 Nominal ledger export - nommap.dat maps each posting role to
*>                        the accounts package's nominal code; Extra menu K builds the
*>                        month's double-entry journal from invoices, receipts, fee
*>                        accruals, fuel delivered against orders and approved crew
*>                        claims, and exports nomjnl-ccyymm.csv. Refused if it does not
*>                        balance, a role is unmapped or the month is already stamped
*>                        on nomexport.dat.
*> 15/10/26 vbc       .71 Bank statement import, Extra menu L - credits on the bank's CSV
*>                        statement matched to open invoices by reference, amount and
*>                        Captain name; confident matches post as a receipt, doubtful
*>                        ones go to a review screen and the unmatched are carried
*>                        forward on bankcf.dat to the next import.
*> 15/10/26 vbc       .72 Credit notes, Extra menu M - crednote.dat, numbered against the
*>                        invoice with a reason code, pending until a supervisor
*>                        approves. Posting sets the new INV-CREDITED (invoice record
*>                        now 81 bytes), ACC-BALANCE and a type C line on acctrcpt.dat.
*>                        Outstanding worked out in one place, ZT900. Credits shown on
*>                        aged debtors, the VAT return and the nominal journal; receipts
*>                        audit trail listing added.
*> 15/10/26 vbc       .73 Statements of account and dunning, Extra menu N. Monthly
*>                        statement per account to the report file; dunning run ages
*>                        outstanding invoices to reminder / final demand / stop-fly
*>                        (INV-DUN-LEVEL, INV-DUN-DATE - invoice record now 90 bytes)
*>                        with letters. Stop-fly blocks the Captain at flight entry.
*>                        Aged debtors table now cleared to high-values so it sorts
*>                        the used entries only.
*> 15/10/26 vbc       .74 AD/SB compliance register, Extra menu O - adreg.dat per type
*>                        with one-off / recurring hours and months intervals,
*>                        adcomp.dat status and sign-off records per registration.
*>                        Review prints overdue / due soon and refreshes the status
*>                        that fleetstatus.cob grounds an overdue mandatory AD on.
*> 15/10/26 vbc       .75 Life-limited components, Extra menu P - component.dat by part
*>                        and serial with the registration fitted to, TSN/CSN and
*>                        TSO/CSO posted from every saved flight (ZT960, one cycle a
*>                        sector), compmove.dat movements, life-limit report.
*> 15/10/26 vbc       .76 Flight authorisation sheet, Extra menu Q - flightauth.dat
*>                        checked at issue with the Captain-field checks plus the
*>                        diary's defect, document and booking clash tests. New
*>                        flights matched at save (CA249/ZT970), daily exceptions.
*> 15/10/26 vbc       .77 Daily inspection sign-off, Extra menu R - dailyinsp.dat by
*>                        registration and day, findings can raise a tech log
*>                        defect, CA251 warns on a flight saved before it, and a
*>                        monthly compliance listing per registration.
*> 15/10/26 vbc       .78 Theory exam register, Extra menu S - tksubject.dat pass mark
*>                        and attempts per course subject, tkexam.dat sittings, the
*>                        theory status report (ZT980, 18 month window) and a
*>                        skills test recommendation in CV000 gated on the theory.
*> 15/10/26 vbc       .79 Multi-leg trips - trip and leg files, ODF500 on the Extra menu
*>                        (T), trip summary with route gaps, fees and hire, legs offered
*>                        at entry (CA253) and a customer's trip billed as one line.
*> 15/10/26 vbc       .80 Pilot opening balances - pre-system experience per pilot kept
*>                        on openbal.dat (ODG500, Extra menu (U)), added into the
*>                        logbook report and analysis totals as a brought-forward line
*>                        (ZT990, CCH000). Logbook grand total widened to WS-WORK3.
*> 15/10/26 vbc       .81 Licence experience statement (ODH500, Extra menu (V)) - CPL/IR
*>                        categories incl. PIC cross-country over a given distance,
*>                        archive included, qualifying long cross-country found, printed
*>                        as a certificate for the head of training to sign.
*> 15/10/26 vbc       .82 Data retention - rules per file and kind (retain.dat) and legal
*>                        holds (lglhold.dat) on Extra menu (W), ODJ500 deletes,
*>                        anonymises or archives closed-period manifest, claim, voucher
*>                        and journal records with a dated certificate. Unattended
*>                        RETENTION run for the night chain; ZJ600 skips anonymised
*>                        journal entries.
*> 15/10/26 vbc       .83 Environment profiles - ENV=NAME or FLIGHTLOG_ENV selects
*>                        flightlog-NAME.env (flightenv) for the data, report and backup
*>                        directories. Banner on the menus (ZE910) and every report title
*>                        (ZE900); TEST stands down mail dispatch and the standby feed.
*>                        Print, signed and iCal files, month-end pack and retention
*>                        certificate written to the report directory. FL201.
*> 15/10/26 vbc       .84 Tech log defects carry the ATA chapter (TLG-ATA, record now 98),
*>                        asked for wherever a defect is raised and recoded by OT000 (A)TA;
*>                        ZT330 tidies it. Fleet reliability report (ODK500) on the new
*>                        More Functions menu (O700, Extra menu (Z)) - % days unavailable
*>                        by registration and type, defects per 100 hrs by chapter and
*>                        repeat defects within 30 days. FL202-203.
*> 15/10/26 vbc       .85 Noise complaint register (ODL500, More menu (B)) on new file
*>                        noise.dat - complaints matched to the flights whose block
*>                        times cover them, ranked by distance from the airfield,
*>                        and a quarterly community relations report. Last quarter
*>                        now from ZT340, shared with ODK500. FL204-206.
*> 15/10/26 vbc       .86 Attachment index (attach.dat) - files in the attachment store
*>                        linked to flights, pilots, a/c documents, defects, expense
*>                        claims and invoices. Count shown and list (ODM500) from each
*>                        of their screens - F7 on flight amend and receipts, F on the
*>                        pilot and document menus, (D)ocs in the tech log, (F)iles
*>                        in claim approval. Integrity check ODM600 on More menu (C).
*>                        ZT350-370. FL207-210.
*> 15/10/26 vbc       .87 Charge-out billing run restartable - run control file
*>                        billrun.dat holds each month's run number and the Captains
*>                        it has posted. A failed run resumes without posting anyone
*>                        twice, a re-run of a finished month reverses the earlier
*>                        postings and re-posts. Run number and ORIGINAL / RE-RUN /
*>                        RESUMED on the statements and posting summary. OB100-120.
*>                        FL211-212.
*> 15/10/26 vbc       .88 Control totals of the key files (ctltotal.dat) written at close
*>                        and compared at start up - a difference needs a supervisor to
*>                        accept it (journalled as CT) or the session closes. New P
*>                        CONTROLS for the nightly chain logs and alerts instead, and
*>                        REPORTS / RETENTION check first. ZJ700-730. FL213-214.
*> 15/10/26 vbc       .89 Web defect reports - pilots queue defects through the new
*>                        defectsubmit CGI form (pendingdef.dat); the duty engineer
*>                        accepts each into the tech log with the next defect number
*>                        or rejects it with a reason the pilot sees on the form
*>                        (pendingdefsts.dat). More Functions menu D, ODN500. FL215.
*> 15/10/26 vbc       .90 Airfield briefing pack - a printed sheet each for departure and
*>                        destination (hours/PPR/curfew and state at the planned time,
*>                        runways against the type minimum, fees, fuel price, disputed
*>                        fees) and the diversion alternates within a radius of the
*>                        destination, suitable when runway and hours allow at the ETA.
*>                        More Functions menu E, ODO500. ZU300. FL216.
*> 15/10/26 vbc       .91 Fixed-asset register (asset.dat) - aircraft and capitalised
*>                        engine / propeller overhauls with cost, acquisition date,
*>                        residual and straight-line or per-flying-hour depreciation.
*>                        Monthly depreciation run into depn.dat, register report, and
*>                        the charge as a Depn cost line in OA000. More Functions menu
*>                        F-H, ODP500-700. FL217-219.
*> 15/10/26 vbc       .92 Aircraft disposal (disposal.dat) - a registration retired as
*>                        at its last day in service, refused while bookings, open
*>                        defects or unbilled months remain, with a disposal pack for
*>                        the buyer. Retired registrations are refused bookings and
*>                        left out of the document reminders, the planning forecast
*>                        (unless asked for) and fleetstatus. More Functions menu I,
*>                        ODQ500, ZV100. FL220-224.
*> 15/10/26 vbc       .93 Pilot leaver (leaver.dat) - a pilot closed out as at the
*>                        leaving date, refused while the account is not settled,
*>                        claims are pending or bookings remain after it. Their login
*>                        is disabled (role X), reminder mail stops, and they are left
*>                        out of the renewal, rating, recency and night currency lists
*>                        and the captain picker. Leaver's certificate of experience
*>                        via ODH500. Retention file PL purges the roster data from the
*>                        leaving date. More Functions menu J, ODR500, ZV200. FL225-230.
*> 15/10/26 vbc       .94 New airfield not in the ICAO reference data takes its
*>                        country and position from the city master by name via the
*>                        forwardgeocode subprogram (samples/worldcities), as does a
*>                        noise complaint's town when no position is held - both
*>                        shown for the user to check. FL231-232.
*> 15/10/26 vbc       .95 Airspace infringement check - each sector's direct track
*>                        from the airfield / ICAO reference positions, cut into
*>                        short great-circle legs and tested against the KML or
*>                        GeoJSON controlled and danger area polygons named in an
*>                        airspace list. Exceptions report, and an occurrence can be
*>                        raised from any line. More Functions menu K, ODS500.
*>                        FL233-235.
*> 15/10/26 vbc       .96 Flying history map - a KML file of one captain's or
*>                        aircraft's routes over a date range, the flight archive
*>                        too if wanted: a great-circle line per airfield pair
*>                        graded in width by sectors flown, and a placemark per
*>                        airfield with its visits and last date. Airfields with
*>                        no position are listed on the report. More Functions
*>                        menu L, ODT500. FL236-238.
*> 15/10/26 vbc       .97 ATC movement reconciliation - the tower's monthly movement
*>                        log CSV matched to the flights on registration, date and
*>                        time within a tolerance: movements with no flight, flights
*>                        at the airfield with no movement and circuit counts that
*>                        differ from the pilot's (the CCT count in the remarks, the
*>                        record having none of its own). More Functions menu M,
*>                        ODU500. FL239-241.
*> 15/10/26 vbc       .98 Fuel card reconciliation - the card company's monthly
*>                        transaction CSV matched to the flights on registration,
*>                        date and departure airfield: transactions with no flight,
*>                        away-from-base uplifts with no transaction, litre
*>                        mismatches beyond a tolerance, and card prices against
*>                        the fuel price file in base currency (ZT000/ZT400). More
*>                        Functions menu N, ODV500. FL242-244.
*> 15/10/26 vbc       .99 Draft crew roster for a month - the month's bookings crewed
*>                        from the captains offered on the availability file, each
*>                        holding a current type or class rating, licence and medical
*>                        in date, and inside the 7/28/365 day FTL scheme limits with
*>                        the drafted duties counted in. Unfilled duties listed with
*>                        the reason; the draft written as the SpreadsheetML sheet
*>                        dutyrosterimp reads back. More Functions menu O, ODW500.
*>                        FL245-248.
*> 15/10/26 vbc   2.04.00 Build numbers through .99 so new release, builds restart at .01.
*> 15/10/26 vbc       .01 Certifying staff register (certstaff.dat) - engineer, licence,
*>                        authorisation ref, up to six aircraft types, work categories
*>                        D defect clearance, A AD/SB compliance, I daily inspection
*>                        and expiry. Checked (ZT390, type from ZT380) on tech log
*>                        clearance, AD/SB compliance sign-off and an engineer's daily
*>                        inspection signature. Tech log record carries the certifying
*>                        engineer TLG-CLEARED-BY (113 bytes - techlog-205.lay), and a
*>                        certificate of release to service is printed on clearance
*>                        with the parts fitted - C on a cleared defect reprints it.
*>                        Authorisations due reminder at start up (M930). Register
*>                        maintained under More Functions menu P, ODX500, supervisor
*>                        only. FL249-256.
*> 15/10/26 vbc       .02 Maintenance work orders (workorder.dat) - a package per
*>                        registration grouping the scheduled inspection and the tech
*>                        log defects it clears, engineers' labour booked in hours at a
*>                        labour rate on wolabour.dat and parts drawn through OT500 onto
*>                        partsusage.dat (PUS-WO-NO added). Closing needs its defects
*>                        cleared and with the inspection resets MAINT-NEXT-DUE-HRS.
*>                        Costs rolled up from both ledgers (ODY700) on the screen, on
*>                        the work order cost report and, by date, as a Maint column
*>                        in OA000. More Functions menu Q & R, ODY500/ODY600. FL257-262.
*> 15/10/26 vbc       .03 Report generator (rptdef.dat) - named definitions of flight
*>                        log fields with the pilot, aircraft type and airfields joined,
*>                        selection by period or dates, capacity, registration, airfield
*>                        and minimum distance, up to 3 sort codes with control breaks
*>                        subtotalling minutes as hh:mm, to the print file or a CSV in
*>                        the report directory. More Functions menu S, ODZ500 - ODZ700,
*>                        definitions Supervisor only. REPORTS RPT=name runs one
*>                        unattended. WS-Pack-Member widened to 32. FL263-271.
*> 15/10/26 vbc       .04 KPI scorecard - targets with a miss tolerance per KPI per
*>                        month (kpitarget.dat, Supervisor), actuals for hours per
*>                        registration, revenue and fuel per hour, debtor days,
*>                        grounding defects, occurrences per 1000 hrs, instructor
*>                        utilisation and bookings flown, hours from the monthly
*>                        totals file; met / within / MISS, trend and the previous 3
*>                        months, printed and as kpi-ccyymm.csv. In the REPORTS
*>                        pack. More Functions menu T & U, OEA500 - OEA700. FL272-274.
*> 15/10/26 vbc       .05 Fuel tankering advisor - up to five planned legs in one type
*>                        with their loads, what to uplift at each stop refuelling at
*>                        every stop against carrying cheaper fuel on, allowing for
*>                        the extra burn of carrying it and within MTOW and the tanks
*>                        at every take-off, with the saving. Cruise, W&B datum and
*>                        fuel price (in base currency) files. More Functions menu V,
*>                        OEB500 - OEB700. FL275-277.
*> 15/10/26 vbc       .06 Maker-checker - flight delete, charge rate and fee schedule
*>                        changes, deleting an account with a balance, user role
*>                        changes and period reopen held on approval.dat until a
*>                        supervisor other than the maker approves or rejects them,
*>                        both journalled (MC) with maker and checker. Switches per
*>                        action on approvalctl.dat. More Functions menu W (pending
*>                        approvals) & Y (ageing report), OEC500 - OEC800. FL278-282.
*> 15/10/26 vbc       .07 Off-line field entry - fieldentry.cbl keys flights on a
*>                        laptop against a read-only airfield/aircraft/pilot snapshot
*>                        into fieldtran.dat; back at base the merge writes them
*>                        through the journal and lists date/start already logged,
*>                        aircraft already flying, closed month or bad lines on
*>                        fieldconf.dat for supervisor review (replace, add, discard).
*>                        More Functions menu Z, OED000 - OED610. FL283-285.
*>
*> TODO maybe ? (outstanding):
*>
*>  20/10/18            4. Consider using Mysql RDB for all data used on a per pilot
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Credit notes against issued invoices - numbered, raised with a
*> reason code, pending until a supervisor approves them (the expense
*> claim shape), then posted to the invoice, the account balance and
*> the receipts audit trail. See ONC500.
*>
     SELECT CREDNOTE-FILE    ASSIGN       "crednote.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   CRN-NO
                             ALTERNATE RECORD KEY CRN-INV-NO WITH DUPLICATES.
     SELECT CREDNOTEBACKUP-FILE
                             ASSIGN       "crednote.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Airworthiness directive and service bulletin register - one record
*> per aircraft type and AD/SB number with its interval - and the
*> compliance file: per registration a status record (date zero)
*> carrying the next due date / hours, plus one record per compliance
*> signed off. fleetstatus.cob reads the status records. See ODA500.
*>
     SELECT ADREG-FILE       ASSIGN       "adreg.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   ADR-KEY.
     SELECT ADREGBACKUP-FILE ASSIGN       "adreg.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT ADCOMP-FILE      ASSIGN       "adcomp.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   ADC-KEY.
     SELECT ADCOMPBACKUP-FILE
                             ASSIGN       "adcomp.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Life-limited components - engines, propellers, magnetos, ELT
*> batteries - by part number and serial, with the registration each
*> is fitted to and its time and cycles since new and since overhaul,
*> posted from every saved flight by ZT960. Fitting, removal and
*> overhaul are appended to the movements file. See ODB500.
*>
     SELECT COMPONENT-FILE   ASSIGN       "component.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   CMP-KEY
                             ALTERNATE RECORD KEY CMP-AC-REG WITH DUPLICATES.
     SELECT COMPONENTBACKUP-FILE
                             ASSIGN       "component.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT COMPMOVE-FILE    ASSIGN       "compmove.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Flight authorisation sheet - one record per hire authorised before
*> it flies, by date, registration and planned off-blocks, with the
*> captain, purpose, authorising instructor and route. The saved
*> flight is matched back to it by ZT970. See ODC500.
*>
     SELECT FLIGHTAUTH-FILE  ASSIGN       "flightauth.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   AUT-KEY.
     SELECT FLIGHTAUTHBACKUP-FILE
                             ASSIGN       "flightauth.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Daily inspection sign-off - one record per registration per day,
*> with the time signed, who by and any findings (which can raise a
*> tech log defect). A flight saved before that day's inspection gets
*> a warning at CA251. See ODD500.
*>
     SELECT DAILYINSP-FILE   ASSIGN       "dailyinsp.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   DIN-KEY.
     SELECT DAILYINSPBACKUP-FILE
                             ASSIGN       "dailyinsp.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Theoretical knowledge exams - the subject table per course (pass
*> mark and attempts allowed) and the register of every sitting per
*> student, subject and attempt. ZT980 works out a student's theory
*> status from the two. See ODE500 and the CV000 skills test
*> recommendation.
*>
     SELECT TKSUBJECT-FILE   ASSIGN       "tksubject.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   TKS-KEY.
     SELECT TKSUBJECTBACKUP-FILE
                             ASSIGN       "tksubject.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT TKEXAM-FILE      ASSIGN       "tkexam.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   TKX-KEY.
     SELECT TKEXAMBACKUP-FILE
                             ASSIGN       "tkexam.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Multi-leg trips - number, description, the customer the trip is
*> billed to and the dates it spans, with a leg record per flight on
*> it. Legs are keyed trip then flight so they read back in the order
*> flown; the flight key is the alternate, a flight sits on one trip
*> only. See ODF500, CA253 and the billing run (OB000).
*>
     SELECT TRIP-FILE        ASSIGN       "trip.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   TRP-NO.
     SELECT TRIPBACKUP-FILE  ASSIGN       "trip.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT TRIPLEG-FILE     ASSIGN       "tripleg.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   TRL-KEY
                             ALTERNATE RECORD KEY TRL-FLT-KEY.
     SELECT TRIPLEGBACKUP-FILE
                             ASSIGN       "tripleg.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Pre-system experience - one opening balance per pilot carried in
*> from paper logbooks, split as the analysis totals are, with the
*> date it stands at and who checked it. Folded into the logbook
*> report and analysis totals by ZT990. See ODG500.
*>
     SELECT OPENBAL-FILE     ASSIGN       "openbal.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   OPB-PILOT.
     SELECT OPENBALBACKUP-FILE
                             ASSIGN       "openbal.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Personal data retention - the rules (how long each kind of record
*> in each file is kept and what then happens to it) and the legal
*> holds that stop it. Applied by ODJ500, nightly through the
*> RETENTION parameter. Records moved out go to retainarch.seq and
*> each run lists what it did on a dated retention certificate.
*>
     SELECT RETAIN-FILE      ASSIGN       "retain.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   RTN-KEY.
     SELECT RETAINBACKUP-FILE
                             ASSIGN       "retain.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT LGLHOLD-FILE     ASSIGN       "lglhold.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   HLD-KEY.
     SELECT LGLHOLDBACKUP-FILE
                             ASSIGN       "lglhold.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT NOISE-FILE       ASSIGN       "noise.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   NSE-NO.
     SELECT NOISEBACKUP-FILE
                             ASSIGN       "noise.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Attachment index - scanned certificates, receipts, photos and the
*> like, each one a file in the attachment store linked to the record
*> it belongs to. The listing is the store's file names for the
*> integrity check (ODM600).
*>
     SELECT ATTACH-FILE      ASSIGN       "attach.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   ATT-KEY
                             ALTERNATE RECORD KEY ATT-PATH WITH DUPLICATES.
     SELECT ATTACHBACKUP-FILE
                             ASSIGN       "attach.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT ATTLIST-FILE     ASSIGN       WS-Att-List-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Charge-out billing run control - which Captains each month's run
*> has posted, so a failed run resumes and a re-run reverses (OB100).
*>
     SELECT BILLRUN-FILE     ASSIGN       "billrun.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   BRN-KEY.
     SELECT BILLRUNBACKUP-FILE
                             ASSIGN       "billrun.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Fixed-asset register - one record per aircraft and per capitalised
*> engine / propeller overhaul, depreciated monthly (ODP600) into the
*> charge ledger OA000 costs from.
*>
     SELECT ASSET-FILE       ASSIGN       "asset.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   AST-KEY.
     SELECT ASSETBACKUP-FILE
                             ASSIGN       "asset.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT DEPN-FILE        ASSIGN       "depn.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Disposal register - one record per registration sold or retired
*> (ODQ500). The booking diary, planning forecast, document reminders
*> and the fleetstatus board treat it as out of the fleet after that.
*>
     SELECT DISPOSAL-FILE    ASSIGN       "disposal.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   DSP-AC-REG.
     SELECT DISPOSALBACKUP-FILE
                             ASSIGN       "disposal.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Leaver register - one record per pilot closed out by ODR500. The
*> renewal reminders, recency forecast, captain picker and login treat
*> the pilot as gone; the logbook is kept and the retention rules (file
*> PL) count from the leaving date before the roster data is purged.
*>
     SELECT LEAVER-FILE      ASSIGN       "leaver.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   LVR-PILOT.
     SELECT LEAVERBACKUP-FILE
                             ASSIGN       "leaver.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Airspace list and the KML / GeoJSON polygon files it names, read
*> one at a time by ODS500.
*>
     SELECT AIRSPACE-FILE    ASSIGN       WS-Asp-File-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Flying history map, written by ODT500 to the report directory.
*>
     SELECT HISTKML-FILE     ASSIGN       WS-Hkm-File-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Tower movement log CSV - see ODU500.
*>
     SELECT ATCMOVE-FILE     ASSIGN       WS-Atc-Csv-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Fuel card company's transaction CSV - see ODV500.
*>
     SELECT FUELCARD-FILE    ASSIGN       WS-Fcd-Csv-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Crew availability CSV in, draft roster sheet out - see ODW500.
*>
     SELECT CREWAVAIL-FILE   ASSIGN       WS-Drf-Avail-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT DRAFTXML-FILE    ASSIGN       WS-Drf-Xml-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Certifying staff register - one record per engineer holding the
*> club's certifying authorisation: licence, the aircraft types and
*> categories of work it covers, and its expiry. A tech log clearance,
*> AD/SB compliance or engineer's daily inspection is only taken from
*> an engineer in scope and in date (ZT390). See ODX500.
*>
     SELECT CERTSTAFF-FILE   ASSIGN       "certstaff.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   CST-ENGINEER.
     SELECT CERTSTAFFBACKUP-FILE
                             ASSIGN       "certstaff.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Maintenance work orders - one per package of work on a registration
*> (a 50 hour check with the defects it clears), keyed registration +
*> work order number. Labour goes on the labour ledger below, parts on
*> PARTSUSAGE-FILE; the costs are rolled up from both. See ODY500.
*>
     SELECT WORKORDER-FILE   ASSIGN       "workorder.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   WOR-KEY.
     SELECT WORKORDERBACKUP-FILE
                             ASSIGN       "workorder.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Work order labour ledger - one line per engineer's booking, hours
*> at the labour rate, appended the way the parts usage ledger is.
*>
     SELECT WOLABOUR-FILE    ASSIGN       "wolabour.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Report generator definitions - keyed by report name, set up by the
*> Supervisor and run from the menu or with REPORTS RPT=name. The CSV
*> output goes to the report directory as <name>-ccyymmdd.csv. See ODZ500.
*>
     SELECT RPTDEF-FILE      ASSIGN       "rptdef.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   RDF-NAME.
     SELECT RPTDEFBACKUP-FILE
                             ASSIGN       "rptdef.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT RPTCSV-FILE      ASSIGN       WS-Rg-Csv-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> KPI targets - a target and a miss tolerance per KPI per month, set
*> by the Supervisor, that the monthly scorecard measures the actuals
*> against. The scorecard CSV for the intranet dashboard goes to the
*> report directory as kpi-ccyymm.csv. See OEA500.
*>
     SELECT KPITARGET-FILE   ASSIGN       "kpitarget.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   KPT-KEY.
     SELECT KPITARGETBACKUP-FILE
                             ASSIGN       "kpitarget.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT KPICSV-FILE      ASSIGN       WS-Kpi-Csv-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Changes held for a second supervisor (maker-checker) - the sensitive
*> actions listed on approvalctl.dat are not applied when made but held
*> here with their before/after images until a supervisor other than
*> the maker approves or rejects them; both outcomes go to the update
*> journal under file-id MC. See OEC500 - OEC800.
*>
     SELECT APPROVAL-FILE    ASSIGN       "approval.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   APV-NO.
     SELECT APPROVALBACKUP-FILE
                             ASSIGN       "approval.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Which actions need the second supervisor - a single record, one
*>   Y/N per sensitive action in WS-Dual-Actions order, loaded at start
*>   up like the period close record. No file = all held.
*>
     SELECT APPROVALCTL-FILE ASSIGN       "approvalctl.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Off-line field entry - the transaction file a fieldentry kit
*>   brings back from a fly-in or detachment, the conflict review
*>   list the merge leaves for a supervisor with its scratch copy
*>   (the pendingflt.scr arrangement), and the merged-lines history.
*>   See OED000 - OED600.
*>
     SELECT FIELDTRAN-FILE   ASSIGN       "fieldtran.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT FIELDCONF-FILE   ASSIGN       "fieldconf.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT FIELDCONF-TEMP   ASSIGN       "fieldconf.scr"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT FIELDHIST-FILE   ASSIGN       "fieldtran.mrg"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Record sequential as the journal itself - the journal images carry
*> COMP fields. The journal is rewritten through JNLNEW-FILE.
*>
     SELECT RETARCH-FILE     ASSIGN       "retainarch.seq"
                             ORGANIZATION SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT JNLNEW-FILE      ASSIGN       "flightlog.jnl.new"
                             ORGANIZATION SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT RETCERT-FILE     ASSIGN       WS-Rtn-Cert-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Club membership - joining date, class, annual subscription and
*> paid-to date per member, linked to the pilot record by name.
*> Lapsed members are not covered by the club insurance, so flight
*> entry warns (or blocks, per the memberctl.dat switch) when the
*> Captain's membership has lapsed. See MN000/M920/CA246.
*>
     SELECT MEMBER-FILE      ASSIGN       "member.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   MBR-NAME.
     SELECT MEMBERBACKUP-FILE
                             ASSIGN       "member.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Membership control switch - a single record, Y blocks a lapsed
*>   member at flight entry instead of just warning. Maintained on
*>   the membership screens, loaded at start up like the period
*>   close record.
*>
     SELECT MEMBERCTL-FILE   ASSIGN       "memberctl.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Trial-lesson voucher register - number, sale date, amount,
*> purchaser and expiry, with redemption linking the voucher to the
*> flight flown. Sold-but-unflown vouchers are the accountant's
*> outstanding liability. See OT500.
*>
     SELECT VOUCHER-FILE     ASSIGN       "voucher.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   VCH-NO.
     SELECT VOUCHERBACKUP-FILE
                             ASSIGN       "voucher.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Parts stock - part number, description, quantity held, reorder
*> level and unit cost, with a usage ledger line written when a
*> tech log defect is cleared so the worksheet stops vanishing.
*> See OT000 (usage capture at clearance) and OV500 (stock menu).
*>
     SELECT PARTS-FILE       ASSIGN       "parts.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   PRT-NO.
     SELECT PARTSBACKUP-FILE ASSIGN       "parts.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT PARTSUSAGE-FILE  ASSIGN       "partsusage.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Running monthly totals - pre-aggregated minutes per Captain and
*> per aircraft type per month, maintained incrementally as flights
*> are written, rewritten and deleted (ZT700) so the analysis
*> display no longer re-reads twenty years of flitelog.dat. A
*> rebuild (ZT710) regenerates it from the flight file when the two
*> disagree; an archive/purge run should be followed by a rebuild.
*>
     SELECT MTHTOTALS-FILE   ASSIGN       "mthtotals.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   MTT-KEY.
     SELECT MTHTOTALSBACKUP-FILE
                             ASSIGN       "mthtotals.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Mail recipients - pilot name to email address, driving the
*> dispatch spool: renewal reminders and the month-end pack notice
*> go out as message files under mailspool/ for the system mailer,
*> with a dispatch log and a failed-address report. See MP000 and
*> ZP600.
*>
     SELECT RECIPIENT-FILE   ASSIGN       "mailrcpt.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   RCP-NAME.
     SELECT RECIPIENTBACKUP-FILE
                             ASSIGN       "mailrcpt.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Prepaid block-hour packages - hirer, registration or type, minutes
*> bought and remaining, price and expiry. The billing run draws the
*> flown minutes down from the oldest open package first and only
*> the overflow is invoiced; each draw is a usage line keyed to the
*> flight so a re-run of the month finds it and never draws twice.
*> See OW500 (sell/reports) and OB030 (billing draw-down).
*>
     SELECT BLKPKG-FILE      ASSIGN       "blockpkg.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   PKG-NO.
     SELECT BLKPKGBACKUP-FILE
                             ASSIGN       "blockpkg.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT BLKPKGUSE-FILE   ASSIGN       "blockpkguse.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Instructor remuneration - hourly pay rates per freelance
*> instructor (day, night and FSTD), and the pay register holding
*> what each monthly run paid per instructor. A month that is
*> closed (periodclose.dat) and already on the register is frozen -
*> the run reprints it and cannot recalculate it. See OX500.
*>
     SELECT PAYRATE-FILE     ASSIGN       "instrpay.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   IPR-INSTRUCTOR.
     SELECT PAYRATEBACKUP-FILE
                             ASSIGN       "instrpay.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT PAYREG-FILE      ASSIGN       "instrpayreg.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   IPY-KEY.
     SELECT PAYREGBACKUP-FILE
                             ASSIGN       "instrpayreg.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Leaseback owners - one record per privately owned registration
*> leased back to the club, carrying the owner's name and address
*> and the revenue-share terms: the owner's percentage of hire
*> income and whether fuel, landing/handling fees and parts fitted
*> come off the income before the share is taken. An owner with
*> several aircraft has one record per registration. See OY500.
*>
     SELECT OWNER-FILE       ASSIGN       "owners.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   OWN-AC-REG.
     SELECT OWNERBACKUP-FILE ASSIGN       "owners.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Hire income - the billing run's priced hours, one record per
*> flight billed, keyed by the flight's date/time key. Holds the
*> rate-card value of the whole flight (package minutes included)
*> beside what was actually invoiced; a re-run of a month replaces
*> that month's records. The owner statements are built from it.
*>
     SELECT HIREINC-FILE     ASSIGN       "hireinc.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   HIN-FLT-KEY.
     SELECT HIREINCBACKUP-FILE
                             ASSIGN       "hireinc.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> VAT tax codes - one record per code: the kind (S standard or
*> reduced rated, Z zero rated, E exempt, O outside the scope), a
*> description and the rate. Charge rates, fee schedules, fuel prices
*> and vouchers each carry a code, spaces meaning S. See OZ500/ZT800.
*>
     SELECT TAXCODE-FILE     ASSIGN       "taxcode.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   TAX-CODE.
     SELECT TAXCODEBACKUP-FILE
                             ASSIGN       "taxcode.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Purchase orders - one record per order line, keyed by order number
*> and line. An order is raised against a supplier on fuelsupp.dat
*> for parts (item = part number) or fuel (item = bowser tank). Goods
*> received and supplier invoices matched accumulate on the line; a
*> line is complete once all of it is received and invoiced. See
*> OPA500, and OV540 which raises orders off the reorder report.
*>
     SELECT PURCHORD-FILE    ASSIGN       "purchord.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   POR-KEY.
     SELECT PURCHORDBACKUP-FILE
                             ASSIGN       "purchord.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Supplier invoices - keyed by supplier and their invoice reference,
*> each quoting the order line it bills. Matched three ways (order,
*> goods received, invoice) as it is entered; one that fails is held
*> unmatched with the reason until a later match succeeds. See OPA500.
*>
     SELECT SUPPINV-FILE     ASSIGN       "suppinv.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   SIN-KEY.
     SELECT SUPPINVBACKUP-FILE
                             ASSIGN       "suppinv.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Goods received - one line per receipt booked against an order
*> line, the paper trail behind the order's received quantity.
*>
     SELECT GOODSIN-FILE     ASSIGN       "goodsin.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Suppliers - maintained by refmaint (the reference file screens)
*> and only read here. Its records carry refmaint's 32 byte key
*> field ahead of the data.
*>
     SELECT SUPPLIER-FILE    ASSIGN       "FUELSUPP.DAT"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             RECORD KEY   SUP-KEY.
*>
*> Nominal ledger mapping - one record per posting role (DEBTORS,
*> SALES, VATOUT ...) naming the account code it posts to in the
*> accounts package. The roles are seeded blank; the export refuses
*> while any role it needs has no account. See ONA500.
*>
     SELECT NOMMAP-FILE      ASSIGN       "nommap.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   NOM-ROLE.
     SELECT NOMMAPBACKUP-FILE
                             ASSIGN       "nommap.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Nominal journal exports - one record per month sent to the
*> accounts package, so the same month cannot be sent twice.
*>
     SELECT NOMEXP-FILE      ASSIGN       "nomexport.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   NEX-PERIOD.
     SELECT NOMEXPBACKUP-FILE
                             ASSIGN       "nomexport.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> The journal CSV itself - nomjnl-ccyymm.csv in the accounts
*> package's journal import layout.
*>
     SELECT NOMCSV-FILE      ASSIGN       WS-Nom-Csv-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Bank statement CSV as downloaded from the bank - see ONB500 - and
*> the statement lines no receipt could be found for, carried forward
*> to be tried again at the next import.
*>
     SELECT BANKSTMT-FILE    ASSIGN       WS-Bnk-Csv-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT BANKCF-FILE      ASSIGN       "bankcf.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT MAILMSG-FILE     ASSIGN       WS-Mail-Msg-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT MAILLOG-FILE     ASSIGN       "maildispatch.log"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Customer/account master for the wet-lease charge-out work - one
*> record per Captain (same 15 characters as FLT-CAPTAIN), balance
*> maintained by the billing run's invoice postings and the receipts
*> entry screen. See OC000 (maintain), ON000 (receipts) and OP000
*> (aged debtors).
*>
     SELECT ACCOUNT-FILE     ASSIGN       "acctmast.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   ACC-CAPTAIN.
     SELECT ACCOUNTBACKUP-FILE
                             ASSIGN       "acctmast.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Numbered invoice register - one record per Captain per billed
*> month, written/refreshed by OB000 so a re-run of the same month
*> refreshes the invoice instead of raising a second one. Receipts
*> (ON000) are applied against these and the aged-debtors report
*> (OP000) works the outstanding balances into 30/60/90 day buckets.
*>
     SELECT INVOICE-FILE     ASSIGN       "invreg.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   INV-NO.
     SELECT INVOICEBACKUP-FILE
                             ASSIGN       "invreg.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Receipts audit trail - one line appended per receipt entered at
*>   ON000, the way the fee accrual ledger works.
*>
     SELECT RECEIPTLOG-FILE  ASSIGN       "acctrcpt.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Flight archive - flights purged from FLIGHTLOG-FILE by the archive
*> run (OH000), appended here in the same layout as the .seq backup,
*> with the running brought-forward totals kept on flitebf.dat so the
*> analysis figures still reconcile to full history.
*>
     SELECT ARCHIVE-FILE     ASSIGN       WS-Flitearch-Seq-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT BFTOTALS-FILE    ASSIGN       WS-Flitebf-Dat-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> User accounts - password hashes only (SHA3-384, 48 bytes binary),
*> never the password itself. Role S = supervisor, O = operator; the
*> destructive and approval functions are gated on S - see ZV000.
*>
*>
*> Update journal - one before/after image per interactive update,
*> appended by ZJ500-Write-Journal and replayed over a restored
*> rebuild by the ROLLFORWARD parameter (ZJ600).
*>
*> Record sequential, NOT line sequential - the maintenance record
*> image carries COMP fields whose bytes must survive untouched.
*>
     SELECT JOURNAL-FILE     ASSIGN       "flightlog.jnl"
                             ORGANIZATION SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Accounting period close - a single record holding the latest
*> closed month; see OK000/OK600. Closes and overrides are recorded
*> to the update journal under file-id PC.
*>
     SELECT PERIODCLOSE-FILE ASSIGN       "periodclose.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Control totals of the key files - a single record written at close
*> and compared at the next start up; see ZJ700-ZJ730. Overrides are
*> recorded to the update journal under file-id CT.
*>
     SELECT CTLTOTAL-FILE    ASSIGN       "ctltotal.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> Aircraft technical log - defect records per registration, numbered
*> within the registration. See CA238 (raise at flight entry), OT000
*> (maintain/defer/clear) and OU000 (open defects report).
*>
     SELECT TECHLOG-FILE     ASSIGN       "techlog.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   TLG-KEY.
     SELECT TECHLOGBACKUP-FILE
                             ASSIGN       "techlog.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*> FSTD/simulator sessions - deliberately a separate file from
*> FLIGHTLOG-FILE so simulator time can never leak into the aircraft
*> totals, utilization or maintenance reconciliation. See CS000
*> (entry) and CT000 (report).
*>
*>
*> Pilot ratings and endorsements - one record per pilot per rating
*> code, checked at captain entry (CA075) and IFR entry (CA215).
*>
*>
*> Ab-initio students - one record per student name, referenced by
*> the student field captured on instructional sectors. See MS000
*> (maintenance) and CV000 (progress report).
*>
     SELECT STUDENT-FILE     ASSIGN       "student.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   STU-NAME.
     SELECT STUDENTBACKUP-FILE
                             ASSIGN       "student.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT RATING-FILE      ASSIGN       "pilotrating.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   RTG-KEY.
     SELECT RATINGBACKUP-FILE
                             ASSIGN       "pilotrating.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT FSTD-FILE        ASSIGN       "fstdlog.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   FSTD-KEY.
     SELECT FSTDBACKUP-FILE  ASSIGN       "fstdlog.seq"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT USER-FILE        ASSIGN       "users.dat"
                             ACCESS       DYNAMIC
                             ORGANIZATION INDEXED
                             STATUS       FS-REPLY
                             SHARING      WITH ALL OTHER
                             LOCK MODE    AUTOMATIC WITH LOCK ON RECORD
                             RECORD KEY   USR-NAME.
*> Record sequential, NOT line sequential - USR-HASH is 48 binary
*>   bytes that must survive untouched, as the journal does.
     SELECT USERBACKUP-FILE  ASSIGN       "users.seq"
                             ORGANIZATION SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT PRINT-FILE       ASSIGN       WS-Print-File-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Tamper-evident signed logbook export - page-by-page dump of the
*>   flight file where every page trailer carries a SHA3-384 hash
*>   chained from the previous page's hash. See OM500 (export and
*>   verify modes).
*>
     SELECT SIGNED-FILE      ASSIGN       WS-Signed-File-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  iCalendar export of logged flights - see CJ000.
*>
     SELECT ICAL-FILE        ASSIGN       WS-Ical-File-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  File name default is "csv-flitelog" overridden by CSV rec type 3
*>
     SELECT CSV-Data-File    ASSIGN       CSV-File-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
     SELECT CSV-Layout-File  assign       CSV-Config-Name          *> default is "csv-conf.txt"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Idempotency control file for CSV imports - one line per completed
*>   import, appended by F505/F980 - see F500-Process-CSV-Data.
*>
     SELECT CSV-Control-File ASSIGN       "csvimport.ctl"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Pending-flight submission queue, one pipe-delimited line per
*>   submission - written by the flightlogsubmit CGI program, read
*>   and pruned here by CQ000-Approve-Pending-Flights.
*>
     SELECT PENDING-FLIGHT-FILE ASSIGN     "pendingflt.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Scratch copy of the above, used while approving/rejecting entries
*>   so the surviving (skipped) entries can be written back after the
*>   original is closed - same rewrite-via-temp-file idea as the
*>   "flg-temp.scr" scratch file used elsewhere in this program.
*>
     SELECT PENDING-FLIGHT-TEMP ASSIGN     "pendingflt.scr"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Decision/status queue for the web submissions - one pipe-delimited
*>   line appended per approve/reject in CQ020/CQ030, read back by the
*>   flightlogsubmit CGI "my submissions" view:
*>     pilot|fltdate|acreg|from|to|decision|reviewer|reason|decided
*>
     SELECT PENDING-STATUS-FILE ASSIGN    "pendingsts.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Defect report queue from the defectsubmit CGI form, its scratch
*>   copy and the decisions read back by the form - see ODN500, and
*>   the CQ000 flight queue above for the same arrangement:
*>     reported-stamp|pilot|acreg|severity|defect text
*>     stamp|pilot|acreg|severity|decision|reviewer|defect-no|reason|decided
*>
     SELECT PENDING-DEFECT-FILE ASSIGN    "pendingdef.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT PENDING-DEFECT-TEMP ASSIGN    "pendingdef.scr"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
     SELECT PENDING-DEFSTS-FILE ASSIGN    "pendingdefsts.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Bundled ICAO country/lat/long reference data - see ZQ000/ZQ500.
*>
     SELECT ICAOREF-FILE     ASSIGN       "icaoref.dat"
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
*>  Chart data for the cobjapi chart renderer - see CX000. One file
*>   per chart, layout fixed by cobjapichart.cob (x(12) label +
*>   9(8) value, first record = title + chart type 1/2/3).
*>
     SELECT CHART-FILE       ASSIGN       WS-Chart-Name
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS       FS-REPLY.
*>
 DATA  DIVISION.
*>==============
*>
 FILE SECTION.
*>-----------
*>
*>   File Definition for the Flight Log Book File
*>   Rec size 176 bytes
*>
 FD  FLIGHTLOG-FILE.
 01  FLIGHTLOG-RECORD.
     03  FLT-Date-Time-Key.
         05  FLT-DATE        PIC 9(8).  *> ccyymmdd
         05  FLT-START       PIC 9(4).  *> In minutes
     03  FLT-END             PIC 9(4).  *>  ditto
     03  FLT-AC-TYPE         PIC X(8).  *> 24
     03  FLT-AC-REG.                       *>      *> Using 1st 5 digits for Nth American a/c ignore 1st char 'N'
         05  flt-ac-reg1-2   pic xx.               *>   but include 'N' for printing.
         05  filler          pic xxxx.     *> last digit not used see above.
     03  FLT-CAPTAIN         PIC X(15). *> 45
     03  FLT-CAPACITY        PIC XXX.
     03  FLT-FROM            PIC X(4).  *> ICAO airfield code
     03  FLT-TO              PIC X(4).  *> Ditto
     03  FLT-MS              PIC X.     *> 57
     03  filler                             OCCURS 2.   *> x(20)
*>
*>*****************************************
*>         (1) Day,      (2) Night        *
*>*****************************************
*>
         05  FLT-P1          PIC 9(4).   *> Stored as minutes, and the next 2.
         05  FLT-P23         PIC 9(4).
     03  FLT-INSTRUMENT      PIC 9(4).   *> 77
     03  FLT-REMARKS         PIC X(32).  *> 109
     03  FLT-HOBBS-OUT       PIC 9(5).   *> Hobbs meter, tenths of an hour - 114.
     03  FLT-HOBBS-IN        PIC 9(5).   *> Ditto - 119.
     03  FLT-FUEL-UPLIFT     PIC 9(4).   *> Litres uplifted before this flight - 123.
     03  FLT-FUEL-REMAINING  PIC 9(4).   *> Litres remaining after this flight - 127.
     03  FLT-TO-MASS         PIC 9(5).   *> Computed takeoff mass kg, zero = no W&B - 132.
     03  FLT-DISTANCE        PIC 9(5).   *> Great-circle nm From-To, zero = unknown - 137.
     03  FLT-CREW2           PIC X(15).  *> 2nd crew member - the student on training sectors - 152.
     03  FLT-EXERCISE        PIC X(4).   *> Syllabus exercise code on training sectors - 156.
     03  FLT-CREW2-CAP       PIC X(3).   *> 2nd crew member's capacity, STU on training - 159.
     03  FLT-OIL-UPLIFT      PIC 9(3).   *> Oil uplifted, tenths of a litre - 162.
*>
*>  Surface wind and runway in use at each end - zero/spaces = not
*>   captured. Feeds the crosswind-experience report - see ON500.
*>
     03  FLT-DEP-WIND-DIR    PIC 9(3).   *> Degrees true - 165.
     03  FLT-DEP-WIND-SPD    PIC 9(2).   *> Knots - 167.
     03  FLT-DEP-RWY         PIC X(2).   *> Runway designator, e.g. 02 - 169.
     03  FLT-ARR-WIND-DIR    PIC 9(3).   *> 172.
     03  FLT-ARR-WIND-SPD    PIC 9(2).   *> 174.
     03  FLT-ARR-RWY         PIC X(2).   *> 176.
*>
 FD  FLIGHTLOGBACKUP-FILE.
 01  FLIGHTLOGBACKUP-RECORD PIC X(176).
*>
 FD  CROSSPOST-FILE.
 01  CROSSPOST-RECORD.
     03  XPO-DATE-TIME-KEY   PIC X(12).   *> Same date+start key bytes as FLIGHTLOG-RECORD.
     03  FILLER              PIC X(164).
*>
 FD  AIRFIELD-FILE.                      *> Name changed 20 to 36 19/12/18. NEED To run proram afldconv1
 01  AIRFIELD-RECORD.                    *>  to update file using .seq file as input.
     03  ICAO-CODE           PIC X(4).
     03  AFLD-Name           pic x(36).
     03  AFLD-Last-Flt       pic 9(8).
     03  AFLD-Country        pic x(2).                     *> Widened for ICAO lookup enrichment - see ZQ000/ZQ500.
     03  AFLD-Latitude       pic S9(3)V9(4) sign leading separate.
     03  AFLD-Longitude      pic S9(3)V9(4) sign leading separate.
     03  AFLD-UTC-Offset     pic S9(3)  sign leading separate.  *> Minutes ahead of UTC, e.g. +060, -300.
*>
*>  Operating hours, PPR and curfew - minutes LOCAL time, all zero =
*>   not recorded (no checks made). See BF000 (maintenance) and
*>   CA244 (entry-time warnings).
*>
     03  AFLD-Open-WD        pic 9(4).  *> Weekday opening, minutes local.
     03  AFLD-Close-WD       pic 9(4).  *> Weekday closing.
     03  AFLD-Open-WE        pic 9(4).  *> Weekend opening.
     03  AFLD-Close-WE       pic 9(4).  *> Weekend closing.
     03  AFLD-PPR            pic x.     *> Y = prior permission required.
     03  AFLD-Curfew-From    pic 9(4).  *> Curfew window, minutes local.
     03  AFLD-Curfew-To      pic 9(4).  *>  zero/zero = no curfew.
*>
 FD  AIRFIELDBackup-FILE.
 01  AIRFIELDBackup-RECORD   pic x(95).
*>
 FD  AIRCRAFT-FILE.
 01  AIRCRAFT-RECORD.
     03  Aircraft-Type       PIC X(8).
     03  AIRCRAFT-MS         PIC X.
     03  Aircraft-Complex    pic x.     *> Y or (space / N).
     03  Aircraft-Last-Reg   pic x(6).
     03  Aircraft-Last-Flt   pic 9(8).
     03  Aircraft-Fuel-Type  pic x.     *> A = Avgas, J = Jet-A1 - drives the emissions factors, see OM000.
     03  Aircraft-Base       pic x(4).  *> Home base ICAO, spaces = not set - see OL500/CI000.
 *>    03  Aircraft-Man        pic x(20).
 *>    03  Aircraft-Name       pic x(20).
*>
 fd  AircraftBackup-File.
 01  AircraftBackup-Record   pic x(29).
 *> 01  AircraftBackup-Record   pic x(64).
*>
*>   File Definition for the Pilot/Crew Roster File.  Doubles as both the
*>   licence/medical currency record and the crew roster validated
*>   against when a captain is entered.
*>
 FD  PILOT-FILE.
 01  PILOT-RECORD.
     03  PILOT-NAME          PIC X(15). *> Same width & content as FLT-CAPTAIN.
     03  PILOT-LICENCE-NO    PIC X(12).
     03  PILOT-LICENCE-EXPIRY PIC 9(8). *> ccyymmdd, zero = not tracked.
     03  PILOT-MEDICAL-EXPIRY PIC 9(8). *> ccyymmdd, zero = not tracked.
     03  PILOT-LAST-FLT      PIC 9(8).
     03  PILOT-FTL-SCHEME    PIC X(8).  *> FTL scheme code, spaces = DEFAULT - see OL000/CA241.
     03  PILOT-BASE          PIC X(4).  *> Home base ICAO, spaces = not set - see OL500.
*>
 FD  PILOTBACKUP-FILE.
 01  PILOTBACKUP-RECORD      PIC X(63).
*>
*>   File Definition for the Duty/Rest hours file - one record per
*>   Captain per duty day, entered alongside the flight itself.
*>
 FD  DUTY-FILE.
 01  DUTY-RECORD.
     03  DUTY-CAPTAIN-DATE-KEY.
         05  DUTY-CAPTAIN    PIC X(15). *> Same width & content as FLT-CAPTAIN.
         05  DUTY-DATE       PIC 9(8).  *> ccyymmdd
     03  DUTY-START          PIC 9(4).  *> In minutes, report/sign-on time.
     03  DUTY-END            PIC 9(4).  *> In minutes, off-duty time.
*>
 FD  DUTYBACKUP-FILE.
 01  DUTYBACKUP-RECORD       PIC X(31).
*>
*>   File Definition for the flight-time limitation scheme file - all
*>   limits held as minutes, the storage every total in this system
*>   uses. Zero in any limit means that window is not checked for the
*>   scheme.
*>
 FD  FTLSCHEME-FILE.
 01  FTLSCHEME-RECORD.
     03  FTL-SCHEME          PIC X(8).  *> e.g. DEFAULT, STAFF, CONTRACT.
     03  FTL-DUTY-7-MINS     PIC 9(6).  *> Rolling 7 day duty limit.
     03  FTL-FLT-28-MINS     PIC 9(6).  *> Rolling 28 day flight-hours limit.
     03  FTL-FLT-365-MINS    PIC 9(7).  *> Rolling 365 day flight-hours limit.
*>
 FD  FTLSCHEMEBACKUP-FILE.
 01  FTLSCHEMEBACKUP-RECORD  PIC X(27).
*>
*>   File Definition for the aircraft maintenance-hours file - one
*>   record per airframe registration (not per aircraft type, unlike
*>   AIRCRAFT-FILE), reconciled by CW000 against hours flown.
*>
 FD  MAINT-FILE.
 01  MAINT-RECORD.
     03  MAINT-AC-REG        PIC X(6).  *> Same width & content as FLT-AC-REG.
     03  MAINT-HRS-SINCE-OVH PIC 9(6)  COMP.  *> Minutes flown since last overhaul/reset.
     03  MAINT-NEXT-DUE-HRS  PIC 9(6)  COMP.  *> Minutes - cumulative total due for next inspection.
     03  MAINT-LAST-RECON    PIC 9(8).        *> ccyymmdd - highest FLT-DATE already reconciled in.
*>
 FD  MAINTBACKUP-FILE.
 01  MAINTBACKUP-RECORD      PIC X(24).
*>
*>   File Definition for the charge-out rate file - key is either an
*>   airframe registration (6 chars + 2 spaces) or an aircraft type
*>   (8 chars); the billing run tries the registration first. Basis
*>   W = wet (fuel in the hourly rate), D = dry (hourly rate plus the
*>   uplift priced at the per-litre rate).
*>
 FD  CHARGE-RATE-FILE.
 01  CHARGE-RATE-RECORD.
     03  CHG-RATE-KEY        PIC X(8).
     03  CHG-WET-RATE        PIC 9(4)V99.     *> Hourly - fuel included.
     03  CHG-DRY-RATE        PIC 9(4)V99.     *> Hourly - fuel excluded.
     03  CHG-FUEL-RATE       PIC 9(3)V99.     *> Per litre, dry hires only.
     03  CHG-BASIS           PIC X.           *> W or D.
     03  CHG-CURRENCY        PIC X(3).        *> ISO code, spaces = GBP (base) - see ZT400.
     03  CHG-TAX-CODE        PIC X.           *> VAT code, spaces = S - see ZT800.
*>
 FD  CHARGERATEBACKUP-FILE.
 01  CHARGERATEBACKUP-RECORD PIC X(30).
*>
*>   File Definition for the airframe document register - one record
*>   per registration. Zero in any date means that document is not
*>   tracked for the airframe, same convention as the pilot file's
*>   licence/medical dates.
*>
 FD  AIRCDOC-FILE.
 01  AIRCDOC-RECORD.
     03  DOC-AC-REG          PIC X(6).  *> Same width & content as FLT-AC-REG.
     03  DOC-ARC-EXPIRY      PIC 9(8).  *> ccyymmdd, zero = not tracked.
     03  DOC-INS-EXPIRY      PIC 9(8).  *> ccyymmdd, zero = not tracked.
     03  DOC-ANNUAL-EXPIRY   PIC 9(8).  *> ccyymmdd, zero = not tracked.
     03  DOC-INS-COST        PIC 9(6)V99. *> Insurance cost per year - see OA000.
     03  DOC-HANGAR-COST     PIC 9(6)V99. *> Hangarage cost per year - see OA000.
*>
 FD  AIRCDOCBACKUP-FILE.
 01  AIRCDOCBACKUP-RECORD    PIC X(46).
*>
*>   File Definition for the W&B datum file - one record per aircraft
*>   type. Arms are metres aft of datum, weights kg. A type with no
*>   record here simply gets no W&B check at entry.
*>
 FD  WBDATUM-FILE.
 01  WBDATUM-RECORD.
     03  WB-AC-TYPE          PIC X(8).
     03  WB-EMPTY-WT         PIC 9(5).        *> Empty weight kg.
     03  WB-EMPTY-ARM        PIC 9(2)V999.    *> Empty weight arm.
     03  WB-SEAT-ARM         PIC 9(2)V999.    *> Occupant seat arm.
     03  WB-FUEL-ARM         PIC 9(2)V999.    *> Fuel tank arm.
     03  WB-BAG-ARM          PIC 9(2)V999.    *> Baggage bay arm.
     03  WB-MTOW             PIC 9(5).        *> Max takeoff weight kg.
     03  WB-CG-FWD           PIC 9(2)V999.    *> Forward CG limit.
     03  WB-CG-AFT           PIC 9(2)V999.    *> Aft CG limit.
     03  WB-SEATS            PIC 9(2).        *> Seats incl crew - caps the manifest, see CA242.
     03  WB-MIN-RWY          PIC 9(4).        *> Minimum runway metres, zero = unchecked - see CA245.
*>
 FD  WBDATUMBACKUP-FILE.
 01  WBDATUMBACKUP-RECORD    PIC X(54).
*>
*>   File Definition for the fuel price file - see the SELECT above.
*>
 FD  FUELPRICE-FILE.
 01  FUELPRICE-RECORD.
     03  FP-KEY.
         05  FP-ICAO         PIC X(4).
         05  FP-EFF-DATE     PIC 9(8).        *> ccyymmdd effective from.
     03  FP-PRICE            PIC 9(3)V99.     *> Per litre.
     03  FP-CURRENCY         PIC X(3).        *> ISO code, spaces = GBP (base) - see ZT400.
     03  FP-TAX-CODE         PIC X.           *> VAT code, spaces = S - see ZT800.
*>
 FD  FUELPRICEBACKUP-FILE.
 01  FUELPRICEBACKUP-RECORD  PIC X(21).
*>
*>   File Definition for the airfield fee schedule - see SELECT above.
*>
 FD  FEESCHED-FILE.
 01  FEESCHED-RECORD.
     03  FEE-KEY.
         05  FEE-ICAO        PIC X(4).
         05  FEE-EFF-DATE    PIC 9(8).        *> ccyymmdd effective from.
     03  FEE-LANDING         PIC 9(3)V99.     *> Per landing.
     03  FEE-TOUCHGO         PIC 9(3)V99.     *> Per touch-and-go.
     03  FEE-HANDLING        PIC 9(3)V99.     *> Per visit.
     03  FEE-PARKING         PIC 9(3)V99.     *> Per night - not auto accrued.
     03  FEE-CURRENCY        PIC X(3).        *> ISO code, spaces = GBP (base) - see ZT400.
     03  FEE-TAX-CODE        PIC X.           *> VAT code, spaces = S - see ZT800.
*>
 FD  FEESCHEDBACKUP-FILE.
 01  FEESCHEDBACKUP-RECORD   PIC X(36).
*>
*>   Fee accrual ledger - one line per saved flight with a priced fee
*>   schedule at the destination, reported monthly by OJ000.
*>
 FD  FEEACCRUAL-FILE.
 01  FEE-ACCRUAL-RECORD.
     03  FAC-DATE            PIC 9(8).
     03  FAC-REG             PIC X(6).
     03  FAC-ICAO            PIC X(4).
     03  FAC-LANDING         PIC 9(5)V99.
     03  FAC-HANDLING        PIC 9(5)V99.
     03  FAC-TOTAL           PIC 9(6)V99.
     03  FAC-MATCH           PIC X.     *> space unmatched, M matched, D disputed - see OG500.
*>
 FD  FUELSTOCK-FILE.
 01  FUELSTOCK-RECORD.
     03  FST-TANK            PIC X(8).  *> e.g. BOWSER-A, BOWSER-J.
     03  FST-DATE            PIC 9(8).
     03  FST-TYPE            PIC X.     *> D delivery in, U uplift out, A dip adjustment.
     03  FST-LITRES          PIC S9(6) SIGN LEADING SEPARATE.
     03  FST-NOTE            PIC X(20).
*>
 FD  FEEACCRUAL-TEMP.
 01  FEEACCRUAL-TEMP-REC     PIC X(41).
*>
*>   File Definition for the flying-hours budget file - see the
*>   SELECT above. Minutes, the storage every total here uses.
*>
 FD  BUDGET-FILE.
 01  BUDGET-RECORD.
     03  BUD-KEY.
         05  BUD-KIND        PIC X.     *> R = registration, I = instructor.
         05  BUD-NAME        PIC X(15). *> Reg (padded) or instructor name.
         05  BUD-MONTH       PIC 9(6).  *> ccyymm.
     03  BUD-MINS            PIC 9(6).  *> Planned minutes for the month.
*>
 FD  BUDGETBACKUP-FILE.
 01  BUDGETBACKUP-RECORD     PIC X(28).
*>
*>   File Definition for the running monthly totals - see the SELECT
*>   above. Same minutes units as WS-TOTALS.
*>
 FD  MTHTOTALS-FILE.
 01  MTHTOTALS-RECORD.
     03  MTT-KEY.
         05  MTT-KIND        PIC X.     *> C = Captain, T = aircraft type.
         05  MTT-NAME        PIC X(15). *> Captain name or type (padded).
         05  MTT-MONTH       PIC 9(6).  *> ccyymm.
     03  MTT-P1-DAY          PIC 9(8).
     03  MTT-P23-DAY         PIC 9(8).
     03  MTT-P1-NIGHT        PIC 9(8).
     03  MTT-P23-NIGHT       PIC 9(8).
     03  MTT-INS             PIC 9(8).  *> Instrument minutes.
     03  MTT-FLIGHTS         PIC 9(6).
*>
 FD  MTHTOTALSBACKUP-FILE.
 01  MTHTOTALSBACKUP-RECORD  PIC X(68).
*>
*>   File Definition for the parts stock file - see the SELECT above.
*>
 FD  PARTS-FILE.
 01  PARTS-RECORD.
     03  PRT-NO              PIC X(12).
     03  PRT-DESC            PIC X(30).
     03  PRT-QTY-HELD        PIC 9(5).
     03  PRT-REORDER-LVL     PIC 9(5).
     03  PRT-UNIT-COST       PIC 9(5)V99.
*>
 FD  PARTSBACKUP-FILE.
 01  PARTSBACKUP-RECORD      PIC X(59).
*>
*>   Parts usage ledger - one line per part fitted at a tech log
*>   clearance, keyed back to the defect (reg + number).
*>
 FD  PARTSUSAGE-FILE.
 01  PARTSUSAGE-RECORD.
     03  PUS-REG             PIC X(6).
     03  PUS-DEFECT-NO       PIC 9(4).
     03  PUS-DATE            PIC 9(8).
     03  PUS-PART            PIC X(12).
     03  PUS-QTY             PIC 9(3).
     03  PUS-COST            PIC 9(6)V99.
     03  PUS-WO-NO           PIC 9(4).  *> Work order drawn for, zero/spaces = a clearance.
*>
*>   File Definition for the voucher register - see the SELECT above.
*>
 FD  VOUCHER-FILE.
 01  VOUCHER-RECORD.
     03  VCH-NO              PIC 9(6).
     03  VCH-SALE-DATE       PIC 9(8).  *> ccyymmdd sold.
     03  VCH-AMOUNT          PIC 9(5)V99.
     03  VCH-PURCHASER       PIC X(30).
     03  VCH-EXPIRY          PIC 9(8).  *> ccyymmdd voucher lapses.
     03  VCH-FLT-KEY         PIC X(12). *> Trial lesson flown, spaces until redeemed.
     03  VCH-STATUS          PIC X.     *> O outstanding, R redeemed, X void.
     03  VCH-TAX-CODE        PIC X.     *> VAT code, spaces = S - see ZT800.
*>
 FD  VOUCHERBACKUP-FILE.
 01  VOUCHERBACKUP-RECORD    PIC X(73).
*>
*>   File Definition for the mail recipient table - see the SELECT
*>   above.
*>
 FD  RECIPIENT-FILE.
 01  RECIPIENT-RECORD.
     03  RCP-NAME            PIC X(15). *> Same width & content as PILOT-NAME, or OPSDESK.
     03  RCP-EMAIL           PIC X(60).
*>
 FD  RECIPIENTBACKUP-FILE.
 01  RECIPIENTBACKUP-RECORD  PIC X(75).
*>
*>   File Definitions for the block-hour packages and their usage
*>   ledger - see the SELECTs above.
*>
 FD  BLKPKG-FILE.
 01  BLKPKG-RECORD.
     03  PKG-NO              PIC 9(6).
     03  PKG-CAPTAIN         PIC X(15). *> Hirer - same width & content as FLT-CAPTAIN.
     03  PKG-RATE-KEY        PIC X(8).  *> Registration or aircraft type, as CHG-RATE-KEY.
     03  PKG-MINS-BOUGHT     PIC 9(5).
     03  PKG-MINS-LEFT       PIC 9(5).
     03  PKG-PRICE           PIC 9(6)V99.
     03  PKG-SALE-DATE       PIC 9(8).  *> ccyymmdd sold.
     03  PKG-EXPIRY          PIC 9(8).  *> ccyymmdd unused minutes lapse, zero = never.
     03  PKG-STATUS          PIC X.     *> O open, U used up, X void.
*>
 FD  BLKPKGBACKUP-FILE.
 01  BLKPKGBACKUP-RECORD     PIC X(64).
*>
 FD  BLKPKGUSE-FILE.
 01  BLKPKGUSE-RECORD.
     03  PKU-FLT-KEY         PIC X(12). *> FLT-Date-Time-Key of the flight billed.
     03  PKU-PKG-NO          PIC 9(6).
     03  PKU-CAPTAIN         PIC X(15).
     03  PKU-RUN-DATE        PIC 9(8).
     03  PKU-MINS            PIC 9(5).
*>
*>   File Definitions for the instructor pay rates and pay register -
*>   see the SELECTs above. Rates are per hour.
*>
 FD  PAYRATE-FILE.
 01  PAYRATE-RECORD.
     03  IPR-INSTRUCTOR      PIC X(15). *> Same width & content as FLT-CAPTAIN.
     03  IPR-DAY-RATE        PIC 9(4)V99.
     03  IPR-NIGHT-RATE      PIC 9(4)V99.
     03  IPR-FSTD-RATE       PIC 9(4)V99.
*>
 FD  PAYRATEBACKUP-FILE.
 01  PAYRATEBACKUP-RECORD    PIC X(33).
*>
 FD  PAYREG-FILE.
 01  PAYREG-RECORD.
     03  IPY-KEY.
         05  IPY-INSTRUCTOR  PIC X(15).
         05  IPY-MONTH       PIC 9(6).  *> ccyymm paid.
     03  IPY-DAY-MINS        PIC 9(5).
     03  IPY-NIGHT-MINS      PIC 9(5).
     03  IPY-FSTD-MINS       PIC 9(5).
     03  IPY-AMOUNT          PIC 9(7)V99.
     03  IPY-RUN-DATE        PIC 9(8).  *> ccyymmdd calculated.
*>
 FD  PAYREGBACKUP-FILE.
 01  PAYREGBACKUP-RECORD     PIC X(53).
*>
*>   File Definitions for the leaseback owners and the hire income
*>   file - see the SELECTs above.
*>
 FD  OWNER-FILE.
 01  OWNER-RECORD.
     03  OWN-AC-REG          PIC X(6).  *> Same width & content as MAINT-AC-REG.
     03  OWN-NAME            PIC X(30).
     03  OWN-ADDR1           PIC X(30).
     03  OWN-ADDR2           PIC X(30).
     03  OWN-SHARE-PCT       PIC 9(3)V99. *> Owner's percentage of the net.
     03  OWN-LESS-FUEL       PIC X.     *> Y = fuel uplifted deducted.
     03  OWN-LESS-FEES       PIC X.     *> Y = landing/handling fees deducted.
     03  OWN-LESS-PARTS      PIC X.     *> Y = parts fitted deducted.
     03  OWN-FROM-DATE       PIC 9(8).  *> ccyymmdd leaseback started.
*>
 FD  OWNERBACKUP-FILE.
 01  OWNERBACKUP-RECORD      PIC X(112).
*>
 FD  HIREINC-FILE.
 01  HIREINC-RECORD.
     03  HIN-FLT-KEY         PIC X(12). *> FLT-Date-Time-Key of the flight.
     03  HIN-REG             PIC X(6).
     03  HIN-CAPTAIN         PIC X(15).
     03  HIN-MINS            PIC 9(5).
     03  HIN-VALUE           PIC 9(6)V99. *> Rate-card value of the whole flight.
     03  HIN-BILLED          PIC 9(6)V99. *> Invoiced - the value less package minutes.
     03  HIN-RUN-DATE        PIC 9(8).
*>
 FD  HIREINCBACKUP-FILE.
 01  HIREINCBACKUP-RECORD    PIC X(62).
*>   File Definition for the VAT tax codes - see the SELECT above.
*>
 FD  TAXCODE-FILE.
 01  TAXCODE-RECORD.
     03  TAX-CODE            PIC X.
     03  TAX-KIND            PIC X.     *> S standard/reduced, Z zero, E exempt, O outside scope.
     03  TAX-DESC            PIC X(20).
     03  TAX-RATE            PIC 9(2)V99. *> Percent - zero unless kind S.
*>
 FD  TAXCODEBACKUP-FILE.
 01  TAXCODEBACKUP-RECORD    PIC X(26).
*>
*>   File Definitions for purchasing - see the SELECTs above.
*>
 FD  PURCHORD-FILE.
 01  PURCHORD-RECORD.
     03  POR-KEY.
         05  POR-NO          PIC 9(6).
         05  POR-LINE        PIC 99.
     03  POR-SUPPLIER        PIC X(6).    *> Supplier code on fuelsupp.dat.
     03  POR-DATE            PIC 9(8).
     03  POR-KIND            PIC X.       *> P parts, F fuel.
     03  POR-ITEM            PIC X(12).   *> PRT-NO, or FST-TANK for fuel.
     03  POR-QTY-ORD         PIC 9(6).    *> Units, or litres for fuel.
     03  POR-UNIT-COST       PIC 9(5)V99.
     03  POR-QTY-RCVD        PIC 9(6).
     03  POR-QTY-INVD        PIC 9(6).
     03  POR-VALUE-INVD      PIC 9(7)V99.
     03  POR-STATUS          PIC X.       *> O open, C complete, X cancelled.
*>
 FD  PURCHORDBACKUP-FILE.
 01  PURCHORDBACKUP-RECORD   PIC X(70).
*>
 FD  SUPPINV-FILE.
 01  SUPPINV-RECORD.
     03  SIN-KEY.
         05  SIN-SUPPLIER    PIC X(6).
         05  SIN-REF         PIC X(12).   *> The supplier's invoice number.
     03  SIN-DATE            PIC 9(8).
     03  SIN-PO-NO           PIC 9(6).
     03  SIN-PO-LINE         PIC 99.
     03  SIN-QTY             PIC 9(6).
     03  SIN-NET             PIC 9(7)V99.
     03  SIN-VAT             PIC 9(7)V99.
     03  SIN-STATUS          PIC X.       *> M matched, U unmatched.
     03  SIN-REASON          PIC X(24).   *> Why it is unmatched.
     03  SIN-MATCH-DATE      PIC 9(8).
*>
 FD  SUPPINVBACKUP-FILE.
 01  SUPPINVBACKUP-RECORD    PIC X(91).
*>
 FD  GOODSIN-FILE.
 01  GOODSIN-RECORD.
     03  GIN-DATE            PIC 9(8).
     03  GIN-PO-NO           PIC 9(6).
     03  GIN-PO-LINE         PIC 99.
     03  GIN-ITEM            PIC X(12).
     03  GIN-QTY             PIC 9(6).
     03  GIN-NOTE            PIC X(20).   *> Supplier's delivery note.
*>
 FD  SUPPLIER-FILE.
 01  SUPPLIER-RECORD.
     03  SUP-KEY             PIC X(32).   *> Supplier code, space filled.
     03  SUP-CODE            PIC X(6).
     03  SUP-NAME            PIC X(30).
     03  SUP-PHONE           PIC X(14).
     03  SUP-ACCOUNT         PIC X(16).
     03  SUP-PREFERRED       PIC X.
     03  SUP-REVIEWED        PIC X(8).
     03  FILLER              PIC X(405).
*>
*>   File Definitions for the nominal ledger export - see the SELECTs
*>   above.
*>
 FD  NOMMAP-FILE.
 01  NOMMAP-RECORD.
     03  NOM-ROLE            PIC X(8).
     03  NOM-ACCOUNT         PIC X(10).   *> Accounts package nominal code.
     03  NOM-DESC            PIC X(30).
*>
 FD  NOMMAPBACKUP-FILE.
 01  NOMMAPBACKUP-RECORD     PIC X(48).
*>
 FD  NOMEXP-FILE.
 01  NOMEXP-RECORD.
     03  NEX-PERIOD          PIC 9(6).    *> ccyymm exported.
     03  NEX-RUN-DATE        PIC 9(8).
     03  NEX-USER            PIC X(15).
     03  NEX-LINES           PIC 9(4).
     03  NEX-TOTAL           PIC 9(9)V99. *> Debits (= credits) sent.
*>
 FD  NOMEXPBACKUP-FILE.
 01  NOMEXPBACKUP-RECORD     PIC X(44).
*>
 FD  NOMCSV-FILE.
 01  NOMCSV-RECORD           PIC X(132).
*>
*>   Bank statement - Date,Payer,Reference,Amount - one line per entry,
*>    credits positive, debits negative (ignored). A heading line is
*>    skipped as it has no valid date.
*>
 FD  BANKSTMT-FILE.
 01  BANKSTMT-RECORD         PIC X(256).
*>
*>   Statement lines carried forward - unmatched or left unreviewed.
*>
 FD  BANKCF-FILE.
 01  BANKCF-RECORD.
     03  BCF-DATE            PIC 9(8).    *> ccyymmdd on the statement.
     03  BCF-AMOUNT          PIC 9(7)V99.
     03  BCF-PAYER           PIC X(30).
     03  BCF-REF             PIC X(30).
     03  BCF-FIRST           PIC 9(8).    *> ccyymmdd first imported.
*>
 FD  MAILMSG-FILE.
 01  MAILMSG-RECORD          PIC X(120).
*>
 FD  MAILLOG-FILE.
 01  MAILLOG-RECORD          PIC X(120).
*>
*>   File Definition for the membership file - see the SELECT above.
*>
 FD  MEMBER-FILE.
 01  MEMBER-RECORD.
     03  MBR-NAME            PIC X(15). *> Same width & content as PILOT-NAME.
     03  MBR-JOINED          PIC 9(8).  *> ccyymmdd joined.
     03  MBR-CLASS           PIC X(8).  *> e.g. FULL, ASSOC, STUDENT.
     03  MBR-SUB-AMOUNT      PIC 9(5)V99. *> Annual subscription.
     03  MBR-PAID-TO         PIC 9(8).  *> ccyymmdd paid up to.
*>
 FD  MEMBERBACKUP-FILE.
 01  MEMBERBACKUP-RECORD     PIC X(46).
*>
 FD  MEMBERCTL-FILE.
 01  MBC-RECORD.
     03  MBC-BLOCK           PIC X.     *> Y = block lapsed members at entry, else warn only.
*>
*>   File Definition for the crew expense claim ledger - see the
*>   SELECT above.
*>
 FD  EXPCLAIM-FILE.
 01  EXPCLAIM-RECORD.
     03  CLM-NO              PIC 9(6).
     03  CLM-CAPTAIN         PIC X(15). *> Same width & content as FLT-CAPTAIN.
     03  CLM-FLT-KEY         PIC X(12). *> FLT-Date-Time-Key of the flight claimed against.
     03  CLM-DATE            PIC 9(8).  *> ccyymmdd claim entered.
     03  CLM-CATEGORY        PIC X(5).  *> FUEL / FEES / OTHER.
     03  CLM-AMOUNT          PIC 9(6)V99.
     03  CLM-STATUS          PIC X.     *> P pending, A approved, R rejected.
     03  CLM-APPROVER        PIC X(15). *> Supervisor who decided it.
*>
 FD  EXPCLAIMBACKUP-FILE.
 01  EXPCLAIMBACKUP-RECORD   PIC X(70).
*>
*>   Credit notes - see the SELECT above.
*>
 FD  CREDNOTE-FILE.
 01  CREDNOTE-RECORD.
     03  CRN-NO              PIC 9(6).
     03  CRN-INV-NO          PIC 9(6).  *> Invoice credited.
     03  CRN-CAPTAIN         PIC X(15). *> Same width & content as FLT-CAPTAIN.
     03  CRN-DATE            PIC 9(8).  *> ccyymmdd raised.
     03  CRN-POST-DATE       PIC 9(8).  *> ccyymmdd approved and posted.
     03  CRN-AMOUNT          PIC 9(7)V99. *> Gross - net plus VAT.
     03  CRN-NET             PIC 9(7)V99.
     03  CRN-VAT             PIC 9(7)V99.
     03  CRN-APPLIED         PIC 9(7)V99. *> Part taken off the invoice - rest is credit on account.
     03  CRN-REASON          PIC XX.    *> See CRN-REASON-DEFS.
     03  CRN-NOTE            PIC X(30).
     03  CRN-STATUS          PIC X.     *> P pending, A approved, R rejected.
     03  CRN-RAISED-BY       PIC X(15).
     03  CRN-APPROVER        PIC X(15). *> Supervisor who decided it.
*>
 FD  CREDNOTEBACKUP-FILE.
 01  CREDNOTEBACKUP-RECORD   PIC X(142).
*>
*>   AD/SB register and compliance - see the SELECTs above. Intervals:
*>   one-off items are due by the effective date, or the hours/months
*>   from it; recurring items again the hours/months after each
*>   compliance, whichever comes first. Zero = that limit not used.
*>
 FD  ADREG-FILE.
 01  ADREG-RECORD.
     03  ADR-KEY.
         05  ADR-AC-TYPE     PIC X(8).  *> Same width & content as FLT-AC-TYPE.
         05  ADR-NO          PIC X(12). *> e.g. 2024-0123 or SB 1234.
     03  ADR-KIND            PIC X.     *> A = AD, S = service bulletin.
     03  ADR-TITLE           PIC X(40).
     03  ADR-MANDATORY       PIC X.     *> Y = overdue grounds the aircraft.
     03  ADR-RECUR           PIC X.     *> O = one-off, R = recurring.
     03  ADR-EFF-DATE        PIC 9(8).  *> ccyymmdd effective.
     03  ADR-INT-HRS         PIC 9(5).  *> Whole hours.
     03  ADR-INT-MONTHS      PIC 9(3).
     03  ADR-APPLIC          PIC X(30). *> Applicability note - serials, mods.
*>
 FD  ADREGBACKUP-FILE.
 01  ADREGBACKUP-RECORD      PIC X(109).
*>
 FD  ADCOMP-FILE.
 01  ADCOMP-RECORD.
     03  ADC-KEY.
         05  ADC-AC-REG      PIC X(6).  *> Same width & content as FLT-AC-REG.
         05  ADC-AD-NO       PIC X(12).
         05  ADC-DATE        PIC 9(8).  *> Zero = status record, else ccyymmdd complied.
     03  ADC-AC-TYPE         PIC X(8).
     03  ADC-APPLIES         PIC X.     *> Status - Y applies, N not to this airframe.
     03  ADC-MANDATORY       PIC X.     *> Status - copied from ADR-MANDATORY.
     03  ADC-LAST-DATE       PIC 9(8).  *> Status - last complied, zero = never.
     03  ADC-DONE            PIC X.     *> Status - Y = one-off complied, closed.
     03  ADC-NEXT-DATE       PIC 9(8).  *> Status - calendar due, zero = none.
     03  ADC-NEXT-MINS       PIC 9(7).  *> Status - minutes allowed since last, zero = none.
     03  ADC-FLOWN-MINS      PIC 9(7).  *> Status - minutes flown since last ..
     03  ADC-FLOWN-TO        PIC 9(8).  *>  .. as at this date, the last review.
     03  ADC-HOURS           PIC 9(5)V9. *> Compliance - airframe hours at sign-off.
     03  ADC-ENGINEER        PIC X(20). *> Compliance - who signed it off.
     03  ADC-NOTE            PIC X(30).
*>
 FD  ADCOMPBACKUP-FILE.
 01  ADCOMPBACKUP-RECORD     PIC X(131).
*>
*>   Life-limited components - see the SELECTs above. Lives are
*>   counted against time / cycles since overhaul and the calendar
*>   from CMP-OVH-DATE; a part never overhauled has its since-new
*>   figures there and the manufacture date. Zero = limit not used.
*>
 FD  COMPONENT-FILE.
 01  COMPONENT-RECORD.
     03  CMP-KEY.
         05  CMP-PART-NO     PIC X(15).
         05  CMP-SERIAL      PIC X(15).
     03  CMP-DESC            PIC X(30).
     03  CMP-AC-REG          PIC X(6).  *> Fitted to, spaces = in stores.
     03  CMP-FITTED-DATE     PIC 9(8).  *> ccyymmdd fitted.
     03  CMP-TSN-MINS        PIC 9(7).  *> Time since new, minutes.
     03  CMP-CSN             PIC 9(6).  *> Landing cycles since new.
     03  CMP-TSO-MINS        PIC 9(7).  *> Time since overhaul, minutes.
     03  CMP-CSO             PIC 9(6).
     03  CMP-OVH-DATE        PIC 9(8).  *> ccyymmdd overhauled / made.
     03  CMP-LIFE-HRS        PIC 9(5).
     03  CMP-LIFE-CYCLES     PIC 9(6).
     03  CMP-LIFE-MONTHS     PIC 9(3).
*>
 FD  COMPONENTBACKUP-FILE.
 01  COMPONENTBACKUP-RECORD  PIC X(122).
*>
 FD  COMPMOVE-FILE.
 01  COMPMOVE-RECORD.
     03  CMV-DATE            PIC 9(8).
     03  CMV-PART-NO         PIC X(15).
     03  CMV-SERIAL          PIC X(15).
     03  CMV-ACTION          PIC X.     *> F fitted, R removed, O overhauled.
     03  CMV-AC-REG          PIC X(6).
     03  CMV-TSN-MINS        PIC 9(7).  *> Figures at the movement.
     03  CMV-CSN             PIC 9(6).
     03  CMV-TSO-MINS        PIC 9(7).
     03  CMV-CSO             PIC 9(6).
     03  CMV-USER            PIC X(15).
*>
*>   Flight authorisations - see the SELECTs above. AUT-FLT-KEY is
*>   the FLT-Date-Time-Key of the flight matched to it.
*>
 FD  FLIGHTAUTH-FILE.
 01  FLIGHTAUTH-RECORD.
     03  AUT-KEY.
         05  AUT-DATE        PIC 9(8).  *> ccyymmdd.
         05  AUT-AC-REG      PIC X(6).  *> Same width & content as FLT-AC-REG.
         05  AUT-START       PIC 9(4).  *> Planned off-blocks, minutes.
     03  AUT-END             PIC 9(4).  *> Planned on-blocks,   ditto.
     03  AUT-AC-TYPE         PIC X(8).
     03  AUT-CAPTAIN         PIC X(15). *> Same width as FLT-CAPTAIN.
     03  AUT-PURPOSE         PIC X(20).
     03  AUT-INSTRUCTOR      PIC X(15). *> Authorised by, on the crew roster.
     03  AUT-ROUTE           PIC X(40).
     03  AUT-STATUS          PIC X.     *> A authorised, F flown, C cancelled.
     03  AUT-FLT-KEY         PIC X(12). *> FLT-Date-Time-Key once flown.
     03  AUT-OVERRIDE        PIC X(4).  *> R rating, D documents - warnings accepted.
     03  AUT-USER            PIC X(15).
*>
 FD  FLIGHTAUTHBACKUP-FILE.
 01  FLIGHTAUTHBACKUP-RECORD PIC X(152).
*>
*>   Daily inspections - see the SELECTs above.
*>
 FD  DAILYINSP-FILE.
 01  DAILYINSP-RECORD.
     03  DIN-KEY.
         05  DIN-AC-REG      PIC X(6).  *> Same width & content as FLT-AC-REG.
         05  DIN-DATE        PIC 9(8).  *> ccyymmdd.
     03  DIN-TIME            PIC 9(4).  *> Signed at, minutes - FLT-START storage.
     03  DIN-SIGNER          PIC X(15).
     03  DIN-ROLE            PIC X.     *> P pilot (on the crew roster), E engineer.
     03  DIN-FINDINGS        PIC X(60). *> Spaces = nil findings.
     03  DIN-DEFECT-NO       PIC 9(4).  *> Tech log defect raised, zero = none.
     03  DIN-USER            PIC X(15).
*>
 FD  DAILYINSPBACKUP-FILE.
 01  DAILYINSPBACKUP-RECORD  PIC X(113).
*>
*>   Theory exam subjects and sittings - see the SELECTs above.
*>
 FD  TKSUBJECT-FILE.
 01  TKSUBJECT-RECORD.
     03  TKS-KEY.
         05  TKS-COURSE      PIC X(12). *> Same as STU-COURSE.
         05  TKS-SUBJECT     PIC X(8).  *> e.g. AIRLAW, MET, NAV.
     03  TKS-TITLE           PIC X(30).
     03  TKS-PASS-MARK       PIC 9(3).  *> Percent.
     03  TKS-MAX-ATTEMPTS    PIC 9(2).  *> Zero = no limit.
*>
 FD  TKSUBJECTBACKUP-FILE.
 01  TKSUBJECTBACKUP-RECORD  PIC X(55).
*>
 FD  TKEXAM-FILE.
 01  TKEXAM-RECORD.
     03  TKX-KEY.
         05  TKX-STUDENT     PIC X(15). *> Same width & content as STU-NAME.
         05  TKX-SUBJECT     PIC X(8).
         05  TKX-ATTEMPT     PIC 9(2).
     03  TKX-DATE            PIC 9(8).  *> ccyymmdd sat.
     03  TKX-SCORE           PIC 9(3).  *> Percent.
     03  TKX-RESULT          PIC X.     *> P pass, F fail - against TKS-PASS-MARK.
     03  TKX-USER            PIC X(15).
*>
 FD  TKEXAMBACKUP-FILE.
 01  TKEXAMBACKUP-RECORD     PIC X(52).
*>
*>   Trips and their legs - see the SELECTs above.
*>
 FD  TRIP-FILE.
 01  TRIP-RECORD.
     03  TRP-NO              PIC 9(5).
     03  TRP-DESC            PIC X(30).
     03  TRP-CUSTOMER        PIC X(15). *> Billed to, as INV-CAPTAIN - spaces = each leg to its Captain.
     03  TRP-FROM-DATE       PIC 9(8).  *> ccyymmdd - legs must fall inside From/To.
     03  TRP-TO-DATE         PIC 9(8).
     03  TRP-STATUS          PIC X.     *> O open for legs, C closed.
     03  TRP-USER            PIC X(15).
*>
 FD  TRIPBACKUP-FILE.
 01  TRIPBACKUP-RECORD       PIC X(82).
*>
 FD  TRIPLEG-FILE.
 01  TRIPLEG-RECORD.
     03  TRL-KEY.
         05  TRL-TRIP-NO     PIC 9(5).
         05  TRL-FLT-KEY     PIC X(12). *> FLT-Date-Time-Key of the flight.
     03  TRL-USER            PIC X(15).
*>
 FD  TRIPLEGBACKUP-FILE.
 01  TRIPLEGBACKUP-RECORD    PIC X(32).
*>
*>   Opening balances - see the SELECT above. Minutes throughout, the
*>    same units and day/night split as BF-RECORD and WS-TOTALS.
*>
 FD  OPENBAL-FILE.
 01  OPENBAL-RECORD.
     03  OPB-PILOT           PIC X(15). *> Same as PILOT-NAME and FLT-CAPTAIN.
     03  OPB-ANALYSIS                   OCCURS 2.  *> (1) Day, (2) Night.
         05  OPB-P1          PIC 9(8).
         05  OPB-P23         PIC 9(8).
         05  OPB-INS         PIC 9(8).  *> Instructing, part of P1.
     03  OPB-INSTRUMENT      PIC 9(8).
     03  OPB-MULTI           PIC 9(8).
     03  OPB-FLIGHTS         PIC 9(6).
     03  OPB-AS-AT           PIC 9(8).  *> ccyymmdd the paper logbooks were totalled to.
     03  OPB-VERIFIED-BY     PIC X(15).
     03  OPB-VERIFIED-DATE   PIC 9(8).
     03  OPB-USER            PIC X(15).
*>
 FD  OPENBALBACKUP-FILE.
 01  OPENBALBACKUP-RECORD    PIC X(131).
*>
*>   Retention rules and legal holds - see the SELECTs above.
*>
 FD  RETAIN-FILE.
 01  RETAIN-RECORD.
     03  RTN-KEY.
         05  RTN-FILE-ID     PIC XX.    *> MF manifest, EC expense claims, VC vouchers, JN journal.
         05  RTN-KIND        PIC X(4).  *> PAX; APPR REJ; RED VOID; journal file id or ALL.
     03  RTN-MONTHS          PIC 9(3).  *> Kept this many months from the record's date.
     03  RTN-ACTION          PIC X.     *> D delete, A anonymise in place, M move to archive.
     03  RTN-DESC            PIC X(30).
     03  RTN-USER            PIC X(15).
*>
 FD  RETAINBACKUP-FILE.
 01  RETAINBACKUP-RECORD     PIC X(55).
*>
 FD  LGLHOLD-FILE.
 01  LGLHOLD-RECORD.
     03  HLD-KEY.
         05  HLD-NAME        PIC X(30). *> Person held, or ALL for the whole file.
         05  HLD-FILE-ID     PIC XX.    *> As RTN-FILE-ID, ** = every file.
     03  HLD-REASON          PIC X(40).
     03  HLD-PLACED          PIC 9(8).  *> ccyymmdd.
     03  HLD-UNTIL           PIC 9(8).  *> ccyymmdd, zero = until lifted.
     03  HLD-USER            PIC X(15).
*>
 FD  LGLHOLDBACKUP-FILE.
 01  LGLHOLDBACKUP-RECORD    PIC X(103).
*>
*>   File Definition for the noise complaint register - one record per
*>   complaint, numbered in the order taken. The time is held both as
*>   given and in the FLT-DATE/FLT-START form for matching to flights;
*>   the position is latitude/longitude when known, else only the town.
*>   See ODL500.
*>
 FD  NOISE-FILE.
 01  NOISE-RECORD.
     03  NSE-NO              PIC 9(6).  *> Complaint number.
     03  NSE-DATE            PIC 9(8).  *> ccyymmdd, local - a time given in UTC is
     03  NSE-LOCAL-TIME      PIC 9(4).  *>  minutes } stored converted to local at
                                        *>          }  NSE-ICAO (UTC when none).
     03  NSE-UTC-DATE        PIC 9(8).  *> ccyymmdd } the same moment as
     03  NSE-UTC-TIME        PIC 9(4).  *> minutes  }  FLT-DATE/FLT-START.
     03  NSE-ICAO            PIC X(4).  *> Airfield concerned, spaces = not said.
     03  NSE-NAME            PIC X(30). *> Complainant.
     03  NSE-CONTACT         PIC X(40). *> Phone number or e-mail address.
     03  NSE-VIA             PIC X.     *> P phone, E e-mail, L letter, O other.
     03  NSE-TOWN            PIC X(30). *> Nearest town or village as given.
     03  NSE-POS-KNOWN       PIC X.     *> Y = latitude/longitude held.
     03  NSE-LATITUDE        PIC S9(3)V9(4) sign leading separate.
     03  NSE-LONGITUDE       PIC S9(3)V9(4) sign leading separate.
     03  NSE-TEXT            PIC X(60). *> What was reported.
     03  NSE-STATUS          PIC X.     *> O open, I investigating, R responded, C closed.
     03  NSE-RESP-DATE       PIC 9(8).  *> ccyymmdd responded, zero = not yet.
     03  NSE-FLT-DATE        PIC 9(8).  *> Flight linked - FLIGHTLOG key,
     03  NSE-FLT-START       PIC 9(4).  *>  zero date = none.
     03  NSE-AC-REG          PIC X(6).
     03  NSE-DIST            PIC 9(5).  *> nm from the nearer of its airfields, 99999 = unknown.
     03  NSE-USER            PIC X(15).
*>
 FD  NOISEBACKUP-FILE.
 01  NOISEBACKUP-RECORD      PIC X(259).
*>
*>   Attachment index - one line per file linked to a record. The
*>   owner is the key of that record, left justified:
*>     FL  flight          FLT-Date-Time-Key
*>     PI  pilot           PILOT-NAME
*>     AD  a/c documents   DOC-AC-REG
*>     TL  tech log defect TLG-KEY
*>     EC  expense claim   CLM-NO
*>     IN  invoice         INV-NO
*>   A path not starting "/" is within the attachment store, the
*>   attachments directory under the data directory. See ODM500.
*>
 FD  ATTACH-FILE.
 01  ATTACH-RECORD.
     03  ATT-KEY.
         05  ATT-KIND        PIC XX.
         05  ATT-OWNER       PIC X(20).
         05  ATT-SEQ         PIC 9(3).
     03  ATT-PATH            PIC X(100).
     03  ATT-TYPE            PIC X(4).  *> CERT FUEL INS ARC PHOT OTHR.
     03  ATT-DESC            PIC X(40).
     03  ATT-DATE            PIC 9(8).  *> ccyymmdd uploaded.
     03  ATT-USER            PIC X(15).
*>
 FD  ATTACHBACKUP-FILE.
 01  ATTACHBACKUP-RECORD     PIC X(192).
*>
 FD  ATTLIST-FILE.
 01  ATTLIST-RECORD          PIC X(256).
*>
*>   Billing run control - a month line (Captain spaces) holding the
*>   run number and whether that run finished, then one line per
*>   Captain with the run that last posted him and the gross it put
*>   on his account, so that run's posting can be taken off again.
*>
 FD  BILLRUN-FILE.
 01  BILLRUN-RECORD.
     03  BRN-KEY.
         05  BRN-MONTH       PIC 9(6).  *> ccyymm billed.
         05  BRN-CAPTAIN     PIC X(15). *> Spaces = the month line.
     03  BRN-RUN-NO          PIC 9(3).  *> Month: current run. Captain: run that posted.
     03  BRN-STATUS          PIC X.     *> Month: I in progress, L in progress on a month
                                        *>  billed before run control, C complete. Captain: P.
     03  BRN-DATE            PIC 9(8).  *> ccyymmdd of the run.
     03  BRN-POSTED          PIC 9(7)V99. *> Gross on the account from that run.
     03  BRN-INV-NO          PIC 9(6).  *> Invoice it went on.
*>
 FD  BILLRUNBACKUP-FILE.
 01  BILLRUNBACKUP-RECORD    PIC X(48).
*>
*>   Fixed-asset register - AST-COMP AF is the aircraft itself, any
*>   other code a capitalised overhaul carried as its own component
*>   (E1/E2 engines, P1/P2 propellers by convention). AST-LIFE is in
*>   months for straight-line, flying hours for per-hour assets.
*>
 FD  ASSET-FILE.
 01  ASSET-RECORD.
     03  AST-KEY.
         05  AST-AC-REG      PIC X(6).  *> Same width & content as FLT-AC-REG.
         05  AST-COMP        PIC X(2).  *> AF = the aircraft, else a component.
     03  AST-KIND            PIC X.     *> A aircraft, E engine overhaul, P propeller overhaul.
     03  AST-DESC            PIC X(30).
     03  AST-COST            PIC 9(7)V99.
     03  AST-ACQ-DATE        PIC 9(8).  *> ccyymmdd acquired / capitalised.
     03  AST-RESIDUAL        PIC 9(7)V99.
     03  AST-METHOD          PIC X.     *> S straight-line, H per flying hour.
     03  AST-LIFE            PIC 9(5).  *> Months (S) or flying hours (H).
     03  AST-ACCUM           PIC 9(7)V99. *> Depreciation charged to date.
     03  AST-LAST-MONTH      PIC 9(6).  *> ccyymm last depreciated, zero = never.
*>
 FD  ASSETBACKUP-FILE.
 01  ASSETBACKUP-RECORD      PIC X(86).
*>
*>   Depreciation charge ledger - a line per asset per month charged,
*>   appended by the monthly run (ODP600) and summed by OA000.
*>
 FD  DEPN-FILE.
 01  DEPN-RECORD.
     03  DPN-MONTH           PIC 9(6).  *> ccyymm charged.
     03  DPN-AC-REG          PIC X(6).
     03  DPN-COMP            PIC X(2).
     03  DPN-MINS            PIC 9(6).  *> Block minutes flown that month.
     03  DPN-CHARGE          PIC 9(7)V99.
     03  DPN-RUN-DATE        PIC 9(8).
*>
*>   Disposal register - the registration is in service up to and
*>   including DSP-DATE and retired from the day after. The hours and
*>   flights are those printed on the disposal pack.
*>
 FD  DISPOSAL-FILE.
 01  DISPOSAL-RECORD.
     03  DSP-AC-REG          PIC X(6).  *> Same width & content as FLT-AC-REG.
     03  DSP-DATE            PIC 9(8).  *> ccyymmdd last day in service.
     03  DSP-BUYER           PIC X(30). *> Buyer, or the reason for retirement.
     03  DSP-MINS            PIC 9(7).  *> Total block minutes flown.
     03  DSP-FLIGHTS         PIC 9(6).
     03  DSP-BY              PIC X(15). *> User who recorded the disposal.
     03  DSP-STAMP           PIC 9(8).  *> ccyymmdd recorded.
*>
 FD  DISPOSALBACKUP-FILE.
 01  DISPOSALBACKUP-RECORD   PIC X(80).
*>
*>   Leaver register - the pilot flew with the club up to and including
*>   LVR-DATE. LVR-PURGED is set when the retention rules have removed
*>   the roster, membership, rating and account records.
*>
 FD  LEAVER-FILE.
 01  LEAVER-RECORD.
     03  LVR-PILOT           PIC X(15). *> Same width & content as PILOT-NAME.
     03  LVR-DATE            PIC 9(8).  *> ccyymmdd leaving date.
     03  LVR-REASON          PIC X(30).
     03  LVR-USER            PIC X(15). *> Office login disabled, spaces = none.
     03  LVR-BY              PIC X(15). *> User who recorded the leaver.
     03  LVR-STAMP           PIC 9(8).  *> ccyymmdd recorded.
     03  LVR-PURGED          PIC 9(8).  *> ccyymmdd roster data purged, zero = held.
*>
 FD  LEAVERBACKUP-FILE.
 01  LEAVERBACKUP-RECORD     PIC X(99).
*>
 FD  AIRSPACE-FILE.
 01  AIRSPACE-RECORD         PIC X(32000).
*>
 FD  HISTKML-FILE.
 01  HISTKML-RECORD          PIC X(256).
*>
 FD  ATCMOVE-FILE.
 01  ATCMOVE-RECORD          PIC X(256).
*>
 FD  FUELCARD-FILE.
 01  FUELCARD-RECORD         PIC X(256).
*>
 FD  CREWAVAIL-FILE.
 01  CREWAVAIL-RECORD        PIC X(256).
*>
 FD  DRAFTXML-FILE.
 01  DRAFTXML-RECORD         PIC X(256).
*>
*>   Certifying staff register - CST-TYPE entries and CST-CATS letters
*>   are the scope of the authorisation; it lapses after CST-EXPIRY.
*>
 FD  CERTSTAFF-FILE.
 01  CERTSTAFF-RECORD.
     03  CST-ENGINEER        PIC X(15). *> Same width & content as DIN-SIGNER.
     03  CST-LICENCE-NO      PIC X(12). *> Engineer's licence.
     03  CST-AUTH-REF        PIC X(10). *> Club authorisation reference.
     03  CST-TYPES.
         05  CST-TYPE        PIC X(8)   OCCURS 6.  *> Same content as FLT-AC-TYPE.
     03  CST-CATS            PIC X(6).  *> D defect clearance, A AD/SB, I daily inspection.
     03  CST-EXPIRY          PIC 9(8).  *> ccyymmdd authorisation expires.
     03  CST-BY              PIC X(15). *> User who last changed the entry.
     03  CST-STAMP           PIC 9(8).  *> ccyymmdd last changed.
*>
 FD  CERTSTAFFBACKUP-FILE.
 01  CERTSTAFFBACKUP-RECORD  PIC X(122).
*>
*>   Maintenance work orders - WOR-DEFECT-NO entries are the tech log
*>   defects the package clears; WOR-INSPECTION Y means it includes
*>   the scheduled inspection, so closing it resets the next due hours
*>   WOR-INSP-HRS on from the hours flown.
*>
 FD  WORKORDER-FILE.
 01  WORKORDER-RECORD.
     03  WOR-KEY.
         05  WOR-AC-REG      PIC X(6).  *> Same width & content as TLG-AC-REG.
         05  WOR-NO          PIC 9(4).
     03  WOR-DESC            PIC X(40).
     03  WOR-OPENED          PIC 9(8).  *> ccyymmdd.
     03  WOR-CLOSED          PIC 9(8).  *> ccyymmdd, zero while open.
     03  WOR-STATUS          PIC X.     *> O open, C closed.
     03  WOR-INSPECTION      PIC X.     *> Y includes the scheduled inspection.
     03  WOR-INSP-HRS        PIC 9(4).  *> Hours on to the next inspection.
     03  WOR-DEFECTS.
         05  WOR-DEFECT-NO   PIC 9(4)   OCCURS 12.  *> TLG-DEFECT-NO, zero = unused.
     03  WOR-BY              PIC X(15). *> User who opened it.
*>
 FD  WORKORDERBACKUP-FILE.
 01  WORKORDERBACKUP-RECORD  PIC X(135).
*>
*>   Work order labour ledger - see the SELECT above.
*>
 FD  WOLABOUR-FILE.
 01  WOLABOUR-RECORD.
     03  WLB-REG             PIC X(6).
     03  WLB-WO-NO           PIC 9(4).
     03  WLB-DATE            PIC 9(8).
     03  WLB-ENGINEER        PIC X(15).
     03  WLB-HOURS           PIC 9(3)V99.
     03  WLB-RATE            PIC 9(4)V99.  *> Labour rate per hour.
     03  WLB-COST            PIC 9(6)V99.
*>
*>   Report generator definition - the field codes are those in
*>   RPT-FIELD-CATALOGUE, the selection fields left blank / zero are
*>   not applied. Breaks are taken on the first RDF-BREAKS sort codes.
*>
 FD  RPTDEF-FILE.
 01  RPTDEF-RECORD.
     03  RDF-NAME            PIC X(12).
     03  RDF-TITLE           PIC X(50).
     03  RDF-FIELDS.
         05  RDF-FIELD       PIC X(4)   OCCURS 10.  *> Printed left to right, spaces = unused.
     03  RDF-PERIOD          PIC X.     *> M last month, Y year to date, space = dates below.
     03  RDF-FROM-DATE       PIC 9(8).  *> ccyymmdd, zero = from the start.
     03  RDF-TO-DATE         PIC 9(8).  *> ccyymmdd, zero = to date.
     03  RDF-CAPACITY        PIC XXX.   *> As FLT-CAPACITY.
     03  RDF-REG             PIC X(6).
     03  RDF-AIRFIELD        PIC X(4).  *> Matched at either end.
     03  RDF-MIN-DIST        PIC 9(5).  *> Nautical miles.
     03  RDF-SORTS.
         05  RDF-SORT        PIC X(4)   OCCURS 3.   *> Spaces = flight date & time order.
     03  RDF-BREAKS          PIC 9.     *> 0 - 3.
     03  RDF-OUTPUT          PIC X.     *> P print, C CSV.
     03  RDF-BY              PIC X(15). *> User who last changed it.
     03  RDF-STAMP           PIC 9(8).  *> ccyymmdd of that change.
*>
 FD  RPTDEFBACKUP-FILE.
 01  RPTDEFBACKUP-RECORD     PIC X(174).
*>
 FD  RPTCSV-FILE.
 01  RPTCSV-RECORD           PIC X(1024).
*>
*>   KPI target - the KPI codes are those in KPI-CATALOGUE. A month
*>   with no records is scored "No target".
*>
 FD  KPITARGET-FILE.
 01  KPITARGET-RECORD.
     03  KPT-KEY.
         05  KPT-MONTH       PIC 9(6).  *> ccyymm.
         05  KPT-CODE        PIC X(4).
     03  KPT-TARGET          PIC 9(7)V99.
     03  KPT-TOLERANCE       PIC 9(3).  *> Percent of the target either side before a miss.
     03  KPT-BY              PIC X(15). *> User who last changed it.
     03  KPT-STAMP           PIC 9(8).  *> ccyymmdd of that change.
*>
 FD  KPITARGETBACKUP-FILE.
 01  KPITARGETBACKUP-RECORD  PIC X(45).
*>
 FD  KPICSV-FILE.
 01  KPICSV-RECORD           PIC X(256).
*>
*>   Held change - the images are the file's own record, left-justified
*>   space-padded as in the journal, except a user role change, which
*>   holds only the name and role (USR-NAME then USR-ROLE) - never the
*>   password hash - and a period reopen, which holds the closed-thru
*>   ccyymm. APV-NO through APV-DESC is what goes to the journal.
*>
 FD  APPROVAL-FILE.
 01  APPROVAL-RECORD.
     03  APV-NO              PIC 9(6).
     03  APV-ACTION          PIC X(4).  *> Code in WS-Dual-Actions, e.g. FLDL.
     03  APV-OP              PIC X.     *> W insert, R amend, D delete.
     03  APV-STATUS          PIC X.     *> P pending, A approved & applied, R rejected.
     03  APV-MAKER           PIC X(15). *> User who made the change.
     03  APV-MADE-DATE       PIC 9(8).  *> ccyymmdd.
     03  APV-MADE-TIME       PIC 9(6).  *> hhmmss.
     03  APV-CHECKER         PIC X(15). *> Supervisor who decided it, spaces = pending.
     03  APV-DECIDED         PIC 9(8).  *> ccyymmdd, zero = pending.
     03  APV-DESC            PIC X(30). *> Record key as shown to the checker.
     03  APV-BEFORE          PIC X(176).
     03  APV-AFTER           PIC X(176).
*>
 FD  APPROVALBACKUP-FILE.
 01  APPROVALBACKUP-RECORD   PIC X(446).
*>
 FD  APPROVALCTL-FILE.
 01  APC-RECORD.
     03  APC-SWITCH          PIC X      OCCURS 6.  *> Y = held for a second supervisor.
*>
*>  Field entry transaction - one line per flight keyed on a kit,
*>   written by fieldentry.cbl: who keyed it and when, then the
*>   flight as FLIGHTLOG-RECORD holds it. Only the keyed part, the
*>   first 109 bytes, is taken - the rest is not captured in the field.
*>
 FD  FIELDTRAN-FILE.
 01  FIELDTRAN-RECORD.
     03  FTR-ENTERED-BY      PIC X(15).
     03  FTR-ENTERED-DATE    PIC 9(8).   *> ccyymmdd.
     03  FTR-ENTERED-TIME    PIC 9(6).   *> hhmmss.
     03  FTR-FLIGHT          PIC X(176).
*>
*>  Conflict review list - a field entry the merge could not place,
*>   why, the logged flight it clashes with and the kit line itself.
*>
 FD  FIELDCONF-FILE.
 01  FIELDCONF-RECORD.
     03  FCF-REASON          PIC X(4).   *> DUPK, OVLP, CLSD, BADF or FAIL - see OED000.
     03  FCF-CLASH-KEY       PIC X(12).  *> FLT-Date-Time-Key clashed with, spaces = none.
     03  FCF-MERGED-BY       PIC X(15).
     03  FCF-MERGED-DATE     PIC 9(8).
     03  FCF-ENTERED-BY      PIC X(15).
     03  FCF-ENTERED-DATE    PIC 9(8).
     03  FCF-ENTERED-TIME    PIC 9(6).
     03  FCF-FLIGHT          PIC X(176).
*>
 FD  FIELDCONF-TEMP.
 01  FIELDCONF-TEMP-REC      PIC X(244).
*>
*>  Every kit line merged, with its outcome - M merged, S already in
*>   the log as keyed, C to the review list.
*>
 FD  FIELDHIST-FILE.
 01  FIELDHIST-RECORD.
     03  FHS-OUTCOME         PIC X.
     03  FHS-MERGED-DATE     PIC 9(8).
     03  FHS-MERGED-BY       PIC X(15).
     03  FHS-TRAN            PIC X(205).
*>
 FD  RETARCH-FILE.
 01  RETARCH-RECORD.
     03  RTA-FILE-ID         PIC XX.
     03  RTA-MOVED           PIC 9(8).
     03  RTA-IMAGE           PIC X(384). *> Widest is the journal entry.
*>
 FD  JNLNEW-FILE.
 01  JNLNEW-RECORD           PIC X(384).
*>
 FD  RETCERT-FILE.
 01  RETCERT-RECORD          PIC X(132).
*>
*>   File Definition for the runway table - see the SELECT above.
*>
 FD  RUNWAY-FILE.
 01  RUNWAY-RECORD.
     03  RWY-KEY.
         05  RWY-ICAO        PIC X(4).
         05  RWY-DESIG       PIC X(2).  *> e.g. 02, 20 - reciprocal is its own record.
     03  RWY-LENGTH          PIC 9(4).  *> Metres.
     03  RWY-SURFACE         PIC X.     *> G grass, A asphalt/hard.
*>
 FD  RUNWAYBACKUP-FILE.
 01  RUNWAYBACKUP-RECORD     PIC X(11).
*>
*>   File Definition for the booking diary - see the SELECT above.
*>
 FD  BOOKING-FILE.
 01  BOOKING-RECORD.
     03  BKG-KEY.
         05  BKG-AC-REG      PIC X(6).  *> Same width & content as FLT-AC-REG.
         05  BKG-DATE        PIC 9(8).  *> ccyymmdd.
         05  BKG-START       PIC 9(4).  *> Minutes, the FLT-START storage.
     03  BKG-END             PIC 9(4).  *>  ditto.
     03  BKG-HIRER           PIC X(15). *> Same width as FLT-CAPTAIN.
*>
 FD  BOOKINGBACKUP-FILE.
 01  BOOKINGBACKUP-RECORD    PIC X(37).
*>
*>   File Definition for the cruise performance file - see the
*>   SELECT above.
*>
 FD  CRUISE-FILE.
 01  CRUISE-RECORD.
     03  CRU-AC-TYPE         PIC X(8).
     03  CRU-TAS             PIC 9(3).        *> True airspeed, knots.
     03  CRU-LPH             PIC 9(3)V9.      *> Cruise burn, litres per hour.
*>
 FD  CRUISEBACKUP-FILE.
 01  CRUISEBACKUP-RECORD     PIC X(15).
*>
*>   File Definition for the charter quote register - see the SELECT
*>   above.
*>
 FD  QUOTE-FILE.
 01  QUOTE-RECORD.
     03  QUO-NO              PIC 9(6).
     03  QUO-DATE            PIC 9(8).  *> ccyymmdd quoted.
     03  QUO-CUSTOMER        PIC X(30).
     03  QUO-FROM            PIC X(4).
     03  QUO-TO              PIC X(4).
     03  QUO-AC-TYPE         PIC X(8).
     03  QUO-DIST            PIC 9(5).  *> Great-circle nm.
     03  QUO-BLOCK-MINS      PIC 9(5).
     03  QUO-FUEL-COST       PIC 9(6)V99.
     03  QUO-FEES            PIC 9(6)V99.
     03  QUO-PRICE           PIC 9(7)V99.
     03  QUO-FLT-KEY         PIC X(12). *> Actual flight once matched, spaces until then.
*>
 FD  QUOTEBACKUP-FILE.
 01  QUOTEBACKUP-RECORD      PIC X(107).
*>
*>   File Definition for the safety occurrence register - see the
*>   SELECT above.
*>
 FD  OCCUR-FILE.
 01  OCCUR-RECORD.
     03  OCC-KEY.
         05  OCC-AC-REG      PIC X(6).  *> Same width & content as FLT-AC-REG.
         05  OCC-SEQ-NO      PIC 9(4).  *> Numbered within the registration.
     03  OCC-DATE            PIC 9(8).  *> ccyymmdd of the occurrence.
     03  OCC-CATEGORY        PIC X(10). *> AIRPROX / RWYINCUR / HEAVYLDG / FUELMIN / OTHER.
     03  OCC-SEVERITY        PIC X.     *> A serious, B significant, C minor.
     03  OCC-FLT-KEY         PIC X(12). *> Linked FLT-Date-Time-Key, spaces = none.
     03  OCC-MOR             PIC X.     *> Y = mandatory occurrence report required.
     03  OCC-MOR-DEADLINE    PIC 9(8).  *> ccyymmdd filing deadline (occ date + 3).
     03  OCC-STATUS          PIC X.     *> O open, C closed.
     03  OCC-NARRATIVE       PIC X(60). *> Free text.
*>
 FD  OCCURBACKUP-FILE.
 01  OCCURBACKUP-RECORD      PIC X(111).
*>
*>   File Definition for the passenger manifest - see the SELECT
*>   above.
*>
 FD  MANIFEST-FILE.
 01  MANIFEST-RECORD.
     03  MFS-KEY.
         05  MFS-DATE-TIME   PIC X(12). *> Same date+start key bytes as FLIGHTLOG-RECORD.
         05  MFS-SEQ         PIC 9(2).  *> Seat sequence within the flight, from 1.
     03  MFS-NAME            PIC X(30). *> Passenger full name.
*>
 FD  MANIFESTBACKUP-FILE.
 01  MANIFESTBACKUP-RECORD   PIC X(44).
*>
*>   File Definition for the exchange rate file - see the SELECT
*>   above.
*>
 FD  EXCHRATE-FILE.
 01  EXCHRATE-RECORD.
     03  EXR-KEY.
         05  EXR-CURRENCY    PIC X(3).        *> ISO code, e.g. EUR, USD.
         05  EXR-EFF-DATE    PIC 9(8).        *> ccyymmdd effective from.
     03  EXR-RATE            PIC 9(3)V9(4).   *> GBP per unit of the currency.
*>
 FD  EXCHRATEBACKUP-FILE.
 01  EXCHRATEBACKUP-RECORD   PIC X(18).
*>
*>   File Definition for the customer/account master - see the SELECT
*>   above. Balance is signed display so the .seq backup stays plain
*>   text, same scheme as the airfield latitudes.
*>
 FD  ACCOUNT-FILE.
 01  ACCOUNT-RECORD.
     03  ACC-CAPTAIN         PIC X(15). *> Same width & content as FLT-CAPTAIN.
     03  ACC-ADDR1           PIC X(30).
     03  ACC-ADDR2           PIC X(30).
     03  ACC-OPENED          PIC 9(8).  *> ccyymmdd account opened.
     03  ACC-BALANCE         PIC S9(7)V99 SIGN LEADING SEPARATE. *> +ve = owes us.
*>
 FD  ACCOUNTBACKUP-FILE.
 01  ACCOUNTBACKUP-RECORD    PIC X(93).
*>
*>   File Definition for the invoice register - see the SELECT above.
*>
 FD  INVOICE-FILE.
 01  INVOICE-RECORD.
     03  INV-NO              PIC 9(6).
     03  INV-CAPTAIN         PIC X(15). *> Same width & content as FLT-CAPTAIN.
     03  INV-MONTH           PIC 9(6).  *> ccyymm billed.
     03  INV-DATE            PIC 9(8).  *> ccyymmdd raised - ageing runs from here.
     03  INV-AMOUNT          PIC 9(7)V99.
     03  INV-PAID            PIC 9(7)V99.
     03  INV-STATUS          PIC X.     *> O open, P part paid, S settled.
     03  INV-NET             PIC 9(7)V99. *> INV-AMOUNT is the gross - net plus VAT.
     03  INV-VAT             PIC 9(7)V99.
     03  INV-CREDITED        PIC 9(7)V99. *> Credit notes applied - see ONC500.
     03  INV-DUN-LEVEL       PIC 9.     *> Last letter sent - 1 reminder, 2 final, 3 stop-fly.
     03  INV-DUN-DATE        PIC 9(8).  *> ccyymmdd that letter was sent.
*>
 FD  INVOICEBACKUP-FILE.
 01  INVOICEBACKUP-RECORD    PIC X(90).
*>
*>   Receipts audit trail - one line per receipt entered - see ON000.
*>
 FD  RECEIPTLOG-FILE.
 01  RECEIPT-RECORD.
     03  RCT-DATE            PIC 9(8).
     03  RCT-CAPTAIN         PIC X(15).
     03  RCT-INV-NO          PIC 9(6).
     03  RCT-AMOUNT          PIC 9(7)V99.
     03  RCT-TYPE            PIC X.     *> Space receipt, C credit note.
     03  RCT-CRN-NO          PIC 9(6).  *> Credit note number when type C.
*>
*>   Flight archive - one archived FLIGHTLOG-RECORD image per line,
*>   same layout as the .seq backup - see OH000-Archive-Purge.
*>
 FD  ARCHIVE-FILE.
 01  ARCHIVE-RECORD          PIC X(176).
*>
*>   Brought-forward totals - a single record accumulated across all
*>   archive runs, mirroring the WS-TOTALS shape so the analysis
*>   reports can fold archived history back in.
*>
 FD  BFTOTALS-FILE.
 01  BF-RECORD.
     03  BF-CUTOFF           PIC 9(8).        *> Latest archive cutoff used.
     03  BF-FLIGHTS          PIC 9(6).        *> Flights archived to date.
     03  BF-ANALYSIS                          OCCURS 2.  *> (1) Day, (2) Night.
         05  BF-P1           PIC 9(8).
         05  BF-P23          PIC 9(8).
         05  BF-INS          PIC 9(8).
     03  BF-INSTRUMENT       PIC 9(8).
     03  BF-MULTI            PIC 9(8).
     03  BF-INSX             PIC 9(8).
     03  BF-DISTANCE         PIC 9(8).
*>
*>   File Definition for the user account file - see the SELECT above.
*>
 FD  USER-FILE.
 01  USER-RECORD.
     03  USR-NAME            PIC X(15).
     03  USR-HASH            PIC X(48).   *> SHA3-384 of the password field.
     03  USR-ROLE            PIC X.       *> S = Supervisor, O = Operator, X = disabled (ODR500).
     03  USR-LAST-LOGIN      PIC 9(8).    *> ccyymmdd.
*>
 FD  USERBACKUP-FILE.
 01  USERBACKUP-RECORD       PIC X(72).
*>
*>   Update journal record - before/after images are held at the
*>   flight-record width (the widest journalled file); the shorter
*>   reference records sit left-justified space-padded within them.
*>
*>   File Definition for the pilot rating/endorsement file - class
*>   ratings SEP/MEP, IR, NIGHT, the CPLX complex endorsement, or an
*>   aircraft type (same 8 characters as Aircraft-Type) for a type
*>   rating. Zero expiry = non-expiring.
*>
*>   File Definition for the student file - see the SELECT above.
*>
 FD  STUDENT-FILE.
 01  STUDENT-RECORD.
     03  STU-NAME            PIC X(15). *> Same width & content as FLT-CREW2.
     03  STU-COURSE          PIC X(12). *> e.g. PPL, LAPL, NIGHT.
     03  STU-START           PIC 9(8).  *> ccyymmdd course start.
*>
 FD  STUDENTBACKUP-FILE.
 01  STUDENTBACKUP-RECORD    PIC X(35).
*>
 FD  RATING-FILE.
 01  RATING-RECORD.
     03  RTG-KEY.
         05  RTG-PILOT       PIC X(15). *> Same width & content as FLT-CAPTAIN.
         05  RTG-CODE        PIC X(8).
     03  RTG-EXPIRY          PIC 9(8).  *> ccyymmdd, zero = non-expiring.
*>
 FD  RATINGBACKUP-FILE.
 01  RATINGBACKUP-RECORD     PIC X(31).
*>
*>   File Definition for the FSTD/simulator session file - see the
*>   SELECT above. Times are minutes, same storage as the flight file.
*>
 FD  FSTD-FILE.
 01  FSTD-RECORD.
     03  FSTD-KEY.
         05  FSTD-DATE       PIC 9(8).    *> ccyymmdd.
         05  FSTD-START      PIC 9(4).    *> In minutes.
     03  FSTD-END            PIC 9(4).    *>  ditto.
     03  FSTD-DEVICE-ID      PIC X(10).   *> Device identifier / approval no.
     03  FSTD-QUAL-LEVEL     PIC X(8).    *> e.g. FNPT-II, FTD-2, FFS-D.
     03  FSTD-AC-TYPE        PIC X(8).    *> Type simulated.
     03  FSTD-CAPTAIN        PIC X(15).   *> Same width & content as FLT-CAPTAIN.
     03  FSTD-INSTRUMENT     PIC 9(4).    *> Instrument minutes within the session.
     03  FSTD-REMARKS        PIC X(32).
*>
 FD  FSTDBACKUP-FILE.
 01  FSTDBACKUP-RECORD       PIC X(93).
*>
 FD  PERIODCLOSE-FILE.
 01  PCL-RECORD.
     03  PCL-CLOSED-THRU     PIC 9(6).    *> ccyymm - months up to here are closed.
*>
 FD  CTLTOTAL-FILE.
 01  CTLTOTAL-RECORD.
     03  CTT-DATE            PIC 9(8).    *> ccyymmdd of the close that wrote it.
     03  CTT-TIME            PIC 9(6).    *> hhmmss.
     03  CTT-USER            PIC X(15).
     03  CTT-TOTALS          PIC X(77).   *> As WST-Ctt-Set.
*>
*>   File Definition for the technical log - see the SELECT above.
*>
 FD  TECHLOG-FILE.
 01  TECHLOG-RECORD.
     03  TLG-KEY.
         05  TLG-AC-REG      PIC X(6).  *> Same width & content as FLT-AC-REG.
         05  TLG-DEFECT-NO   PIC 9(4).  *> Numbered within the registration.
     03  TLG-RAISED-DATE     PIC 9(8).  *> ccyymmdd.
     03  TLG-STATUS          PIC X.     *> R raised, D deferred, C cleared.
     03  TLG-SEVERITY        PIC X.     *> A grounding, B rectify soon, C minor.
     03  TLG-DEFER-EXPIRY    PIC 9(8).  *> ccyymmdd deferral expires, zero = n/a.
     03  TLG-CLEARED-DATE    PIC 9(8).  *> ccyymmdd, zero = still open.
     03  TLG-TEXT            PIC X(60). *> Free text.
     03  TLG-ATA             PIC XX.    *> ATA 100 chapter, e.g. 32 landing gear, spaces = not coded.
     03  TLG-CLEARED-BY      PIC X(15). *> Certifying engineer (CST-ENGINEER), spaces = open - 113.
*>
 FD  TECHLOGBACKUP-FILE.
 01  TECHLOGBACKUP-RECORD    PIC X(113).
*>
 FD  JOURNAL-FILE.
 01  JNL-RECORD.
     03  JNL-DATE            PIC 9(8).    *> ccyymmdd of the update.
     03  JNL-TIME            PIC 9(6).    *> hhmmss.
     03  JNL-USER            PIC X(15).   *> Logged-in user - see A060.
     03  JNL-FILE-ID         PIC XX.      *> FL/AF/PI/MA files, CR/FS/AC/US approved changes,
*>                                          MC approvals, FE field entries, PC period close,
*>                                          CT control totals, RT retention run.
     03  JNL-ACTION          PIC X.       *> W write, R rewrite, D delete, A anonymised, H held,
*>                                          Y approved / merged, N rejected / discarded,
*>                                          C changed / run, O override taken.
     03  JNL-BEFORE          PIC X(176).
     03  JNL-AFTER           PIC X(176).
*>
 FD  PRINT-FILE.
 01  PRINT-RECORD            PIC X(184).   *> was 160, widened for distance then crew 2.
*>
 FD  SIGNED-FILE.
 01  SIGNED-RECORD           PIC X(200).
*>
 FD  ICAL-FILE.
 01  ICAL-RECORD             PIC X(200).
*>
 01  filler.             *> Print-Head1.
     03  PH1-Prog            PIC X(23).
     03  PH1-TITLE1          PIC X(28).
     03  PH1-NAME            PIC X(40).
     03  FILLER              PIC X(9).
     03  PH1-DATE            PIC X(12).
     03  PH1-TIME            PIC X(12).
     03  PH1-TITPAG          PIC X(5).
     03  PH1-PAGE            PIC ZZ9.
*>
 01  filler.             *> Print-Head2.
     03  FILLER              PIC X(11).
     03  PH2-LIT1            PIC X(14).
     03  FILLER              PIC X(17).
     03  PH2-LIT2            PIC X(51). *> 93
*>
 01  filler.             *> Print-Head3.
     03  FILLER              PIC XX.
     03  PH3-LIT1            PIC X(32).
     03  FILLER              PIC X(7).
     03  PH3-LIT2            PIC X(139).  *> 180
*>
 01  Print-Heads-Ext-Line2.             *> Print-Head2. NEEDS CHANGES
     03  FILLER              PIC X(11).
     03  PH12-LIT1           PIC X(14).    *> same lit. as PH2-lit1
     03  FILLER              PIC X(17).
     03  PH12-LIT2           PIC X(58).    *> 100
*>
 01  Print-Heads-Ext-Line3.             *> Print-Head3.Longest print line 142
     03  FILLER              PIC XX.
     03  PH13-LIT1           PIC X(32).   *> Same lit. as PH3-Lit1
     03  FILLER              PIC X(7).
     03  PH13-LIT2           PIC X(126). *> EASA heading is the widest - 167
*>
 01  filler.
     03  PR1-DATE            PIC X(10)B.
     03  PR1-AC-TYPE         PIC X(9).
     03  PR1-AC-REG          PIC X(7).
     03  PR1-CAPTAIN         PIC X(15).     *> 42
     03  PR1-CAPACITY        PIC X(4).      *> 46
     03  PR1-FROM            PIC X(5).      *> 51
     03  PR1-TO              PIC X(6).      *> 57
     03  PR1-START           PIC 99.99B.    *> 63
     03  PR1-END             PIC 99.99B.    *> 69
     03  PR1-P1              PIC Z9.99    BLANK WHEN ZERO OCCURS 2.  *> 74,79 P1, P2/3
     03  PR1-P2              PIC Z9.99    BLANK WHEN ZERO OCCURS 2.  *> 84,89 P1, P2/3
     03  PR1-IFR             PIC Z9.99    BLANK WHEN ZERO.           *> 94
     03  PR1-MULTI           PIC Z9.99B   BLANK WHEN ZERO.           *> 100 Multi engine
     03  PR1-REMARKS         PIC X(32).                              *> 132 138 -
     03  PR1-HOBBS           PIC ZZZ9.9B  BLANK WHEN ZERO.           *> Hobbs (in - out).
     03  PR1-FUEL-UPLIFT     PIC ZZZ9B    BLANK WHEN ZERO.
     03  PR1-FUEL-REMAINING  PIC ZZZ9     BLANK WHEN ZERO.
     03  PR1-DIST            PIC ZZZZ9    BLANK WHEN ZERO.           *> Great-circle nm.
     03  PR1-CREW2           PIC BX(15).                             *> 2nd crew member.
     03  PR1-LCL-DEP         PIC B99.99.                             *> Local time at FLT-FROM.
     03  PR1-LCL-ARR         PIC B99.99.                             *> Local time at FLT-TO.
*>
 01  Print-Extended-Log.
     03  PR11-DATE            PIC X(10)B.
     03  PR11-AC-TYPE         PIC X(9).
     03  PR11-AC-REG          PIC X(7).
     03  PR11-CAPTAIN         PIC X(15).     *> 42
     03  PR11-CAPACITY        PIC X(4).      *> 46
     03  PR11-FROM            PIC X(15)b.        *> 51 +11 = 62   Using 1st 15 chars
     03  PR11-TO              PIC X(15)b.        *> 57 +10 = 78   - - ditto - -
     03  PR11-START           PIC 99.99B.    *> 63  84
     03  PR11-END             PIC 99.99B.    *> 69  90
     03  PR11-Day-P           PIC Z9.99    BLANK WHEN ZERO.           *> 74 =
 *>    03  PR11-Day-TG          pic zz9      blank when zero.
     03  PR11-Nite-P          PIC Z9.99    BLANK WHEN ZERO.           *> 79 = 100
 *>    03  PR11-Nit-TG          pic zz9      blank when zero.     *> increase size by 6
     03  PR11-IFR             PIC Z9.99    BLANK WHEN ZERO.           *> 94 = 105
     03  PR11-MULTI           PIC Z9.99B   BLANK WHEN ZERO.           *> 100 Multi engine = 111
     03  PR11-REMARKS         PIC X(32).                              *> 132   =  143
     03  PR11-HOBBS           PIC ZZZ9.9B  BLANK WHEN ZERO.           *> Hobbs (in - out).
     03  PR11-FUEL-UPLIFT     PIC ZZZ9B    BLANK WHEN ZERO.
     03  PR11-FUEL-REMAINING  PIC ZZZ9     BLANK WHEN ZERO.
     03  PR11-DIST            PIC ZZZZ9    BLANK WHEN ZERO.           *> Great-circle nm.
*>
*> EASA Part-FCL / FAA 8710 style page - Date, Departure and Arrival
*>   place/time as separate columns, SP/MP time split instead of the
*>   P1/P2-3 crew-position columns above, and Pilot Function time
*>   (PIC/Co-pilot/Instructor) broken out the way a EU/FAA logbook
*>   page shows it. Landings (day/night) can't be populated - the
*>   record has never captured discrete take-off/landing counts, the
*>   same recording gap already noted against the night-currency
*>   report - so those columns print zero/blank pending that field
*>   being added to FLIGHTLOG-RECORD.
*>
 01  Print-EASA-Log.
     03  PR12-DATE            PIC X(10)B.
     03  PR12-AC-TYPE         PIC X(9).
     03  PR12-AC-REG          PIC X(7).
     03  PR12-FROM            PIC X(5).
     03  PR12-DEP-TIME        PIC 99.99B.
     03  PR12-TO              PIC X(6).
     03  PR12-ARR-TIME        PIC 99.99B.
     03  PR12-PIC-NAME        PIC X(15).     *> 55
     03  PR12-SP-TIME         PIC Z9.99    BLANK WHEN ZERO.           *> Single-pilot time
     03  PR12-MP-TIME         PIC Z9.99B   BLANK WHEN ZERO.           *> Multi-pilot time
     03  PR12-TOTAL-TIME      PIC Z9.99B   BLANK WHEN ZERO.
     03  PR12-NIGHT           PIC Z9.99    BLANK WHEN ZERO.
     03  PR12-IFR             PIC Z9.99B   BLANK WHEN ZERO.
     03  PR12-LDG-DAY         PIC Z9       BLANK WHEN ZERO.
     03  PR12-LDG-NIGHT       PIC Z9B      BLANK WHEN ZERO.
     03  PR12-PF-PIC          PIC Z9.99    BLANK WHEN ZERO.           *> Pilot function - PIC
     03  PR12-PF-COP          PIC Z9.99    BLANK WHEN ZERO.           *> Pilot function - Co-pilot
     03  PR12-PF-INSTR        PIC Z9.99B   BLANK WHEN ZERO.           *> Pilot function - Instructor
     03  PR12-REMARKS         PIC X(32).
     03  PR12-HOBBS           PIC ZZZ9.9B  BLANK WHEN ZERO.           *> Hobbs (in - out).
     03  PR12-FUEL-UPLIFT     PIC ZZZ9B    BLANK WHEN ZERO.
     03  PR12-FUEL-REMAINING  PIC ZZZ9     BLANK WHEN ZERO.
*>
 01  PRINT-RECORD2.                    *> Used for displays
     03  PR2-AIRCRAFT        PIC X(9).                                *> 9
     03  PR2-P               PIC Z(4)9.99  BLANK WHEN ZERO OCCURS 6.  *> 17,25,33,41,49,57
     03  PR2-TOTAL           PIC Z(4)9.99.                            *> 65
     03  PR2-IFR             PIC Z(4)9.99  BLANK WHEN ZERO.           *> 73
     03  PR2-MULTI           PIC Z(5)9.99  BLANK WHEN ZERO.           *> 82
     03  PR2-INST            pic z(5)9.99  Blank when zero.           *> 91
     03  filler              pic x(4).
     03  PR2-Last-Flt        pic X(10).                               *> 105 + 42 if man & name added so not for displays.
*>
 01  Filler.
     03  PR3-Data1           pic x(115).
     03  PR3-DATA2           PIC X(17).
*>
 01  Print-Record4.      *> Airfields as ICAO and Name 4+20 from table + cnt and lst-flt.
     03  PR4-AFld-Group                 occurs 2.   *> from 3
         05  PR4-ICAO        pic x(5).
         05  PR4-Afld-Name   pic x(36).
         05  PR4-Afld-Cnt    pic zzzzBB.
         05  PR4-Afld-Lt-Flt pic X(10).
         05  filler          pic x(4).
*>
 01  CoE-Lines.
     03  PCoE-Type           pic x(8).
     03  PCoE-Day-P1         pic zzzz9.99.                      *>  15 +1
     03  PCoE-Day-P2         pic zzzz9.99    Blank when zero.   *>  22 +2
     03  PCoE-Day-P3         pic zzz9.99.                       *>  29
     03  PCoE-Day-Ins        pic zzz9.99     BLANK WHEN ZERO.   *>  36
     03  PCoE-Day-Flts       pic z(4)9.                         *>  41
     03  PCoE-Nite-P1        pic zzzz9.99.                      *>  48 +3
     03  PCoE-Nite-P2        pic zzzz9.99    blank when zero.   *>  55 +4
     03  PCoE-Nite-P3        pic zzz9.99.                       *>  62
     03  PCoE-Nite-Ins       pic zzz9.99     BLANK WHEN ZERO.   *>  69
     03  PCoE-Nite-Flts      pic z(4)9.                         *>  74
     03  PCoE-Total          pic zzzzz9.99.                     *>  82 +5
     03  PCoE-IFR            pic zzzzz9.99   blank when zero.   *>  90 +6
     03  PCoE-Single         pic zzzzz9.99.                     *>  98 +7
     03  PCoE-Multi          pic zzzzz9.99   blank when zero.   *> 106 +8
     03  PCoE-Inst           pic zzzzz9.99   blank when zero.   *> 114 +9
*>
 FD  CSV-Data-File.                              *> File name in CSV-File-Name via rec type 3.
 01  CSV-Data-Record         pic x(512).         *> Maximum record data size so increase if needed
                                                 *>  also field WS-CSV-Rec-Size.
*>
 FD  CSV-Control-File.
 01  CSV-CTL-RECORD          pic x(120).
*>
*>  Pending-flight queue record - see CQ000-Approve-Pending-Flights.
*>   Layout written by flightlogsubmit (samples/cgiform/cgiform.cob
*>   pattern):
*>     pilotname|acreg|actype|fltdate|fromicao|toicao|p1mins|p23mins|remarks
*>
 FD  PENDING-FLIGHT-FILE.
 01  PENDING-FLIGHT-RECORD    pic x(200).
*>
 FD  PENDING-FLIGHT-TEMP.
 01  PENDING-FLIGHT-TEMP-REC  pic x(200).
*>
 FD  PENDING-STATUS-FILE.
 01  PENDING-STATUS-RECORD    pic x(200).
*>
 FD  PENDING-DEFECT-FILE.
 01  PENDING-DEFECT-RECORD    pic x(200).
*>
 FD  PENDING-DEFECT-TEMP.
 01  PENDING-DEFECT-TEMP-REC  pic x(200).
*>
 FD  PENDING-DEFSTS-FILE.
 01  PENDING-DEFSTS-RECORD    pic x(200).
*>
 FD  CSV-Layout-File.
*>
*>  This record must always be present when importing data log book data and is specific for one
*>   Airline, Flight training establishment or executive a/c hire centre.
*>
*> Records for new airport or new aircraft only needed if a new one may be in current data.
*>   Entries will be checked that they are not currently held and if not will be added to data bases.
*>
*>  Record types can be in any order, i.e., records 1, 2, 3, Optional: 6, and
*>      if needed 4 and/or 5 as required.
*>   Compulsory fields are 1, 2, 3  with 6, 4 & 5 as needed.
*>
 01  CSV-Logbook-Layout-Definitions.           *> This record MUST ALWAYS be present for data imports.
     03  CSV-Record-type     pic X.             *> '1' for field definitions for flightlog record.
     03  CSV-Src-Position    pic 99.             *> Field # starts with 1, leading zero as needed - Must
                                                 *>  always be 2 numeric digits and ALL CSV fields
                                                 *>   must be accounted for (No OMISSIONS).
     03  filler              pic x.              *> '=' but don't care.
     03  CSV-Target-Fld-No   pic 99.             *> As per field position in the flightlog file
                                                 *>  00 = ignore (OMIT) CSV field
                                                 *> I.e, FLT-Date = 1, FLT-Start = 2, FLT-End = 3,
                                                 *>  FLT-Capacity = 7, etc.
 *>    03  CSV-Src-No-Quotes   pic x.              *> Y = no quotes present. NOT USED.
*>
 01  CSV-Logbook-Formats.                      *> This record MUST ALWAYS be present for data imports.
     03  filler              pic x.             *> '2' for field format definitions.
     03  CSV-Date            pic x(10).          *> Input Date format can be yyyy/mm/dd, dd/mm/yyyy,
                                                 *> mm/dd/yyyy and year can be yyyy or yy, delimiters
                                                 *> not present or another character such as '.' ','
                                                 *>  '\' or none, e.g., yyyymmdd, ddmmyyyy etc
                                                 *>  field must be trailing spaces such 'as ddmmyy    '.
*>
     03  CSV-Time-1          pic x(5).           *> Time format as - mmmm, hhmm, hh.mm (& same as hh:mm).
                                                 *> Note delimiter between HH and MM can be any .: etc
                                                 *> Time format applies to all times flight start & end
                                                 *> Use Time-2 for P1, P2 etc if included in data,
                                                 *> otherwise P1, 2, 3 times will be computed.
                                                 *> based on end and start times.
                                                 *> Aircraft registration data max of 6 characters
                                                 *> (MUST NOT be a flight number.)
*>
     03  CSV-Time-2          pic x(5).           *> Same as Time-1, used for P1/2/3, Inst flight time
                                                 *>   (Day and Night).
                                                 *> If these value not present Computed figures for
                                                 *>   day/night may well not be accurate.
*>
 01  CSV-Data-File-Name-Record.                    *> Record must be present to read flight data file.
     03  filler              pic x.              *> '3' for importing CSV flight data file.
     03  CSV-Data-Format     pic x.              *> set to A or space but currently ignored.
                                                 *> we may process if EBCDIC data files are provided to users.
     03  CSV-Delimiter       pic x.              *> Delimiter used in data file = single or double quote
     03  CSV-FName           pic x(64).          *> File name to be imported if not it is 'csv-flitelog'.
*>
*> Rec types 4 & 5 can be input without and other data - i.e., just to load Airfields
*>
*>  ONLY needed ONCE if a NEW airfield is included in log book data you can add them in advance of being used.
*>    If airfield already recorded then only updated if name is different otherwise ignored.
*>
 01  CSV-Airfield-Definitions.                     *> These only needed once for a NEW airport.
     03  filler              pic X.              *> '4' for NEW airport data.
     03  CSV-Airfield-Code   pic x(4).           *> ICAO code for NEW airport.
     03  filler              pic x.              *> Fixed value is comma ','.
     03  CSV-Airfield-Name   pic x(20).          *> Airport name up to 20 characters and trailing spaces.
*>
*>  ONLY needed ONCE if a NEW aircraft type used in log book data you can add them in advance of being used.
*>   If aircraft type already present and if present record is updated with MS and complex fields.
*>
 01  CSV-Aircraft-Definitions.                     *> These only needed once for a NEW aircraft type.
     03  filler              pic X.              *> '5' for NEW aircraft type data.
     03  CSV-Acft-Type       pic x(8).           *> 8 char code for NEW aircraft type as used in logbook data.
     03  filler              pic x.              *> fixed data is comma ','.
     03  CSV-Acft-MS         pic x.              *> M for multi-engine or S for single engine.
     03  CSV-Acft-Complex    pic x.              *> 'Y' for (yes) for all multi-engine (Default)
                                                 *>   'N' (or space) for simple single engine A/C with fixed gear and propeller.
*>
*> This record only needed if CSV file contains records for other pilots say when coming from A/C Technical. logs
*>    and field 2 used to replacing a given name in CSV-Captain-Search with one in CSV-Replace-Captain.
*>
*> Here useful if CSV file contains the Pilots name but s/he wishes to change it to another such as
*>    SELF which is more normal for one's log book.
*>
*>   The CSV-Captain-Search field can be spaces in which case all instances of capacity P1 or P2
*>     are changed to CSV-Replace-Captain. NOTE that for P3 no change is made.
*>
*>  WARNING:  You MUST use upper-case characters as needed i.e., field Search must exactly match
*>    name as on CSV file, e.g., 'COEN, V.B.' and field Replace must be as required
*>      but usually upper-case e.g., SELF.  NOTE that Data Entry changes captain to upper case.
*>
*>  Leave fields 3, 4 and 5 blank when flying as as other than P2
*>    When flying as P2 or P3 fields 4 used used for CSV source field to locate P2/3 pilot name in
*>     search as again the default of target as 06 (Captain).
*>
 01  CSV-Captain-Search-Record.
     03  filler              pic x.              *> '6' for Captain search criteria in CSV recs.
     03  CSV-Replace-Captain pic x(15).          *> F2 = Name to substitute for field 5 when found, E.g., SELF
                                                 *>  with trailing spaces. Converted to Upper Case.
     03  filler              pic x.              *> F3 = fixed value '(' or space, but ignored.
     03  CSV-Rec-Pos4Search.                     *> F4
         05  CSV-Rec-Pos4Search9 pic 99.         *> Actual source field position to find field 6.
     03  filler              pic x.              *> F5 = ')' or space but ignored.
     03  CSV-New-Cap         pic xx.             *> F6 = Non P1 capacity if in search mode outside of Captain.
     03  CSV-Captain-Search  pic x(30).          *> F7 = Pilot to search and only include for, in CSV data
                                                 *>  (with trailing spaces). Converted to Upper Case.
*>
*>  Bundled ICAO country/lat/long reference data, one line per airfield,
*>   read into ICAOREF-TABLE at ZQ000-Load-Icao-Ref and looked up by
*>   ZQ500-Lookup-Icao-Ref to auto-populate AFLD-Country/AFLD-Latitude/
*>   AFLD-Longitude when a new airfield is inserted (see BD000).
*>   Lat/Long are tenths-of-a-thousandth of a degree, +/- signed,
*>   +ve = North/East, -ve = South/West, same implied-decimal storage
*>   style already used for FLT-HOBBS-OUT/IN.
*>
 FD  CHART-FILE.
 01  CHART-REC.
     03  CHT-X               PIC X(12).
     03  CHT-Y               PIC 9(8).
*>
 FD  ICAOREF-FILE.
 01  ICAOREF-RECORD.
     03  IREF-ICAO           pic x(4).
     03  IREF-COUNTRY        pic x(2).
     03  IREF-LATITUDE       pic S9(3)V9(4) sign leading separate.
     03  IREF-LONGITUDE      pic S9(3)V9(4) sign leading separate.
*>
 WORKING-STORAGE SECTION.
*>----------------------
 77  PROG-NAME               PIC X(18) VALUE "LOG BOOK (2.04.00)".
 77  WS-CSV-Rec-Size         pic 9999 comp  value 512. *> This is the maximum record size for CSV logbook
                                                       *> data records [see manual]. If unsure leave as is
                                                       *>  It is more likely to be smaller i.e., 256.
 77  WS-CSV-Table-Max-Size   pic 99   comp  value 96.  *> See table WS-Group - MUST be same value.
                                                       *> This is the maximum number of fields that can
                                                       *> be in a CSV record although most will not be
                                                       *> used as there are only 16 fields used in the
                                                       *>  flightlog flight data record.
*>
 77  WS-CSV-Data-Def-Min-Cnt pic 99         value 9.   *> Change to minimum fields required to work, i.e.
                                                       *> Date, start time, end time, Captain, Capacity
                                                       *> A/c Type, A/C reg, Afld From, Afld To,
                                                       *> THIS IS THE MINIMUM type 1 records defined and is
                                                       *>  part of a check for valid data in this file.
                                                       *>  Anything less than this would restrict the usage
                                                       *>   of taking data from a CSV file and only manual
                                                       *>   data entry will suffice.
                                                       *>
*>
 77  WS-Line-Cnt-Size-1      pic 99   comp  value 52.  *> If needed change to match paper depth.
 77  WS-Line-Cnt-Size-2      pic 99   comp  value 48.  *> If needed change to match paper depth.
*>
 77  A                       PIC 9999 COMP  VALUE ZERO.
 77  B                       PIC 9999 COMP  VALUE ZERO.
 77  C                       PIC 9999 COMP  VALUE ZERO.
 77  D                       PIC 9999 COMP  VALUE ZERO.
 77  Z                       PIC 99   COMP  VALUE ZERO.
 77  Y                       PIC 99   COMP  VALUE ZERO.  *> used to count FLT fields in CSV config.
 77  CSV-Recs-In             pic 9(4)       value zero.
 77  CSV-Recs-Out            pic 9(4)       value zero.
 77  CSV-Recs-Exist          pic 9(4)       value zero.
 77  CSV-Recs-Bad            pic 9(4)       value zero.  *> Failed-validation count, dry run or otherwise.
 77  WS-CSV-Bad-Reason       pic x(40)      value spaces.
*>
*> Dry-run validation summary - one entry per rejected CSV-Data-Record,
*>   built up during F510-Read-CSV-File and listed by F596-Display-Bad-
*>   Rows once the CSV file has been read to end. See F000-Import-CSV-
*>   Data's opening dry-run prompt.
*>
 01  CSV-BAD-ROW-TABLE.
     03  CSVB-Size           PIC 9999   COMP   VALUE ZERO.
     03  CSVB-Max            PIC 9999   COMP   VALUE 200.
     03  CSVB-Table                            VALUE SPACES.
         05  CSVB-Entries            OCCURS 200 INDEXED BY QQB.
             07  CSVB-Row-No     PIC 9(6).
             07  CSVB-Reason     PIC X(40).
*>
*> CSV import idempotency control record - one line per completed
*>   import written to csvimport.ctl (see F505/F980), keyed on the CSV
*>   file name, recording row count and a simple byte-total checksum
*>   so a reprocessed file can be detected and flagged.
*>
 01  WS-CSV-CTL-LINE.
     03  WS-CTL-File-Name    pic x(64)      value spaces.
     03  WS-CTL-Rec-Count    pic 9(7)       value zero.
     03  WS-CTL-Byte-Total   pic 9(9)       value zero.
     03  WS-CTL-Import-Date  pic 9(8)       value zero.
*>
 77  WS-CTL-Precount         pic 9(7)  comp  value zero.
 77  WS-CTL-Prebytes         pic 9(9)  comp  value zero.
 77  WS-CTL-Found            pic 9          value zero.
     88  WS-CTL-Match-Found                 value 1.
*>
*> Parsed fields for one pendingflt.dat entry - see
*>   CQ000-Approve-Pending-Flights.
*>
 01  WS-PF-LINE.
     03  WS-PF-Pilot         pic x(15)      value spaces.
     03  WS-PF-AC-Reg        pic x(6)       value spaces.
     03  WS-PF-AC-Type       pic x(8)       value spaces.
     03  WS-PF-Date          pic 9(8)       value zero.
     03  WS-PF-From          pic x(4)       value spaces.
     03  WS-PF-To            pic x(4)       value spaces.
     03  WS-PF-P1            pic 9(4)       value zero.
     03  WS-PF-P23           pic 9(4)       value zero.
     03  WS-PF-Remarks       pic x(32)      value spaces.
     03  WS-PF-Start         pic x(4)       value spaces. *> off-blocks minutes off a GPX draft, blank from the CGI.
     03  WS-PF-End           pic x(4)       value spaces. *>  on-blocks ditto.
*>
 77  WS-PF-Any-Skipped       pic 9          value zero.
     88  WS-PF-Some-Skipped                 value 1.
*>
*> Parsed fields for one pendingdef.dat web defect report and the
*>   review work fields - see ODN500-Defect-Review.
*>
 01  WS-PD-LINE.
     03  WS-PD-Stamp         pic x(16)      value spaces. *> ccyymmddhhmmsscc reported.
     03  WS-PD-Pilot         pic x(15)      value spaces.
     03  WS-PD-AC-Reg        pic x(6)       value spaces.
     03  WS-PD-Severity      pic x          value space.  *> as suggested by the pilot.
     03  WS-PD-Text          pic x(60)      value spaces.
*>
 77  WS-PD-Any-Kept          pic 9          value zero.
     88  WS-PD-Some-Kept                    value 1.
 77  WS-PD-Stop              pic x          value "N".
 77  WS-PD-Reply             pic x          value space.
 77  WS-PD-Sev-In            pic x          value space.
 77  WS-PD-Decision          pic x(10)      value spaces.
 77  WS-PD-Reason            pic x(40)      value spaces.
 77  WS-PD-Defect-No         pic x(4)       value spaces.
 77  WS-PF-Reply             pic x          value space.
*>
*> Decision-feedback fields for the status queue - see CQ020/CQ037.
*>   WS-PF-Outcome is set by CQ030: A = written to the log book,
*>   S = failed validation / duplicate, so only real approvals are
*>   recorded as APPROVED.
*>
 77  WS-PF-Outcome           pic x          value space.
 77  WS-PF-Decision          pic x(10)      value spaces.
 77  WS-PF-Reason            pic x(40)      value spaces.
*>
*> Rating check work fields - see ZT200-Check-Rating, CA075 and the
*>   MR000 maintenance/lapsing screens off the pilot menu.
*>
 77  WS-Rtg-Pilot            pic x(15)       value spaces.
 77  WS-Rtg-Code             pic x(8)        value spaces.
 77  WS-Tmp-Rtg-Code         pic x(8)        value spaces.
 77  WS-Rtg-Any              pic 9           value zero.   *> 1 = pilot has at least one rating rec.
*>
*> FSTD/simulator work fields - see CS000 (entry) and CT000 (report).
*>
 77  WS-FSTD-Mins            pic 9(5)  comp  value zero.
*>
*> Recency-lapse forecast work fields - see CR000. Three most recent
*>   sector dates (and night-sector dates) per captain; the third one
*>   plus 90 days is when that recency runs out.
*>
*> Student training work fields - see CA162 (entry capture), MS000
*>   (maintenance) and CV000 (progress report). The syllabus codes
*>   are the standard ab-initio air exercises 1-19; anything else
*>   flown is listed as completed but nothing else is chased.
*>
 77  WS-Tmp-Student          pic x(15)       value spaces.
 77  WS-Stu-Dual-Mins        pic 9(7)  comp  value zero.
 77  WS-Stu-Solo-Mins        pic 9(7)  comp  value zero.
 01  EXERCISE-DONE-TABLE.
     03  WST-Exd-Size        PIC 99     COMP   VALUE ZERO.
     03  WST-Exd-Max         PIC 99     COMP   VALUE 30.
     03  WST-Exd-Table                         VALUE SPACES.
         05  WST-Exd-Groups              OCCURS 30 INDEXED BY QQE.
             07  WST-Exd-Code      PIC X(4).
             07  WST-Exd-Count     PIC 9(3)  COMP.
 01  SYLLABUS-CODES          pic x(76)       value
     "1   2   3   4   5   6   7   8   9   10  11  12  13  14  15  16  17  18  19  ".
 01  filler REDEFINES SYLLABUS-CODES.
     03  SYL-CODE            pic x(4)   occurs 19.
*>
 77  WS-Rec-Pax-Lapse        pic 9(8)        value zero.
 77  WS-Rec-Nite-Lapse       pic 9(8)        value zero.
 77  WS-Rec-Window-End       pic 9(8)        value zero.
 01  RECENCY-TABLE.
     03  WST-Rec-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Rec-Max         PIC 9999   COMP   VALUE 500.
     03  WST-Rec-Table                         VALUE SPACES.
         05  WST-Rec-Groups              OCCURS 500
                                             ASCENDING KEY WST-Rec-Captain
                                             INDEXED BY QQT.
             07  WST-Rec-Captain   PIC X(15).
             07  WST-Rec-D1        PIC 9(8).   *> most recent sector
             07  WST-Rec-D2        PIC 9(8).
             07  WST-Rec-D3        PIC 9(8).
             07  WST-Rec-N1        PIC 9(8).   *> most recent night sector
             07  WST-Rec-N2        PIC 9(8).
             07  WST-Rec-N3        PIC 9(8).
 01  FSTD-TOTALS-TABLE.                *> Accumulated by CT000, per captain.
     03  WST-FST-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-FST-Max         PIC 9999   COMP   VALUE 300.
     03  WST-FST-Table                         VALUE SPACES.
         05  WST-FST-Groups              OCCURS 300
                                             ASCENDING KEY WST-FST-Captain
                                             INDEXED BY QQS.
             07  WST-FST-Captain   PIC X(15).
             07  WST-FST-Mins      PIC 9(7)  COMP.
             07  WST-FST-Inst      PIC 9(7)  COMP.
             07  WST-FST-Sessions  PIC 9(4)  COMP.
*>
*> Record counters for ZM000-Recreate-Dat-Files - used to spot the
*>   first record written to each rebuilt Dat file, so it (and the
*>   last one, held at ZM040-Finish once each read loop hits end of
*>   file) can be COBDUMP'ed as a sanity check on the rebuild.
*>
 77  WS-ZM-FL-Count          pic 9(7)  comp  value zero.
 77  WS-ZM-AC-Count          pic 9(7)  comp  value zero.
 77  WS-ZM-AF-Count          pic 9(7)  comp  value zero.
 77  INS-FLAG                PIC 9    COMP  VALUE ZERO.
 77  DISPLAY-FLAG            PIC 9    COMP  VALUE ZERO.
 77  MONTHLY-ANAL-FLAG       PIC 9    COMP  VALUE ZERO.
 77  ANALYSIS-ONLY-FLAG      PIC 9    COMP  VALUE ZERO.
 77  SHORT-PRINT             PIC 9    COMP  VALUE ZERO.
 77  PRINT-FLAG              PIC 9    COMP  VALUE ZERO.
     88 NO-PRINT-YET                        VALUE 1.
 77  Print-Report-Type       pic 9    comp  value zero.    *> for 2.02.00
     88  Extended-Report                    value 1.
     88  EASA-Report                        value 2.       *> EASA/FAA style page - see CCA000.
 77  Aircraft-Rep-Flag       pic 9    comp  value zero.
 77  ERROR-CODE              PIC 9999 COMP  VALUE ZERO.
 77  LINE-CNT                PIC 99   COMP  VALUE ZERO.
 77  PAGE-CNT                PIC 99   COMP  VALUE ZERO.
 77  WS-Zero-Time            pic 99.99      value zero.
 77  WS-Elapsed-HHMM         pic 99.99      value zero.
 77  WS-Time-Remaining-HHMM  pic 99.99      value zero.
 77  WS-ELAPSED-TIME         PIC 9(4) COMP  VALUE ZERO.
 77  WS-CALC-TIME            PIC 9(4) COMP  VALUE ZERO.
 77  WS-Time-Remaining       pic 9(4) comp  value zero.
 77  PRINT-START             PIC 9(8) COMP  VALUE ZERO.
 77  Print-Start-Time        pic 9(4).
 77  PRINT-END               PIC 9(8) COMP  VALUE ZERO.
 77  SAVE-FLT-Mth            PIC 99   COMP  VALUE ZERO.  *> used in anal and enter start/end times.
 77  SAVE-FLT-HH             PIC 99   COMP  VALUE ZERO.  *> used in anal and enter start/end times.
 77  SAVE-FLT-MM             PIC 99   COMP  VALUE ZERO.  *> used in anal and enter start/end times 4 CSV.
 77  WS-WORK1                PIC 9(5) COMP  VALUE ZERO.
 77  WS-WORKA REDEFINES WS-WORK1
                             PIC 999V99 COMP.
 77  WS-WORK2                PIC 9(5)  COMP  VALUE ZERO.
 77  WS-WORK3                PIC 9(8)  COMP  VALUE ZERO.
 77  WS-WORKB  REDEFINES WS-WORK3
                             PIC 9(6)V99 COMP.
 77  WS-WORK4                PIC 9(8)  COMP  VALUE ZERO.
 77  WS-Rec-Length-1         pic 9(5)  comp  value zero.
 77  WS-Rec-Length-2         pic 9(5)  comp  value zero.
 77  MENU-REPLY              PIC X           VALUE SPACE.
 77  Menu-Option             pic x           value space.       *> taken from menu-reply
 77  SW-Its-Night            pic 9           value zero.        *> 1 = its night else zero.
 77  SW-Escaped              pic 9           value zero.        *> 1 is escape pressed.
 77  SW-ACFT-Date            pic 9           value zero.        *> via P3 or P4
 77  SW-EBCDIC-Conv          pic 9           value zero.        *> via P3 or P4 not yet coded.
 77  SW-AFLD-Used            pic 9           value zero.        *> Only print used Airfields.
 77  SW-AFLD-In-Use-Flag     pic 9           value zero.        *> Set by BC010-Check-Afld-In-Use.
     88  SW-AFLD-In-Use                      value 1.
 77  SW-Test                 pic 9           value zero.
     88  SW-Testing                          value 1.
 77  WS-ICAO-CODE            PIC X(4)        VALUE SPACES.
 77  WS-AFLD-NAME            PIC X(36)       VALUE SPACES.
 77  WS-New-ICAO-CODE        PIC X(4)        VALUE SPACES.
 77  WS-Old-AC-Type          pic x(8)        value spaces.
 77  WS-New-AC-Type          pic x(8)        value spaces.
 77  WS-Tmp-Afld             pic x(4)        value spaces.
 77  WS-Tmp-Afld2            pic x(4)        value spaces.
 77  WS-Tmp-Afld-Last-Flt    pic 9(8)        value zero.
 77  WS-Tmp-Captain          pic x(15)       value spaces.      *> Used for CSV data inporting.
 77  WS-Reply                pic x.
 77  WS-TIME                 PIC X(8)        VALUE SPACES.
 77  WS-DISPLAY4             PIC 9999        VALUE ZERO.
 77  WS-USER                 PIC X(40)       value spaces.
 77  CSV-File-Name           pic x(64)       value "csv-flitelog".  *> name in config rec type 3.
 77  CSV-Config-Name         pic x(64)       value "csv-conf.txt".
*>
*> Logbook name - lets more than one pilot keep a separate logbook on
*>   the same machine, each with its own FLIGHTLOG-FILE/BACKUP-FILE,
*>   selected via the "LOG=" P1/P2/P3 parameter (see CSV= above).
*>   Aircraft/Airfield/Pilot/Duty/Maint files stay shared across all
*>   logbooks. Default reproduces the original single-user file names.
*>
 77  WS-Logbook-Name          pic x(30)       value spaces.
 77  WS-Flitelog-Dat-Name     pic x(64)       value "flitelog.dat".
 77  WS-Flitelog-Seq-Name     pic x(64)       value "flitelog.seq".
 77  WS-Flitearch-Seq-Name    pic x(64)       value "flitearch.seq".
 77  WS-Flitebf-Dat-Name      pic x(64)       value "flitebf.dat".
 77  WS-Data-Delim           pic xx          value "',".
 77  WS-Data-Format          pic x           value "A".         *> Not used but for ASCII and maybe E for EBCDIC.
 77  WS-Scrn-BE-Start        pic 9(4)        value 0302.
 77  WS-Scrn-BE-Length       pic 9(4)        value 2000.
 77  WS-Scrn-BE-Cnt          pic 99   Comp   Value 19.
 77  WS-Scrn-BE-Head         pic 9(4)        value 0202.
 77  WS-Scrn-BE-Curs         pic 9(4)        value zero.
*>
 77  WS-Dft-Scrn-BE-Length   pic 9(4)        value 2000.        *> updated by (ws-lines x 100) - 400
 77  WS-Dft-Scrn-BE-Cnt      pic 99   Comp   Value 19.          *> updated by WS-lines - 5
*>
*> Pilot/crew roster work fields.
*>
 77  WS-Pilot-Renew-Days     pic 999  comp   value 30.          *> Warn inside this many days of expiry.
 77  WS-Renewals-Msg         pic x(74)       value spaces.      *> Set once at start up by M900, shown on menu.
 77  WS-Doc-Renewals-Msg     pic x(74)       value spaces.      *> Ditto for airframe documents - see M910.
 77  WS-Tmp-Doc-Reg          pic x(6)        value spaces.
 77  WS-Pilot-Licence-No     pic x(12)       value spaces.
 77  WS-Pilot-Licence-Exp    pic 9(8)        value zero.
 77  WS-Pilot-Medical-Exp    pic 9(8)        value zero.
*>
*> Night currency report work fields - see CF000.
*>
 77  WS-Night-Currency-Days  pic 999  comp   value 90.          *> Trailing window for the report.
 77  WS-Night-From           pic 9(8)        value zero.
 77  WS-DISPLAY3             pic 999         value zero.
*>
*> Overlap-check work fields - see CA232.
*>
 77  WS-Ovl-Save-Record      pic x(176)      value spaces.  *> MUST match FLIGHTLOG-RECORD length.
 77  SW-Ovl-None             pic 9           value zero.
 77  WS-Ovl-Date             pic 9(8)        value zero.
 77  WS-Ovl-End              pic 9(4)        value zero.
 77  WS-Ovl-Captain          pic x(15)       value spaces.
 77  WS-Ovl-Reg              pic x(6)        value spaces.
*>
*> Duty/rest hours work fields - see CA236 (capture) and CH000 (report).
*>
 77  WS-Duty-7-Day-Limit     pic 9(6)  comp  value 6000.  *> Minutes - 100 hrs / 7 days.
 77  WS-Duty-28-Day-Limit    pic 9(6)  comp  value 19000. *> Minutes - approx. 317 hrs / 28 days.
 77  WS-Duty-Mins            pic s9(6) comp  value zero.
 77  WS-Duty-7-Day-Total     pic 9(7)  comp  value zero.
 77  WS-Duty-28-Day-Total    pic 9(7)  comp  value zero.
 77  WS-Duty-From-7          pic 9(8)        value zero.
 77  WS-Duty-From-28         pic 9(8)        value zero.
 77  WS-Duty-Captain         pic x(15)       value spaces.
*>
*> Flight-time limitation work fields - see OL000 (scheme table
*>   maintenance), CA241 (rolling-window check before a flight is
*>   saved) and OE000 (monthly compliance report). All minutes. The
*>   record buffer must be walked during the check so the unsaved
*>   entry is parked in WS-Ftl-Save-Record, the same trick the
*>   overlap check plays.
*>
 77  WS-Ftl-Save-Record      pic x(176)      value spaces.  *> MUST match FLIGHTLOG-RECORD length.
 77  WS-Ftl-Scheme           pic x(8)        value spaces.
 77  WS-Ftl-Found            pic 9           value zero.
 77  WS-Ftl-Captain          pic x(15)       value spaces.
 77  WS-Ftl-New-Mins         pic 9(5)  comp  value zero.
 77  WS-Ftl-Duty-7           pic 9(7)  comp  value zero.
 77  WS-Ftl-Flt-28           pic 9(7)  comp  value zero.
 77  WS-Ftl-Flt-365          pic 9(8)  comp  value zero.
 77  WS-Ftl-From-7           pic 9(8)        value zero.
 77  WS-Ftl-From-28          pic 9(8)        value zero.
 77  WS-Ftl-From-365         pic 9(8)        value zero.
 77  WS-Ftl-Duty-Limit       pic 9(6)  comp  value zero.
 77  WS-Ftl-28-Limit         pic 9(6)  comp  value zero.
 77  WS-Ftl-365-Limit        pic 9(7)  comp  value zero.
 77  WS-Ftl-Hours-Entry      pic 9(5)        value zero.    *> Scheme limits typed as whole hours.
*>
*>  Compliance-report work - one captain at a time, their duty and
*>   flight activity for the windows loaded into small date/minutes
*>   tables then every day of the report month evaluated for the
*>   worst-case window values.
*>
 77  WS-Ftl-Rep-Month        pic 9(6)        value zero.
 77  WS-Ftl-Mth-Start        pic 9(8)        value zero.
 77  WS-Ftl-Mth-End          pic 9(8)        value zero.
 77  WS-Ftl-Eval-Date        pic 9(8)        value zero.
 77  WS-Ftl-Worst-7          pic 9(7)  comp  value zero.
 77  WS-Ftl-Worst-28         pic 9(7)  comp  value zero.
 77  WS-Ftl-Worst-365        pic 9(8)  comp  value zero.
 01  FTL-FLIGHT-TABLE.
     03  WS-FtlF-Size        PIC 9999   COMP   VALUE ZERO.
     03  WS-FtlF-Max         PIC 9999   COMP   VALUE 600.
     03  FTLF-ENTRY                          OCCURS 600.
         05  FTLF-DATE       PIC 9(8).
         05  FTLF-MINS       PIC 9(5)  COMP.
 01  FTL-DUTY-TABLE.
     03  WS-FtlD-Size        PIC 9999   COMP   VALUE ZERO.
     03  WS-FtlD-Max         PIC 9999   COMP   VALUE 100.
     03  FTLD-ENTRY                          OCCURS 100.
         05  FTLD-DATE       PIC 9(8).
         05  FTLD-MINS       PIC 9(5)  COMP.
*>
 01  Ftl-Report-Line.
     03  PL1-CAPTAIN         PIC X(15)B.
     03  PL1-SCHEME          PIC X(8)BB.
     03  PL1-DUTY-7          PIC X(9)B.
     03  PL1-FLT-28          PIC X(9)B.
     03  PL1-FLT-365         PIC X(9)B.
     03  PL1-FLAG            PIC X(12).
*>
*> UDP duty-breach alert destination - see CA236-Check-Limits, which
*>   calls the dutyalertpublish subprogram (built on the socket setup
*>   used by samples/socket/messagesend.cbl) whenever a limit above is
*>   exceeded.
*>
 77  WS-Duty-Alert-Host      pic x(64)       value "localhost".
 77  WS-Duty-Alert-Port      pic x(16)       value "8000".
 77  WS-Duty-Alert-Message   pic x(64)       value spaces.
*>
*> Warm-standby replication destination - from environment variables
*>   FLIGHTLOG_STANDBY_HOST / FLIGHTLOG_STANDBY_PORT at start up;
*>   host unset means replication off. See ZJ500 and replshipper.cbl.
*>
 77  WS-Repl-Host            pic x(64)       value spaces.
 77  WS-Repl-Port            pic x(16)       value "8100".
*>
*> Charting export work fields - see CX000. Per-type hour totals and
*>   the last-12 month slice of the monthly table.
*>
*> UTC/local time conversion work fields - see CA115 (entry mode),
*>   ZU200 (airfield offset) and the local columns on the print.
*>
 77  WS-Time-Mode            pic x           value "U".   *> U = typed as UTC, L = local.
 77  WS-Tz-Offset            pic s9(4) comp  value zero.
 77  WS-Tz-Work              pic s9(5) comp  value zero.
*>
 77  WS-Chart-Name           pic x(20)       value spaces.
 77  WS-Chart-First          pic 9(4)  comp  value zero.
 77  WS-Chart-Sub            pic 9(4)  comp  value zero.
 77  WS-Chart-Sub2           pic 9(4)  comp  value zero.
 77  WS-Chart-R12            pic 9(9)  comp  value zero.
 01  CHART-TYPE-TABLE.
     03  WST-CHT-Size        PIC 99     COMP   VALUE ZERO.
     03  WST-CHT-Max         PIC 99     COMP   VALUE 50.
     03  WST-CHT-Table                         VALUE SPACES.
         05  WST-CHT-Groups              OCCURS 50 INDEXED BY QQX.
             07  WST-CHT-Type      PIC X(8).
             07  WST-CHT-Mins      PIC 9(8)  COMP.
*>
 01  DUTY-HOURS-TABLE.                *> Accumulated by CH000 for the duty/rest hours report.
     03  WST-Duty-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Duty-Max        PIC 9999   COMP   VALUE 500.
     03  WST-Duty-Table                        VALUE SPACES.
         05  WST-Duty-Groups             OCCURS 500
                                             Ascending key WST-Duty-Captain INDEXED BY QQD.
             07  WST-Duty-Captain  PIC X(15).
             07  WST-Duty-Mins-7   PIC 9(7)  COMP.
             07  WST-Duty-Mins-28  PIC 9(7)  COMP.
*>
*> Maintenance-hours ledger work fields - see CW000. Loaded directly
*>   from Maint-File in registration order the way ZC000-LOAD-AIRCRAFT
*>   loads Aircraft-Table, then reconciled against one pass of
*>   Flightlog-File.
*>
 01  MAINT-HOURS-TABLE.
     03  WST-Maint-Size      PIC 9999   COMP   VALUE ZERO.
     03  WST-Maint-Max       PIC 9999   COMP   VALUE 500.
     03  WST-Maint-Table                       VALUE SPACES.
         05  WST-Maint-Groups            OCCURS 500
                                            ASCENDING KEY WST-Maint-AC-Reg
                                            INDEXED BY QQM.
             07  WST-Maint-AC-Reg    PIC X(6).
             07  WST-Maint-Hrs-Ovh   PIC 9(6)  COMP.
             07  WST-Maint-Due       PIC 9(6)  COMP.
             07  WST-Maint-Last-Recon PIC 9(8).
             07  WST-Maint-New-Mins  PIC 9(6)  COMP.
             07  WST-Maint-Max-Date  PIC 9(8).
*>
*> Maintenance-hours are entered as a single HH.MM field the same way
*>   WSE-TIME/WSF-TIME work for a flight leg's elapsed time, but sized
*>   for a cumulative hours-since-overhaul or next-due total, which can
*>   run well past the 23-hour ceiling ZF000-CONVERT-LOGBK-TIME enforces
*>   for a single sector - see ZF010/ZG010 which use this pair and the
*>   wider WS-WORK3/WS-WORKB/WS-WORK4 already used by CCC040-RESTORE-
*>   ANAL-TOTS for the same reason.
*>
 01  WS-MAINT-ENTRY.
     03  WSM-TIME            PIC 9(6).99     VALUE ZERO.
     03  WSM-TIME-R REDEFINES WSM-TIME.
         05  WSM-HH          PIC 9(6).
         05  WSM-DOT         PIC X.
         05  WSM-MM          PIC 99.
 77  WS-Tmp-Maint-Reg        pic x(6)        value spaces.
 77  WS-Maint-Warn-Mins      pic 9(6)  comp  value 600.  *> Warn inside 10 hrs of due.
*>
*> Charge-out rate entry/display - rates are keyed as money (9999.99)
*>   the same redefined-pieces way WSM-TIME works for maintenance
*>   hours - see ZF030/ZG030.
*>
 01  WS-RATE-ENTRY.
     03  WSR-RATE            PIC 9(4).99     VALUE ZERO.
     03  WSR-RATE-R REDEFINES WSR-RATE.
         05  WSR-RATE-WHOLE  PIC 9(4).
         05  WSR-RATE-DOT    PIC X.
         05  WSR-RATE-DEC    PIC 99.
 77  WS-Chg-Rate             pic 9(4)v99     value zero.
 77  WS-Tmp-Rate-Key         pic x(8)        value spaces.
*>
*> Weight & balance work fields - see CA231C (entry-time check) and
*>   the OW000 datum maintenance screens. Arms are entered as metres
*>   (99.999) the same redefined-pieces way WSM-TIME works - see
*>   ZF040/ZG040.
*>
 01  WS-ARM-ENTRY.
     03  WSA-ARM             PIC 99.999      VALUE ZERO.
     03  WSA-ARM-R REDEFINES WSA-ARM.
         05  WSA-ARM-WHOLE   PIC 99.
         05  WSA-ARM-DOT     PIC X.
         05  WSA-ARM-DEC     PIC 999.
 77  WS-WB-Arm-Val           pic 9(2)v999    value zero.
 77  WS-Tmp-WB-Type          pic x(8)        value spaces.
 77  WS-WB-Occupants         pic 9           value zero.
 77  WS-WB-Baggage           pic 9(3)        value zero.
 77  WS-WB-TO-Fuel           pic 9(4)        value zero.
 77  WS-WB-Std-Crew-Wt       pic 9(3)  comp  value 77.    *> kg per occupant, EASA standard mass.
 77  WS-WB-Fuel-Density      pic 9v99        value 0.72.  *> kg per litre, Avgas.
 77  WS-WB-Mass              pic 9(6)v99     value zero.
 77  WS-WB-Moment            pic 9(8)v99     value zero.
 77  WS-WB-CG                pic 9(2)v999    value zero.
 77  WS-WB-Mass-Disp         pic z(4)9.
 77  WS-WB-CG-Disp           pic z9.999.
*>
*> Fuel price lookup and monthly fuel cost report work fields - see
*>   ZT000-Lookup-Fuel-Price, OF000 (maintenance) and OG000 (report).
*>
 77  WS-FP-Icao              pic x(4)        value spaces.
 77  WS-FP-Date              pic 9(8)        value zero.
 77  WS-FP-Price             pic 9(3)v99     value zero.
 77  WS-FP-Tax-Code          pic x           value space.
 77  WS-Tmp-FP-Icao          pic x(4)        value spaces.
 77  WS-Tmp-FP-Date          pic 9(8)        value zero.
 77  WS-Fuel-Month           pic 9(6)        value zero.
 77  WS-Fuel-Unpriced        pic 9(4)  comp  value zero.
 77  WS-Fuel-Tot-Litres      pic 9(8)  comp  value zero.
 77  WS-Fuel-Tot-Cost        pic 9(8)v99 comp value zero.
 77  WS-Fuel-Cost            pic 9(6)v99     value zero.
*>
*> Great-circle distance work fields - see ZU000-Calc-Distance and
*>   CA234-Calc-Distance. Trig intermediates are COMP-2 as precision
*>   matters and the values never hit a file.
*>
 78  WS-GC-Deg-To-Rad        value 0.0174532925.
 78  WS-GC-Earth-Radius-NM   value 3440.065.
 77  WS-GC-Lat1              pic s9(3)v9(4)  value zero.
 77  WS-GC-Lon1              pic s9(3)v9(4)  value zero.
 77  WS-GC-Lat2              pic s9(3)v9(4)  value zero.
 77  WS-GC-Lon2              pic s9(3)v9(4)  value zero.
 77  WS-GC-Rad-Lat1          usage comp-2.
 77  WS-GC-Rad-Lat2          usage comp-2.
 77  WS-GC-Rad-DLat          usage comp-2.
 77  WS-GC-Rad-DLon          usage comp-2.
 77  WS-GC-Hav-A             usage comp-2.
 77  WS-GC-Hav-C             usage comp-2.
 77  WS-GC-Distance          pic 9(5)        value zero.
 77  WS-GC-Mins              pic 9(5)  comp  value zero.
 77  WS-GC-Speed             pic 9(5)  comp  value zero.
 77  WS-GC-Max-Speed-S       pic 9(4)  comp  value 250.   *> kts - single engine plausibility cap.
 77  WS-GC-Max-Speed-M       pic 9(4)  comp  value 450.   *> kts - multi engine plausibility cap.
 77  WS-Dist-Total           pic 9(8)  comp  value zero.  *> Report total - see CCA020/CC070.
 77  WS-Dist-Disp            pic z(6)9.
*>
*> Civil-twilight / night-suggestion work fields - see ZU100 and
*>   CA164-Suggest-Night. Twilight minutes are UTC, the same basis
*>   the NIM table has always assumed for the flight times.
*>
 77  WS-SS-DayNum            pic 9(3)  comp  value zero.
 77  WS-SS-Decl              usage comp-2.
 77  WS-SS-CosW              usage comp-2.
 77  WS-SS-HourAngle         usage comp-2.
 77  WS-Twi-Mins             pic 9(4)  comp  value zero.   *> Civil twilight end, minutes UTC.
 77  WS-Twi-From-Mins        pic 9(4)  comp  value zero.
 77  WS-Twi-To-Mins          pic 9(4)  comp  value zero.
 77  WS-Night-Suggest        pic 9(4)  comp  value zero.   *> Suggested night minutes this sector.
 77  WS-Flt-End-Abs          pic 9(5)  comp  value zero.   *> FLT-START + elapsed, may pass 1440.
*>
*> Archive/purge and archive-browse work fields - see OH000/OH600.
*>   SW-BF-Loaded notes whether a brought-forward record was found so
*>   the analysis fold-in (CC040) and the archive run both know.
*>
 77  WS-Arch-Cutoff          pic 9(8)        value zero.
 77  WS-Arch-Count           pic 9(6)  comp  value zero.
 77  WS-Arch-Start           pic 9(8)        value zero.
 77  WS-Arch-End             pic 9(8)        value zero.
 77  SW-BF-Loaded            pic 9           value zero.
     88  BF-Record-Loaded                    value 1.
*>
*> User account / security work fields - see A060-Login (start up),
*>   ZV000 (role gate), ZW000 (idle screen lock), ZX000 (hashing via
*>   the samples/cobsha3 SHA3-384 module - the 30-byte password entry
*>   field is hashed whole, spaces and all, so set and check agree).
*>
 77  WS-Cur-User             pic x(15)       value spaces.
 77  WS-Cur-User-Role        pic x           value space.
     88  User-Is-Supervisor                  value "S".
 77  WS-Login-Tries          pic 9     comp  value zero.
 77  WS-Pass-Entry           pic x(30)       value spaces.
 77  WS-Hash-Input-Len       binary-double unsigned value 30.
 77  WS-Hash-Output          pic x(48)       value low-values.
 77  WS-Idle-Timeout-Secs    pic 9(4)  comp  value 300.   *> 5 minutes unattended locks the screen.
 77  WS-Tmp-User             pic x(15)       value spaces.
*>
*> Update journal work fields - see ZJ500 (write) and ZJ600 (replay).
*>   WS-Jnl-Flt-Before is captured when an amend/delete target flight
*>   is first read and displayed (CA038), as the record buffer itself
*>   is progressively overtyped from then on.
*>
 77  WS-Jnl-File-Id          pic xx          value spaces.
 77  WS-Jnl-Action           pic x           value space.
 77  WS-Jnl-Before           pic x(176)      value spaces.
 77  WS-Jnl-After            pic x(176)      value spaces.
 77  WS-Jnl-Flt-Before       pic x(176)      value spaces.
 77  WS-Jnl-Applied          pic 9(6)  comp  value zero.
 77  WS-Jnl-Not-Applied      pic 9(6)  comp  value zero.
*>
*> Control totals - (1) as stamped at the last close, (2) as the files
*>   stand now. See ZJ700-ZJ730.
*>
 01  WST-Ctt-Table.
     03  WST-Ctt-Set                       occurs 2.
         05  WST-Ctt-Flt-Count   pic 9(7).
         05  WST-Ctt-Flt-P1      pic 9(9).
         05  WST-Ctt-Flt-P23     pic 9(9).
         05  WST-Ctt-Ac-Count    pic 9(5).
         05  WST-Ctt-Pil-Count   pic 9(5).
         05  WST-Ctt-Tlg-Count   pic 9(7).
         05  WST-Ctt-Acc-Count   pic 9(5).
         05  WST-Ctt-Acc-Bal     pic s9(9)v99 sign leading separate.
         05  WST-Ctt-Inv-Count   pic 9(7).
         05  WST-Ctt-Inv-Amt     pic 9(9)v99.
 77  WS-Ctt-Stamp            pic x           value "N".  *> Y = write new totals at close.
 77  WS-Ctt-Item             pic 99          value zero.
 77  WS-Ctt-Row              pic 99          value zero.
 77  WS-Ctt-Diffs            pic 99          value zero.
 77  WS-Ctt-Label            pic x(20)       value spaces.
 77  WS-Ctt-Val1             pic s9(9)v99    value zero.
 77  WS-Ctt-Val2             pic s9(9)v99    value zero.
 77  WS-Ctt-Edit1            pic x(14)       value spaces.
 77  WS-Ctt-Edit2            pic x(14)       value spaces.
 77  WS-Ctt-Amt-Edit         pic -(10)9.99.
 77  WS-Ctt-Num-Edit         pic z(13)9.
 77  WS-Ctt-Line             pic x(80)       value spaces.
*>
*> Month-end report pack work fields - see ZP500-Reports-Pack, and ODZ600
*>   which files a generated report the same way.
*>
 77  WS-Pack-Dir             pic x(96)       value spaces.
 77  WS-Pack-Member          pic x(32)       value spaces.
 77  WS-Pack-Target          pic x(128)      value spaces.
 77  WS-Pack-Src             pic x(96)       value "logbook.rpt".
*>
*> Period close work fields - see OK000 (close), OK500 (load at start
*>   up) and OK600 (gate at the date fields / approval queue).
*>
 77  WS-Closed-Thru          pic 9(6)        value zero.
 77  WS-New-Close            pic 9(6)        value zero.
 77  WS-Close-Check-Date     pic 9(8)        value zero.
*>
*> Technical log work fields - see CA238, OT000, OU000 and the
*>   deferred-defects tail on CW000.
*>
 77  WS-Tmp-Tlg-Reg          pic x(6)        value spaces.
 77  WS-Tlg-Open-Cnt         pic 9(3)        value zero.
 77  WS-Tlg-Next-No          pic 9(4)  comp  value zero.
*>
*> Cross-posting work fields - see CA239. The record is swapped in
*>   place, written to the other logbook, then restored from the
*>   save area (which MUST match the record length).
*>
 77  WS-Crosspost-Dat-Name   pic x(64)       value spaces.
 77  WS-Xpost-Save           pic x(176)      value spaces.
 77  WS-Xpost-Tmp            pic x(15)       value spaces.
 77  WS-Xpost-Cap            pic x(3)        value spaces.
*>
*> Pilot's-recent-flights lookup - see CP000. A ring of the last 20
*>   sectors read along the captain alternate key.
*>
 01  RECENT-FLIGHTS-TABLE.
     03  WS-RF-Count         PIC 99    COMP  VALUE ZERO.
     03  WS-RF-Next          PIC 99    COMP  VALUE ZERO.
     03  WS-RF-Sub           PIC 99    COMP  VALUE ZERO.
     03  WS-RF-Shown         PIC 99    COMP  VALUE ZERO.
     03  WS-RF-Entries                       VALUE SPACES.
         05  WS-RF-Line      PIC X(70) OCCURS 20.
*>
 01  FUEL-COST-REG-TABLE.
     03  WST-FCR-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-FCR-Max         PIC 9999   COMP   VALUE 200.
     03  WST-FCR-Table                         VALUE SPACES.
         05  WST-FCR-Groups              OCCURS 200
                                             ASCENDING KEY WST-FCR-Reg
                                             INDEXED BY QQF.
             07  WST-FCR-Reg       PIC X(6).
             07  WST-FCR-Litres    PIC 9(7)  COMP.
             07  WST-FCR-Cost      PIC 9(7)V99 COMP.
*>
 01  FUEL-COST-AFLD-TABLE.
     03  WST-FCA-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-FCA-Max         PIC 9999   COMP   VALUE 200.
     03  WST-FCA-Table                         VALUE SPACES.
         05  WST-FCA-Groups              OCCURS 200
                                             ASCENDING KEY WST-FCA-Icao
                                             INDEXED BY QQG.
             07  WST-FCA-Icao      PIC X(4).
             07  WST-FCA-Litres    PIC 9(7)  COMP.
             07  WST-FCA-Cost      PIC 9(7)V99 COMP.
*>
 01  Fuel-Report-Line.
     03  PF1-KEY             PIC X(8)B.
     03  PF1-LITRES          PIC Z(6)9.
     03  FILLER              PIC X(4)         VALUE SPACES.
     03  PF1-COST            PIC Z(6)9.99.
*>
*> Airfield fee lookup, accrual and monthly expense report work
*>   fields - see ZT100, CA237 (accrue at save) and OJ000 (report).
*>
 77  WS-Fee-Icao             pic x(4)        value spaces.
 77  WS-Fee-Date             pic 9(8)        value zero.
 77  WS-Fee-Landing          pic 9(3)v99     value zero.
 77  WS-Fee-Handling         pic 9(3)v99     value zero.
 77  WS-Fee-Tax-Code         pic x           value space.
 77  WS-Tmp-Fee-Icao         pic x(4)        value spaces.
 77  WS-Tmp-Fee-Date         pic 9(8)        value zero.
 77  WS-Fee-Month            pic 9(6)        value zero.
 77  WS-Fee-Tot-Amt          pic 9(8)v99 comp value zero.
*>
 01  FEE-COST-REG-TABLE.
     03  WST-FER-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-FER-Max         PIC 9999   COMP   VALUE 200.
     03  WST-FER-Table                         VALUE SPACES.
         05  WST-FER-Groups              OCCURS 200
                                             ASCENDING KEY WST-FER-Reg
                                             INDEXED BY QQH.
             07  WST-FER-Reg       PIC X(6).
             07  WST-FER-Count     PIC 9(5)  COMP.
             07  WST-FER-Cost      PIC 9(7)V99 COMP.
*>
 01  FEE-COST-AFLD-TABLE.
     03  WST-FEA-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-FEA-Max         PIC 9999   COMP   VALUE 200.
     03  WST-FEA-Table                         VALUE SPACES.
         05  WST-FEA-Groups              OCCURS 200
                                             ASCENDING KEY WST-FEA-Icao
                                             INDEXED BY QQJ.
             07  WST-FEA-Icao      PIC X(4).
             07  WST-FEA-Count     PIC 9(5)  COMP.
             07  WST-FEA-Cost      PIC 9(7)V99 COMP.
*>
 01  Fee-Report-Line.
     03  PE1-KEY             PIC X(8)B.
     03  PE1-COUNT           PIC Z(4)9.
     03  FILLER              PIC X(4)         VALUE SPACES.
     03  PE1-COST            PIC Z(6)9.99.
*>
*> Charge-out billing run work fields - see OB000. Detail lines are
*>   collected into a table in Captain order (appended then SORTed,
*>   the way the CI000/CG000 tables are built), so the statement can
*>   print grouped per Captain from a single pass of Flightlog-File.
*>
 77  WS-Bil-Month            pic 9(6)        value zero.
 77  WS-Bil-Mins             pic 9(5)  comp  value zero.
 77  WS-Bil-Unrated          pic 9(4)  comp  value zero.
 77  WS-Bil-Truncated        pic 9           value zero.
 77  WS-Bil-Capt-Mins        pic 9(7)  comp  value zero.
 77  WS-Bil-Capt-Flts        pic 9(4)  comp  value zero.
 77  WS-Bil-Capt-Amt         pic 9(7)v99 comp value zero.
 77  WS-Bil-Grand-Mins       pic 9(8)  comp  value zero.
 77  WS-Bil-Grand-Amt        pic 9(8)v99 comp value zero.
 77  WS-Bil-Capt-Vat         pic 9(7)v99 comp value zero.
 77  WS-Bil-Capt-Gross       pic 9(7)v99 comp value zero.
 77  WS-Bil-Grand-Vat        pic 9(8)v99 comp value zero.
 77  WS-Bil-Prev-Captain     pic x(15)       value spaces.
*>
 01  BILLING-DETAIL-TABLE.
     03  WST-Bil-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Bil-Max         PIC 9999   COMP   VALUE 2000.
     03  WST-Bil-Table                         VALUE SPACES.
         05  WST-Bil-Groups              OCCURS 2000
                                             ASCENDING KEY WST-Bil-Captain
                                                            WST-Bil-Date
                                                            WST-Bil-Start
                                             INDEXED BY QQC.
             07  WST-Bil-Captain   PIC X(15).
             07  WST-Bil-Date      PIC 9(8).
             07  WST-Bil-Start     PIC 9(4).
             07  WST-Bil-Reg       PIC X(6).
             07  WST-Bil-Mins      PIC 9(5)  COMP.
             07  WST-Bil-Fuel      PIC 9(4)  COMP.
             07  WST-Bil-Basis     PIC X.
             07  WST-Bil-Amount    PIC 9(7)V99 COMP.
             07  WST-Bil-Pkg-Mins  PIC 9(5)  COMP.   *> Drawn from a block-hour package.
             07  WST-Bil-Vat       PIC 9(6)V99 COMP.
*>
 01  Billing-Detail-Line.
     03  PB1-DATE            PIC X(10)B.
     03  PB1-REG             PIC X(6)BB.
     03  PB1-HOURS           PIC X(5).
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PB1-FUEL            PIC ZZZ9         BLANK WHEN ZERO.
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PB1-BASIS           PIC X(3).
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PB1-AMOUNT          PIC Z(5)9.99.
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PB1-PKG             PIC X(5).
*>
 01  Billing-Summary-Line.
     03  PB2-CAPTAIN         PIC X(15)B.
     03  PB2-HOURS           PIC X(6).
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PB2-FLTS            PIC ZZZ9.
     03  FILLER              PIC X(4)         VALUE SPACES.
     03  PB2-AMOUNT          PIC Z(6)9.99.
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PB2-VAT             PIC Z(6)9.99.
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PB2-GROSS           PIC Z(6)9.99.
*>
*> Accounts-receivable work fields - see OB065 (invoice posting from
*>   the billing run), OC000 (account maintenance), ON000 (receipts)
*>   and OP000 (aged debtors). Receipt/statement money is entered as
*>   999999.99 the same redefined-pieces way WSR-RATE works, but wide
*>   enough for an invoice total - see ZF050/ZG050.
*>
 01  WS-AMT-ENTRY.
     03  WSN-AMT             PIC 9(6).99     VALUE ZERO.
     03  WSN-AMT-R REDEFINES WSN-AMT.
         05  WSN-AMT-WHOLE   PIC 9(6).
         05  WSN-AMT-DOT     PIC X.
         05  WSN-AMT-DEC     PIC 99.
 77  WS-Acct-Amount          pic 9(6)v99     value zero.
 77  WS-Tmp-Acc-Captain      pic x(15)       value spaces.
 77  WS-Inv-No               pic 9(6)        value zero.
 77  WS-Inv-Next             pic 9(6)  comp  value zero.
 77  WS-Inv-Old-Amt          pic 9(7)v99 comp value zero.
 77  WS-Brn-Run-No           pic 9(3)        value zero.
 77  WS-Brn-Mode             pic x           value space.  *> O original, R re-run, S resumed.
 77  WS-Brn-Mode-Text        pic x(8)        value spaces.
 77  WS-Brn-Legacy           pic x           value "N".    *> Y = month billed before run control.
 77  WS-Brn-Found            pic x           value "N".
 77  WS-Brn-Skipped          pic 9(4)  comp  value zero.
 77  WS-Brn-Reversed         pic 9(4)  comp  value zero.
 77  WS-Brn-Amt-Disp         pic z(6)9.99.
 77  WS-Inv-Outstanding      pic s9(7)v99 comp value zero.
 77  WS-Aged-Capt-Out        pic s9(8)v99 comp value zero.
 77  WS-Aged-Grand-Out       pic s9(8)v99 comp value zero.
 01  WS-Aged-Buckets                          value zeros.
     03  WS-Aged-Amt         PIC S9(8)V99 COMP OCCURS 4.  *> current/31-60/61-90/over 90.
 77  WS-Aged-Sub             pic 9     comp  value zero.
*>
 01  AGED-DEBT-TABLE.
     03  WST-Aged-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Aged-Max        PIC 9999   COMP   VALUE 500.
     03  WST-Aged-Table                        VALUE SPACES.
         05  WST-Aged-Groups             OCCURS 500
                                             ASCENDING KEY WST-Aged-Captain
                                                            WST-Aged-Date
                                             INDEXED BY QQA.
             07  WST-Aged-Captain  PIC X(15).
             07  WST-Aged-Date     PIC 9(8).
             07  WST-Aged-Inv-No   PIC 9(6).
             07  WST-Aged-Out      PIC 9(7)V99 COMP.
             07  WST-Aged-Days     PIC 9(5)  COMP.
*>
 01  Aged-Detail-Line.
     03  PA1-INV-NO          PIC 9(6)BB.
     03  PA1-DATE            PIC X(10)B.
     03  PA1-CUR             PIC Z(6)9.99B    BLANK WHEN ZERO.
     03  PA1-30              PIC Z(6)9.99B    BLANK WHEN ZERO.
     03  PA1-60              PIC Z(6)9.99B    BLANK WHEN ZERO.
     03  PA1-90              PIC Z(6)9.99     BLANK WHEN ZERO.
*>
*> Monthly totals maintenance work fields - see ZT700 (incremental
*>   post), ZT710 (rebuild) and CCB500 (the instant analysis
*>   display). WS-Mtt-Sign +1 posts a record in, -1 backs it out
*>   (the before image of an amend or delete).
*>
 77  WS-Mtt-Sign             pic s9          value +1.
 77  WS-Mtt-Save             pic x(176)      value spaces.  *> MUST match FLIGHTLOG-RECORD length.
 77  WS-Mtt-Kind             pic x           value space.
 77  WS-Mtt-Rebuilt          pic 9(7)  comp  value zero.
*>
*> Bulk logbook entry work fields - see CB500. Ten tabular lines
*>   accepted heads-down, all validation messages collected and
*>   shown per line at the end the way the CSV import reports its
*>   bad rows, then one confirm saves the batch.
*>
 78  WS-Blk-Rows             value 10.
 77  WS-Blk-Row              pic 99    comp  value zero.
 77  WS-Blk-Count            pic 99    comp  value zero.
 77  WS-Blk-Good             pic 99    comp  value zero.
 77  WS-Blk-Line             pic 99    comp  value zero.
 01  BULK-ENTRY-TABLE.
     03  BLK-ENTRY           OCCURS 10.
         05  BLK-DATE        PIC 9(8).
         05  BLK-TYPE        PIC X(8).
         05  BLK-REG         PIC X(6).
         05  BLK-CAPTAIN     PIC X(15).
         05  BLK-FROM        PIC X(4).
         05  BLK-TO          PIC X(4).
         05  BLK-START       PIC 99.99.
         05  BLK-END         PIC 99.99.
         05  BLK-START-MINS  PIC 9(4).
         05  BLK-END-MINS    PIC 9(4).
         05  BLK-BAD         PIC 9.
         05  BLK-REASON      PIC X(40).
*>
*> Parts stock work fields - see OT000 (usage at clearance) and
*>   OV500 (maintenance, reorder report, per-registration cost
*>   history).
*>
 77  WS-Prt-No               pic x(12)       value spaces.
 77  WS-Prt-Qty              pic 9(3)        value zero.
 01  PARTS-REG-TABLE.
     03  WST-Prt-Size        PIC 999    COMP   VALUE ZERO.
     03  WST-Prt-Max         PIC 999    COMP   VALUE 200.
     03  WST-Prt-Table                         VALUE SPACES.
         05  WST-Prt-Groups              OCCURS 200 INDEXED BY QQPR.
             07  WST-Prt-Reg       PIC X(6).
             07  WST-Prt-Cost      PIC 9(8)V99 COMP.
*>
*> Fuel stock ledger work fields - see CA247 (auto-post at save)
*>   and OU500 (deliveries, dip reconciliation, stock report). Book
*>   stock = deliveries - uplifts + adjustments; persistent shrinkage
*>   against the dip is how a leak or theft shows up.
*>
 77  WS-Fst-Tank             pic x(8)        value spaces.
 77  WS-Fst-Book             pic s9(7) comp  value zero.
 77  WS-Fst-Dip              pic 9(6)        value zero.
 77  WS-Fst-Variance         pic s9(6)       value zero.
 77  WS-Fst-Litres           pic 9(6)        value zero.
*>
*> Voucher register work fields - see OT500. Expiry calls go out
*>   inside the approach window; the liability report totals the
*>   sold-but-unflown money for the accountant.
*>
 77  WS-Vch-No               pic 9(6)        value zero.
 77  WS-Vch-Next             pic 9(6)  comp  value zero.
 77  WS-Vch-Liability        pic 9(8)v99 comp value zero.
 77  WS-Vch-Out-Cnt          pic 9(4)  comp  value zero.
 77  WS-Vch-Warn-Date        pic 9(8)        value zero.
 78  WS-Vch-Warn-Days        value 60.       *> Call holders inside this window.
*>
*> Block-hour package work fields - see OW500 (sell and reports) and
*>   OB030 (draw-down in the billing run). The usage lines already
*>   on file for the month being billed are loaded first so a re-run
*>   recognises the flights it has drawn for before.
*>
 77  WS-Pkg-No               pic 9(6)        value zero.
 77  WS-Pkg-Next             pic 9(6)  comp  value zero.
 77  WS-Pkg-Hours            pic 9(3)        value zero.
 77  WS-Pkg-Need             pic 9(5)  comp  value zero.
 77  WS-Pkg-Draw             pic 9(5)  comp  value zero.
 77  WS-Pkg-Covered          pic 9(5)  comp  value zero.
 77  WS-Pkg-Flt-Key          pic x(12)       value spaces.
 77  WS-Pkg-Liability        pic 9(8)v99 comp value zero.
 77  WS-Pkg-Value            pic 9(7)v99 comp value zero.
 77  WS-Pkg-Open-Cnt         pic 9(4)  comp  value zero.
 77  WS-Pkg-Use-Open         pic 9           value zero.
 77  WS-Pkg-Warn-Date        pic 9(8)        value zero.
 77  WS-Pkg-Hrs-Disp         pic zzz9.99.
 78  WS-Pkg-Warn-Days        value 60.
*>
 01  PKG-USAGE-TABLE.
     03  WST-Pku-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Pku-Max         PIC 9999   COMP   VALUE 2000.
     03  WST-Pku-Table                         VALUE SPACES.
         05  WST-Pku-Groups              OCCURS 2000
                                             INDEXED BY QQPK.
             07  WST-Pku-Flt-Key   PIC X(12).
             07  WST-Pku-Mins      PIC 9(5)  COMP.
*>
*> Instructor remuneration work fields - see OX500. Every paid item
*>   (P1I/P1T sector or FSTD session) goes in the detail table, which
*>   is SORTed into instructor order for the remittance statements;
*>   the per-instructor totals land on the pay register.
*>
 77  WS-Ipy-Month            pic 9(6)        value zero.
 77  WS-Ipy-Existing         pic 9(4)  comp  value zero.
 77  WS-Ipr-Found            pic xx          value spaces.
 77  WS-Ipy-Unrated          pic 9(4)  comp  value zero.
 77  WS-Ipy-Truncated        pic 9           value zero.
 77  WS-Ipy-Prev             pic x(15)       value spaces.
 77  WS-Ipy-Day              pic 9(6)  comp  value zero.
 77  WS-Ipy-Night            pic 9(6)  comp  value zero.
 77  WS-Ipy-Fstd             pic 9(6)  comp  value zero.
 77  WS-Ipy-Amt              pic 9(7)v99 comp value zero.
 77  WS-Ipy-Grand-Amt        pic 9(8)v99 comp value zero.
 77  WS-Ipy-Mins             pic 9(5)  comp  value zero.
 77  WS-Ipy-Hrs-Disp         pic zzz9.99.
 77  WS-Tmp-Instructor       pic x(15)       value spaces.
*>
 01  INSTR-PAY-TABLE.
     03  WST-Ipd-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Ipd-Max         PIC 9999   COMP   VALUE 2000.
     03  WST-Ipd-Table                         VALUE SPACES.
         05  WST-Ipd-Groups              OCCURS 2000
                                             ASCENDING KEY WST-Ipd-Instructor
                                                            WST-Ipd-Date
                                                            WST-Ipd-Start
                                             INDEXED BY QQIP.
             07  WST-Ipd-Instructor PIC X(15).
             07  WST-Ipd-Date      PIC 9(8).
             07  WST-Ipd-Start     PIC 9(4).
             07  WST-Ipd-Kind      PIC X.         *> F flight, S FSTD session.
             07  WST-Ipd-Ref       PIC X(10).     *> Registration or device id.
             07  WST-Ipd-Day       PIC 9(5)  COMP. *> FSTD session minutes for kind S.
             07  WST-Ipd-Night     PIC 9(5)  COMP.
             07  WST-Ipd-Amount    PIC 9(6)V99 COMP.
*>
 01  Instr-Pay-Line.
     03  PI1-DATE            PIC X(10)B.
     03  PI1-REF             PIC X(10)BB.
     03  PI1-KIND            PIC X(6).
     03  PI1-DAY             PIC ZZZ9.99  BLANK WHEN ZERO.
     03  FILLER              PIC XX           VALUE SPACES.
     03  PI1-NIGHT           PIC ZZZ9.99  BLANK WHEN ZERO.
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PI1-AMOUNT          PIC Z(5)9.99.
*>
 01  Instr-Pay-Summary.
     03  PI2-NAME            PIC X(15)BB.
     03  PI2-DAY             PIC ZZZ9.99.
     03  FILLER              PIC XX           VALUE SPACES.
     03  PI2-NIGHT           PIC ZZZ9.99.
     03  FILLER              PIC XX           VALUE SPACES.
     03  PI2-FSTD            PIC ZZZ9.99.
     03  FILLER              PIC XXX          VALUE SPACES.
     03  PI2-AMOUNT          PIC Z(6)9.99.
*> Leaseback owner statement work fields - see OY500. The table holds
*>   one entry per owned registration, SORTed by owner for printing.
*>
 77  WS-Own-Month            pic 9(6)        value zero.
 77  WS-Own-Found            pic xx          value spaces.
 77  WS-Own-Prev             pic x(30)       value spaces.
 77  WS-Own-Net              pic s9(7)v99 comp value zero.
 77  WS-Own-Due              pic s9(7)v99 comp value zero.
 77  WS-Own-Total-Due        pic s9(8)v99 comp value zero.
 77  WS-Own-Fuel-Cost        pic 9(6)v99 comp value zero.
 77  WS-Own-Unpriced         pic 9(4)  comp  value zero.
 77  WS-Own-Pct-Disp         pic zz9.99.
 77  WS-Own-Amt-Disp         pic -(7)9.99.
*>
 01  OWNER-STMT-TABLE.
     03  WST-Own-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Own-Max         PIC 9999   COMP   VALUE 100.
     03  WST-Own-Table                         VALUE SPACES.
         05  WST-Own-Groups              OCCURS 100
                                             ASCENDING KEY WST-Own-Name
                                                            WST-Own-Reg
                                             INDEXED BY QQOW.
             07  WST-Own-Name      PIC X(30).
             07  WST-Own-Reg       PIC X(6).
             07  WST-Own-Addr1     PIC X(30).
             07  WST-Own-Addr2     PIC X(30).
             07  WST-Own-Pct       PIC 9(3)V99.
             07  WST-Own-Less-Fuel PIC X.
             07  WST-Own-Less-Fees PIC X.
             07  WST-Own-Less-Parts PIC X.
             07  WST-Own-Flts      PIC 9(4)  COMP.
             07  WST-Own-Priced    PIC 9(4)  COMP. *> Flights the billing run priced.
             07  WST-Own-Mins      PIC 9(6)  COMP.
             07  WST-Own-Income    PIC 9(7)V99 COMP.
             07  WST-Own-Fuel      PIC 9(6)V99 COMP.
             07  WST-Own-Fees      PIC 9(6)V99 COMP.
             07  WST-Own-Parts     PIC 9(6)V99 COMP.
*>
 01  Owner-Stmt-Line.
     03  PO1-LABEL           PIC X(40).
     03  PO1-AMOUNT          PIC -(7)9.99.
*>
*> VAT coding and quarterly return work fields - see ZT800 (code
*>   lookup) and OZ500 (code maintenance and the return). Charge
*>   rates are net of VAT - the billing run adds the tax; fuel, fees,
*>   vouchers and packages are VAT inclusive and the tax is taken out
*>   of the gross at the code's rate.
*>
 77  WS-Tax-Code             pic x           value space.
 77  WS-Tax-Kind             pic x           value space.
 77  WS-Tax-Rate             pic 99v99       value zero.
 77  WS-Tax-Rate-Disp        pic z9.99.
 77  WS-Tax-Status           pic xx          value spaces.  *> Code on file (00) or new - OZ520.
 77  WS-Vat-Year             pic 9(4)        value zero.
 77  WS-Vat-Qtr              pic 9           value zero.
 77  WS-Vat-From             pic 9(6)        value zero.
 77  WS-Vat-To               pic 9(6)        value zero.
 77  WS-Vat-Gross            pic 9(7)v99 comp value zero.
 77  WS-Vat-Net              pic 9(7)v99 comp value zero.
 77  WS-Vat-Amt              pic 9(7)v99 comp value zero.
 77  WS-Vat-Box1             pic s9(8)v99 comp value zero.  *> VAT due on sales.
 77  WS-Vat-Box4             pic 9(8)v99 comp value zero.  *> VAT reclaimed on purchases.
 77  WS-Vat-Box6             pic s9(8)v99 comp value zero.  *> Sales ex VAT.
 77  WS-Vat-Box7             pic 9(8)v99 comp value zero.  *> Purchases ex VAT.
 77  WS-Vat-Sect-Net         pic 9(8)v99 comp value zero.
 77  WS-Vat-Sect-Vat         pic 9(8)v99 comp value zero.
 77  WS-Vat-Unpriced         pic 9(4)  comp  value zero.
*>
 01  Vat-Detail-Line.
     03  PV1-DATE            PIC X(10)B.
     03  PV1-REF             PIC X(12)B.
     03  PV1-DESC            PIC X(24)B.
     03  PV1-CODE            PIC X.
     03  FILLER              PIC XX           VALUE SPACES.
     03  PV1-NET             PIC Z(6)9.99.
     03  FILLER              PIC XX           VALUE SPACES.
     03  PV1-VAT             PIC Z(6)9.99.
*>
 01  Vat-Box-Line.
     03  PV2-BOX             PIC X(48).
     03  PV2-AMOUNT          PIC -(8)9.99.
*>
*> Purchasing work fields - see OPA500 (orders, goods received,
*>   supplier invoices and their reports) and OV540 (orders raised
*>   off the reorder report). An invoice matches when it is from the
*>   order's supplier, its quantity has been received and not yet
*>   invoiced, and its net is within WS-Po-Tolerance of the ordered
*>   price for that quantity.
*>
 77  WS-Po-No                pic 9(6)        value zero.
 77  WS-Po-Next              pic 9(6)  comp  value zero.
 77  WS-Po-Line              pic 99          value zero.
 77  WS-Po-Supplier          pic x(6)        value spaces.
 77  WS-Po-Kind              pic x           value space.
 77  WS-Po-Qty               pic 9(6)        value zero.
 77  WS-Po-On-Order          pic 9(6)  comp  value zero.
 77  WS-Po-Expect            pic 9(7)v99 comp value zero.
 77  WS-Po-Diff              pic s9(7)v99 comp value zero.
 77  WS-Po-Tolerance         pic 9v99        value 0.50.
 77  WS-Po-Value             pic 9(8)v99 comp value zero.
 77  WS-Po-Cnt               pic 9(4)  comp  value zero.
 77  WS-Po-Found             pic xx          value spaces.
 77  WS-Po-Note              pic x(20)       value spaces.
 77  WS-Po-Disp              pic z(5)9.
*>
*> Nominal ledger export work fields - see ONA500. The journal is
*>   built on the fixed lines of NOM-JOURNAL-DEFS, each naming the
*>   mapping role it posts to and its side (D debit, C credit). A
*>   role with no account on nommap.dat, or debits that do not equal
*>   credits, stops the export.
*>
 77  WS-Nom-Period           pic 9(6)        value zero.
 77  WS-Nom-Next-Month       pic 9(6)        value zero.
 77  WS-Nom-Csv-Name         pic x(64)       value spaces.
 77  WS-Nom-Date             pic x(10)       value spaces.
 77  WS-Nom-Debits           pic 9(9)v99 comp value zero.
 77  WS-Nom-Credits          pic 9(9)v99 comp value zero.
 77  WS-Nom-Value            pic 9(7)v99 comp value zero.
 77  WS-Nom-Unvalued         pic 9(4)  comp  value zero.
 77  WS-Nom-Unmapped         pic 9(4)  comp  value zero.
 77  WS-Nom-Lines            pic 9(4)  comp  value zero.
 77  WS-Nom-Sub              pic 99    comp  value zero.
 77  WS-Nom-Amount-Disp      pic z(8)9.99.
 01  NOM-JOURNAL-DEFS.
     03  FILLER              pic x(39)  value "DEBTORS DSales invoices raised".
     03  FILLER              pic x(39)  value "SALES   CSales invoices - net".
     03  FILLER              pic x(39)  value "VATOUT  CSales invoices - output VAT".
     03  FILLER              pic x(39)  value "BANK    DReceipts from customers".
     03  FILLER              pic x(39)  value "DEBTORS CReceipts from customers".
     03  FILLER              pic x(39)  value "FEES    DLanding/handling fees - net".
     03  FILLER              pic x(39)  value "VATIN   DLanding/handling fees - VAT".
     03  FILLER              pic x(39)  value "FEEACCR CLanding/handling fees accrued".
     03  FILLER              pic x(39)  value "FUELSTK DFuel delivered to bowsers".
     03  FILLER              pic x(39)  value "GRNI    CFuel delivered - not invoiced".
     03  FILLER              pic x(39)  value "CLMFUEL DCrew claims - fuel".
     03  FILLER              pic x(39)  value "CLMFEES DCrew claims - fees".
     03  FILLER              pic x(39)  value "CLMOTHERDCrew claims - other".
     03  FILLER              pic x(39)  value "CLAIMPAYCCrew claims approved".
     03  FILLER              pic x(39)  value "SALES   DCredit notes - net".
     03  FILLER              pic x(39)  value "VATOUT  DCredit notes - output VAT".
     03  FILLER              pic x(39)  value "DEBTORS CCredit notes issued".
 01  filler REDEFINES NOM-JOURNAL-DEFS.
     03  NJD-Line                       occurs 17.
         05  NJD-Role        pic x(8).
         05  NJD-Side        pic x.
         05  NJD-Details     pic x(30).
 01  NOM-JOURNAL-TABLE.
     03  NJT-Line                       occurs 17.
         05  NJT-Amount      pic 9(9)v99 comp.
         05  NJT-Account     pic x(10).
 01  NOM-ROLE-DEFS.
     03  FILLER              pic x(38)  value "DEBTORS Debtors control".
     03  FILLER              pic x(38)  value "SALES   Sales - aircraft hire".
     03  FILLER              pic x(38)  value "VATOUT  VAT on sales".
     03  FILLER              pic x(38)  value "VATIN   VAT on purchases".
     03  FILLER              pic x(38)  value "BANK    Bank current account".
     03  FILLER              pic x(38)  value "FEES    Landing and handling fees".
     03  FILLER              pic x(38)  value "FEEACCR Fees accrued".
     03  FILLER              pic x(38)  value "FUELSTK Fuel stock".
     03  FILLER              pic x(38)  value "GRNI    Goods received not invoiced".
     03  FILLER              pic x(38)  value "CLMFUEL Crew claims - fuel".
     03  FILLER              pic x(38)  value "CLMFEES Crew claims - fees".
     03  FILLER              pic x(38)  value "CLMOTHERCrew claims - other".
     03  FILLER              pic x(38)  value "CLAIMPAYCrew claims payable".
 01  filler REDEFINES NOM-ROLE-DEFS.
     03  NRD-Line                       occurs 13.
         05  NRD-Role        pic x(8).
         05  NRD-Desc        pic x(30).
*>
*> Bank statement import work fields - see ONB500. Every line, new or
*>   carried forward, goes through WS-Bnk-Table; its state ends as P
*>   posted automatically, M posted on review, I ignored on review,
*>   R still for review or U unmatched - R and U go to bankcf.dat.
*>
 77  WS-Bnk-Max              pic 9(4)  comp  value 500.
 77  WS-Bnk-Size             pic 9(4)  comp  value zero.
 77  WS-Bnk-Sub              pic 9(4)  comp  value zero.
 77  WS-Bnk-Csv-Name         pic x(64)       value spaces.
 77  WS-Bnk-Stmt-Read        pic x           value "N".
 77  WS-Bnk-F-Date           pic x(12)       value spaces.
 77  WS-Bnk-F-Payer          pic x(40)       value spaces.
 77  WS-Bnk-F-Ref            pic x(40)       value spaces.
 77  WS-Bnk-F-Amount         pic x(20)       value spaces.
 77  WS-Bnk-D1               pic x(4)        value spaces.
 77  WS-Bnk-D2               pic x(4)        value spaces.
 77  WS-Bnk-D3               pic x(4)        value spaces.
 77  WS-Bnk-D1-Cnt           pic 99    comp  value zero.
 77  WS-Bnk-Date             pic 9(8)        value zero.
 77  WS-Bnk-Amount           pic 9(7)v99     value zero.
 77  WS-Bnk-Ref-Inv          pic 9(7)        value zero.
 77  WS-Bnk-Digits           pic 99    comp  value zero.
 77  WS-Bnk-Digit            pic 9           value zero.
 77  WS-Bnk-Pos              pic 99    comp  value zero.
 77  WS-Bnk-Name-Hit         pic x           value "N".
 77  WS-Bnk-Capt             pic x(15)       value spaces.
 77  WS-Bnk-Word1            pic x(15)       value spaces.
 77  WS-Bnk-Word2            pic x(15)       value spaces.
 77  WS-Bnk-Word3            pic x(15)       value spaces.
 77  WS-Bnk-Len1             pic 99    comp  value zero.
 77  WS-Bnk-Len2             pic 99    comp  value zero.
 77  WS-Bnk-Len3             pic 99    comp  value zero.
 77  WS-Bnk-Tally            pic 99    comp  value zero.
 77  WS-Bnk-Exact            pic 9(4)  comp  value zero.
 77  WS-Bnk-Near             pic 9(4)  comp  value zero.
 77  WS-Bnk-Exact-Inv        pic 9(6)        value zero.
 77  WS-Bnk-Near-Inv         pic 9(6)        value zero.
 77  WS-Bnk-Posted           pic 9(4)  comp  value zero.
 77  WS-Bnk-Reviewed         pic 9(4)  comp  value zero.
 77  WS-Bnk-Carried          pic 9(4)  comp  value zero.
 77  WS-Bnk-Skipped          pic 9(4)  comp  value zero.
 77  WS-Bnk-Result           pic x(18)       value spaces.
 01  WS-Bnk-Table.
     03  WSB-Line                       occurs 500.
         05  WSB-Date        pic 9(8).
         05  WSB-Amount      pic 9(7)v99.
         05  WSB-Payer       pic x(30).
         05  WSB-Ref         pic x(30).
         05  WSB-First       pic 9(8).
         05  WSB-State       pic x.
         05  WSB-Inv         pic 9(6).
*>
*> Statement of account and dunning work fields - see OND500. An
*>   open invoice this many days past its raised date is due the
*>   reminder, final demand or stop-fly letter; one run moves an
*>   invoice up at most one level so the letters always go in order.
*>
 77  WS-Dun-Reminder-Days    pic 9(3)        value 30.
 77  WS-Dun-Final-Days       pic 9(3)        value 45.
 77  WS-Dun-Stop-Days        pic 9(3)        value 60.
 77  WS-Dun-Target           pic 9           value zero.
 77  WS-Dun-Letter-Level     pic 9           value zero.
 77  WS-Dun-Escalated        pic 9           value zero.
 77  WS-Dun-Update           pic x           value "N".
 77  WS-Dun-Letters          pic 9(4)  comp  value zero.
 77  WS-Dun-Sub              pic 9(4)  comp  value zero.
 77  WS-Dun-First            pic 9(4)  comp  value zero.
 77  WS-Dun-Total            pic s9(7)v99 comp value zero.
 77  WS-Soa-Month            pic 9(6)        value zero.
 77  WS-Soa-After            pic s9(7)v99 comp value zero.
 77  WS-Soa-Debits           pic s9(7)v99 comp value zero.
 77  WS-Soa-Credits          pic s9(7)v99 comp value zero.
 77  WS-Soa-Opening          pic s9(7)v99 comp value zero.
 77  WS-Soa-Closing          pic s9(7)v99 comp value zero.
 77  WS-Soa-Running          pic s9(7)v99 comp value zero.
 77  WS-Soa-Count            pic 9(4)  comp  value zero.
 77  WS-Soa-Sign             pic -(7)9.99.
 77  WS-Soa-Sign2            pic -(7)9.99.
 01  WS-Dun-Table.
     03  WS-Dun-Size         pic 9(4)  comp  value zero.
     03  WS-Dun-Max          pic 9(4)  comp  value 500.
     03  WS-Dun-Entries                         value high-values.
         05  WS-Dun-Entry               occurs 500
                                        ascending key WDN-Captain WDN-Date
                                        indexed by QQDN.
             07  WDN-Captain     pic x(15).
             07  WDN-Date        pic 9(8).
             07  WDN-Inv-No      pic 9(6).
             07  WDN-Out         pic 9(7)v99.
             07  WDN-Days        pic 9(5).
             07  WDN-Level       pic 9.
             07  WDN-Raised      pic x.      *> Y = moved up a level this run.
 01  WS-Soa-Table.
     03  WS-Soa-Size         pic 9(4)  comp  value zero.
     03  WS-Soa-Max          pic 9(4)  comp  value 200.
     03  WS-Soa-Entries                         value high-values.
         05  WS-Soa-Entry               occurs 200
                                        ascending key WSO-Date WSO-Seq
                                        indexed by QQSA.
             07  WSO-Date        pic 9(8).
             07  WSO-Seq         pic 9(4).
             07  WSO-Type        pic x(11).
             07  WSO-Ref         pic 9(6).
             07  WSO-Debit       pic 9(7)v99.
             07  WSO-Credit      pic 9(7)v99.
*>
*> AD/SB register work fields - see ODA500. Due soon is inside the
*>   fleet board's 10 hours, or 30 days.
*>
 77  WS-Ad-Warn-Mins         pic 9(4)        value 600.
 77  WS-Ad-Warn-Days         pic 9(3)        value 30.
 77  WS-Ad-Type              pic x(8)        value spaces.
 77  WS-Ad-No                pic x(12)       value spaces.
 77  WS-Ad-Reg               pic x(6)        value spaces.
 77  WS-Ad-Date              pic 9(8)        value zero.
 77  WS-Ad-Base              pic 9(8)        value zero.
 77  WS-Ad-Last              pic 9(8)        value zero.
 77  WS-Ad-Earliest          pic 9(8)        value zero.
 77  WS-Ad-Soon-Date         pic 9(8)        value zero.
 77  WS-Ad-Next-Date         pic 9(8)        value zero.
 77  WS-Ad-Next-Mins         pic 9(7)        value zero.
 77  WS-Ad-Done              pic x           value "N".
 77  WS-Ad-New               pic x           value "N".
 77  WS-Ad-Flt-Mins          pic 9(5)        value zero.
 77  WS-Ad-Left              pic s9(7)       value zero.
 77  WS-Ad-Hrs-Left          pic -(5)9.
 77  WS-Ad-Mon-Count         pic 9(6)  comp  value zero.
 77  WS-Ad-Mon-Rem           pic 99    comp  value zero.
 77  WS-Ad-Sub               pic 9(4)  comp  value zero.
 77  WS-Ad-Linked            pic 9(4)  comp  value zero.
 77  WS-Ad-Overdue           pic 9(4)  comp  value zero.
 77  WS-Ad-Soon              pic 9(4)  comp  value zero.
 01  WS-Ad-Ymd               pic 9(8)        value zero.
 01  filler redefines WS-Ad-Ymd.
     03  WS-Ad-Ccyy          pic 9(4).
     03  WS-Ad-Mm            pic 99.
     03  WS-Ad-Dd            pic 99.
 01  WS-Ad-Fleet-Table.
     03  WS-Ad-Fleet-Size    pic 9(4)  comp  value zero.
     03  WS-Ad-Fleet-Max     pic 9(4)  comp  value 100.
     03  WS-Ad-Fleet-Reg     pic x(6)  occurs 100  value spaces.
 01  WS-Ad-Table.
     03  WS-Ad-Size          pic 9(4)  comp  value zero.
     03  WS-Ad-Max           pic 9(4)  comp  value 500.
     03  WS-Ad-Entries                          value high-values.
         05  WS-Ad-Entry                occurs 500
                                        ascending key WAD-Reg WAD-No
                                        indexed by QQAD.
             07  WAD-Reg         pic x(6).
             07  WAD-No          pic x(12).
             07  WAD-Type        pic x(8).
             07  WAD-Mand        pic x.
             07  WAD-Base        pic 9(8).
             07  WAD-Last        pic 9(8).
             07  WAD-Next-Date   pic 9(8).
             07  WAD-Next-Mins   pic 9(7).
             07  WAD-Flown       pic 9(7).
             07  WAD-State       pic x.      *> O overdue, S due soon, space ok.
*>
*> Life-limited component work fields - see ODB500 / ZT960. Approaching
*>   is inside any of the three margins below.
*>
 77  WS-Cmp-Warn-Hrs         pic 9(3)        value 25.
 77  WS-Cmp-Warn-Cycles      pic 9(3)        value 50.
 77  WS-Cmp-Warn-Days        pic 9(3)        value 60.
 77  WS-Cmp-Mins             pic 9(5)        value zero.
 77  WS-Cmp-Hrs              pic 9(5)        value zero.
 77  WS-Cmp-Was-Hrs          pic 9(5)        value zero.
 77  WS-Cmp-Date             pic 9(8)        value zero.
 77  WS-Cmp-Due-Date         pic 9(8)        value zero.
 77  WS-Cmp-Soon-Date        pic 9(8)        value zero.
 77  WS-Cmp-Hrs-Left         pic s9(6)       value zero.
 77  WS-Cmp-Cyc-Left         pic s9(7)       value zero.
 77  WS-Cmp-State            pic x           value space.
 77  WS-Cmp-New              pic x           value "N".
 77  WS-Cmp-Action           pic x           value space.
 77  WS-Cmp-Count            pic 9(4)  comp  value zero.
*>
*> Flight authorisation work fields - see ODC500 / ZT970. WS-Aut-Found
*>   is space when no authorisation is on file at all, so a log book
*>   kept without them is not nagged at every save.
*>
 77  WS-Aut-Found            pic x           value space.
 77  WS-Aut-Date             pic 9(8)        value zero.
 77  WS-Aut-Count            pic 9(4)  comp  value zero.
 77  WS-Aut-Flights          pic 9(4)  comp  value zero.
*>
*> Daily inspection work fields - see ODD500 / CA251. The compliance
*>   table holds each registration's first off-blocks of each day
*>   flown in the month.
*>
 77  WS-Din-Exists           pic x           value space.
 77  WS-Din-Month            pic 9(6)        value zero.
 77  WS-Din-Mth-Start        pic 9(8)        value zero.
 77  WS-Din-Mth-End          pic 9(8)        value zero.
 77  WS-Din-Reg              pic x(6)        value spaces.
 77  WS-Din-Prev-Reg         pic x(6)        value spaces.
 77  WS-Din-Days             pic 9(4)  comp  value zero.
 77  WS-Din-Ok               pic 9(4)  comp  value zero.
 77  WS-Din-Bad              pic 9(4)  comp  value zero.
 01  WS-Din-Table.
     03  WS-Din-Size         pic 9(4)  comp  value zero.
     03  WS-Din-Max          pic 9(4)  comp  value 1000.
     03  WS-Din-Entries                         value high-values.
         05  WS-Din-Entry               occurs 1000
                                        ascending key WDI-Reg WDI-Date
                                        indexed by QQDI.
             07  WDI-Reg         pic x(6).
             07  WDI-Date        pic 9(8).
             07  WDI-Start       pic 9(4).
*>
*> Theory exam work fields - see ODE500 / ZT980. The window runs from
*>   the end of the month of the first sitting; the passes then stay
*>   valid for a skills test for WS-Tk-Valid-Months after the last.
*>
 77  WS-Tk-Window-Months     pic 99          value 18.
 77  WS-Tk-Valid-Months      pic 99          value 24.
 77  WS-Tk-Student           pic x(15)       value spaces.
 77  WS-Tk-Course            pic x(12)       value spaces.
 77  WS-Tk-Subject           pic x(8)        value spaces.
 77  WS-Tk-First-Date        pic 9(8)        value zero.
 77  WS-Tk-Last-Pass         pic 9(8)        value zero.
 77  WS-Tk-Window-End        pic 9(8)        value zero.
 77  WS-Tk-Valid-To          pic 9(8)        value zero.
 77  WS-Tk-Outstanding       pic 99          value zero.
 77  WS-Tk-Exhausted         pic 99          value zero.
 77  WS-Tk-Left              pic 99          value zero.
 77  WS-Tk-Mon-Count         pic 9(6)        value zero.
 77  WS-Tk-Mon-Rem           pic 99          value zero.
 77  WS-Tk-State             pic x           value space.
 77  WS-Tk-Text              pic x(60)       value spaces.
*>   C complete and current, I incomplete, X window expired or attempts
*>   used up, O passes out of date, N no subjects for the course.
 01  WS-Tk-Ymd.
     03  WS-Tk-Ccyy          pic 9(4).
     03  WS-Tk-Mm            pic 99.
     03  WS-Tk-Dd            pic 99.
 01  WS-Tk-Table.
     03  WS-Tk-Size          pic 99    comp  value zero.
     03  WS-Tk-Max           pic 99    comp  value 20.
     03  WS-Tk-Entry                    occurs 20
                                        indexed by QQTK.
         05  WTK-Subject     pic x(8).
         05  WTK-Title       pic x(30).
         05  WTK-Pass-Mark   pic 9(3).
         05  WTK-Max         pic 99.
         05  WTK-Attempts    pic 99.
         05  WTK-Last-Score  pic 9(3).
         05  WTK-Pass-Date   pic 9(8).
*>
*> Trip work fields - see ODF500 / CA253 and the billing run trip
*>   lines (OB022). WS-Trp-Bil-Reg stands in the registration column
*>   of a customer's statement for the trip's one line.
*>
 77  WS-Trp-No               pic 9(5)        value zero.
 77  WS-Trp-Bill-No          pic 9(5)        value zero.
 77  WS-Trp-Customer         pic x(15)       value spaces.
 77  WS-Trp-Legs             pic 9(4)  comp  value zero.
 77  WS-Trp-Gaps             pic 9(4)  comp  value zero.
 77  WS-Trp-Mins             pic 9(7)  comp  value zero.
 77  WS-Trp-Leg-Mins         pic 9(5)  comp  value zero.
 77  WS-Trp-Dist             pic 9(7)  comp  value zero.
 77  WS-Trp-Fuel             pic 9(7)  comp  value zero.
 77  WS-Trp-Fees             pic 9(7)v99 comp value zero.
 77  WS-Trp-Hire             pic 9(7)v99 comp value zero.
 77  WS-Trp-Leg-Fees         pic 9(5)v99 comp value zero.
 77  WS-Trp-Leg-Hire         pic 9(6)v99 comp value zero.
 77  WS-Trp-Last-To          pic x(4)        value spaces.
 77  WS-Trp-Route            pic x(120)      value spaces.
 77  WS-Trp-Ptr              pic 999   comp  value zero.
 77  WS-Trp-Amt-Edit         pic z(6)9.99.
 77  WS-Trp-Num-Edit         pic z(6)9.
 01  WS-Trp-Bil-Reg.
     03  filler              pic x           value "#".
     03  WS-Trp-Bil-Reg-No   pic 9(5)        value zero.
*>
*> Opening balance work fields - see ODG500 / ZT990 / CCH000. Hours
*>   are keyed through WSM-TIME as the maintenance totals are.
*>
 77  WS-Opb-Pilot            pic x(15)       value spaces.
 77  WS-Opb-Mins             pic 9(8)  comp  value zero.
 77  WS-Opb-Sub              pic 9     comp  value zero.
 77  WS-Opb-Col              pic 99    comp  value zero.
 77  WS-Opb-Reply            pic xx          value spaces.
 77  SW-Opb-Loaded           pic 9           value zero.
     88  Opb-Record-Loaded                   value 1.
*>
*> Licence experience statement work fields - see ODH500. The two
*>   distances are asked for on each run, offered at these defaults.
*>
 77  WS-Xp-Xc-Default        pic 9(3)        value 25.
 77  WS-Xp-Lxc-Default       pic 9(3)        value 300.
 77  WS-Xp-Xc-Nm             pic 9(3)        value 25.
 77  WS-Xp-Lxc-Nm            pic 9(3)        value 300.
 77  WS-Xp-Pilot             pic x(15)       value spaces.
 77  WS-Xp-Appl              pic x           value "C".
 77  WS-Xp-Leaver            pic x           value "N".     *> Y = leaver's certificate, from ODR500.
 77  WS-Xp-Left-Date         pic 9(8)        value zero.
 77  WS-Xp-Role              pic x           value space.   *> H Captain, S student.
 77  WS-Xp-Xc                pic x           value "N".
 77  WS-Xp-Sub               pic 99    comp  value zero.
 77  WS-Xp-Sectors           pic 9(6)  comp  value zero.
 77  WS-Xp-First             pic 9(8)        value zero.
 77  WS-Xp-Last              pic 9(8)        value zero.
 77  WS-Xp-Mins              pic 9(8)  comp  value zero.
 77  WS-Xp-Pic-Mins          pic 9(6)  comp  value zero.
 77  WS-Xp-Arch-Used         pic 9           value zero.
 77  WS-Xp-Long-Nm           pic 9(6)  comp  value zero.
 77  SW-Xp-Jny               pic x           value "N".
     88  Xp-Jny-Open                         value "Y".
 77  WS-Xp-J-Dep             pic x(4)        value spaces.
 77  WS-Xp-J-Last            pic x(4)        value spaces.
 77  WS-Xp-J-Ptr             pic 99    comp  value zero.
 77  WS-Xp-J-Size            pic 99    comp  value zero.
 01  WS-Xp-J-Aflds                           value spaces.
     03  WS-Xp-J-Afld        pic x(4)        occurs 8.
*>
*>  The journey being built, and copies of the longest and the first
*>   qualifying one - moved back over WS-Xp-Jny to print.
*>
 01  WS-Xp-Jny.
     03  WS-Xp-J-Date        pic 9(8).
     03  WS-Xp-J-Reg         pic x(6).
     03  WS-Xp-J-Nm          pic 9(6).
     03  WS-Xp-J-Mins        pic 9(6).
     03  WS-Xp-J-Lands       pic 99.
     03  WS-Xp-J-Route       pic x(60).
 01  WS-Xp-Qual              pic x(88)       value spaces.
 01  WS-Xp-Long              pic x(88)       value spaces.
*>
 01  WS-Xp-Hours.
     03  WS-Xp-HH            pic z(5)9.
     03  filler              pic x           value ".".
     03  WS-Xp-MM            pic 99.
*>
 01  WS-Xp-Cat-Labels.
     03  filler              pic x(28)       value "Total flight time".
     03  filler              pic x(28)       value "Pilot in command (PIC)".
     03  filler              pic x(28)       value "PIC cross-country".
     03  filler              pic x(28)       value "Cross-country, all".
     03  filler              pic x(28)       value "Night".
     03  filler              pic x(28)       value "Instrument".
     03  filler              pic x(28)       value "Dual instruction received".
     03  filler              pic x(28)       value "Multi-engine".
 01  filler  redefines WS-Xp-Cat-Labels.
     03  WS-Xp-Cat-Label     pic x(28)       occurs 8.
 01  WS-Xp-Cats.
     03  WS-Xp-Cat                           occurs 8.
         05  WS-Xp-Cat-Mins  pic 9(8)  comp.
         05  WS-Xp-Cat-Bf    pic 9(8)  comp.
         05  WS-Xp-Cat-Held  pic x.          *> Y = the opening balance holds it.
*>
*> Data retention work fields - see ODI500 / ODJ500. A record is
*>   looked at with its file, kind, date, key and person name set
*>   here; ODJ550 answers with the action due, space = keep.
*>
 77  WS-Rtn-Cert-Name        pic x(96)       value spaces.
 77  WS-Rtn-Jnl-Name         pic x(64)       value "flightlog.jnl".
 77  WS-Rtn-Jnl-New          pic x(64)       value "flightlog.jnl.new".
 77  WS-Rtn-Jnl-Old          pic x(64)       value "flightlog.jnl.old".
 77  WS-Rtn-Anon-Text        pic x(10)       value "ANONYMISED".
 77  WS-Rtn-File-Id          pic xx          value spaces.
 77  WS-Rtn-Kind             pic x(4)        value spaces.
 77  WS-Rtn-Name             pic x(30)       value spaces.
 77  WS-Rtn-Key              pic x(20)       value spaces.
 77  WS-Rtn-Act              pic x           value space.
 77  WS-Rtn-Fx               pic 9     comp  value zero.   *> 1 MF, 2 EC, 3 VC, 4 JN, 5 PL.
 77  WS-Rtn-Lvr-Seq          pic 9(4)        value zero.
 77  WS-Rtn-Mon-Count        pic 9(6)  comp  value zero.
 77  WS-Rtn-Mon-Rem          pic 99    comp  value zero.
 77  WS-Rtn-Jnl-Changed      pic 9(6)  comp  value zero.
 77  WS-Rtn-Total            pic 9(6)  comp  value zero.
 77  WS-Rtn-Rules            pic 9(4)  comp  value zero.
 77  WS-Rtn-Num-Edit         pic z(5)9.
 77  WS-Rtn-Rc               pic s9(9) comp  value zero.
 01  WS-Rtn-Date.
     03  WS-Rtn-Ccyymm       pic 9(6).
     03  WS-Rtn-Dd           pic 99.
 01  WS-Rtn-Cutoff.
     03  WS-Rtn-Cut-Ccyy     pic 9(4).
     03  WS-Rtn-Cut-Mm       pic 99.
     03  WS-Rtn-Cut-Dd       pic 99.
 01  WS-Rtn-Cut-Date          redefines WS-Rtn-Cutoff
                             pic 9(8).
 01  WS-Rtn-Counts.
     03  WS-Rtn-Count                        occurs 5.
         05  WS-Rtn-Deleted  pic 9(6)  comp.
         05  WS-Rtn-Anoned   pic 9(6)  comp.
         05  WS-Rtn-Moved    pic 9(6)  comp.
         05  WS-Rtn-Held     pic 9(6)  comp.
 01  WS-Rtn-File-Names.
     03  filler              pic x(20)       value "MF Pax manifest".
     03  filler              pic x(20)       value "EC Expense claims".
     03  filler              pic x(20)       value "VC Voucher register".
     03  filler              pic x(20)       value "JN Update journal".
     03  filler              pic x(20)       value "PL Pilot leavers".
 01  filler  redefines WS-Rtn-File-Names.
     03  WS-Rtn-File-Name    pic x(20)       occurs 5.
 01  WS-Rtn-Rule-Line.
     03  filler              pic x(2)        value spaces.
     03  WS-Rtn-Rl-File      pic xx.
     03  filler              pic x           value space.
     03  WS-Rtn-Rl-Kind      pic x(4).
     03  filler              pic x(10)       value "  months ".
     03  WS-Rtn-Rl-Months    pic zz9.
     03  filler              pic x(10)       value "  action ".
     03  WS-Rtn-Rl-Action    pic x.
     03  filler              pic x(2)        value spaces.
     03  WS-Rtn-Rl-Desc      pic x(30).
 01  WS-Rtn-Act-Line.
     03  filler              pic x(2)        value spaces.
     03  WS-Rtn-Al-File      pic xx.
     03  filler              pic x           value space.
     03  WS-Rtn-Al-Kind      pic x(4).
     03  filler              pic x(2)        value spaces.
     03  WS-Rtn-Al-Key       pic x(20).
     03  filler              pic x(2)        value spaces.
     03  WS-Rtn-Al-Date      pic x(10).
     03  filler              pic x(2)        value spaces.
     03  WS-Rtn-Al-Action    pic x(10).
 01  WS-Rtn-Tot-Line.
     03  filler              pic x(2)        value spaces.
     03  WS-Rtn-Tl-File      pic x(20).
     03  filler              pic x(10)       value "  Deleted ".
     03  WS-Rtn-Tl-Del       pic z(5)9.
     03  filler              pic x(13)       value "  Anonymised ".
     03  WS-Rtn-Tl-Anon      pic z(5)9.
     03  filler              pic x(11)       value "  Archived ".
     03  WS-Rtn-Tl-Moved     pic z(5)9.
     03  filler              pic x(7)        value "  Held ".
     03  WS-Rtn-Tl-Held      pic z(5)9.
*>
*> Reliability report work fields - see ODK500. One slot per airframe
*>   with a day map across the period (U = unavailable that day), then
*>   totals by type and by ATA chapter (subscript chapter + 1). The
*>   history table holds one registration's defects for the repeat test.
*>
 77  WS-Rel-From             pic 9(8)        value zero.
 77  WS-Rel-To               pic 9(8)        value zero.
 77  WS-Rel-Days             pic 9(4)  comp  value zero.
 77  WS-Rel-Day1             pic 9(4)  comp  value zero.
 77  WS-Rel-Day2             pic 9(4)  comp  value zero.
 77  WS-Rel-End              pic 9(8)        value zero.
 77  WS-Rel-Reg              pic x(6)        value spaces.
 77  WS-Rel-Size             pic 9(3)  comp  value zero.
 77  WS-Rel-Max              pic 9(3)  comp  value 100.
 77  WS-Rel-Sub              pic 9(3)  comp  value zero.
 77  WS-Rel-Sub2             pic 9(3)  comp  value zero.
 77  WS-Rlt-Size             pic 99    comp  value zero.
 77  WS-Rlt-Sub              pic 99    comp  value zero.
 77  WS-Rlh-Size             pic 9(3)  comp  value zero.
 77  WS-Rlh-Sub              pic 9(3)  comp  value zero.
 77  WS-Rel-Ata-Sub          pic 9(3)  comp  value zero.
 77  WS-Rel-Ata              pic 99          value zero.
 77  WS-Rel-Add              pic x           value "Y".   *> N = look up only - see ODK550.
 77  WS-Rel-Unset            pic 9(4)  comp  value zero.
 77  WS-Rel-Repeats          pic 9(4)  comp  value zero.
 77  WS-Rel-Tot-Mins         pic 9(8)  comp  value zero.
 77  WS-Rel-Tot-Defects      pic 9(5)  comp  value zero.
 77  WS-Rel-Tot-A            pic 9(5)  comp  value zero.
 77  WS-Rel-Count            pic 9(5)  comp  value zero.
 77  WS-Rel-Tot-Unav         pic 9(6)  comp  value zero.
 77  WS-Rel-Ac-Days          pic 9(6)  comp  value zero.
 77  WS-Rel-Rate             pic 9(5)v99     value zero.
 77  WS-Rel-Pct              pic 9(3)v9      value zero.
 77  WS-Rel-Rate-Edit        pic zzzz9.99.
 77  WS-Rel-Pct-Edit         pic zz9.9.
 77  WS-Rel-Num-Edit         pic zzzz9.
 77  WS-Rel-Hrs-Edit         pic zzzzz9.
 01  WS-Rel-Fleet.
     03  WS-Rel-Ac                           occurs 100.
         05  Rel-Reg         pic x(6).
         05  Rel-Type        pic x(8).
         05  Rel-Mins        pic 9(7)  comp.
         05  Rel-Defects     pic 9(4)  comp.
         05  Rel-A-Defects   pic 9(4)  comp.
         05  Rel-Unav        pic 9(4)  comp.
         05  Rel-Map         pic x(366).
 01  WS-Rel-Types.
     03  WS-Rel-Type                         occurs 40.
         05  Rlt-Type        pic x(8).
         05  Rlt-Acs         pic 9(3)  comp.
         05  Rlt-Mins        pic 9(8)  comp.
         05  Rlt-Defects     pic 9(5)  comp.
         05  Rlt-A-Defects   pic 9(5)  comp.
         05  Rlt-Unav        pic 9(6)  comp.
 01  WS-Rel-Chapters.
     03  Rlc-Count           pic 9(4)  comp  occurs 100.
 01  WS-Rel-History.
     03  WS-Rel-Hist                         occurs 500.
         05  Rlh-No          pic 9(4).
         05  Rlh-Raised      pic 9(8).
         05  Rlh-Ata         pic xx.
 01  WS-Rel-Line.
     03  filler              pic x(2)        value spaces.
     03  WS-Rel-Ln-Reg       pic x(8).
     03  WS-Rel-Ln-Type      pic x(10).
     03  WS-Rel-Ln-Hrs       pic zzzzz9.
     03  filler              pic x(3)        value spaces.
     03  WS-Rel-Ln-Defects   pic zzzz9.
     03  filler              pic x(3)        value spaces.
     03  WS-Rel-Ln-A         pic zzzz9.
     03  filler              pic x(3)        value spaces.
     03  WS-Rel-Ln-Unav      pic zzzz9.
     03  filler              pic x(3)        value spaces.
     03  WS-Rel-Ln-Pct       pic zz9.9.
     03  filler              pic x           value "%".
*>
*> ATA 100 chapter titles for the tech log - see ZT330.
*>
 77  WS-Ata-Sub              pic 99    comp  value zero.
 77  WS-Ata-Title            pic x(24)       value spaces.
 77  WS-Tlg-Ata-In           pic xx          value spaces.
 01  ATA-CHAPTER-DEFS.
     03  FILLER              pic x(26)  value "05Time limits / checks".
     03  FILLER              pic x(26)  value "11Placards and markings".
     03  FILLER              pic x(26)  value "12Servicing".
     03  FILLER              pic x(26)  value "21Air conditioning".
     03  FILLER              pic x(26)  value "22Auto flight".
     03  FILLER              pic x(26)  value "23Communications".
     03  FILLER              pic x(26)  value "24Electrical power".
     03  FILLER              pic x(26)  value "25Equipment / furnishings".
     03  FILLER              pic x(26)  value "26Fire protection".
     03  FILLER              pic x(26)  value "27Flight controls".
     03  FILLER              pic x(26)  value "28Fuel".
     03  FILLER              pic x(26)  value "29Hydraulic power".
     03  FILLER              pic x(26)  value "30Ice and rain protection".
     03  FILLER              pic x(26)  value "31Instruments".
     03  FILLER              pic x(26)  value "32Landing gear".
     03  FILLER              pic x(26)  value "33Lights".
     03  FILLER              pic x(26)  value "34Navigation".
     03  FILLER              pic x(26)  value "35Oxygen".
     03  FILLER              pic x(26)  value "36Pneumatic".
     03  FILLER              pic x(26)  value "37Vacuum".
     03  FILLER              pic x(26)  value "39Electrical panels".
     03  FILLER              pic x(26)  value "51Structures - general".
     03  FILLER              pic x(26)  value "52Doors".
     03  FILLER              pic x(26)  value "53Fuselage".
     03  FILLER              pic x(26)  value "54Nacelles / pylons".
     03  FILLER              pic x(26)  value "55Stabilisers".
     03  FILLER              pic x(26)  value "56Windows".
     03  FILLER              pic x(26)  value "57Wings".
     03  FILLER              pic x(26)  value "61Propellers".
     03  FILLER              pic x(26)  value "71Power plant".
     03  FILLER              pic x(26)  value "72Engine".
     03  FILLER              pic x(26)  value "73Engine fuel and control".
     03  FILLER              pic x(26)  value "74Ignition".
     03  FILLER              pic x(26)  value "76Engine controls".
     03  FILLER              pic x(26)  value "77Engine indicating".
     03  FILLER              pic x(26)  value "78Exhaust".
     03  FILLER              pic x(26)  value "79Oil".
     03  FILLER              pic x(26)  value "80Starting".
     03  FILLER              pic x(26)  value "81Turbines".
 01  filler REDEFINES ATA-CHAPTER-DEFS.
     03  ATA-Line                       occurs 39.
         05  ATA-Code        pic xx.
         05  ATA-Desc        pic x(24).
*>
*> Quarterly report default period - see ZT340.
*>
 77  WS-Qtr-From             pic 9(8)        value zero.
 77  WS-Qtr-To               pic 9(8)        value zero.
 77  WS-Qtr-Ccyy             pic 9(4)        value zero.
 77  WS-Qtr-Mm               pic 99          value zero.
*>
*> Noise complaint work fields - see ODL500. The flights that could
*>   be the one complained of are kept nearest first (time order when
*>   the position is not known); the report counts by airfield,
*>   registration and local hour of day.
*>
 77  WS-Nse-No-In            pic 9(6)        value zero.
 77  WS-Nse-Exists           pic x           value "N".
 77  WS-Nse-Zone             pic x           value "L".
 77  WS-Nse-Lat-In           pic x(10)       value spaces.
 77  WS-Nse-Lon-In           pic x(10)       value spaces.
 77  WS-Nse-Pos-Disp         pic -999.9999.
 77  WS-Nse-Margin           pic 99          value 10.   *> minutes either side of the flight.
 77  WS-Nse-Prev-Date        pic 9(8)        value zero.
 77  WS-Nse-T                pic s9(5) comp  value zero.
 77  WS-Nse-S                pic s9(5) comp  value zero.
 77  WS-Nse-E                pic s9(5) comp  value zero.
 77  WS-Nse-Pick             pic 99          value zero.
 77  WS-Nse-Sub              pic 99    comp  value zero.
 77  WS-Nse-Sub2             pic 99    comp  value zero.
 77  WS-Nse-Cand-Size        pic 99    comp  value zero.
 77  WS-Nse-Cand-Max         pic 99    comp  value 12.
 77  WS-Nse-Dist-Edit        pic zzzz9.
 77  WS-Nse-No-Edit          pic z(5)9.
 01  WS-Nse-Cands.
     03  WS-Nse-Cand                         occurs 12.
         05  Nsc-Date        pic 9(8).
         05  Nsc-Start       pic 9(4).
         05  Nsc-End         pic 9(4).
         05  Nsc-Reg         pic x(6).
         05  Nsc-Type        pic x(8).
         05  Nsc-From        pic x(4).
         05  Nsc-To          pic x(4).
         05  Nsc-Captain     pic x(15).
         05  Nsc-Dist        pic 9(5).
         05  Nsc-Near        pic x(4).
 01  WS-Nse-New.                             *> as WS-Nse-Cand.
     03  Nsn-Date            pic 9(8).
     03  Nsn-Start           pic 9(4).
     03  Nsn-End             pic 9(4).
     03  Nsn-Reg             pic x(6).
     03  Nsn-Type            pic x(8).
     03  Nsn-From            pic x(4).
     03  Nsn-To              pic x(4).
     03  Nsn-Captain         pic x(15).
     03  Nsn-Dist            pic 9(5).
     03  Nsn-Near            pic x(4).
 77  WS-Nsr-From             pic 9(8)        value zero.
 77  WS-Nsr-To               pic 9(8)        value zero.
 77  WS-Nsr-Total            pic 9(5)  comp  value zero.
 77  WS-Nsr-Linked           pic 9(5)  comp  value zero.
 77  WS-Nsr-Sub              pic 9(3)  comp  value zero.
 77  WS-Nsr-Afld-Size        pic 99    comp  value zero.
 77  WS-Nsr-Reg-Size         pic 9(3)  comp  value zero.
 77  WS-Nsr-Hour             pic 99    comp  value zero.
 77  WS-Nsr-Pct              pic 9(3)v9      value zero.
 77  WS-Nsr-Pct-Edit         pic zz9.9.
 77  WS-Nsr-Num-Edit         pic zzzz9.
 01  WS-Nsr-Status-Counts.
     03  WS-Nsr-Status                       occurs 4.   *> O I R C.
         05  Nss-Count       pic 9(5)  comp.
 01  WS-Nsr-Status-Names     pic x(52)       value
         "Open         InvestigatingResponded    Closed       ".
 01  filler redefines WS-Nsr-Status-Names.
     03  WS-Nsr-Status-Name  pic x(13)       occurs 4.
 01  WS-Nsr-Afields.
     03  WS-Nsr-Afld                         occurs 50.
         05  Nsa-Icao        pic x(4).
         05  Nsa-Count       pic 9(5)  comp.
         05  Nsa-Linked      pic 9(5)  comp.
 01  WS-Nsr-Regs.
     03  WS-Nsr-Reg                          occurs 100.
         05  Nsg-Reg         pic x(6).
         05  Nsg-Count       pic 9(5)  comp.
 01  WS-Nsr-Hours.
     03  Nsh-Count           pic 9(5)  comp  occurs 24.
*>
*> Attachment index work fields - see ZT350, ODM500 and ODM600. The
*>   caller sets the kind and owner key and a title for the screen.
*>
 77  WS-Att-Kind             pic xx          value spaces.
 77  WS-Att-Owner            pic x(20)       value spaces.
 77  WS-Att-Title            pic x(60)       value spaces.
 77  WS-Att-Count            pic 9(3)  comp  value zero.
 77  WS-Att-Last-Seq         pic 9(3)  comp  value zero.
 77  WS-Att-Count-Edit       pic zz9.
 77  WS-Att-Seq-In           pic 9(3)        value zero.
 77  WS-Att-Type-In          pic x(4)        value spaces.
 77  WS-Att-Path-In          pic x(80)       value spaces.
 77  WS-Att-Base             pic x(100)      value spaces.
 77  WS-Att-Path-Save        pic x(100)      value spaces.  *> Held over the ZT350 count - ODM535.
 77  WS-Att-Desc-Save        pic x(40)       value spaces.  *>   ditto.
 77  WS-Att-Store            pic x(96)       value spaces.
 77  WS-Att-Full             pic x(200)      value spaces.
 77  WS-Att-Copy-To          pic x(200)      value spaces.
 77  WS-Att-List-Name        pic x(96)       value spaces.
 77  WS-Att-Command          pic x(256)      value spaces.
 77  WS-Att-Len              pic 9(3)  comp  value zero.
 77  WS-Att-Sub              pic 9(3)  comp  value zero.
 77  WS-Att-Reply            pic x           value space.
 77  WS-Att-Missing          pic x           value space.
 77  WS-Att-Total            pic 9(5)  comp  value zero.
 77  WS-Att-Lost             pic 9(5)  comp  value zero.
 77  WS-Att-Orphans          pic 9(5)  comp  value zero.
 77  WS-Att-Unowned          pic 9(5)  comp  value zero.
 77  WS-Att-Stored           pic 9(5)  comp  value zero.
 77  WS-Att-Num-Edit         pic zzzz9.
 01  WS-Att-File-Info.
     03  WS-Att-File-Size    pic x(8)  comp-x value zero.
     03  WS-Att-File-Date    pic x(4)  comp-x value zero.
     03  WS-Att-File-Time    pic x(4)  comp-x value zero.
 77  WS-Cmp-Mon-Count        pic 9(6)  comp  value zero.
 77  WS-Cmp-Mon-Rem          pic 99    comp  value zero.
 77  WS-Cmp-Hrs-Edit         pic -(5)9.
 77  WS-Cmp-Cyc-Edit         pic -(6)9.
 77  WS-Cmp-Tso-Edit         pic z(5)9.9.
 01  WS-Cmp-Ymd              pic 9(8)        value zero.
 01  filler redefines WS-Cmp-Ymd.
     03  WS-Cmp-Ccyy         pic 9(4).
     03  WS-Cmp-Mm           pic 99.
     03  WS-Cmp-Dd           pic 99.
*>
*> Credit note work fields - see ONC500. The reason codes are fixed,
*>   CRN-REASON-DEFS holding code and description.
*>
 77  WS-Crn-Next             pic 9(6)        value zero.
 77  WS-Crn-Amount           pic 9(7)v99     value zero.
 77  WS-Crn-Raised           pic 9(7)v99     value zero.
 77  WS-Crn-Creditable       pic s9(7)v99    value zero.
 77  WS-Crn-Sub              pic 99    comp  value zero.
 77  WS-Crn-Desc             pic x(24)       value spaces.
 77  WS-Crn-Sign             pic -(7)9.99.
 01  CRN-REASON-DEFS.
     03  FILLER              pic x(26)  value "OCOvercharged".
     03  FILLER              pic x(26)  value "RTWrong rate applied".
     03  FILLER              pic x(26)  value "DUDuplicate billing".
     03  FILLER              pic x(26)  value "CFCancelled / not flown".
     03  FILLER              pic x(26)  value "GWGoodwill".
     03  FILLER              pic x(26)  value "OTOther - see note".
 01  filler REDEFINES CRN-REASON-DEFS.
     03  CRD-Line                       occurs 6.
         05  CRD-Code        pic xx.
         05  CRD-Desc        pic x(24).
*>
*> PostScript rendering option - set by the report/billing screens,
*>   acted on at close of job (reports only release at close) by
*>   handing logbook.rpt to the rpt2ps companion program with the
*>   layout letter. Last request in the session wins.
*>
 77  WS-Ps-Wanted            pic x           value space.  *> S/E/B, space = off.
 77  WS-Ps-Command           pic x(128)      value spaces.
*>
*> Environment profile - see flightenv.cbl. ENV=NAME (or FLIGHTLOG_ENV)
*>   picks flightlog-NAME.env; the data directory is put in force for
*>   every OPEN, the print, signed logbook and iCalendar files go to the
*>   report directory and, in TEST, mail, alerts and the standby feed
*>   stand down. FLENV-Banner heads the menu and every report title.
*>
 77  WS-Print-File-Name      pic x(96)       value "logbook.rpt".
 77  WS-Signed-File-Name     pic x(96)       value "flitesign.rpt".
 77  WS-Ical-File-Name       pic x(96)       value "flightlog.ics".
 77  WS-Env-Pos              pic 999   comp  value zero.
 COPY "flightenv.cpy".
*>
*> Journal audit work fields - see CW500. Changes summarized by
*>   user and file over a date range, with exception sections for
*>   out-of-hours updates, flight deletions and edits inside the
*>   closed period - each shown as a field-by-field before/after
*>   comparison off the definition table below, not two raw images.
*>
 77  WS-Jaud-From            pic 9(8)        value zero.
 77  WS-Jaud-To              pic 9(8)        value 99999999.
 78  WS-Jaud-Day-Start       value 0600.     *> out-of-hours outside these.
 78  WS-Jaud-Day-End         value 2200.
 01  JAUD-SUM-TABLE.
     03  WS-JaS-Size         PIC 999    COMP   VALUE ZERO.
     03  WS-JaS-Max          PIC 999    COMP   VALUE 200.
     03  WS-JaS-Table                          VALUE SPACES.
         05  WS-JaS-Groups               OCCURS 200 INDEXED BY QQJA.
             07  JaS-User          PIC X(15).
             07  JaS-File          PIC XX.
             07  JaS-Writes        PIC 9(6)  COMP.
             07  JaS-Rewrites      PIC 9(6)  COMP.
             07  JaS-Deletes       PIC 9(6)  COMP.
 01  JAUD-EXC-TABLE.
     03  WS-JaE-Size         PIC 999    COMP   VALUE ZERO.
     03  WS-JaE-Max          PIC 999    COMP   VALUE 150.
     03  JAE-ENTRY                           OCCURS 150.
         05  JaE-Type        PIC X.     *> H out-of-hours, D flight delete, C closed-period edit.
         05  JaE-Date        PIC 9(8).
         05  JaE-Time        PIC 9(6).
         05  JaE-User        PIC X(15).
         05  JaE-File        PIC XX.
         05  JaE-Action      PIC X.
         05  JaE-Before      PIC X(176).
         05  JaE-After       PIC X(176).
 77  WS-JaE-Idx              pic 999   comp  value zero.
 77  WS-Jaud-Want            pic x           value space.
*>
*>  The flight-image field map for the readable comparison.
*>
 01  JAUD-FIELD-DEFS.
     03  pic x(16) value "DATE      00108".
     03  pic x(16) value "START     00904".
     03  pic x(16) value "END       01304".
     03  pic x(16) value "TYPE      01708".
     03  pic x(16) value "REG       02506".
     03  pic x(16) value "CAPTAIN   03115".
     03  pic x(16) value "CAPACITY  04603".
     03  pic x(16) value "FROM      04904".
     03  pic x(16) value "TO        05304".
     03  pic x(16) value "DAY-P1    05804".
     03  pic x(16) value "DAY-P23   06204".
     03  pic x(16) value "NIGHT-P1  06604".
     03  pic x(16) value "NIGHT-P23 07004".
     03  pic x(16) value "INSTRUMENT07404".
     03  pic x(16) value "REMARKS   07832".
     03  pic x(16) value "CREW2     13815".
 01  filler redefines JAUD-FIELD-DEFS.
     03  JAUD-FIELD          occurs 16.
         05  JF-NAME         pic x(10).
         05  JF-OFF          pic 9(3).
         05  JF-LEN          pic 9(2).
         05  filler          pic x.
 77  WS-JF-Idx               pic 99    comp  value zero.
*>
*> Mail dispatch work fields - see MP000 (recipient maintenance)
*>   and ZP600 (the spool writer). One message file per reminder
*>   under mailspool/, sequence-numbered within the run.
*>
 77  WS-Mail-Msg-Name        pic x(96)       value spaces.
 77  WS-Mail-Seq             pic 9(4)        value zero.
 77  WS-Mail-Sent            pic 9(4)  comp  value zero.
 77  WS-Mail-Failed          pic 9(4)  comp  value zero.
 77  WS-Mail-Reason          pic x(40)       value spaces.
 77  WS-Tmp-Rcp-Name         pic x(15)       value spaces.
*>
*> Membership work fields - see MN000 (maintain), M920 (start-up
*>   renewals check), MN500 (control-switch load) and CA246 (gate at
*>   the Captain field).
*>
 77  WS-Mbr-Name             pic x(15)       value spaces.
 77  WS-Mbr-Block            pic x           value space.   *> loaded from memberctl.dat.
 77  WS-Mbr-Renewals-Msg     pic x(40)       value spaces.
 77  WS-Mbr-Due-Cnt          pic 9(3)  comp  value zero.
*>
*> Expense claim work fields - see OP500 (entry), OQ500 (approval)
*>   and OR500 (monthly reimbursement report netting approved claims
*>   against the Captain's charge-out statement).
*>
 77  WS-Clm-No               pic 9(6)        value zero.
 77  WS-Clm-Next             pic 9(6)  comp  value zero.
 77  WS-Clm-Month            pic 9(6)        value zero.
 77  WS-Clm-Approved         pic 9(7)v99 comp value zero.
 77  WS-Clm-Charges          pic 9(7)v99 comp value zero.
 77  WS-Clm-Net              pic s9(7)v99 comp value zero.
 01  CLAIM-CAPT-TABLE.
     03  WST-Clm-Size        PIC 999    COMP   VALUE ZERO.
     03  WST-Clm-Max         PIC 999    COMP   VALUE 200.
     03  WST-Clm-Table                         VALUE SPACES.
         05  WST-Clm-Groups              OCCURS 200 INDEXED BY QQCL.
             07  WST-Clm-Captain   PIC X(15).
             07  WST-Clm-Amt       PIC 9(7)V99 COMP.
*>
*> Runway check work fields - see BR000 (maintenance off the
*>   airfield menu) and CA245 (takeoff-performance warning at the
*>   destination field).
*>
 77  WS-Rwy-Icao             pic x(4)        value spaces.
 77  WS-Rwy-Desig            pic x(2)        value spaces.
 77  WS-Rwy-Longest          pic 9(4)  comp  value zero.
 77  WS-Rwy-Any              pic 9           value zero.
*>
*> Crosswind-experience work fields - see ON500. Component is the
*>   wind speed times the sine of the angle off the runway heading
*>   (designator x 10 degrees), computed from the stored arrival
*>   wind/runway per sector.
*>
 77  WS-Xw-Angle             usage comp-2.
 77  WS-Xw-Comp              pic s9(3)  comp value zero.
 77  WS-Xw-Window-Start      pic 9(8)        value zero.
 01  CROSSWIND-TABLE.
     03  WST-Xw-Size         PIC 9999   COMP   VALUE ZERO.
     03  WST-Xw-Max          PIC 9999   COMP   VALUE 500.
     03  WST-Xw-Table                          VALUE SPACES.
         05  WST-Xw-Groups               OCCURS 500 INDEXED BY QQXW.
             07  WST-Xw-Captain    PIC X(15).
             07  WST-Xw-Max-Ever   PIC 9(3)  COMP.
             07  WST-Xw-Max-Recent PIC 9(3)  COMP.
             07  WST-Xw-Recent-Cnt PIC 9(4)  COMP.   *> recent landings with 10kt+ component.
*>
*> Signed-export work fields - see OM500. Each page's hash covers
*>   the previous page's hash plus this page's record images, through
*>   the same SHA3-384 routine the password hashing links against,
*>   so editing any page breaks every page after it.
*>
 78  WS-Sig-Page-Size        value 50.        *> flight records per page.
 77  WS-Sig-Page-No          pic 9(4)        value zero.
 77  WS-Sig-Line-Cnt         pic 9(4)  comp  value zero.
 77  WS-Sig-Buf-Len          binary-double unsigned value zero.
 77  WS-Sig-Offset           pic 9(5)  comp  value zero.
 77  WS-Sig-Buffer           pic x(8900)     value spaces.
 77  WS-Sig-Prev-Hex         pic x(96)       value all "0".
 77  WS-Sig-Hex              pic x(96)       value spaces.
 77  WS-Sig-Byte             pic 9(3)  comp  value zero.
 77  WS-Sig-Hi               pic 9(2)  comp  value zero.
 77  WS-Sig-Lo               pic 9(2)  comp  value zero.
 77  WS-Sig-Sub              pic 9(3)  comp  value zero.
 77  WS-Sig-Bad-Page         pic 9(4)        value zero.
 77  WS-Sig-Records          pic 9(7)  comp  value zero.
 01  WS-Sig-Hex-Digits       pic x(16)       value "0123456789ABCDEF".
 01  filler REDEFINES WS-Sig-Hex-Digits.
     03  WS-Sig-Hex-Digit    pic x  occurs 16.
*>
*> Home-base work fields - see OL500 (maintain the base codes),
*>   the base-filter prompts on the main reports, and the
*>   positioning split on the utilization report (a sector departing
*>   away from the aircraft's base is positioning and unbillable).
*>
 77  WS-Base-Filter          pic x(4)        value spaces.
 77  WS-Tmp-Base             pic x(4)        value spaces.
 77  WS-Base-Kind            pic x           value space.
*>
*> Annual statistics return work fields - see OJ500. Movements per
*>   airfield (two per sector), hours by type and the day/night
*>   split already stored in the P1/P23 OCCURS, over the live file
*>   plus the archive generation.
*>
 77  WS-Sta-Year             pic 9(4)        value zero.
 77  WS-Sta-Day-Mins         pic 9(8)  comp  value zero.
 77  WS-Sta-Night-Mins       pic 9(8)  comp  value zero.
 77  WS-Sta-Flights          pic 9(6)  comp  value zero.
 77  WS-Sta-Arch-Used        pic 9           value zero.
 01  STAT-AFLD-TABLE.
     03  WST-StA-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-StA-Max         PIC 9999   COMP   VALUE 300.
     03  WST-StA-Table                         VALUE SPACES.
         05  WST-StA-Groups              OCCURS 300 INDEXED BY QSA.
             07  WST-StA-Icao      PIC X(4).
             07  WST-StA-Movts     PIC 9(6)  COMP.
 01  STAT-TYPE-TABLE.
     03  WST-StT-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-StT-Max         PIC 9999   COMP   VALUE 100.
     03  WST-StT-Table                         VALUE SPACES.
         05  WST-StT-Groups              OCCURS 100 INDEXED BY QST.
             07  WST-StT-Type      PIC X(8).
             07  WST-StT-Mins      PIC 9(8)  COMP.
*>
*> Flying-hours budget work fields - see OH500 (maintain) and OI500
*>   (variance report). Actuals come off one pass of the flight file
*>   accumulated per registration and per instructor (instructional
*>   capacities P1I/P1T), in the same minutes the utilization report
*>   builds.
*>
 77  WS-Tmp-Year             pic 9(4)        value zero.   *> truncated ccyy - COMPUTE division keeps fractions.
 77  WS-Bud-Kind             pic x           value space.
 77  WS-Bud-Name             pic x(15)       value spaces.
 77  WS-Bud-Month            pic 9(6)        value zero.
 77  WS-Bud-Hours            pic 9(4)        value zero.
 77  WS-Bud-Mth-Bud          pic 9(7)  comp  value zero.
 77  WS-Bud-Mth-Act          pic 9(7)  comp  value zero.
 77  WS-Bud-Ytd-Bud          pic 9(8)  comp  value zero.
 77  WS-Bud-Ytd-Act          pic 9(8)  comp  value zero.
 77  WS-Bud-Var              pic s9(8)  comp value zero.
 01  BUDGET-ACT-TABLE.
     03  WST-Bud-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Bud-Max         PIC 9999   COMP   VALUE 400.
     03  WST-Bud-Table                         VALUE SPACES.
         05  WST-Bud-Groups              OCCURS 400 INDEXED BY QQW.
             07  WST-Bud-Kind      PIC X.
             07  WST-Bud-Name      PIC X(15).
             07  WST-Bud-Mth-Mins  PIC 9(7)  COMP.
             07  WST-Bud-Ytd-Mins  PIC 9(8)  COMP.
*>
 01  Budget-Report-Line.
     03  PG1-KIND            PIC X(4).
     03  PG1-NAME            PIC X(15)B.
     03  PG1-BUD             PIC Z(4)9.99B.
     03  PG1-ACT             PIC Z(4)9.99B.
     03  PG1-VAR             PIC -(4)9.99B.
     03  PG1-YBUD            PIC Z(5)9.99B.
     03  PG1-YACT            PIC Z(5)9.99B.
     03  PG1-YVAR            PIC -(5)9.99.
*>
*> Statement matching work fields - see OG500. The paper invoice's
*>   total and its lines missing from our accruals are typed in; our
*>   lines get marked matched/disputed on the ledger itself.
*>
 77  WS-Stm-Icao             pic x(4)        value spaces.
 77  WS-Stm-Month            pic 9(6)        value zero.
 77  WS-Stm-Accrued          pic 9(8)v99 comp value zero.
 77  WS-Stm-Matched          pic 9(8)v99 comp value zero.
 77  WS-Stm-Disputed         pic 9(8)v99 comp value zero.
 77  WS-Stm-Missing-Cnt      pic 9(3)        value zero.
 77  WS-Stm-Missing-Amt      pic 9(6)v99     value zero.
 77  WS-Stm-Invoiced         pic 9(6)v99     value zero.
 77  WS-Stm-Variance         pic s9(8)v99 comp value zero.
 77  WS-Stm-Lines            pic 9(4)  comp  value zero.
*>
*> Flight-plan form work fields - see OF500. The estimated elapsed
*>   time comes from the great-circle distance at the type's cruise
*>   TAS; everything except the route field fills itself.
*>
 77  WS-Fpl-Reg              pic x(6)        value spaces.
 77  WS-Fpl-Type             pic x(8)        value spaces.
 77  WS-Fpl-From             pic x(4)        value spaces.
 77  WS-Fpl-To               pic x(4)        value spaces.
 77  WS-Fpl-Date             pic 9(8)        value zero.
 77  WS-Fpl-Dep-Mins         pic 9(4)        value zero.
 77  WS-Fpl-EET-Mins         pic 9(5)  comp  value zero.
 77  WS-Fpl-HHMM             pic 9(4)        value zero.
*>
*> Booking diary work fields - see OE500. Conflict checks look at
*>   other bookings for the registration/date, severity-A defects on
*>   the tech log and document expiry on the booking date.
*>
 77  WS-Bkg-Reg              pic x(6)        value spaces.
 77  WS-Bkg-Date             pic 9(8)        value zero.
 77  WS-Bkg-Start            pic 9(4)        value zero.
 77  WS-Bkg-End              pic 9(4)        value zero.
 77  WS-Bkg-Hirer            pic x(15)       value spaces.
 77  WS-Bkg-Conflict         pic 9           value zero.
 77  SW-Ical-Bookings        pic 9           value zero.   *> 1 = bookings go into the .ics too.
 77  WS-Tlg-A-Cnt            pic 9(3)        value zero.
*>
*> Charter quote work fields - see OB500 (quote), OC500 (cruise
*>   performance maintenance) and OD500 (match quote to flight).
*>
 78  WS-Quo-Taxi-Mins        value 15.        *> Block allowance beyond still-air time.
 77  WS-Tmp-Cru-Type         pic x(8)        value spaces.
 77  WS-Quo-No               pic 9(6)        value zero.
 77  WS-Quo-Next             pic 9(6)  comp  value zero.
 77  WS-Quo-Litres           pic 9(5)  comp  value zero.
 77  WS-Quo-Hours            pic 9(3)v99 comp value zero.
 77  WS-Quo-Price            pic 9(7)v99 comp value zero.
*>
*> Safety occurrence work fields - see OQ000 (maintain), OS000
*>   (quarterly rates per 1000 hours) and ZT500 (next number).
*>
 77  WS-Occ-Reg              pic x(6)        value spaces.
 77  WS-Occ-Next-No          pic 9(4)  comp  value zero.
 77  WS-Occ-Qtr              pic 9           value zero.
 77  WS-Occ-Year             pic 9(4)        value zero.
 77  WS-Occ-Qtr-Start        pic 9(8)        value zero.
 77  WS-Occ-Qtr-End          pic 9(8)        value zero.
 77  WS-Occ-Hours            pic 9(6)v99 comp value zero.
 77  WS-Occ-Mins             pic 9(8)  comp  value zero.
 77  WS-Occ-Rate             pic 9(4)v99 comp value zero.
 77  WS-Occ-Rate-Disp        pic zzz9.99.
 01  OCC-CAT-TABLE.
     03  WS-OccC-Size        PIC 99     COMP   VALUE ZERO.
     03  WS-OccC-Max         PIC 99     COMP   VALUE 20.
     03  OCCC-ENTRY                          OCCURS 20.
         05  OCCC-CAT        PIC X(10).
         05  OCCC-COUNT      PIC 9(4)  COMP.
*>
*> Airfield operating-hours check work fields - see BF000 (hours
*>   form on the airfield screens) and CA244 (warnings at the time
*>   fields). The flight times are UTC so the airfield's offset
*>   converts them to local before comparing.
*>
 77  WS-Ahr-Icao             pic x(4)        value spaces.
 77  WS-Ahr-Time             pic 9(4)        value zero.
 77  WS-Ahr-Local            pic s9(5) comp  value zero.
 77  WS-Ahr-Open             pic 9(4)  comp  value zero.
 77  WS-Ahr-Close            pic 9(4)  comp  value zero.
 77  WS-Ahr-WE               pic 9           value zero.   *> 1 = weekend date.
*>
*> Airfield briefing pack work fields - see ODO500. Times are
*>   minutes UTC; ZU300 turns one into the airfield's local clock and
*>   says whether it is open then. WST-Brf-Alt holds the diversion
*>   alternates found within the radius, nearest first.
*>
 77  WS-Brf-From             pic x(4)        value spaces.
 77  WS-Brf-To               pic x(4)        value spaces.
 77  WS-Brf-Type             pic x(8)        value spaces.
 77  WS-Brf-Date             pic 9(8)        value zero.
 77  WS-Brf-Dep-Mins         pic 9(4)        value zero.
 77  WS-Brf-EET-Mins         pic 9(5)        value zero.
 77  WS-Brf-Eta-Mins         pic 9(5)        value zero.   *> from midnight of the date, may pass 1440.
 77  WS-Brf-Route-Dist       pic 9(5)        value zero.
 77  WS-Brf-Radius           pic 9(3)        value 50.     *> nautical miles.
 77  WS-Brf-Min-Rwy          pic 9(4)        value zero.   *> off WBDATUM, zero = no minimum.
 77  WS-Brf-Tas              pic 9(3)        value zero.
 77  WS-Brf-Role             pic x(11)       value spaces.
 77  WS-Brf-Icao             pic x(4)        value spaces.
 77  WS-Brf-At-Date          pic 9(8)        value zero.   *> ZU300 i/p - date and
 77  WS-Brf-At-Mins          pic 9(5)        value zero.   *>  minutes UTC from its midnight.
 77  WS-Brf-Day              pic 9(8)        value zero.   *> ZU300 o/p - UTC date and
 77  WS-Brf-Utc              pic 9(5)        value zero.   *>  time brought inside the day.
 77  WS-Brf-Local-Day        pic 9(8)        value zero.   *>  and the airfield's local date.
 77  WS-Brf-Status           pic x           value space.
     88  WS-Brf-Open                         value "O".
     88  WS-Brf-Closed                       value "C".
     88  WS-Brf-Curfew                       value "F".
     88  WS-Brf-No-Hours                     value "U".
 77  WS-Brf-Dest-Lat         pic s9(3)v9(4)  value zero.
 77  WS-Brf-Dest-Lon         pic s9(3)v9(4)  value zero.
 77  WS-Brf-Surface          pic x           value space.
 77  WS-Brf-List-Rwys        pic x           value "N".
 77  WS-Brf-Disp-Count       pic 9(3)  comp  value zero.
 77  WS-Brf-Disp-Total       pic 9(7)v99     value zero.
 77  WS-Brf-Amount           pic z(6)9.99.
 77  WS-Brf-Amount2          pic z(6)9.99.
 77  WS-Brf-Len              pic zzz9.
 77  WS-Brf-Dist             pic zzzz9.
 77  WS-Brf-Deg              pic -zz9.9999.
 77  WS-Brf-Deg2             pic -zz9.9999.
 77  WS-Brf-Offset           pic -zz9.
 77  WS-Brf-Count            pic zz9.
 77  WS-Brf-Count2           pic zz9.
 77  WS-Brf-Time1            pic x(5)        value spaces.
 77  WS-Brf-Time2            pic x(5)        value spaces.
 77  WS-Brf-Time3            pic x(5)        value spaces.
 77  WS-Brf-Time4            pic x(5)        value spaces.
 77  WS-Brf-Text             pic x(32)       value spaces.
 77  WS-Brf-Alt-Count        pic 9(3)  comp  value zero.
 77  WS-Brf-Alt-Max          pic 9(3)  comp  value 40.
 77  WS-Brf-Alt-Sub          pic 9(3)  comp  value zero.
 77  WS-Brf-Alt-Ins          pic 9(3)  comp  value zero.
 77  WS-Brf-Alt-Dropped      pic 9(3)  comp  value zero.
 77  WS-Brf-Suitable         pic 9(3)  comp  value zero.
 01  WST-Brf-Alternates.
     03  WST-Brf-Alt                         occurs 40.
         05  WST-Alt-Icao    pic x(4).
         05  WST-Alt-Name    pic x(24).
         05  WST-Alt-Dist    pic 9(5).
         05  WST-Alt-Eta     pic 9(4).      *> minutes UTC.
         05  WST-Alt-Rwy     pic 9(4).      *> longest, metres.
         05  WST-Alt-Surface pic x.
         05  WST-Alt-PPR     pic x.
         05  WST-Alt-Status  pic x.         *> as WS-Brf-Status.
         05  WST-Alt-Verdict pic x(16).
*>
*> Passenger manifest work fields - see CA242 (capture after save)
*>   and OY000 (reprint / per-person search).
*>
 77  WS-Mfs-Seq              pic 9(2)  comp  value zero.
 77  WS-Mfs-Max-Seats        pic 9(2)  comp  value zero.
 77  WS-Mfs-Name             pic x(30)       value spaces.
 77  WS-Mfs-Date-Time        pic x(12)       value spaces.
 77  WS-Mfs-Count            pic 9(4)  comp  value zero.
 77  WS-Mfs-Len              pic 99    comp  value zero.
*>
*> Exchange rate work fields - see ZT400 (lookup), OX000
*>   (maintenance) and the conversion points in ZT000/ZT100/OB000.
*>   The rate is typed as 999.9999 through the usual redefined
*>   pieces.
*>
 01  WS-EXR-ENTRY.
     03  WSX-RATE            PIC 9(3).9(4)   VALUE ZERO.
     03  WSX-RATE-R REDEFINES WSX-RATE.
         05  WSX-RATE-WHOLE  PIC 9(3).
         05  WSX-RATE-DOT    PIC X.
         05  WSX-RATE-DEC    PIC 9(4).
 77  WS-Exr-Cur              pic x(3)        value spaces.
 77  WS-Exr-Date             pic 9(8)        value zero.
 77  WS-Exr-Rate             pic 9(3)v9(4)   value zero.
 77  WS-Exr-Unconverted      pic 9(4)  comp  value zero.  *> foreign amounts left raw - see FL113.
 77  WS-Tmp-Exr-Cur          pic x(3)        value spaces.
 77  WS-Tmp-Exr-Date         pic 9(8)        value zero.
*>
*> Direct operating cost report work fields - see OA000. Fuel is
*>   priced per uplift at the departure airfield the way OG000 does,
*>   fees come off the accrual ledger, fixed costs are the annual
*>   insurance/hangarage amounts on the document register prorated
*>   to the months reported.
*>
 77  WS-Doc-From-Month       pic 9(6)        value zero.
 77  WS-Doc-To-Month         pic 9(6)        value zero.
 77  WS-Doc-Months           pic 9(4)  comp  value zero.
 77  WS-Doc-Hours            pic 9(5)v99 comp value zero.
 77  WS-Doc-Total            pic 9(8)v99 comp value zero.
 77  WS-Doc-Per-Hour         pic 9(6)v99 comp value zero.
 77  WS-Doc-Unpriced         pic 9(4)  comp  value zero.
*>
 01  DOC-COST-TABLE.
     03  WST-Doc-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Doc-Max         PIC 9999   COMP   VALUE 200.
     03  WST-Doc-Table                         VALUE SPACES.
         05  WST-Doc-Groups              OCCURS 200
                                             ASCENDING KEY WST-Doc-Reg
                                             INDEXED BY QQV.
             07  WST-Doc-Reg       PIC X(6).
             07  WST-Doc-Mins      PIC 9(7)  COMP.
             07  WST-Doc-Fuel      PIC 9(7)V99 COMP.
             07  WST-Doc-Fees      PIC 9(7)V99 COMP.
             07  WST-Doc-Fixed     PIC 9(7)V99 COMP.
             07  WST-Doc-Depn      PIC 9(7)V99 COMP.
             07  WST-Doc-Maint     PIC 9(7)V99 COMP.  *> Labour booked + parts drawn.
*>
 01  Doc-Cost-Line.
     03  PC1-REG             PIC X(6)BB.
     03  PC1-HOURS           PIC Z(4)9.99B.
     03  PC1-FUEL            PIC Z(6)9.99B.
     03  PC1-FEES            PIC Z(6)9.99B.
     03  PC1-FIXED           PIC Z(6)9.99B.
     03  PC1-DEPN            PIC Z(6)9.99B.
     03  PC1-MAINT           PIC Z(6)9.99B.
     03  PC1-TOTAL           PIC Z(7)9.99B.
     03  PC1-PER-HR          PIC Z(5)9.99.
*>
*> Fixed-asset register work fields - see ODP500 (maintenance),
*>   ODP600 (monthly depreciation run) and ODP700 (register report).
*>   WST-Ast-Groups holds the month's block minutes per registration
*>   for the per-hour assets.
*>
 77  WS-Ast-Reg              pic x(6)        value spaces.
 77  WS-Ast-Comp             pic x(2)        value spaces.
 77  WS-Ast-Month            pic 9(6)        value zero.
 77  WS-Ast-Mins             pic 9(7)  comp  value zero.
 77  WS-Ast-Charge           pic 9(7)v99 comp value zero.
 77  WS-Ast-Remain           pic s9(7)v99 comp value zero.
 77  WS-Ast-NBV              pic s9(7)v99 comp value zero.
 77  WS-Ast-Hours            pic 9(5)v99 comp value zero.
 77  WS-Ast-Charged          pic 9(4)  comp  value zero.
 77  WS-Ast-Already          pic 9(4)  comp  value zero.
 77  WS-Ast-Run-Total        pic 9(8)v99 comp value zero.
 77  WS-Ast-Reg-Cost         pic 9(8)v99 comp value zero.
 77  WS-Ast-Reg-Accum        pic 9(8)v99 comp value zero.
 77  WS-Ast-Reg-NBV          pic s9(8)v99 comp value zero.
 77  WS-Ast-Tot-Cost         pic 9(8)v99 comp value zero.
 77  WS-Ast-Tot-Accum        pic 9(8)v99 comp value zero.
 77  WS-Ast-Tot-NBV          pic s9(8)v99 comp value zero.
 77  WS-Ast-Prev-Reg         pic x(6)        value spaces.
 77  WS-Ast-Found            pic x           value "N".
 77  WS-Ast-Amt1             pic z(7)9.99.
 77  WS-Ast-Amt2             pic z(7)9.99.
 77  WS-Ast-Amt3             pic z(7)9.99-.
 77  WS-Ast-Amt4             pic z(7)9.99.
 77  WS-Ast-Hrs-Disp         pic zzzz9.99.
 77  WS-Ast-Life-Disp        pic zzzz9.
 01  AST-HOURS-TABLE.
     03  WST-Ast-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Ast-Max         PIC 9999   COMP   VALUE 200.
     03  WST-Ast-Table                         VALUE SPACES.
         05  WST-Ast-Groups              OCCURS 200
                                             INDEXED BY QQAS.
             07  WST-Ast-Reg       PIC X(6).
             07  WST-Ast-Mins      PIC 9(7)  COMP.
*>
*> Aircraft disposal work fields - see ODQ500 (disposal and pack) and
*>   ZV100 (retired as at a date, for the booking diary, planning
*>   forecast and document reminders). WS-Dsp-Bill-From is the first
*>   month billing ever ran; WS-Dsp-Chk-Month/-Billed cache the last
*>   month looked up on the run control file.
*>
 77  WS-Dsp-Reg              pic x(6)        value spaces.
 77  WS-Dsp-As-At            pic 9(8)        value zero.
 77  WS-Dsp-Retired          pic x           value "N".
 77  WS-Dsp-Date             pic 9(8)        value zero.
 77  WS-Dsp-Buyer            pic x(30)       value spaces.
 77  WS-Dsp-Incl             pic x           value "N".
 77  WS-Dsp-Bookings         pic 9(4)  comp  value zero.
 77  WS-Dsp-Defects          pic 9(4)  comp  value zero.
 77  WS-Dsp-Unbilled         pic 9(4)  comp  value zero.
 77  WS-Dsp-Refused          pic 9     comp  value zero.
 77  WS-Dsp-Flights          pic 9(6)  comp  value zero.
 77  WS-Dsp-Mins             pic 9(7)  comp  value zero.
 77  WS-Dsp-First            pic 9(8)        value zero.
 77  WS-Dsp-Last             pic 9(8)        value zero.
 77  WS-Dsp-Bill-From        pic 9(6)        value zero.
 77  WS-Dsp-Chk-Month        pic 9(6)        value zero.
 77  WS-Dsp-Chk-Billed       pic x           value "N".
 77  WS-Dsp-Lines            pic 9(4)  comp  value zero.
 77  WS-Dsp-State            pic x(6)        value spaces.
 77  WS-Dsp-Work-Mins        pic 9(7)  comp  value zero.
 77  WS-Dsp-Work             pic 9(6)  comp  value zero.
 77  WS-Dsp-Work-MM          pic 99    comp  value zero.
 77  WS-Dsp-Count            pic zzzzz9.
 77  WS-Dsp-Hours-Disp2      pic x(9)        value spaces.
 01  WS-Dsp-Hours-Disp.
     03  WS-Dsp-HD-H         pic zzzzz9.
     03  filler              pic x           value ":".
     03  WS-Dsp-HD-M         pic 99.
*>
*> Pilot leaver work fields - see ODR500 (closing a pilot out) and
*>   ZV200 (on the leaver register, for the renewal reminders, recency
*>   forecast, captain picker and login).
*>
 77  WS-Lvr-Name             pic x(15)       value spaces.
 77  WS-Lvr-Left             pic x           value "N".
 77  WS-Lvr-Date             pic 9(8)        value zero.
 77  WS-Lvr-Reason           pic x(30)       value spaces.
 77  WS-Lvr-User             pic x(15)       value spaces.
 77  WS-Lvr-Claims           pic 9(4)  comp  value zero.
 77  WS-Lvr-Bookings         pic 9(4)  comp  value zero.
 77  WS-Lvr-Refused          pic 9     comp  value zero.
 77  WS-Lvr-Count            pic zzz9.
 77  WS-Lvr-Balance          pic -(6)9.99.
*>
*> Airspace infringement check work fields - see ODS500. The areas
*>   are KML or GeoJSON polygon files (the kind worldcities8 takes
*>   its areas from) listed one to a line in the airspace list as
*>   "file|area name". With no name the file's own <name> / "name"
*>   is used, else the file name. Each <coordinates> block of a KML
*>   file, or the outer ring of each "coordinates" in a GeoJSON one,
*>   is an area. Positions are degrees, longitude as x.
*>
 77  WS-Asp-List-In          pic x(56)       value spaces.
 77  WS-Asp-List-Name        pic x(96)       value spaces.
 77  WS-Asp-File-Name        pic x(96)       value spaces.
 77  WS-Asp-From             pic 9(8)        value zero.
 77  WS-Asp-To               pic 9(8)        value zero.
 77  WS-Asp-Name             pic x(30)       value spaces.  *> off the list line.
 77  WS-Asp-Cur-Name         pic x(30)       value spaces.  *> last name met in the file.
 77  WS-Asp-Json             pic x           value "N".
 77  WS-Asp-In-Coords        pic x           value "N".
 77  WS-Asp-In-Name          pic x           value "N".    *> Q = waiting for the opening quote.
 77  WS-Asp-Open             pic x           value "N".    *> Y = an area is being loaded.
 77  WS-Asp-Found            pic x           value "N".
 77  WS-Asp-Hit              pic x           value "N".
 77  WS-Asp-Inside           pic x           value "N".
 77  WS-Asp-Rec-Len          pic 9(5)  comp  value zero.
 77  WS-Asp-Cx               pic 9(5)  comp  value zero.
 77  WS-Asp-Nx               pic 99    comp  value zero.
 77  WS-Asp-Char             pic x           value space.
 77  WS-Asp-Token            pic x(24)       value spaces.
 77  WS-Asp-Tok-Len          pic 99    comp  value zero.
 77  WS-Asp-Axis             pic 9     comp  value zero.
 77  WS-Asp-Depth            pic s99   comp  value zero.
 77  WS-Asp-Pair-Depth       pic s99   comp  value zero.
 77  WS-Asp-Num-Lon          pic s9(3)v9(6)  value zero.
 77  WS-Asp-Num-Lat          pic s9(3)v9(6)  value zero.
 77  WS-Asp-Pos-Lat          pic s9(3)v9(4)  value zero.
 77  WS-Asp-Pos-Lon          pic s9(3)v9(4)  value zero.
 77  WS-Asp-Sectors          pic 9(6)  comp  value zero.
 77  WS-Asp-Unknown          pic 9(6)  comp  value zero.
 77  WS-Asp-Hits             pic 9(6)  comp  value zero.
 77  WS-Asp-Legs             pic 9(4)  comp  value zero.   *> ~3 nm each, 200 max.
 77  WS-Asp-Ax               pic 9(4)  comp  value zero.
 77  WS-Asp-Ex               pic 9(5)  comp  value zero.
 77  WS-Asp-Qx               pic 9(5)  comp  value zero.
 77  WS-Asp-Px               pic 9(4)  comp  value zero.
 77  WS-Asp-Row              pic 99    comp  value zero.
 77  WS-Asp-Line             pic 99    comp  value zero.
 77  WS-Asp-Page             pic 9(4)  comp  value zero.
 77  WS-Asp-Pick             pic 999         value zero.
 77  WS-Asp-HHMM             pic 9(4)        value zero.
 77  WS-Asp-Count            pic zzzzz9.
 77  WS-Asp-Row-Line         pic x(80)       value spaces.
*>
*>  Track sampling and the crossing tests - COMP-2 as ZU000.
*>
 78  WS-Asp-Pi               value 3.14159265.
 77  WS-Asp-Rad-Lat1         usage comp-2.
 77  WS-Asp-Rad-Lon1         usage comp-2.
 77  WS-Asp-Rad-Lat2         usage comp-2.
 77  WS-Asp-Rad-Lon2         usage comp-2.
 77  WS-Asp-Sin-Ang          usage comp-2.
 77  WS-Asp-F                usage comp-2.
 77  WS-Asp-A                usage comp-2.
 77  WS-Asp-B                usage comp-2.
 77  WS-Asp-X                usage comp-2.
 77  WS-Asp-Y                usage comp-2.
 77  WS-Asp-Z                usage comp-2.
 77  WS-Asp-D1               usage comp-2.
 77  WS-Asp-D2               usage comp-2.
 77  WS-Asp-D3               usage comp-2.
 77  WS-Asp-D4               usage comp-2.
 77  WS-Asp-P-Lat            usage comp-2.
 77  WS-Asp-P-Lon            usage comp-2.
 77  WS-Asp-T-Min-Lat        usage comp-2.
 77  WS-Asp-T-Max-Lat        usage comp-2.
 77  WS-Asp-T-Min-Lon        usage comp-2.
 77  WS-Asp-T-Max-Lon        usage comp-2.
*>
 01  ASP-LIST-TABLE.
     03  WST-Aspl-Size       PIC 99     COMP   VALUE ZERO.
     03  WST-Aspl-Max        PIC 99     COMP   VALUE 50.
     03  WST-Aspl-Entry                        OCCURS 50.
         05  WST-Aspl-File   PIC X(96).
         05  WST-Aspl-Name   PIC X(30).
*>
 01  ASP-AREA-TABLE.
     03  WST-Aspa-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Aspa-Max        PIC 9999   COMP   VALUE 200.
     03  WST-Aspa-Entry                        OCCURS 200.
         05  WST-Aspa-Name     PIC X(30).
         05  WST-Aspa-First    PIC 9(5)  COMP.
         05  WST-Aspa-Last     PIC 9(5)  COMP.
         05  WST-Aspa-Min-Lat  PIC S9(3)V9(6) COMP-3.
         05  WST-Aspa-Max-Lat  PIC S9(3)V9(6) COMP-3.
         05  WST-Aspa-Min-Lon  PIC S9(3)V9(6) COMP-3.
         05  WST-Aspa-Max-Lon  PIC S9(3)V9(6) COMP-3.
*>
 01  ASP-NODE-TABLE.
     03  WST-Aspn-Size       PIC 9(5)   COMP   VALUE ZERO.
     03  WST-Aspn-Max        PIC 9(5)   COMP   VALUE 20000.
     03  WST-Aspn-Entry                        OCCURS 20000.
         05  WST-Aspn-Lat    PIC S9(3)V9(6) COMP-3.
         05  WST-Aspn-Lon    PIC S9(3)V9(6) COMP-3.
*>
 01  ASP-TRACK-TABLE.
     03  WST-Aspt-Entry                        OCCURS 201.
         05  WST-Aspt-Lat    PIC S9(3)V9(6) COMP-3.
         05  WST-Aspt-Lon    PIC S9(3)V9(6) COMP-3.
*>
 01  ASP-EXCEPTION-TABLE.
     03  WST-Aspx-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Aspx-Max        PIC 9999   COMP   VALUE 200.
     03  WST-Aspx-Entry                        OCCURS 200.
         05  WST-Aspx-Key    PIC X(12).
         05  WST-Aspx-Reg    PIC X(6).
         05  WST-Aspx-From   PIC X(4).
         05  WST-Aspx-To     PIC X(4).
         05  WST-Aspx-Area   PIC X(30).
         05  WST-Aspx-Raised PIC X.
*>
*> Flying history map work fields - see ODT500. A visit is a landing,
*>   so an airfield only ever departed from shows none; its last date
*>   is the later of any departure or landing in the range.
*>
 77  WS-Hkm-File-Name        pic x(96)       value spaces.
 77  WS-Hkm-By               pic x           value "C".    *> C = captain, R = registration.
 77  WS-Hkm-Who              pic x(15)       value spaces.
 77  WS-Hkm-Tag              pic x(15)       value spaces.  *> Who, spaces as "-", for the file name.
 77  WS-Hkm-Tag-Len          pic 99    comp  value zero.
 77  WS-Hkm-From             pic 9(8)        value zero.
 77  WS-Hkm-To               pic 9(8)        value zero.
 77  WS-Hkm-Arch             pic x           value "Y".
 77  WS-Hkm-Full             pic x           value "N".
 77  WS-Hkm-Code             pic x(4)        value spaces.
 77  WS-Hkm-A                pic x(4)        value spaces.
 77  WS-Hkm-B                pic x(4)        value spaces.
 77  WS-Hkm-Ix               pic 9(4)  comp  value zero.
 77  WS-Hkm-Fx               pic 9(4)  comp  value zero.
 77  WS-Hkm-Fa               pic 9(4)  comp  value zero.
 77  WS-Hkm-Fb               pic 9(4)  comp  value zero.
 77  WS-Hkm-Rx               pic 9(4)  comp  value zero.
 77  WS-Hkm-Sectors          pic 9(6)  comp  value zero.
 77  WS-Hkm-Unknown          pic 9(4)  comp  value zero.
 77  WS-Hkm-Mapped           pic 9(4)  comp  value zero.
 77  WS-Hkm-Band             pic 9           value zero.
 77  WS-Hkm-Count            pic zzzzz9.
 77  WS-Hkm-Deg-Lat          pic -(3)9.9(6).
 77  WS-Hkm-Deg-Lon          pic -(3)9.9(6).
 77  WS-Hkm-Date             pic x(10)       value spaces.  *> dd.mm.ccyy
*>
*>  Line widths by sectors flown - 1, 2-4, 5-9, 10-24, 25 and over.
*>
 01  HKM-WIDTH-VALUES        pic x(5)        value "12358".
 01  filler redefines HKM-WIDTH-VALUES.
     03  WS-Hkm-Width        pic 9           occurs 5.
*>
 01  HKM-FIELD-TABLE.
     03  WST-Hkmf-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Hkmf-Max        PIC 9999   COMP   VALUE 500.
     03  WST-Hkmf-Entry                        OCCURS 500.
         05  WST-Hkmf-Code   PIC X(4).
         05  WST-Hkmf-Visits PIC 9(5)   COMP.
         05  WST-Hkmf-Last   PIC 9(8).
         05  WST-Hkmf-Found  PIC X.
         05  WST-Hkmf-Lat    PIC S9(3)V9(4).
         05  WST-Hkmf-Lon    PIC S9(3)V9(4).
*>
 01  HKM-PAIR-TABLE.
     03  WST-Hkmp-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Hkmp-Max        PIC 9999   COMP   VALUE 1000.
     03  WST-Hkmp-Entry                        OCCURS 1000.
         05  WST-Hkmp-A      PIC X(4).   *> A before B - A-B and B-A are one route.
         05  WST-Hkmp-B      PIC X(4).
         05  WST-Hkmp-Count  PIC 9(5)   COMP.
*>
*> ATC movement reconciliation work fields - see ODU500. The tower's
*>   log is Date,Time,Registration,Arr/Dep,Circuits - date dd/mm/ccyy
*>   or ccyy-mm-dd, time hhmm or hh:mm UTC as the flights are held.
*>   Registrations are compared without the hyphen.
*>
 77  WS-Atc-Csv-Name         pic x(64)       value spaces.
 77  WS-Atc-Icao             pic x(4)        value spaces.
 77  WS-Atc-Tol              pic 99          value 15.     *> Minutes either way.
 77  WS-Atc-From             pic 9(8)        value zero.
 77  WS-Atc-To               pic 9(8)        value zero.
 77  WS-Atc-F-Date           pic x(12)       value spaces.
 77  WS-Atc-F-Time           pic x(8)        value spaces.
 77  WS-Atc-F-Reg            pic x(10)       value spaces.
 77  WS-Atc-F-Type           pic x(10)       value spaces.
 77  WS-Atc-F-Cct            pic x(6)        value spaces.
 77  WS-Atc-D1               pic x(4)        value spaces.
 77  WS-Atc-D2               pic x(4)        value spaces.
 77  WS-Atc-D3               pic x(4)        value spaces.
 77  WS-Atc-D1-Cnt           pic 99    comp  value zero.
 77  WS-Atc-Date             pic 9(8)        value zero.
 77  WS-Atc-HH               pic x(4)        value spaces.
 77  WS-Atc-MM               pic x(2)        value spaces.
 77  WS-Atc-HHMM             pic 9(4)        value zero.
 77  WS-Atc-Reg-In           pic x(10)       value spaces.
 77  WS-Atc-Reg-Key          pic x(8)        value spaces.
 77  WS-Atc-Reg-P1           pic x(8)        value spaces.
 77  WS-Atc-Reg-P2           pic x(8)        value spaces.
 77  WS-Atc-Flt-Reg          pic x(8)        value spaces.
 77  WS-Atc-Type             pic x           value space.   *> A or D wanted.
 77  WS-Atc-Flt-Time         pic 9(4)  comp  value zero.
 77  WS-Atc-Diff             pic 9(4)  comp  value zero.
 77  WS-Atc-Best             pic 9(4)  comp  value zero.
 77  WS-Atc-Best-Diff        pic 9(4)  comp  value zero.
 77  WS-Atc-Mx               pic 9(4)  comp  value zero.
 77  WS-Atc-Hits             pic 9     comp  value zero.   *> Movements matched this flight.
 77  WS-Atc-Tower-Cct        pic 9(3)  comp  value zero.
 77  WS-Atc-Pilot-Cct        pic 9(3)  comp  value zero.
 77  WS-Atc-Rmk              pic x(32)       value spaces.
 77  WS-Atc-Rx               pic 99    comp  value zero.
 77  WS-Atc-Ry               pic 99    comp  value zero.
 77  WS-Atc-Read             pic 9(5)  comp  value zero.
 77  WS-Atc-Skipped          pic 9(5)  comp  value zero.
 77  WS-Atc-Matched          pic 9(5)  comp  value zero.
 77  WS-Atc-Flights          pic 9(5)  comp  value zero.
 77  WS-Atc-No-Mvt           pic 9(5)  comp  value zero.
 77  WS-Atc-No-Flt           pic 9(5)  comp  value zero.
 77  WS-Atc-Cct-Diff         pic 9(5)  comp  value zero.
 77  WS-Atc-Count            pic zzzz9.
 77  WS-Atc-Cct-Disp         pic zz9.
 77  WS-Atc-Cct-Disp2        pic zz9.
 77  WS-Atc-Digit            pic 9           value zero.
 77  WS-Atc-Mult             pic 9(3)  comp  value zero.
 77  WS-Atc-Finding          pic x(40)       value spaces.
*>
 01  ATC-MOVE-TABLE.
     03  WST-Atcm-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Atcm-Max        PIC 9999   COMP   VALUE 2000.
     03  WST-Atcm-Entry                        OCCURS 2000.
         05  WST-Atcm-Date   PIC 9(8).
         05  WST-Atcm-Time   PIC 9(4)   COMP.  *> Minutes.
         05  WST-Atcm-Reg    PIC X(8).         *> Without the hyphen.
         05  WST-Atcm-Reg-In PIC X(10).        *> As the tower wrote it.
         05  WST-Atcm-Type   PIC X.            *> A arrival, D departure.
         05  WST-Atcm-Cct    PIC 9(3)   COMP.
         05  WST-Atcm-Match  PIC X.            *> Y = a flight found.
*>
*> Fuel card reconciliation work fields - see ODV500. The card file
*>   is Date,Airfield,Registration,Litres,Price,Currency - the price
*>   being the amount charged for the transaction, currency blank =
*>   base. Dates and registrations are taken as ODU500 takes them.
*>
 77  WS-Fcd-Csv-Name         pic x(64)       value spaces.
 77  WS-Fcd-Ltr-Tol          pic 99          value 5.      *> Litres either way.
 77  WS-Fcd-Pct-Tol          pic 99          value 10.     *> Percent off the price file.
 77  WS-Fcd-From             pic 9(8)        value zero.
 77  WS-Fcd-To               pic 9(8)        value zero.
 77  WS-Fcd-Pass             pic 9           value zero.   *> 1 logged uplifts, 2 the rest.
 77  WS-Fcd-F-Date           pic x(12)       value spaces.
 77  WS-Fcd-F-Icao           pic x(8)        value spaces.
 77  WS-Fcd-F-Reg            pic x(10)       value spaces.
 77  WS-Fcd-F-Litres         pic x(12)       value spaces.
 77  WS-Fcd-F-Price          pic x(14)       value spaces.
 77  WS-Fcd-F-Cur            pic x(6)        value spaces.
 77  WS-Fcd-D1               pic x(4)        value spaces.
 77  WS-Fcd-D2               pic x(4)        value spaces.
 77  WS-Fcd-D3               pic x(4)        value spaces.
 77  WS-Fcd-D1-Cnt           pic 99    comp  value zero.
 77  WS-Fcd-Date             pic 9(8)        value zero.
 77  WS-Fcd-Reg-In           pic x(10)       value spaces.
 77  WS-Fcd-Reg-Key          pic x(8)        value spaces.
 77  WS-Fcd-Reg-P1           pic x(8)        value spaces.
 77  WS-Fcd-Reg-P2           pic x(8)        value spaces.
 77  WS-Fcd-Flt-Reg          pic x(8)        value spaces.
 77  WS-Fcd-Tx               pic 9(4)  comp  value zero.
 77  WS-Fcd-Hit              pic 9(4)  comp  value zero.
 77  WS-Fcd-Diff             pic 9(5)v9      value zero.
 77  WS-Fcd-Unit             pic 9(5)v9(4)   value zero.   *> Card price a litre, base.
 77  WS-Fcd-Off-Pct          pic 9(5)v9      value zero.
 77  WS-Fcd-Read             pic 9(5)  comp  value zero.
 77  WS-Fcd-Skipped          pic 9(5)  comp  value zero.
 77  WS-Fcd-Matched          pic 9(5)  comp  value zero.
 77  WS-Fcd-No-Flt           pic 9(5)  comp  value zero.
 77  WS-Fcd-No-Card          pic 9(5)  comp  value zero.
 77  WS-Fcd-Ltr-Diff         pic 9(5)  comp  value zero.
 77  WS-Fcd-Price-Off        pic 9(5)  comp  value zero.
 77  WS-Fcd-No-Price         pic 9(5)  comp  value zero.
 77  WS-Fcd-HHMM             pic 9(4)        value zero.
 77  WS-Fcd-Count            pic zzzz9.
 77  WS-Fcd-Ltr-Disp         pic zzzz9.9.
 77  WS-Fcd-Ltr-Disp2        pic zzzz9.9.
 77  WS-Fcd-Unit-Disp        pic zz9.999.
 77  WS-Fcd-List-Disp        pic zz9.99.
 77  WS-Fcd-Finding          pic x(44)       value spaces.
*>
 01  FUEL-CARD-TABLE.
     03  WST-Fcdt-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Fcdt-Max        PIC 9999   COMP   VALUE 2000.
     03  WST-Fcdt-Entry                        OCCURS 2000.
         05  WST-Fcdt-Date   PIC 9(8).
         05  WST-Fcdt-Icao   PIC X(4).
         05  WST-Fcdt-Reg    PIC X(8).         *> Without the hyphen.
         05  WST-Fcdt-Reg-In PIC X(10).        *> As the card company wrote it.
         05  WST-Fcdt-Litres PIC 9(5)V9.
         05  WST-Fcdt-Amount PIC 9(7)V99.
         05  WST-Fcdt-Cur    PIC X(3).
         05  WST-Fcdt-Match  PIC X.            *> Y = a flight found.
*>
*> Draft crew roster work fields - see ODW500. The availability file
*>   is Captain,Date,From,To - a line per captain per day offered,
*>   From/To blank = the whole day. The draft goes out as the sheet
*>   dutyrosterimp reads: CAPTAIN | DATE | ON | OFF | TYPE, one row
*>   per captain per day. A captain's days run from 364 before the
*>   month (flights, for the 365 day window) to 6 after it (duty, so
*>   a 7 day window ending past the month end is still checked).
*>
 77  WS-Drf-Avail-Name       pic x(64)       value spaces.
 77  WS-Drf-Xml-Name         pic x(96)       value spaces.
 77  WS-Drf-Month            pic 9(6)        value zero.
 77  WS-Drf-Start            pic 9(8)        value zero.   *> Month first and last days.
 77  WS-Drf-End              pic 9(8)        value zero.
 77  WS-Drf-Start-Int        pic 9(7)  comp  value zero.
 77  WS-Drf-Days             pic 99    comp  value zero.
 77  WS-Drf-F-Name           pic x(20)       value spaces.
 77  WS-Drf-F-Date           pic x(12)       value spaces.
 77  WS-Drf-F-From           pic x(8)        value spaces.
 77  WS-Drf-F-To             pic x(8)        value spaces.
 77  WS-Drf-D1               pic x(4)        value spaces.
 77  WS-Drf-D2               pic x(4)        value spaces.
 77  WS-Drf-D3               pic x(4)        value spaces.
 77  WS-Drf-D1-Cnt           pic 99    comp  value zero.
 77  WS-Drf-Date             pic 9(8)        value zero.
 77  WS-Drf-Time-In          pic x(8)        value spaces.
 77  WS-Drf-HH               pic x(4)        value spaces.
 77  WS-Drf-MM               pic x(4)        value spaces.
 77  WS-Drf-HHMM             pic 9(4)        value zero.
 77  WS-Drf-Mins             pic 9(4)  comp  value zero.
 77  WS-Drf-Bad              pic 9           value zero.
 77  WS-Drf-Avl-From         pic 9(4)  comp  value zero.
 77  WS-Drf-Avl-To           pic 9(4)  comp  value zero.
 77  WS-Drf-Bx               pic 9(4)  comp  value zero.   *> Booking.
 77  WS-Drf-Cx               pic 9(4)  comp  value zero.   *> Captain.
 77  WS-Drf-Ax               pic 9(4)  comp  value zero.   *> Availability line.
 77  WS-Drf-Kx               pic 9(4)  comp  value zero.   *> Day of a window.
 77  WS-Drf-Ex               pic 9(4)  comp  value zero.   *> Window end day.
 77  WS-Drf-Dx               pic 9(4)  comp  value zero.   *> Day of the booking.
 77  WS-Drf-Mx               pic 99    comp  value zero.   *> Day of the month.
 77  WS-Drf-Next             pic 9(4)  comp  value zero.
 77  WS-Drf-Next-Key         pic 9(12)       value zero.
 77  WS-Drf-Key              pic 9(12)       value zero.
 77  WS-Drf-Best             pic 9(4)  comp  value zero.
 77  WS-Drf-Stage            pic 9           value zero.
 77  WS-Drf-On               pic 9(4)  comp  value zero.   *> Booking, minutes.
 77  WS-Drf-Off              pic 9(4)  comp  value zero.
 77  WS-Drf-Span             pic 9(4)  comp  value zero.
 77  WS-Drf-Env-On           pic 9(4)  comp  value zero.   *> Day's duty with the booking in.
 77  WS-Drf-Env-Off          pic 9(4)  comp  value zero.
 77  WS-Drf-Day-On           pic 9(4)  comp  value zero.   *> A drafted day's duty.
 77  WS-Drf-Day-Off          pic 9(4)  comp  value zero.
 77  WS-Drf-Kmx              pic 99    comp  value zero.   *> Day of the month for WS-Drf-Kx.
 77  WS-Drf-First            pic 9(4)  comp  value zero.   *> Window's first day.
 77  WS-Drf-Sum              pic 9(7)  comp  value zero.
 77  WS-Drf-Ok               pic x           value space.
 77  WS-Drf-Type             pic x(8)        value spaces.
 77  WS-Drf-Class            pic x(8)        value spaces.
 77  WS-Drf-Reason           pic x(40)       value spaces.
 77  WS-Drf-Avl-Read         pic 9(5)  comp  value zero.
 77  WS-Drf-Avl-Skipped      pic 9(5)  comp  value zero.
 77  WS-Drf-Filled           pic 9(5)  comp  value zero.
 77  WS-Drf-Unfilled         pic 9(5)  comp  value zero.
 77  WS-Drf-Rows             pic 9(5)  comp  value zero.
 77  WS-Drf-Full             pic x           value space.
 77  WS-Drf-Count            pic zzzz9.
 77  WS-Drf-Count2           pic zzzz9.
 77  WS-Drf-Time-Disp        pic x(5)        value spaces.
 77  WS-Drf-T-HH             pic 99          value zero.
 77  WS-Drf-T-MM             pic 99          value zero.
 77  WS-Drf-Cell             pic x(20)       value spaces.
*>
 01  DRAFT-BOOKING-TABLE.
     03  WST-Drfb-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Drfb-Max        PIC 9999   COMP   VALUE 500.
     03  WST-Drfb-Entry                        OCCURS 500.
         05  WST-Drfb-Reg    PIC X(6).
         05  WST-Drfb-Date   PIC 9(8).
         05  WST-Drfb-Start  PIC 9(4)   COMP.  *> Minutes.
         05  WST-Drfb-End    PIC 9(4)   COMP.
         05  WST-Drfb-Hirer  PIC X(15).
         05  WST-Drfb-Type   PIC X(8).         *> Spaces = not known.
         05  WST-Drfb-Crew   PIC 9(4)   COMP.  *> Captain drafted, zero = unfilled.
         05  WST-Drfb-Stage  PIC 9.            *> Furthest any captain got - see ODW580.
         05  WST-Drfb-Done   PIC X.
*>
 01  DRAFT-CREW-TABLE.
     03  WST-Drfc-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Drfc-Max        PIC 9999   COMP   VALUE 60.
     03  WST-Drfc-Entry                        OCCURS 60.
         05  WST-Drfc-Name   PIC X(15).
         05  WST-Drfc-Lic    PIC 9(8).         *> Licence expiry, zero = not tracked.
         05  WST-Drfc-Med    PIC 9(8).         *> Medical expiry, ditto.
         05  WST-Drfc-Lim-7  PIC 9(7)   COMP.  *> Scheme limits in minutes,
         05  WST-Drfc-Lim-28 PIC 9(7)   COMP.  *>   zero = not checked.
         05  WST-Drfc-Lim-365 PIC 9(7)  COMP.
         05  WST-Drfc-Drafted PIC 9(6)  COMP.  *> Minutes drafted this month.
         05  WST-Drfc-Day                      OCCURS 402.
             07  WST-Drfc-Flt   PIC 9(4) COMP. *> Flight minutes, logged and drafted.
             07  WST-Drfc-Duty  PIC 9(4) COMP. *> Duty minutes off duty.dat.
         05  WST-Drfc-Mday                     OCCURS 31.
             07  WST-Drfc-Ex-On  PIC 9(4) COMP. *> duty.dat record for the day.
             07  WST-Drfc-Ex-Off PIC 9(4) COMP.
             07  WST-Drfc-Ex     PIC X.
             07  WST-Drfc-Dr-On  PIC 9(4) COMP. *> Drafted duty for the day.
             07  WST-Drfc-Dr-Off PIC 9(4) COMP.
             07  WST-Drfc-Dr     PIC X.
             07  WST-Drfc-Dr-Type PIC X(8).
*>
 01  DRAFT-AVAIL-TABLE.
     03  WST-Drfa-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Drfa-Max        PIC 9999   COMP   VALUE 2000.
     03  WST-Drfa-Entry                        OCCURS 2000.
         05  WST-Drfa-Crew   PIC 9(4)   COMP.
         05  WST-Drfa-Date   PIC 9(8).
         05  WST-Drfa-From   PIC 9(4)   COMP.  *> Minutes.
         05  WST-Drfa-To     PIC 9(4)   COMP.
*>
*> Certifying staff work fields - see ZT380 / ZT390 (the check made at
*>   tech log clearance, AD/SB compliance and daily inspection), ODX500
*>   (the register) and M930 (authorisations lapsing, on the menu).
*>
 77  WS-Cst-Engineer         pic x(15)       value spaces.
 77  WS-Cst-Reg              pic x(6)        value spaces.
 77  WS-Cst-Type             pic x(8)        value spaces.
 77  WS-Cst-Cat              pic x           value space.    *> D, A or I - see CST-CATS.
 77  WS-Cst-Msg              pic x(58)       value spaces.
 77  WS-Cst-Sub              pic 99    comp  value zero.
 77  WS-Cst-Col              pic 999   comp  value zero.
 77  WS-Cst-Found            pic 99    comp  value zero.
 77  WS-Cst-Parts            pic 99    comp  value zero.
 77  WS-Cst-Due-Cnt          pic 999   comp  value zero.
 77  WS-Cst-Renewals-Msg     pic x(50)       value spaces.   *> Set at start up by M930, shown on menu.
*>
*> Maintenance work order work fields - see ODY500 (the work orders
*>   for a registration), ODY600 (cost report) and ODY700 (the cost
*>   roll-up off the labour and parts usage ledgers into WO-COST-TABLE).
*>
 77  WS-Wo-Reg               pic x(6)        value spaces.   *> spaces = every registration.
 77  WS-Wo-No                pic 9(4)        value zero.
 77  WS-Wo-Next-No           pic 9(4)        value zero.
 77  WS-Wo-Defect            pic 9(4)        value zero.
 77  WS-Wo-Engineer          pic x(15)       value spaces.
 77  WS-Wo-Hours             pic 9(3)v99     value zero.
 77  WS-Wo-Rate              pic 9(4)v99     value 65.00.    *> Labour rate per hour, last one keyed is kept.
 77  WS-Wo-Sub               pic 999   comp  value zero.
 77  WS-Wo-Sub2              pic 99    comp  value zero.
 77  WS-Wo-Found             pic 99    comp  value zero.
 77  WS-Wo-Room              pic 999   comp  value zero.
 77  WS-Wo-Full              pic x           value "N".      *> Y table filled, some left out.
 77  WS-Wo-Ptr               pic 999   comp  value zero.
 77  WS-Wo-Defect-List       pic x(80)       value spaces.
 77  WS-Wo-Hrs-Edit          pic z(4)9.99.
 77  WS-Wo-Money-Edit        pic z(6)9.99.
 77  WS-Wo-Total-Edit        pic z(7)9.99.
 77  WS-Wo-Total             pic 9(7)v99     value zero.
*>
 01  WO-COST-TABLE.
     03  WST-Wo-Size         PIC 9999   COMP   VALUE ZERO.
     03  WST-Wo-Max          PIC 9999   COMP   VALUE 500.
     03  WST-Wo-Table                          VALUE SPACES.
         05  WST-Wo-Groups                     OCCURS 500
                                               INDEXED BY QQWO.
             07  WST-Wo-Reg        PIC X(6).
             07  WST-Wo-No         PIC 9(4).
             07  WST-Wo-Desc       PIC X(40).
             07  WST-Wo-Opened     PIC 9(8).
             07  WST-Wo-Closed     PIC 9(8).
             07  WST-Wo-Status     PIC X.
             07  WST-Wo-Insp       PIC X.
             07  WST-Wo-Defect     PIC 9(4)  OCCURS 12.
             07  WST-Wo-Lab-Hrs    PIC 9(5)V99 COMP.
             07  WST-Wo-Labour     PIC 9(7)V99 COMP.
             07  WST-Wo-Parts      PIC 9(7)V99 COMP.
*>
 01  WO-TOTALS.
     03  WS-Wot-Hrs          PIC 9(6)V99 COMP  VALUE ZERO.     *> Registration subtotal.
     03  WS-Wot-Labour       PIC 9(8)V99 COMP  VALUE ZERO.
     03  WS-Wot-Parts        PIC 9(8)V99 COMP  VALUE ZERO.
     03  WS-Wog-Hrs          PIC 9(6)V99 COMP  VALUE ZERO.     *> Grand total.
     03  WS-Wog-Labour       PIC 9(8)V99 COMP  VALUE ZERO.
     03  WS-Wog-Parts        PIC 9(8)V99 COMP  VALUE ZERO.
     03  WS-Wot-Reg          PIC X(6)          VALUE SPACES.
*>
 01  Wo-Cost-Line.
     03  PW1-REG             PIC X(6)BBBB.
     03  PW1-NO              PIC Z(3)9BB.
     03  PW1-OPENED          PIC X(8)B.
     03  PW1-CLOSED          PIC X(8)B.
     03  PW1-INSP            PIC XBBB.
     03  PW1-HOURS           PIC Z(4)9.99B.
     03  PW1-LABOUR          PIC Z(7)9.99B.
     03  PW1-PARTS           PIC Z(7)9.99B.
     03  PW1-TOTAL           PIC Z(8)9.99BB.
     03  PW1-DESC            PIC X(40).
*>
*> Report generator work fields - see ODZ500 (the definitions), ODZ600
*>   (the run) and ODZ700 (one field of the flight in hand). The field
*>   catalogue is the codes a definition may name: the flight record,
*>   then the pilot (captain), aircraft type and the two airfields
*>   joined to it. Kind D date, T time of day, M minutes (hh:mm and
*>   subtotalled at the breaks), N number, A text.
*>
 01  RPT-FIELD-CATALOGUE.
     03  FILLER              PIC X(19)  VALUE "DATEDate        10D".
     03  FILLER              PIC X(19)  VALUE "STRTStart       05T".
     03  FILLER              PIC X(19)  VALUE "END End         05T".
     03  FILLER              PIC X(19)  VALUE "BLCKBlock       09M".
     03  FILLER              PIC X(19)  VALUE "TYPEType        08A".
     03  FILLER              PIC X(19)  VALUE "REG Reg         06A".
     03  FILLER              PIC X(19)  VALUE "CAPTCaptain     15A".
     03  FILLER              PIC X(19)  VALUE "CAP Cap         03A".
     03  FILLER              PIC X(19)  VALUE "FROMFrom        04A".
     03  FILLER              PIC X(19)  VALUE "TO  To          04A".
     03  FILLER              PIC X(19)  VALUE "MS  M/S         03A".
     03  FILLER              PIC X(19)  VALUE "P1D P1 day      09M".
     03  FILLER              PIC X(19)  VALUE "P1N P1 night    09M".
     03  FILLER              PIC X(19)  VALUE "P2D P2/3 day    09M".
     03  FILLER              PIC X(19)  VALUE "P2N P2/3 night  10M".
     03  FILLER              PIC X(19)  VALUE "INSTInstrument  10M".
     03  FILLER              PIC X(19)  VALUE "RMKSRemarks     32A".
     03  FILLER              PIC X(19)  VALUE "DISTDist nm     07N".
     03  FILLER              PIC X(19)  VALUE "FUELFuel ltr    08N".
     03  FILLER              PIC X(19)  VALUE "CRW2Crew 2      15A".
     03  FILLER              PIC X(19)  VALUE "EXERExer        04A".
     03  FILLER              PIC X(19)  VALUE "PLICLicence     12A".
     03  FILLER              PIC X(19)  VALUE "PLXPLic expiry  10D".
     03  FILLER              PIC X(19)  VALUE "PMXPMed expiry  10D".
     03  FILLER              PIC X(19)  VALUE "PBASPilot base  10A".
     03  FILLER              PIC X(19)  VALUE "AMS A/c M/S     07A".
     03  FILLER              PIC X(19)  VALUE "ACPXComplex     07A".
     03  FILLER              PIC X(19)  VALUE "ABASA/c base    08A".
     03  FILLER              PIC X(19)  VALUE "AFULFuel type   09A".
     03  FILLER              PIC X(19)  VALUE "FRNMFrom name   24A".
     03  FILLER              PIC X(19)  VALUE "FRCCFrom cc     07A".
     03  FILLER              PIC X(19)  VALUE "TONMTo name     24A".
     03  FILLER              PIC X(19)  VALUE "TOCCTo cc       05A".
 01  FILLER REDEFINES RPT-FIELD-CATALOGUE.
     03  RGC-Entry                             OCCURS 33
                                               INDEXED BY QQRG.
         05  RGC-Code        PIC X(4).
         05  RGC-Head        PIC X(12).
         05  RGC-Width       PIC 99.
         05  RGC-Kind        PIC X.
*>
 77  WS-Rg-Name              pic x(12)       value spaces.
 77  WS-Rg-Run-Name          pic x(12)       value spaces.   *> RPT= with REPORTS, unattended.
 77  WS-Rg-Code              pic x(4)        value spaces.
 77  WS-Rg-Cat               pic 99    comp  value zero.     *> RGC-Entry of WS-Rg-Code, zero = unknown.
 77  WS-Rg-Sub               pic 99    comp  value zero.
 77  WS-Rg-Lvl               pic 9     comp  value zero.
 77  WS-Rg-Brk               pic 9     comp  value zero.     *> Highest level changed.
 77  WS-Rg-Ent               pic 9(4)  comp  value zero.
 77  WS-Rg-Col               pic 999   comp  value zero.
 77  WS-Rg-Pos               pic 999   comp  value zero.
 77  WS-Rg-Ptr               pic 9(4)  comp  value zero.
 77  WS-Rg-Width             pic 999   comp  value zero.
 77  WS-Rg-Mins              pic 9(8)  comp  value zero.
 77  WS-Rg-Num               pic 9(7)  comp  value zero.
 77  WS-Rg-Hrs               pic 9(6)  comp  value zero.
 77  WS-Rg-Rem               pic 99    comp  value zero.
 77  WS-Rg-Bad               pic 9     comp  value zero.
 77  WS-Rg-First-M           pic 999   comp  value zero.     *> Column of the first minutes field.
 77  WS-Rg-Full              pic x           value "N".
 77  WS-Rg-Num-Key           pic 9(8)        value zero.
 77  WS-Rg-From              pic 9(8)        value zero.
 77  WS-Rg-To                pic 9(8)        value zero.
 77  WS-Rg-Text              pic x(36)       value spaces.   *> Field as printed.
 77  WS-Rg-Key               pic x(24)       value spaces.   *> Field as it sorts.
 77  WS-Rg-From-Name         pic x(36)       value spaces.   *> Departure airfield joined.
 77  WS-Rg-From-Cc           pic xx          value spaces.
 77  WS-Rg-Csv-Name          pic x(96)       value spaces.
 77  WS-Rg-Num-Edit          pic z(6)9.
 77  WS-Rg-Cnt-Edit          pic z(4)9.
 01  WS-Rg-HHMM.
     03  WS-Rg-HH            pic z(5)9.
     03  FILLER              pic x           value ":".
     03  WS-Rg-MM            pic 99.
 01  WS-Rg-Time.
     03  WS-Rg-T-HH          pic 99.
     03  FILLER              pic x           value ":".
     03  WS-Rg-T-MM          pic 99.
*>
*>  the definition in hand, each field's place on the print line.
 01  WS-Rg-Layout.
     03  WS-Rg-Fld-Cnt       pic 99    comp  value zero.
     03  WS-Rg-Fld                             occurs 10.
         05  WS-Rg-Fld-Cat   pic 99    comp.
         05  WS-Rg-Fld-Col   pic 999   comp.
     03  WS-Rg-Srt-Cnt       pic 9     comp  value zero.
     03  WS-Rg-Srt-Cat       pic 99    comp  occurs 3.
*>
*>  subtotals - level 1 to 3 the breaks, level 4 the grand total.
 01  WS-Rg-Totals.
     03  WS-Rg-Level                           occurs 4.
         05  WS-Rg-Tot-Cnt   pic 9(5)  comp.
         05  WS-Rg-Tot-Mins  pic 9(8)  comp  occurs 10.
         05  WS-Rg-Prev-Key  pic x(24).
         05  WS-Rg-Prev-Text pic x(36).
*>
 01  RPT-GEN-TABLE.
     03  WST-Rg-Size         PIC 9999   COMP   VALUE ZERO.
     03  WST-Rg-Max          PIC 9999   COMP   VALUE 5000.
     03  WST-Rg-Table.
         05  WST-Rg-Groups                     OCCURS 5000.
             07  WST-Rg-Keys.
                 09  WST-Rg-Key1   PIC X(24).
                 09  WST-Rg-Key2   PIC X(24).
                 09  WST-Rg-Key3   PIC X(24).
             07  FILLER  REDEFINES WST-Rg-Keys.
                 09  WST-Rg-Key    PIC X(24)  OCCURS 3.
             07  WST-Rg-Flt-Key    PIC X(12).
*>
*> KPI scorecard work fields - see OEA500 (the targets), OEA600 (the
*>   scorecard) and OEA700 (the figures). The catalogue is the KPIs
*>   scored, in the order printed and held in WS-Kpm-Value: code,
*>   description and which way is better - H higher, L lower. Month 1
*>   is the month scored, 2 - 4 the three before it for the trend.
*>
 01  KPI-CATALOGUE.
     03  FILLER              PIC X(45)  VALUE "HRS Flying hours per registration           H".
     03  FILLER              PIC X(45)  VALUE "REV Revenue per flying hour                 H".
     03  FILLER              PIC X(45)  VALUE "DEBTDebtor days                             L".
     03  FILLER              PIC X(45)  VALUE "GRNDOpen grounding defects at month end     L".
     03  FILLER              PIC X(45)  VALUE "OCC Occurrences per 1000 flying hours       L".
     03  FILLER              PIC X(45)  VALUE "FUELFuel cost per flying hour               L".
     03  FILLER              PIC X(45)  VALUE "INSTInstructor utilisation % of duty        H".
     03  FILLER              PIC X(45)  VALUE "BKG Bookings flown %                        H".
 01  FILLER REDEFINES KPI-CATALOGUE.
     03  KPC-Entry                             OCCURS 8.
         05  KPC-Code        PIC X(4).
         05  KPC-Desc        PIC X(40).
         05  KPC-Dir         PIC X.
*>
 77  WS-Kpi-Month            pic 9(6)        value zero.     *> ccyymm scored or targeted.
 77  WS-Kpi-Prev             pic 9(6)        value zero.     *> The month before it.
 77  WS-Kpi-Ccyymm           pic 9(6)        value zero.
 77  WS-Kpi-Next             pic 9(8)        value zero.     *> 1st of the following month.
 77  WS-Kpi-Sub              pic 99    comp  value zero.     *> KPC-Entry.
 77  WS-Kpi-M                pic 9     comp  value zero.     *> WS-Kpm month.
 77  WS-Kpi-X                pic 9     comp  value zero.     *> Month of WS-Kpi-Ccyymm, zero = outside.
 77  WS-Kpi-Y                pic 9     comp  value zero.
 77  WS-Kpi-R                pic 9(4)  comp  value zero.     *> WST-Kpr-Groups entry.
 77  WS-Kpi-Line             pic 99    comp  value zero.
 77  WS-Kpi-Ptr              pic 9(4)  comp  value zero.
 77  WS-Kpi-Mins             pic 9(8)  comp  value zero.
 77  WS-Kpi-Duty             pic 9(4)  comp  value zero.
 77  WS-Kpi-Misses           pic 9     comp  value zero.
 77  WS-Kpi-Owed             pic s9(8)v99    value zero.
 77  WS-Kpi-Band-Lo          pic s9(9)v99    value zero.
 77  WS-Kpi-Band-Hi          pic s9(9)v99    value zero.
 77  WS-Kpi-Hours            pic 9(6)v99     value zero.
 77  WS-Kpi-Prefilled        pic x           value "N".      *> Y = last month's targets shown.
 77  WS-Kpi-Status           pic x(16)       value spaces.
 77  WS-Kpi-Csv-Name         pic x(96)       value spaces.
 77  WS-Kpi-Edit             pic z(6)9.99.
 77  WS-Kpi-Tol-Edit         pic zz9.
 77  WS-Kpi-Cnt-Edit         pic z(3)9.
*>
 01  WS-Kpi-Months.
     03  WS-Kpm                                occurs 4.
         05  WS-Kpm-Month    pic 9(6).
         05  WS-Kpm-Start    pic 9(8).
         05  WS-Kpm-End      pic 9(8).
         05  WS-Kpm-Days     pic 99    comp.
         05  WS-Kpm-Mtt-Mins pic 9(8)  comp.   *> Monthly totals file, by type.
         05  WS-Kpm-Flt-Mins pic 9(8)  comp.   *> Flight log, when the above is empty.
         05  WS-Kpm-Regs     pic 9(4)  comp.
         05  WS-Kpm-Fuel     pic 9(8)v99.
         05  WS-Kpm-Ins-Mins pic 9(8)  comp.
         05  WS-Kpm-Duty-Mins pic 9(8) comp.
         05  WS-Kpm-Revenue  pic 9(8)v99.
         05  WS-Kpm-Gross    pic 9(8)v99.
         05  WS-Kpm-Debtors  pic s9(8)v99.     *> Owed at month end.
         05  WS-Kpm-Grounded pic 9(4)  comp.
         05  WS-Kpm-Occurs   pic 9(4)  comp.
         05  WS-Kpm-Bookings pic 9(5)  comp.
         05  WS-Kpm-Flown    pic 9(5)  comp.
         05  WS-Kpm-Value    pic 9(7)v99  occurs 8.
*>
*>  the targets of the month in hand - result M met, W within the
*>   tolerance, X missed, N no target.
 01  WS-Kpi-Targets.
     03  WS-Kpt                                occurs 8.
         05  WS-Kpt-Target   pic 9(7)v99.
         05  WS-Kpt-Tol      pic 9(3).
         05  WS-Kpt-Found    pic x.
         05  WS-Kpt-Result   pic x.
         05  WS-Kpt-Trend    pic x(6).
*>
 01  KPI-REG-TABLE.
     03  WST-Kpr-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Kpr-Max         PIC 9999   COMP   VALUE 300.
     03  WST-Kpr-Table.
         05  WST-Kpr-Groups                    OCCURS 300
                                               INDEXED BY QQKR.
             07  WST-Kpr-Reg       PIC X(6).
             07  WST-Kpr-Flown     PIC X      OCCURS 4.
*>
 01  KPI-SCORE-HEAD.
     03  FILLER              PIC X(46)  VALUE "KPI".
     03  FILLER              PIC X(11)  VALUE "    Target".
     03  FILLER              PIC X(7)   VALUE "Tol %".
     03  FILLER              PIC X(11)  VALUE "    Actual".
     03  FILLER              PIC X(12)  VALUE "Status".
     03  FILLER              PIC X(8)   VALUE "Trend".
     03  PK2-MONTH           PIC BBBB9(6)B  OCCURS 3.
*>
 01  KPI-SCORE-LINE.
     03  PK1-CODE            PIC X(4)BB.
     03  PK1-DESC            PIC X(40).
     03  PK1-TARGET          PIC Z(6)9.99B.
     03  PK1-TOL             PIC ZZ9B(4).
     03  PK1-ACTUAL          PIC Z(6)9.99B.
     03  PK1-STATUS          PIC X(12).
     03  PK1-TREND           PIC X(8).
     03  PK1-PREV            PIC Z(6)9.99B  OCCURS 3.
*>
*> Fuel tankering advisor work fields - see OEB500 (the route), OEB600
*>   (the plan) and OEB700 (the print). Up to six stops, five legs,
*>   each with its planned load. The burn is taken as in proportion to
*>   the mass, CRU-LPH at MTOW, so each litre carried over a leg burns
*>   WST-Tnk-Factor of itself more; what a leg needs is bought where a
*>   litre delivered to it is cheapest, room at each take-off allowing.
*>
 78  WS-Tnk-Reserve-Mins     value 45.        *> Default reserve, minutes at cruise burn.
 77  WS-Tnk-Type             pic x(8)        value spaces.
 77  WS-Tnk-Date             pic 9(8)        value zero.     *> Prices as at.
 77  WS-Tnk-FOB              pic 9(4)        value zero.     *> Litres on board at the first stop.
 77  WS-Tnk-Reserve          pic 9(4)        value zero.     *> Litres to land with at every stop.
 77  WS-Tnk-Tanks            pic 9(4)        value zero.     *> Usable tank litres, zero = MTOW only.
 77  WS-Tnk-Density          pic 9v99        value zero.
 77  WS-Tnk-Jet-Density      pic 9v99        value 0.80.     *> kg per litre, Jet-A1.
 77  WS-Tnk-Stops            pic 9     comp  value zero.
 77  WS-Tnk-Legs             pic 9     comp  value zero.
 77  WS-Tnk-Leg              pic 9     comp  value zero.
 77  WS-Tnk-J                pic 9     comp  value zero.
 77  WS-Tnk-K                pic 9     comp  value zero.
 77  WS-Tnk-Best             pic 9     comp  value zero.     *> Stop to buy at, zero = none.
 77  WS-Tnk-Line             pic 99    comp  value zero.
 77  WS-Tnk-Ptr              pic 9(4)  comp  value zero.
 77  WS-Tnk-Need             pic s9(5)v99    value zero.     *> Litres still to find for the leg.
 77  WS-Tnk-Keep             pic 9v9(6)      value zero.     *> Of a litre bought, what reaches the leg.
 77  WS-Tnk-Best-Keep        pic 9v9(6)      value zero.
 77  WS-Tnk-Cap              pic s9(6)       value zero.
 77  WS-Tnk-Best-Cap         pic s9(6)       value zero.
 77  WS-Tnk-Eff              pic 9(5)v9(4)   value zero.     *> Price of a litre delivered.
 77  WS-Tnk-Best-Eff         pic 9(5)v9(4)   value zero.
 77  WS-Tnk-Buy              pic 9(5)        value zero.
 77  WS-Tnk-Fuel             pic 9(5)v99     value zero.
 77  WS-Tnk-Carried          pic s9(5)v99    value zero.
 77  WS-Tnk-Mass             pic s9(6)v99    value zero.
 77  WS-Tnk-Moment           pic 9(8)v99     value zero.
 77  WS-Tnk-Base-Cost        pic 9(7)v99     value zero.     *> Refuelling at every stop.
 77  WS-Tnk-Adv-Cost         pic 9(7)v99     value zero.     *> As advised.
 77  WS-Tnk-Saving           pic s9(7)v99    value zero.
 77  WS-Tnk-Extra-Burn       pic 9(5)v99     value zero.
 77  WS-Tnk-Over             pic x           value "N".      *> Y = the planned load is over MTOW.
 77  WS-Tnk-Money            pic -(7)9.99.
 77  WS-Tnk-Litres           pic z(5)9.
*>
 01  WS-Tnk-Route.
     03  WST-Tnk-Stop                          occurs 6.
         05  WST-Tnk-Icao        pic x(4).
         05  WST-Tnk-Occupants   pic 9.        *> On the leg from here.
         05  WST-Tnk-Baggage     pic 9(3).     *> kg, ditto.
         05  WST-Tnk-Price       pic 9(3)v99.  *> Per litre, base currency.
         05  WST-Tnk-Dist        pic 9(5).
         05  WST-Tnk-Mins        pic 9(5).
         05  WST-Tnk-Burn        pic 9(5).     *> Litres for the leg at the planned load.
         05  WST-Tnk-Factor      pic 9v9(6).   *> Extra burn per litre carried over the leg.
         05  WST-Tnk-Need        pic 9(5).     *> Litres to find for the leg.
         05  WST-Tnk-Room        pic s9(6).    *> Litres more the take-off can carry.
         05  WST-Tnk-Base-Uplift pic 9(5).     *> Refuelling at every stop.
         05  WST-Tnk-Uplift      pic 9(5).     *> Advised.
         05  WST-Tnk-TO-Fuel     pic 9(5)v99.
         05  WST-Tnk-Ldg-Fuel    pic s9(5)v99.
         05  WST-Tnk-Extra       pic 9(5)v99.  *> Extra burn from what is carried.
         05  WST-Tnk-TO-Mass     pic 9(6).
         05  WST-Tnk-CG          pic 9(2)v999.
         05  WST-Tnk-Flag        pic x(10).
*>
 01  TANKER-HEAD-1           PIC X(97)  VALUE
     "From  To     Dist  Block    Burn   Price   Every  Advised   Extra     T/O    Land     T/O     T/O".
 01  TANKER-HEAD-2           PIC X(97)  VALUE
     "               nm  hh:mm  litres  /litre    stop   uplift    burn    fuel    fuel mass kg      CG".
*>
 01  TANKER-LINE.
     03  PT1-FROM            PIC X(4)BB.
     03  PT1-TO              PIC X(4)BB.
     03  PT1-DIST            PIC ZZZZ9BB.
     03  PT1-HH              PIC Z9.
     03  FILLER              PIC X       VALUE ":".
     03  PT1-MM              PIC 99BB.
     03  PT1-BURN            PIC Z(5)9BB.
     03  PT1-PRICE           PIC ZZ9.99BB.
     03  PT1-BASE            PIC Z(5)9BB.
     03  PT1-UPLIFT          PIC Z(6)9BB.
     03  PT1-EXTRA           PIC ZZZ9.9BB.
     03  PT1-TO-FUEL         PIC Z(5)9BB.
     03  PT1-LDG-FUEL        PIC -(5)9BB.
     03  PT1-MASS            PIC Z(5)9BB.
     03  PT1-CG              PIC Z9.999BB.
     03  PT1-FLAG            PIC X(10).
*>
*> Maker-checker (dual approval) work fields - see OEC500 - OEC800.
*>   A switch an action in WS-Dual-Actions order, Y = a change of
*>   that kind is held on approval.dat until a supervisor who is not
*>   the maker approves it. Loaded from approvalctl.dat at start up;
*>   with no file every action is held.
*>
 01  WS-Dual-Ctl.
     03  WS-Dual-Flt-Delete      pic x     value "Y".
         88  Dual-Flight-Delete            value "Y".
     03  WS-Dual-Rates           pic x     value "Y".
         88  Dual-Charge-Rates             value "Y".
     03  WS-Dual-Fees            pic x     value "Y".
         88  Dual-Fee-Schedule             value "Y".
     03  WS-Dual-Balance         pic x     value "Y".
         88  Dual-Acc-Balance              value "Y".
     03  WS-Dual-Role            pic x     value "Y".
         88  Dual-User-Role                value "Y".
     03  WS-Dual-Reopen          pic x     value "Y".
         88  Dual-Period-Reopen            value "Y".
 01  FILLER REDEFINES WS-Dual-Ctl.
     03  WS-Dual-Switch          pic x     occurs 6.
*>
 01  WS-Dual-Actions.
     03  FILLER  pic x(34) value "FLDLFlight delete".
     03  FILLER  pic x(34) value "CHRTCharge rate amendments".
     03  FILLER  pic x(34) value "FEESFee schedule amendments".
     03  FILLER  pic x(34) value "ACBLAccount deleted with a balance".
     03  FILLER  pic x(34) value "UROLUser role change".
     03  FILLER  pic x(34) value "PROPPeriod reopen".
 01  FILLER REDEFINES WS-Dual-Actions.
     03  WS-Dual-Action                    occurs 6  indexed by QQAP.
         05  WS-Dual-Code        pic x(4).
         05  WS-Dual-Desc        pic x(30).
*>
 77  WS-Apv-Sub              pic 9     comp  value zero.
 77  WS-Apv-Line             pic 99    comp  value zero.
 77  WS-Apv-Next-No          pic 9(6)        value zero.
 77  WS-Apv-Action           pic x(4)        value spaces.  *> Set by the caller of OEC510.
 77  WS-Apv-Op               pic x           value space.   *>   ditto.
 77  WS-Apv-Desc             pic x(30)       value spaces.  *>   ditto.
 77  WS-Apv-Stale            pic x           value "N".     *> Y = record moved on since held, F = not written.
 77  WS-Apv-Count            pic 9(4)  comp  value zero.
 77  WS-Apv-Age              pic s9(5)       value zero.
 77  WS-Apv-Old-Ctl          pic x(6)        value spaces.
 77  WS-Apv-New-Ctl          pic x(6)        value spaces.  *> Switches as keyed, before any are held.
 77  WS-Apv-Key-Show         pic x(12)       value spaces.
 77  WS-Apv-Count-Edit       pic z(3)9.
 77  WS-Apv-Age-Edit         pic z(4)9.
 77  WS-Apv-Today-Int        pic 9(7)        value zero.
 77  WS-Apv-Ptr              pic 9(4)  comp  value zero.
 77  WS-Apv-Image            pic x(176)      value spaces.  *> Before or after image for OEC790.
 77  WS-Apv-Text             pic x(72)       value spaces.
 77  WS-Apv-Rate             pic zzz9.99.
 77  WS-Apv-Money            pic -(7)9.99.
*>
 01  WS-Apv-Bands.               *> Ageing report, days pending 0-1, 2-7, 8-30, over 30.
     03  WS-Apv-Band         pic 9(4)  comp  occurs 4.
*>
 01  APPROVAL-HEAD           PIC X(100) VALUE
     "   Ref  Action  Op  Maker            Held on     Days  Key".
*>
 01  APPROVAL-LINE.
     03  PAP-NO              PIC Z(5)9BB.
     03  PAP-ACTION          PIC X(4)BBBB.
     03  PAP-OP              PIC XBBB.
     03  PAP-MAKER           PIC X(15)BB.
     03  PAP-DATE            PIC X(10)BB.
     03  PAP-AGE             PIC Z(4)9BB.
     03  PAP-DESC            PIC X(30).
*>
*> Off-line field entry merge work fields - see OED000 - OED600. The
*>   field flight in hand is held in WS-Fld-Flight while the log is
*>   searched round it. Times for the aircraft overlap are minutes
*>   from the start of the day before the flight, so a sector of the
*>   day before running past midnight is caught as well.
*>
 77  WS-Fld-Flight           pic x(176)      value spaces.
 77  WS-Fld-Before           pic x(176)      value spaces.
 77  WS-Fld-Reason           pic x(4)        value spaces.  *> Spaces = clean.
 77  WS-Fld-Clash-Key        pic x(12)       value spaces.
 77  WS-Fld-Outcome          pic x           value space.   *> M, S or C - see FHS-OUTCOME.
 77  WS-Fld-Date             pic 9(8)        value zero.
 77  WS-Fld-Prev-Date        pic 9(8)        value zero.
 77  WS-Fld-Reg              pic x(6)        value spaces.
 77  WS-Fld-Start-Abs        pic 9(4)  comp  value zero.
 77  WS-Fld-End-Abs          pic 9(4)  comp  value zero.
 77  WS-Fld-Ex-Start         pic 9(4)  comp  value zero.
 77  WS-Fld-Ex-End           pic 9(4)  comp  value zero.
 77  WS-Fld-Read             pic 9(5)  comp  value zero.
 77  WS-Fld-Merged           pic 9(5)  comp  value zero.
 77  WS-Fld-Same             pic 9(5)  comp  value zero.
 77  WS-Fld-Conflicts        pic 9(5)  comp  value zero.
 77  WS-Fld-Any-Kept         pic 9           value zero.
 77  WS-Fld-Count-Edit       pic zzzz9.
 77  WS-Fld-Ptr              pic 9(4)  comp  value zero.
 77  WS-Fld-Text             pic x(80)       value spaces.
*>
 01  WS-Fld-Reasons.
     03  FILLER  pic x(34) value "DUPKDate and start already logged".
     03  FILLER  pic x(34) value "OVLPAircraft already flying then".
     03  FILLER  pic x(34) value "CLSDMonth is closed".
     03  FILLER  pic x(34) value "BADFFails the entry checks".
     03  FILLER  pic x(34) value "FAILCould not be written".
 01  FILLER REDEFINES WS-Fld-Reasons.
     03  WS-Fld-Reason-Entry               occurs 5  indexed by QQFE.
         05  WS-Fld-Reason-Code  pic x(4).
         05  WS-Fld-Reason-Desc  pic x(30).
*>
 01  FIELD-MERGE-HEAD        PIC X(100) VALUE
     "Date      Start  End    Reg     Captain          From To    Cap Keyed by         Outcome".
*>
 01  FIELD-MERGE-LINE.
     03  PFM-DATE            PIC X(8)BB.
     03  PFM-START           PIC X(5)BB.
     03  PFM-END             PIC X(5)BB.
     03  PFM-REG             PIC X(6)BB.
     03  PFM-CAPTAIN         PIC X(15)BB.
     03  PFM-FROM            PIC X(4)B.
     03  PFM-TO              PIC X(4)BB.
     03  PFM-CAP             PIC X(3)B.
     03  PFM-BY              PIC X(15)BB.
     03  PFM-OUTCOME         PIC X(34).
*>
*> Oil uplift entry and consumption-trend work fields - see CA231E
*>   (entry, tenths of a litre the way the Hobbs fields keep tenths
*>   of an hour) and OV000 (trend report). A registration whose
*>   trailing-window litres-per-Hobbs-hour rate has risen more than
*>   the threshold above its own long-term baseline is flagged - the
*>   classic early warning of a failing cylinder.
*>
 01  WS-OIL-ENTRY.
     03  WSO-OIL             PIC 99.9        VALUE ZERO.
     03  WSO-OIL-R REDEFINES WSO-OIL.
         05  WSO-OIL-WHOLE   PIC 99.
         05  WSO-OIL-DOT     PIC X.
         05  WSO-OIL-TENTH   PIC 9.
 78  WS-Oil-Rise-Threshold   value 1.30.     *> recent rate > baseline x 1.30 flags.
 77  WS-Oil-Window-Days      pic 999   comp  value 90.
 77  WS-Oil-Window-Start     pic 9(8)        value zero.
 77  WS-Oil-Hobbs            pic s9(5) comp  value zero.
 77  WS-Oil-Base-Rate        pic 9(2)v999 comp value zero.
 77  WS-Oil-Rec-Rate         pic 9(2)v999 comp value zero.
 77  WS-Oil-Rate-Disp        pic z9.999.
*>
 01  OIL-TREND-TABLE.
     03  WST-Oil-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Oil-Max         PIC 9999   COMP   VALUE 200.
     03  WST-Oil-Table                         VALUE SPACES.
         05  WST-Oil-Groups              OCCURS 200
                                             ASCENDING KEY WST-Oil-Reg
                                             INDEXED BY QQO.
             07  WST-Oil-Reg       PIC X(6).
             07  WST-Oil-Base-Oil  PIC 9(7)  COMP.   *> tenths of a litre.
             07  WST-Oil-Base-Hob  PIC 9(7)  COMP.   *> tenths of an hour.
             07  WST-Oil-Rec-Oil   PIC 9(7)  COMP.
             07  WST-Oil-Rec-Hob   PIC 9(7)  COMP.
*>
*> Emissions report work fields - see OM000. Litres uplifted convert
*>   to kg CO2 by the per-fuel factors below (kg per litre burned),
*>   the figures the council's guidance quotes.
*>
 78  WS-CO2-Avgas-Factor     value 2.21.    *> kg CO2 per litre Avgas.
 78  WS-CO2-JetA1-Factor     value 2.52.    *> kg CO2 per litre Jet-A1.
 77  WS-Emi-Year             pic 9(4)        value zero.
 77  WS-Emi-CO2              pic 9(8)v99 comp value zero.
 77  WS-Emi-Year-Litres      pic 9(9)  comp  value zero.
 77  WS-Emi-Year-CO2         pic 9(9)v99 comp value zero.
 77  WS-Emi-Reg-Litres       pic 9(8)  comp  value zero.
 77  WS-Emi-Reg-CO2          pic 9(8)v99 comp value zero.
 77  WS-Emi-Tonnes           pic 9(6)v999    value zero.
 77  WS-Emi-Prev-Reg         pic x(6)        value spaces.
*>
 01  EMISSIONS-TABLE.
     03  WST-Emi-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Emi-Max         PIC 9999   COMP   VALUE 600.
     03  WST-Emi-Table                         VALUE SPACES.
         05  WST-Emi-Groups              OCCURS 600
                                             ASCENDING KEY WST-Emi-Reg
                                                            WST-Emi-Month
                                             INDEXED BY QQZ.
             07  WST-Emi-Reg       PIC X(6).
             07  WST-Emi-Month     PIC 9(6).
             07  WST-Emi-Litres    PIC 9(7)  COMP.
             07  WST-Emi-CO2       PIC 9(8)V99 COMP.
*>
 01  Emissions-Detail-Line.
     03  PM1-MONTH           PIC 9(6)BBB.
     03  PM1-LITRES          PIC Z(6)9BBB.
     03  PM1-CO2             PIC Z(7)9.99.
*>
*> Maintenance planning forecast work fields - see OD000. Recent
*>   utilization is averaged over a trailing window so the hours-based
*>   checks can be projected onto the calendar next to the date-based
*>   documents and deferral expiries.
*>
 77  WS-Pln-Window-Days      pic 999   comp  value 90.
 77  WS-Pln-Window-Start     pic 9(8)        value zero.
 77  WS-Pln-Mins             pic 9(5)  comp  value zero.
 77  WS-Pln-Remaining        pic s9(7) comp  value zero.
 77  WS-Pln-Avg-Daily        pic 9(5)v99 comp value zero.
 77  WS-Pln-Days-To-Due      pic 9(5)  comp  value zero.
 77  WS-Pln-Prev-Reg         pic x(6)        value spaces.
*>
 01  PLAN-UTIL-TABLE.
     03  WST-PU-Size         PIC 9999   COMP   VALUE ZERO.
     03  WST-PU-Max          PIC 9999   COMP   VALUE 200.
     03  WST-PU-Table                          VALUE SPACES.
         05  WST-PU-Groups               OCCURS 200
                                             ASCENDING KEY WST-PU-Reg
                                             INDEXED BY QQP.
             07  WST-PU-Reg        PIC X(6).
             07  WST-PU-Mins       PIC 9(7)  COMP.
*>
 01  PLAN-ITEM-TABLE.
     03  WST-Pln-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Pln-Max         PIC 9999   COMP   VALUE 500.
     03  WST-Pln-Table                         VALUE SPACES.
         05  WST-Pln-Groups              OCCURS 500
                                             ASCENDING KEY WST-Pln-Reg
                                                            WST-Pln-Date
                                             INDEXED BY QQY.
             07  WST-Pln-Reg       PIC X(6).
             07  WST-Pln-Date      PIC 9(8).   *> projected / expiry date.
             07  WST-Pln-Desc      PIC X(30).
*>
 01  Plan-Detail-Line.
     03  PP1-DATE            PIC X(10)BB.
     03  PP1-DESC            PIC X(30)B.
     03  PP1-FLAG            PIC X(14).
*>
 01  Aged-Total-Line.
     03  PA2-LIT             PIC X(17).
     03  PA2-CUR             PIC Z(6)9.99B    BLANK WHEN ZERO.
     03  PA2-30              PIC Z(6)9.99B    BLANK WHEN ZERO.
     03  PA2-60              PIC Z(6)9.99B    BLANK WHEN ZERO.
     03  PA2-90              PIC Z(6)9.99B    BLANK WHEN ZERO.
     03  PA2-TOT             PIC Z(7)9.99.
*>
*> Hobbs meter readings (FLT-HOBBS-OUT/FLT-HOBBS-IN) are kept as tenths
*>   of an hour, entered/displayed the same HH.H way WSE-TIME works for
*>   a flight leg's elapsed time - see ZF020/ZG020.
*>
 01  WS-HOBBS-ENTRY.
     03  WSH-HOBBS           PIC 9(4).9      VALUE ZERO.
     03  WSH-HOBBS-R REDEFINES WSH-HOBBS.
         05  WSH-HOBBS-WHOLE PIC 9(4).
         05  WSH-HOBBS-DOT   PIC X.
         05  WSH-HOBBS-TENTH PIC 9.
*>
*> Shared day-difference/weekday/date-arithmetic work fields - see ZR000/ZR100/ZR200.
*>
 77  ZR-Date1                pic x(8)        value spaces.
 77  ZR-Date2                pic x(8)        value spaces.
 77  ZR-Days                 pic 9(7)        value zero.
 77  ZR-Weekday              pic x(9)        value spaces.
 77  ZR-Sign                 pic x           value "-".
 77  ZR-DaysArg              pic 9(7)        value zero.
 77  ZR-ResultDate           pic 9(8)        value zero.
*>
*> Missing-flights gap detection work fields - see CCF000, called from
*>   the end of CC000-LOG-BOOK-REPORT. The user optionally enters how
*>   many days may elapse between logged flying dates before it is
*>   flagged as a gap; zero (the default) skips the check entirely.
*>
 77  WS-Gap-Days             pic 9(3)        value zero.
 77  WS-Gap-Prev-Date        pic 9(8)        value zero.
 01  GAP-TABLE.
     03  WS-Gap-Size         pic 99   comp   value zero.
     03  WS-Gap-Max          pic 99   comp   value 50.
     03  GAP-ENTRY OCCURS 50.
         05  GAP-FROM-DATE   pic 9(8).
         05  GAP-TO-DATE     pic 9(8).
         05  GAP-DAYS        pic 9(5).
*>
*> iCalendar export work fields - see CJ000. Zero-padded HH/MM pieces
*>   of the DTSTART/DTEND timestamps built from FLT-START/FLT-END.
*>
 77  WS-ICAL-SHH             pic 99          value zero.
 77  WS-ICAL-SMM             pic 99          value zero.
 77  WS-ICAL-EHH             pic 99          value zero.
 77  WS-ICAL-EMM             pic 99          value zero.
*>
*> YTD / rolling-12-month running totals for the Analysis & Totals
*>   Display (menu option F) - see CCA020/CC070. Accumulated in
*>   minutes alongside WS-Totals above, independent of the report's
*>   own start/end date range (which Menu-Option "F" does not prompt
*>   for), so these are always this-year-to-date and trailing-365-days.
*>
 77  WS-YTD-Start            pic 9(8)        value zero.
 77  WS-R12-Start            pic 9(8)        value zero.
 77  WS-YTD-Mins             pic 9(8)  comp  value zero.
 77  WS-R12-Mins             pic 9(8)  comp  value zero.
*>
 01  NO-NIGHT-Calcs          pic 9          value zero.
     88  NONIGHT                            value 1.
*>
*> Unattended-run switch - set by the "BACKUP" or "RECREATE" P1/P2/P3
*>   parameter, for cron use. Runs the seq-backup or dat-rebuild that
*>   the "S" menu option / D000-Setup-Datafiles run interactively, then
*>   GOBACKs without ever showing the menu.
*>
 01  WS-Unattended-Run       pic x          value space.
     88  WS-Unattended-Backup               value "B".
     88  WS-Unattended-Recreate             value "R".
     88  WS-Unattended-Rollforward          value "F".
     88  WS-Unattended-Reports              value "P".
     88  WS-Unattended-Retention            value "D".
     88  WS-Unattended-Controls             value "C".
 01  P1                      pic x(64)     value spaces.       *> P for NONIGHT|NONITE
 01  P2                      pic x(64)     value spaces.       *> P for path/filename of CSV data file
 01  P3                      pic x(64)     value spaces.       *> P for AFLD-DATE
 01  P-Temp                  pic x(64)     value spaces.       *> temp for P2.
*>
 01  WS-Locale               pic x(16)      value spaces.       *> Holds o/p from env var.
*>                                                                 LC_TIME but only uses 1st 5 chars
 01  WS-Local-Time-Zone      pic 9          value 3.            *> Defaults to International, See comments below !
*>
*> Sets WS-Local-Time-Zone ^~^ to one of these 88 values according to
*>    your local requirements
*> NOTE Environment var. LC_TIME is checked for "en_GB" for UK (1)
*>                                          and "en_US" for USA (2)  OTHERWISE its 3 for *nix format
*>   At start of program.
*>   For any other, you can add yours if different but let the Lead Programmer
*>     know, so it can be added to the master sources otherwise default will
*>      be Unix format.   THIS is used to define the format of Dates for display
*>       and printing. Internal format does NOT change remains as *nix format
*>          ccyymmdd.
*>
*>    Note that 'implies' does NOT mean the program does anything e.g.,
*>      changes page sizing in the report. It does not !
*>
     88  LTZ-UK                           value 1. *> dd/mm/ccyy  [en_GB] Also implies A4 Paper for prints
     88  LTZ-USA                          value 2. *> mm/dd/ccyy  [en_US] Also implies US Letter Paper for prints
     88  LTZ-Unix                         value 3. *> ccyy/mm/dd  Also implies A4 Paper for prints
*>
 01  ws-date-formats.                      *> ALL OF THEM BUT SOME MAY NO LONGER BE USED.
     03  WS-TODAY            PIC 9(8).     *> Intl
     03  ws-Test-Date.                     *> I/p to zz050-validate-date
         05  WS-Test-Date9   pic 9(10).
     03  WS-Test-Intl        pic 9(8).     *> in zz050 convert to for testing
     03  U-Bin               pic 9.        *> Zero  = good date, 1 = bad. from zz050
     03  ws-date             pic x(10).    *> o/p from zz050-validate-date
     03  ws-UK redefines ws-date.
         05  ws-days         pic 99.
         05  filler          pic x.
         05  ws-month        pic 99.
         05  filler          pic x.
         05  ws-year         pic 9(4).
     03  ws-USA redefines ws-date.
         05  ws-usa-month    pic 99.
         05  filler          pic x.
         05  ws-usa-days     pic 99.
         05  filler          pic x.
         05  filler          pic 9(4).
     03  ws-Intl redefines ws-date.
         05  ws-intl-year    pic 9(4).
         05  filler          pic x.
         05  ws-intl-month   pic 99.
         05  filler          pic x.
         05  ws-intl-days    pic 99.
*>
     03  WS-Tmp-Date7        pic 9(7).
     03  WS-Tmp-Date8        pic 9(8).
*>
     03  WSA-DATE.                            *> Used in date test routine returned value
         05  WSA-YY          PIC 9999.
         05  WSA-MM          PIC 99.
         05  WSA-DD          PIC 99.
     03  WSA-DATE2  REDEFINES WSA-DATE        *> passed to flitelog data
                             PIC 9(8).
*>
     03  WSE-Date-Block.
         05  WSE-Date.
             07  WSE-Year        pic 9(4).
             07  WSE-Month       pic 99.
             07  WSE-Days        pic 99.
         05  WSE-Date9 redefines WSE-Date
                                 pic 9(8).
         05  WSE-Timex.
             07  WSE-HH9         pic 99.
             07  WSE-MM9         pic 99.
             07  WSE-SS9         pic 99.
         05  filler              pic x(7).
*>
     03  WSF-Date                pic x(10).          *> For print Heads converted to LOCALE format.
*>
*>  FLT date must be => than, for inclusion in the totals tables.
*>    All computations are based on month periods only.
*>
     03  Active-CoE-Date     pic x(10).
     03  CoE-Earliest-Dates            value zeros.  *> All intl dates
         05  CoE-1-Mth       pic 9(8).
         05  CoE-Quarter     pic 9(8).
         05  CoE-6-Mths      pic 9(8).
         05  CoE-13-Mths     pic 9(8).
         05  CoE-Custom      pic 9(8).
*>
*> Optional arbitrary "from" date for CoE analysis, in addition to the
*>   standard 1/3/6/13 month periods above - see CCE010.
*>
     03  SW-CoE-Custom       pic 9           value zero.
         88  CoE-Custom-Wanted            value 1.
*>
 01  Save-FLT-Date-Time-Key.
     03  SAVE-FLT-DATE       PIC 9(8)        VALUE ZERO.
     03  SAVE-FLT-START      PIC 9(4)        VALUE ZERO.
 01  WS-Backup-Date-Time-Key pic 9(12).
*>
 01  File-Status-Flags                       value zeros.  *> Used in D000 file set routine.
     03  Flightlog-Dat-Exists pic 9.
     03  Aircraft-Dat-Exists  pic 9.
     03  Airfield-Dat-Exists  pic 9.
     03  Flightlog-Seq-Exists pic 9.
     03  Aircraft-Seq-Exists  pic 9.
     03  Airfield-Seq-Exists  pic 9.
*>
 01  filler.                 *> In English but change to your language if needed.
*>
*> THIS BLOCK SHOULD NOT OCCUR ASSUMING PROGRAMMER DEFINED THE FILE RECORDS CORRECTLY.
*>
     03  SY001          pic x(40) value "SY001 Fltlog length not same as back up ".
     03  SY002          pic x(42) value "SY002 Airfield length not same as back up ".
     03  SY003          pic x(47) value "SY003 Aircraft file length not same as back up ".
     03  SY004          pic x(13) value "Flight log = ".
     03  SY005          pic x(11) value "Airfield = ".
     03  SY006          pic x(11) value "Aircraft = ".
     03  SY007          pic x(14) value "Flight Bkup = ".
     03  SY008          pic x(19) value "Airfield Bkup = ".
     03  SY009          pic x(16) value "Aircraft bkup = ".
     03  SY013          pic x(43) value "SY013 Pilot file length not same as back up".
     03  SY014          pic x(08) value "Pilot = ".
     03  SY015          pic x(13) value "Pilot Bkup = ".
*>
*> THESE TWO IF TERMINAL PROGRAM SET UP TOO SMALL, MUST BE WIDTH => 106
*>                                               , LENGTH =>24
*>
     03  SY010          pic x(46) value "SY010 Terminal program not set to length => 24".
 *>    03  SY011          pic x(47) value "SY011 Terminal program not set to Columns => 92".
     03  SY012          pic x(43) value "SY012 Cannot display menu option F as < 106".
*>
*>  THESE ARE ONLY FOR CSV DEFINITION OR DATA ERRORS
*>
     03  SY021          pic x(46) value "SY021 Bad data in CSV layout record - Aborting".
     03  SY022          pic x(44) value "SY022 Too many type 1 recs (> 96) - Aborting".
     03  SY023          pic x(38) value "SY023 Bad CSV type 2 record - Aborting".
     03  SY024          pic x(46) value "SY024 Not enough CSV fields defined - Aborting".
*>
*> PRIMARY PROGRAM ERROR AND WARNING MESSAGES.
*>
     03  FL001          pic x(39) value "FL001 Hit return when ready to continue".
     03  FL002          pic x(51) value "FL002 record does NOT exist. Hit return to continue".
     03  FL003          pic x(53) value "FL003 record error on rewrite. Hit return to continue".
     03  FL004          pic x(19) value "FL004 Record Exists".
     03  FL005          pic x(49) value "is a new entry. Enter Y if ok, else N to re-enter".
     03  FL006          pic x(29) value "Hit return to abort Correctly".
     03  FL007          pic x(53) value "is a new entry. Enter spaces to re-enter or give name".
     03  FL008          pic x(37) value "FL008 MS not compatible with Capacity".
     03  FL009          pic x(39) value "FL009 Log time > Elapsed time Try again".
     03  FL143          pic x(58) value "FL143 Parts record already exists".
     03  FL144          pic x(58) value "FL144 No recipient record for that name".
     03  FL145          pic x(58) value "FL145 Recipient record already exists".
     03  FL146          pic x(58) value "FL146 No package record for that number".
     03  FL147          pic x(58) value "FL147 No rate card for that registration or type".
     03  FL148          pic x(58) value "FL148 No pay rate record for that instructor".
     03  FL149          pic x(58) value "FL149 Month closed and paid - register reprinted only".
     03  FL150          pic x(58) value "FL150 Sectors skipped - instructor has no pay rate".
     03  FL151          pic x(58) value "FL151 Registration not on the maintenance file".
     03  FL152          pic x(58) value "FL152 No leaseback owner for that registration".
     03  FL153          pic x(58) value "FL153 Share percentage must be 0.01 to 100.00".
     03  FL154          pic x(58) value "FL154 Flights not yet priced - run the billing first".
     03  FL155          pic x(58) value "FL155 Tax code not on the VAT code table".
     03  FL156          pic x(58) value "FL156 Quarter must be entered as ccyy and 1 to 4".
     03  FL157          pic x(58) value "FL157 Supplier not on the fuel supplier file".
     03  FL158          pic x(58) value "FL158 No open purchase order line with that number".
     03  FL159          pic x(58) value "FL159 Quantity is more than is still outstanding".
     03  FL160          pic x(58) value "FL160 Invoice already entered for that supplier".
     03  FL161          pic x(58) value "FL161 Month already exported to the accounts package".
     03  FL162          pic x(58) value "FL162 Journal does not balance - export refused".
     03  FL163          pic x(58) value "FL163 Posting role has no nominal account - see (M)apping".
     03  FL164          pic x(58) value "FL164 No postings found for that month".
     03  FL165          pic x(58) value "FL165 Bank statement file not found".
     03  FL166          pic x(58) value "FL166 Too many statement lines - split the statement".
     03  FL167          pic x(58) value "FL167 Invoice not found or already settled".
     03  FL168          pic x(58) value "FL168 Credit exceeds invoice less credits already raised".
     03  FL169          pic x(58) value "FL169 Reason code not on the list".
     03  FL170          pic x(58) value "FL170 A note is required for reason OT".
     03  FL171          pic x(58) value "FL171 Account on STOP - overdue invoices, see the office".
     03  FL172          pic x(58) value "FL172 AD/SB not on the register for that aircraft type".
     03  FL173          pic x(58) value "FL173 Registration not recorded against that AD/SB".
     03  FL174          pic x(58) value "FL174 A recurring AD/SB needs an interval, hours or months".
     03  FL175          pic x(58) value "FL175 Component not on file".
     03  FL176          pic x(58) value "FL176 Component already fitted - remove it first".
     03  FL177          pic x(58) value "FL177 Component is not fitted to an aircraft".
     03  FL178          pic x(58) value "FL178 Authorising instructor not on the crew roster".
     03  FL179          pic x(58) value "FL179 Hire NOT authorised - a check above has failed".
     03  FL180          pic x(58) value "FL180 No flight authorisation matched to this flight".
     03  FL181          pic x(58) value "FL181 No open authorisation with that key".
     03  FL182          pic x(58) value "FL182 No daily inspection signed before this flight".
     03  FL183          pic x(58) value "FL183 Pilot not on the crew roster - E for an engineer".
     03  FL184          pic x(58) value "FL184 Subject not on the exam table for this course".
     03  FL185          pic x(58) value "FL185 Subject already passed".
     03  FL186          pic x(58) value "FL186 No attempts remaining for this subject".
     03  FL187          pic x(58) value "FL187 Skills test NOT recommended - theory not complete".
     03  FL188          pic x(58) value "FL188 Student has no course set - see the student file".
     03  FL189          pic x(58) value "FL189 Trip not on file".
     03  FL190          pic x(58) value "FL190 No flight on file at that date and start time".
     03  FL191          pic x(58) value "FL191 Flight is already a leg of another trip".
     03  FL192          pic x(58) value "FL192 Flight date is outside the trip's date range".
     03  FL193          pic x(58) value "FL193 Trip is closed - no more legs may be attached".
     03  FL194          pic x(58) value "FL194 Trip still has legs - detach them first".
     03  FL195          pic x(58) value "FL195 Pilot not on the crew roster - see pilot maintenance".
     03  FL196          pic x(58) value "FL196 Give who verified the logbook totals".
     03  FL197          pic x(58) value "FL197 Part exceeds the hours it is part of - check".
     03  FL198          pic x(58) value "FL198 No flights on record for that pilot".
     03  FL199          pic x(58) value "FL199 File MF, EC, VC, PL or JN, months, action D A or M".
     03  FL200          pic x(58) value "FL200 A hold needs the name, file and reason".
     03  FL201          pic x(58) value "FL201 No such environment profile - see flightlog-NAME.env".
     03  FL202          pic x(58) value "FL202 Dates invalid, or the period is over 366 days".
     03  FL203          pic x(58) value "FL203 No aircraft on record for that period".
     03  FL204          pic x(58) value "FL204 No complaint with that number".
     03  FL205          pic x(58) value "FL205 Latitude -90 to 90, longitude -180 to 180, or blank".
     03  FL206          pic x(58) value "FL206 Give the complainant and what was reported".
     03  FL207          pic x(58) value "FL207 Give the file and a description".
     03  FL208          pic x(58) value "FL208 No such file - a full path or a name in the store".
     03  FL209          pic x(58) value "FL209 A file of that name is already in the store".
     03  FL210          pic x(58) value "FL210 No attachment with that number".
     03  FL211          pic x(58) value "FL211 Last run for this month did not finish - resuming it".
     03  FL212          pic x(58) value "FL212 Month already billed - re-run, reverse, repost? [N]".
     03  FL213          pic x(58) value "FL213 Control totals differ - a supervisor must start up".
     03  FL214          pic x(58) value "FL214 Supervisor - Y to accept the files as they stand [N]".
     03  FL215          pic x(58) value "FL215 No web defect reports to review".
     03  FL216          pic x(58) value "FL216 No cruise speed for the type - ETAs not estimated".
     03  FL217          pic x(58) value "FL217 No asset record for that key".
     03  FL218          pic x(58) value "FL218 Asset details incomplete or inconsistent - correct".
     03  FL219          pic x(58) value "FL219 Only a completed month can be depreciated".
     03  FL220          pic x(58) value "FL220 Registration already retired - reprint the pack? [N]".
     03  FL221          pic x(58) value "FL221 Bookings after the disposal date - cancel them first".
     03  FL222          pic x(58) value "FL222 Open or deferred defects remain - clear them first".
     03  FL223          pic x(58) value "FL223 Flights in months not yet billed - run billing first".
     03  FL224          pic x(58) value "FL224 Registration retired by that date - cannot be booked".
     03  FL225          pic x(58) value "FL225 Account balance not settled - clear it first".
     03  FL226          pic x(58) value "FL226 Expense claims awaiting approval - decide them first".
     03  FL227          pic x(58) value "FL227 Bookings in the pilot's name after leaving - cancel".
     03  FL228          pic x(58) value "FL228 Pilot already left - reprint the certificate? [N]".
     03  FL229          pic x(58) value "FL229 Leaving date cannot be later than today".
     03  FL230          pic x(58) value "FL230 That login is the one in use - cannot be disabled".
     03  FL231          pic x(58) value "FL231 Not in ICAO ref - position by place name, check it".
     03  FL232          pic x(58) value "FL232 Position from town name - amend if not right".
     03  FL233          pic x(58) value "FL233 No airspace areas loaded - check the list and files".
     03  FL234          pic x(58) value "FL234 Too many exceptions to list - see the report".
     03  FL235          pic x(58) value "FL235 Occurrence already raised for that line".
     03  FL236          pic x(58) value "FL236 No sectors flown by that captain / reg in the range".
     03  FL237          pic x(58) value "FL237 Cannot create the map file - check report directory".
     03  FL238          pic x(58) value "FL238 Too many airfields or routes - the map is incomplete".
     03  FL239          pic x(58) value "FL239 Movement log not found - check the file name".
     03  FL240          pic x(58) value "FL240 No movements read - check the log layout".
     03  FL241          pic x(58) value "FL241 Movement log too long - only the first 2000 taken".
     03  FL242          pic x(58) value "FL242 Fuel card file not found - check the file name".
     03  FL243          pic x(58) value "FL243 No transactions read - check the file layout".
     03  FL244          pic x(58) value "FL244 Card file too long - only the first 2000 taken".
     03  FL245          pic x(58) value "FL245 Availability file not found - check the file name".
     03  FL246          pic x(58) value "FL246 No bookings in the month - nothing to roster".
     03  FL247          pic x(58) value "FL247 Cannot create the draft roster sheet".
     03  FL248          pic x(58) value "FL248 Roster tables full - some lines or bookings left out".
     03  FL249          pic x(58) value "FL249 Engineer not on the certifying staff register".
     03  FL250          pic x(58) value "FL250 Engineer's certifying authorisation has expired".
     03  FL251          pic x(58) value "FL251 Engineer not authorised on this aircraft type".
     03  FL252          pic x(58) value "FL252 Engineer not authorised for this category of work".
     03  FL253          pic x(58) value "FL253 Engineer already on the register".
     03  FL254          pic x(58) value "FL254 Aircraft type not on file".
     03  FL255          pic x(58) value "FL255 Work categories are D, A and I - at least one".
     03  FL256          pic x(58) value "FL256 At least one aircraft type is needed".
     03  FL257          pic x(58) value "FL257 Work order not on file".
     03  FL258          pic x(58) value "FL258 Defect already on this work order".
     03  FL259          pic x(58) value "FL259 Work order already holds 12 defects".
     03  FL260          pic x(58) value "FL260 Defects on the work order still open - clear first".
     03  FL261          pic x(58) value "FL261 Work order is closed".
     03  FL262          pic x(58) value "FL262 No maintenance record - next due hours not reset".
     03  FL263          pic x(58) value "FL263 Report definition not on file".
     03  FL264          pic x(58) value "FL264 Report definition already on file".
     03  FL265          pic x(58) value "FL265 Unknown field code - see the codes below".
     03  FL266          pic x(58) value "FL266 At least one field to print is needed".
     03  FL267          pic x(58) value "FL267 Unknown sort code or more breaks than sort codes".
     03  FL268          pic x(58) value "FL268 Fields too wide for the print line - over 180".
     03  FL269          pic x(58) value "FL269 Over 5000 flights selected - only the first reported".
     03  FL270          pic x(58) value "FL270 Output is P print file or C CSV".
     03  FL271          pic x(58) value "FL271 Period is M last month, Y year to date or blank".
     03  FL272          pic x(58) value "FL272 No targets for this month - last month's shown".
     03  FL273          pic x(58) value "FL273 No targets on file for this month".
     03  FL274          pic x(58) value "FL274 Cannot write the scorecard CSV to the report dir".
     03  FL275          pic x(58) value "FL275 Enter at least one leg".
     03  FL276          pic x(58) value "FL276 Airfield not on file or has no position".
     03  FL277          pic x(58) value "FL277 Planned load over MTOW or tanks on a flagged leg".
     03  FL278          pic x(58) value "FL278 Held for a second supervisor to approve - ref".
     03  FL279          pic x(58) value "FL279 Your own change - another supervisor must decide it".
     03  FL280          pic x(58) value "FL280 Record has changed since it was held - not applied".
     03  FL281          pic x(58) value "FL281 No changes are waiting for approval".
     03  FL282          pic x(58) value "FL282 Cannot write approval.dat - change not made".
     03  FL283          pic x(58) value "FL283 No fieldtran.dat in the data directory to merge".
     03  FL284          pic x(58) value "FL284 No field entries are waiting for review".
     03  FL285          pic x(58) value "FL285 Not added - it now clashes with the log, kept".
     03  FL286          pic x(58) value "FL286 Cannot write the control file - change left pending".
     03  FL287          pic x(58) value "FL287 Journal not swapped - flightlog.jnl kept, run void".
     03  FL288          pic x(58) value "FL288 Registration retired by that date - cannot be flown".
     03  FL289          pic x(58) value "FL289 Registration retired - no new rates or budgets".
     03  FL290          pic x(58) value "FL290 Cannot delete the record - change left pending".
*>
 01  WS-Data.
     03  WS-Env-Columns pic 999               value zero. *> chks for > 95 & 105
     03  WS-Env-Lines   pic 999               value zero. *> chks for > 23
     03  ws-Lines        binary-char unsigned value zero.
     03  ws-18-Lines     binary-char unsigned value zero.  *> 19/20 for testing only.
     03  ws-19-Lines     binary-char unsigned value zero.  *> 19/20 for testing only.
     03  ws-20-Lines     binary-char unsigned value zero.
     03  ws-21-Lines     binary-char unsigned value zero.
     03  ws-22-Lines     binary-char unsigned value zero.
     03  ws-23-Lines     binary-char unsigned value zero.
     03  WS-Data-Lines   binary-char unsigned value zero.
*>
*> For saving and restoring screen for Afld and Aircraft display lists (function keys F1 and F3).
*>
  01  wScreenName             pic x(256).
  01  wInt                    binary-long.
*>
 01  accept-terminator-array pic 9(4)         value zero.    *> most unused, removed to marked out.
  *>   copy "screenio.cpy".
 *> 78  cob-color-black     value 0.
 *> 78  COB-COLOR-BLUE      VALUE 1.
 78  COB-COLOR-GREEN     VALUE 2.
 78  COB-COLOR-CYAN      VALUE 3.
 78  COB-COLOR-RED       VALUE 4.
 *> 78  COB-COLOR-MAGENTA   VALUE 5.
 78  COB-COLOR-YELLOW    VALUE 6.
 78  COB-COLOR-WHITE     VALUE 7.
*>
*> Values that may be returned in CRT STATUS (or COB-CRT-STATUS) F13-64 omitted.
*> Normal return - Value 0000
 *> 78  COB-SCR-OK          VALUE 0.
*>  Function keys - Values 1xxx
 78  COB-SCR-F1          VALUE 1001.
 78  COB-SCR-F2          VALUE 1002.
 78  COB-SCR-F3          VALUE 1003.
 78  COB-SCR-F4          VALUE 1004.
 78  COB-SCR-F5          VALUE 1005.
 78  COB-SCR-F6          VALUE 1006.    *> Pick list / calendar on the entry fields.
 78  COB-SCR-F8          VALUE 1008.    *> Help on the entry screen (F1 is the afld list there).
 78  COB-SCR-F7          VALUE 1007.    *> Attachments list on the maintenance screens.
 *> 78  COB-SCR-F8          VALUE 1008.
 *> 78  COB-SCR-F9          VALUE 1009.
 78  COB-SCR-F10         VALUE 1010.
 *>  Exception keys - Values 2xxx  - unused removed
 78  COB-SCR-ESC         VALUE 2005.
 78  COB-SCR-TIME-OUT    VALUE 8001.
*>  The following exception keys are currently *only* returned on ACCEPT OMITTED
 *> 78  COB-SCR-INSERT      VALUE 2011.
 *> 78  COB-SCR-DELETE      VALUE 2012.
*>
 01  WS-Scrn-Prompt3         PIC X(0079) VALUE " Any key for more,  Escape to quit".
 01  WS-Scrn-Prompt4         PIC X(0079) VALUE " Return to finish".
 01  WS-Scrn-Prompt5         PIC X(0079) VALUE
     "F1=Afld F2=Next Rec F3=Acft F4=Delete F6=Pick/Cal F7=Files F10=Prev Esc=Quit".
 01  WS-Scrn-Prompt5B        PIC X(0079) VALUE
     "F1=Afld             F3=Acft F5=Save   F6=Pick/Cal F10=Prev field Esc=Quit".
 01  WS-Scrn-Prompt6         PIC X(0079) VALUE
     "F1=Afld             F3=Acft           F6=Pick/Cal F10=Prev field Esc=Quit".
*>
*> Used for checking for existing data and SEQ files.
*>
 01  Cbl-File-Details.
     03  Cbl-File-Size      pic x(8)       comp-x  value zero.
     03  Cbl-File-Date      pic x(4)       comp-x  value zero.
     03  Cbl-File-time      pic x(4)       comp-x  value zero.
*>
 01  WS-TIMES.
     03  WSB-TIME.
         05  WSB-HH          PIC 99.
         05  WSB-MM          PIC 99.
         05  WSB-SS          PIC 99.
         05  FILLER          PIC XX.
     03  WSD-TIME.
         05  WSD-HH          PIC 99.
         05  filler          PIC X  VALUE ":".
         05  WSD-MM          PIC 99.
         05  filler          PIC X  VALUE ":".
         05  WSD-SS          PIC 99.
     03  WSE-TIME            PIC 99.99 VALUE ZERO.
     03  WSF-TIME REDEFINES WSE-TIME.
         05  WSF-HH          PIC 99.
         05  WSF-DOT         PIC X.
         05  WSF-MM          PIC 99.
     03  WSH-TIME            PIC 9(4)  VALUE ZERO.  *> was comp
*>
 01  FS-REPLY.
     03  S1                  PIC X.
     03  S2                  PIC X.
*>
 01  CURS                    PIC 9(4).   *> Hold cursor position
*>
 01  SYS-MESSAGE             PIC X(38).  *> for File I/O errors
*>
*>  TABLES SECTION
*>  ==============
*>
*>  Estimate of when night fails in any month but of course it moves, around
*>    2 minutes per day.  Data used for start time only.
*>   These figures are for southern UK so change if it is not where you are
*>  THESE ARE A GUIDE ONLY - and very rough, All times are Zulu/GMT/UTC+0.
*>    data is (in order) from January to December and time for each month is when it MUST be Night.
*>       but calcs deduct 1 hour first in order to try and make sure!
*>  Figures below are based on change of sunset is 60 minutes per month (2 mins per day)
*>
 01  Night-In-Month          pic x(24) value "161718192021212019181716".
 01  filler REDEFINES Night-In-Month.
     03  NIM                 pic 99   occurs 12.
*>
*>  Analysis table blocks
*>
 01  AIRCRAFT-TABLE.               *> Should be well above that required for an ATPL.
     03  WST-AIRCRAFT-SIZE   PIC 9999   COMP   VALUE ZERO.
     03  WST-AC-MAX          PIC 9999   COMP   VALUE 1000.
     03  WST-AIRCRAFT-TABLE                    VALUE spaces.
         05  WST-ACFT-Groups                occurs 1000
                                               ASCENDING Key WST-Aircraft  INDEXED BY QQ.
             07  WST-AIRCRAFT    PIC X(8).
             07  WST-AC-Last-FLT pic 9(8).
             07  WST-AC-Last-Reg pic x(6).
             07  WST-AC-MS       PIC X.
             07  WST-AC-Complex  pic x.
             07  WS-AC-Group.                        *> Group moved from WS-AC-ANALYSIS-TOTALS for sorting.
                 09  filler OCCURS 2.
                     11  WS-AC-P1    PIC 9(6)  COMP.
                     11  WS-AC-P2    PIC 9(6)  COMP.
                     11  WS-AC-P3    PIC 9(6)  COMP.
                 09  WS-AC-IFR       PIC 9(6)  COMP.
                 09  WS-AC-INST      PIC 9(6)  COMP.   *> (Giving) Instruction
                 09  WS-AC-MULTI     PIC 9(6)  COMP.
*>
 01  AIRFIELD-TABLE.               *> Should be well above that required for an ATPL - holds afld and stat data
     03  WST-AIRFIELD-SIZE   PIC 9999   COMP   VALUE ZERO.
     03  WST-AFLD-MAX        PIC 9999   COMP   VALUE 2000.
     03  WST-AIRFIELD-TABLE                    VALUE SPACES.
         05  WST-ICAO                    OCCURS 2000
                                             Ascending key WST-AIRFIELD INDEXED BY QQQ.
             07  WST-AIRFIELD      PIC X(4).
             07  WST-AFLD-NAME     PIC X(36).
             07  WST-Afld-Last-Flt pic 9(8).                *> These two are for stat reporting.
             07  WST-Afld-Cnt      pic 9(4).
*>
*> Bundled ICAO country/lat/long reference data - see ICAOREF-FILE,
*>   ZQ000-Load-Icao-Ref and ZQ500-Lookup-Icao-Ref.
*>
 01  ICAOREF-TABLE.
     03  IREFT-SIZE          PIC 9999   COMP   VALUE ZERO.
     03  IREFT-MAX           PIC 9999   COMP   VALUE 500.
     03  IREFT-ENTRIES                         VALUE SPACES.
         05  IREFT-ENTRY                 OCCURS 500
                                             Ascending key IREFT-ICAO INDEXED BY QQR.
             07  IREFT-ICAO        PIC X(4).
             07  IREFT-COUNTRY     PIC X(2).
             07  IREFT-LATITUDE    PIC S9(3)V9(4) sign leading separate.
             07  IREFT-LONGITUDE   PIC S9(3)V9(4) sign leading separate.
*>
 01  WS-Afld-Disp-Lat        pic -999.9999.       *> Display-only, see BB000/BD000.
 01  WS-Afld-Disp-Long       pic -999.9999.
*>
 01  NIGHT-CURRENCY-TABLE.         *> Accumulated by CF000 for the night flying currency report.
     03  WST-Night-Size      PIC 9999   COMP   VALUE ZERO.
     03  WST-Night-Max       PIC 9999   COMP   VALUE 500.
     03  WST-Night-Table                       VALUE SPACES.
         05  WST-Night-Groups            OCCURS 500
                                             Ascending key WST-Night-Captain INDEXED BY QQN.
             07  WST-Night-Captain PIC X(15).
             07  WST-Night-Flights PIC 9(4)  COMP.
             07  WST-Night-Mins    PIC 9(7)  COMP.
*>
*> Instructor hours ledger work fields - see CG000.
*>
 01  INSTRUCTOR-HOURS-TABLE.
     03  WST-Ins-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-Ins-Max         PIC 9999   COMP   VALUE 300.
     03  WST-Ins-Table                         VALUE SPACES.
         05  WST-Ins-Groups              OCCURS 300
                                             ASCENDING KEY WST-Ins-YrMth
                                                            WST-Ins-AC-Type
                                             INDEXED BY QQI.
             07  WST-Ins-YrMth     PIC 9(6).
             07  WST-Ins-AC-Type   PIC X(8).
             07  WST-Ins-Mins      PIC 9(7)  COMP.
*>
*> Per-registration utilization work fields - see CI000. Grouped by
*>   A/C Type then Reg, same SEARCH+SORT-insert idiom as
*>   INSTRUCTOR-HOURS-TABLE above.
*>
 01  UTILIZATION-TABLE.
     03  WST-Util-Size       PIC 9999   COMP   VALUE ZERO.
     03  WST-Util-Max        PIC 9999   COMP   VALUE 500.
     03  WST-Util-Table                        VALUE SPACES.
         05  WST-Util-Groups             OCCURS 500
                                             ASCENDING KEY WST-Util-AC-Type
                                                            WST-Util-AC-Reg
                                             INDEXED BY QQU.
             07  WST-Util-AC-Type  PIC X(8).
             07  WST-Util-AC-Reg   PIC X(6).
             07  WST-Util-Mins     PIC 9(7)  COMP.
             07  WST-Util-Sectors  PIC 9(5)  COMP.
             07  WST-Util-Last-Flt PIC 9(8).
             07  WST-Util-Dist     PIC 9(7)  COMP.
             07  WST-Util-Pos      PIC 9(7)  COMP.   *> Positioning minutes - see .51.
*>
 01  MONTHLY-TOTALS-TABLE.
     03  WST-MTH-Size        PIC 9999   COMP   VALUE ZERO.
     03  WST-MTH-Max         PIC 9999   COMP   VALUE 240.
     03  WST-MTH-Table                         VALUE SPACES.
         05  WST-MTH-Groups              OCCURS 240
                                             ASCENDING KEY WST-MTH-YYYYMM
                                             INDEXED BY QQK.
             07  WST-MTH-YYYYMM    PIC 9(6).
             07  WST-MTH-Mins      PIC 9(7)  COMP.
*>
 77  WS-CK-Mins-Edit         PIC 9(7).
 01  Ws-No-Paragraph         PIC S9(4) COMP.
*>
*> MySQL working storage for CK000-Export-Monthly-Totals-MySQL - the
*>   host/base name etc. are entered on the export screen rather than
*>   hard coded, since this system has no other MySQL connection to
*>   borrow settings from.
*>
 COPY "mysql-variables.cpy".
*>
*> Severity codes for the shared overnight logging handler - see
*>   ZY500-Unattended-Log and the cobweb-logging notes above.
*>
 COPY "cobweb-logging.cpy".
 77  WS-Log-Open             pic 9           value zero.
 77  WS-Log-Rc               binary-long     value zero.
 77  WS-Log-Text             pic x(80)       value spaces.
*>
*> forwardgeocode call block - place name to position from the city
*>   master, see ZD600-Geocode-Place-Name. samples/worldcities must be
*>   on the copybook path.
*>
 COPY "forwardgeocode.cpy".
 77  WS-Geo-Word             pic x(43)       value spaces.
*>
*> TUI-TOOLS widget work areas - the scrollable pick lists on the
*>   entry fields (ZI000/ZI100/ZI200) and the calendar date picker
*>   (ZI300). The colour names below are the ones the TUI-TOOLS
*>   copybooks expect - tools/TUI-TOOLS must be on the copybook path.
*>
 78  Black               VALUE 0.
 78  Blue                VALUE 1.
 78  Green               VALUE 2.
 78  Cyan                VALUE 3.
 78  Red                 VALUE 4.
 78  Magenta             VALUE 5.
 78  Yellow              VALUE 6.
 78  White               VALUE 7.
 78  LightYellow         VALUE 14.
 78  LightWhite          VALUE 15.
 COPY "GC26LISTVIEW.CPY".
 COPY "GC56DATEPICKER.CPY".
 COPY "GC74HELPVIEW.CPY".
*>
 77  WS-Pick-Type            pic x(8)        value spaces.  *> Returned by ZI100.
 77  WS-Pick-Reg             pic x(6)        value spaces.  *>  - ditto -
 77  WS-Pick-Captain         pic x(15)       value spaces.  *> Returned by ZI200.
 77  WS-Pick-Sub             pic 9(4)  comp  value zero.    *> Row-build subscript.
*>
 01  WS-TOTALS                              value zeros.
     03  WS-ANALYSIS   OCCURS 2.
         05  WS-P1           PIC 9(8)  COMP.
         05  WS-P23          PIC 9(8)  COMP.
         05  WS-INS          PIC 9(8)  COMP.
     03  WS-INSTRUMENT       PIC 9(8)  COMP.
     03  WS-MULTI            PIC 9(8)  COMP.
     03  WS-INSX             PIC 9(8)  COMP.
*>
 01  WS2-TOTALS                              value zeros.
     03  WS2-ANALYSIS  OCCURS 2.
         05  WS2-P1          PIC 9(8)  COMP.
         05  WS2-P23         PIC 9(8)  COMP.
         05  WS2-INS         PIC 9(8)  COMP.
     03  WS2-INSTRUMENT      PIC 9(8)  COMP.
     03  WS2-MULTI           PIC 9(8)  COMP.
     03  WS2-INSX            PIC 9(8)  COMP.
*>
*> This table for certificate of Experience at 30, 91, 182 & 13 mths (as 395 days)
*>  with flitelog read in REVERSE (using 'previous') printing out in order of shortest time.
*>     Recording for tt, night, min. night flights, day and min. day flights
*>                   Instructor, IFR single and multi.
*>   Value added as minutes from flightlog records.
*>
 01  WS4-Totals                            value zeros.  *> Recording time in minutes.
     03  WS4-Analysis  Occurs 2.
         05  WS4-P1          PIC s9(8)  COMP.
         05  WS4-P2          PIC s9(8)  COMP.
         05  WS4-P3          PIC s9(8)  COMP.
         05  WS4-INS         PIC s9(8)  COMP.
     03  WS4-INSTRUMENT      PIC s9(8)  COMP.
     03  WS4-MULTI           PIC s9(8)  COMP.
     03  WS4-Single          pic s9(8)  comp.
     03  WS4-INSX            PIC s9(8)  COMP.
     03  WS4-Nite-Flights    pic s9(6)  comp.       *> Will only show flights
     03  WS4-Day-Flights     pic s9(6)  comp.       *>  ditto.
     03  WS4-Total           pic s9(8)  comp.
*>
*>  CSV Data table type 1, as read from file and held while processing - all others processed as read in.
*>
 01  WS-CSV-Logbook-Data-Definitions.
     03  WS-CSV-Table-Size    pic 99            value zero.
     03  SW-CSV-Date-Received pic 9             value zero.
         88  SW-CSV-Received-Date               value 1.
     03  SW-CSV-Data-Received pic 9             value zero.
         88  SW-CSV-Received-Data               value 1.
     03  SW-CSV-Dry-Run       pic 9             value zero.  *> validate only, no Flightlog-File write.
         88  CSV-Dry-Run                        value 1.
     03  WS-CSV-Date-Format   pic 99            value zero.   *> See value in WS-CSV-Held-Date-Time-Formats
     03  WS-CSV-Time-1-Format pic 9             value zero.   *> See value in WS-CSV-Held-Time1-Format
     03  WS-CSV-Time-2-Format pic 9             value zero.   *> See value in WS-CSV-Held-Time2-Format
     03  WS-CSV-Work                            value spaces. *> FLT file is max of 32 (Remarks)
         05  WS-CSV-Work9     pic 9(8).                       *> max size of date or time
         05  filler           pic x(56).
     03  WS-CSV-WorkX  redefines WS-CSV-Work
                              pic x(64).
     03  WS-CSV-Tmp-Work9     pic 9(8).
     03  WS-CSV-Work-Delim    pic xx.
     03  WS-CSV-Work-Count    pic 9(4)          value zero.   *> but will be less than 33
     03  WS-CSV-Test-Time-Format  pic 9.
     03  WS-Tmp-Delim         pic xx.
*>
     03  WS-Group.
       04  filler                             occurs 96.
         05  WS-CSV-Src-Position    pic 99.       *> Field # start with 1, leading zero as needed - Must always be 2 numeric digits.
         05  WS-CSV-Target-Fld-Pos  pic 99.       *> position from 1, for FLT file data record otherwise zeros.
 *>        05  WS-CSV-Src-No-Quotes   pic 9.        *>  1 = no quotes around field.  NOT USED.
*>
 01  WS-CSV-Held-Date-Time-Formats                  value spaces. *> CSV Data table type 2 date/time formats
     03  WS-CSV-Held-Date-Format  pic x(10).
     03  WS-CSV-Held-Time1-Format pic x(5).
     03  WS-CSV-Held-Time2-Format pic x(5).
*>
*>
*>  CSV Data table type 6, captain search/substitute/capacity-override
*>   rules - now a table so several alias rules can be active in the
*>   same import run (e.g. one per source field position), rather than
*>   only the last type 6 record read taking effect. Looked up by
*>   F640-Lookup-Cap-Sub.
*>
 01  WS-CSV-Cap-Sub-Data.
     03  WS-CSV-Cap-Sub-Size  pic 99            value zero.
     03  WS-CSV-Cap-Sub-Max   pic 99            value 20.
     03  WS-CSV-Cap-Sub-Match pic 99            value zero.   *> entry matched by the most recent F640 call.
     03  WS-CSV-Cap-Sub-Cap-Match
                              pic 99            value zero.   *> entry matched against FLT-CAPTAIN, held for the New-Cap
                                                               *>   override below, reset per row.
     03  WS-CSV-Cap-Sub-Sub   pic 99            value zero.   *> F640 loop subscript.
     03  WS-CSV-Cap-Sub-Search-Pos  pic 99            value zero.   *> F640 search args.
     03  WS-CSV-Cap-Sub-Search-Name pic x(30)         value spaces.
     03  WS-CSV-Cap-Sub-Any   pic 9             value zero.   *> set by F640 if any entry matches the search position.
     03  WS-CSV-Cap-Sub-Table                                 value spaces.
         05  WS-CSV-Cap-Sub-Entry  occurs 20.
             07  WS-CSV-Held-Cap     pic x(30)         value spaces.
             07  WS-CSV-Cap-Sub-Name pic x(15)         value spaces.
             07  WS-CSV-Rec-Pos4Search
                                     pic 99            value zeros.
             07  WS-CSV-New-Cap      pic xx            value spaces.
*>
*>  Display and reports
*>  ===================
*>
 01  D-Display1                                VALUE SPACES.
     03  D-ICAO-CODE         PIC X(4).
     03  FILLER              PIC X.
     03  D-AFLD-NAME         PIC X(36).
*>
 01  D-Display2                                VALUE SPACES.
     03  D-Aircraft          PIC X(8).
     03  FILLER              PIC XXX.
     03  D-Ac-MS             PIC X.
     03  FILLER              PIC XXX.
*>
*> Must be here as created during other print output creation & would be over written.
*>
 01  SUB-REPORT1.
     03  SR1-ZAP-INS.
         05  sr1-lit1a       pic x(4)         value spaces.
         05  sr1-ins1        pic z(4)9B       value spaces.
         05  sr1-lit1b       pic x(5)         value spaces.
         05  sr1-ins2        pic z(4)9B       value spaces.
         05  SR1-LIT1        PIC X(5)         VALUE SPACES.
         05  SR1-INS         PIC Z(4)9B       VALUE SPACES.
     03  SR1-DISP.
         05  SR1-FIL1        PIC X(6)         VALUE "Grand".
         05  SR1-GRAND       PIC Z(4)9.
         05  filler          PIC X(2)         VALUE SPACES.
         05  SR1-LIT2        PIC X(23).
         05  SR1-P1          PIC Z(4)9   OCCURS 2.
         05  SR1-P2          PIC Z(4)9   OCCURS 2.
         05  SR1-IFR         PIC Z(4)9.
         05  SR1-MULTI       PIC Z(4)9BB.
         05  FILLER          PIC X(4)         VALUE "Hrs".
*>
  01  SUB-REPORT2.
     03  SR2-ZAP-INS                          value spaces.
         05  sr2-lit1a       pic x(4).
         05  sr2-ins1        pic zzz99B.
         05  sr2-lit1b       pic x(5).
         05  sr2-ins2        pic zzz99B.
         05  SR2-LIT1        PIC X(5).
         05  SR2-INS         PIC ZZZ99B.
     03  SR2-DISP.
         05  filler          PIC X(09)        VALUE "Total".
         05  SR2-GRAND       PIC 99.
         05  filler          PIC X(2)         VALUE SPACES.
         05  SR2-LIT2        PIC X(23).
         05  SR2-P1          PIC Z(3)99  OCCURS 2.
         05  SR2-P2          PIC Z(3)99  OCCURS 2.
         05  SR2-IFR         PIC Z(3)99.
         05  SR2-MULTI       PIC Z(3)99BB.
         05  FILLER          PIC X(4)         VALUE "Mins".
*>
*> Tables for data conversion between EBCDIC and ASCII
*>  for use within CSV format conversion.
*>
 *> 01  Table-ASCII.
 *>    03  T-ACSII-Def.
 *>        05  filler          pic x(16)         value
 *>            X"2227272E2C2826293B2F3C3E3F3A3D5C".                                *> " ' ' . , ( & ) ; / < > ? : = \
 *>        05  filler          pic x(63)         value
 *>            " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZABCDEFGHIJKLMNOPQRSTUVWXYZ".
 *>    03  T-ASCII-Itm redefines T-ACSII-Def
 *>                            pic x         occurs 79.
 *> 01  Table-EBCDIC.
 *>    03  T-EBCDIC-Def.
 *>        05  filler              pic x(16)     value
 *>            X"7F797D4B6B4D505D5E614C6E6F7A7EE0".                             *> " ' ' . , ( & ) ; / < > ? : = \ "79" in case mistyped but is a `
 *>        05  filler              pic x(11)     value
 *>            X"40F0F1F2F3F4F5F6F7F8F9".                 *> SPACE, 0123456789
 *>        05  filler              pic x(9)      value
 *>            X"C1C2C3C4C5C6C7C8C9".                     *> ABCDEFGHI
 *>        05  filler              pic x(9)      value
 *>            X"D1D2D3D4D5D6D7D8D9".                     *> JKLMNOPQR
 *>        05  filler              pic x(8)      value
 *>            X"E2E3E4E5E6E7E8E9".                       *> STUVWXYZ
 *>        05  filler              pic x(9)      value
 *>            X"818283848586878889".                     *> abcdefghi
 *>        05  filler              pic x(9)      value
 *>            X"919293949596979899".                     *> jklmnopqr
 *>        05  filler              pic x(8)      value
 *>            X"A2A3A4A5A6A7A8A9".                       *> stuvwxyz
 *>    03  T-EBCDIC-Itm     redefines T-EBCDIC-Def
 *>                                pic x     occurs 79.
*>
 PROCEDURE DIVISION chaining P1 P2 P3.
*>===================================
 A000-CONTROL       SECTION.
     move     function length (FLIGHTLOG-Record)       to WS-Rec-Length-1.
     move     function length (FLIGHTLOGBACKUP-RECORD) to WS-Rec-Length-2.
     if       WS-Rec-Length-1 not = WS-Rec-Length-2
              display SY001 at 0101 with erase eos
              move    ws-rec-length-1  to ws-display4
              display SY004  ws-display4 at 0201
              move    ws-rec-length-2  to ws-display4
              display SY007 ws-display4 at 0301
              goback.
*>
     move     function length (Airfield-Record)       to WS-Rec-Length-1.
     move     function length (AirfieldBackup-RECORD) to WS-Rec-Length-2.
     if       WS-Rec-Length-1 not = WS-Rec-Length-2
              display SY002 at 0401 with erase eos
              move    ws-rec-length-1  to ws-display4
              display SY005  ws-display4 at 0501
              move    ws-rec-length-2  to ws-display4
              display SY008 ws-display4 at 0601
              goback.
*>
     move     function length (Aircraft-Record)       to WS-Rec-Length-1.
     move     function length (AircraftBACKUP-RECORD) to WS-Rec-Length-2.
     if       WS-Rec-Length-1 not = WS-Rec-Length-2
              display SY003 at 0701 with erase eos
              move    ws-rec-length-1  to ws-display4
              display SY006 ws-display4 at 0801
              move    ws-rec-length-2  to ws-display4
              display SY009 ws-display4 at 0901
              goback.
*>
     move     function length (Pilot-Record)          to WS-Rec-Length-1.
     move     function length (PilotBackup-Record)     to WS-Rec-Length-2.
     if       WS-Rec-Length-1 not = WS-Rec-Length-2
              display SY013 at 0701 with erase eos
              move    ws-rec-length-1  to ws-display4
              display SY014 ws-display4 at 0801
              move    ws-rec-length-2  to ws-display4
              display SY015 ws-display4 at 0901
              goback.
*>
*>  Now that any programming errors on file layout has been checked lets start the program.
*>     Force Esc, PgUp, PgDown, PrtSC to be detected and, stop program end wait msg.
*>
     set      ENVIRONMENT "COB_SCREEN_EXCEPTIONS" to "Y".
     set      ENVIRONMENT "COB_SCREEN_ESC" to "Y".
     set      ENVIRONMENT "COB_EXIT_WAIT"  to "N".
*>
     if       P1 (1:2) = "HE" or "he" or "-H" or "-h"
              display "Parameter Help for " at 0101 with erase eos
              display Prog-Name at 0120
              display "P1 = NONIGHT or NONITE for no night time calcs against table" at 0301
              display "P2 = 'CSV=' CSV path and file name for Config file if not default"   at 0401
              display "P3 = ACFT-DATE for report excludes unused Aircraft"           at 0501
              display "P4 = EBCDIC conversion of CSV data [NOT CURRENTLY IN USE]"    at 0601
              display "P  = 'LOG=' name for a separate named logbook, e.g. LOG=DAVE" at 0701
              display "P  = 'BACKUP' to write the .seq backups then exit, for cron use" at 0901
              display "P  = 'RECREATE' to rebuild the .dat files from .seq then exit"   at 1001
              display "P  = 'ROLLFORWARD' to replay flightlog.jnl after a RECREATE"     at 1101
              display "P  = 'REPORTS' to write the month-end report pack then exit"     at 1201
              display "P  = 'RETENTION' to apply the data retention rules then exit"   at 1301
              display "P  = 'ENV=' environment profile, e.g. ENV=TRAINING"              at 1401
              display "P  = 'CONTROLS' to check the key files' control totals then exit" at 1501
              display "P  = 'RPT=' with REPORTS runs just that saved report, e.g. RPT=MONTHLY" at 1601
              display FL006 at 0801
              accept ws-reply at 0831
              goback.
*>
     if       "BACKUP" = P1 or = P2 or = P3
              set WS-Unattended-Backup to true.
     if       "RECREATE" = P1 or = P2 or = P3
              set WS-Unattended-Recreate to true.
     if       "ROLLFORWARD" = P1 or = P2 or = P3
              set WS-Unattended-Rollforward to true.
     if       "REPORTS" = P1 or = P2 or = P3
              set WS-Unattended-Reports to true.
     if       "RETENTION" = P1 or = P2 or = P3
              set WS-Unattended-Retention to true.
     if       "CONTROLS" = P1 or = P2 or = P3
              set WS-Unattended-Controls to true.
*>
*>  P = 'RPT=' name with REPORTS runs that report generator definition
*>    in place of the month-end pack - see ODZ600.
*>
     move     spaces to WS-Rg-Run-Name.
     if       P1 (1:4) = "RPT="  move P1 (5:12) to WS-Rg-Run-Name.
     if       P2 (1:4) = "RPT="  move P2 (5:12) to WS-Rg-Run-Name.
     if       P3 (1:4) = "RPT="  move P3 (5:12) to WS-Rg-Run-Name.
     move     function upper-case (WS-Rg-Run-Name) to WS-Rg-Run-Name.
*>
*>  P = 'ENV=' names the environment profile, else FLIGHTLOG_ENV, else
*>    LIVE - must be settled before the first OPEN, see flightenv.cbl.
*>
     move     spaces to FLENV-Profile.
     if       P1 (1:4) = "ENV="  move P1 (5:16) to FLENV-Profile.
     if       P2 (1:4) = "ENV="  move P2 (5:16) to FLENV-Profile.
     if       P3 (1:4) = "ENV="  move P3 (5:16) to FLENV-Profile.
     call     "flightenv" using FLENV-Block.
*>
*>  Unattended runs log through the shared handler so cron failures
*>    leave evidence - see ZY500.
*>
     if       WS-Unattended-Run not = space
              move open-log ("flightlog", LOG-PID, LOG-LOCAL3)
                   to WS-Log-Rc
              move 1 to WS-Log-Open
              move spaces to WS-Log-Text
              string "unattended run starting, mode " WS-Unattended-Run
                     ", environment " FLENV-Banner
                     delimited by size into WS-Log-Text
              perform ZY500-Unattended-Log.
*>
*>  A profile that was asked for but is not there stops the run - never
*>    fall back to the live files.
*>
     if       FLENV-Rc not = zero
         and  WS-Unattended-Run not = space
              move FL201 to WS-Log-Text
              perform ZY505-Unattended-Log-Err
              perform ZY510-Close-Log
              goback.
     if       FLENV-Rc not = zero
              display FL201 at 0101 with erase eos
              display FLENV-Profile at 0301
              display FL006 at 0501
              accept ws-reply at 0531
              goback.
*>
*>  Report files by full path into the profile's report directory.
*>
     move     spaces to WS-Print-File-Name WS-Signed-File-Name WS-Ical-File-Name.
     string   function trim (FLENV-Report-Dir) "/logbook.rpt"
              delimited by size into WS-Print-File-Name.
     string   function trim (FLENV-Report-Dir) "/flitesign.rpt"
              delimited by size into WS-Signed-File-Name.
     string   function trim (FLENV-Report-Dir) "/flightlog.ics"
              delimited by size into WS-Ical-File-Name.
     move     WS-Print-File-Name to WS-Pack-Src.
*>
     if       P1 (1:8) = "CSV-TEST"
              set SW-Testing to true
     end-if.
     if       "NONIGHT" = P1 or = P2 or = P3
              move 1 to NO-NIGHT-Calcs.
     if       "NONITE" = P1 or = P2 or = P3
     move     spaces to P-Temp.
     if       P1 (1:4) = "CSV="  move P1 (5:60) to P-Temp.
     if       P2 (1:4) = "CSV="  move P2 (5:60) to P-Temp.
     if       P3 (1:4) = "CSV="  move P3 (5:60) to P-Temp.
     if       P-Temp (1:8) not = spaces
              move P-Temp to CSV-Config-Name.
 *>    if       "NIGHT" or "NITE" = P1 or = P2 or = P3
 *>             move zero to NO-NIGHT-Calcs.
*>
     if       "ACFT-DATE" = P3 or = P2 or = P1
              move 1 to SW-ACFT-Date.
*>
*>  P = 'LOG=' name selects a separate logbook - see WS-Logbook-Name
*>    above. Aircraft/Airfield/Pilot/Duty/Maint files are unaffected.
*>
     move     spaces to P-Temp.
     if       P1 (1:4) = "LOG="  move P1 (5:30) to P-Temp.
     if       P2 (1:4) = "LOG="  move P2 (5:30) to P-Temp.
     if       P3 (1:4) = "LOG="  move P3 (5:30) to P-Temp.
     if       P-Temp (1:8) not = spaces
              move P-Temp (1:30) to WS-Logbook-Name
              move spaces to WS-Flitelog-Dat-Name WS-Flitelog-Seq-Name
              string function trim(WS-Logbook-Name) delimited by size
                     "-flitelog.dat" delimited by size
                     into WS-Flitelog-Dat-Name
              end-string
              string function trim(WS-Logbook-Name) delimited by size
                     "-flitelog.seq" delimited by size
                     into WS-Flitelog-Seq-Name
              end-string
              move spaces to WS-Flitearch-Seq-Name WS-Flitebf-Dat-Name
              string function trim(WS-Logbook-Name) delimited by size
                     "-flitearch.seq" delimited by size
                     into WS-Flitearch-Seq-Name
              end-string
              string function trim(WS-Logbook-Name) delimited by size
                     "-flitebf.dat" delimited by size
                     into WS-Flitebf-Dat-Name
              end-string.
*>
*>  Set WS-Locale-Time-Zone from LC_TIME - Default [3] to Intl (ccyymmdd)
*>
     accept   WS-Locale from Environment "LC_TIME" on exception
              move    3 to WS-Local-Time-Zone.    *> Intl / Unix
*>
*>  Warm-standby replication destination, if the site runs one.
*>
     accept   WS-Repl-Host from Environment "FLIGHTLOG_STANDBY_HOST" on exception
              move spaces to WS-Repl-Host.
     if       WS-Repl-Host not = spaces
              accept WS-Repl-Port from Environment "FLIGHTLOG_STANDBY_PORT" on exception
                     move "8100" to WS-Repl-Port.
     if       FLENV-Test                       *> a test copy never feeds the standby.
              move spaces to WS-Repl-Host.
     if       WS-Locale (1:5) = "en_GB" or "EN_GB"
              move    1 to WS-Local-Time-Zone
     else
      if      WS-Locale (1:6) = "en_US " or "EN_USA"
              move    2 to WS-Local-Time-Zone    *> others before the period
      else
              move    3 to WS-Local-Time-Zone.    *> Intl / Unix
*>
     move     function current-date to WSE-Date-Block.
     perform  ZQ000-Convert-Date.     *> O/P in WSF-Date in LOCALE format
     ACCEPT   WSA-DATE FROM DATE YYYYMMDD.
     if       WSE-Date9 not = 00000000
              move WSE-Date9 to WS-Today.    *> Intl     - - YYYY needed for some routines.
*>
 A010-Get-Screen-Attr.
*> 1st make sure running in screen of columns 91 (or 106 for display anal (F)
*>     by 24 lines or better.
*>   Unattended (cron) runs have no terminal to measure - take the
*>     minimum sizes as read and move on.
*>
     if       WS-Unattended-Run not = space
              move 106 to WS-Env-Columns
              move  24 to WS-Env-Lines
              go to A011-Set-Lines.
     accept   WS-Env-Columns from Columns.
     if       WS-Env-Columns < 106
              display SY012    at 0101 with erase eos
              display FL015    at 0201
              accept  ws-reply at 0240
              go to A010-Get-Screen-Attr.
     accept   WS-Env-Lines   from lines.
     if       WS-Env-Lines < 24
              display SY010    at 0101 with erase eos
              display FL015    at 0201
              accept  ws-reply at 0240
              go to A010-Get-Screen-Attr.
*>
 A011-Set-Lines.
     move     WS-Env-Lines to ws-Lines.
*>
     subtract 1 from ws-Lines giving ws-23-Lines.
     subtract 2 from ws-Lines giving ws-22-Lines.
     subtract 3 from ws-Lines giving ws-21-Lines.
     subtract 4 from ws-Lines giving WS-Data-Lines.
     subtract 4 from ws-Lines giving WS-20-Lines.      *> TESTING ONLY and the next one.
     subtract 5 from ws-Lines giving WS-19-Lines.
     subtract 6 from ws-Lines giving WS-18-Lines.
*>
*> Set up afld display counts from ws-lines using WS-Dft-Scrn-BE-xxx
*>
     subtract 5 from WS-Lines giving WS-Dft-Scrn-BE-Cnt.
     subtract 4 from WS-Lines giving WS-Dft-Scrn-BE-Length.
     multiply 100 by WS-Dft-Scrn-BE-Length.
*>
*> Get date and time of last flight Open and/or Read REVERSED would have been easier!
*>   Date will be used initially for log book date entry.
*>
     move     zeros to Save-Flt-Date  Save-FLT-Start.
     open     Input Flightlog-File.
     if       FS-Reply = "00"
              start    Flightlog-File last
              read     Flightlog-File next record  *> if no data then next two will be zeros
              move     FLT-Date   to Save-FLT-Date
              move     FLT-Start  to Save-FLT-Start
              close    Flightlog-File
     end-if.
*>
*>
*>  Unattended "RECREATE" run (see WS-Unattended-Run above) - rebuild
*>    the .dat files from the .seq backups then exit, without ever
*>    opening the .dat files or showing the menu, for cron use.
*>
     if       WS-Unattended-Recreate
              perform ZM000-Recreate-Dat-Files
              move "RECREATE complete" to WS-Log-Text
              perform ZY500-Unattended-Log
              perform ZY510-Close-Log
              goback.
*>
     perform  D000-Setup-Datafiles.    *> created if not exist then left closed
     open     output Print-File.       *> Note that printed o/p will be released only after CLOSE at EOJ.
*>
*>  All indexed files are declared SHARING WITH ALL OTHER with
*>    automatic record locking, so a second copy of the program in the
*>    office can open them I-O at the same time - a locked record
*>    surfaces as status 51 and goes through ZS000 for a retry prompt.
*>
     open     I-O Airfield-File Aircraft-File Flightlog-File.
     open     I-O Pilot-File.
     if       FS-Reply not = "00"
              close Pilot-File
              open  output Pilot-File
              close Pilot-File
              open  I-O Pilot-File.
     open     I-O Duty-File.
     if       FS-Reply not = "00"
              close Duty-File
              open  output Duty-File
              close Duty-File
              open  I-O Duty-File.
     open     I-O Maint-File.
     if       FS-Reply not = "00"
              close Maint-File
              open  output Maint-File
              close Maint-File
              open  I-O Maint-File.
     open     I-O Charge-Rate-File.
     if       FS-Reply not = "00"
              close Charge-Rate-File
              open  output Charge-Rate-File
              close Charge-Rate-File
              open  I-O Charge-Rate-File.
     open     I-O Aircdoc-File.
     if       FS-Reply not = "00"
              close Aircdoc-File
              open  output Aircdoc-File
              close Aircdoc-File
              open  I-O Aircdoc-File.
     open     I-O Wbdatum-File.
     if       FS-Reply not = "00"
              close Wbdatum-File
              open  output Wbdatum-File
              close Wbdatum-File
              open  I-O Wbdatum-File.
     open     I-O Fuelprice-File.
     if       FS-Reply not = "00"
              close Fuelprice-File
              open  output Fuelprice-File
              close Fuelprice-File
              open  I-O Fuelprice-File.
     open     I-O User-File.
     if       FS-Reply not = "00"
              close User-File
              open  output User-File
              close User-File
              open  I-O User-File.
     open     I-O Fstd-File.
     if       FS-Reply not = "00"
              close Fstd-File
              open  output Fstd-File
              close Fstd-File
              open  I-O Fstd-File.
     open     I-O Feesched-File.
     if       FS-Reply not = "00"
              close Feesched-File
              open  output Feesched-File
              close Feesched-File
              open  I-O Feesched-File.
     open     I-O Rating-File.
     if       FS-Reply not = "00"
              close Rating-File
              open  output Rating-File
              close Rating-File
              open  I-O Rating-File.
     open     I-O Student-File.
     if       FS-Reply not = "00"
              close Student-File
              open  output Student-File
              close Student-File
              open  I-O Student-File.
     open     I-O Techlog-File.
     if       FS-Reply not = "00"
              close Techlog-File
              open  output Techlog-File
              close Techlog-File
              open  I-O Techlog-File.
     open     I-O Account-File.
     if       FS-Reply not = "00"
              close Account-File
              open  output Account-File
              close Account-File
              open  I-O Account-File.
     open     I-O Invoice-File.
     if       FS-Reply not = "00"
              close Invoice-File
              open  output Invoice-File
              close Invoice-File
              open  I-O Invoice-File.
     open     I-O Ftlscheme-File.
     if       FS-Reply not = "00"
              close Ftlscheme-File
              open  output Ftlscheme-File
              close Ftlscheme-File
              open  I-O Ftlscheme-File.
     open     I-O Exchrate-File.
     if       FS-Reply not = "00"
              close Exchrate-File
              open  output Exchrate-File
              close Exchrate-File
              open  I-O Exchrate-File.
     open     I-O Manifest-File.
     if       FS-Reply not = "00"
              close Manifest-File
              open  output Manifest-File
              close Manifest-File
              open  I-O Manifest-File.
     open     I-O Occur-File.
     if       FS-Reply not = "00"
              close Occur-File
              open  output Occur-File
              close Occur-File
              open  I-O Occur-File.
     open     I-O Cruise-File.
     if       FS-Reply not = "00"
              close Cruise-File
              open  output Cruise-File
              close Cruise-File
              open  I-O Cruise-File.
     open     I-O Quote-File.
     if       FS-Reply not = "00"
              close Quote-File
              open  output Quote-File
              close Quote-File
              open  I-O Quote-File.
     open     I-O Booking-File.
     if       FS-Reply not = "00"
              close Booking-File
              open  output Booking-File
              close Booking-File
              open  I-O Booking-File.
     open     I-O Budget-File.
     if       FS-Reply not = "00"
              close Budget-File
              open  output Budget-File
              close Budget-File
              open  I-O Budget-File.
     open     I-O Runway-File.
     if       FS-Reply not = "00"
              close Runway-File
              open  output Runway-File
              close Runway-File
              open  I-O Runway-File.
     open     I-O Expclaim-File.
     if       FS-Reply not = "00"
              close Expclaim-File
              open  output Expclaim-File
              close Expclaim-File
              open  I-O Expclaim-File.
     open     I-O Member-File.
     if       FS-Reply not = "00"
              close Member-File
              open  output Member-File
              close Member-File
              open  I-O Member-File.
     open     I-O Voucher-File.
     if       FS-Reply not = "00"
              close Voucher-File
              open  output Voucher-File
              close Voucher-File
              open  I-O Voucher-File.
     open     I-O Parts-File.
     if       FS-Reply not = "00"
              close Parts-File
              open  output Parts-File
              close Parts-File
              open  I-O Parts-File.
     open     I-O Mthtotals-File.
     if       FS-Reply not = "00"
              close Mthtotals-File
              open  output Mthtotals-File
              close Mthtotals-File
              open  I-O Mthtotals-File.
     open     I-O Recipient-File.
     if       FS-Reply not = "00"
              close Recipient-File
              open  output Recipient-File
              close Recipient-File
              open  I-O Recipient-File.
     open     I-O Blkpkg-File.
     if       FS-Reply not = "00"
              close Blkpkg-File
              open  output Blkpkg-File
              close Blkpkg-File
              open  I-O Blkpkg-File.
     open     I-O Payrate-File.
     if       FS-Reply not = "00"
              close Payrate-File
              open  output Payrate-File
              close Payrate-File
              open  I-O Payrate-File.
     open     I-O Payreg-File.
     if       FS-Reply not = "00"
              close Payreg-File
              open  output Payreg-File
              close Payreg-File
              open  I-O Payreg-File.
     open     I-O Owner-File.
     if       FS-Reply not = "00"
              close Owner-File
              open  output Owner-File
              close Owner-File
              open  I-O Owner-File.
     open     I-O Hireinc-File.
     if       FS-Reply not = "00"
              close Hireinc-File
              open  output Hireinc-File
              close Hireinc-File
              open  I-O Hireinc-File.
     open     I-O Taxcode-File.
     if       FS-Reply not = "00"
              close Taxcode-File
              open  output Taxcode-File
              close Taxcode-File
              open  I-O Taxcode-File.
     open     I-O Purchord-File.
     if       FS-Reply not = "00"
              close Purchord-File
              open  output Purchord-File
              close Purchord-File
              open  I-O Purchord-File.
     open     I-O Suppinv-File.
     if       FS-Reply not = "00"
              close Suppinv-File
              open  output Suppinv-File
              close Suppinv-File
              open  I-O Suppinv-File.
     open     I-O Nommap-File.
     if       FS-Reply not = "00"
              close Nommap-File
              open  output Nommap-File
              close Nommap-File
              open  I-O Nommap-File.
     open     I-O Nomexp-File.
     if       FS-Reply not = "00"
              close Nomexp-File
              open  output Nomexp-File
              close Nomexp-File
              open  I-O Nomexp-File.
     open     I-O Crednote-File.
     if       FS-Reply not = "00"
              close Crednote-File
              open  output Crednote-File
              close Crednote-File
              open  I-O Crednote-File.
     open     I-O Adreg-File.
     if       FS-Reply not = "00"
              close Adreg-File
              open  output Adreg-File
              close Adreg-File
              open  I-O Adreg-File.
     open     I-O Adcomp-File.
     if       FS-Reply not = "00"
              close Adcomp-File
              open  output Adcomp-File
              close Adcomp-File
              open  I-O Adcomp-File.
     open     I-O Component-File.
     if       FS-Reply not = "00"
              close Component-File
              open  output Component-File
              close Component-File
              open  I-O Component-File.
     open     I-O Flightauth-File.
     if       FS-Reply not = "00"
              close Flightauth-File
              open  output Flightauth-File
              close Flightauth-File
              open  I-O Flightauth-File.
     open     I-O Dailyinsp-File.
     if       FS-Reply not = "00"
              close Dailyinsp-File
              open  output Dailyinsp-File
              close Dailyinsp-File
              open  I-O Dailyinsp-File.
     open     I-O Tksubject-File.
     if       FS-Reply not = "00"
              close Tksubject-File
              open  output Tksubject-File
              close Tksubject-File
              open  I-O Tksubject-File.
     open     I-O Tkexam-File.
     if       FS-Reply not = "00"
              close Tkexam-File
              open  output Tkexam-File
              close Tkexam-File
              open  I-O Tkexam-File.
     open     I-O Trip-File.
     if       FS-Reply not = "00"
              close Trip-File
              open  output Trip-File
              close Trip-File
              open  I-O Trip-File.
     open     I-O Tripleg-File.
     if       FS-Reply not = "00"
              close Tripleg-File
              open  output Tripleg-File
              close Tripleg-File
              open  I-O Tripleg-File.
     open     I-O Openbal-File.
     if       FS-Reply not = "00"
              close Openbal-File
              open  output Openbal-File
              close Openbal-File
              open  I-O Openbal-File.
     open     I-O Retain-File.
     if       FS-Reply not = "00"
              close Retain-File
              open  output Retain-File
              close Retain-File
              open  I-O Retain-File.
     open     I-O Lglhold-File.
     if       FS-Reply not = "00"
              close Lglhold-File
              open  output Lglhold-File
              close Lglhold-File
              open  I-O Lglhold-File.
     open     I-O Noise-File.
     if       FS-Reply not = "00"
              close Noise-File
              open  output Noise-File
              close Noise-File
              open  I-O Noise-File.
     open     I-O Attach-File.
     if       FS-Reply not = "00"
              close Attach-File
              open  output Attach-File
              close Attach-File
              open  I-O Attach-File.
     open     I-O Billrun-File.
     if       FS-Reply not = "00"
              close Billrun-File
              open  output Billrun-File
              close Billrun-File
              open  I-O Billrun-File.
     open     I-O Asset-File.
     if       FS-Reply not = "00"
              close Asset-File
              open  output Asset-File
              close Asset-File
              open  I-O Asset-File.
     open     I-O Disposal-File.
     if       FS-Reply not = "00"
              close Disposal-File
              open  output Disposal-File
              close Disposal-File
              open  I-O Disposal-File.
     open     I-O Leaver-File.
     if       FS-Reply not = "00"
              close Leaver-File
              open  output Leaver-File
              close Leaver-File
              open  I-O Leaver-File.
     open     I-O Certstaff-File.
     if       FS-Reply not = "00"
              close Certstaff-File
              open  output Certstaff-File
              close Certstaff-File
              open  I-O Certstaff-File.
     open     I-O Workorder-File.
     if       FS-Reply not = "00"
              close Workorder-File
              open  output Workorder-File
              close Workorder-File
              open  I-O Workorder-File.
     open     I-O Rptdef-File.
     if       FS-Reply not = "00"
              close Rptdef-File
              open  output Rptdef-File
              close Rptdef-File
              open  I-O Rptdef-File.
     open     I-O Kpitarget-File.
     if       FS-Reply not = "00"
              close Kpitarget-File
              open  output Kpitarget-File
              close Kpitarget-File
              open  I-O Kpitarget-File.
     open     I-O Approval-File.
     if       FS-Reply not = "00"
              close Approval-File
              open  output Approval-File
              close Approval-File
              open  I-O Approval-File.
*>
*>  Unattended "BACKUP" run (see WS-Unattended-Run above) - all dat
*>    files are open at this point exactly as ZL000-Create-Seq-Files
*>    needs them, so write the .seq backups then exit without ever
*>    showing the menu, for cron use.
*>
     if       WS-Unattended-Backup
              perform ZL000-Create-Seq-Files
              close   Airfield-File Aircraft-File Flightlog-File
              close   Pilot-File Duty-File Maint-File Print-File
              close   Charge-Rate-File Aircdoc-File Wbdatum-File Fuelprice-File User-File Fstd-File
              close   Feesched-File Rating-File Student-File Techlog-File
              close   Account-File Invoice-File Ftlscheme-File Exchrate-File
              close   Manifest-File Occur-File Cruise-File Quote-File
              close   Booking-File Budget-File Runway-File Expclaim-File
              close   Member-File Voucher-File Parts-File Mthtotals-File
              close   Recipient-File Blkpkg-File Payrate-File Payreg-File
              close   Owner-File Hireinc-File Taxcode-File Purchord-File
              close   Suppinv-File Nommap-File Nomexp-File Crednote-File
              close   Adreg-File Adcomp-File Component-File Flightauth-File
              close   Dailyinsp-File Tksubject-File Tkexam-File Trip-File
              close   Tripleg-File Openbal-File Retain-File Lglhold-File
              close   Noise-File Attach-File Billrun-File Asset-File
              close   Disposal-File Leaver-File Certstaff-File Workorder-File
              close   Rptdef-File Kpitarget-File Approval-File
              move "BACKUP complete" to WS-Log-Text
              perform ZY500-Unattended-Log
              perform ZY510-Close-Log
              goback.
*>
*>
*>  Unattended "ROLLFORWARD" run - replay the update journal over the
*>    freshly rebuilt files (run RECREATE first) then exit - see ZJ600.
*>
     if       WS-Unattended-Rollforward
              move "Y" to WS-Ctt-Stamp
              perform ZJ600-Rollforward
              move WS-Jnl-Applied to WS-Dist-Disp
              move spaces to WS-Log-Text
              string "ROLLFORWARD complete, applied " WS-Dist-Disp
                     delimited by size into WS-Log-Text
              perform ZY500-Unattended-Log
              move WS-Jnl-Not-Applied to WS-Dist-Disp
              move spaces to WS-Log-Text
              string "ROLLFORWARD not replayed (FL/AF/PI/MA only) " WS-Dist-Disp
                     delimited by size into WS-Log-Text
              perform ZY500-Unattended-Log
              perform ZY510-Close-Log
              go to A900-EOJ.
*>
*>  Unattended "CONTROLS" run, and ahead of any other unattended run
*>    that updates - the key files against the totals stamped at the
*>    last close, logged and alerted on a difference - see ZJ720.
*>
     if       WS-Unattended-Controls
         or   WS-Unattended-Reports
         or   WS-Unattended-Retention
              perform ZJ720-Check-Controls
              if   Return-Code not = zero
                   move "CONTROL TOTALS differ - run stopped, supervisor to check"
                        to WS-Log-Text
                   perform ZY505-Unattended-Log-Err
                   perform ZY510-Close-Log
                   move "N" to WS-Ctt-Stamp
                   move 4 to Return-Code
                   go to A900-EOJ
              end-if
              if   WS-Unattended-Controls
                   move "CONTROLS check passed" to WS-Log-Text
                   perform ZY500-Unattended-Log
                   perform ZY510-Close-Log
                   move "N" to WS-Ctt-Stamp
                   go to A900-EOJ
              end-if
     end-if.
*>
*>  Unattended "REPORTS" run - write the dated month-end report pack
*>    then exit - see ZP500. With RPT=name the one saved report instead.
*>
     if       WS-Unattended-Reports
         and  WS-Rg-Run-Name not = spaces
              move WS-Rg-Run-Name to WS-Rg-Name
              perform ODZ600-Run-Report
              move spaces to WS-Log-Text
              if   Return-Code = 4
                   string "REPORTS RPT=" WS-Rg-Run-Name " - " FL263
                          delimited by size into WS-Log-Text
                   perform ZY505-Unattended-Log-Err
              else
               if  Return-Code not = zero
                   string "REPORTS RPT=" WS-Rg-Run-Name " - cannot write " WS-Rg-Csv-Name
                          delimited by size into WS-Log-Text
                   perform ZY505-Unattended-Log-Err
               else
                   move WS-Rg-Tot-Cnt (4) to WS-Rg-Cnt-Edit
                   string "REPORTS RPT=" WS-Rg-Run-Name " complete, "
                          function trim (WS-Rg-Cnt-Edit) " flights"
                          delimited by size into WS-Log-Text
                   perform ZY500-Unattended-Log
                   if   WS-Rg-Full = "Y"
                        move FL269 to WS-Log-Text
                        perform ZY505-Unattended-Log-Err
                        move zero to Return-Code
                   end-if
               end-if
              end-if
              perform ZY510-Close-Log
              go to A900-EOJ.
     if       WS-Unattended-Reports
              perform ZP500-Reports-Pack
              perform ZP600-Mail-Dispatch
              move "REPORTS pack complete" to WS-Log-Text
              perform ZY500-Unattended-Log
              perform ZY510-Close-Log
              go to A900-EOJ.
*>
*>  Unattended "RETENTION" run - apply the data retention rules to
*>    the closed periods then exit - see ODJ500.
*>
     if       WS-Unattended-Retention
              perform OK500-Load-Closed
              move "RETENTION" to WS-Cur-User
              perform ODJ500-Apply-Retention
              move WS-Rtn-Total to WS-Rtn-Num-Edit
              move spaces to WS-Log-Text
              if   Return-Code not = zero
                   move zero to Return-Code
                   string "RETENTION failed, journal not swapped - flightlog.jnl kept"
                          delimited by size into WS-Log-Text
                   perform ZY505-Unattended-Log-Err
              else
                   string "RETENTION complete, records actioned " WS-Rtn-Num-Edit
                          delimited by size into WS-Log-Text
                   perform ZY500-Unattended-Log
              end-if
              perform ZY510-Close-Log
              go to A900-EOJ.
*>
     perform  A060-Login.
     if       Return-Code not = zero       *> three failed attempts - out.
              go to A900-EOJ.
     perform  ZJ720-Check-Controls.
     if       Return-Code not = zero       *> files changed, not accepted.
              go to A900-EOJ.
*>
     perform  M900-Check-Renewals-Due.
     perform  M910-Check-Documents-Due.
     perform  M920-Check-Memberships-Due.
     perform  M930-Check-Certifiers-Due.
     perform  MN500-Load-Member-Ctl.
     perform  OK500-Load-Closed.
     perform  OEC500-Load-Dual-Ctl.
*>
 A020-DISPLAY-MENU.
     if       WS-Unattended-Run not = space    *> cron - no screen to paint.
              exit paragraph.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Copyright (c) 1986-2299 Vincent B Coen FMBS, Applewood Computers, Hatfield, UK"
                        line ws-Lines col 01 WITH foreground-color COB-COLOR-Red.
     display  WSE-Year  line ws-Lines col 20 with foreground-color COB-COLOR-RED.
     DISPLAY  PROG-NAME AT 0101 WITH foreground-color COB-COLOR-GREEN.
*>
     ACCEPT   WSB-TIME FROM TIME.
     IF       WSB-TIME NOT = "00000000"
              MOVE WSB-HH TO WSD-HH
              MOVE WSB-MM TO WSD-MM
              MOVE WSB-SS TO WSD-SS
              MOVE WSD-TIME TO WS-TIME
              DISPLAY "at " AT 0155 WITH foreground-color COB-COLOR-Green
              DISPLAY WSD-TIME AT 0158 WITH foreground-color COB-COLOR-Green.
*>
     DISPLAY  "on " AT 0167 WITH foreground-color COB-COLOR-Green.
     DISPLAY  WSF-Date AT 0170 WITH foreground-color COB-COLOR-Green.
     if       WS-Renewals-Msg not = spaces
              DISPLAY WS-Renewals-Msg AT 0201 WITH foreground-color COB-COLOR-RED.
     move     space to Menu-Reply.
*>
 A030-DISPLAY-GO.
     perform  C000-EDIT-LOG-BOOK.
     go       to A900-EOJ.
*>
 A050-Get-User-Details.
     DISPLAY  FL012 AT line ws-22-Lines col 01 WITH foreground-color COB-COLOR-Yellow with erase eol.
     DISPLAY  "[" AT line ws-23-Lines col 01 WITH foreground-color COB-COLOR-Yellow with erase eol.
     DISPLAY  "]" AT line ws-23-Lines col 42 WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   WS-USER AT line ws-23-Lines col 02 with update.
     display  space at line ws-22-Lines col 01 with erase eol.
     display  space at line ws-23-Lines col 01 with erase eol.
*>
 A900-EOJ.
     perform  ZJ730-Stamp-Controls.
     close    Print-File Airfield-File Aircraft-File Flightlog-File Pilot-File Duty-File Maint-File.
*>
*>  The PostScript rendering asked for during the session - now the
*>   report file is released it can be handed to rpt2ps.
*>
     if       WS-Ps-Wanted not = space
              move spaces to WS-Ps-Command
              string "./rpt2ps " function trim (WS-Print-File-Name) " " WS-Ps-Wanted
                     delimited by size into WS-Ps-Command
              call "SYSTEM" using WS-Ps-Command.
     close    Charge-Rate-File Aircdoc-File Wbdatum-File Fuelprice-File User-File Fstd-File.
     close    Feesched-File Rating-File Student-File Techlog-File.
     close    Account-File Invoice-File Ftlscheme-File Exchrate-File.
     close    Manifest-File Occur-File Cruise-File Quote-File.
     close    Booking-File Budget-File Runway-File Expclaim-File.
     close    Member-File Voucher-File Parts-File Mthtotals-File.
     close    Recipient-File Blkpkg-File Payrate-File Payreg-File.
     close    Owner-File Hireinc-File Taxcode-File Purchord-File Suppinv-File.
     close    Nommap-File Nomexp-File Crednote-File Adreg-File Adcomp-File.
     close    Component-File Flightauth-File Dailyinsp-File Tksubject-File.
     close    Tkexam-File Trip-File Tripleg-File Openbal-File Retain-File.
     close    Lglhold-File Noise-File Attach-File Billrun-File Asset-File.
     close    Disposal-File Leaver-File Certstaff-File Workorder-File.
     close    Rptdef-File Kpitarget-File Approval-File.
     goback.
*>
 A060-Login  SECTION.
*>==================
*>
*> Named-user login at start up. First ever run (empty users.dat)
*>   creates the supervisor account on the spot. Three failed
*>   attempts sets Return-Code and the caller closes down. Passwords
*>   are hashed through ZX000 and only the hash is held or compared -
*>   the typed password never reaches a file.
*>
     move     zero to Return-Code.
     move     zero to C.
     START    USER-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              READ USER-FILE NEXT RECORD AT END  MOVE ZERO TO C
                   NOT AT END  MOVE 1 TO C
              END-READ.
     IF       C NOT = ZERO
              GO TO A062-Get-Login.
*>
*>  First run - create the supervisor account.
*>
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "No user accounts on file - create the Supervisor account" AT 0501
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "User name [               ]" AT 0701 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Password  [                              ]" AT 0801 WITH foreground-color COB-COLOR-CYAN.
 A061-Create-First.
     MOVE     SPACES TO WS-Tmp-User.
     ACCEPT   WS-Tmp-User AT 0712 with update.
     move     function upper-case (WS-Tmp-User) to WS-Tmp-User.
     IF       WS-Tmp-User = SPACES
              GO TO A061-Create-First.
     MOVE     SPACES TO WS-Pass-Entry.
     ACCEPT   WS-Pass-Entry AT 0812 with no-echo.
     IF       WS-Pass-Entry = SPACES
              GO TO A061-Create-First.
     PERFORM  ZX000-Hash-Password.
     MOVE     WS-Tmp-User    TO USR-NAME.
     MOVE     WS-Hash-Output TO USR-HASH.
     MOVE     "S"            TO USR-ROLE.
     MOVE     WS-Today       TO USR-LAST-LOGIN.
     WRITE    USER-RECORD INVALID KEY  CONTINUE.
     MOVE     WS-Tmp-User TO WS-Cur-User.
     MOVE     "S"         TO WS-Cur-User-Role.
     GO       TO A069-Exit.
*>
 A062-Get-Login.
     MOVE     ZERO TO WS-Login-Tries.
 A063-Try.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  PROG-NAME AT 0101 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "User name [               ]" AT 0701 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Password  [                              ]" AT 0801 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO WS-Tmp-User.
     ACCEPT   WS-Tmp-User AT 0712 with update.
     move     function upper-case (WS-Tmp-User) to WS-Tmp-User.
     MOVE     SPACES TO WS-Pass-Entry.
     ACCEPT   WS-Pass-Entry AT 0812 with no-echo.
     PERFORM  ZX000-Hash-Password.
     MOVE     WS-Tmp-User TO USR-NAME.
     READ     USER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   USR-HASH = WS-Hash-Output
        AND   USR-ROLE NOT = "X"
              MOVE WS-Tmp-User TO WS-Cur-User
              MOVE USR-ROLE    TO WS-Cur-User-Role
              MOVE WS-Today    TO USR-LAST-LOGIN
              REWRITE USER-RECORD INVALID KEY CONTINUE END-REWRITE
              GO TO A069-Exit.
     ADD      1 TO WS-Login-Tries.
     DISPLAY  FL083 AT 1001 WITH foreground-color COB-COLOR-RED.
     ACCEPT   WS-Reply AT 1060.
     IF       WS-Login-Tries < 3
              GO TO A063-Try.
     MOVE     4 TO Return-Code.
*>
 A069-Exit.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     exit section.
*>
 B000-EDIT-AIRFIELD-DATA   SECTION.
*>=================================
*>
 B020-DISPLAY-AFLD-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Airfield Edit Program" AT 0130 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "+-------------+"       AT 1264 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| ACTIONS     |"       AT 1364 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| A = Amend   |"       AT 1464 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| D = Delete  |"       AT 1564 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| I = Insert  |"       AT 1664 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| L = List    |"       AT 1764 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| R = Runways |"       AT 1864 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| V = View    |"       AT 1964 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| X = Quit    |"       AT 2064 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| Esc = Quit  |"       AT 2164 WITH foreground-color COB-COLOR-GREEN.
     MOVE     SPACES TO MENU-REPLY.
     PERFORM  ZB000-LOAD-AIRFIELDS.
     PERFORM  ZD000-Load-Icao-Ref.
     if       Return-code not = zero
              display FL016 at line ws-23-lines col 10 with foreground-color COB-COLOR-RED with erase eol
              accept WS-Reply at line ws-23-lines col 50
              go to B999-Exit.
*>
 B030-DISPLAY-AFLD-MENU2.
     DISPLAY  "ICAO" AT 0641 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Action    Code    Airfield Name" AT 0731 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  " [ ]     [    ]   ["             AT 0831 WITH foreground-color COB-COLOR-Yellow.
     display  "]"                               at 0886 WITH foreground-color COB-COLOR-Yellow.
     display  "ICAO code spaces for options V and L" at 1040 with foreground-color COB-Color-Yellow.
     DISPLAY  "Country  Latitude   Longitude" AT 1201 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
*>
 B040-EDIT-AFLD-FUNCTION.
     ACCEPT   MENU-REPLY AT 0833 auto.
     IF       Cob-Crt-Status = Cob-Scr-F1
              MOVE "AFLDMENU" TO HeKey
              PERFORM ZI400-Show-Help
              GO TO B020-DISPLAY-AFLD-MENU.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              perform  ZP000-SAVE-AIRFIELDS
              GO TO B999-EXIT.
*>
 B050-EDIT-AFLD-GET-CODE.
     MOVE     SPACES TO WS-ICAO-CODE.
     ACCEPT   WS-ICAO-CODE AT 0841.              *> Used for List and View
     move     function upper-case (WS-ICAO-Code) to WS-ICAO-Code.
*>
     IF       MENU-REPLY = "L"
              move zero to SW-AFLD-Used
              PERFORM CCD000-Airfield-Lists
              GO TO B030-DISPLAY-AFLD-MENU2.
*>
     IF       MENU-REPLY = "V"
              move 0202 to WS-Scrn-BE-Head
              move 0302 to WS-Scrn-BE-Start
              move WS-Dft-Scrn-BE-Length to WS-Scrn-BE-Length
              move WS-Dft-Scrn-BE-Cnt    to WS-Scrn-BE-Cnt
              PERFORM BE000-VIEW-AFLD
              GO TO B020-DISPLAY-AFLD-MENU.
*>
     IF       WS-ICAO-CODE = SPACES
              GO TO B040-EDIT-AFLD-FUNCTION.
*>
     IF       MENU-REPLY = "R"
              PERFORM BR000-MAINTAIN-RUNWAYS
              GO TO B020-DISPLAY-AFLD-MENU.
*>
     IF       MENU-REPLY = "A"
              PERFORM BB000-AMEND-AFLD
              GO TO B030-DISPLAY-AFLD-MENU2.
*>
     IF       MENU-REPLY = "D"
              PERFORM BC000-DELETE-AFLD
              GO TO B030-DISPLAY-AFLD-MENU2.
*>
     IF       MENU-REPLY NOT = "I"
              GO TO B030-DISPLAY-AFLD-MENU2.
*>
*> B060-EDIT-AFLD-GET-NAME.
     MOVE     SPACES TO WS-AFLD-NAME.
     ACCEPT   WS-AFLD-NAME AT 0850.
     IF       WS-AFLD-NAME = SPACES
          or  WS-AFLD-NAME not alphabetic
              GO TO B050-EDIT-AFLD-GET-CODE.
*>
     PERFORM  BD000-INSERT-AFLD.
     GO       TO B030-DISPLAY-AFLD-MENU2.
*>
 B999-EXIT.   exit section.
*>
 BB000-AMEND-AFLD      SECTION.
*>============================
*>
     MOVE     WS-ICAO-CODE TO ICAO-CODE.
 BB010-READ-AFLD.
     READ     AIRFIELD-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY = "51"
              PERFORM ZS000-Record-Lock-Retry
              IF  Return-Code = 1
                  GO TO BB010-READ-AFLD
              ELSE
                  GO TO BB999-EXIT
              END-IF.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL002 at line ws-22-Lines col 01
              accept  ws-reply at line ws-22-Lines col 61
              GO TO BB999-EXIT.
*>
     MOVE     AIRFIELD-RECORD TO WS-Jnl-Before.   *> before image for the journal.
     ACCEPT   AFLD-NAME AT 0850 with update.
*>
*>  Minutes ahead of UTC, signed - e.g. +060 for CET, -300 for EST.
*>   Used to convert local entry times and the local print columns.
*>
     DISPLAY  "UTC offset mins [     ]" AT 1040 WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   AFLD-UTC-Offset AT 1057 with update.
     IF       AFLD-UTC-Offset NOT NUMERIC
              MOVE ZERO TO AFLD-UTC-Offset.
     PERFORM  BF000-AFLD-HOURS-FORM.
*>
*>  Country/Lat/Long are system-populated from the bundled ICAO
*>    reference data (see ZD500-Lookup-Icao-Ref) rather than hand
*>    entered, so a blank one here just means that airfield isn't in
*>    the reference data yet.
*>
     if       AFLD-Country = spaces
              perform  ZD500-Lookup-Icao-Ref
              if       Error-Code > zero
                       move IREFT-Country   (Error-Code) to AFLD-Country
                       move IREFT-Latitude  (Error-Code) to AFLD-Latitude
                       move IREFT-Longitude (Error-Code) to AFLD-Longitude
              end-if
     end-if.
     REWRITE  AIRFIELD-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63
     ELSE
              MOVE "AF" TO WS-Jnl-File-Id
              MOVE "R"  TO WS-Jnl-Action
              MOVE AIRFIELD-RECORD TO WS-Jnl-After
              PERFORM ZJ500-Write-Journal.
*>
     MOVE     AFLD-Latitude  TO WS-Afld-Disp-Lat.
     MOVE     AFLD-Longitude TO WS-Afld-Disp-Long.
     DISPLAY  AFLD-Country     AT 1301 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Afld-Disp-Lat AT 1310 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Afld-Disp-Long AT 1321 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "UTC offset mins" AT 1333 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  AFLD-UTC-Offset   AT 1349 WITH foreground-color COB-COLOR-CYAN.
*>
 BB999-EXIT.  exit section.
*>
 BC000-DELETE-AFLD     SECTION.
*>============================
*>
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO BC999-EXIT.
*>
*>  Guard against deleting an airfield still referenced by a flight -
*>   scans Flightlog-File (no alternate key on FLT-From/FLT-To, so a
*>   full sequential pass is the only way to check) before asking the
*>   operator to confirm, the same "Are you sure" idiom
*>   CA039-Amend-Logbk-Date uses for its own record delete.
*>
     PERFORM  BC010-CHECK-AFLD-IN-USE THRU BC010-EXIT.
     IF       SW-AFLD-In-Use
              DISPLAY FL064 at line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              accept  ws-reply at line ws-22-Lines col 60
              DISPLAY SPACE at line ws-22-Lines col 01 with erase eol
              GO TO BC999-Exit.
*>
     DISPLAY  "Delete Airfield - Are you sure [ ]" AT line ws-22-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 33.
     DISPLAY  SPACE at line ws-22-Lines col 01 with erase eol.
     IF       MENU-REPLY not = "Y" and not = "y"
              GO TO BC999-Exit.
*>
     MOVE     WS-ICAO-CODE TO ICAO-CODE.
     READ     AIRFIELD-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE AIRFIELD-RECORD TO WS-Jnl-Before.  *> before image for the journal.
     DELETE   AIRFIELD-FILE INVALID KEY
              DISPLAY FL002 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63
          NOT INVALID KEY
              MOVE "AF" TO WS-Jnl-File-Id
              MOVE "D"  TO WS-Jnl-Action
              PERFORM ZJ500-Write-Journal.
*>
 BC999-EXIT.  exit section.
*>
 BC010-CHECK-AFLD-IN-USE.
     MOVE     ZERO TO SW-AFLD-In-Use-Flag.
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO BC010-Exit.
*>
 BC015-Read-Flitelog.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO BC010-Exit.
     IF       FLT-FROM = WS-ICAO-CODE
        OR    FLT-TO   = WS-ICAO-CODE
              SET  SW-AFLD-In-Use to true
              GO TO BC010-Exit.
     GO       TO BC015-Read-Flitelog.
*>
 BC010-Exit.  exit.
*>
 BD000-INSERT-AFLD     SECTION.
*>============================
*>
*>  Got ws-afld-name already
*>
     if       WS-Afld-Name not alphabetic
         or   WS-ICAO-Code not alphabetic
              move 4 to Return-Code
              go to BD999-Exit.
     MOVE     WS-AFLD-NAME TO AFLD-NAME.
     MOVE     WS-ICAO-CODE TO ICAO-CODE.
     move     zeros        to AFLD-Last-Flt.
     move     spaces       to AFLD-Country AFLD-PPR.
     move     zero         to AFLD-Latitude AFLD-Longitude AFLD-UTC-Offset.
     move     zeros        to AFLD-Open-WD AFLD-Close-WD AFLD-Open-WE
                              AFLD-Close-WE AFLD-Curfew-From AFLD-Curfew-To.
*>
*>  Auto-populate Country/Lat/Long from the bundled ICAO reference
*>    data if this airfield is held there - see ZD500-Lookup-Icao-Ref.
*>
     perform  ZD500-Lookup-Icao-Ref.
     if       Error-Code > zero
              move IREFT-Country   (Error-Code) to AFLD-Country
              move IREFT-Latitude  (Error-Code) to AFLD-Latitude
              move IREFT-Longitude (Error-Code) to AFLD-Longitude
     else
              move WS-AFLD-NAME to fg-name
              perform ZD600-Geocode-Place-Name
              if   fg-count > zero
                   perform BD010-Confirm-Geocode
              end-if
     end-if.
*>
     WRITE    AIRFIELD-RECORD INVALID KEY
              DISPLAY FL004 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
              move 8 to Return-Code
          NOT INVALID KEY display space at line ws-22-Lines col 01 with erase eol
              move zero to Return-Code
              MOVE "AF" TO WS-Jnl-File-Id
              MOVE "W"  TO WS-Jnl-Action
              MOVE AIRFIELD-RECORD TO WS-Jnl-After
              PERFORM ZJ500-Write-Journal.
*>
     MOVE     AFLD-Latitude  TO WS-Afld-Disp-Lat.
     MOVE     AFLD-Longitude TO WS-Afld-Disp-Long.
     DISPLAY  AFLD-Country      AT 1301 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Afld-Disp-Lat  AT 1310 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Afld-Disp-Long AT 1321 WITH foreground-color COB-COLOR-CYAN.
     GO       TO BD999-Exit.
*>
*>  A town found by name is only a guess at the airfield - show it and
*>    take it only when confirmed, else the position stays unknown.
*>
 BD010-Confirm-Geocode.
     MOVE     fg-latitude  (1) TO WS-Afld-Disp-Lat.
     MOVE     fg-longitude (1) TO WS-Afld-Disp-Long.
     DISPLAY  FL231 AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     DISPLAY  fg-place (1) (1:30) AT line ws-22-Lines col 01 with foreground-color COB-COLOR-CYAN with erase eol.
     DISPLAY  fg-cc (1)         AT line ws-22-Lines col 32 with foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Afld-Disp-Lat  AT line ws-22-Lines col 35 with foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Afld-Disp-Long AT line ws-22-Lines col 46 with foreground-color COB-COLOR-CYAN.
     DISPLAY  "Use this position (Y/N) [Y]" AT line ws-22-Lines col 57
              with foreground-color COB-COLOR-YELLOW.
     MOVE     "Y" TO WS-Reply.
     ACCEPT   WS-Reply AT line ws-22-Lines col 82 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     IF       WS-Reply = "Y"
              MOVE fg-cc        (1) TO AFLD-Country
              MOVE fg-latitude  (1) TO AFLD-Latitude
              MOVE fg-longitude (1) TO AFLD-Longitude
     ELSE
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol.
*>
 BD999-EXIT.  exit section.
*>
 BE000-VIEW-AFLD      SECTION.
*>============================
*>
     MOVE     ZERO TO PAGE-CNT Line-cnt ERROR-CODE ICAO-CODE.
     Move     WS-Scrn-BE-Start to curs.
     PERFORM  BE040-VIEW-AFLD-HEADS.
*>
     If       WS-ICAO-Code = spaces
              START    AIRFIELD-FILE FIRST
     else
              Move     WS-ICAO-Code to ICAO-Code
              START    AIRFIELD-FILE KEY not < ICAO-CODE Invalid key  MOVE HIGH-VALUES TO FS-REPLY.
*>
     Inspect  WS-ICAO-Code replacing all spaces by "Z".
*>
 BE020-VIEW-AFLD3.
     READ     AIRFIELD-FILE NEXT RECORD AT END
              GO TO BE060-VIEW-AFLD-END.
     IF       ICAO-Code > WS-ICAO-Code
              GO TO BE060-VIEW-AFLD-END.
     MOVE     ICAO-CODE TO D-ICAO-CODE.
     MOVE     AFLD-NAME TO D-AFLD-NAME.
*>
     DISPLAY  D-DISPLAY1 AT CURS with foreground-color COB-COLOR-CYAN.
     ADD      100 TO CURS.
     ADD      1 TO LINE-CNT.
*>
     If       line-cnt > WS-Scrn-BE-Cnt
        and   page-cnt > 1
              go to BE050-View-Afld5.
*>
     IF       LINE-CNT > WS-Scrn-BE-Cnt
              MOVE ZERO TO LINE-CNT
              add 1 to page-cnt
              add 42 to curs
              subtract WS-Scrn-BE-Length from curs.
     GO       TO BE020-View-AFLD3.
*>
 BE040-VIEW-AFLD-HEADS.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     move     WS-Scrn-BE-Head to WS-Scrn-BE-Curs.
     DISPLAY  "ICAO AIRFIELD" AT WS-Scrn-BE-Curs WITH foreground-color COB-COLOR-GREEN.
     add      42 to WS-Scrn-BE-Curs.
     DISPLAY  "ICAO AIRFIELD" AT WS-Scrn-BE-Curs WITH foreground-color COB-COLOR-GREEN.
     add      42 to WS-Scrn-BE-Curs.
     DISPLAY  "ICAO AIRFIELD" AT WS-Scrn-BE-Curs WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-Scrn-Prompt3 line ws-Lines col 01 WITH foreground-color COB-COLOR-White.
*>
 BE050-VIEW-AFLD5.
     move     space to menu-reply.
     accept   menu-reply line ws-Lines col 36.
     If       Cob-Crt-Status = Cob-Scr-Esc
              go to BE999-Exit.
     move     WS-Scrn-BE-Start to curs.
     move     zero to line-cnt page-cnt.
     perform  BE040-View-Afld-Heads.
     GO       TO BE020-VIEW-AFLD3.
*>
 BE060-VIEW-AFLD-END.
     DISPLAY  WS-Scrn-Prompt4 line ws-Lines col 01 WITH foreground-color COB-COLOR-White.
     move     space to menu-reply.
     Accept   menu-reply line ws-Lines col 19.
*>
 BE999-EXIT.  exit section.
*>
 BF000-AFLD-HOURS-FORM  SECTION.
*>==============================
*>
*> Operating hours / PPR / curfew form for one airfield record -
*>   called from the Amend screen (hours are rarely known when an
*>   airfield is first created mid flight-entry, so Insert leaves
*>   them zeroed and they get filled in later). Times typed hh.mm
*>   LOCAL and held as minutes; 0 both ends of a pair = none.
*>
     DISPLAY  "Weekday open/close [hh.mm] [     ] [     ]" AT 1440
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Weekend open/close [hh.mm] [     ] [     ]" AT 1540
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "PPR required Y/N [ ]" AT 1640 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Curfew from/to     [hh.mm] [     ] [     ]" AT 1740
              WITH foreground-color COB-COLOR-Yellow.
*>
     MOVE     AFLD-Open-WD TO WSH-TIME.
     PERFORM  BF010-ACCEPT-TIME.
     ACCEPT   WSF-TIME AT 1468 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE = ZERO
              MOVE WSH-TIME TO AFLD-Open-WD.
     MOVE     AFLD-Close-WD TO WSH-TIME.
     PERFORM  BF010-ACCEPT-TIME.
     ACCEPT   WSF-TIME AT 1476 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE = ZERO
              MOVE WSH-TIME TO AFLD-Close-WD.
     MOVE     AFLD-Open-WE TO WSH-TIME.
     PERFORM  BF010-ACCEPT-TIME.
     ACCEPT   WSF-TIME AT 1568 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE = ZERO
              MOVE WSH-TIME TO AFLD-Open-WE.
     MOVE     AFLD-Close-WE TO WSH-TIME.
     PERFORM  BF010-ACCEPT-TIME.
     ACCEPT   WSF-TIME AT 1576 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE = ZERO
              MOVE WSH-TIME TO AFLD-Close-WE.
*>
     ACCEPT   AFLD-PPR AT 1658 with update.
     move     function upper-case (AFLD-PPR) to AFLD-PPR.
     IF       AFLD-PPR NOT = "Y"
              MOVE SPACE TO AFLD-PPR.
*>
     MOVE     AFLD-Curfew-From TO WSH-TIME.
     PERFORM  BF010-ACCEPT-TIME.
     ACCEPT   WSF-TIME AT 1768 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE = ZERO
              MOVE WSH-TIME TO AFLD-Curfew-From.
     MOVE     AFLD-Curfew-To TO WSH-TIME.
     PERFORM  BF010-ACCEPT-TIME.
     ACCEPT   WSF-TIME AT 1776 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE = ZERO
              MOVE WSH-TIME TO AFLD-Curfew-To.
*>
     DISPLAY  SPACE AT 1440 with erase eol.
     DISPLAY  SPACE AT 1540 with erase eol.
     DISPLAY  SPACE AT 1640 with erase eol.
     DISPLAY  SPACE AT 1740 with erase eol.
     GO       TO BF999-EXIT.
*>
*>  Prime WSE-TIME from the minutes already held so the accepts
*>   above can offer the current value for overtyping.
*>
 BF010-ACCEPT-TIME.
     DIVIDE   WSH-TIME BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
*>
 BF999-EXIT.  exit section.
*>
 BR000-MAINTAIN-RUNWAYS  SECTION.
*>===============================
*>
*> Runway table for one airfield - lists what is held then loops on
*>   (A)dd / (D)elete against a designator. Lengths are metres;
*>   each direction is its own record (02 and 20 separately) so the
*>   designator doubles as the heading for the crosswind work.
*>
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Runway Maintenance" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "ICAO [    ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Rwy-Icao.
     ACCEPT   WS-Rwy-Icao AT 0607 with update.
     move     function upper-case (WS-Rwy-Icao) to WS-Rwy-Icao.
     IF       Cob-Crt-Status = Cob-Scr-Esc
          or  WS-Rwy-Icao = SPACES
              GO TO BR999-Exit.
*>
 BR010-Show.
     DISPLAY  SPACE at 0801 with erase eos.
     DISPLAY  "Rwy  Length m  Surface" AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
     MOVE     WS-Rwy-Icao TO RWY-ICAO.
     MOVE     SPACES      TO RWY-DESIG.
     START    RUNWAY-FILE KEY NOT < RWY-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO BR020-Prompt.
 BR015-List-Next.
     READ     RUNWAY-FILE NEXT RECORD AT END  GO TO BR020-Prompt.
     IF       RWY-ICAO NOT = WS-Rwy-Icao
              GO TO BR020-Prompt.
     DISPLAY  RWY-DESIG   AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RWY-LENGTH  AT LINE LINE-CNT COL 06 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RWY-SURFACE AT LINE LINE-CNT COL 16 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO BR015-List-Next.
*>
 BR020-Prompt.
     DISPLAY  "(A)dd (D)elete e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 24 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO BR999-Exit.
*>
     IF       MENU-REPLY NOT = "A" AND NOT = "D"
              GO TO BR020-Prompt.
*>
     DISPLAY  "Designator [  ]" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     SPACES TO WS-Rwy-Desig.
     ACCEPT   WS-Rwy-Desig AT line ws-23-Lines col 13 with update.
     move     function upper-case (WS-Rwy-Desig) to WS-Rwy-Desig.
     IF       WS-Rwy-Desig = SPACES
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO BR010-Show.
*>
     MOVE     WS-Rwy-Icao  TO RWY-ICAO.
     MOVE     WS-Rwy-Desig TO RWY-DESIG.
     IF       MENU-REPLY = "D"
              DELETE RUNWAY-FILE INVALID KEY
                     DISPLAY FL133 AT line ws-23-Lines col 18
                     ACCEPT WS-Reply AT line ws-23-Lines col 75
              END-DELETE
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO BR010-Show.
*>
     DISPLAY  "Length m [    ]  Surface G/A [ ]" AT line ws-23-Lines col 18
              with foreground-color COB-COLOR-YELLOW.
     MOVE     ZERO TO RWY-LENGTH.
     ACCEPT   RWY-LENGTH AT line ws-23-Lines col 28 with update.
     IF       RWY-LENGTH NOT NUMERIC
              MOVE ZERO TO RWY-LENGTH.
     MOVE     "A" TO RWY-SURFACE.
     ACCEPT   RWY-SURFACE AT line ws-23-Lines col 48 with update.
     move     function upper-case (RWY-SURFACE) to RWY-SURFACE.
     IF       RWY-SURFACE NOT = "G"
              MOVE "A" TO RWY-SURFACE.
     WRITE    RUNWAY-RECORD INVALID KEY
              REWRITE RUNWAY-RECORD INVALID KEY CONTINUE END-REWRITE
     END-WRITE.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     GO       TO BR010-Show.
*>
 BR999-Exit.  exit section.
*>
 C000-EDIT-LOG-BOOK    SECTION.
*>============================
*>
*>
 C020-DISPLAY-LOG-MENU.
     MOVE     ZERO TO DISPLAY-FLAG        MONTHLY-ANAL-FLAG
                      ANALYSIS-ONLY-FLAG  INS-FLAG.
     MOVE     SPACE TO MENU-REPLY.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Flight Log Book Program" AT 0130 WITH foreground-color COB-COLOR-Green.
     if       WS-Doc-Renewals-Msg not = spaces
              DISPLAY WS-Doc-Renewals-Msg AT 0301 WITH foreground-color COB-COLOR-RED.
     if       WS-Mbr-Renewals-Msg not = spaces
              DISPLAY WS-Mbr-Renewals-Msg AT 0366 WITH foreground-color COB-COLOR-RED.
     if       WS-Cst-Renewals-Msg not = spaces
              DISPLAY WS-Cst-Renewals-Msg AT 0501 WITH foreground-color COB-COLOR-RED.
     DISPLAY  "Select one of the following by letter  :- [ ]" AT 0401 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(A)  Enter Log Book Data"            AT 0615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(B)  Amend Log Book Data"            AT 0715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(C)  Log Book Reports"               AT 0815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(D)  Log Book Report & Monthly Analysis" AT 0915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(E)  Analysis & Totals Report"       AT 1015 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(F)  Analysis & Totals Display"      AT 1115 WITH foreground-color COB-COLOR-CYAN.
     display  "(G)  Cert of Ext. Analysis Report"   at 1215 WITH foreground-color COB-COLOR-CYAN.
     display  "(H)  Change Log Book Airfield Code"  at 1415 WITH foreground-color COB-COLOR-CYAN.
     display  "(J)  Change Log Book Aircraft Type"  at 1515 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(K)  Edit Airfield Name"             AT 1615 WITH foreground-color 3.
     display  "(N)  Night Flying Currency Report"  at 1315 WITH foreground-color COB-COLOR-CYAN.
     display  "(I)  Instructor Hours Report"       at 0655 WITH foreground-color COB-COLOR-CYAN.
     display  "(R)  Duty/Rest Hours Report"        at 0755 WITH foreground-color COB-COLOR-CYAN.
     display  "(V)  Maintain A/C Maint. Records"   at 0855 WITH foreground-color COB-COLOR-CYAN.
     display  "(W)  Maintenance Hours Report"      at 0955 WITH foreground-color COB-COLOR-CYAN.
     display  "(L)  Aircraft Utilization Report"   at 1055 WITH foreground-color COB-COLOR-CYAN.
     display  "(P)  Maintain Pilot/Crew Records"   at 1715 WITH foreground-color 3.
     display  "(S)  Create Sequential files from ISAM" at 1815 with foreground-color 3.
     display  "(T)  Import CSV Data and Parameters" at 1915 WITH foreground-color COB-COLOR-CYAN.
     display  "(U)  Enter User details for Reports" at 2015 WITH foreground-color COB-COLOR-CYAN.
     display  "(Y)  Export Log Book to iCalendar"  at 1155 WITH foreground-color COB-COLOR-CYAN.
     display  "(M)  Export Monthly Totals to MySQL" at 1255 WITH foreground-color COB-COLOR-CYAN.
     display  "(Q)  Approve Pending Flight Submissions" at 1355 WITH foreground-color COB-COLOR-CYAN.
     display  "(O)  Ops / Charges Menu"            at 1455 WITH foreground-color COB-COLOR-CYAN.
     display  "(Z)  Maintain A/C Document Register" at 1555 WITH foreground-color COB-COLOR-CYAN.
     display  "(2)  Enter FSTD/Simulator Session"   at 1655 WITH foreground-color COB-COLOR-CYAN.
     display  "(7)  FSTD Sessions Report"           at 1755 WITH foreground-color COB-COLOR-CYAN.
     display  "(8)  Recency Lapse Forecast"         at 1855 WITH foreground-color COB-COLOR-CYAN.
     display  "(9)  Student Progress Report"        at 1955 WITH foreground-color COB-COLOR-CYAN.
     display  "(0)  Pilot's Recent Flights"         at 2055 WITH foreground-color COB-COLOR-CYAN.
     display  "(1)  Charting Export (cobjapi)"      at 2155 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(X)  Quit Log Book System"           AT 2215 WITH foreground-color COB-COLOR-CYAN.
*>
 C030-ACCEPT-LOGBOOK.
     move     zero to Print-Report-Type.
     ACCEPT   MENU-REPLY AT 0444 with auto time-out after WS-Idle-Timeout-Secs.
*>
*>  Left unattended - lock the screen behind the password (ZW000).
*>
     IF       Cob-Crt-Status = COB-SCR-TIME-OUT
              PERFORM ZW000-Screen-Lock
              GO TO C020-DISPLAY-LOG-MENU.
     IF       Cob-Crt-Status = Cob-Scr-F1
              MOVE "MAINMENU" TO HeKey
              PERFORM ZI400-Show-Help
              GO TO C020-DISPLAY-LOG-MENU.
     move     function upper-case (MENU-REPLY) to MENU-REPLY  Menu-Option.
*>
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              DISPLAY SPACE at 0101 with erase eos
              PERFORM  ZE910-Env-Banner
              GO TO   C999-EXIT.
*>
     IF       MENU-REPLY = "A" or "B"
              PERFORM CA000-ENTER-LOGBOOK
              GO TO C020-DISPLAY-LOG-MENU.
*>
     IF       MENU-REPLY = "C"
              PERFORM CC000-LOG-BOOK-REPORT
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "3"
              move 1 to Print-Report-Type
              PERFORM CC000-LOG-BOOK-REPORT
              GO TO C020-DISPLAY-LOG-MENU.
*>
     IF       MENU-REPLY = "D"
              MOVE 1 TO MONTHLY-ANAL-FLAG
              PERFORM CC000-LOG-BOOK-REPORT
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "4"
              move 1 to Print-Report-Type
              MOVE 1 TO MONTHLY-ANAL-FLAG
              PERFORM CC000-LOG-BOOK-REPORT
              GO TO C020-DISPLAY-LOG-MENU.
*>
*> Hidden EASA/FAA logbook page layout options, alongside the "3"/"4"
*>   extended layout above - "5" is the plain EASA page, "6" adds the
*>   monthly analysis break the same way "4" does for "3".
*>
     if       Menu-Reply = "5"
              move 2 to Print-Report-Type
              PERFORM CC000-LOG-BOOK-REPORT
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "6"
              move 2 to Print-Report-Type
              MOVE 1 TO MONTHLY-ANAL-FLAG
              PERFORM CC000-LOG-BOOK-REPORT
              GO TO C020-DISPLAY-LOG-MENU.
*>
     IF       MENU-REPLY = "E"
              MOVE 1 TO ANALYSIS-ONLY-FLAG
              PERFORM CC000-LOG-BOOK-REPORT
              GO TO C020-DISPLAY-LOG-MENU.
*>
     IF       MENU-REPLY = "F"
*>   the instant display off the monthly totals file; an empty or
*>    never-built file (Return-Code 8) drops back to the full scan.
              PERFORM CCB500-Fast-Analysis
              IF  Return-Code = 8
                  MOVE ZERO TO Return-Code
                  MOVE 1 TO DISPLAY-FLAG ANALYSIS-ONLY-FLAG
                  PERFORM CC000-LOG-BOOK-REPORT
              END-IF
              GO TO C020-DISPLAY-LOG-MENU.
*>
     IF       MENU-REPLY = "G"
              perform CCE000-CoE-Analysis
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "H"
              perform  CD000-Amend-Airfield-Code
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "N"
              perform  CF000-Night-Currency-Report
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "I"
              perform  CG000-Instructor-Hours-Report
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "R"
              perform  CH000-Duty-Rest-Report
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "V"
              perform  MV000-MAINTAIN-AIRCRAFT-MAINT
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "W"
              perform  CW000-Maintenance-Hours-Report
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "L"
              perform  CI000-Aircraft-Utilization-Report
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "Y"
              perform  CJ000-Export-iCalendar
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "M"
              perform  CK000-Export-Monthly-Totals-MySQL
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "Q"
              perform  CQ000-Approve-Pending-Flights
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "O"
              perform  O000-CHARGES-MENU
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "Z"
              perform  MW000-MAINTAIN-AIRCRAFT-DOCS
              perform  M910-Check-Documents-Due
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "2"
              perform  CS000-Enter-FSTD
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "7"
              perform  CT000-FSTD-Report
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "8"
              perform  CR000-Recency-Forecast
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "9"
              perform  CV000-Student-Progress
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "0"
              perform  CP000-Pilot-Flights
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "1"
              perform  CX000-Chart-Export
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "J"
              perform  CE000-Amend-Aircraft-Type
              GO TO C020-DISPLAY-LOG-MENU.
*>
     if       Menu-Reply = "T"
              perform F000-Import-CSV-Data
              go to C020-DISPLAY-LOG-MENU.
*>
     IF       Menu-Reply = "U"
              perform A050-Get-User-Details
              go to C020-DISPLAY-LOG-MENU.
*>
     IF       MENU-REPLY = "K"
              PERFORM B000-EDIT-AIRFIELD-DATA
              go to C020-DISPLAY-LOG-MENU.
*>
     IF       MENU-REPLY = "P"
              PERFORM M000-MAINTAIN-PILOTS
              PERFORM M900-Check-Renewals-Due
              go to C020-DISPLAY-LOG-MENU.
*>
     IF       Menu-Reply = "S"
              perform ZL000-Create-Seq-Files
              go to C020-DISPLAY-LOG-MENU.
*>
              GO       TO C030-ACCEPT-LOGBOOK.
*>
 C999-EXIT.   exit section.
*>
 CA000-ENTER-LOGBOOK   SECTION.
*>============================
*>
     MOVE     SPACE TO MENU-REPLY.
     move     "00" to FS-Reply.
*>
     move     0202 to WS-Scrn-BE-Head.
     move     0302 to WS-Scrn-BE-Start.                            *> used from here only in CAA000-view-afld!
     move     WS-Dft-Scrn-BE-Length to WS-Scrn-BE-Length.          *> These could be adjusted to match
     move     WS-Dft-Scrn-BE-Cnt    to WS-Scrn-BE-Cnt.             *>   values from screen length - 25/10/18
     move     spaces to WS-ICAO-Code.
*>
 CA020-ENTER-LOGBK-DISPLAY.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Log Book Data Entry" AT 0128 WITH foreground-color COB-COLOR-GREEN.   *> 'Entry" at cc42
     DISPLAY  "ICAO    ICAO" AT 0352 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  " Flite Date   A/C Type  A/C Reg   Captain          From     To    Start    End  " AT 0401
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "[DD/MM/CCYY] [abcdefgh] [Gabcd] [AAABBBCCCDDDEEE] [YYYY]  [XXXX] [99.99] [99.99]" AT 0501
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "          -----Day------      ----Night-----      Inst"       AT 0801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "M/S  Cap    P1     P2/3         P1    P2/3          IFR     ------ Remarks ----- - - - - - -" AT 0901
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "[X] [XXX] [99.99] [99.99]     [99.99] [99.99]     [99.99]  [" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     display  "]" at 1093  WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Hobbs Out  Hobbs In" AT 1401 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "[9999.9]   [9999.9]" AT 1501 WITH foreground-color COB-COLOR-Yellow.
*>   (Hobbs Out entered at 1502, Hobbs In at 1513 - see CA231.)
     DISPLAY  "Fuel Uplift  Fuel Remaining  Oil Uplift" AT 1601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "[9999]       [9999]          [99.9]" AT 1701 WITH foreground-color COB-COLOR-Yellow.
*>   (Fuel Uplift entered at 1702, Fuel Remaining at 1715, Oil at
*>    1731 - see CA231B/CA231E.)
*>
     if       Menu-Option = "B"
              display "Amend" at 0142 WITH foreground-color COB-COLOR-GREEN.
     if       Menu-Option = "A"
        and   Save-FLT-Date not = zero
              MOVE     Save-FLT-DATE TO WS-Test-Intl
              perform  ZZ060-Convert-Date
     end-if.
*>
 CA030-ENTER-LOGBK-DATE.
     MOVE     ZERO TO A.                       *> For Amends
     if       Menu-Option = "A"
              Display WS-Scrn-Prompt6 at line ws-Lines col 01 with foreground-color COB-COLOR-White with erase eol
     else
              display WS-Scrn-Prompt5 at line ws-Lines col 01 with foreground-color COB-COLOR-White with erase eol
              DISPLAY FL036 AT  0601 WITH foreground-color COB-COLOR-CYAN with erase eol
     end-if.
     ACCEPT   WS-Test-Date AT 0502 with update.
     move     function upper-case (WS-Test-Date) to WS-Test-Date.    *> Needed for NEXT test in (Amend).
*>
     IF       Cob-Crt-Status = Cob-Scr-Esc
          or  WS-Test-Date = SPACES
              GO TO CA999-Exit.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              go to ca030-enter-logbk-date.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              go to ca030-enter-logbk-date.
*>
     IF       Cob-Crt-Status = Cob-Scr-F6
              perform CA300-Save-Screen
              perform ZI300-Pick-Date
              perform CA301-Restore-Screen
              if      WS-Test-Intl not = zero
                      perform ZZ060-Convert-Date
              end-if
              go to ca030-enter-logbk-date.
*>
     IF       Cob-Crt-Status = Cob-Scr-F8
              MOVE "ENTRY" TO HeKey
              PERFORM ZI400-Show-Help
              go to ca030-enter-logbk-date.
*>
     if       Menu-Option = "B"
        and   Cob-Crt-Status = Cob-Scr-F2
              GO TO CA032-GET-NEXT.
*>
     PERFORM  ZA000-DATE-CHECK.
     perform  ZZ060-Convert-Date.
     display  WS-Test-Date at 0502.
*>
     IF       ERROR-CODE NOT = ZERO
              DISPLAY FL014 AT 1201 with foreground-color COB-COLOR-RED
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     move     WSA-MM to Save-FLT-Mth.           *> for day/night comp.
     DISPLAY  SPACE AT 1201 with erase eol.
*>
*>   Closed-period gate - inserts and amends inside a closed month
*>    are blocked here at the date, supervisor override via OK600.
*>
     MOVE     WSA-DATE2 TO WS-Close-Check-Date.
     PERFORM  OK600-Check-Closed.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO CA030-ENTER-LOGBK-DATE.
     if       Menu-Option = "A"
              MOVE     WSA-DATE2 TO FLT-DATE
              go       to CA040-Enter-LOGBK-AC-TYPE.
     if       Menu-Option = "B"        *> AMEND
              MOVE     WSA-DATE2 TO SAVE-FLT-DATE
                                    FLT-DATE
              go       to CA034-Amend-LOGBK-Get-Time.
*>
 CA032-GET-NEXT.
     READ     FLIGHTLOG-FILE next record AT END  MOVE 2 TO A.
*>
     if       fs-reply not = "00" and not = "10"
              perform  zza-file-status
              go to ca030-Enter-LogBk-Date.
*>
     IF       A > 1
              GO TO CA036-AMEND-LOGBK-GET-RECORD.
*>
     MOVE     FLT-DATE TO WS-Test-Intl.
     perform  ZZ060-Convert-Date.      *> O/p is ws-test-date
     GO       TO CA038-DISPLAY-RECORD.
*>
 CA034-AMEND-LOGBK-GET-TIME.
     display  space at 1201 with erase eol.
     ACCEPT   WSF-TIME AT 0567.
     if       Cob-Crt-Status = Cob-Scr-F10
           or Cob-Crt-Status = Cob-Scr-Esc
              go to CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA034-AMEND-LOGBK-GET-TIME.
*>
     If       Cob-Crt-Status = Cob-Scr-F2
              GO TO CA032-GET-NEXT.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA034-AMEND-LOGBK-GET-TIME.
*>
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA034-AMEND-LOGBK-GET-TIME.
     MOVE     WSH-TIME TO SAVE-FLT-START
                          FLT-START.
*>
 CA036-AMEND-LOGBK-GET-RECORD.
     IF       A > 1
              DISPLAY FL002 AT 1201
              GO TO CA030-Enter-LOGBK-DATE.
*>
     READ     FLIGHTLOG-FILE invalid key   move zero to FLT-Date.
     IF       FLT-DATE not = SAVE-FLT-DATE
              DISPLAY FL024 AT 1201 with erase eol
              GO TO CA030-Enter-LOGBK-DATE.
*>
 CA038-DISPLAY-RECORD.
     MOVE     FLIGHTLOG-RECORD TO WS-Jnl-Flt-Before.   *> before image for the journal - ZJ500.
     DISPLAY  WS-Test-Date      AT 0502.
     DISPLAY  FLT-AC-TYPE  AT 0515.
     DISPLAY  FLT-AC-REG (1:5) AT 0526.
     DISPLAY  FLT-CAPTAIN  AT 0534.
     DISPLAY  FLT-FROM     AT 0552.
     DISPLAY  FLT-TO       AT 0560.
     DISPLAY  FLT-MS       AT 1002.
     DISPLAY  FLT-CAPACITY AT 1006.
     DISPLAY  FLT-REMARKS  AT 1061.
     DIVIDE   FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     move     "." to wsf-dot.
     DISPLAY  WSE-TIME  AT 0567.
     DIVIDE   FLT-END BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSE-TIME  AT 0575.
     DIVIDE   FLT-P1 (1) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSE-TIME  AT 1012.
     DIVIDE   FLT-P23 (1) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSE-TIME  AT 1020.
     DIVIDE   FLT-P1 (2) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSE-TIME  AT 1032.
     DIVIDE   FLT-P23 (2) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSE-TIME  AT 1040.
     DIVIDE   FLT-INSTRUMENT BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSE-TIME  AT 1052.
     MOVE     FLT-HOBBS-OUT TO WS-WORK1.
     PERFORM  ZG020-RESTORE-HOBBS.
     DISPLAY  WSH-HOBBS AT 1502.
     MOVE     FLT-HOBBS-IN TO WS-WORK1.
     PERFORM  ZG020-RESTORE-HOBBS.
     DISPLAY  WSH-HOBBS AT 1513.
     DISPLAY  FLT-FUEL-UPLIFT    AT 1702.
     DISPLAY  FLT-FUEL-REMAINING AT 1715.
     MOVE     "FL"              TO WS-Att-Kind.
     MOVE     FLT-Date-Time-Key TO WS-Att-Owner.
     PERFORM  ZT350-Attach-Count.
     MOVE     WS-Att-Count TO WS-Att-Count-Edit.
     DISPLAY  "Attachments" AT 1441 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  WS-Att-Count-Edit AT 1453 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(F7 to list)" AT 1457 WITH foreground-color COB-COLOR-Yellow.
*>
 CA039-AMEND-LOGBK-DATE.          *> Amend date then time by rewrite
     display  space at 1201 with erase eol.
     ACCEPT   WS-Test-Date AT 0502 with update.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA039-AMEND-LOGBK-DATE.
*>
     If       Cob-Crt-Status = Cob-Scr-F2
              go to CA032-Get-Next.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA039-AMEND-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F7
              MOVE    SPACES TO WS-Att-Title
              STRING  "Flight " FLT-DATE " " FLT-AC-REG " " FLT-CAPTAIN
                      " " FLT-FROM "-" FLT-TO
                      DELIMITED BY SIZE INTO WS-Att-Title
              PERFORM ODM500-Attachments
              GO TO CA038-DISPLAY-RECORD.
*>
     IF       WS-Test-Date = SPACES
           or Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA999-Exit.
*>
     IF       Cob-Crt-Status = Cob-Scr-F4
         and  Menu-Option = "B"
              DISPLAY "Delete Record - Are you sure [ ]" AT line ws-22-Lines col 01
              ACCEPT MENU-REPLY AT line ws-22-Lines col 31
              IF       (MENU-REPLY = "Y" or "y")
                  and  Dual-Flight-Delete
*>   held for a second supervisor instead - OEC700 applies it.
                       MOVE "FLDL" TO WS-Apv-Action
                       MOVE "D"    TO WS-Apv-Op
                       MOVE SPACES TO WS-Apv-Desc
                       STRING "Flight " FLT-DATE " " FLT-START " " FLT-AC-REG
                              DELIMITED BY SIZE INTO WS-Apv-Desc
                       MOVE WS-Jnl-Flt-Before TO WS-Jnl-Before
                       MOVE SPACES TO WS-Jnl-After
                       PERFORM OEC600-Hold-Change
                       GO TO CA030-Enter-LOGBK-DATE
              end-if
              IF       (MENU-REPLY = "Y" or "y")
                       MOVE ZEROS TO Save-Flt-Date Save-Flt-Start
                       DELETE FLIGHTLOG-FILE RECORD
                       MOVE "FL" TO WS-Jnl-File-Id
                       MOVE "D"  TO WS-Jnl-Action
                       MOVE WS-Jnl-Flt-Before TO WS-Jnl-Before
                       PERFORM ZJ500-Write-Journal
*>   the deleted record comes off the running monthly totals too,
*>    the same backout the rewrite and key-moved paths post.
                       MOVE FLIGHTLOG-RECORD TO WS-Mtt-Save
                       MOVE WS-Jnl-Flt-Before TO FLIGHTLOG-RECORD
                       MOVE -1 TO WS-Mtt-Sign
                       PERFORM ZT700-Post-Mth-Totals
                       PERFORM ZT960-Post-Components
                       MOVE WS-Mtt-Save TO FLIGHTLOG-RECORD
                       DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
                       GO TO CA030-Enter-LOGBK-DATE
              end-if
     end-if
*>
     IF       WS-Test-Date9 = ZEROS or WS-Test-Date = spaces
              DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
              GO TO CA030-Enter-LOGBK-DATE.
*>
     PERFORM  ZA000-DATE-CHECK.
     perform  ZZ060-Convert-Date.
     display  WS-Test-Date at 0502.
     IF       ERROR-CODE NOT = ZERO
              DISPLAY FL014 AT 1201
              GO TO CA039-AMEND-LOGBK-DATE.
*>
     DISPLAY  space AT  0601 with erase eol.                *> F4, Delete no longer available
     display  "          " at line ws-Lines col 01.
*>
*>   Re-dating into a closed month is an amend of that month too.
*>
     MOVE     WS-Test-Intl TO WS-Close-Check-Date.
     PERFORM  OK600-Check-Closed.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO CA039-AMEND-LOGBK-DATE.
     move     WS-Test-Intl (5:2) to Save-FLT-Mth.           *> for day/night comp & here if date was changed.
     DISPLAY  SPACE AT 1201 with erase eol.
     MOVE     WS-Test-Intl TO FLT-DATE.
*>
 CA040-ENTER-LOGBK-AC-TYPE.
     ACCEPT   FLT-AC-TYPE AT 0515 with update.
     move     function upper-case (FLT-AC-TYPE) to FLT-AC-TYPE.
     display  FLT-AC-Type at 0515.
     IF       Cob-Crt-Status = Cob-Scr-Esc   or   Cob-Crt-Status = Cob-Scr-F10
              GO TO CA030-Enter-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              go to ca040-enter-logbk-ac-type.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              go to ca040-enter-logbk-ac-type.
*>
     IF       Cob-Crt-Status = Cob-Scr-F6
              perform CA300-Save-Screen
              perform ZI100-Pick-Aircraft
              perform CA301-Restore-Screen
              if      WS-Pick-Type not = spaces
                      move WS-Pick-Type to FLT-AC-TYPE
              end-if
              go to ca040-enter-logbk-ac-type.
*>
     if       flt-ac-type = spaces
              go to ca040-Enter-Logbk-AC-Type.
*>
     PERFORM  ZH000-SEARCH-FOR-AIRCRAFT.
     if       C not = zero                  *> Record found On file
        and   Aircraft-Last-Reg not = spaces
              move Aircraft-Last-Reg to FLT-AC-Reg
              move Aircraft-MS       to FLT-MS
              GO TO CA060-ENTER-LOGBK-AC-REG.
*>
     IF       C NOT = ZERO
              GO TO CA060-ENTER-LOGBK-AC-REG.
*>
     DISPLAY  FLT-AC-TYPE AT 1201.
     DISPLAY  FL005 AT 1210.
     DISPLAY  "[ ]" AT 1261.
     display  "M or S - [ ]" at 1266.
*>
 CA050-ENTER-LOGBK-AC-TYPE2.                 *> Could add in a/c man and name needed ???
     ACCEPT   MENU-REPLY AT 1262.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "N"
              DISPLAY  SPACE AT 1201 with erase eol
              DISPLAY  SPACE AT 1301 with erase eol
              GO TO CA040-ENTER-LOGBK-AC-TYPE.
     IF       MENU-REPLY NOT = "Y"
              display FL020 at 1340 with erase eol
              GO TO CA050-ENTER-LOGBK-AC-TYPE2.
*>
 CA055-Enter-MS.
     move     "S" to FLT-MS.
     accept   FLT-MS at 1276 with update.
     move     function upper-case (FLT-MS) to FLT-MS.
     if       FLT-MS not = "S" and not = "M"
              display FL021 at 1355 with erase eol
              go to CA055-Enter-MS.
*>
 CA057-Enter-Complex.
     move     "N" to Menu-Reply.
     if       FLT-MS = "S"
              display  "Complex Y or N - [ ]" at 1310
              accept   Menu-Reply at 1328 with update
              move     function upper-case (MENU-REPLY) to MENU-REPLY
              if       Menu-Reply not = "Y" and not = "N"
                       go to CA057-Enter-Complex
              end-if
     else
              move "Y" to Menu-Reply.     *> all multi engines are Complex!
*>
     DISPLAY  SPACE AT 1201 with erase eol.
     DISPLAY  SPACE AT 1301 with erase eol.
     MOVE     FLT-AC-TYPE TO Aircraft-Type.
     MOVE     FLT-MS      TO Aircraft-MS.
     MOVE     SPACES      to Aircraft-Last-Reg.
     move     Menu-Reply  to Aircraft-Complex.
     move     zeros       to Aircraft-Last-Flt.          *> Updated in CA230-ENTER-LOGBK-REMARKS para.
     display  "Fuel A=Avgas J=Jet-A1 [ ]" at 1310.
     move     spaces to Aircraft-Base.
     move     "A" to Aircraft-Fuel-Type.
     accept   Aircraft-Fuel-Type at 1333 with update.
     move     function upper-case (Aircraft-Fuel-Type) to Aircraft-Fuel-Type.
     if       Aircraft-Fuel-Type not = "J"
              move "A" to Aircraft-Fuel-Type.
     display  space at 1301 with erase eol.
     write    Aircraft-Record.
*>
 CA060-ENTER-LOGBK-AC-REG.
     ACCEPT   FLT-AC-REG (1:5) AT 0526 with update.
     move     function upper-case (FLT-AC-REG) to FLT-AC-REG.
     display  FLT-AC-Reg (1:5) at 0526.
     If       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              go to Ca060-Enter-Logbk-Ac-Reg.
*>
     if       Menu-Option = "B"
         and  Cob-Crt-Status = Cob-Scr-F2
              go to CA032-Get-Next.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              go to Ca060-Enter-Logbk-Ac-Reg.
*>
     IF       Cob-Crt-Status = Cob-Scr-F6
              perform CA300-Save-Screen
              perform ZI100-Pick-Aircraft
              perform CA301-Restore-Screen
              if      WS-Pick-Reg not = spaces
                      move WS-Pick-Reg to FLT-AC-REG
              end-if
*>   the picker may have run the table load over the aircraft record
*>    buffer - re-read this flight's type before the rewrite below.
              perform ZH000-SEARCH-FOR-AIRCRAFT
              go to Ca060-Enter-Logbk-Ac-Reg.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA040-ENTER-LOGBK-AC-TYPE.
*>
     if       FLT-AC-Reg = spaces
              go to CA060-Enter-Logbk-Ac-Reg.
*>
*>  Nothing flies after its last day in service on the disposal
*>    register - see ODQ500.
*>
     move     FLT-AC-REG to WS-Dsp-Reg.
     move     FLT-DATE   to WS-Dsp-As-At.
     perform  ZV100-Check-Retired.
     if       WS-Dsp-Retired = "Y"
              display FL288 at line ws-23-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              accept  WS-Reply at line ws-23-Lines col 60
              display space at line ws-23-Lines col 01 with erase eol
              go to CA060-Enter-Logbk-Ac-Reg.
     move     FLT-AC-Reg to Aircraft-Last-Reg.
     rewrite  Aircraft-Record.
*>
*>  Advisory when the airframe has open defects on the tech log -
*>    see Ops menu option M. Severity A items should ground it.
*>
     MOVE     FLT-AC-REG TO WS-Tmp-Tlg-Reg.
     PERFORM  ZT300-Count-Open-Defects.
     IF       WS-Tlg-Open-Cnt NOT = ZERO
              DISPLAY FL099 AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              DISPLAY WS-Tlg-Open-Cnt AT line ws-23-Lines col 53 with foreground-color COB-COLOR-YELLOW
              ACCEPT  WS-Reply AT line ws-23-Lines col 60
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol.
*>
*>  Hard warning when any airframe document (ARC, insurance, annual)
*>    had lapsed on the flight date - see the document register
*>    (menu option Z). Y to log it anyway, anything else re-enters.
*>
     MOVE     FLT-AC-REG TO DOC-AC-REG.
     READ     AIRCDOC-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   ((DOC-ARC-EXPIRY NOT = ZERO AND DOC-ARC-EXPIRY < FLT-DATE)
          OR   (DOC-INS-EXPIRY NOT = ZERO AND DOC-INS-EXPIRY < FLT-DATE)
          OR   (DOC-ANNUAL-EXPIRY NOT = ZERO AND DOC-ANNUAL-EXPIRY < FLT-DATE))
              DISPLAY FL069 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  MENU-REPLY AT line ws-22-Lines col 60
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
              IF      MENU-REPLY NOT = "Y"
                      GO TO CA060-ENTER-LOGBK-AC-REG
              END-IF
     END-IF.
*>
 CA070-ENTER-LOGBK-CAPTAIN.
     ACCEPT   FLT-CAPTAIN AT 0534 with update.
     move     function upper-case (FLT-CAPTAIN) to FLT-CAPTAIN.
     if       FLT-Captain (1:2) = "S "
              move "SELF" to FLT-Captain.
     display  FLT-Captain at 0534.
     if       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              go to ca070-enter-logbk-captain.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              go to ca070-enter-logbk-captain.
*>
     IF       Cob-Crt-Status = Cob-Scr-F6
              perform CA300-Save-Screen
              perform ZI200-Pick-Captain
              perform CA301-Restore-Screen
              if      WS-Pick-Captain not = spaces
                      move WS-Pick-Captain to FLT-CAPTAIN
              end-if
              go to ca070-enter-logbk-captain.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA060-ENTER-LOGBK-AC-REG.
*>
     if       FLT-Captain = spaces
              go to ca070-enter-logbk-captain.
     if       FLT-Captain = "SELF"
              move "P1 "  to FLT-Capacity.
*>
     perform  MF000-Check-Pilot-Currency.
     if       Return-Code not = zero
              go to ca070-enter-logbk-captain.
*>
     PERFORM  CA075-Check-Ratings THRU CA075-Exit.
     if       Return-Code not = zero
              move zero to Return-Code
              go to ca070-enter-logbk-captain.
     PERFORM  CA246-Check-Membership THRU CA246-Exit.
     if       Return-Code not = zero
              move zero to Return-Code
              go to ca070-enter-logbk-captain.
     PERFORM  CA248-Check-Stop-Fly THRU CA248-Exit.
     if       Return-Code not = zero
              move zero to Return-Code
              go to ca070-enter-logbk-captain.
     GO       TO CA080-ENTER-LOGBK-FROM.
*>
 CA075-Check-Ratings.
*>
*> Checks the captain holds an unexpired rating matching the class
*>  (SEP/MEP from FLT-MS) - a type rating for FLT-AC-TYPE satisfies
*>  everything including the CPLX complex endorsement. A pilot with
*>  no rating records at all is passed through, so the rating file
*>  can be adopted pilot by pilot. Y logs anyway (checkride, ferry
*>  with an examiner, etc), anything else re-enters the name.
*>
     MOVE     FLT-CAPTAIN TO WS-Rtg-Pilot.
     PERFORM  ZT210-Any-Ratings.
     IF       WS-Rtg-Any = ZERO
              GO TO CA075-Exit.
*>
     MOVE     FLT-AC-TYPE TO WS-Rtg-Code.
     PERFORM  ZT200-Check-Rating.
     IF       ERROR-CODE = 1                  *> current type rating covers all
              GO TO CA075-Exit.
*>
     IF       FLT-MS = "M"
              MOVE "MEP" TO WS-Rtg-Code
     ELSE
              MOVE "SEP" TO WS-Rtg-Code.
     PERFORM  ZT200-Check-Rating.
     IF       ERROR-CODE NOT = 1
              PERFORM CA077-Rating-Warning
              IF  Return-Code NOT = ZERO
                  GO TO CA075-Exit
              END-IF.
*>
     IF       Aircraft-Complex = "Y"
              MOVE "CPLX" TO WS-Rtg-Code
              PERFORM ZT200-Check-Rating
              IF  ERROR-CODE NOT = 1
                  PERFORM CA077-Rating-Warning
              END-IF.
*>
 CA075-Exit. exit.
*>
 CA077-Rating-Warning.
     DISPLAY  FL090 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 60.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     IF       MENU-REPLY NOT = "Y"
              MOVE 4 TO Return-Code.
*>
 CA080-ENTER-LOGBK-FROM.
     if       Menu-Option = "A"
       and    FLT-TO not = spaces
              MOVE     FLT-TO TO FLT-FROM.
*>
 CA082-ACCEPT-FROM.         *> re-entered after the F6 picker so the
     ACCEPT   FLT-FROM AT 0552 with update.    *> pick is not defaulted away.
     move     function upper-case (FLT-FROM) to FLT-FROM.
     if       FLT-From not alphabetic
              go to CA080-Enter-Logbk-From.
     display  FLT-From at 0552.
     if       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              go to ca080-enter-logbk-from.
*>
     if       Menu-Option = "B"
        and   Cob-Crt-Status = Cob-Scr-F2
              go to CA032-Get-Next.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              go to ca080-enter-logbk-from.
*>
     IF       Cob-Crt-Status = Cob-Scr-F6
              perform CA300-Save-Screen
              perform ZI000-Pick-Airfield
              perform CA301-Restore-Screen
              if      WS-ICAO-Code not = spaces
                      move WS-ICAO-Code to FLT-FROM
              end-if
              go to CA082-ACCEPT-FROM.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA070-ENTER-LOGBK-CAPTAIN.
*>
     if       FLT-From = spaces
              go to ca080-enter-logbk-from.
*>
     if       Menu-Option = "A"
              MOVE     FLT-FROM TO FLT-TO.
     move     FLT-From to WS-ICAO-CODE.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
*>
     IF       ERROR-CODE NOT = ZERO
        and   Menu-Option = "A"           *> record found
              move FLT-From to FLT-To.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA100-ENTER-LOGBK-TO.
*>
 CA090-ENTER-LOGBK-FROM2.
     DISPLAY  FLT-FROM AT 1201 with erase eol.
     DISPLAY  FL007 AT 1206.
     DISPLAY  "[" AT 1301 with erase eol.
     DISPLAY  "]" AT 1338.
     display  FL011 at 1347.
*>
     if       Menu-Option = "B"
              move     Spaces to Ws-afld-name.
     ACCEPT   WS-AFLD-NAME AT 1302 with update.
     DISPLAY  SPACE AT 1201 with erase eol.
     DISPLAY  SPACE AT 1301 with erase eol.
     IF       WS-AFLD-NAME = SPACES
          or  Cob-Crt-Status = Cob-Scr-Esc
          or  Cob-Crt-Status = Cob-Scr-F10
              move spaces to FLT-From
              GO TO CA080-ENTER-LOGBK-FROM.
     if       WS-Afld-Name not alphabetic
              move spaces to WS-Afld-Name
              GO TO CA090-ENTER-LOGBK-FROM2.
     PERFORM  BD000-INSERT-AFLD.
     if       Return-Code not = zero
              move zero to Return-Code
              go to CA080-ENTER-LOGBK-FROM.
*>
 CA100-ENTER-LOGBK-TO.
     ACCEPT   FLT-TO AT 0560 with update.
     move     function upper-case (FLT-TO) to FLT-TO.
     display  FLT-TO at 0560.
     if       FLT-From not alphabetic
              go to CA100-Enter-Logbk-To.
     if       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     if       Menu-Option = "B"
        and   Cob-Crt-Status = Cob-Scr-F2
              go to CA032-get-next.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              go to ca100-enter-logbk-to.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              go to ca100-enter-logbk-to.
*>
     IF       Cob-Crt-Status = Cob-Scr-F6
              perform CA300-Save-Screen
              perform ZI000-Pick-Airfield
              perform CA301-Restore-Screen
              if      WS-ICAO-Code not = spaces
                      move WS-ICAO-Code to FLT-TO
              end-if
              go to ca100-enter-logbk-to.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA080-ENTER-LOGBK-FROM.
*>
     IF       FLT-FROM = FLT-TO
              PERFORM CA245-Check-Runway THRU CA245-Exit
              IF  Return-Code = 4
                  MOVE ZERO TO Return-Code
                  GO TO CA100-ENTER-LOGBK-TO
              END-IF
              GO TO CA120-ENTER-LOGBK-START.
     if       flt-to = spaces
              go to ca100-enter-logbk-to.
*>
     MOVE     FLT-TO TO WS-ICAO-CODE.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
*>
     IF       ERROR-CODE NOT = ZERO
              PERFORM CA245-Check-Runway THRU CA245-Exit
              IF  Return-Code = 4
                  MOVE ZERO TO Return-Code
                  GO TO CA100-ENTER-LOGBK-TO
              END-IF
              GO TO CA120-ENTER-LOGBK-START.
*>
 CA110-ENTER-LOGBK-TO2.
     DISPLAY  FLT-TO AT 1201.
     DISPLAY  FL007 AT 1206.
     DISPLAY  "[" AT 1301.
     DISPLAY  "]" AT 1338.
     display  FL011 at 1347.
*>
     Move     spaces to Ws-afld-name.
     ACCEPT   WS-AFLD-NAME AT 1302 with update.
     DISPLAY  SPACE AT 1201 with erase eol.
     DISPLAY  SPACE AT 1301 with erase eol.
     IF       WS-AFLD-NAME = SPACES
          or  Cob-Crt-Status = Cob-Scr-Esc
          or  Cob-Crt-Status = Cob-Scr-F10
              move spaces to FLT-To
              GO TO CA100-ENTER-LOGBK-TO.
     if       WS-Afld-Name not alphabetic
              move spaces to WS-Afld-Name
              GO TO CA110-ENTER-LOGBK-To2.
     PERFORM  BD000-INSERT-AFLD.
     if       Return-Code not = zero
              move zero to Return-Code
              go to CA100-ENTER-LOGBK-To.
*>
 CA120-ENTER-LOGBK-START.
*>
*>   Times may be typed as UTC (the storage form, the default) or as
*>    local at the airfield concerned - converted through the
*>    airfield's UTC offset (see the K screens) at CA118/CA119.
*>
     display  "Times [U]TC/[L]ocal [ ]" at 0740 with foreground-color COB-COLOR-Yellow.
     accept   WS-Time-Mode at 0761 with update.
     move     function upper-case (WS-Time-Mode) to WS-Time-Mode.
     if       WS-Time-Mode not = "U" and not = "L"
              move "U" to WS-Time-Mode.
     move     99  to Save-FLT-HH.
     if       Menu-Option = "A"
              move     zeros to WSE-Time
     else
              DIVIDE   FLT-Start BY 60 GIVING WSF-HH REMAINDER WSF-MM
     end-if                                    *> WSE & WSF same
     ACCEPT   WSF-TIME AT 0567 with update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA120-ENTER-LOGBK-START.
*>
     if       Menu-Option = "B"
        and   Cob-Crt-Status = Cob-Scr-F2
              go to CA032-get-next.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA120-ENTER-LOGBK-START.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA100-ENTER-LOGBK-TO.
*>
     if       Menu-Option = "B"
              PERFORM  ZF000-CONVERT-LOGBK-TIME
              IF       ERROR-CODE NOT = ZERO
                       GO TO CA120-Enter-LOGBK-START
              end-if
              IF       WSH-TIME = ZERO
                       GO TO CA120-Enter-LOGBK-Start
              end-if
              MOVE     WSH-TIME TO FLT-START
              if       WS-Time-Mode = "L"
                       PERFORM CA118-Start-To-UTC THRU CA118-Exit
              end-if
     else    *> option = "A"
              if       WSE-Time not = zero
                       PERFORM  ZF000-CONVERT-LOGBK-TIME
                       IF       ERROR-CODE NOT = ZERO
                                GO TO CA120-ENTER-LOGBK-START
                       end-if
                       MOVE     WSH-TIME TO FLT-START
                       if       WS-Time-Mode = "L"
                                PERFORM CA118-Start-To-UTC THRU CA118-Exit
                       end-if
              else
                       move zero to FLT-Start FLT-End
                                    WS-Elapsed-Time
                       go to CA120-Enter-LogBK-Start.
*>
     move     WSF-HH  to Save-FLT-HH.
     DISPLAY  space AT line ws-22-Lines col 01 with erase eol.
     DISPLAY  space AT line ws-23-Lines col 01 with erase eol.
     MOVE     FLT-FROM  TO WS-Ahr-Icao.
     MOVE     FLT-START TO WS-Ahr-Time.
     PERFORM  CA244-Check-Afld-Hours THRU CA244-Exit.
*>
 *> CA125-Check-No-Record.
     if       Menu-Option = "B"                         *> not for Amending
              go to CA130-ENTER-LOGBK-END.
     read     Flightlog-File invalid key                *> Expected as should not be present
              go to CA130-ENTER-LOGBK-END.
     display  FL004 at 1201 with erase eol foreground-color COB-COLOR-RED.
     go       to CA030-ENTER-LOGBK-DATE.
*>
 CA130-ENTER-LOGBK-END.
     if       Menu-Option = "A"
              move     zeros to WSE-Time
     else
              DIVIDE   FLT-END BY 60 GIVING WSF-HH REMAINDER WSF-MM
     end-if
     ACCEPT   WSF-TIME AT 0575 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA130-ENTER-LOGBK-END.
*>
     if       Menu-Option = "B"
       and    Cob-Crt-Status = Cob-Scr-F2
              go to CA032-get-next.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA130-ENTER-LOGBK-END.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA120-ENTER-LOGBK-START.
*>
     PERFORM  ZF000-CONVERT-LOGBK-TIME.      *> passed as WSH 9(4) in minutes
     IF       ERROR-CODE NOT = ZERO
              GO TO CA130-ENTER-LOGBK-END.
     if       Menu-Option = "B"   and  WSE-TIME = ZERO
              GO TO CA120-Enter-LOGBK-START.
     MOVE     WSH-TIME TO FLT-END.
     if       WS-Time-Mode = "L"
              PERFORM CA119-End-To-UTC THRU CA119-Exit
              MOVE FLT-END TO WSH-TIME.      *> elapsed calc below works on UTC
     MOVE     FLT-TO  TO WS-Ahr-Icao.
     MOVE     FLT-END TO WS-Ahr-Time.
     PERFORM  CA244-Check-Afld-Hours THRU CA244-Exit.
*>
 CA140-ENTER-LOGBK-TOT-TIM-CALC.
     IF       FLT-END NOT > FLT-START        *> Flight ends after midnight
              ADD 1440 TO WSH-TIME.
     SUBTRACT FLT-START FROM WSH-Time GIVING WS-ELAPSED-TIME.
     move     WS-Elapsed-Time to WS-Time-Remaining.
     divide   WS-Elapsed-Time by 60 giving WSF-HH remainder WSF-MM.
     move     WSE-Time to WS-Elapsed-HHMM.              *> end - start as HHMM
     move     WSE-Time to WS-Time-Remaining-HHMM.       *> end - start as HHMM
     move     zero to WS-Calc-Time.                     *> as 9(4) minutes
*>
 CA150-ENTER-LOGBK-MULTI.
     ACCEPT   FLT-MS AT 1002 with update.
     move     function upper-case (FLT-MS) to FLT-MS.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA150-ENTER-LOGBK-MULTI.
*>
     if       Menu-Option = "B"
       and    Cob-Crt-Status = Cob-Scr-F2
              go to CA032-get-next.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA150-ENTER-LOGBK-MULTI.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA130-ENTER-LOGBK-END.
*>
     IF       FLT-MS NOT = "M" AND "S"
              GO TO CA150-ENTER-LOGBK-MULTI.
     IF       FLT-MS = "S"
              DISPLAY "Single" AT 0727 WITH foreground-color COB-COLOR-CYAN
      ELSE    DISPLAY "Multi " AT 0727 WITH foreground-color COB-COLOR-CYAN.
*>
     IF       Aircraft-MS  = SPACE           *> Should NOT happen but left in.
        or    Aircraft-MS not = FLT-MS
              MOVE FLT-MS TO Aircraft-MS     *> will be updated at end of CA230 remarks
              GO TO CA160-ENTER-LOGBK-CAP.
*>
 CA160-ENTER-LOGBK-CAP.
     ACCEPT   FLT-Capacity AT 1006 with update.
     move     function upper-case (FLT-CAPACITY) to FLT-CAPACITY.
     if       FLT-Capacity (1:1) = "I"       *> support for Instructor (P)
              move "P1I" to FLT-Capacity.
     if       FLT-Capacity (1:1) = "T"       *> support for Trainer - Commercial (P).
              move "P1T" to FLT-Capacity.
     display  Flt-Capacity at 1006.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA160-ENTER-LOGBK-CAP.
*>
     if       Menu-Option = "B"
       and    Cob-Crt-Status = Cob-Scr-F2
              go to CA032-get-next.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA160-ENTER-LOGBK-CAP.
*>
     IF       Cob-Crt-Status = Cob-Scr-F8
              MOVE "ENTRY" TO HeKey
              PERFORM ZI400-Show-Help
              GO TO CA160-ENTER-LOGBK-CAP.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA150-ENTER-LOGBK-MULTI.
     IF       FLT-CAPACITY = "PUT"
              MOVE "P3 " TO FLT-CAPACITY.
     if       FLT-Capacity = "U/S"
              move "P1S" to FLT-Capacity
     IF       FLT-CAPACITY NOT = "P1 " AND "P1S" AND "P1I" AND "P1T" AND "P2 " AND "P3 "
                             and "E1 " and "E2 " and "N1 " and "N2 " and "R1 " and "R2 "
                             and "T1 " and "T2 "
              GO TO CA160-ENTER-LOGBK-CAP.
     IF       FLT-CAPACITY = "P2 "
        AND   FLT-MS = "S"
              DISPLAY FL008 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
              GO TO CA150-ENTER-LOGBK-MULTI.
     DISPLAY  space AT line ws-22-Lines col 01 with erase eol.
*>
*>   Instructional sector - capture the student and exercise code for
*>    the training records (CV000). Cleared for everything else.
*>
     IF       FLT-CAPACITY = "P1I" OR "P1T"
              PERFORM CA162-Enter-Student THRU CA162-Exit
     ELSE
              MOVE SPACES TO FLT-EXERCISE
              PERFORM CA163-Enter-Crew2 THRU CA163-Exit.
*>
     MOVE     ZERO TO FLT-INSTRUMENT.
     MOVE     ZERO TO FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2).
*>
  *> WSE-Time = ws-elapsed-time-hhmm & ws-time-remaining-hhmm
*>
*> Try and work out if flight starts at night using table but only for data entry NOT amend
*>  Remember Aviation definition of night is 30 minutes(ish) earlier than as
*>    defined for night Sun being 12 degrees below horizon. This could be different
*>     in some latitudes of the earth.
*>
     if       SW-Escaped = 1
              move zero to sw-escaped
              go to CD165-Bypass-Nite-Tests.
*>
 *> CD162-Test-For-Nite-Time.
     if       Save-FLT-Mth numeric
        and   NOT NONIGHT
        and   Save-Flt-HH numeric
        and   Save-FLT-HH < 24
        and   (NIM (SAVE-FLT-Mth) - 1) < Save-FLT-HH   *> deduct an hour so now must be night in any minute
              move 1 to SW-Its-Night
     else
              move zero to SW-Its-Night
     end-if
     move     zero to SW-Escaped.                 *> reset it.
     perform  CA164-Suggest-Night thru CA164-Exit.
     go       to CD165-Bypass-Nite-Tests.
*>
 CA164-Suggest-Night.
*>
*> Refines the rough NIM-table guess using the real civil twilight at
*>  the airfields' coordinates for the flight date (ZU100) - the part
*>  of FLT-START..end after the mean twilight of the two ends becomes
*>  the default night split offered at CA170/CA190. Falls back to the
*>  table silently when either airfield has no coordinates. Evening
*>  nightfall only, exactly as the table has always assumed.
*>
     MOVE     ZERO TO WS-Night-Suggest.
     IF       NONIGHT
              GO TO CA164-Exit.
     MOVE     FLT-FROM TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
              GO TO CA164-Exit.
     IF       AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO
              GO TO CA164-Exit.
     MOVE     AFLD-Latitude  TO WS-GC-Lat1.
     MOVE     AFLD-Longitude TO WS-GC-Lon1.
     PERFORM  ZU100-Calc-Twilight.
     IF       ERROR-CODE NOT = ZERO               *> polar - no usable twilight
              GO TO CA164-Exit.
     MOVE     WS-Twi-Mins TO WS-Twi-From-Mins WS-Twi-To-Mins.
     IF       FLT-TO NOT = FLT-FROM
              MOVE FLT-TO TO WS-ICAO-Code
              PERFORM ZE000-SEARCH-FOR-ICAO
              IF  ERROR-CODE NOT = ZERO
                AND (AFLD-Latitude NOT = ZERO OR AFLD-Longitude NOT = ZERO)
                  MOVE AFLD-Latitude  TO WS-GC-Lat1
                  MOVE AFLD-Longitude TO WS-GC-Lon1
                  PERFORM ZU100-Calc-Twilight
                  IF  ERROR-CODE = ZERO
                      MOVE WS-Twi-Mins TO WS-Twi-To-Mins
                  END-IF
              END-IF
     END-IF.
     COMPUTE  WS-Twi-Mins = (WS-Twi-From-Mins + WS-Twi-To-Mins) / 2.
     COMPUTE  WS-Flt-End-Abs = FLT-START + WS-Elapsed-Time.
     IF       FLT-START NOT < WS-Twi-Mins         *> whole flight after dark
              MOVE WS-Elapsed-Time TO WS-Night-Suggest
              MOVE 1 TO SW-Its-Night
              GO TO CA164-Exit.
     IF       WS-Flt-End-Abs > WS-Twi-Mins
              COMPUTE WS-Night-Suggest = WS-Flt-End-Abs - WS-Twi-Mins.
*>
 CA164-Exit. exit.
*>
 CA162-Enter-Student.
*>
*> Student name and syllabus exercise code for an instructional
*>  sector - the name is validated against the student file with the
*>  same add-on-the-spot offer the crew roster gives (FL051/FL094).
*>  Blank name skips both fields. New entries start blank; an Amend
*>  offers the held values for overtyping.
*>
     if       Menu-Option = "A"
              move spaces to FLT-CREW2 FLT-EXERCISE FLT-CREW2-CAP.
     DISPLAY  "Student [               ]  Exercise [    ]"
              AT line ws-21-Lines col 01 with foreground-color COB-COLOR-Yellow with erase eol.
     ACCEPT   FLT-CREW2 AT line ws-21-Lines col 10 with update.
     move     function upper-case (FLT-CREW2) to FLT-CREW2.
     IF       FLT-CREW2 = SPACES
              MOVE SPACES TO FLT-CREW2-CAP
              DISPLAY SPACE at line ws-21-Lines col 01 with erase eol
              GO TO CA162-Exit.
*>
     MOVE     FLT-CREW2 TO STU-NAME.
     READ     STUDENT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL094 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  MENU-REPLY AT line ws-22-Lines col 60
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
              IF      MENU-REPLY = "Y"
                      MOVE FLT-CREW2 TO STU-NAME
                      MOVE SPACES    TO STU-COURSE
                      MOVE FLT-DATE  TO STU-START
                      WRITE STUDENT-RECORD INVALID KEY CONTINUE END-WRITE
              ELSE
                      GO TO CA162-Enter-Student
              END-IF.
*>
     ACCEPT   FLT-EXERCISE AT line ws-21-Lines col 38 with update.
     move     function upper-case (FLT-EXERCISE) to FLT-EXERCISE.
     MOVE     "STU" TO FLT-CREW2-CAP.
     DISPLAY  SPACE at line ws-21-Lines col 01 with erase eol.
*>
 CA162-Exit. exit.
*>
 CA163-Enter-Crew2.
*>
*> Second crew member on a two-crew sector - blank means single
*>  crew. Validated against the roster the same way the captain is
*>  (FL051 offers to add a missing name); the saved flight is then
*>  cross-posted into their LOG= logbook by CA239.
*>
     if       Menu-Option = "A"
              move spaces to FLT-CREW2 FLT-CREW2-CAP.
     DISPLAY  "2nd crew [               ]  Cap [   ]"
              AT line ws-21-Lines col 01 with foreground-color COB-COLOR-Yellow with erase eol.
     ACCEPT   FLT-CREW2 AT line ws-21-Lines col 11 with update.
     move     function upper-case (FLT-CREW2) to FLT-CREW2.
     IF       FLT-CREW2 = SPACES
              MOVE SPACES TO FLT-CREW2-CAP
              DISPLAY SPACE at line ws-21-Lines col 01 with erase eol
              GO TO CA163-Exit.
     IF       FLT-CREW2 = FLT-CAPTAIN
              GO TO CA163-Enter-Crew2.
*>
     MOVE     FLT-CREW2 TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL051 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  MENU-REPLY AT line ws-22-Lines col 60
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
              IF      MENU-REPLY = "Y"
                      MOVE FLT-CREW2 TO WS-Tmp-Captain
                      PERFORM MD000-INSERT-PILOT
              ELSE
                      GO TO CA163-Enter-Crew2
              END-IF.
*>
     IF       FLT-CREW2-CAP = SPACES
              MOVE "P2 " TO FLT-CREW2-CAP.
     ACCEPT   FLT-CREW2-CAP AT line ws-21-Lines col 34 with update.
     move     function upper-case (FLT-CREW2-CAP) to FLT-CREW2-CAP.
     DISPLAY  SPACE at line ws-21-Lines col 01 with erase eol.
*>
 CA163-Exit. exit.
*>
 CA118-Start-To-UTC.
*>
*> Local departure time typed - convert to the UTC storage form via
*>  the departure airfield's offset (minutes ahead of UTC).
*>
     MOVE     FLT-FROM TO WS-ICAO-Code.
     PERFORM  ZU200-Local-Offset.
     COMPUTE  WS-Tz-Work = FLT-START - WS-Tz-Offset.
     IF       WS-Tz-Work < ZERO
              ADD 1440 TO WS-Tz-Work.
     IF       WS-Tz-Work NOT < 1440
              SUBTRACT 1440 FROM WS-Tz-Work.
     MOVE     WS-Tz-Work TO FLT-START.
*>
 CA118-Exit. exit.
*>
 CA119-End-To-UTC.
*>
*> As CA118 but the arrival time through the arrival airfield.
*>
     MOVE     FLT-TO TO WS-ICAO-Code.
     PERFORM  ZU200-Local-Offset.
     COMPUTE  WS-Tz-Work = FLT-END - WS-Tz-Offset.
     IF       WS-Tz-Work < ZERO
              ADD 1440 TO WS-Tz-Work.
     IF       WS-Tz-Work NOT < 1440
              SUBTRACT 1440 FROM WS-Tz-Work.
     MOVE     WS-Tz-Work TO FLT-END.
*>
 CA119-Exit. exit.
*>
 CD165-Bypass-Nite-Tests.
*>                                          *> Add F5, Save to prompt removing F2 & F4 (Next rec and Delete)
     display  WS-Scrn-Prompt5B at line ws-Lines col 01 with foreground-color COB-COLOR-White with erase eol
     move     WS-Zero-Time to WSE-Time.
     display  WSF-Time at 1012.    *> P1  day
     display  WSF-Time at 1020.    *> p23 day
     display  WSF-Time at 1032.    *> p1  night
     display  WSF-Time at 1040.    *> P23 Night
     IF       (FLT-CAPACITY = "P3 " OR "P2 " or "E2 " or "E3 " or "R2 " or "R3 ")
         and  SW-Its-Night = zero
              GO TO CA180-ENTER-LOGBK-DAY-P23.
     IF       (FLT-CAPACITY = "P3 " OR "P2 " or "E2 " or "E3 " or "R2 " or "R3 ")
         and  SW-Its-Night = 1
              go to CA200-Enter-Logbk-Night-P23.
     if       SW-Its-Night = 1               *> Must be P1
              go to CA190-ENTER-LOGBK-NIGHT-P1.
*>
 CA170-ENTER-LOGBK-DAY-P1.
     MOVE     ZERO TO WS-CALC-TIME.
     move     WS-Time-Remaining-HHMM to WSE-Time.    *> based on end & start times & recalc if Amend
*>
*>   When twilight gave a night suggestion, default the day part to
*>    elapsed-minus-night; the pilot overtypes if they disagree.
*>
     if       WS-Night-Suggest > zero
        and   WS-Night-Suggest < WS-Time-Remaining
              compute WS-WORK2 = WS-Time-Remaining - WS-Night-Suggest
              divide  WS-WORK2 by 60 giving WSF-HH remainder WSF-MM
              move    "." to WSF-DOT
     end-if
     display  "00.00" at 1032.
     ACCEPT   WSF-TIME AT 1012 with update.
     if       WSF-Time (1:1) = "Z" or "z"
              move zeros to WSE-Time
              DISPLAY wsf-time at 1012.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA170-ENTER-LOGBK-DAY-P1.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA170-ENTER-LOGBK-DAY-P1.
*>
     IF       Cob-Crt-Status = Cob-Scr-F5
          and Menu-Option = "B"
              GO TO CA235-Enter-Logbk-Save.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA160-ENTER-LOGBK-Cap.
     IF       WSE-TIME = ZERO
              move  zero to FLT-P1 (1)          *> is in Amend code
              GO TO CA190-ENTER-LOGBK-NIGHT-P1.
*>
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA170-ENTER-LOGBK-DAY-P1.
*>
     MOVE     WSH-TIME TO FLT-P1 (1).
     move     WSH-TIME TO WS-CALC-TIME.     *> in minutes
     perform  ZK000-Calc-Remaining.
     go       to  CA190-ENTER-LOGBK-NIGHT-P1.   *> now using time-remaining
*>
 CA180-ENTER-LOGBK-DAY-P23.
     MOVE     ZERO TO WS-CALC-TIME.
     move     WS-Time-Remaining-HHMM to WSE-Time.      *> based on end & start times.
     display  "00.00" at 1040.
     ACCEPT   WSF-TIME AT 1020 with update.
     if       WSF-Time (1:1) = "Z" or "z"
              move zeros to WSE-Time
              DISPLAY wsf-time at 1020.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA180-ENTER-LOGBK-DAY-P23.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA180-ENTER-LOGBK-DAY-P23.
*>
     IF       Cob-Crt-Status = Cob-Scr-F5
          and Menu-Option = "B"
              GO TO CA235-Enter-Logbk-Save.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA160-ENTER-LOGBK-cap.
*>
     IF       WSE-TIME = ZERO
              move zero to FLT-P23 (1)   *> as in Amend code
              GO TO CA200-ENTER-LOGBK-NIGHT-P23.
*>
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA180-ENTER-LOGBK-DAY-P23.
*>
     MOVE     WSH-TIME TO FLT-P23 (1).
     move     WSH-TIME TO WS-CALC-TIME.
     perform  ZK000-Calc-Remaining.
     go       to  CA200-ENTER-LOGBK-NIGHT-P23.   *> now using time-remaining
*>
 CA190-ENTER-LOGBK-NIGHT-P1.
     if       WS-Time-Remaining = zero
              go to CA210-ENTER-LOGBK-IFR.
*>
     move     WS-Time-Remaining-HHMM to WSE-Time.             *> based on end & start times.
     ACCEPT   WSF-TIME AT 1032 with update.
     if       WSF-Time (1:1) = "Z" or "z"
              move zeros to WSE-Time
              DISPLAY wsf-time at 1032.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA190-ENTER-LOGBK-NIGHT-P1.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA190-ENTER-LOGBK-NIGHT-P1.
*>
     IF       Cob-Crt-Status = Cob-Scr-F5
          and Menu-Option = "B"
              GO TO CA235-Enter-Logbk-Save.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              move 1 to sw-escaped
              GO TO CA170-ENTER-LOGBK-DAY-P1.
     IF       WSE-TIME = ZERO            *> no night time entered
              move  zero to FLT-P1 (2)   *> in amend code
              GO TO CA210-ENTER-LOGBK-IFR.
*>
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA190-ENTER-LOGBK-NIGHT-P1.
*>
     MOVE     WSH-TIME TO FLT-P1 (2).
     ADD      WSH-TIME TO WS-CALC-TIME.
     GO       TO CA210-ENTER-LOGBK-IFR.
*>
 CA200-ENTER-LOGBK-NIGHT-P23.
     if       WS-Time-Remaining = zero
              go to CA210-ENTER-LOGBK-IFR.
*>
     move     WS-Elapsed-HHMM to WSE-Time.             *> based on end & start times.
     ACCEPT   WSF-TIME AT 1040 with update.
     if       WSF-Time (1:1) = "Z" or "z"
              move zeros to WSE-Time
              DISPLAY wsf-time at 1040.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA200-ENTER-LOGBK-NIGHT-P23.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA200-ENTER-LOGBK-NIGHT-P23.
*>
     IF       Cob-Crt-Status = Cob-Scr-F5
          and Menu-Option = "B"
              GO TO CA235-Enter-Logbk-Save.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              move 1 to sw-escaped
              GO TO CA180-ENTER-LOGBK-day-p23.
     IF       WSE-TIME = ZERO
              move zero to FLT-P23 (2)
              GO TO CA210-ENTER-LOGBK-IFR.
*>
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA200-ENTER-LOGBK-NIGHT-P23.
*>
     MOVE     WSH-TIME TO FLT-P23 (2).
     ADD      WSH-TIME TO WS-CALC-TIME.
*>
 CA210-ENTER-LOGBK-IFR.
     MOVE     ZERO TO WSE-TIME.
     ACCEPT   WSF-TIME AT 1052 with update.
     if       WSF-Time (1:1) = "Z" or "z"
              move zeros to WSE-Time
              DISPLAY wsf-time at 1052.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA210-ENTER-LOGBK-IFR.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA210-ENTER-LOGBK-IFR.
*>
     IF       Cob-Crt-Status = Cob-Scr-F5
          and Menu-Option = "B"
              GO TO CA235-Enter-Logbk-Save.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10           *> go back to DAY entry P!
        and   (flt-p1 (1) not = zero or  flt-p1 (2) not = zero)
              subtract flt-p1 (1) flt-p1 (2) from ws-calc-time
              GO TO CA170-ENTER-LOGBK-Day-p1.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10           *> go back to DAY entry P23
        and   (flt-p23 (1) not = zero or  flt-p23 (2) not = zero)
              subtract flt-p23 (1) flt-p23 (2) from ws-calc-time
              GO TO CA180-ENTER-LOGBK-Day-p23.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10          *> to CAP entry if no times present.
              GO TO CA160-ENTER-LOGBK-cap.
     IF       WSE-TIME = ZERO
              move zero to FLT-Instrument    *> in Amend code
              GO TO CA215-ENTER-LOGBK-Inst-Test.
*>
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA210-ENTER-LOGBK-IFR.
*>
     MOVE     WSH-TIME TO FLT-INSTRUMENT.
*>
 CA215-Enter-Logbk-Inst-Test.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
*>
*>   A lapsed (or missing) instrument rating with IFR time logged is
*>    exactly what the rating file exists to catch - advisory only.
*>
     IF       FLT-INSTRUMENT > ZERO
              MOVE FLT-CAPTAIN TO WS-Rtg-Pilot
              PERFORM ZT210-Any-Ratings
              IF  WS-Rtg-Any NOT = ZERO
                  MOVE "IR" TO WS-Rtg-Code
                  PERFORM ZT200-Check-Rating
                  IF  ERROR-CODE NOT = 1
                      DISPLAY FL091 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
                      ACCEPT  WS-Reply AT line ws-22-Lines col 60
                      DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
                  END-IF
              END-IF
     END-IF.
*>
*>   Instrument time must be not be > than total time logged
*>
     IF       FLT-INSTRUMENT not > WS-ELAPSED-TIME
        AND   WS-ELAPSED-TIME = WS-CALC-TIME
              GO TO CA230-ENTER-LOGBK-REMARKS.
*>
*>  Something is wrong
*>
     IF       WS-ELAPSED-TIME > WS-CALC-TIME
         and  FLT-Capacity not = "P3 "
              MOVE "PD;" TO FLT-REMARKS
              GO TO CA230-ENTER-LOGBK-REMARKS.
*>
     IF       WS-ELAPSED-TIME < WS-CALC-TIME
              GO TO CA220-ENTER-LOGBK-TIME-ERROR.
*>
     IF       FLT-INSTRUMENT < WS-ELAPSED-TIME
              GO TO CA230-ENTER-LOGBK-REMARKS.
*>
 CA220-ENTER-LOGBK-TIME-ERROR.
     DISPLAY  FL009 AT line ws-22-Lines col 01 with foreground-color COB-color-Red.
     DISPLAY  FL022 AT line ws-23-Lines col 01 with foreground-color COB-color-Red.
     GO       TO CA120-ENTER-LOGBK-START.
*>
 CA230-ENTER-LOGBK-REMARKS.
     if       Menu-Option = "A"
              ACCEPT   FLT-REMARKS AT 1061
     else
              accept   FLT-Remarks at 1061 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
*>
     IF       Cob-Crt-Status = Cob-Scr-F1
              perform CA240-display-AFLD
              GO TO CA230-ENTER-LOGBK-Remarks.
*>
     IF       Cob-Crt-Status = Cob-Scr-F3
              perform CA250-display-acft
              GO TO CA230-ENTER-LOGBK-Remarks.
*>
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA210-ENTER-LOGBK-IFR.
*>
 CA231-Enter-Logbk-Hobbs.
*>
*> Hobbs meter readings are optional - zero/zero is left as zero and
*>   simply not printed on reports (see CW/report changes).
*>
     if       Menu-Option = "A"
              move     zeros to WSH-HOBBS
     else
              move     FLT-HOBBS-OUT to WS-WORK1
              perform  ZG020-RESTORE-HOBBS
     end-if
     ACCEPT   WSH-HOBBS AT 1502 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA230-ENTER-LOGBK-REMARKS.
     PERFORM  ZF020-CONVERT-HOBBS.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA231-Enter-Logbk-Hobbs.
     MOVE     WS-WORK1 TO FLT-HOBBS-OUT.
*>
     if       Menu-Option = "A"
              move     zeros to WSH-HOBBS
     else
              move     FLT-HOBBS-IN to WS-WORK1
              perform  ZG020-RESTORE-HOBBS
     end-if
     ACCEPT   WSH-HOBBS AT 1513 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA231-Enter-Logbk-Hobbs.
     PERFORM  ZF020-CONVERT-HOBBS.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA231-Enter-Logbk-Hobbs.
     MOVE     WS-WORK1 TO FLT-HOBBS-IN.
*>
 CA231B-Enter-Logbk-Fuel.
*>
*> Fuel uplift/remaining are optional whole-unit (litres) figures,
*>  entered directly with no conversion, same optional-and-left-zero
*>  treatment as the Hobbs readings above.
*>
     if       Menu-Option = "A"
              move     zeros to FLT-FUEL-UPLIFT.
     ACCEPT   FLT-FUEL-UPLIFT AT 1702 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA231-Enter-Logbk-Hobbs.
     IF       FLT-FUEL-UPLIFT NOT NUMERIC
              MOVE ZEROS TO FLT-FUEL-UPLIFT
              GO TO CA231B-Enter-Logbk-Fuel.
*>
     if       Menu-Option = "A"
              move     zeros to FLT-FUEL-REMAINING.
     ACCEPT   FLT-FUEL-REMAINING AT 1715 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA231B-Enter-Logbk-Fuel.
     IF       FLT-FUEL-REMAINING NOT NUMERIC
              MOVE ZEROS TO FLT-FUEL-REMAINING
              GO TO CA231B-Enter-Logbk-Fuel.
*>
 CA231E-Enter-Logbk-Oil.
*>
*> Oil uplift is optional, entered as litres to one decimal and held
*>  as tenths, the same scheme as the Hobbs readings. Feed for the
*>  consumption-trend report OV000.
*>
     if       Menu-Option = "A"
              move     zeros to WSO-OIL
     else
              if       FLT-OIL-UPLIFT not numeric
                       move zeros to FLT-OIL-UPLIFT
              end-if
              divide   FLT-OIL-UPLIFT by 10 giving WSO-OIL-WHOLE
                       remainder WSO-OIL-TENTH
              move     "." to WSO-OIL-DOT
     end-if
     ACCEPT   WSO-OIL AT 1731 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CA231B-Enter-Logbk-Fuel.
     IF       WSO-OIL-WHOLE NOT NUMERIC OR WSO-OIL-TENTH NOT NUMERIC
              GO TO CA231E-Enter-Logbk-Oil.
     COMPUTE  FLT-OIL-UPLIFT = (WSO-OIL-WHOLE * 10) + WSO-OIL-TENTH.
*>
 CA231F-Enter-Logbk-Wind.
*>
*> Surface wind and runway in use at each end, all optional (zero /
*>  spaces = not captured) - the crosswind-experience report ON500
*>  computes the component from these against the runway heading.
*>
     display  "Wind dep ddd/kk rwy  arr ddd/kk rwy" at 1840
              with foreground-color COB-COLOR-Yellow.
     display  "[   ] [  ] [  ]     [   ] [  ] [  ]" at 1940
              with foreground-color COB-COLOR-Yellow.
     if       Menu-Option = "A"
              move zeros  to FLT-DEP-WIND-DIR FLT-DEP-WIND-SPD
                             FLT-ARR-WIND-DIR FLT-ARR-WIND-SPD
              move spaces to FLT-DEP-RWY FLT-ARR-RWY.
     accept   FLT-DEP-WIND-DIR at 1941 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CA030-ENTER-LOGBK-DATE.
     if       FLT-DEP-WIND-DIR not numeric
              move zeros to FLT-DEP-WIND-DIR.
     accept   FLT-DEP-WIND-SPD at 1947 with update.
     if       FLT-DEP-WIND-SPD not numeric
              move zeros to FLT-DEP-WIND-SPD.
     accept   FLT-DEP-RWY at 1952 with update.
     accept   FLT-ARR-WIND-DIR at 1961 with update.
     if       FLT-ARR-WIND-DIR not numeric
              move zeros to FLT-ARR-WIND-DIR.
     accept   FLT-ARR-WIND-SPD at 1967 with update.
     if       FLT-ARR-WIND-SPD not numeric
              move zeros to FLT-ARR-WIND-SPD.
     accept   FLT-ARR-RWY at 1972 with update.
     display  space at 1840 with erase eol.
     display  space at 1940 with erase eol.
*>
 CA231C-Enter-Logbk-WB.
*>
*> Weight & balance check - only runs when a W&B datum record is held
*>  for the aircraft type (Ops menu option C). Takeoff fuel defaults
*>  to the uplift just entered; occupants and baggage are prompted.
*>  The computed takeoff mass is kept on the flight record for the
*>  loading history, and MTOW/CG-envelope busts are warned (advisory,
*>  same as the overlap check below - the flight already happened).
*>
     MOVE     ZERO TO FLT-TO-MASS.
     MOVE     FLT-AC-TYPE TO WB-AC-TYPE.
     READ     WBDATUM-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA232-Check-Overlap.
*>
     DISPLAY  "Occupants  Baggage kg  T/O Fuel L" AT 1801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "[9]        [999]       [9999]"     AT 1901 WITH foreground-color COB-COLOR-Yellow.
     MOVE     1 TO WS-WB-Occupants.
     ACCEPT   WS-WB-Occupants AT 1902 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              PERFORM CA231D-Clear-WB
              GO TO CA030-ENTER-LOGBK-DATE.
     IF       Cob-Crt-Status = Cob-Scr-F10
              PERFORM CA231D-Clear-WB
              GO TO CA231B-Enter-Logbk-Fuel.
     IF       WS-WB-Occupants NOT NUMERIC
              MOVE 1 TO WS-WB-Occupants.
     MOVE     ZERO TO WS-WB-Baggage.
     ACCEPT   WS-WB-Baggage AT 1913 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              PERFORM CA231D-Clear-WB
              GO TO CA030-ENTER-LOGBK-DATE.
     IF       WS-WB-Baggage NOT NUMERIC
              MOVE ZERO TO WS-WB-Baggage.
     MOVE     FLT-FUEL-UPLIFT TO WS-WB-TO-Fuel.
     ACCEPT   WS-WB-TO-Fuel AT 1925 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              PERFORM CA231D-Clear-WB
              GO TO CA030-ENTER-LOGBK-DATE.
     IF       WS-WB-TO-Fuel NOT NUMERIC
              MOVE FLT-FUEL-UPLIFT TO WS-WB-TO-Fuel.
*>
     COMPUTE  WS-WB-Mass ROUNDED = WB-EMPTY-WT
                           + (WS-WB-Occupants * WS-WB-Std-Crew-Wt)
                           + WS-WB-Baggage
                           + (WS-WB-TO-Fuel * WS-WB-Fuel-Density).
     COMPUTE  WS-WB-Moment ROUNDED = (WB-EMPTY-WT * WB-EMPTY-ARM)
                           + (WS-WB-Occupants * WS-WB-Std-Crew-Wt * WB-SEAT-ARM)
                           + (WS-WB-Baggage * WB-BAG-ARM)
                           + (WS-WB-TO-Fuel * WS-WB-Fuel-Density * WB-FUEL-ARM).
     IF       WS-WB-Mass = ZERO
              PERFORM CA231D-Clear-WB
              GO TO CA232-Check-Overlap.
     COMPUTE  WS-WB-CG ROUNDED = WS-WB-Moment / WS-WB-Mass.
     MOVE     WS-WB-Mass TO FLT-TO-MASS.
     MOVE     WS-WB-Mass TO WS-WB-Mass-Disp.
     MOVE     WS-WB-CG   TO WS-WB-CG-Disp.
     DISPLAY  "T/O Mass kg        CG m" AT 1836 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  WS-WB-Mass-Disp AT 1936 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-WB-CG-Disp   AT 1955 WITH foreground-color COB-COLOR-CYAN.
*>
     IF       WS-WB-Mass > WB-MTOW
        AND   WB-MTOW NOT = ZERO
              DISPLAY FL073 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 73
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
     IF       WB-CG-AFT NOT = ZERO
        AND   (WS-WB-CG < WB-CG-FWD OR WS-WB-CG > WB-CG-AFT)
              DISPLAY FL074 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 73
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
     PERFORM  CA231D-Clear-WB.
     GO       TO CA232-Check-Overlap.
*>
 CA231D-Clear-WB.
     DISPLAY  SPACE AT 1801 with erase eol.
     DISPLAY  SPACE AT 1901 with erase eol.
*>
 CA232-Check-Overlap.
*>
*> Compares the entry about to be saved against the immediately
*>  preceding record on Flightlog-File (by date/time key) and warns,
*>  rather than blocks, if the previous entry's end time runs past
*>  this one's start (an impossible/overlapping pair of sectors) or
*>  if the same Captain is already logged on a different registration
*>  at an overlapping time. Genuine two-pilot/safety-pilot sectors can
*>  legitimately overlap so this is advisory only.
*>
     MOVE     FLIGHTLOG-RECORD TO WS-Ovl-Save-Record.
     START    Flightlog-File KEY IS LESS THAN FLT-Date-Time-Key
              INVALID KEY  MOVE 1 TO SW-Ovl-None.
     IF       SW-Ovl-None = 1
              MOVE ZERO TO SW-Ovl-None
              GO TO CA232-Exit.
     READ     Flightlog-File NEXT RECORD AT END  MOVE 1 TO SW-Ovl-None.
     IF       SW-Ovl-None = 1
              MOVE ZERO TO SW-Ovl-None
              MOVE WS-Ovl-Save-Record TO FLIGHTLOG-RECORD
              GO TO CA232-Exit.
     MOVE     FLT-DATE    TO WS-Ovl-Date.
     MOVE     FLT-END     TO WS-Ovl-End.
     MOVE     FLT-CAPTAIN TO WS-Ovl-Captain.
     MOVE     FLT-AC-REG  TO WS-Ovl-Reg.
     MOVE     WS-Ovl-Save-Record TO FLIGHTLOG-RECORD.
*>
     IF       WS-Ovl-Date = FLT-Date
        AND   WS-Ovl-End > FLT-Start
              DISPLAY FL057 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 73
     END-IF.
     IF       WS-Ovl-Captain = FLT-Captain
        AND   WS-Ovl-Date = FLT-Date
        AND   WS-Ovl-Reg NOT = FLT-AC-Reg
        AND   WS-Ovl-End > FLT-Start
              DISPLAY FL058 AT LINE ws-23-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-23-Lines COL 73
     END-IF.
*>
 CA232-Exit. exit.
*>
 CA233-Duplicate-Entry-Warning.
*>
*> Same duplicate-key situation F510-Read-CSV-File already warns about
*>   for a CSV import (same Captain/date/time combination already on
*>   file) - reuses its FL041 message here so an interactive entry
*>   gets the same friendly wording instead of the generic FS-Reply
*>   "should not happen" message, and sends the operator back to fix
*>   the start time instead of losing everything they just typed.
*>
     DISPLAY  FL041 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL.
     MOVE     FLT-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  WS-Test-Date AT LINE ws-22-Lines COL 40 WITH foreground-color COB-COLOR-YELLOW.
     DISPLAY  " at " AT LINE ws-22-Lines COL 50 WITH foreground-color COB-COLOR-YELLOW.
     DIVIDE   FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME AT LINE ws-22-Lines COL 54 WITH foreground-color COB-COLOR-YELLOW.
     ACCEPT   WS-REPLY AT LINE ws-22-Lines COL 73.
     DISPLAY  SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
*>
 CA233-Exit. exit.
*>
 CA234-Calc-Distance.
*>
*> Derives the FROM-TO great-circle distance from the airfield
*>  lat/longs (zero when either end has no coordinates yet) and
*>  stores it on the record, then sanity-checks the implied ground
*>  speed against the engine class - absurd speed usually means
*>  swapped FROM/TO or a fat-fingered time that the overlap check
*>  can't see. Advisory only, like the overlap warning.
*>
     MOVE     ZERO TO FLT-DISTANCE.
     IF       FLT-FROM = FLT-TO
              GO TO CA234-Exit.
     MOVE     FLT-FROM TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
              GO TO CA234-Exit.
     IF       AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO
              GO TO CA234-Exit.
     MOVE     AFLD-Latitude  TO WS-GC-Lat1.
     MOVE     AFLD-Longitude TO WS-GC-Lon1.
     MOVE     FLT-TO TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
              GO TO CA234-Exit.
     IF       AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO
              GO TO CA234-Exit.
     MOVE     AFLD-Latitude  TO WS-GC-Lat2.
     MOVE     AFLD-Longitude TO WS-GC-Lon2.
     PERFORM  ZU000-Calc-Distance.
     MOVE     WS-GC-Distance TO FLT-DISTANCE.
     IF       FLT-DISTANCE = ZERO
              GO TO CA234-Exit.
*>
     MOVE     FLT-END TO WS-GC-Mins.
     IF       FLT-END NOT > FLT-START                *> over midnight
              ADD 1440 TO WS-GC-Mins.
     SUBTRACT FLT-START FROM WS-GC-Mins.
     IF       WS-GC-Mins = ZERO
              GO TO CA234-Exit.
     COMPUTE  WS-GC-Speed = (FLT-DISTANCE * 60) / WS-GC-Mins.
     IF       (FLT-MS = "S" AND WS-GC-Speed > WS-GC-Max-Speed-S)
        OR    (FLT-MS = "M" AND WS-GC-Speed > WS-GC-Max-Speed-M)
        OR    (FLT-DISTANCE > 20 AND WS-GC-Speed < 40)
              DISPLAY FL079 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 73
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
*>
 CA234-Exit. exit.
*>
 CA235-Enter-Logbk-Save.
*>
*>  Update Aircraft and airfield (from and to if different) last flt dates.
*>   but only for if date > than stored - read it with rewrite for reg processing.
*>
     PERFORM  CA234-Calc-Distance THRU CA234-Exit.
     PERFORM  CA232-Check-Overlap.
     PERFORM  CA241-Check-FTL THRU CA241-Exit.
     DISPLAY  SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
     DISPLAY  SPACE AT LINE ws-23-Lines COL 01 WITH ERASE EOL.
       if     FLT-Date > Aircraft-Last-Flt
              move     FLT-Date to Aircraft-Last-Flt
              rewrite  Aircraft-Record invalid key          *> More for testing as should NOT happen
                       display FL025 at 1201 with erase eol
                       accept  ws-reply at 1267
                       display space at 1201 with erase eol
              end-rewrite.
*>
*> Now Airfields, but only do date update if later - in case of Amend mode.
*>
     move     FLT-From to WS-ICAO-Code
     perform  ZE000-SEARCH-FOR-ICAO
     if       Error-Code = 1
       and    FLT-Date > AFLD-Last-Flt
              move FLT-Date to AFLD-Last-Flt
              rewrite Airfield-Record
     end-if
     if       FLT-From not = FLT-To
              move     FLT-TO to WS-ICAO-Code
              perform  ZE000-SEARCH-FOR-ICAO
              if       Error-Code = 1
                and    FLT-Date > AFLD-Last-Flt
                       move FLT-Date to AFLD-Last-Flt
                       rewrite Airfield-Record
              end-if
     end-if
*>
*> Now the flight record
*>
     if       Menu-Option = "A"
              WRITE    FLIGHTLOG-RECORD
                       INVALID KEY  PERFORM  CA233-Duplicate-Entry-Warning
                                    GO TO     CA120-ENTER-LOGBK-START
              END-WRITE
     else
      if      Menu-Option = "B"
          and Save-Flt-Date-Time-Key = FLT-Date-Time-Key
              rewrite  Flightlog-Record
      else
              write  Flightlog-Record              *> create new rec for NEW date/time
                     INVALID KEY  PERFORM  CA233-Duplicate-Entry-Warning
                                  GO TO     CA120-ENTER-LOGBK-START
              END-WRITE
      end-if
     end-if
     IF       FS-REPLY = "51"                       *> Another user holds it - see ZS000.
              PERFORM ZS000-Record-Lock-Retry
              IF  Return-Code = 1
                  GO TO CA235-Enter-Logbk-Save
              ELSE
                  GO TO CA030-ENTER-LOGBK-Date
              END-IF.
     IF       FS-REPLY NOT = "00"                   *> should not happen but JIC
              perform  zza-file-status
              DISPLAY FL010 at line ws-22-Lines col 01  with foreground-color COB-color-Red
              accept  ws-reply at line ws-22-Lines col 73
              GO TO CA999-Exit.
*>
*>  Journal the update - a straight amend is an R with its before
*>    image; a new entry (or an amend that moved the key, handled as
*>    write-new + delete-old below) is a W.
*>
     MOVE     "FL" TO WS-Jnl-File-Id.
     MOVE     FLIGHTLOG-RECORD TO WS-Jnl-After.
     if       Menu-Option = "B"
        and   Save-FLT-Date-Time-Key = FLT-Date-Time-Key
              MOVE "R" TO WS-Jnl-Action
              MOVE WS-Jnl-Flt-Before TO WS-Jnl-Before
     else
              MOVE "W" TO WS-Jnl-Action
              MOVE SPACES TO WS-Jnl-Before.
     PERFORM  ZJ500-Write-Journal.
*>
*>  Post the running monthly totals - only here, after the lock
*>    retry and status tests have confirmed the write landed (the
*>    CB550/CQ039 discipline; ZT700 runs its own I/O through
*>    FS-REPLY, so posting any earlier would mask a locked save).
*>    A straight amend backs its before image out first; a key-moved
*>    amend backs the old image out in the delete block below.
*>
     if       Menu-Option = "B"
        and   Save-FLT-Date-Time-Key = FLT-Date-Time-Key
              MOVE FLIGHTLOG-RECORD TO WS-Mtt-Save
              MOVE WS-Jnl-Flt-Before TO FLIGHTLOG-RECORD
              MOVE -1 TO WS-Mtt-Sign
              PERFORM ZT700-Post-Mth-Totals
              PERFORM ZT960-Post-Components
              MOVE WS-Mtt-Save TO FLIGHTLOG-RECORD
     end-if
     MOVE     +1 TO WS-Mtt-Sign.
     PERFORM  ZT700-Post-Mth-Totals
     PERFORM  ZT960-Post-Components.
*>
*> If menu-option "B" and date-time changed, delete OLD record but save current new date-time.
*>  and restore after deleting
*>
     move     FLT-Date-Time-Key to WS-Backup-Date-Time-Key.       *> save current flt date-time
     if       Menu-Option = "B"
        and   Save-FLT-Date-Time-Key not = FLT-Date-Time-Key
              move Save-FLT-Date-Time-Key to FLT-Date-Time-Key
              delete Flightlog-File Record                        *> Delete the old rec date-time
              MOVE "FL" TO WS-Jnl-File-Id
              MOVE "D"  TO WS-Jnl-Action
              MOVE WS-Jnl-Flt-Before TO WS-Jnl-Before
              PERFORM ZJ500-Write-Journal
*>   the deleted image comes off the monthly totals too.
              MOVE FLIGHTLOG-RECORD TO WS-Mtt-Save
              MOVE WS-Jnl-Flt-Before TO FLIGHTLOG-RECORD
              MOVE -1 TO WS-Mtt-Sign
              PERFORM ZT700-Post-Mth-Totals
              PERFORM ZT960-Post-Components
              MOVE WS-Mtt-Save TO FLIGHTLOG-RECORD
              move WS-Backup-Date-Time-Key to Save-FLT-Date-Time-Key   *> restore current date-time
     end-if
*>
     display  space at line ws-22-Lines col 01 with erase eol.
     display  space at line ws-23-Lines col 01 with erase eol.
*>
     IF       Menu-Option = "A"
        AND   FLT-CREW2 NOT = SPACES
        AND   FLT-CREW2-CAP NOT = SPACES
              PERFORM CA239-Cross-Post THRU CA239-Exit.
     IF       Menu-Option = "A"
              PERFORM CA249-Match-Authorisation THRU CA249-Exit.
     PERFORM  CA251-Check-Daily-Inspection THRU CA251-Exit.
     PERFORM  CA253-Trip-Leg THRU CA253-Exit.
     PERFORM  CA237-Accrue-Fees THRU CA237-Exit.
     PERFORM  CA238-Offer-Defect THRU CA238-Exit.
     PERFORM  CA242-Enter-Manifest THRU CA242-Exit.
     PERFORM  CA243-Check-GAR THRU CA243-Exit.
     PERFORM  CA247-Post-Fuel-Stock THRU CA247-Exit.
     PERFORM  CA236-Enter-Duty-Times THRU CA236-Exit.
*>
     GO       TO CA030-ENTER-LOGBK-Date.
*>
 CA237-Accrue-Fees.
*>
*> Accrues the landing and handling fees for this sector at the
*>  destination airfield, priced from the latest schedule effective
*>  on the flight date - one ledger line per saved flight, reconciled
*>  monthly against the airfields' invoices by OJ000. No schedule (or
*>  an all-zero one) simply accrues nothing. The record has never
*>  carried per-sector landing counts, so one landing is accrued.
*>  New entries only - re-saving under Amend must not accrue the
*>  same sector twice.
*>
     IF       Menu-Option NOT = "A"
              GO TO CA237-Exit.
     MOVE     ZERO TO WS-Exr-Unconverted.
     MOVE     FLT-TO   TO WS-Fee-Icao.
     MOVE     FLT-DATE TO WS-Fee-Date.
     PERFORM  ZT100-Lookup-Fee.
     IF       WS-Exr-Unconverted NOT = ZERO
              DISPLAY FL113 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 60
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
     IF       ERROR-CODE = ZERO
              GO TO CA237-Exit.
     IF       WS-Fee-Landing = ZERO AND WS-Fee-Handling = ZERO
              GO TO CA237-Exit.
     OPEN     EXTEND FEEACCRUAL-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT FEEACCRUAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO CA237-Exit.
     MOVE     FLT-DATE       TO FAC-DATE.
     MOVE     FLT-AC-REG     TO FAC-REG.
     MOVE     FLT-TO         TO FAC-ICAO.
     MOVE     WS-Fee-Landing  TO FAC-LANDING.
     MOVE     WS-Fee-Handling TO FAC-HANDLING.
     COMPUTE  FAC-TOTAL = WS-Fee-Landing + WS-Fee-Handling.
     MOVE     SPACE TO FAC-MATCH.
     WRITE    FEE-ACCRUAL-RECORD.
     CLOSE    FEEACCRUAL-FILE.
*>
 CA237-Exit.  exit.
*>
 CA238-Offer-Defect.
*>
*> "Any defects?" after the flight is saved - raises numbered tech
*>  log entries against the registration just flown. N (the default)
*>  skips straight on to the duty times.
*>
     display  "Any defects to record? [N]" at line ws-21-Lines col 01
              with foreground-color COB-COLOR-Yellow with erase eol.
     move     "N" to Menu-Reply.
     accept   Menu-Reply at line ws-21-Lines col 25 with update.
     move     function upper-case (Menu-Reply) to Menu-Reply.
     display  space at line ws-21-Lines col 01 with erase eol.
     if       Menu-Reply not = "Y"
              go to CA238-Exit.
*>
     MOVE     FLT-AC-REG TO WS-Tmp-Tlg-Reg.
     PERFORM  ZT310-Next-Defect-No.
     MOVE     FLT-AC-REG     TO TLG-AC-REG.
     MOVE     WS-Tlg-Next-No TO TLG-DEFECT-NO.
     MOVE     FLT-DATE       TO TLG-RAISED-DATE.
     MOVE     "R"            TO TLG-STATUS.
     MOVE     ZERO           TO TLG-DEFER-EXPIRY TLG-CLEARED-DATE.
     MOVE     SPACES         TO TLG-TEXT TLG-CLEARED-BY.
*>
     display  "Severity A/B/C [C]  Defect [" at line ws-21-Lines col 01
              with foreground-color COB-COLOR-Yellow with erase eol.
     display  "]" at line ws-21-Lines col 90 with foreground-color COB-COLOR-Yellow.
     move     "C" to TLG-SEVERITY.
     accept   TLG-SEVERITY at line ws-21-Lines col 17 with update.
     move     function upper-case (TLG-SEVERITY) to TLG-SEVERITY.
     IF       TLG-SEVERITY NOT = "A" AND NOT = "B" AND NOT = "C"
              MOVE "C" TO TLG-SEVERITY.
     accept   TLG-TEXT at line ws-21-Lines col 29 with update.
     display  space at line ws-21-Lines col 01 with erase eol.
     IF       TLG-TEXT = SPACES
              go to CA238-Exit.
     MOVE     SPACES TO TLG-ATA.
     display  "ATA chapter [  ]  (blank = not known)" at line ws-21-Lines col 01
              with foreground-color COB-COLOR-Yellow with erase eol.
     accept   TLG-ATA at line ws-21-Lines col 14 with update.
     PERFORM  ZT330-Check-Ata.
     display  space at line ws-21-Lines col 01 with erase eol.
*>
     WRITE    TECHLOG-RECORD INVALID KEY CONTINUE END-WRITE.
     go       to CA238-Offer-Defect.      *> offer another.
*>
 CA238-Exit.  exit.
*>
 CA239-Cross-Post.
*>
*> Cross-posts a two-crew sector into the other pilot's LOG= logbook
*>  (name-flitelog.dat, the file a "flightlog LOG=name" session uses)
*>  with the crew seats and capacities swapped, so one entry serves
*>  both crew. The other logbook is created on first use. New
*>  entries only - an amend does not chase the posted copy.
*>
     MOVE     FLIGHTLOG-RECORD TO WS-Xpost-Save.
     MOVE     FLT-CAPTAIN   TO WS-Xpost-Tmp.
     MOVE     FLT-CAPACITY  TO WS-Xpost-Cap.
     MOVE     FLT-CREW2     TO FLT-CAPTAIN.
     MOVE     FLT-CREW2-CAP TO FLT-CAPACITY.
     MOVE     WS-Xpost-Tmp  TO FLT-CREW2.
     MOVE     WS-Xpost-Cap  TO FLT-CREW2-CAP.
*>
     MOVE     SPACES TO WS-Crosspost-Dat-Name.
     STRING   function trim (FLT-CAPTAIN) "-flitelog.dat"
              DELIMITED BY SIZE INTO WS-Crosspost-Dat-Name.
     IF       WS-Crosspost-Dat-Name = WS-Flitelog-Dat-Name
              GO TO CA239-Restore.          *> that IS this logbook.
*>
     OPEN     I-O CROSSPOST-FILE.
     IF       FS-REPLY NOT = "00"
              CLOSE CROSSPOST-FILE
              OPEN  OUTPUT CROSSPOST-FILE
              CLOSE CROSSPOST-FILE
              OPEN  I-O CROSSPOST-FILE.
     IF       FS-REPLY = "00"
              MOVE FLIGHTLOG-RECORD TO CROSSPOST-RECORD
              WRITE CROSSPOST-RECORD INVALID KEY CONTINUE END-WRITE
              CLOSE CROSSPOST-FILE.
*>
 CA239-Restore.
     MOVE     WS-Xpost-Save TO FLIGHTLOG-RECORD.
*>
 CA239-Exit.  exit.
*>
 CA236-Enter-Duty-Times.
*>
*> Optional Captain duty/rest hours capture, one record per Captain
*>   per duty day - blank either time to skip. Kept a separate small
*>   indexed file rather than widening FLIGHTLOG-RECORD (only 3 bytes
*>   of filler left there) since a duty day can cover several sectors
*>   and isn't naturally 1-for-1 with a flight record anyway.
*>
     display  "Duty start/end times, blank to skip [hh:mm]"
                                     at line ws-21-Lines col 01 with foreground-color COB-COLOR-Yellow with erase eol.
     display  "Duty start" at line ws-22-Lines col 01 with foreground-color COB-COLOR-Yellow with erase eol.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT line ws-22-lines col 20 with update.
     if       WSF-Time (1:2) = spaces or = zero
              go to CA236-Exit.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA236-Exit.
     MOVE     WSH-TIME TO DUTY-START.
*>
     display  "Duty end  " at line ws-23-Lines col 01 with foreground-color COB-COLOR-Yellow with erase eol.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT line ws-23-lines col 20 with update.
     if       WSF-Time (1:2) = spaces or = zero
              go to CA236-Exit.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CA236-Exit.
     MOVE     WSH-TIME TO DUTY-END.
*>
     MOVE     FLT-CAPTAIN TO DUTY-CAPTAIN.
     MOVE     FLT-DATE    TO DUTY-DATE.
     READ     DUTY-FILE INVALID KEY MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              REWRITE  DUTY-RECORD
     ELSE
              WRITE    DUTY-RECORD
     END-IF.
*>
     COMPUTE  WS-Duty-Mins = DUTY-END - DUTY-START.
     IF       WS-Duty-Mins < 0
              ADD  1440 TO WS-Duty-Mins.
     MOVE     DUTY-DATE TO WS-Duty-From-7 WS-Duty-From-28.
     MOVE     "-" TO ZR-Sign.
     MOVE     DUTY-DATE TO ZR-Date1.
     MOVE     6 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Duty-From-7.
     MOVE     27 TO ZR-DaysArg.
     MOVE     DUTY-DATE TO ZR-Date1.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Duty-From-28.
*>
     MOVE     ZERO TO WS-Duty-7-Day-Total WS-Duty-28-Day-Total.
     MOVE     DUTY-CAPTAIN TO WS-Duty-Captain.
     MOVE     WS-Duty-From-28 TO DUTY-DATE.
     START    DUTY-FILE KEY NOT < DUTY-CAPTAIN-DATE-KEY  INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA236-Exit.
*>
 CA236-Read-Duty.
     READ     DUTY-FILE NEXT RECORD AT END  GO TO CA236-Check-Limits.
     IF       DUTY-CAPTAIN NOT = WS-Duty-Captain
              GO TO CA236-Check-Limits.
     COMPUTE  WS-Duty-Mins = DUTY-END - DUTY-START.
     IF       WS-Duty-Mins < 0
              ADD  1440 TO WS-Duty-Mins.
     ADD      WS-Duty-Mins TO WS-Duty-28-Day-Total.
     IF       DUTY-DATE NOT < WS-Duty-From-7
              ADD  WS-Duty-Mins TO WS-Duty-7-Day-Total.
     GO       TO CA236-Read-Duty.
*>
 CA236-Check-Limits.
     IF       WS-Duty-7-Day-Total > WS-Duty-7-Day-Limit
              DISPLAY FL059 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 73
              STRING  "7 day duty limit breached: " DELIMITED BY SIZE
                      WS-Duty-Captain               DELIMITED BY SIZE
                      INTO WS-Duty-Alert-Message
              END-STRING
              CALL    "dutyalertpublish" USING WS-Duty-Alert-Host
                                                WS-Duty-Alert-Port
                                                WS-Duty-Alert-Message
              END-CALL.
     IF       WS-Duty-28-Day-Total > WS-Duty-28-Day-Limit
              DISPLAY FL060 AT LINE ws-23-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-23-Lines COL 73
              STRING  "28 day duty limit breached: " DELIMITED BY SIZE
                      WS-Duty-Captain                DELIMITED BY SIZE
                      INTO WS-Duty-Alert-Message
              END-STRING
              CALL    "dutyalertpublish" USING WS-Duty-Alert-Host
                                                WS-Duty-Alert-Port
                                                WS-Duty-Alert-Message
              END-CALL.
*>
 CA236-Exit.
     display  space at line ws-21-Lines col 01 with erase eol.
     display  space at line ws-22-Lines col 01 with erase eol.
     display  space at line ws-23-Lines col 01 with erase eol.
*>
 CA241-Check-FTL.
*>
*> Rolling flight-time limitation check before the entry is saved -
*>  7 day duty from DUTY-FILE, 28 and 365 day flight hours from the
*>  Captain's sectors (along the FLT-CAPTAIN alternate key) PLUS the
*>  sector being saved. A pilot whose scheme (or the DEFAULT scheme)
*>  is not on ftlscheme.dat is not checked, so the table can be
*>  adopted gradually the way the ratings file was. Warnings only -
*>  the Captain may have operational reasons and the compliance
*>  report (OE000) catches the month after the fact.
*>
     MOVE     ZERO TO WS-Ftl-Found.
     MOVE     FLT-CAPTAIN TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA241-Exit.
     MOVE     PILOT-FTL-SCHEME TO WS-Ftl-Scheme.
     IF       WS-Ftl-Scheme = SPACES
              MOVE "DEFAULT" TO WS-Ftl-Scheme.
     MOVE     WS-Ftl-Scheme TO FTL-SCHEME.
     READ     FTLSCHEME-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        AND   WS-Ftl-Scheme NOT = "DEFAULT"
              MOVE "DEFAULT" TO FTL-SCHEME
              READ FTLSCHEME-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA241-Exit.
     MOVE     FTL-DUTY-7-MINS  TO WS-Ftl-Duty-Limit.
     MOVE     FTL-FLT-28-MINS  TO WS-Ftl-28-Limit.
     MOVE     FTL-FLT-365-MINS TO WS-Ftl-365-Limit.
*>
     MOVE     FLIGHTLOG-RECORD TO WS-Ftl-Save-Record.
     MOVE     FLT-CAPTAIN TO WS-Ftl-Captain.
     MOVE     FLT-END TO WS-Ftl-New-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Ftl-New-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Ftl-New-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Ftl-New-Mins
     END-IF.
*>
     MOVE     "-" TO ZR-Sign.
     MOVE     FLT-DATE TO ZR-Date1.
     MOVE     6 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-From-7.
     MOVE     FLT-DATE TO ZR-Date1.
     MOVE     27 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-From-28.
     MOVE     FLT-DATE TO ZR-Date1.
     MOVE     364 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-From-365.
*>
*>  Duty window off the duty file, the CA236 walk.
*>
     MOVE     ZERO TO WS-Ftl-Duty-7.
     MOVE     WS-Ftl-Captain TO DUTY-CAPTAIN.
     MOVE     WS-Ftl-From-7 TO DUTY-DATE.
     START    DUTY-FILE KEY NOT < DUTY-CAPTAIN-DATE-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA241-Flight-Window.
 CA241-Read-Duty.
     READ     DUTY-FILE NEXT RECORD AT END  GO TO CA241-Flight-Window.
     IF       DUTY-CAPTAIN NOT = WS-Ftl-Captain
        OR    DUTY-DATE > WS-Ftl-Save-Record (1:8)
              GO TO CA241-Flight-Window.
     COMPUTE  WS-Duty-Mins = DUTY-END - DUTY-START.
     IF       WS-Duty-Mins < 0
              ADD  1440 TO WS-Duty-Mins.
     ADD      WS-Duty-Mins TO WS-Ftl-Duty-7.
     GO       TO CA241-Read-Duty.
*>
*>  Flight windows along the Captain alternate key, the unsaved
*>   sector itself counted in.
*>
 CA241-Flight-Window.
     MOVE     WS-Ftl-New-Mins TO WS-Ftl-Flt-28 WS-Ftl-Flt-365.
     MOVE     WS-Ftl-Captain TO FLT-CAPTAIN.
     START    FLIGHTLOG-FILE KEY NOT < FLT-CAPTAIN
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA241-Verdict.
 CA241-Read-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO CA241-Verdict.
     IF       FLT-CAPTAIN NOT = WS-Ftl-Captain
              GO TO CA241-Verdict.
     IF       FLT-DATE < WS-Ftl-From-365
           OR FLT-DATE > WS-Ftl-Save-Record (1:8)
              GO TO CA241-Read-Flight.
     IF       FLT-Date-Time-Key = WS-Ftl-Save-Record (1:12)
              GO TO CA241-Read-Flight.      *> amend mode - the sector itself, already counted.
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
     ADD      WS-Pln-Mins TO WS-Ftl-Flt-365.
     IF       FLT-DATE NOT < WS-Ftl-From-28
              ADD WS-Pln-Mins TO WS-Ftl-Flt-28.
     GO       TO CA241-Read-Flight.
*>
 CA241-Verdict.
     MOVE     WS-Ftl-Save-Record TO FLIGHTLOG-RECORD.
     IF       WS-Ftl-Duty-Limit NOT = ZERO
        AND   WS-Ftl-Duty-7 > WS-Ftl-Duty-Limit
              DISPLAY FL106 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 73.
     IF       WS-Ftl-28-Limit NOT = ZERO
        AND   WS-Ftl-Flt-28 > WS-Ftl-28-Limit
              DISPLAY FL107 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 73.
     IF       WS-Ftl-365-Limit NOT = ZERO
        AND   WS-Ftl-Flt-365 > WS-Ftl-365-Limit
              DISPLAY FL108 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 73.
     DISPLAY  SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
*>
 CA241-Exit.  exit.
*>
 CA242-Enter-Manifest.
*>
*> Passenger manifest capture after the flight is saved - names of
*>  everyone on board beyond the two crew the record already holds,
*>  up to the seats on the type's W&B datum record (crew seats come
*>  off the cap; no datum record means no cap is enforced). N (the
*>  default) skips straight on, and an Amend re-entry replaces the
*>  flight's previous manifest outright.
*>
     display  "Passengers to record? [N]" at line ws-21-Lines col 01
              with foreground-color COB-COLOR-Yellow with erase eol.
     move     "N" to Menu-Reply.
     accept   Menu-Reply at line ws-21-Lines col 24 with update.
     move     function upper-case (Menu-Reply) to Menu-Reply.
     display  space at line ws-21-Lines col 01 with erase eol.
     if       Menu-Reply not = "Y"
              go to CA242-Exit.
*>
     MOVE     FLT-Date-Time-Key TO WS-Mfs-Date-Time.
     MOVE     9 TO WS-Mfs-Max-Seats.
     MOVE     FLT-AC-TYPE TO WB-AC-TYPE.
     READ     WBDATUM-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   WB-SEATS NOT = ZERO
              MOVE WB-SEATS TO WS-Mfs-Max-Seats
              IF  FLT-CREW2 NOT = SPACES
                  SUBTRACT 2 FROM WS-Mfs-Max-Seats
              ELSE
                  SUBTRACT 1 FROM WS-Mfs-Max-Seats
              END-IF.
*>
*>  An amend replaces the manifest - clear any previous entries.
*>
     MOVE     ZERO TO WS-Mfs-Seq.
 CA242-Clear-Old.
     ADD      1 TO WS-Mfs-Seq.
     IF       WS-Mfs-Seq > 99
              GO TO CA242-Get-Name-Init.
     MOVE     WS-Mfs-Date-Time TO MFS-DATE-TIME.
     MOVE     WS-Mfs-Seq       TO MFS-SEQ.
     DELETE   MANIFEST-FILE RECORD INVALID KEY
              GO TO CA242-Get-Name-Init.
     GO       TO CA242-Clear-Old.
*>
 CA242-Get-Name-Init.
     MOVE     ZERO TO WS-Mfs-Seq.
 CA242-Get-Name.
     IF       WS-Mfs-Seq NOT < WS-Mfs-Max-Seats
              DISPLAY FL115 at line ws-21-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              ACCEPT  WS-Reply at line ws-21-Lines col 60
              DISPLAY space at line ws-21-Lines col 01 with erase eol
              GO TO CA242-Exit.
     display  "Passenger name (blank to finish) [" at line ws-21-Lines col 01
              with foreground-color COB-COLOR-Yellow with erase eol.
     display  "]" at line ws-21-Lines col 65 with foreground-color COB-COLOR-Yellow.
     move     spaces to WS-Mfs-Name.
     accept   WS-Mfs-Name at line ws-21-Lines col 35 with update.
     move     function upper-case (WS-Mfs-Name) to WS-Mfs-Name.
     display  space at line ws-21-Lines col 01 with erase eol.
     if       WS-Mfs-Name = spaces
              go to CA242-Exit.
     ADD      1 TO WS-Mfs-Seq.
     MOVE     WS-Mfs-Date-Time TO MFS-DATE-TIME.
     MOVE     WS-Mfs-Seq       TO MFS-SEQ.
     MOVE     WS-Mfs-Name      TO MFS-NAME.
     WRITE    MANIFEST-RECORD INVALID KEY
              REWRITE MANIFEST-RECORD INVALID KEY CONTINUE END-REWRITE
     END-WRITE.
     GO       TO CA242-Get-Name.
*>
 CA242-Exit.  exit.
*>
 CA243-Check-GAR.
*>
*> International-sector advisory - when either end of the sector
*>  carries a country code other than GB on the airfield file, the
*>  customs General Aviation Report must be filed. The form itself
*>  prints from the Further Ops menu (OZ000) so the paperwork stops
*>  being a separate hand-typed job.
*>
     MOVE     ZERO TO A.
     MOVE     FLT-FROM TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE NOT = ZERO
        AND   AFLD-Country NOT = SPACES
        AND   AFLD-Country NOT = "GB"
              MOVE 1 TO A.
     MOVE     FLT-TO TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE NOT = ZERO
        AND   AFLD-Country NOT = SPACES
        AND   AFLD-Country NOT = "GB"
              MOVE 1 TO A.
     IF       A NOT = ZERO
              DISPLAY FL116 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 60
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
*>
 CA243-Exit.  exit.
*>
 CA244-Check-Afld-Hours.
*>
*> Operating-hours / curfew / PPR advisory for the airfield in
*>  WS-Ahr-Icao at the UTC time in WS-Ahr-Time - converted to the
*>  airfield's local clock first, weekday or weekend hours picked by
*>  the day of week of FLT-DATE. Zeroed hours on the record mean
*>  nothing was ever captured and nothing is checked. Warnings only.
*>
     MOVE     WS-Ahr-Icao TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
              GO TO CA244-Exit.
     IF       AFLD-Open-WD = ZERO AND AFLD-Close-WD = ZERO
        AND   AFLD-Open-WE = ZERO AND AFLD-Close-WE = ZERO
        AND   AFLD-Curfew-From = ZERO AND AFLD-Curfew-To = ZERO
        AND   AFLD-PPR NOT = "Y"
              GO TO CA244-Exit.
*>
     COMPUTE  WS-Ahr-Local = WS-Ahr-Time + AFLD-UTC-Offset.
     IF       WS-Ahr-Local < ZERO
              ADD 1440 TO WS-Ahr-Local.
     IF       WS-Ahr-Local NOT < 1440
              SUBTRACT 1440 FROM WS-Ahr-Local.
*>
     MOVE     FLT-DATE TO ZR-Date1.
     PERFORM  ZR100-Weekday-Name.
     IF       ZR-Weekday (1:1) = "S"          *> Saturday / Sunday.
              MOVE 1 TO WS-Ahr-WE
              MOVE AFLD-Open-WE  TO WS-Ahr-Open
              MOVE AFLD-Close-WE TO WS-Ahr-Close
     ELSE
              MOVE ZERO TO WS-Ahr-WE
              MOVE AFLD-Open-WD  TO WS-Ahr-Open
              MOVE AFLD-Close-WD TO WS-Ahr-Close.
*>
     IF       WS-Ahr-Close NOT = ZERO
        AND   (WS-Ahr-Local < WS-Ahr-Open OR WS-Ahr-Local > WS-Ahr-Close)
              DISPLAY FL117 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 60
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
*>
     IF       AFLD-Curfew-From NOT = ZERO OR AFLD-Curfew-To NOT = ZERO
              IF  (AFLD-Curfew-From NOT > AFLD-Curfew-To
                   AND WS-Ahr-Local NOT < AFLD-Curfew-From
                   AND WS-Ahr-Local NOT > AFLD-Curfew-To)
               OR (AFLD-Curfew-From > AFLD-Curfew-To
                   AND (WS-Ahr-Local NOT < AFLD-Curfew-From
                        OR WS-Ahr-Local NOT > AFLD-Curfew-To))
                  DISPLAY FL118 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
                  ACCEPT  WS-Reply AT LINE ws-22-Lines COL 60
                  DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL
              END-IF.
*>
     IF       AFLD-PPR = "Y"
              DISPLAY FL119 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 60
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
*>
 CA244-Exit.  exit.
*>
 CA245-Check-Runway.
*>
*> Takeoff-performance advisory at the destination - when the type
*>  carries a minimum-runway figure on its W&B datum record and the
*>  destination has runway records, none of which is long enough,
*>  warn and offer a re-enter (Return-Code 4 sends the cursor back
*>  to the TO field). No datum figure or no runway data means no
*>  check - the table can be adopted gradually.
*>
     MOVE     ZERO TO Return-Code.
     MOVE     FLT-AC-TYPE TO WB-AC-TYPE.
     READ     WBDATUM-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
           OR WB-MIN-RWY = ZERO
              GO TO CA245-Exit.
*>
     MOVE     ZERO TO WS-Rwy-Longest WS-Rwy-Any.
     MOVE     FLT-TO TO RWY-ICAO.
     MOVE     SPACES TO RWY-DESIG.
     START    RUNWAY-FILE KEY NOT < RWY-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA245-Exit.
 CA245-Next-Rwy.
     READ     RUNWAY-FILE NEXT RECORD AT END  GO TO CA245-Verdict.
     IF       RWY-ICAO NOT = FLT-TO
              GO TO CA245-Verdict.
     MOVE     1 TO WS-Rwy-Any.
     IF       RWY-LENGTH > WS-Rwy-Longest
              MOVE RWY-LENGTH TO WS-Rwy-Longest.
     GO       TO CA245-Next-Rwy.
*>
 CA245-Verdict.
     IF       WS-Rwy-Any = ZERO
              GO TO CA245-Exit.
     IF       WS-Rwy-Longest NOT < WB-MIN-RWY
              GO TO CA245-Exit.
     DISPLAY  FL132 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT LINE ws-22-Lines COL 70 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     DISPLAY  SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
     IF       WS-Reply NOT = "Y"
              MOVE 4 TO Return-Code.
*>
 CA245-Exit.  exit.
*>
 CA246-Check-Membership.
*>
*> Membership gate at the Captain field - a lapsed membership means
*>  no club insurance cover. Warn always; block (Return-Code 4, the
*>  cursor goes back to the Captain) when the memberctl switch says
*>  so. A pilot with no membership record at all is not gated, so
*>  the file can be adopted gradually like the ratings were.
*>
     MOVE     ZERO TO Return-Code.
     MOVE     FLT-CAPTAIN TO MBR-NAME.
     READ     MEMBER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA246-Exit.
     IF       MBR-PAID-TO = ZERO
           OR MBR-PAID-TO NOT < FLT-DATE
              GO TO CA246-Exit.
     IF       WS-Mbr-Block = "Y"
              DISPLAY FL136 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 60
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL
              MOVE 4 TO Return-Code
     ELSE
              DISPLAY FL135 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 60
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
*>
 CA246-Exit.  exit.
*>
 CA248-Check-Stop-Fly.
*>
*> Account gate at the Captain field - an open invoice that has had
*>  its stop-fly letter (INV-DUN-LEVEL 3, see OND500) blocks hire
*>  until it is paid or credited, the way a lapsed membership is
*>  blocked at CA246. Return-Code 4 sends the cursor back.
*>
     MOVE     ZERO TO Return-Code.
     MOVE     ZERO TO INV-NO.
     START    INVOICE-FILE KEY NOT < INV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA248-Exit.
 CA248-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO CA248-Exit.
     IF       INV-CAPTAIN NOT = FLT-CAPTAIN
        OR    INV-STATUS = "S"
              GO TO CA248-Next-Invoice.
     PERFORM  ZT900-Invoice-Balance.
     IF       INV-DUN-LEVEL NOT = 3
        OR    WS-Inv-Outstanding NOT > ZERO
              GO TO CA248-Next-Invoice.
     DISPLAY  FL171 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL.
     ACCEPT   WS-Reply AT LINE ws-22-Lines COL 60.
     DISPLAY  SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
     MOVE     4 TO Return-Code.
*>
 CA248-Exit.  exit.
*>
 CA249-Match-Authorisation.
*>
*> A new flight is matched to its authorisation sheet (ODC500) - an
*>  advisory only when none is found, the daily exception report
*>  picks it up. Nothing is said when no sheets are kept at all.
*>
     PERFORM  ZT970-Match-Authorisation.
     IF       WS-Aut-Found = "N"
              DISPLAY FL180 AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              ACCEPT  WS-Reply AT line ws-23-Lines col 60
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol.
*>
 CA249-Exit.  exit.
*>
 CA251-Check-Daily-Inspection.
*>
*> The registration needs that day's daily inspection (ODD500) signed
*>  no later than FLT-START - a warning only, the monthly compliance
*>  listing reports it. Silent when no inspections are kept at all.
*>
     MOVE     LOW-VALUES TO DIN-KEY.
     START    DAILYINSP-FILE KEY NOT < DIN-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA251-Exit.
     MOVE     FLT-AC-REG TO DIN-AC-REG.
     MOVE     FLT-DATE   TO DIN-DATE.
     READ     DAILYINSP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        OR    DIN-TIME > FLT-START
              DISPLAY FL182 AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              ACCEPT  WS-Reply AT line ws-23-Lines col 60
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol.
*>
 CA251-Exit.  exit.
*>
 CA253-Trip-Leg.
*>
*> Keeps a flight on its trip (ODF500). An amend that moves the
*>  flight's date or start re-keys its leg; a new flight is offered in
*>  turn to each open trip whose dates cover it until one takes it.
*>  Nothing is asked when no trips are kept at all.
*>
     IF       Menu-Option = "B"
        AND   WS-Jnl-Flt-Before (1:12) NOT = FLT-Date-Time-Key
              MOVE WS-Jnl-Flt-Before (1:12) TO TRL-FLT-KEY
              READ TRIPLEG-FILE KEY IS TRL-FLT-KEY
                   INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF  FS-REPLY = "00"
                  DELETE TRIPLEG-FILE RECORD INVALID KEY CONTINUE END-DELETE
                  MOVE FLT-Date-Time-Key TO TRL-FLT-KEY
                  WRITE TRIPLEG-RECORD INVALID KEY CONTINUE END-WRITE
              END-IF
              GO TO CA253-Exit.
     IF       Menu-Option NOT = "A"
              GO TO CA253-Exit.
     MOVE     ZERO TO TRP-NO.
     START    TRIP-FILE KEY NOT < TRP-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CA253-Exit.
 CA253-Next-Trip.
     READ     TRIP-FILE NEXT RECORD AT END  GO TO CA253-Exit.
     IF       TRP-STATUS NOT = "O"
        OR    FLT-DATE < TRP-FROM-DATE
        OR    FLT-DATE > TRP-TO-DATE
              GO TO CA253-Next-Trip.
     DISPLAY  "Add this flight to trip" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     DISPLAY  TRP-NO   AT line ws-23-Lines col 25 with foreground-color COB-COLOR-YELLOW.
     DISPLAY  TRP-DESC AT line ws-23-Lines col 31 with foreground-color COB-COLOR-YELLOW.
     DISPLAY  "? [N]"  AT line ws-23-Lines col 62 with foreground-color COB-COLOR-YELLOW.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT line ws-23-Lines col 65 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     IF       WS-Reply NOT = "Y"
              GO TO CA253-Next-Trip.
     MOVE     TRP-NO            TO TRL-TRIP-NO.
     MOVE     FLT-Date-Time-Key TO TRL-FLT-KEY.
     MOVE     WS-Cur-User       TO TRL-USER.
     WRITE    TRIPLEG-RECORD INVALID KEY CONTINUE END-WRITE.
*>
 CA253-Exit.  exit.
*>
 CA247-Post-Fuel-Stock.
*>
*> Posts the uplift out of the bowser ledger when the sector departs
*>  the aircraft's home base (away-field uplifts are someone else's
*>  fuel). One tank per fuel type. New entries only - an amend must
*>  not post the same uplift twice.
*>
     IF       Menu-Option NOT = "A"
           OR FLT-FUEL-UPLIFT = ZERO
              GO TO CA247-Exit.
     PERFORM  ZT600-Aircraft-Base.
     IF       WS-Tmp-Base = SPACES
           OR FLT-FROM NOT = WS-Tmp-Base
              GO TO CA247-Exit.
     IF       Aircraft-Fuel-Type = "J"
              MOVE "BOWSER-J" TO FST-TANK
     ELSE
              MOVE "BOWSER-A" TO FST-TANK.
     OPEN     EXTEND FUELSTOCK-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT FUELSTOCK-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO CA247-Exit.
     MOVE     FLT-DATE        TO FST-DATE.
     MOVE     "U"             TO FST-TYPE.
     MOVE     FLT-FUEL-UPLIFT TO FST-LITRES.
     MOVE     SPACES          TO FST-NOTE.
     STRING   FLT-AC-REG " uplift" DELIMITED BY SIZE INTO FST-NOTE.
     WRITE    FUELSTOCK-RECORD.
     CLOSE    FUELSTOCK-FILE.
*>
 CA247-Exit.  exit.
*>
 CA240-DISPLAY-AFLD.
     perform  CA300-Save-Screen.
     move     spaces to WS-ICAO-Code.
     perform  be000-View-Afld.
     perform  CA301-Restore-Screen.
*>
 CA250-DISPLAY-ACFT.
     perform  CA300-Save-Screen.
     perform  CAA000-View-Acft.
     perform  CA301-Restore-Screen.
*>
 CA300-Save-Screen.
     move     z"flg-temp.scr"  to wScreenName.
     call     "scr_dump"    using wScreenName returning wInt.
*>
 CA301-Restore-Screen.
     call     "scr_restore" using wScreenName returning wInt.
     call     "CBL_DELETE_FILE" using "flg-temp.scr".
*>
 CA999-EXIT.  EXIT.
*>
 CAA000-VIEW-ACFT       SECTION.
*>=============================
*>
     MOVE     ZERO TO PAGE-CNT Line-cnt ERROR-CODE Aircraft-Type.
     Move     WS-Scrn-BE-Start to curs.
     PERFORM  CAA030-VIEW-ACFT-HEADS.
     start    Aircraft-File FIRST.
*>
 CAA020-VIEW-ACFT.
     read     Aircraft-File at end
              GO TO CAA050-VIEW-ACFT-END.
     MOVE     AIRCRAFT-Type  TO D-AIRCRAFT.
     MOVE     Aircraft-MS    TO D-AC-MS.
*>
     DISPLAY  D-DISPLAY2 AT CURS with foreground-color COB-COLOR-CYAN.
     ADD      100 TO CURS.
     ADD      1 TO LINE-CNT.
*>
     If       line-cnt > WS-Scrn-BE-Cnt
         and  page-cnt > 3
              go to CAA040-view-acft.
*>
     IF       LINE-CNT > WS-Scrn-BE-Cnt
              MOVE ZERO TO LINE-CNT
              add 1 to page-cnt
              add 15 to curs
              subtract WS-Scrn-BE-Length from curs.
     GO       TO CAA020-view-ACFT.
*>
 CAA030-VIEW-ACFT-HEADS.
     DISPLAY  SPACE at 0101 erase eos.
     move     WS-Scrn-BE-Head to WS-Scrn-BE-Curs.
     DISPLAY  "AIRCRAFT  M/S"  AT WS-Scrn-BE-Curs WITH foreground-color COB-COLOR-GREEN.
     add      15 to WS-Scrn-BE-Curs.
     DISPLAY  "AIRCRAFT  M/S"  AT WS-Scrn-BE-Curs WITH foreground-color COB-COLOR-GREEN.
     add      15 to WS-Scrn-BE-Curs.
     DISPLAY  "AIRCRAFT  M/S"  AT WS-Scrn-BE-Curs WITH foreground-color COB-COLOR-GREEN.
     add      15 to WS-Scrn-BE-Curs.
     DISPLAY  "AIRCRAFT  M/S"  AT WS-Scrn-BE-Curs WITH foreground-color COB-COLOR-GREEN.
     add      15 to WS-Scrn-BE-Curs.
     DISPLAY  "AIRCRAFT  M/S" AT WS-Scrn-BE-Curs WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-Scrn-Prompt3  line ws-Lines col 01 WITH foreground-color COB-COLOR-White.
*>
 CAA040-VIEW-ACFT.
     move     space to menu-reply.
     accept   menu-reply line ws-Lines col 36.
     If       Cob-Crt-Status = Cob-Scr-Esc
              go to caa999-exit.
     move     WS-Scrn-BE-Start to curs.
     move     zero to line-cnt page-cnt.
     perform  caa030-view-acft-heads.
     GO       TO CAA020-VIEW-ACFT.
*>
 CAA050-VIEW-ACFT-END.
     DISPLAY  WS-Scrn-Prompt4 line ws-Lines col 01 WITH foreground-color COB-COLOR-White.
     move     space to menu-reply.
     Accept   menu-reply line ws-Lines col 19.
*>
 CAA999-EXIT. exit section.
*>
 CC000-LOG-BOOK-REPORT SECTION.
*>============================
*>
*> Routine called for Menu options C, D, E & F:
*>   Logbook only report (C), Logbook and Anal (D), Anal & Totals rep (E), Anal & Tots display (F)
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Flight Log Reports" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     MOVE     ZEROS TO PRINT-START PRINT-FLAG  SHORT-PRINT Print-Start-Time.
     MOVE     20991231 TO PRINT-END.
     MOVE     SPACES TO WS-Base-Filter.
*>
*> Force Re/Load Airfield & aircraft tables for the stats.
*>
     perform  ZC000-LOAD-AIRCRAFT
     if       Return-Code > 3
              display FL016 at line ws-23-lines col 10 with foreground-color COB-COLOR-RED with erase eol
              if      not WS-Unattended-Reports
                      accept WS-Reply at line ws-23-lines col 50
              end-if
              go to CC999-Exit.
     PERFORM  ZB000-LOAD-AIRFIELDS
     if       Return-Code > 3
              display FL016 at line ws-23-lines col 10 with foreground-color COB-COLOR-RED with erase eol
              if      not WS-Unattended-Reports
                      accept WS-Reply at line ws-23-lines col 50
              end-if
              go to CC999-Exit.
*>
     IF       DISPLAY-FLAG NOT = ZERO
              GO TO CC040-LBR-DDB.
     If       Menu-Option = "E" or = "F" or = "G"      *> does not require start/end dating
              go to CC040-LBR-DDB.
     if       WS-Unattended-Reports                    *> cron - full range, no prompts
              go to CC040-LBR-DDB.
*>
*>  Regular or extended report request disp and accept
*>   extended select by menu options 3 (C) and 4 (D)
*>----------------------------------------------------
*>
*> rem out display for 1st date field as gets overwritten by ws-test-date asit may contain
*>    an old date from previously entered record
*>
     DISPLAY  "Start Date  [dd.mm.ccyy]" AT 2001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "End Date    [dd.mm.ccyy]" AT 2031 WITH foreground-color COB-COLOR-Yellow.
     if       LTZ-USA
              display "mm.dd" at 2044 WITH foreground-color COB-COLOR-Yellow.
     if       LTZ-Unix
              display "ccyy.mm.dd" at 2044 WITH foreground-color COB-COLOR-Yellow.
*>
     display  FL049 at line ws-21-Lines col 05.       *> Info msgs
     display  FL050 at line ws-22-Lines col 05.
     move     zero to Print-Start  Print-Start-Time  Print-End.
*>
 CC020-LBR-DD.
     ACCEPT   WS-Test-Date AT 2014.
     IF       WS-Test-Date (1:2) = SPACES
              GO TO CC030-LBR-DDA.
*>
     PERFORM  ZA000-DATE-CHECK.
     IF       ERROR-CODE = ZERO       *> Date good and not spaces
              MOVE 1 TO PRINT-FLAG SHORT-PRINT
              MOVE WS-Test-Intl TO PRINT-START
     ELSE     GO TO CC020-LBR-DD.
*>
 CC030-LBR-DDA.
     ACCEPT   WS-Test-Date AT 2044 with update.
     IF       WS-Test-Date (1:2) = SPACES
              GO TO CC032-Get-Time.       *> Could be partial print
*>
     PERFORM  ZA000-DATE-CHECK.
     IF       ERROR-CODE = ZERO
              MOVE 1 TO PRINT-FLAG SHORT-PRINT
              MOVE WS-Test-Intl TO PRINT-END
      ELSE    GO TO CC030-LBR-DDA.
*>
 CC032-Get-Time.                               *> For a specific start date and time.
     if       Print-Start not = ZEROS          *> check for a start date AND time
        and   Print-End = zeros                *> if end date zero get start time
              display  space line ws-21-Lines col 01 with erase eos
              display  "Start after time point  [hh:mm]" line ws-21-Lines col 01 WITH foreground-color COB-COLOR-Yellow
              move     zeros to WSE-Time
              ACCEPT   WSF-TIME line ws-21-Lines col 26 with update
              if       WSF-Time (1:2) not = zero
                       PERFORM  ZF000-CONVERT-LOGBK-TIME
                       IF       ERROR-CODE NOT = ZERO
                                GO TO CC032-Get-Time
                       end-if
                       MOVE     WSH-TIME TO Print-Start-Time  *> save as minutes (same for logbook data
              else
                       move zeros to Print-Start-Time
     end-if.
*>
 CC033-Get-Gap-Days.
*>
*> Optional gap-detection threshold - zero (Enter with nothing typed)
*>   skips the check, same as the date fields above.
*>
     move     zeros to WS-Gap-Days.
     display  space line ws-21-Lines col 01 with erase eos.
     display  "Flag gaps of more than [nnn] days with no flights (0=skip)"
              line ws-21-Lines col 01 WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   WS-Gap-Days line ws-21-Lines col 61 with update.
     IF       WS-Gap-Days NOT NUMERIC
              GO TO CC033-Get-Gap-Days.
*>
*> Optional home-base filter - only flights whose aircraft carries
*>   that base are reported; blank reports the mixed fleet as before.
*>
     move     spaces to WS-Base-Filter.
     display  space line ws-21-Lines col 01 with erase eos.
     display  "Home base filter [    ] (blank = all bases)"
              line ws-21-Lines col 01 WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   WS-Base-Filter line ws-21-Lines col 19 with update.
     move     function upper-case (WS-Base-Filter) to WS-Base-Filter.
*>
*> Optional PostScript rendering - a ruled logbook grid on landscape
*>   A4 through the rpt2ps companion, run against logbook.rpt when
*>   the program closes (reports only release at close).
*>
     display  space line ws-21-Lines col 01 with erase eos.
     display  "PostScript rendering at close? [N]"
              line ws-21-Lines col 01 WITH foreground-color COB-COLOR-Yellow.
     move     "N" to WS-Reply.
     ACCEPT   WS-Reply line ws-21-Lines col 33 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     if       WS-Reply = "Y"
              if   EASA-Report
                   move "E" to WS-Ps-Wanted
              else
                   move "S" to WS-Ps-Wanted
              end-if
     end-if.
*>
 CC040-LBR-DDB.
     display  space at 2001 with erase eos.
     IF       DISPLAY-FLAG = ZERO
         and  WS-User = spaces
         and  not WS-Unattended-Reports
              perform A050-Get-User-Details.
*>
     MOVE     ZERO TO ERROR-CODE PAGE-CNT INS-FLAG
                      SAVE-FLT-DATE SAVE-FLT-START.
     initialize WS-Totals.
     MOVE     ZERO TO A B.
     MOVE     SPACES TO SR1-ZAP-INS SR2-ZAP-INS.
     MOVE     ZERO TO WS-Gap-Prev-Date WS-Gap-Size.
     MOVE     ZERO TO WS-YTD-Mins WS-R12-Mins WS-Dist-Total.
*>
*>  Fold the archived brought-forward totals back into the analysis
*>    figures when the run covers full history (options E/F, no start
*>    date) so they still reconcile after an archive/purge - OH000.
*>
     IF       ANALYSIS-ONLY-FLAG NOT = ZERO
        AND   PRINT-START = ZERO
              PERFORM OH500-Load-BF-Totals
              IF    BF-Record-Loaded
                    ADD BF-P1 (1)  TO WS-P1 (1)
                    ADD BF-P23 (1) TO WS-P23 (1)
                    ADD BF-INS (1) TO WS-INS (1)
                    ADD BF-P1 (2)  TO WS-P1 (2)
                    ADD BF-P23 (2) TO WS-P23 (2)
                    ADD BF-INS (2) TO WS-INS (2)
                    ADD BF-INSTRUMENT TO WS-INSTRUMENT
                    ADD BF-MULTI   TO WS-MULTI
                    ADD BF-INSX    TO WS-INSX
                    ADD BF-DISTANCE TO WS-Dist-Total
              END-IF
     END-IF.
*>
*>  A pilot's pre-system opening balance (ODG500) goes into the totals
*>    on any full-history run not filtered to a home base, and shows
*>    as a brought-forward line of its own - CCH000.
*>
     MOVE     ZERO TO SW-Opb-Loaded.
     IF       PRINT-START = ZERO
        AND   WS-Base-Filter = SPACES
              PERFORM ZT990-Opening-Balance
              IF    Opb-Record-Loaded
                    ADD OPB-P1 (1)  TO WS-P1 (1)
                    ADD OPB-P23 (1) TO WS-P23 (1)
                    ADD OPB-INS (1) TO WS-INS (1)
                    ADD OPB-P1 (2)  TO WS-P1 (2)
                    ADD OPB-P23 (2) TO WS-P23 (2)
                    ADD OPB-INS (2) TO WS-INS (2)
                    ADD OPB-INSTRUMENT TO WS-INSTRUMENT
                    ADD OPB-MULTI   TO WS-MULTI
                    ADD OPB-INS (1) OPB-INS (2) TO WS-INSX
                    IF  WS-INSX NOT = ZERO
                        MOVE 1 TO INS-FLAG
                    END-IF
              END-IF
     END-IF.
     MOVE     WS-Today (1:4) TO WS-YTD-Start (1:4).
     MOVE     "0101"         TO WS-YTD-Start (5:4).
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "-"      TO ZR-Sign.
     MOVE     365      TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days thru ZR299-Exit.
     MOVE     ZR-ResultDate TO WS-R12-Start.
*>
     initialize ws2-totals.
     PERFORM  WST-AIRCRAFT-SIZE TIMES
              ADD      1 TO A
              initialize WS-AC-Group (A)
     end-perform.
*>
     MOVE     66 TO LINE-CNT.
     if       Print-Start not = zero
              move     Print-Start to FLT-Date
              move     Print-Start-Time to FLT-Start
              start    Flightlog-File key not < FLT-Date-Time-Key
     else
              start    FLIGHTLOG-FILE FIRST.
     if       FS-Reply not = "00"               *> no data, should have been found loading aflds & acft.
              display FL016 at line ws-23-lines col 10 with foreground-color COB-COLOR-RED with erase eol
              accept WS-Reply at line ws-23-lines col 50
              go to CC999-Exit.
*>
 CC050-LBR-READ.
     READ     FLIGHTLOG-FILE next record AT END
              GO TO CC070-LBR-EOF.
     if       Print-End not = zeros
       and    FLT-Date > Print-End       *> Reduced reporting
              go to CC070-LBR-EOF.
     PERFORM  CCA000-LBR-PRINT-DATA.
     PERFORM  CCB000-LBR-ANALYSIS.
     IF       WS-Gap-Days NOT = ZERO
              PERFORM CCF000-Gap-Check.
     GO       TO CC050-LBR-READ.
*>
 CC070-LBR-EOF.
     IF       DISPLAY-FLAG NOT = ZERO
              DISPLAY SPACE at 0101 with erase eos
              PERFORM  ZE910-Env-Banner
     END-IF.
     PERFORM  CCA040-LBR-SUBS thru CCA050-Subs.
     IF       DISPLAY-FLAG = ZERO
        AND   ANALYSIS-ONLY-FLAG NOT = ZERO
        AND   Opb-Record-Loaded
              PERFORM CCH000-Opening-Balance-Line.
     IF       DISPLAY-FLAG = ZERO
        AND   ANALYSIS-ONLY-FLAG = ZERO
        AND   WS-Dist-Total NOT = ZERO
              MOVE WS-Dist-Total TO WS-Dist-Disp
              MOVE SPACES TO PRINT-RECORD
              STRING "Total distance flown (nm): " WS-Dist-Disp
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
     if       Menu-Option not = "E" and not = "F" and not = "G"
              move 1 to SW-AFLD-Used
 *>             sort WST-ICAO on descending key WST-Afld-Last-Flt
              perform  CCD000-Airfield-Lists
 *>             sort WST-ICAO on ascending key WST-AIRFIELD
     end-if
 *>    if       Analysis-Only-flag = 1
 *>       or    Menu-Option = "D" or "4"         *> Extended
              PERFORM  CCC000-LBR-AIRCRAFT-ANALYSIS.
*>
     IF       DISPLAY-FLAG NOT = ZERO
              PERFORM CCG000-Show-YTD-R12
              DISPLAY FL001 line ws-Lines col 01
              accept ws-reply line ws-Lines col 41.
*>
     perform  ZP000-SAVE-AIRFIELDS.            *> save any updated last-flt dates
 *>
     IF       WS-Gap-Days NOT = ZERO
              PERFORM CCF040-Show-Gaps.
 *>
 CC999-EXIT.  exit section.
*>
 CCG000-Show-YTD-R12.
*>
*> Two extra summary lines for the Analysis & Totals Display (menu
*>   option F only, the sole path that sets DISPLAY-FLAG) - year to
*>   date and trailing-12-month totals, alongside the report's own
*>   grand total which covers the whole file.
*>
     MOVE     WS-Lines TO A.
     SUBTRACT 2 FROM A.
     DIVIDE   WS-YTD-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  "Year to Date Total   :" AT LINE A COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WSE-TIME               AT LINE A COL 24 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO A.
     DIVIDE   WS-R12-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  "Rolling 12 Month Tot :" AT LINE A COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WSE-TIME               AT LINE A COL 24 WITH foreground-color COB-COLOR-CYAN.
     IF       Opb-Record-Loaded
              PERFORM CCH000-Opening-Balance-Line.
*>
 CCH000-Opening-Balance-Line.
*>
*> The pre-system opening balance already folded into the totals (see
*>   CC040), as a line of its own - under page 1's brought-forward
*>   totals, after the analysis totals, or above the year to date line
*>   on the display.
*>
     ADD      OPB-P1 (1) OPB-P1 (2) OPB-P23 (1) OPB-P23 (2) GIVING WS-Opb-Mins.
     DIVIDE   WS-Opb-Mins BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     MOVE     OPB-AS-AT TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Opening balance b/f " WSM-TIME " hrs  " OPB-PILOT
              " as at " WS-Test-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     IF       DISPLAY-FLAG NOT = ZERO
              MOVE     WS-Lines TO A
              SUBTRACT 3 FROM A
              DISPLAY  PRINT-RECORD (1:68) AT LINE A COL 01 WITH foreground-color COB-COLOR-CYAN
     ELSE
              ADD      OPB-P1 (2) OPB-P23 (2) GIVING WS-Opb-Mins
              DIVIDE   WS-Opb-Mins BY 60 GIVING WSM-HH REMAINDER WSM-MM
              MOVE     "night"       TO PRINT-RECORD (70:5)
              MOVE     WSM-TIME      TO PRINT-RECORD (76:9)
              MOVE     "verified by" TO PRINT-RECORD (87:11)
              MOVE     OPB-VERIFIED-BY TO PRINT-RECORD (99:15)
              WRITE    PRINT-RECORD AFTER 1
              ADD      1 TO LINE-CNT.
     MOVE     SPACES TO PRINT-RECORD.
*>
 CCA000-LBR-PRINT-DATA SECTION.
*>============================
*>
*>  Home-base filter - a flight whose aircraft belongs to another
*>   base drops out of the report entirely.
*>
     IF       WS-Base-Filter NOT = SPACES
              PERFORM ZT600-Aircraft-Base
              IF  WS-Tmp-Base NOT = WS-Base-Filter
                  GO TO CCA999-EXIT
              END-IF.
*>
     IF       SHORT-PRINT = 1                  *> with ISAM and start/end dates used shouldnt happen
       IF     FLT-DATE NOT < PRINT-START
        AND   FLT-DATE NOT > PRINT-END
              MOVE ZERO TO PRINT-FLAG
       ELSE
              MOVE 1 TO PRINT-FLAG.
*>
     IF       LINE-CNT > WS-Line-Cnt-Size-2    *> 50
       AND    DISPLAY-FLAG = ZERO
        AND   ANALYSIS-ONLY-FLAG = ZERO
         AND  NOT NO-PRINT-YET
              PERFORM CCA030-LBR-HEADS.
*>
     IF       NO-PRINT-YET
       OR     DISPLAY-FLAG NOT = ZERO
        OR    ANALYSIS-ONLY-FLAG NOT = ZERO
              GO TO CCA020-LBR-ACCUM1.
*>
     if       monthly-anal-flag = zero
              go to CCA015-Setprint.
*>
     move     FLT-Date to WSA-Date2.
     if       SAVE-Flt-Mth = zeros
              move WSA-MM   to SAVE-FLT-Mth.
     if       SAVE-FLT-Mth not = WSA-MM
              perform CCA100-Print-Subs
              move WSA-MM   to SAVE-FLT-Mth.
*>
     ADD      FLT-INSTRUMENT TO WS2-INSTRUMENT.
     ADD      FLT-P1 (1)  TO WS2-P1 (1).
     ADD      FLT-P23 (1) TO WS2-P23 (1).
     ADD      FLT-P1 (2)  TO WS2-P1 (2).
     ADD      FLT-P23 (2) TO WS2-P23 (2).
*>
     IF       FLT-MS = "M"                   *> Multi eng totals
              ADD FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) GIVING WS-WORK1
              ADD WS-WORK1 TO WS2-MULTI.
*> changed to support other categories other than P ie, E, N, R and T
      IF      FLT-CAPACITY (2:2) = "1I" or "1T"  *> Instructor/trainer totals within P1 time.
              add flt-p1 (1) to ws2-ins (1)
              add flt-p1 (2) to ws2-ins (2)
              ADD FLT-P1 (1) FLT-P1 (2) TO WS2-INSX.
*>
 CCA015-Setprint.
     evaluate true
       when   EASA-Report
              move spaces to Print-EASA-Log
       when   Extended-Report
              move spaces to Print-Extended-Log
       when   other
              MOVE     SPACES TO PRINT-RECORD
     end-evaluate
     MOVE     FLT-DATE TO WS-Test-Intl.
     perform  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PR1-DATE.
     MOVE     FLT-AC-TYPE TO PR1-AC-TYPE.
     MOVE     FLT-AC-REG TO PR1-AC-REG.
     if       FLT-AC-Reg1-2 numeric                          *> Have a Nth American registered A/C
              move 1 to c                                      *>  BUT IS THIS A PROBLEM FOR MIL A/Cs ??
              string "N" delimited by size
              FLT-AC-Reg (1:5) delimited by size
                      into PR1-AC-Reg with pointer c.        *> Yes this does do a overlapping move
     MOVE     FLT-CAPTAIN TO PR1-CAPTAIN.
     MOVE     FLT-CAPACITY TO PR1-CAPACITY.
     if       EASA-Report
              MOVE FLT-AC-TYPE TO PR12-AC-TYPE
              MOVE PR1-AC-REG  TO PR12-AC-REG
              MOVE FLT-CAPTAIN TO PR12-PIC-NAME
              MOVE WS-Test-Date TO PR12-DATE.
*>
*> Common print to here for std, extended and EASA
*>
     move     zero to WS-WORK1.
     if       FLT-HOBBS-IN > FLT-HOBBS-OUT
              subtract FLT-HOBBS-OUT from FLT-HOBBS-IN giving WS-WORK1.
     perform  ZG020-RESTORE-HOBBS.
     evaluate true
       when   EASA-Report
              MOVE     FLT-FROM TO PR12-FROM
              MOVE     FLT-TO   TO PR12-TO
              MOVE     FLT-REMARKS TO PR12-REMARKS
              MOVE     WSH-HOBBS TO PR12-HOBBS
              MOVE     FLT-FUEL-UPLIFT    TO PR12-FUEL-UPLIFT
              MOVE     FLT-FUEL-REMAINING TO PR12-FUEL-REMAINING
       when   Extended-Report
              MOVE     FLT-FROM TO WS-ICAO-CODE
              perform  ZN000-SEARCH-FOR-ICAO
              if       Error-Code not = zero
                       move WST-Afld-Name (error-Code) to PR11-From
              else
                       move "NAME MISSING" to PR11-From
              end-if
              if       FLT-From = FLT-To
                       move PR11-From to PR11-To
              else
                       MOVE     FLT-TO TO WS-ICAO-CODE
                       perform  ZN000-SEARCH-FOR-ICAO
                       if       Error-Code not = zero
                                move WST-Afld-Name (error-Code) to PR11-TO
                       else
                                move "NAME MISSING" to PR11-TO
                       end-if
              end-if
              MOVE     FLT-REMARKS TO PR11-REMARKS
              MOVE     WSH-HOBBS TO PR11-HOBBS
              MOVE     FLT-FUEL-UPLIFT    TO PR11-FUEL-UPLIFT
              MOVE     FLT-FUEL-REMAINING TO PR11-FUEL-REMAINING
              MOVE     FLT-DISTANCE       TO PR11-DIST
       when   other
              MOVE     FLT-FROM TO PR1-FROM
              MOVE     FLT-TO TO PR1-TO
              MOVE     FLT-REMARKS TO PR1-REMARKS
              MOVE     WSH-HOBBS TO PR1-HOBBS
              MOVE     FLT-FUEL-UPLIFT    TO PR1-FUEL-UPLIFT
              MOVE     FLT-FUEL-REMAINING TO PR1-FUEL-REMAINING
              MOVE     FLT-DISTANCE       TO PR1-DIST
              MOVE     FLT-CREW2          TO PR1-CREW2
              MOVE     FLT-FROM TO WS-ICAO-CODE
              PERFORM  ZU200-Local-Offset
              COMPUTE  WS-Tz-Work = FLT-START + WS-Tz-Offset
              IF       WS-Tz-Work < ZERO
                       ADD 1440 TO WS-Tz-Work
              END-IF
              IF       WS-Tz-Work NOT < 1440
                       SUBTRACT 1440 FROM WS-Tz-Work
              END-IF
              MOVE     WS-Tz-Work TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR1-LCL-DEP
              MOVE     FLT-TO TO WS-ICAO-CODE
              PERFORM  ZU200-Local-Offset
              COMPUTE  WS-Tz-Work = FLT-END + WS-Tz-Offset
              IF       WS-Tz-Work < ZERO
                       ADD 1440 TO WS-Tz-Work
              END-IF
              IF       WS-Tz-Work NOT < 1440
                       SUBTRACT 1440 FROM WS-Tz-Work
              END-IF
              MOVE     WS-Tz-Work TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR1-LCL-ARR
     end-evaluate
*>
     MOVE     FLT-START TO WS-WORK1.
     PERFORM  ZG000-RESTORE-LOGBK-TIME.
     evaluate true
       when   EASA-Report
              MOVE     WS-WORKA TO PR12-DEP-TIME
       when   Extended-Report
              MOVE     WS-WORKA TO PR11-START
       when   other
              MOVE     WS-WORKA TO PR1-START
     end-evaluate
     MOVE     FLT-END TO WS-WORK1.
     PERFORM  ZG000-RESTORE-LOGBK-TIME.
     evaluate true
       when   EASA-Report
              MOVE     WS-WORKA TO PR12-ARR-TIME
       when   Extended-Report
              MOVE     WS-WORKA TO PR11-END
       when   other
              MOVE     WS-WORKA TO PR1-END
     end-evaluate
     MOVE     FLT-INSTRUMENT TO WS-WORK1.
     PERFORM  ZG000-RESTORE-LOGBK-TIME.
     evaluate true
       when   EASA-Report
              MOVE     WS-WORKA TO PR12-IFR
       when   Extended-Report
              MOVE     WS-WORKA TO PR11-IFR
       when   other
              MOVE     WS-WORKA TO PR1-IFR
     end-evaluate
*>
     evaluate true
       when   EASA-Report
              MOVE     FLT-P1 (1) TO WS-WORK1
              ADD      FLT-P1 (2) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              IF       FLT-CAPACITY (2:2) = "1I" or "1T"
                       MOVE WS-WORKA TO PR12-PF-INSTR
              ELSE
                       MOVE WS-WORKA TO PR12-PF-PIC
              END-IF
              MOVE     FLT-P23 (1) TO WS-WORK1
              ADD      FLT-P23 (2) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR12-PF-COP
              MOVE     FLT-P1 (2) TO WS-WORK1
              ADD      FLT-P23 (2) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR12-NIGHT
              IF       FLT-P23 (1) = ZERO AND FLT-P23 (2) = ZERO
                       MOVE FLT-P1 (1) TO WS-WORK1
                       ADD  FLT-P1 (2) TO WS-WORK1
                       PERFORM ZG000-RESTORE-LOGBK-TIME
                       MOVE WS-WORKA TO PR12-SP-TIME
              ELSE
                       MOVE FLT-P1 (1) TO WS-WORK1
                       ADD  FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) TO WS-WORK1
                       PERFORM ZG000-RESTORE-LOGBK-TIME
                       MOVE WS-WORKA TO PR12-MP-TIME
              END-IF
              MOVE     FLT-P1 (1) TO WS-WORK1
              ADD      FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR12-TOTAL-TIME
       when   Extended-Report
              MOVE     FLT-P1 (1) TO WS-WORK1
              add      FLT-P23 (1) to WS-Work1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR11-Day-P
              MOVE     FLT-P1  (2) TO WS-WORK1
              add      FLT-P23 (2) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR11-Nite-P
       when   other
              MOVE     FLT-P1 (1) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR1-P1 (1)
              MOVE     FLT-P23 (1) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR1-P1 (2)
              MOVE     FLT-P1 (2) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR1-P2 (1)
              MOVE     FLT-P23 (2) TO WS-WORK1
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              MOVE     WS-WORKA TO PR1-P2 (2)
     end-evaluate.
*>
 CCA020-LBR-ACCUM1.
     ADD      FLT-DISTANCE   TO WS-Dist-Total.
     ADD      FLT-INSTRUMENT TO WS-INSTRUMENT.
     ADD      FLT-P1 (1)  TO WS-P1 (1).
     ADD      FLT-P23 (1) TO WS-P23 (1).
     ADD      FLT-P1 (2)  TO WS-P1 (2).
     ADD      FLT-P23 (2) TO WS-P23 (2).
*>
     ADD      FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) GIVING WS-WORK1.
     IF       FLT-DATE >= WS-YTD-Start
              ADD WS-WORK1 TO WS-YTD-Mins.
     IF       FLT-DATE >= WS-R12-Start
              ADD WS-WORK1 TO WS-R12-Mins.
*>
     IF       FLT-MS = "M"
              ADD FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) GIVING WS-WORK1
              ADD WS-WORK1 TO WS-MULTI
              PERFORM  ZG000-RESTORE-LOGBK-TIME
              evaluate true
                when   EASA-Report
                       continue                  *> No multi-engine column on the EASA page
                when   Extended-Report
                       move WS-WorkA to PR11-Multi
                when   other
                       MOVE WS-WORKA TO PR1-MULTI
              end-evaluate
     ELSE
              evaluate true
                when   EASA-Report
                       continue
                when   Extended-Report
                       move zeros to PR11-Multi
                when   other
                       MOVE ZEROS TO PR1-MULTI
              end-evaluate
     end-if
*>
     IF       FLT-CAPACITY = "P1I" or "P1T"
              MOVE 1 TO INS-FLAG
              add flt-p1 (1) to ws-ins (1)
              add flt-p1 (2) to ws-ins (2)
              ADD FLT-P1 (1) FLT-P1 (2) TO WS-INSX.
*>
     MOVE     FLT-DATE  TO SAVE-FLT-DATE.
     MOVE     FLT-START TO SAVE-FLT-START.
*>
     IF       DISPLAY-FLAG = ZERO
        AND   ANALYSIS-ONLY-FLAG = ZERO
        AND   NOT NO-PRINT-YET
              ADD 1 TO LINE-CNT
              evaluate true
                when   EASA-Report
                       write  Print-EASA-Log after 1
                when   Extended-Report
                       write  Print-Extended-Log after 1
                when   other
                       WRITE  PRINT-RECORD AFTER 1
              end-evaluate
     end-if
*>
     GO       TO CCA999-EXIT.
*>
 CCA030-LBR-HEADS.
     IF       LINE-CNT NOT = 66
              PERFORM CCA040-LBR-SUBS thru cca050-subs.
     MOVE     SPACES TO PRINT-RECORD.
     move     Prog-Name  to PH1-Prog.
     MOVE     "Personal Flying Log Book of" TO PH1-TITLE1.
     MOVE     WS-USER TO PH1-NAME.
     MOVE     WSF-Date TO PH1-DATE.
     ACCEPT   WSB-TIME FROM TIME.
     IF       WSB-TIME NOT = "00000000"
              MOVE WSB-HH TO WSD-HH
              MOVE WSB-MM TO WSD-MM
              MOVE WSB-SS TO WSD-SS
              MOVE WSD-TIME TO WS-TIME.
     MOVE     WS-TIME TO PH1-TIME.
     ADD      1 TO PAGE-CNT.
     MOVE     ZERO TO LINE-CNT.
     MOVE     "Page" TO PH1-TITPAG.
     MOVE     PAGE-CNT TO PH1-PAGE.
     PERFORM  ZE900-Env-Stamp
     if       Page-Cnt > 1
              WRITE    PRINT-RECORD AFTER PAGE
     else
              write    Print-Record before 1.
     MOVE     SPACES TO Print-Heads-Ext-Line3.
     MOVE     "-- Aircraft--" TO PH2-LIT1.
     evaluate true
       when   EASA-Report
              MOVE     "  DEPART - - -  ARRIVE - - -    PIC" TO PH12-LIT2
              if       Page-Cnt > 1
                       WRITE    Print-Heads-Ext-Line2 AFTER 2
              else
                       write    Print-Heads-Ext-Line2 AFTER 1
              end-if
       when   Extended-Report
              MOVE     "OP    - - - - - JOURNEY - - - - -   DEPART ARR" TO PH12-LIT2
              if       Page-Cnt > 1
                       WRITE    Print-Heads-Ext-Line2 AFTER 2
              else
                       write    Print-Heads-Ext-Line2 AFTER 1
              end-if
       when   other
              MOVE     "OP   JOURNEY   DEPART ARR     - DAY -    NIGHT" TO PH2-LIT2
              if       Page-Cnt > 1
                       WRITE    PRINT-RECORD AFTER 2
              else
                       write    PRINT-RECORD AFTER 1
              end-if
     end-evaluate
     MOVE     SPACES TO Print-Heads-Ext-Line3.
     MOVE     " DATE    TYPE     REG    CAPTAIN" TO PH3-LIT1.
     evaluate true
       when   EASA-Report
              MOVE     " PLACE TIME  PLACE TIME    NAME OF PIC     SP    MP  TOTAL NITE  IFR  PIC  COP INSTR REMARKS                        HOBBS FUEL"
                         TO PH13-LIT2
              WRITE    Print-Heads-Ext-Line3 AFTER 1
       when   Extended-Report
              MOVE     " CAP FROM            TO              TIME  TIME   DAY  NITE IFR  MULT ------- REMARKS ---- - - - - - -  HOBBS FUEL  DIST"
                         TO PH13-LIT2
              WRITE    Print-Heads-Ext-Line3 AFTER 1
       when   other
              MOVE     " CAP FROM  TO   TIME  TIME    P1  P2/3  P1  P2/3 IFR  MULT ------- REMARKS ---- - - - - - -  HOBBS FUEL  DIST CREW 2          LCLDEP LCLARR"
                         TO PH3-LIT2
              WRITE    PRINT-RECORD AFTER 1
     end-evaluate
     MOVE     SPACES TO Print-Heads-Ext-Line3.
     PERFORM  CCA040-LBR-SUBS thru CCA050-Subs.
     IF       PAGE-CNT = 1
        AND   Opb-Record-Loaded
              PERFORM CCH000-Opening-Balance-Line.
*>
 CCA040-LBR-SUBS.
     MOVE     SPACES TO SR1-LIT2 SR2-LIT2 PRINT-RECORD.
     if       display-flag = zero
              add 1 to Line-Cnt
              WRITE PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-WORK1.
     IF       LINE-CNT > 1
              MOVE "Totals Carried Forward" TO SR2-LIT2
      ELSE
              MOVE "Totals Brought Forward" TO SR1-LIT2.
*>
     DIVIDE   WS-MULTI BY 60 GIVING SR1-MULTI    REMAINDER SR2-MULTI.
     DIVIDE   WS-INSTRUMENT BY 60 GIVING SR1-IFR REMAINDER SR2-IFR.
     DIVIDE   WS-P1 (1) BY 60 GIVING SR1-P1 (1)  REMAINDER SR2-P1 (1).
     DIVIDE   WS-P23 (1) BY 60 GIVING SR1-P1 (2) REMAINDER SR2-P1 (2).
     DIVIDE   WS-P1 (2) BY 60 GIVING SR1-P2 (1)  REMAINDER SR2-P2 (1).
     DIVIDE   WS-P23 (2) BY 60 GIVING SR1-P2 (2) REMAINDER SR2-P2 (2).
     ADD      WS-P1 (1) WS-P1 (2) WS-P23 (1) WS-P23 (2)  GIVING WS-WORK3.
     DIVIDE   WS-WORK3 BY 60 GIVING SR1-GRAND    REMAINDER SR2-GRAND.
*>
     IF       INS-FLAG NOT = ZERO
              MOVE "Total" TO SR2-LIT1
              MOVE "Ins" TO SR1-LIT1 sr2-lit1a sr2-lit1b
              move "Day" to sr1-lit1a
              move "Nite" to sr1-lit1b
              DIVIDE WS-INSX BY 60 GIVING SR1-INS     REMAINDER SR2-INS
              DIVIDE WS-INS (1) BY 60 GIVING SR1-INS1 REMAINDER SR2-INS1
              DIVIDE WS-INS (2) BY 60 GIVING SR1-INS2 REMAINDER SR2-INS2.
*>
 cca050-Subs.
     IF       DISPLAY-FLAG = ZERO
              MOVE  SUB-REPORT1 TO Pr3-data1
              WRITE PRINT-RECORD AFTER 1
              MOVE  SUB-REPORT2 TO Pr3-data1
              WRITE PRINT-RECORD AFTER 1
              move spaces to Print-Record
              if   Line-Cnt < 2                     *> If printing BF add a line
                   write Print-Record after 1
                   add  3  to Line-Cnt
              else
                   add  2 to Line-Cnt
              end-if
      ELSE
              DISPLAY SR1-DISP AT 0101
              DISPLAY SR2-DISP AT 0201.
*>
     MOVE     SPACES TO PRINT-RECORD.
*>
 cca100-Print-Subs.
     MOVE     SPACES TO SR2-LIT2 pr3-data2.
     move     all "-" to pr3-data1.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-WORK1.
     MOVE     "Months Sub Totals" TO SR1-LIT2.
     move     "Sub" to sr1-fil1.
*>
     DIVIDE   WS2-MULTI BY 60 GIVING SR1-MULTI    REMAINDER SR2-MULTI.
     DIVIDE   WS2-INSTRUMENT BY 60 GIVING SR1-IFR REMAINDER SR2-IFR.
     DIVIDE   WS2-P1 (1) BY 60 GIVING SR1-P1 (1)  REMAINDER SR2-P1 (1).
     DIVIDE   WS2-P23 (1) BY 60 GIVING SR1-P1 (2) REMAINDER SR2-P1 (2).
     DIVIDE   WS2-P1 (2) BY 60 GIVING SR1-P2 (1)  REMAINDER SR2-P2 (1).
     DIVIDE   WS2-P23 (2) BY 60 GIVING SR1-P2 (2) REMAINDER SR2-P2 (2).
     ADD      WS2-P1 (1) WS2-P1 (2) WS2-P23 (1) WS2-P23 (2)  GIVING WS-WORK1.
     DIVIDE   WS-WORK1 BY 60 GIVING SR1-GRAND     REMAINDER SR2-GRAND.
*>
     IF       INS-FLAG NOT = ZERO
              MOVE "Total" TO SR2-LIT1
              MOVE "Ins"   TO SR1-LIT1 sr2-lit1a sr2-lit1b
              move "Day"   to sr1-lit1a
              move "Nite"  to sr1-lit1b
              DIVIDE WS2-INSX BY 60 GIVING SR1-INS     REMAINDER SR2-INS
              DIVIDE WS2-INS (1) BY 60 GIVING SR1-INS1 REMAINDER SR2-INS1
              DIVIDE WS2-INS (2) BY 60 GIVING SR1-INS2 REMAINDER SR2-INS2.
     perform  cca050-subs.
     move     "Grand" to sr1-fil1.
     move     all "=" to pr3-data1.
     WRITE    PRINT-RECORD AFTER 1.
     move     spaces to print-record.
     initialize WS2-Totals.
     add      2 to line-cnt.
     if       line-cnt > WS-Line-Cnt-Size-2  *> 49
              perform CCA030-LBR-Heads.
*>
 CCA999-EXIT. exit section.
*>
 CCB000-LBR-ANALYSIS   SECTION.
*>============================
*>
*> Accumulate Aircraft Stats
*>
     PERFORM  ZJ000-SEARCH-FOR-AIRCRAFT.               *> changed from ZH000 as THIS uses the table
     MOVE     C TO A.
     IF       C = ZERO                                 *> changed as excessive  - only doing the 1 aircraft.
              display  FL013 at line ws-21-lines col 01 with erase eol
              perform  CCB010-Save-New-Aircraft          *> C updated by resorted table & size
              PERFORM  ZJ000-SEARCH-FOR-AIRCRAFT        *> so must search again, for new entry
              move C  to  A.                            *>  and not be zero
*>
     ADD      FLT-P1 (1) TO WS-AC-P1 (A, 1).
     ADD      FLT-P1 (2) TO WS-AC-P1 (A, 2).
     if       FLT-MS  =  "M"                           *> Multi Engine time total for all Capacities.
              add FLT-P1 (1) FLT-P1 (2)  FLT-P23 (1) FLT-P23 (2) to WS-AC-Multi (A).
     ADD      FLT-INSTRUMENT TO WS-AC-IFR (A).
*>
*>   Now lets sort out p2 & p3 for Analysis
*>
     IF       FLT-CAPACITY (2:1) = "2"
              ADD  FLT-P23 (1) TO WS-AC-P2 (A, 1)
              ADD  FLT-P23 (2) TO WS-AC-P2 (A, 2)
     ELSE
       if     FLT-CAPACITY (2:1) = "3"
              ADD  FLT-P23 (1) TO WS-AC-P3 (A, 1)
              ADD  FLT-P23 (2) TO WS-AC-P3 (A, 2).
*>
     IF       FLT-CAPACITY = "P1I" or "P1T"
              ADD FLT-P1 (1) FLT-P1 (2) TO WS-AC-INST (A).
*>
*>  Accumulate airfield stats   -  Adding a missing airfield to both file and table.
*>
     move     FLT-From to WS-ICAO-Code.
     perform  ZN000-SEARCH-FOR-ICAO.
     move     Error-Code to A.
     if       A = zero
              perform CCB020-Create-Airfield thru CCB030-Exit.
*>
     if       A not = zero
              move FLT-Date to WST-Afld-Last-Flt (A)
              add  1        to WST-Afld-Cnt (A).
     if       FLT-From not = FLT-To
              move FLT-To to WS-ICAO-Code
              perform  ZN000-SEARCH-FOR-ICAO
              move     Error-Code to A
              if       A = zero
                       perform CCB020-Create-Airfield thru CCB030-Exit
              end-if
              if       A not = zero
                       move FLT-Date to WST-Afld-Last-Flt (A)
                       add  1        to WST-Afld-Cnt (A).
*>
     GO       TO CCB999-EXIT.
*>
 CCB010-Save-New-Aircraft.                    *> to file & table then sort table after updating).
     ADD      1 TO WST-AIRCRAFT-SIZE.
     move     FLT-AC-Type to Aircraft-Type     WST-AIRCRAFT    (WST-AIRCRAFT-SIZE).
     move     FLT-AC-Reg  to Aircraft-Last-Reg WST-AC-Last-Reg (WST-AIRCRAFT-SIZE).
     move     FLT-Date    to Aircraft-Last-Flt WST-AC-Last-Flt (WST-AIRCRAFT-SIZE).
     move     FLT-MS      to Aircraft-MS       WST-AC-MS       (WST-AIRCRAFT-SIZE).
     if       FLT-MS = "M"
              move     "Y"    to Aircraft-Complex WST-AC-Complex (WST-AIRCRAFT-SIZE)
     else
              move     space  to Aircraft-Complex WST-AC-Complex (WST-AIRCRAFT-SIZE).
     move     "A"    to Aircraft-Fuel-Type.
     move     spaces to Aircraft-Base.
*>
     write    Aircraft-Record.
     sort     WST-ACFT-Groups on ascending key  WST-AIRCRAFT.
*>
 CCB020-Create-Airfield.                   *> Shouldn't happen but user could have deleted record or file?
     initialize Airfield-Record.           *>  such will appear of afld lists with missing names.
     move     "NAME MISSING" to AFLD-Name.
     move     WS-ICAO-Code   to ICAO-Code.
     move     FLT-Date       to Afld-Last-Flt.
     write    Airfield-Record.                  *> ingnoring any invalid key - may be had another bad rec & now created.
*>
     add      1 to WST-AIRFIELD-SIZE.           *> update table then sort it.
     MOVE     WS-ICAO-CODE  TO WST-AIRFIELD  (WST-AIRFIELD-SIZE).
     MOVE     AFLD-NAME     TO WST-AFLD-NAME (WST-AIRFIELD-SIZE).
     sort     WST-ICAO on Ascending key WST-AIRFIELD.
     perform  ZN000-Search-For-ICAO.                *> must get the table entry after sorting so error-code set.
     move     Error-Code to A.
*>
 CCB030-Exit. exit.
*>
 CCB999-EXIT. exit section.
*>
 CCC000-LBR-AIRCRAFT-ANALYSIS SECTION.
*>===================================
*>
     MOVE     66 TO LINE-CNT.
     move     spaces to Print-Record.
     write    Print-Record after 1.                  *> Clear anything in buffer chgd to after!
 *>    PERFORM  CCA040-LBR-SUBS thru cca050-subs.
     MOVE     ZERO TO A.
*>
 CCC020-LBR-HH-HEADS.
     ACCEPT   WSB-TIME FROM TIME.
     IF       WSB-TIME NOT = "00000000"
              MOVE WSB-HH TO WSD-HH
              MOVE WSB-MM TO WSD-MM
              MOVE WSB-SS TO WSD-SS
              MOVE WSD-TIME TO WS-TIME.
*>
     IF       LINE-CNT > WS-Line-Cnt-Size-1   *> 55
       AND    DISPLAY-FLAG = ZERO
              ADD 1 TO PAGE-CNT
              MOVE ZERO TO LINE-CNT
              MOVE SPACES TO PRINT-RECORD
              move     Prog-Name  to PH1-Prog
              MOVE " FULL Aircraft ANALYSIS FOR" to ph1-title1
              MOVE WS-USER  TO PH1-NAME
              MOVE "PAGE" TO Ph1-TITPAG
              MOVE PAGE-CNT TO Ph1-PAGE
              MOVE WS-TIME TO Ph1-TIME
              MOVE WSF-Date TO Ph1-DATE
              PERFORM  ZE900-Env-Stamp
              if       Page-Cnt > 1
                       WRITE    PRINT-RECORD AFTER PAGE
              else
                       write    Print-Record after 1
              end-if
              MOVE "AIRCRAFT  ----- DAY FLYING -----  --- NIGHT FLYING -----" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              MOVE "  TYPE       P1      P2      P3      P1      P2      P3     TOTAL   IFR      Multi    Inst.     Last Flt"
                                               TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              MOVE SPACES TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
*>
     IF       DISPLAY-FLAG NOT = ZERO
              MOVE ZERO TO LINE-CNT
              MOVE 0201 TO CURS.
*>
     if       SW-ACFT-Date = 1
              sort WST-ACFT-Groups  on descending key WST-AC-Last-FLT.
 CCC030-LBR-HH-GET-REC.
     ADD      1 TO A.
     IF       A > WST-AIRCRAFT-SIZE
              move 1 to Aircraft-Rep-Flag
              sort WST-ACFT-Groups on ascending key WST-Aircraft     *> reset sort order
              GO TO CCC999-EXIT.
*>
     if       SW-ACFT-Date = 1                      *> Ignore aircraft not flown
         and  WST-AC-Last-Flt (A) = zero
              go to CCC030-LBR-HH-GET-REC.
     IF       LINE-CNT > WS-Line-Cnt-Size-1
              PERFORM CCC020-LBR-HH-HEADS.
*>
     MOVE     WST-AIRCRAFT (A) TO PR2-AIRCRAFT.
     MOVE     WS-AC-P1 (A, 1) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-P (1).
*>
     MOVE     WS-AC-P2 (A, 1) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-P (2).
*>
     MOVE     WS-AC-P3 (A, 1) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-P (3).
*>
     MOVE     WS-AC-P1 (A, 2) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-P (4).
*>
     MOVE     WS-AC-P2 (A, 2) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-P (5).
*>
     MOVE     WS-AC-P3 (A, 2) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-P (6).
*>
     ADD      WS-AC-P1 (A, 1) WS-AC-P2 (A, 1) WS-AC-P3 (A, 1)
              WS-AC-P1 (A, 2) WS-AC-P2 (A, 2) WS-AC-P3 (A, 2)
                 GIVING WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-TOTAL.
*>
     MOVE     WS-AC-IFR (A) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-IFR.
*>
     MOVE     WS-AC-MULTI (A) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-MULTI.
*>
     move     WS-AC-Inst (A) to WS-Work3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PR2-INST.
*>
     MOVE     WST-AC-Last-Flt (A) TO WS-Test-Intl.
     perform  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PR2-Last-Flt.
     IF       DISPLAY-FLAG = ZERO
              WRITE  PRINT-RECORD AFTER 1
              ADD 1 TO LINE-CNT
              GO TO CCC030-LBR-HH-GET-REC.
*>
     ADD      100 TO CURS.
     IF       CURS > WS-DFT-Scrn-BE-Length                *> Was   2301   20/11/18
              DISPLAY "Hit return when ready for next screen" line ws-Lines col 01
              accept  ws-reply line ws-Lines col 40
              MOVE 101 TO CURS
              DISPLAY SPACE at 0101 with erase eos    *> This may be wrong !!!
              PERFORM  ZE910-Env-Banner
     END-IF.
*>
     DISPLAY  PRINT-RECORD2 AT CURS.
     GO       TO CCC030-LBR-HH-GET-REC.
*>
 CCC040-RESTORE-ANAL-TOTS.
     MOVE     ZERO TO ERROR-CODE.
     DIVIDE   WS-WORK3 BY 60 GIVING WS-WORK3 REMAINDER WS-WORK4  ON SIZE ERROR MOVE 1 TO ERROR-CODE.
     MULTIPLY 100 BY WS-WORK3.
     ADD      WS-WORK4 TO WS-WORK3.
*>
 CCC999-EXIT. EXIT  section.
*>
 CCD000-Airfield-Lists SECTION.
*>============================
*>
     MOVE     66 TO LINE-CNT.         *> Force new heads
     MOVE     ZERO TO ERROR-CODE ICAO-CODE Z WS-Tmp-Afld2.
     PERFORM  CCD040-LIST-AFLD-HEADS.
*>
 CCD010-START.
     if       Error-Code > zero                       *> save last afld else use zero
              move WST-Airfield (Error-Code) to WS-Tmp-Afld2.
 *>
     if       Z > 1
              write Print-Record4 after 1
              move  zero to Z
              add   1 to Line-Cnt
              move  spaces to Print-Record
              perform CCD040-List-Afld-Heads
     end-if
     add      1 to Error-Code.
     if       Error-Code > WST-Airfield-Size
              if  Z  >  zero
                  write Print-Record4 after 1
                  move  spaces to Print-Record
              end-if
              go to CCD999-Exit
     end-if
*>
     if       SW-AFLD-Used = 1                              *> when set AFLD-Used (1)
       and    WST-Afld-Last-Flt (Error-Code) = zero         *> Ignore airfields not used.
              go to CCD010-Start.                           *> JIC user added country/world wide fields
     move     WST-Airfield (error-code) to WS-Tmp-Afld.
     add      1 to Z.
     if       Error-Code < 2            *> Ignore above test if error-code = 1 - 1st afld
              move 1 to Z.
     if       Z > 2
              write Print-Record4 after 1
              add   1 to Line-Cnt
              move  spaces to Print-Record
              perform CCD040-List-Afld-Heads
     end-if
     MOVE     WST-AIRFIELD  (ERROR-CODE) TO PR4-ICAO (Z).
     MOVE     WST-AFLD-NAME (ERROR-CODE) TO PR4-AFLD-NAME (Z).
     MOVE     WST-Afld-Last-Flt (ERROR-CODE) TO WS-Test-Intl.
     perform  ZZ060-Convert-Date.
     MOVE     WS-Test-Date               TO PR4-Afld-Lt-Flt (Z).
     move     WST-Afld-Cnt (ERROR-CODE)  to PR4-Afld-Cnt (Z).
*>
     go       to CCD010-Start.
*>
 CCD040-LIST-AFLD-HEADS.
     IF       LINE-CNT > WS-Line-Cnt-Size-1
              move spaces to Print-Record
              ADD  1         TO PAGE-CNT
              MOVE ZERO      TO LINE-CNT
              move spaces    to Print-Record
              move PROG-NAME to PH1-Prog
              MOVE " ICAO Airfield Report for  " TO PH1-Title1
              MOVE WS-USER   TO PH1-NAME
              MOVE "PAGE"    TO Ph1-TITPAG
              MOVE PAGE-CNT  TO PH1-PAGE
              MOVE WS-TIME   TO PH1-TIME
              MOVE WSF-Date  TO PH1-DATE
              PERFORM  ZE900-Env-Stamp
              if       Page-Cnt > 1
                       WRITE    PRINT-RECORD AFTER PAGE
              else
                       write    Print-Record after 1
              end-if
              move spaces to Print-Record
              MOVE "ICAO      Airfield                        Cnt   Last Flt " TO PR4-Afld-Group (1)
                                                                  PR4-Afld-Group (2)
              WRITE PRINT-RECORD4 AFTER 2
              MOVE SPACES TO PRINT-RECORD
              WRITE PRINT-RECORD4 AFTER 1
     end-if.
*>
 CCD999-EXIT. exit section.
*>
 CCF000-Gap-Check SECTION.
*>=======================
*>
*> Missing-flights gap detection - called once per FLIGHTLOG-FILE
*>   record read by CC050-LBR-READ while a gap threshold is in
*>   effect. Flightlog-File is read in ascending FLT-Date-Time-Key
*>   order, so the previous distinct flying date seen is all that is
*>   needed to spot a gap; the day-difference itself goes through the
*>   shared ZR000 helper rather than re-deriving it here.
*>
     IF       FLT-DATE = WS-Gap-Prev-Date
              GO TO CCF999-Exit.
     IF       WS-Gap-Prev-Date = ZERO
              GO TO CCF090-Save-Date.
*>
     MOVE     WS-Gap-Prev-Date TO ZR-Date1.
     MOVE     FLT-DATE         TO ZR-Date2.
     PERFORM  ZR000-Days-Difference thru ZR999-Exit.
     IF       ZR-Days > WS-Gap-Days
        AND   WS-Gap-Size < WS-Gap-Max
              ADD  1 TO WS-Gap-Size
              MOVE WS-Gap-Prev-Date TO GAP-FROM-DATE (WS-Gap-Size)
              MOVE FLT-DATE         TO GAP-TO-DATE   (WS-Gap-Size)
              MOVE ZR-Days          TO GAP-DAYS      (WS-Gap-Size).
*>
 CCF090-Save-Date.
     MOVE     FLT-DATE TO WS-Gap-Prev-Date.
*>
 CCF999-Exit.  exit section.
*>
 CCF040-Show-Gaps SECTION.
*>========================
*>
*> Prints the gap list built up by CCF000 above, once the main report
*>   has finished - one line per gap, with the weekday of the first
*>   missing day (via ZR100) to make the printout easier to check
*>   against a roster.
*>
     IF       WS-Gap-Size = ZERO
              GO TO CCF049-Exit.
*>
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Missing-Flights Gap Report" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "----------------------------------------" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "  From        To        Weekday    Days" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     ZERO TO A.
 CCF045-Show-Next.
     ADD      1 TO A.
     IF       A > WS-Gap-Size
              GO TO CCF049-Exit.
     MOVE     GAP-FROM-DATE (A) TO ZR-Date1.
     PERFORM  ZR100-Weekday-Name thru ZR199-Exit.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   GAP-FROM-DATE (A) "  " GAP-TO-DATE (A) "  " ZR-Weekday "  "
              GAP-DAYS (A)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO CCF045-Show-Next.
*>
 CCF049-Exit.  exit section.
*>
 CCE000-CoE-Analysis  section.
*>===========================
*>
*>  Now for analysis for CoE by shortest period.
*>   The computations are done one at a time and are cumlative.
*>    That is the Additions for each CoE are added too from the previous total:
*>
*> This means that the comps for 3 months are added to the previous
*>     1 month plus two, then for 6 months plus another 7, for 13 months.
*>    this way the file is only read the once.
*>
*>    log book read in reversed order
*>
     start    Flightlog-File LAST.      *> we are reading backwards (previous)
     if       FS-Reply not = "00"
              display FL016 at line ws-23-lines col 10 with foreground-color COB-COLOR-RED with erase eol
              if      not WS-Unattended-Reports
                      accept WS-Reply at line ws-23-lines col 50
              end-if
              go to CCE999-Exit.
     initialize WS4-Totals.
     move     spaces to CoE-Lines.
*>
 CCE010-Get-N-Compute-Days.
     display  "Specify from date to use for Cert. of Experience info"
                                           at line ws-21-lines col 01 with erase eol.
     display  "Date to use - [dd/mm/ccyy]" at line ws-22-lines col 11.
     if       LTZ-USA
              display "mm/dd" at line ws-22-lines col 26
      else
       if     LTZ-Unix
              display "ccyy/mm/dd" at line ws-22-lines col 26.
     move     Save-FLT-Date to WS-Test-Intl.
     perform  ZZ060-Convert-Date.
     if       WS-Unattended-Reports           *> cron - take the last flight date as given
              go to CCE011-Have-Date.
     ACCEPT   WS-Test-Date AT line ws-22-lines col 26 with update.
*>
 CCE011-Have-Date.
     PERFORM  ZA000-DATE-CHECK.   *> O/P as WS-Test-Intl and WSA-Date/WSA-Date2
*>
     IF       ERROR-CODE NOT = ZERO     *> date has error
              DISPLAY FL014 AT line ws-23-lines col 01 with foreground-color COB-COLOR-RED
              GO TO CCE010-Get-N-Compute-Days.
     display  space at line ws-21-lines col 01 with erase eol.
     display  space at line ws-22-lines col 01 with erase eol.
     display  space at line ws-23-lines col 01 with erase eol.
     move     WS-Test-Intl to WSA-Date2.
     move     WS-Test-Date to Active-CoE-Date.  *> as LOCALE date
*>
*> Optional 5th, arbitrary "from" date - e.g. for a CoE required to
*>   cover a course, contract or licence period that doesn't line up
*>   with the standard 1/3/6/13 month periods above. Blank skips it.
*>
     move     zero to SW-CoE-Custom  CoE-Custom.
     if       WS-Unattended-Reports
              go to CCE012-Skip-Custom.
     display  "Also compute from an arbitrary date, blank to skip"
                                           at line ws-21-lines col 01 with erase eol.
     display  "From date - [dd/mm/ccyy]"  at line ws-22-lines col 11 with erase eol.
     move     spaces to WS-Test-Date.
     ACCEPT   WS-Test-Date AT line ws-22-lines col 26 with update.
     if       WS-Test-Date (1:2) not = spaces
              PERFORM  ZA000-DATE-CHECK
              IF       ERROR-CODE NOT = ZERO
                       DISPLAY FL014 AT line ws-23-lines col 01 with foreground-color COB-COLOR-RED
                       ACCEPT WS-REPLY AT line ws-23-lines col 40
              ELSE
                       MOVE WS-Test-Intl TO CoE-Custom
                       MOVE 1            TO SW-CoE-Custom.
     display  space at line ws-21-lines col 01 with erase eol.
     display  space at line ws-22-lines col 01 with erase eol.
     display  space at line ws-23-lines col 01 with erase eol.
*>
 CCE012-Skip-Custom.
     move     Active-CoE-Date to WS-Test-Date.  *> ZA000-DATE-CHECK above moved on WS-Test-Intl/WSA-Date2 -
     PERFORM  ZA000-DATE-CHECK.                 *>  restore both to the original "date to use" for CoE-1-Mth calc
*>
*> redo start for date + 1
*>
     add      1 to WS-Test-Intl giving FLT-Date.                *> 1st read will be the date needed or earlier.
     move     zero to FLT-Start.
     start    Flightlog-File key not > FLT-Date-Time-Key.
*>
 *> CCE015-Compute-CoE.
*>
*> now work out the # months for each CoE  using WSA-MM and WSA-Date2
*>  as one, 3, 6 and 13 months. Fields CoE-xxxx will have the earliest date
*>    within requested range for each CoE. these dates are INTL
*>
     perform  CCE100-Deduct-A-Month.
     move     WSA-Date2 to CoE-1-Mth.
     perform  CCE100-Deduct-A-Month 2 times.
     move     WSA-Date2 to CoE-Quarter.
     perform  CCE100-Deduct-A-Month 3 times.
     move     WSA-Date2 to CoE-6-Mths.
     perform  CCE100-Deduct-A-Month 7 times.
     move     WSA-Date2 to CoE-13-Mths.
*>
*> Get the print headings out of the way
*>
     move     spaces to print-record.
     ACCEPT   WSB-TIME FROM TIME.
     IF       WSB-TIME NOT = "00000000"
              MOVE WSB-HH TO WSD-HH
              MOVE WSB-MM TO WSD-MM
              MOVE WSB-SS TO WSD-SS
              MOVE WSD-TIME TO WS-TIME.
*>
     add      1  to Page-Cnt.
     MOVE     ZERO TO LINE-CNT.
     MOVE     SPACES TO PRINT-RECORD.
     move     Prog-Name  to PH1-Prog.
     MOVE     "   Cert. of Experiences for" to ph1-title1.
     MOVE     WS-USER  TO PH1-NAME.
     MOVE     "PAGE" TO Ph1-TITPAG.
     MOVE     PAGE-CNT TO Ph1-PAGE.
     MOVE     WS-TIME TO Ph1-TIME.
     MOVE     WSF-Date TO Ph1-DATE.
     PERFORM  ZE900-Env-Stamp
     if       Page-Cnt > 1
              WRITE    PRINT-RECORD AFTER PAGE
     else
              write    Print-Record after 1.
     move     " The following to be read in conjuction with the Aircraft report page/s" TO PRINT-RECORD.
     write    Print-Record after 2.
     move     spaces to Print-Record.
     string   "      Active date used for all Certificate of Experience data is "
              Active-CoE-Date   into Print-Record.
     write    Print-Record after 1.
     MOVE     "            -------- DAY FLYING ---------      ------- NIGHT FLYING --------" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "CoE Type    P1      P2     P3    Inst. Flts    P1      P2     P3    Inst. Flts    TOTAL     (IFR   Single    Multi   Inst.)"
                   TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
 CCE020-Compute-for-Mths.
     read     Flightlog-File PREVIOUS at end
              move "99" to FS-Reply.
     if       FS-Reply not = "00"
              perform CCE140-Do-CoE-1-Mth
              go to CCE900-We-are-done.
     if       FLT-Date > WS-Test-Intl                *> record is too new. Need to keep reading
                                                     *>   backwards but should not now happen.
              go to CCE020-Compute-for-Mths.
     if       FLT-Date not < CoE-1-Mth
              perform CCE130-WS4-Additions
              go to CCE020-Compute-for-Mths.
     perform  CCE140-Do-CoE-1-Mth.
     go       to CCE035-Test.   *> Bypass read as we have a rec
*>
 CCE030-Compute-for-Quarter.
     if       FS-Reply not = "00"
              move spaces to Print-Record
              string "No data for Quarter experience for "
                     CoE-Quarter
                       into print-record
              write    Print-Record after 1
              go to CCE900-We-are-done.
     read     Flightlog-File PREVIOUS at end
              move "99" to FS-Reply.
     if       FS-Reply not = "00"
              perform CCE150-Do-CoE-Quarter
              go to CCE900-We-are-done.
*>
 CCE035-Test.
     if       FLT-Date not < CoE-Quarter
              perform CCE130-WS4-Additions
              go to CCE030-Compute-for-Quarter.
     perform  CCE150-Do-CoE-Quarter.
     go       to CCE045-Test.   *> Bypass read as we have a rec
*>
 CCE040-Compute-for-6-Mths.
     if       FS-Reply not = "00"
              move spaces to Print-Record
              string "No data for 6 months experience for "
                     CoE-6-Mths
                          into print-record
              write    Print-Record after 1
              go to CCE900-We-are-done.
     read     Flightlog-File PREVIOUS at end
              move "99" to FS-Reply.
     if       FS-Reply not = "00"
              perform CCE160-Do-CoE-6-Mths
              go to CCE900-We-are-done.
*>
 CCE045-Test.
     if       FLT-Date not < CoE-6-Mths
              perform CCE130-WS4-Additions
              go to CCE040-Compute-for-6-Mths.
     perform  CCE160-Do-CoE-6-Mths.
     go       to CCE055-Test.   *> Bypass read as we have a rec
*>
 CCE050-Compute-for-13-Mths.
     if       FS-Reply not = "00"
              move spaces to Print-Record
              string "No data for 13 months experience for "
                     CoE-13-Mths
                           into print-record
              write    Print-Record after 1
              go to CCE900-We-are-done.
     read     Flightlog-File PREVIOUS at end
              move "99" to FS-Reply.
     if       FS-Reply not = "00"
              perform CCE170-Do-CoE-13-Mths
              go to CCE900-We-are-done.
*>
 CCE055-Test.
    if        FLT-Date not < CoE-13-Mths
              perform CCE130-WS4-Additions
              go to CCE050-Compute-for-13-Mths.
     perform  CCE170-Do-CoE-13-Mths.
     go       to CCE900-We-are-Done.
*>
 CCE100-Deduct-A-Month.
     subtract 1 from WSA-MM.
     if       WSA-MM < 1
              subtract 1 from WSA-YY
              move    12   to WSA-MM.
*>
 CCE130-WS4-Additions.
     if       FLT-Capacity (2:1) = "1"
              add     FLT-P1 (1) to WS4-P1 (1)
              add     FLT-P1 (2) to WS4-P1 (2)
     end-if
     if       FLT-Capacity  = "P1I" or "P1T"
              add     FLT-P1 (1) to WS4-INSX
              add     FLT-P1 (2) to WS4-INSX
              add     FLT-P1 (1) to WS4-INS (1)
              add     FLT-P1 (2) to WS4-INS (2)
     end-if
     if       FLT-Capacity (2:1) = "2"
              add     FLT-P23 (1) to WS4-P2 (1)
              add     FLT-P23 (2) to WS4-P2 (2)
     end-if
     if       FLT-Capacity (2:1) = "3"
              add     FLT-P23 (1) to WS4-P3 (1)
              add     FLT-P23 (2) to WS4-P3 (2)
     end-if
     if       FLT-MS = "S"
              add     FLT-P1 (1)  FLT-P1 (2)  FLT-P23 (1) FLT-P23 (2)  to WS4-Single
     else
              add     FLT-P1 (1)  FLT-P1 (2)  FLT-P23 (1) FLT-P23 (2)  to WS4-Multi
     end-if
     add      FLT-Instrument to WS4-Instrument.
     if       FLT-P1  (1) not = zero
         or   FLT-P23 (1) not = zero
              add  1 to WS4-Day-Flights
     end-if
     if       FLT-P1  (2) not = zero
         or   FLT-P23 (2) not = zero
              add  1 to WS4-Nite-Flights
     end-if.
*>
 CCE140-Do-CoE-1-Mth.
     move     "1 Month "       to PCoE-Type.
     perform  CCE200-Do-CoE.
*>
 CCE150-Do-CoE-Quarter.
     move     "3 Months"       to PCoE-Type.
     perform  CCE200-Do-CoE.
*>
 CCE160-Do-CoE-6-Mths.
     move     "6 Months"       to PCoE-Type.
     perform  CCE200-Do-CoE.
*>
 CCE170-Do-CoE-13-Mths.
     move     "13 Mths"       to PCoE-Type.
     perform  CCE200-Do-CoE.
*>
 CCE200-Do-CoE.
*>
*> Have data for the CoE so print it
*>
     MOVE     WS4-Day-Flights  TO PCoE-Day-Flts.
     MOVE     WS4-Nite-Flights TO PCoE-Nite-Flts.
     MOVE     WS4-INSX TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Inst.
     MOVE     WS4-Single TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Single.
     MOVE     WS4-Multi TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Multi.
     MOVE     WS4-INSTRUMENT TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-IFR.
     MOVE     WS4-P1 (1) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Day-P1.
     MOVE     WS4-P2 (1) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Day-P2.
     MOVE     WS4-P3 (1) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Day-P3.
     MOVE     WS4-P1 (2) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Nite-P1.
     MOVE     WS4-P2 (2) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Nite-P2.
     MOVE     WS4-P3 (2) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Nite-P3.
     MOVE     WS4-INS (1) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Day-Ins.
     MOVE     WS4-INS (2) TO WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Nite-Ins.
     ADD      WS4-P1 (1)  WS4-P1 (2)  WS4-P2 (1)
              WS4-P2 (2)  WS4-P3 (1)  WS4-P3 (2)   giving WS4-Total.
     move     WS4-Total    to WS-WORK3.
     PERFORM  CCC040-RESTORE-ANAL-TOTS.
     MOVE     WS-WORKB TO PCoE-Total.
     write    CoE-Lines after 1.
*>
 CCE180-Do-CoE-Custom.
*>
*> Independent scan for the arbitrary "from" date entered at CCE010,
*>   run separately from the chained 1/3/6/13 month additions above
*>   since that chain relies on each cutoff being progressively
*>   further back than the last - a user-typed date can't be relied
*>   on to fit that ordering. WS-Test-Intl still holds the "date to
*>   use" (the upper bound) exactly as it did before that cascade
*>   started reading backwards through it.
*>
     initialize WS4-Totals.
     move     WS-Test-Intl to FLT-Date.
     add      1 to FLT-Date.
     move     zero to FLT-Start.
     start    Flightlog-File key not > FLT-Date-Time-Key.
     if       FS-Reply not = "00"
              go to CCE180-Exit.
*>
 CCE185-Read-Prev.
     read     Flightlog-File previous at end
              go to CCE188-Print.
     if       FLT-Date > WS-Test-Intl
              go to CCE185-Read-Prev.
     if       FLT-Date not < CoE-Custom
              perform CCE130-WS4-Additions
              go to CCE185-Read-Prev.
*>
 CCE188-Print.
     move     "Custom  " to PCoE-Type.
     perform  CCE200-Do-CoE.
*>
 CCE180-Exit.
*>
 CCE900-We-are-Done.
     if       CoE-Custom-Wanted
              perform CCE180-Do-CoE-Custom thru CCE180-Exit.
     if       Aircraft-Rep-Flag = zero
              MOVE 1 TO ANALYSIS-ONLY-FLAG
              PERFORM CC000-LOG-BOOK-REPORT.
*>
 CCE999-Exit. exit section.
*>
 CD000-Amend-Airfield-Code  SECTION.
*>=================================
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Change Airfield ICAO code" AT 0128 WITH foreground-color COB-COLOR-GREEN.   *> 'Entry" at cc42
     display  "ICAO Code " at 0301
     display  " Old    New    Name" at 0401.
     display  "[abcd] [abcd] [abcdefghijklmnopqrst]" at 0501.
     display  "Spaces in Old will terminate function & in New will request again" at 0801 with foreground-color COB-COLOR-CYAN.
*>
 CD010-Get-Code.
     move     spaces to WS-ICAO-Code.
     accept   WS-ICAO-Code at 0502.
     move     function upper-case (WS-ICAO-Code) to WS-ICAO-Code ICAO-Code.
     if       WS-ICAO-Code (1:1) = space
              go to CD999-Exit.
     display  ICAO-Code at 0502.
     accept   WS-New-ICAO-Code at 0509.
     move     function upper-case (WS-New-ICAO-Code) to WS-New-ICAO-Code.
     if       WS-New-ICAO-Code = space
              go to CD010-Get-Code.
     display  WS-New-ICAO-Code at 0509.
*>
*> Now go through the flightlog records and see if old airfield code is used.
*>
     start    Flightlog-File FIRST.
     if       FS-Reply not = "00"
              display FL016 at line ws-23-lines col 10 with foreground-color COB-COLOR-RED with erase eol
              accept WS-Reply at line ws-23-lines col 50
              go to CD999-Exit.
*>
 CD020-Read-Flitelog.
     read     Flightlog-File next record at end
              go to CD030-Proc-Afld-File.
     if       FLT-From = WS-ICAO-Code
              move WS-New-ICAO-CODE to FLT-From.
     if       FLT-TO   = WS-ICAO-Code
              move WS-New-ICAO-CODE to FLT-TO.
     rewrite  Flightlog-Record.
     if       FS-Reply not = "00"
              display    FL003 at 0801  foreground-color COB-COLOR-RED
              accept     WS-Reply at 0855
              display    space at 0801 with erase eol
              go to CD999-Exit.                        *> serious problem somewhere, no disk space ?
     go       to CD020-Read-Flitelog.
*>
 CD030-Proc-Afld-File.
     move     WS-ICAO-Code to ICAO-Code.
     Read     Airfield-File key ICAO-Code          INVALID KEY
              display    FL023 at 0901 with foreground-color COB-COLOR-RED
              display    FS-Reply at 0960
              display    space at 0901 with erase eol
              initialize Airfield-Record
              move       spaces to WS-Afld-Name
              move       zero to WS-Tmp-Afld-Last-Flt   NOT INVALID KEY
              move       AFLD-Name to WS-Afld-Name
              move       Afld-Last-Flt to WS-Tmp-Afld-Last-Flt
     end-read.
     accept   WS-Afld-Name  at 0516 with update.
     if       FS-Reply = "00"                           *> only do if rec found
              delete   Airfield-File record
     end-if.
     move     WS-New-ICAO-Code to ICAO-Code.
     move     WS-Afld-Name to AFLD-Name.                *> Yes retaining last-flt date as that will be still be valid
     move     WS-Tmp-Afld-Last-Flt to Afld-Last-Flt.
     write    Airfield-Record  INVALID KEY              *> exists so read and update
              go to CD040-Read-Existing.
     go       to CD010-Get-Code.
*>
 CD040-Read-Existing.
     read     Airfield-File key WS-New-ICAO-Code NOT INVALID KEY
              move       WS-Afld-Name to AFLD-Name
              move       WS-Tmp-Afld-Last-Flt to Afld-Last-Flt
              rewrite    Airfield-Record.
     go       to CD010-Get-Code.
*>
 CD999-Exit.  exit  section.
*>
 CE000-Amend-Aircraft-Type section.
*>================================
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Change Aircraft type" AT 0128 WITH foreground-color COB-COLOR-GREEN.   *> 'Entry" at cc42
     display  "- - - - Type - - - -" at 0301
     display  " Old        New" at 0401.
     display  "[abcdefgh] [abcdefgh]" at 0501.
     display  "Spaces in Old will terminate function & in New will request again" at 0801 with foreground-color COB-COLOR-CYAN.
*>
 CE010-Get-Type.
     move     spaces to WS-Old-AC-Type.
     accept   WS-Old-AC-Type at 0502.
     move     function upper-case (WS-Old-AC-Type) to WS-Old-AC-Type Aircraft-Type.
     if       WS-Old-AC-Type (1:1) = space
              go to CE999-Exit.
     display  WS-Old-AC-Type at 0502.
     accept   WS-New-AC-Type at 0513.
     move     function upper-case (WS-New-AC-Type) to WS-New-AC-Type.
     if       WS-New-AC-Type = space
              go to CE010-Get-Type.
     display  WS-New-AC-Type at 0513.
     start    Flightlog-File FIRST.
     if       FS-Reply not = "00"
              display FL016 at line ws-23-lines col 10 with foreground-color COB-COLOR-RED with erase eol
              accept WS-Reply at line ws-23-lines col 50
              go to CE999-Exit.
*>
 CE020-Read-Flitelog.
     read     Flightlog-File next record at end
              go to CE030-Proc-Acft-File.
     if       FLT-AC-Type = WS-Old-AC-Type
              move WS-New-AC-Type to FLT-AC-Type
              rewrite    Flightlog-Record
              if         FS-Reply not = "00"
                         display FL003 at 0801  foreground-color COB-COLOR-RED
                         accept  WS-Reply at 0855
                         display  space at 0801 with erase eol
                         go to CE999-Exit.                        *> serious problem somewhere, no disk space ?
     go       to CE020-Read-Flitelog.
*>
 CE030-Proc-Acft-File.
     move     WS-Old-AC-Type to Aircraft-Type.
     Read     Aircraft-File key Aircraft-Type      INVALID KEY
              display    FL035 at 0901 with foreground-color COB-COLOR-RED
              display    FS-Reply at 0960
              display    space at 0901 with erase eol
              initialize Aircraft-Record.
*>
     if       FS-Reply = "00"                         *> only do if rec found
              delete     Airfield-File record.
     move     WS-New-AC-Type to Aircraft-Type.
     write    Airfield-Record.
     go       to CE010-Get-Type.
*>
 CE999-Exit.  exit section.
*>
 CF000-Night-Currency-Report SECTION.
*>==================================
*>
*> Summarises night flying (FLT-P1/FLT-P23 night column, occurrence 2)
*>   by Captain over a trailing window, so a currency gap shows up
*>   without scanning the log by hand. Default window 90 days.
*>   Captains who have left (ZV200) are not listed.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Night Flying Currency Report" AT 0128 WITH foreground-color COB-COLOR-GREEN.
     display  "Lookback period in days, blank for" at 0301 with foreground-color COB-COLOR-Yellow.
     MOVE     WS-Night-Currency-Days TO WS-DISPLAY3.
     display  WS-DISPLAY3 at 0337 with foreground-color COB-COLOR-CYAN.
     ACCEPT   WS-DISPLAY3 AT 0301 with update.
     IF       WS-DISPLAY3 NOT = ZERO
              MOVE WS-DISPLAY3 TO WS-Night-Currency-Days.
*>
     MOVE     WS-Today       TO ZR-Date1.
     MOVE     "-"            TO ZR-Sign.
     MOVE     WS-Night-Currency-Days TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate  TO WS-Night-From.
*>
     MOVE     ZERO   TO WST-Night-Size.
     MOVE     SPACES TO WST-Night-Table.
*>
     MOVE     WS-Night-From TO FLT-Date.
     MOVE     ZERO          TO FLT-Start.
     START    Flightlog-File key not < FLT-Date-Time-Key  INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CF040-Display-Results.
*>
 CF010-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO CF040-Display-Results.
     IF       FLT-P1 (2) + FLT-P23 (2) = ZERO
              GO TO CF010-Read-Flitelog.
*>
     MOVE     ZERO TO C.
     SET      QQN TO 1.
     SEARCH   WST-Night-Groups AT END  MOVE ZERO TO C
              WHEN WST-Night-Captain (QQN) = FLT-CAPTAIN  SET C TO QQN.
     IF       C = ZERO
              ADD  1 TO WST-Night-Size
              MOVE FLT-CAPTAIN TO WST-Night-Captain (WST-Night-Size)
              MOVE ZERO        TO WST-Night-Flights (WST-Night-Size)
                                  WST-Night-Mins    (WST-Night-Size)
              SORT WST-Night-Groups ON ASCENDING KEY WST-Night-Captain
              SET  QQN TO 1
              SEARCH WST-Night-Groups AT END MOVE ZERO TO C
                     WHEN WST-Night-Captain (QQN) = FLT-CAPTAIN  SET C TO QQN.
*>
     ADD      1 TO WST-Night-Flights (C).
     ADD      FLT-P1 (2) FLT-P23 (2) TO WST-Night-Mins (C).
     GO       TO CF010-Read-Flitelog.
*>
 CF040-Display-Results.
     DISPLAY  SPACE AT 0101 WITH ERASE EOS.
     PERFORM  ZE910-Env-Banner.
     MOVE     WS-Night-From TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  "Night flights since " AT 0301 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-Test-Date AT 0321 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Captain          Night Flts  Night Hrs" AT 0501 WITH foreground-color COB-COLOR-YELLOW.
     MOVE     7 TO LINE-CNT.
     IF       WST-Night-Size = ZERO
              DISPLAY "No night flying found in this period" AT LINE LINE-CNT COL 01
              GO TO CF090-Wait.
*>
     MOVE     ZERO TO QQN.
 CF050-Display-Next.
     ADD      1 TO QQN.
     IF       QQN > WST-Night-Size
              GO TO CF090-Wait.
     MOVE     WST-Night-Captain (QQN) TO WS-Lvr-Name.
     PERFORM  ZV200-Check-Leaver.
     IF       WS-Lvr-Left = "Y"
              GO TO CF050-Display-Next.
     DISPLAY  WST-Night-Captain (QQN) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-Night-Flights (QQN) AT LINE LINE-CNT COL 20 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-Night-Mins (QQN) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME AT LINE LINE-CNT COL 32 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO CF050-Display-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     MOVE     7 TO LINE-CNT.
     DISPLAY  SPACE AT 0701 WITH ERASE EOS.
     GO       TO CF050-Display-Next.
*>
 CF090-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 CF999-Exit.  exit section.
*>
 CG000-Instructor-Hours-Report SECTION.
*>=============================
*>
*> Instructor/trainer hours ledger, by month and by student aircraft
*>   type - reuses the same FLT-CAPACITY (2:2) = "1I" or "1T" test
*>   CCA000-LBR-PRINT-DATA already uses to split WS2-INS out of the
*>   ordinary P1 totals, but scans the whole file itself (rather than
*>   riding on the monthly analysis report) so the ledger comes out
*>   grouped this way regardless of what report options are selected.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Instructor Hours Ledger Report" AT 0128 WITH foreground-color COB-COLOR-GREEN.
*>
     perform  ZC000-LOAD-AIRCRAFT
     if       Return-Code > 3
              display FL016 at line ws-23-lines col 10 with foreground-color COB-COLOR-RED with erase eol
              accept WS-Reply at line ws-23-lines col 50
              go to CG999-Exit.
*>
     MOVE     ZERO   TO WST-Ins-Size.
     MOVE     SPACES TO WST-Ins-Table.
*>
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO CG040-Display-Results.
*>
 CG010-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO CG040-Display-Results.
     IF       FLT-CAPACITY (2:2) NOT = "1I" AND NOT = "1T"
              GO TO CG010-Read-Flitelog.
*>
     MOVE     FLT-DATE TO WSA-Date2.
     COMPUTE  C = WSA-YY * 100 + WSA-MM.
     MOVE     ZERO TO A.
     SET      QQI TO 1.
     SEARCH   WST-Ins-Groups AT END  MOVE ZERO TO A
              WHEN WST-Ins-YrMth (QQI) = C
               AND WST-Ins-AC-Type (QQI) = FLT-AC-TYPE  SET A TO QQI.
     IF       A = ZERO
              ADD  1 TO WST-Ins-Size
              MOVE C           TO WST-Ins-YrMth   (WST-Ins-Size)
              MOVE FLT-AC-TYPE TO WST-Ins-AC-Type  (WST-Ins-Size)
              MOVE ZERO        TO WST-Ins-Mins     (WST-Ins-Size)
              SORT WST-Ins-Groups ON ASCENDING KEY WST-Ins-YrMth WST-Ins-AC-Type
              SET  QQI TO 1
              SEARCH WST-Ins-Groups AT END MOVE ZERO TO A
                     WHEN WST-Ins-YrMth (QQI) = C
                      AND WST-Ins-AC-Type (QQI) = FLT-AC-TYPE  SET A TO QQI.
*>
     ADD      FLT-P1 (1) FLT-P1 (2) TO WST-Ins-Mins (A).
     GO       TO CG010-Read-Flitelog.
*>
 CG040-Display-Results.
     DISPLAY  SPACE AT 0101 WITH ERASE EOS.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Month   A/C Type  Instructor Hrs" AT 0501 WITH foreground-color COB-COLOR-YELLOW.
     MOVE     7 TO LINE-CNT.
     IF       WST-Ins-Size = ZERO
              DISPLAY "No instructor/trainer hours found on file" AT LINE LINE-CNT COL 01
              GO TO CG090-Wait.
*>
     MOVE     ZERO TO QQI.
 CG050-Display-Next.
     ADD      1 TO QQI.
     IF       QQI > WST-Ins-Size
              GO TO CG090-Wait.
     DISPLAY  WST-Ins-YrMth (QQI) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-Ins-AC-Type (QQI) AT LINE LINE-CNT COL 09 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-Ins-Mins (QQI) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME AT LINE LINE-CNT COL 20 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO CG050-Display-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     MOVE     7 TO LINE-CNT.
     DISPLAY  SPACE AT 0701 WITH ERASE EOS.
     GO       TO CG050-Display-Next.
*>
 CG090-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 CG999-Exit.  exit section.
*>
 CH000-Duty-Rest-Report SECTION.
*>==============================
*>
*> Duty/rest hours summary by Captain, as of today - trailing 7 and 28
*>   day duty totals from Duty-File, flagged against the same limits
*>   CA236-Enter-Duty-Times checks when a duty period is entered.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Duty and Rest Hours Report" AT 0128 WITH foreground-color COB-COLOR-GREEN.
*>
     MOVE     SPACES TO WS-Base-Filter.
     IF       NOT WS-Unattended-Reports
              DISPLAY "Home base filter [    ] (blank = all bases)" AT 0301
                      WITH foreground-color COB-COLOR-Yellow
              ACCEPT WS-Base-Filter AT 0319 with update
              move function upper-case (WS-Base-Filter) to WS-Base-Filter
              DISPLAY SPACE AT 0301 with erase eol.
*>
     MOVE     ZERO   TO WST-Duty-Size.
     MOVE     SPACES TO WST-Duty-Table.
*>
     MOVE     "-" TO ZR-Sign.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     6  TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Duty-From-7.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     27 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Duty-From-28.
*>
     START    DUTY-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO CH040-Display-Results.
*>
 CH010-Read-Duty.
     READ     DUTY-FILE NEXT RECORD AT END  GO TO CH040-Display-Results.
     IF       DUTY-DATE < WS-Duty-From-28
              GO TO CH010-Read-Duty.
     IF       WS-Base-Filter NOT = SPACES
              MOVE DUTY-CAPTAIN TO PILOT-NAME
              READ PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF  FS-REPLY NOT = "00"
               OR PILOT-BASE NOT = WS-Base-Filter
                  GO TO CH010-Read-Duty
              END-IF.
*>
     MOVE     ZERO TO A.
     SET      QQD TO 1.
     SEARCH   WST-Duty-Groups AT END  MOVE ZERO TO A
              WHEN WST-Duty-Captain (QQD) = DUTY-CAPTAIN  SET A TO QQD.
     IF       A = ZERO
              ADD  1 TO WST-Duty-Size
              MOVE DUTY-CAPTAIN TO WST-Duty-Captain (WST-Duty-Size)
              MOVE ZERO         TO WST-Duty-Mins-7 (WST-Duty-Size)
                                    WST-Duty-Mins-28 (WST-Duty-Size)
              SORT WST-Duty-Groups ON ASCENDING KEY WST-Duty-Captain
              SET  QQD TO 1
              SEARCH WST-Duty-Groups AT END MOVE ZERO TO A
                     WHEN WST-Duty-Captain (QQD) = DUTY-CAPTAIN  SET A TO QQD.
*>
     COMPUTE  WS-Duty-Mins = DUTY-END - DUTY-START.
     IF       WS-Duty-Mins < 0
              ADD  1440 TO WS-Duty-Mins.
     ADD      WS-Duty-Mins TO WST-Duty-Mins-28 (A).
     IF       DUTY-DATE NOT < WS-Duty-From-7
              ADD  WS-Duty-Mins TO WST-Duty-Mins-7 (A).
     GO       TO CH010-Read-Duty.
*>
 CH040-Display-Results.
     IF       WS-Unattended-Reports
              GO TO CH060-Print-Results.
     DISPLAY  SPACE AT 0101 WITH ERASE EOS.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Captain          7 Day Hrs  28 Day Hrs" AT 0501 WITH foreground-color COB-COLOR-YELLOW.
     MOVE     7 TO LINE-CNT.
     IF       WST-Duty-Size = ZERO
              DISPLAY "No duty periods found in the last 28 days" AT LINE LINE-CNT COL 01
              GO TO CH090-Wait.
*>
     MOVE     ZERO TO QQD.
 CH050-Display-Next.
     ADD      1 TO QQD.
     IF       QQD > WST-Duty-Size
              GO TO CH090-Wait.
     DISPLAY  WST-Duty-Captain (QQD) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-Duty-Mins-7 (QQD) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME AT LINE LINE-CNT COL 20 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-Duty-Mins-28 (QQD) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME AT LINE LINE-CNT COL 32 WITH foreground-color COB-COLOR-CYAN.
     IF       WST-Duty-Mins-7 (QQD) > WS-Duty-7-Day-Limit
       OR     WST-Duty-Mins-28 (QQD) > WS-Duty-28-Day-Limit
              DISPLAY "*" AT LINE LINE-CNT COL 41 WITH foreground-color COB-COLOR-RED.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO CH050-Display-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     MOVE     7 TO LINE-CNT.
     DISPLAY  SPACE AT 0701 WITH ERASE EOS.
     GO       TO CH050-Display-Next.
*>
 CH060-Print-Results.
*>
*>   Month-end pack output - see ZP500-Reports-Pack.
*>
     MOVE     "DUTY / REST HOURS (trailing 7 and 28 days)" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Captain          7 Day Hrs  28 Day Hrs" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO QQD.
 CH070-Print-Next.
     SET      QQD UP BY 1.
     IF       QQD > WST-Duty-Size
              GO TO CH999-Exit.
     DIVIDE   WST-Duty-Mins-7 (QQD) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME TO PB1-HOURS.               *> borrow the billing line's hour cells
     DIVIDE   WST-Duty-Mins-28 (QQD) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   WST-Duty-Captain (QQD) "  "
              PB1-HOURS               "      "
              WSE-TIME
              DELIMITED BY SIZE INTO PRINT-RECORD.
     IF       WST-Duty-Mins-7 (QQD) > WS-Duty-7-Day-Limit
       OR     WST-Duty-Mins-28 (QQD) > WS-Duty-28-Day-Limit
              MOVE " *OVER LIMIT*" TO PRINT-RECORD (42:13).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO CH070-Print-Next.
*>
 CH090-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 CH999-Exit.  exit section.
*>
 CI000-Aircraft-Utilization-Report SECTION.
*>=========================================
*>
*> Per-registration utilization ledger, grouped by A/C Type then Reg -
*>   hours flown, sector count and last-flown date - a full scan of
*>   Flightlog-File independent of the monthly analysis report, same
*>   SEARCH+SORT-insert idiom as CG000-Instructor-Hours-Report.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Aircraft Utilization Report" AT 0128 WITH foreground-color COB-COLOR-GREEN.
*>
     MOVE     SPACES TO WS-Base-Filter.
     IF       NOT WS-Unattended-Reports
              DISPLAY "Home base filter [    ] (blank = all bases)" AT 0301
                      WITH foreground-color COB-COLOR-Yellow
              ACCEPT WS-Base-Filter AT 0319 with update
              move function upper-case (WS-Base-Filter) to WS-Base-Filter
              DISPLAY SPACE AT 0301 with erase eol.
*>
*>  Retired registrations are left out unless asked for, as OD000 -
*>   the month-end pack keeps the whole history.
*>
     MOVE     "Y" TO WS-Dsp-Incl.
     MOVE     WS-Today TO WS-Dsp-As-At.
     IF       NOT WS-Unattended-Reports
              DISPLAY "Include retired registrations? [N]" AT 0401
                      WITH foreground-color COB-COLOR-Yellow
              MOVE "N" TO WS-Dsp-Incl
              ACCEPT WS-Dsp-Incl AT 0433 with update
              move function upper-case (WS-Dsp-Incl) to WS-Dsp-Incl
              DISPLAY SPACE AT 0401 with erase eol.
*>
     MOVE     ZERO   TO WST-Util-Size.
     MOVE     SPACES TO WST-Util-Table.
*>
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO CI040-Display-Results.
*>
 CI010-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO CI040-Display-Results.
     PERFORM  ZT600-Aircraft-Base.
     IF       WS-Base-Filter NOT = SPACES
        AND   WS-Tmp-Base NOT = WS-Base-Filter
              GO TO CI010-Read-Flitelog.
     MOVE     ZERO TO A.
     SET      QQU TO 1.
     SEARCH   WST-Util-Groups AT END  MOVE ZERO TO A
              WHEN WST-Util-AC-Type (QQU) = FLT-AC-TYPE
               AND WST-Util-AC-Reg  (QQU) = FLT-AC-REG  SET A TO QQU.
     IF       A = ZERO
        AND   WS-Dsp-Incl NOT = "Y"
              MOVE FLT-AC-REG TO WS-Dsp-Reg
              PERFORM ZV100-Check-Retired
              IF  WS-Dsp-Retired = "Y"
                  GO TO CI010-Read-Flitelog
              END-IF
     END-IF.
     IF       A = ZERO
              ADD  1 TO WST-Util-Size
              MOVE FLT-AC-TYPE TO WST-Util-AC-Type  (WST-Util-Size)
              MOVE FLT-AC-REG  TO WST-Util-AC-Reg   (WST-Util-Size)
              MOVE ZERO        TO WST-Util-Mins     (WST-Util-Size)
                                  WST-Util-Sectors  (WST-Util-Size)
                                  WST-Util-Last-Flt (WST-Util-Size)
                                  WST-Util-Dist     (WST-Util-Size)
                                  WST-Util-Pos      (WST-Util-Size)
              SORT WST-Util-Groups ON ASCENDING KEY WST-Util-AC-Type WST-Util-AC-Reg
              SET  QQU TO 1
              SEARCH WST-Util-Groups AT END MOVE ZERO TO A
                     WHEN WST-Util-AC-Type (QQU) = FLT-AC-TYPE
                      AND WST-Util-AC-Reg  (QQU) = FLT-AC-REG  SET A TO QQU.
*>
*>
*>  A sector departing away from the aircraft's base is positioning -
*>   unbillable, so it goes in its own column instead of polluting
*>   the utilization hours.
*>
     IF       WS-Tmp-Base NOT = SPACES
        AND   FLT-FROM NOT = WS-Tmp-Base
              ADD FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2)
                  TO WST-Util-Pos (A)
     ELSE
              ADD FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2)
                  TO WST-Util-Mins (A).
     ADD      1 TO WST-Util-Sectors (A).
     ADD      FLT-DISTANCE TO WST-Util-Dist (A).
     IF       FLT-DATE > WST-Util-Last-Flt (A)
              MOVE FLT-DATE TO WST-Util-Last-Flt (A).
     GO       TO CI010-Read-Flitelog.
*>
 CI040-Display-Results.
     IF       WS-Unattended-Reports
              GO TO CI060-Print-Results.
     DISPLAY  SPACE AT 0101 WITH ERASE EOS.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Type      Reg     Hours    Sectors  Last Flown   Dist nm  Posn hrs" AT 0501 WITH foreground-color COB-COLOR-YELLOW.
     MOVE     7 TO LINE-CNT.
     IF       WST-Util-Size = ZERO
              DISPLAY "No flights found on file" AT LINE LINE-CNT COL 01
              GO TO CI090-Wait.
*>
     MOVE     ZERO TO QQU.
 CI050-Display-Next.
     ADD      1 TO QQU.
     IF       QQU > WST-Util-Size
              GO TO CI090-Wait.
     DISPLAY  WST-Util-AC-Type (QQU) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-Util-AC-Reg  (QQU) AT LINE LINE-CNT COL 11 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-Util-Mins (QQU) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME AT LINE LINE-CNT COL 19 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-Util-Sectors (QQU) AT LINE LINE-CNT COL 29 WITH foreground-color COB-COLOR-CYAN.
     IF       WST-Util-Last-Flt (QQU) = ZERO
              DISPLAY "  --------" AT LINE LINE-CNT COL 38 WITH foreground-color COB-COLOR-CYAN
     ELSE
              MOVE WST-Util-Last-Flt (QQU) TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              DISPLAY WS-Test-Date AT LINE LINE-CNT COL 38 WITH foreground-color COB-COLOR-CYAN
     END-IF.
     MOVE     WST-Util-Dist (QQU) TO WS-Dist-Disp.
     DISPLAY  WS-Dist-Disp AT LINE LINE-CNT COL 51 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-Util-Pos (QQU) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME AT LINE LINE-CNT COL 61 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO CI050-Display-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     MOVE     7 TO LINE-CNT.
     DISPLAY  SPACE AT 0701 WITH ERASE EOS.
     GO       TO CI050-Display-Next.
*>
 CI060-Print-Results.
*>
*>   Month-end pack output - same figures to the print file, no
*>     screen, no pauses. See ZP500-Reports-Pack.
*>
     MOVE     "AIRCRAFT UTILIZATION" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Type      Reg     Hours    Sectors  Last Flown   Dist nm  Posn" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO QQU.
 CI070-Print-Next.
     SET      QQU UP BY 1.
     IF       QQU > WST-Util-Size
              GO TO CI999-Exit.
     DIVIDE   WST-Util-Mins (QQU) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WST-Util-Last-Flt (QQU) TO WS-Tmp-Date8.
     MOVE     WST-Util-Sectors (QQU)  TO WS-DISPLAY4.
     MOVE     WST-Util-Dist (QQU)     TO WS-Dist-Disp.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   WST-Util-AC-Type (QQU) "  "
              WST-Util-AC-Reg  (QQU) "  "
              WSE-TIME               "    "
              WS-DISPLAY4            "    "
              WS-Tmp-Date8           "  "
              WS-Dist-Disp
              DELIMITED BY SIZE INTO PRINT-RECORD.
     DIVIDE   WST-Util-Pos (QQU) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME TO PRINT-RECORD (62:5).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO CI070-Print-Next.
*>
 CI090-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 CI999-Exit.  exit section.
*>
 CJ000-Export-iCalendar SECTION.
*>==============================
*>
*> Exports logged flights as iCalendar (.ics) events, one VEVENT per
*>   flight, to flightlog.ics in the current directory - readable by
*>   any calendar application. Date range prompts follow the same
*>   optional start/end convention as CC000-Log-Book-Report; leaving
*>   both blank exports the whole file.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Export Log Book to iCalendar" AT 0128 WITH foreground-color COB-COLOR-GREEN.
     MOVE     ZERO TO PRINT-START PRINT-END.
     DISPLAY  "Start Date  [dd.mm.ccyy] (blank = all)" AT 2001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "End Date    [dd.mm.ccyy] (blank = all)" AT 2101 WITH foreground-color COB-COLOR-Yellow.
*>
 CJ010-Get-Start.
     ACCEPT   WS-Test-Date AT 2014 with update.
     IF       WS-Test-Date (1:2) = SPACES
              GO TO CJ020-Get-End.
     PERFORM  ZA000-DATE-CHECK.
     IF       ERROR-CODE = ZERO
              MOVE WS-Test-Intl TO PRINT-START
     ELSE     GO TO CJ010-Get-Start.
*>
 CJ020-Get-End.
     ACCEPT   WS-Test-Date AT 2114 with update.
     IF       WS-Test-Date (1:2) = SPACES
              GO TO CJ030-Open.
     PERFORM  ZA000-DATE-CHECK.
     IF       ERROR-CODE = ZERO
              MOVE WS-Test-Intl TO PRINT-END
     ELSE     GO TO CJ020-Get-End.
*>
 CJ025-Ask-Bookings.
*>
*>  The booking diary can go out beside the flights so the calendar
*>   shows the forward view too.
*>
     DISPLAY  "Include bookings? [N]" AT 2201 WITH foreground-color COB-COLOR-Yellow.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT 2220 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply = "Y"
              MOVE 1 TO SW-Ical-Bookings
     ELSE
              MOVE ZERO TO SW-Ical-Bookings.
*>
 CJ030-Open.
     OPEN     OUTPUT ICAL-FILE.
     IF       FS-Reply NOT = "00"
              DISPLAY FL016 AT LINE WS-23-Lines COL 10 WITH foreground-color COB-COLOR-RED WITH erase eol
              ACCEPT  WS-Reply AT LINE WS-23-Lines COL 50
              GO TO CJ999-Exit.
*>
     MOVE     "BEGIN:VCALENDAR" TO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     "VERSION:2.0" TO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     "PRODID:-//Flightlog//Flightlog Export//EN" TO ICAL-RECORD.
     WRITE    ICAL-RECORD.
*>
     IF       PRINT-START NOT = ZERO
              MOVE PRINT-START TO FLT-DATE
              MOVE ZERO        TO FLT-START
              START FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
     ELSE
              START FLIGHTLOG-FILE FIRST.
     IF       FS-Reply NOT = "00"
              GO TO CJ090-Close.
*>
 CJ040-Read.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END
              GO TO CJ090-Close.
     IF       PRINT-END NOT = ZERO
        AND   FLT-DATE > PRINT-END
              GO TO CJ090-Close.
     PERFORM  CJ050-Write-Event.
     GO       TO CJ040-Read.
*>
 CJ050-Write-Event.
     DIVIDE   FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     WSF-HH TO WS-ICAL-SHH.
     MOVE     WSF-MM TO WS-ICAL-SMM.
     DIVIDE   FLT-END BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     WSF-HH TO WS-ICAL-EHH.
     MOVE     WSF-MM TO WS-ICAL-EMM.
*>
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "BEGIN:VEVENT" DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "UID:" FLT-DATE "-" FLT-START "-" FLT-AC-REG "@flightlog"
              DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "DTSTART:" FLT-DATE "T" WS-ICAL-SHH WS-ICAL-SMM "00"
              DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "DTEND:" FLT-DATE "T" WS-ICAL-EHH WS-ICAL-EMM "00"
              DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "SUMMARY:" FLT-AC-TYPE " " FLT-AC-REG " " FLT-FROM "-" FLT-TO
              DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "LOCATION:" FLT-FROM DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "DESCRIPTION:Captain " FLT-CAPTAIN DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     "END:VEVENT" TO ICAL-RECORD.
     WRITE    ICAL-RECORD.
*>
 CJ090-Close.
     IF       SW-Ical-Bookings NOT = ZERO
              PERFORM CJ060-Write-Bookings.
     MOVE     "END:VCALENDAR" TO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     CLOSE    ICAL-FILE.
     DISPLAY  "Export complete - flightlog.ics written" AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 45.
*>
 CJ060-Write-Bookings.
     START    BOOKING-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CJ069-Exit.
 CJ061-Next.
     READ     BOOKING-FILE NEXT RECORD AT END  GO TO CJ069-Exit.
     IF       PRINT-START NOT = ZERO AND BKG-DATE < PRINT-START
              GO TO CJ061-Next.
     IF       PRINT-END NOT = ZERO AND BKG-DATE > PRINT-END
              GO TO CJ069-Exit.
     DIVIDE   BKG-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     WSF-HH TO WS-ICAL-SHH.
     MOVE     WSF-MM TO WS-ICAL-SMM.
     DIVIDE   BKG-END BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     WSF-HH TO WS-ICAL-EHH.
     MOVE     WSF-MM TO WS-ICAL-EMM.
     MOVE     "BEGIN:VEVENT" TO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "UID:BKG-" BKG-DATE "-" BKG-START "-" BKG-AC-REG "@flightlog"
              DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "DTSTART:" BKG-DATE "T" WS-ICAL-SHH WS-ICAL-SMM "00"
              DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "DTEND:" BKG-DATE "T" WS-ICAL-EHH WS-ICAL-EMM "00"
              DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     SPACES TO ICAL-RECORD.
     STRING   "SUMMARY:BOOKING " BKG-AC-REG " " BKG-HIRER
              DELIMITED BY SIZE INTO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     MOVE     "END:VEVENT" TO ICAL-RECORD.
     WRITE    ICAL-RECORD.
     GO       TO CJ061-Next.
 CJ069-Exit.  exit.
*>
 CJ999-Exit.  exit section.
*>
 CK000-Export-Monthly-Totals-MySQL SECTION.
*>=========================================
*>
*> Optional export of monthly flying totals to an external MySQL
*>   database, for shops that want to run their own reporting/BI
*>   queries against a live copy of the totals - same
*>   SEARCH+SORT-insert grouping idiom as CI000-Aircraft-Utilization-
*>   Report, this time keyed on year+month (FLT-DATE (1:6)) rather
*>   than aircraft type/reg, summed into WST-MTH-Mins. Uses the
*>   mysql-variables.cpy/mysql-procedures.cpy pair already used by
*>   tools/JC-SQL-Precompiler/prtschema2.cbl - MYSQL-1210-COMMAND for
*>   the DELETE/INSERT, MYSQL-1980-CLOSE at the end.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Export Monthly Totals to MySQL" AT 0128 WITH foreground-color COB-COLOR-GREEN.
*>
     MOVE     5000 TO Ws-No-Paragraph.
     MOVE     ZERO   TO WST-MTH-Size.
     MOVE     SPACES TO WST-MTH-Table.
*>
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO CK040-Get-Connection.
*>
 CK010-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO CK040-Get-Connection.
     MOVE     ZERO TO A.
     SET      QQK TO 1.
     SEARCH   WST-MTH-Groups AT END  MOVE ZERO TO A
              WHEN WST-MTH-YYYYMM (QQK) = FLT-DATE (1:6)  SET A TO QQK.
     IF       A = ZERO
              ADD  1 TO WST-MTH-Size
              MOVE FLT-DATE (1:6) TO WST-MTH-YYYYMM (WST-MTH-Size)
              MOVE ZERO           TO WST-MTH-Mins   (WST-MTH-Size)
              SORT WST-MTH-Groups ON ASCENDING KEY WST-MTH-YYYYMM
              SET  QQK TO 1
              SEARCH WST-MTH-Groups AT END MOVE ZERO TO A
                     WHEN WST-MTH-YYYYMM (QQK) = FLT-DATE (1:6)  SET A TO QQK.
*>
     ADD      FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) TO WST-MTH-Mins (A).
     GO       TO CK010-Read-Flitelog.
*>
 CK040-Get-Connection.
     IF       WST-MTH-Size = ZERO
              DISPLAY "No flights found on file" AT LINE WS-Lines COL 01
              DISPLAY FL017 AT LINE WS-Lines COL 30
              ACCEPT  WS-Reply AT LINE WS-Lines COL 45
              GO TO CK999-Exit.
*>
     DISPLAY  SPACE AT 0101 WITH ERASE EOS.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Enter MySQL connection details, or X to cancel" AT 0501 WITH foreground-color COB-COLOR-YELLOW.
     DISPLAY  "Host       :" AT 0701 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Database   :" AT 0801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "User       :" AT 0901 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Password   :" AT 1001 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Port       :" AT 1101 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO Ws-Mysql-Host-Name.
     ACCEPT   Ws-Mysql-Host-Name AT 0715.
     IF       FUNCTION UPPER-CASE (Ws-Mysql-Host-Name (1:1)) = "X"
              GO TO CK999-Exit.
     MOVE     SPACES TO Ws-Mysql-Base-Name.
     ACCEPT   Ws-Mysql-Base-Name AT 0815.
     MOVE     SPACES TO Ws-Mysql-Implementation.
     ACCEPT   Ws-Mysql-Implementation AT 0915.
     MOVE     SPACES TO Ws-Mysql-Password.
     ACCEPT   Ws-Mysql-Password AT 1015.
     MOVE     "3306" TO Ws-Mysql-Port-Number.
     ACCEPT   Ws-Mysql-Port-Number AT 1115.
     MOVE     SPACES TO Ws-Mysql-Socket.
*>
     INSPECT  Ws-Mysql-Host-Name      CONVERTING SPACE TO X"00" AFTER INITIAL X"00".
     INSPECT  Ws-Mysql-Base-Name      CONVERTING SPACE TO X"00" AFTER INITIAL X"00".
     INSPECT  Ws-Mysql-Implementation CONVERTING SPACE TO X"00" AFTER INITIAL X"00".
     INSPECT  Ws-Mysql-Password       CONVERTING SPACE TO X"00" AFTER INITIAL X"00".
     STRING   FUNCTION TRIM (Ws-Mysql-Host-Name) X"00" DELIMITED BY SIZE INTO Ws-Mysql-Host-Name.
     STRING   FUNCTION TRIM (Ws-Mysql-Base-Name) X"00" DELIMITED BY SIZE INTO Ws-Mysql-Base-Name.
     STRING   FUNCTION TRIM (Ws-Mysql-Implementation) X"00" DELIMITED BY SIZE INTO Ws-Mysql-Implementation.
     STRING   FUNCTION TRIM (Ws-Mysql-Password) X"00" DELIMITED BY SIZE INTO Ws-Mysql-Password.
*>
     PERFORM  MYSQL-1000-OPEN THRU MYSQL-1090-EXIT.
*>
     MOVE     ZERO TO QQK.
 CK050-Send-Next.
     ADD      1 TO QQK.
     IF       QQK > WST-MTH-Size
              GO TO CK090-Close-Connection.
     MOVE     SPACES TO Ws-Mysql-Command.
     STRING   "DELETE FROM monthly_totals WHERE yyyymm = "
              WST-MTH-YYYYMM (QQK)
              ";" X"00"
              DELIMITED BY SIZE INTO Ws-Mysql-Command.
     PERFORM  MYSQL-1210-COMMAND THRU MYSQL-1219-EXIT.
     MOVE     WST-MTH-Mins (QQK) TO WS-CK-Mins-Edit.
     MOVE     SPACES TO Ws-Mysql-Command.
     STRING   "INSERT INTO monthly_totals (yyyymm, total_mins) VALUES ("
              WST-MTH-YYYYMM (QQK) ", "
              WS-CK-Mins-Edit
              ");" X"00"
              DELIMITED BY SIZE INTO Ws-Mysql-Command.
     PERFORM  MYSQL-1210-COMMAND THRU MYSQL-1219-EXIT.
     GO       TO CK050-Send-Next.
*>
 CK090-Close-Connection.
     PERFORM  MYSQL-1980-CLOSE THRU MYSQL-1999-EXIT.
     DISPLAY  "Export complete - " WST-MTH-Size " month(s) sent to MySQL" AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 55.
*>
 CK999-Exit.  exit section.
*>
 CQ000-Approve-Pending-Flights SECTION.
*>=====================================
*>
*> Reviews entries queued by contract pilots via the flightlogsubmit
*>   CGI front end (samples/cgiform/cgiform.cob pattern) into
*>   pendingflt.dat - one pipe-delimited line per submission, see the
*>   FD PENDING-FLIGHT-FILE comment.  Each entry is displayed and the
*>   operator chooses (A)pprove, entering the missing start/end times
*>   before it is written to Flightlog-File the same way
*>   CA235-Enter-Logbk-Save does, (R)eject to drop it, or (S)kip to
*>   leave it queued for next time.  Approved and rejected entries are
*>   removed from the queue; skipped entries are carried forward into
*>   pendingflt.scr, which then replaces pendingflt.dat.
*>
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO CQ999-Exit.
     move     zero to WS-PF-Any-Skipped.
     open     input PENDING-FLIGHT-FILE.
     if       FS-Reply not = "00"
              display  FL063 at line ws-22-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              accept   ws-reply at line ws-22-Lines col 60
              display  space at line ws-22-Lines col 01 with erase eol
              go to CQ999-Exit.
     open     output PENDING-FLIGHT-TEMP.
     display  space at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
*>
 CQ010-Next-Record.
     read     PENDING-FLIGHT-FILE next at end
              go to CQ090-Finish.
     if       PENDING-FLIGHT-RECORD (1:10) = spaces
              go to CQ010-Next-Record.
     move     spaces to WS-PF-LINE.
     unstring PENDING-FLIGHT-RECORD delimited by "|"
              into WS-PF-Pilot   WS-PF-AC-Reg WS-PF-AC-Type WS-PF-Date
                   WS-PF-From    WS-PF-To     WS-PF-P1      WS-PF-P23
                   WS-PF-Remarks WS-PF-Start  WS-PF-End
     end-unstring.
     perform  CQ020-Display-Entry.
     go       to CQ010-Next-Record.
*>
 CQ020-Display-Entry.
     display  space at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     display  "Pending Flight Submission" at 0125 with foreground-color COB-COLOR-CYAN.
     display  "Pilot          : " at 0301.
     display  WS-PF-Pilot          at 0319.
     display  "Aircraft       : " at 0401.
     display  WS-PF-AC-Reg         at 0419.
     display  WS-PF-AC-Type        at 0428.
     display  "Date           : " at 0501.
     display  WS-PF-Date           at 0519.
     display  "From / To      : " at 0601.
     display  WS-PF-From           at 0619.
     display  " / "                at 0624.
     display  WS-PF-To             at 0628.
     display  "P1 / P2-3 mins : " at 0701.
     display  WS-PF-P1             at 0719.
     display  " / "                at 0724.
     display  WS-PF-P23            at 0728.
     display  "Remarks        : " at 0801.
     display  WS-PF-Remarks        at 0819.
     if       WS-PF-Start numeric
              display "Times (mins)   : " at 0901
              display WS-PF-Start         at 0919
              display " / "               at 0924
              display WS-PF-End           at 0928.
*>
     display  "(A)pprove  (R)eject  (S)kip  [ ]" at line ws-22-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     accept   WS-PF-Reply at line ws-22-Lines col 32.
     if       Cob-Crt-Status = Cob-Scr-F1
              MOVE "APPROVE" TO HeKey
              PERFORM ZI400-Show-Help
              GO TO CQ020-Display-Entry.
     move     function upper-case (WS-PF-Reply) to WS-PF-Reply.
     display  space at line ws-22-Lines col 01 with erase eol.
     if       WS-PF-Reply = "A"
              perform  CQ030-Approve-Entry
              if       WS-PF-Outcome = "A"
                       move "APPROVED" to WS-PF-Decision
                       move spaces     to WS-PF-Reason
                       perform CQ037-Record-Decision thru CQ037-Exit
              end-if
     else
      if      WS-PF-Reply = "R"
              display  "Reason for rejection [" at line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              display  "]" at line ws-23-Lines col 63 with foreground-color COB-COLOR-YELLOW
              move     spaces to WS-PF-Reason
              accept   WS-PF-Reason at line ws-23-Lines col 23
              display  space at line ws-23-Lines col 01 with erase eol
              inspect  WS-PF-Reason replacing all "|" by " "
              move     "REJECTED" to WS-PF-Decision
              perform  CQ037-Record-Decision thru CQ037-Exit
      else
              move     1 to WS-PF-Any-Skipped
              write    PENDING-FLIGHT-TEMP-REC from PENDING-FLIGHT-RECORD
      end-if
     end-if.
*>
 CQ037-Record-Decision.
*>
*> Appends the review decision to the status queue read back by the
*>   CGI's "my submissions" view - same open-extend idiom as the
*>   queue itself. Reviewer is the logged-in user.
*>
     OPEN     EXTEND PENDING-STATUS-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT PENDING-STATUS-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO CQ037-Exit.
     MOVE     SPACES TO PENDING-STATUS-RECORD.
     STRING   function trim (WS-PF-Pilot)    "|"
              WS-PF-Date                     "|"
              function trim (WS-PF-AC-Reg)   "|"
              WS-PF-From                     "|"
              WS-PF-To                       "|"
              function trim (WS-PF-Decision) "|"
              function trim (WS-Cur-User)    "|"
              function trim (WS-PF-Reason)   "|"
              WS-Today
              DELIMITED BY SIZE INTO PENDING-STATUS-RECORD
     END-STRING.
     WRITE    PENDING-STATUS-RECORD.
     CLOSE    PENDING-STATUS-FILE.
*>
 CQ037-Exit.  exit.
*>
 CQ030-Approve-Entry.
*>
*> Basic sanity check on the fields a web submission can't be trusted
*>   to have filled in correctly - anything failing this stays queued
*>   (treated as a Skip) so the office can chase the pilot for a
*>   corrected resubmission rather than silently losing it.
*>
     move     "S" to WS-PF-Outcome.            *> until the write below says otherwise.
     if       WS-PF-Date not numeric or WS-PF-Date = zero
        or    WS-PF-Pilot  = spaces
        or    WS-PF-AC-Reg = spaces
        or    WS-PF-From   = spaces
        or    WS-PF-To     = spaces
        or    WS-PF-P1     not numeric
        or    WS-PF-P23    not numeric
              display FL006 at line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              accept  ws-reply at line ws-22-Lines col 60
              display space at line ws-22-Lines col 01 with erase eol
              move    1 to WS-PF-Any-Skipped
              write   PENDING-FLIGHT-TEMP-REC from PENDING-FLIGHT-RECORD
              go to CQ039-Exit.
*>
*>   Closed-period gate - an approval writes a flight, so it is an
*>    insert like any other (supervisor override via OK600).
*>
     move     WS-PF-Date to WS-Close-Check-Date.
     perform  OK600-Check-Closed.
     if       Return-Code not = zero
              move    zero to Return-Code
              move    1 to WS-PF-Any-Skipped
              write   PENDING-FLIGHT-TEMP-REC from PENDING-FLIGHT-RECORD
              go to CQ039-Exit.
*>
     initialize FLIGHTLOG-RECORD.
     move     WS-PF-Date    to FLT-Date.
     move     WS-PF-Pilot   to FLT-Captain.
     move     WS-PF-AC-Reg  to FLT-AC-Reg.
     move     WS-PF-AC-Type to FLT-AC-Type.
     move     WS-PF-From    to FLT-From.
     move     WS-PF-To      to FLT-To.
     move     WS-PF-Remarks to FLT-Remarks.
     move     "S"           to FLT-MS.
     move     WS-PF-P1      to FLT-P1  (1).
     move     WS-PF-P23     to FLT-P23 (1).
*>
*>  A GPX draft carries its track-derived times - offer them for
*>   overtyping instead of forcing a re-key (the transposition-error
*>   path the import exists to remove). A CGI line leaves them blank
*>   and the prompt opens at zeros as before.
*>
     display  "Start time (HH.MM) [    ] " at line ws-23-Lines col 01 with erase eol with foreground-color COB-COLOR-YELLOW.
     if       WS-PF-Start numeric
              divide WS-PF-Start by 60 giving WSF-HH remainder WSF-MM
              move "." to WSF-DOT
     else
              move zeros to WSE-Time.
     accept   WSF-Time at line ws-23-Lines col 20 with update.
     perform  ZF000-CONVERT-LOGBK-TIME.
     if       Error-Code not = zero
              display FL006 at line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              accept  ws-reply at line ws-22-Lines col 60
              display space at line ws-22-Lines col 01 with erase eol
              move    1 to WS-PF-Any-Skipped
              write   PENDING-FLIGHT-TEMP-REC from PENDING-FLIGHT-RECORD
              go to CQ039-Exit.
     move     WSH-Time to FLT-Start.
*>
     display  "End time   (HH.MM) [    ] " at line ws-23-Lines col 01 with erase eol with foreground-color COB-COLOR-YELLOW.
     if       WS-PF-End numeric
              divide WS-PF-End by 60 giving WSF-HH remainder WSF-MM
              move "." to WSF-DOT
     else
              move zeros to WSE-Time.
     accept   WSF-Time at line ws-23-Lines col 20 with update.
     perform  ZF000-CONVERT-LOGBK-TIME.
     if       Error-Code not = zero
              display FL006 at line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              accept  ws-reply at line ws-22-Lines col 60
              display space at line ws-22-Lines col 01 with erase eol
              move    1 to WS-PF-Any-Skipped
              write   PENDING-FLIGHT-TEMP-REC from PENDING-FLIGHT-RECORD
              go to CQ039-Exit.
     move     WSH-Time to FLT-End.
     display  space at line ws-23-Lines col 01 with erase eol.
*>
*> Update aircraft and airfield last-flt dates the same way
*>   CA235-Enter-Logbk-Save does, but only when the master record for
*>   the type/ICAO is already on file - a contract pilot's queued
*>   entry should not be silently creating new masters unattended.
*>
     perform  ZH000-SEARCH-FOR-AIRCRAFT.
     if       C not = zero
        and   FLT-Date > Aircraft-Last-Flt
              move     FLT-Date to Aircraft-Last-Flt
              rewrite  Aircraft-Record invalid key
                       display FL025 at line ws-22-Lines col 01 with erase eol
                       accept  ws-reply at line ws-22-Lines col 60
                       display space at line ws-22-Lines col 01 with erase eol
              end-rewrite.
*>
     move     FLT-From to WS-ICAO-Code.
     perform  ZE000-SEARCH-FOR-ICAO.
     if       Error-Code = 1
        and   FLT-Date > AFLD-Last-Flt
              move FLT-Date to AFLD-Last-Flt
              rewrite Airfield-Record.
     if       FLT-From not = FLT-To
              move     FLT-To to WS-ICAO-Code
              perform  ZE000-SEARCH-FOR-ICAO
              if       Error-Code = 1
                 and   FLT-Date > AFLD-Last-Flt
                       move FLT-Date to AFLD-Last-Flt
                       rewrite Airfield-Record
              end-if.
*>
     write    FLIGHTLOG-RECORD
              INVALID KEY display  FL041 at line ws-22-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
                           accept   ws-reply at line ws-22-Lines col 60
                           display  space at line ws-22-Lines col 01 with erase eol
                           move     1 to WS-PF-Any-Skipped
                           write    PENDING-FLIGHT-TEMP-REC from PENDING-FLIGHT-RECORD
                           end-write
              NOT INVALID KEY
                           move     "A" to WS-PF-Outcome
                           move     +1 to WS-Mtt-Sign
                           perform  ZT700-Post-Mth-Totals
                           perform  ZT960-Post-Components
     end-write.
*>
 CQ039-Exit.  exit.
*>
 CQ090-Finish.
     close    PENDING-FLIGHT-FILE.
     close    PENDING-FLIGHT-TEMP.
*>
*> pendingflt.scr now holds only the entries carried forward (Skips)
*>   - swap it in as the new pendingflt.dat, same delete-then-rebuild
*>   idea ZM000-Recreate-Dat-Files uses for the main data files.
*>
     call     "CBL_DELETE_FILE" using "pendingflt.dat".
     if       WS-PF-Some-Skipped
              open  input  PENDING-FLIGHT-TEMP
              open  output PENDING-FLIGHT-FILE
              perform  CQ095-Copy-Skipped
              close  PENDING-FLIGHT-TEMP
              close  PENDING-FLIGHT-FILE
     end-if.
     call     "CBL_DELETE_FILE" using "pendingflt.scr".
     display  "Pending flight submissions reviewed" at line ws-22-Lines col 01 with erase eol.
     accept   ws-reply at line ws-22-Lines col 42.
     display  space at line ws-22-Lines col 01 with erase eol.
     go       to CQ999-Exit.
*>
 CQ095-Copy-Skipped.
     read     PENDING-FLIGHT-TEMP next at end
              go to CQ099-Exit.
     write    PENDING-FLIGHT-RECORD from PENDING-FLIGHT-TEMP-REC.
     go       to CQ095-Copy-Skipped.
*>
 CQ099-Exit.  exit.
*>
 CQ999-Exit.  exit section.
*>
 CX000-Chart-Export SECTION.
*>==========================
*>
*> Builds the cobjapi chart data files from one pass of the flight
*>   file, using the same accumulations the analysis reports build:
*>     chart-monthly.dat  hours per month, last 12 months  (bar)
*>     chart-r12.dat      rolling 12-month hours per month (line)
*>     chart-acft.dat     hours per aircraft type          (pie)
*>   Copy the one you want over chartdata.dat and run cobjapichart
*>   (tools/cobjapi/SWING/examples/charts) to render and export it
*>   for the board pack. The renderer caps at 12 data records and
*>   offers line/bar/pie, so the per-type chart is a pie - the
*>   closest it has to a stacked view - of the top dozen types.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Charting Export" AT 0130 WITH foreground-color COB-COLOR-GREEN.
*>
     MOVE     ZERO   TO WST-MTH-Size WST-CHT-Size.
     MOVE     SPACES TO WST-MTH-Table WST-CHT-Table.
*>
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL016 AT 1001 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO CX999-Exit.
*>
 CX010-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO CX030-Write-Files.
*>
*>   Monthly minutes - same grouping CK010 builds for the MySQL export.
*>
     MOVE     ZERO TO A.
     SET      QQK TO 1.
     SEARCH   WST-MTH-Groups AT END  MOVE ZERO TO A
              WHEN WST-MTH-YYYYMM (QQK) = FLT-DATE (1:6)  SET A TO QQK.
     IF       A = ZERO
        AND   WST-MTH-Size < WST-MTH-Max
              ADD  1 TO WST-MTH-Size
              MOVE FLT-DATE (1:6) TO WST-MTH-YYYYMM (WST-MTH-Size)
              MOVE ZERO           TO WST-MTH-Mins   (WST-MTH-Size)
              SORT WST-MTH-Groups ON ASCENDING KEY WST-MTH-YYYYMM
              SET  QQK TO 1
              SEARCH WST-MTH-Groups AT END MOVE ZERO TO A
                     WHEN WST-MTH-YYYYMM (QQK) = FLT-DATE (1:6)  SET A TO QQK.
     IF       A NOT = ZERO
              ADD FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) TO WST-MTH-Mins (A).
*>
*>   Per-type minutes.
*>
     MOVE     ZERO TO A.
     SET      QQX TO 1.
     SEARCH   WST-CHT-Groups AT END  MOVE ZERO TO A
              WHEN WST-CHT-Type (QQX) = FLT-AC-TYPE  SET A TO QQX.
     IF       A = ZERO
        AND   WST-CHT-Size < WST-CHT-Max
              ADD  1 TO WST-CHT-Size
              MOVE FLT-AC-TYPE TO WST-CHT-Type (WST-CHT-Size)
              MOVE ZERO        TO WST-CHT-Mins (WST-CHT-Size)
              SET  QQX TO WST-CHT-Size
              SET  A   TO QQX.
     IF       A NOT = ZERO
              ADD FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) TO WST-CHT-Mins (A).
     GO       TO CX010-Read-Flitelog.
*>
 CX030-Write-Files.
     IF       WST-MTH-Size = ZERO
              DISPLAY "No flights found on file" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO CX999-Exit.
*>
*>   Last 12 months only - the renderer takes at most 12 records.
*>
     IF       WST-MTH-Size > 12
              COMPUTE WS-Chart-First = WST-MTH-Size - 11
     ELSE
              MOVE 1 TO WS-Chart-First.
*>
*>   Monthly hours - bar chart (type 2).
*>
     MOVE     "chart-monthly.dat" TO WS-Chart-Name.
     OPEN     OUTPUT CHART-FILE.
     MOVE     "Hrs by month" TO CHT-X.
     MOVE     2 TO CHT-Y.
     WRITE    CHART-REC.
     MOVE     WS-Chart-First TO WS-Chart-Sub.
 CX040-Monthly-Next.
     IF       WS-Chart-Sub > WST-MTH-Size
              CLOSE CHART-FILE
              GO TO CX050-R12-File.
     MOVE     SPACES TO CHT-X.
     MOVE     WST-MTH-YYYYMM (WS-Chart-Sub) TO CHT-X (1:6).
     COMPUTE  CHT-Y = WST-MTH-Mins (WS-Chart-Sub) / 60.
     WRITE    CHART-REC.
     ADD      1 TO WS-Chart-Sub.
     GO       TO CX040-Monthly-Next.
*>
*>   Rolling 12-month hours at each month end - line chart (type 1).
*>
 CX050-R12-File.
     MOVE     "chart-r12.dat" TO WS-Chart-Name.
     OPEN     OUTPUT CHART-FILE.
     MOVE     "Rolling 12" TO CHT-X.
     MOVE     1 TO CHT-Y.
     WRITE    CHART-REC.
     MOVE     WS-Chart-First TO WS-Chart-Sub.
 CX060-R12-Next.
     IF       WS-Chart-Sub > WST-MTH-Size
              CLOSE CHART-FILE
              GO TO CX070-Type-File.
     MOVE     ZERO TO WS-Chart-R12.
     MOVE     WS-Chart-Sub TO WS-Chart-Sub2.
 CX062-R12-Sum.
     IF       WS-Chart-Sub2 > ZERO
        AND   WS-Chart-Sub2 > WS-Chart-Sub - 12
              ADD WST-MTH-Mins (WS-Chart-Sub2) TO WS-Chart-R12
              SUBTRACT 1 FROM WS-Chart-Sub2
              GO TO CX062-R12-Sum.
     MOVE     SPACES TO CHT-X.
     MOVE     WST-MTH-YYYYMM (WS-Chart-Sub) TO CHT-X (1:6).
     COMPUTE  CHT-Y = WS-Chart-R12 / 60.
     WRITE    CHART-REC.
     ADD      1 TO WS-Chart-Sub.
     GO       TO CX060-R12-Next.
*>
*>   Per-type hours - pie chart (type 3), largest dozen types.
*>
 CX070-Type-File.
     MOVE     "chart-acft.dat" TO WS-Chart-Name.
     OPEN     OUTPUT CHART-FILE.
     MOVE     "Hrs by type" TO CHT-X.
     MOVE     3 TO CHT-Y.
     WRITE    CHART-REC.
     MOVE     ZERO TO WS-Chart-Sub.
 CX080-Type-Next.
*>
*>   Pick the largest remaining type each time round - 12 at most.
*>
     ADD      1 TO WS-Chart-Sub.
     IF       WS-Chart-Sub > 12
        OR    WS-Chart-Sub > WST-CHT-Size
              CLOSE CHART-FILE
              GO TO CX090-Done.
     MOVE     ZERO TO A WS-Chart-R12.
     MOVE     ZERO TO WS-Chart-Sub2.
 CX082-Find-Largest.
     ADD      1 TO WS-Chart-Sub2.
     IF       WS-Chart-Sub2 NOT > WST-CHT-Size
              IF  WST-CHT-Mins (WS-Chart-Sub2) > WS-Chart-R12
                  MOVE WST-CHT-Mins (WS-Chart-Sub2) TO WS-Chart-R12
                  MOVE WS-Chart-Sub2 TO A
              END-IF
              GO TO CX082-Find-Largest.
     IF       A = ZERO
              CLOSE CHART-FILE
              GO TO CX090-Done.
     MOVE     SPACES TO CHT-X.
     MOVE     WST-CHT-Type (A) TO CHT-X (1:8).
     COMPUTE  CHT-Y = WST-CHT-Mins (A) / 60.
     IF       CHT-Y = ZERO
              MOVE 1 TO CHT-Y.           *> the pie renderer divides by the slice
     WRITE    CHART-REC.
     MOVE     ZERO TO WST-CHT-Mins (A).  *> taken - exclude from the next round
     GO       TO CX080-Type-Next.
*>
 CX090-Done.
     DISPLAY  "Written chart-monthly.dat (bar), chart-r12.dat (line)," AT 1001.
     DISPLAY  "chart-acft.dat (pie). Copy one over chartdata.dat and"  AT 1101.
     DISPLAY  "run cobjapichart to render and export it."              AT 1201.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 CX999-Exit.  exit section.
*>
 CP000-Pilot-Flights SECTION.
*>===========================
*>
*> "Show me this pilot's last flights" - STARTs on the captain
*>   alternate key and reads only that captain's sectors (in primary
*>   date order within the key), keeping the last 20 in a ring so the
*>   newest are shown without scanning the whole file.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Pilot's Recent Flights" AT 0128 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Captain [               ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 CP010-Get-Name.
     MOVE     SPACES TO WS-Tmp-Captain.
     ACCEPT   WS-Tmp-Captain AT 0610 with update.
     move     function upper-case (WS-Tmp-Captain) to WS-Tmp-Captain.
     IF       Cob-Crt-Status = Cob-Scr-Esc
          or  WS-Tmp-Captain = SPACES
              GO TO CP999-Exit.
*>
     MOVE     ZERO   TO WS-RF-Count WS-RF-Next.
     MOVE     SPACES TO WS-RF-Entries.
     MOVE     WS-Tmp-Captain TO FLT-CAPTAIN.
     START    FLIGHTLOG-FILE KEY NOT < FLT-CAPTAIN
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CP040-Show.
*>
 CP020-Read-Next.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO CP040-Show.
     IF       FLT-CAPTAIN NOT = WS-Tmp-Captain
              GO TO CP040-Show.
     ADD      1 TO WS-RF-Next.
     IF       WS-RF-Next > 20
              MOVE 1 TO WS-RF-Next.
     IF       WS-RF-Count < 20
              ADD 1 TO WS-RF-Count.
     MOVE     FLT-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     SPACES TO WS-RF-Line (WS-RF-Next).
     STRING   WS-Test-Date " " FLT-AC-TYPE " " FLT-AC-REG " "
              FLT-FROM "-" FLT-TO " " FLT-CAPACITY " " FLT-REMARKS
              DELIMITED BY SIZE INTO WS-RF-Line (WS-RF-Next).
     GO       TO CP020-Read-Next.
*>
 CP040-Show.
     DISPLAY  SPACE AT 0801 WITH ERASE EOS.
     IF       WS-RF-Count = ZERO
              DISPLAY "No flights on file for that captain" AT 0801
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO CP010-Get-Name.
     DISPLAY  "Date       Type     Reg    Route     Cap Remarks" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
     MOVE     WS-RF-Next TO WS-RF-Sub.
     MOVE     ZERO TO WS-RF-Shown.
*>
 CP050-Show-Next.
     ADD      1 TO WS-RF-Shown.
     IF       WS-RF-Shown > WS-RF-Count
              GO TO CP090-Wait.
     DISPLAY  WS-RF-Line (WS-RF-Sub) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     SUBTRACT 1 FROM WS-RF-Sub.             *> newest first, walking the ring backwards.
     IF       WS-RF-Sub = ZERO
              MOVE 20 TO WS-RF-Sub.
     GO       TO CP050-Show-Next.
*>
 CP090-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO CP010-Get-Name.
*>
 CP999-Exit.
*>
*>   Put the key of reference back on the primary key - the amend
*>    screen's F2 walk relies on date/time order.
*>
     START    FLIGHTLOG-FILE FIRST INVALID KEY CONTINUE END-START.
     exit section.
*>
 CR000-Recency-Forecast SECTION.
*>==============================
*>
*> Forward recency-lapse forecast - for each captain, the date their
*>   90-day three-takeoffs-and-landings passenger recency and their
*>   night recency run out if they do not fly again: the third-most-
*>   recent (night) sector date plus 90 days. Each sector counts one
*>   takeoff and landing - the same recording convention the night
*>   currency report CF000 already relies on. Shown on screen and
*>   written to the report file as the ops desk's planning list;
*>   lapses inside the next 90 days (or already gone) are starred.
*>   Captains who have left (ZV200) are not listed.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Recency Lapse Forecast" AT 0128 WITH foreground-color COB-COLOR-GREEN.
*>
     MOVE     ZERO   TO WST-Rec-Size.
     MOVE     SPACES TO WST-Rec-Table.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+"      TO ZR-Sign.
     MOVE     90       TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Rec-Window-End.
*>
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO CR040-Display-Results.
*>
 CR010-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO CR040-Display-Results.
     MOVE     ZERO TO A.
     SET      QQT TO 1.
     SEARCH   WST-Rec-Groups AT END  MOVE ZERO TO A
              WHEN WST-Rec-Captain (QQT) = FLT-CAPTAIN  SET A TO QQT.
     IF       A = ZERO
        AND   WST-Rec-Size < WST-Rec-Max
              ADD  1 TO WST-Rec-Size
              MOVE FLT-CAPTAIN TO WST-Rec-Captain (WST-Rec-Size)
              MOVE ZERO TO WST-Rec-D1 (WST-Rec-Size) WST-Rec-D2 (WST-Rec-Size)
                           WST-Rec-D3 (WST-Rec-Size) WST-Rec-N1 (WST-Rec-Size)
                           WST-Rec-N2 (WST-Rec-Size) WST-Rec-N3 (WST-Rec-Size)
              SORT WST-Rec-Groups ON ASCENDING KEY WST-Rec-Captain
              SET  QQT TO 1
              SEARCH WST-Rec-Groups AT END MOVE ZERO TO A
                     WHEN WST-Rec-Captain (QQT) = FLT-CAPTAIN  SET A TO QQT.
     IF       A = ZERO
              GO TO CR010-Read-Flitelog.
*>
*>  The file arrives in date order, so each sector is the newest yet.
*>
     MOVE     WST-Rec-D2 (A) TO WST-Rec-D3 (A).
     MOVE     WST-Rec-D1 (A) TO WST-Rec-D2 (A).
     MOVE     FLT-DATE       TO WST-Rec-D1 (A).
     IF       FLT-P1 (2) NOT = ZERO OR FLT-P23 (2) NOT = ZERO
              MOVE WST-Rec-N2 (A) TO WST-Rec-N3 (A)
              MOVE WST-Rec-N1 (A) TO WST-Rec-N2 (A)
              MOVE FLT-DATE       TO WST-Rec-N1 (A).
     GO       TO CR010-Read-Flitelog.
*>
 CR040-Display-Results.
     DISPLAY  SPACE AT 0101 WITH ERASE EOS.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Recency Lapse Forecast - next 90 days (* = lapses in window / lapsed)" AT 0101
              WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Captain          Pax Recency Until   Night Recency Until" AT 0301
              WITH foreground-color COB-COLOR-YELLOW.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "RECENCY LAPSE FORECAST" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Captain          Pax Recency Until   Night Recency Until" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     4 TO LINE-CNT.
     IF       WST-Rec-Size = ZERO
              DISPLAY "No flights found on file" AT LINE LINE-CNT COL 01
              GO TO CR090-Wait.
     MOVE     ZERO TO QQT.
*>
 CR050-Display-Next.
     SET      QQT UP BY 1.
     IF       QQT > WST-Rec-Size
              GO TO CR090-Wait.
     MOVE     WST-Rec-Captain (QQT) TO WS-Lvr-Name.
     PERFORM  ZV200-Check-Leaver.
     IF       WS-Lvr-Left = "Y"
              GO TO CR050-Display-Next.
*>
     MOVE     ZERO TO WS-Rec-Pax-Lapse WS-Rec-Nite-Lapse.
     IF       WST-Rec-D3 (QQT) NOT = ZERO
              MOVE WST-Rec-D3 (QQT) TO ZR-Date1
              MOVE "+" TO ZR-Sign
              MOVE 90  TO ZR-DaysArg
              PERFORM ZR200-Add-Sub-Days
              MOVE ZR-ResultDate TO WS-Rec-Pax-Lapse.
     IF       WST-Rec-N3 (QQT) NOT = ZERO
              MOVE WST-Rec-N3 (QQT) TO ZR-Date1
              MOVE "+" TO ZR-Sign
              MOVE 90  TO ZR-DaysArg
              PERFORM ZR200-Add-Sub-Days
              MOVE ZR-ResultDate TO WS-Rec-Nite-Lapse.
*>
     DISPLAY  WST-Rec-Captain (QQT) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Rec-Captain (QQT) TO PRINT-RECORD (1:15).
     IF       WS-Rec-Pax-Lapse = ZERO
              DISPLAY "NOT CURRENT" AT LINE LINE-CNT COL 18 WITH foreground-color COB-COLOR-RED
              MOVE "NOT CURRENT" TO PRINT-RECORD (18:11)
     ELSE
              MOVE WS-Rec-Pax-Lapse TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              DISPLAY WS-Test-Date AT LINE LINE-CNT COL 18 WITH foreground-color COB-COLOR-CYAN
              MOVE WS-Test-Date TO PRINT-RECORD (18:10)
              IF  WS-Rec-Pax-Lapse < WS-Rec-Window-End
                  DISPLAY "*" AT LINE LINE-CNT COL 29 WITH foreground-color COB-COLOR-RED
                  MOVE "*" TO PRINT-RECORD (29:1)
              END-IF
     END-IF.
     IF       WS-Rec-Nite-Lapse = ZERO
              DISPLAY "NOT CURRENT" AT LINE LINE-CNT COL 39 WITH foreground-color COB-COLOR-RED
              MOVE "NOT CURRENT" TO PRINT-RECORD (39:11)
     ELSE
              MOVE WS-Rec-Nite-Lapse TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              DISPLAY WS-Test-Date AT LINE LINE-CNT COL 39 WITH foreground-color COB-COLOR-CYAN
              MOVE WS-Test-Date TO PRINT-RECORD (39:10)
              IF  WS-Rec-Nite-Lapse < WS-Rec-Window-End
                  DISPLAY "*" AT LINE LINE-CNT COL 50 WITH foreground-color COB-COLOR-RED
                  MOVE "*" TO PRINT-RECORD (50:1)
              END-IF
     END-IF.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO CR050-Display-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     MOVE     4 TO LINE-CNT.
     DISPLAY  SPACE AT 0401 WITH ERASE EOS.
     GO       TO CR050-Display-Next.
*>
 CR090-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 CR999-Exit.  exit section.
*>
 CS000-Enter-FSTD SECTION.
*>========================
*>
*> Entry of one FSTD/simulator session - a deliberately simple
*>   vertical form rather than the grid the flight entry uses, since
*>   a sim session has no airfields, fuel or day/night split. The
*>   captain is not forced onto the crew roster - examiners and
*>   visiting instructors sit sessions too.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "FSTD / Simulator Session Entry" AT 0128 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Date        [dd.mm.ccyy]"   AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Start/End   [99.99] [99.99]" AT 0701 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Device Id   [          ]"   AT 0801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Qual Level  [        ]  e.g. FNPT-II, FTD-2, FFS-D" AT 0901 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "A/C Type    [        ]"     AT 1001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Captain     [               ]" AT 1101 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Inst. time  [99.99]"        AT 1201 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Remarks     ["              AT 1301 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "]"                          AT 1346 WITH foreground-color COB-COLOR-Yellow.
*>
 CS010-Get-Date.
     ACCEPT   WS-Test-Date AT 0614 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
          or  WS-Test-Date (1:2) = SPACES
              GO TO CS999-Exit.
     PERFORM  ZA000-DATE-CHECK.
     IF       ERROR-CODE NOT = ZERO
              DISPLAY FL014 AT 1501 with foreground-color COB-COLOR-RED
              GO TO CS010-Get-Date.
     DISPLAY  SPACE AT 1501 with erase eol.
     MOVE     WS-Test-Intl TO FSTD-DATE.
*>
 CS020-Get-Start.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0714 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CS999-Exit.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CS020-Get-Start.
     MOVE     WSH-TIME TO FSTD-START.
*>
 CS030-Get-End.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0721 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CS999-Exit.
     IF       Cob-Crt-Status = Cob-Scr-F10
              GO TO CS020-Get-Start.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO CS030-Get-End.
     MOVE     WSH-TIME TO FSTD-END.
*>
     MOVE     SPACES TO FSTD-DEVICE-ID.
     ACCEPT   FSTD-DEVICE-ID AT 0814 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CS999-Exit.
     move     function upper-case (FSTD-DEVICE-ID) to FSTD-DEVICE-ID.
*>
     MOVE     SPACES TO FSTD-QUAL-LEVEL.
     ACCEPT   FSTD-QUAL-LEVEL AT 0914 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CS999-Exit.
     move     function upper-case (FSTD-QUAL-LEVEL) to FSTD-QUAL-LEVEL.
*>
     MOVE     SPACES TO FSTD-AC-TYPE.
     ACCEPT   FSTD-AC-TYPE AT 1014 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CS999-Exit.
     move     function upper-case (FSTD-AC-TYPE) to FSTD-AC-TYPE.
*>
 CS040-Get-Captain.
     MOVE     SPACES TO FSTD-CAPTAIN.
     ACCEPT   FSTD-CAPTAIN AT 1114 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CS999-Exit.
     move     function upper-case (FSTD-CAPTAIN) to FSTD-CAPTAIN.
     if       FSTD-CAPTAIN (1:2) = "S "
              move "SELF" to FSTD-CAPTAIN.
     IF       FSTD-CAPTAIN = SPACES
              GO TO CS040-Get-Captain.
*>
 CS050-Get-Inst.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 1214 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CS999-Exit.
     IF       WSE-TIME = ZERO
              MOVE ZERO TO FSTD-INSTRUMENT
     ELSE
              PERFORM ZF000-CONVERT-LOGBK-TIME
              IF ERROR-CODE NOT = ZERO
                 GO TO CS050-Get-Inst
              END-IF
              MOVE WSH-TIME TO FSTD-INSTRUMENT
     END-IF.
*>
     MOVE     SPACES TO FSTD-REMARKS.
     ACCEPT   FSTD-REMARKS AT 1314 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO CS999-Exit.
*>
     WRITE    FSTD-RECORD INVALID KEY
              DISPLAY FL087 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  WS-Reply AT line ws-22-Lines col 60
              DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
              GO TO CS010-Get-Date
     END-WRITE.
     DISPLAY  "Session recorded - another? [Y]" AT line ws-22-Lines col 01 with erase eol.
     MOVE     "Y" TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 30 with update.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     IF       MENU-REPLY = "Y"
              GO TO CS010-Get-Date.
*>
 CS999-Exit.  exit section.
*>
 CT000-FSTD-Report SECTION.
*>=========================
*>
*> FSTD/simulator ledger - lists every session then totals per
*>   captain, the figure examiners ask for separately from aircraft
*>   time. Same table idiom as CI000.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "FSTD / Simulator Sessions" AT 0128 WITH foreground-color COB-COLOR-GREEN.
*>
     MOVE     ZERO   TO WST-FST-Size.
     MOVE     SPACES TO WST-FST-Table.
*>
     DISPLAY  SPACE AT 0301 with erase eos.
     DISPLAY  "Date      Device      Qual     Type      Captain          Time   Inst" AT 0401
              WITH foreground-color COB-COLOR-YELLOW.
     MOVE     6 TO LINE-CNT.
     START    FSTD-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY "No FSTD sessions on file" AT 0601
              GO TO CT090-Wait.
*>
 CT010-Read-Next.
     READ     FSTD-FILE NEXT RECORD AT END  GO TO CT040-Totals.
*>
     MOVE     FSTD-END TO WS-FSTD-Mins.
     IF       FSTD-END NOT > FSTD-START
              ADD 1440 TO WS-FSTD-Mins.
     SUBTRACT FSTD-START FROM WS-FSTD-Mins.
*>
     MOVE     FSTD-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  WS-Test-Date     AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FSTD-DEVICE-ID   AT LINE LINE-CNT COL 11 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FSTD-QUAL-LEVEL  AT LINE LINE-CNT COL 23 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FSTD-AC-TYPE     AT LINE LINE-CNT COL 32 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FSTD-CAPTAIN     AT LINE LINE-CNT COL 42 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WS-FSTD-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME         AT LINE LINE-CNT COL 59 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   FSTD-INSTRUMENT BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSE-TIME         AT LINE LINE-CNT COL 66 WITH foreground-color COB-COLOR-CYAN.
*>
*>  Accumulate per captain.
*>
     MOVE     ZERO TO A.
     SET      QQS TO 1.
     SEARCH   WST-FST-Groups AT END  MOVE ZERO TO A
              WHEN WST-FST-Captain (QQS) = FSTD-CAPTAIN  SET A TO QQS.
     IF       A = ZERO
        AND   WST-FST-Size < WST-FST-Max
              ADD  1 TO WST-FST-Size
              MOVE FSTD-CAPTAIN TO WST-FST-Captain  (WST-FST-Size)
              MOVE ZERO         TO WST-FST-Mins     (WST-FST-Size)
                                   WST-FST-Inst     (WST-FST-Size)
                                   WST-FST-Sessions (WST-FST-Size)
              SORT WST-FST-Groups ON ASCENDING KEY WST-FST-Captain
              SET  QQS TO 1
              SEARCH WST-FST-Groups AT END MOVE ZERO TO A
                     WHEN WST-FST-Captain (QQS) = FSTD-CAPTAIN  SET A TO QQS.
     IF       A NOT = ZERO
              ADD  WS-FSTD-Mins    TO WST-FST-Mins (A)
              ADD  FSTD-INSTRUMENT TO WST-FST-Inst (A)
              ADD  1               TO WST-FST-Sessions (A).
*>
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO CT010-Read-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     MOVE     6 TO LINE-CNT.
     DISPLAY  SPACE AT 0601 WITH ERASE EOS.
     GO       TO CT010-Read-Next.
*>
 CT040-Totals.
     ADD      2 TO LINE-CNT.
     IF       LINE-CNT + WST-FST-Size + 2 > WS-Lines
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-REPLY AT LINE WS-Lines COL 30
              DISPLAY SPACE AT 0601 WITH ERASE EOS
              MOVE 6 TO LINE-CNT.
     DISPLAY  "Captain          Sessions   Time   Inst" AT LINE LINE-CNT COL 01
              WITH foreground-color COB-COLOR-YELLOW.
     ADD      1 TO LINE-CNT.
     MOVE     ZERO TO QQS.
 CT050-Totals-Next.
     SET      QQS UP BY 1.
     IF       QQS > WST-FST-Size
              GO TO CT090-Wait.
     DISPLAY  WST-FST-Captain (QQS)  AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-FST-Sessions (QQS) AT LINE LINE-CNT COL 21 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-FST-Mins (QQS) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME               AT LINE LINE-CNT COL 28 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-FST-Inst (QQS) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSE-TIME               AT LINE LINE-CNT COL 35 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO CT050-Totals-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     MOVE     6 TO LINE-CNT.
     DISPLAY  SPACE AT 0601 WITH ERASE EOS.
     GO       TO CT050-Totals-Next.
*>
 CT090-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 CT999-Exit.  exit section.
*>
 CV000-Student-Progress SECTION.
*>==============================
*>
*> Syllabus progress for one student - one pass of Flightlog-File
*>   collecting dual sectors (student captured on an instructional
*>   sector) and solo sectors (student as Captain flying P1S, the
*>   under-supervision capacity), the distinct exercise codes flown,
*>   and which of the standard air exercises 1-19 are still
*>   outstanding.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Student Progress Report" AT 0128 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Student name [               ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 CV010-Get-Name.
     MOVE     SPACES TO WS-Tmp-Student.
     ACCEPT   WS-Tmp-Student AT 0615 with update.
     move     function upper-case (WS-Tmp-Student) to WS-Tmp-Student.
     IF       Cob-Crt-Status = Cob-Scr-Esc
          or  WS-Tmp-Student = SPACES
              GO TO CV999-Exit.
     MOVE     WS-Tmp-Student TO STU-NAME.
     READ     STUDENT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL095 AT 0801 with foreground-color COB-COLOR-RED
              GO TO CV010-Get-Name.
     DISPLAY  SPACE AT 0801 with erase eol.
*>
     MOVE     ZERO   TO WST-Exd-Size WS-Stu-Dual-Mins WS-Stu-Solo-Mins.
     MOVE     SPACES TO WST-Exd-Table.
*>
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO CV040-Display-Results.
*>
 CV020-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO CV040-Display-Results.
*>
     IF       FLT-CREW2 = WS-Tmp-Student
        AND   (FLT-CAPACITY = "P1I" OR "P1T")
              ADD FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2)
                  TO WS-Stu-Dual-Mins
              IF  FLT-EXERCISE NOT = SPACES
                  PERFORM CV030-Note-Exercise
              END-IF
     END-IF.
     IF       FLT-CAPTAIN = WS-Tmp-Student
        AND   FLT-CAPACITY = "P1S"
              ADD FLT-P1 (1) FLT-P1 (2) TO WS-Stu-Solo-Mins.
     GO       TO CV020-Read-Flitelog.
*>
 CV030-Note-Exercise.
     MOVE     ZERO TO A.
     SET      QQE TO 1.
     SEARCH   WST-Exd-Groups AT END  MOVE ZERO TO A
              WHEN WST-Exd-Code (QQE) = FLT-EXERCISE  SET A TO QQE.
     IF       A = ZERO
        AND   WST-Exd-Size < WST-Exd-Max
              ADD  1 TO WST-Exd-Size
              MOVE FLT-EXERCISE TO WST-Exd-Code  (WST-Exd-Size)
              MOVE ZERO         TO WST-Exd-Count (WST-Exd-Size)
              SET  QQE TO WST-Exd-Size
              SET  A   TO QQE.
     IF       A NOT = ZERO
              ADD 1 TO WST-Exd-Count (A).
*>
 CV040-Display-Results.
     DISPLAY  SPACE AT 0301 WITH ERASE EOS.
     DISPLAY  "Course " AT 0301 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  STU-COURSE AT 0308 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Started " AT 0325 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  STU-START AT 0333 WITH foreground-color COB-COLOR-CYAN.
*>
     DIVIDE   WS-Stu-Dual-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  "Dual hours " AT 0501 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  WSE-TIME AT 0512 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WS-Stu-Solo-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  "Solo hours " AT 0525 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  WSE-TIME AT 0536 WITH foreground-color COB-COLOR-CYAN.
*>
     DISPLAY  "Exercises completed (code / sectors):" AT 0701 WITH foreground-color COB-COLOR-Yellow.
     MOVE     8 TO LINE-CNT.
     MOVE     ZERO TO QQE.
 CV050-Show-Done.
     SET      QQE UP BY 1.
     IF       QQE > WST-Exd-Size
              GO TO CV060-Show-Outstanding.
     DISPLAY  WST-Exd-Code (QQE) AT LINE LINE-CNT COL 03 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WST-Exd-Count (QQE) TO WS-DISPLAY3.
     DISPLAY  WS-DISPLAY3 AT LINE LINE-CNT COL 09 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-20-Lines
              GO TO CV050-Show-Done.
*>
 CV060-Show-Outstanding.
     ADD      1 TO LINE-CNT.
     DISPLAY  "Outstanding standard exercises:" AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-Yellow.
     ADD      1 TO LINE-CNT.
     MOVE     ZERO TO B C.
 CV070-Check-Outstanding.
     ADD      1 TO B.
     IF       B > 19
              GO TO CV080-Done.
     MOVE     ZERO TO A.
     SET      QQE TO 1.
     SEARCH   WST-Exd-Groups AT END  MOVE ZERO TO A
              WHEN WST-Exd-Code (QQE) = SYL-CODE (B)  SET A TO QQE.
     IF       A = ZERO
              COMPUTE D = (C * 5) + 1
              DISPLAY SYL-CODE (B) AT LINE LINE-CNT COL D WITH foreground-color COB-COLOR-RED
              ADD 1 TO C.
     IF       C > 18
              GO TO CV080-Done.
     GO       TO CV070-Check-Outstanding.
*>
 CV080-Done.
     MOVE     "N" TO MENU-REPLY.
     DISPLAY  "Recommend for the skills test? [N]" AT LINE ws-22-Lines COL 01
              WITH foreground-color COB-COLOR-Yellow WITH ERASE EOL.
     ACCEPT   MENU-REPLY AT LINE ws-22-Lines COL 33 with update.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "Y"
              PERFORM CV085-Recommend THRU CV089-Exit.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     GO       TO CV999-Exit.
*>
 CV085-Recommend.
*>
*> Skills test recommendation - refused unless the theory exams for the
*>  student's course are all passed and still current (ZT980), else
*>  printed to the report file for the instructor to sign.
*>
     IF       STU-COURSE = SPACES
              DISPLAY FL188 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              GO TO CV089-Exit.
     MOVE     STU-NAME   TO WS-Tk-Student.
     MOVE     STU-COURSE TO WS-Tk-Course.
     PERFORM  ZT980-Theory-Status.
     PERFORM  ODE570-State-Text THRU ODE579-Exit.
     IF       WS-Tk-State NOT = "C"
              DISPLAY FL187 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              DISPLAY WS-Tk-Text AT LINE ws-23-Lines COL 01 WITH foreground-color COB-COLOR-RED WITH ERASE EOL
              GO TO CV089-Exit.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "SKILLS TEST RECOMMENDATION   " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     STU-START TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Student " STU-NAME "  Course " STU-COURSE "  Started " WS-Test-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     DIVIDE   WS-Stu-Dual-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     STRING   "Dual hours " WSE-TIME DELIMITED BY SIZE INTO PRINT-RECORD.
     DIVIDE   WS-Stu-Solo-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "Solo hours " TO PRINT-RECORD (20:11).
     MOVE     WSE-TIME      TO PRINT-RECORD (31:5).
     MOVE     C TO WS-DISPLAY3.
     MOVE     "Standard exercises outstanding" TO PRINT-RECORD (40:30).
     MOVE     WS-DISPLAY3   TO PRINT-RECORD (71:3).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Theory " WS-Tk-Text DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     SET      QQTK TO 1.
 CV087-Subject.
     IF       QQTK > WS-Tk-Size
              GO TO CV088-Sign.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WTK-Subject (QQTK)    TO PRINT-RECORD (3:8).
     MOVE     WTK-Title (QQTK)      TO PRINT-RECORD (13:30).
     MOVE     WTK-Pass-Date (QQTK)  TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date          TO PRINT-RECORD (45:10).
     MOVE     WTK-Last-Score (QQTK) TO PRINT-RECORD (57:3).
     MOVE     "%" TO PRINT-RECORD (60:1).
     WRITE    PRINT-RECORD AFTER 1.
     SET      QQTK UP BY 1.
     GO       TO CV087-Subject.
 CV088-Sign.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Recommended by " WS-Cur-User "   Signed ____________________"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     DISPLAY  "Recommendation written to report file" AT LINE ws-22-Lines COL 01
              WITH foreground-color COB-COLOR-Green WITH ERASE EOL.
 CV089-Exit.  exit.
*>
 CV999-Exit.  exit section.
*>
 CW000-Maintenance-Hours-Report SECTION.
*>======================================
*>
*> Reconciles hours flown (Flt-P1 + Flt-P23, both day and night) since
*>   each registration's last reconciliation against its Maint-File
*>   record, then flags airframes at or approaching their next
*>   inspection due total. Loads Maint-Hours-Table directly from
*>   Maint-File - already in registration order - the way ZC000-LOAD-
*>   AIRCRAFT loads Aircraft-Table from Aircraft-File, then makes one
*>   pass of Flightlog-File to pick up the new minutes.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Aircraft Maintenance Hours Reconciliation" AT 0114 WITH foreground-color COB-COLOR-GREEN.
*>
     MOVE     ZERO   TO WST-Maint-Size.
     MOVE     SPACES TO WST-Maint-Table.
     START    MAINT-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              DISPLAY "No aircraft maintenance records on file - see menu option V" AT 0701
              GO TO CW090-Wait.
*>
 CW010-Load-Maint.
     READ     MAINT-FILE NEXT RECORD AT END  GO TO CW020-Scan-Flightlog.
     ADD      1 TO WST-Maint-Size.
     MOVE     MAINT-AC-REG        TO WST-Maint-AC-Reg    (WST-Maint-Size).
     MOVE     MAINT-HRS-SINCE-OVH TO WST-Maint-Hrs-Ovh   (WST-Maint-Size).
     MOVE     MAINT-NEXT-DUE-HRS  TO WST-Maint-Due       (WST-Maint-Size).
     MOVE     MAINT-LAST-RECON    TO WST-Maint-Last-Recon (WST-Maint-Size)
                                     WST-Maint-Max-Date   (WST-Maint-Size).
     MOVE     ZERO TO WST-Maint-New-Mins (WST-Maint-Size).
     GO       TO CW010-Load-Maint.
*>
 CW020-Scan-Flightlog.
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO CW030-Reconcile.
*>
 CW025-Read-Flt.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO CW030-Reconcile.
     SET      QQM TO 1.
     SEARCH   WST-Maint-Groups AT END  GO TO CW025-Read-Flt
              WHEN WST-Maint-AC-Reg (QQM) = FLT-AC-REG
                   CONTINUE.
     IF       FLT-DATE NOT > WST-Maint-Last-Recon (QQM)
              GO TO CW025-Read-Flt.
     ADD      FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2)
              TO WST-Maint-New-Mins (QQM).
     IF       FLT-DATE > WST-Maint-Max-Date (QQM)
              MOVE FLT-DATE TO WST-Maint-Max-Date (QQM).
     GO       TO CW025-Read-Flt.
*>
 CW030-Reconcile.
     MOVE     ZERO TO QQM.
 CW035-Reconcile-Next.
     ADD      1 TO QQM.
     IF       QQM > WST-Maint-Size
              GO TO CW040-Display-Results.
     IF       WST-Maint-New-Mins (QQM) = ZERO
              GO TO CW035-Reconcile-Next.
     ADD      WST-Maint-New-Mins (QQM) TO WST-Maint-Hrs-Ovh (QQM).
     MOVE     WST-Maint-Max-Date (QQM) TO WST-Maint-Last-Recon (QQM).
     MOVE     WST-Maint-AC-Reg   (QQM) TO MAINT-AC-REG.
     READ     MAINT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE WST-Maint-Hrs-Ovh    (QQM) TO MAINT-HRS-SINCE-OVH
              MOVE WST-Maint-Last-Recon (QQM) TO MAINT-LAST-RECON
              REWRITE MAINT-RECORD INVALID KEY  CONTINUE.
     GO       TO CW035-Reconcile-Next.
*>
 CW040-Display-Results.
     IF       WS-Unattended-Reports
              GO TO CW060-Print-Results.
     DISPLAY  SPACE AT 0101 WITH ERASE EOS.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Reg     Hrs Since O/H  Next Due  Remaining" AT 0501 WITH foreground-color COB-COLOR-YELLOW.
     MOVE     7 TO LINE-CNT.
     IF       WST-Maint-Size = ZERO
              DISPLAY "No aircraft maintenance records on file - see menu option V" AT LINE LINE-CNT COL 01
              GO TO CW090-Wait.
*>
     MOVE     ZERO TO QQM.
 CW050-Display-Next.
     ADD      1 TO QQM.
     IF       QQM > WST-Maint-Size
              GO TO CW090-Wait.
     DISPLAY  WST-Maint-AC-Reg (QQM) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-Maint-Hrs-Ovh (QQM) BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     DISPLAY  WSM-TIME AT LINE LINE-CNT COL 09 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WST-Maint-Due (QQM) BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     DISPLAY  WSM-TIME AT LINE LINE-CNT COL 24 WITH foreground-color COB-COLOR-CYAN.
     IF       WST-Maint-Hrs-Ovh (QQM) NOT < WST-Maint-Due (QQM)
              DISPLAY "DUE NOW" AT LINE LINE-CNT COL 34 WITH foreground-color COB-COLOR-RED
     ELSE
              SUBTRACT WST-Maint-Hrs-Ovh (QQM) FROM WST-Maint-Due (QQM) GIVING WS-WORK1
              DIVIDE   WS-WORK1 BY 60 GIVING WSM-HH REMAINDER WSM-MM
              MOVE     "." TO WSM-DOT
              IF       WS-WORK1 < WS-Maint-Warn-Mins
                       DISPLAY WSM-TIME AT LINE LINE-CNT COL 34 WITH foreground-color COB-COLOR-YELLOW
              ELSE
                       DISPLAY WSM-TIME AT LINE LINE-CNT COL 34 WITH foreground-color COB-COLOR-CYAN
              END-IF
     END-IF.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO CW050-Display-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
     MOVE     7 TO LINE-CNT.
     DISPLAY  SPACE AT 0701 WITH ERASE EOS.
     GO       TO CW050-Display-Next.
*>
 CW075-Show-Deferred.
*>
*>   Deferred defects belong beside the hours reconciliation - their
*>    expiry is as much a maintenance deadline as the next-due hours.
*>
     ADD      1 TO LINE-CNT.
     DISPLAY  "Deferred defects (reg/no/expiry):" AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-YELLOW.
     ADD      1 TO LINE-CNT.
     START    TECHLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CW079-Exit.
 CW076-Next.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO CW079-Exit.
     IF       TLG-STATUS NOT = "D"
              GO TO CW076-Next.
     IF       LINE-CNT NOT < WS-Lines
              GO TO CW079-Exit.
     DISPLAY  TLG-AC-REG       AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TLG-DEFECT-NO    AT LINE LINE-CNT COL 08 WITH foreground-color COB-COLOR-CYAN.
     IF       TLG-DEFER-EXPIRY NOT = ZERO
        AND   TLG-DEFER-EXPIRY < WS-Today
              DISPLAY TLG-DEFER-EXPIRY AT LINE LINE-CNT COL 13 WITH foreground-color COB-COLOR-RED
     ELSE
              DISPLAY TLG-DEFER-EXPIRY AT LINE LINE-CNT COL 13 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     GO       TO CW076-Next.
 CW079-Exit.  exit.
*>
 CW085-Print-Deferred.
     MOVE     "Deferred defects (reg/no/expiry):" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     START    TECHLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO CW089-Exit.
 CW086-Next.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO CW089-Exit.
     IF       TLG-STATUS NOT = "D"
              GO TO CW086-Next.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   TLG-AC-REG " " TLG-DEFECT-NO " " TLG-DEFER-EXPIRY " " TLG-TEXT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO CW086-Next.
 CW089-Exit.  exit.
*>
 CW060-Print-Results.
*>
*>   Month-end pack output - see ZP500-Reports-Pack.
*>
     MOVE     "MAINTENANCE HOURS RECONCILIATION" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Reg     Hrs Since O/H  Next Due  Remaining" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO QQM.
 CW070-Print-Next.
     SET      QQM UP BY 1.
     IF       QQM > WST-Maint-Size
              PERFORM CW085-Print-Deferred THRU CW089-Exit
              GO TO CW999-Exit.
     MOVE     WST-Maint-Hrs-Ovh (QQM) TO WS-WORK3.
     PERFORM  ZG010-RESTORE-MAINT-TIME.
     MOVE     WS-WORKB TO WSM-TIME.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   WST-Maint-AC-Reg (QQM) "  " WSM-TIME
              DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     WST-Maint-Due (QQM) TO WS-WORK3.
     PERFORM  ZG010-RESTORE-MAINT-TIME.
     MOVE     WS-WORKB TO WSM-TIME.
     MOVE     WSM-TIME TO PRINT-RECORD (24:9).
     IF       WST-Maint-Hrs-Ovh (QQM) NOT < WST-Maint-Due (QQM)
              MOVE "DUE NOW" TO PRINT-RECORD (35:7)
     ELSE
              SUBTRACT WST-Maint-Hrs-Ovh (QQM) FROM WST-Maint-Due (QQM) GIVING WS-WORK3
              PERFORM ZG010-RESTORE-MAINT-TIME
              MOVE WS-WORKB TO WSM-TIME
              MOVE WSM-TIME TO PRINT-RECORD (35:9)
     END-IF.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO CW070-Print-Next.
*>
 CW090-Wait.
     PERFORM  CW075-Show-Deferred THRU CW079-Exit.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 CW999-Exit.  exit section.
*>
 O000-CHARGES-MENU  SECTION.
*>==========================
*>
*> Second-level menu for the charging/billing side of the system -
*>   the main log menu is out of spare letters, so money functions
*>   live here, following the same display/accept/dispatch shape as
*>   C020/C030.
*>
 O020-DISPLAY-CHG-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Ops / Charges Menu" AT 0130 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "Select one of the following by letter  :- [ ]" AT 0401 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(A)  Charge-Out Billing Run"         AT 0615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(B)  Maintain Charge-Out Rates"      AT 0715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(C)  Maintain W&B Datums"            AT 0815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(D)  Maintain Fuel Prices"           AT 0915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(E)  Monthly Fuel Cost Report"       AT 1015 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(F)  Archive & Purge Old Flights"    AT 1115 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(G)  Browse Flight Archive"          AT 1215 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(H)  Maintain User Accounts"         AT 1315 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(I)  Maintain Airfield Fee Schedules" AT 1415 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(J)  Monthly Fee Expense Report"     AT 1515 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(K)  Period Close"                   AT 1615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(L)  Open Defects Report"            AT 1715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(M)  Maintain Tech Log"              AT 1815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(N)  Maintain Customer Accounts"     AT 0655 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(P)  Enter Receipts"                 AT 0755 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Q)  Aged Debtors Report"            AT 0855 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(R)  Maintenance Planning Forecast"  AT 0955 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(S)  FTL Compliance Report"           AT 1055 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(T)  Maintain FTL Schemes"            AT 1155 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(U)  Annual Emissions Report"         AT 1255 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(V)  Oil Consumption Trend Report"    AT 1355 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(W)  Operating Cost per Hour Report"  AT 1455 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Z)  Further Ops Menu"                AT 1915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(X)  Return to Log Book Menu"        AT 2215 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACE TO MENU-REPLY.
*>
 O030-ACCEPT-CHG.
     ACCEPT   MENU-REPLY AT 0444 with auto.
     IF       Cob-Crt-Status = Cob-Scr-F1
              MOVE "OPSMENU" TO HeKey
              PERFORM ZI400-Show-Help
              GO TO O020-DISPLAY-CHG-MENU.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
*>
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO O999-EXIT.
*>
     IF       MENU-REPLY = "A"
              PERFORM OB000-Charge-Billing-Run
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "B"
              PERFORM OR000-MAINTAIN-CHARGE-RATES
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "C"
              PERFORM OW000-MAINTAIN-WB-DATUMS
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "D"
              PERFORM OF000-MAINTAIN-FUEL-PRICES
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "E"
              PERFORM OG000-Fuel-Cost-Report
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "F"
              PERFORM OH000-Archive-Purge
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "G"
              PERFORM OH600-Browse-Archive
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "H"
              PERFORM MU000-MAINTAIN-USERS
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "I"
              PERFORM OI000-MAINTAIN-FEES
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "J"
              PERFORM OJ000-Fee-Expense-Report
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "K"
              PERFORM OK000-Period-Close
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "L"
              PERFORM OU000-Open-Defects-Report
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "M"
              PERFORM OT000-Maintain-Techlog
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "N"
              PERFORM OC000-MAINTAIN-ACCOUNTS
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "P"
              PERFORM ON000-Enter-Receipts
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "Q"
              PERFORM OP000-Aged-Debtors
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "R"
              PERFORM OD000-Maint-Planning
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "S"
              PERFORM OE000-FTL-Compliance
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "T"
              PERFORM OL000-MAINTAIN-FTL-SCHEMES
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "U"
              PERFORM OM000-Emissions-Report
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "V"
              PERFORM OV000-Oil-Trend-Report
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "W"
              PERFORM OA000-Operating-Cost-Report
              GO TO O020-DISPLAY-CHG-MENU.
*>
     IF       MENU-REPLY = "Z"
              PERFORM O500-FURTHER-MENU
              GO TO O020-DISPLAY-CHG-MENU.
*>
     GO       TO O030-ACCEPT-CHG.
*>
 O999-EXIT.   exit section.
*>
 OB000-Charge-Billing-Run SECTION.
*>================================
*>
*> Monthly charge-out billing - prices every flight in the requested
*>   month from its block time (and fuel uplift on dry hires) using
*>   chargerate.dat, registration record first then aircraft type,
*>   and prints an invoice-style statement per Captain followed by a
*>   posting summary for accounts, all to the logbook.rpt print file.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Charge-Out Billing Run" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Billing month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OB010-Get-Month.
     MOVE     ZERO TO WS-Bil-Month.
     ACCEPT   WS-Bil-Month AT 0625 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OB999-Exit.
     IF       WS-Bil-Month < 190001 or > 219912
        or    WS-Bil-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO OB010-Get-Month.
     DISPLAY  SPACE AT 0801 with erase eol.
*>
*>  The statements can render as the ruled PostScript page at close,
*>   the same rpt2ps route the logbook report uses.
*>
     DISPLAY  "PostScript rendering at close? [N]" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT 0733 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply = "Y"
              MOVE "B" TO WS-Ps-Wanted.
     DISPLAY  SPACE AT 0701 with erase eol.
*>
     PERFORM  OB100-Run-Control THRU OB109-Exit.
     IF       WS-Brn-Mode = SPACE
              GO TO OB999-Exit.
*>
     MOVE     ZERO   TO WST-Bil-Size WS-Bil-Unrated WS-Bil-Truncated.
     MOVE     ZERO   TO WS-Exr-Unconverted.
     MOVE     HIGH-VALUES TO WST-Bil-Table.   *> unused slots sort last
     PERFORM  OB015-Load-Pkg-Usage THRU OB019-Exit.
     PERFORM  OB012-Clear-Hire-Income THRU OB014-Exit.
*>
     MOVE     WS-Bil-Month TO FLT-DATE (1:6).
     MOVE     "01"         TO FLT-DATE (7:2).
     MOVE     ZERO         TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OB040-Print-Statements.
*>
 OB020-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OB040-Print-Statements.
     IF       FLT-DATE (1:6) NOT = WS-Bil-Month
              GO TO OB040-Print-Statements.
     IF       WST-Bil-Size NOT < WST-Bil-Max
              MOVE 1 TO WS-Bil-Truncated
              GO TO OB040-Print-Statements.
*>
*>  Registration rate first, then the type rate.
*>
     MOVE     SPACES     TO CHG-RATE-KEY.
     MOVE     FLT-AC-REG TO CHG-RATE-KEY.
     READ     CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE FLT-AC-TYPE TO CHG-RATE-KEY
              READ CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              ADD  1 TO WS-Bil-Unrated
              GO TO OB020-Read-Flitelog.
*>
*>  A rate card held in a foreign currency converts to base at the
*>   rate effective on the flight date before pricing.
*>
     IF       CHG-CURRENCY NOT = SPACES AND NOT = "GBP"
              MOVE CHG-CURRENCY TO WS-Exr-Cur
              MOVE FLT-DATE     TO WS-Exr-Date
              PERFORM ZT400-Lookup-Exch-Rate
              IF  WS-Exr-Rate NOT = ZERO
                  COMPUTE CHG-WET-RATE ROUNDED = CHG-WET-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
                  COMPUTE CHG-DRY-RATE ROUNDED = CHG-DRY-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
                  COMPUTE CHG-FUEL-RATE ROUNDED = CHG-FUEL-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
              ELSE
                  ADD 1 TO WS-Exr-Unconverted
              END-IF
     END-IF.
*>
*>  A flight with no times logged (CA120 files start and end both
*>   zero) bills no hours - only the midnight wrap applies otherwise.
     MOVE     FLT-END TO WS-Bil-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              CONTINUE
     ELSE
              IF FLT-END NOT > FLT-START             *> over midnight
                 ADD 1440 TO WS-Bil-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Bil-Mins
     END-IF.
*>
*>  Minutes covered by a prepaid block-hour package are not charged
*>   again - only the overflow prices at the rate card. A leg of a
*>   trip billed to a customer draws no Captain's package - it goes
*>   into the trip's one line on the customer's statement (OB025).
*>
     PERFORM  OB022-Trip-Of-Flight THRU OB024-Exit.
     IF       WS-Trp-Bill-No = ZERO
              PERFORM OB030-Draw-Package THRU OB039-Exit
     ELSE
              MOVE ZERO TO WS-Pkg-Covered.
*>
     ADD      1 TO WST-Bil-Size.
     MOVE     FLT-CAPTAIN     TO WST-Bil-Captain (WST-Bil-Size).
     MOVE     FLT-DATE        TO WST-Bil-Date    (WST-Bil-Size).
     MOVE     FLT-START       TO WST-Bil-Start   (WST-Bil-Size).
     MOVE     FLT-AC-REG      TO WST-Bil-Reg     (WST-Bil-Size).
     MOVE     WS-Bil-Mins     TO WST-Bil-Mins    (WST-Bil-Size).
     MOVE     FLT-FUEL-UPLIFT TO WST-Bil-Fuel    (WST-Bil-Size).
     MOVE     CHG-BASIS       TO WST-Bil-Basis   (WST-Bil-Size).
     MOVE     WS-Pkg-Covered  TO WST-Bil-Pkg-Mins (WST-Bil-Size).
     IF       CHG-BASIS = "D"
              COMPUTE WST-Bil-Amount (WST-Bil-Size) ROUNDED =
                      ((WS-Bil-Mins - WS-Pkg-Covered) * CHG-DRY-RATE / 60)
                      + (FLT-FUEL-UPLIFT * CHG-FUEL-RATE)
     ELSE
              COMPUTE WST-Bil-Amount (WST-Bil-Size) ROUNDED =
                      (WS-Bil-Mins - WS-Pkg-Covered) * CHG-WET-RATE / 60.
*>
*>  Rate cards are net - VAT goes on at the rate card's tax code.
*>
     MOVE     CHG-TAX-CODE TO WS-Tax-Code.
     PERFORM  ZT800-Lookup-Tax-Code.
     COMPUTE  WST-Bil-Vat (WST-Bil-Size) ROUNDED =
              WST-Bil-Amount (WST-Bil-Size) * WS-Tax-Rate / 100.
*>
*>  The priced hours go to the hire income file at full rate-card
*>   value - the owner statements share income package minutes too.
*>
     MOVE     FLT-Date-Time-Key TO HIN-FLT-KEY.
     MOVE     FLT-AC-REG      TO HIN-REG.
     MOVE     FLT-CAPTAIN     TO HIN-CAPTAIN.
     MOVE     WS-Bil-Mins     TO HIN-MINS.
     MOVE     WST-Bil-Amount (WST-Bil-Size) TO HIN-BILLED.
     MOVE     WS-Today        TO HIN-RUN-DATE.
     IF       CHG-BASIS = "D"
              COMPUTE HIN-VALUE ROUNDED =
                      (WS-Bil-Mins * CHG-DRY-RATE / 60)
                      + (FLT-FUEL-UPLIFT * CHG-FUEL-RATE)
                      ON SIZE ERROR MOVE ZERO TO HIN-VALUE
              END-COMPUTE
     ELSE
              COMPUTE HIN-VALUE ROUNDED = WS-Bil-Mins * CHG-WET-RATE / 60
                      ON SIZE ERROR MOVE ZERO TO HIN-VALUE
              END-COMPUTE.
     WRITE    HIREINC-RECORD INVALID KEY
              REWRITE HIREINC-RECORD INVALID KEY CONTINUE END-REWRITE
     END-WRITE.
     IF       WS-Trp-Bill-No NOT = ZERO
              PERFORM OB025-Merge-Trip THRU OB029-Exit.
     GO       TO OB020-Read-Flitelog.
*>
 OB040-Print-Statements.
     IF       WS-Pkg-Use-Open NOT = ZERO
              CLOSE BLKPKGUSE-FILE
              MOVE ZERO TO WS-Pkg-Use-Open.
     IF       WST-Bil-Size = ZERO
              PERFORM OB110-Reverse-Dropped THRU OB119-Exit
              PERFORM OB120-Run-Complete
              DISPLAY "No chargeable flights found for that month" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OB999-Exit.
*>
     SORT     WST-Bil-Groups ON ASCENDING KEY WST-Bil-Captain WST-Bil-Date WST-Bil-Start.
*>
     MOVE     SPACES TO WS-Bil-Prev-Captain.
     MOVE     ZERO   TO WS-Bil-Capt-Mins WS-Bil-Capt-Flts WS-Bil-Capt-Amt
                        WS-Bil-Grand-Mins WS-Bil-Grand-Amt QQC
                        WS-Bil-Capt-Vat WS-Bil-Grand-Vat.
*>
 OB050-Print-Next.
     SET      QQC UP BY 1.
     IF       QQC > WST-Bil-Size
              GO TO OB070-Print-Summary.
     IF       WST-Bil-Captain (QQC) NOT = WS-Bil-Prev-Captain
              IF  WS-Bil-Prev-Captain NOT = SPACES
                  PERFORM OB060-Captain-Total
              END-IF
              MOVE SPACES TO PRINT-RECORD
              STRING "CHARGE-OUT STATEMENT for " WST-Bil-Captain (QQC)
                     "  -  month " WS-Bil-Month
                     "  -  run " WS-Brn-Run-No " " WS-Brn-Mode-Text
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              PERFORM  ZE900-Env-Stamp
              WRITE PRINT-RECORD AFTER 2
              MOVE "Date       Reg      Block   Fuel   Basis    Amount   Pkg" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              MOVE WST-Bil-Captain (QQC) TO WS-Bil-Prev-Captain
              MOVE ZERO TO WS-Bil-Capt-Mins WS-Bil-Capt-Flts WS-Bil-Capt-Amt
                           WS-Bil-Capt-Vat.
*>
     MOVE     WST-Bil-Date (QQC) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date       TO PB1-DATE.
     MOVE     WST-Bil-Reg (QQC)  TO PB1-REG.
     DIVIDE   WST-Bil-Mins (QQC) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME           TO PB1-HOURS.
     MOVE     WST-Bil-Fuel (QQC) TO PB1-FUEL.
     IF       WST-Bil-Basis (QQC) = "D"
              MOVE "Dry" TO PB1-BASIS
     ELSE
              MOVE "Wet" TO PB1-BASIS.
     MOVE     WST-Bil-Amount (QQC) TO PB1-AMOUNT.
     MOVE     SPACES TO PB1-PKG.
     IF       WST-Bil-Pkg-Mins (QQC) NOT = ZERO
              DIVIDE WST-Bil-Pkg-Mins (QQC) BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE "." TO WSF-DOT
              MOVE WSE-TIME TO PB1-PKG.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Billing-Detail-Line AFTER 1.
*>
     ADD      WST-Bil-Mins   (QQC) TO WS-Bil-Capt-Mins WS-Bil-Grand-Mins.
     ADD      WST-Bil-Amount (QQC) TO WS-Bil-Capt-Amt  WS-Bil-Grand-Amt.
     ADD      WST-Bil-Vat    (QQC) TO WS-Bil-Capt-Vat  WS-Bil-Grand-Vat.
     ADD      1 TO WS-Bil-Capt-Flts.
     GO       TO OB050-Print-Next.
*>
 OB060-Captain-Total.
     MOVE     WS-Bil-Prev-Captain TO PB2-CAPTAIN.
     DIVIDE   WS-Bil-Capt-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME TO PB2-HOURS.
     MOVE     WS-Bil-Capt-Flts TO PB2-FLTS.
     MOVE     WS-Bil-Capt-Amt  TO PB2-AMOUNT.
     COMPUTE  WS-Bil-Capt-Gross = WS-Bil-Capt-Amt + WS-Bil-Capt-Vat.
     MOVE     WS-Bil-Capt-Vat   TO PB2-VAT.
     MOVE     WS-Bil-Capt-Gross TO PB2-GROSS.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Total due from " WS-Bil-Prev-Captain
              "          Net          VAT        Gross"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PB2-CAPTAIN.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Billing-Summary-Line AFTER 1.
     PERFORM  OB065-Post-Invoice THRU OB069-Exit.
*>
 OB065-Post-Invoice.
*>
*>  Post the Captain's statement total to the receivables ledger - a
*>   numbered invoice on the register plus the balance on the account
*>   master (created on first billing if the Captain has no account
*>   yet). Re-running the same month refreshes that month's invoice
*>   and adjusts the balance by the difference, so a correction run
*>   never double-bills anyone.
*>
     MOVE     ZERO TO WS-Inv-Old-Amt  WS-Inv-Next.
*>
*>  The run control line says what is on the account already - posted
*>   by this same run before it failed (nothing more to do), or by an
*>   earlier run (taken off again as the new total goes on).
*>
     MOVE     "N"          TO WS-Brn-Found.
     MOVE     WS-Bil-Month TO BRN-MONTH.
     MOVE     WS-Bil-Prev-Captain TO BRN-CAPTAIN.
     READ     BILLRUN-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE "Y" TO WS-Brn-Found.
     IF       WS-Brn-Found = "Y"
        AND   BRN-RUN-NO = WS-Brn-Run-No
              ADD  1 TO WS-Brn-Skipped
              MOVE SPACES TO PRINT-RECORD
              STRING "Already posted by this run before it was interrupted"
                     " - not posted again"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 1
              GO TO OB069-Exit.
     IF       WS-Brn-Found = "Y"
              MOVE BRN-POSTED TO WS-Inv-Old-Amt
              MOVE BRN-POSTED TO WS-Brn-Amt-Disp
              MOVE SPACES TO PRINT-RECORD
              STRING "Run " BRN-RUN-NO " posting of " WS-Brn-Amt-Disp
                     " reversed - the total above posted in its place"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 1.
     MOVE     ZERO TO INV-NO.
     START    INVOICE-FILE KEY NOT < INV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OB066-New-Invoice.
 OB065-Read-Next.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO OB066-New-Invoice.
     MOVE     INV-NO TO WS-Inv-Next.
     IF       INV-CAPTAIN = WS-Bil-Prev-Captain
        AND   INV-MONTH   = WS-Bil-Month
              GO TO OB067-Refresh-Invoice.
     GO       TO OB065-Read-Next.
*>
 OB066-New-Invoice.
     ADD      1 TO WS-Inv-Next.
     MOVE     WS-Inv-Next        TO INV-NO.
     MOVE     WS-Bil-Prev-Captain TO INV-CAPTAIN.
     MOVE     WS-Bil-Month       TO INV-MONTH.
     MOVE     WS-Today           TO INV-DATE.
     MOVE     WS-Bil-Capt-Gross  TO INV-AMOUNT.
     MOVE     WS-Bil-Capt-Amt    TO INV-NET.
     MOVE     WS-Bil-Capt-Vat    TO INV-VAT.
     MOVE     ZERO               TO INV-PAID.
     MOVE     ZERO               TO INV-CREDITED.
     MOVE     ZERO               TO INV-DUN-LEVEL INV-DUN-DATE.
     MOVE     "O"                TO INV-STATUS.
     WRITE    INVOICE-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO OB068-Post-Account.
*>
 OB067-Refresh-Invoice.
*>
*>  A month billed before run control kept no record of what went on
*>   the account - the invoice amount is it.
*>
     IF       WS-Brn-Found = "N"
        AND   WS-Brn-Legacy = "Y"
              MOVE INV-AMOUNT TO WS-Inv-Old-Amt.
     MOVE     WS-Bil-Capt-Gross TO INV-AMOUNT.
     MOVE     WS-Bil-Capt-Amt TO INV-NET.
     MOVE     WS-Bil-Capt-Vat TO INV-VAT.
     PERFORM  ZT900-Invoice-Balance.
     REWRITE  INVOICE-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
 OB068-Post-Account.
     MOVE     WS-Bil-Prev-Captain TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              COMPUTE ACC-BALANCE = ACC-BALANCE
                                  + WS-Bil-Capt-Gross - WS-Inv-Old-Amt
              REWRITE ACCOUNT-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              MOVE WS-Bil-Prev-Captain TO ACC-CAPTAIN
              MOVE SPACES   TO ACC-ADDR1 ACC-ADDR2
              MOVE WS-Today TO ACC-OPENED
              COMPUTE ACC-BALANCE = WS-Bil-Capt-Gross - WS-Inv-Old-Amt
              WRITE ACCOUNT-RECORD INVALID KEY CONTINUE END-WRITE.
*>
*>  Straight after the account - the Captain is now posted by this run.
*>
     MOVE     WS-Bil-Month        TO BRN-MONTH.
     MOVE     WS-Bil-Prev-Captain TO BRN-CAPTAIN.
     MOVE     WS-Brn-Run-No       TO BRN-RUN-NO.
     MOVE     "P"                 TO BRN-STATUS.
     MOVE     WS-Today            TO BRN-DATE.
     MOVE     WS-Bil-Capt-Gross   TO BRN-POSTED.
     MOVE     INV-NO              TO BRN-INV-NO.
     WRITE    BILLRUN-RECORD INVALID KEY
              REWRITE BILLRUN-RECORD INVALID KEY CONTINUE END-REWRITE
     END-WRITE.
*>
 OB069-Exit.  exit.
*>
 OB022-Trip-Of-Flight.
*>
*>  Returns WS-Trp-Bill-No - the trip this flight is a leg of when that
*>   trip has a customer to bill, else zero.
*>
     MOVE     ZERO TO WS-Trp-Bill-No.
     MOVE     FLT-Date-Time-Key TO TRL-FLT-KEY.
     READ     TRIPLEG-FILE KEY IS TRL-FLT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OB024-Exit.
     MOVE     TRL-TRIP-NO TO TRP-NO.
     READ     TRIP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        OR    TRP-CUSTOMER = SPACES
              GO TO OB024-Exit.
     MOVE     TRP-NO       TO WS-Trp-Bill-No.
     MOVE     TRP-CUSTOMER TO WS-Trp-Customer.
 OB024-Exit.  exit.
*>
 OB025-Merge-Trip.
*>
*>  The leg just tabled becomes the trip's line on the customer's
*>   statement - "#" and the trip number in the registration column -
*>   or is added into that line when an earlier leg made it already,
*>   the slot it took going back to high-values. The line keeps the date
*>   and start of the first leg flown in the month.
*>
     MOVE     WS-Trp-Bill-No  TO WS-Trp-Bil-Reg-No.
     MOVE     WS-Trp-Customer TO WST-Bil-Captain (WST-Bil-Size).
     MOVE     WS-Trp-Bil-Reg  TO WST-Bil-Reg (WST-Bil-Size).
     SET      QQC TO 1.
 OB026-Find-Line.
     IF       QQC NOT < WST-Bil-Size
              GO TO OB029-Exit.
     IF       WST-Bil-Reg (QQC) NOT = WS-Trp-Bil-Reg
        OR    WST-Bil-Captain (QQC) NOT = WS-Trp-Customer
              SET QQC UP BY 1
              GO TO OB026-Find-Line.
     ADD      WST-Bil-Mins     (WST-Bil-Size) TO WST-Bil-Mins     (QQC).
     ADD      WST-Bil-Fuel     (WST-Bil-Size) TO WST-Bil-Fuel     (QQC).
     ADD      WST-Bil-Amount   (WST-Bil-Size) TO WST-Bil-Amount   (QQC).
     ADD      WST-Bil-Pkg-Mins (WST-Bil-Size) TO WST-Bil-Pkg-Mins (QQC).
     ADD      WST-Bil-Vat      (WST-Bil-Size) TO WST-Bil-Vat      (QQC).
     MOVE     HIGH-VALUES TO WST-Bil-Groups (WST-Bil-Size).
     SUBTRACT 1 FROM WST-Bil-Size.
 OB029-Exit.  exit.
*>
 OB012-Clear-Hire-Income.
*>
*>  A re-run prices the month afresh - its earlier hire income records
*>   go first, so a flight since deleted or re-registered drops out.
*>
     MOVE     SPACES       TO HIN-FLT-KEY.
     MOVE     WS-Bil-Month TO HIN-FLT-KEY (1:6).
     START    HIREINC-FILE KEY NOT < HIN-FLT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OB014-Exit.
 OB013-Next.
     READ     HIREINC-FILE NEXT RECORD AT END  GO TO OB014-Exit.
     IF       HIN-FLT-KEY (1:6) NOT = WS-Bil-Month
              GO TO OB014-Exit.
     DELETE   HIREINC-FILE RECORD.
     GO       TO OB013-Next.
 OB014-Exit.  exit.
*>
 OB015-Load-Pkg-Usage.
*>
*>  Block-hour package draws already made for this month by an earlier
*>   run - a flight found here keeps the minutes it drew then and is
*>   not drawn against again.
*>
     MOVE     ZERO   TO WST-Pku-Size WS-Pkg-Use-Open.
     MOVE     SPACES TO WST-Pku-Table.
     OPEN     INPUT BLKPKGUSE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OB019-Exit.
 OB016-Read-Usage.
     READ     BLKPKGUSE-FILE AT END  GO TO OB018-Close-Usage.
     IF       PKU-FLT-KEY (1:6) NOT = WS-Bil-Month
              GO TO OB016-Read-Usage.
     IF       WST-Pku-Size NOT < WST-Pku-Max
              GO TO OB018-Close-Usage.
     ADD      1 TO WST-Pku-Size.
     MOVE     PKU-FLT-KEY TO WST-Pku-Flt-Key (WST-Pku-Size).
     MOVE     PKU-MINS    TO WST-Pku-Mins    (WST-Pku-Size).
     GO       TO OB016-Read-Usage.
 OB018-Close-Usage.
     CLOSE    BLKPKGUSE-FILE.
 OB019-Exit.  exit.
*>
 OB030-Draw-Package.
*>
*>  Draws this flight's block minutes from the Captain's open packages
*>   for the registration or the type, oldest package first (package
*>   numbers run in sale order). A package must have been sold on or
*>   before the flight date and not have lapsed by it. Each draw is
*>   a usage line against the flight key. Returns WS-Pkg-Covered.
*>
     MOVE     ZERO TO WS-Pkg-Covered.
     IF       WS-Bil-Mins = ZERO
              GO TO OB039-Exit.
     MOVE     FLT-Date-Time-Key TO WS-Pkg-Flt-Key.
     SET      QQPK TO 1.
 OB031-Prior-Draws.
     IF       QQPK > WST-Pku-Size
              GO TO OB032-Check-Prior.
     IF       WST-Pku-Flt-Key (QQPK) = WS-Pkg-Flt-Key
              ADD WST-Pku-Mins (QQPK) TO WS-Pkg-Covered.
     SET      QQPK UP BY 1.
     GO       TO OB031-Prior-Draws.
*>
 OB032-Check-Prior.
     IF       WS-Pkg-Covered NOT = ZERO
              IF  WS-Pkg-Covered > WS-Bil-Mins
                  MOVE WS-Bil-Mins TO WS-Pkg-Covered
              END-IF
              GO TO OB039-Exit.
     MOVE     WS-Bil-Mins TO WS-Pkg-Need.
     MOVE     ZERO TO PKG-NO.
     START    BLKPKG-FILE KEY NOT < PKG-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OB039-Exit.
*>
 OB034-Next-Package.
     READ     BLKPKG-FILE NEXT RECORD AT END  GO TO OB039-Exit.
     IF       PKG-STATUS NOT = "O"
           OR PKG-MINS-LEFT = ZERO
           OR PKG-CAPTAIN NOT = FLT-CAPTAIN
              GO TO OB034-Next-Package.
     IF       PKG-RATE-KEY NOT = FLT-AC-REG
        AND   PKG-RATE-KEY NOT = FLT-AC-TYPE
              GO TO OB034-Next-Package.
     IF       PKG-SALE-DATE > FLT-DATE
           OR (PKG-EXPIRY NOT = ZERO AND PKG-EXPIRY < FLT-DATE)
              GO TO OB034-Next-Package.
     IF       PKG-MINS-LEFT < WS-Pkg-Need
              MOVE PKG-MINS-LEFT TO WS-Pkg-Draw
     ELSE
              MOVE WS-Pkg-Need   TO WS-Pkg-Draw.
     SUBTRACT WS-Pkg-Draw FROM PKG-MINS-LEFT WS-Pkg-Need.
     ADD      WS-Pkg-Draw TO WS-Pkg-Covered.
     IF       PKG-MINS-LEFT = ZERO
              MOVE "U" TO PKG-STATUS.
     REWRITE  BLKPKG-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     IF       WS-Pkg-Use-Open = ZERO
              OPEN EXTEND BLKPKGUSE-FILE
              IF  FS-REPLY NOT = "00"
                  OPEN OUTPUT BLKPKGUSE-FILE
              END-IF
              MOVE 1 TO WS-Pkg-Use-Open.
     MOVE     WS-Pkg-Flt-Key TO PKU-FLT-KEY.
     MOVE     PKG-NO         TO PKU-PKG-NO.
     MOVE     PKG-CAPTAIN    TO PKU-CAPTAIN.
     MOVE     WS-Today       TO PKU-RUN-DATE.
     MOVE     WS-Pkg-Draw    TO PKU-MINS.
     WRITE    BLKPKGUSE-RECORD.
     IF       WS-Pkg-Need NOT = ZERO
              GO TO OB034-Next-Package.
*>
 OB039-Exit.  exit.
*>
 OB100-Run-Control.
*>
*>  The month line on the run control file decides the kind of run -
*>   none, the first run; in progress, the last run failed and this
*>   one carries on with it; complete, a deliberate re-run with the
*>   next run number. Returns WS-Brn-Mode, space when abandoned.
*>
     MOVE     SPACE        TO WS-Brn-Mode.
     MOVE     "N"          TO WS-Brn-Legacy.
     MOVE     ZERO         TO WS-Brn-Skipped WS-Brn-Reversed.
     MOVE     WS-Bil-Month TO BRN-MONTH.
     MOVE     SPACES       TO BRN-CAPTAIN.
     READ     BILLRUN-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OB102-Original.
     IF       BRN-STATUS = "I" OR "L"
              IF   BRN-STATUS = "L"
                   MOVE "Y" TO WS-Brn-Legacy
              END-IF
              MOVE BRN-RUN-NO TO WS-Brn-Run-No
              MOVE "S"        TO WS-Brn-Mode
              MOVE "RESUMED"  TO WS-Brn-Mode-Text
              DISPLAY FL211 AT 0801 with foreground-color COB-COLOR-YELLOW
              GO TO OB108-Show-Run.
*>
     DISPLAY  FL212 AT 0801 with foreground-color COB-COLOR-YELLOW.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT 0856 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     DISPLAY  SPACE AT 0801 with erase eol.
     IF       WS-Reply NOT = "Y"
        OR    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OB109-Exit.
     ADD      1 TO BRN-RUN-NO GIVING WS-Brn-Run-No.
     MOVE     "R"           TO WS-Brn-Mode.
     MOVE     "RE-RUN"      TO WS-Brn-Mode-Text.
     MOVE     WS-Brn-Run-No TO BRN-RUN-NO.
     MOVE     "I"           TO BRN-STATUS.
     MOVE     WS-Today      TO BRN-DATE.
     REWRITE  BILLRUN-RECORD INVALID KEY CONTINUE END-REWRITE.
     GO       TO OB108-Show-Run.
*>
*>  No month line - a month invoiced before there was run control has
*>   its Captains' invoices as the only record of what was posted.
*>
 OB102-Original.
     MOVE     1          TO WS-Brn-Run-No.
     MOVE     "O"        TO WS-Brn-Mode.
     MOVE     "ORIGINAL" TO WS-Brn-Mode-Text.
     MOVE     "Y"        TO WS-Brn-Legacy.
     MOVE     WS-Bil-Month TO BRN-MONTH.
     MOVE     SPACES     TO BRN-CAPTAIN.
     MOVE     1          TO BRN-RUN-NO.
     MOVE     "L"        TO BRN-STATUS.   *> so a resumed run knows it too.
     MOVE     WS-Today   TO BRN-DATE.
     MOVE     ZERO       TO BRN-POSTED BRN-INV-NO.
     WRITE    BILLRUN-RECORD INVALID KEY CONTINUE END-WRITE.
*>
 OB108-Show-Run.
     DISPLAY  "Run" AT 0901.
     DISPLAY  WS-Brn-Run-No    AT 0905.
     DISPLAY  WS-Brn-Mode-Text AT 0909 with foreground-color COB-COLOR-CYAN.
 OB109-Exit.  exit.
*>
 OB110-Reverse-Dropped.
*>
*>  A Captain an earlier run posted who has nothing to bill on this
*>   one (flights since deleted or moved) - that posting comes off
*>   the account and his invoice for the month goes to nil.
*>
     MOVE     WS-Bil-Month TO BRN-MONTH.
     MOVE     SPACES       TO BRN-CAPTAIN.
     START    BILLRUN-FILE KEY > BRN-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OB119-Exit.
 OB112-Next.
     READ     BILLRUN-FILE NEXT RECORD AT END  GO TO OB119-Exit.
     IF       BRN-MONTH NOT = WS-Bil-Month
              GO TO OB119-Exit.
     IF       BRN-RUN-NO = WS-Brn-Run-No
        OR    BRN-POSTED = ZERO
              GO TO OB112-Next.
*>
     MOVE     BRN-CAPTAIN TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              SUBTRACT BRN-POSTED FROM ACC-BALANCE
              REWRITE ACCOUNT-RECORD INVALID KEY CONTINUE END-REWRITE.
     MOVE     BRN-INV-NO TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE ZERO TO INV-AMOUNT INV-NET INV-VAT
              PERFORM ZT900-Invoice-Balance
              REWRITE INVOICE-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     IF       WS-Brn-Reversed = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE "Earlier postings reversed - no chargeable flights on this run"
                TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2.
     ADD      1 TO WS-Brn-Reversed.
     MOVE     BRN-POSTED TO WS-Brn-Amt-Disp.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   BRN-CAPTAIN "  run " BRN-RUN-NO "  " WS-Brn-Amt-Disp
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     WS-Brn-Run-No TO BRN-RUN-NO.
     MOVE     WS-Today      TO BRN-DATE.
     MOVE     ZERO          TO BRN-POSTED.
     REWRITE  BILLRUN-RECORD INVALID KEY CONTINUE END-REWRITE.
     GO       TO OB112-Next.
 OB119-Exit.  exit.
*>
 OB120-Run-Complete.
     MOVE     WS-Bil-Month TO BRN-MONTH.
     MOVE     SPACES       TO BRN-CAPTAIN.
     READ     BILLRUN-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE "C"      TO BRN-STATUS
              MOVE WS-Today TO BRN-DATE
              REWRITE BILLRUN-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
 OB070-Print-Summary.
     IF       WS-Bil-Prev-Captain NOT = SPACES
              PERFORM OB060-Captain-Total.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "POSTING SUMMARY for accounts - month " WS-Bil-Month
              "  -  run " WS-Brn-Run-No " " WS-Brn-Mode-Text
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Captain         Hours    Flts           Net          VAT        Gross" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     SPACES TO WS-Bil-Prev-Captain.
     MOVE     ZERO   TO WS-Bil-Capt-Mins WS-Bil-Capt-Flts WS-Bil-Capt-Amt QQC
                        WS-Bil-Capt-Vat.
 OB080-Summary-Next.
     SET      QQC UP BY 1.
     IF       QQC > WST-Bil-Size
              GO TO OB090-Summary-End.
     IF       WST-Bil-Captain (QQC) NOT = WS-Bil-Prev-Captain
              IF  WS-Bil-Prev-Captain NOT = SPACES
                  PERFORM OB085-Summary-Line
              END-IF
              MOVE WST-Bil-Captain (QQC) TO WS-Bil-Prev-Captain
              MOVE ZERO TO WS-Bil-Capt-Mins WS-Bil-Capt-Flts WS-Bil-Capt-Amt
                           WS-Bil-Capt-Vat.
     ADD      WST-Bil-Mins   (QQC) TO WS-Bil-Capt-Mins.
     ADD      WST-Bil-Amount (QQC) TO WS-Bil-Capt-Amt.
     ADD      WST-Bil-Vat    (QQC) TO WS-Bil-Capt-Vat.
     ADD      1 TO WS-Bil-Capt-Flts.
     GO       TO OB080-Summary-Next.
*>
 OB085-Summary-Line.
     MOVE     WS-Bil-Prev-Captain TO PB2-CAPTAIN.
     DIVIDE   WS-Bil-Capt-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME TO PB2-HOURS.
     MOVE     WS-Bil-Capt-Flts TO PB2-FLTS.
     MOVE     WS-Bil-Capt-Amt  TO PB2-AMOUNT.
     MOVE     WS-Bil-Capt-Vat  TO PB2-VAT.
     COMPUTE  PB2-GROSS = WS-Bil-Capt-Amt + WS-Bil-Capt-Vat.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Billing-Summary-Line AFTER 1.
*>
 OB090-Summary-End.
     IF       WS-Bil-Prev-Captain NOT = SPACES
              PERFORM OB085-Summary-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "Grand total" TO PB2-CAPTAIN.
     DIVIDE   WS-Bil-Grand-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME TO PB2-HOURS.
     MOVE     ZERO TO PB2-FLTS.
     MOVE     WS-Bil-Grand-Amt TO PB2-AMOUNT.
     MOVE     WS-Bil-Grand-Vat TO PB2-VAT.
     COMPUTE  PB2-GROSS = WS-Bil-Grand-Amt + WS-Bil-Grand-Vat.
     WRITE    PRINT-RECORD FROM Billing-Summary-Line AFTER 2.
     PERFORM  OB110-Reverse-Dropped THRU OB119-Exit.
     IF       WS-Brn-Skipped NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE WS-Brn-Skipped TO WS-DISPLAY4
              STRING "Captains posted before the interruption, not posted again: "
                     WS-DISPLAY4 DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
     PERFORM  OB120-Run-Complete.
*>
*>  A truncated money run must say so on the statements AND the
*>   screen - a silently short statement reads as a clean one.
*>
     IF       WS-Bil-Truncated NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE "*** WARNING - billing table full, month truncated at 2000 flights ***"
                TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2.
*>
*>  Foreign rate cards that found no exchange rate priced at the RAW
*>   figure - say so on the statements and the screen (FL113).
*>
     IF       WS-Exr-Unconverted NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE WS-Exr-Unconverted TO WS-DISPLAY4
              STRING "*** WARNING - " WS-DISPLAY4
                     " flights priced at a RAW foreign rate -"
                     " no exchange rate on file ***"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
*>
     DISPLAY  "Billing run complete - statements written to report file" AT 1001.
     IF       WS-Brn-Skipped NOT = ZERO
              MOVE WS-Brn-Skipped TO WS-DISPLAY4
              DISPLAY "Captains already posted, not posted again:" AT 1501
              DISPLAY WS-DISPLAY4 AT 1544.
     IF       WS-Brn-Reversed NOT = ZERO
              MOVE WS-Brn-Reversed TO WS-DISPLAY4
              DISPLAY "Earlier postings reversed, nothing to bill:" AT 1601
              DISPLAY WS-DISPLAY4 AT 1645.
     IF       WS-Exr-Unconverted NOT = ZERO
              DISPLAY FL113 AT 1401 with foreground-color COB-COLOR-YELLOW.
     IF       WS-Bil-Truncated NOT = ZERO
              DISPLAY "WARNING - billing table full, month truncated at 2000 flights"
                      AT 1301 with foreground-color COB-COLOR-YELLOW.
     IF       WS-Bil-Unrated NOT = ZERO
              MOVE WS-Bil-Unrated TO WS-DISPLAY4
              DISPLAY FL065 AT 1101 with foreground-color COB-COLOR-YELLOW
              DISPLAY "Flights skipped: " AT 1201
              DISPLAY WS-DISPLAY4 AT 1218.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OB999-Exit.  exit section.
*>
 OC000-MAINTAIN-ACCOUNTS  SECTION.
*>================================
*>
*> Maintains the customer/account master - same menu shape as the
*>   other reference-file screens (OR000 is the model). The balance
*>   is shown but never typed - it only moves through invoice
*>   postings (OB065) and receipts (ON000).
*>
     MOVE     SPACES TO WS-Tmp-Acc-Captain.
*>
 OC020-DISPLAY-ACC-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Customer Account Maintenance" AT 0124 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "+-------------+"       AT 1264 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| ACTIONS     |"       AT 1364 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| A = Amend   |"       AT 1464 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| D = Delete  |"       AT 1564 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| I = Insert  |"       AT 1664 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| V = View    |"       AT 1764 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| X = Quit    |"       AT 1864 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| Esc = Quit  |"       AT 1964 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "+-------------+"       AT 2064 WITH foreground-color COB-COLOR-GREEN.
     MOVE     SPACES TO MENU-REPLY.
*>
 OC030-DISPLAY-ACC-MENU2.
     DISPLAY  "Action  Captain          Address 1 / Address 2" AT 0641
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  " [ ]    [               ]"      AT 0741 WITH foreground-color COB-COLOR-Yellow.
     display  "Captain only for option V"      at 0940 with foreground-color COB-Color-Yellow.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
*>
 OC040-ACC-FUNCTION.
     ACCEPT   MENU-REPLY AT 0742 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO OC999-EXIT.
*>
 OC050-ACC-GET-KEY.
     MOVE     SPACES TO WS-Tmp-Acc-Captain.
     ACCEPT   WS-Tmp-Acc-Captain AT 0750.
     move     function upper-case (WS-Tmp-Acc-Captain) to WS-Tmp-Acc-Captain.
*>
     IF       MENU-REPLY = "V"
              PERFORM OCE000-VIEW-ACC
              GO TO OC020-DISPLAY-ACC-MENU.
*>
     IF       WS-Tmp-Acc-Captain = SPACES
              GO TO OC040-ACC-FUNCTION.
*>
     IF       MENU-REPLY = "A"
              PERFORM OCB000-AMEND-ACC
              GO TO OC030-DISPLAY-ACC-MENU2.
*>
     IF       MENU-REPLY = "D"
              PERFORM OCC000-DELETE-ACC
              GO TO OC030-DISPLAY-ACC-MENU2.
*>
     IF       MENU-REPLY NOT = "I"
              GO TO OC030-DISPLAY-ACC-MENU2.
*>
     PERFORM  OCD000-INSERT-ACC.
     GO       TO OC030-DISPLAY-ACC-MENU2.
*>
 OC999-EXIT.   exit section.
*>
 OCB000-AMEND-ACC     SECTION.
*>============================
*>
     MOVE     WS-Tmp-Acc-Captain TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
              DISPLAY FL104 at line ws-22-Lines col 01
              accept  ws-reply at line ws-22-Lines col 61
              GO TO OCB999-EXIT.
*>
     PERFORM  OCD020-GET-ADDRESS.
     REWRITE  ACCOUNT-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63.
*>
 OCB999-EXIT.  exit section.
*>
 OCC000-DELETE-ACC    SECTION.
*>============================
*>
     MOVE     WS-Tmp-Acc-Captain TO ACC-CAPTAIN.
     IF       Dual-Acc-Balance
              GO TO OCC050-Check-Balance.
     DELETE   ACCOUNT-FILE INVALID KEY
              DISPLAY FL104 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63.
     GO       TO OCC999-EXIT.
*>
*>  Deleting an account still carrying a balance writes that balance
*>   off - held for a second supervisor. A settled account goes at once.
*>
 OCC050-Check-Balance.
     READ     ACCOUNT-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL104 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63
              GO TO OCC999-EXIT.
     IF       ACC-BALANCE = ZERO
              DELETE ACCOUNT-FILE RECORD
              GO TO OCC999-EXIT.
     MOVE     "ACBL" TO WS-Apv-Action.
     MOVE     "D"    TO WS-Apv-Op.
     MOVE     SPACES TO WS-Apv-Desc.
     STRING   "Account " ACC-CAPTAIN DELIMITED BY SIZE INTO WS-Apv-Desc.
     MOVE     ACCOUNT-RECORD TO WS-Jnl-Before.
     MOVE     SPACES TO WS-Jnl-After.
     PERFORM  OEC600-Hold-Change.
*>
 OCC999-EXIT.  exit section.
*>
 OCD000-INSERT-ACC    SECTION.
*>============================
*>
     MOVE     WS-Tmp-Acc-Captain TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY FL103 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 61
              GO TO OCD999-EXIT.
*>
     MOVE     WS-Tmp-Acc-Captain TO ACC-CAPTAIN.
     MOVE     SPACES   TO ACC-ADDR1 ACC-ADDR2.
     MOVE     WS-Today TO ACC-OPENED.
     MOVE     ZERO     TO ACC-BALANCE.
     display  ACC-CAPTAIN AT 0750.
     PERFORM  OCD020-GET-ADDRESS.
*>
     WRITE    ACCOUNT-RECORD INVALID KEY
              DISPLAY FL004 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
          NOT INVALID KEY display space at line ws-22-Lines col 01 with erase eol.
     GO       TO OCD999-EXIT.
*>
 OCD020-GET-ADDRESS.
     DISPLAY  "Address 1 [" AT 1041 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "]"           AT 1082 WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   ACC-ADDR1 AT 1052 with update.
     DISPLAY  "Address 2 [" AT 1141 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "]"           AT 1182 WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   ACC-ADDR2 AT 1152 with update.
*>
 OCD999-EXIT.  exit section.
*>
 OCE000-VIEW-ACC      SECTION.
*>============================
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Captain          Opened      Address                          Balance" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     START    ACCOUNT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
*>
 OCE020-VIEW-ACC-NEXT.
     IF       FS-REPLY NOT = "00"
              GO TO OCE999-EXIT.
     READ     ACCOUNT-FILE NEXT RECORD AT END   GO TO OCE999-EXIT.
     DISPLAY  ACC-CAPTAIN             AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     MOVE     ACC-OPENED TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  WS-Test-Date            AT LINE LINE-CNT COL 18 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ACC-ADDR1               AT LINE LINE-CNT COL 30 WITH foreground-color COB-COLOR-CYAN.
     MOVE     ACC-BALANCE TO PA2-TOT.
     DISPLAY  PA2-TOT                 AT LINE LINE-CNT COL 62 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OCE020-VIEW-ACC-NEXT.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 OCE999-EXIT.  exit section.
*>
 ON000-Enter-Receipts  SECTION.
*>=============================
*>
*> Receipts entry against the invoice register - enter the invoice
*>   number off the remittance, see what is outstanding, enter the
*>   amount received. The invoice paid-to-date and status, the
*>   account balance and the acctrcpt.dat audit line all move
*>   together. Escape or a blank invoice number finishes.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Receipts Entry" AT 0130 WITH foreground-color COB-COLOR-GREEN.
*>
 ON010-Get-Invoice.
     DISPLAY  "Invoice number [      ]  (blank to finish)" AT 0601
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Inv-No.
     ACCEPT   WS-Inv-No AT 0617 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Inv-No = ZERO
              GO TO ON999-Exit.
     MOVE     WS-Inv-No TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL102 AT 0801 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 0861
              GO TO ON010-Get-Invoice.
*>
     DISPLAY  "Captain  "     AT 0801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  INV-CAPTAIN     AT 0811 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Month "        AT 0830 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  INV-MONTH       AT 0836 WITH foreground-color COB-COLOR-CYAN.
     MOVE     INV-AMOUNT TO PA2-TOT.
     DISPLAY  "Invoiced "     AT 0901 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PA2-TOT         AT 0910 WITH foreground-color COB-COLOR-CYAN.
     MOVE     INV-PAID TO PA2-TOT.
     DISPLAY  "Paid "         AT 0930 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PA2-TOT         AT 0935 WITH foreground-color COB-COLOR-CYAN.
     PERFORM  ZT900-Invoice-Balance.
     MOVE     INV-CREDITED TO PA2-TOT.
     DISPLAY  "Credited "     AT 0950 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PA2-TOT         AT 0959 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Inv-Outstanding TO PA2-TOT.
     DISPLAY  "Outstanding "  AT 1001 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PA2-TOT         AT 1013 WITH foreground-color COB-COLOR-CYAN.
*>
 ON015-Attachments.
     MOVE     "IN"   TO WS-Att-Kind.
     MOVE     INV-NO TO WS-Att-Owner.
     PERFORM  ZT350-Attach-Count.
     MOVE     WS-Att-Count TO WS-Att-Count-Edit.
     DISPLAY  "Attachments"   AT 1030 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Att-Count-Edit AT 1042 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(F7 to list)"  AT 1046 WITH foreground-color COB-COLOR-Yellow.
*>
 ON020-Get-Amount.
     DISPLAY  "Amount received [         ]" AT 1201 WITH foreground-color COB-COLOR-Yellow.
     MOVE     ZERO TO WSN-AMT.
     ACCEPT   WSN-AMT AT 1218 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ON010-Get-Invoice.
     IF       Cob-Crt-Status = Cob-Scr-F7
              MOVE    SPACES TO WS-Att-Title
              STRING  "Invoice " INV-NO " " INV-CAPTAIN " month " INV-MONTH
                      DELIMITED BY SIZE INTO WS-Att-Title
              PERFORM ODM500-Attachments
              GO TO ON015-Attachments.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO
           or WS-Acct-Amount = ZERO
              GO TO ON020-Get-Amount.
*>
*>  Over-payment is unusual but real (a round cheque) - confirm it
*>    rather than refuse it; the balance simply goes negative.
*>
     IF       WS-Acct-Amount > WS-Inv-Outstanding
              DISPLAY FL105 AT 1401 with foreground-color COB-COLOR-YELLOW
              MOVE "N" TO WS-Reply
              ACCEPT WS-Reply AT 1460 with update
              move function upper-case (WS-Reply) to WS-Reply
              DISPLAY SPACE AT 1401 with erase eol
              IF  WS-Reply NOT = "Y"
                  GO TO ON020-Get-Amount
              END-IF.
*>
     ADD      WS-Acct-Amount TO INV-PAID.
     PERFORM  ZT900-Invoice-Balance.
     REWRITE  INVOICE-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     MOVE     INV-CAPTAIN TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              SUBTRACT WS-Acct-Amount FROM ACC-BALANCE
              REWRITE ACCOUNT-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     OPEN     EXTEND RECEIPTLOG-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT RECEIPTLOG-FILE.
     IF       FS-REPLY = "00"
              MOVE WS-Today        TO RCT-DATE
              MOVE INV-CAPTAIN     TO RCT-CAPTAIN
              MOVE INV-NO          TO RCT-INV-NO
              MOVE WS-Acct-Amount  TO RCT-AMOUNT
              MOVE SPACE TO RCT-TYPE
              MOVE ZERO  TO RCT-CRN-NO
              WRITE RECEIPT-RECORD
              CLOSE RECEIPTLOG-FILE.
*>
     DISPLAY  "Receipt applied" AT 1401 with foreground-color COB-COLOR-GREEN.
     GO       TO ON010-Get-Invoice.
*>
 ON999-Exit.  exit section.
*>
 OP000-Aged-Debtors  SECTION.
*>===========================
*>
*> Aged debtors - every invoice still carrying an outstanding balance
*>   aged from its raised date into current / 31-60 / 61-90 / over 90
*>   day buckets, grouped per Captain with bucket totals, to the
*>   report file. Built into a table and SORTed the way the billing
*>   statement run is.
*>
     MOVE     ZERO   TO WST-Aged-Size.
     MOVE     HIGH-VALUES TO WST-Aged-Table.   *> unused slots sort last
     START    INVOICE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OP040-No-Data.
*>
 OP010-Read-Next.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO OP020-Report.
     PERFORM  ZT900-Invoice-Balance.
     IF       WS-Inv-Outstanding NOT > ZERO
              GO TO OP010-Read-Next.
     IF       WST-Aged-Size NOT < WST-Aged-Max
              GO TO OP020-Report.
     ADD      1 TO WST-Aged-Size.
     MOVE     INV-CAPTAIN        TO WST-Aged-Captain (WST-Aged-Size).
     MOVE     INV-DATE           TO WST-Aged-Date    (WST-Aged-Size).
     MOVE     INV-NO             TO WST-Aged-Inv-No  (WST-Aged-Size).
     MOVE     WS-Inv-Outstanding TO WST-Aged-Out     (WST-Aged-Size).
     MOVE     INV-DATE TO ZR-Date1.
     MOVE     WS-Today TO ZR-Date2.
     PERFORM  ZR000-Days-Difference.
     MOVE     ZR-Days TO WST-Aged-Days (WST-Aged-Size).
     GO       TO OP010-Read-Next.
*>
 OP020-Report.
     IF       WST-Aged-Size = ZERO
              GO TO OP040-No-Data.
     SORT     WST-Aged-Groups ON ASCENDING KEY WST-Aged-Captain WST-Aged-Date.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "AGED DEBTORS as at " WSF-Date
              "   (current / 31-60 / 61-90 / over 90 days)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Invoice   Date        Current     31-60       61-90       Over 90" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     SPACES TO WS-Bil-Prev-Captain.
     MOVE     ZERO   TO WS-Aged-Buckets WS-Aged-Capt-Out WS-Aged-Grand-Out QQA.
 OP025-Next-Entry.
     SET      QQA UP BY 1.
     IF       QQA > WST-Aged-Size
              GO TO OP030-Grand-Total.
     IF       WST-Aged-Captain (QQA) NOT = WS-Bil-Prev-Captain
              IF  WS-Bil-Prev-Captain NOT = SPACES
                  PERFORM OP035-Captain-Total
              END-IF
              MOVE SPACES TO PRINT-RECORD
              STRING "Captain: " WST-Aged-Captain (QQA)
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2
              MOVE WST-Aged-Captain (QQA) TO WS-Bil-Prev-Captain
              MOVE ZERO TO WS-Aged-Capt-Out.
*>
     MOVE     SPACES TO Aged-Detail-Line.
     MOVE     WST-Aged-Inv-No (QQA) TO PA1-INV-NO.
     MOVE     WST-Aged-Date (QQA)   TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date          TO PA1-DATE.
     MOVE     ZERO TO PA1-CUR PA1-30 PA1-60 PA1-90.
     IF       WST-Aged-Days (QQA) < 31
              MOVE WST-Aged-Out (QQA) TO PA1-CUR
              MOVE 1 TO WS-Aged-Sub
     ELSE
      IF      WST-Aged-Days (QQA) < 61
              MOVE WST-Aged-Out (QQA) TO PA1-30
              MOVE 2 TO WS-Aged-Sub
      ELSE
       IF     WST-Aged-Days (QQA) < 91
              MOVE WST-Aged-Out (QQA) TO PA1-60
              MOVE 3 TO WS-Aged-Sub
       ELSE
              MOVE WST-Aged-Out (QQA) TO PA1-90
              MOVE 4 TO WS-Aged-Sub.
     ADD      WST-Aged-Out (QQA) TO WS-Aged-Amt (WS-Aged-Sub).
     ADD      WST-Aged-Out (QQA) TO WS-Aged-Capt-Out WS-Aged-Grand-Out.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Aged-Detail-Line AFTER 1.
     PERFORM  OP050-Invoice-Credits THRU OP054-Exit.
     GO       TO OP025-Next-Entry.
*>
 OP030-Grand-Total.
     IF       WS-Bil-Prev-Captain NOT = SPACES
              PERFORM OP035-Captain-Total.
     MOVE     SPACES TO Aged-Total-Line.
     MOVE     "Grand total"       TO PA2-LIT.
     MOVE     WS-Aged-Amt (1)     TO PA2-CUR.
     MOVE     WS-Aged-Amt (2)     TO PA2-30.
     MOVE     WS-Aged-Amt (3)     TO PA2-60.
     MOVE     WS-Aged-Amt (4)     TO PA2-90.
     MOVE     WS-Aged-Grand-Out   TO PA2-TOT.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Aged-Total-Line AFTER 2.
     PERFORM  OP055-Credit-On-Account THRU OP059-Exit.
     DISPLAY  "Aged debtors report written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OP999-Exit.
*>
 OP035-Captain-Total.
     MOVE     SPACES TO Aged-Total-Line.
     MOVE     "Total outstanding" TO PA2-LIT.
     MOVE     WS-Aged-Capt-Out    TO PA2-TOT.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Aged-Total-Line AFTER 1.
*>
*>  Approved credit notes against the invoice just printed, already
*>   netted off its outstanding - shown so the reduction is visible.
*>
 OP050-Invoice-Credits.
     MOVE     WST-Aged-Inv-No (QQA) TO CRN-INV-NO.
     START    CREDNOTE-FILE KEY = CRN-INV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OP054-Exit.
 OP052-Next.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO OP054-Exit.
     IF       CRN-INV-NO NOT = WST-Aged-Inv-No (QQA)
              GO TO OP054-Exit.
     IF       CRN-STATUS NOT = "A"
              GO TO OP052-Next.
     PERFORM  ONC535-Find-Reason THRU ONC539-Exit.
     MOVE     CRN-POST-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     CRN-APPLIED TO PA2-TOT.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  less credit note " CRN-NO " " WS-Test-Date " "
              WS-Crn-Desc " " PA2-TOT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OP052-Next.
 OP054-Exit.  exit.
*>
*>  Credit notes larger than what their invoice still owed leave the
*>   difference as credit on the account - listed after the totals.
*>
 OP055-Credit-On-Account.
     MOVE     ZERO TO CRN-NO WS-Crn-Sub.
     START    CREDNOTE-FILE KEY NOT < CRN-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OP059-Exit.
 OP057-Next.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO OP059-Exit.
     IF       CRN-STATUS NOT = "A"
        OR    CRN-APPLIED NOT < CRN-AMOUNT
              GO TO OP057-Next.
     IF       WS-Crn-Sub = ZERO
              MOVE 1 TO WS-Crn-Sub
              MOVE "Credit on account - credit notes beyond the invoice balance"
                   TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2.
     COMPUTE  WS-Crn-Amount = CRN-AMOUNT - CRN-APPLIED.
     MOVE     WS-Crn-Amount TO PA2-TOT.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " CRN-CAPTAIN " credit note " CRN-NO " invoice " CRN-INV-NO
              "  " PA2-TOT " CR"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OP057-Next.
 OP059-Exit.  exit.
*>
 OP040-No-Data.
     IF       WST-Aged-Size = ZERO
              DISPLAY "No outstanding invoices on the register" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30.
*>
 OP999-Exit.  exit section.
*>
 OD000-Maint-Planning  SECTION.
*>=============================
*>
*> Combined "next due" planning forecast per registration - every
*>   hours-based and date-based item in one due-order list so an
*>   annual, a 50-hour check and a deferral landing in the same week
*>   finally show up together. Hours-based checks (MAINT-FILE) are
*>   projected onto the calendar from each registration's average
*>   utilization over the trailing 90 days of FLIGHTLOG-FILE; the
*>   document expiries (AIRCDOC-FILE) and deferral expiries
*>   (TECHLOG-FILE status D) are dates already. The earliest item per
*>   registration is flagged as next due. Registrations retired on
*>   the disposal register are left out unless asked for.
*>
     MOVE     ZERO   TO WST-PU-Size WST-Pln-Size.
     MOVE     SPACES TO WST-PU-Table WST-Pln-Table.
     DISPLAY  "Include retired registrations? [N]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     "N" TO WS-Dsp-Incl.
     ACCEPT   WS-Dsp-Incl AT line ws-22-Lines col 33 with update.
     move     function upper-case (WS-Dsp-Incl) to WS-Dsp-Incl.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OD999-Exit.
     MOVE     WS-Today TO WS-Dsp-As-At.
*>
*>  Trailing-window utilization per registration, one pass of the
*>   flight file the way the cost/utilization reports make it.
*>
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "-" TO ZR-Sign.
     MOVE     WS-Pln-Window-Days TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Pln-Window-Start.
*>
     MOVE     WS-Pln-Window-Start TO FLT-DATE.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OD030-Load-Maint.
*>
 OD010-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OD030-Load-Maint.
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
     IF       WS-Pln-Mins = ZERO
              GO TO OD010-Read-Flitelog.
     MOVE     ZERO TO A.
     SET      QQP TO 1.
     SEARCH   WST-PU-Groups AT END  MOVE ZERO TO A
              WHEN WST-PU-Reg (QQP) = FLT-AC-REG  SET A TO QQP.
     IF       A = ZERO
        AND   WST-PU-Size < WST-PU-Max
              ADD  1 TO WST-PU-Size
              MOVE FLT-AC-REG  TO WST-PU-Reg  (WST-PU-Size)
              MOVE WS-Pln-Mins TO WST-PU-Mins (WST-PU-Size)
     ELSE
      IF      A NOT = ZERO
              ADD WS-Pln-Mins TO WST-PU-Mins (A).
     GO       TO OD010-Read-Flitelog.
*>
*>  Hours-based items - remaining minutes to next inspection turned
*>   into a projected date from the average daily utilization. No
*>   recent flying means no projection can be honest, so the item is
*>   carried at today's date marked accordingly; overdue likewise.
*>
 OD030-Load-Maint.
     START    MAINT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OD040-Load-Docs.
 OD031-Next-Maint.
     READ     MAINT-FILE NEXT RECORD AT END  GO TO OD040-Load-Docs.
     IF       WST-Pln-Size NOT < WST-Pln-Max
              GO TO OD060-Report.
     IF       WS-Dsp-Incl NOT = "Y"
              MOVE MAINT-AC-REG TO WS-Dsp-Reg
              PERFORM ZV100-Check-Retired
              IF  WS-Dsp-Retired = "Y"
                  GO TO OD031-Next-Maint
              END-IF
     END-IF.
     COMPUTE  WS-Pln-Remaining = MAINT-NEXT-DUE-HRS - MAINT-HRS-SINCE-OVH.
     ADD      1 TO WST-Pln-Size.
     MOVE     MAINT-AC-REG TO WST-Pln-Reg (WST-Pln-Size).
     IF       WS-Pln-Remaining NOT > ZERO
              MOVE WS-Today TO WST-Pln-Date (WST-Pln-Size)
              MOVE "HOURS CHECK - OVERDUE" TO WST-Pln-Desc (WST-Pln-Size)
              GO TO OD031-Next-Maint.
     MOVE     ZERO TO WS-Pln-Avg-Daily.
     SET      QQP TO 1.
     SEARCH   WST-PU-Groups AT END  CONTINUE
              WHEN WST-PU-Reg (QQP) = MAINT-AC-REG
                   COMPUTE WS-Pln-Avg-Daily = WST-PU-Mins (QQP) / WS-Pln-Window-Days
     END-SEARCH.
     IF       WS-Pln-Avg-Daily = ZERO
              MOVE WS-Today TO WST-Pln-Date (WST-Pln-Size)
              MOVE "HOURS CHECK - NO RECENT FLYING" TO WST-Pln-Desc (WST-Pln-Size)
              GO TO OD031-Next-Maint.
     COMPUTE  WS-Pln-Days-To-Due ROUNDED = WS-Pln-Remaining / WS-Pln-Avg-Daily
              ON SIZE ERROR  MOVE 99999 TO WS-Pln-Days-To-Due.
     IF       WS-Pln-Days-To-Due > 3650
              MOVE 3650 TO WS-Pln-Days-To-Due.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
     MOVE     WS-Pln-Days-To-Due TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WST-Pln-Date (WST-Pln-Size).
     MOVE     "HOURS CHECK (projected)" TO WST-Pln-Desc (WST-Pln-Size).
     GO       TO OD031-Next-Maint.
*>
 OD040-Load-Docs.
     START    AIRCDOC-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OD050-Load-Deferrals.
 OD041-Next-Doc.
     READ     AIRCDOC-FILE NEXT RECORD AT END  GO TO OD050-Load-Deferrals.
     IF       WS-Dsp-Incl NOT = "Y"
              MOVE DOC-AC-REG TO WS-Dsp-Reg
              PERFORM ZV100-Check-Retired
              IF  WS-Dsp-Retired = "Y"
                  GO TO OD041-Next-Doc
              END-IF
     END-IF.
     IF       DOC-ARC-EXPIRY NOT = ZERO
        AND   WST-Pln-Size < WST-Pln-Max
              ADD  1 TO WST-Pln-Size
              MOVE DOC-AC-REG     TO WST-Pln-Reg  (WST-Pln-Size)
              MOVE DOC-ARC-EXPIRY TO WST-Pln-Date (WST-Pln-Size)
              MOVE "ARC EXPIRY" TO WST-Pln-Desc (WST-Pln-Size).
     IF       DOC-INS-EXPIRY NOT = ZERO
        AND   WST-Pln-Size < WST-Pln-Max
              ADD  1 TO WST-Pln-Size
              MOVE DOC-AC-REG     TO WST-Pln-Reg  (WST-Pln-Size)
              MOVE DOC-INS-EXPIRY TO WST-Pln-Date (WST-Pln-Size)
              MOVE "INSURANCE EXPIRY" TO WST-Pln-Desc (WST-Pln-Size).
     IF       DOC-ANNUAL-EXPIRY NOT = ZERO
        AND   WST-Pln-Size < WST-Pln-Max
              ADD  1 TO WST-Pln-Size
              MOVE DOC-AC-REG        TO WST-Pln-Reg  (WST-Pln-Size)
              MOVE DOC-ANNUAL-EXPIRY TO WST-Pln-Date (WST-Pln-Size)
              MOVE "ANNUAL INSPECTION" TO WST-Pln-Desc (WST-Pln-Size).
     GO       TO OD041-Next-Doc.
*>
 OD050-Load-Deferrals.
     START    TECHLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OD060-Report.
 OD051-Next-Defect.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO OD060-Report.
     IF       TLG-STATUS NOT = "D"
           or TLG-DEFER-EXPIRY = ZERO
              GO TO OD051-Next-Defect.
     IF       WS-Dsp-Incl NOT = "Y"
              MOVE TLG-AC-REG TO WS-Dsp-Reg
              PERFORM ZV100-Check-Retired
              IF  WS-Dsp-Retired = "Y"
                  GO TO OD051-Next-Defect
              END-IF
     END-IF.
     IF       WST-Pln-Size NOT < WST-Pln-Max
              GO TO OD060-Report.
     ADD      1 TO WST-Pln-Size.
     MOVE     TLG-AC-REG       TO WST-Pln-Reg  (WST-Pln-Size).
     MOVE     TLG-DEFER-EXPIRY TO WST-Pln-Date (WST-Pln-Size).
     MOVE     SPACES TO WST-Pln-Desc (WST-Pln-Size).
     STRING   "DEFERRAL " TLG-DEFECT-NO " EXPIRES" DELIMITED BY SIZE
              INTO WST-Pln-Desc (WST-Pln-Size).
     GO       TO OD051-Next-Defect.
*>
 OD060-Report.
     IF       WST-Pln-Size = ZERO
              DISPLAY "Nothing on the maintenance, document or deferral files" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OD999-Exit.
     SORT     WST-Pln-Groups ON ASCENDING KEY WST-Pln-Reg WST-Pln-Date.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "MAINTENANCE PLANNING FORECAST as at " WSF-Date
              "   (hours items projected from trailing 90 day utilization)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
*>
     MOVE     SPACES TO WS-Pln-Prev-Reg.
     MOVE     ZERO TO QQY.
 OD065-Next-Item.
     SET      QQY UP BY 1.
     IF       QQY > WST-Pln-Size
              GO TO OD070-Done.
     IF       WST-Pln-Reg (QQY) NOT = WS-Pln-Prev-Reg
              MOVE SPACES TO PRINT-RECORD
              STRING "Registration: " WST-Pln-Reg (QQY)
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2
              MOVE WST-Pln-Reg (QQY) TO WS-Pln-Prev-Reg
              MOVE "<== NEXT DUE" TO PP1-FLAG
     ELSE
              MOVE SPACES TO PP1-FLAG.
     MOVE     WST-Pln-Date (QQY) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date       TO PP1-DATE.
     MOVE     WST-Pln-Desc (QQY) TO PP1-DESC.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Plan-Detail-Line AFTER 1.
     GO       TO OD065-Next-Item.
*>
 OD070-Done.
     DISPLAY  "Planning forecast written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OD999-Exit.  exit section.
*>
 OL000-MAINTAIN-FTL-SCHEMES  SECTION.
*>===================================
*>
*> Maintains the flight-time limitation scheme table - same menu
*>   shape as the charge-rate screens. Limits are typed as whole
*>   hours and held as minutes; zero leaves that window unchecked.
*>
     MOVE     SPACES TO WS-Ftl-Scheme.
*>
 OL020-DISPLAY-FTL-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "FTL Scheme Maintenance" AT 0124 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "+-------------+"       AT 1264 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| ACTIONS     |"       AT 1364 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| A = Amend   |"       AT 1464 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| D = Delete  |"       AT 1564 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| I = Insert  |"       AT 1664 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| V = View    |"       AT 1764 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| X = Quit    |"       AT 1864 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| Esc = Quit  |"       AT 1964 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "+-------------+"       AT 2064 WITH foreground-color COB-COLOR-GREEN.
     MOVE     SPACES TO MENU-REPLY.
*>
 OL030-DISPLAY-FTL-MENU2.
     DISPLAY  "Action  Scheme     Duty7h  Flt28h  Flt365h  (whole hours, 0 = unchecked)" AT 0641
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  " [ ]    [        ]"            AT 0741 WITH foreground-color COB-COLOR-Yellow.
     display  "Scheme only for option V"      at 0940 with foreground-color COB-Color-Yellow.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
*>
 OL040-FTL-FUNCTION.
     ACCEPT   MENU-REPLY AT 0742 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO OL999-EXIT.
*>
 OL050-FTL-GET-KEY.
     MOVE     SPACES TO WS-Ftl-Scheme.
     ACCEPT   WS-Ftl-Scheme AT 0750.
     move     function upper-case (WS-Ftl-Scheme) to WS-Ftl-Scheme.
*>
     IF       MENU-REPLY = "V"
              PERFORM OLE000-VIEW-FTL
              GO TO OL020-DISPLAY-FTL-MENU.
*>
     IF       WS-Ftl-Scheme = SPACES
              GO TO OL040-FTL-FUNCTION.
*>
     IF       MENU-REPLY = "A"
              PERFORM OLB000-AMEND-FTL
              GO TO OL030-DISPLAY-FTL-MENU2.
*>
     IF       MENU-REPLY = "D"
              PERFORM OLC000-DELETE-FTL
              GO TO OL030-DISPLAY-FTL-MENU2.
*>
     IF       MENU-REPLY NOT = "I"
              GO TO OL030-DISPLAY-FTL-MENU2.
*>
     PERFORM  OLD000-INSERT-FTL.
     GO       TO OL030-DISPLAY-FTL-MENU2.
*>
 OL999-EXIT.   exit section.
*>
 OLB000-AMEND-FTL     SECTION.
*>============================
*>
     MOVE     WS-Ftl-Scheme TO FTL-SCHEME.
     READ     FTLSCHEME-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
              DISPLAY FL109 at line ws-22-Lines col 01
              accept  ws-reply at line ws-22-Lines col 61
              GO TO OLB999-EXIT.
*>
     PERFORM  OLD020-GET-LIMITS.
     REWRITE  FTLSCHEME-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63.
*>
 OLB999-EXIT.  exit section.
*>
 OLC000-DELETE-FTL    SECTION.
*>============================
*>
     MOVE     WS-Ftl-Scheme TO FTL-SCHEME.
     DELETE   FTLSCHEME-FILE INVALID KEY
              DISPLAY FL109 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63.
*>
 OLC999-EXIT.  exit section.
*>
 OLD000-INSERT-FTL    SECTION.
*>============================
*>
     MOVE     WS-Ftl-Scheme TO FTL-SCHEME.
     READ     FTLSCHEME-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY FL110 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 61
              GO TO OLD999-EXIT.
*>
     MOVE     WS-Ftl-Scheme TO FTL-SCHEME.
     MOVE     ZERO TO FTL-DUTY-7-MINS FTL-FLT-28-MINS FTL-FLT-365-MINS.
     display  FTL-SCHEME AT 0750.
     PERFORM  OLD020-GET-LIMITS.
*>
     WRITE    FTLSCHEME-RECORD INVALID KEY
              DISPLAY FL004 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
          NOT INVALID KEY display space at line ws-22-Lines col 01 with erase eol.
     GO       TO OLD999-EXIT.
*>
 OLD020-GET-LIMITS.
     COMPUTE  WS-Ftl-Hours-Entry = FTL-DUTY-7-MINS / 60.
     ACCEPT   WS-Ftl-Hours-Entry AT 0760 with update.
     IF       WS-Ftl-Hours-Entry NOT NUMERIC
              MOVE ZERO TO WS-Ftl-Hours-Entry.
     COMPUTE  FTL-DUTY-7-MINS = WS-Ftl-Hours-Entry * 60.
     COMPUTE  WS-Ftl-Hours-Entry = FTL-FLT-28-MINS / 60.
     ACCEPT   WS-Ftl-Hours-Entry AT 0768 with update.
     IF       WS-Ftl-Hours-Entry NOT NUMERIC
              MOVE ZERO TO WS-Ftl-Hours-Entry.
     COMPUTE  FTL-FLT-28-MINS = WS-Ftl-Hours-Entry * 60.
     COMPUTE  WS-Ftl-Hours-Entry = FTL-FLT-365-MINS / 60.
     ACCEPT   WS-Ftl-Hours-Entry AT 0776 with update.
     IF       WS-Ftl-Hours-Entry NOT NUMERIC
              MOVE ZERO TO WS-Ftl-Hours-Entry.
     COMPUTE  FTL-FLT-365-MINS = WS-Ftl-Hours-Entry * 60.
*>
 OLD999-EXIT.  exit section.
*>
 OLE000-VIEW-FTL      SECTION.
*>============================
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Scheme     Duty 7d hrs  Flight 28d hrs  Flight 365d hrs" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     START    FTLSCHEME-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
*>
 OLE020-VIEW-FTL-NEXT.
     IF       FS-REPLY NOT = "00"
              GO TO OLE999-EXIT.
     READ     FTLSCHEME-FILE NEXT RECORD AT END   GO TO OLE999-EXIT.
     DISPLAY  FTL-SCHEME              AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     COMPUTE  WS-Ftl-Hours-Entry = FTL-DUTY-7-MINS / 60.
     DISPLAY  WS-Ftl-Hours-Entry      AT LINE LINE-CNT COL 12 WITH foreground-color COB-COLOR-CYAN.
     COMPUTE  WS-Ftl-Hours-Entry = FTL-FLT-28-MINS / 60.
     DISPLAY  WS-Ftl-Hours-Entry      AT LINE LINE-CNT COL 25 WITH foreground-color COB-COLOR-CYAN.
     COMPUTE  WS-Ftl-Hours-Entry = FTL-FLT-365-MINS / 60.
     DISPLAY  WS-Ftl-Hours-Entry      AT LINE LINE-CNT COL 41 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OLE020-VIEW-FTL-NEXT.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 OLE999-EXIT.  exit section.
*>
 OE000-FTL-Compliance  SECTION.
*>=============================
*>
*> Monthly FTL compliance report - for every Captain on the roster,
*>   every day of the chosen month is evaluated for the rolling 7 day
*>   duty and 28/365 day flight-hour window ending that day, and the
*>   worst-case values are printed against the Captain's scheme
*>   limits with a BREACH flag where a window went over. A Captain
*>   whose scheme is not on file is reported unchecked.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "FTL Compliance Report" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Report month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OE010-Get-Month.
     MOVE     ZERO TO WS-Ftl-Rep-Month.
     ACCEPT   WS-Ftl-Rep-Month AT 0624 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OE999-Exit.
     IF       WS-Ftl-Rep-Month < 190001 or > 219912
        or    WS-Ftl-Rep-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO OE010-Get-Month.
     DISPLAY  SPACE AT 0801 with erase eol.
*>
     COMPUTE  WS-Ftl-Mth-Start = (WS-Ftl-Rep-Month * 100) + 1.
*>
*>  Month end - first of next month less a day, through the shared
*>   date arithmetic so leap years take care of themselves.
*>
     IF       WS-Ftl-Rep-Month (5:2) = "12"
              MOVE WS-Ftl-Rep-Month (1:4) TO WS-Tmp-Year
              COMPUTE WS-Ftl-Mth-End = (WS-Tmp-Year + 1) * 10000 + 0101
     ELSE
              COMPUTE WS-Ftl-Mth-End = (WS-Ftl-Rep-Month + 1) * 100 + 1.
     MOVE     WS-Ftl-Mth-End TO ZR-Date1.
     MOVE     "-" TO ZR-Sign.
     MOVE     1 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-Mth-End.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FTL COMPLIANCE REPORT for month " WS-Ftl-Rep-Month
              "   (worst-case rolling-window values)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Captain         Scheme    Duty7   Flt28   Flt365" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     START    PILOT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OE090-Done.
*>
 OE020-Next-Pilot.
     READ     PILOT-FILE NEXT RECORD AT END  GO TO OE090-Done.
     MOVE     PILOT-NAME TO WS-Ftl-Captain.
     MOVE     PILOT-FTL-SCHEME TO WS-Ftl-Scheme.
     IF       WS-Ftl-Scheme = SPACES
              MOVE "DEFAULT" TO WS-Ftl-Scheme.
     MOVE     WS-Ftl-Scheme TO FTL-SCHEME.
     READ     FTLSCHEME-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE ZERO TO WS-Ftl-Duty-Limit WS-Ftl-28-Limit WS-Ftl-365-Limit
     ELSE
              MOVE FTL-DUTY-7-MINS  TO WS-Ftl-Duty-Limit
              MOVE FTL-FLT-28-MINS  TO WS-Ftl-28-Limit
              MOVE FTL-FLT-365-MINS TO WS-Ftl-365-Limit.
*>
     PERFORM  OE030-Load-Activity.
     IF       WS-FtlF-Size = ZERO AND WS-FtlD-Size = ZERO
              GO TO OE025-Reposition.
     PERFORM  OE050-Evaluate-Month.
     PERFORM  OE070-Print-Line.
*>
*>  The activity walks moved the pilot file position - put it back on
*>   this Captain before reading the next one.
*>
 OE025-Reposition.
     MOVE     WS-Ftl-Captain TO PILOT-NAME.
     START    PILOT-FILE KEY NOT < PILOT-NAME
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OE090-Done.
     READ     PILOT-FILE NEXT RECORD AT END  GO TO OE090-Done.
     GO       TO OE020-Next-Pilot.
*>
 OE030-Load-Activity.
     MOVE     ZERO TO WS-FtlF-Size WS-FtlD-Size.
*>
     MOVE     WS-Ftl-Mth-Start TO ZR-Date1.
     MOVE     "-" TO ZR-Sign.
     MOVE     364 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-From-365.
*>
     MOVE     WS-Ftl-Captain TO FLT-CAPTAIN.
     START    FLIGHTLOG-FILE KEY NOT < FLT-CAPTAIN
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OE040-Load-Duty.
 OE035-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO OE040-Load-Duty.
     IF       FLT-CAPTAIN NOT = WS-Ftl-Captain
              GO TO OE040-Load-Duty.
     IF       FLT-DATE < WS-Ftl-From-365
           OR FLT-DATE > WS-Ftl-Mth-End
              GO TO OE035-Next-Flight.
     IF       WS-FtlF-Size NOT < WS-FtlF-Max
              GO TO OE040-Load-Duty.
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
     IF       WS-Pln-Mins = ZERO
              GO TO OE035-Next-Flight.
     ADD      1 TO WS-FtlF-Size.
     MOVE     FLT-DATE    TO FTLF-DATE (WS-FtlF-Size).
     MOVE     WS-Pln-Mins TO FTLF-MINS (WS-FtlF-Size).
     GO       TO OE035-Next-Flight.
*>
 OE040-Load-Duty.
     MOVE     WS-Ftl-Mth-Start TO ZR-Date1.
     MOVE     "-" TO ZR-Sign.
     MOVE     6 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-From-7.
     MOVE     WS-Ftl-Captain TO DUTY-CAPTAIN.
     MOVE     WS-Ftl-From-7 TO DUTY-DATE.
     START    DUTY-FILE KEY NOT < DUTY-CAPTAIN-DATE-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OE049-Exit.
 OE045-Next-Duty.
     READ     DUTY-FILE NEXT RECORD AT END  GO TO OE049-Exit.
     IF       DUTY-CAPTAIN NOT = WS-Ftl-Captain
           OR DUTY-DATE > WS-Ftl-Mth-End
              GO TO OE049-Exit.
     IF       WS-FtlD-Size NOT < WS-FtlD-Max
              GO TO OE049-Exit.
     COMPUTE  WS-Duty-Mins = DUTY-END - DUTY-START.
     IF       WS-Duty-Mins < 0
              ADD  1440 TO WS-Duty-Mins.
     ADD      1 TO WS-FtlD-Size.
     MOVE     DUTY-DATE    TO FTLD-DATE (WS-FtlD-Size).
     MOVE     WS-Duty-Mins TO FTLD-MINS (WS-FtlD-Size).
 OE049-Exit.  exit.
*>
 OE050-Evaluate-Month.
     MOVE     ZERO TO WS-Ftl-Worst-7 WS-Ftl-Worst-28 WS-Ftl-Worst-365.
     MOVE     WS-Ftl-Mth-Start TO WS-Ftl-Eval-Date.
 OE055-Next-Day.
     IF       WS-Ftl-Eval-Date > WS-Ftl-Mth-End
              GO TO OE059-Exit.
     MOVE     "-" TO ZR-Sign.
     MOVE     WS-Ftl-Eval-Date TO ZR-Date1.
     MOVE     6 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-From-7.
     MOVE     WS-Ftl-Eval-Date TO ZR-Date1.
     MOVE     27 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-From-28.
     MOVE     WS-Ftl-Eval-Date TO ZR-Date1.
     MOVE     364 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-From-365.
*>
     MOVE     ZERO TO WS-Ftl-Duty-7 WS-Ftl-Flt-28 WS-Ftl-Flt-365.
     MOVE     ZERO TO A.
 OE056-Sum-Duty.
     ADD      1 TO A.
     IF       A > WS-FtlD-Size
              GO TO OE057-Sum-Flights.
     IF       FTLD-DATE (A) NOT < WS-Ftl-From-7
        AND   FTLD-DATE (A) NOT > WS-Ftl-Eval-Date
              ADD FTLD-MINS (A) TO WS-Ftl-Duty-7.
     GO       TO OE056-Sum-Duty.
 OE057-Sum-Flights.
     MOVE     ZERO TO A.
 OE058-Sum-Next.
     ADD      1 TO A.
     IF       A > WS-FtlF-Size
              GO TO OE058-Compare.
     IF       FTLF-DATE (A) NOT > WS-Ftl-Eval-Date
              IF  FTLF-DATE (A) NOT < WS-Ftl-From-365
                  ADD FTLF-MINS (A) TO WS-Ftl-Flt-365
              END-IF
              IF  FTLF-DATE (A) NOT < WS-Ftl-From-28
                  ADD FTLF-MINS (A) TO WS-Ftl-Flt-28
              END-IF
     END-IF.
     GO       TO OE058-Sum-Next.
 OE058-Compare.
     IF       WS-Ftl-Duty-7 > WS-Ftl-Worst-7
              MOVE WS-Ftl-Duty-7 TO WS-Ftl-Worst-7.
     IF       WS-Ftl-Flt-28 > WS-Ftl-Worst-28
              MOVE WS-Ftl-Flt-28 TO WS-Ftl-Worst-28.
     IF       WS-Ftl-Flt-365 > WS-Ftl-Worst-365
              MOVE WS-Ftl-Flt-365 TO WS-Ftl-Worst-365.
     MOVE     WS-Ftl-Eval-Date TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
     MOVE     1 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ftl-Eval-Date.
     GO       TO OE055-Next-Day.
 OE059-Exit.  exit.
*>
 OE070-Print-Line.
     MOVE     SPACES TO Ftl-Report-Line.
     MOVE     WS-Ftl-Captain TO PL1-CAPTAIN.
     MOVE     WS-Ftl-Scheme  TO PL1-SCHEME.
     DIVIDE   WS-Ftl-Worst-7 BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     MOVE     WSM-TIME TO PL1-DUTY-7.
     DIVIDE   WS-Ftl-Worst-28 BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     MOVE     WSM-TIME TO PL1-FLT-28.
     DIVIDE   WS-Ftl-Worst-365 BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     MOVE     WSM-TIME TO PL1-FLT-365.
     IF       WS-Ftl-Duty-Limit = ZERO AND WS-Ftl-28-Limit = ZERO
        AND   WS-Ftl-365-Limit = ZERO
              MOVE "NO SCHEME" TO PL1-FLAG
     ELSE
      IF      (WS-Ftl-Duty-Limit NOT = ZERO AND WS-Ftl-Worst-7 > WS-Ftl-Duty-Limit)
           OR (WS-Ftl-28-Limit NOT = ZERO AND WS-Ftl-Worst-28 > WS-Ftl-28-Limit)
           OR (WS-Ftl-365-Limit NOT = ZERO AND WS-Ftl-Worst-365 > WS-Ftl-365-Limit)
              MOVE "** BREACH **" TO PL1-FLAG
      ELSE
              MOVE SPACES TO PL1-FLAG.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Ftl-Report-Line AFTER 1.
*>
 OE090-Done.
     DISPLAY  "FTL compliance report written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OE999-Exit.  exit section.
*>
 OM000-Emissions-Report  SECTION.
*>===============================
*>
*> Annual CO2 emissions return - every uplift logged in the chosen
*>   year converted litres-to-kg by the fuel type held against the
*>   aircraft type (Avgas or Jet-A1), accumulated per registration
*>   per month and printed with registration totals and the year
*>   total in kg and tonnes, the shape the council's grant return
*>   asks for.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Annual Emissions Report" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Report year [ccyy]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OM010-Get-Year.
     MOVE     ZERO TO WS-Emi-Year.
     ACCEPT   WS-Emi-Year AT 0621 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OM999-Exit.
     IF       WS-Emi-Year < 1900 or > 2199
              GO TO OM010-Get-Year.
*>
     MOVE     ZERO   TO WST-Emi-Size WS-Emi-Year-Litres WS-Emi-Year-CO2.
     MOVE     SPACES TO WST-Emi-Table.
*>
     COMPUTE  FLT-DATE = (WS-Emi-Year * 10000) + 0101.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OM040-Report.
*>
 OM020-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OM040-Report.
     IF       FLT-DATE (1:4) NOT = WS-Emi-Year
              GO TO OM040-Report.
     IF       FLT-FUEL-UPLIFT = ZERO
              GO TO OM020-Read-Flitelog.
*>
     MOVE     FLT-AC-TYPE TO Aircraft-Type.
     READ     AIRCRAFT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   Aircraft-Fuel-Type = "J"
              COMPUTE WS-Emi-CO2 ROUNDED = FLT-FUEL-UPLIFT * WS-CO2-JetA1-Factor
     ELSE
              COMPUTE WS-Emi-CO2 ROUNDED = FLT-FUEL-UPLIFT * WS-CO2-Avgas-Factor.
*>
     MOVE     ZERO TO A.
     SET      QQZ TO 1.
     SEARCH   WST-Emi-Groups AT END  MOVE ZERO TO A
              WHEN WST-Emi-Reg   (QQZ) = FLT-AC-REG
               AND WST-Emi-Month (QQZ) = FLT-DATE (1:6)  SET A TO QQZ.
     IF       A = ZERO
        AND   WST-Emi-Size < WST-Emi-Max
              ADD  1 TO WST-Emi-Size
              MOVE FLT-AC-REG      TO WST-Emi-Reg    (WST-Emi-Size)
              MOVE FLT-DATE (1:6)  TO WST-Emi-Month  (WST-Emi-Size)
              MOVE FLT-FUEL-UPLIFT TO WST-Emi-Litres (WST-Emi-Size)
              MOVE WS-Emi-CO2      TO WST-Emi-CO2    (WST-Emi-Size)
     ELSE
      IF      A NOT = ZERO
              ADD FLT-FUEL-UPLIFT TO WST-Emi-Litres (A)
              ADD WS-Emi-CO2      TO WST-Emi-CO2    (A).
     ADD      FLT-FUEL-UPLIFT TO WS-Emi-Year-Litres.
     ADD      WS-Emi-CO2      TO WS-Emi-Year-CO2.
     GO       TO OM020-Read-Flitelog.
*>
 OM040-Report.
     IF       WST-Emi-Size = ZERO
              DISPLAY "No fuel uplifts logged for that year" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OM999-Exit.
     SORT     WST-Emi-Groups ON ASCENDING KEY WST-Emi-Reg WST-Emi-Month.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "ANNUAL EMISSIONS RETURN for year " WS-Emi-Year
              "   (Avgas " WS-CO2-Avgas-Factor
              " kg/l, Jet-A1 " WS-CO2-JetA1-Factor " kg/l)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
*>
     MOVE     SPACES TO WS-Emi-Prev-Reg.
     MOVE     ZERO TO WS-Emi-Reg-Litres WS-Emi-Reg-CO2 QQZ.
 OM050-Next-Entry.
     SET      QQZ UP BY 1.
     IF       QQZ > WST-Emi-Size
              GO TO OM070-Year-Total.
     IF       WST-Emi-Reg (QQZ) NOT = WS-Emi-Prev-Reg
              IF  WS-Emi-Prev-Reg NOT = SPACES
                  PERFORM OM060-Reg-Total
              END-IF
              MOVE SPACES TO PRINT-RECORD
              STRING "Registration: " WST-Emi-Reg (QQZ)
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2
              MOVE "Month       Litres    kg CO2" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              MOVE WST-Emi-Reg (QQZ) TO WS-Emi-Prev-Reg
              MOVE ZERO TO WS-Emi-Reg-Litres WS-Emi-Reg-CO2.
     MOVE     WST-Emi-Month  (QQZ) TO PM1-MONTH.
     MOVE     WST-Emi-Litres (QQZ) TO PM1-LITRES.
     MOVE     WST-Emi-CO2    (QQZ) TO PM1-CO2.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Emissions-Detail-Line AFTER 1.
     ADD      WST-Emi-Litres (QQZ) TO WS-Emi-Reg-Litres.
     ADD      WST-Emi-CO2    (QQZ) TO WS-Emi-Reg-CO2.
     GO       TO OM050-Next-Entry.
*>
 OM060-Reg-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     ZERO TO PM1-MONTH.
     MOVE     WS-Emi-Reg-Litres TO PM1-LITRES.
     MOVE     WS-Emi-Reg-CO2    TO PM1-CO2.
     STRING   "Total    " Emissions-Detail-Line (10:21)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
 OM070-Year-Total.
     IF       WS-Emi-Prev-Reg NOT = SPACES
              PERFORM OM060-Reg-Total.
     COMPUTE  WS-Emi-Tonnes ROUNDED = WS-Emi-Year-CO2 / 1000.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Emi-Year-Litres TO WS-CK-Mins-Edit.
     STRING   "YEAR TOTAL: litres " WS-CK-Mins-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "            tonnes CO2 " WS-Emi-Tonnes
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  "Emissions return written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OM999-Exit.  exit section.
*>
 OV000-Oil-Trend-Report  SECTION.
*>===============================
*>
*> Oil consumption trend per registration - litres per Hobbs hour
*>   over the trailing 90 days against the registration's own
*>   long-term baseline (everything before the window), flagged when
*>   the recent rate has risen more than the threshold above the
*>   baseline. Flights without both Hobbs readings contribute oil to
*>   neither rate - a rate needs hours under it to mean anything.
*>
     MOVE     ZERO   TO WST-Oil-Size.
     MOVE     SPACES TO WST-Oil-Table.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "-" TO ZR-Sign.
     MOVE     WS-Oil-Window-Days TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Oil-Window-Start.
*>
     START    FLIGHTLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OV040-Report.
*>
 OV010-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OV040-Report.
     IF       FLT-OIL-UPLIFT NOT NUMERIC          *> pre-oil backups carry spaces here.
              MOVE ZEROS TO FLT-OIL-UPLIFT.
     IF       FLT-HOBBS-IN = ZERO
           OR FLT-HOBBS-IN NOT > FLT-HOBBS-OUT
              GO TO OV010-Read-Flitelog.
     COMPUTE  WS-Oil-Hobbs = FLT-HOBBS-IN - FLT-HOBBS-OUT.
*>
     MOVE     ZERO TO A.
     SET      QQO TO 1.
     SEARCH   WST-Oil-Groups AT END  MOVE ZERO TO A
              WHEN WST-Oil-Reg (QQO) = FLT-AC-REG  SET A TO QQO.
     IF       A = ZERO
              IF  WST-Oil-Size NOT < WST-Oil-Max
                  GO TO OV010-Read-Flitelog
              END-IF
              ADD  1 TO WST-Oil-Size
              MOVE FLT-AC-REG TO WST-Oil-Reg (WST-Oil-Size)
              MOVE ZERO TO WST-Oil-Base-Oil (WST-Oil-Size)
                           WST-Oil-Base-Hob (WST-Oil-Size)
                           WST-Oil-Rec-Oil  (WST-Oil-Size)
                           WST-Oil-Rec-Hob  (WST-Oil-Size)
              MOVE WST-Oil-Size TO A.
*>
     IF       FLT-DATE NOT < WS-Oil-Window-Start
              ADD FLT-OIL-UPLIFT TO WST-Oil-Rec-Oil (A)
              ADD WS-Oil-Hobbs   TO WST-Oil-Rec-Hob (A)
     ELSE
              ADD FLT-OIL-UPLIFT TO WST-Oil-Base-Oil (A)
              ADD WS-Oil-Hobbs   TO WST-Oil-Base-Hob (A).
     GO       TO OV010-Read-Flitelog.
*>
 OV040-Report.
     IF       WST-Oil-Size = ZERO
              DISPLAY "No flights with Hobbs readings on file" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OV999-Exit.
     SORT     WST-Oil-Groups ON ASCENDING KEY WST-Oil-Reg.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "OIL CONSUMPTION TREND as at " WSF-Date
              "   (litres per Hobbs hour, trailing 90 days v baseline)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Reg     Baseline  Recent" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     ZERO TO QQO.
 OV050-Next-Reg.
     SET      QQO UP BY 1.
     IF       QQO > WST-Oil-Size
              GO TO OV070-Done.
     MOVE     ZERO TO WS-Oil-Base-Rate WS-Oil-Rec-Rate.
     IF       WST-Oil-Base-Hob (QQO) NOT = ZERO
              COMPUTE WS-Oil-Base-Rate ROUNDED =
                      WST-Oil-Base-Oil (QQO) / WST-Oil-Base-Hob (QQO).
     IF       WST-Oil-Rec-Hob (QQO) NOT = ZERO
              COMPUTE WS-Oil-Rec-Rate ROUNDED =
                      WST-Oil-Rec-Oil (QQO) / WST-Oil-Rec-Hob (QQO).
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Oil-Reg (QQO) TO PRINT-RECORD (1:6).
     MOVE     WS-Oil-Base-Rate TO WS-Oil-Rate-Disp.
     MOVE     WS-Oil-Rate-Disp TO PRINT-RECORD (9:6).
     MOVE     WS-Oil-Rec-Rate TO WS-Oil-Rate-Disp.
     MOVE     WS-Oil-Rate-Disp TO PRINT-RECORD (19:6).
     IF       WS-Oil-Base-Rate NOT = ZERO
        AND   WS-Oil-Rec-Rate > WS-Oil-Base-Rate * WS-Oil-Rise-Threshold
              MOVE "** RISING - INVESTIGATE **" TO PRINT-RECORD (28:26)
     ELSE
      IF      WS-Oil-Base-Rate = ZERO AND WS-Oil-Rec-Rate NOT = ZERO
              MOVE "(no baseline yet)" TO PRINT-RECORD (28:17).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OV050-Next-Reg.
*>
 OV070-Done.
     DISPLAY  "Oil trend report written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OV999-Exit.  exit section.
*>
 OA000-Operating-Cost-Report  SECTION.
*>====================================
*>
*> Direct operating cost per flying hour, per registration, for a
*>   chosen run of months - hours off the flight file, fuel priced
*>   per uplift at the departure airfield (the OG000 treatment),
*>   fees off the accrual ledger, the annual insurance/hangarage
*>   amounts on the document register prorated to the months
*>   reported, the depreciation the monthly runs (ODP600) charged in
*>   those months, and maintenance - work order labour booked and parts
*>   drawn in those months (wolabour.dat, partsusage.dat - see ODY500).
*>   Ends in the cost-per-hour line charge rates get set from.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Operating Cost per Hour Report" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "From month [ccyymm]  To month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OA010-Get-Months.
     MOVE     ZERO TO WS-Doc-From-Month WS-Doc-To-Month.
     ACCEPT   WS-Doc-From-Month AT 0613 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OA999-Exit.
     ACCEPT   WS-Doc-To-Month AT 0632 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OA999-Exit.
     IF       WS-Doc-From-Month < 190001 or > 219912
        or    WS-Doc-To-Month   < 190001 or > 219912
        or    WS-Doc-From-Month (5:2) < "01" or > "12"
        or    WS-Doc-To-Month   (5:2) < "01" or > "12"
        or    WS-Doc-To-Month < WS-Doc-From-Month
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO OA010-Get-Months.
     DISPLAY  SPACE AT 0801 with erase eol.
     DISPLAY  "Include retired registrations? [N]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     "N" TO WS-Dsp-Incl.
     ACCEPT   WS-Dsp-Incl AT line ws-22-Lines col 33 with update.
     move     function upper-case (WS-Dsp-Incl) to WS-Dsp-Incl.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OA999-Exit.
     MOVE     WS-Today TO WS-Dsp-As-At.
*>  the years peel off by reference modification - the fractional
*>   yyyymm/100 terms do not cancel under COMPUTE's arithmetic.
     MOVE     WS-Doc-To-Month (1:4) TO WS-Tmp-Year.
     COMPUTE  WS-Doc-Months = (WS-Tmp-Year * 12)
                            + FUNCTION MOD (WS-Doc-To-Month, 100).
     MOVE     WS-Doc-From-Month (1:4) TO WS-Tmp-Year.
     COMPUTE  WS-Doc-Months = WS-Doc-Months
                            - (WS-Tmp-Year * 12)
                            - FUNCTION MOD (WS-Doc-From-Month, 100) + 1.
*>
     MOVE     ZERO   TO WST-Doc-Size WS-Doc-Unpriced.
     MOVE     ZERO   TO WS-Exr-Unconverted.
     MOVE     SPACES TO WST-Doc-Table.
*>
     COMPUTE  FLT-DATE = (WS-Doc-From-Month * 100) + 1.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OA030-Fees.
*>
 OA020-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OA030-Fees.
     IF       FLT-DATE (1:6) > WS-Doc-To-Month
              GO TO OA030-Fees.
*>
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
*>
     MOVE     ZERO TO WS-Fuel-Cost.
     IF       FLT-FUEL-UPLIFT NOT = ZERO
              MOVE FLT-FROM TO WS-FP-Icao
              MOVE FLT-DATE TO WS-FP-Date
              PERFORM ZT000-Lookup-Fuel-Price
              IF  ERROR-CODE = ZERO
                  ADD 1 TO WS-Doc-Unpriced
              ELSE
                  COMPUTE WS-Fuel-Cost ROUNDED = FLT-FUEL-UPLIFT * WS-FP-Price
              END-IF.
*>
     MOVE     ZERO TO A.
     SET      QQV TO 1.
     SEARCH   WST-Doc-Groups AT END  MOVE ZERO TO A
              WHEN WST-Doc-Reg (QQV) = FLT-AC-REG  SET A TO QQV.
     IF       A = ZERO
        AND   WS-Dsp-Incl NOT = "Y"
              MOVE FLT-AC-REG TO WS-Dsp-Reg
              PERFORM ZV100-Check-Retired
              IF  WS-Dsp-Retired = "Y"
                  GO TO OA020-Read-Flitelog
              END-IF
     END-IF.
     IF       A = ZERO
              IF  WST-Doc-Size NOT < WST-Doc-Max
                  GO TO OA020-Read-Flitelog
              END-IF
              ADD  1 TO WST-Doc-Size
              MOVE FLT-AC-REG TO WST-Doc-Reg (WST-Doc-Size)
              MOVE ZERO TO WST-Doc-Mins  (WST-Doc-Size)
                           WST-Doc-Fuel  (WST-Doc-Size)
                           WST-Doc-Fees  (WST-Doc-Size)
                           WST-Doc-Fixed (WST-Doc-Size)
                           WST-Doc-Depn  (WST-Doc-Size)
                           WST-Doc-Maint (WST-Doc-Size)
              MOVE WST-Doc-Size TO A.
     ADD      WS-Pln-Mins  TO WST-Doc-Mins (A).
     ADD      WS-Fuel-Cost TO WST-Doc-Fuel (A).
     GO       TO OA020-Read-Flitelog.
*>
 OA030-Fees.
     OPEN     INPUT FEEACCRUAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OA036-Depn.
 OA035-Next-Fee.
     READ     FEEACCRUAL-FILE AT END
              CLOSE FEEACCRUAL-FILE
              GO TO OA036-Depn.
     IF       FAC-DATE (1:6) < WS-Doc-From-Month
           OR FAC-DATE (1:6) > WS-Doc-To-Month
              GO TO OA035-Next-Fee.
     MOVE     ZERO TO A.
     SET      QQV TO 1.
     SEARCH   WST-Doc-Groups AT END  MOVE ZERO TO A
              WHEN WST-Doc-Reg (QQV) = FAC-REG  SET A TO QQV.
     IF       A NOT = ZERO
              ADD FAC-TOTAL TO WST-Doc-Fees (A).
     GO       TO OA035-Next-Fee.
*>
 OA036-Depn.
     OPEN     INPUT DEPN-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OA038-Labour.
 OA037-Next-Depn.
     READ     DEPN-FILE AT END
              CLOSE DEPN-FILE
              GO TO OA038-Labour.
     IF       DPN-MONTH < WS-Doc-From-Month
           OR DPN-MONTH > WS-Doc-To-Month
              GO TO OA037-Next-Depn.
     MOVE     ZERO TO A.
     SET      QQV TO 1.
     SEARCH   WST-Doc-Groups AT END  MOVE ZERO TO A
              WHEN WST-Doc-Reg (QQV) = DPN-AC-REG  SET A TO QQV.
     IF       A NOT = ZERO
              ADD DPN-CHARGE TO WST-Doc-Depn (A).
     GO       TO OA037-Next-Depn.
*>
 OA038-Labour.
     OPEN     INPUT WOLABOUR-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OA039-Parts.
 OA038-Next-Labour.
     READ     WOLABOUR-FILE AT END
              CLOSE WOLABOUR-FILE
              GO TO OA039-Parts.
     IF       WLB-DATE (1:6) < WS-Doc-From-Month
           OR WLB-DATE (1:6) > WS-Doc-To-Month
              GO TO OA038-Next-Labour.
     MOVE     ZERO TO A.
     SET      QQV TO 1.
     SEARCH   WST-Doc-Groups AT END  MOVE ZERO TO A
              WHEN WST-Doc-Reg (QQV) = WLB-REG  SET A TO QQV.
     IF       A NOT = ZERO
              ADD WLB-COST TO WST-Doc-Maint (A).
     GO       TO OA038-Next-Labour.
*>
 OA039-Parts.
     OPEN     INPUT PARTSUSAGE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OA040-Fixed.
 OA039-Next-Part.
     READ     PARTSUSAGE-FILE AT END
              CLOSE PARTSUSAGE-FILE
              GO TO OA040-Fixed.
     IF       PUS-DATE (1:6) < WS-Doc-From-Month
           OR PUS-DATE (1:6) > WS-Doc-To-Month
              GO TO OA039-Next-Part.
     MOVE     ZERO TO A.
     SET      QQV TO 1.
     SEARCH   WST-Doc-Groups AT END  MOVE ZERO TO A
              WHEN WST-Doc-Reg (QQV) = PUS-REG  SET A TO QQV.
     IF       A NOT = ZERO
              ADD PUS-COST TO WST-Doc-Maint (A).
     GO       TO OA039-Next-Part.
*>
 OA040-Fixed.
     MOVE     ZERO TO QQV.
 OA045-Next-Fixed.
     SET      QQV UP BY 1.
     IF       QQV > WST-Doc-Size
              GO TO OA050-Report.
     MOVE     WST-Doc-Reg (QQV) TO DOC-AC-REG.
     READ     AIRCDOC-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              COMPUTE WST-Doc-Fixed (QQV) ROUNDED =
                      (DOC-INS-COST + DOC-HANGAR-COST)
                      * WS-Doc-Months / 12.
     GO       TO OA045-Next-Fixed.
*>
 OA050-Report.
     IF       WST-Doc-Size = ZERO
              DISPLAY "No flights found for that period" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OA999-Exit.
     SORT     WST-Doc-Groups ON ASCENDING KEY WST-Doc-Reg.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "DIRECT OPERATING COST PER HOUR - months " WS-Doc-From-Month
              " to " WS-Doc-To-Month
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Reg       Hours      Fuel        Fees       Fixed        Depn      Maint      Total   Per hour" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     ZERO TO QQV.
 OA060-Next-Line.
     SET      QQV UP BY 1.
     IF       QQV > WST-Doc-Size
              GO TO OA070-Done.
     MOVE     SPACES TO Doc-Cost-Line.
     MOVE     WST-Doc-Reg (QQV) TO PC1-REG.
     COMPUTE  WS-Doc-Hours ROUNDED = WST-Doc-Mins (QQV) / 60.
     MOVE     WS-Doc-Hours TO PC1-HOURS.
     MOVE     WST-Doc-Fuel  (QQV) TO PC1-FUEL.
     MOVE     WST-Doc-Fees  (QQV) TO PC1-FEES.
     MOVE     WST-Doc-Fixed (QQV) TO PC1-FIXED.
     MOVE     WST-Doc-Depn  (QQV) TO PC1-DEPN.
     MOVE     WST-Doc-Maint (QQV) TO PC1-MAINT.
     COMPUTE  WS-Doc-Total = WST-Doc-Fuel (QQV) + WST-Doc-Fees (QQV)
                           + WST-Doc-Fixed (QQV) + WST-Doc-Depn (QQV)
                           + WST-Doc-Maint (QQV).
     MOVE     WS-Doc-Total TO PC1-TOTAL.
     IF       WS-Doc-Hours NOT = ZERO
              COMPUTE WS-Doc-Per-Hour ROUNDED = WS-Doc-Total / WS-Doc-Hours
              MOVE WS-Doc-Per-Hour TO PC1-PER-HR
     ELSE
              MOVE ZERO TO PC1-PER-HR.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Doc-Cost-Line AFTER 1.
     GO       TO OA060-Next-Line.
*>
 OA070-Done.
     IF       WS-Doc-Unpriced NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE WS-Doc-Unpriced TO WS-DISPLAY4
              STRING "Note: " WS-DISPLAY4
                     " uplifts had no fuel price on file and cost nothing here"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
     IF       WS-Exr-Unconverted NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE WS-Exr-Unconverted TO WS-DISPLAY4
              STRING "Note: " WS-DISPLAY4
                     " amounts costed at a RAW foreign figure -"
                     " no exchange rate on file"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
     DISPLAY  "Operating cost report written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OA999-Exit.  exit section.
*>
 O500-FURTHER-MENU  SECTION.
*>==========================
*>
*> Third-level menu - the Ops/Charges menu itself ran out of spare
*>   letters, the same way the main menu did when O000 was created.
*>   Newer ops functions live here, same display/accept/dispatch
*>   shape throughout.
*>
 O520-DISPLAY-FUR-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Further Ops Menu" AT 0130 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "Select one of the following by letter  :- [ ]" AT 0401 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(A)  Maintain Exchange Rates"         AT 0615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(B)  Manifest Lookup / Reprint"       AT 0715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(C)  Print Customs GAR Form"          AT 0815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(D)  Maintain Safety Occurrences"     AT 0915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(E)  Quarterly Safety Report"         AT 1015 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(F)  Maintain Cruise Performance"     AT 1115 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(G)  Charter Quote"                   AT 1215 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(H)  Match Quote to Flight"           AT 1315 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(I)  Aircraft Booking Diary"          AT 1415 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(J)  Print ICAO Flight Plan Form"     AT 1515 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(K)  Fee Statement Matching"          AT 1615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(L)  Maintain Hours Budgets"          AT 1715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(M)  Budget Variance Report"          AT 1815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(N)  Annual Statistics Return"        AT 1915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(O)  Maintain Home Bases"             AT 2015 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(P)  Signed Logbook Export / Verify"  AT 2115 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Q)  Crosswind Experience Report"     AT 0655 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(R)  Enter Expense Claim"             AT 0755 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(S)  Approve Expense Claims"          AT 0855 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(T)  Monthly Reimbursement Report"    AT 0955 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(U)  Trial Lesson Vouchers"           AT 1055 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(V)  Fuel Bowser Stock Ledger"        AT 1155 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(W)  Parts Stock & Usage"             AT 1255 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Z)  Extra Functions Menu"            AT 1355 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(X)  Return to Ops Menu"              AT 2215 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACE TO MENU-REPLY.
*>
 O530-ACCEPT-FUR.
     ACCEPT   MENU-REPLY AT 0444 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
*>
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO O599-EXIT.
*>
     IF       MENU-REPLY = "A"
              PERFORM OX000-MAINTAIN-EXCH-RATES
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "B"
              PERFORM OY000-Manifest-Lookup
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "C"
              PERFORM OZ000-Print-GAR
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "D"
              PERFORM OQ000-Maintain-Occurrences
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "E"
              PERFORM OS000-Safety-Report
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "F"
              PERFORM OC500-MAINTAIN-CRUISE
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "G"
              PERFORM OB500-Charter-Quote
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "H"
              PERFORM OD500-Match-Quote
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "I"
              PERFORM OE500-Booking-Diary
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "J"
              PERFORM OF500-Print-FPL
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "K"
              PERFORM OG500-Statement-Matching
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "L"
              PERFORM OH500-MAINTAIN-BUDGETS
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "M"
              PERFORM OI500-Budget-Variance
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "N"
              PERFORM OJ500-Annual-Statistics
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "O"
              PERFORM OL500-Maintain-Bases
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "P"
              PERFORM OM500-Signed-Export
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "Q"
              PERFORM ON500-Crosswind-Report
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "R"
              PERFORM OP500-Enter-Claim
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "S"
              PERFORM OQ500-Approve-Claims
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "T"
              PERFORM OR500-Reimbursement-Report
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "U"
              PERFORM OT500-Voucher-Register
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "V"
              PERFORM OU500-Fuel-Stock
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "W"
              PERFORM OV500-Parts-Stock
              GO TO O520-DISPLAY-FUR-MENU.
*>
     IF       MENU-REPLY = "Z"
              PERFORM O600-EXTRA-MENU
              GO TO O520-DISPLAY-FUR-MENU.
*>
     GO       TO O530-ACCEPT-FUR.
*>
 O599-EXIT.   exit section.
*>
 OY000-Manifest-Lookup  SECTION.
*>==============================
*>
*> Manifest enquiries - (F) reprints one flight's manifest by its
*>   date and off-blocks time, screen and report file both; (P)
*>   searches the whole manifest file for a person so the front desk
*>   can answer "when did Mrs Jones last fly with us".
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Manifest Lookup / Reprint" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(F)light reprint or (P)erson search? [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0639 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OY999-Exit.
     IF       MENU-REPLY = "F"
              GO TO OY020-By-Flight.
     IF       MENU-REPLY = "P"
              GO TO OY060-By-Person.
     GO       TO OY999-Exit.
*>
 OY020-By-Flight.
     DISPLAY  "Flight date [ccyymmdd]  Off-blocks [hh.mm]" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     ZERO TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0814 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OY999-Exit.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0837 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OY020-By-Flight.
     MOVE     SPACES TO WS-Mfs-Date-Time.
     MOVE     WS-Test-Intl TO WS-Mfs-Date-Time (1:8).
     MOVE     WSH-TIME     TO WS-Mfs-Date-Time (9:4).
*>
     MOVE     ZERO TO WS-Mfs-Count.
     MOVE     10 TO LINE-CNT.
     DISPLAY  "Manifest:" AT 0901 WITH foreground-color COB-COLOR-GREEN.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "PASSENGER MANIFEST for flight " WS-Mfs-Date-Time (1:8)
              " off blocks " WS-Mfs-Date-Time (9:4)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
*>
*>  The two crew off the flight record head the list.
*>
     MOVE     WS-Mfs-Date-Time TO FLT-Date-Time-Key.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE SPACES TO PRINT-RECORD
              STRING "Crew: " FLT-CAPTAIN "  " FLT-CREW2
                     "   " FLT-FROM " - " FLT-TO
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 1
              DISPLAY PRINT-RECORD (1:70) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN
              ADD 1 TO LINE-CNT.
*>
     MOVE     WS-Mfs-Date-Time TO MFS-DATE-TIME.
     MOVE     ZERO TO MFS-SEQ.
     START    MANIFEST-FILE KEY NOT < MFS-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OY050-Flight-Done.
 OY030-Next-Pax.
     READ     MANIFEST-FILE NEXT RECORD AT END  GO TO OY050-Flight-Done.
     IF       MFS-DATE-TIME NOT = WS-Mfs-Date-Time
              GO TO OY050-Flight-Done.
     ADD      1 TO WS-Mfs-Count.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " MFS-SEQ "  " MFS-NAME DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     IF       LINE-CNT < WS-Lines
              DISPLAY PRINT-RECORD (1:40) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN
              ADD 1 TO LINE-CNT.
     GO       TO OY030-Next-Pax.
*>
 OY050-Flight-Done.
     IF       WS-Mfs-Count = ZERO
              DISPLAY FL114 AT LINE LINE-CNT COL 01 with foreground-color COB-COLOR-YELLOW
              MOVE "  (no passengers recorded)" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OY999-Exit.
*>
 OY060-By-Person.
     DISPLAY  "Person name (or leading part) [" AT 0801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "]" AT 0862 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Mfs-Name.
     ACCEPT   WS-Mfs-Name AT 0832 with update.
     move     function upper-case (WS-Mfs-Name) to WS-Mfs-Name.
     IF       WS-Mfs-Name = SPACES
           or Cob-Crt-Status = Cob-Scr-Esc
              GO TO OY999-Exit.
*>
*>  The compare length is the typed entry's trimmed length, so a
*>   genuine leading part ("JONES") matches "JONES MRS E".
*>
     COMPUTE  WS-Mfs-Len =
              FUNCTION LENGTH (FUNCTION TRIM (WS-Mfs-Name)).
     IF       WS-Mfs-Len = ZERO
              MOVE 1 TO WS-Mfs-Len.
*>
     MOVE     ZERO TO WS-Mfs-Count.
     MOVE     10 TO LINE-CNT.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "MANIFEST SEARCH for " WS-Mfs-Name
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     START    MANIFEST-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OY080-Person-Done.
 OY070-Next-Entry.
     READ     MANIFEST-FILE NEXT RECORD AT END  GO TO OY080-Person-Done.
     IF       MFS-NAME (1:WS-Mfs-Len) NOT = WS-Mfs-Name (1:WS-Mfs-Len)
              GO TO OY070-Next-Entry.
     ADD      1 TO WS-Mfs-Count.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " MFS-DATE-TIME (1:8) " off blocks " MFS-DATE-TIME (9:4)
              "  " MFS-NAME DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     IF       LINE-CNT < WS-Lines
              DISPLAY PRINT-RECORD (1:60) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN
              ADD 1 TO LINE-CNT.
     GO       TO OY070-Next-Entry.
*>
 OY080-Person-Done.
     IF       WS-Mfs-Count = ZERO
              DISPLAY "Not found on any manifest" AT LINE LINE-CNT COL 01 with foreground-color COB-COLOR-YELLOW
              MOVE "  (not found on any manifest)" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OY999-Exit.  exit section.
*>
 OQ000-Maintain-Occurrences  SECTION.
*>===================================
*>
*> Safety occurrences for one registration - lists them (open MOR
*>   items show the days left to the filing deadline) then loops on
*>   Raise / Close actions, the OT000 tech-log shape.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Safety Occurrence Register" AT 0128 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Registration [      ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Occ-Reg.
     ACCEPT   WS-Occ-Reg AT 0615 with update.
     move     function upper-case (WS-Occ-Reg) to WS-Occ-Reg.
     IF       Cob-Crt-Status = Cob-Scr-Esc
          or  WS-Occ-Reg = SPACES
              GO TO OQ999-Exit.
*>
 OQ010-Show.
     DISPLAY  SPACE at 0801 with erase eos.
     DISPLAY  "No   Date      Category   S St MOR-due  Narrative" AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
     MOVE     WS-Occ-Reg TO OCC-AC-REG.
     MOVE     ZERO       TO OCC-SEQ-NO.
     START    OCCUR-FILE KEY NOT < OCC-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OQ020-Prompt.
*>
 OQ015-List-Next.
     READ     OCCUR-FILE NEXT RECORD AT END  GO TO OQ020-Prompt.
     IF       OCC-AC-REG NOT = WS-Occ-Reg
              GO TO OQ020-Prompt.
     DISPLAY  OCC-SEQ-NO       AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  OCC-DATE         AT LINE LINE-CNT COL 06 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  OCC-CATEGORY     AT LINE LINE-CNT COL 16 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  OCC-SEVERITY     AT LINE LINE-CNT COL 27 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  OCC-STATUS       AT LINE LINE-CNT COL 29 WITH foreground-color COB-COLOR-CYAN.
*>
*>  Open mandatory reports show days left to the deadline - overdue
*>   shows in red.
*>
     IF       OCC-MOR = "Y" AND OCC-STATUS = "O"
              MOVE OCC-MOR-DEADLINE TO ZR-Date2
              MOVE WS-Today         TO ZR-Date1
              PERFORM ZR000-Days-Difference
              MOVE ZR-Days TO WS-DISPLAY3
              IF  OCC-MOR-DEADLINE < WS-Today
                  DISPLAY "OVERDUE" AT LINE LINE-CNT COL 32 WITH foreground-color COB-COLOR-RED
              ELSE
                  DISPLAY WS-DISPLAY3 AT LINE LINE-CNT COL 32 WITH foreground-color COB-COLOR-YELLOW
                  DISPLAY "d left" AT LINE LINE-CNT COL 36 WITH foreground-color COB-COLOR-YELLOW
              END-IF.
     DISPLAY  OCC-NARRATIVE (1:46) AT LINE LINE-CNT COL 41 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO OQ015-List-Next.
*>
 OQ020-Prompt.
     DISPLAY  "(R)aise (C)lose e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 25 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO OQ999-Exit.
*>
     IF       MENU-REPLY = "R"
              GO TO OQ030-Raise.
     IF       MENU-REPLY NOT = "C"
              GO TO OQ020-Prompt.
*>
     DISPLAY  "Occurrence number [    ]" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     ZERO TO WS-Occ-Next-No.
     ACCEPT   WS-Occ-Next-No AT line ws-23-Lines col 20 with update.
     MOVE     WS-Occ-Reg     TO OCC-AC-REG.
     MOVE     WS-Occ-Next-No TO OCC-SEQ-NO.
     READ     OCCUR-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL120 AT line ws-23-Lines col 26
              ACCEPT  WS-Reply AT line ws-23-Lines col 85
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO OQ010-Show.
     MOVE     "C" TO OCC-STATUS.
     REWRITE  OCCUR-RECORD INVALID KEY CONTINUE END-REWRITE.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     GO       TO OQ010-Show.
*>
 OQ030-Raise.
     PERFORM  ZT500-Next-Occ-No.
     MOVE     WS-Occ-Reg     TO OCC-AC-REG.
     MOVE     WS-Occ-Next-No TO OCC-SEQ-NO.
     MOVE     WS-Today       TO OCC-DATE.
     MOVE     SPACES         TO OCC-CATEGORY OCC-FLT-KEY OCC-NARRATIVE.
     MOVE     "C"            TO OCC-SEVERITY.
     MOVE     "O"            TO OCC-STATUS.
     MOVE     SPACE          TO OCC-MOR.
     MOVE     ZERO           TO OCC-MOR-DEADLINE.
*>
     DISPLAY  "Date [        ] Category [          ] Sev A/B/C [ ] MOR Y/N [ ]"
              AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   OCC-DATE AT line ws-23-Lines col 07 with update.
     IF       OCC-DATE NOT NUMERIC OR OCC-DATE = ZERO
              MOVE WS-Today TO OCC-DATE.
     ACCEPT   OCC-CATEGORY AT line ws-23-Lines col 27 with update.
     move     function upper-case (OCC-CATEGORY) to OCC-CATEGORY.
     IF       OCC-CATEGORY = SPACES
              MOVE "OTHER" TO OCC-CATEGORY.
     ACCEPT   OCC-SEVERITY AT line ws-23-Lines col 51 with update.
     move     function upper-case (OCC-SEVERITY) to OCC-SEVERITY.
     IF       OCC-SEVERITY NOT = "A" AND NOT = "B" AND NOT = "C"
              MOVE "C" TO OCC-SEVERITY.
     ACCEPT   OCC-MOR AT line ws-23-Lines col 63 with update.
     move     function upper-case (OCC-MOR) to OCC-MOR.
     IF       OCC-MOR = "Y"
              MOVE OCC-DATE TO ZR-Date1
              MOVE "+" TO ZR-Sign
              MOVE 3 TO ZR-DaysArg
              PERFORM ZR200-Add-Sub-Days
              MOVE ZR-ResultDate TO OCC-MOR-DEADLINE
     ELSE
              MOVE SPACE TO OCC-MOR.
*>
     DISPLAY  "Narrative [" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     DISPLAY  "]" AT line ws-23-Lines col 72 with foreground-color COB-COLOR-YELLOW.
     ACCEPT   OCC-NARRATIVE AT line ws-23-Lines col 12 with update.
     DISPLAY  "Linked flight date+start, e.g. ccyymmddhhmm, or blank [            ]"
              AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   OCC-FLT-KEY AT line ws-23-Lines col 56 with update.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     IF       OCC-NARRATIVE = SPACES
              GO TO OQ010-Show.
     WRITE    OCCUR-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO OQ010-Show.
*>
 OQ999-Exit.  exit section.
*>
 OS000-Safety-Report  SECTION.
*>============================
*>
*> Quarterly safety report - occurrence counts by category for the
*>   chosen quarter divided by the hours flown off the flight file,
*>   giving the rate per 1000 flying hours the safety meeting works
*>   from.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Quarterly Safety Report" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Year [ccyy]  Quarter [1-4]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OS010-Get-Quarter.
     MOVE     ZERO TO WS-Occ-Year WS-Occ-Qtr.
     ACCEPT   WS-Occ-Year AT 0607 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OS999-Exit.
     ACCEPT   WS-Occ-Qtr AT 0623 with update.
     IF       WS-Occ-Year < 1900 or > 2199
        or    WS-Occ-Qtr < 1 or > 4
              GO TO OS010-Get-Quarter.
     COMPUTE  WS-Occ-Qtr-Start = (WS-Occ-Year * 10000)
                               + (((WS-Occ-Qtr - 1) * 3 + 1) * 100) + 1.
     IF       WS-Occ-Qtr = 4
              COMPUTE WS-Occ-Qtr-End = (WS-Occ-Year * 10000) + 1231
     ELSE
              COMPUTE WS-Occ-Qtr-End = (WS-Occ-Year * 10000)
                                     + ((WS-Occ-Qtr * 3 + 1) * 100) + 1
              MOVE WS-Occ-Qtr-End TO ZR-Date1
              MOVE "-" TO ZR-Sign
              MOVE 1 TO ZR-DaysArg
              PERFORM ZR200-Add-Sub-Days
              MOVE ZR-ResultDate TO WS-Occ-Qtr-End.
*>
*>  Hours flown in the quarter.
*>
     MOVE     ZERO TO WS-Occ-Mins.
     MOVE     WS-Occ-Qtr-Start TO FLT-DATE.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OS030-Count-Occs.
 OS020-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OS030-Count-Occs.
     IF       FLT-DATE > WS-Occ-Qtr-End
              GO TO OS030-Count-Occs.
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
     ADD      WS-Pln-Mins TO WS-Occ-Mins.
     GO       TO OS020-Read-Flitelog.
*>
 OS030-Count-Occs.
     MOVE     ZERO TO WS-OccC-Size.
     MOVE     ZERO TO B.
 OS031-Init-Cats.
     ADD      1 TO B.
     IF       B NOT > WS-OccC-Max
              MOVE SPACES TO OCCC-CAT (B)
              MOVE ZERO   TO OCCC-COUNT (B)
              GO TO OS031-Init-Cats.
     START    OCCUR-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OS050-Report.
 OS035-Next-Occ.
     READ     OCCUR-FILE NEXT RECORD AT END  GO TO OS050-Report.
     IF       OCC-DATE < WS-Occ-Qtr-Start OR OCC-DATE > WS-Occ-Qtr-End
              GO TO OS035-Next-Occ.
     MOVE     ZERO TO A.
     MOVE     ZERO TO B.
 OS036-Find-Cat.
     ADD      1 TO B.
     IF       B > WS-OccC-Size
              GO TO OS037-New-Cat.
     IF       OCCC-CAT (B) = OCC-CATEGORY
              MOVE B TO A
              GO TO OS038-Add.
     GO       TO OS036-Find-Cat.
 OS037-New-Cat.
     IF       WS-OccC-Size NOT < WS-OccC-Max
              GO TO OS035-Next-Occ.
     ADD      1 TO WS-OccC-Size.
     MOVE     OCC-CATEGORY TO OCCC-CAT (WS-OccC-Size).
     MOVE     ZERO TO OCCC-COUNT (WS-OccC-Size).
     MOVE     WS-OccC-Size TO A.
 OS038-Add.
     ADD      1 TO OCCC-COUNT (A).
     GO       TO OS035-Next-Occ.
*>
 OS050-Report.
     COMPUTE  WS-Occ-Hours ROUNDED = WS-Occ-Mins / 60.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "QUARTERLY SAFETY REPORT - " WS-Occ-Year " Q" WS-Occ-Qtr
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Occ-Hours TO WS-CK-Mins-Edit.
     STRING   "Hours flown in quarter: " WS-CK-Mins-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Category     Count   Rate per 1000 hrs" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
*>
     IF       WS-OccC-Size = ZERO
              MOVE "  (no occurrences recorded this quarter)" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              GO TO OS070-Done.
     MOVE     ZERO TO B.
 OS060-Next-Cat.
     ADD      1 TO B.
     IF       B > WS-OccC-Size
              GO TO OS070-Done.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     OCCC-CAT (B) TO PRINT-RECORD (1:10).
     MOVE     OCCC-COUNT (B) TO WS-DISPLAY4.
     MOVE     WS-DISPLAY4 TO PRINT-RECORD (14:4).
     IF       WS-Occ-Hours NOT = ZERO
              COMPUTE WS-Occ-Rate ROUNDED =
                      OCCC-COUNT (B) * 1000 / WS-Occ-Hours
                      ON SIZE ERROR MOVE 9999.99 TO WS-Occ-Rate
              END-COMPUTE
              MOVE WS-Occ-Rate TO WS-Occ-Rate-Disp
              MOVE WS-Occ-Rate-Disp TO PRINT-RECORD (22:7)
     ELSE
              MOVE "   n/a" TO PRINT-RECORD (22:6).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OS060-Next-Cat.
*>
 OS070-Done.
     DISPLAY  "Safety report written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OS999-Exit.  exit section.
*>
 OC500-MAINTAIN-CRUISE  SECTION.
*>==============================
*>
*> Maintains the cruise performance file - same single-row screen
*>   shape as the charge-rate screens. TAS in whole knots, burn in
*>   litres per hour to one decimal.
*>
     MOVE     SPACES TO WS-Tmp-Cru-Type.
*>
 OC520-DISPLAY-CRU-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Cruise Performance Maintenance" AT 0124 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "+-------------+"       AT 1264 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| ACTIONS     |"       AT 1364 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| A = Amend   |"       AT 1464 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| D = Delete  |"       AT 1564 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| I = Insert  |"       AT 1664 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| V = View    |"       AT 1764 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| X = Quit    |"       AT 1864 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| Esc = Quit  |"       AT 1964 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "+-------------+"       AT 2064 WITH foreground-color COB-COLOR-GREEN.
     MOVE     SPACES TO MENU-REPLY.
*>
 OC530-DISPLAY-CRU-MENU2.
     DISPLAY  "Action  Type       TAS kt  L/hr" AT 0641
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  " [ ]    [        ]"            AT 0741 WITH foreground-color COB-COLOR-Yellow.
     display  "Type only for option V"        at 0940 with foreground-color COB-Color-Yellow.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
*>
 OC540-CRU-FUNCTION.
     ACCEPT   MENU-REPLY AT 0742 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO OC599-EXIT.
*>
 OC550-CRU-GET-KEY.
     MOVE     SPACES TO WS-Tmp-Cru-Type.
     ACCEPT   WS-Tmp-Cru-Type AT 0750.
     move     function upper-case (WS-Tmp-Cru-Type) to WS-Tmp-Cru-Type.
*>
     IF       MENU-REPLY = "V"
              PERFORM OC580-VIEW-CRU
              GO TO OC520-DISPLAY-CRU-MENU.
*>
     IF       WS-Tmp-Cru-Type = SPACES
              GO TO OC540-CRU-FUNCTION.
*>
     IF       MENU-REPLY = "A"
              MOVE WS-Tmp-Cru-Type TO CRU-AC-TYPE
              READ CRUISE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF  FS-REPLY NOT = "00"
                  DISPLAY FL121 at line ws-22-Lines col 01
                  accept  ws-reply at line ws-22-Lines col 61
              ELSE
                  PERFORM OC570-GET-PERF
                  REWRITE CRUISE-RECORD INVALID KEY CONTINUE END-REWRITE
              END-IF
              GO TO OC530-DISPLAY-CRU-MENU2.
*>
     IF       MENU-REPLY = "D"
              MOVE WS-Tmp-Cru-Type TO CRU-AC-TYPE
              DELETE CRUISE-FILE INVALID KEY
                     DISPLAY FL121 at line ws-22-Lines col 01
                     accept ws-reply at line ws-22-Lines col 63
              END-DELETE
              GO TO OC530-DISPLAY-CRU-MENU2.
*>
     IF       MENU-REPLY NOT = "I"
              GO TO OC530-DISPLAY-CRU-MENU2.
*>
     MOVE     WS-Tmp-Cru-Type TO CRU-AC-TYPE.
     READ     CRUISE-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY FL124 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 61
              GO TO OC530-DISPLAY-CRU-MENU2.
     MOVE     WS-Tmp-Cru-Type TO CRU-AC-TYPE.
     MOVE     ZERO TO CRU-TAS CRU-LPH.
     PERFORM  OC570-GET-PERF.
     WRITE    CRUISE-RECORD INVALID KEY
              DISPLAY FL004 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
          NOT INVALID KEY display space at line ws-22-Lines col 01 with erase eol.
     GO       TO OC530-DISPLAY-CRU-MENU2.
*>
 OC570-GET-PERF.
     ACCEPT   CRU-TAS AT 0760 with update.
     IF       CRU-TAS NOT NUMERIC
              MOVE ZERO TO CRU-TAS.
*>
*>  Burn typed as 999.9 through the Hobbs-style pieces.
*>
     COMPUTE  WS-WORK1 = CRU-LPH * 10.
     PERFORM  ZG020-RESTORE-HOBBS.
     ACCEPT   WSH-HOBBS AT 0768 with update.
     PERFORM  ZF020-CONVERT-HOBBS.
     IF       ERROR-CODE = ZERO
              COMPUTE CRU-LPH = WS-WORK1 / 10.
*>
 OC599-EXIT.   exit section.
*>
 OC580-VIEW-CRU  SECTION.
*>=======================
*>
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Type       TAS kt  L/hr" AT 0701 WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     START    CRUISE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
*>
 OC585-VIEW-NEXT.
     IF       FS-REPLY NOT = "00"
              GO TO OC589-EXIT.
     READ     CRUISE-FILE NEXT RECORD AT END   GO TO OC589-EXIT.
     DISPLAY  CRU-AC-TYPE             AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRU-TAS                 AT LINE LINE-CNT COL 12 WITH foreground-color COB-COLOR-CYAN.
     COMPUTE  WS-WORK1 = CRU-LPH * 10.
     PERFORM  ZG020-RESTORE-HOBBS.
     DISPLAY  WSH-HOBBS               AT LINE LINE-CNT COL 20 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OC585-VIEW-NEXT.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-REPLY AT LINE WS-Lines COL 30.
*>
 OC589-EXIT.  exit section.
*>
 OB500-Charter-Quote  SECTION.
*>============================
*>
*> Charter quote - two ICAO codes and a type give the still-air
*>   great-circle time at the type's TAS plus a taxi allowance, fuel
*>   burn priced at the departure field, landing/handling at the
*>   destination, and the charge-out price off the rate card. The
*>   whole thing prints as a numbered quote and goes on the register
*>   to be matched to the actual flight later.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Charter Quote" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "From [    ]  To [    ]  Type [        ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Customer [" AT 0801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "]" AT 0841 WITH foreground-color COB-COLOR-Yellow.
*>
 OB510-Get-Details.
     MOVE     SPACES TO WS-Tmp-Afld WS-Tmp-Afld2 WS-Tmp-Cru-Type.
     ACCEPT   WS-Tmp-Afld AT 0607 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OB599-Exit.
     ACCEPT   WS-Tmp-Afld2 AT 0618 with update.
     ACCEPT   WS-Tmp-Cru-Type AT 0631 with update.
     move     function upper-case (WS-Tmp-Afld)     to WS-Tmp-Afld.
     move     function upper-case (WS-Tmp-Afld2)    to WS-Tmp-Afld2.
     move     function upper-case (WS-Tmp-Cru-Type) to WS-Tmp-Cru-Type.
     IF       WS-Tmp-Afld = SPACES OR WS-Tmp-Afld2 = SPACES
           OR WS-Tmp-Cru-Type = SPACES
              GO TO OB510-Get-Details.
     MOVE     SPACES TO WS-Mfs-Name.
     ACCEPT   WS-Mfs-Name AT 0811 with update.
*>
     MOVE     WS-Tmp-Cru-Type TO CRU-AC-TYPE.
     READ     CRUISE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
           OR CRU-TAS = ZERO
              DISPLAY FL121 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OB599-Exit.
*>
     MOVE     WS-Tmp-Afld TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
        OR    (AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO)
              DISPLAY FL122 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OB599-Exit.
     MOVE     AFLD-Latitude  TO WS-GC-Lat1.
     MOVE     AFLD-Longitude TO WS-GC-Lon1.
     MOVE     WS-Tmp-Afld2 TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
        OR    (AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO)
              DISPLAY FL122 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OB599-Exit.
     MOVE     AFLD-Latitude  TO WS-GC-Lat2.
     MOVE     AFLD-Longitude TO WS-GC-Lon2.
     PERFORM  ZU000-Calc-Distance.
*>
     COMPUTE  WS-GC-Mins ROUNDED = (WS-GC-Distance * 60 / CRU-TAS)
                                 + WS-Quo-Taxi-Mins.
     COMPUTE  WS-Quo-Hours ROUNDED = WS-GC-Mins / 60.
     COMPUTE  WS-Quo-Litres ROUNDED = WS-Quo-Hours * CRU-LPH.
*>
*>  Fuel priced at the departure field today; fees at destination.
*>
     MOVE     WS-Tmp-Afld TO WS-FP-Icao.
     MOVE     WS-Today    TO WS-FP-Date.
     PERFORM  ZT000-Lookup-Fuel-Price.
     COMPUTE  WS-Fuel-Cost ROUNDED = WS-Quo-Litres * WS-FP-Price.
     MOVE     WS-Tmp-Afld2 TO WS-Fee-Icao.
     MOVE     WS-Today     TO WS-Fee-Date.
     PERFORM  ZT100-Lookup-Fee.
*>
*>  Charge-out price for the type off the rate card - wet covers the
*>   fuel, dry adds the uplift at the card's fuel rate.
*>
     MOVE     WS-Tmp-Cru-Type TO CHG-RATE-KEY.
     READ     CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE ZERO TO CHG-WET-RATE CHG-DRY-RATE CHG-FUEL-RATE
              MOVE "W"  TO CHG-BASIS.
     IF       CHG-BASIS = "D"
              COMPUTE WS-Quo-Price ROUNDED = (WS-GC-Mins * CHG-DRY-RATE / 60)
                                           + (WS-Quo-Litres * CHG-FUEL-RATE)
     ELSE
              COMPUTE WS-Quo-Price ROUNDED = WS-GC-Mins * CHG-WET-RATE / 60.
*>
*>  Next quote number off the register, the invoice-numbering walk.
*>
     MOVE     ZERO TO WS-Quo-Next.
     START    QUOTE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              PERFORM OB520-Find-Last.
     ADD      1 TO WS-Quo-Next.
*>
     MOVE     WS-Quo-Next     TO QUO-NO.
     MOVE     WS-Today        TO QUO-DATE.
     MOVE     WS-Mfs-Name     TO QUO-CUSTOMER.
     MOVE     WS-Tmp-Afld     TO QUO-FROM.
     MOVE     WS-Tmp-Afld2    TO QUO-TO.
     MOVE     WS-Tmp-Cru-Type TO QUO-AC-TYPE.
     MOVE     WS-GC-Distance  TO QUO-DIST.
     MOVE     WS-GC-Mins      TO QUO-BLOCK-MINS.
     MOVE     WS-Fuel-Cost    TO QUO-FUEL-COST.
     COMPUTE  QUO-FEES = WS-Fee-Landing + WS-Fee-Handling.
     MOVE     WS-Quo-Price    TO QUO-PRICE.
     MOVE     SPACES          TO QUO-FLT-KEY.
     WRITE    QUOTE-RECORD INVALID KEY CONTINUE END-WRITE.
*>
     PERFORM  OB530-Print-Quote.
     DISPLAY  "Quote number " AT 1001 with foreground-color COB-COLOR-GREEN.
     DISPLAY  QUO-NO AT 1014 with foreground-color COB-COLOR-GREEN.
     DISPLAY  " written to report file" AT 1020 with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OB599-Exit.
*>
 OB520-Find-Last.
     READ     QUOTE-FILE NEXT RECORD AT END  GO TO OB521-Exit.
     MOVE     QUO-NO TO WS-Quo-Next.
     GO       TO OB520-Find-Last.
 OB521-Exit.  exit.
*>
 OB530-Print-Quote.
     MOVE     "=================================================================" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "CHARTER QUOTE No " QUO-NO "   dated " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Customer: " QUO-CUSTOMER
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     QUO-DIST TO WS-Dist-Disp.
     STRING   "Route " QUO-FROM " - " QUO-TO "  by " QUO-AC-TYPE
              "   distance " WS-Dist-Disp " nm"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DIVIDE   QUO-BLOCK-MINS BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Estimated block time " WSE-TIME
              "   fuel " DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     QUO-FUEL-COST TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (35:11).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     QUO-FEES TO PA2-TOT.
     STRING   "Landing/handling fees " PA2-TOT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     QUO-PRICE TO PA2-TOT.
     STRING   "CHARGE-OUT PRICE      " PA2-TOT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "=================================================================" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
 OB599-Exit.  exit section.
*>
 OD500-Match-Quote  SECTION.
*>==========================
*>
*> Matches a filed quote to the flight actually flown - the quote
*>   record keeps the flight's date+start key so the quarterly "how
*>   did we do against quote" spreadsheet joins cleanly.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Match Quote to Flight" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Quote number [      ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     ZERO TO WS-Quo-No.
     ACCEPT   WS-Quo-No AT 0615 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc OR WS-Quo-No = ZERO
              GO TO OD599-Exit.
     MOVE     WS-Quo-No TO QUO-NO.
     READ     QUOTE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL123 AT 0801 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 0861
              GO TO OD599-Exit.
*>
     DISPLAY  "Flight date [ccyymmdd]  Off-blocks [hh.mm]" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
 OD510-Get-Flight.
     MOVE     ZERO TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0814 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OD599-Exit.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0837 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OD510-Get-Flight.
     MOVE     WS-Test-Intl TO FLT-DATE.
     MOVE     WSH-TIME     TO FLT-START.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL002 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OD510-Get-Flight.
     MOVE     FLT-Date-Time-Key TO QUO-FLT-KEY.
     REWRITE  QUOTE-RECORD INVALID KEY CONTINUE END-REWRITE.
     DISPLAY  "Quote matched to flight" AT 1001 with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OD599-Exit.  exit section.
*>
 OE500-Booking-Diary  SECTION.
*>============================
*>
*> Aircraft booking diary - (B)ook a slot with full conflict checks,
*>   (D)elete one, (L)ist a registration's forward diary. Bookings
*>   use the same date/minutes storage as the flight times so the
*>   diary and the log book speak the same language.
*>
 OE510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Aircraft Booking Diary" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(B)ook  (D)elete  (L)ist  e(X)it [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0635 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OE599-Exit.
     IF       MENU-REPLY = "B"
              PERFORM OE520-Book
              GO TO OE510-Menu.
     IF       MENU-REPLY = "D"
              PERFORM OE540-Delete
              GO TO OE510-Menu.
     IF       MENU-REPLY = "L"
              PERFORM OE550-List
              GO TO OE510-Menu.
     GO       TO OE510-Menu.
*>
 OE520-Book.
     DISPLAY  "Reg [      ]  Date [ccyymmdd]  From [hh.mm]  To [hh.mm]  Hirer [               ]"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Bkg-Reg WS-Bkg-Hirer.
     MOVE     ZERO TO WS-Bkg-Date WS-Bkg-Start WS-Bkg-End.
     ACCEPT   WS-Bkg-Reg AT 0806 with update.
     move     function upper-case (WS-Bkg-Reg) to WS-Bkg-Reg.
     IF       WS-Bkg-Reg = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OE529-Exit.
     ACCEPT   WS-Bkg-Date AT 0821 with update.
     IF       WS-Bkg-Date NOT NUMERIC OR WS-Bkg-Date = ZERO
              GO TO OE520-Book.
     MOVE     WS-Bkg-Reg  TO WS-Dsp-Reg.
     MOVE     WS-Bkg-Date TO WS-Dsp-As-At.
     PERFORM  ZV100-Check-Retired.
     IF       WS-Dsp-Retired = "Y"
              DISPLAY FL224 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OE529-Exit.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0838 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OE520-Book.
     MOVE     WSH-TIME TO WS-Bkg-Start.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0850 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OE520-Book.
     MOVE     WSH-TIME TO WS-Bkg-End.
     ACCEPT   WS-Bkg-Hirer AT 0865 with update.
     move     function upper-case (WS-Bkg-Hirer) to WS-Bkg-Hirer.
*>
*>  Conflict 1 - another booking for the registration that day whose
*>   time range overlaps.
*>
     MOVE     ZERO TO WS-Bkg-Conflict.
     MOVE     WS-Bkg-Reg  TO BKG-AC-REG.
     MOVE     WS-Bkg-Date TO BKG-DATE.
     MOVE     ZERO        TO BKG-START.
     START    BOOKING-FILE KEY NOT < BKG-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OE523-Defects.
 OE522-Next-Booking.
     READ     BOOKING-FILE NEXT RECORD AT END  GO TO OE523-Defects.
     IF       BKG-AC-REG NOT = WS-Bkg-Reg
        OR    BKG-DATE NOT = WS-Bkg-Date
              GO TO OE523-Defects.
     IF       BKG-START < WS-Bkg-End AND BKG-END > WS-Bkg-Start
              MOVE 1 TO WS-Bkg-Conflict.
     GO       TO OE522-Next-Booking.
*>
*>  Conflict 2 - open severity-A defects ground the aircraft.
*>
 OE523-Defects.
     IF       WS-Bkg-Conflict NOT = ZERO
              DISPLAY FL125 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OE529-Exit.
     MOVE     ZERO TO WS-Tlg-A-Cnt.
     MOVE     WS-Bkg-Reg TO TLG-AC-REG.
     MOVE     ZERO       TO TLG-DEFECT-NO.
     START    TECHLOG-FILE KEY NOT < TLG-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OE525-Docs.
 OE524-Next-Defect.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO OE525-Docs.
     IF       TLG-AC-REG NOT = WS-Bkg-Reg
              GO TO OE525-Docs.
     IF       TLG-STATUS NOT = "C" AND TLG-SEVERITY = "A"
              ADD 1 TO WS-Tlg-A-Cnt.
     GO       TO OE524-Next-Defect.
*>
*>  Conflict 3 - documents lapsed by the booking date.
*>
 OE525-Docs.
     IF       WS-Tlg-A-Cnt NOT = ZERO
              DISPLAY FL126 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OE529-Exit.
     MOVE     WS-Bkg-Reg TO DOC-AC-REG.
     READ     AIRCDOC-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              IF  (DOC-ARC-EXPIRY NOT = ZERO AND DOC-ARC-EXPIRY < WS-Bkg-Date)
               OR (DOC-INS-EXPIRY NOT = ZERO AND DOC-INS-EXPIRY < WS-Bkg-Date)
               OR (DOC-ANNUAL-EXPIRY NOT = ZERO AND DOC-ANNUAL-EXPIRY < WS-Bkg-Date)
                  DISPLAY FL127 AT 1001 with foreground-color COB-COLOR-YELLOW
                  MOVE "N" TO WS-Reply
                  DISPLAY "Book anyway? [N]" AT 1101 with foreground-color COB-COLOR-YELLOW
                  ACCEPT WS-Reply AT 1118 with update
                  move function upper-case (WS-Reply) to WS-Reply
                  IF  WS-Reply NOT = "Y"
                      GO TO OE529-Exit
                  END-IF
              END-IF.
*>
     MOVE     WS-Bkg-Reg   TO BKG-AC-REG.
     MOVE     WS-Bkg-Date  TO BKG-DATE.
     MOVE     WS-Bkg-Start TO BKG-START.
     MOVE     WS-Bkg-End   TO BKG-END.
     MOVE     WS-Bkg-Hirer TO BKG-HIRER.
     WRITE    BOOKING-RECORD INVALID KEY
              DISPLAY FL004 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
          NOT INVALID KEY
              DISPLAY "Booked" AT 1001 with foreground-color COB-COLOR-GREEN
              ACCEPT  WS-Reply AT 1010.
 OE529-Exit.  exit.
*>
 OE540-Delete.
     DISPLAY  "Reg [      ]  Date [ccyymmdd]  From [hh.mm]"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Bkg-Reg.
     MOVE     ZERO TO WS-Bkg-Date.
     ACCEPT   WS-Bkg-Reg AT 0806 with update.
     move     function upper-case (WS-Bkg-Reg) to WS-Bkg-Reg.
     IF       WS-Bkg-Reg = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OE549-Exit.
     ACCEPT   WS-Bkg-Date AT 0821 with update.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0838 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OE549-Exit.
     MOVE     WS-Bkg-Reg  TO BKG-AC-REG.
     MOVE     WS-Bkg-Date TO BKG-DATE.
     MOVE     WSH-TIME    TO BKG-START.
     DELETE   BOOKING-FILE INVALID KEY
              DISPLAY FL128 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061.
 OE549-Exit.  exit.
*>
 OE550-List.
     DISPLAY  "Reg [      ] (blank = all)  From date [ccyymmdd]"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Bkg-Reg.
     MOVE     ZERO TO WS-Bkg-Date.
     ACCEPT   WS-Bkg-Reg AT 0806 with update.
     move     function upper-case (WS-Bkg-Reg) to WS-Bkg-Reg.
     ACCEPT   WS-Bkg-Date AT 0843 with update.
     IF       WS-Bkg-Date NOT NUMERIC
              MOVE ZERO TO WS-Bkg-Date.
     DISPLAY  "Reg     Date      From   To     Hirer" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     MOVE     11 TO LINE-CNT.
     START    BOOKING-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OE558-Wait.
 OE552-Next.
     READ     BOOKING-FILE NEXT RECORD AT END  GO TO OE558-Wait.
     IF       WS-Bkg-Reg NOT = SPACES AND BKG-AC-REG NOT = WS-Bkg-Reg
              GO TO OE552-Next.
     IF       BKG-DATE < WS-Bkg-Date
              GO TO OE552-Next.
     DISPLAY  BKG-AC-REG AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  BKG-DATE   AT LINE LINE-CNT COL 09 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   BKG-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME   AT LINE LINE-CNT COL 19 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   BKG-END BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME   AT LINE LINE-CNT COL 26 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  BKG-HIRER  AT LINE LINE-CNT COL 33 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OE552-Next.
 OE558-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OE559-Exit.  exit.
*>
 OE599-Exit.  exit section.
*>
 OF500-Print-FPL  SECTION.
*>========================
*>
*> Prints a completed ICAO flight plan (FPL) layout form for a chosen
*>   flight entry or booking - ident, type, departure and destination
*>   with times, cruising speed off the cruise table and the EET from
*>   great-circle distance at TAS. Only item 15's route is left to
*>   write in by hand.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Print ICAO Flight Plan Form" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "From a (F)light or a (B)ooking? [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0634 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OF599-Exit.
*>
     IF       MENU-REPLY = "B"
              GO TO OF520-From-Booking.
     IF       MENU-REPLY NOT = "F"
              GO TO OF599-Exit.
*>
     DISPLAY  "Flight date [ccyymmdd]  Off-blocks [hh.mm]" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
 OF510-Get-Flight.
     MOVE     ZERO TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0814 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OF599-Exit.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0837 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OF510-Get-Flight.
     MOVE     WS-Test-Intl TO FLT-DATE.
     MOVE     WSH-TIME     TO FLT-START.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL002 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OF510-Get-Flight.
     MOVE     FLT-AC-REG  TO WS-Fpl-Reg.
     MOVE     FLT-AC-TYPE TO WS-Fpl-Type.
     MOVE     FLT-FROM    TO WS-Fpl-From.
     MOVE     FLT-TO      TO WS-Fpl-To.
     MOVE     FLT-DATE    TO WS-Fpl-Date.
     MOVE     FLT-START   TO WS-Fpl-Dep-Mins.
     GO       TO OF530-Build.
*>
 OF520-From-Booking.
     DISPLAY  "Reg [      ]  Date [ccyymmdd]  From [hh.mm]  Route [    ] [    ]"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Bkg-Reg.
     ACCEPT   WS-Bkg-Reg AT 0806 with update.
     move     function upper-case (WS-Bkg-Reg) to WS-Bkg-Reg.
     IF       WS-Bkg-Reg = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OF599-Exit.
     MOVE     ZERO TO WS-Bkg-Date.
     ACCEPT   WS-Bkg-Date AT 0821 with update.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0838 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OF520-From-Booking.
     MOVE     WS-Bkg-Reg  TO BKG-AC-REG.
     MOVE     WS-Bkg-Date TO BKG-DATE.
     MOVE     WSH-TIME    TO BKG-START.
     READ     BOOKING-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL128 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OF599-Exit.
*>
*>  A booking has no route on it - the two ICAO codes are typed in.
*>
     MOVE     SPACES TO WS-Fpl-From WS-Fpl-To.
     ACCEPT   WS-Fpl-From AT 0852 with update.
     ACCEPT   WS-Fpl-To   AT 0859 with update.
     move     function upper-case (WS-Fpl-From) to WS-Fpl-From.
     move     function upper-case (WS-Fpl-To)   to WS-Fpl-To.
     MOVE     BKG-AC-REG  TO WS-Fpl-Reg.
     MOVE     BKG-DATE    TO WS-Fpl-Date.
     MOVE     BKG-START   TO WS-Fpl-Dep-Mins.
*>
*>  The type comes off the aircraft file via the registration's
*>   last-known type - take the type whose last reg matches, else
*>   ask.
*>
     MOVE     SPACES TO WS-Fpl-Type.
     DISPLAY  "Type [        ]" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   WS-Fpl-Type AT 1007 with update.
     move     function upper-case (WS-Fpl-Type) to WS-Fpl-Type.
*>
 OF530-Build.
*>
*>  EET from great-circle distance at the type's TAS; blank when the
*>   cruise table or coordinates cannot supply it.
*>
     MOVE     ZERO TO WS-Fpl-EET-Mins.
     MOVE     ZERO TO CRU-TAS.
     MOVE     WS-Fpl-Type TO CRU-AC-TYPE.
     READ     CRUISE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE ZERO TO CRU-TAS.
     MOVE     WS-Fpl-From TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE NOT = ZERO
        AND   (AFLD-Latitude NOT = ZERO OR AFLD-Longitude NOT = ZERO)
              MOVE AFLD-Latitude  TO WS-GC-Lat1
              MOVE AFLD-Longitude TO WS-GC-Lon1
              MOVE WS-Fpl-To TO WS-ICAO-Code
              PERFORM ZE000-SEARCH-FOR-ICAO
              IF  ERROR-CODE NOT = ZERO
                 AND (AFLD-Latitude NOT = ZERO OR AFLD-Longitude NOT = ZERO)
                 AND CRU-TAS NOT = ZERO
                  MOVE AFLD-Latitude  TO WS-GC-Lat2
                  MOVE AFLD-Longitude TO WS-GC-Lon2
                  PERFORM ZU000-Calc-Distance
                  COMPUTE WS-Fpl-EET-Mins ROUNDED =
                          WS-GC-Distance * 60 / CRU-TAS
              END-IF.
*>
     MOVE     "=================================================================" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "ICAO FLIGHT PLAN  (FPL)" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "=================================================================" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "7  AIRCRAFT IDENT:  " WS-Fpl-Reg
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "8  FLIGHT RULES: V      TYPE OF FLIGHT: G" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "9  NUMBER: 1   TYPE OF AIRCRAFT: " WS-Fpl-Type
              "   WAKE TURBULENCE CAT: L"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "10 EQUIPMENT: S/C" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DIVIDE   WS-Fpl-Dep-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     COMPUTE  WS-Fpl-HHMM = (WSF-HH * 100) + WSF-MM.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "13 DEPARTURE AERODROME: " WS-Fpl-From
              "    TIME: " WS-Fpl-HHMM
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     IF       CRU-TAS NOT = ZERO
              STRING "15 CRUISING SPEED: N0" CRU-TAS
                     "   LEVEL: VFR   ROUTE: ______________________________"
                     DELIMITED BY SIZE INTO PRINT-RECORD
     ELSE
              STRING "15 CRUISING SPEED: N0___"
                     "   LEVEL: VFR   ROUTE: ______________________________"
                     DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Fpl-EET-Mins NOT = ZERO
              DIVIDE WS-Fpl-EET-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM
              COMPUTE WS-Fpl-HHMM = (WSF-HH * 100) + WSF-MM
              STRING "16 DESTINATION AERODROME: " WS-Fpl-To
                     "   TOTAL EET: " WS-Fpl-HHMM
                     DELIMITED BY SIZE INTO PRINT-RECORD
     ELSE
              STRING "16 DESTINATION AERODROME: " WS-Fpl-To
                     "   TOTAL EET: ____"
                     DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "18 OTHER INFORMATION: DOF/" WS-Fpl-Date (3:6)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "=================================================================" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     DISPLAY  "FPL form written to report file" AT 1201.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OF599-Exit.  exit section.
*>
 OG500-Statement-Matching  SECTION.
*>=================================
*>
*> Statement matching for the fee accruals - pick an ICAO code and
*>   month, work through our accrual lines marking each Matched or
*>   Disputed against the airfield's paper invoice, enter the
*>   invoiced total and anything on their invoice we never accrued,
*>   and get a variance report. The marked ledger goes back through
*>   the same temp-file swap the pending flight queue uses.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Fee Statement Matching" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "ICAO [    ]  Month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OG510-Get-Keys.
     MOVE     SPACES TO WS-Stm-Icao.
     MOVE     ZERO TO WS-Stm-Month.
     ACCEPT   WS-Stm-Icao AT 0607 with update.
     move     function upper-case (WS-Stm-Icao) to WS-Stm-Icao.
     IF       Cob-Crt-Status = Cob-Scr-Esc OR WS-Stm-Icao = SPACES
              GO TO OG599-Exit.
     ACCEPT   WS-Stm-Month AT 0621 with update.
     IF       WS-Stm-Month < 190001 or > 219912
        or    WS-Stm-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO OG510-Get-Keys.
     DISPLAY  SPACE AT 0801 with erase eol.
*>
     MOVE     ZERO TO WS-Stm-Accrued WS-Stm-Matched WS-Stm-Disputed
                      WS-Stm-Lines.
     OPEN     INPUT FEEACCRUAL-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY "No fee accrual ledger on file" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OG599-Exit.
     OPEN     OUTPUT FEEACCRUAL-TEMP.
*>
 OG520-Next-Line.
     READ     FEEACCRUAL-FILE AT END  GO TO OG540-Swap.
     IF       FAC-ICAO NOT = WS-Stm-Icao
           OR FAC-DATE (1:6) NOT = WS-Stm-Month
              WRITE FEEACCRUAL-TEMP-REC FROM FEE-ACCRUAL-RECORD
              GO TO OG520-Next-Line.
*>
     ADD      1 TO WS-Stm-Lines.
     ADD      FAC-TOTAL TO WS-Stm-Accrued.
     DISPLAY  SPACE AT 1001 with erase eos.
*>   amounts show to the penny - this screen's whole job is ticking
*>    them off a paper invoice line by line.
     DISPLAY  "Date       Reg         Landing     Handling        Total  Mark" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  FAC-DATE   AT 1101 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FAC-REG    AT 1112 WITH foreground-color COB-COLOR-CYAN.
     MOVE     FAC-LANDING TO PA2-TOT.
     DISPLAY  PA2-TOT AT 1120 WITH foreground-color COB-COLOR-CYAN.
     MOVE     FAC-HANDLING TO PA2-TOT.
     DISPLAY  PA2-TOT AT 1133 WITH foreground-color COB-COLOR-CYAN.
     MOVE     FAC-TOTAL TO PA2-TOT.
     DISPLAY  PA2-TOT AT 1146 WITH foreground-color COB-COLOR-CYAN.
*>
 OG530-Mark.
     DISPLAY  "(M)atched (D)isputed (S)kip [ ]" AT 1301
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     FAC-MATCH TO WS-Reply.
     ACCEPT   WS-Reply AT 1330 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply = "M"
              MOVE "M" TO FAC-MATCH
              ADD  FAC-TOTAL TO WS-Stm-Matched
     ELSE
      IF      WS-Reply = "D"
              MOVE "D" TO FAC-MATCH
              ADD  FAC-TOTAL TO WS-Stm-Disputed
      ELSE
       IF     WS-Reply NOT = "S" AND NOT = SPACE
              GO TO OG530-Mark.
     WRITE    FEEACCRUAL-TEMP-REC FROM FEE-ACCRUAL-RECORD.
     GO       TO OG520-Next-Line.
*>
 OG540-Swap.
     CLOSE    FEEACCRUAL-FILE FEEACCRUAL-TEMP.
     CALL     "CBL_DELETE_FILE" using "feeaccrue.dat".
     OPEN     INPUT FEEACCRUAL-TEMP.
     OPEN     OUTPUT FEEACCRUAL-FILE.
 OG545-Copy-Back.
     READ     FEEACCRUAL-TEMP AT END
              CLOSE FEEACCRUAL-TEMP FEEACCRUAL-FILE
              CALL "CBL_DELETE_FILE" using "feeaccrue.scr"
              GO TO OG550-Variance.
     WRITE    FEE-ACCRUAL-RECORD FROM FEEACCRUAL-TEMP-REC.
     GO       TO OG545-Copy-Back.
*>
 OG550-Variance.
     IF       WS-Stm-Lines = ZERO
              DISPLAY "No accrual lines for that airfield/month" AT 1501
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OG599-Exit.
*>
     DISPLAY  "Lines on their invoice missing from our side - count [   ]  amount [         ]"
              AT 1501 WITH foreground-color COB-COLOR-Yellow.
     MOVE     ZERO TO WS-Stm-Missing-Cnt WS-Stm-Missing-Amt.
     ACCEPT   WS-Stm-Missing-Cnt AT 1555 with update.
     IF       WS-Stm-Missing-Cnt NOT NUMERIC
              MOVE ZERO TO WS-Stm-Missing-Cnt.
     MOVE     ZERO TO WSN-AMT.
     ACCEPT   WSN-AMT AT 1569 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE = ZERO
              MOVE WS-Acct-Amount TO WS-Stm-Missing-Amt.
*>
     DISPLAY  "Invoiced total [         ]" AT 1701 WITH foreground-color COB-COLOR-Yellow.
     MOVE     ZERO TO WSN-AMT.
     ACCEPT   WSN-AMT AT 1717 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE = ZERO
              MOVE WS-Acct-Amount TO WS-Stm-Invoiced.
*>
     COMPUTE  WS-Stm-Variance = WS-Stm-Invoiced - WS-Stm-Accrued.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FEE STATEMENT MATCHING - " WS-Stm-Icao " month " WS-Stm-Month
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Stm-Accrued TO PA2-TOT.
     STRING   "Accrued by us        " PA2-TOT DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Stm-Matched TO PA2-TOT.
     STRING   "  of which matched   " PA2-TOT DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Stm-Disputed TO PA2-TOT.
     STRING   "  of which disputed  " PA2-TOT DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Stm-Missing-Amt TO PA2-TOT.
     MOVE     WS-Stm-Missing-Cnt TO WS-DISPLAY3.
     STRING   "Missing from us: " WS-DISPLAY3 " lines " PA2-TOT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Stm-Invoiced TO PA2-TOT.
     STRING   "Their invoiced total " PA2-TOT DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Stm-Variance TO PA2-TOT.
     STRING   "VARIANCE (them - us) " PA2-TOT DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     DISPLAY  "Variance report written to report file" AT 1901.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OG599-Exit.  exit section.
*>
 OH500-MAINTAIN-BUDGETS  SECTION.
*>===============================
*>
*> Maintains the flying-hours budget file - kind R (registration) or
*>   I (instructor), name, month and planned whole hours, held as
*>   minutes like every other total.
*>
 OH520-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Hours Budget Maintenance" AT 0126 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(S)et  (D)elete  (V)iew  e(X)it [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0634 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OH599-Exit.
     IF       MENU-REPLY = "V"
              PERFORM OH560-View
              GO TO OH520-Menu.
     IF       MENU-REPLY NOT = "S" AND NOT = "D"
              GO TO OH520-Menu.
*>
     DISPLAY  "Kind R/I [ ]  Name/Reg [               ]  Month [ccyymm]"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACE TO WS-Bud-Kind.
     ACCEPT   WS-Bud-Kind AT 0811 with update.
     move     function upper-case (WS-Bud-Kind) to WS-Bud-Kind.
     IF       WS-Bud-Kind NOT = "R" AND NOT = "I"
              GO TO OH520-Menu.
     MOVE     SPACES TO WS-Bud-Name.
     ACCEPT   WS-Bud-Name AT 0825 with update.
     move     function upper-case (WS-Bud-Name) to WS-Bud-Name.
     IF       WS-Bud-Name = SPACES
              GO TO OH520-Menu.
     MOVE     ZERO TO WS-Bud-Month.
     ACCEPT   WS-Bud-Month AT 0850 with update.
     IF       WS-Bud-Month < 190001 or > 219912
        or    WS-Bud-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OH520-Menu.
*>
*>  No hours are planned for a registration retired before the month
*>   starts - an old budget can still be deleted.
*>
     IF       MENU-REPLY = "S"
        AND   WS-Bud-Kind = "R"
              MOVE WS-Bud-Name TO WS-Dsp-Reg
              COMPUTE WS-Dsp-As-At = (WS-Bud-Month * 100) + 1
              PERFORM ZV100-Check-Retired
              IF   WS-Dsp-Retired = "Y"
                   DISPLAY FL289 AT 1001 with foreground-color COB-COLOR-RED
                   ACCEPT  WS-Reply AT 1061
                   GO TO OH520-Menu
              END-IF
     END-IF.
*>
     MOVE     WS-Bud-Kind  TO BUD-KIND.
     MOVE     WS-Bud-Name  TO BUD-NAME.
     MOVE     WS-Bud-Month TO BUD-MONTH.
     IF       MENU-REPLY = "D"
              DELETE BUDGET-FILE INVALID KEY
                     DISPLAY FL129 AT 1001 with foreground-color COB-COLOR-RED
                     ACCEPT WS-Reply AT 1061
              END-DELETE
              GO TO OH520-Menu.
*>
     READ     BUDGET-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              COMPUTE WS-Bud-Hours = BUD-MINS / 60
     ELSE
              MOVE ZERO TO WS-Bud-Hours.
     DISPLAY  "Planned hours [    ]" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   WS-Bud-Hours AT 1016 with update.
     IF       WS-Bud-Hours NOT NUMERIC
              MOVE ZERO TO WS-Bud-Hours.
     MOVE     WS-Bud-Kind  TO BUD-KIND.
     MOVE     WS-Bud-Name  TO BUD-NAME.
     MOVE     WS-Bud-Month TO BUD-MONTH.
     COMPUTE  BUD-MINS = WS-Bud-Hours * 60.
     IF       FS-REPLY = "00"
              REWRITE BUDGET-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              WRITE BUDGET-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO OH520-Menu.
*>
 OH560-View.
     DISPLAY  SPACE at 0801 with erase eos.
     DISPLAY  "K Name            Month   Planned hrs" AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
     START    BUDGET-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OH569-Exit.
 OH562-Next.
     READ     BUDGET-FILE NEXT RECORD AT END  GO TO OH568-Wait.
     DISPLAY  BUD-KIND  AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  BUD-NAME  AT LINE LINE-CNT COL 03 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  BUD-MONTH AT LINE LINE-CNT COL 19 WITH foreground-color COB-COLOR-CYAN.
     COMPUTE  WS-Bud-Hours = BUD-MINS / 60.
     DISPLAY  WS-Bud-Hours AT LINE LINE-CNT COL 28 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OH562-Next.
 OH568-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OH569-Exit.  exit.
*>
 OH599-Exit.  exit section.
*>
 OI500-Budget-Variance  SECTION.
*>==============================
*>
*> Budget variance - actual v planned hours for the chosen month and
*>   year-to-date, per registration and per instructor, one pass of
*>   the flight file for the actuals (instructional capacities
*>   P1I/P1T count toward the Captain's instructor hours).
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Budget Variance Report" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Report month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OI510-Get-Month.
     MOVE     ZERO TO WS-Bud-Month.
     ACCEPT   WS-Bud-Month AT 0624 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OI599-Exit.
     IF       WS-Bud-Month < 190001 or > 219912
        or    WS-Bud-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO OI510-Get-Month.
     DISPLAY  SPACE AT 0801 with erase eol.
*>
     MOVE     ZERO   TO WST-Bud-Size.
     MOVE     SPACES TO WST-Bud-Table.
*>
*>  COMPUTE division keeps its fraction, so the year is peeled off
*>   by reference modification, not (month / 100) * 10000.
     MOVE     WS-Bud-Month (1:4) TO FLT-DATE (1:4).
     MOVE     "0101"             TO FLT-DATE (5:4).
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OI530-Report.
*>
 OI520-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OI530-Report.
     IF       FLT-DATE (1:6) > WS-Bud-Month
              GO TO OI530-Report.
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
     IF       WS-Pln-Mins = ZERO
              GO TO OI520-Read-Flitelog.
*>
     MOVE     "R" TO WS-Bud-Kind.
     MOVE     SPACES TO WS-Bud-Name.
     MOVE     FLT-AC-REG TO WS-Bud-Name.
     PERFORM  OI525-Accumulate.
     IF       FLT-CAPACITY = "P1I" OR = "P1T"
              MOVE "I" TO WS-Bud-Kind
              MOVE FLT-CAPTAIN TO WS-Bud-Name
              PERFORM OI525-Accumulate.
     GO       TO OI520-Read-Flitelog.
*>
 OI525-Accumulate.
     MOVE     ZERO TO A.
     SET      QQW TO 1.
     SEARCH   WST-Bud-Groups AT END  MOVE ZERO TO A
              WHEN WST-Bud-Kind (QQW) = WS-Bud-Kind
               AND WST-Bud-Name (QQW) = WS-Bud-Name  SET A TO QQW.
     IF       A = ZERO
              IF  WST-Bud-Size NOT < WST-Bud-Max
                  GO TO OI526-Exit
              END-IF
              ADD  1 TO WST-Bud-Size
              MOVE WS-Bud-Kind TO WST-Bud-Kind (WST-Bud-Size)
              MOVE WS-Bud-Name TO WST-Bud-Name (WST-Bud-Size)
              MOVE ZERO TO WST-Bud-Mth-Mins (WST-Bud-Size)
                           WST-Bud-Ytd-Mins (WST-Bud-Size)
              MOVE WST-Bud-Size TO A.
     ADD      WS-Pln-Mins TO WST-Bud-Ytd-Mins (A).
     IF       FLT-DATE (1:6) = WS-Bud-Month
              ADD WS-Pln-Mins TO WST-Bud-Mth-Mins (A).
 OI526-Exit.  exit.
*>
 OI530-Report.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "HOURS BUDGET VARIANCE - month " WS-Bud-Month
              "   (hours; - = behind budget)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Kind Name            Budget   Actual   Var      YTD Bud   YTD Act   YTD Var" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     START    BUDGET-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OI590-Done.
     MOVE     SPACES TO WS-Bud-Name.
     MOVE     SPACE  TO WS-Bud-Kind.
 OI540-Next-Budget.
     READ     BUDGET-FILE NEXT RECORD AT END  GO TO OI590-Done.
     IF       BUD-MONTH (1:4) NOT = WS-Bud-Month (1:4)
           OR BUD-MONTH > WS-Bud-Month
              GO TO OI540-Next-Budget.
*>
*>  One line per name, on the first record seen for it this year -
*>   month and YTD budget totals are summed from all its records.
*>
     IF       BUD-KIND = WS-Bud-Kind AND BUD-NAME = WS-Bud-Name
              GO TO OI540-Next-Budget.
     MOVE     BUD-KIND TO WS-Bud-Kind.
     MOVE     BUD-NAME TO WS-Bud-Name.
     PERFORM  OI550-Build-Line.
     GO       TO OI540-Next-Budget.
*>
 OI550-Build-Line.
*>
*>  Sum the name's budget records for the year up to the month.
*>
     MOVE     ZERO TO WS-Bud-Mth-Bud WS-Bud-Ytd-Bud.
     MOVE     WS-Bud-Kind TO BUD-KIND.
     MOVE     WS-Bud-Name TO BUD-NAME.
     MOVE     WS-Bud-Month (1:4) TO BUD-MONTH (1:4).
     MOVE     "00"               TO BUD-MONTH (5:2).
     START    BUDGET-FILE KEY NOT < BUD-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
 OI551-Sum-Next.
     READ     BUDGET-FILE NEXT RECORD AT END  GO TO OI552-Actuals.
     IF       BUD-KIND NOT = WS-Bud-Kind
           OR BUD-NAME NOT = WS-Bud-Name
           OR BUD-MONTH > WS-Bud-Month
              GO TO OI552-Actuals.
     ADD      BUD-MINS TO WS-Bud-Ytd-Bud.
     IF       BUD-MONTH = WS-Bud-Month
              ADD BUD-MINS TO WS-Bud-Mth-Bud.
     GO       TO OI551-Sum-Next.
*>
 OI552-Actuals.
     MOVE     ZERO TO WS-Bud-Mth-Act WS-Bud-Ytd-Act.
     SET      QQW TO 1.
     SEARCH   WST-Bud-Groups AT END  CONTINUE
              WHEN WST-Bud-Kind (QQW) = WS-Bud-Kind
               AND WST-Bud-Name (QQW) = WS-Bud-Name
                   MOVE WST-Bud-Mth-Mins (QQW) TO WS-Bud-Mth-Act
                   MOVE WST-Bud-Ytd-Mins (QQW) TO WS-Bud-Ytd-Act
     END-SEARCH.
*>
     MOVE     SPACES TO Budget-Report-Line.
     IF       WS-Bud-Kind = "R"
              MOVE "REG " TO PG1-KIND
     ELSE
              MOVE "INS " TO PG1-KIND.
     MOVE     WS-Bud-Name TO PG1-NAME.
     COMPUTE  PG1-BUD  = WS-Bud-Mth-Bud / 60.
     COMPUTE  PG1-ACT  = WS-Bud-Mth-Act / 60.
     COMPUTE  PG1-VAR  = (WS-Bud-Mth-Act - WS-Bud-Mth-Bud) / 60.
     COMPUTE  PG1-YBUD = WS-Bud-Ytd-Bud / 60.
     COMPUTE  PG1-YACT = WS-Bud-Ytd-Act / 60.
     COMPUTE  PG1-YVAR = (WS-Bud-Ytd-Act - WS-Bud-Ytd-Bud) / 60.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Budget-Report-Line AFTER 1.
*>
*>  Re-position for the caller's sequential walk.
*>
     MOVE     WS-Bud-Kind  TO BUD-KIND.
     MOVE     WS-Bud-Name  TO BUD-NAME.
     MOVE     WS-Bud-Month TO BUD-MONTH.
     START    BUDGET-FILE KEY NOT < BUD-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
*>
 OI590-Done.
     DISPLAY  "Budget variance report written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OI599-Exit.  exit section.
*>
 OJ500-Annual-Statistics  SECTION.
*>================================
*>
*> Annual statistics return for a chosen calendar year - movements
*>   per ICAO code (a departure and an arrival each count one), hour
*>   totals by aircraft type and the day/night split, from the live
*>   flight file plus the archived flights on flitearch.seq so years
*>   already purged still count in full.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Annual Statistics Return" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Return year [ccyy]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OJ510-Get-Year.
     MOVE     ZERO TO WS-Sta-Year.
     ACCEPT   WS-Sta-Year AT 0621 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OJ599-Exit.
     IF       WS-Sta-Year < 1900 or > 2199
              GO TO OJ510-Get-Year.
*>
     MOVE     ZERO   TO WST-StA-Size WST-StT-Size WS-Sta-Day-Mins
                        WS-Sta-Night-Mins WS-Sta-Flights WS-Sta-Arch-Used.
     MOVE     SPACES TO WST-StA-Table WST-StT-Table.
*>
     COMPUTE  FLT-DATE = (WS-Sta-Year * 10000) + 0101.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OJ530-Archive.
*>
 OJ520-Read-Live.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OJ530-Archive.
     IF       FLT-DATE (1:4) NOT = WS-Sta-Year
              GO TO OJ530-Archive.
     PERFORM  OJ550-Accumulate.
     GO       TO OJ520-Read-Live.
*>
*>  The archive holds flight-record images one per line - walk it for
*>   the year too. The record area is shared through the flight FD
*>   buffer so all the field names above still apply.
*>
 OJ530-Archive.
     OPEN     INPUT ARCHIVE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OJ540-Report.
     MOVE     1 TO WS-Sta-Arch-Used.
 OJ535-Read-Arch.
     READ     ARCHIVE-FILE AT END
              CLOSE ARCHIVE-FILE
              GO TO OJ540-Report.
     MOVE     ARCHIVE-RECORD TO FLIGHTLOG-RECORD.
     IF       FLT-DATE (1:4) = WS-Sta-Year
              PERFORM OJ550-Accumulate.
     GO       TO OJ535-Read-Arch.
*>
 OJ550-Accumulate.
     ADD      1 TO WS-Sta-Flights.
     ADD      FLT-P1 (1) FLT-P23 (1) TO WS-Sta-Day-Mins.
     ADD      FLT-P1 (2) FLT-P23 (2) TO WS-Sta-Night-Mins.
*>
     MOVE     FLT-FROM TO WS-Tmp-Afld.
     PERFORM  OJ560-Count-Movement.
     MOVE     FLT-TO TO WS-Tmp-Afld.
     PERFORM  OJ560-Count-Movement.
*>
     MOVE     ZERO TO A.
     SET      QST TO 1.
     SEARCH   WST-StT-Groups AT END  MOVE ZERO TO A
              WHEN WST-StT-Type (QST) = FLT-AC-TYPE  SET A TO QST.
     IF       A = ZERO
              IF  WST-StT-Size < WST-StT-Max
                  ADD  1 TO WST-StT-Size
                  MOVE FLT-AC-TYPE TO WST-StT-Type (WST-StT-Size)
                  MOVE ZERO TO WST-StT-Mins (WST-StT-Size)
                  MOVE WST-StT-Size TO A
              END-IF.
     IF       A NOT = ZERO
              ADD FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2)
                  TO WST-StT-Mins (A).
 OJ551-Exit.  exit.
*>
 OJ560-Count-Movement.
     MOVE     ZERO TO B.
     SET      QSA TO 1.
     SEARCH   WST-StA-Groups AT END  MOVE ZERO TO B
              WHEN WST-StA-Icao (QSA) = WS-Tmp-Afld  SET B TO QSA.
     IF       B = ZERO
              IF  WST-StA-Size < WST-StA-Max
                  ADD  1 TO WST-StA-Size
                  MOVE WS-Tmp-Afld TO WST-StA-Icao (WST-StA-Size)
                  MOVE ZERO TO WST-StA-Movts (WST-StA-Size)
                  MOVE WST-StA-Size TO B
              END-IF.
     IF       B NOT = ZERO
              ADD 1 TO WST-StA-Movts (B).
 OJ561-Exit.  exit.
*>
 OJ540-Report.
     IF       WS-Sta-Flights = ZERO
              DISPLAY "No flights found for that year" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OJ599-Exit.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "ANNUAL STATISTICS RETURN for year " WS-Sta-Year
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Sta-Arch-Used = ZERO
              MOVE "(live flight file only - no archive generation found)" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
*>
     MOVE     "MOVEMENTS PER AIRFIELD" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     SORT     WST-StA-Groups ON ASCENDING KEY WST-StA-Icao.
     MOVE     ZERO TO QSA.
 OJ542-Next-Afld.
     SET      QSA UP BY 1.
     IF       QSA > WST-StA-Size
              GO TO OJ544-Types.
     IF       WST-StA-Icao (QSA) = SPACES
              GO TO OJ542-Next-Afld.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-StA-Icao (QSA) TO PRINT-RECORD (1:4).
     MOVE     WST-StA-Movts (QSA) TO WS-CK-Mins-Edit.
     MOVE     WS-CK-Mins-Edit TO PRINT-RECORD (8:7).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OJ542-Next-Afld.
*>
 OJ544-Types.
     MOVE     "HOURS BY AIRCRAFT TYPE" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     SORT     WST-StT-Groups ON ASCENDING KEY WST-StT-Type.
     MOVE     ZERO TO QST.
 OJ545-Next-Type.
     SET      QST UP BY 1.
     IF       QST > WST-StT-Size
              GO TO OJ546-Split.
     IF       WST-StT-Type (QST) = SPACES
              GO TO OJ545-Next-Type.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-StT-Type (QST) TO PRINT-RECORD (1:8).
     DIVIDE   WST-StT-Mins (QST) BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     MOVE     WSM-TIME TO PRINT-RECORD (11:9).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OJ545-Next-Type.
*>
 OJ546-Split.
     MOVE     "DAY / NIGHT SPLIT" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     DIVIDE   WS-Sta-Day-Mins BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     STRING   "Day hours   " WSM-TIME DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     DIVIDE   WS-Sta-Night-Mins BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     STRING   "Night hours " WSM-TIME DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Sta-Flights TO WS-CK-Mins-Edit.
     STRING   "Total sectors " WS-CK-Mins-Edit DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
*>
     DISPLAY  "Statistics return written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OJ599-Exit.  exit section.
*>
 OL500-Maintain-Bases  SECTION.
*>=============================
*>
*> Sets the home base ICAO on an aircraft type or a pilot - the code
*>   must exist on the airfield file (spaces clears it). The base
*>   drives the report filters and the positioning split.
*>
 OL510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Maintain Home Bases" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(A)ircraft type or (P)ilot, e(X)it [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO WS-Base-Kind.
     ACCEPT   WS-Base-Kind AT 0637 with auto.
     move     function upper-case (WS-Base-Kind) to WS-Base-Kind.
     IF       WS-Base-Kind = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OL599-Exit.
     IF       WS-Base-Kind NOT = "A" AND NOT = "P"
              GO TO OL510-Menu.
*>
     DISPLAY  "Type/Name [               ]   Base [    ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Bud-Name WS-Tmp-Base.
     ACCEPT   WS-Bud-Name AT 0812 with update.
     move     function upper-case (WS-Bud-Name) to WS-Bud-Name.
     IF       WS-Bud-Name = SPACES
              GO TO OL510-Menu.
     ACCEPT   WS-Tmp-Base AT 0837 with update.
     move     function upper-case (WS-Tmp-Base) to WS-Tmp-Base.
*>
     IF       WS-Tmp-Base NOT = SPACES
              MOVE WS-Tmp-Base TO WS-ICAO-Code
              PERFORM ZE000-SEARCH-FOR-ICAO
              IF  ERROR-CODE = ZERO
                  DISPLAY FL131 AT 1001 with foreground-color COB-COLOR-RED
                  ACCEPT  WS-Reply AT 1061
                  GO TO OL510-Menu
              END-IF.
*>
     IF       WS-Base-Kind = "A"
              MOVE WS-Bud-Name (1:8) TO Aircraft-Type
              READ AIRCRAFT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF  FS-REPLY NOT = "00"
                  DISPLAY FL035 AT 1001 with foreground-color COB-COLOR-RED
                  ACCEPT  WS-Reply AT 1061
              ELSE
                  MOVE WS-Tmp-Base TO Aircraft-Base
                  REWRITE Aircraft-Record INVALID KEY CONTINUE END-REWRITE
                  DISPLAY "Base set" AT 1001 with foreground-color COB-COLOR-GREEN
                  ACCEPT  WS-Reply AT 1011
              END-IF
              GO TO OL510-Menu.
*>
     MOVE     WS-Bud-Name TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL002 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
     ELSE
              MOVE PILOT-RECORD TO WS-Jnl-Before
              MOVE WS-Tmp-Base TO PILOT-BASE
              REWRITE PILOT-RECORD INVALID KEY CONTINUE END-REWRITE
              MOVE "PI" TO WS-Jnl-File-Id
              MOVE "R"  TO WS-Jnl-Action
              MOVE PILOT-RECORD TO WS-Jnl-After
              PERFORM ZJ500-Write-Journal
              DISPLAY "Base set" AT 1001 with foreground-color COB-COLOR-GREEN
              ACCEPT  WS-Reply AT 1011.
     GO       TO OL510-Menu.
*>
 OL599-Exit.  exit section.
*>
 OM500-Signed-Export  SECTION.
*>============================
*>
*> Tamper-evident signed export of the flight file. (E)xport writes
*>   flitesign.rpt: the records in key order as "D " lines, broken
*>   into pages of 50, each page closed by a "PAGE nnnn HASH h..h"
*>   trailer whose SHA3-384 covers the PREVIOUS page's hash plus this
*>   page's record images - so editing any line breaks that page and
*>   every page after it. (V)erify re-hashes an export and names the
*>   first broken page. The hash routine is the same cobsha3 module
*>   ZX000-Hash-Password links against.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Signed Logbook Export" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(E)xport or (V)erify? [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0624 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OM599-Exit.
     IF       MENU-REPLY = "V"
              GO TO OM550-Verify.
     IF       MENU-REPLY NOT = "E"
              GO TO OM599-Exit.
*>
 OM510-Export.
     OPEN     OUTPUT SIGNED-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL016 AT 0801 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 0861
              GO TO OM599-Exit.
     MOVE     ALL "0" TO WS-Sig-Prev-Hex.
     MOVE     ZERO TO WS-Sig-Page-No WS-Sig-Line-Cnt WS-Sig-Records.
     PERFORM  OM540-New-Page.
*>
     MOVE     SPACES TO SIGNED-RECORD.
     STRING   "FLIGHTLOG SIGNED EXPORT " WS-Today " chained SHA3-384"
              DELIMITED BY SIZE INTO SIGNED-RECORD.
     WRITE    SIGNED-RECORD.
*>
     START    FLIGHTLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OM530-Last-Page.
 OM520-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO OM530-Last-Page.
     MOVE     SPACES TO SIGNED-RECORD.
     STRING   "D " FLIGHTLOG-RECORD DELIMITED BY SIZE INTO SIGNED-RECORD.
     WRITE    SIGNED-RECORD.
     MOVE     FLIGHTLOG-RECORD TO WS-Sig-Buffer (WS-Sig-Offset:176).
     ADD      176 TO WS-Sig-Offset.
     ADD      1 TO WS-Sig-Line-Cnt WS-Sig-Records.
     IF       WS-Sig-Line-Cnt NOT < WS-Sig-Page-Size
              PERFORM OM545-Close-Page
              PERFORM OM540-New-Page.
     GO       TO OM520-Next-Flight.
*>
 OM530-Last-Page.
     IF       WS-Sig-Line-Cnt NOT = ZERO
              PERFORM OM545-Close-Page.
     MOVE     SPACES TO SIGNED-RECORD.
     MOVE     WS-Sig-Records TO WS-CK-Mins-Edit.
     STRING   "END PAGES " WS-Sig-Page-No " RECORDS " WS-CK-Mins-Edit
              DELIMITED BY SIZE INTO SIGNED-RECORD.
     WRITE    SIGNED-RECORD.
     CLOSE    SIGNED-FILE.
     DISPLAY  "Signed export written to flitesign.rpt" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OM599-Exit.
*>
*>  A fresh page buffer opens with the previous page's hash so the
*>   chain holds.
*>
 OM540-New-Page.
     ADD      1 TO WS-Sig-Page-No.
     MOVE     ZERO TO WS-Sig-Line-Cnt.
     MOVE     SPACES TO WS-Sig-Buffer.
     MOVE     WS-Sig-Prev-Hex TO WS-Sig-Buffer (1:96).
     MOVE     97 TO WS-Sig-Offset.
*>
 OM545-Close-Page.
     COMPUTE  WS-Sig-Buf-Len = WS-Sig-Offset - 1.
     CALL     "SHA3-384" USING WS-Sig-Buffer
                               WS-Sig-Buf-Len
                               WS-Hash-Output
     END-CALL.
     PERFORM  OM590-Hash-To-Hex.
     MOVE     WS-Sig-Hex TO WS-Sig-Prev-Hex.
     MOVE     SPACES TO SIGNED-RECORD.
     STRING   "PAGE " WS-Sig-Page-No " HASH " WS-Sig-Hex
              DELIMITED BY SIZE INTO SIGNED-RECORD.
     WRITE    SIGNED-RECORD.
*>
 OM550-Verify.
     OPEN     INPUT SIGNED-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY "No flitesign.rpt here to verify" AT 0801 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 0861
              GO TO OM599-Exit.
     MOVE     ALL "0" TO WS-Sig-Prev-Hex.
     MOVE     ZERO TO WS-Sig-Page-No WS-Sig-Bad-Page.
     MOVE     SPACES TO WS-Sig-Buffer.
     MOVE     WS-Sig-Prev-Hex TO WS-Sig-Buffer (1:96).
     MOVE     97 TO WS-Sig-Offset.
*>
 OM560-Next-Line.
     READ     SIGNED-FILE AT END  GO TO OM580-Verdict.
     IF       SIGNED-RECORD (1:2) = "D "
*>   a page carrying more data lines than the export ever writes is
*>    tampered or corrupt - fail it rather than overrun the buffer
              IF  WS-Sig-Offset > 8725
                  COMPUTE WS-Sig-Bad-Page = WS-Sig-Page-No + 1
                  GO TO OM580-Verdict
              END-IF
              MOVE SIGNED-RECORD (3:176) TO WS-Sig-Buffer (WS-Sig-Offset:176)
              ADD  176 TO WS-Sig-Offset
              GO TO OM560-Next-Line.
     IF       SIGNED-RECORD (1:5) NOT = "PAGE "
              GO TO OM560-Next-Line.
*>
     ADD      1 TO WS-Sig-Page-No.
     COMPUTE  WS-Sig-Buf-Len = WS-Sig-Offset - 1.
     CALL     "SHA3-384" USING WS-Sig-Buffer
                               WS-Sig-Buf-Len
                               WS-Hash-Output
     END-CALL.
     PERFORM  OM590-Hash-To-Hex.
     IF       SIGNED-RECORD (16:96) NOT = WS-Sig-Hex
              MOVE WS-Sig-Page-No TO WS-Sig-Bad-Page
              GO TO OM580-Verdict.
     MOVE     WS-Sig-Hex TO WS-Sig-Prev-Hex.
     MOVE     SPACES TO WS-Sig-Buffer.
     MOVE     WS-Sig-Prev-Hex TO WS-Sig-Buffer (1:96).
     MOVE     97 TO WS-Sig-Offset.
     GO       TO OM560-Next-Line.
*>
 OM580-Verdict.
     CLOSE    SIGNED-FILE.
     IF       WS-Sig-Bad-Page NOT = ZERO
              DISPLAY "VERIFY FAILED - first broken page is " AT 1001 with foreground-color COB-COLOR-RED
              DISPLAY WS-Sig-Bad-Page AT 1038 with foreground-color COB-COLOR-RED
     ELSE
              DISPLAY "Verify clean - " AT 1001 with foreground-color COB-COLOR-GREEN
              DISPLAY WS-Sig-Page-No AT 1016 with foreground-color COB-COLOR-GREEN
              DISPLAY " pages intact" AT 1021 with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OM599-Exit.
*>
*>  48 binary hash bytes to 96 hex characters.
*>
 OM590-Hash-To-Hex.
     MOVE     SPACES TO WS-Sig-Hex.
     MOVE     ZERO TO WS-Sig-Sub.
 OM591-Next-Byte.
     ADD      1 TO WS-Sig-Sub.
     IF       WS-Sig-Sub > 48
              GO TO OM592-Exit.
     COMPUTE  WS-Sig-Byte = FUNCTION ORD (WS-Hash-Output (WS-Sig-Sub:1)) - 1.
     DIVIDE   WS-Sig-Byte BY 16 GIVING WS-Sig-Hi REMAINDER WS-Sig-Lo.
     COMPUTE  A = (WS-Sig-Sub * 2) - 1.
     MOVE     WS-Sig-Hex-Digit (WS-Sig-Hi + 1) TO WS-Sig-Hex (A:1).
     MOVE     WS-Sig-Hex-Digit (WS-Sig-Lo + 1) TO WS-Sig-Hex (A + 1:1).
     GO       TO OM591-Next-Byte.
 OM592-Exit.  exit.
*>
 OM599-Exit.  exit section.
*>
 ON500-Crosswind-Report  SECTION.
*>===============================
*>
*> Crosswind experience per pilot - the arrival-end crosswind
*>   component of every sector carrying wind and runway data, giving
*>   each Captain's maximum ever, maximum in the trailing 90 days
*>   and how many recent landings had a 10 knot plus component - the
*>   insurers' question about low-time hirers, answered from the log.
*>
     MOVE     ZERO   TO WST-Xw-Size.
     MOVE     SPACES TO WST-Xw-Table.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "-" TO ZR-Sign.
     MOVE     90 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Xw-Window-Start.
*>
     START    FLIGHTLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ON540-Report.
 ON510-Read-Flitelog.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ON540-Report.
     IF       FLT-ARR-WIND-SPD = ZERO
           OR FLT-ARR-RWY = SPACES
           OR FLT-ARR-RWY (1:2) NOT NUMERIC
              GO TO ON510-Read-Flitelog.
*>
     COMPUTE  WS-Xw-Angle = (FLT-ARR-WIND-DIR
                          - (FUNCTION NUMVAL (FLT-ARR-RWY) * 10))
                          * WS-GC-Deg-To-Rad.
     COMPUTE  WS-Xw-Comp ROUNDED = FLT-ARR-WIND-SPD
                                 * FUNCTION SIN (WS-Xw-Angle).
     IF       WS-Xw-Comp < ZERO
              COMPUTE WS-Xw-Comp = ZERO - WS-Xw-Comp.
*>
     MOVE     ZERO TO A.
     SET      QQXW TO 1.
     SEARCH   WST-Xw-Groups AT END  MOVE ZERO TO A
              WHEN WST-Xw-Captain (QQXW) = FLT-CAPTAIN  SET A TO QQXW.
     IF       A = ZERO
              IF  WST-Xw-Size NOT < WST-Xw-Max
                  GO TO ON510-Read-Flitelog
              END-IF
              ADD  1 TO WST-Xw-Size
              MOVE FLT-CAPTAIN TO WST-Xw-Captain (WST-Xw-Size)
              MOVE ZERO TO WST-Xw-Max-Ever   (WST-Xw-Size)
                           WST-Xw-Max-Recent (WST-Xw-Size)
                           WST-Xw-Recent-Cnt (WST-Xw-Size)
              MOVE WST-Xw-Size TO A.
     IF       WS-Xw-Comp > WST-Xw-Max-Ever (A)
              MOVE WS-Xw-Comp TO WST-Xw-Max-Ever (A).
     IF       FLT-DATE NOT < WS-Xw-Window-Start
              IF  WS-Xw-Comp > WST-Xw-Max-Recent (A)
                  MOVE WS-Xw-Comp TO WST-Xw-Max-Recent (A)
              END-IF
              IF  WS-Xw-Comp NOT < 10
                  ADD 1 TO WST-Xw-Recent-Cnt (A)
              END-IF.
     GO       TO ON510-Read-Flitelog.
*>
 ON540-Report.
     IF       WST-Xw-Size = ZERO
              DISPLAY "No sectors carry wind and runway data yet" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ON599-Exit.
     SORT     WST-Xw-Groups ON ASCENDING KEY WST-Xw-Captain.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "CROSSWIND EXPERIENCE as at " WSF-Date
              "   (knots component at arrival; recent = 90 days)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Captain         Max ever  Max recent  Recent 10kt+ landings" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     ZERO TO QQXW.
 ON550-Next-Line.
     SET      QQXW UP BY 1.
     IF       QQXW > WST-Xw-Size
              GO TO ON590-Done.
     IF       WST-Xw-Captain (QQXW) = SPACES
              GO TO ON550-Next-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Xw-Captain (QQXW) TO PRINT-RECORD (1:15).
     MOVE     WST-Xw-Max-Ever (QQXW) TO WS-DISPLAY3.
     MOVE     WS-DISPLAY3 TO PRINT-RECORD (19:3).
     MOVE     WST-Xw-Max-Recent (QQXW) TO WS-DISPLAY3.
     MOVE     WS-DISPLAY3 TO PRINT-RECORD (29:3).
     MOVE     WST-Xw-Recent-Cnt (QQXW) TO WS-DISPLAY4.
     MOVE     WS-DISPLAY4 TO PRINT-RECORD (41:4).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ON550-Next-Line.
*>
 ON590-Done.
     DISPLAY  "Crosswind report written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 ON599-Exit.  exit section.
*>
 OP500-Enter-Claim  SECTION.
*>==========================
*>
*> Expense claim entry - a flight key, the Captain, a category and
*>   the amount, numbered on the ledger as pending until a
*>   supervisor decides it (OQ500).
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Enter Expense Claim" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Flight date [ccyymmdd]  Off-blocks [hh.mm]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
*>
 OP510-Get-Flight.
     MOVE     ZERO TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0614 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OP599-Exit.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0637 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OP510-Get-Flight.
     MOVE     WS-Test-Intl TO FLT-DATE.
     MOVE     WSH-TIME     TO FLT-START.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL002 AT 0801 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 0861
              GO TO OP510-Get-Flight.
*>
     DISPLAY  "Captain " AT 0801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FLT-CAPTAIN AT 0809 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Category FUEL/FEES/OTHER [     ]  Amount [         ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
 OP520-Get-Details.
     MOVE     SPACES TO WS-PF-Reason.
     ACCEPT   WS-PF-Reason (1:5) AT 1027 with update.
     move     function upper-case (WS-PF-Reason) to WS-PF-Reason.
     IF       WS-PF-Reason (1:5) NOT = "FUEL " AND NOT = "FEES "
        AND   WS-PF-Reason (1:5) NOT = "OTHER"
              GO TO OP520-Get-Details.
     MOVE     ZERO TO WSN-AMT.
     ACCEPT   WSN-AMT AT 1043 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO OR WS-Acct-Amount = ZERO
              GO TO OP520-Get-Details.
*>
*>  Next claim number off the ledger, the invoice-numbering walk.
*>
     MOVE     ZERO TO WS-Clm-Next.
     START    EXPCLAIM-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              PERFORM OP530-Find-Last.
     ADD      1 TO WS-Clm-Next.
*>
     MOVE     WS-Clm-Next       TO CLM-NO.
     MOVE     FLT-CAPTAIN       TO CLM-CAPTAIN.
     MOVE     FLT-Date-Time-Key TO CLM-FLT-KEY.
     MOVE     WS-Today          TO CLM-DATE.
     MOVE     WS-PF-Reason (1:5) TO CLM-CATEGORY.
     MOVE     WS-Acct-Amount    TO CLM-AMOUNT.
     MOVE     "P"               TO CLM-STATUS.
     MOVE     SPACES            TO CLM-APPROVER.
     WRITE    EXPCLAIM-RECORD INVALID KEY CONTINUE END-WRITE.
     DISPLAY  "Claim number " AT 1201 with foreground-color COB-COLOR-GREEN.
     DISPLAY  CLM-NO AT 1214 with foreground-color COB-COLOR-GREEN.
     DISPLAY  " recorded as pending" AT 1220 with foreground-color COB-COLOR-GREEN.
*>
*>  The receipt goes on the attachment index against the claim.
*>
     DISPLAY  "Attach the receipt now (Y/N) [N]" AT 1401 with foreground-color COB-COLOR-Yellow.
     MOVE     "N" TO WS-Att-Reply.
     ACCEPT   WS-Att-Reply AT 1431 with update.
     move     function upper-case (WS-Att-Reply) to WS-Att-Reply.
     IF       WS-Att-Reply = "Y"
              PERFORM OP540-Attach.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OP599-Exit.
*>
 OP540-Attach.
     MOVE     "EC"   TO WS-Att-Kind.
     MOVE     CLM-NO TO WS-Att-Owner.
     MOVE     SPACES TO WS-Att-Title.
     STRING   "Expense claim " CLM-NO " " CLM-CAPTAIN " " CLM-CATEGORY
              DELIMITED BY SIZE INTO WS-Att-Title.
     PERFORM  ODM500-Attachments.
*>
 OP530-Find-Last.
     READ     EXPCLAIM-FILE NEXT RECORD AT END  GO TO OP531-Exit.
     MOVE     CLM-NO TO WS-Clm-Next.
     GO       TO OP530-Find-Last.
 OP531-Exit.  exit.
*>
 OP599-Exit.  exit section.
*>
 OQ500-Approve-Claims  SECTION.
*>=============================
*>
*> Supervisor approval of pending expense claims - the ZV000 role
*>   gate, then each pending claim in turn for (A)pprove / (R)eject /
*>   (S)kip, recording the logged-in supervisor as the approver.
*>
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO OQ599-Exit.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Approve Expense Claims" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     START    EXPCLAIM-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OQ590-None.
*>
 OQ510-Next-Claim.
     READ     EXPCLAIM-FILE NEXT RECORD AT END  GO TO OQ595-Done.
     IF       CLM-STATUS NOT = "P"
              GO TO OQ510-Next-Claim.
 OQ515-Show-Claim.
     DISPLAY  SPACE at 0601 with erase eos.
     DISPLAY  "Claim " AT 0601 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CLM-NO AT 0607 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CLM-CAPTAIN AT 0615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CLM-CATEGORY AT 0632 WITH foreground-color COB-COLOR-CYAN.
     MOVE     CLM-AMOUNT TO PA2-TOT.
     DISPLAY  PA2-TOT AT 0639 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "flight " AT 0653 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CLM-FLT-KEY AT 0660 WITH foreground-color COB-COLOR-CYAN.
     MOVE     "EC"   TO WS-Att-Kind.
     MOVE     CLM-NO TO WS-Att-Owner.
     PERFORM  ZT350-Attach-Count.
     MOVE     WS-Att-Count TO WS-Att-Count-Edit.
     DISPLAY  "Attachments" AT 0701 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Att-Count-Edit AT 0713 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(A)pprove (R)eject (S)kip (F)iles [ ]" AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO WS-Reply.
     ACCEPT   WS-Reply AT 0836 with auto.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OQ595-Done.
     IF       WS-Reply = "F"
              PERFORM OP540-Attach
              GO TO OQ515-Show-Claim.
     IF       WS-Reply = "A"
              MOVE "A" TO CLM-STATUS
              MOVE WS-Cur-User TO CLM-APPROVER
              REWRITE EXPCLAIM-RECORD INVALID KEY CONTINUE END-REWRITE.
     IF       WS-Reply = "R"
              MOVE "R" TO CLM-STATUS
              MOVE WS-Cur-User TO CLM-APPROVER
              REWRITE EXPCLAIM-RECORD INVALID KEY CONTINUE END-REWRITE.
     GO       TO OQ510-Next-Claim.
*>
 OQ590-None.
     DISPLAY  "No claims on the ledger" AT 0601.
 OQ595-Done.
     DISPLAY  "Claims review finished" AT LINE WS-22-Lines COL 01 with erase eol.
     ACCEPT   WS-Reply AT LINE WS-22-Lines COL 25.
*>
 OQ599-Exit.  exit section.
*>
 OR500-Reimbursement-Report  SECTION.
*>===================================
*>
*> Monthly reimbursement - approved claims per Captain for the month
*>   set against that Captain's charge-out figure for the same month
*>   (priced from the rate card exactly as the billing run prices
*>   it), ending in the net position: positive nets off what the
*>   Captain owes, negative means we owe them money back.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Monthly Reimbursement Report" AT 0126 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Report month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OR510-Get-Month.
     MOVE     ZERO TO WS-Clm-Month.
     ACCEPT   WS-Clm-Month AT 0624 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OR599-Exit.
     IF       WS-Clm-Month < 190001 or > 219912
        or    WS-Clm-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO OR510-Get-Month.
     DISPLAY  SPACE AT 0801 with erase eol.
*>
*>  Approved claims per Captain for the month.
*>
     MOVE     ZERO   TO WST-Clm-Size WS-Exr-Unconverted.
     MOVE     SPACES TO WST-Clm-Table.
     START    EXPCLAIM-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OR530-Report.
 OR520-Next-Claim.
     READ     EXPCLAIM-FILE NEXT RECORD AT END  GO TO OR530-Report.
     IF       CLM-STATUS NOT = "A"
           OR CLM-DATE (1:6) NOT = WS-Clm-Month
              GO TO OR520-Next-Claim.
     MOVE     ZERO TO A.
     SET      QQCL TO 1.
     SEARCH   WST-Clm-Groups AT END  MOVE ZERO TO A
              WHEN WST-Clm-Captain (QQCL) = CLM-CAPTAIN  SET A TO QQCL.
     IF       A = ZERO
              IF  WST-Clm-Size NOT < WST-Clm-Max
                  GO TO OR520-Next-Claim
              END-IF
              ADD  1 TO WST-Clm-Size
              MOVE CLM-CAPTAIN TO WST-Clm-Captain (WST-Clm-Size)
              MOVE ZERO TO WST-Clm-Amt (WST-Clm-Size)
              MOVE WST-Clm-Size TO A.
     ADD      CLM-AMOUNT TO WST-Clm-Amt (A).
     GO       TO OR520-Next-Claim.
*>
 OR530-Report.
     IF       WST-Clm-Size = ZERO
              DISPLAY "No approved claims for that month" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OR599-Exit.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "CREW REIMBURSEMENT - month " WS-Clm-Month
              "   (+ = Captain owes us after netting)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Captain         Charge-out     Claims        Net" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     ZERO TO QQCL.
 OR540-Next-Captain.
     SET      QQCL UP BY 1.
     IF       QQCL > WST-Clm-Size
              GO TO OR590-Done.
     MOVE     WST-Clm-Captain (QQCL) TO WS-Ftl-Captain.
     PERFORM  OR550-Price-Charges.
     MOVE     WST-Clm-Amt (QQCL) TO WS-Clm-Approved.
     COMPUTE  WS-Clm-Net = WS-Clm-Charges - WS-Clm-Approved.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Clm-Captain (QQCL) TO PRINT-RECORD (1:15).
     MOVE     WS-Clm-Charges TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (17:11).
     MOVE     WS-Clm-Approved TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (32:11).
     MOVE     WS-Clm-Net TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (46:11).
     IF       WS-Clm-Net < ZERO
              MOVE " (refund due)" TO PRINT-RECORD (58:13).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OR540-Next-Captain.
*>
*>  The Captain's charge-out figure for the month - the billing
*>   run's pricing (registration rate card first, then type; wet or
*>   dry) over their sectors along the alternate key.
*>
 OR550-Price-Charges.
     MOVE     ZERO TO WS-Clm-Charges.
     MOVE     WS-Ftl-Captain TO FLT-CAPTAIN.
     START    FLIGHTLOG-FILE KEY NOT < FLT-CAPTAIN
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OR551-Exit.
 OR552-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO OR551-Exit.
     IF       FLT-CAPTAIN NOT = WS-Ftl-Captain
              GO TO OR551-Exit.
     IF       FLT-DATE (1:6) NOT = WS-Clm-Month
              GO TO OR552-Next-Flight.
     MOVE     SPACES     TO CHG-RATE-KEY.
     MOVE     FLT-AC-REG TO CHG-RATE-KEY.
     READ     CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE FLT-AC-TYPE TO CHG-RATE-KEY
              READ CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OR552-Next-Flight.
*>
*>  A foreign rate card converts to base at the flight date, exactly
*>   as the billing run prices it - otherwise the statement and the
*>   netting figure disagree by the exchange rate.
*>
     IF       CHG-CURRENCY NOT = SPACES AND NOT = "GBP"
              MOVE CHG-CURRENCY TO WS-Exr-Cur
              MOVE FLT-DATE     TO WS-Exr-Date
              PERFORM ZT400-Lookup-Exch-Rate
              IF  WS-Exr-Rate NOT = ZERO
                  COMPUTE CHG-WET-RATE ROUNDED = CHG-WET-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
                  COMPUTE CHG-DRY-RATE ROUNDED = CHG-DRY-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
                  COMPUTE CHG-FUEL-RATE ROUNDED = CHG-FUEL-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
              ELSE
                  ADD 1 TO WS-Exr-Unconverted
              END-IF
     END-IF.
     MOVE     FLT-END TO WS-Bil-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Bil-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Bil-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Bil-Mins
     END-IF.
     IF       CHG-BASIS = "D"
              COMPUTE WS-Fuel-Cost ROUNDED =
                      (WS-Bil-Mins * CHG-DRY-RATE / 60)
                      + (FLT-FUEL-UPLIFT * CHG-FUEL-RATE)
     ELSE
              COMPUTE WS-Fuel-Cost ROUNDED =
                      WS-Bil-Mins * CHG-WET-RATE / 60.
     ADD      WS-Fuel-Cost TO WS-Clm-Charges.
     GO       TO OR552-Next-Flight.
 OR551-Exit.  exit.
*>
 OR590-Done.
     IF       WS-Exr-Unconverted NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE WS-Exr-Unconverted TO WS-DISPLAY4
              STRING "Note: " WS-DISPLAY4
                     " flights priced at a RAW foreign rate -"
                     " no exchange rate on file"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
     DISPLAY  "Reimbursement report written to report file" AT 1001.
     IF       WS-Exr-Unconverted NOT = ZERO
              DISPLAY FL113 AT 1201 with foreground-color COB-COLOR-YELLOW.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OR599-Exit.  exit section.
*>
 OT500-Voucher-Register  SECTION.
*>===============================
*>
*> Trial-lesson vouchers - (S)ell records a new numbered voucher,
*>   (R)edeem links one to the trial lesson flown (the flight's
*>   capacity should be a x1T instructional sector with the student
*>   in crew 2), (L)iability prints the sold-but-unflown money and
*>   (E)xpiry lists vouchers lapsing inside 60 days for the
*>   follow-up calls.
*>
 OT510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Trial Lesson Vouchers" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(S)ell  (R)edeem  (L)iability  (E)xpiry  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0650 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OT599-Exit.
     IF       MENU-REPLY = "S"
              PERFORM OT520-Sell
              GO TO OT510-Menu.
     IF       MENU-REPLY = "R"
              PERFORM OT530-Redeem
              GO TO OT510-Menu.
     IF       MENU-REPLY = "L"
              PERFORM OT540-Liability
              GO TO OT510-Menu.
     IF       MENU-REPLY = "E"
              PERFORM OT560-Expiry-List
              GO TO OT510-Menu.
     GO       TO OT510-Menu.
*>
 OT520-Sell.
     DISPLAY  "Amount [         ]  Purchaser [" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "]" AT 0862 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Expiry [ccyymmdd]  Tax code [ ]" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     MOVE     ZERO TO WSN-AMT.
     ACCEPT   WSN-AMT AT 0809 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OT529-Exit.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO OR WS-Acct-Amount = ZERO
              GO TO OT520-Sell.
     MOVE     SPACES TO WS-Mfs-Name.
     ACCEPT   WS-Mfs-Name AT 0832 with update.
     MOVE     ZERO TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 1009 with update.
     MOVE     "S" TO WS-Tax-Code.
     PERFORM  OT527-Get-Tax-Code.
*>
     MOVE     ZERO TO WS-Vch-Next.
     START    VOUCHER-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              PERFORM OT525-Find-Last.
     ADD      1 TO WS-Vch-Next.
     MOVE     WS-Vch-Next    TO VCH-NO.
     MOVE     WS-Today       TO VCH-SALE-DATE.
     MOVE     WS-Acct-Amount TO VCH-AMOUNT.
     MOVE     WS-Mfs-Name    TO VCH-PURCHASER.
     MOVE     WS-Test-Intl   TO VCH-EXPIRY.
     MOVE     SPACES         TO VCH-FLT-KEY.
     MOVE     "O"            TO VCH-STATUS.
     MOVE     WS-Tax-Code    TO VCH-TAX-CODE.
     WRITE    VOUCHER-RECORD INVALID KEY CONTINUE END-WRITE.
     DISPLAY  "Voucher number " AT 1201 with foreground-color COB-COLOR-GREEN.
     DISPLAY  VCH-NO AT 1216 with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT 1225.
 OT529-Exit.  exit.
*>
 OT525-Find-Last.
     READ     VOUCHER-FILE NEXT RECORD AT END  GO TO OT526-Exit.
     MOVE     VCH-NO TO WS-Vch-Next.
     GO       TO OT525-Find-Last.
 OT526-Exit.  exit.
*>
 OT527-Get-Tax-Code.
     ACCEPT   WS-Tax-Code AT 1030 with update.
     move     function upper-case (WS-Tax-Code) to WS-Tax-Code.
     MOVE     WS-Tax-Code TO WS-Reply.
     PERFORM  ZT800-Lookup-Tax-Code.
     IF       WS-Reply NOT = SPACE AND ERROR-CODE = ZERO
              DISPLAY FL155 AT 1101 with foreground-color COB-COLOR-RED
              MOVE WS-Reply TO WS-Tax-Code
              GO TO OT527-Get-Tax-Code.
     DISPLAY  SPACE AT 1101 with erase eol.
*>
 OT530-Redeem.
     DISPLAY  "Voucher number [      ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Vch-No.
     ACCEPT   WS-Vch-No AT 0817 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc OR WS-Vch-No = ZERO
              GO TO OT539-Exit.
     MOVE     WS-Vch-No TO VCH-NO.
     READ     VOUCHER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL139 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OT539-Exit.
     IF       VCH-STATUS NOT = "O"
              DISPLAY FL140 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OT539-Exit.
*>
     DISPLAY  "Flight date [ccyymmdd]  Off-blocks [hh.mm]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
 OT535-Get-Flight.
     MOVE     ZERO TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 1014 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OT539-Exit.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 1037 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO OT535-Get-Flight.
     MOVE     WS-Test-Intl TO FLT-DATE.
     MOVE     WSH-TIME     TO FLT-START.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL002 AT 1201 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1261
              GO TO OT535-Get-Flight.
     IF       FLT-CAPACITY (2:2) NOT = "1T"
              DISPLAY FL141 AT 1201 with foreground-color COB-COLOR-YELLOW
              MOVE "N" TO WS-Reply
              DISPLAY "Redeem anyway? [N]" AT 1301 with foreground-color COB-COLOR-YELLOW
              ACCEPT WS-Reply AT 1317 with update
              move function upper-case (WS-Reply) to WS-Reply
              DISPLAY SPACE AT 1201 with erase eol
              DISPLAY SPACE AT 1301 with erase eol
              IF  WS-Reply NOT = "Y"
                  GO TO OT539-Exit
              END-IF.
     MOVE     FLT-Date-Time-Key TO VCH-FLT-KEY.
     MOVE     "R" TO VCH-STATUS.
     REWRITE  VOUCHER-RECORD INVALID KEY CONTINUE END-REWRITE.
     DISPLAY  "Voucher redeemed against the flight" AT 1201 with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT 1240.
 OT539-Exit.  exit.
*>
 OT540-Liability.
     MOVE     ZERO TO WS-Vch-Liability WS-Vch-Out-Cnt.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "VOUCHER LIABILITY as at " WSF-Date
              "   (sold but unflown)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "No      Sold       Amount     Expiry    Purchaser" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     START    VOUCHER-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OT545-Total.
 OT542-Next.
     READ     VOUCHER-FILE NEXT RECORD AT END  GO TO OT545-Total.
     IF       VCH-STATUS NOT = "O"
              GO TO OT542-Next.
     ADD      1 TO WS-Vch-Out-Cnt.
     ADD      VCH-AMOUNT TO WS-Vch-Liability.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     VCH-NO TO PRINT-RECORD (1:6).
     MOVE     VCH-SALE-DATE TO PRINT-RECORD (9:8).
     MOVE     VCH-AMOUNT TO WS-WB-Mass-Disp.
     MOVE     WS-WB-Mass-Disp TO PRINT-RECORD (20:8).
     MOVE     VCH-EXPIRY TO PRINT-RECORD (31:8).
     MOVE     VCH-PURCHASER TO PRINT-RECORD (41:30).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OT542-Next.
 OT545-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Vch-Liability TO PA2-TOT.
     MOVE     WS-Vch-Out-Cnt TO WS-DISPLAY4.
     STRING   "OUTSTANDING LIABILITY: " WS-DISPLAY4 " vouchers " PA2-TOT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  "Liability report written to report file" AT 1001 with erase eos.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OT549-Exit.  exit.
*>
 OT560-Expiry-List.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
     MOVE     WS-Vch-Warn-Days TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Vch-Warn-Date.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "VOUCHERS EXPIRING by " WS-Vch-Warn-Date
              " - call the holders"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     START    VOUCHER-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OT565-Done.
 OT562-Next.
     READ     VOUCHER-FILE NEXT RECORD AT END  GO TO OT565-Done.
     IF       VCH-STATUS NOT = "O"
           OR VCH-EXPIRY = ZERO
           OR VCH-EXPIRY > WS-Vch-Warn-Date
              GO TO OT562-Next.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     VCH-NO TO PRINT-RECORD (1:6).
     MOVE     VCH-EXPIRY TO PRINT-RECORD (9:8).
     MOVE     VCH-PURCHASER TO PRINT-RECORD (19:30).
     IF       VCH-EXPIRY < WS-Today
              MOVE "ALREADY LAPSED" TO PRINT-RECORD (51:14).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OT562-Next.
 OT565-Done.
     DISPLAY  "Expiry list written to report file" AT 1001 with erase eos.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OT569-Exit.  exit.
*>
 OT599-Exit.  exit section.
*>
 OU500-Fuel-Stock  SECTION.
*>=========================
*>
*> Fuel bowser stock - (D)elivery books fuel in, (R)econcile takes
*>   the month-end dip reading, reports book v dip and writes the
*>   adjustment line, (S)tock prints the ledger and running balance
*>   per tank.
*>
 OU510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Fuel Bowser Stock Ledger" AT 0128 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(D)elivery  (R)econcile dip  (S)tock report  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0655 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OU599-Exit.
     IF       MENU-REPLY = "D"
              PERFORM OU520-Delivery
              GO TO OU510-Menu.
     IF       MENU-REPLY = "R"
              PERFORM OU540-Reconcile
              GO TO OU510-Menu.
     IF       MENU-REPLY = "S"
              PERFORM OU560-Stock-Report
              GO TO OU510-Menu.
     GO       TO OU510-Menu.
*>
 OU520-Delivery.
     DISPLAY  "Tank [        ]  Litres [      ]  Note [" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "]" AT 0861 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Fst-Tank.
     ACCEPT   WS-Fst-Tank AT 0807 with update.
     move     function upper-case (WS-Fst-Tank) to WS-Fst-Tank.
     IF       WS-Fst-Tank = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OU529-Exit.
     MOVE     ZERO TO WS-Fst-Litres.
     ACCEPT   WS-Fst-Litres AT 0825 with update.
     IF       WS-Fst-Litres NOT NUMERIC OR WS-Fst-Litres = ZERO
              GO TO OU520-Delivery.
     OPEN     EXTEND FUELSTOCK-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT FUELSTOCK-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OU529-Exit.
     MOVE     WS-Fst-Tank   TO FST-TANK.
     MOVE     WS-Today      TO FST-DATE.
     MOVE     "D"           TO FST-TYPE.
     MOVE     WS-Fst-Litres TO FST-LITRES.
     MOVE     SPACES        TO FST-NOTE.
     ACCEPT   FST-NOTE AT 0841 with update.
     WRITE    FUELSTOCK-RECORD.
     CLOSE    FUELSTOCK-FILE.
     DISPLAY  "Delivery booked" AT 1001 with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT 1020.
 OU529-Exit.  exit.
*>
 OU540-Reconcile.
     DISPLAY  "Tank [        ]  Dip reading litres [      ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Fst-Tank.
     ACCEPT   WS-Fst-Tank AT 0807 with update.
     move     function upper-case (WS-Fst-Tank) to WS-Fst-Tank.
     IF       WS-Fst-Tank = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OU549-Exit.
     MOVE     ZERO TO WS-Fst-Dip.
     ACCEPT   WS-Fst-Dip AT 0838 with update.
     IF       WS-Fst-Dip NOT NUMERIC
              GO TO OU540-Reconcile.
*>
     PERFORM  OU550-Book-Stock.
     COMPUTE  WS-Fst-Variance = WS-Fst-Dip - WS-Fst-Book.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FUEL STOCK RECONCILIATION " WS-Fst-Tank " as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fst-Book TO WS-CK-Mins-Edit.
     STRING   "Book stock   " WS-CK-Mins-Edit " litres"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fst-Dip TO WS-CK-Mins-Edit.
     STRING   "Dip reading  " WS-CK-Mins-Edit " litres"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fst-Variance TO WS-CK-Mins-Edit.
     IF       WS-Fst-Variance < ZERO
              STRING "VARIANCE    -" WS-CK-Mins-Edit
                     " litres SHORT - investigate if persistent"
                     DELIMITED BY SIZE INTO PRINT-RECORD
     ELSE
              STRING "VARIANCE     " WS-CK-Mins-Edit " litres over"
                     DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
*>  Book the adjustment so next month reconciles from the dip.
*>
     OPEN     EXTEND FUELSTOCK-FILE.
     IF       FS-REPLY = "00"
              MOVE WS-Fst-Tank     TO FST-TANK
              MOVE WS-Today        TO FST-DATE
              MOVE "A"             TO FST-TYPE
              MOVE WS-Fst-Variance TO FST-LITRES
              MOVE "month-end dip adjust" TO FST-NOTE
              WRITE FUELSTOCK-RECORD
              CLOSE FUELSTOCK-FILE.
*>
     MOVE     WS-Fst-Variance TO WS-CK-Mins-Edit.
     DISPLAY  "Variance (litres): " AT 1001.
     DISPLAY  WS-CK-Mins-Edit AT 1020.
     DISPLAY  "Report written and adjustment booked" AT 1101.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OU549-Exit.  exit.
*>
 OU550-Book-Stock.
     MOVE     ZERO TO WS-Fst-Book.
     OPEN     INPUT FUELSTOCK-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OU551-Exit.
 OU552-Next.
     READ     FUELSTOCK-FILE AT END
              CLOSE FUELSTOCK-FILE
              GO TO OU551-Exit.
     IF       FST-TANK NOT = WS-Fst-Tank
              GO TO OU552-Next.
     IF       FST-TYPE = "U"
              SUBTRACT FST-LITRES FROM WS-Fst-Book
     ELSE
              ADD FST-LITRES TO WS-Fst-Book.
     GO       TO OU552-Next.
 OU551-Exit.  exit.
*>
 OU560-Stock-Report.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FUEL STOCK LEDGER as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Tank      Date      T  Litres   Note" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     OPEN     INPUT FUELSTOCK-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OU565-Done.
 OU562-Next.
     READ     FUELSTOCK-FILE AT END
              CLOSE FUELSTOCK-FILE
              GO TO OU565-Done.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     FST-TANK TO PRINT-RECORD (1:8).
     MOVE     FST-DATE TO PRINT-RECORD (11:8).
     MOVE     FST-TYPE TO PRINT-RECORD (21:1).
     MOVE     FST-LITRES TO PRINT-RECORD (24:7).
     MOVE     FST-NOTE TO PRINT-RECORD (33:20).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OU562-Next.
 OU565-Done.
     DISPLAY  "Stock ledger written to report file" AT 1001 with erase eos.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OU569-Exit.  exit.
*>
 OU599-Exit.  exit section.
*>
 OV500-Parts-Stock  SECTION.
*>==========================
*>
*> Parts stock - (M)aintain the stock records, (R)eorder report of
*>   parts at or below their reorder level, (C)ost history of parts
*>   money per registration off the usage ledger.
*>
 OV510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Parts Stock and Usage" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(M)aintain  (R)eorder report  (C)ost history  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0655 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OV599-Exit.
     IF       MENU-REPLY = "M"
              PERFORM OV520-Maintain THRU OV529-Exit
              GO TO OV510-Menu.
     IF       MENU-REPLY = "R"
              PERFORM OV540-Reorder THRU OV549-Exit
              GO TO OV510-Menu.
     IF       MENU-REPLY = "C"
              PERFORM OV560-Cost-History THRU OV569-Exit
              GO TO OV510-Menu.
     GO       TO OV510-Menu.
*>
 OV520-Maintain.
     DISPLAY  "(A)mend (D)elete (I)nsert (V)iew [ ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACE TO WS-Reply.
     ACCEPT   WS-Reply AT 0835 with auto.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OV529-Exit.
     IF       WS-Reply = "V"
              PERFORM OV530-View THRU OV539-Exit
              GO TO OV529-Exit.
     IF       WS-Reply NOT = "A" AND NOT = "D" AND NOT = "I"
              GO TO OV529-Exit.
     DISPLAY  "Part no [            ]" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Prt-No.
     ACCEPT   WS-Prt-No AT 1010 with update.
     move     function upper-case (WS-Prt-No) to WS-Prt-No.
     IF       WS-Prt-No = SPACES
              GO TO OV529-Exit.
     MOVE     WS-Prt-No TO PRT-NO.
     IF       WS-Reply = "D"
              DELETE PARTS-FILE INVALID KEY
                     DISPLAY FL142 AT 1201 with foreground-color COB-COLOR-RED
                     ACCEPT WS-Reply AT 1261
              END-DELETE
              GO TO OV529-Exit.
     READ     PARTS-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       WS-Reply = "A" AND FS-REPLY NOT = "00"
              DISPLAY FL142 AT 1201 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1261
              GO TO OV529-Exit.
     IF       WS-Reply = "I" AND FS-REPLY = "00"
              DISPLAY FL143 AT 1201 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1261
              GO TO OV529-Exit.
     IF       WS-Reply = "I"
              MOVE WS-Prt-No TO PRT-NO
              MOVE SPACES TO PRT-DESC
              MOVE ZERO TO PRT-QTY-HELD PRT-REORDER-LVL PRT-UNIT-COST.
     DISPLAY  "Desc [" AT 1201 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "]  Qty [     ]  Reorder [     ]  Unit cost [        ]" AT 1237
              WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   PRT-DESC AT 1207 with update.
     ACCEPT   PRT-QTY-HELD AT 1246 with update.
     IF       PRT-QTY-HELD NOT NUMERIC
              MOVE ZERO TO PRT-QTY-HELD.
     ACCEPT   PRT-REORDER-LVL AT 1262 with update.
     IF       PRT-REORDER-LVL NOT NUMERIC
              MOVE ZERO TO PRT-REORDER-LVL.
     MOVE     PRT-UNIT-COST TO WS-Acct-Amount.
     PERFORM  ZG050-RESTORE-AMOUNT.
     ACCEPT   WSN-AMT AT 1280 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE = ZERO
              MOVE WS-Acct-Amount TO PRT-UNIT-COST.
     IF       WS-Reply = "I"
              WRITE PARTS-RECORD INVALID KEY CONTINUE END-WRITE
     ELSE
              REWRITE PARTS-RECORD INVALID KEY CONTINUE END-REWRITE.
 OV529-Exit.  exit.
*>
 OV530-View.
     DISPLAY  SPACE at 1001 with erase eos.
     DISPLAY  "Part No       Description                     Held   Reorder  Unit" AT 1001
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     11 TO LINE-CNT.
     START    PARTS-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OV539-Exit.
 OV532-Next.
     READ     PARTS-FILE NEXT RECORD AT END  GO TO OV538-Wait.
     DISPLAY  PRT-NO AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PRT-DESC AT LINE LINE-CNT COL 15 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PRT-QTY-HELD AT LINE LINE-CNT COL 47 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PRT-REORDER-LVL AT LINE LINE-CNT COL 56 WITH foreground-color COB-COLOR-CYAN.
     MOVE     PRT-UNIT-COST TO WS-WB-Mass-Disp.
     DISPLAY  WS-WB-Mass-Disp AT LINE LINE-CNT COL 65 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OV532-Next.
 OV538-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OV539-Exit.  exit.
*>
 OV540-Reorder.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "PARTS REORDER REPORT as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Part No       Description                     Held   Reorder  On order" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     START    PARTS-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OV545-Done.
 OV542-Next.
     READ     PARTS-FILE NEXT RECORD AT END  GO TO OV545-Done.
     IF       PRT-REORDER-LVL = ZERO
           OR PRT-QTY-HELD > PRT-REORDER-LVL
              GO TO OV542-Next.
     PERFORM  OV546-On-Order THRU OV547-Exit.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     PRT-NO TO PRINT-RECORD (1:12).
     MOVE     PRT-DESC TO PRINT-RECORD (15:30).
     MOVE     PRT-QTY-HELD TO PRINT-RECORD (47:5).
     MOVE     PRT-REORDER-LVL TO PRINT-RECORD (56:5).
     MOVE     WS-Po-On-Order TO WS-Po-Disp.
     MOVE     WS-Po-Disp TO PRINT-RECORD (65:6).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OV542-Next.
 OV545-Done.
     DISPLAY  "Reorder report written to report file" AT 1001 with erase eos.
*>
*>  Offer to order what is low and not already covered by open
*>   orders - up to twice the reorder level - on one purchase order.
*>
     DISPLAY  "Order the parts not already on order from supplier [      ] (blank = none)" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Po-Supplier.
     ACCEPT   WS-Po-Supplier AT 1253 with update.
     move     function upper-case (WS-Po-Supplier) to WS-Po-Supplier.
     IF       WS-Po-Supplier = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OV548-Wait.
     PERFORM  OPA535-Get-Supplier THRU OPA539-Exit.
     IF       WS-Po-Found NOT = "00"
              DISPLAY FL157 AT 1401 with foreground-color COB-COLOR-RED
              GO TO OV548-Wait.
     PERFORM  OPA515-Find-Last THRU OPA516-Exit.
     ADD      1 TO WS-Po-Next.
     MOVE     WS-Po-Next TO WS-Po-No.
     MOVE     ZERO TO WS-Po-Line.
     START    PARTS-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OV544-Ordered.
 OV543-Order-Next.
     READ     PARTS-FILE NEXT RECORD AT END  GO TO OV544-Ordered.
     IF       PRT-REORDER-LVL = ZERO
           OR PRT-QTY-HELD > PRT-REORDER-LVL
              GO TO OV543-Order-Next.
     PERFORM  OV546-On-Order THRU OV547-Exit.
     IF       PRT-QTY-HELD + WS-Po-On-Order > PRT-REORDER-LVL
              GO TO OV543-Order-Next.
     IF       WS-Po-Line NOT < 99
              GO TO OV544-Ordered.
     ADD      1 TO WS-Po-Line.
     MOVE     WS-Po-No       TO POR-NO.
     MOVE     WS-Po-Line     TO POR-LINE.
     MOVE     WS-Po-Supplier TO POR-SUPPLIER.
     MOVE     WS-Today       TO POR-DATE.
     MOVE     "P"            TO POR-KIND.
     MOVE     PRT-NO         TO POR-ITEM.
     COMPUTE  POR-QTY-ORD = (PRT-REORDER-LVL * 2) - PRT-QTY-HELD - WS-Po-On-Order.
     MOVE     PRT-UNIT-COST  TO POR-UNIT-COST.
     MOVE     ZERO           TO POR-QTY-RCVD POR-QTY-INVD POR-VALUE-INVD.
     MOVE     "O"            TO POR-STATUS.
     WRITE    PURCHORD-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO OV543-Order-Next.
 OV544-Ordered.
     IF       WS-Po-Line = ZERO
              DISPLAY "Every part listed is already on order" AT 1401
                      with foreground-color COB-COLOR-GREEN
              GO TO OV548-Wait.
     PERFORM  OPA527-Print-Order THRU OPA528-Exit.
     DISPLAY  "Order number " AT 1401 with foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-Po-No AT 1414 with foreground-color COB-COLOR-GREEN.
     DISPLAY  "raised and printed to the report file" AT 1421
              with foreground-color COB-COLOR-GREEN.
     GO       TO OV548-Wait.
*>
*>  Quantity of part PRT-NO still to come in on open orders.
*>
 OV546-On-Order.
     MOVE     ZERO TO WS-Po-On-Order.
     START    PURCHORD-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OV547-Exit.
 OV546-Next.
     READ     PURCHORD-FILE NEXT RECORD AT END  GO TO OV547-Exit.
     IF       POR-KIND = "P"
        AND   POR-ITEM = PRT-NO
        AND   POR-STATUS = "O"
        AND   POR-QTY-RCVD < POR-QTY-ORD
              COMPUTE WS-Po-On-Order = WS-Po-On-Order + POR-QTY-ORD - POR-QTY-RCVD.
     GO       TO OV546-Next.
 OV547-Exit.  exit.
*>
 OV548-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OV549-Exit.  exit.
*>
 OV560-Cost-History.
     MOVE     ZERO   TO WST-Prt-Size.
     MOVE     SPACES TO WST-Prt-Table.
     OPEN     INPUT PARTSUSAGE-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY "No parts usage recorded yet" AT 1001 with erase eos
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OV569-Exit.
 OV562-Next.
     READ     PARTSUSAGE-FILE AT END
              CLOSE PARTSUSAGE-FILE
              GO TO OV565-Report.
     MOVE     ZERO TO A.
     SET      QQPR TO 1.
     SEARCH   WST-Prt-Groups AT END  MOVE ZERO TO A
              WHEN WST-Prt-Reg (QQPR) = PUS-REG  SET A TO QQPR.
     IF       A = ZERO
              IF  WST-Prt-Size NOT < WST-Prt-Max
                  GO TO OV562-Next
              END-IF
              ADD  1 TO WST-Prt-Size
              MOVE PUS-REG TO WST-Prt-Reg (WST-Prt-Size)
              MOVE ZERO TO WST-Prt-Cost (WST-Prt-Size)
              MOVE WST-Prt-Size TO A.
     ADD      PUS-COST TO WST-Prt-Cost (A).
     GO       TO OV562-Next.
 OV565-Report.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "PARTS COST BY REGISTRATION as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     SORT     WST-Prt-Groups ON ASCENDING KEY WST-Prt-Reg.
     MOVE     ZERO TO QQPR.
 OV566-Next-Reg.
     SET      QQPR UP BY 1.
     IF       QQPR > WST-Prt-Size
              GO TO OV568-Done.
     IF       WST-Prt-Reg (QQPR) = SPACES
              GO TO OV566-Next-Reg.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Prt-Reg (QQPR) TO PRINT-RECORD (1:6).
     MOVE     WST-Prt-Cost (QQPR) TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (10:11).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OV566-Next-Reg.
 OV568-Done.
     DISPLAY  "Cost history written to report file" AT 1001 with erase eos.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OV569-Exit.  exit.
*>
 OV599-Exit.  exit section.
*>
 OW500-Block-Packages  SECTION.
*>=============================
*>
*> Prepaid block-hour packages - (S)ell records a numbered package
*>   for a hirer against a registration or an aircraft type (either
*>   must have a rate card, as the billing run prices the overflow
*>   there), (V)oid cancels an unused one, (B)alance prints every
*>   open package with its unused hours and their value at the
*>   package price - the year-end liability figure - and (E)xpiry
*>   lists open packages lapsing inside 60 days or already lapsed
*>   with hours unused. The billing run does the draw-down (OB030).
*>
 OW510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Block-Hour Packages" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(S)ell  (V)oid  (B)alance  (E)xpiry  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0646 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OW599-Exit.
     IF       MENU-REPLY = "S"
              PERFORM OW520-Sell THRU OW529-Exit
              GO TO OW510-Menu.
     IF       MENU-REPLY = "V"
              PERFORM OW530-Void THRU OW539-Exit
              GO TO OW510-Menu.
     IF       MENU-REPLY = "B"
              PERFORM OW540-Balance THRU OW549-Exit
              GO TO OW510-Menu.
     IF       MENU-REPLY = "E"
              PERFORM OW560-Expiry-List THRU OW569-Exit
              GO TO OW510-Menu.
     GO       TO OW510-Menu.
*>
 OW520-Sell.
     DISPLAY  "Hirer [               ]  Reg or type [        ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "Hours [   ]  Price [         ]  Expiry [ccyymmdd]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Tmp-Acc-Captain.
     ACCEPT   WS-Tmp-Acc-Captain AT 0808 with update.
     move     function upper-case (WS-Tmp-Acc-Captain) to WS-Tmp-Acc-Captain.
     IF       Cob-Crt-Status = Cob-Scr-Esc
        OR    WS-Tmp-Acc-Captain = SPACES
              GO TO OW529-Exit.
*>
 OW522-Get-Key.
     MOVE     SPACES TO CHG-RATE-KEY.
     ACCEPT   CHG-RATE-KEY AT 0840 with update.
     move     function upper-case (CHG-RATE-KEY) to CHG-RATE-KEY.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OW529-Exit.
     READ     CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL147 AT 1201 with foreground-color COB-COLOR-RED
              GO TO OW522-Get-Key.
     DISPLAY  SPACE AT 1201 with erase eol.
*>
 OW524-Get-Hours.
     MOVE     ZERO TO WS-Pkg-Hours.
     ACCEPT   WS-Pkg-Hours AT 1008 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OW529-Exit.
     IF       WS-Pkg-Hours = ZERO
              GO TO OW524-Get-Hours.
     MOVE     ZERO TO WSN-AMT.
     ACCEPT   WSN-AMT AT 1021 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO
              GO TO OW524-Get-Hours.
*>
*>  Expiry defaults to a year from the sale.
*>
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
     MOVE     365 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Test-Intl.
*>
 OW527-Get-Expiry.
     ACCEPT   WS-Test-Intl AT 1041 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OW529-Exit.
     IF       WS-Test-Intl NOT = ZERO
              move function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin
              IF   U-Bin NOT = ZERO
                   DISPLAY FL014 AT 1201 with foreground-color COB-COLOR-RED
                   GO TO OW527-Get-Expiry
              END-IF
     END-IF.
     DISPLAY  SPACE AT 1201 with erase eol.
*>
     MOVE     ZERO TO WS-Pkg-Next.
     START    BLKPKG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              PERFORM OW525-Find-Last THRU OW526-Exit.
     ADD      1 TO WS-Pkg-Next.
     MOVE     WS-Pkg-Next        TO PKG-NO.
     MOVE     WS-Tmp-Acc-Captain TO PKG-CAPTAIN.
     MOVE     CHG-RATE-KEY       TO PKG-RATE-KEY.
     COMPUTE  PKG-MINS-BOUGHT = WS-Pkg-Hours * 60.
     MOVE     PKG-MINS-BOUGHT    TO PKG-MINS-LEFT.
     MOVE     WS-Acct-Amount     TO PKG-PRICE.
     MOVE     WS-Today           TO PKG-SALE-DATE.
     MOVE     WS-Test-Intl       TO PKG-EXPIRY.
     MOVE     "O"                TO PKG-STATUS.
     WRITE    BLKPKG-RECORD INVALID KEY CONTINUE END-WRITE.
     DISPLAY  "Package number " AT 1201 with foreground-color COB-COLOR-GREEN.
     DISPLAY  PKG-NO AT 1216 with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT 1225.
 OW529-Exit.  exit.
*>
 OW525-Find-Last.
     READ     BLKPKG-FILE NEXT RECORD AT END  GO TO OW526-Exit.
     MOVE     PKG-NO TO WS-Pkg-Next.
     GO       TO OW525-Find-Last.
 OW526-Exit.  exit.
*>
 OW530-Void.
*>
*>  Only a package nothing has been drawn from can be voided - once
*>   the billing run has used it the usage lines stand against it.
*>
     DISPLAY  "Package number [      ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Pkg-No.
     ACCEPT   WS-Pkg-No AT 0817 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc OR WS-Pkg-No = ZERO
              GO TO OW539-Exit.
     MOVE     WS-Pkg-No TO PKG-NO.
     READ     BLKPKG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL146 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OW539-Exit.
     IF       PKG-STATUS NOT = "O"
        OR    PKG-MINS-LEFT NOT = PKG-MINS-BOUGHT
              DISPLAY "Package already drawn from, used up or void" AT 1001
                      with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OW539-Exit.
     DISPLAY  PKG-CAPTAIN AT 1001 with foreground-color COB-COLOR-CYAN.
     DISPLAY  PKG-RATE-KEY AT 1018 with foreground-color COB-COLOR-CYAN.
     DISPLAY  "Void this package? [N]" AT 1201 with foreground-color COB-COLOR-YELLOW.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT 1221 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply NOT = "Y"
              GO TO OW539-Exit.
     MOVE     "X" TO PKG-STATUS.
     REWRITE  BLKPKG-RECORD INVALID KEY CONTINUE END-REWRITE.
 OW539-Exit.  exit.
*>
 OW540-Balance.
     MOVE     ZERO TO WS-Pkg-Liability WS-Pkg-Open-Cnt.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "BLOCK-HOUR PACKAGE BALANCES as at " WSF-Date
              "   (unused hours at package price)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "No      Hirer           Reg/Type  Bought   Left      Price    Unused   Expiry"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     START    BLKPKG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OW545-Total.
 OW542-Next.
     READ     BLKPKG-FILE NEXT RECORD AT END  GO TO OW545-Total.
     IF       PKG-STATUS NOT = "O"
        OR    PKG-MINS-LEFT = ZERO
              GO TO OW542-Next.
     ADD      1 TO WS-Pkg-Open-Cnt.
     COMPUTE  WS-Pkg-Value ROUNDED = PKG-PRICE * PKG-MINS-LEFT / PKG-MINS-BOUGHT.
     ADD      WS-Pkg-Value TO WS-Pkg-Liability.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     PKG-NO TO PRINT-RECORD (1:6).
     MOVE     PKG-CAPTAIN TO PRINT-RECORD (9:15).
     MOVE     PKG-RATE-KEY TO PRINT-RECORD (25:8).
     COMPUTE  WS-Pkg-Hrs-Disp = PKG-MINS-BOUGHT / 60.
     MOVE     WS-Pkg-Hrs-Disp TO PRINT-RECORD (34:7).
     COMPUTE  WS-Pkg-Hrs-Disp ROUNDED = PKG-MINS-LEFT / 60.
     MOVE     WS-Pkg-Hrs-Disp TO PRINT-RECORD (42:7).
     MOVE     PKG-PRICE TO PA2-TOT.
     MOVE     PA2-TOT (3:9) TO PRINT-RECORD (50:9).
     MOVE     WS-Pkg-Value TO PA2-TOT.
     MOVE     PA2-TOT (3:9) TO PRINT-RECORD (60:9).
     MOVE     PKG-EXPIRY TO PRINT-RECORD (71:8).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OW542-Next.
 OW545-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Pkg-Liability TO PA2-TOT.
     MOVE     WS-Pkg-Open-Cnt TO WS-DISPLAY4.
     STRING   "UNUSED-HOURS LIABILITY: " WS-DISPLAY4 " packages " PA2-TOT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  "Package balances written to report file" AT 1001 with erase eos.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OW549-Exit.  exit.
*>
 OW560-Expiry-List.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
     MOVE     WS-Pkg-Warn-Days TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Pkg-Warn-Date.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "BLOCK-HOUR PACKAGES EXPIRING by " WS-Pkg-Warn-Date
              " with hours unused"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp.
     WRITE    PRINT-RECORD AFTER 2.
     START    BLKPKG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OW565-Done.
 OW562-Next.
     READ     BLKPKG-FILE NEXT RECORD AT END  GO TO OW565-Done.
     IF       PKG-STATUS NOT = "O"
           OR PKG-MINS-LEFT = ZERO
           OR PKG-EXPIRY = ZERO
           OR PKG-EXPIRY > WS-Pkg-Warn-Date
              GO TO OW562-Next.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     PKG-NO TO PRINT-RECORD (1:6).
     MOVE     PKG-EXPIRY TO PRINT-RECORD (9:8).
     MOVE     PKG-CAPTAIN TO PRINT-RECORD (19:15).
     MOVE     PKG-RATE-KEY TO PRINT-RECORD (36:8).
     COMPUTE  WS-Pkg-Hrs-Disp ROUNDED = PKG-MINS-LEFT / 60.
     MOVE     WS-Pkg-Hrs-Disp TO PRINT-RECORD (46:7).
     MOVE     "hrs left" TO PRINT-RECORD (54:8).
     IF       PKG-EXPIRY < WS-Today
              MOVE "ALREADY LAPSED" TO PRINT-RECORD (64:14).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OW562-Next.
 OW565-Done.
     DISPLAY  "Expiry list written to report file" AT 1001 with erase eos.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OW569-Exit.  exit.
*>
 OW599-Exit.  exit section.
*>
 OX500-Instructor-Pay  SECTION.
*>=============================
*>
*> Freelance instructor remuneration - (R)ates maintains the hourly
*>   day, night and FSTD pay rates per instructor; (P)ay run prices
*>   every P1I/P1T sector in a month (the CG000 test - the Captain on
*>   an instructional sector is the instructor; day P1 at the day
*>   rate, night P1 at the night rate) and every FSTD session logged
*>   by an instructor with an FSTD rate, prints one remittance
*>   statement per instructor and a summary for the accounts clerk,
*>   and posts the totals to the pay register. Once the month is
*>   closed (OK000) and on the register it is paid and frozen - the
*>   run then only reprints the register figures.
*>
 OX510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Instructor Remuneration" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(R)ates  (P)ay run  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0629 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OX599-Exit.
     IF       MENU-REPLY = "R"
              PERFORM OX520-Rates THRU OX529-Exit
              GO TO OX510-Menu.
     IF       MENU-REPLY = "P"
              PERFORM OX540-Pay-Run THRU OX589-Exit
              GO TO OX510-Menu.
     GO       TO OX510-Menu.
*>
 OX520-Rates.
     DISPLAY  "(S)et  (D)elete  (V)iew  e(X)it [ ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0834 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OX529-Exit.
     IF       MENU-REPLY = "V"
              PERFORM OX530-View-Rates THRU OX539-Exit
              GO TO OX520-Rates.
     IF       MENU-REPLY NOT = "S" AND NOT = "D"
              GO TO OX520-Rates.
*>
     DISPLAY  "Instructor [               ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Tmp-Instructor.
     ACCEPT   WS-Tmp-Instructor AT 1013 with update.
     move     function upper-case (WS-Tmp-Instructor) to WS-Tmp-Instructor.
     IF       WS-Tmp-Instructor = SPACES
              GO TO OX520-Rates.
     MOVE     WS-Tmp-Instructor TO IPR-INSTRUCTOR.
     IF       MENU-REPLY = "D"
              DELETE PAYRATE-FILE INVALID KEY
                     DISPLAY FL148 AT 1201 with foreground-color COB-COLOR-RED
                     ACCEPT WS-Reply AT 1261
              END-DELETE
              GO TO OX520-Rates.
*>
     READ     PAYRATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE WS-Tmp-Instructor TO IPR-INSTRUCTOR
              MOVE ZERO TO IPR-DAY-RATE IPR-NIGHT-RATE IPR-FSTD-RATE.
     MOVE     FS-REPLY TO WS-Ipr-Found.
     DISPLAY  "Per hour - Day [       ]  Night [       ]  FSTD [       ]" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
*>
 OX522-Day.
     MOVE     IPR-DAY-RATE TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT 1217 with update.
     PERFORM  ZF030-CONVERT-RATE.
     IF       ERROR-CODE NOT = ZERO
              GO TO OX522-Day.
     MOVE     WS-Chg-Rate TO IPR-DAY-RATE.
 OX524-Night.
     MOVE     IPR-NIGHT-RATE TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT 1234 with update.
     PERFORM  ZF030-CONVERT-RATE.
     IF       ERROR-CODE NOT = ZERO
              GO TO OX524-Night.
     MOVE     WS-Chg-Rate TO IPR-NIGHT-RATE.
 OX526-Fstd.
     MOVE     IPR-FSTD-RATE TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT 1250 with update.
     PERFORM  ZF030-CONVERT-RATE.
     IF       ERROR-CODE NOT = ZERO
              GO TO OX526-Fstd.
     MOVE     WS-Chg-Rate TO IPR-FSTD-RATE.
*>
     IF       WS-Ipr-Found = "00"
              REWRITE PAYRATE-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              WRITE PAYRATE-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO OX520-Rates.
*>
 OX529-Exit.  exit.
*>
 OX530-View-Rates.
     DISPLAY  SPACE at 1001 with erase eos.
     DISPLAY  "Instructor          Day    Night     FSTD" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     MOVE     11 TO LINE-CNT.
     START    PAYRATE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OX538-Wait.
 OX532-Next.
     READ     PAYRATE-FILE NEXT RECORD AT END  GO TO OX538-Wait.
     DISPLAY  IPR-INSTRUCTOR AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     MOVE     IPR-DAY-RATE TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     DISPLAY  WSR-RATE AT LINE LINE-CNT COL 18 WITH foreground-color COB-COLOR-CYAN.
     MOVE     IPR-NIGHT-RATE TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     DISPLAY  WSR-RATE AT LINE LINE-CNT COL 27 WITH foreground-color COB-COLOR-CYAN.
     MOVE     IPR-FSTD-RATE TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     DISPLAY  WSR-RATE AT LINE LINE-CNT COL 36 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OX532-Next.
 OX538-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OX539-Exit.  exit.
*>
 OX540-Pay-Run.
     DISPLAY  "Pay month [ccyymm]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Ipy-Month.
 OX541-Get-Month.
     ACCEPT   WS-Ipy-Month AT 0812 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OX589-Exit.
     IF       WS-Ipy-Month < 190001 or > 219912
        or    WS-Ipy-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 1001 with foreground-color COB-COLOR-RED
              GO TO OX541-Get-Month.
     DISPLAY  SPACE AT 1001 with erase eol.
*>
*>  A closed month already on the register has been paid - reprint
*>   what was paid, never recalculate it.
*>
     MOVE     ZERO TO WS-Ipy-Existing.
     START    PAYREG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OX544-Check-Closed.
 OX542-Count.
     READ     PAYREG-FILE NEXT RECORD AT END  GO TO OX544-Check-Closed.
     IF       IPY-MONTH = WS-Ipy-Month
              ADD 1 TO WS-Ipy-Existing.
     GO       TO OX542-Count.
*>
 OX544-Check-Closed.
     IF       WS-Ipy-Existing NOT = ZERO
        AND   WS-Closed-Thru NOT = ZERO
        AND   WS-Ipy-Month NOT > WS-Closed-Thru
              DISPLAY FL149 AT 1001 with foreground-color COB-COLOR-YELLOW
              ACCEPT  WS-Reply AT 1061
              PERFORM OX580-Reprint-Register THRU OX584-Exit
              GO TO OX589-Exit.
*>
     MOVE     ZERO   TO WST-Ipd-Size WS-Ipy-Unrated WS-Ipy-Truncated.
     MOVE     HIGH-VALUES TO WST-Ipd-Table.   *> unused slots sort last
     MOVE     WS-Ipy-Month TO FLT-DATE (1:6).
     MOVE     "01"         TO FLT-DATE (7:2).
     MOVE     ZERO         TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OX550-Start-Fstd.
*>
 OX546-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OX550-Start-Fstd.
     IF       FLT-DATE (1:6) NOT = WS-Ipy-Month
              GO TO OX550-Start-Fstd.
     IF       FLT-CAPACITY (2:2) NOT = "1I" AND NOT = "1T"
              GO TO OX546-Read-Flitelog.
     MOVE     FLT-CAPTAIN TO IPR-INSTRUCTOR.
     READ     PAYRATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              ADD 1 TO WS-Ipy-Unrated
              GO TO OX546-Read-Flitelog.
     IF       WST-Ipd-Size NOT < WST-Ipd-Max
              MOVE 1 TO WS-Ipy-Truncated
              GO TO OX560-Print-Remittances.
     ADD      1 TO WST-Ipd-Size.
     MOVE     FLT-CAPTAIN  TO WST-Ipd-Instructor (WST-Ipd-Size).
     MOVE     FLT-DATE     TO WST-Ipd-Date       (WST-Ipd-Size).
     MOVE     FLT-START    TO WST-Ipd-Start      (WST-Ipd-Size).
     MOVE     "F"          TO WST-Ipd-Kind       (WST-Ipd-Size).
     MOVE     FLT-AC-REG   TO WST-Ipd-Ref        (WST-Ipd-Size).
     MOVE     FLT-P1 (1)   TO WST-Ipd-Day        (WST-Ipd-Size).
     MOVE     FLT-P1 (2)   TO WST-Ipd-Night      (WST-Ipd-Size).
     COMPUTE  WST-Ipd-Amount (WST-Ipd-Size) ROUNDED =
              ((FLT-P1 (1) * IPR-DAY-RATE) + (FLT-P1 (2) * IPR-NIGHT-RATE)) / 60.
     GO       TO OX546-Read-Flitelog.
*>
 OX550-Start-Fstd.
     MOVE     WS-Ipy-Month TO FSTD-DATE (1:6).
     MOVE     "01"         TO FSTD-DATE (7:2).
     MOVE     ZERO         TO FSTD-START.
     START    FSTD-FILE KEY NOT < FSTD-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OX560-Print-Remittances.
*>
 OX552-Read-Fstd.
     READ     FSTD-FILE NEXT RECORD AT END  GO TO OX560-Print-Remittances.
     IF       FSTD-DATE (1:6) NOT = WS-Ipy-Month
              GO TO OX560-Print-Remittances.
     MOVE     FSTD-CAPTAIN TO IPR-INSTRUCTOR.
     READ     PAYRATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        OR    IPR-FSTD-RATE = ZERO
              GO TO OX552-Read-Fstd.
     MOVE     FSTD-END TO WS-Ipy-Mins.
     IF       FSTD-END NOT > FSTD-START             *> over midnight
              ADD 1440 TO WS-Ipy-Mins.
     SUBTRACT FSTD-START FROM WS-Ipy-Mins.
     IF       WST-Ipd-Size NOT < WST-Ipd-Max
              MOVE 1 TO WS-Ipy-Truncated
              GO TO OX560-Print-Remittances.
     ADD      1 TO WST-Ipd-Size.
     MOVE     FSTD-CAPTAIN   TO WST-Ipd-Instructor (WST-Ipd-Size).
     MOVE     FSTD-DATE      TO WST-Ipd-Date       (WST-Ipd-Size).
     MOVE     FSTD-START     TO WST-Ipd-Start      (WST-Ipd-Size).
     MOVE     "S"            TO WST-Ipd-Kind       (WST-Ipd-Size).
     MOVE     FSTD-DEVICE-ID TO WST-Ipd-Ref        (WST-Ipd-Size).
     MOVE     WS-Ipy-Mins    TO WST-Ipd-Day        (WST-Ipd-Size).
     MOVE     ZERO           TO WST-Ipd-Night      (WST-Ipd-Size).
     COMPUTE  WST-Ipd-Amount (WST-Ipd-Size) ROUNDED =
              WS-Ipy-Mins * IPR-FSTD-RATE / 60.
     GO       TO OX552-Read-Fstd.
*>
 OX560-Print-Remittances.
*>
*>  The month is being (re)calculated - its old register lines go,
*>   even when it now comes to nothing.
*>
     START    PAYREG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OX563-Print-Start.
 OX562-Clear-Register.
     READ     PAYREG-FILE NEXT RECORD AT END  GO TO OX563-Print-Start.
     IF       IPY-MONTH = WS-Ipy-Month
              DELETE PAYREG-FILE RECORD.
     GO       TO OX562-Clear-Register.
*>
 OX563-Print-Start.
     IF       WST-Ipd-Size = ZERO
              DISPLAY "No paid instructional time found for that month" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OX589-Exit.
     SORT     WST-Ipd-Groups ON ASCENDING KEY WST-Ipd-Instructor WST-Ipd-Date WST-Ipd-Start.
     MOVE     SPACES TO WS-Ipy-Prev.
     MOVE     ZERO   TO WS-Ipy-Grand-Amt QQIP.
*>
 OX564-Print-Next.
     SET      QQIP UP BY 1.
     IF       QQIP > WST-Ipd-Size
              GO TO OX570-Summary.
     IF       WST-Ipd-Instructor (QQIP) NOT = WS-Ipy-Prev
              IF  WS-Ipy-Prev NOT = SPACES
                  PERFORM OX566-Instructor-Total THRU OX567-Exit
              END-IF
              MOVE SPACES TO PRINT-RECORD
              STRING "REMITTANCE STATEMENT for " WST-Ipd-Instructor (QQIP)
                     "  -  month " WS-Ipy-Month DELIMITED BY SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM  ZE900-Env-Stamp
              WRITE PRINT-RECORD AFTER 2
              MOVE "Date       Reg/Device  Kind       Day    Night      Amount" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              MOVE WST-Ipd-Instructor (QQIP) TO WS-Ipy-Prev
              MOVE ZERO TO WS-Ipy-Day WS-Ipy-Night WS-Ipy-Fstd WS-Ipy-Amt.
*>
     MOVE     WST-Ipd-Date (QQIP) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date       TO PI1-DATE.
     MOVE     WST-Ipd-Ref (QQIP) TO PI1-REF.
     IF       WST-Ipd-Kind (QQIP) = "S"
              MOVE "FSTD"   TO PI1-KIND
              ADD  WST-Ipd-Day (QQIP) TO WS-Ipy-Fstd
     ELSE
              MOVE "Flight" TO PI1-KIND
              ADD  WST-Ipd-Day (QQIP) TO WS-Ipy-Day
              ADD  WST-Ipd-Night (QQIP) TO WS-Ipy-Night.
     COMPUTE  PI1-DAY   ROUNDED = WST-Ipd-Day (QQIP) / 60.
     COMPUTE  PI1-NIGHT ROUNDED = WST-Ipd-Night (QQIP) / 60.
     MOVE     WST-Ipd-Amount (QQIP) TO PI1-AMOUNT.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Instr-Pay-Line AFTER 1.
     ADD      WST-Ipd-Amount (QQIP) TO WS-Ipy-Amt WS-Ipy-Grand-Amt.
     GO       TO OX564-Print-Next.
*>
 OX566-Instructor-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "                    Day hrs  Night hrs  FSTD hrs     Payable" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Total payable" TO PI2-NAME.
     COMPUTE  PI2-DAY   ROUNDED = WS-Ipy-Day / 60.
     COMPUTE  PI2-NIGHT ROUNDED = WS-Ipy-Night / 60.
     COMPUTE  PI2-FSTD  ROUNDED = WS-Ipy-Fstd / 60.
     MOVE     WS-Ipy-Amt TO PI2-AMOUNT.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Instr-Pay-Summary AFTER 1.
*>
     MOVE     WS-Ipy-Prev     TO IPY-INSTRUCTOR.
     MOVE     WS-Ipy-Month    TO IPY-MONTH.
     MOVE     WS-Ipy-Day      TO IPY-DAY-MINS.
     MOVE     WS-Ipy-Night    TO IPY-NIGHT-MINS.
     MOVE     WS-Ipy-Fstd     TO IPY-FSTD-MINS.
     MOVE     WS-Ipy-Amt      TO IPY-AMOUNT.
     MOVE     WS-Today        TO IPY-RUN-DATE.
     WRITE    PAYREG-RECORD INVALID KEY
              REWRITE PAYREG-RECORD INVALID KEY CONTINUE END-REWRITE
     END-WRITE.
 OX567-Exit.  exit.
*>
 OX570-Summary.
     IF       WS-Ipy-Prev NOT = SPACES
              PERFORM OX566-Instructor-Total THRU OX567-Exit.
     PERFORM  OX580-Reprint-Register THRU OX584-Exit.
*>
     IF       WS-Ipy-Truncated NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE "*** WARNING - pay table full, month truncated at 2000 items ***"
                TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              DISPLAY "WARNING - pay table full, month truncated at 2000 items"
                      AT 1301 with foreground-color COB-COLOR-YELLOW.
     IF       WS-Ipy-Unrated NOT = ZERO
              MOVE WS-Ipy-Unrated TO WS-DISPLAY4
              DISPLAY FL150 AT 1101 with foreground-color COB-COLOR-YELLOW
              DISPLAY "Sectors skipped: " AT 1201
              DISPLAY WS-DISPLAY4 AT 1218.
     DISPLAY  "Pay run complete - remittances written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OX589-Exit.
*>
 OX580-Reprint-Register.
*>
*>  The accounts clerk's summary, straight off the pay register - so
*>   the figures printed are the figures held as paid.
*>
     MOVE     ZERO TO WS-Ipy-Grand-Amt.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "INSTRUCTOR REMUNERATION SUMMARY for accounts - month " WS-Ipy-Month
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Instructor         Day hrs  Night hrs  FSTD hrs     Payable" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     START    PAYREG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OX583-Total.
 OX582-Next.
     READ     PAYREG-FILE NEXT RECORD AT END  GO TO OX583-Total.
     IF       IPY-MONTH NOT = WS-Ipy-Month
              GO TO OX582-Next.
     MOVE     IPY-INSTRUCTOR TO PI2-NAME.
     COMPUTE  PI2-DAY   ROUNDED = IPY-DAY-MINS / 60.
     COMPUTE  PI2-NIGHT ROUNDED = IPY-NIGHT-MINS / 60.
     COMPUTE  PI2-FSTD  ROUNDED = IPY-FSTD-MINS / 60.
     MOVE     IPY-AMOUNT TO PI2-AMOUNT.
     ADD      IPY-AMOUNT TO WS-Ipy-Grand-Amt.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Instr-Pay-Summary AFTER 1.
     GO       TO OX582-Next.
 OX583-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Ipy-Grand-Amt TO PA2-TOT.
     STRING   "TOTAL REMUNERATION PAYABLE: " PA2-TOT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
 OX584-Exit.  exit.
*>
 OX589-Exit.  exit.
*>
 OX599-Exit.  exit section.
*>
 OY500-Owner-Statements  SECTION.
*>===============================
*>
*> Leaseback owner revenue-share statements - (O)wners maintains the
*>   owner file (one record per owned registration with the share
*>   terms), (S)tatements prints a monthly statement per owner: the
*>   billing run's priced hours for each of the owner's aircraft off
*>   hireinc.dat, less the fuel uplifted (priced per uplift at the
*>   departure airfield, the OA000 treatment), the fee accrual ledger
*>   lines and the parts usage ledger costs for the registration as
*>   the owner's terms say, then the owner's percentage of the net.
*>
 OY510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Leaseback Owner Statements" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(O)wners  (L)ist  (S)tatements  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0641 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OY599-Exit.
     IF       MENU-REPLY = "O"
              PERFORM OY520-Owners THRU OY529-Exit
              GO TO OY510-Menu.
     IF       MENU-REPLY = "L"
              PERFORM OY530-List-Owners THRU OY539-Exit
              GO TO OY510-Menu.
     IF       MENU-REPLY = "S"
              PERFORM OY540-Statements THRU OY589-Exit
              GO TO OY510-Menu.
     GO       TO OY510-Menu.
*>
 OY520-Owners.
     DISPLAY  "(S)et  (D)elete  e(X)it [ ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0826 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OY529-Exit.
     IF       MENU-REPLY NOT = "S" AND NOT = "D"
              GO TO OY520-Owners.
*>
     DISPLAY  "Registration [      ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO OWN-AC-REG.
     ACCEPT   OWN-AC-REG AT 1015 with update.
     move     function upper-case (OWN-AC-REG) to OWN-AC-REG.
     IF       OWN-AC-REG = SPACES
              GO TO OY520-Owners.
     IF       MENU-REPLY = "D"
              DELETE OWNER-FILE INVALID KEY
                     DISPLAY FL152 AT 1201 with foreground-color COB-COLOR-RED
                     ACCEPT WS-Reply AT 1261
              END-DELETE
              GO TO OY520-Owners.
*>
*>  Only an airframe on the maintenance file can be leased back.
*>
     MOVE     OWN-AC-REG TO MAINT-AC-REG.
     READ     MAINT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL151 AT 1201 with foreground-color COB-COLOR-RED
              ACCEPT WS-Reply AT 1261
              GO TO OY520-Owners.
     READ     OWNER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     MOVE     FS-REPLY TO WS-Own-Found.
     IF       WS-Own-Found NOT = "00"
              MOVE SPACES TO OWN-NAME OWN-ADDR1 OWN-ADDR2
              MOVE ZERO   TO OWN-SHARE-PCT
              MOVE "Y"    TO OWN-LESS-FUEL OWN-LESS-FEES OWN-LESS-PARTS
              MOVE WS-Today TO OWN-FROM-DATE.
     DISPLAY  "Owner     [                              ]" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Address 1 [                              ]" AT 1301
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Address 2 [                              ]" AT 1401
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Share %   [       ]   Leaseback from [ccyymmdd]" AT 1501
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Deduct fuel [ ]  fees [ ]  parts [ ]" AT 1601
              WITH foreground-color COB-COLOR-Yellow.
*>
 OY522-Name.
     ACCEPT   OWN-NAME AT 1212 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OY520-Owners.
     IF       OWN-NAME = SPACES
              GO TO OY522-Name.
     ACCEPT   OWN-ADDR1 AT 1312 with update.
     ACCEPT   OWN-ADDR2 AT 1412 with update.
 OY524-Share.
     MOVE     OWN-SHARE-PCT TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT 1512 with update.
     PERFORM  ZF030-CONVERT-RATE.
     IF       ERROR-CODE NOT = ZERO
              GO TO OY524-Share.
     IF       WS-Chg-Rate = ZERO OR > 100
              DISPLAY FL153 AT 1801 with foreground-color COB-COLOR-RED
              GO TO OY524-Share.
     DISPLAY  SPACE AT 1801 with erase eol.
     MOVE     WS-Chg-Rate TO OWN-SHARE-PCT.
 OY526-From.
     ACCEPT   OWN-FROM-DATE AT 1539 with update.
     IF       OWN-FROM-DATE < 19000101 OR > 21991231
              GO TO OY526-From.
 OY528-Terms.
     ACCEPT   OWN-LESS-FUEL  AT 1614 with update.
     ACCEPT   OWN-LESS-FEES  AT 1624 with update.
     ACCEPT   OWN-LESS-PARTS AT 1635 with update.
     move     function upper-case (OWN-LESS-FUEL)  to OWN-LESS-FUEL.
     move     function upper-case (OWN-LESS-FEES)  to OWN-LESS-FEES.
     move     function upper-case (OWN-LESS-PARTS) to OWN-LESS-PARTS.
     IF       (OWN-LESS-FUEL  NOT = "Y" AND NOT = "N")
        OR    (OWN-LESS-FEES  NOT = "Y" AND NOT = "N")
        OR    (OWN-LESS-PARTS NOT = "Y" AND NOT = "N")
              GO TO OY528-Terms.
*>
     IF       WS-Own-Found = "00"
              REWRITE OWNER-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              WRITE OWNER-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO OY520-Owners.
*>
 OY529-Exit.  exit.
*>
 OY530-List-Owners.
     DISPLAY  SPACE at 0801 with erase eos.
     DISPLAY  "Reg     Owner                           Share%  Fuel Fees Parts"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
     START    OWNER-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OY538-Wait.
 OY532-Next.
     READ     OWNER-FILE NEXT RECORD AT END  GO TO OY538-Wait.
     MOVE     OWN-SHARE-PCT TO WS-Own-Pct-Disp.
     DISPLAY  OWN-AC-REG      AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  OWN-NAME        AT LINE LINE-CNT COL 09 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Own-Pct-Disp AT LINE LINE-CNT COL 41 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  OWN-LESS-FUEL   AT LINE LINE-CNT COL 50 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  OWN-LESS-FEES   AT LINE LINE-CNT COL 55 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  OWN-LESS-PARTS  AT LINE LINE-CNT COL 60 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OY532-Next.
 OY538-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OY539-Exit.  exit.
*>
 OY540-Statements.
     DISPLAY  "Statement month [ccyymm]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Own-Month.
     ACCEPT   WS-Own-Month AT 0818 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OY589-Exit.
     IF       WS-Own-Month < 190001 or > 219912
        or    WS-Own-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 1001 with foreground-color COB-COLOR-RED
              GO TO OY540-Statements.
     DISPLAY  SPACE AT 1001 with erase eol.
*>
*>  One table entry per registration on lease by the end of the month.
*>
     MOVE     ZERO   TO WST-Own-Size WS-Own-Unpriced.
     MOVE     HIGH-VALUES TO WST-Own-Table.   *> unused slots sort last
     START    OWNER-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OY545-Check-Loaded.
 OY542-Load-Owner.
     READ     OWNER-FILE NEXT RECORD AT END  GO TO OY545-Check-Loaded.
     IF       OWN-FROM-DATE (1:6) > WS-Own-Month
              GO TO OY542-Load-Owner.
     IF       WST-Own-Size NOT < WST-Own-Max
              GO TO OY545-Check-Loaded.
     ADD      1 TO WST-Own-Size.
     MOVE     OWN-NAME       TO WST-Own-Name       (WST-Own-Size).
     MOVE     OWN-AC-REG     TO WST-Own-Reg        (WST-Own-Size).
     MOVE     OWN-ADDR1      TO WST-Own-Addr1      (WST-Own-Size).
     MOVE     OWN-ADDR2      TO WST-Own-Addr2      (WST-Own-Size).
     MOVE     OWN-SHARE-PCT  TO WST-Own-Pct        (WST-Own-Size).
     MOVE     OWN-LESS-FUEL  TO WST-Own-Less-Fuel  (WST-Own-Size).
     MOVE     OWN-LESS-FEES  TO WST-Own-Less-Fees  (WST-Own-Size).
     MOVE     OWN-LESS-PARTS TO WST-Own-Less-Parts (WST-Own-Size).
     MOVE     ZERO TO WST-Own-Flts   (WST-Own-Size)
                      WST-Own-Priced (WST-Own-Size)
                      WST-Own-Mins   (WST-Own-Size)
                      WST-Own-Income (WST-Own-Size)
                      WST-Own-Fuel   (WST-Own-Size)
                      WST-Own-Fees   (WST-Own-Size)
                      WST-Own-Parts  (WST-Own-Size).
     GO       TO OY542-Load-Owner.
*>
 OY545-Check-Loaded.
     IF       WST-Own-Size = ZERO
              DISPLAY "No leaseback owners on file for that month" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OY589-Exit.
*>
*>  Flights in the month - counted, and the fuel uplifted priced.
*>
     MOVE     WS-Own-Month TO FLT-DATE (1:6).
     MOVE     "01"         TO FLT-DATE (7:2).
     MOVE     ZERO         TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OY550-Hire-Income.
 OY547-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OY550-Hire-Income.
     IF       FLT-DATE (1:6) NOT = WS-Own-Month
              GO TO OY550-Hire-Income.
     SET      QQOW TO 1.
     SEARCH   WST-Own-Groups AT END  GO TO OY547-Read-Flitelog
              WHEN WST-Own-Reg (QQOW) = FLT-AC-REG  CONTINUE.
     IF       QQOW > WST-Own-Size
              GO TO OY547-Read-Flitelog.
     ADD      1 TO WST-Own-Flts (QQOW).
     IF       WST-Own-Less-Fuel (QQOW) NOT = "Y"
        OR    FLT-FUEL-UPLIFT = ZERO
              GO TO OY547-Read-Flitelog.
     MOVE     FLT-FROM TO WS-FP-Icao.
     MOVE     FLT-DATE TO WS-FP-Date.
     PERFORM  ZT000-Lookup-Fuel-Price.
     IF       ERROR-CODE = ZERO
              ADD 1 TO WS-Own-Unpriced
              GO TO OY547-Read-Flitelog.
     COMPUTE  WS-Own-Fuel-Cost ROUNDED = FLT-FUEL-UPLIFT * WS-FP-Price.
     ADD      WS-Own-Fuel-Cost TO WST-Own-Fuel (QQOW).
     GO       TO OY547-Read-Flitelog.
*>
 OY550-Hire-Income.
     MOVE     SPACES       TO HIN-FLT-KEY.
     MOVE     WS-Own-Month TO HIN-FLT-KEY (1:6).
     START    HIREINC-FILE KEY NOT < HIN-FLT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OY555-Fees.
 OY552-Read-Income.
     READ     HIREINC-FILE NEXT RECORD AT END  GO TO OY555-Fees.
     IF       HIN-FLT-KEY (1:6) NOT = WS-Own-Month
              GO TO OY555-Fees.
     SET      QQOW TO 1.
     SEARCH   WST-Own-Groups AT END  GO TO OY552-Read-Income
              WHEN WST-Own-Reg (QQOW) = HIN-REG  CONTINUE.
     IF       QQOW > WST-Own-Size
              GO TO OY552-Read-Income.
     ADD      1         TO WST-Own-Priced (QQOW).
     ADD      HIN-MINS  TO WST-Own-Mins   (QQOW).
     ADD      HIN-VALUE TO WST-Own-Income (QQOW).
     GO       TO OY552-Read-Income.
*>
 OY555-Fees.
     OPEN     INPUT FEEACCRUAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OY560-Parts.
 OY557-Next-Fee.
     READ     FEEACCRUAL-FILE AT END
              CLOSE FEEACCRUAL-FILE
              GO TO OY560-Parts.
     IF       FAC-DATE (1:6) NOT = WS-Own-Month
              GO TO OY557-Next-Fee.
     SET      QQOW TO 1.
     SEARCH   WST-Own-Groups AT END  GO TO OY557-Next-Fee
              WHEN WST-Own-Reg (QQOW) = FAC-REG  CONTINUE.
     IF       QQOW NOT > WST-Own-Size
        AND   WST-Own-Less-Fees (QQOW) = "Y"
              ADD FAC-TOTAL TO WST-Own-Fees (QQOW).
     GO       TO OY557-Next-Fee.
*>
 OY560-Parts.
     OPEN     INPUT PARTSUSAGE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OY565-Print-Start.
 OY562-Next-Part.
     READ     PARTSUSAGE-FILE AT END
              CLOSE PARTSUSAGE-FILE
              GO TO OY565-Print-Start.
     IF       PUS-DATE (1:6) NOT = WS-Own-Month
              GO TO OY562-Next-Part.
     SET      QQOW TO 1.
     SEARCH   WST-Own-Groups AT END  GO TO OY562-Next-Part
              WHEN WST-Own-Reg (QQOW) = PUS-REG  CONTINUE.
     IF       QQOW NOT > WST-Own-Size
        AND   WST-Own-Less-Parts (QQOW) = "Y"
              ADD PUS-COST TO WST-Own-Parts (QQOW).
     GO       TO OY562-Next-Part.
*>
 OY565-Print-Start.
     SORT     WST-Own-Groups ON ASCENDING KEY WST-Own-Name WST-Own-Reg.
     MOVE     SPACES TO WS-Own-Prev.
     MOVE     ZERO   TO WS-Own-Total-Due WS-Own-Due QQOW.
*>
 OY567-Print-Next.
     SET      QQOW UP BY 1.
     IF       QQOW > WST-Own-Size
              GO TO OY580-End.
     IF       WST-Own-Name (QQOW) NOT = WS-Own-Prev
              IF  WS-Own-Prev NOT = SPACES
                  PERFORM OY575-Owner-Total THRU OY577-Exit
              END-IF
              MOVE SPACES TO PRINT-RECORD
              STRING "LEASEBACK OWNER STATEMENT  -  month " WS-Own-Month
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              PERFORM  ZE900-Env-Stamp
              WRITE PRINT-RECORD AFTER 3
              MOVE WST-Own-Name  (QQOW) TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              MOVE WST-Own-Addr1 (QQOW) TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              MOVE WST-Own-Addr2 (QQOW) TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              MOVE WST-Own-Name (QQOW) TO WS-Own-Prev
              MOVE ZERO TO WS-Own-Due.
*>
     MOVE     WST-Own-Pct (QQOW) TO WS-Own-Pct-Disp.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Aircraft " WST-Own-Reg (QQOW) "   owner's share "
              WS-Own-Pct-Disp "%" DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Hours flown (block)" TO PO1-LABEL.
     COMPUTE  PO1-AMOUNT ROUNDED = WST-Own-Mins (QQOW) / 60.
     WRITE    PRINT-RECORD FROM Owner-Stmt-Line AFTER 1.
     MOVE     "Hire income at rate card" TO PO1-LABEL.
     MOVE     WST-Own-Income (QQOW) TO PO1-AMOUNT.
     WRITE    PRINT-RECORD FROM Owner-Stmt-Line AFTER 1.
     IF       WST-Own-Less-Fuel (QQOW) = "Y"
              MOVE "Less fuel uplifted" TO PO1-LABEL
              COMPUTE PO1-AMOUNT = ZERO - WST-Own-Fuel (QQOW)
              WRITE PRINT-RECORD FROM Owner-Stmt-Line AFTER 1.
     IF       WST-Own-Less-Fees (QQOW) = "Y"
              MOVE "Less landing and handling fees" TO PO1-LABEL
              COMPUTE PO1-AMOUNT = ZERO - WST-Own-Fees (QQOW)
              WRITE PRINT-RECORD FROM Owner-Stmt-Line AFTER 1.
     IF       WST-Own-Less-Parts (QQOW) = "Y"
              MOVE "Less parts fitted" TO PO1-LABEL
              COMPUTE PO1-AMOUNT = ZERO - WST-Own-Parts (QQOW)
              WRITE PRINT-RECORD FROM Owner-Stmt-Line AFTER 1.
     COMPUTE  WS-Own-Net = WST-Own-Income (QQOW) - WST-Own-Fuel (QQOW)
                         - WST-Own-Fees (QQOW)   - WST-Own-Parts (QQOW).
     MOVE     "Net hire income" TO PO1-LABEL.
     MOVE     WS-Own-Net TO PO1-AMOUNT.
     WRITE    PRINT-RECORD FROM Owner-Stmt-Line AFTER 1.
     MOVE     "Owner's share" TO PO1-LABEL.
     COMPUTE  PO1-AMOUNT ROUNDED = WS-Own-Net * WST-Own-Pct (QQOW) / 100.
     COMPUTE  WS-Own-Due ROUNDED = WS-Own-Due
                                 + (WS-Own-Net * WST-Own-Pct (QQOW) / 100).
     WRITE    PRINT-RECORD FROM Owner-Stmt-Line AFTER 1.
     IF       WST-Own-Priced (QQOW) < WST-Own-Flts (QQOW)
              MOVE SPACES TO PRINT-RECORD
              MOVE FL154 TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     GO       TO OY567-Print-Next.
*>
 OY575-Owner-Total.
     MOVE     "TOTAL DUE TO OWNER" TO PO1-LABEL.
     MOVE     WS-Own-Due TO PO1-AMOUNT.
     WRITE    PRINT-RECORD FROM Owner-Stmt-Line AFTER 2.
     ADD      WS-Own-Due TO WS-Own-Total-Due.
 OY577-Exit.  exit.
*>
 OY580-End.
     IF       WS-Own-Prev NOT = SPACES
              PERFORM OY575-Owner-Total THRU OY577-Exit.
     MOVE     "TOTAL DUE TO ALL OWNERS" TO PO1-LABEL.
     MOVE     WS-Own-Total-Due TO PO1-AMOUNT.
     WRITE    PRINT-RECORD FROM Owner-Stmt-Line AFTER 3.
     IF       WS-Own-Unpriced NOT = ZERO
              MOVE WS-Own-Unpriced TO WS-DISPLAY4
              MOVE SPACES TO PRINT-RECORD
              STRING "*** " WS-DISPLAY4 " fuel uplifts had no price on file - not deducted ***"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
     DISPLAY  "Owner statements written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OY589-Exit.  exit.
*>
 OY599-Exit.  exit section.
*>
 OZ500-Vat-Return  SECTION.
*>=========================
*>
*> VAT coding - (C)odes maintains the tax code table (seeded with
*>   the four standard codes S 20%, Z zero, E exempt and O outside
*>   the scope the first time it is opened empty), (R)eturn prints
*>   the quarterly VAT return: a full transaction listing behind
*>   each box - output tax off the invoices (net/VAT as billed), the
*>   vouchers and the block-hour packages sold, input tax off the
*>   fuel uplifted (priced as OA000 does), the fee accrual ledger and
*>   the parts supplier invoices - followed by the box figures.
*>
 OZ510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "VAT Codes and Quarterly Return" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(C)odes  (R)eturn  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0628 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OZ599-Exit.
     IF       MENU-REPLY = "C"
              PERFORM OZ515-Seed-Codes THRU OZ519-Exit
              PERFORM OZ520-Codes THRU OZ529-Exit
              GO TO OZ510-Menu.
     IF       MENU-REPLY = "R"
              PERFORM OZ540-Return THRU OZ589-Exit
              GO TO OZ510-Menu.
     GO       TO OZ510-Menu.
*>
 OZ515-Seed-Codes.
     START    TAXCODE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              GO TO OZ519-Exit.
     MOVE     "S" TO TAX-CODE TAX-KIND.
     MOVE     "Standard rated" TO TAX-DESC.
     MOVE     20 TO TAX-RATE.
     WRITE    TAXCODE-RECORD INVALID KEY CONTINUE END-WRITE.
     MOVE     "Z" TO TAX-CODE TAX-KIND.
     MOVE     "Zero rated" TO TAX-DESC.
     MOVE     ZERO TO TAX-RATE.
     WRITE    TAXCODE-RECORD INVALID KEY CONTINUE END-WRITE.
     MOVE     "E" TO TAX-CODE TAX-KIND.
     MOVE     "Exempt" TO TAX-DESC.
     WRITE    TAXCODE-RECORD INVALID KEY CONTINUE END-WRITE.
     MOVE     "O" TO TAX-CODE TAX-KIND.
     MOVE     "Outside the scope" TO TAX-DESC.
     WRITE    TAXCODE-RECORD INVALID KEY CONTINUE END-WRITE.
 OZ519-Exit.  exit.
*>
 OZ520-Codes.
     DISPLAY  "(S)et  (D)elete  (V)iew  e(X)it [ ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0834 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OZ529-Exit.
     IF       MENU-REPLY = "V"
              PERFORM OZ530-View-Codes THRU OZ539-Exit
              GO TO OZ520-Codes.
     IF       MENU-REPLY NOT = "S" AND NOT = "D"
              GO TO OZ520-Codes.
*>
     DISPLAY  "Code [ ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACE TO TAX-CODE.
     ACCEPT   TAX-CODE AT 1007 with update.
     move     function upper-case (TAX-CODE) to TAX-CODE.
     IF       TAX-CODE = SPACE
              GO TO OZ520-Codes.
     IF       MENU-REPLY = "D"
              DELETE TAXCODE-FILE INVALID KEY
                     DISPLAY FL155 AT 1201 with foreground-color COB-COLOR-RED
                     ACCEPT WS-Reply AT 1261
              END-DELETE
              GO TO OZ520-Codes.
*>
     READ     TAXCODE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     MOVE     FS-REPLY TO WS-Tax-Status.
     IF       WS-Tax-Status NOT = "00"
              MOVE "S"    TO TAX-KIND
              MOVE SPACES TO TAX-DESC
              MOVE ZERO   TO TAX-RATE.
     DISPLAY  "Kind [ ] (S)tandard (Z)ero (E)xempt (O)utside scope" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Description [                    ]  Rate % [       ]" AT 1301
              WITH foreground-color COB-COLOR-Yellow.
 OZ522-Kind.
     ACCEPT   TAX-KIND AT 1207 with update.
     move     function upper-case (TAX-KIND) to TAX-KIND.
     IF       TAX-KIND NOT = "S" AND NOT = "Z" AND NOT = "E" AND NOT = "O"
              GO TO OZ522-Kind.
     ACCEPT   TAX-DESC AT 1314 with update.
     IF       TAX-KIND NOT = "S"
              MOVE ZERO TO TAX-RATE
              GO TO OZ526-Save.
 OZ524-Rate.
     MOVE     TAX-RATE TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT 1345 with update.
     PERFORM  ZF030-CONVERT-RATE.
     IF       ERROR-CODE NOT = ZERO
        OR    WS-Chg-Rate NOT < 100
              GO TO OZ524-Rate.
     MOVE     WS-Chg-Rate TO TAX-RATE.
 OZ526-Save.
     IF       WS-Tax-Status = "00"
              REWRITE TAXCODE-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              WRITE TAXCODE-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO OZ520-Codes.
*>
 OZ529-Exit.  exit.
*>
 OZ530-View-Codes.
     DISPLAY  SPACE at 1001 with erase eos.
     DISPLAY  "Code Kind Description           Rate %" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     MOVE     11 TO LINE-CNT.
     START    TAXCODE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OZ538-Wait.
 OZ532-Next.
     READ     TAXCODE-FILE NEXT RECORD AT END  GO TO OZ538-Wait.
     MOVE     TAX-RATE TO WS-Tax-Rate-Disp.
     DISPLAY  TAX-CODE         AT LINE LINE-CNT COL 02 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TAX-KIND         AT LINE LINE-CNT COL 07 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TAX-DESC         AT LINE LINE-CNT COL 11 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Tax-Rate-Disp AT LINE LINE-CNT COL 33 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OZ532-Next.
 OZ538-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OZ539-Exit.  exit.
*>
 OZ540-Return.
     DISPLAY  "Return year [ccyy]  quarter [ ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Vat-Year WS-Vat-Qtr.
     ACCEPT   WS-Vat-Year AT 0814 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OZ589-Exit.
     ACCEPT   WS-Vat-Qtr AT 0830 with update.
     IF       WS-Vat-Year < 1900 OR > 2199
        OR    WS-Vat-Qtr < 1 OR > 4
              DISPLAY FL156 AT 1001 with foreground-color COB-COLOR-RED
              GO TO OZ540-Return.
     DISPLAY  SPACE AT 1001 with erase eol.
     COMPUTE  WS-Vat-From = (WS-Vat-Year * 100) + (WS-Vat-Qtr * 3) - 2.
     COMPUTE  WS-Vat-To   = WS-Vat-From + 2.
     MOVE     ZERO TO WS-Vat-Box1 WS-Vat-Box4 WS-Vat-Box6 WS-Vat-Box7
                      WS-Vat-Unpriced WS-Exr-Unconverted.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "VAT RETURN - quarter " WS-Vat-Qtr " of " WS-Vat-Year
              "  (months " WS-Vat-From " to " WS-Vat-To ")"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Date       Reference    Description              Code      Net         VAT"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
*>
*>  Output tax - invoices, as billed. An invoice raised before VAT
*>   coding carries no analysis and lists as all net.
*>
     PERFORM  OZ590-Section-Head THRU OZ591-Exit.
     MOVE     "SALES - INVOICES RAISED                        (boxes 1 and 6)"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO INV-NO.
     START    INVOICE-FILE KEY NOT < INV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OZ543-Credit-Notes.
 OZ542-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO OZ543-Credit-Notes.
     IF       INV-DATE (1:6) < WS-Vat-From OR > WS-Vat-To
              GO TO OZ542-Next-Invoice.
     IF       INV-NET NUMERIC AND INV-VAT NUMERIC
        AND   INV-NET + INV-VAT = INV-AMOUNT
              MOVE INV-NET TO WS-Vat-Net
              MOVE INV-VAT TO WS-Vat-Amt
     ELSE
              MOVE INV-AMOUNT TO WS-Vat-Net
              MOVE ZERO       TO WS-Vat-Amt.
     MOVE     INV-DATE TO WS-Test-Intl.
     MOVE     SPACES   TO PV1-REF.
     STRING   "INV " INV-NO DELIMITED BY SIZE INTO PV1-REF.
     MOVE     INV-CAPTAIN TO PV1-DESC.
     MOVE     "-" TO PV1-CODE.
     MOVE     "S" TO WS-Tax-Kind.
     PERFORM  OZ594-Print-Line THRU OZ595-Exit.
     ADD      WS-Vat-Amt TO WS-Vat-Box1.
     ADD      WS-Vat-Net TO WS-Vat-Box6.
     GO       TO OZ542-Next-Invoice.
*>
*>  Credit notes reduce output tax in the quarter they are approved,
*>   at the VAT split taken from their invoice.
*>
 OZ543-Credit-Notes.
     PERFORM  OZ592-Section-Total THRU OZ593-Exit.
     PERFORM  OZ590-Section-Head THRU OZ591-Exit.
     MOVE     "SALES - CREDIT NOTES ISSUED        (deducted from boxes 1 and 6)"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO CRN-NO.
     START    CREDNOTE-FILE KEY NOT < CRN-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OZ545-Vouchers.
 OZ544-Next-Credit.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO OZ545-Vouchers.
     IF       CRN-STATUS NOT = "A"
        OR    CRN-POST-DATE (1:6) < WS-Vat-From OR > WS-Vat-To
              GO TO OZ544-Next-Credit.
     MOVE     CRN-NET TO WS-Vat-Net.
     MOVE     CRN-VAT TO WS-Vat-Amt.
     MOVE     CRN-POST-DATE TO WS-Test-Intl.
     MOVE     SPACES   TO PV1-REF.
     STRING   "CRN " CRN-NO DELIMITED BY SIZE INTO PV1-REF.
     MOVE     CRN-CAPTAIN TO PV1-DESC.
     MOVE     "-" TO PV1-CODE.
     MOVE     "S" TO WS-Tax-Kind.
     PERFORM  OZ594-Print-Line THRU OZ595-Exit.
     SUBTRACT WS-Vat-Amt FROM WS-Vat-Box1.
     SUBTRACT WS-Vat-Net FROM WS-Vat-Box6.
     GO       TO OZ544-Next-Credit.
*>
*>  Vouchers and block-hour packages are sold at a VAT inclusive
*>   price - the tax comes out of the gross.
*>
 OZ545-Vouchers.
     PERFORM  OZ592-Section-Total THRU OZ593-Exit.
     PERFORM  OZ590-Section-Head THRU OZ591-Exit.
     MOVE     "SALES - VOUCHERS SOLD                          (boxes 1 and 6)"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     START    VOUCHER-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OZ550-Packages.
 OZ547-Next-Voucher.
     READ     VOUCHER-FILE NEXT RECORD AT END  GO TO OZ550-Packages.
     IF       VCH-SALE-DATE (1:6) < WS-Vat-From OR > WS-Vat-To
        OR    VCH-STATUS = "X"
              GO TO OZ547-Next-Voucher.
     MOVE     VCH-AMOUNT   TO WS-Vat-Gross.
     MOVE     VCH-TAX-CODE TO WS-Tax-Code.
     PERFORM  OZ596-Extract-Vat THRU OZ597-Exit.
     MOVE     VCH-SALE-DATE TO WS-Test-Intl.
     MOVE     SPACES TO PV1-REF.
     STRING   "VCH " VCH-NO DELIMITED BY SIZE INTO PV1-REF.
     MOVE     VCH-PURCHASER TO PV1-DESC.
     PERFORM  OZ594-Print-Line THRU OZ595-Exit.
     ADD      WS-Vat-Amt TO WS-Vat-Box1.
     IF       WS-Tax-Kind NOT = "O"
              ADD WS-Vat-Net TO WS-Vat-Box6.
     GO       TO OZ547-Next-Voucher.
*>
 OZ550-Packages.
     PERFORM  OZ592-Section-Total THRU OZ593-Exit.
     PERFORM  OZ590-Section-Head THRU OZ591-Exit.
     MOVE     "SALES - BLOCK-HOUR PACKAGES SOLD               (boxes 1 and 6)"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO PKG-NO.
     START    BLKPKG-FILE KEY NOT < PKG-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OZ555-Fuel.
 OZ552-Next-Package.
     READ     BLKPKG-FILE NEXT RECORD AT END  GO TO OZ555-Fuel.
     IF       PKG-SALE-DATE (1:6) < WS-Vat-From OR > WS-Vat-To
        OR    PKG-STATUS = "X"
              GO TO OZ552-Next-Package.
*>  a package takes the tax code of the rate card it is drawn at
     MOVE     PKG-RATE-KEY TO CHG-RATE-KEY.
     READ     CHARGE-RATE-FILE INVALID KEY  MOVE SPACE TO CHG-TAX-CODE.
     MOVE     CHG-TAX-CODE TO WS-Tax-Code.
     MOVE     PKG-PRICE    TO WS-Vat-Gross.
     PERFORM  OZ596-Extract-Vat THRU OZ597-Exit.
     MOVE     PKG-SALE-DATE TO WS-Test-Intl.
     MOVE     SPACES TO PV1-REF.
     STRING   "PKG " PKG-NO DELIMITED BY SIZE INTO PV1-REF.
     MOVE     PKG-CAPTAIN TO PV1-DESC.
     PERFORM  OZ594-Print-Line THRU OZ595-Exit.
     ADD      WS-Vat-Amt TO WS-Vat-Box1.
     IF       WS-Tax-Kind NOT = "O"
              ADD WS-Vat-Net TO WS-Vat-Box6.
     GO       TO OZ552-Next-Package.
*>
*>  Input tax - the fuel uplifted, priced per uplift at the departure
*>   airfield, and the landing/handling fees accrued.
*>
 OZ555-Fuel.
     PERFORM  OZ592-Section-Total THRU OZ593-Exit.
     PERFORM  OZ590-Section-Head THRU OZ591-Exit.
     MOVE     "PURCHASES - FUEL UPLIFTED                      (boxes 4 and 7)"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     WS-Vat-From  TO FLT-DATE (1:6).
     MOVE     "01"         TO FLT-DATE (7:2).
     MOVE     ZERO         TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OZ560-Fees.
 OZ557-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO OZ560-Fees.
     IF       FLT-DATE (1:6) > WS-Vat-To
              GO TO OZ560-Fees.
     IF       FLT-FUEL-UPLIFT = ZERO
              GO TO OZ557-Read-Flitelog.
     MOVE     FLT-FROM TO WS-FP-Icao.
     MOVE     FLT-DATE TO WS-FP-Date.
     PERFORM  ZT000-Lookup-Fuel-Price.
     IF       ERROR-CODE = ZERO
              ADD 1 TO WS-Vat-Unpriced
              GO TO OZ557-Read-Flitelog.
     COMPUTE  WS-Vat-Gross ROUNDED = FLT-FUEL-UPLIFT * WS-FP-Price.
     MOVE     WS-FP-Tax-Code TO WS-Tax-Code.
     PERFORM  OZ596-Extract-Vat THRU OZ597-Exit.
     MOVE     FLT-DATE TO WS-Test-Intl.
     MOVE     SPACES TO PV1-REF PV1-DESC.
     STRING   FLT-AC-REG " " FLT-FROM DELIMITED BY SIZE INTO PV1-REF.
     MOVE     FLT-FUEL-UPLIFT TO WS-DISPLAY4.
     STRING   WS-DISPLAY4 " litres" DELIMITED BY SIZE INTO PV1-DESC.
     PERFORM  OZ594-Print-Line THRU OZ595-Exit.
     ADD      WS-Vat-Amt TO WS-Vat-Box4.
     IF       WS-Tax-Kind NOT = "O"
              ADD WS-Vat-Net TO WS-Vat-Box7.
     GO       TO OZ557-Read-Flitelog.
*>
 OZ560-Fees.
     PERFORM  OZ592-Section-Total THRU OZ593-Exit.
     PERFORM  OZ590-Section-Head THRU OZ591-Exit.
     MOVE     "PURCHASES - LANDING AND HANDLING FEES          (boxes 4 and 7)"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     OPEN     INPUT FEEACCRUAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OZ565-Parts-Invoices.
 OZ562-Next-Fee.
     READ     FEEACCRUAL-FILE AT END
              CLOSE FEEACCRUAL-FILE
              GO TO OZ565-Parts-Invoices.
     IF       FAC-DATE (1:6) < WS-Vat-From OR > WS-Vat-To
              GO TO OZ562-Next-Fee.
     MOVE     FAC-ICAO TO WS-Fee-Icao.
     MOVE     FAC-DATE TO WS-Fee-Date.
     PERFORM  ZT100-Lookup-Fee.
     MOVE     WS-Fee-Tax-Code TO WS-Tax-Code.
     MOVE     FAC-TOTAL TO WS-Vat-Gross.
     PERFORM  OZ596-Extract-Vat THRU OZ597-Exit.
     MOVE     FAC-DATE TO WS-Test-Intl.
     MOVE     SPACES TO PV1-REF PV1-DESC.
     STRING   FAC-REG " " FAC-ICAO DELIMITED BY SIZE INTO PV1-REF.
     MOVE     "Landing/handling" TO PV1-DESC.
     PERFORM  OZ594-Print-Line THRU OZ595-Exit.
     ADD      WS-Vat-Amt TO WS-Vat-Box4.
     IF       WS-Tax-Kind NOT = "O"
              ADD WS-Vat-Net TO WS-Vat-Box7.
     GO       TO OZ562-Next-Fee.
*>
*>  Parts bought on supplier invoices, at the VAT the invoice shows.
*>   Fuel invoices stay out - fuel is claimed off the uplifts above.
*>
 OZ565-Parts-Invoices.
     PERFORM  OZ592-Section-Total THRU OZ593-Exit.
     PERFORM  OZ590-Section-Head THRU OZ591-Exit.
     MOVE     "PURCHASES - PARTS SUPPLIER INVOICES            (boxes 4 and 7)"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     START    SUPPINV-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OZ570-Boxes.
 OZ567-Next-Invoice.
     READ     SUPPINV-FILE NEXT RECORD AT END  GO TO OZ570-Boxes.
     IF       SIN-DATE (1:6) < WS-Vat-From OR > WS-Vat-To
              GO TO OZ567-Next-Invoice.
     MOVE     SIN-PO-NO   TO POR-NO.
     MOVE     SIN-PO-LINE TO POR-LINE.
     READ     PURCHORD-FILE INVALID KEY  MOVE "P" TO POR-KIND.
     IF       POR-KIND NOT = "P"
              GO TO OZ567-Next-Invoice.
     MOVE     SIN-NET TO WS-Vat-Net.
     MOVE     SIN-VAT TO WS-Vat-Amt.
     MOVE     SIN-DATE TO WS-Test-Intl.
     MOVE     SPACES TO PV1-REF PV1-DESC.
     MOVE     SIN-REF TO PV1-REF.
     STRING   SIN-SUPPLIER " PO " SIN-PO-NO "/" SIN-PO-LINE
              DELIMITED BY SIZE INTO PV1-DESC.
     MOVE     "-" TO PV1-CODE.
     MOVE     "S" TO WS-Tax-Kind.
     PERFORM  OZ594-Print-Line THRU OZ595-Exit.
     ADD      WS-Vat-Amt TO WS-Vat-Box4.
     ADD      WS-Vat-Net TO WS-Vat-Box7.
     GO       TO OZ567-Next-Invoice.
*>
 OZ570-Boxes.
     PERFORM  OZ592-Section-Total THRU OZ593-Exit.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "VAT RETURN SUMMARY - quarter " WS-Vat-Qtr " of " WS-Vat-Year
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Box 1  VAT due on sales and other outputs" TO PV2-BOX.
     MOVE     WS-Vat-Box1 TO PV2-AMOUNT.
     WRITE    PRINT-RECORD FROM Vat-Box-Line AFTER 2.
     MOVE     "Box 2  VAT due on acquisitions" TO PV2-BOX.
     MOVE     ZERO TO PV2-AMOUNT.
     WRITE    PRINT-RECORD FROM Vat-Box-Line AFTER 1.
     MOVE     "Box 3  Total VAT due" TO PV2-BOX.
     MOVE     WS-Vat-Box1 TO PV2-AMOUNT.
     WRITE    PRINT-RECORD FROM Vat-Box-Line AFTER 1.
     MOVE     "Box 4  VAT reclaimed on purchases and inputs" TO PV2-BOX.
     MOVE     WS-Vat-Box4 TO PV2-AMOUNT.
     WRITE    PRINT-RECORD FROM Vat-Box-Line AFTER 1.
     MOVE     "Box 5  Net VAT to pay (reclaim if negative)" TO PV2-BOX.
     COMPUTE  PV2-AMOUNT = WS-Vat-Box1 - WS-Vat-Box4.
     WRITE    PRINT-RECORD FROM Vat-Box-Line AFTER 1.
     MOVE     "Box 6  Total sales excluding VAT" TO PV2-BOX.
     MOVE     WS-Vat-Box6 TO PV2-AMOUNT.
     WRITE    PRINT-RECORD FROM Vat-Box-Line AFTER 1.
     MOVE     "Box 7  Total purchases excluding VAT" TO PV2-BOX.
     MOVE     WS-Vat-Box7 TO PV2-AMOUNT.
     WRITE    PRINT-RECORD FROM Vat-Box-Line AFTER 1.
     IF       WS-Vat-Unpriced NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE WS-Vat-Unpriced TO WS-DISPLAY4
              STRING "*** WARNING - " WS-DISPLAY4
                     " fuel uplifts had no price on file - not claimed ***"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
     IF       WS-Exr-Unconverted NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE FL113 TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2.
     DISPLAY  "VAT return written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OZ589-Exit.  exit.
*>
 OZ590-Section-Head.
     MOVE     ZERO TO WS-Vat-Sect-Net WS-Vat-Sect-Vat.
     MOVE     SPACES TO PRINT-RECORD.
 OZ591-Exit.  exit.
*>
 OZ592-Section-Total.
     MOVE     SPACES TO Vat-Detail-Line.
     MOVE     "Section total" TO PV1-DESC.
     MOVE     WS-Vat-Sect-Net TO PV1-NET.
     MOVE     WS-Vat-Sect-Vat TO PV1-VAT.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Vat-Detail-Line AFTER 2.
 OZ593-Exit.  exit.
*>
 OZ594-Print-Line.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PV1-DATE.
     IF       PV1-CODE NOT = "-"
              MOVE WS-Tax-Code TO PV1-CODE.
     MOVE     WS-Vat-Net TO PV1-NET.
     MOVE     WS-Vat-Amt TO PV1-VAT.
     IF       WS-Tax-Kind NOT = "O"
              ADD WS-Vat-Net TO WS-Vat-Sect-Net.
     ADD      WS-Vat-Amt TO WS-Vat-Sect-Vat.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Vat-Detail-Line AFTER 1.
     MOVE     SPACE TO PV1-CODE.
 OZ595-Exit.  exit.
*>
 OZ596-Extract-Vat.
*>
*>  Takes the VAT out of the VAT-inclusive WS-Vat-Gross at the rate
*>   of WS-Tax-Code - gross x rate / (100 + rate).
*>
     PERFORM  ZT800-Lookup-Tax-Code.
     COMPUTE  WS-Vat-Amt ROUNDED =
              WS-Vat-Gross * WS-Tax-Rate / (100 + WS-Tax-Rate).
     COMPUTE  WS-Vat-Net = WS-Vat-Gross - WS-Vat-Amt.
 OZ597-Exit.  exit.
*>
 OZ599-Exit.  exit section.
*>
 OPA500-Purchasing  SECTION.
*>==========================
*>
*> Purchasing - (R)aise a purchase order against a supplier on
*>   fuelsupp.dat for parts or fuel, printed to the report file to
*>   send; (G)oods received books a delivery against the order line,
*>   adding to PRT-QTY-HELD or posting the D delivery on the bowser
*>   stock ledger; (I)nvoice enters a supplier invoice and matches it
*>   three ways - order, goods received, invoice; (M)atch again
*>   retries every unmatched invoice (as goods in also does);
*>   (C)ancel stops the undelivered balance of an order line (line 00
*>   is the whole order). (O)utstanding orders and (U)nmatched
*>   invoices are the reports.
*>
 OPA510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Purchase Orders and Supplier Invoices" AT 0126 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(R)aise order  (G)oods received  (I)nvoice entry  (M)atch again  (C)ancel"
              AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "(O)utstanding orders  (U)nmatched invoices  e(X)it [ ]" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0753 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OPA599-Exit.
     IF       MENU-REPLY = "R"
              PERFORM OPA520-Raise THRU OPA529-Exit
              GO TO OPA510-Menu.
     IF       MENU-REPLY = "G"
              PERFORM OPA540-Goods-In THRU OPA549-Exit
              GO TO OPA510-Menu.
     IF       MENU-REPLY = "I"
              PERFORM OPA550-Invoice THRU OPA559-Exit
              GO TO OPA510-Menu.
     IF       MENU-REPLY = "M"
              PERFORM OPA560-Rematch THRU OPA564-Exit
              DISPLAY WS-Po-Cnt AT 0901 with foreground-color COB-COLOR-GREEN with erase eos
              DISPLAY "invoice(s) now matched" AT 0907 with foreground-color COB-COLOR-GREEN
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO OPA510-Menu.
     IF       MENU-REPLY = "C"
              PERFORM OPA530-Cancel THRU OPA534-Exit
              GO TO OPA510-Menu.
     IF       MENU-REPLY = "O"
              PERFORM OPA570-Outstanding THRU OPA579-Exit
              GO TO OPA510-Menu.
     IF       MENU-REPLY = "U"
              PERFORM OPA580-Unmatched THRU OPA589-Exit
              GO TO OPA510-Menu.
     GO       TO OPA510-Menu.
*>
 OPA515-Find-Last.
     MOVE     ZERO TO WS-Po-Next.
     START    PURCHORD-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OPA516-Exit.
 OPA515-Next.
     READ     PURCHORD-FILE NEXT RECORD AT END  GO TO OPA516-Exit.
     MOVE     POR-NO TO WS-Po-Next.
     GO       TO OPA515-Next.
 OPA516-Exit.  exit.
*>
 OPA520-Raise.
     DISPLAY  "Supplier [      ]  Kind (P)arts or (F)uel [ ]" AT 0901
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Po-Supplier.
     ACCEPT   WS-Po-Supplier AT 0911 with update.
     move     function upper-case (WS-Po-Supplier) to WS-Po-Supplier.
     IF       WS-Po-Supplier = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OPA529-Exit.
     PERFORM  OPA535-Get-Supplier THRU OPA539-Exit.
     IF       WS-Po-Found NOT = "00"
              DISPLAY FL157 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OPA520-Raise.
     DISPLAY  SUP-NAME AT 0950 WITH foreground-color COB-COLOR-CYAN.
 OPA521-Kind.
     MOVE     "P" TO WS-Po-Kind.
     ACCEPT   WS-Po-Kind AT 0944 with update.
     move     function upper-case (WS-Po-Kind) to WS-Po-Kind.
     IF       WS-Po-Kind NOT = "P" AND NOT = "F"
              GO TO OPA521-Kind.
     PERFORM  OPA515-Find-Last THRU OPA516-Exit.
     ADD      1 TO WS-Po-Next.
     MOVE     WS-Po-Next TO WS-Po-No.
     MOVE     ZERO TO WS-Po-Line.
     IF       WS-Po-Kind = "P"
              DISPLAY "Ln Part no          Qty       Unit cost" AT 1101
                      WITH foreground-color COB-COLOR-GREEN
     ELSE
              DISPLAY "Ln Tank             Litres    Price/litre" AT 1101
                      WITH foreground-color COB-COLOR-GREEN.
     MOVE     12 TO LINE-CNT.
 OPA522-Line.
     IF       WS-Po-Line NOT < 99
              GO TO OPA526-Done.
     IF       LINE-CNT NOT < WS-Lines - 2
              DISPLAY SPACE AT 1201 with erase eos
              MOVE 12 TO LINE-CNT.
     COMPUTE  A = WS-Po-Line + 1.
     MOVE     A TO WS-Po-Disp.
     DISPLAY  WS-Po-Disp (5:2) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "[            ]  [      ]  [         ]" AT LINE LINE-CNT COL 04
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO POR-ITEM.
     ACCEPT   POR-ITEM AT LINE LINE-CNT COL 05 with update.
     move     function upper-case (POR-ITEM) to POR-ITEM.
     IF       POR-ITEM = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OPA526-Done.
     MOVE     ZERO TO WS-Acct-Amount.
     IF       WS-Po-Kind = "P"
              MOVE POR-ITEM TO PRT-NO
              READ PARTS-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF   FS-REPLY NOT = "00"
                   DISPLAY FL142 AT LINE WS-Lines COL 01 with foreground-color COB-COLOR-RED
                   ACCEPT  WS-Reply AT LINE WS-Lines COL 60
                   DISPLAY SPACE AT LINE WS-Lines COL 01 with erase eol
                   GO TO OPA522-Line
              END-IF
              MOVE PRT-UNIT-COST TO WS-Acct-Amount.
 OPA523-Qty.
     MOVE     ZERO TO WS-Po-Qty.
     ACCEPT   WS-Po-Qty AT LINE LINE-CNT COL 21 with update.
     IF       WS-Po-Qty NOT NUMERIC OR WS-Po-Qty = ZERO
              GO TO OPA523-Qty.
 OPA524-Cost.
     PERFORM  ZG050-RESTORE-AMOUNT.
     ACCEPT   WSN-AMT AT LINE LINE-CNT COL 31 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO OR WS-Acct-Amount > 99999.99
              GO TO OPA524-Cost.
     ADD      1 TO WS-Po-Line.
     MOVE     WS-Po-No       TO POR-NO.
     MOVE     WS-Po-Line     TO POR-LINE.
     MOVE     WS-Po-Supplier TO POR-SUPPLIER.
     MOVE     WS-Today       TO POR-DATE.
     MOVE     WS-Po-Kind     TO POR-KIND.
     MOVE     WS-Po-Qty      TO POR-QTY-ORD.
     MOVE     WS-Acct-Amount TO POR-UNIT-COST.
     MOVE     ZERO           TO POR-QTY-RCVD POR-QTY-INVD POR-VALUE-INVD.
     MOVE     "O"            TO POR-STATUS.
     WRITE    PURCHORD-RECORD INVALID KEY CONTINUE END-WRITE.
     ADD      1 TO LINE-CNT.
     GO       TO OPA522-Line.
 OPA526-Done.
     IF       WS-Po-Line = ZERO
              GO TO OPA529-Exit.
     PERFORM  OPA527-Print-Order THRU OPA528-Exit.
     DISPLAY  "Order number " AT LINE WS-Lines COL 01 with foreground-color COB-COLOR-GREEN with erase eol.
     DISPLAY  WS-Po-No AT LINE WS-Lines COL 14 with foreground-color COB-COLOR-GREEN.
     DISPLAY  "raised and printed to the report file" AT LINE WS-Lines COL 21
              with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 60.
     GO       TO OPA529-Exit.
*>
*>  Prints order WS-Po-No - supplier WS-Po-Supplier - as the order
*>   document to send. Also used by OV540 for the reorder orders.
*>
 OPA527-Print-Order.
     PERFORM  OPA535-Get-Supplier THRU OPA539-Exit.
     IF       WS-Po-Found NOT = "00"
              MOVE SPACES TO SUP-NAME SUP-ACCOUNT.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "PURCHASE ORDER " WS-Po-No "   dated " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "To: " WS-Po-Supplier " " SUP-NAME "  Our account " SUP-ACCOUNT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Ln  Item           Quantity     Unit price        Value" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Po-Value.
     MOVE     WS-Po-No TO POR-NO.
     MOVE     ZERO     TO POR-LINE.
     START    PURCHORD-FILE KEY NOT < POR-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OPA527-Total.
 OPA527-Next.
     READ     PURCHORD-FILE NEXT RECORD AT END  GO TO OPA527-Total.
     IF       POR-NO NOT = WS-Po-No
              GO TO OPA527-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     POR-LINE TO PRINT-RECORD (1:2).
     MOVE     POR-ITEM TO PRINT-RECORD (5:12).
     MOVE     POR-QTY-ORD TO WS-Po-Disp.
     MOVE     WS-Po-Disp TO PRINT-RECORD (22:6).
     IF       POR-KIND = "F"
              MOVE "ltr" TO PRINT-RECORD (29:3).
     MOVE     POR-UNIT-COST TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (32:11).
     COMPUTE  WS-Acct-Amount ROUNDED = POR-QTY-ORD * POR-UNIT-COST.
     ADD      WS-Acct-Amount TO WS-Po-Value.
     MOVE     WS-Acct-Amount TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (45:11).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO OPA527-Next.
 OPA527-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "Order total ex VAT" TO PRINT-RECORD (5:18).
     MOVE     WS-Po-Value TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (45:11).
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Please quote the order number and line on delivery notes and invoices."
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
 OPA528-Exit.  exit.
*>
 OPA529-Exit.  exit.
*>
 OPA530-Cancel.
     DISPLAY  "Order [      ]  Line [  ] (00 = every line)" AT 0901
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Po-No WS-Po-Line.
     ACCEPT   WS-Po-No AT 0908 with update.
     IF       WS-Po-No = ZERO OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OPA534-Exit.
     ACCEPT   WS-Po-Line AT 0923 with update.
     MOVE     ZERO TO WS-Po-Cnt.
     MOVE     WS-Po-No   TO POR-NO.
     MOVE     WS-Po-Line TO POR-LINE.
     START    PURCHORD-FILE KEY NOT < POR-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OPA533-Done.
 OPA532-Next.
     READ     PURCHORD-FILE NEXT RECORD AT END  GO TO OPA533-Done.
     IF       POR-NO NOT = WS-Po-No
        OR    (WS-Po-Line NOT = ZERO AND POR-LINE NOT = WS-Po-Line)
              GO TO OPA533-Done.
     IF       POR-STATUS = "O"
              MOVE "X" TO POR-STATUS
              REWRITE PURCHORD-RECORD INVALID KEY CONTINUE END-REWRITE
              ADD 1 TO WS-Po-Cnt.
     GO       TO OPA532-Next.
 OPA533-Done.
     IF       WS-Po-Cnt = ZERO
              DISPLAY FL158 AT 1101 with foreground-color COB-COLOR-RED
     ELSE
              DISPLAY WS-Po-Cnt AT 1101 with foreground-color COB-COLOR-GREEN
              DISPLAY "line(s) cancelled" AT 1107 with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT 1161.
 OPA534-Exit.  exit.
*>
*>  Reads supplier WS-Po-Supplier off fuelsupp.dat - WS-Po-Found is
*>   "00" when it is there.
*>
 OPA535-Get-Supplier.
     MOVE     HIGH-VALUES TO WS-Po-Found.
     OPEN     INPUT SUPPLIER-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OPA539-Exit.
     MOVE     SPACES         TO SUP-KEY.
     MOVE     WS-Po-Supplier TO SUP-KEY.
     READ     SUPPLIER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     MOVE     FS-REPLY TO WS-Po-Found.
     CLOSE    SUPPLIER-FILE.
 OPA539-Exit.  exit.
*>
 OPA540-Goods-In.
     DISPLAY  "Order [      ]  Line [  ]" AT 0901
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Po-No WS-Po-Line.
     ACCEPT   WS-Po-No AT 0908 with update.
     IF       WS-Po-No = ZERO OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OPA549-Exit.
     ACCEPT   WS-Po-Line AT 0923 with update.
     MOVE     WS-Po-No   TO POR-NO.
     MOVE     WS-Po-Line TO POR-LINE.
     READ     PURCHORD-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        OR    POR-STATUS NOT = "O"
        OR    POR-QTY-RCVD NOT < POR-QTY-ORD
              DISPLAY FL158 AT 1101 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1161
              GO TO OPA540-Goods-In.
     DISPLAY  "Item" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  POR-ITEM AT 1006 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Ordered" AT 1020 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  POR-QTY-ORD AT 1028 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Received so far" AT 1036 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  POR-QTY-RCVD AT 1052 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Qty received [      ]  Delivery note [                    ]" AT 1101
              WITH foreground-color COB-COLOR-Yellow.
     COMPUTE  WS-Po-Qty = POR-QTY-ORD - POR-QTY-RCVD.
     ACCEPT   WS-Po-Qty AT 1115 with update.
     IF       WS-Po-Qty NOT NUMERIC OR WS-Po-Qty = ZERO
              GO TO OPA549-Exit.
     IF       POR-QTY-RCVD + WS-Po-Qty > POR-QTY-ORD
              DISPLAY FL159 AT 1301 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1361
              GO TO OPA540-Goods-In.
     MOVE     SPACES TO WS-Po-Note.
     ACCEPT   WS-Po-Note AT 1139 with update.
*>
*>  Into stock - parts on the parts record, fuel as a D delivery on
*>   the bowser ledger naming the order.
*>
     IF       POR-KIND = "P"
              MOVE POR-ITEM TO PRT-NO
              READ PARTS-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF   FS-REPLY NOT = "00"
                   DISPLAY FL142 AT 1301 with foreground-color COB-COLOR-RED
                   ACCEPT  WS-Reply AT 1361
                   GO TO OPA549-Exit
              END-IF
              ADD  WS-Po-Qty TO PRT-QTY-HELD
              REWRITE PARTS-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              OPEN EXTEND FUELSTOCK-FILE
              IF   FS-REPLY NOT = "00"
                   OPEN OUTPUT FUELSTOCK-FILE
              END-IF
              IF   FS-REPLY NOT = "00"
                   GO TO OPA549-Exit
              END-IF
              MOVE POR-ITEM (1:8) TO FST-TANK
              MOVE WS-Today  TO FST-DATE
              MOVE "D"       TO FST-TYPE
              MOVE WS-Po-Qty TO FST-LITRES
              MOVE SPACES    TO FST-NOTE
              STRING "PO " POR-NO "/" POR-LINE " " WS-Po-Note
                     DELIMITED BY SIZE INTO FST-NOTE
              END-STRING
              WRITE FUELSTOCK-RECORD
              CLOSE FUELSTOCK-FILE.
*>
     ADD      WS-Po-Qty TO POR-QTY-RCVD.
     IF       POR-QTY-RCVD = POR-QTY-ORD
        AND   POR-QTY-INVD = POR-QTY-ORD
              MOVE "C" TO POR-STATUS.
     REWRITE  PURCHORD-RECORD INVALID KEY CONTINUE END-REWRITE.
     OPEN     EXTEND GOODSIN-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT GOODSIN-FILE.
     IF       FS-REPLY = "00"
              MOVE WS-Today   TO GIN-DATE
              MOVE POR-NO     TO GIN-PO-NO
              MOVE POR-LINE   TO GIN-PO-LINE
              MOVE POR-ITEM   TO GIN-ITEM
              MOVE WS-Po-Qty  TO GIN-QTY
              MOVE WS-Po-Note TO GIN-NOTE
              WRITE GOODSIN-RECORD
              CLOSE GOODSIN-FILE.
*>  an invoice that arrived ahead of the goods may match now
     PERFORM  OPA560-Rematch THRU OPA564-Exit.
     DISPLAY  "Goods received booked" AT 1301 with foreground-color COB-COLOR-GREEN.
     IF       WS-Po-Cnt NOT = ZERO
              DISPLAY "- held invoice(s) now matched" AT 1323
                      with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT 1361.
 OPA549-Exit.  exit.
*>
 OPA550-Invoice.
     DISPLAY  "Supplier [      ]  Invoice ref [            ]  Date [ccyymmdd]" AT 0901
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "Order [      ]  Line [  ]  Qty [      ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Net [         ]  VAT [         ]" AT 1101
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Po-Supplier.
     ACCEPT   WS-Po-Supplier AT 0911 with update.
     move     function upper-case (WS-Po-Supplier) to WS-Po-Supplier.
     IF       WS-Po-Supplier = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO OPA559-Exit.
     PERFORM  OPA535-Get-Supplier THRU OPA539-Exit.
     IF       WS-Po-Found NOT = "00"
              DISPLAY FL157 AT 1301 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1361
              GO TO OPA550-Invoice.
     MOVE     WS-Po-Supplier TO SIN-SUPPLIER.
     MOVE     SPACES TO SIN-REF.
     ACCEPT   SIN-REF AT 0933 with update.
     IF       SIN-REF = SPACES
              GO TO OPA550-Invoice.
     READ     SUPPINV-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY FL160 AT 1301 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1361
              GO TO OPA550-Invoice.
 OPA551-Date.
     MOVE     WS-Today TO SIN-DATE.
     ACCEPT   SIN-DATE AT 0954 with update.
     IF       SIN-DATE NOT NUMERIC
        OR    SIN-DATE (5:2) < "01" OR > "12"
        OR    SIN-DATE (7:2) < "01" OR > "31"
              GO TO OPA551-Date.
     MOVE     ZERO TO SIN-PO-NO SIN-PO-LINE SIN-QTY.
     ACCEPT   SIN-PO-NO AT 1008 with update.
     ACCEPT   SIN-PO-LINE AT 1023 with update.
 OPA552-Qty.
     ACCEPT   SIN-QTY AT 1033 with update.
     IF       SIN-QTY NOT NUMERIC OR SIN-QTY = ZERO
              GO TO OPA552-Qty.
 OPA553-Net.
     MOVE     ZERO TO WS-Acct-Amount.
     PERFORM  ZG050-RESTORE-AMOUNT.
     ACCEPT   WSN-AMT AT 1106 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO
              GO TO OPA553-Net.
     MOVE     WS-Acct-Amount TO SIN-NET.
 OPA554-Vat.
     MOVE     ZERO TO WS-Acct-Amount.
     PERFORM  ZG050-RESTORE-AMOUNT.
     ACCEPT   WSN-AMT AT 1123 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO
              GO TO OPA554-Vat.
     MOVE     WS-Acct-Amount TO SIN-VAT.
     MOVE     ZERO TO SIN-MATCH-DATE.
     PERFORM  OPA565-Match-Invoice THRU OPA569-Exit.
     WRITE    SUPPINV-RECORD INVALID KEY CONTINUE END-WRITE.
     IF       SIN-STATUS = "M"
              DISPLAY "Invoice matched to order, goods received and price" AT 1301
                      with foreground-color COB-COLOR-GREEN
     ELSE
              DISPLAY "Invoice held unmatched -" AT 1301 with foreground-color COB-COLOR-RED
              DISPLAY SIN-REASON AT 1326 with foreground-color COB-COLOR-RED.
     ACCEPT   WS-Reply AT 1361.
     GO       TO OPA550-Invoice.
*>
 OPA559-Exit.  exit.
*>
*>  Every unmatched invoice is tried again - WS-Po-Cnt returns how
*>   many now match.
*>
 OPA560-Rematch.
     MOVE     ZERO TO WS-Po-Cnt.
     START    SUPPINV-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OPA564-Exit.
 OPA562-Next.
     READ     SUPPINV-FILE NEXT RECORD AT END  GO TO OPA564-Exit.
     IF       SIN-STATUS NOT = "U"
              GO TO OPA562-Next.
     PERFORM  OPA565-Match-Invoice THRU OPA569-Exit.
     IF       SIN-STATUS = "M"
              ADD 1 TO WS-Po-Cnt.
     REWRITE  SUPPINV-RECORD INVALID KEY CONTINUE END-REWRITE.
     GO       TO OPA562-Next.
 OPA564-Exit.  exit.
*>
*>  Three way match of the invoice in SUPPINV-RECORD - the order line
*>   must be this supplier's, the quantity received but not yet
*>   invoiced must cover it, and the net must be the ordered price
*>   within tolerance. A match is taken up on the order line.
*>
 OPA565-Match-Invoice.
     MOVE     "U" TO SIN-STATUS.
     MOVE     SIN-PO-NO   TO POR-NO.
     MOVE     SIN-PO-LINE TO POR-LINE.
     READ     PURCHORD-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "No such order line" TO SIN-REASON
              GO TO OPA569-Exit.
     IF       POR-SUPPLIER NOT = SIN-SUPPLIER
              MOVE "Another supplier's order" TO SIN-REASON
              GO TO OPA569-Exit.
     IF       POR-QTY-INVD + SIN-QTY > POR-QTY-RCVD
              MOVE "Goods not yet received" TO SIN-REASON
              GO TO OPA569-Exit.
     COMPUTE  WS-Po-Expect ROUNDED = SIN-QTY * POR-UNIT-COST.
     COMPUTE  WS-Po-Diff = SIN-NET - WS-Po-Expect.
     IF       WS-Po-Diff > WS-Po-Tolerance
        OR    WS-Po-Diff < ZERO - WS-Po-Tolerance
              MOVE "Price differs from order" TO SIN-REASON
              GO TO OPA569-Exit.
     ADD      SIN-QTY TO POR-QTY-INVD.
     ADD      SIN-NET TO POR-VALUE-INVD.
     IF       POR-QTY-RCVD = POR-QTY-ORD
        AND   POR-QTY-INVD = POR-QTY-ORD
              MOVE "C" TO POR-STATUS.
     REWRITE  PURCHORD-RECORD INVALID KEY CONTINUE END-REWRITE.
     MOVE     "M"      TO SIN-STATUS.
     MOVE     SPACES   TO SIN-REASON.
     MOVE     WS-Today TO SIN-MATCH-DATE.
 OPA569-Exit.  exit.
*>
*>  Order lines not yet received in full, or received and not yet
*>   invoiced (a cancelled line only for goods it did receive).
*>
 OPA570-Outstanding.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "OUTSTANDING PURCHASE ORDERS as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Order  Ln Date       Supplr K Item         Ordered   Rcvd   Invd   O/S value"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Po-Value WS-Po-Cnt.
     START    PURCHORD-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OPA575-Total.
 OPA572-Next.
     READ     PURCHORD-FILE NEXT RECORD AT END  GO TO OPA575-Total.
     IF       POR-STATUS = "C"
              GO TO OPA572-Next.
     IF       POR-STATUS = "X"
              IF  POR-QTY-INVD NOT < POR-QTY-RCVD
                  GO TO OPA572-Next
              END-IF
              COMPUTE WS-Acct-Amount ROUNDED =
                      (POR-QTY-RCVD - POR-QTY-INVD) * POR-UNIT-COST
     ELSE
              COMPUTE WS-Acct-Amount ROUNDED =
                      (POR-QTY-ORD - POR-QTY-INVD) * POR-UNIT-COST.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     POR-NO       TO PRINT-RECORD (1:6).
     MOVE     POR-LINE     TO PRINT-RECORD (8:2).
     MOVE     POR-DATE     TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PRINT-RECORD (11:10).
     MOVE     POR-SUPPLIER TO PRINT-RECORD (22:6).
     MOVE     POR-KIND     TO PRINT-RECORD (29:1).
     MOVE     POR-ITEM     TO PRINT-RECORD (31:12).
     MOVE     POR-QTY-ORD  TO WS-Po-Disp.
     MOVE     WS-Po-Disp   TO PRINT-RECORD (45:6).
     MOVE     POR-QTY-RCVD TO WS-Po-Disp.
     MOVE     WS-Po-Disp   TO PRINT-RECORD (52:6).
     MOVE     POR-QTY-INVD TO WS-Po-Disp.
     MOVE     WS-Po-Disp   TO PRINT-RECORD (59:6).
     MOVE     WS-Acct-Amount TO PA2-TOT.
     MOVE     PA2-TOT      TO PRINT-RECORD (66:11).
     IF       POR-STATUS = "X"
              MOVE "X" TO PRINT-RECORD (78:1).
     WRITE    PRINT-RECORD AFTER 1.
     ADD      WS-Acct-Amount TO WS-Po-Value.
     ADD      1 TO WS-Po-Cnt.
     GO       TO OPA572-Next.
 OPA575-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Po-Cnt TO WS-DISPLAY4.
     STRING   WS-DISPLAY4 " lines outstanding, value ex VAT"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     WS-Po-Value TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (66:11).
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  "Outstanding orders written to report file" AT 0901 with erase eos.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OPA579-Exit.  exit.
*>
 OPA580-Unmatched.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "UNMATCHED SUPPLIER INVOICES as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Supplr Invoice ref   Date       Order  Ln    Qty         Net  Reason"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Po-Value WS-Po-Cnt.
     START    SUPPINV-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OPA585-Total.
 OPA582-Next.
     READ     SUPPINV-FILE NEXT RECORD AT END  GO TO OPA585-Total.
     IF       SIN-STATUS NOT = "U"
              GO TO OPA582-Next.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     SIN-SUPPLIER TO PRINT-RECORD (1:6).
     MOVE     SIN-REF      TO PRINT-RECORD (8:12).
     MOVE     SIN-DATE     TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PRINT-RECORD (22:10).
     MOVE     SIN-PO-NO    TO PRINT-RECORD (33:6).
     MOVE     SIN-PO-LINE  TO PRINT-RECORD (40:2).
     MOVE     SIN-QTY      TO WS-Po-Disp.
     MOVE     WS-Po-Disp   TO PRINT-RECORD (43:6).
     MOVE     SIN-NET      TO PA2-TOT.
     MOVE     PA2-TOT      TO PRINT-RECORD (50:11).
     MOVE     SIN-REASON   TO PRINT-RECORD (63:24).
     WRITE    PRINT-RECORD AFTER 1.
     ADD      SIN-NET TO WS-Po-Value.
     ADD      1 TO WS-Po-Cnt.
     GO       TO OPA582-Next.
 OPA585-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Po-Cnt TO WS-DISPLAY4.
     STRING   WS-DISPLAY4 " invoices unmatched"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     WS-Po-Value TO PA2-TOT.
     MOVE     PA2-TOT TO PRINT-RECORD (50:11).
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  "Unmatched invoices written to report file" AT 0901 with erase eos.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OPA589-Exit.  exit.
*>
 OPA599-Exit.  exit section.
*>
 ONA500-Nominal-Export  SECTION.
*>==============================
*>
*> Nominal ledger journal for the accounts package - (M)apping sets
*>   the nominal account behind each posting role; (P)review prints
*>   the month's journal; (E)xport prints it, writes nomjnl-ccyymm.csv
*>   and stamps the month on nomexport.dat. The journal is built from
*>   the invoices raised (OB065), receipts (ON000 - acctrcpt.dat), the
*>   fee accrual ledger (VAT taken out as the VAT return does), fuel
*>   delivered into the bowsers against a purchase order (valued at
*>   the order price) and the approved crew expense claims. Export is
*>   refused for a month already sent, an unmapped role, or debits
*>   that do not equal credits.
*>
 ONA510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Nominal Ledger Journal Export" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(M)apping  (P)review journal  (E)xport journal  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0657 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONA599-Exit.
     IF       MENU-REPLY = "M"
              PERFORM ONA515-Seed-Roles THRU ONA519-Exit
              PERFORM ONA520-Mapping THRU ONA529-Exit
              GO TO ONA510-Menu.
     IF       MENU-REPLY NOT = "P" AND NOT = "E"
              GO TO ONA510-Menu.
     PERFORM  ONA530-Get-Month THRU ONA539-Exit.
     IF       WS-Nom-Period = ZERO
              GO TO ONA510-Menu.
     PERFORM  ONA515-Seed-Roles THRU ONA519-Exit.
     PERFORM  ONA540-Build THRU ONA559-Exit.
     PERFORM  ONA560-Print THRU ONA569-Exit.
     IF       MENU-REPLY = "E"
              PERFORM ONA570-Export THRU ONA579-Exit
     ELSE
              DISPLAY "Journal preview written to report file" AT 1001
                      with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ONA510-Menu.
*>
 ONA515-Seed-Roles.
     MOVE     ZERO TO WS-Nom-Sub.
 ONA516-Next.
     ADD      1 TO WS-Nom-Sub.
     IF       WS-Nom-Sub > 13
              GO TO ONA519-Exit.
     MOVE     NRD-Role (WS-Nom-Sub) TO NOM-ROLE.
     READ     NOMMAP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE NRD-Role (WS-Nom-Sub) TO NOM-ROLE
              MOVE SPACES                TO NOM-ACCOUNT
              MOVE NRD-Desc (WS-Nom-Sub) TO NOM-DESC
              WRITE NOMMAP-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO ONA516-Next.
 ONA519-Exit.  exit.
*>
 ONA520-Mapping.
     DISPLAY  SPACE AT 0801 with erase eos.
     DISPLAY  "Role     Account     Description" AT 0801 WITH foreground-color COB-COLOR-GREEN.
     MOVE     9 TO LINE-CNT.
     START    NOMMAP-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONA524-Ask.
 ONA522-Next.
     READ     NOMMAP-FILE NEXT RECORD AT END  GO TO ONA524-Ask.
     DISPLAY  NOM-ROLE    AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NOM-ACCOUNT AT LINE LINE-CNT COL 10 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NOM-DESC    AT LINE LINE-CNT COL 22 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines - 2
              GO TO ONA522-Next.
 ONA524-Ask.
     COMPUTE  LINE-CNT = WS-Lines - 1.
     DISPLAY  "Role [        ]  Account [          ]  (blank role to finish)"
              AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-Yellow with erase eol.
     MOVE     SPACES TO NOM-ROLE.
     ACCEPT   NOM-ROLE AT LINE LINE-CNT COL 07 with update.
     move     function upper-case (NOM-ROLE) to NOM-ROLE.
     IF       NOM-ROLE = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONA529-Exit.
     READ     NOMMAP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONA524-Ask.
     ACCEPT   NOM-ACCOUNT AT LINE LINE-CNT COL 27 with update.
     move     function upper-case (NOM-ACCOUNT) to NOM-ACCOUNT.
     REWRITE  NOMMAP-RECORD INVALID KEY CONTINUE END-REWRITE.
     GO       TO ONA520-Mapping.
 ONA529-Exit.  exit.
*>
 ONA530-Get-Month.
     DISPLAY  "Journal month [ccyymm]" AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Nom-Period.
     ACCEPT   WS-Nom-Period AT 0816 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              MOVE ZERO TO WS-Nom-Period
              GO TO ONA539-Exit.
     IF       WS-Nom-Period < 190001 or > 219912
        or    WS-Nom-Period (5:2) < "01" or > "12"
              DISPLAY FL066 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ONA530-Get-Month.
     DISPLAY  SPACE AT 1001 with erase eol.
*>  journal dated the last day of the month
     IF       WS-Nom-Period (5:2) = "12"
              COMPUTE WS-Nom-Next-Month = WS-Nom-Period + 89
     ELSE
              COMPUTE WS-Nom-Next-Month = WS-Nom-Period + 1.
     MOVE     WS-Nom-Next-Month TO ZR-Date1 (1:6).
     MOVE     "01"              TO ZR-Date1 (7:2).
     MOVE     "-"               TO ZR-Sign.
     MOVE     1                 TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate     TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date      TO WS-Nom-Date.
 ONA539-Exit.  exit.
*>
 ONA540-Build.
     MOVE     ZERO TO WS-Nom-Unvalued.
     MOVE     ZERO TO WS-Nom-Sub.
 ONA541-Clear.
     ADD      1 TO WS-Nom-Sub.
     IF       WS-Nom-Sub NOT > 17
              MOVE ZERO   TO NJT-Amount  (WS-Nom-Sub)
              MOVE SPACES TO NJT-Account (WS-Nom-Sub)
              GO TO ONA541-Clear.
*>
*>  Invoices raised in the month - debtors gross, sales net and output
*>   VAT. One raised before VAT coding is all net.
*>
     MOVE     ZERO TO INV-NO.
     START    INVOICE-FILE KEY NOT < INV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONA544-Receipts.
 ONA542-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO ONA544-Receipts.
     IF       INV-DATE (1:6) NOT = WS-Nom-Period
              GO TO ONA542-Next-Invoice.
     ADD      INV-AMOUNT TO NJT-Amount (1).
     IF       INV-NET NUMERIC AND INV-VAT NUMERIC
        AND   INV-NET + INV-VAT = INV-AMOUNT
              ADD INV-NET TO NJT-Amount (2)
              ADD INV-VAT TO NJT-Amount (3)
     ELSE
              ADD INV-AMOUNT TO NJT-Amount (2).
     GO       TO ONA542-Next-Invoice.
*>
 ONA544-Receipts.
     OPEN     INPUT RECEIPTLOG-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ONA547-Fees.
 ONA545-Next-Receipt.
     READ     RECEIPTLOG-FILE AT END
              CLOSE RECEIPTLOG-FILE
              GO TO ONA547-Fees.
     IF       RCT-DATE (1:6) = WS-Nom-Period
        AND   RCT-TYPE NOT = "C"
              ADD RCT-AMOUNT TO NJT-Amount (4) NJT-Amount (5).
     GO       TO ONA545-Next-Receipt.
*>
 ONA547-Fees.
     OPEN     INPUT FEEACCRUAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ONA550-Fuel.
 ONA548-Next-Fee.
     READ     FEEACCRUAL-FILE AT END
              CLOSE FEEACCRUAL-FILE
              GO TO ONA550-Fuel.
     IF       FAC-DATE (1:6) NOT = WS-Nom-Period
              GO TO ONA548-Next-Fee.
     MOVE     FAC-ICAO TO WS-Fee-Icao.
     MOVE     FAC-DATE TO WS-Fee-Date.
     PERFORM  ZT100-Lookup-Fee.
     MOVE     WS-Fee-Tax-Code TO WS-Tax-Code.
     MOVE     FAC-TOTAL TO WS-Vat-Gross.
     PERFORM  OZ596-Extract-Vat THRU OZ597-Exit.
     ADD      WS-Vat-Net   TO NJT-Amount (6).
     ADD      WS-Vat-Amt   TO NJT-Amount (7).
     ADD      WS-Vat-Gross TO NJT-Amount (8).
     GO       TO ONA548-Next-Fee.
*>
*>  Fuel deliveries - only those booked against an order line carry a
*>   price; the rest are counted and reported for a manual posting.
*>
 ONA550-Fuel.
     OPEN     INPUT FUELSTOCK-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ONA554-Claims.
 ONA551-Next-Fuel.
     READ     FUELSTOCK-FILE AT END
              CLOSE FUELSTOCK-FILE
              GO TO ONA554-Claims.
     IF       FST-TYPE NOT = "D"
        OR    FST-DATE (1:6) NOT = WS-Nom-Period
              GO TO ONA551-Next-Fuel.
     IF       FST-NOTE (1:3) NOT = "PO "
        OR    FST-NOTE (4:6) NOT NUMERIC
        OR    FST-NOTE (11:2) NOT NUMERIC
              ADD 1 TO WS-Nom-Unvalued
              GO TO ONA551-Next-Fuel.
     MOVE     FST-NOTE (4:6)  TO POR-NO.
     MOVE     FST-NOTE (11:2) TO POR-LINE.
     READ     PURCHORD-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              ADD 1 TO WS-Nom-Unvalued
              GO TO ONA551-Next-Fuel.
     COMPUTE  WS-Nom-Value ROUNDED = FST-LITRES * POR-UNIT-COST.
     ADD      WS-Nom-Value TO NJT-Amount (9) NJT-Amount (10).
     GO       TO ONA551-Next-Fuel.
*>
 ONA554-Claims.
     START    EXPCLAIM-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONA557-Credits.
 ONA555-Next-Claim.
     READ     EXPCLAIM-FILE NEXT RECORD AT END  GO TO ONA557-Credits.
     IF       CLM-STATUS NOT = "A"
        OR    CLM-DATE (1:6) NOT = WS-Nom-Period
              GO TO ONA555-Next-Claim.
     IF       CLM-CATEGORY = "FUEL"
              ADD CLM-AMOUNT TO NJT-Amount (11)
     ELSE
      IF      CLM-CATEGORY = "FEES"
              ADD CLM-AMOUNT TO NJT-Amount (12)
      ELSE
              ADD CLM-AMOUNT TO NJT-Amount (13).
     ADD      CLM-AMOUNT TO NJT-Amount (14).
     GO       TO ONA555-Next-Claim.
*>
*>  Credit notes approved in the month - the reverse of an invoice.
*>
 ONA557-Credits.
     MOVE     ZERO TO CRN-NO.
     START    CREDNOTE-FILE KEY NOT < CRN-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONA559-Exit.
 ONA558-Next-Credit.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO ONA559-Exit.
     IF       CRN-STATUS NOT = "A"
        OR    CRN-POST-DATE (1:6) NOT = WS-Nom-Period
              GO TO ONA558-Next-Credit.
     ADD      CRN-NET    TO NJT-Amount (15).
     ADD      CRN-VAT    TO NJT-Amount (16).
     ADD      CRN-AMOUNT TO NJT-Amount (17).
     GO       TO ONA558-Next-Credit.
 ONA559-Exit.  exit.
*>
*>  Accounts looked up, totals struck and the journal printed.
*>
 ONA560-Print.
     MOVE     ZERO TO WS-Nom-Debits WS-Nom-Credits WS-Nom-Unmapped WS-Nom-Lines.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "NOMINAL LEDGER JOURNAL - month " WS-Nom-Period
              "  dated " WS-Nom-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Role     Account     Details                               Debit        Credit"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Nom-Sub.
 ONA562-Next.
     ADD      1 TO WS-Nom-Sub.
     IF       WS-Nom-Sub > 17
              GO TO ONA565-Totals.
     IF       NJT-Amount (WS-Nom-Sub) = ZERO
              GO TO ONA562-Next.
     MOVE     NJD-Role (WS-Nom-Sub) TO NOM-ROLE.
     READ     NOMMAP-FILE INVALID KEY  MOVE SPACES TO NOM-ACCOUNT.
     MOVE     NOM-ACCOUNT TO NJT-Account (WS-Nom-Sub).
     IF       NOM-ACCOUNT = SPACES
              ADD 1 TO WS-Nom-Unmapped.
     ADD      1 TO WS-Nom-Lines.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     NJD-Role (WS-Nom-Sub)    TO PRINT-RECORD (1:8).
     MOVE     NJT-Account (WS-Nom-Sub) TO PRINT-RECORD (10:10).
     IF       NOM-ACCOUNT = SPACES
              MOVE "*UNMAPPED*" TO PRINT-RECORD (10:10).
     MOVE     NJD-Details (WS-Nom-Sub) TO PRINT-RECORD (22:30).
     MOVE     NJT-Amount (WS-Nom-Sub)  TO WS-Nom-Amount-Disp.
     IF       NJD-Side (WS-Nom-Sub) = "D"
              ADD NJT-Amount (WS-Nom-Sub) TO WS-Nom-Debits
              MOVE WS-Nom-Amount-Disp TO PRINT-RECORD (54:12)
     ELSE
              ADD NJT-Amount (WS-Nom-Sub) TO WS-Nom-Credits
              MOVE WS-Nom-Amount-Disp TO PRINT-RECORD (68:12).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ONA562-Next.
 ONA565-Totals.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "Totals" TO PRINT-RECORD (22:6).
     MOVE     WS-Nom-Debits  TO WS-Nom-Amount-Disp.
     MOVE     WS-Nom-Amount-Disp TO PRINT-RECORD (54:12).
     MOVE     WS-Nom-Credits TO WS-Nom-Amount-Disp.
     MOVE     WS-Nom-Amount-Disp TO PRINT-RECORD (68:12).
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Nom-Debits NOT = WS-Nom-Credits
              MOVE SPACES TO PRINT-RECORD
              MOVE FL162  TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     IF       WS-Nom-Unmapped NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE FL163  TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     IF       WS-Nom-Unvalued NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE WS-Nom-Unvalued TO WS-DISPLAY4
              STRING "*** " WS-DISPLAY4
                     " fuel deliveries not booked to an order - not in the journal ***"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 1.
 ONA569-Exit.  exit.
*>
 ONA570-Export.
     MOVE     WS-Nom-Period TO NEX-PERIOD.
     READ     NOMEXP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY FL161 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ONA579-Exit.
     IF       WS-Nom-Lines = ZERO
              DISPLAY FL164 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ONA579-Exit.
     IF       WS-Nom-Debits NOT = WS-Nom-Credits
              DISPLAY FL162 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ONA579-Exit.
     IF       WS-Nom-Unmapped NOT = ZERO
              DISPLAY FL163 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ONA579-Exit.
     MOVE     SPACES TO WS-Nom-Csv-Name.
     STRING   "nomjnl-" WS-Nom-Period ".csv"
              DELIMITED BY SIZE INTO WS-Nom-Csv-Name.
     OPEN     OUTPUT NOMCSV-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL100 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ONA579-Exit.
     MOVE     "Type,Account,Date,Reference,Details,Amount" TO NOMCSV-RECORD.
     WRITE    NOMCSV-RECORD.
     MOVE     ZERO TO WS-Nom-Sub.
 ONA572-Next.
     ADD      1 TO WS-Nom-Sub.
     IF       WS-Nom-Sub > 17
              GO TO ONA575-Stamp.
     IF       NJT-Amount (WS-Nom-Sub) = ZERO
              GO TO ONA572-Next.
     MOVE     NJT-Amount (WS-Nom-Sub) TO WS-Nom-Amount-Disp.
     MOVE     SPACES TO NOMCSV-RECORD.
     STRING   "J" NJD-Side (WS-Nom-Sub) ","
              function trim (NJT-Account (WS-Nom-Sub)) ","
              WS-Nom-Date ",FL" WS-Nom-Period ","
              function trim (NJD-Details (WS-Nom-Sub)) ","
              function trim (WS-Nom-Amount-Disp)
              DELIMITED BY SIZE INTO NOMCSV-RECORD.
     WRITE    NOMCSV-RECORD.
     GO       TO ONA572-Next.
 ONA575-Stamp.
     CLOSE    NOMCSV-FILE.
     MOVE     WS-Nom-Period  TO NEX-PERIOD.
     MOVE     WS-Today       TO NEX-RUN-DATE.
     MOVE     WS-Cur-User    TO NEX-USER.
     MOVE     WS-Nom-Lines   TO NEX-LINES.
     MOVE     WS-Nom-Debits  TO NEX-TOTAL.
     WRITE    NOMEXP-RECORD INVALID KEY CONTINUE END-WRITE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Exported to " WS-Nom-Csv-Name
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  "Journal exported to" AT 1001 with foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-Nom-Csv-Name AT 1021 with foreground-color COB-COLOR-GREEN.
 ONA579-Exit.  exit.
*>
 ONA599-Exit.  exit section.
*>
 ONB500-Bank-Import  SECTION.
*>============================
*>
*> Bank statement import - reads the bank's CSV statement (Date,
*>   Payer,Reference,Amount) plus any lines carried forward on
*>   bankcf.dat and matches each credit against the open invoices:
*>     a reference holding an open invoice number whose outstanding
*>      equals the amount, or whose Captain's name is in the payer,
*>      posts;
*>     otherwise exactly one open invoice for the payer's Captain for
*>      that exact amount posts.
*>   Anything else that points at an invoice goes to the review
*>   screen; lines that match nothing are carried forward to the next
*>   import. Postings move INV-PAID/INV-STATUS, ACC-BALANCE and the
*>   acctrcpt.dat audit line exactly as ON000 does, dated as on the
*>   statement. A statement file already imported (csvimport.ctl, as
*>   for the flight CSV import) is warned about first.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Bank Statement Import" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     MOVE     ZERO TO WS-Bnk-Size WS-Bnk-Posted WS-Bnk-Reviewed
                      WS-Bnk-Carried WS-Bnk-Skipped.
     MOVE     "N" TO WS-Bnk-Stmt-Read.
     MOVE     "bankstmt.csv" TO WS-Bnk-Csv-Name.
     DISPLAY  "Statement file [                                        ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "(blank to retry the carried forward lines only)" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   WS-Bnk-Csv-Name (1:40) AT 0617 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONB599-Exit.
*>
     PERFORM  ONB520-Load-Carried THRU ONB529-Exit.
     IF       WS-Bnk-Csv-Name NOT = SPACES
              PERFORM ONB530-Load-Statement THRU ONB539-Exit.
     IF       WS-Bnk-Size = ZERO
              DISPLAY "Nothing to match" AT 1001 with foreground-color COB-COLOR-GREEN
              GO TO ONB590-Wait.
*>
     MOVE     ZERO TO WS-Bnk-Sub.
     PERFORM  ONB550-Match THRU ONB559-Exit.
     PERFORM  ONB570-Review THRU ONB579-Exit.
     PERFORM  ONB580-Carry-Forward THRU ONB589-Exit.
     PERFORM  ONB585-Report THRU ONB588-Exit.
     IF       WS-Bnk-Stmt-Read = "Y"
              PERFORM ONB548-Record-Import.
*>
     DISPLAY  SPACE AT 0601 with erase eos.
     MOVE     WS-Bnk-Posted TO WS-DISPLAY4.
     DISPLAY  "Posted automatically   " AT 0801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-DISPLAY4               AT 0825 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Bnk-Reviewed TO WS-DISPLAY4.
     DISPLAY  "Posted on review       " AT 0901 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-DISPLAY4               AT 0925 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Bnk-Carried TO WS-DISPLAY4.
     DISPLAY  "Carried forward        " AT 1001 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-DISPLAY4               AT 1025 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Bnk-Skipped TO WS-DISPLAY4.
     DISPLAY  "Debits / lines skipped " AT 1101 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-DISPLAY4               AT 1125 WITH foreground-color COB-COLOR-CYAN.
 ONB590-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ONB599-Exit.
*>
 ONB520-Load-Carried.
     OPEN     INPUT BANKCF-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ONB529-Exit.
 ONB522-Next.
     READ     BANKCF-FILE AT END
              CLOSE BANKCF-FILE
              GO TO ONB529-Exit.
     IF       WS-Bnk-Size NOT < WS-Bnk-Max
              CLOSE BANKCF-FILE
              GO TO ONB529-Exit.
     ADD      1 TO WS-Bnk-Size.
     MOVE     BCF-DATE   TO WSB-Date   (WS-Bnk-Size).
     MOVE     BCF-AMOUNT TO WSB-Amount (WS-Bnk-Size).
     MOVE     BCF-PAYER  TO WSB-Payer  (WS-Bnk-Size).
     MOVE     BCF-REF    TO WSB-Ref    (WS-Bnk-Size).
     MOVE     BCF-FIRST  TO WSB-First  (WS-Bnk-Size).
     MOVE     "U"        TO WSB-State  (WS-Bnk-Size).
     MOVE     ZERO       TO WSB-Inv    (WS-Bnk-Size).
     GO       TO ONB522-Next.
 ONB529-Exit.  exit.
*>
*>  Pre-scan for the csvimport.ctl check the way F505 does, then load.
*>
 ONB530-Load-Statement.
     MOVE     ZERO TO WS-CTL-Precount WS-CTL-Prebytes WS-CTL-Found.
     OPEN     INPUT BANKSTMT-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL165 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO ONB539-Exit.
 ONB531-Prescan.
     READ     BANKSTMT-FILE AT END
              CLOSE BANKSTMT-FILE
              GO TO ONB532-Check.
     ADD      1 TO WS-CTL-Precount.
     ADD      FUNCTION LENGTH (FUNCTION TRIM (BANKSTMT-RECORD)) TO WS-CTL-Prebytes.
     GO       TO ONB531-Prescan.
 ONB532-Check.
     IF       WS-CTL-Precount > WS-Bnk-Max - WS-Bnk-Size
              DISPLAY FL166 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO ONB539-Exit.
     OPEN     INPUT CSV-Control-File.
     IF       FS-REPLY NOT = "00"
              GO TO ONB534-Load.
 ONB533-Ctl-Read.
     READ     CSV-Control-File INTO WS-CSV-CTL-LINE AT END
              CLOSE CSV-Control-File
              GO TO ONB534-Load.
     IF       WS-CTL-File-Name = WS-Bnk-Csv-Name
        AND   WS-CTL-Rec-Count = WS-CTL-Precount
        AND   WS-CTL-Byte-Total = WS-CTL-Prebytes
              SET WS-CTL-Match-Found TO TRUE.
     GO       TO ONB533-Ctl-Read.
 ONB534-Load.
     IF       WS-CTL-Match-Found
              DISPLAY "This statement appears to have been imported before"
                       AT 0901 WITH foreground-color COB-COLOR-RED
              MOVE "N" TO MENU-REPLY
              DISPLAY "Proceed anyway Y or N - [ ]" AT 1001 WITH erase eol
              ACCEPT   Menu-Reply AT 1026 WITH UPDATE
              MOVE     FUNCTION UPPER-CASE (Menu-Reply) TO Menu-Reply
              DISPLAY  SPACE AT 0901 WITH ERASE EOS
              IF       Menu-Reply NOT = "Y"
                       GO TO ONB539-Exit
              END-IF.
     OPEN     INPUT BANKSTMT-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ONB539-Exit.
     MOVE     "Y" TO WS-Bnk-Stmt-Read.
 ONB535-Read.
     READ     BANKSTMT-FILE AT END
              CLOSE BANKSTMT-FILE
              GO TO ONB539-Exit.
     PERFORM  ONB540-Parse-Line THRU ONB547-Exit.
     GO       TO ONB535-Read.
 ONB539-Exit.  exit.
*>
*>  One statement line into the table - lines without a valid date
*>   (the heading) and debits are skipped.
*>
 ONB540-Parse-Line.
     INSPECT  BANKSTMT-RECORD REPLACING ALL QUOTE BY SPACE.
     MOVE     SPACES TO WS-Bnk-F-Date WS-Bnk-F-Payer WS-Bnk-F-Ref WS-Bnk-F-Amount.
     UNSTRING BANKSTMT-RECORD DELIMITED BY ","
              INTO WS-Bnk-F-Date WS-Bnk-F-Payer WS-Bnk-F-Ref WS-Bnk-F-Amount.
     MOVE     FUNCTION TRIM (WS-Bnk-F-Date)   TO WS-Bnk-F-Date.
     MOVE     FUNCTION TRIM (WS-Bnk-F-Amount) TO WS-Bnk-F-Amount.
     IF       WS-Bnk-F-Amount (1:1) = "-"
        OR    WS-Bnk-F-Amount = SPACES
        OR    FUNCTION TEST-NUMVAL (WS-Bnk-F-Amount) NOT = ZERO
              ADD 1 TO WS-Bnk-Skipped
              GO TO ONB547-Exit.
     COMPUTE  WS-Bnk-Amount = FUNCTION NUMVAL (WS-Bnk-F-Amount).
     IF       WS-Bnk-Amount = ZERO
              ADD 1 TO WS-Bnk-Skipped
              GO TO ONB547-Exit.
*>
*>  dd/mm/ccyy as the banks send it, or ccyy-mm-dd.
*>
     MOVE     SPACES TO WS-Bnk-D1 WS-Bnk-D2 WS-Bnk-D3.
     MOVE     ZERO   TO WS-Bnk-D1-Cnt.
     UNSTRING WS-Bnk-F-Date DELIMITED BY "/" OR "-" OR "."
              INTO WS-Bnk-D1 COUNT WS-Bnk-D1-Cnt WS-Bnk-D2 WS-Bnk-D3.
     IF       WS-Bnk-D1-Cnt = 4
              MOVE WS-Bnk-D1 (1:4) TO WS-Bnk-Date (1:4)
              MOVE WS-Bnk-D2 (1:2) TO WS-Bnk-Date (5:2)
              MOVE WS-Bnk-D3 (1:2) TO WS-Bnk-Date (7:2)
     ELSE
              MOVE WS-Bnk-D3 (1:4) TO WS-Bnk-Date (1:4)
              MOVE WS-Bnk-D2 (1:2) TO WS-Bnk-Date (5:2)
              MOVE WS-Bnk-D1 (1:2) TO WS-Bnk-Date (7:2).
     IF       WS-Bnk-Date NOT NUMERIC
        OR    WS-Bnk-Date (5:2) < "01" OR > "12"
        OR    WS-Bnk-Date (7:2) < "01" OR > "31"
              ADD 1 TO WS-Bnk-Skipped
              GO TO ONB547-Exit.
     ADD      1 TO WS-Bnk-Size.
     MOVE     WS-Bnk-Date    TO WSB-Date   (WS-Bnk-Size).
     MOVE     WS-Bnk-Amount  TO WSB-Amount (WS-Bnk-Size).
     MOVE     FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Bnk-F-Payer))
                             TO WSB-Payer  (WS-Bnk-Size).
     MOVE     FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Bnk-F-Ref))
                             TO WSB-Ref    (WS-Bnk-Size).
     MOVE     WS-Today       TO WSB-First  (WS-Bnk-Size).
     MOVE     "U"            TO WSB-State  (WS-Bnk-Size).
     MOVE     ZERO           TO WSB-Inv    (WS-Bnk-Size).
 ONB547-Exit.  exit.
*>
 ONB548-Record-Import.
     MOVE     SPACES TO WS-CSV-CTL-LINE.
     MOVE     WS-Bnk-Csv-Name TO WS-CTL-File-Name.
     MOVE     WS-CTL-Precount TO WS-CTL-Rec-Count.
     MOVE     WS-CTL-Prebytes TO WS-CTL-Byte-Total.
     MOVE     WS-Today        TO WS-CTL-Import-Date.
     OPEN     EXTEND CSV-Control-File.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT CSV-Control-File.
     WRITE    CSV-CTL-RECORD FROM WS-CSV-CTL-LINE.
     CLOSE    CSV-Control-File.
*>
*>  Automatic matching - each line in turn, by reference first then
*>   by Captain name and amount across all open invoices.
*>
 ONB550-Match.
     ADD      1 TO WS-Bnk-Sub.
     IF       WS-Bnk-Sub > WS-Bnk-Size
              GO TO ONB559-Exit.
     MOVE     ZERO TO WSB-Inv (WS-Bnk-Sub).
     PERFORM  ONB560-Ref-Invoice THRU ONB562-Exit.
     IF       WS-Bnk-Ref-Inv = ZERO
              GO TO ONB554-By-Name.
     MOVE     WS-Bnk-Ref-Inv TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        OR    INV-STATUS = "S"
              GO TO ONB554-By-Name.
     PERFORM  ZT900-Invoice-Balance.
     PERFORM  ONB565-Name-Match THRU ONB567-Exit.
     MOVE     INV-NO TO WSB-Inv (WS-Bnk-Sub).
     IF       WSB-Amount (WS-Bnk-Sub) = WS-Inv-Outstanding
        OR   (WS-Bnk-Name-Hit = "Y"
        AND   WSB-Amount (WS-Bnk-Sub) < WS-Inv-Outstanding)
              PERFORM ONB568-Post THRU ONB569-Exit
              MOVE "P" TO WSB-State (WS-Bnk-Sub)
              ADD  1   TO WS-Bnk-Posted
              GO TO ONB550-Match.
     IF       WS-Bnk-Name-Hit = "Y"
              MOVE "R" TO WSB-State (WS-Bnk-Sub)
              GO TO ONB550-Match.
*>
*>  Neither name nor amount agrees with the invoice quoted - look for a
*>   better one, but it stays the one for review if none is found.
*>
*>
 ONB554-By-Name.
     MOVE     ZERO TO WS-Bnk-Exact WS-Bnk-Near WS-Bnk-Exact-Inv WS-Bnk-Near-Inv.
     MOVE     ZERO TO INV-NO.
     START    INVOICE-FILE KEY NOT < INV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONB557-Decide.
 ONB555-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO ONB557-Decide.
     IF       INV-STATUS = "S"
              GO TO ONB555-Next-Invoice.
     PERFORM  ZT900-Invoice-Balance.
     PERFORM  ONB565-Name-Match THRU ONB567-Exit.
     IF       WS-Bnk-Name-Hit = "Y"
        AND   WSB-Amount (WS-Bnk-Sub) = WS-Inv-Outstanding
              ADD 1 TO WS-Bnk-Exact
              IF  WS-Bnk-Exact-Inv = ZERO
                  MOVE INV-NO TO WS-Bnk-Exact-Inv
              END-IF
              GO TO ONB555-Next-Invoice.
     IF       WS-Bnk-Name-Hit = "Y"
        OR    WSB-Amount (WS-Bnk-Sub) = WS-Inv-Outstanding
              ADD 1 TO WS-Bnk-Near
              IF  WS-Bnk-Near-Inv = ZERO
                  MOVE INV-NO TO WS-Bnk-Near-Inv
              END-IF.
     GO       TO ONB555-Next-Invoice.
 ONB557-Decide.
     IF       WS-Bnk-Exact = 1
              MOVE WS-Bnk-Exact-Inv TO WSB-Inv (WS-Bnk-Sub) INV-NO
              READ INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              PERFORM ONB568-Post THRU ONB569-Exit
              MOVE "P" TO WSB-State (WS-Bnk-Sub)
              ADD  1   TO WS-Bnk-Posted
              GO TO ONB550-Match.
     IF       WS-Bnk-Exact > 1
              MOVE WS-Bnk-Exact-Inv TO WSB-Inv (WS-Bnk-Sub)
              MOVE "R" TO WSB-State (WS-Bnk-Sub)
              GO TO ONB550-Match.
     IF       WS-Bnk-Near > ZERO
              MOVE WS-Bnk-Near-Inv TO WSB-Inv (WS-Bnk-Sub)
              MOVE "R" TO WSB-State (WS-Bnk-Sub)
              GO TO ONB550-Match.
     IF       WSB-Inv (WS-Bnk-Sub) NOT = ZERO
              MOVE "R" TO WSB-State (WS-Bnk-Sub)
     ELSE
              MOVE "U" TO WSB-State (WS-Bnk-Sub).
     GO       TO ONB550-Match.
 ONB559-Exit.  exit.
*>
*>  First run of digits in the reference taken as the invoice number -
*>   a run longer than an invoice number is not one.
*>
 ONB560-Ref-Invoice.
     MOVE     ZERO TO WS-Bnk-Ref-Inv WS-Bnk-Digits WS-Bnk-Pos.
 ONB561-Next-Char.
     ADD      1 TO WS-Bnk-Pos.
     IF       WS-Bnk-Pos > 30
              GO TO ONB562-Exit.
     IF       WSB-Ref (WS-Bnk-Sub) (WS-Bnk-Pos:1) NOT NUMERIC
              IF  WS-Bnk-Digits > ZERO
                  GO TO ONB562-Exit
              ELSE
                  GO TO ONB561-Next-Char
              END-IF.
     MOVE     WSB-Ref (WS-Bnk-Sub) (WS-Bnk-Pos:1) TO WS-Bnk-Digit.
     COMPUTE  WS-Bnk-Ref-Inv = WS-Bnk-Ref-Inv * 10 + WS-Bnk-Digit.
     ADD      1 TO WS-Bnk-Digits.
     IF       WS-Bnk-Digits > 6
              MOVE ZERO TO WS-Bnk-Ref-Inv
              GO TO ONB562-Exit.
     GO       TO ONB561-Next-Char.
 ONB562-Exit.  exit.
*>
*>  The invoice's Captain is taken as named by the payer when any word
*>   of three or more letters of the name appears in the payer text.
*>
 ONB565-Name-Match.
     MOVE     "N" TO WS-Bnk-Name-Hit.
     MOVE     FUNCTION UPPER-CASE (INV-CAPTAIN) TO WS-Bnk-Capt.
     MOVE     SPACES TO WS-Bnk-Word1 WS-Bnk-Word2 WS-Bnk-Word3.
     MOVE     ZERO   TO WS-Bnk-Len1 WS-Bnk-Len2 WS-Bnk-Len3 WS-Bnk-Tally.
     UNSTRING WS-Bnk-Capt DELIMITED BY ALL SPACE
              INTO WS-Bnk-Word1 COUNT WS-Bnk-Len1
                   WS-Bnk-Word2 COUNT WS-Bnk-Len2
                   WS-Bnk-Word3 COUNT WS-Bnk-Len3.
     IF       WS-Bnk-Len1 > 2
              INSPECT WSB-Payer (WS-Bnk-Sub) TALLYING WS-Bnk-Tally
                      FOR ALL WS-Bnk-Word1 (1:WS-Bnk-Len1).
     IF       WS-Bnk-Len2 > 2
              INSPECT WSB-Payer (WS-Bnk-Sub) TALLYING WS-Bnk-Tally
                      FOR ALL WS-Bnk-Word2 (1:WS-Bnk-Len2).
     IF       WS-Bnk-Len3 > 2
              INSPECT WSB-Payer (WS-Bnk-Sub) TALLYING WS-Bnk-Tally
                      FOR ALL WS-Bnk-Word3 (1:WS-Bnk-Len3).
     IF       WS-Bnk-Tally > ZERO
              MOVE "Y" TO WS-Bnk-Name-Hit.
 ONB567-Exit.  exit.
*>
*>  Post the line to the invoice in INVOICE-RECORD - as ON000.
*>
 ONB568-Post.
     ADD      WSB-Amount (WS-Bnk-Sub) TO INV-PAID.
     PERFORM  ZT900-Invoice-Balance.
     REWRITE  INVOICE-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     MOVE     INV-CAPTAIN TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              SUBTRACT WSB-Amount (WS-Bnk-Sub) FROM ACC-BALANCE
              REWRITE ACCOUNT-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     OPEN     EXTEND RECEIPTLOG-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT RECEIPTLOG-FILE.
     IF       FS-REPLY = "00"
              MOVE WSB-Date (WS-Bnk-Sub)   TO RCT-DATE
              MOVE INV-CAPTAIN             TO RCT-CAPTAIN
              MOVE INV-NO                  TO RCT-INV-NO
              MOVE WSB-Amount (WS-Bnk-Sub) TO RCT-AMOUNT
              MOVE SPACE TO RCT-TYPE
              MOVE ZERO  TO RCT-CRN-NO
              WRITE RECEIPT-RECORD
              CLOSE RECEIPTLOG-FILE.
 ONB569-Exit.  exit.
*>
*>  Review screen - each line left as R in turn, showing the invoice
*>   it most likely belongs to. (P)ost to that or another invoice,
*>   (C)arry forward, or (I)gnore a credit that is not a receipt.
*>   Escape leaves the rest to be carried forward.
*>
 ONB570-Review.
     MOVE     ZERO TO WS-Bnk-Sub.
 ONB571-Next.
     ADD      1 TO WS-Bnk-Sub.
     IF       WS-Bnk-Sub > WS-Bnk-Size
              GO TO ONB579-Exit.
     IF       WSB-State (WS-Bnk-Sub) NOT = "R"
              GO TO ONB571-Next.
     DISPLAY  "Receipt for review" AT 0601 WITH foreground-color COB-COLOR-GREEN
              with erase eos.
     MOVE     WSB-Date (WS-Bnk-Sub) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  "Date      " AT 0801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Test-Date AT 0811 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Payer     " AT 0901 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WSB-Payer (WS-Bnk-Sub) AT 0911 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Reference " AT 1001 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WSB-Ref (WS-Bnk-Sub) AT 1011 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WSB-Amount (WS-Bnk-Sub) TO PA2-TOT.
     DISPLAY  "Amount    " AT 1101 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PA2-TOT      AT 1111 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WSB-Inv (WS-Bnk-Sub) TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY "Suggested invoice" AT 1301 WITH foreground-color COB-COLOR-CYAN
              DISPLAY INV-NO      AT 1320 WITH foreground-color COB-COLOR-CYAN
              DISPLAY INV-CAPTAIN AT 1328 WITH foreground-color COB-COLOR-CYAN
              PERFORM ZT900-Invoice-Balance
              MOVE WS-Inv-Outstanding TO PA2-TOT
              DISPLAY "Outstanding" AT 1345 WITH foreground-color COB-COLOR-CYAN
              DISPLAY PA2-TOT AT 1357 WITH foreground-color COB-COLOR-CYAN.
 ONB573-Action.
     DISPLAY  "(P)ost  (C)arry forward  (I)gnore - not a receipt [ ]" AT 1501
              WITH foreground-color COB-COLOR-Yellow with erase eol.
     MOVE     "C" TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 1552 with update.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONB579-Exit.
     IF       MENU-REPLY = "C"
              GO TO ONB571-Next.
     IF       MENU-REPLY = "I"
              MOVE "I" TO WSB-State (WS-Bnk-Sub)
              GO TO ONB571-Next.
     IF       MENU-REPLY NOT = "P"
              GO TO ONB573-Action.
 ONB575-Get-Invoice.
     DISPLAY  "Invoice number [      ]" AT 1701 WITH foreground-color COB-COLOR-Yellow
              with erase eos.
     MOVE     WSB-Inv (WS-Bnk-Sub) TO WS-Inv-No.
     ACCEPT   WS-Inv-No AT 1717 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONB573-Action.
     MOVE     WS-Inv-No TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        OR    INV-STATUS = "S"
              DISPLAY FL167 AT 1901 with foreground-color COB-COLOR-RED
              GO TO ONB575-Get-Invoice.
     PERFORM  ZT900-Invoice-Balance.
     IF       WSB-Amount (WS-Bnk-Sub) > WS-Inv-Outstanding
              DISPLAY FL105 AT 1901 with foreground-color COB-COLOR-YELLOW
              MOVE "N" TO WS-Reply
              ACCEPT WS-Reply AT 1960 with update
              move function upper-case (WS-Reply) to WS-Reply
              DISPLAY SPACE AT 1901 with erase eol
              IF  WS-Reply NOT = "Y"
                  GO TO ONB573-Action
              END-IF.
     MOVE     INV-NO TO WSB-Inv (WS-Bnk-Sub).
     PERFORM  ONB568-Post THRU ONB569-Exit.
     MOVE     "M" TO WSB-State (WS-Bnk-Sub).
     ADD      1   TO WS-Bnk-Reviewed.
     GO       TO ONB571-Next.
 ONB579-Exit.  exit.
*>
 ONB580-Carry-Forward.
     OPEN     OUTPUT BANKCF-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ONB589-Exit.
     MOVE     ZERO TO WS-Bnk-Sub.
 ONB581-Next.
     ADD      1 TO WS-Bnk-Sub.
     IF       WS-Bnk-Sub > WS-Bnk-Size
              CLOSE BANKCF-FILE
              GO TO ONB589-Exit.
     IF       WSB-State (WS-Bnk-Sub) NOT = "U" AND NOT = "R"
              GO TO ONB581-Next.
     MOVE     WSB-Date   (WS-Bnk-Sub) TO BCF-DATE.
     MOVE     WSB-Amount (WS-Bnk-Sub) TO BCF-AMOUNT.
     MOVE     WSB-Payer  (WS-Bnk-Sub) TO BCF-PAYER.
     MOVE     WSB-Ref    (WS-Bnk-Sub) TO BCF-REF.
     MOVE     WSB-First  (WS-Bnk-Sub) TO BCF-FIRST.
     WRITE    BANKCF-RECORD.
     ADD      1 TO WS-Bnk-Carried.
     GO       TO ONB581-Next.
 ONB589-Exit.  exit.
*>
*>  Import listing to the report file - every line and what became of it.
*>
 ONB585-Report.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "BANK STATEMENT IMPORT - " WSF-Date "  " WS-Bnk-Csv-Name
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Date       Payer                          Reference                           Amount  Invoice  Result"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Bnk-Sub.
 ONB586-Next.
     ADD      1 TO WS-Bnk-Sub.
     IF       WS-Bnk-Sub > WS-Bnk-Size
              GO TO ONB588-Exit.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WSB-Date (WS-Bnk-Sub) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date            TO PRINT-RECORD (1:10).
     MOVE     WSB-Payer (WS-Bnk-Sub)  TO PRINT-RECORD (12:30).
     MOVE     WSB-Ref (WS-Bnk-Sub)    TO PRINT-RECORD (43:30).
     MOVE     WSB-Amount (WS-Bnk-Sub) TO PA2-TOT.
     MOVE     PA2-TOT                 TO PRINT-RECORD (73:11).
     IF       WSB-Inv (WS-Bnk-Sub) NOT = ZERO
              MOVE WSB-Inv (WS-Bnk-Sub) TO PRINT-RECORD (86:6).
     EVALUATE WSB-State (WS-Bnk-Sub)
              WHEN "P"  MOVE "Posted"            TO WS-Bnk-Result
              WHEN "M"  MOVE "Posted on review"  TO WS-Bnk-Result
              WHEN "I"  MOVE "Ignored"           TO WS-Bnk-Result
              WHEN "R"  MOVE "Carried - review"  TO WS-Bnk-Result
              WHEN OTHER MOVE "Carried - no match" TO WS-Bnk-Result
     END-EVALUATE.
     MOVE     WS-Bnk-Result           TO PRINT-RECORD (95:18).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ONB586-Next.
 ONB588-Exit.  exit.
*>
 ONB599-Exit.  exit section.
*>
 ONC500-Credit-Notes  SECTION.
*>============================
*>
*> Credit notes - the only way an issued invoice is reduced. (R)aise
*>   numbers a credit note against an INV-NO with a reason code and
*>   note, pending; (A)pprove is supervisor only and posts it - the
*>   invoice's credited figure (as far as the invoice is still
*>   outstanding, the rest being credit on account), ACC-BALANCE and
*>   a type C line on the acctrcpt.dat receipts audit trail. (L)ist
*>   shows the register; (T)rail prints the receipts audit trail.
*>   The total credited on an invoice can never pass its amount.
*>
 ONC510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Credit Notes" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(R)aise  (A)pprove  (L)ist  receipts audit (T)rail  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0661 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONC599-Exit.
     IF       MENU-REPLY = "R"
              PERFORM ONC520-Raise THRU ONC529-Exit
              GO TO ONC510-Menu.
     IF       MENU-REPLY = "A"
              PERFORM ONC540-Approve THRU ONC549-Exit
              GO TO ONC510-Menu.
     IF       MENU-REPLY = "L"
              PERFORM ONC560-List THRU ONC569-Exit
              GO TO ONC510-Menu.
     IF       MENU-REPLY = "T"
              PERFORM ONC570-Audit-Trail THRU ONC579-Exit.
     GO       TO ONC510-Menu.
*>
 ONC520-Raise.
     DISPLAY  "Invoice number [      ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Inv-No.
     ACCEPT   WS-Inv-No AT 0817 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Inv-No = ZERO
              GO TO ONC529-Exit.
     MOVE     WS-Inv-No TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL102 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ONC520-Raise.
     PERFORM  ZT900-Invoice-Balance.
     PERFORM  ONC530-Credits-Raised THRU ONC534-Exit.
     COMPUTE  WS-Crn-Creditable = INV-AMOUNT - WS-Crn-Raised.
*>
*>  Next credit note number off the register, the invoice-numbering walk -
*>   taken before the entry fields as the walk reads into the record.
*>
     MOVE     ZERO TO WS-Crn-Next.
     MOVE     ZERO TO CRN-NO.
     START    CREDNOTE-FILE KEY NOT < CRN-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              PERFORM ONC526-Find-Last THRU ONC527-Exit.
     ADD      1 TO WS-Crn-Next.
*>
     DISPLAY  "Captain  "     AT 1001 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  INV-CAPTAIN     AT 1011 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Month "        AT 1030 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  INV-MONTH       AT 1036 WITH foreground-color COB-COLOR-CYAN.
     MOVE     INV-AMOUNT TO PA2-TOT.
     DISPLAY  "Invoiced "     AT 1101 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PA2-TOT         AT 1110 WITH foreground-color COB-COLOR-CYAN.
     MOVE     INV-PAID TO PA2-TOT.
     DISPLAY  "Paid "         AT 1130 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PA2-TOT         AT 1135 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Crn-Raised TO PA2-TOT.
     DISPLAY  "Credits raised " AT 1201 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PA2-TOT         AT 1216 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Inv-Outstanding TO WS-Crn-Sign.
     DISPLAY  "Outstanding "  AT 1230 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Crn-Sign     AT 1242 WITH foreground-color COB-COLOR-CYAN.
     IF       WS-Crn-Creditable NOT > ZERO
              DISPLAY FL168 AT 1401 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ONC529-Exit.
*>
     DISPLAY  "Reasons - OC Overcharged  RT Wrong rate applied  DU Duplicate billing"
              AT 1401 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "          CF Cancelled / not flown  GW Goodwill  OT Other - see note"
              AT 1501 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Credit amount [         ]  Reason [  ]  Note [                              ]"
              AT 1701 WITH foreground-color COB-COLOR-Yellow.
 ONC522-Get-Amount.
     MOVE     ZERO TO WSN-AMT.
     ACCEPT   WSN-AMT AT 1716 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONC529-Exit.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO
           or WS-Acct-Amount = ZERO
              GO TO ONC522-Get-Amount.
     IF       WS-Acct-Amount > WS-Crn-Creditable
              DISPLAY FL168 AT 1901 with foreground-color COB-COLOR-RED
              GO TO ONC522-Get-Amount.
     MOVE     WS-Acct-Amount TO WS-Crn-Amount.
     DISPLAY  SPACE AT 1901 with erase eol.
 ONC524-Get-Reason.
     MOVE     SPACES TO CRN-REASON.
     ACCEPT   CRN-REASON AT 1736 with update.
     move     function upper-case (CRN-REASON) to CRN-REASON.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONC529-Exit.
     PERFORM  ONC535-Find-Reason THRU ONC539-Exit.
     IF       WS-Crn-Sub = ZERO
              DISPLAY FL169 AT 1901 with foreground-color COB-COLOR-RED
              GO TO ONC524-Get-Reason.
     DISPLAY  SPACE AT 1901 with erase eol.
     MOVE     SPACES TO CRN-NOTE.
     ACCEPT   CRN-NOTE AT 1747 with update.
     IF       CRN-REASON = "OT" AND CRN-NOTE = SPACES
              DISPLAY FL170 AT 1901 with foreground-color COB-COLOR-RED
              GO TO ONC524-Get-Reason.
*>
*>  VAT comes off in the proportion the invoice carried it.
*>
     MOVE     WS-Crn-Amount TO CRN-AMOUNT.
     IF       INV-NET NUMERIC AND INV-VAT NUMERIC
        AND   INV-NET + INV-VAT = INV-AMOUNT
        AND   INV-AMOUNT NOT = ZERO
              COMPUTE CRN-VAT ROUNDED = CRN-AMOUNT * INV-VAT / INV-AMOUNT
     ELSE
              MOVE ZERO TO CRN-VAT.
     COMPUTE  CRN-NET = CRN-AMOUNT - CRN-VAT.
     MOVE     WS-Crn-Next   TO CRN-NO.
     MOVE     INV-NO        TO CRN-INV-NO.
     MOVE     INV-CAPTAIN   TO CRN-CAPTAIN.
     MOVE     WS-Crn-Amount TO CRN-AMOUNT.
     MOVE     WS-Today      TO CRN-DATE.
     MOVE     ZERO          TO CRN-POST-DATE CRN-APPLIED.
     MOVE     "P"           TO CRN-STATUS.
     MOVE     WS-Cur-User   TO CRN-RAISED-BY.
     MOVE     SPACES        TO CRN-APPROVER.
     WRITE    CREDNOTE-RECORD INVALID KEY CONTINUE END-WRITE.
     DISPLAY  "Credit note " AT 1901 with foreground-color COB-COLOR-GREEN.
     DISPLAY  CRN-NO AT 1913 with foreground-color COB-COLOR-GREEN.
     DISPLAY  " recorded - pending supervisor approval" AT 1919
              with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ONC529-Exit.
*>
 ONC526-Find-Last.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO ONC527-Exit.
     MOVE     CRN-NO TO WS-Crn-Next.
     GO       TO ONC526-Find-Last.
 ONC527-Exit.  exit.
*>
 ONC529-Exit.  exit.
*>
*>  Credit notes already raised and not rejected against INV-NO, along
*>   the invoice alternate key.
*>
 ONC530-Credits-Raised.
     MOVE     ZERO   TO WS-Crn-Raised.
     MOVE     INV-NO TO CRN-INV-NO.
     START    CREDNOTE-FILE KEY = CRN-INV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONC534-Exit.
 ONC532-Next.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO ONC534-Exit.
     IF       CRN-INV-NO NOT = INV-NO
              GO TO ONC534-Exit.
     IF       CRN-STATUS NOT = "R"
              ADD CRN-AMOUNT TO WS-Crn-Raised.
     GO       TO ONC532-Next.
 ONC534-Exit.  exit.
*>
*>  CRN-REASON looked up - WS-Crn-Sub zero when not a known code.
*>
 ONC535-Find-Reason.
     MOVE     ZERO TO WS-Crn-Sub.
     MOVE     SPACES TO WS-Crn-Desc.
 ONC536-Next.
     ADD      1 TO WS-Crn-Sub.
     IF       WS-Crn-Sub > 6
              MOVE ZERO TO WS-Crn-Sub
              GO TO ONC539-Exit.
     IF       CRD-Code (WS-Crn-Sub) NOT = CRN-REASON
              GO TO ONC536-Next.
     MOVE     CRD-Desc (WS-Crn-Sub) TO WS-Crn-Desc.
 ONC539-Exit.  exit.
*>
*> Supervisor approval - the OQ500 shape, each pending credit note in
*>   turn for (A)pprove / (R)eject / (S)kip.
*>
 ONC540-Approve.
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO ONC549-Exit.
     MOVE     ZERO TO CRN-NO.
     START    CREDNOTE-FILE KEY NOT < CRN-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONC548-Done.
 ONC541-Next.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO ONC548-Done.
     IF       CRN-STATUS NOT = "P"
              GO TO ONC541-Next.
     DISPLAY  SPACE AT 0801 with erase eos.
     DISPLAY  "Credit note " AT 0801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-NO        AT 0813 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "invoice "    AT 0821 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-INV-NO    AT 0829 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-CAPTAIN   AT 0837 WITH foreground-color COB-COLOR-CYAN.
     MOVE     CRN-AMOUNT TO PA2-TOT.
     DISPLAY  PA2-TOT       AT 0854 WITH foreground-color COB-COLOR-CYAN.
     PERFORM  ONC535-Find-Reason THRU ONC539-Exit.
     DISPLAY  CRN-REASON    AT 0901 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Crn-Desc   AT 0904 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-NOTE      AT 0930 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Raised by "  AT 1001 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-RAISED-BY AT 1011 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(A)pprove (R)eject (S)kip [ ]" AT 1201 WITH foreground-color COB-COLOR-YELLOW.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 1228 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONC549-Exit.
     IF       MENU-REPLY = "R"
              MOVE "R"         TO CRN-STATUS
              MOVE WS-Cur-User TO CRN-APPROVER
              MOVE WS-Today    TO CRN-POST-DATE
              REWRITE CREDNOTE-RECORD INVALID KEY CONTINUE END-REWRITE
              GO TO ONC541-Next.
     IF       MENU-REPLY NOT = "A"
              GO TO ONC541-Next.
     PERFORM  ONC550-Post THRU ONC559-Exit.
     GO       TO ONC541-Next.
*>
 ONC548-Done.
     DISPLAY  SPACE AT 0801 with erase eos.
     DISPLAY  "No more credit notes awaiting approval" AT 0801
              with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ONC549-Exit.  exit.
*>
*>  Post the credit note in CREDNOTE-RECORD. Only what the invoice
*>   still has outstanding comes off it; the whole amount comes off
*>   the account balance.
*>
 ONC550-Post.
     MOVE     CRN-INV-NO TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL102 AT 1401 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1461
              GO TO ONC559-Exit.
     PERFORM  ZT900-Invoice-Balance.
     IF       WS-Inv-Outstanding NOT > ZERO
              MOVE ZERO TO CRN-APPLIED
     ELSE
      IF      CRN-AMOUNT > WS-Inv-Outstanding
              MOVE WS-Inv-Outstanding TO CRN-APPLIED
      ELSE
              MOVE CRN-AMOUNT TO CRN-APPLIED.
     ADD      CRN-APPLIED TO INV-CREDITED.
     PERFORM  ZT900-Invoice-Balance.
     REWRITE  INVOICE-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     MOVE     CRN-CAPTAIN TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              SUBTRACT CRN-AMOUNT FROM ACC-BALANCE
              REWRITE ACCOUNT-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     MOVE     "A"         TO CRN-STATUS.
     MOVE     WS-Cur-User TO CRN-APPROVER.
     MOVE     WS-Today    TO CRN-POST-DATE.
     REWRITE  CREDNOTE-RECORD INVALID KEY CONTINUE END-REWRITE.
*>
     OPEN     EXTEND RECEIPTLOG-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT RECEIPTLOG-FILE.
     IF       FS-REPLY = "00"
              MOVE WS-Today        TO RCT-DATE
              MOVE CRN-CAPTAIN     TO RCT-CAPTAIN
              MOVE CRN-INV-NO      TO RCT-INV-NO
              MOVE CRN-AMOUNT      TO RCT-AMOUNT
              MOVE "C"             TO RCT-TYPE
              MOVE CRN-NO          TO RCT-CRN-NO
              WRITE RECEIPT-RECORD
              CLOSE RECEIPTLOG-FILE.
 ONC559-Exit.  exit.
*>
 ONC560-List.
     DISPLAY  "No     Raised     Invoice Captain          Amount     Rsn St Approver"
              AT 0801 WITH foreground-color COB-COLOR-GREEN with erase eos.
     MOVE     9 TO LINE-CNT.
     MOVE     ZERO TO CRN-NO.
     START    CREDNOTE-FILE KEY NOT < CRN-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ONC568-Wait.
 ONC562-Next.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO ONC568-Wait.
     MOVE     CRN-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  CRN-NO        AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Test-Date  AT LINE LINE-CNT COL 08 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-INV-NO    AT LINE LINE-CNT COL 19 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-CAPTAIN   AT LINE LINE-CNT COL 27 WITH foreground-color COB-COLOR-CYAN.
     MOVE     CRN-AMOUNT TO PA2-TOT.
     DISPLAY  PA2-TOT       AT LINE LINE-CNT COL 42 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-REASON    AT LINE LINE-CNT COL 54 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-STATUS    AT LINE LINE-CNT COL 58 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CRN-APPROVER  AT LINE LINE-CNT COL 61 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO ONC562-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONC569-Exit.
     DISPLAY  SPACE AT 0901 with erase eos.
     MOVE     9 TO LINE-CNT.
     GO       TO ONC562-Next.
 ONC568-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ONC569-Exit.  exit.
*>
*>  Receipts audit trail - every line of acctrcpt.dat for a month (or
*>   all of it), receipts and credit notes, to the report file.
*>
 ONC570-Audit-Trail.
     DISPLAY  "Month [ccyymm]  (zero for all)" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Nom-Period.
     ACCEPT   WS-Nom-Period AT 0808 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ONC579-Exit.
     OPEN     INPUT RECEIPTLOG-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY "No receipts recorded yet" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ONC579-Exit.
     MOVE     ZERO TO WS-Crn-Amount WS-Crn-Raised.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "RECEIPTS AUDIT TRAIL as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     IF       WS-Nom-Period NOT = ZERO
              MOVE WS-Nom-Period TO PRINT-RECORD (40:6).
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Date       Type         Captain          Invoice  Credit       Amount"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
 ONC572-Next.
     READ     RECEIPTLOG-FILE AT END  GO TO ONC575-Totals.
     IF       WS-Nom-Period NOT = ZERO
        AND   RCT-DATE (1:6) NOT = WS-Nom-Period
              GO TO ONC572-Next.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     RCT-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date  TO PRINT-RECORD (1:10).
     MOVE     RCT-CAPTAIN   TO PRINT-RECORD (25:15).
     MOVE     RCT-INV-NO    TO PRINT-RECORD (42:6).
     MOVE     RCT-AMOUNT    TO PA2-TOT.
     MOVE     PA2-TOT       TO PRINT-RECORD (58:11).
     IF       RCT-TYPE = "C"
              MOVE "Credit note" TO PRINT-RECORD (12:11)
              MOVE RCT-CRN-NO    TO PRINT-RECORD (51:6)
              ADD  RCT-AMOUNT    TO WS-Crn-Raised
     ELSE
              MOVE "Receipt"     TO PRINT-RECORD (12:7)
              ADD  RCT-AMOUNT    TO WS-Crn-Amount.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ONC572-Next.
 ONC575-Totals.
     CLOSE    RECEIPTLOG-FILE.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "Total receipts"     TO PRINT-RECORD (12:14).
     MOVE     WS-Crn-Amount TO PA2-TOT.
     MOVE     PA2-TOT       TO PRINT-RECORD (58:11).
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "Total credit notes" TO PRINT-RECORD (12:18).
     MOVE     WS-Crn-Raised TO PA2-TOT.
     MOVE     PA2-TOT       TO PRINT-RECORD (58:11).
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  "Receipts audit trail written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ONC579-Exit.  exit.
*>
 ONC599-Exit.  exit section.
*>
 OND500-Statements  SECTION.
*>==========================
*>
*> Customer statements of account and the dunning run.
*>   (S)tatements - for a month, one page per account with any
*>   movement or a balance: opening balance, that month's invoices,
*>   receipts and credit notes with a running balance, closing
*>   balance. The closing figure is ACC-BALANCE less anything dated
*>   after the month, so back months print correctly.
*>   (D)unning - every outstanding invoice is aged from its raised
*>   date: reminder at WS-Dun-Reminder-Days, final demand at
*>   WS-Dun-Final-Days, stop-fly at WS-Dun-Stop-Days. An invoice moves
*>   up at most one level per run and a letter goes to each Captain
*>   with an invoice moved up, listing all their overdue invoices.
*>   INV-DUN-LEVEL 3 blocks the Captain's name at flight entry
*>   (CA248) until the invoice is cleared. A preview run prints the
*>   letters without recording the levels.
*>   Both go to the report file.
*>
 OND510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Statements and Dunning" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(S)tatements for a month  (D)unning run  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0650 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OND599-Exit.
     IF       MENU-REPLY = "S"
              PERFORM OND520-Statements THRU OND529-Exit
              GO TO OND510-Menu.
     IF       MENU-REPLY = "D"
              PERFORM OND550-Dunning THRU OND559-Exit.
     GO       TO OND510-Menu.
*>
 OND520-Statements.
     DISPLAY  "Statement month [ccyymm]" AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Soa-Month.
     ACCEPT   WS-Soa-Month AT 0818 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OND529-Exit.
     IF       WS-Soa-Month < 190001 or > 219912
        or    WS-Soa-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 1001 with foreground-color COB-COLOR-RED
              GO TO OND520-Statements.
     DISPLAY  SPACE AT 1001 with erase eol.
     MOVE     ZERO TO WS-Soa-Count.
     START    ACCOUNT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OND526-Done.
 OND522-Next-Account.
     READ     ACCOUNT-FILE NEXT RECORD AT END  GO TO OND526-Done.
     PERFORM  OND530-Build THRU OND539-Exit.
     IF       WS-Soa-Size = ZERO
        AND   WS-Soa-Closing = ZERO
              GO TO OND522-Next-Account.
     PERFORM  OND540-Print THRU OND549-Exit.
     ADD      1 TO WS-Soa-Count.
     GO       TO OND522-Next-Account.
 OND526-Done.
     MOVE     WS-Soa-Count TO WS-DISPLAY4.
     DISPLAY  "Statements written to report file - " AT 1001.
     DISPLAY  WS-DISPLAY4 AT 1037.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OND529-Exit.  exit.
*>
*>  One account's lines for the month off the invoice file and the
*>   receipts audit trail; anything later is backed out of the
*>   balance to give the closing figure.
*>
 OND530-Build.
     MOVE     ZERO TO WS-Soa-Size WS-Soa-After WS-Soa-Debits WS-Soa-Credits.
     MOVE     HIGH-VALUES TO WS-Soa-Entries.
     START    INVOICE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OND534-Receipts.
 OND532-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO OND534-Receipts.
     IF       INV-CAPTAIN NOT = ACC-CAPTAIN
              GO TO OND532-Next-Invoice.
     IF       INV-DATE (1:6) > WS-Soa-Month
              ADD  INV-AMOUNT TO WS-Soa-After
              GO TO OND532-Next-Invoice.
     IF       INV-DATE (1:6) < WS-Soa-Month
              GO TO OND532-Next-Invoice.
     ADD      INV-AMOUNT TO WS-Soa-Debits.
     IF       WS-Soa-Size NOT < WS-Soa-Max
              GO TO OND532-Next-Invoice.
     ADD      1 TO WS-Soa-Size.
     MOVE     INV-DATE    TO WSO-Date   (WS-Soa-Size).
     MOVE     WS-Soa-Size TO WSO-Seq    (WS-Soa-Size).
     MOVE     "Invoice"   TO WSO-Type   (WS-Soa-Size).
     MOVE     INV-NO      TO WSO-Ref    (WS-Soa-Size).
     MOVE     INV-AMOUNT  TO WSO-Debit  (WS-Soa-Size).
     MOVE     ZERO        TO WSO-Credit (WS-Soa-Size).
     GO       TO OND532-Next-Invoice.
*>
 OND534-Receipts.
     OPEN     INPUT RECEIPTLOG-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OND538-Balances.
 OND536-Next-Receipt.
     READ     RECEIPTLOG-FILE AT END  GO TO OND537-Close.
     IF       RCT-CAPTAIN NOT = ACC-CAPTAIN
              GO TO OND536-Next-Receipt.
     IF       RCT-DATE (1:6) > WS-Soa-Month
              SUBTRACT RCT-AMOUNT FROM WS-Soa-After
              GO TO OND536-Next-Receipt.
     IF       RCT-DATE (1:6) < WS-Soa-Month
              GO TO OND536-Next-Receipt.
     ADD      RCT-AMOUNT TO WS-Soa-Credits.
     IF       WS-Soa-Size NOT < WS-Soa-Max
              GO TO OND536-Next-Receipt.
     ADD      1 TO WS-Soa-Size.
     MOVE     RCT-DATE    TO WSO-Date   (WS-Soa-Size).
     MOVE     WS-Soa-Size TO WSO-Seq    (WS-Soa-Size).
     MOVE     ZERO        TO WSO-Debit  (WS-Soa-Size).
     MOVE     RCT-AMOUNT  TO WSO-Credit (WS-Soa-Size).
     IF       RCT-TYPE = "C"
              MOVE "Credit note" TO WSO-Type (WS-Soa-Size)
              MOVE RCT-CRN-NO    TO WSO-Ref  (WS-Soa-Size)
     ELSE
              MOVE "Receipt"     TO WSO-Type (WS-Soa-Size)
              MOVE RCT-INV-NO    TO WSO-Ref  (WS-Soa-Size).
     GO       TO OND536-Next-Receipt.
 OND537-Close.
     CLOSE    RECEIPTLOG-FILE.
*>
 OND538-Balances.
     COMPUTE  WS-Soa-Closing = ACC-BALANCE - WS-Soa-After.
     COMPUTE  WS-Soa-Opening = WS-Soa-Closing - WS-Soa-Debits + WS-Soa-Credits.
 OND539-Exit.  exit.
*>
 OND540-Print.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "STATEMENT OF ACCOUNT for " WS-Soa-Month (5:2) "/"
              WS-Soa-Month (1:4) "   as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     ACC-CAPTAIN TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ACC-ADDR1   TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ACC-ADDR2   TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Date       Details      Ref          Debit      Credit      Balance"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "Opening balance" TO PRINT-RECORD (12:15).
     MOVE     WS-Soa-Opening TO WS-Soa-Running.
     MOVE     WS-Soa-Running TO WS-Soa-Sign.
     MOVE     WS-Soa-Sign    TO PRINT-RECORD (58:11).
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Soa-Size = ZERO
              GO TO OND546-Closing.
     SORT     WS-Soa-Entry ON ASCENDING KEY WSO-Date WSO-Seq.
     SET      QQSA TO 1.
 OND542-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WSO-Date (QQSA) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date    TO PRINT-RECORD (1:10).
     MOVE     WSO-Type (QQSA) TO PRINT-RECORD (12:11).
     MOVE     WSO-Ref  (QQSA) TO PRINT-RECORD (25:6).
     IF       WSO-Debit (QQSA) NOT = ZERO
              MOVE WSO-Debit (QQSA) TO PA2-TOT
              MOVE PA2-TOT          TO PRINT-RECORD (34:11).
     IF       WSO-Credit (QQSA) NOT = ZERO
              MOVE WSO-Credit (QQSA) TO PA2-TOT
              MOVE PA2-TOT           TO PRINT-RECORD (46:11).
     COMPUTE  WS-Soa-Running = WS-Soa-Running + WSO-Debit (QQSA)
                                              - WSO-Credit (QQSA).
     MOVE     WS-Soa-Running TO WS-Soa-Sign.
     MOVE     WS-Soa-Sign    TO PRINT-RECORD (58:11).
     WRITE    PRINT-RECORD AFTER 1.
     IF       QQSA < WS-Soa-Size
              SET  QQSA UP BY 1
              GO TO OND542-Line.
*>
 OND546-Closing.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "Closing balance" TO PRINT-RECORD (12:15).
     MOVE     WS-Soa-Closing TO WS-Soa-Sign.
     MOVE     WS-Soa-Sign    TO PRINT-RECORD (58:11).
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Soa-Closing > ZERO
              MOVE "Please remit the closing balance quoting your name and invoice numbers."
                   TO PRINT-RECORD
     ELSE
      IF      WS-Soa-Closing < ZERO
              MOVE "Your account is in credit - nothing to pay."
                   TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
 OND549-Exit.  exit.
*>
 OND550-Dunning.
     DISPLAY  "Record the letter levels on the invoices (Y/N) - N = preview only [ ]"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     "N" TO WS-Dun-Update.
     ACCEPT   WS-Dun-Update AT 0870 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OND559-Exit.
     move     function upper-case (WS-Dun-Update) to WS-Dun-Update.
     IF       WS-Dun-Update NOT = "Y"
              MOVE "N" TO WS-Dun-Update.
     MOVE     ZERO TO WS-Dun-Size WS-Dun-Letters.
     MOVE     HIGH-VALUES TO WS-Dun-Entries.
     START    INVOICE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OND556-Done.
 OND552-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO OND554-Letters.
     PERFORM  ZT900-Invoice-Balance.
     IF       WS-Inv-Outstanding NOT > ZERO
              GO TO OND552-Next-Invoice.
     MOVE     INV-DATE TO ZR-Date1.
     MOVE     WS-Today TO ZR-Date2.
     PERFORM  ZR000-Days-Difference.
     MOVE     ZERO TO WS-Dun-Target.
     IF       ZR-Days NOT < WS-Dun-Reminder-Days
              MOVE 1 TO WS-Dun-Target.
     IF       ZR-Days NOT < WS-Dun-Final-Days
              MOVE 2 TO WS-Dun-Target.
     IF       ZR-Days NOT < WS-Dun-Stop-Days
              MOVE 3 TO WS-Dun-Target.
     IF       WS-Dun-Target = ZERO
              GO TO OND552-Next-Invoice.
     IF       WS-Dun-Size NOT < WS-Dun-Max
              GO TO OND554-Letters.
     ADD      1 TO WS-Dun-Size.
     MOVE     INV-CAPTAIN        TO WDN-Captain (WS-Dun-Size).
     MOVE     INV-DATE           TO WDN-Date    (WS-Dun-Size).
     MOVE     INV-NO             TO WDN-Inv-No  (WS-Dun-Size).
     MOVE     WS-Inv-Outstanding TO WDN-Out     (WS-Dun-Size).
     MOVE     ZR-Days            TO WDN-Days    (WS-Dun-Size).
     MOVE     "N"                TO WDN-Raised  (WS-Dun-Size).
     IF       WS-Dun-Target NOT > INV-DUN-LEVEL
              MOVE INV-DUN-LEVEL TO WDN-Level (WS-Dun-Size)
              GO TO OND552-Next-Invoice.
     ADD      1 TO INV-DUN-LEVEL.
     MOVE     INV-DUN-LEVEL      TO WDN-Level   (WS-Dun-Size).
     MOVE     "Y"                TO WDN-Raised  (WS-Dun-Size).
     IF       WS-Dun-Update = "Y"
              MOVE    WS-Today TO INV-DUN-DATE
              REWRITE INVOICE-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     GO       TO OND552-Next-Invoice.
*>
*>  Sorted by Captain, each Captain's group scanned for a raised
*>   level - the letter takes the highest level in the group.
*>
 OND554-Letters.
     IF       WS-Dun-Size = ZERO
              GO TO OND556-Done.
     SORT     WS-Dun-Entry ON ASCENDING KEY WDN-Captain WDN-Date.
     MOVE     1 TO WS-Dun-First.
 OND555-Group.
     IF       WS-Dun-First > WS-Dun-Size
              GO TO OND556-Done.
     MOVE     WS-Dun-First TO WS-Dun-Sub.
     MOVE     ZERO TO WS-Dun-Escalated WS-Dun-Letter-Level WS-Dun-Total.
     PERFORM  OND560-Scan-Group THRU OND564-Exit.
     IF       WS-Dun-Escalated = 1
              PERFORM OND570-Letter THRU OND579-Exit
              ADD     1 TO WS-Dun-Letters.
     MOVE     WS-Dun-Sub TO WS-Dun-First.
     GO       TO OND555-Group.
*>
 OND556-Done.
     MOVE     WS-Dun-Letters TO WS-DISPLAY4.
     DISPLAY  "Dunning letters written to report file - " AT 1001.
     DISPLAY  WS-DISPLAY4 AT 1043.
     IF       WS-Dun-Update NOT = "Y"
              DISPLAY "Preview only - no levels recorded" AT 1101.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 OND559-Exit.  exit.
*>
*>  Leaves WS-Dun-Sub on the first entry of the next Captain.
*>
 OND560-Scan-Group.
     IF       WS-Dun-Sub > WS-Dun-Size
              GO TO OND564-Exit.
     IF       WDN-Captain (WS-Dun-Sub) NOT = WDN-Captain (WS-Dun-First)
              GO TO OND564-Exit.
     ADD      WDN-Out (WS-Dun-Sub) TO WS-Dun-Total.
     IF       WDN-Raised (WS-Dun-Sub) = "Y"
              MOVE 1 TO WS-Dun-Escalated.
     IF       WDN-Level (WS-Dun-Sub) > WS-Dun-Letter-Level
              MOVE WDN-Level (WS-Dun-Sub) TO WS-Dun-Letter-Level.
     ADD      1 TO WS-Dun-Sub.
     GO       TO OND560-Scan-Group.
 OND564-Exit.  exit.
*>
 OND570-Letter.
     MOVE     WDN-Captain (WS-Dun-First) TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE WDN-Captain (WS-Dun-First) TO ACC-CAPTAIN
              MOVE SPACES TO ACC-ADDR1 ACC-ADDR2.
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Dun-Letter-Level = 1
              MOVE "REMINDER - OVERDUE ACCOUNT" TO PRINT-RECORD.
     IF       WS-Dun-Letter-Level = 2
              MOVE "FINAL DEMAND"               TO PRINT-RECORD.
     IF       WS-Dun-Letter-Level = 3
              MOVE "STOP-FLY NOTICE"            TO PRINT-RECORD.
     MOVE     WSF-Date TO PRINT-RECORD (50:10).
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     IF       WS-Dun-Update NOT = "Y"
              MOVE "*** PREVIEW - levels not recorded, not to be sent ***"
                   TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     MOVE     ACC-CAPTAIN TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ACC-ADDR1   TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ACC-ADDR2   TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     IF       WS-Dun-Letter-Level = 1
              MOVE "The invoices below are now overdue. Please arrange payment at your"
                   TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 3
              MOVE "earliest convenience - if you have already paid, thank you."
                   TO PRINT-RECORD.
     IF       WS-Dun-Letter-Level = 2
              MOVE "Despite our reminder the invoices below remain unpaid. Unless payment"
                   TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 3
              MOVE "reaches us within 14 days aircraft hire will be stopped."
                   TO PRINT-RECORD.
     IF       WS-Dun-Letter-Level = 3
              MOVE "The invoices below remain unpaid. Aircraft hire on your account is"
                   TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 3
              MOVE "now stopped and will be restored when the balance is cleared."
                   TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Invoice  Date        Days overdue    Outstanding  Level"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     SET      QQDN TO WS-Dun-First.
 OND572-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WDN-Inv-No (QQDN) TO PRINT-RECORD (1:6).
     MOVE     WDN-Date (QQDN) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date      TO PRINT-RECORD (10:10).
     MOVE     WDN-Days (QQDN)   TO WS-DISPLAY4.
     MOVE     WS-DISPLAY4       TO PRINT-RECORD (25:4).
     MOVE     WDN-Out (QQDN)    TO PA2-TOT.
     MOVE     PA2-TOT           TO PRINT-RECORD (37:11).
     MOVE     WDN-Level (QQDN)  TO PRINT-RECORD (52:1).
     WRITE    PRINT-RECORD AFTER 1.
     SET      QQDN UP BY 1.
     IF       QQDN < WS-Dun-Sub
              GO TO OND572-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "Total overdue" TO PRINT-RECORD (10:13).
     MOVE     WS-Dun-Total    TO PA2-TOT.
     MOVE     PA2-TOT         TO PRINT-RECORD (37:11).
     WRITE    PRINT-RECORD AFTER 2.
 OND579-Exit.  exit.
*>
 OND599-Exit.  exit section.
*>
 ODA500-AD-Register  SECTION.
*>==========================
*>
*> Airworthiness directive and service bulletin register.
*>   (E)nter / amend an AD or SB against an aircraft type; a new one
*>   is linked to every registration seen flying the type (flight
*>   file and the type's last registration), each getting a status
*>   record on adcomp.dat. (P)er-registration sets whether it applies
*>   to an airframe, or adds one not yet flown. (C)omplied records a
*>   sign-off - date, airframe hours, engineer (off the certifying
*>   staff register, ZT390) - and moves the next due on. (R)eview adds up the hours flown since each last
*>   compliance from the flight file, refreshes the status records
*>   (what the fleet board reads) and prints the overdue and due-soon
*>   list. (L)ist shows the register.
*>
 ODA510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "AD/SB Compliance Register" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(E)nter/amend  (P)er registration  (C)omplied  (R)eview  (L)ist  e(X)it [ ]"
              AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0677 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODA599-Exit.
     IF       MENU-REPLY = "E"
              PERFORM ODA520-Enter THRU ODA529-Exit
              GO TO ODA510-Menu.
     IF       MENU-REPLY = "P"
              PERFORM ODA540-Applicability THRU ODA549-Exit
              GO TO ODA510-Menu.
     IF       MENU-REPLY = "C"
              PERFORM ODA550-Complied THRU ODA559-Exit
              GO TO ODA510-Menu.
     IF       MENU-REPLY = "R"
              PERFORM ODA560-Review THRU ODA569-Exit
              GO TO ODA510-Menu.
     IF       MENU-REPLY = "L"
              PERFORM ODA580-List THRU ODA589-Exit.
     GO       TO ODA510-Menu.
*>
*>  Type and AD/SB number, shared by E, P and C.
*>
 ODA515-Get-Key.
     DISPLAY  "Aircraft type [        ]   AD/SB number [            ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     ACCEPT   WS-Ad-Type AT 0816 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              MOVE SPACES TO WS-Ad-Type
              GO TO ODA519-Exit.
     ACCEPT   WS-Ad-No AT 0844 with update.
     move     function upper-case (WS-Ad-Type) to WS-Ad-Type.
     move     function upper-case (WS-Ad-No)   to WS-Ad-No.
     IF       Cob-Crt-Status = Cob-Scr-Esc
        or    WS-Ad-No = SPACES
              MOVE SPACES TO WS-Ad-Type.
     MOVE     WS-Ad-Type TO ADR-AC-TYPE.
     MOVE     WS-Ad-No   TO ADR-NO.
 ODA519-Exit.  exit.
*>
 ODA520-Enter.
     PERFORM  ODA515-Get-Key THRU ODA519-Exit.
     IF       WS-Ad-Type = SPACES
              GO TO ODA529-Exit.
     MOVE     "N" TO WS-Ad-New.
     READ     ADREG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "Y"    TO WS-Ad-New
              MOVE SPACES TO ADR-TITLE ADR-APPLIC
              MOVE "A"    TO ADR-KIND
              MOVE "Y"    TO ADR-MANDATORY
              MOVE "O"    TO ADR-RECUR
              MOVE WS-Today TO ADR-EFF-DATE
              MOVE ZERO   TO ADR-INT-HRS ADR-INT-MONTHS.
     DISPLAY  "Kind A=AD S=SB [ ]   Mandatory Y/N [ ]   O=one-off R=recurring [ ]"
              AT 1001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Title         [                                        ]"
              AT 1101 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Effective     [ccyymmdd]" AT 1201 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Interval hours [     ]  months [   ]   (0 = not used)"
              AT 1301 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Applicability [                              ]"
              AT 1401 WITH foreground-color COB-COLOR-Yellow.
 ODA522-Fields.
     ACCEPT   ADR-KIND       AT 1017 with update.
     ACCEPT   ADR-MANDATORY  AT 1037 with update.
     ACCEPT   ADR-RECUR      AT 1064 with update.
     move     function upper-case (ADR-KIND)      to ADR-KIND.
     move     function upper-case (ADR-MANDATORY) to ADR-MANDATORY.
     move     function upper-case (ADR-RECUR)     to ADR-RECUR.
     IF       ADR-KIND NOT = "S"
              MOVE "A" TO ADR-KIND.
     IF       ADR-MANDATORY NOT = "N"
              MOVE "Y" TO ADR-MANDATORY.
     IF       ADR-RECUR NOT = "R"
              MOVE "O" TO ADR-RECUR.
     ACCEPT   ADR-TITLE      AT 1116 with update.
 ODA524-Eff-Date.
     ACCEPT   ADR-EFF-DATE   AT 1216 with update.
     MOVE     ADR-EFF-DATE TO WS-Test-Intl.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA524-Eff-Date.
     DISPLAY  SPACE AT 1601 with erase eol.
     ACCEPT   ADR-INT-HRS    AT 1317 with update.
     ACCEPT   ADR-INT-MONTHS AT 1333 with update.
     IF       ADR-RECUR = "R"
        AND   ADR-INT-HRS = ZERO
        AND   ADR-INT-MONTHS = ZERO
              DISPLAY FL174 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA522-Fields.
     ACCEPT   ADR-APPLIC     AT 1416 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODA529-Exit.
     IF       WS-Ad-New = "N"
              REWRITE ADREG-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-REWRITE
              DISPLAY "Amended - the fleet picks the change up at the next review" AT 1601
              GO TO ODA528-Wait.
     WRITE    ADREG-RECORD INVALID KEY
              DISPLAY FL004 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA528-Wait.
     PERFORM  ODA530-Link-Fleet THRU ODA539-Exit.
     MOVE     WS-Ad-Linked TO WS-DISPLAY4.
     DISPLAY  "Added - registrations linked " AT 1601.
     DISPLAY  WS-DISPLAY4 AT 1630.
 ODA528-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODA529-Exit.  exit.
*>
*>  Registrations of the type off the flight file and the aircraft
*>   type record, each given a status record due from the effective
*>   date.
*>
 ODA530-Link-Fleet.
     MOVE     ZERO TO WS-Ad-Fleet-Size WS-Ad-Linked.
     MOVE     SPACES TO WS-Ad-Reg.
     MOVE     ADR-AC-TYPE TO Aircraft-Type.
     READ     AIRCRAFT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   Aircraft-Last-Reg NOT = SPACES
              MOVE Aircraft-Last-Reg TO WS-Ad-Reg
              PERFORM ODA535-Add-Reg THRU ODA538-Exit.
     START    FLIGHTLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODA533-Write.
 ODA531-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODA533-Write.
     IF       FLT-AC-TYPE NOT = ADR-AC-TYPE
        or    FLT-AC-REG = SPACES
              GO TO ODA531-Next-Flight.
     MOVE     FLT-AC-REG TO WS-Ad-Reg.
     PERFORM  ODA535-Add-Reg THRU ODA538-Exit.
     GO       TO ODA531-Next-Flight.
*>
 ODA533-Write.
     MOVE     ZERO TO WS-Ad-Last.
     MOVE     ADR-EFF-DATE TO WS-Ad-Base.
     PERFORM  ODA590-Compute-Next THRU ODA594-Exit.
     MOVE     ZERO TO WS-Ad-Sub.
 ODA534-Next-Reg.
     ADD      1 TO WS-Ad-Sub.
     IF       WS-Ad-Sub > WS-Ad-Fleet-Size
              GO TO ODA539-Exit.
     MOVE     WS-Ad-Fleet-Reg (WS-Ad-Sub) TO WS-Ad-Reg.
     PERFORM  ODA595-New-Status.
     WRITE    ADCOMP-RECORD INVALID KEY  GO TO ODA534-Next-Reg.
     ADD      1 TO WS-Ad-Linked.
     GO       TO ODA534-Next-Reg.
*>
 ODA535-Add-Reg.
     MOVE     ZERO TO WS-Ad-Sub.
 ODA536-Look.
     ADD      1 TO WS-Ad-Sub.
     IF       WS-Ad-Sub > WS-Ad-Fleet-Size
              GO TO ODA537-Take.
     IF       WS-Ad-Fleet-Reg (WS-Ad-Sub) = WS-Ad-Reg
              GO TO ODA538-Exit.
     GO       TO ODA536-Look.
 ODA537-Take.
     IF       WS-Ad-Fleet-Size < WS-Ad-Fleet-Max
              ADD  1 TO WS-Ad-Fleet-Size
              MOVE WS-Ad-Reg TO WS-Ad-Fleet-Reg (WS-Ad-Fleet-Size).
 ODA538-Exit.  exit.
*>
 ODA539-Exit.  exit.
*>
 ODA540-Applicability.
     PERFORM  ODA515-Get-Key THRU ODA519-Exit.
     IF       WS-Ad-Type = SPACES
              GO TO ODA549-Exit.
     READ     ADREG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL172 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA548-Wait.
     DISPLAY  ADR-TITLE AT 0901 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Registration [      ]   Applies Y/N [ ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Ad-Reg.
     ACCEPT   WS-Ad-Reg AT 1015 with update.
     move     function upper-case (WS-Ad-Reg) to WS-Ad-Reg.
     IF       Cob-Crt-Status = Cob-Scr-Esc
        or    WS-Ad-Reg = SPACES
              GO TO ODA549-Exit.
     MOVE     WS-Ad-Reg TO ADC-AC-REG.
     MOVE     ADR-NO    TO ADC-AD-NO.
     MOVE     ZERO      TO ADC-DATE.
     MOVE     "N" TO WS-Ad-New.
     READ     ADCOMP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "Y" TO WS-Ad-New
              MOVE ZERO TO WS-Ad-Last
              MOVE ADR-EFF-DATE TO WS-Ad-Base
              PERFORM ODA590-Compute-Next THRU ODA594-Exit
              PERFORM ODA595-New-Status.
     ACCEPT   ADC-APPLIES AT 1038 with update.
     move     function upper-case (ADC-APPLIES) to ADC-APPLIES.
     IF       ADC-APPLIES NOT = "N"
              MOVE "Y" TO ADC-APPLIES.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODA549-Exit.
     IF       WS-Ad-New = "Y"
              WRITE   ADCOMP-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-WRITE
     ELSE
              REWRITE ADCOMP-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-REWRITE.
     DISPLAY  "Recorded" AT 1601.
 ODA548-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODA549-Exit.  exit.
*>
 ODA550-Complied.
     PERFORM  ODA515-Get-Key THRU ODA519-Exit.
     IF       WS-Ad-Type = SPACES
              GO TO ODA559-Exit.
     READ     ADREG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL172 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA558-Wait.
     DISPLAY  ADR-TITLE AT 0901 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Registration [      ]   Date complied [ccyymmdd]   Airframe hours [     . ]"
              AT 1001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Engineer [               ]        Note [                              ]"
              AT 1101 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Ad-Reg.
     ACCEPT   WS-Ad-Reg AT 1015 with update.
     move     function upper-case (WS-Ad-Reg) to WS-Ad-Reg.
     IF       Cob-Crt-Status = Cob-Scr-Esc
        or    WS-Ad-Reg = SPACES
              GO TO ODA559-Exit.
     MOVE     WS-Ad-Reg TO ADC-AC-REG.
     MOVE     ADR-NO    TO ADC-AD-NO.
     MOVE     ZERO      TO ADC-DATE.
     READ     ADCOMP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        or    ADC-APPLIES = "N"
              DISPLAY FL173 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA558-Wait.
     MOVE     WS-Today TO WS-Ad-Date.
 ODA552-Date.
     ACCEPT   WS-Ad-Date AT 1040 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODA559-Exit.
     MOVE     WS-Ad-Date TO WS-Test-Intl.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
        or    WS-Ad-Date > WS-Today
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA552-Date.
     DISPLAY  SPACE AT 1601 with erase eol.
     MOVE     WS-Ad-Date TO ADC-DATE.
     MOVE     ZERO   TO ADC-HOURS ADC-LAST-DATE ADC-NEXT-DATE ADC-NEXT-MINS
                        ADC-FLOWN-MINS ADC-FLOWN-TO.
     MOVE     SPACES TO ADC-ENGINEER ADC-NOTE ADC-APPLIES ADC-MANDATORY ADC-DONE.
     ACCEPT   ADC-HOURS AT 1070 with update.
*>
*>  Signed off only by a certifying engineer whose authorisation is in
*>   date and covers AD/SB work on the type (ZT390).
*>
     MOVE     SPACES TO WS-Cst-Engineer.
 ODA554-Engineer.
     ACCEPT   WS-Cst-Engineer AT 1111 with update.
     move     function upper-case (WS-Cst-Engineer) to WS-Cst-Engineer.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODA559-Exit.
     IF       WS-Cst-Engineer = SPACES
              GO TO ODA554-Engineer.
     MOVE     ADR-AC-TYPE TO WS-Cst-Type.
     MOVE     "A" TO WS-Cst-Cat.
     PERFORM  ZT390-Check-Certifier.
     IF       ERROR-CODE NOT = ZERO
              DISPLAY WS-Cst-Msg AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA554-Engineer.
     DISPLAY  SPACE AT 1601 with erase eol.
     MOVE     WS-Cst-Engineer TO ADC-ENGINEER.
     ACCEPT   ADC-NOTE AT 1141 with update.
     WRITE    ADCOMP-RECORD INVALID KEY
              DISPLAY FL004 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODA558-Wait.
*>
*>  Status record moved on from this compliance - an older date
*>   keyed in late does not wind it back.
*>
     MOVE     ZERO TO ADC-DATE.
     READ     ADCOMP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODA558-Wait.
     IF       WS-Ad-Date NOT > ADC-LAST-DATE
              DISPLAY "Recorded - an earlier compliance, due dates unchanged" AT 1601
              GO TO ODA558-Wait.
     MOVE     WS-Ad-Date TO WS-Ad-Last WS-Ad-Base.
     PERFORM  ODA590-Compute-Next THRU ODA594-Exit.
     MOVE     WS-Ad-Date      TO ADC-LAST-DATE ADC-FLOWN-TO.
     MOVE     WS-Ad-Done      TO ADC-DONE.
     MOVE     WS-Ad-Next-Date TO ADC-NEXT-DATE.
     MOVE     WS-Ad-Next-Mins TO ADC-NEXT-MINS.
     MOVE     ADR-MANDATORY   TO ADC-MANDATORY.
     MOVE     ZERO            TO ADC-FLOWN-MINS.
     REWRITE  ADCOMP-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     DISPLAY  "Compliance recorded" AT 1601.
 ODA558-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODA559-Exit.  exit.
*>
*>  Review - open status records into the table, one pass of the
*>   flight file from the earliest base date for the minutes flown
*>   since, then each status record refreshed and the overdue and
*>   due-soon ones printed.
*>
 ODA560-Review.
     MOVE     ZERO TO WS-Ad-Size WS-Ad-Overdue WS-Ad-Soon.
     MOVE     HIGH-VALUES TO WS-Ad-Entries.
     MOVE     99999999 TO WS-Ad-Earliest.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
     MOVE     WS-Ad-Warn-Days TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Ad-Soon-Date.
     MOVE     LOW-VALUES TO ADC-KEY.
     START    ADCOMP-FILE KEY NOT < ADC-KEY INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODA566-Report.
 ODA561-Next-Status.
     READ     ADCOMP-FILE NEXT RECORD AT END  GO TO ODA562-Flights.
     IF       ADC-DATE NOT = ZERO
        or    ADC-APPLIES NOT = "Y"
        or    ADC-DONE = "Y"
              GO TO ODA561-Next-Status.
     MOVE     ADC-AC-TYPE TO ADR-AC-TYPE.
     MOVE     ADC-AD-NO   TO ADR-NO.
     READ     ADREG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODA561-Next-Status.
     IF       WS-Ad-Size NOT < WS-Ad-Max
              GO TO ODA562-Flights.
     MOVE     ADC-LAST-DATE TO WS-Ad-Last.
     IF       WS-Ad-Last = ZERO
              MOVE ADR-EFF-DATE TO WS-Ad-Base
     ELSE
              MOVE WS-Ad-Last   TO WS-Ad-Base.
     PERFORM  ODA590-Compute-Next THRU ODA594-Exit.
     ADD      1 TO WS-Ad-Size.
     MOVE     ADC-AC-REG      TO WAD-Reg       (WS-Ad-Size).
     MOVE     ADC-AD-NO       TO WAD-No        (WS-Ad-Size).
     MOVE     ADC-AC-TYPE     TO WAD-Type      (WS-Ad-Size).
     MOVE     ADR-MANDATORY   TO WAD-Mand      (WS-Ad-Size).
     MOVE     WS-Ad-Base      TO WAD-Base      (WS-Ad-Size).
     MOVE     WS-Ad-Last      TO WAD-Last      (WS-Ad-Size).
     MOVE     WS-Ad-Next-Date TO WAD-Next-Date (WS-Ad-Size).
     MOVE     WS-Ad-Next-Mins TO WAD-Next-Mins (WS-Ad-Size).
     MOVE     ZERO            TO WAD-Flown     (WS-Ad-Size).
     MOVE     SPACE           TO WAD-State     (WS-Ad-Size).
     IF       WS-Ad-Base < WS-Ad-Earliest
              MOVE WS-Ad-Base TO WS-Ad-Earliest.
     GO       TO ODA561-Next-Status.
*>
 ODA562-Flights.
     IF       WS-Ad-Size = ZERO
              GO TO ODA566-Report.
     MOVE     WS-Ad-Earliest TO FLT-DATE.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODA565-Evaluate.
 ODA563-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODA565-Evaluate.
     COMPUTE  WS-Ad-Flt-Mins = FLT-P1 (1) + FLT-P1 (2) + FLT-P23 (1) + FLT-P23 (2).
     IF       WS-Ad-Flt-Mins = ZERO
              GO TO ODA563-Next-Flight.
     MOVE     ZERO TO WS-Ad-Sub.
 ODA564-Next-Entry.
     ADD      1 TO WS-Ad-Sub.
     IF       WS-Ad-Sub > WS-Ad-Size
              GO TO ODA563-Next-Flight.
     IF       WAD-Reg (WS-Ad-Sub) = FLT-AC-REG
        AND   FLT-DATE NOT < WAD-Base (WS-Ad-Sub)
              ADD WS-Ad-Flt-Mins TO WAD-Flown (WS-Ad-Sub).
     GO       TO ODA564-Next-Entry.
*>
 ODA565-Evaluate.
     MOVE     ZERO TO WS-Ad-Sub.
 ODA565-Next.
     ADD      1 TO WS-Ad-Sub.
     IF       WS-Ad-Sub > WS-Ad-Size
              GO TO ODA566-Report.
     IF       WAD-Next-Date (WS-Ad-Sub) NOT = ZERO
        AND   WAD-Next-Date (WS-Ad-Sub) NOT > WS-Ad-Soon-Date
              MOVE "S" TO WAD-State (WS-Ad-Sub).
     COMPUTE  WS-Ad-Left = WAD-Next-Mins (WS-Ad-Sub) - WAD-Flown (WS-Ad-Sub).
     IF       WAD-Next-Mins (WS-Ad-Sub) NOT = ZERO
        AND   WS-Ad-Left < WS-Ad-Warn-Mins
              MOVE "S" TO WAD-State (WS-Ad-Sub).
     IF       WAD-Next-Date (WS-Ad-Sub) NOT = ZERO
        AND   WAD-Next-Date (WS-Ad-Sub) < WS-Today
              MOVE "O" TO WAD-State (WS-Ad-Sub).
     IF       WAD-Next-Mins (WS-Ad-Sub) NOT = ZERO
        AND   WS-Ad-Left NOT > ZERO
              MOVE "O" TO WAD-State (WS-Ad-Sub).
     IF       WAD-State (WS-Ad-Sub) = "O"
              ADD 1 TO WS-Ad-Overdue.
     IF       WAD-State (WS-Ad-Sub) = "S"
              ADD 1 TO WS-Ad-Soon.
     MOVE     WAD-Reg (WS-Ad-Sub) TO ADC-AC-REG.
     MOVE     WAD-No  (WS-Ad-Sub) TO ADC-AD-NO.
     MOVE     ZERO TO ADC-DATE.
     READ     ADCOMP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODA565-Next.
     MOVE     WAD-Mand      (WS-Ad-Sub) TO ADC-MANDATORY.
     MOVE     WAD-Next-Date (WS-Ad-Sub) TO ADC-NEXT-DATE.
     MOVE     WAD-Next-Mins (WS-Ad-Sub) TO ADC-NEXT-MINS.
     MOVE     WAD-Flown     (WS-Ad-Sub) TO ADC-FLOWN-MINS.
     MOVE     WS-Today                  TO ADC-FLOWN-TO.
     REWRITE  ADCOMP-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     GO       TO ODA565-Next.
*>
 ODA566-Report.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "AD/SB COMPLIANCE - OVERDUE AND DUE SOON as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     "Reg     AD/SB         Type     M  Last done   Due date    Hrs left  State"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Ad-Overdue = ZERO
        AND   WS-Ad-Soon = ZERO
              MOVE "Nothing overdue or due soon" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              GO TO ODA568-Totals.
     SORT     WS-Ad-Entry ON ASCENDING KEY WAD-Reg WAD-No.
     MOVE     ZERO TO WS-Ad-Sub.
 ODA567-Line.
     ADD      1 TO WS-Ad-Sub.
     IF       WS-Ad-Sub > WS-Ad-Size
              GO TO ODA568-Totals.
     IF       WAD-State (WS-Ad-Sub) = SPACE
              GO TO ODA567-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WAD-Reg  (WS-Ad-Sub) TO PRINT-RECORD (1:6).
     MOVE     WAD-No   (WS-Ad-Sub) TO PRINT-RECORD (9:12).
     MOVE     WAD-Type (WS-Ad-Sub) TO PRINT-RECORD (23:8).
     MOVE     WAD-Mand (WS-Ad-Sub) TO PRINT-RECORD (32:1).
     MOVE     WAD-Last (WS-Ad-Sub) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     IF       WS-Test-Intl = ZERO
              MOVE "never"      TO PRINT-RECORD (35:5)
     ELSE
              MOVE WS-Test-Date TO PRINT-RECORD (35:10).
     MOVE     WAD-Next-Date (WS-Ad-Sub) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PRINT-RECORD (47:10).
     IF       WAD-Next-Mins (WS-Ad-Sub) NOT = ZERO
              COMPUTE WS-Ad-Left = (WAD-Next-Mins (WS-Ad-Sub)
                                  - WAD-Flown (WS-Ad-Sub)) / 60
              MOVE WS-Ad-Left     TO WS-Ad-Hrs-Left
              MOVE WS-Ad-Hrs-Left TO PRINT-RECORD (59:6).
     IF       WAD-State (WS-Ad-Sub) = "O"
              MOVE "OVERDUE"  TO PRINT-RECORD (69:7)
     ELSE
              MOVE "due soon" TO PRINT-RECORD (69:8).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODA567-Line.
*>
 ODA568-Totals.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Ad-Overdue TO WS-DISPLAY4.
     STRING   "Overdue " WS-DISPLAY4 DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     WS-Ad-Soon TO WS-DISPLAY4.
     MOVE     "Due soon"   TO PRINT-RECORD (16:8).
     MOVE     WS-DISPLAY4  TO PRINT-RECORD (25:4).
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     WS-Ad-Overdue TO WS-DISPLAY4.
     DISPLAY  "AD/SB review written to report file - overdue " AT 1001.
     DISPLAY  WS-DISPLAY4 AT 1048.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODA569-Exit.  exit.
*>
 ODA580-List.
     DISPLAY  "Type     AD/SB        K M R Effective  Hrs   Mths Title"
              AT 0801 WITH foreground-color COB-COLOR-GREEN with erase eos.
     MOVE     9 TO LINE-CNT.
     MOVE     LOW-VALUES TO ADR-KEY.
     START    ADREG-FILE KEY NOT < ADR-KEY INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODA588-Wait.
 ODA582-Next.
     READ     ADREG-FILE NEXT RECORD AT END  GO TO ODA588-Wait.
     MOVE     ADR-EFF-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  ADR-AC-TYPE    AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ADR-NO         AT LINE LINE-CNT COL 10 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ADR-KIND       AT LINE LINE-CNT COL 23 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ADR-MANDATORY  AT LINE LINE-CNT COL 25 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ADR-RECUR      AT LINE LINE-CNT COL 27 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Test-Date   AT LINE LINE-CNT COL 29 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ADR-INT-HRS    AT LINE LINE-CNT COL 40 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ADR-INT-MONTHS AT LINE LINE-CNT COL 46 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ADR-TITLE (1:30) AT LINE LINE-CNT COL 51 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO ODA582-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODA589-Exit.
     DISPLAY  SPACE AT 0901 with erase eos.
     MOVE     9 TO LINE-CNT.
     GO       TO ODA582-Next.
 ODA588-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODA589-Exit.  exit.
*>
*>  Next due for ADREG-RECORD from WS-Ad-Base, WS-Ad-Last the last
*>   compliance (zero = never). A one-off once complied is closed.
*>   Months are added as calendar months, a day past the 28th taken
*>   back to the 28th so the due date never runs late.
*>
 ODA590-Compute-Next.
     MOVE     "N"  TO WS-Ad-Done.
     MOVE     ZERO TO WS-Ad-Next-Date WS-Ad-Next-Mins.
     IF       ADR-RECUR = "O"
        AND   WS-Ad-Last NOT = ZERO
              MOVE "Y" TO WS-Ad-Done
              GO TO ODA594-Exit.
     COMPUTE  WS-Ad-Next-Mins = ADR-INT-HRS * 60.
     IF       ADR-INT-MONTHS = ZERO
              IF  WS-Ad-Last = ZERO
              AND ADR-INT-HRS = ZERO
                  MOVE ADR-EFF-DATE TO WS-Ad-Next-Date
              END-IF
              GO TO ODA594-Exit.
     MOVE     WS-Ad-Base TO WS-Ad-Ymd.
     COMPUTE  WS-Ad-Mon-Count = WS-Ad-Ccyy * 12 + WS-Ad-Mm - 1 + ADR-INT-MONTHS.
     DIVIDE   WS-Ad-Mon-Count BY 12 GIVING WS-Ad-Ccyy REMAINDER WS-Ad-Mon-Rem.
     COMPUTE  WS-Ad-Mm = WS-Ad-Mon-Rem + 1.
     IF       WS-Ad-Dd > 28
              MOVE 28 TO WS-Ad-Dd.
     MOVE     WS-Ad-Ymd TO WS-Ad-Next-Date.
 ODA594-Exit.  exit.
*>
*>  A fresh status record for WS-Ad-Reg from ADREG-RECORD and the
*>   due worked out by ODA590.
*>
 ODA595-New-Status.
     MOVE     WS-Ad-Reg       TO ADC-AC-REG.
     MOVE     ADR-NO          TO ADC-AD-NO.
     MOVE     ZERO            TO ADC-DATE.
     MOVE     ADR-AC-TYPE     TO ADC-AC-TYPE.
     MOVE     "Y"             TO ADC-APPLIES.
     MOVE     ADR-MANDATORY   TO ADC-MANDATORY.
     MOVE     WS-Ad-Last      TO ADC-LAST-DATE.
     MOVE     WS-Ad-Done      TO ADC-DONE.
     MOVE     WS-Ad-Next-Date TO ADC-NEXT-DATE.
     MOVE     WS-Ad-Next-Mins TO ADC-NEXT-MINS.
     MOVE     ZERO            TO ADC-FLOWN-MINS ADC-FLOWN-TO ADC-HOURS.
     MOVE     SPACES          TO ADC-ENGINEER ADC-NOTE.
*>
 ODA599-Exit.  exit section.
*>
 ODB500-Components  SECTION.
*>==========================
*>
*> Life-limited components by part number and serial. (N)ew / amend
*>   takes the description, the figures brought in and the lives;
*>   (F)it and (R)emove move a component onto or off a registration
*>   and (O)verhauled zeroes its since-overhaul figures, each written
*>   to compmove.dat as a movement. Flights post the hours and cycles
*>   themselves (ZT960). (L)ife report lists every component, fitted
*>   or in stores, at or approaching an hour, cycle or calendar life;
*>   (M)ovements lists the movements file. Both to the report file.
*>
 ODB510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Life-Limited Components" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(N)ew/amend  (F)it  (R)emove  (O)verhauled  (L)ife report  (M)ovements  e(X)it [ ]"
              AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0686 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODB599-Exit.
     IF       MENU-REPLY = "N"
              PERFORM ODB520-Enter THRU ODB529-Exit
              GO TO ODB510-Menu.
     IF       MENU-REPLY = "F" or "R" or "O"
              MOVE MENU-REPLY TO WS-Cmp-Action
              PERFORM ODB530-Movement THRU ODB539-Exit
              GO TO ODB510-Menu.
     IF       MENU-REPLY = "L"
              PERFORM ODB550-Life-Report THRU ODB559-Exit
              GO TO ODB510-Menu.
     IF       MENU-REPLY = "M"
              PERFORM ODB570-Movements THRU ODB579-Exit.
     GO       TO ODB510-Menu.
*>
 ODB515-Get-Key.
     DISPLAY  "Part number [               ]   Serial [               ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO CMP-KEY.
     ACCEPT   CMP-PART-NO AT 0814 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              MOVE SPACES TO CMP-KEY
              GO TO ODB519-Exit.
     ACCEPT   CMP-SERIAL AT 0841 with update.
     move     function upper-case (CMP-PART-NO) to CMP-PART-NO.
     move     function upper-case (CMP-SERIAL)  to CMP-SERIAL.
     IF       Cob-Crt-Status = Cob-Scr-Esc
        or    CMP-PART-NO = SPACES
        or    CMP-SERIAL = SPACES
              MOVE SPACES TO CMP-KEY.
 ODB519-Exit.  exit.
*>
 ODB520-Enter.
     PERFORM  ODB515-Get-Key THRU ODB519-Exit.
     IF       CMP-KEY = SPACES
              GO TO ODB529-Exit.
     MOVE     "N" TO WS-Cmp-New.
     READ     COMPONENT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "Y"    TO WS-Cmp-New
              MOVE SPACES TO CMP-DESC CMP-AC-REG
              MOVE ZERO   TO CMP-FITTED-DATE CMP-TSN-MINS CMP-CSN CMP-TSO-MINS
                             CMP-CSO CMP-LIFE-HRS CMP-LIFE-CYCLES CMP-LIFE-MONTHS
              MOVE WS-Today TO CMP-OVH-DATE.
     DISPLAY  "Description   [                              ]"
              AT 1001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Since new      hours [     ]  cycles [      ]"
              AT 1101 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Since overhaul hours [     ]  cycles [      ]  overhauled/made [ccyymmdd]"
              AT 1201 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Life limits    hours [     ]  cycles [      ]  months [   ]  (0 = not used)"
              AT 1301 WITH foreground-color COB-COLOR-Yellow.
     IF       CMP-AC-REG NOT = SPACES
              DISPLAY "Fitted to " AT 1501 WITH foreground-color COB-COLOR-CYAN
              DISPLAY CMP-AC-REG   AT 1511 WITH foreground-color COB-COLOR-CYAN.
     ACCEPT   CMP-DESC AT 1016 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODB529-Exit.
*>
*>  Hours are keyed whole - part hours already posted are kept when
*>   the figure is left as shown.
*>
     DIVIDE   CMP-TSN-MINS BY 60 GIVING WS-Cmp-Hrs.
     MOVE     WS-Cmp-Hrs TO WS-Cmp-Was-Hrs.
     ACCEPT   WS-Cmp-Hrs AT 1123 with update.
     IF       WS-Cmp-Hrs NOT = WS-Cmp-Was-Hrs
              COMPUTE CMP-TSN-MINS = WS-Cmp-Hrs * 60.
     ACCEPT   CMP-CSN AT 1139 with update.
     DIVIDE   CMP-TSO-MINS BY 60 GIVING WS-Cmp-Hrs.
     MOVE     WS-Cmp-Hrs TO WS-Cmp-Was-Hrs.
     ACCEPT   WS-Cmp-Hrs AT 1223 with update.
     IF       WS-Cmp-Hrs NOT = WS-Cmp-Was-Hrs
              COMPUTE CMP-TSO-MINS = WS-Cmp-Hrs * 60.
     ACCEPT   CMP-CSO AT 1239 with update.
 ODB522-Ovh-Date.
     ACCEPT   CMP-OVH-DATE AT 1265 with update.
     MOVE     CMP-OVH-DATE TO WS-Test-Intl.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODB522-Ovh-Date.
     DISPLAY  SPACE AT 1601 with erase eol.
     ACCEPT   CMP-LIFE-HRS    AT 1323 with update.
     ACCEPT   CMP-LIFE-CYCLES AT 1339 with update.
     ACCEPT   CMP-LIFE-MONTHS AT 1355 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODB529-Exit.
     IF       WS-Cmp-New = "Y"
              WRITE   COMPONENT-RECORD INVALID KEY
                      DISPLAY FL004 AT 1601 with foreground-color COB-COLOR-RED
                      GO TO ODB528-Wait
              END-WRITE
              DISPLAY "Added - in stores until fitted" AT 1601
     ELSE
              REWRITE COMPONENT-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-REWRITE
              DISPLAY "Amended" AT 1601.
 ODB528-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODB529-Exit.  exit.
*>
*>  Fit, remove or overhaul - WS-Cmp-Action F, R or O.
*>
 ODB530-Movement.
     PERFORM  ODB515-Get-Key THRU ODB519-Exit.
     IF       CMP-KEY = SPACES
              GO TO ODB539-Exit.
     READ     COMPONENT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL175 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODB538-Wait.
     IF       WS-Cmp-Action = "F"
        AND   CMP-AC-REG NOT = SPACES
              DISPLAY FL176 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODB538-Wait.
     IF       WS-Cmp-Action = "R"
        AND   CMP-AC-REG = SPACES
              DISPLAY FL177 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODB538-Wait.
     DISPLAY  CMP-DESC AT 0901 WITH foreground-color COB-COLOR-CYAN.
     IF       CMP-AC-REG NOT = SPACES
              DISPLAY "Fitted to " AT 0935 WITH foreground-color COB-COLOR-CYAN
              DISPLAY CMP-AC-REG   AT 0945 WITH foreground-color COB-COLOR-CYAN.
     IF       WS-Cmp-Action = "F"
              DISPLAY "Fit to registration [      ]" AT 1001
                      WITH foreground-color COB-COLOR-Yellow
              MOVE    SPACES TO WS-Ad-Reg
              ACCEPT  WS-Ad-Reg AT 1022 with update
              move    function upper-case (WS-Ad-Reg) to WS-Ad-Reg
              IF      Cob-Crt-Status = Cob-Scr-Esc
                 or   WS-Ad-Reg = SPACES
                      GO TO ODB539-Exit.
     DISPLAY  "Date [ccyymmdd]" AT 1101 WITH foreground-color COB-COLOR-Yellow.
     MOVE     WS-Today TO WS-Cmp-Date.
 ODB532-Date.
     ACCEPT   WS-Cmp-Date AT 1107 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODB539-Exit.
     MOVE     WS-Cmp-Date TO WS-Test-Intl.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
        or    WS-Cmp-Date > WS-Today
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODB532-Date.
     DISPLAY  SPACE AT 1601 with erase eol.
*>
     IF       WS-Cmp-Action = "F"
              MOVE WS-Ad-Reg   TO CMP-AC-REG
              MOVE WS-Cmp-Date TO CMP-FITTED-DATE.
     IF       WS-Cmp-Action = "O"
              MOVE ZERO        TO CMP-TSO-MINS CMP-CSO
              MOVE WS-Cmp-Date TO CMP-OVH-DATE.
     MOVE     WS-Cmp-Date   TO CMV-DATE.
     MOVE     CMP-PART-NO   TO CMV-PART-NO.
     MOVE     CMP-SERIAL    TO CMV-SERIAL.
     MOVE     WS-Cmp-Action TO CMV-ACTION.
     MOVE     CMP-AC-REG    TO CMV-AC-REG.
     MOVE     CMP-TSN-MINS  TO CMV-TSN-MINS.
     MOVE     CMP-CSN       TO CMV-CSN.
     MOVE     CMP-TSO-MINS  TO CMV-TSO-MINS.
     MOVE     CMP-CSO       TO CMV-CSO.
     MOVE     WS-Cur-User   TO CMV-USER.
     IF       WS-Cmp-Action = "R"
              MOVE SPACES TO CMP-AC-REG
              MOVE ZERO   TO CMP-FITTED-DATE.
     REWRITE  COMPONENT-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODB538-Wait.
     OPEN     EXTEND COMPMOVE-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT COMPMOVE-FILE.
     IF       FS-REPLY = "00"
              WRITE COMPMOVE-RECORD
              CLOSE COMPMOVE-FILE.
     DISPLAY  "Movement recorded" AT 1601.
 ODB538-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODB539-Exit.  exit.
*>
 ODB550-Life-Report.
     MOVE     ZERO TO WS-Cmp-Count.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
     MOVE     WS-Cmp-Warn-Days TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Cmp-Soon-Date.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "COMPONENTS AT OR APPROACHING LIFE LIMIT as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     "Reg    Part number     Serial          Description          TSO hrs Hrs left Cyc left Cal due    State"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     LOW-VALUES TO CMP-KEY.
     START    COMPONENT-FILE KEY NOT < CMP-KEY INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODB558-Done.
 ODB552-Next.
     READ     COMPONENT-FILE NEXT RECORD AT END  GO TO ODB558-Done.
     MOVE     SPACE TO WS-Cmp-State.
     MOVE     ZERO  TO WS-Cmp-Due-Date WS-Cmp-Hrs-Left WS-Cmp-Cyc-Left.
     IF       CMP-LIFE-HRS NOT = ZERO
              COMPUTE WS-Cmp-Hrs-Left = CMP-LIFE-HRS - (CMP-TSO-MINS / 60)
              IF  WS-Cmp-Hrs-Left < WS-Cmp-Warn-Hrs
                  MOVE "A" TO WS-Cmp-State
              END-IF
              IF  WS-Cmp-Hrs-Left NOT > ZERO
                  MOVE "X" TO WS-Cmp-State
              END-IF
     END-IF.
     IF       CMP-LIFE-CYCLES NOT = ZERO
              COMPUTE WS-Cmp-Cyc-Left = CMP-LIFE-CYCLES - CMP-CSO
              IF  WS-Cmp-Cyc-Left < WS-Cmp-Warn-Cycles
              AND WS-Cmp-State = SPACE
                  MOVE "A" TO WS-Cmp-State
              END-IF
              IF  WS-Cmp-Cyc-Left NOT > ZERO
                  MOVE "X" TO WS-Cmp-State
              END-IF
     END-IF.
     IF       CMP-LIFE-MONTHS NOT = ZERO
              PERFORM ODB560-Calendar-Due THRU ODB564-Exit
              IF  WS-Cmp-Due-Date NOT > WS-Cmp-Soon-Date
              AND WS-Cmp-State = SPACE
                  MOVE "A" TO WS-Cmp-State
              END-IF
              IF  WS-Cmp-Due-Date < WS-Today
                  MOVE "X" TO WS-Cmp-State
              END-IF
     END-IF.
     IF       WS-Cmp-State = SPACE
              GO TO ODB552-Next.
     ADD      1 TO WS-Cmp-Count.
     MOVE     SPACES TO PRINT-RECORD.
     IF       CMP-AC-REG = SPACES
              MOVE "stores"    TO PRINT-RECORD (1:6)
     ELSE
              MOVE CMP-AC-REG  TO PRINT-RECORD (1:6).
     MOVE     CMP-PART-NO      TO PRINT-RECORD (8:15).
     MOVE     CMP-SERIAL       TO PRINT-RECORD (24:15).
     MOVE     CMP-DESC (1:20)  TO PRINT-RECORD (40:20).
     COMPUTE  WS-Cmp-Tso-Edit = CMP-TSO-MINS / 60.
     MOVE     WS-Cmp-Tso-Edit  TO PRINT-RECORD (61:8).
     IF       CMP-LIFE-HRS NOT = ZERO
              MOVE WS-Cmp-Hrs-Left TO WS-Cmp-Hrs-Edit
              MOVE WS-Cmp-Hrs-Edit TO PRINT-RECORD (70:6).
     IF       CMP-LIFE-CYCLES NOT = ZERO
              MOVE WS-Cmp-Cyc-Left TO WS-Cmp-Cyc-Edit
              MOVE WS-Cmp-Cyc-Edit TO PRINT-RECORD (78:7).
     IF       CMP-LIFE-MONTHS NOT = ZERO
              MOVE WS-Cmp-Due-Date TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              MOVE WS-Test-Date    TO PRINT-RECORD (87:10).
     IF       WS-Cmp-State = "X"
              MOVE "LIFE EXPIRED" TO PRINT-RECORD (98:12)
     ELSE
              MOVE "approaching"  TO PRINT-RECORD (98:11).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODB552-Next.
*>
 ODB558-Done.
     IF       WS-Cmp-Count = ZERO
              MOVE "No component at or approaching a life limit" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2.
     MOVE     WS-Cmp-Count TO WS-DISPLAY4.
     DISPLAY  "Life report written to report file - components listed " AT 1001.
     DISPLAY  WS-DISPLAY4 AT 1057.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODB559-Exit.  exit.
*>
*>  Calendar life from CMP-OVH-DATE in whole months, a day past the
*>   28th taken back to the 28th so it never runs late - as ODA590.
*>
 ODB560-Calendar-Due.
     MOVE     CMP-OVH-DATE TO WS-Cmp-Ymd.
     COMPUTE  WS-Cmp-Mon-Count = WS-Cmp-Ccyy * 12 + WS-Cmp-Mm - 1 + CMP-LIFE-MONTHS.
     DIVIDE   WS-Cmp-Mon-Count BY 12 GIVING WS-Cmp-Ccyy REMAINDER WS-Cmp-Mon-Rem.
     COMPUTE  WS-Cmp-Mm = WS-Cmp-Mon-Rem + 1.
     IF       WS-Cmp-Dd > 28
              MOVE 28 TO WS-Cmp-Dd.
     MOVE     WS-Cmp-Ymd TO WS-Cmp-Due-Date.
 ODB564-Exit.  exit.
*>
 ODB570-Movements.
     OPEN     INPUT COMPMOVE-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY "No component movements recorded yet" AT 1001
              GO TO ODB578-Wait.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "COMPONENT MOVEMENTS as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     "Date       Part number     Serial          Movement    Reg     TSN hrs    CSN  TSO hrs    CSO  By"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
 ODB572-Next.
     READ     COMPMOVE-FILE AT END  GO TO ODB576-Close.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     CMV-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date  TO PRINT-RECORD (1:10).
     MOVE     CMV-PART-NO   TO PRINT-RECORD (12:15).
     MOVE     CMV-SERIAL    TO PRINT-RECORD (28:15).
     IF       CMV-ACTION = "F"
              MOVE "Fitted"     TO PRINT-RECORD (44:10).
     IF       CMV-ACTION = "R"
              MOVE "Removed"    TO PRINT-RECORD (44:10).
     IF       CMV-ACTION = "O"
              MOVE "Overhauled" TO PRINT-RECORD (44:10).
     MOVE     CMV-AC-REG    TO PRINT-RECORD (56:6).
     COMPUTE  WS-Cmp-Tso-Edit = CMV-TSN-MINS / 60.
     MOVE     WS-Cmp-Tso-Edit TO PRINT-RECORD (63:8).
     MOVE     CMV-CSN       TO PRINT-RECORD (72:6).
     COMPUTE  WS-Cmp-Tso-Edit = CMV-TSO-MINS / 60.
     MOVE     WS-Cmp-Tso-Edit TO PRINT-RECORD (79:8).
     MOVE     CMV-CSO       TO PRINT-RECORD (88:6).
     MOVE     CMV-USER      TO PRINT-RECORD (96:15).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODB572-Next.
 ODB576-Close.
     CLOSE    COMPMOVE-FILE.
     DISPLAY  "Component movements written to report file" AT 1001.
 ODB578-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODB579-Exit.  exit.
*>
 ODB599-Exit.  exit section.
*>
 ODC500-Flight-Authorisation  SECTION.
*>====================================
*>
*> Flight authorisation sheet, filled in before every hire. (A)uthorise
*>   takes the date, aircraft, planned times, captain, authorising
*>   instructor, purpose and route and runs the checks flight entry
*>   runs at the Captain field - crew roster and licence / medical
*>   (MF000), ratings (CA075), membership (CA246), stop-fly account
*>   (CA248) - and the diary's grounding defect, document and booking
*>   clash tests (as OE520). A failed check refuses it. (C)ancel
*>   withdraws one not flown, (L)ist shows a day's sheet and (E)xceptions
*>   prints, for a day, the flights with no authorisation and the
*>   authorisations with no flight. Saved flights match back by ZT970.
*>
 ODC510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Flight Authorisation Sheet" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(A)uthorise  (C)ancel  (L)ist  (E)xceptions  e(X)it [ ]"
              AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0654 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC599-Exit.
     IF       MENU-REPLY = "A"
              PERFORM ODC520-Authorise THRU ODC529-Exit
              GO TO ODC510-Menu.
     IF       MENU-REPLY = "C"
              PERFORM ODC540-Cancel THRU ODC549-Exit
              GO TO ODC510-Menu.
     IF       MENU-REPLY = "L"
              PERFORM ODC550-List THRU ODC559-Exit
              GO TO ODC510-Menu.
     IF       MENU-REPLY = "E"
              PERFORM ODC560-Exceptions THRU ODC569-Exit.
     GO       TO ODC510-Menu.
*>
*>  The sheet is entered into the flight record buffer so the flight
*>   entry checks can be performed as they stand.
*>
 ODC520-Authorise.
     DISPLAY  "Date [ccyymmdd]  Reg [      ]  Type [        ]  Off [hh.mm]  On [hh.mm]"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "Captain [               ]  Instructor [               ]" AT 0901
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Purpose [                    ]  Route [                                        ]"
              AT 1001 WITH foreground-color COB-COLOR-Yellow.
     INITIALIZE FLIGHTLOG-RECORD.
     MOVE     SPACES TO FLIGHTAUTH-RECORD.
     MOVE     WS-Today TO WS-Test-Intl.
 ODC521-Date.
     ACCEPT   WS-Test-Intl AT 0807 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC529-Exit.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODC521-Date.
     DISPLAY  SPACE AT 1601 with erase eol.
     MOVE     WS-Test-Intl TO FLT-DATE.
     ACCEPT   FLT-AC-REG AT 0823 with update.
     move     function upper-case (FLT-AC-REG) to FLT-AC-REG.
     IF       FLT-AC-REG = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC529-Exit.
 ODC522-Type.
     ACCEPT   FLT-AC-TYPE AT 0838 with update.
     move     function upper-case (FLT-AC-TYPE) to FLT-AC-TYPE.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC529-Exit.
     PERFORM  ZH000-SEARCH-FOR-AIRCRAFT.
     IF       C = ZERO
              DISPLAY FL044 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODC522-Type.
     DISPLAY  SPACE AT 1601 with erase eol.
     MOVE     Aircraft-MS TO FLT-MS.
 ODC523-Times.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0854 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODC523-Times.
     MOVE     WSH-TIME TO FLT-START.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0866 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
        OR    WSH-TIME NOT > FLT-START
              GO TO ODC523-Times.
     MOVE     WSH-TIME TO FLT-END.
 ODC524-Captain.
     ACCEPT   FLT-CAPTAIN AT 0910 with update.
     move     function upper-case (FLT-CAPTAIN) to FLT-CAPTAIN.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC529-Exit.
     IF       FLT-CAPTAIN = SPACES
              GO TO ODC524-Captain.
 ODC525-Instructor.
     ACCEPT   AUT-INSTRUCTOR AT 0940 with update.
     move     function upper-case (AUT-INSTRUCTOR) to AUT-INSTRUCTOR.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC529-Exit.
     MOVE     AUT-INSTRUCTOR TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       AUT-INSTRUCTOR = SPACES
        OR    FS-REPLY NOT = "00"
              DISPLAY FL178 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODC525-Instructor.
     DISPLAY  SPACE AT 1601 with erase eol.
     ACCEPT   AUT-PURPOSE AT 1010 with update.
     ACCEPT   AUT-ROUTE   AT 1040 with update.
     move     function upper-case (AUT-ROUTE) to AUT-ROUTE.
*>
*>  The captain's checks, each as it stands at the flight entry
*>   Captain field - a non-zero Return-Code refuses the hire. CA077
*>   leaves a Y in MENU-REPLY when the rating warning is overridden.
*>
     MOVE     SPACES TO AUT-OVERRIDE.
     PERFORM  MF000-Check-Pilot-Currency.
     IF       Return-Code NOT = ZERO
              GO TO ODC528-Refused.
     MOVE     SPACE TO MENU-REPLY.
     PERFORM  CA075-Check-Ratings THRU CA075-Exit.
     IF       Return-Code NOT = ZERO
              GO TO ODC528-Refused.
     IF       MENU-REPLY = "Y"
              MOVE "R" TO AUT-OVERRIDE (1:1).
     PERFORM  CA246-Check-Membership THRU CA246-Exit.
     IF       Return-Code NOT = ZERO
              GO TO ODC528-Refused.
     PERFORM  CA248-Check-Stop-Fly THRU CA248-Exit.
     IF       Return-Code NOT = ZERO
              GO TO ODC528-Refused.
*>
*>  Open severity-A defects ground the aircraft.
*>
     MOVE     ZERO TO WS-Tlg-A-Cnt.
     MOVE     FLT-AC-REG TO TLG-AC-REG.
     MOVE     ZERO       TO TLG-DEFECT-NO.
     START    TECHLOG-FILE KEY NOT < TLG-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODC527-Docs.
 ODC526-Next-Defect.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO ODC527-Docs.
     IF       TLG-AC-REG NOT = FLT-AC-REG
              GO TO ODC527-Docs.
     IF       TLG-STATUS NOT = "C" AND TLG-SEVERITY = "A"
              ADD 1 TO WS-Tlg-A-Cnt.
     GO       TO ODC526-Next-Defect.
*>
*>  Documents lapsed by the flight date - Y to authorise anyway,
*>   recorded on the sheet.
*>
 ODC527-Docs.
     IF       WS-Tlg-A-Cnt NOT = ZERO
              DISPLAY FL126 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  WS-Reply AT line ws-22-Lines col 60
              DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
              GO TO ODC528-Refused.
     MOVE     FLT-AC-REG TO DOC-AC-REG.
     READ     AIRCDOC-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   ((DOC-ARC-EXPIRY NOT = ZERO AND DOC-ARC-EXPIRY < FLT-DATE)
          OR   (DOC-INS-EXPIRY NOT = ZERO AND DOC-INS-EXPIRY < FLT-DATE)
          OR   (DOC-ANNUAL-EXPIRY NOT = ZERO AND DOC-ANNUAL-EXPIRY < FLT-DATE))
              DISPLAY FL069 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  MENU-REPLY AT line ws-22-Lines col 60
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
              IF      MENU-REPLY NOT = "Y"
                      GO TO ODC528-Refused
              END-IF
              MOVE    "D" TO AUT-OVERRIDE (2:1)
     END-IF.
*>
*>  Booking clash - another hirer's diary booking for the aircraft
*>   overlapping the planned times. The captain's own booking is fine.
*>
     MOVE     FLT-AC-REG TO BKG-AC-REG.
     MOVE     FLT-DATE   TO BKG-DATE.
     MOVE     ZERO       TO BKG-START.
     START    BOOKING-FILE KEY NOT < BKG-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODC532-Confirm.
 ODC530-Next-Booking.
     READ     BOOKING-FILE NEXT RECORD AT END  GO TO ODC532-Confirm.
     IF       BKG-AC-REG NOT = FLT-AC-REG
        OR    BKG-DATE NOT = FLT-DATE
              GO TO ODC532-Confirm.
     IF       BKG-START < FLT-END AND BKG-END > FLT-START
        AND   BKG-HIRER NOT = FLT-CAPTAIN
              DISPLAY FL125 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  WS-Reply AT line ws-22-Lines col 60
              DISPLAY SPACE AT line ws-22-Lines col 01 with erase eol
              GO TO ODC528-Refused.
     GO       TO ODC530-Next-Booking.
*>
 ODC532-Confirm.
     MOVE     "Y" TO WS-Reply.
     DISPLAY  "All checks passed - authorise this hire? [Y]" AT 1201 with foreground-color COB-COLOR-YELLOW.
     ACCEPT   WS-Reply AT 1243 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply NOT = "Y"
              GO TO ODC529-Exit.
     MOVE     FLT-DATE     TO AUT-DATE.
     MOVE     FLT-AC-REG   TO AUT-AC-REG.
     MOVE     FLT-START    TO AUT-START.
     MOVE     FLT-END      TO AUT-END.
     MOVE     FLT-AC-TYPE  TO AUT-AC-TYPE.
     MOVE     FLT-CAPTAIN  TO AUT-CAPTAIN.
     MOVE     "A"          TO AUT-STATUS.
     MOVE     SPACES       TO AUT-FLT-KEY.
     MOVE     WS-Cur-User  TO AUT-USER.
     WRITE    FLIGHTAUTH-RECORD INVALID KEY
              DISPLAY FL004 AT 1401 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1461
          NOT INVALID KEY
              DISPLAY "Authorised" AT 1401 with foreground-color COB-COLOR-GREEN
              ACCEPT  WS-Reply AT 1412.
     GO       TO ODC529-Exit.
*>
 ODC528-Refused.
     MOVE     ZERO TO Return-Code.
     DISPLAY  FL179 AT 1201 with foreground-color COB-COLOR-RED.
     ACCEPT   WS-Reply AT 1261.
 ODC529-Exit.  exit.
*>
 ODC540-Cancel.
     DISPLAY  "Date [ccyymmdd]  Reg [      ]  Off [hh.mm]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     LOW-VALUES TO AUT-KEY.
     MOVE     WS-Today TO AUT-DATE.
     MOVE     SPACES TO AUT-AC-REG.
     ACCEPT   AUT-DATE AT 0807 with update.
     ACCEPT   AUT-AC-REG AT 0823 with update.
     move     function upper-case (AUT-AC-REG) to AUT-AC-REG.
     IF       AUT-AC-REG = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC549-Exit.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0838 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODC549-Exit.
     MOVE     WSH-TIME TO AUT-START.
     READ     FLIGHTAUTH-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        OR    AUT-STATUS NOT = "A"
              DISPLAY FL181 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO ODC549-Exit.
     MOVE     "C" TO AUT-STATUS.
     REWRITE  FLIGHTAUTH-RECORD INVALID KEY
              DISPLAY FL003 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
          NOT INVALID KEY
              DISPLAY "Cancelled" AT 1001 with foreground-color COB-COLOR-GREEN
              ACCEPT  WS-Reply AT 1011.
 ODC549-Exit.  exit.
*>
 ODC550-List.
     DISPLAY  "Date [ccyymmdd]" AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     WS-Today TO WS-Aut-Date.
     ACCEPT   WS-Aut-Date AT 0807 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC559-Exit.
     DISPLAY  "Reg    Off   On    Captain         Instructor      Purpose              St"
              AT 1001 WITH foreground-color COB-COLOR-Yellow.
     MOVE     11 TO LINE-CNT.
     MOVE     LOW-VALUES  TO AUT-KEY.
     MOVE     WS-Aut-Date TO AUT-DATE.
     START    FLIGHTAUTH-FILE KEY NOT < AUT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODC558-Wait.
 ODC552-Next.
     READ     FLIGHTAUTH-FILE NEXT RECORD AT END  GO TO ODC558-Wait.
     IF       AUT-DATE NOT = WS-Aut-Date
              GO TO ODC558-Wait.
     DISPLAY  AUT-AC-REG AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   AUT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME   AT LINE LINE-CNT COL 08 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   AUT-END BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WSE-TIME   AT LINE LINE-CNT COL 14 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  AUT-CAPTAIN    AT LINE LINE-CNT COL 20 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  AUT-INSTRUCTOR AT LINE LINE-CNT COL 36 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  AUT-PURPOSE    AT LINE LINE-CNT COL 52 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  AUT-STATUS     AT LINE LINE-CNT COL 73 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO ODC552-Next.
 ODC558-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODC559-Exit.  exit.
*>
*>  Daily exceptions to the report file - each flight of the day is
*>   offered to ZT970 first, so a flight keyed before its sheet was
*>   raised, or amended since, is matched here rather than reported.
*>
 ODC560-Exceptions.
     DISPLAY  "Date [ccyymmdd]" AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     WS-Today TO WS-Aut-Date.
     ACCEPT   WS-Aut-Date AT 0807 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODC569-Exit.
     MOVE     ZERO TO WS-Aut-Count WS-Aut-Flights.
     MOVE     WS-Aut-Date TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FLIGHT AUTHORISATION EXCEPTIONS for " WS-Test-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     "Flights with no authorisation" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Off    Reg    Type     Captain         From To" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     WS-Aut-Date TO FLT-DATE.
     MOVE     ZERO        TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODC564-Sheets.
 ODC562-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODC564-Sheets.
     IF       FLT-DATE NOT = WS-Aut-Date
              GO TO ODC564-Sheets.
     ADD      1 TO WS-Aut-Flights.
     PERFORM  ZT970-Match-Authorisation.
     IF       WS-Aut-Found = "Y"
              GO TO ODC562-Next-Flight.
     ADD      1 TO WS-Aut-Count.
     MOVE     SPACES TO PRINT-RECORD.
     DIVIDE   FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME    TO PRINT-RECORD (1:5).
     MOVE     FLT-AC-REG  TO PRINT-RECORD (8:6).
     MOVE     FLT-AC-TYPE TO PRINT-RECORD (15:8).
     MOVE     FLT-CAPTAIN TO PRINT-RECORD (24:15).
     MOVE     FLT-FROM    TO PRINT-RECORD (40:4).
     MOVE     FLT-TO      TO PRINT-RECORD (45:4).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODC562-Next-Flight.
*>
 ODC564-Sheets.
     MOVE     "Authorisations with no flight" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Off    Reg    Type     Captain         Instructor      Purpose" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     LOW-VALUES  TO AUT-KEY.
     MOVE     WS-Aut-Date TO AUT-DATE.
     START    FLIGHTAUTH-FILE KEY NOT < AUT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODC568-Done.
 ODC566-Next-Sheet.
     READ     FLIGHTAUTH-FILE NEXT RECORD AT END  GO TO ODC568-Done.
     IF       AUT-DATE NOT = WS-Aut-Date
              GO TO ODC568-Done.
     IF       AUT-STATUS NOT = "A"
              GO TO ODC566-Next-Sheet.
     ADD      1 TO WS-Aut-Count.
     MOVE     SPACES TO PRINT-RECORD.
     DIVIDE   AUT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME       TO PRINT-RECORD (1:5).
     MOVE     AUT-AC-REG     TO PRINT-RECORD (8:6).
     MOVE     AUT-AC-TYPE    TO PRINT-RECORD (15:8).
     MOVE     AUT-CAPTAIN    TO PRINT-RECORD (24:15).
     MOVE     AUT-INSTRUCTOR TO PRINT-RECORD (40:15).
     MOVE     AUT-PURPOSE    TO PRINT-RECORD (56:20).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODC566-Next-Sheet.
*>
 ODC568-Done.
     IF       WS-Aut-Count = ZERO
              MOVE "No exceptions - every flight authorised and every authorisation flown"
                   TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2.
     MOVE     WS-Aut-Count TO WS-DISPLAY4.
     DISPLAY  "Exception report written to report file - exceptions " AT 1001.
     DISPLAY  WS-DISPLAY4 AT 1055.
     MOVE     WS-Aut-Flights TO WS-DISPLAY4.
     DISPLAY  "  flights that day " AT 1059.
     DISPLAY  WS-DISPLAY4 AT 1078.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODC569-Exit.  exit.
*>
 ODC599-Exit.  exit section.
*>
 ODD500-Daily-Inspection  SECTION.
*>================================
*>
*> Daily inspection sign-off, one per registration per day before its
*>   first flight. (S)ign records or amends the day's inspection - the
*>   time, who signed (a pilot on the crew roster or an engineer on
*>   the certifying staff register, ZT390) and any findings, which
*>   can raise a tech log defect the way CA238 does. (M)onthly
*>   compliance lists, per registration, every day flown with its
*>   first off-blocks against the inspection, to the report file. Flight saves are checked by CA251.
*>
 ODD510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Daily Inspection Sign-off" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(S)ign  (M)onthly compliance  e(X)it [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0639 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODD599-Exit.
     IF       MENU-REPLY = "S"
              PERFORM ODD520-Sign THRU ODD529-Exit
              GO TO ODD510-Menu.
     IF       MENU-REPLY = "M"
              PERFORM ODD550-Compliance THRU ODD559-Exit.
     GO       TO ODD510-Menu.
*>
 ODD520-Sign.
     DISPLAY  "Reg [      ]  Date [ccyymmdd]  Time [hh.mm]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "Signed by [               ]  Pilot or Engineer [ ]" AT 0901
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Findings [                                                            ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO DIN-AC-REG.
     ACCEPT   DIN-AC-REG AT 0806 with update.
     move     function upper-case (DIN-AC-REG) to DIN-AC-REG.
     IF       DIN-AC-REG = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODD529-Exit.
     MOVE     DIN-AC-REG TO WS-Din-Reg.
     MOVE     WS-Today TO WS-Test-Intl.
 ODD521-Date.
     ACCEPT   WS-Test-Intl AT 0821 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODD529-Exit.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODD521-Date.
     DISPLAY  SPACE AT 1601 with erase eol.
     MOVE     WS-Din-Reg   TO DIN-AC-REG.
     MOVE     WS-Test-Intl TO DIN-DATE.
     MOVE     "Y" TO WS-Din-Exists.
     READ     DAILYINSP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "N" TO WS-Din-Exists
              MOVE ZERO   TO DIN-DEFECT-NO
              MOVE SPACES TO DIN-SIGNER DIN-FINDINGS
              MOVE "P"    TO DIN-ROLE
              ACCEPT WSB-TIME FROM TIME
              COMPUTE DIN-TIME = WSB-HH * 60 + WSB-MM.
 ODD522-Time.
     DIVIDE   DIN-TIME BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     ACCEPT   WSF-TIME AT 0838 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODD529-Exit.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODD522-Time.
     MOVE     WSH-TIME TO DIN-TIME.
 ODD523-Signer.
     ACCEPT   DIN-SIGNER AT 0912 with update.
     move     function upper-case (DIN-SIGNER) to DIN-SIGNER.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODD529-Exit.
     IF       DIN-SIGNER = SPACES
              GO TO ODD523-Signer.
     ACCEPT   DIN-ROLE AT 0949 with update.
     move     function upper-case (DIN-ROLE) to DIN-ROLE.
     IF       DIN-ROLE NOT = "E"
              MOVE "P" TO DIN-ROLE
              MOVE DIN-SIGNER TO PILOT-NAME
              READ PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF   FS-REPLY NOT = "00"
                   DISPLAY FL183 AT 1601 with foreground-color COB-COLOR-RED
                   GO TO ODD523-Signer
              END-IF
     END-IF.
     IF       DIN-ROLE = "E"
              MOVE DIN-AC-REG TO WS-Cst-Reg
              PERFORM ZT380-Reg-Type
              MOVE DIN-SIGNER TO WS-Cst-Engineer
              MOVE "I"        TO WS-Cst-Cat
              PERFORM ZT390-Check-Certifier
              IF   ERROR-CODE NOT = ZERO
                   DISPLAY WS-Cst-Msg AT 1601 with foreground-color COB-COLOR-RED
                   GO TO ODD523-Signer
              END-IF
     END-IF.
     DISPLAY  SPACE AT 1601 with erase eol.
     ACCEPT   DIN-FINDINGS AT 1011 with update.
*>
*>  Findings can go on the tech log as a numbered defect, once.
*>
     IF       DIN-FINDINGS = SPACES
        OR    DIN-DEFECT-NO NOT = ZERO
              GO TO ODD526-Save.
     MOVE     "N" TO MENU-REPLY.
     DISPLAY  "Raise a tech log defect for the findings? [N]  Severity A/B/C [C]  ATA [  ]" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   MENU-REPLY AT 1245 with update.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY NOT = "Y"
              GO TO ODD526-Save.
     MOVE     "C" TO TLG-SEVERITY.
     ACCEPT   TLG-SEVERITY AT 1265 with update.
     move     function upper-case (TLG-SEVERITY) to TLG-SEVERITY.
     IF       TLG-SEVERITY NOT = "A" AND NOT = "B" AND NOT = "C"
              MOVE "C" TO TLG-SEVERITY.
     MOVE     SPACES TO WS-Tlg-Ata-In.
     ACCEPT   WS-Tlg-Ata-In AT 1273 with update.
     MOVE     DIN-AC-REG TO WS-Tmp-Tlg-Reg.
     PERFORM  ZT310-Next-Defect-No.
     MOVE     DIN-AC-REG     TO TLG-AC-REG.
     MOVE     WS-Tlg-Next-No TO TLG-DEFECT-NO.
     MOVE     DIN-DATE       TO TLG-RAISED-DATE.
     MOVE     "R"            TO TLG-STATUS.
     MOVE     ZERO           TO TLG-DEFER-EXPIRY TLG-CLEARED-DATE.
     MOVE     SPACES         TO TLG-CLEARED-BY.
     MOVE     DIN-FINDINGS   TO TLG-TEXT.
     MOVE     WS-Tlg-Ata-In  TO TLG-ATA.
     PERFORM  ZT330-Check-Ata.
     WRITE    TECHLOG-RECORD INVALID KEY
              DISPLAY FL004 AT 1301 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1361
              GO TO ODD526-Save.
     MOVE     TLG-DEFECT-NO TO DIN-DEFECT-NO.
     MOVE     TLG-DEFECT-NO TO WS-DISPLAY4.
     DISPLAY  "Tech log defect raised - number " AT 1301 with foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-DISPLAY4 AT 1333 with foreground-color COB-COLOR-GREEN.
*>
 ODD526-Save.
     MOVE     WS-Cur-User TO DIN-USER.
     IF       WS-Din-Exists = "Y"
              REWRITE DAILYINSP-RECORD INVALID KEY
                      DISPLAY FL003 AT 1401 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 1461
                      GO TO ODD529-Exit
              END-REWRITE
     ELSE
              WRITE   DAILYINSP-RECORD INVALID KEY
                      DISPLAY FL004 AT 1401 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 1461
                      GO TO ODD529-Exit
              END-WRITE
     END-IF.
     DISPLAY  "Inspection recorded" AT 1401 with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT 1421.
 ODD529-Exit.  exit.
*>
*>  Monthly compliance - the month's flights are read in date / time
*>   order, so the first sighting of a registration on a day is its
*>   first off-blocks. Tabled, sorted by registration, then each day
*>   is looked up on the inspection file.
*>
 ODD550-Compliance.
     DISPLAY  "Month [ccyymm]  Reg [      ] (blank = all)" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
 ODD551-Get-Month.
     MOVE     WS-Today (1:6) TO WS-Din-Month.
     ACCEPT   WS-Din-Month AT 0808 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODD559-Exit.
     IF       WS-Din-Month < 190001 or > 219912
        or    WS-Din-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODD551-Get-Month.
     DISPLAY  SPACE AT 1001 with erase eol.
     MOVE     SPACES TO WS-Din-Reg.
     ACCEPT   WS-Din-Reg AT 0822 with update.
     move     function upper-case (WS-Din-Reg) to WS-Din-Reg.
     COMPUTE  WS-Din-Mth-Start = (WS-Din-Month * 100) + 1.
     COMPUTE  WS-Din-Mth-End   = (WS-Din-Month * 100) + 31.
     MOVE     HIGH-VALUES TO WS-Din-Entries.    *> unused slots sort last
     MOVE     ZERO TO WS-Din-Size.
     MOVE     WS-Din-Mth-Start TO FLT-DATE.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODD554-Report.
 ODD552-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODD554-Report.
     IF       FLT-DATE > WS-Din-Mth-End
              GO TO ODD554-Report.
     IF       WS-Din-Reg NOT = SPACES
        AND   FLT-AC-REG NOT = WS-Din-Reg
              GO TO ODD552-Next-Flight.
     SET      QQDI TO 1.
     SEARCH   WS-Din-Entry
              AT END  GO TO ODD553-Add
              WHEN WDI-Reg (QQDI) = FLT-AC-REG
               AND WDI-Date (QQDI) = FLT-DATE
                   GO TO ODD552-Next-Flight.
 ODD553-Add.
     IF       WS-Din-Size NOT < WS-Din-Max
              GO TO ODD554-Report.
     ADD      1 TO WS-Din-Size.
     MOVE     FLT-AC-REG TO WDI-Reg   (WS-Din-Size).
     MOVE     FLT-DATE   TO WDI-Date  (WS-Din-Size).
     MOVE     FLT-START  TO WDI-Start (WS-Din-Size).
     GO       TO ODD552-Next-Flight.
*>
 ODD554-Report.
     SORT     WS-Din-Entry ON ASCENDING KEY WDI-Reg WDI-Date.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "DAILY INSPECTION COMPLIANCE for " WS-Din-Month (5:2) "/" WS-Din-Month (1:4)
              "   as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     "Reg    Date        First off  Inspected  Signed by        Findings" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Din-Size = ZERO
              MOVE "No flights in the month" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              GO TO ODD558-Done.
     MOVE     SPACES TO WS-Din-Prev-Reg.
     MOVE     ZERO TO WS-Din-Days WS-Din-Ok WS-Din-Bad.
     SET      QQDI TO 1.
 ODD555-Next-Day.
     IF       QQDI > WS-Din-Size
              PERFORM ODD557-Reg-Total
              GO TO ODD558-Done.
     IF       WDI-Reg (QQDI) NOT = WS-Din-Prev-Reg
        AND   WS-Din-Prev-Reg NOT = SPACES
              PERFORM ODD557-Reg-Total.
     MOVE     WDI-Reg (QQDI) TO WS-Din-Prev-Reg.
     ADD      1 TO WS-Din-Days.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WDI-Reg (QQDI)  TO PRINT-RECORD (1:6).
     MOVE     WDI-Date (QQDI) TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date    TO PRINT-RECORD (8:10).
     DIVIDE   WDI-Start (QQDI) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME        TO PRINT-RECORD (20:5).
     MOVE     WDI-Reg (QQDI)  TO DIN-AC-REG.
     MOVE     WDI-Date (QQDI) TO DIN-DATE.
     READ     DAILYINSP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              ADD 1 TO WS-Din-Bad
              MOVE "NONE" TO PRINT-RECORD (31:4)
              MOVE "** NOT INSPECTED **" TO PRINT-RECORD (42:19)
              GO TO ODD556-Print.
     DIVIDE   DIN-TIME BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME        TO PRINT-RECORD (31:5).
     MOVE     DIN-SIGNER      TO PRINT-RECORD (42:15).
     MOVE     DIN-FINDINGS (1:40) TO PRINT-RECORD (59:40).
     IF       DIN-TIME > WDI-Start (QQDI)
              ADD 1 TO WS-Din-Bad
              MOVE "LATE" TO PRINT-RECORD (37:4)
     ELSE
              ADD 1 TO WS-Din-Ok.
 ODD556-Print.
     WRITE    PRINT-RECORD AFTER 1.
     SET      QQDI UP BY 1.
     GO       TO ODD555-Next-Day.
*>
 ODD557-Reg-Total.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " WS-Din-Prev-Reg " days flown " DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     WS-Din-Days TO WS-DISPLAY4.
     MOVE     WS-DISPLAY4 TO PRINT-RECORD (22:4).
     MOVE     "inspected in time" TO PRINT-RECORD (28:17).
     MOVE     WS-Din-Ok   TO WS-DISPLAY4.
     MOVE     WS-DISPLAY4 TO PRINT-RECORD (46:4).
     MOVE     "exceptions" TO PRINT-RECORD (52:10).
     MOVE     WS-Din-Bad  TO WS-DISPLAY4.
     MOVE     WS-DISPLAY4 TO PRINT-RECORD (63:4).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Din-Days WS-Din-Ok WS-Din-Bad.
*>
 ODD558-Done.
     DISPLAY  "Compliance listing written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODD559-Exit.  exit.
*>
 ODD599-Exit.  exit section.
*>
 ODE500-Theory-Exams  SECTION.
*>============================
*>
*> Theoretical knowledge exams for students. (S)ubjects keeps the exam
*>   table per course - pass mark and attempts allowed. (E)xam records
*>   a sitting against a student on the student file, numbering the
*>   attempt and marking it pass or fail from the table, and refuses a
*>   subject already passed or out of attempts. (T)heory status prints
*>   for one student or all the subjects outstanding, attempts left and
*>   when the exam window closes (ZT980). The skills test
*>   recommendation in the student progress report (CV000) needs the
*>   theory complete and current.
*>
 ODE510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Theory Exam Register" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(S)ubjects  (E)xam result  (T)heory status  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0654 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODE599-Exit.
     IF       MENU-REPLY = "S"
              PERFORM ODE520-Subjects THRU ODE529-Exit
              GO TO ODE510-Menu.
     IF       MENU-REPLY = "E"
              PERFORM ODE530-Exam THRU ODE539-Exit
              GO TO ODE510-Menu.
     IF       MENU-REPLY = "T"
              PERFORM ODE550-Status THRU ODE559-Exit.
     GO       TO ODE510-Menu.
*>
 ODE520-Subjects.
     DISPLAY  "Course [            ]  Subject [        ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO TKS-KEY.
     ACCEPT   TKS-COURSE AT 0809 with update.
     move     function upper-case (TKS-COURSE) to TKS-COURSE.
     IF       TKS-COURSE = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODE529-Exit.
     MOVE     TKS-COURSE TO WS-Tk-Course.
     PERFORM  ODE527-Show-Subjects THRU ODE528-Exit.
     MOVE     WS-Tk-Course TO TKS-COURSE.
     MOVE     SPACES TO TKS-SUBJECT.
     ACCEPT   TKS-SUBJECT AT 0833 with update.
     move     function upper-case (TKS-SUBJECT) to TKS-SUBJECT.
     IF       TKS-SUBJECT = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODE529-Exit.
     MOVE     TKS-SUBJECT TO WS-Tk-Subject.
     DISPLAY  "Title [                              ]  Pass mark [   ]  Attempts [  ] (0 = no limit)"
              AT 1001 WITH foreground-color COB-COLOR-Yellow.
     READ     TKSUBJECT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE "A" TO MENU-REPLY
              DISPLAY "On file - (A)mend or (D)elete [A]" AT 0901 with foreground-color COB-COLOR-Yellow
              ACCEPT  MENU-REPLY AT 0932 with update
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              IF      MENU-REPLY = "D"
                      DELETE TKSUBJECT-FILE RECORD INVALID KEY CONTINUE END-DELETE
                      GO TO ODE520-Subjects
              END-IF
     ELSE
              MOVE WS-Tk-Course  TO TKS-COURSE
              MOVE WS-Tk-Subject TO TKS-SUBJECT
              MOVE SPACES TO TKS-TITLE
              MOVE 75     TO TKS-PASS-MARK
              MOVE 4      TO TKS-MAX-ATTEMPTS.
     ACCEPT   TKS-TITLE AT 1008 with update.
 ODE522-Marks.
     ACCEPT   TKS-PASS-MARK AT 1052 with update.
     ACCEPT   TKS-MAX-ATTEMPTS AT 1068 with update.
     IF       TKS-PASS-MARK NOT NUMERIC
        OR    TKS-PASS-MARK = ZERO OR > 100
        OR    TKS-MAX-ATTEMPTS NOT NUMERIC
              GO TO ODE522-Marks.
     IF       FS-REPLY = "00"
              REWRITE TKSUBJECT-RECORD INVALID KEY
                      DISPLAY FL003 AT 1101 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 1161
              END-REWRITE
     ELSE
              WRITE   TKSUBJECT-RECORD INVALID KEY
                      DISPLAY FL004 AT 1101 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 1161
              END-WRITE
     END-IF.
     GO       TO ODE520-Subjects.
*>
*>  The course's subjects as they stand, from line 12.
*>
 ODE527-Show-Subjects.
     DISPLAY  "Subject   Title                           Pass  Attempts" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     13 TO LINE-CNT.
     MOVE     LOW-VALUES TO TKS-SUBJECT.
     START    TKSUBJECT-FILE KEY NOT < TKS-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODE528-Exit.
 ODE527-Next.
     READ     TKSUBJECT-FILE NEXT RECORD AT END  GO TO ODE528-Exit.
     IF       TKS-COURSE NOT = WS-Tk-Course
              GO TO ODE528-Exit.
     DISPLAY  TKS-SUBJECT      AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TKS-TITLE        AT LINE LINE-CNT COL 11 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TKS-PASS-MARK    AT LINE LINE-CNT COL 43 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TKS-MAX-ATTEMPTS AT LINE LINE-CNT COL 49 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODE527-Next.
 ODE528-Exit.  exit.
*>
 ODE529-Exit.  exit.
*>
 ODE530-Exam.
     DISPLAY  "Student [               ]  Course [            ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Tk-Student.
     ACCEPT   WS-Tk-Student AT 0810 with update.
     move     function upper-case (WS-Tk-Student) to WS-Tk-Student.
     IF       WS-Tk-Student = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODE539-Exit.
     MOVE     WS-Tk-Student TO STU-NAME.
     READ     STUDENT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL095 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODE530-Exam.
     IF       STU-COURSE = SPACES
              DISPLAY FL188 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODE530-Exam.
     DISPLAY  SPACE AT 1601 with erase eol.
     MOVE     STU-COURSE TO WS-Tk-Course.
     DISPLAY  WS-Tk-Course AT 0836 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Subject [        ]  Date [ccyymmdd]  Score % [   ]" AT 0901
              WITH foreground-color COB-COLOR-Yellow.
 ODE531-Subject.
     MOVE     SPACES TO WS-Tk-Subject.
     ACCEPT   WS-Tk-Subject AT 0910 with update.
     move     function upper-case (WS-Tk-Subject) to WS-Tk-Subject.
     IF       WS-Tk-Subject = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODE539-Exit.
     MOVE     WS-Tk-Course  TO TKS-COURSE.
     MOVE     WS-Tk-Subject TO TKS-SUBJECT.
     READ     TKSUBJECT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL184 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODE531-Subject.
     DISPLAY  SPACE AT 1601 with erase eol.
*>
*>  Count the sittings so far - a pass already, or none left, refuses.
*>
     MOVE     ZERO TO A.
     MOVE     SPACE TO WS-Reply.
     MOVE     WS-Tk-Student TO TKX-STUDENT.
     MOVE     WS-Tk-Subject TO TKX-SUBJECT.
     MOVE     ZERO          TO TKX-ATTEMPT.
     START    TKEXAM-FILE KEY NOT < TKX-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODE533-Checked.
 ODE532-Next-Sitting.
     READ     TKEXAM-FILE NEXT RECORD AT END  GO TO ODE533-Checked.
     IF       TKX-STUDENT NOT = WS-Tk-Student
        OR    TKX-SUBJECT NOT = WS-Tk-Subject
              GO TO ODE533-Checked.
     ADD      1 TO A.
     IF       TKX-RESULT = "P"
              MOVE "P" TO WS-Reply.
     GO       TO ODE532-Next-Sitting.
*>
 ODE533-Checked.
     IF       WS-Reply = "P"
              DISPLAY FL185 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODE531-Subject.
     IF       TKS-MAX-ATTEMPTS NOT = ZERO
        AND   A NOT < TKS-MAX-ATTEMPTS
              DISPLAY FL186 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODE531-Subject.
     MOVE     WS-Tk-Student TO TKX-STUDENT.
     MOVE     WS-Tk-Subject TO TKX-SUBJECT.
     ADD      1 A GIVING TKX-ATTEMPT.
     MOVE     WS-Today TO WS-Test-Intl.
 ODE534-Date.
     ACCEPT   WS-Test-Intl AT 0927 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODE539-Exit.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODE534-Date.
     DISPLAY  SPACE AT 1601 with erase eol.
     MOVE     WS-Test-Intl TO TKX-DATE.
 ODE535-Score.
     MOVE     ZERO TO TKX-SCORE.
     ACCEPT   TKX-SCORE AT 0947 with update.
     IF       TKX-SCORE NOT NUMERIC
        OR    TKX-SCORE > 100
              GO TO ODE535-Score.
     IF       TKX-SCORE NOT < TKS-PASS-MARK
              MOVE "P" TO TKX-RESULT
     ELSE
              MOVE "F" TO TKX-RESULT.
     MOVE     WS-Cur-User TO TKX-USER.
     WRITE    TKEXAM-RECORD INVALID KEY
              DISPLAY FL004 AT 1101 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1161
              GO TO ODE539-Exit.
     MOVE     TKX-ATTEMPT TO WS-DISPLAY3.
     DISPLAY  "Attempt " AT 1101 with foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-DISPLAY3 AT 1109 with foreground-color COB-COLOR-GREEN.
     IF       TKX-RESULT = "P"
              DISPLAY " recorded - PASS" AT 1112 with foreground-color COB-COLOR-GREEN
     ELSE
              DISPLAY " recorded - FAIL" AT 1112 with foreground-color COB-COLOR-RED.
     ACCEPT   WS-Reply AT 1130.
 ODE539-Exit.  exit.
*>
 ODE550-Status.
     DISPLAY  "Student [               ] (blank = all students)" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Tk-Student.
     ACCEPT   WS-Tk-Student AT 0810 with update.
     move     function upper-case (WS-Tk-Student) to WS-Tk-Student.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODE559-Exit.
     MOVE     ZERO TO B.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "THEORY EXAM STATUS as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     IF       WS-Tk-Student NOT = SPACES
              MOVE WS-Tk-Student TO STU-NAME
              READ STUDENT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF   FS-REPLY NOT = "00"
                   DISPLAY FL095 AT 1001 with foreground-color COB-COLOR-RED
                   GO TO ODE558-Wait
              END-IF
              PERFORM ODE560-Student THRU ODE569-Exit
              GO TO ODE557-Done.
     START    STUDENT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODE557-Done.
 ODE552-Next-Student.
     READ     STUDENT-FILE NEXT RECORD AT END  GO TO ODE557-Done.
     IF       STU-COURSE NOT = SPACES
              PERFORM ODE560-Student THRU ODE569-Exit.
     GO       TO ODE552-Next-Student.
*>
 ODE557-Done.
     MOVE     B TO WS-DISPLAY4.
     DISPLAY  "Theory status written to report file - students " AT 1001.
     DISPLAY  WS-DISPLAY4 AT 1050.
 ODE558-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODE559-Exit.  exit.
*>
*>  One student's block, the student record in the buffer.
*>
 ODE560-Student.
     ADD      1 TO B.
     MOVE     STU-NAME   TO WS-Tk-Student.
     MOVE     STU-COURSE TO WS-Tk-Course.
     PERFORM  ZT980-Theory-Status.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Student " STU-NAME "  Course " STU-COURSE
              DELIMITED BY SIZE INTO PRINT-RECORD.
     IF       WS-Tk-Window-End NOT = ZERO
              MOVE WS-Tk-Window-End TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              MOVE "Exam window closes" TO PRINT-RECORD (50:18)
              MOVE WS-Test-Date TO PRINT-RECORD (69:10).
     WRITE    PRINT-RECORD AFTER 3.
     IF       WS-Tk-State = "N"
              MOVE "  No exam subjects set up for this course" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              GO TO ODE569-Exit.
     MOVE     "  Subject   Title                           Sat  Left  Last %  Passed      Status"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     SET      QQTK TO 1.
 ODE562-Next-Subject.
     IF       QQTK > WS-Tk-Size
              GO TO ODE564-Verdict.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WTK-Subject (QQTK)    TO PRINT-RECORD (3:8).
     MOVE     WTK-Title (QQTK)      TO PRINT-RECORD (13:30).
     MOVE     WTK-Attempts (QQTK)   TO PRINT-RECORD (45:2).
     IF       WTK-Max (QQTK) = ZERO
              MOVE "--" TO PRINT-RECORD (51:2)
     ELSE
              IF  WTK-Attempts (QQTK) < WTK-Max (QQTK)
                  SUBTRACT WTK-Attempts (QQTK) FROM WTK-Max (QQTK) GIVING WS-Tk-Left
              ELSE
                  MOVE ZERO TO WS-Tk-Left
              END-IF
              MOVE WS-Tk-Left TO PRINT-RECORD (51:2)
     END-IF.
     IF       WTK-Attempts (QQTK) NOT = ZERO
              MOVE WTK-Last-Score (QQTK) TO PRINT-RECORD (56:3).
     IF       WTK-Pass-Date (QQTK) NOT = ZERO
              MOVE WTK-Pass-Date (QQTK) TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              MOVE WS-Test-Date TO PRINT-RECORD (63:10)
              MOVE "passed" TO PRINT-RECORD (75:6)
     ELSE
              IF  WTK-Max (QQTK) NOT = ZERO
              AND WTK-Attempts (QQTK) NOT < WTK-Max (QQTK)
                  MOVE "NO ATTEMPTS LEFT" TO PRINT-RECORD (75:16)
              ELSE
                  MOVE "outstanding" TO PRINT-RECORD (75:11)
              END-IF
     END-IF.
     WRITE    PRINT-RECORD AFTER 1.
     SET      QQTK UP BY 1.
     GO       TO ODE562-Next-Subject.
*>
 ODE564-Verdict.
     PERFORM  ODE570-State-Text THRU ODE579-Exit.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  Theory: " WS-Tk-Text DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
 ODE569-Exit.  exit.
*>
*>  ZT980's verdict in words - shared with the CV000 recommendation.
*>
 ODE570-State-Text.
     MOVE     SPACES TO WS-Tk-Text.
     IF       WS-Tk-State = "N"
              MOVE "no exam subjects set up for this course" TO WS-Tk-Text.
     IF       WS-Tk-State = "I"
              MOVE WS-Tk-Outstanding TO WS-DISPLAY3
              STRING "incomplete - subjects outstanding " WS-DISPLAY3
                     DELIMITED BY SIZE INTO WS-Tk-Text.
     IF       WS-Tk-State = "X"
              MOVE "exam window closed or attempts used up - course to restart"
                   TO WS-Tk-Text.
     IF       WS-Tk-State = "O" OR "C"
              MOVE WS-Tk-Valid-To TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date.
     IF       WS-Tk-State = "O"
              STRING "passes out of date since " WS-Test-Date
                     DELIMITED BY SIZE INTO WS-Tk-Text.
     IF       WS-Tk-State = "C"
              STRING "complete - valid for a skills test to " WS-Test-Date
                     DELIMITED BY SIZE INTO WS-Tk-Text.
 ODE579-Exit.  exit.
*>
 ODE599-Exit.  exit section.
*>
 ODF500-Trips  SECTION.
*>=====================
*>
*> Multi-leg trips. (T)rip keeps the trip record - number, description,
*>   the customer it is billed to and the dates it spans. (L)egs
*>   attaches a flight by its date and start time, or detaches one
*>   already on the trip; new flights are offered to an open trip at
*>   entry time as well (CA253). (S)ummary prints the trip sector by
*>   sector with the route, block time, distance, fuel, airfield fees
*>   and the rate-card hire, flagging a route gap wherever a leg does
*>   not leave from where the one before it landed. (O)verview lists
*>   the trips on file. A trip with a customer bills as one line on
*>   that customer's statement in the billing run (OB000).
*>
 ODF510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Multi-Leg Trips" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(T)rip  (L)egs  (S)ummary  (O)verview  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0648 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODF599-Exit.
     IF       MENU-REPLY = "T"
              PERFORM ODF520-Trip THRU ODF529-Exit
              GO TO ODF510-Menu.
     IF       MENU-REPLY = "L"
              PERFORM ODF530-Legs THRU ODF539-Exit
              GO TO ODF510-Menu.
     IF       MENU-REPLY = "S"
              PERFORM ODF550-Summary THRU ODF559-Exit
              GO TO ODF510-Menu.
     IF       MENU-REPLY = "O"
              PERFORM ODF570-Overview THRU ODF579-Exit.
     GO       TO ODF510-Menu.
*>
 ODF520-Trip.
     DISPLAY  "Trip no [     ] (0 = next free)" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Trp-No.
     ACCEPT   WS-Trp-No AT 0810 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODF529-Exit.
     IF       WS-Trp-No = ZERO
              PERFORM ODF590-Next-No THRU ODF594-Exit
              DISPLAY WS-Trp-No AT 0810 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Description [                              ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Customer    [               ] (blank = each leg to its Captain)" AT 1101
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "From date   [ccyymmdd]  To date [ccyymmdd]" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Status      [ ] (O)pen for legs  (C)losed" AT 1301
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     WS-Trp-No TO TRP-NO.
     READ     TRIP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE "A" TO MENU-REPLY
              DISPLAY "On file - (A)mend or (D)elete [A]" AT 0901 with foreground-color COB-COLOR-Yellow
              ACCEPT  MENU-REPLY AT 0932 with update
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              IF      MENU-REPLY = "D"
                      PERFORM ODF525-Delete THRU ODF526-Exit
                      GO TO ODF520-Trip
              END-IF
     ELSE
              MOVE WS-Trp-No TO TRP-NO
              MOVE SPACES    TO TRP-DESC TRP-CUSTOMER
              MOVE WS-Today  TO TRP-FROM-DATE TRP-TO-DATE
              MOVE "O"       TO TRP-STATUS.
     ACCEPT   TRP-DESC AT 1014 with update.
     ACCEPT   TRP-CUSTOMER AT 1114 with update.
     move     function upper-case (TRP-CUSTOMER) to TRP-CUSTOMER.
 ODF522-From.
     MOVE     TRP-FROM-DATE TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 1214 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODF529-Exit.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODF522-From.
     MOVE     WS-Test-Intl TO TRP-FROM-DATE.
 ODF523-To.
     MOVE     TRP-TO-DATE TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 1234 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODF529-Exit.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
        OR    WS-Test-Intl < TRP-FROM-DATE
              DISPLAY FL014 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODF523-To.
     MOVE     WS-Test-Intl TO TRP-TO-DATE.
     DISPLAY  SPACE AT 1601 with erase eol.
 ODF524-Status.
     ACCEPT   TRP-STATUS AT 1314 with update.
     move     function upper-case (TRP-STATUS) to TRP-STATUS.
     IF       TRP-STATUS NOT = "O" AND NOT = "C"
              GO TO ODF524-Status.
     MOVE     WS-Cur-User TO TRP-USER.
     IF       FS-REPLY = "00"
              REWRITE TRIP-RECORD INVALID KEY
                      DISPLAY FL003 AT 1501 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 1561
              END-REWRITE
     ELSE
              WRITE   TRIP-RECORD INVALID KEY
                      DISPLAY FL004 AT 1501 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 1561
              END-WRITE
     END-IF.
     GO       TO ODF520-Trip.
*>
*>  Only a trip with no legs left on it goes.
*>
 ODF525-Delete.
     MOVE     WS-Trp-No  TO TRL-TRIP-NO.
     MOVE     LOW-VALUES TO TRL-FLT-KEY.
     START    TRIPLEG-FILE KEY NOT < TRL-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              READ TRIPLEG-FILE NEXT RECORD AT END  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF  FS-REPLY = "00"
              AND TRL-TRIP-NO = WS-Trp-No
                  DISPLAY FL194 AT 1601 with foreground-color COB-COLOR-RED
                  ACCEPT  WS-Reply AT 1661
                  GO TO ODF526-Exit
              END-IF
     END-IF.
     MOVE     WS-Trp-No TO TRP-NO.
     DELETE   TRIP-FILE RECORD INVALID KEY CONTINUE END-DELETE.
 ODF526-Exit.  exit.
*>
 ODF529-Exit.  exit.
*>
 ODF530-Legs.
     DISPLAY  "Trip no [     ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Trp-No.
     ACCEPT   WS-Trp-No AT 0810 with update.
     IF       WS-Trp-No = ZERO OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODF539-Exit.
     MOVE     WS-Trp-No TO TRP-NO.
     READ     TRIP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL189 AT 1601 with foreground-color COB-COLOR-RED
              GO TO ODF530-Legs.
     DISPLAY  SPACE AT 1601 with erase eol.
     DISPLAY  TRP-DESC AT 0818 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Flight date [ccyymmdd]  Start [hh.mm]  - a leg already on the trip detaches"
              AT 0901 WITH foreground-color COB-COLOR-Yellow.
 ODF531-Show.
     PERFORM  ODF540-Show-Legs THRU ODF549-Exit.
 ODF532-Date.
     MOVE     ZERO TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0914 with update.
     IF       WS-Test-Intl = ZERO OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODF539-Exit.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1001 with foreground-color COB-COLOR-RED with erase eol
              GO TO ODF532-Date.
     MOVE     ZERO TO WSH-TIME.
     PERFORM  BF010-ACCEPT-TIME.
     ACCEPT   WSF-TIME AT 0932 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODF539-Exit.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODF532-Date.
     MOVE     WS-Test-Intl TO FLT-DATE.
     MOVE     WSH-TIME     TO FLT-START.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL190 AT 1001 with foreground-color COB-COLOR-RED with erase eol
              GO TO ODF532-Date.
     DISPLAY  SPACE AT 1001 with erase eol.
     MOVE     FLT-Date-Time-Key TO TRL-FLT-KEY.
     READ     TRIPLEG-FILE KEY IS TRL-FLT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              IF  TRL-TRIP-NO NOT = WS-Trp-No
                  DISPLAY FL191 AT 1001 with foreground-color COB-COLOR-RED with erase eol
                  GO TO ODF532-Date
              END-IF
              MOVE "N" TO WS-Reply
              DISPLAY "Leg is on this trip - detach it? [N]" AT 1001 with foreground-color COB-COLOR-Yellow
              ACCEPT  WS-Reply AT 1035 with update
              move    function upper-case (WS-Reply) to WS-Reply
              DISPLAY SPACE AT 1001 with erase eol
              IF  WS-Reply = "Y"
                  DELETE TRIPLEG-FILE RECORD INVALID KEY CONTINUE END-DELETE
              END-IF
              GO TO ODF531-Show.
     IF       TRP-STATUS NOT = "O"
              DISPLAY FL193 AT 1001 with foreground-color COB-COLOR-RED with erase eol
              GO TO ODF532-Date.
     IF       FLT-DATE < TRP-FROM-DATE OR > TRP-TO-DATE
              DISPLAY FL192 AT 1001 with foreground-color COB-COLOR-RED with erase eol
              GO TO ODF532-Date.
     MOVE     WS-Trp-No         TO TRL-TRIP-NO.
     MOVE     FLT-Date-Time-Key TO TRL-FLT-KEY.
     MOVE     WS-Cur-User       TO TRL-USER.
     WRITE    TRIPLEG-RECORD INVALID KEY
              DISPLAY FL004 AT 1001 with foreground-color COB-COLOR-RED with erase eol.
     GO       TO ODF531-Show.
 ODF539-Exit.  exit.
*>
*>  The trip's legs as they stand, in the order flown, from line 11.
*>
 ODF540-Show-Legs.
     DISPLAY  "Date        Start  Reg     From  To" AT 1101
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     12 TO LINE-CNT.
     MOVE     WS-Trp-No  TO TRL-TRIP-NO.
     MOVE     LOW-VALUES TO TRL-FLT-KEY.
     START    TRIPLEG-FILE KEY NOT < TRL-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODF549-Exit.
 ODF541-Next.
     READ     TRIPLEG-FILE NEXT RECORD AT END  GO TO ODF549-Exit.
     IF       TRL-TRIP-NO NOT = WS-Trp-No
              GO TO ODF549-Exit.
     MOVE     TRL-FLT-KEY TO FLT-Date-Time-Key.
     MOVE     FLT-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DIVIDE   FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  WS-Test-Date AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WSE-TIME     AT LINE LINE-CNT COL 13 WITH foreground-color COB-COLOR-CYAN.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY FLT-AC-REG AT LINE LINE-CNT COL 20 WITH foreground-color COB-COLOR-CYAN
              DISPLAY FLT-FROM   AT LINE LINE-CNT COL 28 WITH foreground-color COB-COLOR-CYAN
              DISPLAY FLT-TO     AT LINE LINE-CNT COL 34 WITH foreground-color COB-COLOR-CYAN
     ELSE
              DISPLAY "flight no longer on file" AT LINE LINE-CNT COL 20 WITH foreground-color COB-COLOR-RED.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODF541-Next.
 ODF549-Exit.  exit.
*>
 ODF550-Summary.
     DISPLAY  "Trip no [     ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Trp-No.
     ACCEPT   WS-Trp-No AT 0810 with update.
     IF       WS-Trp-No = ZERO OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODF559-Exit.
     MOVE     WS-Trp-No TO TRP-NO.
     READ     TRIP-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL189 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODF550-Summary.
     MOVE     ZERO   TO WS-Trp-Legs WS-Trp-Gaps WS-Trp-Mins WS-Trp-Dist
                        WS-Trp-Fuel WS-Trp-Fees WS-Trp-Hire.
     MOVE     SPACES TO WS-Trp-Last-To WS-Trp-Route.
     MOVE     1      TO WS-Trp-Ptr.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "TRIP SUMMARY as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Trip " TRP-NO "  " TRP-DESC
              DELIMITED BY SIZE INTO PRINT-RECORD.
     IF       TRP-STATUS = "C"
              MOVE "(closed)" TO PRINT-RECORD (45:8).
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     TRP-FROM-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     STRING   "  Dates " WS-Test-Date " to " DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     TRP-TO-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PRINT-RECORD (23:10).
     IF       TRP-CUSTOMER = SPACES
              MOVE "Billed per leg to each Captain" TO PRINT-RECORD (36:30)
     ELSE
              MOVE "Billed to" TO PRINT-RECORD (36:9)
              MOVE TRP-CUSTOMER TO PRINT-RECORD (46:15).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "  Date        Start  Reg     From  To     Block   Dist nm  Fuel L      Fees      Hire"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
*>
     MOVE     WS-Trp-No  TO TRL-TRIP-NO.
     MOVE     LOW-VALUES TO TRL-FLT-KEY.
     START    TRIPLEG-FILE KEY NOT < TRL-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODF555-Totals.
 ODF552-Next-Leg.
     READ     TRIPLEG-FILE NEXT RECORD AT END  GO TO ODF555-Totals.
     IF       TRL-TRIP-NO NOT = WS-Trp-No
              GO TO ODF555-Totals.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     TRL-FLT-KEY TO FLT-Date-Time-Key.
     MOVE     FLT-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PRINT-RECORD (3:10).
     DIVIDE   FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME TO PRINT-RECORD (15:5).
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "** flight no longer on file - detach this leg" TO PRINT-RECORD (22:45)
              WRITE PRINT-RECORD AFTER 1
              GO TO ODF552-Next-Leg.
     PERFORM  ODF560-Leg THRU ODF569-Exit.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODF552-Next-Leg.
*>
 ODF555-Totals.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Trp-Legs TO WS-Trp-Num-Edit.
     STRING   "  Sectors " WS-Trp-Num-Edit DELIMITED BY SIZE INTO PRINT-RECORD.
     DIVIDE   WS-Trp-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME TO PRINT-RECORD (41:5).
     MOVE     WS-Trp-Dist TO WS-Trp-Num-Edit.
     MOVE     WS-Trp-Num-Edit TO PRINT-RECORD (47:7).
     MOVE     WS-Trp-Fuel TO WS-Trp-Num-Edit.
     MOVE     WS-Trp-Num-Edit TO PRINT-RECORD (56:7).
     MOVE     WS-Trp-Fees TO WS-Trp-Amt-Edit.
     MOVE     WS-Trp-Amt-Edit TO PRINT-RECORD (64:10).
     MOVE     WS-Trp-Hire TO WS-Trp-Amt-Edit.
     MOVE     WS-Trp-Amt-Edit TO PRINT-RECORD (74:10).
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  Route " WS-Trp-Route DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     COMPUTE  WS-Trp-Hire = WS-Trp-Hire + WS-Trp-Fees.
     MOVE     WS-Trp-Hire TO WS-Trp-Amt-Edit.
     STRING   "  Trip cost, hire and fees " WS-Trp-Amt-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     IF       WS-Trp-Gaps NOT = ZERO
              MOVE SPACES TO PRINT-RECORD
              MOVE WS-Trp-Gaps TO WS-Trp-Num-Edit
              STRING "  ** Route gaps " WS-Trp-Num-Edit
                     " - shown as / in the route" DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 1.
     MOVE     WS-Trp-Legs TO WS-DISPLAY4.
     DISPLAY  "Trip summary written to report file - sectors " AT 1001.
     DISPLAY  WS-DISPLAY4 AT 1048.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODF559-Exit.  exit.
*>
*>  One leg into the print line and the trip totals, the flight in the
*>   buffer. A leg not leaving from where the last one landed is a
*>   route gap - flagged on the line, and the route string breaks at
*>   it with a slash.
*>
 ODF560-Leg.
     ADD      1 TO WS-Trp-Legs.
     MOVE     FLT-AC-REG TO PRINT-RECORD (22:6).
     MOVE     FLT-FROM   TO PRINT-RECORD (30:4).
     MOVE     FLT-TO     TO PRINT-RECORD (36:4).
     IF       WS-Trp-Legs = 1
              STRING FLT-FROM "-" FLT-TO DELIMITED BY SIZE
                     INTO WS-Trp-Route WITH POINTER WS-Trp-Ptr
              END-STRING
     ELSE
              IF  FLT-FROM NOT = WS-Trp-Last-To
                  ADD 1 TO WS-Trp-Gaps
                  MOVE "** ROUTE GAP - last leg landed" TO PRINT-RECORD (86:30)
                  MOVE WS-Trp-Last-To TO PRINT-RECORD (117:4)
                  STRING " / " FLT-FROM "-" FLT-TO DELIMITED BY SIZE
                         INTO WS-Trp-Route WITH POINTER WS-Trp-Ptr
                  END-STRING
              ELSE
                  STRING "-" FLT-TO DELIMITED BY SIZE
                         INTO WS-Trp-Route WITH POINTER WS-Trp-Ptr
                  END-STRING
              END-IF
     END-IF.
     MOVE     FLT-TO TO WS-Trp-Last-To.
*>
*>  Block time as the billing run takes it - midnight wrap allowed.
*>
     MOVE     FLT-END TO WS-Trp-Leg-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              CONTINUE
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Trp-Leg-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Trp-Leg-Mins
     END-IF.
     ADD      WS-Trp-Leg-Mins TO WS-Trp-Mins.
     DIVIDE   WS-Trp-Leg-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME TO PRINT-RECORD (41:5).
     IF       FLT-DISTANCE NOT = ZERO
              MOVE FLT-DISTANCE TO WS-Trp-Num-Edit
              MOVE WS-Trp-Num-Edit TO PRINT-RECORD (47:7)
              ADD  FLT-DISTANCE TO WS-Trp-Dist.
     IF       FLT-FUEL-UPLIFT NOT = ZERO
              MOVE FLT-FUEL-UPLIFT TO WS-Trp-Num-Edit
              MOVE WS-Trp-Num-Edit TO PRINT-RECORD (56:7)
              ADD  FLT-FUEL-UPLIFT TO WS-Trp-Fuel.
*>
*>  Fees at the landing airfield as CA237 accrues them.
*>
     MOVE     ZERO     TO WS-Trp-Leg-Fees.
     MOVE     FLT-TO   TO WS-Fee-Icao.
     MOVE     FLT-DATE TO WS-Fee-Date.
     PERFORM  ZT100-Lookup-Fee.
     IF       ERROR-CODE NOT = ZERO
              COMPUTE WS-Trp-Leg-Fees = WS-Fee-Landing + WS-Fee-Handling.
     ADD      WS-Trp-Leg-Fees TO WS-Trp-Fees.
     MOVE     WS-Trp-Leg-Fees TO WS-Trp-Amt-Edit.
     MOVE     WS-Trp-Amt-Edit TO PRINT-RECORD (64:10).
     PERFORM  ODF580-Price-Leg THRU ODF589-Exit.
     ADD      WS-Trp-Leg-Hire TO WS-Trp-Hire.
     MOVE     WS-Trp-Leg-Hire TO WS-Trp-Amt-Edit.
     MOVE     WS-Trp-Amt-Edit TO PRINT-RECORD (74:10).
 ODF569-Exit.  exit.
*>
 ODF570-Overview.
     DISPLAY  "Trip  Description                    Customer        From        To          St"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     9 TO LINE-CNT.
     MOVE     ZERO TO TRP-NO.
     START    TRIP-FILE KEY NOT < TRP-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODF578-Wait.
 ODF572-Next.
     READ     TRIP-FILE NEXT RECORD AT END  GO TO ODF578-Wait.
     DISPLAY  TRP-NO       AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TRP-DESC     AT LINE LINE-CNT COL 07 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TRP-CUSTOMER AT LINE LINE-CNT COL 38 WITH foreground-color COB-COLOR-CYAN.
     MOVE     TRP-FROM-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  WS-Test-Date AT LINE LINE-CNT COL 54 WITH foreground-color COB-COLOR-CYAN.
     MOVE     TRP-TO-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DISPLAY  WS-Test-Date AT LINE LINE-CNT COL 66 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TRP-STATUS   AT LINE LINE-CNT COL 78 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODF572-Next.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     DISPLAY  SPACE AT 0901 with erase eos.
     MOVE     9 TO LINE-CNT.
     GO       TO ODF572-Next.
 ODF578-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODF579-Exit.  exit.
*>
*>  The leg's hire at full rate-card value, registration rate first then
*>   the type rate, converted to base as the billing run does - no
*>   package draws, so the figure is what the trip cost to fly.
*>
 ODF580-Price-Leg.
     MOVE     ZERO       TO WS-Trp-Leg-Hire.
     MOVE     SPACES     TO CHG-RATE-KEY.
     MOVE     FLT-AC-REG TO CHG-RATE-KEY.
     READ     CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE FLT-AC-TYPE TO CHG-RATE-KEY
              READ CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODF589-Exit.
     IF       CHG-CURRENCY NOT = SPACES AND NOT = "GBP"
              MOVE CHG-CURRENCY TO WS-Exr-Cur
              MOVE FLT-DATE     TO WS-Exr-Date
              PERFORM ZT400-Lookup-Exch-Rate
              IF  WS-Exr-Rate NOT = ZERO
                  COMPUTE CHG-WET-RATE ROUNDED = CHG-WET-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
                  COMPUTE CHG-DRY-RATE ROUNDED = CHG-DRY-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
                  COMPUTE CHG-FUEL-RATE ROUNDED = CHG-FUEL-RATE * WS-Exr-Rate
                          ON SIZE ERROR CONTINUE
                  END-COMPUTE
              END-IF
     END-IF.
     IF       CHG-BASIS = "D"
              COMPUTE WS-Trp-Leg-Hire ROUNDED =
                      (WS-Trp-Leg-Mins * CHG-DRY-RATE / 60)
                      + (FLT-FUEL-UPLIFT * CHG-FUEL-RATE)
                      ON SIZE ERROR MOVE ZERO TO WS-Trp-Leg-Hire
              END-COMPUTE
     ELSE
              COMPUTE WS-Trp-Leg-Hire ROUNDED = WS-Trp-Leg-Mins * CHG-WET-RATE / 60
                      ON SIZE ERROR MOVE ZERO TO WS-Trp-Leg-Hire
              END-COMPUTE.
 ODF589-Exit.  exit.
*>
*>  Next free trip number - one past the highest on file.
*>
 ODF590-Next-No.
     MOVE     ZERO TO WS-Trp-No TRP-NO.
     START    TRIP-FILE KEY NOT < TRP-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODF593-Add.
 ODF591-Next.
     READ     TRIP-FILE NEXT RECORD AT END  GO TO ODF593-Add.
     MOVE     TRP-NO TO WS-Trp-No.
     GO       TO ODF591-Next.
 ODF593-Add.
     ADD      1 TO WS-Trp-No.
 ODF594-Exit.  exit.
*>
 ODF599-Exit.  exit section.
*>
 ODG500-Opening-Balances  SECTION.
*>================================
*>
*> Pre-system experience. A pilot joining with paper logbooks has their
*>   totals to date brought in as one opening balance, split as the
*>   analysis totals are - P1, P2/3 and instructing by day and night,
*>   instrument and multi-engine - with the date the logbooks were
*>   totalled to and who checked them. Nothing is posted as flights;
*>   the logbook report, the analysis displays and the web pilot status
*>   add it into that pilot's totals as a brought-forward line (ZT990,
*>   CCH000). Hours are keyed hhhhhh.mm as the maintenance totals are.
*>
 ODG510-Pilot.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Pilot Opening Balances" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Pilot       [               ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Opb-Pilot.
     ACCEPT   WS-Opb-Pilot AT 0814 with update.
     move     function upper-case (WS-Opb-Pilot) to WS-Opb-Pilot.
     IF       WS-Opb-Pilot = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODG599-Exit.
     MOVE     WS-Opb-Pilot TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL195 AT 2001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 2061
              GO TO ODG510-Pilot.
     DISPLAY  "As at date  [ccyymmdd]  Flights [      ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "                Day          Night" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "P1          [hhhhhh.mm]  [hhhhhh.mm]" AT 1301
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "P2/3        [hhhhhh.mm]  [hhhhhh.mm]" AT 1401
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Instructing [hhhhhh.mm]  [hhhhhh.mm]  (part of P1)" AT 1501
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Instrument  [hhhhhh.mm]" AT 1601
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Multi-engine[hhhhhh.mm]" AT 1701
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Verified by [               ]" AT 1801
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     WS-Opb-Pilot TO OPB-PILOT.
     READ     OPENBAL-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE "A" TO MENU-REPLY
              DISPLAY "On file - (A)mend or (D)elete [A]" AT 0901 with foreground-color COB-COLOR-Yellow
              ACCEPT  MENU-REPLY AT 0932 with update
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              IF      MENU-REPLY = "D"
                      DELETE OPENBAL-FILE RECORD INVALID KEY CONTINUE END-DELETE
                      GO TO ODG510-Pilot
              END-IF
     ELSE
              INITIALIZE OPENBAL-RECORD
              MOVE WS-Opb-Pilot TO OPB-PILOT
              MOVE WS-Today     TO OPB-AS-AT.
     MOVE     FS-REPLY TO WS-Opb-Reply.
 ODG520-As-At.
     MOVE     OPB-AS-AT TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 1014 with update.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
        OR    WS-Test-Intl > WS-Today
              DISPLAY FL014 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODG520-As-At.
     MOVE     WS-Test-Intl TO OPB-AS-AT.
     DISPLAY  SPACE AT 2001 with erase eol.
     ACCEPT   OPB-FLIGHTS AT 1034 with update.
 ODG525-Hours.
     MOVE     13 TO LINE-CNT.
     MOVE     1  TO WS-Opb-Sub.
 ODG526-Analysis.
     MOVE     14 TO WS-Opb-Col.
     MOVE     OPB-P1 (WS-Opb-Sub) TO WS-Opb-Mins.
     PERFORM  ODG540-Get-Hours THRU ODG544-Exit.
     MOVE     WS-Opb-Mins TO OPB-P1 (WS-Opb-Sub).
     ADD      1 TO LINE-CNT.
     MOVE     OPB-P23 (WS-Opb-Sub) TO WS-Opb-Mins.
     PERFORM  ODG540-Get-Hours THRU ODG544-Exit.
     MOVE     WS-Opb-Mins TO OPB-P23 (WS-Opb-Sub).
     ADD      1 TO LINE-CNT.
     MOVE     OPB-INS (WS-Opb-Sub) TO WS-Opb-Mins.
     PERFORM  ODG540-Get-Hours THRU ODG544-Exit.
     MOVE     WS-Opb-Mins TO OPB-INS (WS-Opb-Sub).
     IF       WS-Opb-Sub = 1
              MOVE 2  TO WS-Opb-Sub
              MOVE 13 TO LINE-CNT
              MOVE 27 TO WS-Opb-Col
              GO TO ODG526-Analysis.
 ODG527-Others.
     MOVE     14 TO WS-Opb-Col.
     MOVE     16 TO LINE-CNT.
     MOVE     OPB-INSTRUMENT TO WS-Opb-Mins.
     PERFORM  ODG540-Get-Hours THRU ODG544-Exit.
     MOVE     WS-Opb-Mins TO OPB-INSTRUMENT.
     MOVE     17 TO LINE-CNT.
     MOVE     OPB-MULTI TO WS-Opb-Mins.
     PERFORM  ODG540-Get-Hours THRU ODG544-Exit.
     MOVE     WS-Opb-Mins TO OPB-MULTI.
*>
*>  Instructing is part of P1 for the same light; instrument and
*>    multi-engine part of the whole.
*>
     ADD      OPB-P1 (1) OPB-P1 (2) OPB-P23 (1) OPB-P23 (2) GIVING WS-Opb-Mins.
     IF       OPB-INS (1) > OPB-P1 (1)
        OR    OPB-INS (2) > OPB-P1 (2)
        OR    OPB-INSTRUMENT > WS-Opb-Mins
        OR    OPB-MULTI > WS-Opb-Mins
              DISPLAY FL197 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODG525-Hours.
     DISPLAY  SPACE AT 2001 with erase eol.
 ODG530-Verified.
     ACCEPT   OPB-VERIFIED-BY AT 1814 with update.
     move     function upper-case (OPB-VERIFIED-BY) to OPB-VERIFIED-BY.
     IF       OPB-VERIFIED-BY = SPACES
              DISPLAY FL196 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODG530-Verified.
     DISPLAY  SPACE AT 2001 with erase eol.
     MOVE     WS-Today    TO OPB-VERIFIED-DATE.
     MOVE     WS-Cur-User TO OPB-USER.
     IF       WS-Opb-Reply = "00"
              REWRITE OPENBAL-RECORD INVALID KEY
                      DISPLAY FL003 AT 2001 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 2061
              END-REWRITE
     ELSE
              WRITE   OPENBAL-RECORD INVALID KEY
                      DISPLAY FL004 AT 2001 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 2061
              END-WRITE
     END-IF.
     GO       TO ODG510-Pilot.
*>
*>  One hhhhhh.mm total at LINE-CNT / WS-Opb-Col, minutes in and out
*>    through WS-Opb-Mins.
*>
 ODG540-Get-Hours.
     MOVE     WS-Opb-Mins TO WS-WORK3.
     PERFORM  ZG010-RESTORE-MAINT-TIME.
     MOVE     WS-WORKB TO WSM-TIME.
     ACCEPT   WSM-TIME AT LINE LINE-CNT COL WS-Opb-Col with update.
     PERFORM  ZF010-CONVERT-MAINT-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODG540-Get-Hours.
     MOVE     WS-WORK3 TO WS-Opb-Mins.
 ODG544-Exit.  exit.
*>
 ODG599-Exit.  exit section.
*>
 ODH500-Experience-Statement  SECTION.
*>====================================
*>
*> Licence application experience statement for one pilot - the
*>   breakdown the CPL or IR application form asks for: total, PIC,
*>   PIC cross-country, cross-country, night, instrument, dual received
*>   and multi-engine. A sector is cross-country when its distance is
*>   over the nm given here and it lands somewhere other than where it
*>   left. The pilot's sectors are those flown as Captain plus the dual
*>   sectors where they were the student (crew 2 on P1I/P1T, as CV000).
*>   The archived flights (flitearch.seq) are read first, then the live
*>   file, so older years count in full and in date order. Consecutive
*>   PIC sectors on one day in one aircraft make a journey; the first
*>   reaching the long cross-country distance with landings at two or
*>   more aerodromes other than the departure one is named as the
*>   qualifying flight. Any pre-system opening balance (ODG500) prints
*>   as a column of its own. Prints as a certificate for the head of
*>   training to sign. With WS-Xp-Leaver set by ODR500 it prints the
*>   leaver's certificate instead - no prompts, the default distances,
*>   all flying up to WS-Xp-Left-Date, for PILOT-RECORD already read.
*>
     IF       WS-Xp-Leaver = "Y"
              MOVE "L" TO WS-Xp-Appl
              MOVE WS-Xp-Xc-Default  TO WS-Xp-Xc-Nm
              MOVE WS-Xp-Lxc-Default TO WS-Xp-Lxc-Nm
              DISPLAY "Leaver's certificate of flying experience" AT 1001
                      WITH foreground-color COB-COLOR-CYAN
              GO TO ODH513-Scan.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Licence Experience Statement" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Pilot       [               ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "For (C)PL or (I)R application [C]" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Cross-country sectors over [   ] nm  Long cross-country at least [   ] nm"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
*>
 ODH510-Pilot.
     MOVE     SPACES TO WS-Xp-Pilot.
     ACCEPT   WS-Xp-Pilot AT 0614 with update.
     move     function upper-case (WS-Xp-Pilot) to WS-Xp-Pilot.
     IF       WS-Xp-Pilot = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODH599-Exit.
     MOVE     WS-Xp-Pilot TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL195 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODH510-Pilot.
     DISPLAY  SPACE AT 1001 with erase eol.
 ODH512-Appl.
     MOVE     "C" TO WS-Xp-Appl.
     ACCEPT   WS-Xp-Appl AT 0732 with update.
     move     function upper-case (WS-Xp-Appl) to WS-Xp-Appl.
     IF       WS-Xp-Appl NOT = "C" AND NOT = "I"
              GO TO ODH512-Appl.
     ACCEPT   WS-Xp-Xc-Nm  AT 0829 with update.
     ACCEPT   WS-Xp-Lxc-Nm AT 0867 with update.
     IF       WS-Xp-Xc-Nm NOT NUMERIC
        OR    WS-Xp-Lxc-Nm NOT NUMERIC
              MOVE WS-Xp-Xc-Default  TO WS-Xp-Xc-Nm
              MOVE WS-Xp-Lxc-Default TO WS-Xp-Lxc-Nm
              GO TO ODH512-Appl.
*>
 ODH513-Scan.
     MOVE     ZERO   TO WS-Xp-Sectors WS-Xp-First WS-Xp-Last WS-Xp-Long-Nm
                        WS-Xp-Arch-Used.
     MOVE     SPACES TO WS-Xp-Qual WS-Xp-Long.
     MOVE     "N"    TO SW-Xp-Jny.
     MOVE     ZERO   TO WS-Xp-Sub.
 ODH514-Clear.
     ADD      1 TO WS-Xp-Sub.
     IF       WS-Xp-Sub > 8
              GO TO ODH520-Archive.
     MOVE     ZERO TO WS-Xp-Cat-Mins (WS-Xp-Sub) WS-Xp-Cat-Bf (WS-Xp-Sub).
     MOVE     "N"  TO WS-Xp-Cat-Held (WS-Xp-Sub).
     GO       TO ODH514-Clear.
*>
*>  The archive holds flight-record images one per line, oldest first,
*>   shared through the flight FD buffer as OJ530 does.
*>
 ODH520-Archive.
     DISPLAY  "Reading the flight archive and flight file" AT 1001
              WITH foreground-color COB-COLOR-CYAN.
     OPEN     INPUT ARCHIVE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODH530-Live.
     MOVE     1 TO WS-Xp-Arch-Used.
 ODH522-Read-Arch.
     READ     ARCHIVE-FILE AT END
              CLOSE ARCHIVE-FILE
              GO TO ODH530-Live.
     MOVE     ARCHIVE-RECORD TO FLIGHTLOG-RECORD.
     PERFORM  ODH550-Sector THRU ODH559-Exit.
     GO       TO ODH522-Read-Arch.
*>
 ODH530-Live.
     START    FLIGHTLOG-FILE FIRST.
     IF       FS-REPLY NOT = "00"
              GO TO ODH535-Scanned.
 ODH532-Read-Live.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODH535-Scanned.
     PERFORM  ODH550-Sector THRU ODH559-Exit.
     GO       TO ODH532-Read-Live.
*>
 ODH535-Scanned.
     PERFORM  ODH570-Close-Journey THRU ODH579-Exit.
     DISPLAY  SPACE AT 1001 with erase eol.
     IF       WS-Xp-Sectors = ZERO
              DISPLAY FL198 AT 1001 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODH599-Exit.
*>
*>  Pre-system opening balance - only the splits it holds.
*>
     MOVE     WS-Xp-Pilot TO OPB-PILOT.
     READ     OPENBAL-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     MOVE     FS-REPLY TO WS-Opb-Reply.
     IF       WS-Opb-Reply = "00"
              ADD  OPB-P1 (1) OPB-P1 (2) OPB-P23 (1) OPB-P23 (2)
                   GIVING WS-Xp-Cat-Bf (1)
              ADD  OPB-P1 (1) OPB-P1 (2) GIVING WS-Xp-Cat-Bf (2)
              ADD  OPB-P1 (2) OPB-P23 (2) GIVING WS-Xp-Cat-Bf (5)
              MOVE OPB-INSTRUMENT TO WS-Xp-Cat-Bf (6)
              MOVE OPB-MULTI      TO WS-Xp-Cat-Bf (8)
              MOVE "Y" TO WS-Xp-Cat-Held (1) WS-Xp-Cat-Held (2)
                          WS-Xp-Cat-Held (5) WS-Xp-Cat-Held (6)
                          WS-Xp-Cat-Held (8).
*>
     PERFORM  ODH580-Certificate THRU ODH589-Exit.
     DISPLAY  "Experience statement written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODH599-Exit.
*>
*>  One sector - counted if the pilot was Captain or the student on it.
*>
 ODH550-Sector.
     MOVE     SPACE TO WS-Xp-Role.
     IF       FLT-CAPTAIN = WS-Xp-Pilot
              MOVE "H" TO WS-Xp-Role.
     IF       FLT-CREW2 = WS-Xp-Pilot
        AND   (FLT-CAPACITY = "P1I" OR "P1T")
              MOVE "S" TO WS-Xp-Role.
     IF       WS-Xp-Role = SPACE
              GO TO ODH559-Exit.
     IF       WS-Xp-Leaver = "Y"
        AND   FLT-DATE > WS-Xp-Left-Date
              GO TO ODH559-Exit.
     ADD      1 TO WS-Xp-Sectors.
     IF       WS-Xp-First = ZERO
              MOVE FLT-DATE TO WS-Xp-First.
     MOVE     FLT-DATE TO WS-Xp-Last.
     ADD      FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2) GIVING WS-Xp-Mins.
     ADD      WS-Xp-Mins TO WS-Xp-Cat-Mins (1).
     ADD      FLT-P1 (2) FLT-P23 (2) TO WS-Xp-Cat-Mins (5).
     ADD      FLT-INSTRUMENT TO WS-Xp-Cat-Mins (6).
     IF       FLT-MS = "M"
              ADD WS-Xp-Mins TO WS-Xp-Cat-Mins (8).
     MOVE     "N" TO WS-Xp-Xc.
     IF       FLT-DISTANCE > WS-Xp-Xc-Nm
        AND   FLT-TO NOT = FLT-FROM
              MOVE "Y" TO WS-Xp-Xc
              ADD  WS-Xp-Mins TO WS-Xp-Cat-Mins (4).
     IF       WS-Xp-Role = "S"
              ADD     WS-Xp-Mins TO WS-Xp-Cat-Mins (7)
              PERFORM ODH570-Close-Journey THRU ODH579-Exit
              GO TO ODH559-Exit.
     ADD      FLT-P1 (1) FLT-P1 (2) GIVING WS-Xp-Pic-Mins.
     ADD      WS-Xp-Pic-Mins TO WS-Xp-Cat-Mins (2).
     IF       WS-Xp-Xc = "Y"
              ADD WS-Xp-Pic-Mins TO WS-Xp-Cat-Mins (3).
     IF       FLT-CAPACITY = "P3 "
              ADD FLT-P23 (1) FLT-P23 (2) TO WS-Xp-Cat-Mins (7).
     PERFORM  ODH560-Journey THRU ODH569-Exit.
 ODH559-Exit.  exit.
*>
*>  A PIC sector carrying on from the last one - same day, same
*>   aircraft, leaving from where it landed - extends the journey;
*>   anything else closes it and starts the next.
*>
 ODH560-Journey.
     IF       WS-Xp-Pic-Mins = ZERO
              PERFORM ODH570-Close-Journey THRU ODH579-Exit
              GO TO ODH569-Exit.
     IF       Xp-Jny-Open
        AND   FLT-DATE   = WS-Xp-J-Date
        AND   FLT-AC-REG = WS-Xp-J-Reg
        AND   FLT-FROM   = WS-Xp-J-Last
              GO TO ODH562-Add-Sector.
     PERFORM  ODH570-Close-Journey THRU ODH579-Exit.
     MOVE     FLT-DATE   TO WS-Xp-J-Date.
     MOVE     FLT-AC-REG TO WS-Xp-J-Reg.
     MOVE     FLT-FROM   TO WS-Xp-J-Dep.
     MOVE     ZERO   TO WS-Xp-J-Nm WS-Xp-J-Mins WS-Xp-J-Lands WS-Xp-J-Size.
     MOVE     SPACES TO WS-Xp-J-Route.
     MOVE     FLT-FROM TO WS-Xp-J-Route (1:4).
     MOVE     5   TO WS-Xp-J-Ptr.
     MOVE     "Y" TO SW-Xp-Jny.
 ODH562-Add-Sector.
     ADD      FLT-DISTANCE   TO WS-Xp-J-Nm.
     ADD      WS-Xp-Pic-Mins TO WS-Xp-J-Mins.
     MOVE     FLT-TO TO WS-Xp-J-Last.
     STRING   "-" FLT-TO DELIMITED BY SIZE
              INTO WS-Xp-J-Route WITH POINTER WS-Xp-J-Ptr
              ON OVERFLOW CONTINUE
     END-STRING.
     IF       FLT-TO = WS-Xp-J-Dep
              GO TO ODH569-Exit.
     MOVE     ZERO TO WS-Xp-Sub.
 ODH564-Seen.
     ADD      1 TO WS-Xp-Sub.
     IF       WS-Xp-Sub > WS-Xp-J-Size
              GO TO ODH566-New-Afld.
     IF       WS-Xp-J-Afld (WS-Xp-Sub) = FLT-TO
              GO TO ODH569-Exit.
     GO       TO ODH564-Seen.
 ODH566-New-Afld.
     IF       WS-Xp-J-Size < 8
              ADD  1 TO WS-Xp-J-Size
              MOVE FLT-TO TO WS-Xp-J-Afld (WS-Xp-J-Size).
     ADD      1 TO WS-Xp-J-Lands.
 ODH569-Exit.  exit.
*>
*>  Keeps the longest journey, and the first to qualify.
*>
 ODH570-Close-Journey.
     IF       NOT Xp-Jny-Open
              GO TO ODH579-Exit.
     MOVE     "N" TO SW-Xp-Jny.
     IF       WS-Xp-J-Nm > WS-Xp-Long-Nm
              MOVE WS-Xp-J-Nm  TO WS-Xp-Long-Nm
              MOVE WS-Xp-Jny   TO WS-Xp-Long.
     IF       WS-Xp-Qual = SPACES
        AND   WS-Xp-J-Nm NOT < WS-Xp-Lxc-Nm
        AND   WS-Xp-J-Lands NOT < 2
              MOVE WS-Xp-Jny   TO WS-Xp-Qual.
 ODH579-Exit.  exit.
*>
 ODH580-Certificate.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "CERTIFICATE OF FLYING EXPERIENCE" TO PRINT-RECORD (24:32).
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Xp-Appl = "I"
              MOVE "in support of an application for an Instrument Rating"
                   TO PRINT-RECORD (14:53)
     ELSE
      IF      WS-Xp-Appl = "L"
              MOVE "issued on leaving the club - all flying to the date of leaving"
                   TO PRINT-RECORD (10:62)
      ELSE
              MOVE "in support of an application for a Commercial Pilot Licence"
                   TO PRINT-RECORD (11:60).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Xp-Appl = "L"
              STRING "Pilot          " WS-Xp-Pilot "   Licence no " PILOT-LICENCE-NO
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
     ELSE
              STRING "Applicant      " WS-Xp-Pilot "   Licence no " PILOT-LICENCE-NO
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING.
     WRITE    PRINT-RECORD AFTER 3.
     IF       WS-Xp-Appl = "L"
              MOVE    SPACES TO PRINT-RECORD
              MOVE    WS-Xp-Left-Date TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              STRING  "Date left      " WS-Test-Date
                      DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE   PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Xp-First TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     STRING   "Flights from   " WS-Test-Date " to " DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     WS-Xp-Last TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PRINT-RECORD (30:10).
     MOVE     WS-Xp-Sectors TO WS-Trp-Num-Edit.
     STRING   "  " WS-Trp-Num-Edit " sectors" DELIMITED BY SIZE INTO PRINT-RECORD (40:20).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Xp-Arch-Used = ZERO
              MOVE "Records        flight file (no archive generation found)" TO PRINT-RECORD
     ELSE
              MOVE "Records        flight file and flight archive" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Cross-country  sectors over " WS-Xp-Xc-Nm
              " nm landing away from the departure aerodrome"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "                                Recorded   Pre-system       Total" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "                                   hours  balance hrs       hours" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Xp-Sub.
 ODH582-Next-Cat.
     ADD      1 TO WS-Xp-Sub.
     IF       WS-Xp-Sub > 8
              GO TO ODH584-Long-Xc.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Xp-Cat-Label (WS-Xp-Sub) TO PRINT-RECORD (1:28).
     DIVIDE   WS-Xp-Cat-Mins (WS-Xp-Sub) BY 60 GIVING WS-Xp-HH REMAINDER WS-Xp-MM.
     MOVE     WS-Xp-Hours TO PRINT-RECORD (32:9).
     IF       WS-Xp-Cat-Held (WS-Xp-Sub) = "Y"
              DIVIDE WS-Xp-Cat-Bf (WS-Xp-Sub) BY 60 GIVING WS-Xp-HH REMAINDER WS-Xp-MM
              MOVE   WS-Xp-Hours TO PRINT-RECORD (45:9)
     ELSE
       IF     WS-Opb-Reply = "00"
              MOVE   "n/a" TO PRINT-RECORD (51:3).
     ADD      WS-Xp-Cat-Mins (WS-Xp-Sub) WS-Xp-Cat-Bf (WS-Xp-Sub) GIVING WS-Xp-Mins.
     DIVIDE   WS-Xp-Mins BY 60 GIVING WS-Xp-HH REMAINDER WS-Xp-MM.
     MOVE     WS-Xp-Hours TO PRINT-RECORD (57:9).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODH582-Next-Cat.
*>
 ODH584-Long-Xc.
     IF       WS-Opb-Reply = "00"
              MOVE    SPACES TO PRINT-RECORD
              MOVE    OPB-AS-AT TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              STRING  "Pre-system balance from logbooks to " WS-Test-Date
                      ", verified by " OPB-VERIFIED-BY
                      DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE   PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Qualifying long cross-country flight - PIC, at least " WS-Xp-Lxc-Nm
              " nm, landings at two aerodromes other than departure"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Xp-Qual NOT = SPACES
              MOVE WS-Xp-Qual TO WS-Xp-Jny
              PERFORM ODH586-Journey-Line
     ELSE
              MOVE "  None found in the records." TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              IF  WS-Xp-Long NOT = SPACES
                  MOVE WS-Xp-Long TO WS-Xp-Jny
                  MOVE "  Longest PIC journey flown:" TO PRINT-RECORD
                  WRITE PRINT-RECORD AFTER 1
                  PERFORM ODH586-Journey-Line
              END-IF
     END-IF.
*>
     MOVE     "I certify that the above is a true statement of the applicant's flying"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "experience as shown by this organisation's flight records."
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Head of Training  ..............................   Signature  .............................."
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "Date              ..............      Organisation stamp"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Prepared " WSF-Date " by " WS-Cur-User
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     GO       TO ODH589-Exit.
*>
 ODH586-Journey-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Xp-J-Date TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     DIVIDE   WS-Xp-J-Mins BY 60 GIVING WS-Xp-HH REMAINDER WS-Xp-MM.
     MOVE     WS-Xp-J-Nm TO WS-Trp-Num-Edit.
     STRING   "  " WS-Test-Date "  " WS-Xp-J-Reg "  " WS-Trp-Num-Edit " nm "
              WS-Xp-Hours " hrs  " WS-Xp-J-Route
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
 ODH589-Exit.  exit.
*>
 ODH599-Exit.  exit section.
*>
 ODI500-Data-Retention  SECTION.
*>==============================
*>
*> Data retention policy. (R)ules holds how long each kind of record
*>   in the passenger manifest, expense claims, voucher register, pilot
*>   leaver register and update journal is kept and what then happens to it - deleted,
*>   anonymised in place or moved to the retention archive. Kind ALL
*>   covers every kind of that file without a rule of its own.
*>   (H)olds puts a legal hold on a person's records, on one file or
*>   all (**), or on a whole file (name ALL), until a date or until
*>   lifted; held records are never touched. (A)pply runs ODJ500 now
*>   - the same run the nightly RETENTION step makes. Supervisor only.
*>
 ODI510-Menu.
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO ODI599-Exit.
 ODI512-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Data Retention Rules" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(R)ules  (H)olds  (A)pply now  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0640 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODI599-Exit.
     IF       MENU-REPLY = "R"
              PERFORM ODI520-Rules THRU ODI529-Exit
              GO TO ODI512-Menu.
     IF       MENU-REPLY = "H"
              PERFORM ODI530-Holds THRU ODI539-Exit
              GO TO ODI512-Menu.
     IF       MENU-REPLY = "A"
              PERFORM ODI540-Apply THRU ODI549-Exit.
     GO       TO ODI512-Menu.
*>
 ODI520-Rules.
     DISPLAY  "File [  ]  Kind [    ] MF PAX, EC APPR REJ, VC RED VOID, PL LEFT, JN FL AF PI MA"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     PERFORM  ODI527-Show-Rules THRU ODI528-Exit.
     MOVE     SPACES TO RTN-KEY.
     ACCEPT   RTN-FILE-ID AT 0807 with update.
     move     function upper-case (RTN-FILE-ID) to RTN-FILE-ID.
     IF       RTN-FILE-ID = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODI529-Exit.
     ACCEPT   RTN-KIND AT 0818 with update.
     move     function upper-case (RTN-KIND) to RTN-KIND.
     IF       RTN-KIND = SPACES
              MOVE "ALL " TO RTN-KIND.
     IF       RTN-FILE-ID NOT = "MF" AND NOT = "EC" AND NOT = "VC" AND NOT = "JN"
                          AND NOT = "PL"
              DISPLAY FL199 AT 2001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 2061
              DISPLAY SPACE AT 2001 with erase eol
              GO TO ODI520-Rules.
     MOVE     RTN-FILE-ID TO WS-Rtn-File-Id.
     MOVE     RTN-KIND    TO WS-Rtn-Kind.
     DISPLAY  "Months kept [   ]  Action [ ] (D)elete (A)nonymise (M)ove to archive" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Description [                              ]" AT 1101
              WITH foreground-color COB-COLOR-Yellow.
     READ     RETAIN-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE "A" TO MENU-REPLY
              DISPLAY "On file - (A)mend or (D)elete [A]" AT 0901 with foreground-color COB-COLOR-Yellow
              ACCEPT  MENU-REPLY AT 0932 with update
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              IF      MENU-REPLY = "D"
                      DELETE RETAIN-FILE RECORD INVALID KEY CONTINUE END-DELETE
                      GO TO ODI520-Rules
              END-IF
     ELSE
              MOVE WS-Rtn-File-Id TO RTN-FILE-ID
              MOVE WS-Rtn-Kind    TO RTN-KIND
              MOVE 72     TO RTN-MONTHS
              MOVE "D"    TO RTN-ACTION
              MOVE SPACES TO RTN-DESC.
     MOVE     FS-REPLY TO WS-Opb-Reply.
 ODI522-Months.
     ACCEPT   RTN-MONTHS AT 1014 with update.
     ACCEPT   RTN-ACTION AT 1028 with update.
     move     function upper-case (RTN-ACTION) to RTN-ACTION.
     IF       RTN-MONTHS NOT NUMERIC
        OR    RTN-ACTION NOT = "D" AND NOT = "A" AND NOT = "M"
              DISPLAY FL199 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODI522-Months.
     DISPLAY  SPACE AT 2001 with erase eol.
     ACCEPT   RTN-DESC AT 1114 with update.
     MOVE     WS-Cur-User TO RTN-USER.
     IF       WS-Opb-Reply = "00"
              REWRITE RETAIN-RECORD INVALID KEY
                      DISPLAY FL003 AT 2001 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 2061
              END-REWRITE
     ELSE
              WRITE   RETAIN-RECORD INVALID KEY
                      DISPLAY FL004 AT 2001 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 2061
              END-WRITE
     END-IF.
     GO       TO ODI520-Rules.
*>
*>  The rules as they stand, from line 13.
*>
 ODI527-Show-Rules.
     DISPLAY  "File Kind  Months Action Description                    Set by" AT 1301
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     14 TO LINE-CNT.
     MOVE     LOW-VALUES TO RTN-KEY.
     START    RETAIN-FILE KEY NOT < RTN-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODI528-Exit.
 ODI527-Next.
     READ     RETAIN-FILE NEXT RECORD AT END  GO TO ODI528-Exit.
     DISPLAY  RTN-FILE-ID AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RTN-KIND    AT LINE LINE-CNT COL 06 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RTN-MONTHS  AT LINE LINE-CNT COL 13 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RTN-ACTION  AT LINE LINE-CNT COL 22 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RTN-DESC    AT LINE LINE-CNT COL 27 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RTN-USER    AT LINE LINE-CNT COL 58 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODI527-Next.
 ODI528-Exit.  exit.
*>
 ODI529-Exit.  exit.
*>
 ODI530-Holds.
     DISPLAY  "Name [                              ]  File [  ]  (MF EC VC JN PL, ** = all)"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "Name ALL holds the whole of the file" AT 0901
              WITH foreground-color COB-COLOR-Yellow.
     PERFORM  ODI537-Show-Holds THRU ODI538-Exit.
     MOVE     SPACES TO HLD-KEY.
     ACCEPT   HLD-NAME AT 0807 with update.
     move     function upper-case (HLD-NAME) to HLD-NAME.
     IF       HLD-NAME = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODI539-Exit.
     ACCEPT   HLD-FILE-ID AT 0847 with update.
     move     function upper-case (HLD-FILE-ID) to HLD-FILE-ID.
     IF       HLD-FILE-ID NOT = "MF" AND NOT = "EC" AND NOT = "VC"
                      AND NOT = "JN" AND NOT = "PL" AND NOT = "**"
              DISPLAY FL200 AT 2001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 2061
              DISPLAY SPACE AT 2001 with erase eol
              GO TO ODI530-Holds.
     MOVE     HLD-NAME    TO WS-Rtn-Name.
     MOVE     HLD-FILE-ID TO WS-Rtn-File-Id.
     DISPLAY  "Reason [                                        ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Held until [ccyymmdd] (zero = until lifted)" AT 1101
              WITH foreground-color COB-COLOR-Yellow.
     READ     LGLHOLD-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE "A" TO MENU-REPLY
              DISPLAY "On file - (A)mend or (L)ift [A]" AT 0901 with foreground-color COB-COLOR-Yellow
                      with erase eol
              ACCEPT  MENU-REPLY AT 0930 with update
              move    function upper-case (MENU-REPLY) to MENU-REPLY
              IF      MENU-REPLY = "L"
                      DELETE LGLHOLD-FILE RECORD INVALID KEY CONTINUE END-DELETE
                      GO TO ODI530-Holds
              END-IF
     ELSE
              MOVE WS-Rtn-Name    TO HLD-NAME
              MOVE WS-Rtn-File-Id TO HLD-FILE-ID
              MOVE SPACES   TO HLD-REASON
              MOVE WS-Today TO HLD-PLACED
              MOVE ZERO     TO HLD-UNTIL.
     MOVE     FS-REPLY TO WS-Opb-Reply.
 ODI532-Reason.
     ACCEPT   HLD-REASON AT 1009 with update.
     IF       HLD-REASON = SPACES
              DISPLAY FL200 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODI532-Reason.
     DISPLAY  SPACE AT 2001 with erase eol.
 ODI534-Until.
     MOVE     HLD-UNTIL TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 1113 with update.
     IF       WS-Test-Intl NOT = ZERO
              move function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin
              IF   U-Bin NOT = ZERO
                   DISPLAY FL014 AT 2001 with foreground-color COB-COLOR-RED
                   GO TO ODI534-Until
              END-IF
     END-IF.
     DISPLAY  SPACE AT 2001 with erase eol.
     MOVE     WS-Test-Intl TO HLD-UNTIL.
     MOVE     WS-Cur-User  TO HLD-USER.
     IF       WS-Opb-Reply = "00"
              REWRITE LGLHOLD-RECORD INVALID KEY
                      DISPLAY FL003 AT 2001 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 2061
              END-REWRITE
     ELSE
              WRITE   LGLHOLD-RECORD INVALID KEY
                      DISPLAY FL004 AT 2001 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 2061
              END-WRITE
     END-IF.
     GO       TO ODI530-Holds.
*>
*>  The holds on file, from line 13 - lapsed ones show their date so
*>    they can be tidied away.
*>
 ODI537-Show-Holds.
     DISPLAY  "Name                           File Reason                        Until" AT 1301
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     14 TO LINE-CNT.
     MOVE     LOW-VALUES TO HLD-KEY.
     START    LGLHOLD-FILE KEY NOT < HLD-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODI538-Exit.
 ODI537-Next.
     READ     LGLHOLD-FILE NEXT RECORD AT END  GO TO ODI538-Exit.
     DISPLAY  HLD-NAME          AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  HLD-FILE-ID       AT LINE LINE-CNT COL 32 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  HLD-REASON (1:29) AT LINE LINE-CNT COL 37 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  HLD-UNTIL         AT LINE LINE-CNT COL 67 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODI537-Next.
 ODI538-Exit.  exit.
*>
 ODI539-Exit.  exit.
*>
 ODI540-Apply.
     DISPLAY  "Apply the retention rules to the closed periods now (Y/N) [N]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT 0860 with update.
     IF       WS-Reply NOT = "Y" AND NOT = "y"
              GO TO ODI549-Exit.
     IF       WS-Closed-Thru = ZERO
              DISPLAY "No period has been closed - nothing done" AT 1001
                      WITH foreground-color COB-COLOR-CYAN
              GO TO ODI548-Wait.
     PERFORM  ODJ500-Apply-Retention.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              DISPLAY FL287 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODI548-Wait.
     IF       WS-Rtn-Rules = ZERO
              DISPLAY "No retention rules on file - nothing done" AT 1001
                      WITH foreground-color COB-COLOR-CYAN
              GO TO ODI548-Wait.
     DISPLAY  "File                 Deleted  Anonymised  Archived    Held" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     1  TO WS-Rtn-Fx.
     MOVE     11 TO LINE-CNT.
 ODI542-Counts.
     DISPLAY  WS-Rtn-File-Name (WS-Rtn-Fx) AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Rtn-Deleted (WS-Rtn-Fx) TO WS-Rtn-Num-Edit.
     DISPLAY  WS-Rtn-Num-Edit AT LINE LINE-CNT COL 22 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Rtn-Anoned (WS-Rtn-Fx) TO WS-Rtn-Num-Edit.
     DISPLAY  WS-Rtn-Num-Edit AT LINE LINE-CNT COL 33 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Rtn-Moved (WS-Rtn-Fx) TO WS-Rtn-Num-Edit.
     DISPLAY  WS-Rtn-Num-Edit AT LINE LINE-CNT COL 43 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Rtn-Held (WS-Rtn-Fx) TO WS-Rtn-Num-Edit.
     DISPLAY  WS-Rtn-Num-Edit AT LINE LINE-CNT COL 52 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       WS-Rtn-Fx < 5
              ADD 1 TO WS-Rtn-Fx
              GO TO ODI542-Counts.
     DISPLAY  "Certificate written to " AT 1601 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FUNCTION TRIM (WS-Rtn-Cert-Name) AT 1624 WITH foreground-color COB-COLOR-CYAN.
 ODI548-Wait.
     DISPLAY  FL017 AT 2001 with foreground-color COB-COLOR-Yellow.
     ACCEPT   WS-Reply AT 2061.
 ODI549-Exit.  exit.
*>
 ODI599-Exit.  exit section.
*>
 ODJ500-Apply-Retention  SECTION.
*>===============================
*>
*> Applies the data retention rules (see ODI500) - from the menu or
*>   the unattended RETENTION run. Only records wholly inside a closed
*>   period (WS-Closed-Thru, see OK500) and older than their rule's
*>   months are due; pending claims and outstanding vouchers never
*>   are, nor anything under a current legal hold. For a pilot leaver
*>   the months count from the leaving date and what is due is the
*>   roster data, not the logbook. Due records are
*>   deleted, anonymised in place (person's name replaced) or moved
*>   to retainarch.seq with the date moved. The journal is copied
*>   through flightlog.jnl.new and swapped in only if anything
*>   changed - the live journal goes to flightlog.jnl.old first and
*>   is put back if the new one cannot be renamed in, Return-Code 8
*>   and no totals; anonymised journal entries lose both images and
*>   are marked A so ZJ600 passes them by. Every record dealt with is
*>   listed by key - never by name - on the dated certificate
*>   retention-ccyymmdd.txt, with the rules in force, totals per file
*>   and a statement for signing. No rules on file, no run.
*>
 ODJ510-Start.
     MOVE     ZERO TO Return-Code.
     INITIALIZE WS-Rtn-Counts.
     MOVE     ZERO TO WS-Rtn-Total WS-Rtn-Rules WS-Rtn-Jnl-Changed.
     MOVE     LOW-VALUES TO RTN-KEY.
     START    RETAIN-FILE KEY NOT < RTN-KEY
              INVALID KEY  GO TO ODJ599-Exit.
 ODJ512-Count-Rules.
     READ     RETAIN-FILE NEXT RECORD AT END  GO TO ODJ514-Certificate.
     ADD      1 TO WS-Rtn-Rules.
     GO       TO ODJ512-Count-Rules.
*>
 ODJ514-Certificate.
     IF       WS-Rtn-Rules = ZERO
        OR    WS-Closed-Thru = ZERO
              GO TO ODJ599-Exit.
     MOVE     SPACES TO WS-Rtn-Cert-Name.
     STRING   function trim (FLENV-Report-Dir) "/retention-" WS-Today ".txt"
              DELIMITED BY SIZE INTO WS-Rtn-Cert-Name.
     OPEN     OUTPUT RETCERT-FILE.
     IF       FS-REPLY NOT = "00"                *> no evidence, no run.
              MOVE ZERO TO WS-Rtn-Rules
              GO TO ODJ599-Exit.
     OPEN     EXTEND RETARCH-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT RETARCH-FILE.
     MOVE     SPACES TO RETCERT-RECORD.
     STRING   "Data retention run " WS-Today (7:2) "." WS-Today (5:2) "." WS-Today (1:4)
              "   periods closed through " WS-Closed-Thru (5:2) "/" WS-Closed-Thru (1:4)
              DELIMITED BY SIZE INTO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     SPACES TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     "Rules in force:" TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     LOW-VALUES TO RTN-KEY.
     START    RETAIN-FILE KEY NOT < RTN-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
 ODJ516-Rule-Line.
     READ     RETAIN-FILE NEXT RECORD AT END  GO TO ODJ518-Rules-Done.
     MOVE     RTN-FILE-ID TO WS-Rtn-Rl-File.
     MOVE     RTN-KIND    TO WS-Rtn-Rl-Kind.
     MOVE     RTN-MONTHS  TO WS-Rtn-Rl-Months.
     MOVE     RTN-ACTION  TO WS-Rtn-Rl-Action.
     MOVE     RTN-DESC    TO WS-Rtn-Rl-Desc.
     WRITE    RETCERT-RECORD FROM WS-Rtn-Rule-Line.
     GO       TO ODJ516-Rule-Line.
*>
 ODJ518-Rules-Done.
     MOVE     SPACES TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     "Records dealt with (file, kind, key, date, action):" TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
*>
*>  Passenger manifest - one kind, PAX, dated by its flight.
*>
 ODJ520-Manifest.
     MOVE     1 TO WS-Rtn-Fx.
     MOVE     LOW-VALUES TO MFS-KEY.
     START    MANIFEST-FILE KEY NOT < MFS-KEY
              INVALID KEY  GO TO ODJ530-Claims.
 ODJ522-Next.
     READ     MANIFEST-FILE NEXT RECORD AT END  GO TO ODJ530-Claims.
     IF       FS-REPLY NOT = "00"
              GO TO ODJ530-Claims.
     MOVE     "MF"   TO WS-Rtn-File-Id.
     MOVE     "PAX " TO WS-Rtn-Kind.
     MOVE     MFS-NAME TO WS-Rtn-Name.
     MOVE     MFS-DATE-TIME (1:8) TO WS-Rtn-Date.
     MOVE     SPACES TO WS-Rtn-Key.
     STRING   MFS-DATE-TIME "/" MFS-SEQ DELIMITED BY SIZE INTO WS-Rtn-Key.
     PERFORM  ODJ550-Check THRU ODJ559-Exit.
     IF       WS-Rtn-Act = SPACE
              GO TO ODJ522-Next.
     IF       WS-Rtn-Act = "A"
              MOVE WS-Rtn-Anon-Text TO MFS-NAME
              REWRITE MANIFEST-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              IF  WS-Rtn-Act = "M"
                  MOVE MANIFEST-RECORD TO RTA-IMAGE
                  PERFORM ODJ570-Archive THRU ODJ579-Exit
              END-IF
              DELETE MANIFEST-FILE RECORD INVALID KEY CONTINUE END-DELETE
     END-IF.
     PERFORM  ODJ560-Cert-Line THRU ODJ569-Exit.
     GO       TO ODJ522-Next.
*>
*>  Expense claims - approved and rejected are separate kinds, pending
*>    claims are live and skipped.
*>
 ODJ530-Claims.
     MOVE     2 TO WS-Rtn-Fx.
     MOVE     ZERO TO CLM-NO.
     START    EXPCLAIM-FILE KEY NOT < CLM-NO
              INVALID KEY  GO TO ODJ535-Vouchers.
 ODJ532-Next.
     READ     EXPCLAIM-FILE NEXT RECORD AT END  GO TO ODJ535-Vouchers.
     IF       FS-REPLY NOT = "00"
              GO TO ODJ535-Vouchers.
     IF       CLM-STATUS = "A"
              MOVE "APPR" TO WS-Rtn-Kind
     ELSE
      IF      CLM-STATUS = "R"
              MOVE "REJ " TO WS-Rtn-Kind
      ELSE
              GO TO ODJ532-Next.
     MOVE     "EC" TO WS-Rtn-File-Id.
     MOVE     CLM-CAPTAIN TO WS-Rtn-Name.
     MOVE     CLM-DATE TO WS-Rtn-Date.
     MOVE     CLM-NO   TO WS-Rtn-Key.
     PERFORM  ODJ550-Check THRU ODJ559-Exit.
     IF       WS-Rtn-Act = SPACE
              GO TO ODJ532-Next.
     IF       WS-Rtn-Act = "A"
              MOVE WS-Rtn-Anon-Text TO CLM-CAPTAIN
              IF   CLM-APPROVER NOT = SPACES
                   MOVE WS-Rtn-Anon-Text TO CLM-APPROVER
              END-IF
              REWRITE EXPCLAIM-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              IF  WS-Rtn-Act = "M"
                  MOVE EXPCLAIM-RECORD TO RTA-IMAGE
                  PERFORM ODJ570-Archive THRU ODJ579-Exit
              END-IF
              DELETE EXPCLAIM-FILE RECORD INVALID KEY CONTINUE END-DELETE
     END-IF.
     PERFORM  ODJ560-Cert-Line THRU ODJ569-Exit.
     GO       TO ODJ532-Next.
*>
*>  Vouchers - redeemed and void are separate kinds, dated by the later
*>    of sale and expiry; outstanding vouchers are still owed and skipped.
*>
 ODJ535-Vouchers.
     MOVE     3 TO WS-Rtn-Fx.
     MOVE     ZERO TO VCH-NO.
     START    VOUCHER-FILE KEY NOT < VCH-NO
              INVALID KEY  GO TO ODJ538-Leavers.
 ODJ537-Next.
     READ     VOUCHER-FILE NEXT RECORD AT END  GO TO ODJ538-Leavers.
     IF       FS-REPLY NOT = "00"
              GO TO ODJ538-Leavers.
     IF       VCH-STATUS = "R"
              MOVE "RED " TO WS-Rtn-Kind
     ELSE
      IF      VCH-STATUS = "X"
              MOVE "VOID" TO WS-Rtn-Kind
      ELSE
              GO TO ODJ537-Next.
     MOVE     "VC" TO WS-Rtn-File-Id.
     MOVE     VCH-PURCHASER TO WS-Rtn-Name.
     IF       VCH-EXPIRY > VCH-SALE-DATE
              MOVE VCH-EXPIRY    TO WS-Rtn-Date
     ELSE
              MOVE VCH-SALE-DATE TO WS-Rtn-Date.
     MOVE     VCH-NO TO WS-Rtn-Key.
     PERFORM  ODJ550-Check THRU ODJ559-Exit.
     IF       WS-Rtn-Act = SPACE
              GO TO ODJ537-Next.
     IF       WS-Rtn-Act = "A"
              MOVE WS-Rtn-Anon-Text TO VCH-PURCHASER
              REWRITE VOUCHER-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              IF  WS-Rtn-Act = "M"
                  MOVE VOUCHER-RECORD TO RTA-IMAGE
                  PERFORM ODJ570-Archive THRU ODJ579-Exit
              END-IF
              DELETE VOUCHER-FILE RECORD INVALID KEY CONTINUE END-DELETE
     END-IF.
     PERFORM  ODJ560-Cert-Line THRU ODJ569-Exit.
     GO       TO ODJ537-Next.
*>
*>  Pilot leavers - one kind, LEFT, dated by the leaving date. What
*>    falls due is the leaver's roster data (ODJ590), never the
*>    logbook. The register entry stays, marked purged, so the reports
*>    reading the logbook still know the pilot has left. The roster
*>    records are keyed by the name, so anonymise removes them as
*>    delete does and is counted and certified as a delete.
*>
 ODJ538-Leavers.
     MOVE     5 TO WS-Rtn-Fx.
     MOVE     ZERO TO WS-Rtn-Lvr-Seq.
     MOVE     LOW-VALUES TO LVR-PILOT.
     START    LEAVER-FILE KEY NOT < LVR-PILOT
              INVALID KEY  GO TO ODJ540-Journal.
 ODJ539-Next.
     READ     LEAVER-FILE NEXT RECORD AT END  GO TO ODJ540-Journal.
     IF       FS-REPLY NOT = "00"
              GO TO ODJ540-Journal.
     ADD      1 TO WS-Rtn-Lvr-Seq.
     IF       LVR-PURGED NOT = ZERO
              GO TO ODJ539-Next.
     MOVE     "PL"   TO WS-Rtn-File-Id.
     MOVE     "LEFT" TO WS-Rtn-Kind.
     MOVE     LVR-PILOT TO WS-Rtn-Name.
     MOVE     LVR-DATE  TO WS-Rtn-Date.
     MOVE     SPACES TO WS-Rtn-Key.
     STRING   LVR-DATE "/" WS-Rtn-Lvr-Seq DELIMITED BY SIZE INTO WS-Rtn-Key.
     PERFORM  ODJ550-Check THRU ODJ559-Exit.
     IF       WS-Rtn-Act = SPACE
              GO TO ODJ539-Next.
     IF       WS-Rtn-Act = "A"
              SUBTRACT 1 FROM WS-Rtn-Anoned (WS-Rtn-Fx)
              ADD      1 TO   WS-Rtn-Deleted (WS-Rtn-Fx)
              MOVE     "D" TO WS-Rtn-Act.
     PERFORM  ODJ590-Purge-Roster THRU ODJ598-Exit.
     MOVE     WS-Today TO LVR-PURGED.
     REWRITE  LEAVER-RECORD INVALID KEY CONTINUE END-REWRITE.
     PERFORM  ODJ560-Cert-Line THRU ODJ569-Exit.
     GO       TO ODJ539-Next.
*>
*>  Update journal - kind is the journalled file id, the person is the
*>    user who made the update. Copied entry by entry to the new file.
*>
 ODJ540-Journal.
     MOVE     4 TO WS-Rtn-Fx.
     OPEN     INPUT JOURNAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODJ580-Totals.
     OPEN     OUTPUT JNLNEW-FILE.
     IF       FS-REPLY NOT = "00"
              CLOSE JOURNAL-FILE
              GO TO ODJ580-Totals.
 ODJ542-Next.
     READ     JOURNAL-FILE AT END  GO TO ODJ546-Swap.
     MOVE     "JN" TO WS-Rtn-File-Id.
     MOVE     SPACES TO WS-Rtn-Kind WS-Rtn-Key.
     MOVE     JNL-FILE-ID TO WS-Rtn-Kind (1:2).
     MOVE     JNL-USER TO WS-Rtn-Name.
     IF       JNL-ACTION = "A"
              MOVE WS-Rtn-Anon-Text TO WS-Rtn-Name.
     MOVE     JNL-DATE TO WS-Rtn-Date.
     STRING   JNL-DATE "/" JNL-TIME DELIMITED BY SIZE INTO WS-Rtn-Key.
     PERFORM  ODJ550-Check THRU ODJ559-Exit.
     IF       WS-Rtn-Act = SPACE
              WRITE JNLNEW-RECORD FROM JNL-RECORD
              GO TO ODJ542-Next.
     ADD      1 TO WS-Rtn-Jnl-Changed.
     IF       WS-Rtn-Act = "A"
              MOVE WS-Rtn-Anon-Text TO JNL-USER
              MOVE SPACES TO JNL-BEFORE JNL-AFTER
              MOVE "A"    TO JNL-ACTION
              WRITE JNLNEW-RECORD FROM JNL-RECORD
     ELSE
              IF  WS-Rtn-Act = "M"
                  MOVE JNL-RECORD TO RTA-IMAGE
                  PERFORM ODJ570-Archive THRU ODJ579-Exit
              END-IF
     END-IF.
     PERFORM  ODJ560-Cert-Line THRU ODJ569-Exit.
     GO       TO ODJ542-Next.
*>
 ODJ546-Swap.
     CLOSE    JOURNAL-FILE JNLNEW-FILE.
     IF       WS-Rtn-Jnl-Changed = ZERO
              CALL "CBL_DELETE_FILE" USING WS-Rtn-Jnl-New
              GO TO ODJ580-Totals.
     CALL     "CBL_DELETE_FILE" USING WS-Rtn-Jnl-Old.
     CALL     "CBL_RENAME_FILE" USING WS-Rtn-Jnl-Name WS-Rtn-Jnl-Old RETURNING WS-Rtn-Rc.
     IF       WS-Rtn-Rc NOT = ZERO
              GO TO ODJ548-Swap-Failed.
     CALL     "CBL_RENAME_FILE" USING WS-Rtn-Jnl-New WS-Rtn-Jnl-Name RETURNING WS-Rtn-Rc.
     IF       WS-Rtn-Rc NOT = ZERO
              CALL "CBL_RENAME_FILE" USING WS-Rtn-Jnl-Old WS-Rtn-Jnl-Name RETURNING WS-Rtn-Rc
              GO TO ODJ548-Swap-Failed.
     CALL     "CBL_DELETE_FILE" USING WS-Rtn-Jnl-Old.
     GO       TO ODJ580-Totals.
*>
*>  The journal is as it was before the run - so the certificate is
*>    void and says so, the new copy left for inspection.
*>
 ODJ548-Swap-Failed.
     MOVE     SPACES TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     "The journal could not be replaced - flightlog.jnl is as before the run,"
              TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     "the copy made is left as flightlog.jnl.new. This run is NOT certified."
              TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     CLOSE    RETCERT-FILE RETARCH-FILE.
     MOVE     8 TO Return-Code.
     GO       TO ODJ599-Exit.
*>
 ODJ580-Totals.
     MOVE     SPACES TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     "Totals by file:" TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     1 TO WS-Rtn-Fx.
 ODJ582-File-Total.
     MOVE     WS-Rtn-File-Name (WS-Rtn-Fx) TO WS-Rtn-Tl-File.
     MOVE     WS-Rtn-Deleted (WS-Rtn-Fx)   TO WS-Rtn-Tl-Del.
     MOVE     WS-Rtn-Anoned (WS-Rtn-Fx)    TO WS-Rtn-Tl-Anon.
     MOVE     WS-Rtn-Moved (WS-Rtn-Fx)     TO WS-Rtn-Tl-Moved.
     MOVE     WS-Rtn-Held (WS-Rtn-Fx)      TO WS-Rtn-Tl-Held.
     WRITE    RETCERT-RECORD FROM WS-Rtn-Tot-Line.
     IF       WS-Rtn-Fx < 5
              ADD 1 TO WS-Rtn-Fx
              GO TO ODJ582-File-Total.
     MOVE     SPACES TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     "I certify that the records listed above were dealt with under the retention rules shown"
              TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     "and that no record under a current legal hold was deleted, anonymised or archived."
              TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     MOVE     SPACES TO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     STRING   "Run by " WS-Cur-User "   Signed ........................   Date ..........."
              DELIMITED BY SIZE INTO RETCERT-RECORD.
     WRITE    RETCERT-RECORD.
     CLOSE    RETCERT-FILE RETARCH-FILE.
*>
*>  One journal entry for the run itself, written after the journal
*>    has been swapped so it is never its own subject.
*>
     MOVE     WS-Rtn-Total TO WS-Rtn-Num-Edit.
     MOVE     "RT" TO WS-Jnl-File-Id.
     MOVE     "C"  TO WS-Jnl-Action.
     MOVE     SPACES TO WS-Jnl-Before WS-Jnl-After.
     STRING   "Retention run, records actioned " WS-Rtn-Num-Edit
              " certificate " WS-Rtn-Cert-Name
              DELIMITED BY SIZE INTO WS-Jnl-After.
     PERFORM  ZJ500-Write-Journal.
     GO       TO ODJ599-Exit.
*>
*>  Is the record in WS-Rtn-* due? Answers the rule's action in
*>    WS-Rtn-Act, or space to keep it. Specific kind first, then the
*>    file's ALL rule; the cut-off is today less the rule's months,
*>    day held to 28 so it is always a real date.
*>
 ODJ550-Check.
     MOVE     SPACE TO WS-Rtn-Act.
     IF       WS-Rtn-Ccyymm > WS-Closed-Thru
              GO TO ODJ559-Exit.
     MOVE     WS-Rtn-File-Id TO RTN-FILE-ID.
     MOVE     WS-Rtn-Kind    TO RTN-KIND.
     READ     RETAIN-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "ALL " TO RTN-KIND
              READ RETAIN-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ.
     IF       FS-REPLY NOT = "00"
              GO TO ODJ559-Exit.
     MOVE     WS-Today TO WS-Rtn-Cut-Date.
     COMPUTE  WS-Rtn-Mon-Count = WS-Rtn-Cut-Ccyy * 12 + WS-Rtn-Cut-Mm - 1 - RTN-MONTHS.
     DIVIDE   WS-Rtn-Mon-Count BY 12 GIVING WS-Rtn-Cut-Ccyy REMAINDER WS-Rtn-Mon-Rem.
     ADD      1 WS-Rtn-Mon-Rem GIVING WS-Rtn-Cut-Mm.
     IF       WS-Rtn-Cut-Dd > 28
              MOVE 28 TO WS-Rtn-Cut-Dd.
     IF       WS-Rtn-Date NOT < WS-Rtn-Cutoff
              GO TO ODJ559-Exit.
     IF       RTN-ACTION = "A"
        AND   WS-Rtn-Name = WS-Rtn-Anon-Text
              GO TO ODJ559-Exit.
*>
*>  Holds - the person on this file, the person on every file, then
*>    the whole of this file or of everything.
*>
     IF       WS-Rtn-Name NOT = SPACES
              MOVE WS-Rtn-Name    TO HLD-NAME
              MOVE WS-Rtn-File-Id TO HLD-FILE-ID
              PERFORM ODJ555-Hold THRU ODJ555-Exit
              MOVE "**" TO HLD-FILE-ID
              PERFORM ODJ555-Hold THRU ODJ555-Exit.
     MOVE     "ALL" TO HLD-NAME.
     MOVE     WS-Rtn-File-Id TO HLD-FILE-ID.
     PERFORM  ODJ555-Hold THRU ODJ555-Exit.
     MOVE     "**" TO HLD-FILE-ID.
     PERFORM  ODJ555-Hold THRU ODJ555-Exit.
     IF       WS-Rtn-Act = "H"
              ADD  1 TO WS-Rtn-Held (WS-Rtn-Fx)
              MOVE SPACE TO WS-Rtn-Act
              GO TO ODJ559-Exit.
     MOVE     RTN-ACTION TO WS-Rtn-Act.
     ADD      1 TO WS-Rtn-Total.
     IF       WS-Rtn-Act = "D"
              ADD 1 TO WS-Rtn-Deleted (WS-Rtn-Fx).
     IF       WS-Rtn-Act = "A"
              ADD 1 TO WS-Rtn-Anoned (WS-Rtn-Fx).
     IF       WS-Rtn-Act = "M"
              ADD 1 TO WS-Rtn-Moved (WS-Rtn-Fx).
     GO       TO ODJ559-Exit.
*>
 ODJ555-Hold.
     READ     LGLHOLD-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   (HLD-UNTIL = ZERO OR HLD-UNTIL NOT < WS-Today)
              MOVE "H" TO WS-Rtn-Act.
 ODJ555-Exit.  exit.
*>
 ODJ559-Exit.  exit.
*>
*>  One certificate line for the record just dealt with - key only.
*>
 ODJ560-Cert-Line.
     MOVE     WS-Rtn-File-Id TO WS-Rtn-Al-File.
     MOVE     WS-Rtn-Kind    TO WS-Rtn-Al-Kind.
     MOVE     WS-Rtn-Key     TO WS-Rtn-Al-Key.
     MOVE     SPACES TO WS-Rtn-Al-Date.
     STRING   WS-Rtn-Date (7:2) "." WS-Rtn-Date (5:2) "." WS-Rtn-Date (1:4)
              DELIMITED BY SIZE INTO WS-Rtn-Al-Date.
     IF       WS-Rtn-Act = "D"
              MOVE "DELETED"    TO WS-Rtn-Al-Action.
     IF       WS-Rtn-Act = "A"
              MOVE "ANONYMISED" TO WS-Rtn-Al-Action.
     IF       WS-Rtn-Act = "M"
              MOVE "ARCHIVED"   TO WS-Rtn-Al-Action.
     WRITE    RETCERT-RECORD FROM WS-Rtn-Act-Line.
 ODJ569-Exit.  exit.
*>
*>  Record image already in RTA-IMAGE.
*>
 ODJ570-Archive.
     MOVE     WS-Rtn-File-Id TO RTA-FILE-ID.
     MOVE     WS-Today       TO RTA-MOVED.
     WRITE    RETARCH-RECORD.
 ODJ579-Exit.  exit.
*>
*>  The roster data of the leaver in LEAVER-RECORD - crew roster,
*>    membership, mail recipient, a settled account, the login if it
*>    is still disabled, then every rating. Each image is archived
*>    first when the action is M.
*>
 ODJ590-Purge-Roster.
     MOVE     LVR-PILOT TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              IF  WS-Rtn-Act = "M"
                  MOVE PILOT-RECORD TO RTA-IMAGE
                  PERFORM ODJ570-Archive THRU ODJ579-Exit
              END-IF
              DELETE PILOT-FILE RECORD INVALID KEY CONTINUE END-DELETE
     END-IF.
     MOVE     LVR-PILOT TO MBR-NAME.
     READ     MEMBER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              IF  WS-Rtn-Act = "M"
                  MOVE MEMBER-RECORD TO RTA-IMAGE
                  PERFORM ODJ570-Archive THRU ODJ579-Exit
              END-IF
              DELETE MEMBER-FILE RECORD INVALID KEY CONTINUE END-DELETE
     END-IF.
     MOVE     LVR-PILOT TO RCP-NAME.
     READ     RECIPIENT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              IF  WS-Rtn-Act = "M"
                  MOVE RECIPIENT-RECORD TO RTA-IMAGE
                  PERFORM ODJ570-Archive THRU ODJ579-Exit
              END-IF
              DELETE RECIPIENT-FILE RECORD INVALID KEY CONTINUE END-DELETE
     END-IF.
     MOVE     LVR-PILOT TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   ACC-BALANCE = ZERO
              IF  WS-Rtn-Act = "M"
                  MOVE ACCOUNT-RECORD TO RTA-IMAGE
                  PERFORM ODJ570-Archive THRU ODJ579-Exit
              END-IF
              DELETE ACCOUNT-FILE RECORD INVALID KEY CONTINUE END-DELETE
     END-IF.
     IF       LVR-USER NOT = SPACES
              MOVE LVR-USER TO USR-NAME
              READ USER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF  FS-REPLY = "00"
              AND USR-ROLE = "X"
                  IF  WS-Rtn-Act = "M"
                      MOVE USER-RECORD TO RTA-IMAGE
                      PERFORM ODJ570-Archive THRU ODJ579-Exit
                  END-IF
                  DELETE USER-FILE RECORD INVALID KEY CONTINUE END-DELETE
              END-IF
     END-IF.
     MOVE     LVR-PILOT  TO RTG-PILOT.
     MOVE     LOW-VALUES TO RTG-CODE.
     START    RATING-FILE KEY NOT < RTG-KEY
              INVALID KEY  GO TO ODJ598-Exit.
 ODJ594-Next-Rating.
     READ     RATING-FILE NEXT RECORD AT END  GO TO ODJ598-Exit.
     IF       RTG-PILOT NOT = LVR-PILOT
              GO TO ODJ598-Exit.
     IF       WS-Rtn-Act = "M"
              MOVE RATING-RECORD TO RTA-IMAGE
              PERFORM ODJ570-Archive THRU ODJ579-Exit.
     DELETE   RATING-FILE RECORD INVALID KEY CONTINUE END-DELETE.
     GO       TO ODJ594-Next-Rating.
 ODJ598-Exit.  exit.
*>
 ODJ599-Exit.  exit section.
*>
 O600-EXTRA-MENU  SECTION.
*>========================
*>
*> Fourth-level menu - the Further Ops menu filled like the two
*>   above it. Same display/accept/dispatch shape.
*>
 O620-DISPLAY-EXT-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Extra Functions Menu" AT 0130 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "Select one of the following by letter  :- [ ]" AT 0401 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(A)  Bulk Logbook Entry"              AT 0615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(B)  Rebuild Monthly Totals File"     AT 0715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(C)  Maintain Mail Recipients"        AT 0815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(D)  Dispatch Reminders to Mail Spool" AT 0915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(E)  Journal Audit Report"            AT 1015 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(F)  Block-Hour Packages"             AT 1115 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(G)  Instructor Remuneration"         AT 1215 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(H)  Leaseback Owner Statements"      AT 1315 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(I)  VAT Codes and Quarterly Return"  AT 1415 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(J)  Purchase Orders and Invoices"    AT 1515 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(K)  Nominal Ledger Journal Export"   AT 1615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(L)  Bank Statement Import"           AT 1715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(M)  Credit Notes"                    AT 1815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(N)  Statements and Dunning"          AT 1915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(O)  AD/SB Compliance Register"       AT 2015 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(P)  Life-Limited Components"         AT 2115 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Q)  Flight Authorisation Sheet"      AT 0655 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(R)  Daily Inspection Sign-off"       AT 0755 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(S)  Theory Exam Register"            AT 0855 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(T)  Multi-Leg Trips"                 AT 0955 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(U)  Pilot Opening Balances"          AT 1055 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(V)  Licence Experience Statement"    AT 1155 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(W)  Data Retention Rules"            AT 1255 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Z)  More Functions Menu"             AT 1355 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(X)  Return to Further Ops Menu"      AT 2215 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACE TO MENU-REPLY.
*>
 O630-ACCEPT-EXT.
     ACCEPT   MENU-REPLY AT 0444 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
*>
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO O699-EXIT.
*>
     IF       MENU-REPLY = "A"
              PERFORM CB500-Bulk-Entry
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "B"
              PERFORM ZT710-Rebuild-Mth-Totals
              MOVE WS-Mtt-Rebuilt TO WS-CK-Mins-Edit
              DISPLAY "Rebuilt from " AT 1001
              DISPLAY WS-CK-Mins-Edit AT 1014
              DISPLAY " flight records" AT 1022
              ACCEPT WS-Reply AT 1040
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "C"
              PERFORM MP000-MAINTAIN-RECIPIENTS
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "E"
              PERFORM CW500-Journal-Audit
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "F"
              PERFORM OW500-Block-Packages
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "G"
              PERFORM OX500-Instructor-Pay
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "H"
              PERFORM OY500-Owner-Statements
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "I"
              PERFORM OZ500-Vat-Return
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "J"
              PERFORM OPA500-Purchasing
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "K"
              PERFORM ONA500-Nominal-Export
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "L"
              PERFORM ONB500-Bank-Import
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "M"
              PERFORM ONC500-Credit-Notes
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "N"
              PERFORM OND500-Statements
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "O"
              PERFORM ODA500-AD-Register
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "P"
              PERFORM ODB500-Components
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "Q"
              PERFORM ODC500-Flight-Authorisation
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "R"
              PERFORM ODD500-Daily-Inspection
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "S"
              PERFORM ODE500-Theory-Exams
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "T"
              PERFORM ODF500-Trips
              GO TO O620-DISPLAY-EXT-MENU.
     IF       MENU-REPLY = "U"
              PERFORM ODG500-Opening-Balances
              GO TO O620-DISPLAY-EXT-MENU.
     IF       MENU-REPLY = "V"
              PERFORM ODH500-Experience-Statement
              GO TO O620-DISPLAY-EXT-MENU.
     IF       MENU-REPLY = "W"
              PERFORM ODI500-Data-Retention
              GO TO O620-DISPLAY-EXT-MENU.
     IF       MENU-REPLY = "Z"
              PERFORM O700-MORE-MENU
              GO TO O620-DISPLAY-EXT-MENU.
*>
     IF       MENU-REPLY = "D"
              PERFORM ZP600-Mail-Dispatch
              MOVE WS-Mail-Sent TO WS-DISPLAY4
              DISPLAY "Messages spooled: " AT 1001
              DISPLAY WS-DISPLAY4 AT 1019
              MOVE WS-Mail-Failed TO WS-DISPLAY4
              DISPLAY "  no address: " AT 1024
              DISPLAY WS-DISPLAY4 AT 1038
              ACCEPT WS-Reply AT 1045
              GO TO O620-DISPLAY-EXT-MENU.
*>
     GO       TO O630-ACCEPT-EXT.
*>
 O699-EXIT.   exit section.
*>
 O700-MORE-MENU  SECTION.
*>=======================
*>
*> Fifth-level menu - the Extra Functions menu filled like the ones
*>   above it. Same display/accept/dispatch shape.
*>
 O720-DISPLAY-MORE-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "More Functions Menu" AT 0130 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "Select one of the following by letter  :- [ ]" AT 0401 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(A)  Fleet Reliability Report"        AT 0615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(B)  Noise Complaints"                AT 0715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(C)  Attachment Index Check"          AT 0815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(D)  Web Defect Reports"              AT 0915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(E)  Airfield Briefing Pack"          AT 1015 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(F)  Maintain Fixed Assets"           AT 1115 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(G)  Monthly Depreciation Run"        AT 1215 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(H)  Fixed Asset Register"            AT 1315 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(I)  Aircraft Disposal"               AT 1415 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(J)  Pilot Leaver"                    AT 1515 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(K)  Airspace Infringement Check"     AT 1615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(L)  Flying History Map"              AT 1715 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(M)  ATC Movement Reconciliation"     AT 1815 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(N)  Fuel Card Reconciliation"        AT 1915 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(O)  Draft Crew Roster"               AT 2015 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(P)  Certifying Staff Register"       AT 2115 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Q)  Maintenance Work Orders"         AT 0655 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(R)  Work Order Cost Report"          AT 0755 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(S)  Report Generator"                AT 0855 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(T)  KPI Targets"                     AT 0955 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(U)  KPI Scorecard"                   AT 1055 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(V)  Fuel Tankering Advisor"          AT 1155 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(W)  Pending Approvals"               AT 1255 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Y)  Approval Ageing Report"          AT 1355 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(Z)  Field Entry Merge"               AT 1455 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(X)  Return to Extra Functions Menu"  AT 2215 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACE TO MENU-REPLY.
*>
 O730-ACCEPT-MORE.
     ACCEPT   MENU-REPLY AT 0444 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
*>
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO O799-EXIT.
*>
     IF       MENU-REPLY = "A"
              PERFORM ODK500-Reliability
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "B"
              PERFORM ODL500-Noise-Complaints
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "C"
              PERFORM ODM600-Attach-Check
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "D"
              PERFORM ODN500-Defect-Review
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "E"
              PERFORM ODO500-Briefing-Pack
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "F"
              PERFORM ODP500-Maintain-Assets
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "G"
              PERFORM ODP600-Depreciation-Run
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "H"
              PERFORM ODP700-Asset-Register
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "I"
              PERFORM ODQ500-Aircraft-Disposal
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "J"
              PERFORM ODR500-Pilot-Leaver
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "K"
              PERFORM ODS500-Airspace-Check
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "L"
              PERFORM ODT500-History-Map
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "M"
              PERFORM ODU500-Movement-Recon
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "N"
              PERFORM ODV500-Fuel-Card
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "O"
              PERFORM ODW500-Draft-Roster
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "P"
              PERFORM ODX500-Certifying-Staff
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "Q"
              PERFORM ODY500-Work-Orders
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "R"
              PERFORM ODY600-Cost-Report
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "S"
              PERFORM ODZ500-Report-Generator
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "T"
              PERFORM OEA500-Kpi-Targets
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "U"
              PERFORM OEA600-Kpi-Scorecard
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "V"
              PERFORM OEB500-Tankering
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "W"
              PERFORM OEC700-Pending-Approvals
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "Y"
              PERFORM OEC800-Approval-Ageing
              GO TO O720-DISPLAY-MORE-MENU.
     IF       MENU-REPLY = "Z"
              PERFORM OED000-Field-Entry
              GO TO O720-DISPLAY-MORE-MENU.
*>
     GO       TO O730-ACCEPT-MORE.
*>
 O799-EXIT.   exit section.
*>
 ODK500-Reliability  SECTION.
*>===========================
*>
*> Fleet availability and defect reliability for the quarterly
*>   reliability meeting, over a period of up to a year - by default
*>   the last complete quarter (ZT340). Per registration and per type:
*>   hours flown, defects raised, severity A defects and days unavailable.
*>   An aircraft is unavailable from the day a severity A defect is
*>   raised to the day it is cleared (still open runs to the period
*>   end), and from the day after an ARC, insurance or annual date on
*>   aircdocs.dat that has lapsed - the date held now, earlier lapses
*>   since renewed are not on file. Days are marked on a map per
*>   airframe so overlapping causes count once. Then defects per 100
*>   flying hours by ATA chapter, and repeat defects - the same chapter
*>   on the same registration raised within 30 days of an earlier one.
*>   The fleet is the maintenance and document files plus anything
*>   flown or with a defect in the period.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Fleet Reliability Report" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "From date [ccyymmdd]  To date [ccyymmdd]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     PERFORM  ZT340-Last-Quarter.
     MOVE     WS-Qtr-From TO WS-Rel-From.
     MOVE     WS-Qtr-To   TO WS-Rel-To.
*>
 ODK510-Period.
     ACCEPT   WS-Rel-From AT 0612 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODK599-Exit.
     ACCEPT   WS-Rel-To   AT 0632 with update.
     IF       WS-Rel-From NOT NUMERIC
        OR    WS-Rel-To   NOT NUMERIC
              GO TO ODK511-Bad.
     MOVE     WS-Rel-From TO WS-Test-Intl.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              GO TO ODK511-Bad.
     MOVE     WS-Rel-To TO WS-Test-Intl.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
        OR    WS-Rel-To < WS-Rel-From
              GO TO ODK511-Bad.
     MOVE     WS-Rel-To TO WS-Rel-End.
     PERFORM  ODK570-Offset THRU ODK574-Exit.
     IF       WS-Rel-Day2 > 366
              GO TO ODK511-Bad.
     MOVE     WS-Rel-Day2 TO WS-Rel-Days.
     GO       TO ODK512-Fleet.
*>
 ODK511-Bad.
     DISPLAY  FL202 AT 1001 with foreground-color COB-COLOR-RED.
     GO       TO ODK510-Period.
*>
*>  The fleet - maintenance records, then the document file, each
*>   lapsed document date marking its days.
*>
 ODK512-Fleet.
     DISPLAY  "Reading the fleet, flight and tech log files" AT 1001
              WITH foreground-color COB-COLOR-CYAN with erase eol.
     MOVE     ZERO TO WS-Rel-Size WS-Rlt-Size WS-Rel-Unset WS-Rel-Repeats
                      WS-Rel-Tot-Mins WS-Rel-Tot-Defects WS-Rel-Tot-Unav
                      WS-Rel-Ac-Days.
     INITIALIZE WS-Rel-Chapters.
     MOVE     "Y" TO WS-Rel-Add.
     START    MAINT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODK514-Docs.
 ODK513-Read-Maint.
     READ     MAINT-FILE NEXT RECORD AT END  GO TO ODK514-Docs.
     MOVE     MAINT-AC-REG TO WS-Rel-Reg.
     PERFORM  ODK550-Find-Reg THRU ODK559-Exit.
     GO       TO ODK513-Read-Maint.
*>
 ODK514-Docs.
     START    AIRCDOC-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODK516-Flights.
 ODK515-Read-Doc.
     READ     AIRCDOC-FILE NEXT RECORD AT END  GO TO ODK516-Flights.
     MOVE     DOC-AC-REG TO WS-Rel-Reg.
     PERFORM  ODK550-Find-Reg THRU ODK559-Exit.
     IF       WS-Rel-Sub = ZERO
              GO TO ODK515-Read-Doc.
     MOVE     DOC-ARC-EXPIRY TO WS-Rel-End.
     PERFORM  ODK560-Lapse THRU ODK564-Exit.
     MOVE     DOC-INS-EXPIRY TO WS-Rel-End.
     PERFORM  ODK560-Lapse THRU ODK564-Exit.
     MOVE     DOC-ANNUAL-EXPIRY TO WS-Rel-End.
     PERFORM  ODK560-Lapse THRU ODK564-Exit.
     GO       TO ODK515-Read-Doc.
*>
*>  Hours flown in the period, and the type each registration last
*>   flew as.
*>
 ODK516-Flights.
     MOVE     WS-Rel-From TO FLT-DATE.
     MOVE     ZERO        TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODK518-Techlog.
 ODK517-Read-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODK518-Techlog.
     IF       FLT-DATE > WS-Rel-To
              GO TO ODK518-Techlog.
     IF       FLT-AC-REG = SPACES
              GO TO ODK517-Read-Flight.
     MOVE     FLT-AC-REG TO WS-Rel-Reg.
     PERFORM  ODK550-Find-Reg THRU ODK559-Exit.
     IF       WS-Rel-Sub = ZERO
              GO TO ODK517-Read-Flight.
     ADD      FLT-P1 (1) FLT-P1 (2) FLT-P23 (1) FLT-P23 (2)
              TO Rel-Mins (WS-Rel-Sub).
     IF       FLT-AC-TYPE NOT = SPACES
              MOVE FLT-AC-TYPE TO Rel-Type (WS-Rel-Sub).
     GO       TO ODK517-Read-Flight.
*>
*>  Defects raised in the period by registration and chapter, and the
*>   days each severity A defect kept its aircraft on the ground.
*>
 ODK518-Techlog.
     START    TECHLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODK521-Types.
 ODK519-Read-Defect.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO ODK521-Types.
     IF       TLG-RAISED-DATE > WS-Rel-To
              GO TO ODK519-Read-Defect.
     IF       TLG-RAISED-DATE < WS-Rel-From
        AND   (TLG-SEVERITY NOT = "A"
         OR    (TLG-CLEARED-DATE NOT = ZERO AND TLG-CLEARED-DATE < WS-Rel-From))
              GO TO ODK519-Read-Defect.
     MOVE     TLG-AC-REG TO WS-Rel-Reg.
     PERFORM  ODK550-Find-Reg THRU ODK559-Exit.
     IF       WS-Rel-Sub = ZERO
              GO TO ODK519-Read-Defect.
     IF       TLG-RAISED-DATE < WS-Rel-From
              GO TO ODK520-Grounded.
     ADD      1 TO Rel-Defects (WS-Rel-Sub).
     IF       TLG-SEVERITY = "A"
              ADD 1 TO Rel-A-Defects (WS-Rel-Sub).
     IF       TLG-ATA NOT NUMERIC
              ADD  1 TO WS-Rel-Unset
              GO TO ODK520-Grounded.
     MOVE     TLG-ATA TO WS-Rel-Ata.
     ADD      1 TO WS-Rel-Ata GIVING WS-Rel-Ata-Sub.
     ADD      1 TO Rlc-Count (WS-Rel-Ata-Sub).
*>
 ODK520-Grounded.
     IF       TLG-SEVERITY NOT = "A"
              GO TO ODK519-Read-Defect.
     MOVE     1 TO WS-Rel-Day1.
     IF       TLG-RAISED-DATE > WS-Rel-From
              MOVE    TLG-RAISED-DATE TO WS-Rel-End
              PERFORM ODK570-Offset THRU ODK574-Exit
              MOVE    WS-Rel-Day2 TO WS-Rel-Day1.
     MOVE     WS-Rel-Days TO WS-Rel-Day2.
     IF       TLG-CLEARED-DATE NOT = ZERO
        AND   TLG-CLEARED-DATE < WS-Rel-To
              MOVE    TLG-CLEARED-DATE TO WS-Rel-End
              PERFORM ODK570-Offset THRU ODK574-Exit.
     PERFORM  ODK565-Mark THRU ODK569-Exit.
     GO       TO ODK519-Read-Defect.
*>
*>  Registrations not flown in the period take the type they were
*>   last flown as off the aircraft file, then the totals by type.
*>
 ODK521-Types.
     MOVE     "N" TO WS-Rel-Add.
     START    AIRCRAFT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODK523-Totals.
 ODK522-Read-Type.
     READ     AIRCRAFT-FILE NEXT RECORD AT END  GO TO ODK523-Totals.
     IF       Aircraft-Last-Reg = SPACES
              GO TO ODK522-Read-Type.
     MOVE     Aircraft-Last-Reg TO WS-Rel-Reg.
     PERFORM  ODK550-Find-Reg THRU ODK559-Exit.
     IF       WS-Rel-Sub NOT = ZERO
        AND   Rel-Type (WS-Rel-Sub) = SPACES
              MOVE Aircraft-Type TO Rel-Type (WS-Rel-Sub).
     GO       TO ODK522-Read-Type.
*>
 ODK523-Totals.
     DISPLAY  SPACE AT 1001 with erase eol.
     IF       WS-Rel-Size = ZERO
              DISPLAY FL203 AT 1001 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODK599-Exit.
     MOVE     ZERO TO WS-Rel-Sub.
 ODK524-Next-Ac.
     ADD      1 TO WS-Rel-Sub.
     IF       WS-Rel-Sub > WS-Rel-Size
              GO TO ODK530-Print.
     IF       Rel-Type (WS-Rel-Sub) = SPACES
              MOVE "UNKNOWN" TO Rel-Type (WS-Rel-Sub).
     MOVE     ZERO TO Rel-Unav (WS-Rel-Sub).
     INSPECT  Rel-Map (WS-Rel-Sub) (1:WS-Rel-Days)
              TALLYING Rel-Unav (WS-Rel-Sub) FOR ALL "U".
     ADD      Rel-Mins (WS-Rel-Sub)    TO WS-Rel-Tot-Mins.
     ADD      Rel-Defects (WS-Rel-Sub) TO WS-Rel-Tot-Defects.
     ADD      Rel-Unav (WS-Rel-Sub)    TO WS-Rel-Tot-Unav.
     ADD      WS-Rel-Days              TO WS-Rel-Ac-Days.
     MOVE     ZERO TO WS-Rlt-Sub.
 ODK525-Find-Type.
     ADD      1 TO WS-Rlt-Sub.
     IF       WS-Rlt-Sub > WS-Rlt-Size
              GO TO ODK526-Add-Type.
     IF       Rlt-Type (WS-Rlt-Sub) NOT = Rel-Type (WS-Rel-Sub)
              GO TO ODK525-Find-Type.
     GO       TO ODK527-Add-In.
 ODK526-Add-Type.
     IF       WS-Rlt-Size NOT < 40
              GO TO ODK524-Next-Ac.
     ADD      1 TO WS-Rlt-Size.
     MOVE     WS-Rlt-Size TO WS-Rlt-Sub.
     MOVE     Rel-Type (WS-Rel-Sub) TO Rlt-Type (WS-Rlt-Sub).
     MOVE     ZERO TO Rlt-Acs (WS-Rlt-Sub) Rlt-Mins (WS-Rlt-Sub)
                      Rlt-Defects (WS-Rlt-Sub) Rlt-A-Defects (WS-Rlt-Sub)
                      Rlt-Unav (WS-Rlt-Sub).
 ODK527-Add-In.
     ADD      1                          TO Rlt-Acs (WS-Rlt-Sub).
     ADD      Rel-Mins (WS-Rel-Sub)      TO Rlt-Mins (WS-Rlt-Sub).
     ADD      Rel-Defects (WS-Rel-Sub)   TO Rlt-Defects (WS-Rlt-Sub).
     ADD      Rel-A-Defects (WS-Rel-Sub) TO Rlt-A-Defects (WS-Rlt-Sub).
     ADD      Rel-Unav (WS-Rel-Sub)      TO Rlt-Unav (WS-Rlt-Sub).
     GO       TO ODK524-Next-Ac.
*>
*>  Finds WS-Rel-Reg in the fleet table into WS-Rel-Sub, adding it
*>   when WS-Rel-Add is Y and there is room; zero = not there.
*>
 ODK550-Find-Reg.
     MOVE     ZERO TO WS-Rel-Sub WS-Rel-Sub2.
 ODK552-Next.
     ADD      1 TO WS-Rel-Sub2.
     IF       WS-Rel-Sub2 > WS-Rel-Size
              GO TO ODK554-Add.
     IF       Rel-Reg (WS-Rel-Sub2) NOT = WS-Rel-Reg
              GO TO ODK552-Next.
     MOVE     WS-Rel-Sub2 TO WS-Rel-Sub.
     GO       TO ODK559-Exit.
 ODK554-Add.
     IF       WS-Rel-Add NOT = "Y"
        OR    WS-Rel-Size NOT < WS-Rel-Max
              GO TO ODK559-Exit.
     ADD      1 TO WS-Rel-Size.
     MOVE     WS-Rel-Size TO WS-Rel-Sub.
     MOVE     WS-Rel-Reg  TO Rel-Reg (WS-Rel-Sub).
     MOVE     SPACES      TO Rel-Type (WS-Rel-Sub) Rel-Map (WS-Rel-Sub).
     MOVE     ZERO        TO Rel-Mins (WS-Rel-Sub) Rel-Defects (WS-Rel-Sub)
                             Rel-A-Defects (WS-Rel-Sub) Rel-Unav (WS-Rel-Sub).
 ODK559-Exit.  exit.
*>
*>  A document date in WS-Rel-End that ran out before the period end
*>   marks from the day after it to the end.
*>
 ODK560-Lapse.
     IF       WS-Rel-End = ZERO
        OR    WS-Rel-End NOT < WS-Rel-To
              GO TO ODK564-Exit.
     MOVE     1 TO WS-Rel-Day1.
     IF       WS-Rel-End NOT < WS-Rel-From
              PERFORM ODK570-Offset THRU ODK574-Exit
              ADD     1 TO WS-Rel-Day2 GIVING WS-Rel-Day1.
     MOVE     WS-Rel-Days TO WS-Rel-Day2.
     PERFORM  ODK565-Mark THRU ODK569-Exit.
 ODK564-Exit.  exit.
*>
*>  Days WS-Rel-Day1 thru WS-Rel-Day2 of the period unavailable.
*>
 ODK565-Mark.
     IF       WS-Rel-Day2 < WS-Rel-Day1
              GO TO ODK569-Exit.
     MOVE     ALL "U" TO Rel-Map (WS-Rel-Sub)
                         (WS-Rel-Day1:WS-Rel-Day2 - WS-Rel-Day1 + 1).
 ODK569-Exit.  exit.
*>
*>  Day number within the period of the date in WS-Rel-End, into
*>   WS-Rel-Day2 - the From date is day 1.
*>
 ODK570-Offset.
     MOVE     WS-Rel-From TO ZR-Date1.
     MOVE     WS-Rel-End  TO ZR-Date2.
     PERFORM  ZR000-Days-Difference.
     ADD      1 ZR-Days GIVING WS-Rel-Day2.
 ODK574-Exit.  exit.
*>
 ODK530-Print.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "FLEET RELIABILITY REPORT" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Rel-From TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     STRING   "Period " WS-Test-Date " to " DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     WS-Rel-To TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PRINT-RECORD (22:10).
     MOVE     WS-Rel-Days TO WS-Rel-Num-Edit.
     STRING   "  (" WS-Rel-Num-Edit " days)" DELIMITED BY SIZE
              INTO PRINT-RECORD (32:20).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Unavailable = severity A defect open, or ARC / insurance / annual lapsed"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     "BY REGISTRATION" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "  Reg     Type       Hours Defects   Sev A    Days  Unavail" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Rel-Sub.
 ODK531-Next-Ac.
     ADD      1 TO WS-Rel-Sub.
     IF       WS-Rel-Sub > WS-Rel-Size
              GO TO ODK533-Types.
     MOVE     Rel-Reg (WS-Rel-Sub)       TO WS-Rel-Ln-Reg.
     MOVE     Rel-Type (WS-Rel-Sub)      TO WS-Rel-Ln-Type.
     DIVIDE   Rel-Mins (WS-Rel-Sub) BY 60 GIVING WS-Rel-Ln-Hrs.
     MOVE     Rel-Defects (WS-Rel-Sub)   TO WS-Rel-Ln-Defects.
     MOVE     Rel-A-Defects (WS-Rel-Sub) TO WS-Rel-Ln-A.
     MOVE     Rel-Unav (WS-Rel-Sub)      TO WS-Rel-Ln-Unav.
     COMPUTE  WS-Rel-Pct ROUNDED = Rel-Unav (WS-Rel-Sub) * 100 / WS-Rel-Days.
     MOVE     WS-Rel-Pct TO WS-Rel-Ln-Pct.
     MOVE     WS-Rel-Line TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODK531-Next-Ac.
*>
 ODK533-Types.
     MOVE     "BY TYPE" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "  Type      A/c      Hours Defects   Sev A    Days  Unavail" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Rlt-Sub.
 ODK534-Next-Type.
     ADD      1 TO WS-Rlt-Sub.
     IF       WS-Rlt-Sub > WS-Rlt-Size
              GO TO ODK535-Fleet.
     MOVE     Rlt-Type (WS-Rlt-Sub)      TO WS-Rel-Ln-Reg.
     MOVE     Rlt-Acs (WS-Rlt-Sub)       TO WS-Rel-Num-Edit.
     MOVE     WS-Rel-Num-Edit            TO WS-Rel-Ln-Type.
     DIVIDE   Rlt-Mins (WS-Rlt-Sub) BY 60 GIVING WS-Rel-Ln-Hrs.
     MOVE     Rlt-Defects (WS-Rlt-Sub)   TO WS-Rel-Ln-Defects.
     MOVE     Rlt-A-Defects (WS-Rlt-Sub) TO WS-Rel-Ln-A.
     MOVE     Rlt-Unav (WS-Rlt-Sub)      TO WS-Rel-Ln-Unav.
     COMPUTE  WS-Rel-Pct ROUNDED = Rlt-Unav (WS-Rlt-Sub) * 100
                                 / (Rlt-Acs (WS-Rlt-Sub) * WS-Rel-Days).
     MOVE     WS-Rel-Pct TO WS-Rel-Ln-Pct.
     MOVE     WS-Rel-Line TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODK534-Next-Type.
*>
 ODK535-Fleet.
     MOVE     "FLEET"           TO WS-Rel-Ln-Reg.
     MOVE     WS-Rel-Size       TO WS-Rel-Num-Edit.
     MOVE     WS-Rel-Num-Edit   TO WS-Rel-Ln-Type.
     DIVIDE   WS-Rel-Tot-Mins BY 60 GIVING WS-Rel-Ln-Hrs.
     MOVE     WS-Rel-Tot-Defects TO WS-Rel-Ln-Defects.
     MOVE     ZERO TO WS-Rel-Tot-A.
     MOVE     ZERO TO WS-Rel-Sub.
 ODK536-Add-A.
     ADD      1 TO WS-Rel-Sub.
     IF       WS-Rel-Sub NOT > WS-Rel-Size
              ADD Rel-A-Defects (WS-Rel-Sub) TO WS-Rel-Tot-A
              GO TO ODK536-Add-A.
     MOVE     WS-Rel-Tot-A      TO WS-Rel-Ln-A.
     MOVE     WS-Rel-Tot-Unav   TO WS-Rel-Ln-Unav.
     COMPUTE  WS-Rel-Pct ROUNDED = WS-Rel-Tot-Unav * 100 / WS-Rel-Ac-Days.
     MOVE     WS-Rel-Pct TO WS-Rel-Ln-Pct.
     MOVE     WS-Rel-Line TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
*>
*>  Defects per 100 flying hours by ATA chapter - the rate is on the
*>   whole fleet's hours.
*>
     MOVE     "BY ATA CHAPTER" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "  ATA  Chapter                    Defects  Per 100 hrs" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Rel-Ata-Sub.
 ODK537-Next-Chapter.
     ADD      1 TO WS-Rel-Ata-Sub.
     IF       WS-Rel-Ata-Sub > 100
              GO TO ODK538-Unset.
     IF       Rlc-Count (WS-Rel-Ata-Sub) = ZERO
              GO TO ODK537-Next-Chapter.
     SUBTRACT 1 FROM WS-Rel-Ata-Sub GIVING WS-Rel-Ata.
     MOVE     WS-Rel-Ata TO TLG-ATA.
     PERFORM  ZT330-Check-Ata.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     TLG-ATA      TO PRINT-RECORD (3:2).
     MOVE     WS-Ata-Title TO PRINT-RECORD (8:24).
     MOVE     Rlc-Count (WS-Rel-Ata-Sub) TO WS-Rel-Num-Edit.
     MOVE     WS-Rel-Num-Edit TO PRINT-RECORD (37:5).
     MOVE     Rlc-Count (WS-Rel-Ata-Sub) TO WS-Rel-Count.
     PERFORM  ODK580-Rate THRU ODK589-Exit.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODK537-Next-Chapter.
*>
 ODK538-Unset.
     IF       WS-Rel-Unset = ZERO
              GO TO ODK540-Repeats.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "--   Not coded" TO PRINT-RECORD (3:14).
     MOVE     WS-Rel-Unset TO WS-Rel-Num-Edit.
     MOVE     WS-Rel-Num-Edit TO PRINT-RECORD (37:5).
     MOVE     WS-Rel-Unset TO WS-Rel-Count.
     PERFORM  ODK580-Rate THRU ODK589-Exit.
     WRITE    PRINT-RECORD AFTER 1.
*>
*>  Repeat defects - a second pass, one registration's defects at a
*>   time held in the history table (key order is defect number).
*>
 ODK540-Repeats.
     MOVE     "REPEAT DEFECTS - same chapter, same registration, within 30 days"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "  Reg     No   Raised     ATA   Repeat of     Days  Text" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO WS-Rel-Reg.
     MOVE     ZERO   TO WS-Rlh-Size.
     START    TECHLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODK545-Done.
 ODK541-Read-Defect.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO ODK545-Done.
     IF       TLG-AC-REG NOT = WS-Rel-Reg
              MOVE TLG-AC-REG TO WS-Rel-Reg
              MOVE ZERO TO WS-Rlh-Size.
     IF       TLG-ATA NOT NUMERIC
        OR    TLG-RAISED-DATE > WS-Rel-To
              GO TO ODK541-Read-Defect.
     IF       TLG-RAISED-DATE NOT < WS-Rel-From
              PERFORM ODK575-Repeat-Test THRU ODK579-Exit.
     IF       WS-Rlh-Size < 500
              ADD  1 TO WS-Rlh-Size
              MOVE TLG-DEFECT-NO   TO Rlh-No (WS-Rlh-Size)
              MOVE TLG-RAISED-DATE TO Rlh-Raised (WS-Rlh-Size)
              MOVE TLG-ATA         TO Rlh-Ata (WS-Rlh-Size).
     GO       TO ODK541-Read-Defect.
*>
 ODK545-Done.
     IF       WS-Rel-Repeats = ZERO
              MOVE "  None in the period." TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Prepared " WSF-Date " by " WS-Cur-User
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
*>
     MOVE     WS-Rel-Size TO WS-Rel-Num-Edit.
     DISPLAY  "Aircraft              " AT 1201 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Rel-Num-Edit          AT 1223 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   WS-Rel-Tot-Mins BY 60 GIVING WS-Rel-Hrs-Edit.
     DISPLAY  "Hours flown           " AT 1301 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Rel-Hrs-Edit          AT 1322 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Rel-Tot-Defects TO WS-Rel-Num-Edit.
     DISPLAY  "Defects raised        " AT 1401 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Rel-Num-Edit          AT 1423 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Rel-Repeats TO WS-Rel-Num-Edit.
     DISPLAY  "Repeat defects        " AT 1501 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Rel-Num-Edit          AT 1523 WITH foreground-color COB-COLOR-CYAN.
     COMPUTE  WS-Rel-Pct ROUNDED = WS-Rel-Tot-Unav * 100 / WS-Rel-Ac-Days.
     MOVE     WS-Rel-Pct TO WS-Rel-Pct-Edit.
     DISPLAY  "Fleet unavailable %   " AT 1601 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Rel-Pct-Edit          AT 1623 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Reliability report written to report file" AT 1801.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODK599-Exit.
*>
*>  An earlier defect on this registration in the same chapter raised
*>   no more than 30 days before makes this one a repeat - the latest
*>   such is named.
*>
 ODK575-Repeat-Test.
     MOVE     ZERO TO WS-Rlh-Sub WS-Rel-Sub2.
 ODK576-Next.
     ADD      1 TO WS-Rlh-Sub.
     IF       WS-Rlh-Sub > WS-Rlh-Size
              GO TO ODK577-Found.
     IF       Rlh-Ata (WS-Rlh-Sub) NOT = TLG-ATA
        OR    Rlh-Raised (WS-Rlh-Sub) > TLG-RAISED-DATE
              GO TO ODK576-Next.
     MOVE     Rlh-Raised (WS-Rlh-Sub) TO ZR-Date1.
     MOVE     TLG-RAISED-DATE         TO ZR-Date2.
     PERFORM  ZR000-Days-Difference.
     IF       ZR-Days > 30
              GO TO ODK576-Next.
     MOVE     WS-Rlh-Sub TO WS-Rel-Sub2.
     MOVE     ZR-Days    TO WS-Rel-Day1.
     GO       TO ODK576-Next.
 ODK577-Found.
     IF       WS-Rel-Sub2 = ZERO
              GO TO ODK579-Exit.
     ADD      1 TO WS-Rel-Repeats.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Rel-Day1 TO WS-Rel-Num-Edit.
     STRING   "  " TLG-AC-REG "  " TLG-DEFECT-NO " " TLG-RAISED-DATE "    "
              TLG-ATA "   " Rlh-No (WS-Rel-Sub2) " " Rlh-Raised (WS-Rel-Sub2)
              WS-Rel-Num-Edit "  " TLG-TEXT (1:40)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
 ODK579-Exit.  exit.
*>
*>  Defects in WS-Rel-Count per 100 fleet hours, into the print line.
*>
 ODK580-Rate.
     IF       WS-Rel-Tot-Mins = ZERO
              MOVE "n/a" TO PRINT-RECORD (52:3)
              GO TO ODK589-Exit.
     COMPUTE  WS-Rel-Rate ROUNDED = WS-Rel-Count * 6000 / WS-Rel-Tot-Mins.
     MOVE     WS-Rel-Rate TO WS-Rel-Rate-Edit.
     MOVE     WS-Rel-Rate-Edit TO PRINT-RECORD (47:8).
 ODK589-Exit.  exit.
*>
 ODK599-Exit.  exit section.
*>
 ODL500-Noise-Complaints  SECTION.
*>================================
*>
*> Noise complaint register. (E)nter takes a complaint as phoned or
*>   written in - when and where, who, and what they said - then offers
*>   the flights that could have been the one: every logged flight
*>   whose off-blocks to on-blocks window, widened by a few minutes
*>   either side, covers the complaint time. When the position is known
*>   they are ranked by the distance of their departure or arrival
*>   airfield from it, nearest first; the one picked is linked to the
*>   complaint. A time given as local converts to UTC through the
*>   airfield's offset as the flight screens do. (M)atch reruns that
*>   search for an existing complaint, (R)eport prints the community
*>   relations summary for a quarter.
*>
 ODL510-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Noise Complaint Register" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(E)nter or amend  (M)atch to a flight  (R)eport  e(X)it [ ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     PERFORM  ODL515-Show-Open THRU ODL519-Exit.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0658 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODL599-Exit.
     IF       MENU-REPLY = "E"
              PERFORM ODL520-Enter THRU ODL529-Exit
              GO TO ODL510-Menu.
     IF       MENU-REPLY = "M"
              PERFORM ODL530-Match THRU ODL539-Exit
              GO TO ODL510-Menu.
     IF       MENU-REPLY = "R"
              PERFORM ODL560-Report THRU ODL579-Exit.
     GO       TO ODL510-Menu.
*>
*>  The complaints not yet closed, from line 8.
*>
 ODL515-Show-Open.
     DISPLAY  "No     Date     Time  Afld Town                     St Reg    Complainant" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
     START    NOISE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODL519-Exit.
 ODL516-Next.
     READ     NOISE-FILE NEXT RECORD AT END  GO TO ODL519-Exit.
     IF       NSE-STATUS = "C"
              GO TO ODL516-Next.
     DIVIDE   NSE-LOCAL-TIME BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  NSE-NO          AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-DATE        AT LINE LINE-CNT COL 08 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WSF-TIME        AT LINE LINE-CNT COL 17 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-ICAO        AT LINE LINE-CNT COL 23 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-TOWN (1:24) AT LINE LINE-CNT COL 28 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-STATUS      AT LINE LINE-CNT COL 53 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-AC-REG      AT LINE LINE-CNT COL 56 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-NAME (1:18) AT LINE LINE-CNT COL 63 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODL516-Next.
 ODL519-Exit.  exit.
*>
 ODL520-Enter.
     DISPLAY  "Complaint no [      ]  (blank = a new complaint)" AT 0601
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Nse-No-In.
     ACCEPT   WS-Nse-No-In AT 0615 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODL529-Exit.
     IF       WS-Nse-No-In NOT NUMERIC
              MOVE ZERO TO WS-Nse-No-In.
     IF       WS-Nse-No-In NOT = ZERO
              MOVE WS-Nse-No-In TO NSE-NO
              READ NOISE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF   FS-REPLY NOT = "00"
                   DISPLAY FL204 AT 2001 with foreground-color COB-COLOR-RED
                   ACCEPT  WS-Reply AT 2061
                   DISPLAY SPACE AT 2001 with erase eol
                   GO TO ODL520-Enter
              END-IF
              MOVE "Y" TO WS-Nse-Exists
              GO TO ODL521-Screen.
*>
*>  A new complaint takes the next number.
*>
     MOVE     ZERO TO WS-Nse-No-In.
     START    NOISE-FILE LAST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              READ NOISE-FILE NEXT RECORD AT END  MOVE ZERO TO NSE-NO END-READ
              MOVE NSE-NO TO WS-Nse-No-In.
     ADD      1 TO WS-Nse-No-In.
     MOVE     SPACES TO NOISE-RECORD.
     MOVE     WS-Nse-No-In TO NSE-NO.
     MOVE     WS-Today TO NSE-DATE NSE-UTC-DATE.
     MOVE     ZERO TO NSE-LOCAL-TIME NSE-UTC-TIME NSE-LATITUDE NSE-LONGITUDE
                      NSE-RESP-DATE NSE-FLT-DATE NSE-FLT-START NSE-DIST.
     MOVE     "N" TO NSE-POS-KNOWN.
     MOVE     "P" TO NSE-VIA.
     MOVE     "O" TO NSE-STATUS.
     MOVE     "N" TO WS-Nse-Exists.
*>
 ODL521-Screen.
     MOVE     NSE-NO TO WS-Nse-No-Edit.
     DISPLAY  WS-Nse-No-Edit AT 0615 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Date [ccyymmdd]  Time [hh.mm]  (L)ocal or (U)TC [L]  Airfield [    ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Complainant [                              ]  Via P/E/L/O [P]" AT 0901
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Contact     [                                        ]" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Town        [                              ]" AT 1101
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Latitude    [          ]  Longitude [          ]  (+ N/E, blank = unknown)" AT 1201
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Complaint   [                                                            ]" AT 1301
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Status (O)pen (I)nvestigating (R)esponded (C)losed [O]" AT 1401
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     NSE-DATE TO WS-Test-Intl.
 ODL522-Date.
     ACCEPT   WS-Test-Intl AT 0807 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODL529-Exit.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODL522-Date.
     DISPLAY  SPACE AT 2001 with erase eol.
     MOVE     WS-Test-Intl TO NSE-DATE.
     DIVIDE   NSE-LOCAL-TIME BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
 ODL523-Time.
     ACCEPT   WSF-TIME AT 0824 with update.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODL523-Time.
     MOVE     WSH-TIME TO NSE-LOCAL-TIME.
     MOVE     "L" TO WS-Nse-Zone.
     ACCEPT   WS-Nse-Zone AT 0850 with update.
     move     function upper-case (WS-Nse-Zone) to WS-Nse-Zone.
     IF       WS-Nse-Zone NOT = "U"
              MOVE "L" TO WS-Nse-Zone.
 ODL524-Airfield.
     ACCEPT   NSE-ICAO AT 0864 with update.
     move     function upper-case (NSE-ICAO) to NSE-ICAO.
     IF       NSE-ICAO NOT = SPACES
              MOVE    NSE-ICAO TO WS-ICAO-Code
              PERFORM ZE000-SEARCH-FOR-ICAO
              IF      ERROR-CODE = ZERO
                      DISPLAY FL023 AT 2001 with foreground-color COB-COLOR-RED
                      GO TO ODL524-Airfield
              END-IF
     END-IF.
     DISPLAY  SPACE AT 2001 with erase eol.
*>
*>  UTC is what the flights hold - a local time comes back through the
*>   airfield's offset, the day moving with it across midnight.
*>
     MOVE     NSE-DATE       TO NSE-UTC-DATE.
     MOVE     NSE-LOCAL-TIME TO NSE-UTC-TIME.
     IF       WS-Nse-Zone = "L"
        AND   NSE-ICAO NOT = SPACES
              MOVE    NSE-ICAO TO WS-ICAO-Code
              PERFORM ZU200-Local-Offset
              COMPUTE WS-Tz-Work = NSE-LOCAL-TIME - WS-Tz-Offset
              MOVE    NSE-DATE TO ZR-Date1
              MOVE    1        TO ZR-DaysArg
              IF      WS-Tz-Work < ZERO
                      ADD     1440 TO WS-Tz-Work
                      MOVE    "-" TO ZR-Sign
                      PERFORM ZR200-Add-Sub-Days
                      MOVE    ZR-ResultDate TO NSE-UTC-DATE
              END-IF
              IF      WS-Tz-Work NOT < 1440
                      SUBTRACT 1440 FROM WS-Tz-Work
                      MOVE    "+" TO ZR-Sign
                      PERFORM ZR200-Add-Sub-Days
                      MOVE    ZR-ResultDate TO NSE-UTC-DATE
              END-IF
              MOVE    WS-Tz-Work TO NSE-UTC-TIME
     END-IF.
*>
*>  A UTC time goes on file as local, the way round the other way, so
*>   the record only ever holds local and an amend (offered as L) takes
*>   it back unchanged.
*>
     IF       WS-Nse-Zone = "U"
        AND   NSE-ICAO NOT = SPACES
              MOVE    NSE-ICAO TO WS-ICAO-Code
              PERFORM ZU200-Local-Offset
              COMPUTE WS-Tz-Work = NSE-UTC-TIME + WS-Tz-Offset
              MOVE    NSE-UTC-DATE TO ZR-Date1
              MOVE    1            TO ZR-DaysArg
              IF      WS-Tz-Work < ZERO
                      ADD     1440 TO WS-Tz-Work
                      MOVE    "-" TO ZR-Sign
                      PERFORM ZR200-Add-Sub-Days
                      MOVE    ZR-ResultDate TO NSE-DATE
              END-IF
              IF      WS-Tz-Work NOT < 1440
                      SUBTRACT 1440 FROM WS-Tz-Work
                      MOVE    "+" TO ZR-Sign
                      PERFORM ZR200-Add-Sub-Days
                      MOVE    ZR-ResultDate TO NSE-DATE
              END-IF
              MOVE    WS-Tz-Work TO NSE-LOCAL-TIME
              DIVIDE  NSE-LOCAL-TIME BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE    "L" TO WS-Nse-Zone
              DISPLAY NSE-DATE    AT 0807 WITH foreground-color COB-COLOR-CYAN
              DISPLAY WSF-TIME    AT 0824 WITH foreground-color COB-COLOR-CYAN
              DISPLAY WS-Nse-Zone AT 0850 WITH foreground-color COB-COLOR-CYAN
     END-IF.
*>
 ODL525-Who.
     ACCEPT   NSE-NAME AT 0914 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODL529-Exit.
     ACCEPT   NSE-VIA AT 0960 with update.
     move     function upper-case (NSE-VIA) to NSE-VIA.
     IF       NSE-VIA NOT = "P" AND NOT = "E" AND NOT = "L" AND NOT = "O"
              MOVE "P" TO NSE-VIA.
     ACCEPT   NSE-CONTACT AT 1014 with update.
     ACCEPT   NSE-TOWN    AT 1114 with update.
*>
*>  Position - both or neither; zero is a real place, so it is the
*>   flag that says one is held. None held but a town given - offer
*>   the best match for the town from the city master.
*>
     MOVE     SPACES TO WS-Nse-Lat-In WS-Nse-Lon-In.
     IF       NSE-POS-KNOWN = "Y"
              MOVE NSE-LATITUDE  TO WS-Nse-Pos-Disp
              MOVE WS-Nse-Pos-Disp TO WS-Nse-Lat-In
              MOVE NSE-LONGITUDE TO WS-Nse-Pos-Disp
              MOVE WS-Nse-Pos-Disp TO WS-Nse-Lon-In
     ELSE
      IF      NSE-TOWN NOT = SPACES
              MOVE NSE-TOWN TO fg-name
              PERFORM ZD600-Geocode-Place-Name
              IF   fg-count > zero
                   MOVE fg-latitude  (1) TO WS-Nse-Pos-Disp
                   MOVE WS-Nse-Pos-Disp TO WS-Nse-Lat-In
                   MOVE fg-longitude (1) TO WS-Nse-Pos-Disp
                   MOVE WS-Nse-Pos-Disp TO WS-Nse-Lon-In
                   DISPLAY FL232 AT 2001 with foreground-color COB-COLOR-YELLOW
                   DISPLAY fg-place (1) (1:30) AT 2101 with erase eol
                   DISPLAY fg-cc (1) AT 2133
                   DISPLAY fg-region (1) AT 2137
              END-IF
      END-IF
     END-IF.
 ODL526-Position.
     ACCEPT   WS-Nse-Lat-In AT 1214 with update.
     ACCEPT   WS-Nse-Lon-In AT 1238 with update.
     MOVE     "N" TO NSE-POS-KNOWN.
     MOVE     ZERO TO NSE-LATITUDE NSE-LONGITUDE.
     IF       WS-Nse-Lat-In = SPACES
        AND   WS-Nse-Lon-In = SPACES
              GO TO ODL527-Text.
     IF       WS-Nse-Lat-In = SPACES OR WS-Nse-Lon-In = SPACES
        OR    FUNCTION TEST-NUMVAL (WS-Nse-Lat-In) NOT = ZERO
        OR    FUNCTION TEST-NUMVAL (WS-Nse-Lon-In) NOT = ZERO
              DISPLAY FL205 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODL526-Position.
     IF       FUNCTION NUMVAL (WS-Nse-Lat-In) > 90
        OR    FUNCTION NUMVAL (WS-Nse-Lat-In) < -90
        OR    FUNCTION NUMVAL (WS-Nse-Lon-In) > 180
        OR    FUNCTION NUMVAL (WS-Nse-Lon-In) < -180
              DISPLAY FL205 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODL526-Position.
     COMPUTE  NSE-LATITUDE  = FUNCTION NUMVAL (WS-Nse-Lat-In).
     COMPUTE  NSE-LONGITUDE = FUNCTION NUMVAL (WS-Nse-Lon-In).
     MOVE     "Y" TO NSE-POS-KNOWN.
*>
 ODL527-Text.
     DISPLAY  SPACE AT 2001 with erase eol.
     ACCEPT   NSE-TEXT AT 1314 with update.
     IF       NSE-NAME = SPACES OR NSE-TEXT = SPACES
              DISPLAY FL206 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODL525-Who.
     ACCEPT   NSE-STATUS AT 1453 with update.
     move     function upper-case (NSE-STATUS) to NSE-STATUS.
     IF       NSE-STATUS NOT = "O" AND NOT = "I" AND NOT = "R" AND NOT = "C"
              MOVE "O" TO NSE-STATUS.
     IF       (NSE-STATUS = "R" OR = "C")
        AND   NSE-RESP-DATE = ZERO
              MOVE WS-Today TO NSE-RESP-DATE.
     MOVE     WS-Cur-User TO NSE-USER.
     IF       WS-Nse-Exists = "Y"
              REWRITE NOISE-RECORD INVALID KEY
                      DISPLAY FL003 AT 2001 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 2061
                      GO TO ODL529-Exit
              END-REWRITE
     ELSE
              WRITE   NOISE-RECORD INVALID KEY
                      DISPLAY FL004 AT 2001 with foreground-color COB-COLOR-RED
                      ACCEPT  WS-Reply AT 2061
                      GO TO ODL529-Exit
              END-WRITE
     END-IF.
     MOVE     "Y" TO WS-Nse-Exists.
     MOVE     NSE-NO TO WS-Nse-No-In.
     PERFORM  ODL540-Candidates THRU ODL549-Exit.
 ODL529-Exit.  exit.
*>
 ODL530-Match.
     DISPLAY  "Complaint no [      ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     ZERO TO WS-Nse-No-In.
     ACCEPT   WS-Nse-No-In AT 0615 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
        OR    WS-Nse-No-In NOT NUMERIC
        OR    WS-Nse-No-In = ZERO
              GO TO ODL539-Exit.
     MOVE     WS-Nse-No-In TO NSE-NO.
     READ     NOISE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL204 AT 2001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 2061
              GO TO ODL539-Exit.
     PERFORM  ODL540-Candidates THRU ODL549-Exit.
 ODL539-Exit.  exit.
*>
*>  The flights that could be the one for the complaint in NOISE-RECORD.
*>   The day before is read too, for a flight still airborne over
*>   midnight; its window is taken on past 1440 and the complaint
*>   time with it.
*>
 ODL540-Candidates.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Noise Complaint - Candidate Flights" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     MOVE     NSE-NO TO WS-Nse-No-Edit.
     DIVIDE   NSE-UTC-TIME BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     DISPLAY  "Complaint" AT 0301 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  WS-Nse-No-Edit AT 0311 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-UTC-DATE   AT 0319 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WSF-TIME       AT 0328 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "UTC"          AT 0334 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-TOWN       AT 0339 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  NSE-TEXT       AT 0401 WITH foreground-color COB-COLOR-CYAN.
     IF       NSE-POS-KNOWN NOT = "Y"
              DISPLAY "No position given - flights in time order, not ranked" AT 0501
                      WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Window widened by [  ] minutes either side" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     ACCEPT   WS-Nse-Margin AT 0620 with update.
     IF       WS-Nse-Margin NOT NUMERIC
              MOVE 10 TO WS-Nse-Margin.
     MOVE     ZERO TO WS-Nse-Cand-Size.
     MOVE     NSE-UTC-DATE TO ZR-Date1.
     MOVE     "-" TO ZR-Sign.
     MOVE     1   TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Nse-Prev-Date.
     MOVE     WS-Nse-Prev-Date TO FLT-DATE.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODL545-Show.
 ODL542-Read-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODL545-Show.
     IF       FLT-DATE > NSE-UTC-DATE
              GO TO ODL545-Show.
     MOVE     FLT-START TO WS-Nse-S.
     MOVE     FLT-END   TO WS-Nse-E.
     IF       WS-Nse-E < WS-Nse-S
              ADD 1440 TO WS-Nse-E.
     MOVE     NSE-UTC-TIME TO WS-Nse-T.
     IF       FLT-DATE < NSE-UTC-DATE
              ADD 1440 TO WS-Nse-T.
     IF       WS-Nse-T < WS-Nse-S - WS-Nse-Margin
        OR    WS-Nse-T > WS-Nse-E + WS-Nse-Margin
              GO TO ODL542-Read-Flight.
     PERFORM  ODL550-Rank THRU ODL559-Exit.
     GO       TO ODL542-Read-Flight.
*>
 ODL545-Show.
     DISPLAY  "  # Date      Off   On    Reg    Type     From To   Captain            nm Near" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     IF       WS-Nse-Cand-Size = ZERO
              DISPLAY "No logged flight covers that time" AT 0901
                      WITH foreground-color COB-COLOR-CYAN.
     MOVE     9    TO LINE-CNT.
     MOVE     ZERO TO WS-Nse-Sub.
 ODL546-Line.
     ADD      1 TO WS-Nse-Sub.
     IF       WS-Nse-Sub > WS-Nse-Cand-Size
              GO TO ODL547-Pick.
     MOVE     WS-Nse-Sub TO WS-Nse-Pick.
     DISPLAY  WS-Nse-Pick            AT LINE LINE-CNT COL 02 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  Nsc-Date (WS-Nse-Sub)  AT LINE LINE-CNT COL 05 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   Nsc-Start (WS-Nse-Sub) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSF-TIME               AT LINE LINE-CNT COL 15 WITH foreground-color COB-COLOR-CYAN.
     DIVIDE   Nsc-End (WS-Nse-Sub) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     DISPLAY  WSF-TIME               AT LINE LINE-CNT COL 21 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  Nsc-Reg (WS-Nse-Sub)   AT LINE LINE-CNT COL 27 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  Nsc-Type (WS-Nse-Sub)  AT LINE LINE-CNT COL 34 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  Nsc-From (WS-Nse-Sub)  AT LINE LINE-CNT COL 43 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  Nsc-To (WS-Nse-Sub)    AT LINE LINE-CNT COL 48 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  Nsc-Captain (WS-Nse-Sub) AT LINE LINE-CNT COL 53 WITH foreground-color COB-COLOR-CYAN.
     IF       Nsc-Dist (WS-Nse-Sub) NOT = 99999
              MOVE    Nsc-Dist (WS-Nse-Sub) TO WS-Nse-Dist-Edit
              DISPLAY WS-Nse-Dist-Edit AT LINE LINE-CNT COL 69 WITH foreground-color COB-COLOR-CYAN
              DISPLAY Nsc-Near (WS-Nse-Sub) AT LINE LINE-CNT COL 75 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     GO       TO ODL546-Line.
*>
*>  99 leaves any link as it was, 00 takes it off.
*>
 ODL547-Pick.
     DISPLAY  "Link the complaint to flight [  ]  (00 = none, 99 = leave as is)"
              AT LINE WS-22-Lines COL 01 WITH foreground-color COB-COLOR-Yellow.
     MOVE     99 TO WS-Nse-Pick.
     ACCEPT   WS-Nse-Pick AT LINE WS-22-Lines COL 31 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
        OR    WS-Nse-Pick NOT NUMERIC
        OR    WS-Nse-Pick = 99
              GO TO ODL549-Exit.
     IF       WS-Nse-Pick > WS-Nse-Cand-Size
              GO TO ODL547-Pick.
     IF       WS-Nse-Pick = ZERO
              MOVE ZERO   TO NSE-FLT-DATE NSE-FLT-START NSE-DIST
              MOVE SPACES TO NSE-AC-REG
     ELSE
              MOVE Nsc-Date (WS-Nse-Pick)  TO NSE-FLT-DATE
              MOVE Nsc-Start (WS-Nse-Pick) TO NSE-FLT-START
              MOVE Nsc-Reg (WS-Nse-Pick)   TO NSE-AC-REG
              MOVE Nsc-Dist (WS-Nse-Pick)  TO NSE-DIST
              IF   NSE-ICAO = SPACES
                   IF   Nsc-Near (WS-Nse-Pick) NOT = SPACES
                        MOVE Nsc-Near (WS-Nse-Pick) TO NSE-ICAO
                   ELSE
                        MOVE Nsc-From (WS-Nse-Pick) TO NSE-ICAO
                   END-IF
              END-IF
              IF   NSE-STATUS = "O"
                   MOVE "I" TO NSE-STATUS
              END-IF
     END-IF.
     MOVE     WS-Cur-User TO NSE-USER.
     REWRITE  NOISE-RECORD INVALID KEY
              DISPLAY FL003 AT 2001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 2061.
 ODL549-Exit.  exit.
*>
*>  Distance of the complaint from the flight's two airfields, the
*>   nearer kept, then into the candidate list in order - unknown
*>   distances (99999) go in behind, so in time order among themselves.
*>
 ODL550-Rank.
     MOVE     FLT-DATE    TO Nsn-Date.
     MOVE     FLT-START   TO Nsn-Start.
     MOVE     FLT-END     TO Nsn-End.
     MOVE     FLT-AC-REG  TO Nsn-Reg.
     MOVE     FLT-AC-TYPE TO Nsn-Type.
     MOVE     FLT-FROM    TO Nsn-From.
     MOVE     FLT-TO      TO Nsn-To.
     MOVE     FLT-CAPTAIN TO Nsn-Captain.
     MOVE     99999       TO Nsn-Dist.
     MOVE     SPACES      TO Nsn-Near.
     IF       NSE-POS-KNOWN NOT = "Y"
              GO TO ODL554-Insert.
     MOVE     Nsn-From TO WS-ICAO-Code.
     PERFORM  ODL552-Distance THRU ODL553-Exit.
     MOVE     Nsn-To   TO WS-ICAO-Code.
     PERFORM  ODL552-Distance THRU ODL553-Exit.
     GO       TO ODL554-Insert.
*>
 ODL552-Distance.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
        OR    (AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO)
              GO TO ODL553-Exit.
     MOVE     NSE-LATITUDE   TO WS-GC-Lat1.
     MOVE     NSE-LONGITUDE  TO WS-GC-Lon1.
     MOVE     AFLD-Latitude  TO WS-GC-Lat2.
     MOVE     AFLD-Longitude TO WS-GC-Lon2.
     PERFORM  ZU000-Calc-Distance.
     IF       WS-GC-Distance < Nsn-Dist
              MOVE WS-GC-Distance TO Nsn-Dist
              MOVE WS-ICAO-Code   TO Nsn-Near.
 ODL553-Exit.  exit.
*>
 ODL554-Insert.
     MOVE     ZERO TO WS-Nse-Sub.
 ODL555-Find.
     ADD      1 TO WS-Nse-Sub.
     IF       WS-Nse-Sub > WS-Nse-Cand-Size
              GO TO ODL556-Place.
     IF       Nsc-Dist (WS-Nse-Sub) NOT > Nsn-Dist
              GO TO ODL555-Find.
 ODL556-Place.
     IF       WS-Nse-Sub > WS-Nse-Cand-Max
              GO TO ODL559-Exit.
     IF       WS-Nse-Cand-Size < WS-Nse-Cand-Max
              ADD 1 TO WS-Nse-Cand-Size.
     MOVE     WS-Nse-Cand-Size TO WS-Nse-Sub2.
 ODL557-Shift.
     IF       WS-Nse-Sub2 > WS-Nse-Sub
              MOVE     WS-Nse-Cand (WS-Nse-Sub2 - 1) TO WS-Nse-Cand (WS-Nse-Sub2)
              SUBTRACT 1 FROM WS-Nse-Sub2
              GO TO ODL557-Shift.
     MOVE     WS-Nse-New TO WS-Nse-Cand (WS-Nse-Sub).
 ODL559-Exit.  exit.
*>
*>  Community relations report - complaints taken in the period (by
*>   the date the complainant gave), listed, then counted by airfield,
*>   by the registration of the linked flight and by local hour of day.
*>
 ODL560-Report.
     DISPLAY  "From date [ccyymmdd]  To date [ccyymmdd]" AT 0801
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     PERFORM  ZT340-Last-Quarter.
     MOVE     WS-Qtr-From TO WS-Nsr-From.
     MOVE     WS-Qtr-To   TO WS-Nsr-To.
 ODL561-Period.
     ACCEPT   WS-Nsr-From AT 0812 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODL579-Exit.
     ACCEPT   WS-Nsr-To   AT 0832 with update.
     IF       WS-Nsr-From NOT NUMERIC
        OR    WS-Nsr-To   NOT NUMERIC
        OR    WS-Nsr-To < WS-Nsr-From
              DISPLAY FL014 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODL561-Period.
     DISPLAY  SPACE AT 2001 with erase eol.
     MOVE     ZERO TO WS-Nsr-Total WS-Nsr-Linked WS-Nsr-Afld-Size WS-Nsr-Reg-Size.
     INITIALIZE WS-Nsr-Status-Counts WS-Nsr-Hours.
*>
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "NOISE COMPLAINTS - COMMUNITY RELATIONS REPORT" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Nsr-From TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     STRING   "Period " WS-Test-Date " to " DELIMITED BY SIZE INTO PRINT-RECORD.
     MOVE     WS-Nsr-To TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     MOVE     WS-Test-Date TO PRINT-RECORD (22:10).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "No     Date     Time  Afld Town                    Via St Reg    Flight           nm Complainant"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     START    NOISE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODL566-Totals.
 ODL562-Read.
     READ     NOISE-FILE NEXT RECORD AT END  GO TO ODL566-Totals.
     IF       NSE-DATE < WS-Nsr-From OR NSE-DATE > WS-Nsr-To
              GO TO ODL562-Read.
     ADD      1 TO WS-Nsr-Total.
     EVALUATE NSE-STATUS
       WHEN   "O"  ADD 1 TO Nss-Count (1)
       WHEN   "I"  ADD 1 TO Nss-Count (2)
       WHEN   "R"  ADD 1 TO Nss-Count (3)
       WHEN   "C"  ADD 1 TO Nss-Count (4)
     END-EVALUATE.
     DIVIDE   NSE-LOCAL-TIME BY 60 GIVING WS-Nsr-Hour.
     ADD      1 TO WS-Nsr-Hour.
     IF       WS-Nsr-Hour > 24
              MOVE 24 TO WS-Nsr-Hour.
     ADD      1 TO Nsh-Count (WS-Nsr-Hour).
     IF       NSE-FLT-DATE NOT = ZERO
              ADD 1 TO WS-Nsr-Linked.
*>
     MOVE     ZERO TO WS-Nsr-Sub.
 ODL563-Afld.
     ADD      1 TO WS-Nsr-Sub.
     IF       WS-Nsr-Sub > WS-Nsr-Afld-Size
        AND   WS-Nsr-Afld-Size < 50
              ADD  1 TO WS-Nsr-Afld-Size
              MOVE NSE-ICAO TO Nsa-Icao (WS-Nsr-Sub)
              MOVE ZERO TO Nsa-Count (WS-Nsr-Sub) Nsa-Linked (WS-Nsr-Sub).
     IF       WS-Nsr-Sub > WS-Nsr-Afld-Size
              GO TO ODL564-Reg.
     IF       Nsa-Icao (WS-Nsr-Sub) NOT = NSE-ICAO
              GO TO ODL563-Afld.
     ADD      1 TO Nsa-Count (WS-Nsr-Sub).
     IF       NSE-FLT-DATE NOT = ZERO
              ADD 1 TO Nsa-Linked (WS-Nsr-Sub).
*>
 ODL564-Reg.
     IF       NSE-FLT-DATE = ZERO
              GO TO ODL565-Detail.
     MOVE     ZERO TO WS-Nsr-Sub.
 ODL564-Next.
     ADD      1 TO WS-Nsr-Sub.
     IF       WS-Nsr-Sub > WS-Nsr-Reg-Size
        AND   WS-Nsr-Reg-Size < 100
              ADD  1 TO WS-Nsr-Reg-Size
              MOVE NSE-AC-REG TO Nsg-Reg (WS-Nsr-Sub)
              MOVE ZERO TO Nsg-Count (WS-Nsr-Sub).
     IF       WS-Nsr-Sub > WS-Nsr-Reg-Size
              GO TO ODL565-Detail.
     IF       Nsg-Reg (WS-Nsr-Sub) NOT = NSE-AC-REG
              GO TO ODL564-Next.
     ADD      1 TO Nsg-Count (WS-Nsr-Sub).
*>
 ODL565-Detail.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     NSE-NO   TO PRINT-RECORD (1:6).
     MOVE     NSE-DATE TO PRINT-RECORD (8:8).
     DIVIDE   NSE-LOCAL-TIME BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSF-TIME TO PRINT-RECORD (17:5).
     MOVE     NSE-ICAO TO PRINT-RECORD (23:4).
     MOVE     NSE-TOWN (1:24) TO PRINT-RECORD (28:24).
     MOVE     NSE-VIA    TO PRINT-RECORD (53:1).
     MOVE     NSE-STATUS TO PRINT-RECORD (56:1).
     IF       NSE-FLT-DATE NOT = ZERO
              MOVE    NSE-AC-REG   TO PRINT-RECORD (59:6)
              MOVE    NSE-FLT-DATE TO PRINT-RECORD (66:8)
              DIVIDE  NSE-FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE    WSF-TIME     TO PRINT-RECORD (75:5)
              IF      NSE-DIST NOT = 99999
                      MOVE NSE-DIST TO WS-Nse-Dist-Edit
                      MOVE WS-Nse-Dist-Edit TO PRINT-RECORD (80:5)
              END-IF
     END-IF.
     MOVE     NSE-NAME TO PRINT-RECORD (86:30).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODL562-Read.
*>
 ODL566-Totals.
     IF       WS-Nsr-Total = ZERO
              MOVE "  No complaints in the period." TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     MOVE     "BY AIRFIELD                                  Complaints  Linked" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Nsr-Sub.
 ODL567-Afld-Line.
     ADD      1 TO WS-Nsr-Sub.
     IF       WS-Nsr-Sub > WS-Nsr-Afld-Size
              GO TO ODL568-Regs.
     MOVE     SPACES TO PRINT-RECORD.
     IF       Nsa-Icao (WS-Nsr-Sub) = SPACES
              MOVE "----  not given" TO PRINT-RECORD (3:15)
     ELSE
              MOVE    Nsa-Icao (WS-Nsr-Sub) TO PRINT-RECORD (3:4)
              MOVE    Nsa-Icao (WS-Nsr-Sub) TO WS-ICAO-Code
              PERFORM ZE000-SEARCH-FOR-ICAO
              IF      ERROR-CODE NOT = ZERO
                      MOVE AFLD-Name TO PRINT-RECORD (9:36)
              END-IF
     END-IF.
     MOVE     Nsa-Count (WS-Nsr-Sub)  TO WS-Nsr-Num-Edit.
     MOVE     WS-Nsr-Num-Edit TO PRINT-RECORD (51:5).
     MOVE     Nsa-Linked (WS-Nsr-Sub) TO WS-Nsr-Num-Edit.
     MOVE     WS-Nsr-Num-Edit TO PRINT-RECORD (59:5).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODL567-Afld-Line.
*>
 ODL568-Regs.
     MOVE     "BY REGISTRATION (linked complaints)  Complaints" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Nsr-Sub.
 ODL569-Reg-Line.
     ADD      1 TO WS-Nsr-Sub.
     IF       WS-Nsr-Sub > WS-Nsr-Reg-Size
              GO TO ODL570-Hours.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     Nsg-Reg (WS-Nsr-Sub) TO PRINT-RECORD (3:6).
     MOVE     Nsg-Count (WS-Nsr-Sub) TO WS-Nsr-Num-Edit.
     MOVE     WS-Nsr-Num-Edit TO PRINT-RECORD (43:5).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODL569-Reg-Line.
*>
 ODL570-Hours.
     MOVE     "BY HOUR OF DAY (local)  Complaints" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Nsr-Hour.
 ODL571-Hour-Line.
     ADD      1 TO WS-Nsr-Hour.
     IF       WS-Nsr-Hour > 24
              GO TO ODL572-Summary.
     MOVE     SPACES TO PRINT-RECORD.
     SUBTRACT 1 FROM WS-Nsr-Hour GIVING WSF-HH.
     MOVE     ZERO TO WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSF-TIME TO PRINT-RECORD (3:5).
     MOVE     "-" TO PRINT-RECORD (9:1).
     MOVE     59 TO WSF-MM.
     MOVE     WSF-TIME TO PRINT-RECORD (11:5).
     MOVE     Nsh-Count (WS-Nsr-Hour) TO WS-Nsr-Num-Edit.
     MOVE     WS-Nsr-Num-Edit TO PRINT-RECORD (30:5).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODL571-Hour-Line.
*>
 ODL572-Summary.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Nsr-Total TO WS-Nsr-Num-Edit.
     STRING   "Complaints " WS-Nsr-Num-Edit DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Nsr-Pct.
     IF       WS-Nsr-Total NOT = ZERO
              COMPUTE WS-Nsr-Pct ROUNDED = WS-Nsr-Linked * 100 / WS-Nsr-Total.
     MOVE     WS-Nsr-Pct TO WS-Nsr-Pct-Edit.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Nsr-Linked TO WS-Nsr-Num-Edit.
     STRING   "Linked to a flight " WS-Nsr-Num-Edit "  (" WS-Nsr-Pct-Edit "%)"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Nsr-Sub.
 ODL573-Status-Line.
     ADD      1 TO WS-Nsr-Sub.
     IF       WS-Nsr-Sub > 4
              GO TO ODL575-Done.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Nsr-Status-Name (WS-Nsr-Sub) TO PRINT-RECORD (3:13).
     MOVE     Nss-Count (WS-Nsr-Sub) TO WS-Nsr-Num-Edit.
     MOVE     WS-Nsr-Num-Edit TO PRINT-RECORD (17:5).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODL573-Status-Line.
*>
 ODL575-Done.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Prepared " WSF-Date " by " WS-Cur-User
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     WS-Nsr-Total TO WS-Nsr-Num-Edit.
     DISPLAY  "Complaints in the period" AT 1001 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Nsr-Num-Edit AT 1027 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Nsr-Linked TO WS-Nsr-Num-Edit.
     DISPLAY  "Linked to a flight" AT 1101 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Nsr-Num-Edit AT 1127 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Noise complaint report written to report file" AT 1301.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODL579-Exit.  exit.
*>
 ODL599-Exit.  exit section.
*>
 ODM500-Attachments  SECTION.
*>===========================
*>
*> The files linked to one record - scanned certificates, receipts,
*>   insurance schedules, defect photos. Performed from the record's
*>   own maintenance or view screen with WS-Att-Kind, WS-Att-Owner and
*>   WS-Att-Title set (see the ATTACH-FILE FD for the kinds); the
*>   screen underneath is saved and put back as the help and pick
*>   lists do. A file given by full path outside the store can be
*>   copied into it, after which it is held by name alone.
*>
     PERFORM  CA300-Save-Screen.
*>
 ODM510-Show.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Attachments" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-Att-Title AT 0301 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Seq Type Uploaded Description                              File" AT 0501
              WITH foreground-color COB-COLOR-Yellow.
     PERFORM  ZT350-Attach-Count.
     IF       WS-Att-Count = ZERO
              DISPLAY "No files attached" AT 0601 WITH foreground-color COB-COLOR-CYAN
              GO TO ODM520-Prompt.
     MOVE     6 TO LINE-CNT.
     MOVE     WS-Att-Kind  TO ATT-KIND.
     MOVE     WS-Att-Owner TO ATT-OWNER.
     MOVE     ZERO         TO ATT-SEQ.
     START    ATTACH-FILE KEY NOT < ATT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODM520-Prompt.
 ODM515-List-Next.
     READ     ATTACH-FILE NEXT RECORD AT END  GO TO ODM520-Prompt.
     IF       ATT-KIND  NOT = WS-Att-Kind
        OR    ATT-OWNER NOT = WS-Att-Owner
              GO TO ODM520-Prompt.
     PERFORM  ZT360-Attach-Path.
     DISPLAY  ATT-SEQ         AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ATT-TYPE        AT LINE LINE-CNT COL 05 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ATT-DATE        AT LINE LINE-CNT COL 10 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  ATT-DESC        AT LINE LINE-CNT COL 19 WITH foreground-color COB-COLOR-CYAN.
     IF       WS-Att-Missing = "Y"
              DISPLAY "MISSING " AT LINE LINE-CNT COL 60 WITH foreground-color COB-COLOR-RED
              DISPLAY ATT-PATH (1:32) AT LINE LINE-CNT COL 68 WITH foreground-color COB-COLOR-RED
     ELSE
              DISPLAY ATT-PATH (1:40) AT LINE LINE-CNT COL 60 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODM515-List-Next.
*>
 ODM520-Prompt.
     DISPLAY  "(A)dd (D)elete e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 24 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODM599-Exit.
     IF       MENU-REPLY = "A"
              PERFORM ODM530-Add THRU ODM539-Exit
              GO TO ODM510-Show.
     IF       MENU-REPLY NOT = "D"
              GO TO ODM520-Prompt.
*>
*>  Delete takes the line off the index; a file held in the store can
*>   go with it.
*>
     DISPLAY  "Attachment seq [   ]" AT line ws-23-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     ZERO TO WS-Att-Seq-In.
     ACCEPT   WS-Att-Seq-In AT line ws-23-Lines col 17 with update.
     MOVE     WS-Att-Kind   TO ATT-KIND.
     MOVE     WS-Att-Owner  TO ATT-OWNER.
     MOVE     WS-Att-Seq-In TO ATT-SEQ.
     READ     ATTACH-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL210 AT line ws-23-Lines col 22 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT line ws-23-Lines col 60
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO ODM520-Prompt.
     MOVE     "N" TO WS-Att-Reply.
     IF       ATT-PATH (1:1) NOT = "/"
              DISPLAY "Remove the file from the store too (Y/N) [N]"
                      AT line ws-23-Lines col 22 with foreground-color COB-COLOR-YELLOW
              ACCEPT  WS-Att-Reply AT line ws-23-Lines col 64 with update
              move    function upper-case (WS-Att-Reply) to WS-Att-Reply.
     PERFORM  ZT360-Attach-Path.
     DELETE   ATTACH-FILE RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   WS-Att-Reply = "Y"
              CALL "CBL_DELETE_FILE" USING WS-Att-Full
              MOVE ZERO TO Return-Code.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     GO       TO ODM510-Show.
*>
 ODM530-Add.
     DISPLAY  SPACE at 0501 with erase eos.
     DISPLAY  "File        [                                                                                ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "            (a full path, or a name already in the attachment store)" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Type        [    ]  CERT FUEL INS ARC PHOT OTHR" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Description [                                        ]" AT 0901
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Att-Path-In ATT-DESC.
     MOVE     "OTHR" TO WS-Att-Type-In.
 ODM531-Get.
     ACCEPT   WS-Att-Path-In AT 0614 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODM539-Exit.
     ACCEPT   WS-Att-Type-In AT 0814 with update.
     move     function upper-case (WS-Att-Type-In) to WS-Att-Type-In.
     IF       WS-Att-Type-In NOT = "CERT" AND NOT = "FUEL" AND NOT = "INS "
        AND   WS-Att-Type-In NOT = "ARC " AND NOT = "PHOT" AND NOT = "OTHR"
              MOVE "OTHR" TO WS-Att-Type-In.
     DISPLAY  WS-Att-Type-In AT 0814.
     ACCEPT   ATT-DESC AT 0914 with update.
     IF       WS-Att-Path-In = SPACES OR ATT-DESC = SPACES
              DISPLAY FL207 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODM531-Get.
     DISPLAY  SPACE AT 2001 with erase eol.
*>
*>  Where the file is - a name in the store, a full path inside the
*>   store (held by name from then on), or a full path elsewhere.
*>
     MOVE     WS-Att-Path-In TO ATT-PATH.
     IF       WS-Att-Path-In (1:1) = "/"
              PERFORM ZT370-Attach-Store
              IF   ATT-PATH (1:WS-Att-Len) = WS-Att-Store (1:WS-Att-Len)
               AND ATT-PATH (WS-Att-Len + 1:1) = "/"
                   MOVE ATT-PATH (WS-Att-Len + 2:) TO WS-Att-Base
                   MOVE WS-Att-Base TO ATT-PATH
              END-IF
     END-IF.
     PERFORM  ZT360-Attach-Path.
     IF       WS-Att-Missing = "Y"
              DISPLAY FL208 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODM531-Get.
     IF       ATT-PATH (1:1) NOT = "/"
              GO TO ODM535-Write.
*>
     DISPLAY  "Copy it into the attachment store (Y/N) [Y]" AT 1101
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     "Y" TO WS-Att-Reply.
     ACCEPT   WS-Att-Reply AT 1142 with update.
     move     function upper-case (WS-Att-Reply) to WS-Att-Reply.
     IF       WS-Att-Reply NOT = "Y"
              GO TO ODM535-Write.
*>
*>  The copy keeps the file's own name - the part after the last "/".
*>
     MOVE     FUNCTION LENGTH (FUNCTION TRIM (ATT-PATH)) TO WS-Att-Sub.
 ODM532-Find-Name.
     IF       WS-Att-Sub > 1
        AND   ATT-PATH (WS-Att-Sub:1) NOT = "/"
              SUBTRACT 1 FROM WS-Att-Sub
              GO TO ODM532-Find-Name.
     ADD      1 TO WS-Att-Sub.
     MOVE     SPACES TO WS-Att-Base WS-Att-Copy-To.
     MOVE     ATT-PATH (WS-Att-Sub:) TO WS-Att-Base.
     STRING   FUNCTION TRIM (WS-Att-Store) "/" FUNCTION TRIM (WS-Att-Base)
              DELIMITED BY SIZE INTO WS-Att-Copy-To.
     CALL     "CBL_CHECK_FILE_EXIST" USING WS-Att-Copy-To WS-Att-File-Info.
     IF       Return-Code = ZERO
              DISPLAY FL209 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODM531-Get.
     CALL     "CBL_CREATE_DIR" USING WS-Att-Store.
     CALL     "CBL_COPY_FILE" USING WS-Att-Full WS-Att-Copy-To.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              DISPLAY FL208 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODM531-Get.
     MOVE     WS-Att-Base TO ATT-PATH.
*>
 ODM535-Write.
*>
*>  The count reads through the file and so the record area - what was
*>   keyed is held over it.
*>
     MOVE     ZERO TO Return-Code.
     MOVE     ATT-PATH TO WS-Att-Path-Save.
     MOVE     ATT-DESC TO WS-Att-Desc-Save.
     PERFORM  ZT350-Attach-Count.
     MOVE     WS-Att-Path-Save TO ATT-PATH.
     MOVE     WS-Att-Desc-Save TO ATT-DESC.
     MOVE     WS-Att-Kind  TO ATT-KIND.
     MOVE     WS-Att-Owner TO ATT-OWNER.
     ADD      1 TO WS-Att-Last-Seq GIVING ATT-SEQ.
     MOVE     WS-Att-Type-In TO ATT-TYPE.
     MOVE     WS-Today       TO ATT-DATE.
     MOVE     WS-Cur-User    TO ATT-USER.
     WRITE    ATTACH-RECORD INVALID KEY
              DISPLAY FL004 AT 2001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 2061.
 ODM539-Exit.  exit.
*>
 ODM599-Exit.
     PERFORM  CA301-Restore-Screen.
     exit section.
*>
 ODM600-Attach-Check  SECTION.
*>============================
*>
*> Attachment index integrity - every attachment whose file has gone
*>   and every one whose record has been deleted, then every file in
*>   the store that no attachment refers to. The store is listed with
*>   find to a work file, the ls-to-a-temp-file way backupgen rotates
*>   its generations.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Attachment Index Check" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Checking the attachment index and store ..." AT 0601.
     MOVE     ZERO TO WS-Att-Total WS-Att-Lost WS-Att-Unowned WS-Att-Orphans
                      WS-Att-Stored.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "ATTACHMENT INDEX CHECK" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     "Kd Owner                Seq Type Description                              File"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     START    ATTACH-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODM630-Store.
*>
 ODM610-Next.
     READ     ATTACH-FILE NEXT RECORD AT END  GO TO ODM630-Store.
     ADD      1 TO WS-Att-Total.
     PERFORM  ZT360-Attach-Path.
     IF       WS-Att-Missing = "Y"
              ADD  1 TO WS-Att-Lost
              MOVE "file missing" TO WS-Att-Title
              PERFORM ODM640-Print-Att.
     PERFORM  ODM620-Owner THRU ODM629-Exit.
     GO       TO ODM610-Next.
*>
*>  The record the attachment belongs to, read on its own file by
*>   its own key - the place in the index is not disturbed.
*>
 ODM620-Owner.
     MOVE     "00" TO FS-REPLY.
     EVALUATE ATT-KIND
       WHEN   "FL"
              MOVE ATT-OWNER (1:12) TO FLT-Date-Time-Key
              READ FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
       WHEN   "PI"
              MOVE ATT-OWNER (1:15) TO PILOT-NAME
              READ PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
       WHEN   "AD"
              MOVE ATT-OWNER (1:6) TO DOC-AC-REG
              READ AIRCDOC-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
       WHEN   "TL"
              MOVE ATT-OWNER (1:10) TO TLG-KEY
              READ TECHLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
       WHEN   "EC"
              MOVE ATT-OWNER (1:6) TO CLM-NO
              READ EXPCLAIM-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
       WHEN   "IN"
              MOVE ATT-OWNER (1:6) TO INV-NO
              READ INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
     END-EVALUATE.
     IF       FS-REPLY = "00"
              GO TO ODM629-Exit.
     ADD      1 TO WS-Att-Unowned.
     MOVE     "record no longer on file" TO WS-Att-Title.
     PERFORM  ODM640-Print-Att.
 ODM629-Exit.  exit.
*>
*>  Every file in the store, looked up by name on the index.
*>
 ODM630-Store.
     PERFORM  ZT370-Attach-Store.
     MOVE     SPACES TO WS-Att-List-Name WS-Att-Command.
     STRING   FUNCTION TRIM (FLENV-Data-Dir) "/attach-files.tmp"
              DELIMITED BY SIZE INTO WS-Att-List-Name.
     STRING   "find " FUNCTION TRIM (WS-Att-Store) " -type f > "
              FUNCTION TRIM (WS-Att-List-Name) " 2>/dev/null"
              DELIMITED BY SIZE INTO WS-Att-Command.
     CALL     "SYSTEM" USING WS-Att-Command.
     MOVE     ZERO TO Return-Code.
     OPEN     INPUT ATTLIST-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODM650-Totals.
 ODM632-Next-File.
     READ     ATTLIST-FILE AT END  GO TO ODM635-Done.
     IF       ATTLIST-RECORD = SPACES
              GO TO ODM632-Next-File.
     ADD      1 TO WS-Att-Stored.
     MOVE     SPACES TO ATT-PATH.
     IF       ATTLIST-RECORD (1:WS-Att-Len) = WS-Att-Store (1:WS-Att-Len)
        AND   ATTLIST-RECORD (WS-Att-Len + 1:1) = "/"
              MOVE ATTLIST-RECORD (WS-Att-Len + 2:) TO ATT-PATH
              READ ATTACH-FILE KEY IS ATT-PATH
                   INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF   FS-REPLY = "00"
                   GO TO ODM632-Next-File
              END-IF
     END-IF.
     MOVE     ATTLIST-RECORD TO ATT-PATH.
     READ     ATTACH-FILE KEY IS ATT-PATH
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              GO TO ODM632-Next-File.
     ADD      1 TO WS-Att-Orphans.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "not referenced" TO PRINT-RECORD (1:14).
     MOVE     ATTLIST-RECORD (1:160) TO PRINT-RECORD (16:160).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODM632-Next-File.
*>
 ODM635-Done.
     CLOSE    ATTLIST-FILE.
     CALL     "CBL_DELETE_FILE" USING WS-Att-List-Name.
     MOVE     ZERO TO Return-Code.
     GO       TO ODM650-Totals.
*>
 ODM640-Print-Att.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     ATT-KIND  TO PRINT-RECORD (1:2).
     MOVE     ATT-OWNER TO PRINT-RECORD (4:20).
     MOVE     ATT-SEQ   TO PRINT-RECORD (25:3).
     MOVE     ATT-TYPE  TO PRINT-RECORD (29:4).
     MOVE     ATT-DESC  TO PRINT-RECORD (34:40).
     MOVE     ATT-PATH  TO PRINT-RECORD (75:80).
     MOVE     WS-Att-Title (1:28) TO PRINT-RECORD (156:28).
     WRITE    PRINT-RECORD AFTER 1.
*>
 ODM650-Totals.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Att-Total TO WS-Att-Num-Edit.
     STRING   "Attachments on the index  " WS-Att-Num-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  PRINT-RECORD (1:40) AT 0801 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Att-Lost TO WS-Att-Num-Edit.
     STRING   "  whose file is missing   " WS-Att-Num-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 0901 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Att-Unowned TO WS-Att-Num-Edit.
     STRING   "  whose record has gone   " WS-Att-Num-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1001 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Att-Stored TO WS-Att-Num-Edit.
     STRING   "Files in the store        " WS-Att-Num-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1101 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Att-Orphans TO WS-Att-Num-Edit.
     STRING   "  not referenced          " WS-Att-Num-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1201 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Attachment check written to report file" AT 1401.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 ODM699-Exit.  exit section.
*>
 ODN500-Defect-Review  SECTION.
*>============================
*>
*> Reviews the defect reports pilots queue through the defectsubmit
*>   CGI form into pendingdef.dat - one pipe-delimited line per report:
*>     reported-stamp|pilot|acreg|severity|defect text
*>   Each is shown to the duty engineer, who can (A)ccept it - severity
*>   and ATA chapter confirmed, then raised on TECHLOG-FILE with the
*>   next defect number (ZT310) the same way OT000 raises one, dated
*>   the day it was reported - or (R)eject it with a reason, or (S)kip
*>   it for later. Escape stops the review, leaving the rest queued.
*>   Accepts and rejects are appended to pendingdefsts.dat for the
*>   pilot to see on the form; skipped reports are carried forward
*>   through pendingdef.scr as CQ000 does for flights. Until reviewed,
*>   a queued severity A report shows the aircraft as reported
*>   unserviceable on the fleetstatus board.
*>
     move     zero to WS-PD-Any-Kept.
     move     "N"  to WS-PD-Stop.
     open     input PENDING-DEFECT-FILE.
     if       FS-Reply not = "00"
              display  FL215 at line ws-22-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              accept   ws-reply at line ws-22-Lines col 60
              display  space at line ws-22-Lines col 01 with erase eol
              go to ODN599-Exit.
     open     output PENDING-DEFECT-TEMP.
*>
 ODN510-Next-Report.
     read     PENDING-DEFECT-FILE next at end
              go to ODN590-Finish.
     if       PENDING-DEFECT-RECORD (1:10) = spaces
              go to ODN510-Next-Report.
     if       WS-PD-Stop = "Y"
              move  1 to WS-PD-Any-Kept
              write PENDING-DEFECT-TEMP-REC from PENDING-DEFECT-RECORD
              go to ODN510-Next-Report.
     move     spaces to WS-PD-LINE.
     unstring PENDING-DEFECT-RECORD delimited by "|"
              into WS-PD-Stamp WS-PD-Pilot WS-PD-AC-Reg WS-PD-Severity
                   WS-PD-Text
     end-unstring.
     perform  ODN520-Display-Report thru ODN529-Exit.
     go       to ODN510-Next-Report.
*>
 ODN520-Display-Report.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Web Defect Reports" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     display  "Reported       : " at 0401.
     display  WS-PD-Stamp (1:8)    at 0419.
     display  WS-PD-Stamp (9:2)    at 0428.
     display  ":"                  at 0430.
     display  WS-PD-Stamp (11:2)   at 0431.
     display  "Pilot          : " at 0501.
     display  WS-PD-Pilot          at 0519.
     display  "Aircraft       : " at 0601.
     display  WS-PD-AC-Reg         at 0619.
     display  "Severity       : " at 0701.
     display  WS-PD-Severity       at 0719.
     display  "(suggested by the pilot)" at 0721.
     display  "Defect         : " at 0801.
     display  WS-PD-Text           at 0819.
*>
     display  "(A)ccept  (R)eject  (S)kip  [ ]" at line ws-22-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     move     space to WS-PD-Reply.
     accept   WS-PD-Reply at line ws-22-Lines col 30.
     display  space at line ws-22-Lines col 01 with erase eol.
     if       Cob-Crt-Status = Cob-Scr-Esc
              move  "Y" to WS-PD-Stop
              move  1 to WS-PD-Any-Kept
              write PENDING-DEFECT-TEMP-REC from PENDING-DEFECT-RECORD
              go to ODN529-Exit.
     move     function upper-case (WS-PD-Reply) to WS-PD-Reply.
     if       WS-PD-Reply = "A"
              perform ODN530-Accept-Report thru ODN539-Exit
              go to ODN529-Exit.
     if       WS-PD-Reply = "R"
              display  "Reason for rejection [" at line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              display  "]" at line ws-23-Lines col 63 with foreground-color COB-COLOR-YELLOW
              move     spaces to WS-PD-Reason
              accept   WS-PD-Reason at line ws-23-Lines col 23
              display  space at line ws-23-Lines col 01 with erase eol
              inspect  WS-PD-Reason replacing all "|" by " "
              move     "REJECTED" to WS-PD-Decision
              move     spaces     to WS-PD-Defect-No
              perform  ODN537-Record-Decision thru ODN537-Exit
              go to ODN529-Exit.
     move     1 to WS-PD-Any-Kept.
     write    PENDING-DEFECT-TEMP-REC from PENDING-DEFECT-RECORD.
*>
 ODN529-Exit.  exit.
*>
 ODN530-Accept-Report.
*>
*> The engineer has the last word on severity and codes the ATA
*>   chapter; a report that cannot be raised stays queued.
*>
     if       WS-PD-AC-Reg = spaces
        or    WS-PD-Text   = spaces
              display FL006 at line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              accept  ws-reply at line ws-22-Lines col 60
              display space at line ws-22-Lines col 01 with erase eol
              move    1 to WS-PD-Any-Kept
              write   PENDING-DEFECT-TEMP-REC from PENDING-DEFECT-RECORD
              go to ODN539-Exit.
     move     WS-PD-Severity to WS-PD-Sev-In.
     if       WS-PD-Sev-In not = "A" and not = "B" and not = "C"
              move "C" to WS-PD-Sev-In.
     move     spaces to WS-Tlg-Ata-In.
     display  "Severity A/B/C [ ]  ATA chapter [  ]  (blank = not known)" at line ws-23-Lines col 01
              with foreground-color COB-COLOR-Yellow with erase eol.
     accept   WS-PD-Sev-In  at line ws-23-Lines col 17 with update.
     move     function upper-case (WS-PD-Sev-In) to WS-PD-Sev-In.
     if       WS-PD-Sev-In not = "A" and not = "B" and not = "C"
              move "C" to WS-PD-Sev-In.
     accept   WS-Tlg-Ata-In at line ws-23-Lines col 34 with update.
     display  space at line ws-23-Lines col 01 with erase eol.
*>
     move     WS-PD-AC-Reg   to WS-Tmp-Tlg-Reg.
     perform  ZT310-Next-Defect-No.
     move     WS-PD-AC-Reg   to TLG-AC-REG.
     move     WS-Tlg-Next-No to TLG-DEFECT-NO.
     if       WS-PD-Stamp (1:8) numeric
              move WS-PD-Stamp (1:8) to TLG-RAISED-DATE
     else
              move WS-Today to TLG-RAISED-DATE.
     move     "R"            to TLG-STATUS.
     move     WS-PD-Sev-In   to TLG-SEVERITY.
     move     zero           to TLG-DEFER-EXPIRY TLG-CLEARED-DATE.
     move     spaces         to TLG-CLEARED-BY.
     move     WS-PD-Text     to TLG-TEXT.
     move     WS-Tlg-Ata-In  to TLG-ATA.
     perform  ZT330-Check-Ata.
     write    TECHLOG-RECORD invalid key
              display FL004 at line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              accept  ws-reply at line ws-22-Lines col 60
              display space at line ws-22-Lines col 01 with erase eol
              move    1 to WS-PD-Any-Kept
              write   PENDING-DEFECT-TEMP-REC from PENDING-DEFECT-RECORD
              go to ODN539-Exit.
*>
     move     TLG-DEFECT-NO to WS-DISPLAY4.
     move     WS-DISPLAY4   to WS-PD-Defect-No.
     move     "ACCEPTED"    to WS-PD-Decision.
     move     spaces        to WS-PD-Reason.
     perform  ODN537-Record-Decision thru ODN537-Exit.
     display  "Tech log defect raised - number " at line ws-22-Lines col 01 with foreground-color COB-COLOR-GREEN with erase eol.
     display  WS-DISPLAY4 at line ws-22-Lines col 33 with foreground-color COB-COLOR-GREEN.
     accept   ws-reply at line ws-22-Lines col 60.
     display  space at line ws-22-Lines col 01 with erase eol.
     go       to ODN539-Exit.
*>
 ODN537-Record-Decision.
*>
*> Appends the decision to pendingdefsts.dat, read back by the form's
*>   "my defect reports" view - same open-extend idiom as CQ037.
*>   Reviewer is the logged-in user.
*>
     OPEN     EXTEND PENDING-DEFSTS-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT PENDING-DEFSTS-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODN537-Exit.
     MOVE     SPACES TO PENDING-DEFSTS-RECORD.
     STRING   WS-PD-Stamp                    "|"
              function trim (WS-PD-Pilot)    "|"
              function trim (WS-PD-AC-Reg)   "|"
              WS-PD-Severity                 "|"
              function trim (WS-PD-Decision) "|"
              function trim (WS-Cur-User)    "|"
              WS-PD-Defect-No                "|"
              function trim (WS-PD-Reason)   "|"
              WS-Today
              DELIMITED BY SIZE INTO PENDING-DEFSTS-RECORD
     END-STRING.
     WRITE    PENDING-DEFSTS-RECORD.
     CLOSE    PENDING-DEFSTS-FILE.
*>
 ODN537-Exit.  exit.
*>
 ODN539-Exit.  exit.
*>
 ODN590-Finish.
     close    PENDING-DEFECT-FILE.
     close    PENDING-DEFECT-TEMP.
*>
*> pendingdef.scr holds only the reports carried forward - swap it in
*>   as the new pendingdef.dat, as CQ090 does for the flight queue.
*>
     call     "CBL_DELETE_FILE" using "pendingdef.dat".
     if       WS-PD-Some-Kept
              open  input  PENDING-DEFECT-TEMP
              open  output PENDING-DEFECT-FILE
              perform  ODN595-Copy-Kept thru ODN596-Exit
              close  PENDING-DEFECT-TEMP
              close  PENDING-DEFECT-FILE
     end-if.
     call     "CBL_DELETE_FILE" using "pendingdef.scr".
     display  "Web defect reports reviewed" at line ws-22-Lines col 01 with erase eol.
     accept   ws-reply at line ws-22-Lines col 42.
     display  space at line ws-22-Lines col 01 with erase eol.
     go       to ODN599-Exit.
*>
 ODN595-Copy-Kept.
     read     PENDING-DEFECT-TEMP next at end
              go to ODN596-Exit.
     write    PENDING-DEFECT-RECORD from PENDING-DEFECT-TEMP-REC.
     go       to ODN595-Copy-Kept.
*>
 ODN596-Exit.  exit.
*>
 ODN599-Exit.  exit section.
*>
 ODO500-Briefing-Pack  SECTION.
*>=============================
*>
*> Pre-trip briefing pack - one printed sheet each for the departure
*>   and the destination, bringing together what is otherwise spread
*>   over five files: operating hours, PPR and curfew off the airfield
*>   record with the open / closed state at the planned time; every
*>   runway with its length and surface against the type's W&B
*>   minimum; the fee schedule and fuel price in force on the date;
*>   and any fee accruals still disputed (OG500). The destination
*>   sheet goes on to list the diversion alternates within the
*>   radius asked for, nearest first. An alternate is suitable when a
*>   runway meets WB-MIN-RWY and it is open at its own ETA - the
*>   destination ETA plus the diversion leg at the type's TAS. With
*>   a minimum on file an alternate with no runway records is not
*>   counted suitable; one with no hours recorded is, marked so.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Airfield Briefing Pack" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Departure [    ]  Destination [    ]  Date [ccyymmdd]  Off-blocks UTC [hh.mm]"
              AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Aircraft type [        ]  Alternates within [   ] nm"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Brf-From WS-Brf-To WS-Brf-Type.
*>
 ODO510-Get-From.
     ACCEPT   WS-Brf-From AT 0612 with update.
     move     function upper-case (WS-Brf-From) to WS-Brf-From.
     IF       WS-Brf-From = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODO599-Exit.
     MOVE     WS-Brf-From TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
              DISPLAY FL023 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODO510-Get-From.
     DISPLAY  SPACE AT 1001 with erase eol.
*>
 ODO512-Get-To.
     ACCEPT   WS-Brf-To AT 0632 with update.
     move     function upper-case (WS-Brf-To) to WS-Brf-To.
     IF       WS-Brf-To = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODO599-Exit.
     MOVE     WS-Brf-To TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
              DISPLAY FL023 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODO512-Get-To.
     DISPLAY  SPACE AT 1001 with erase eol.
*>
 ODO514-Get-Date.
     MOVE     WS-Today TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0645 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODO599-Exit.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODO514-Get-Date.
     DISPLAY  SPACE AT 1001 with erase eol.
     MOVE     WS-Test-Intl TO WS-Brf-Date.
*>
 ODO516-Get-Time.
     move     zeros to WSE-Time.
     ACCEPT   WSF-TIME AT 0672 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODO599-Exit.
     PERFORM  ZF000-CONVERT-LOGBK-TIME.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODO516-Get-Time.
     MOVE     WSH-TIME TO WS-Brf-Dep-Mins.
*>
     ACCEPT   WS-Brf-Type AT 0816 with update.
     move     function upper-case (WS-Brf-Type) to WS-Brf-Type.
     IF       WS-Brf-Type = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODO599-Exit.
     MOVE     50 TO WS-Brf-Radius.
     ACCEPT   WS-Brf-Radius AT 0846 with update.
     IF       WS-Brf-Radius = ZERO
              MOVE 50 TO WS-Brf-Radius.
*>
*>  Runway minimum and cruise speed for the type - either may be
*>   missing, the pack is still printed with what there is.
*>
     MOVE     ZERO TO WS-Brf-Min-Rwy WS-Brf-Tas.
     MOVE     WS-Brf-Type TO WB-AC-TYPE.
     READ     WBDATUM-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE WB-MIN-RWY TO WS-Brf-Min-Rwy.
     MOVE     WS-Brf-Type TO CRU-AC-TYPE.
     READ     CRUISE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE CRU-TAS TO WS-Brf-Tas.
     IF       WS-Brf-Tas = ZERO
              DISPLAY FL216 AT LINE ws-22-Lines COL 01 WITH foreground-color COB-COLOR-YELLOW WITH ERASE EOL
              ACCEPT  WS-Reply AT LINE ws-22-Lines COL 60
              DISPLAY SPACE AT LINE ws-22-Lines COL 01 WITH ERASE EOL.
*>
*>  Route distance and EET as OF530 works them out for the FPL.
*>
     MOVE     ZERO TO WS-Brf-Route-Dist WS-Brf-EET-Mins.
     MOVE     WS-Brf-From TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     MOVE     AFLD-Latitude  TO WS-GC-Lat1.
     MOVE     AFLD-Longitude TO WS-GC-Lon1.
     MOVE     WS-Brf-To TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     MOVE     AFLD-Latitude  TO WS-Brf-Dest-Lat WS-GC-Lat2.
     MOVE     AFLD-Longitude TO WS-Brf-Dest-Lon WS-GC-Lon2.
     IF       (WS-GC-Lat1 NOT = ZERO OR WS-GC-Lon1 NOT = ZERO)
        AND   (WS-GC-Lat2 NOT = ZERO OR WS-GC-Lon2 NOT = ZERO)
              PERFORM ZU000-Calc-Distance
              MOVE WS-GC-Distance TO WS-Brf-Route-Dist
              IF  WS-Brf-Tas NOT = ZERO
                  COMPUTE WS-Brf-EET-Mins ROUNDED =
                          WS-GC-Distance * 60 / WS-Brf-Tas
              END-IF.
     COMPUTE  WS-Brf-Eta-Mins = WS-Brf-Dep-Mins + WS-Brf-EET-Mins.
*>
     MOVE     "DEPARTURE"      TO WS-Brf-Role.
     MOVE     WS-Brf-From      TO WS-Brf-Icao.
     MOVE     WS-Brf-Date      TO WS-Brf-At-Date.
     MOVE     WS-Brf-Dep-Mins  TO WS-Brf-At-Mins.
     PERFORM  ODO600-Airfield-Sheet thru ODO699-Exit.
     MOVE     "DESTINATION"    TO WS-Brf-Role.
     MOVE     WS-Brf-To        TO WS-Brf-Icao.
     MOVE     WS-Brf-Date      TO WS-Brf-At-Date.
     MOVE     WS-Brf-Eta-Mins  TO WS-Brf-At-Mins.
     PERFORM  ODO600-Airfield-Sheet thru ODO699-Exit.
     PERFORM  ODO700-Alternates thru ODO799-Exit.
*>
     DISPLAY  "Briefing pack written to report file" AT 1201.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODO599-Exit.
*>
 ODO600-Airfield-Sheet.
*>
*> One sheet for the airfield in WS-Brf-Icao at the UTC time in
*>   WS-Brf-At-Date / -Mins, headed with the trip.
*>
     MOVE     WS-Brf-Icao TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     PERFORM  ZU300-Afld-Status.
*>
     MOVE     "=================================================================" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "AIRFIELD BRIEFING - " WS-Brf-Role "  " ICAO-CODE
              "  " AFLD-Name
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "=================================================================" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Trip " WS-Brf-From " - " WS-Brf-To "   Type " WS-Brf-Type
              "   Date " WS-Brf-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Brf-EET-Mins NOT = ZERO
              MOVE WS-Brf-Route-Dist TO WS-Brf-Dist
              DIVIDE WS-Brf-EET-Mins BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE "." TO WSF-DOT
              STRING "Distance " WS-Brf-Dist " nm   EET " WSF-TIME
                     " at " WS-Brf-Tas " kt"
                     DELIMITED BY SIZE INTO PRINT-RECORD
     ELSE
              MOVE "Distance / EET not known - no coordinates or cruise speed for the type"
                     TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     AFLD-Latitude   TO WS-Brf-Deg.
     MOVE     AFLD-Longitude  TO WS-Brf-Deg2.
     MOVE     AFLD-UTC-Offset TO WS-Brf-Offset.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Country " AFLD-Country "   Lat " WS-Brf-Deg
              "   Long " WS-Brf-Deg2 "   UTC offset " WS-Brf-Offset " min"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DIVIDE   WS-Brf-Utc BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSF-TIME TO WS-Brf-Time1.
     DIVIDE   WS-Ahr-Local BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     WSF-TIME TO WS-Brf-Time2.
     IF       WS-Brf-Role = "DEPARTURE"
              MOVE "Off-blocks" TO WS-Brf-Text
     ELSE
              MOVE "ETA"        TO WS-Brf-Text.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   WS-Brf-Text DELIMITED BY SPACE
              " " WS-Brf-Time1 " UTC " WS-Brf-Day
              " - local " WS-Brf-Time2 " " ZR-Weekday
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     "OPERATING HOURS (local time)" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     IF       AFLD-Open-WD = ZERO AND AFLD-Close-WD = ZERO
        AND   AFLD-Open-WE = ZERO AND AFLD-Close-WE = ZERO
              MOVE "  Hours not recorded" TO PRINT-RECORD
     ELSE
              DIVIDE AFLD-Open-WD BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE WSF-TIME TO WS-Brf-Time1
              DIVIDE AFLD-Close-WD BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE WSF-TIME TO WS-Brf-Time2
              DIVIDE AFLD-Open-WE BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE WSF-TIME TO WS-Brf-Time3
              DIVIDE AFLD-Close-WE BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE WSF-TIME TO WS-Brf-Time4
              MOVE SPACES TO PRINT-RECORD
              STRING "  Weekdays " WS-Brf-Time1 " - " WS-Brf-Time2
                     "   Weekends " WS-Brf-Time3 " - " WS-Brf-Time4
                     DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     IF       AFLD-Curfew-From = ZERO AND AFLD-Curfew-To = ZERO
              MOVE "  No curfew" TO PRINT-RECORD
     ELSE
              DIVIDE AFLD-Curfew-From BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE WSF-TIME TO WS-Brf-Time1
              DIVIDE AFLD-Curfew-To BY 60 GIVING WSF-HH REMAINDER WSF-MM
              MOVE WSF-TIME TO WS-Brf-Time2
              STRING "  Curfew " WS-Brf-Time1 " - " WS-Brf-Time2
                     DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     IF       AFLD-PPR = "Y"
              MOVE "  PPR - prior permission required" TO PRINT-RECORD
     ELSE
              MOVE "  PPR not required" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     IF       WS-Brf-Open
              MOVE "  At the planned time : OPEN" TO PRINT-RECORD.
     IF       WS-Brf-Closed
              MOVE "  At the planned time : CLOSED - outside operating hours" TO PRINT-RECORD.
     IF       WS-Brf-Curfew
              MOVE "  At the planned time : CURFEW in force" TO PRINT-RECORD.
     IF       WS-Brf-No-Hours
              MOVE "  At the planned time : no hours recorded for the day" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Brf-Min-Rwy = ZERO
              MOVE "RUNWAYS   (no runway minimum on file for the type)" TO PRINT-RECORD
     ELSE
              MOVE WS-Brf-Min-Rwy TO WS-Brf-Len
              STRING "RUNWAYS   (type minimum " WS-Brf-Len " m)"
                     DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Y" TO WS-Brf-List-Rwys.
     PERFORM  ODO800-Runways thru ODO809-Exit.
     IF       WS-Rwy-Any = ZERO
              MOVE "  No runway records" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
*>
     MOVE     WS-Brf-Icao TO WS-Fee-Icao.
     MOVE     WS-Brf-Day  TO WS-Fee-Date.
     PERFORM  ZT100-Lookup-Fee.
     MOVE     SPACES TO PRINT-RECORD.
     IF       ERROR-CODE = 1
              MOVE WS-Fee-Landing  TO WS-Brf-Amount
              MOVE WS-Fee-Handling TO WS-Brf-Amount2
              STRING "FEES      landing " WS-Brf-Amount
                     "   handling " WS-Brf-Amount2
                     DELIMITED BY SIZE INTO PRINT-RECORD
     ELSE
              MOVE "FEES      no fee schedule on file for the date" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     WS-Brf-Icao TO WS-FP-Icao.
     MOVE     WS-Brf-Day  TO WS-FP-Date.
     PERFORM  ZT000-Lookup-Fuel-Price.
     MOVE     SPACES TO PRINT-RECORD.
     IF       ERROR-CODE = 1
              MOVE WS-FP-Price TO WS-Brf-Amount
              STRING "FUEL      latest price " WS-Brf-Amount " per litre"
                     DELIMITED BY SIZE INTO PRINT-RECORD
     ELSE
              MOVE "FUEL      no fuel price on file" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     PERFORM  ODO850-Disputes thru ODO859-Exit.
*>
 ODO699-Exit.  exit.
*>
 ODO700-Alternates.
*>
*> Sweeps the airfield file for every airfield with coordinates
*>   within WS-Brf-Radius of the destination, kept nearest first in
*>   WST-Brf-Alt - past the table size only the nearest are kept.
*>
     MOVE     ZERO TO WS-Brf-Alt-Count WS-Brf-Alt-Dropped WS-Brf-Suitable.
     MOVE     WS-Brf-Radius TO WS-Brf-Count.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "DIVERSION ALTERNATES WITHIN " WS-Brf-Count " NM OF " WS-Brf-To
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Brf-Dest-Lat = ZERO AND WS-Brf-Dest-Lon = ZERO
              MOVE "  Destination has no coordinates - alternates cannot be found" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              GO TO ODO799-Exit.
     START    AIRFIELD-FILE FIRST
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODO730-Print.
*>
 ODO710-Next-Afld.
     READ     AIRFIELD-FILE NEXT RECORD AT END
              GO TO ODO730-Print.
     IF       ICAO-CODE = WS-Brf-To
              GO TO ODO710-Next-Afld.
     IF       AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO
              GO TO ODO710-Next-Afld.
     MOVE     WS-Brf-Dest-Lat TO WS-GC-Lat1.
     MOVE     WS-Brf-Dest-Lon TO WS-GC-Lon1.
     MOVE     AFLD-Latitude   TO WS-GC-Lat2.
     MOVE     AFLD-Longitude  TO WS-GC-Lon2.
     PERFORM  ZU000-Calc-Distance.
     IF       WS-GC-Distance > WS-Brf-Radius
              GO TO ODO710-Next-Afld.
     IF       WS-Brf-Alt-Count = WS-Brf-Alt-Max
        AND   WS-GC-Distance NOT < WST-Alt-Dist (WS-Brf-Alt-Max)
              ADD 1 TO WS-Brf-Alt-Dropped
              GO TO ODO710-Next-Afld.
*>
     MOVE     WS-Brf-Date     TO WS-Brf-At-Date.
     MOVE     WS-Brf-Eta-Mins TO WS-Brf-At-Mins.
     IF       WS-Brf-Tas NOT = ZERO
              COMPUTE WS-Brf-At-Mins ROUNDED = WS-Brf-Eta-Mins
                      + (WS-GC-Distance * 60 / WS-Brf-Tas).
     PERFORM  ZU300-Afld-Status.
     MOVE     ICAO-CODE TO WS-Brf-Icao.
     MOVE     "N" TO WS-Brf-List-Rwys.
     PERFORM  ODO800-Runways thru ODO809-Exit.
*>
     MOVE     "SUITABLE" TO WS-Brf-Text.
     IF       WS-Brf-Min-Rwy NOT = ZERO AND WS-Rwy-Any = ZERO
              MOVE "NO RUNWAY DATA" TO WS-Brf-Text
              GO TO ODO720-Insert.
     IF       WS-Brf-Min-Rwy NOT = ZERO AND WS-Rwy-Longest < WS-Brf-Min-Rwy
              MOVE "RUNWAY TOO SHORT" TO WS-Brf-Text
              GO TO ODO720-Insert.
     IF       WS-Brf-Closed
              MOVE "CLOSED AT ETA" TO WS-Brf-Text
              GO TO ODO720-Insert.
     IF       WS-Brf-Curfew
              MOVE "CURFEW AT ETA" TO WS-Brf-Text.
*>
 ODO720-Insert.
     IF       WS-Brf-Alt-Count = WS-Brf-Alt-Max
              ADD 1 TO WS-Brf-Alt-Dropped
              SUBTRACT 1 FROM WS-Brf-Alt-Count.
     ADD      1 TO WS-Brf-Alt-Count.
     MOVE     WS-Brf-Alt-Count TO WS-Brf-Alt-Ins.
*>
 ODO722-Shift.
     IF       WS-Brf-Alt-Ins = 1
              GO TO ODO724-Place.
     IF       WST-Alt-Dist (WS-Brf-Alt-Ins - 1) NOT > WS-GC-Distance
              GO TO ODO724-Place.
     MOVE     WST-Brf-Alt (WS-Brf-Alt-Ins - 1) TO WST-Brf-Alt (WS-Brf-Alt-Ins).
     SUBTRACT 1 FROM WS-Brf-Alt-Ins.
     GO       TO ODO722-Shift.
*>
 ODO724-Place.
     MOVE     ICAO-CODE        TO WST-Alt-Icao    (WS-Brf-Alt-Ins).
     MOVE     AFLD-Name        TO WST-Alt-Name    (WS-Brf-Alt-Ins).
     MOVE     WS-GC-Distance   TO WST-Alt-Dist    (WS-Brf-Alt-Ins).
     MOVE     WS-Brf-Utc       TO WST-Alt-Eta     (WS-Brf-Alt-Ins).
     MOVE     WS-Rwy-Longest   TO WST-Alt-Rwy     (WS-Brf-Alt-Ins).
     MOVE     WS-Brf-Surface   TO WST-Alt-Surface (WS-Brf-Alt-Ins).
     MOVE     AFLD-PPR         TO WST-Alt-PPR     (WS-Brf-Alt-Ins).
     MOVE     WS-Brf-Status    TO WST-Alt-Status  (WS-Brf-Alt-Ins).
     MOVE     WS-Brf-Text      TO WST-Alt-Verdict (WS-Brf-Alt-Ins).
     GO       TO ODO710-Next-Afld.
*>
 ODO730-Print.
     IF       WS-Brf-Alt-Count = ZERO
              MOVE "  None within the radius" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              GO TO ODO799-Exit.
     MOVE     "  ICAO Name                      Dist  ETA UTC  Rwy m Sfc PPR Hours  Verdict"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     1 TO WS-Brf-Alt-Sub.
*>
 ODO732-Print-Alt.
     IF       WS-Brf-Alt-Sub > WS-Brf-Alt-Count
              GO TO ODO736-Totals.
     IF       WST-Alt-Verdict (WS-Brf-Alt-Sub) = "SUITABLE"
              ADD 1 TO WS-Brf-Suitable.
     MOVE     WST-Alt-Dist (WS-Brf-Alt-Sub) TO WS-Brf-Dist.
     DIVIDE   WST-Alt-Eta (WS-Brf-Alt-Sub) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WST-Alt-Rwy (WS-Brf-Alt-Sub) TO WS-Brf-Len.
     IF       WST-Alt-Status (WS-Brf-Alt-Sub) = "O"
              MOVE "OPEN" TO WS-Brf-Time1.
     IF       WST-Alt-Status (WS-Brf-Alt-Sub) = "C"
              MOVE "SHUT" TO WS-Brf-Time1.
     IF       WST-Alt-Status (WS-Brf-Alt-Sub) = "F"
              MOVE "CURF" TO WS-Brf-Time1.
     IF       WST-Alt-Status (WS-Brf-Alt-Sub) = "U"
              MOVE "N/R"  TO WS-Brf-Time1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " WST-Alt-Icao (WS-Brf-Alt-Sub)
              " "  WST-Alt-Name (WS-Brf-Alt-Sub)
              " "  WS-Brf-Dist
              "  " WSF-TIME
              "    " WS-Brf-Len
              "  "  WST-Alt-Surface (WS-Brf-Alt-Sub)
              "   " WST-Alt-PPR (WS-Brf-Alt-Sub)
              "   " WS-Brf-Time1
              "  " WST-Alt-Verdict (WS-Brf-Alt-Sub)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      1 TO WS-Brf-Alt-Sub.
     GO       TO ODO732-Print-Alt.
*>
 ODO736-Totals.
     MOVE     WS-Brf-Suitable  TO WS-Brf-Count.
     MOVE     WS-Brf-Alt-Count TO WS-Brf-Count2.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " WS-Brf-Count " suitable of " WS-Brf-Count2 " listed"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Brf-Alt-Dropped NOT = ZERO
              MOVE WS-Brf-Alt-Dropped TO WS-Brf-Count
              MOVE SPACES TO PRINT-RECORD
              STRING "  " WS-Brf-Count " further airfields in the radius not listed - nearest only"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     IF       WS-Brf-Tas = ZERO
              MOVE "  No cruise speed for the type - alternates checked at the destination ETA"
                     TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
*>
 ODO799-Exit.  exit.
*>
 ODO800-Runways.
*>
*> Runways on file for WS-Brf-Icao - longest length and its surface
*>   in WS-Rwy-Longest / WS-Brf-Surface, one printed line each when
*>   WS-Brf-List-Rwys = Y. Same walk of the file as CA245.
*>
     MOVE     ZERO TO WS-Rwy-Longest WS-Rwy-Any.
     MOVE     SPACE TO WS-Brf-Surface.
     MOVE     WS-Brf-Icao TO RWY-ICAO.
     MOVE     SPACES TO RWY-DESIG.
     START    RUNWAY-FILE KEY NOT < RWY-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODO809-Exit.
*>
 ODO802-Next-Rwy.
     READ     RUNWAY-FILE NEXT RECORD AT END  GO TO ODO809-Exit.
     IF       RWY-ICAO NOT = WS-Brf-Icao
              GO TO ODO809-Exit.
     MOVE     1 TO WS-Rwy-Any.
     IF       RWY-LENGTH > WS-Rwy-Longest
              MOVE RWY-LENGTH  TO WS-Rwy-Longest
              MOVE RWY-SURFACE TO WS-Brf-Surface.
     IF       WS-Brf-List-Rwys NOT = "Y"
              GO TO ODO802-Next-Rwy.
     MOVE     RWY-LENGTH TO WS-Brf-Len.
     IF       RWY-SURFACE = "G"
              MOVE "grass" TO WS-Brf-Text
     ELSE
      IF      RWY-SURFACE = "A"
              MOVE "hard" TO WS-Brf-Text
      ELSE
              MOVE RWY-SURFACE TO WS-Brf-Text.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  Runway " RWY-DESIG "   " WS-Brf-Len " m   " WS-Brf-Text (1:6)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     IF       WS-Brf-Min-Rwy NOT = ZERO
        AND   RWY-LENGTH < WS-Brf-Min-Rwy
              MOVE "below the type minimum" TO PRINT-RECORD (34:).
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODO802-Next-Rwy.
*>
 ODO809-Exit.  exit.
*>
 ODO850-Disputes.
*>
*> Fee accruals at WS-Brf-Icao still marked disputed (D) by the
*>   statement matching (OG500) - worth raising on the day.
*>
     MOVE     ZERO TO WS-Brf-Disp-Count WS-Brf-Disp-Total.
     MOVE     "DISPUTED FEES" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     OPEN     INPUT FEEACCRUAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODO856-Done.
*>
 ODO852-Next-Accrual.
     READ     FEEACCRUAL-FILE AT END
              CLOSE FEEACCRUAL-FILE
              GO TO ODO856-Done.
     IF       FAC-ICAO NOT = WS-Brf-Icao
        OR    FAC-MATCH NOT = "D"
              GO TO ODO852-Next-Accrual.
     ADD      1 TO WS-Brf-Disp-Count.
     ADD      FAC-TOTAL TO WS-Brf-Disp-Total.
     MOVE     FAC-TOTAL TO WS-Brf-Amount.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " FAC-DATE "  " FAC-REG "  " WS-Brf-Amount
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODO852-Next-Accrual.
*>
 ODO856-Done.
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Brf-Disp-Count = ZERO
              MOVE "  None open" TO PRINT-RECORD
     ELSE
              MOVE WS-Brf-Disp-Count TO WS-Brf-Count
              MOVE WS-Brf-Disp-Total TO WS-Brf-Amount
              STRING "  " WS-Brf-Count " disputed, total " WS-Brf-Amount
                     DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
 ODO859-Exit.  exit.
*>
 ODO599-Exit.  exit section.
*>
 ODP500-Maintain-Assets  SECTION.
*>===============================
*>
*> Maintains the fixed-asset register - one record per aircraft (AF)
*>   and per capitalised engine or propeller overhaul, holding cost,
*>   acquisition date, residual value and the depreciation method:
*>   straight-line over a life in months or per flying hour over a
*>   life in hours. Depreciation to date and the last month charged
*>   can be keyed for an asset brought onto the register part-used;
*>   after that the monthly run (ODP600) keeps them.
*>
 ODP520-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Fixed Asset Maintenance" AT 0126 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "(S)et  (D)elete  (V)iew  e(X)it [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT 0634 with auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODP599-Exit.
     IF       MENU-REPLY = "V"
              PERFORM ODP560-View THRU ODP569-Exit
              GO TO ODP520-Menu.
     IF       MENU-REPLY NOT = "S" AND NOT = "D"
              GO TO ODP520-Menu.
     IF       MENU-REPLY = "D"
              PERFORM ZV000-Check-Supervisor
              IF  Return-Code NOT = ZERO
                  MOVE ZERO TO Return-Code
                  GO TO ODP520-Menu
              END-IF.
*>
     DISPLAY  "Registration [      ]  Component [  ]  (AF = the aircraft itself)"
              AT 0801 WITH foreground-color COB-COLOR-Yellow with erase eos.
     MOVE     SPACES TO WS-Ast-Reg WS-Ast-Comp.
     ACCEPT   WS-Ast-Reg AT 0815 with update.
     move     function upper-case (WS-Ast-Reg) to WS-Ast-Reg.
     IF       WS-Ast-Reg = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODP520-Menu.
     MOVE     "AF" TO WS-Ast-Comp.
     ACCEPT   WS-Ast-Comp AT 0835 with update.
     move     function upper-case (WS-Ast-Comp) to WS-Ast-Comp.
     IF       WS-Ast-Comp = SPACES
              MOVE "AF" TO WS-Ast-Comp.
*>
     MOVE     WS-Ast-Reg  TO AST-AC-REG.
     MOVE     WS-Ast-Comp TO AST-COMP.
     IF       MENU-REPLY = "D"
              DELETE ASSET-FILE INVALID KEY
                     DISPLAY FL217 AT 1001 with foreground-color COB-COLOR-RED
                     ACCEPT WS-Reply AT 1061
              END-DELETE
              GO TO ODP520-Menu.
*>
     MOVE     "Y" TO WS-Ast-Found.
     READ     ASSET-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "N" TO WS-Ast-Found
              MOVE SPACES TO AST-DESC
              MOVE ZERO   TO AST-COST AST-RESIDUAL AST-LIFE AST-ACCUM
                             AST-LAST-MONTH
              MOVE WS-Today TO AST-ACQ-DATE
              MOVE "S"      TO AST-METHOD
              IF  WS-Ast-Comp = "AF"
                  MOVE "A" TO AST-KIND
              ELSE
                  MOVE "E" TO AST-KIND
              END-IF.
     MOVE     WS-Ast-Reg  TO AST-AC-REG.
     MOVE     WS-Ast-Comp TO AST-COMP.
*>
     DISPLAY  "Kind A/E/P            [ ]  (A aircraft, E engine, P propeller overhaul)" AT 1001
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Description           [                              ]" AT 1101
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Cost                  [         ]" AT 1201 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Acquired              [ccyymmdd]"  AT 1301 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Residual value        [         ]" AT 1401 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Method S/H            [ ]  (S straight-line, H per flying hour)" AT 1501
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Life months/hours     [     ]"     AT 1601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Depreciated to date   [         ]" AT 1701 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Last month charged    [ccyymm]"    AT 1801 WITH foreground-color COB-COLOR-Yellow.
*>
 ODP530-Fields.
     ACCEPT   AST-KIND AT 1024 with update.
     move     function upper-case (AST-KIND) to AST-KIND.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODP520-Menu.
     ACCEPT   AST-DESC AT 1124 with update.
     MOVE     AST-COST TO WS-Acct-Amount.
     PERFORM  ZG050-RESTORE-AMOUNT.
     ACCEPT   WSN-AMT AT 1224 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODP530-Fields.
     MOVE     WS-Acct-Amount TO AST-COST.
     MOVE     AST-ACQ-DATE TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 1324 with update.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODP530-Fields.
     MOVE     WS-Test-Intl TO AST-ACQ-DATE.
     MOVE     AST-RESIDUAL TO WS-Acct-Amount.
     PERFORM  ZG050-RESTORE-AMOUNT.
     ACCEPT   WSN-AMT AT 1424 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODP530-Fields.
     MOVE     WS-Acct-Amount TO AST-RESIDUAL.
     ACCEPT   AST-METHOD AT 1524 with update.
     move     function upper-case (AST-METHOD) to AST-METHOD.
     ACCEPT   AST-LIFE AT 1624 with update.
     MOVE     AST-ACCUM TO WS-Acct-Amount.
     PERFORM  ZG050-RESTORE-AMOUNT.
     ACCEPT   WSN-AMT AT 1724 with update.
     PERFORM  ZF050-CONVERT-AMOUNT.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODP530-Fields.
     MOVE     WS-Acct-Amount TO AST-ACCUM.
     ACCEPT   AST-LAST-MONTH AT 1824 with update.
*>
     IF       (AST-KIND NOT = "A" AND NOT = "E" AND NOT = "P")
        OR    (AST-METHOD NOT = "S" AND NOT = "H")
        OR    AST-COST = ZERO
        OR    AST-LIFE NOT NUMERIC OR AST-LIFE = ZERO
        OR    AST-RESIDUAL NOT < AST-COST
        OR    AST-ACCUM > AST-COST - AST-RESIDUAL
        OR    AST-LAST-MONTH NOT NUMERIC
              DISPLAY FL218 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODP530-Fields.
     IF       AST-LAST-MONTH NOT = ZERO
        AND   (AST-LAST-MONTH < 190001 OR > 219912
           OR  AST-LAST-MONTH (5:2) < "01" OR > "12")
              DISPLAY FL066 AT 2001 with foreground-color COB-COLOR-RED
              GO TO ODP530-Fields.
     DISPLAY  SPACE AT 2001 with erase eol.
*>
     IF       WS-Ast-Found = "Y"
              REWRITE ASSET-RECORD INVALID KEY CONTINUE END-REWRITE
     ELSE
              WRITE ASSET-RECORD INVALID KEY CONTINUE END-WRITE.
     GO       TO ODP520-Menu.
*>
 ODP560-View.
     DISPLAY  SPACE at 0801 with erase eos.
     DISPLAY  "Reg    Cp K Description                   Cost Depreciated  Book value  M  Life"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
     START    ASSET-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODP569-Exit.
 ODP562-Next.
     READ     ASSET-FILE NEXT RECORD AT END  GO TO ODP568-Wait.
     COMPUTE  WS-Ast-NBV = AST-COST - AST-ACCUM.
     MOVE     AST-COST    TO WS-Ast-Amt1.
     MOVE     AST-ACCUM   TO WS-Ast-Amt2.
     MOVE     WS-Ast-NBV  TO WS-Ast-Amt3.
     MOVE     AST-LIFE    TO WS-Ast-Life-Disp.
     DISPLAY  AST-AC-REG       AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  AST-COMP         AT LINE LINE-CNT COL 08 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  AST-KIND         AT LINE LINE-CNT COL 11 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  AST-DESC (1:22)  AT LINE LINE-CNT COL 13 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Ast-Amt1      AT LINE LINE-CNT COL 36 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Ast-Amt2      AT LINE LINE-CNT COL 48 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Ast-Amt3      AT LINE LINE-CNT COL 60 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  AST-METHOD       AT LINE LINE-CNT COL 73 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Ast-Life-Disp AT LINE LINE-CNT COL 75 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO ODP562-Next.
 ODP568-Wait.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
 ODP569-Exit.  exit.
*>
 ODP599-Exit.  exit section.
*>
 ODP600-Depreciation-Run  SECTION.
*>================================
*>
*> Monthly depreciation run for a completed month. Per-hour assets
*>   take their share of (cost - residual) / life hours for the block
*>   hours their registration flew that month off the flight file;
*>   straight-line assets take (cost - residual) / life months. No
*>   charge takes an asset below its residual value, none is made
*>   before the month of acquisition, and an asset already charged
*>   for the month (AST-LAST-MONTH) is not charged again - so the run
*>   can be repeated safely. Each charge is appended to depn.dat for
*>   OA000 and printed on the run report. Supervisor only.
*>
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO ODP699-Exit.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Monthly Depreciation Run" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Month to depreciate [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 ODP610-Get-Month.
     MOVE     WS-Today (1:6) TO WS-Ast-Month.
     SUBTRACT 1 FROM WS-Ast-Month.
     IF       WS-Ast-Month (5:2) = "00"
              SUBTRACT 88 FROM WS-Ast-Month.
     ACCEPT   WS-Ast-Month AT 0622 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODP699-Exit.
     IF       WS-Ast-Month < 190001 or > 219912
        or    WS-Ast-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO ODP610-Get-Month.
     IF       WS-Ast-Month NOT < WS-Today (1:6)
              DISPLAY FL219 AT 0801 with foreground-color COB-COLOR-RED
              GO TO ODP610-Get-Month.
     DISPLAY  SPACE AT 0801 with erase eol.
*>
*>  Block minutes per registration for the month - the OA000 sum.
*>
     MOVE     ZERO   TO WST-Ast-Size WS-Ast-Charged WS-Ast-Already
                        WS-Ast-Run-Total.
     MOVE     SPACES TO WST-Ast-Table.
     COMPUTE  FLT-DATE = (WS-Ast-Month * 100) + 1.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODP630-Assets.
*>
 ODP620-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO ODP630-Assets.
     IF       FLT-DATE (1:6) > WS-Ast-Month
              GO TO ODP630-Assets.
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
     SET      QQAS TO 1.
     SEARCH   WST-Ast-Groups AT END
              IF  WST-Ast-Size < WST-Ast-Max
                  ADD  1 TO WST-Ast-Size
                  MOVE FLT-AC-REG  TO WST-Ast-Reg  (WST-Ast-Size)
                  MOVE WS-Pln-Mins TO WST-Ast-Mins (WST-Ast-Size)
              END-IF
              WHEN WST-Ast-Reg (QQAS) = FLT-AC-REG
                   ADD WS-Pln-Mins TO WST-Ast-Mins (QQAS).
     GO       TO ODP620-Read-Flitelog.
*>
 ODP630-Assets.
     OPEN     EXTEND DEPN-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT DEPN-FILE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "MONTHLY DEPRECIATION RUN - month " WS-Ast-Month
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Reg    Cp Description                    M    Hours      Charge  Book value" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     START    ASSET-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODP680-Totals.
*>
 ODP640-Next-Asset.
     READ     ASSET-FILE NEXT RECORD AT END  GO TO ODP680-Totals.
     IF       AST-ACQ-DATE (1:6) > WS-Ast-Month
              GO TO ODP640-Next-Asset.
     IF       AST-LAST-MONTH NOT < WS-Ast-Month
              ADD 1 TO WS-Ast-Already
              GO TO ODP640-Next-Asset.
     COMPUTE  WS-Ast-Remain = AST-COST - AST-RESIDUAL - AST-ACCUM.
     IF       WS-Ast-Remain NOT > ZERO
           OR AST-LIFE = ZERO
              GO TO ODP640-Next-Asset.
*>
     MOVE     ZERO TO WS-Ast-Mins WS-Ast-Charge.
     SET      QQAS TO 1.
     SEARCH   WST-Ast-Groups AT END  CONTINUE
              WHEN WST-Ast-Reg (QQAS) = AST-AC-REG
                   MOVE WST-Ast-Mins (QQAS) TO WS-Ast-Mins.
     IF       AST-METHOD = "H"
              COMPUTE WS-Ast-Charge ROUNDED =
                      (AST-COST - AST-RESIDUAL) * WS-Ast-Mins
                      / (AST-LIFE * 60)
     ELSE
              COMPUTE WS-Ast-Charge ROUNDED =
                      (AST-COST - AST-RESIDUAL) / AST-LIFE.
     IF       WS-Ast-Charge > WS-Ast-Remain
              MOVE WS-Ast-Remain TO WS-Ast-Charge.
*>
     ADD      WS-Ast-Charge TO AST-ACCUM.
     MOVE     WS-Ast-Month  TO AST-LAST-MONTH.
     REWRITE  ASSET-RECORD INVALID KEY CONTINUE END-REWRITE.
     IF       WS-Ast-Charge NOT = ZERO
              MOVE WS-Ast-Month  TO DPN-MONTH
              MOVE AST-AC-REG    TO DPN-AC-REG
              MOVE AST-COMP      TO DPN-COMP
              MOVE WS-Ast-Mins   TO DPN-MINS
              MOVE WS-Ast-Charge TO DPN-CHARGE
              MOVE WS-Today      TO DPN-RUN-DATE
              WRITE DEPN-RECORD.
     ADD      1 TO WS-Ast-Charged.
     ADD      WS-Ast-Charge TO WS-Ast-Run-Total.
*>
     COMPUTE  WS-Ast-NBV = AST-COST - AST-ACCUM.
     COMPUTE  WS-Ast-Hours ROUNDED = WS-Ast-Mins / 60.
     MOVE     WS-Ast-Hours  TO WS-Ast-Hrs-Disp.
     MOVE     WS-Ast-Charge TO WS-Ast-Amt1.
     MOVE     WS-Ast-NBV    TO WS-Ast-Amt3.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   AST-AC-REG " " AST-COMP " " AST-DESC " " AST-METHOD
              " " WS-Ast-Hrs-Disp " " WS-Ast-Amt1 " " WS-Ast-Amt3
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODP640-Next-Asset.
*>
 ODP680-Totals.
     CLOSE    DEPN-FILE.
     MOVE     WS-Ast-Run-Total TO WS-Ast-Amt1.
     MOVE     WS-Ast-Charged   TO WS-DISPLAY4.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Charged " WS-DISPLAY4 " assets, total " WS-Ast-Amt1
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     IF       WS-Ast-Already NOT = ZERO
              MOVE WS-Ast-Already TO WS-DISPLAY4
              MOVE SPACES TO PRINT-RECORD
              STRING "Note: " WS-DISPLAY4
                     " assets already charged for this month or later - not charged again"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 1.
     DISPLAY  "Depreciation run written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 ODP699-Exit.  exit section.
*>
 ODP700-Asset-Register  SECTION.
*>==============================
*>
*> The fixed-asset register for the accountant - every asset by
*>   registration with cost, residual, depreciation to date and book
*>   value, a subtotal per registration and the fleet total.
*>
     MOVE     ZERO   TO WS-Ast-Reg-Cost WS-Ast-Reg-Accum WS-Ast-Reg-NBV
                        WS-Ast-Tot-Cost WS-Ast-Tot-Accum WS-Ast-Tot-NBV.
     MOVE     SPACES TO WS-Ast-Prev-Reg.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FIXED ASSET REGISTER - as at " WS-Today
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Reg    Cp K Description                    Acquired M  Life        Cost    Residual Depreciated  Book value  Last"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     START    ASSET-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODP780-Totals.
*>
 ODP710-Next-Asset.
     READ     ASSET-FILE NEXT RECORD AT END  GO TO ODP780-Totals.
     IF       AST-AC-REG NOT = WS-Ast-Prev-Reg
        AND   WS-Ast-Prev-Reg NOT = SPACES
              PERFORM ODP750-Reg-Total.
     MOVE     AST-AC-REG TO WS-Ast-Prev-Reg.
     COMPUTE  WS-Ast-NBV = AST-COST - AST-ACCUM.
     ADD      AST-COST   TO WS-Ast-Reg-Cost  WS-Ast-Tot-Cost.
     ADD      AST-ACCUM  TO WS-Ast-Reg-Accum WS-Ast-Tot-Accum.
     ADD      WS-Ast-NBV TO WS-Ast-Reg-NBV   WS-Ast-Tot-NBV.
     MOVE     AST-LIFE     TO WS-Ast-Life-Disp.
     MOVE     AST-COST     TO WS-Ast-Amt1.
     MOVE     AST-RESIDUAL TO WS-Ast-Amt2.
     MOVE     AST-ACCUM    TO WS-Ast-Amt4.
     MOVE     WS-Ast-NBV   TO WS-Ast-Amt3.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   AST-AC-REG " " AST-COMP " " AST-KIND " " AST-DESC " "
              AST-ACQ-DATE " " AST-METHOD " " WS-Ast-Life-Disp " "
              WS-Ast-Amt1 " " WS-Ast-Amt2 " " WS-Ast-Amt4 " "
              WS-Ast-Amt3 " " AST-LAST-MONTH
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     GO       TO ODP710-Next-Asset.
*>
 ODP750-Reg-Total.
     MOVE     WS-Ast-Reg-Cost  TO WS-Ast-Amt1.
     MOVE     WS-Ast-Reg-Accum TO WS-Ast-Amt4.
     MOVE     WS-Ast-Reg-NBV   TO WS-Ast-Amt3.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "       Total " WS-Ast-Prev-Reg
              "                                         "
              WS-Ast-Amt1 "             " WS-Ast-Amt4 " " WS-Ast-Amt3
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Ast-Reg-Cost WS-Ast-Reg-Accum WS-Ast-Reg-NBV.
*>
 ODP780-Totals.
     IF       WS-Ast-Prev-Reg NOT = SPACES
              PERFORM ODP750-Reg-Total.
     MOVE     WS-Ast-Tot-Cost  TO WS-Ast-Amt1.
     MOVE     WS-Ast-Tot-Accum TO WS-Ast-Amt4.
     MOVE     WS-Ast-Tot-NBV   TO WS-Ast-Amt3.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Fleet total"
              "                                                 "
              WS-Ast-Amt1 "             " WS-Ast-Amt4 " " WS-Ast-Amt3
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  "Fixed asset register written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 ODP799-Exit.  exit section.
*>
 ODQ500-Aircraft-Disposal  SECTION.
*>=================================
*>
*> Sale or retirement of a registration as at a date - its last day
*>   in service. Refused while bookings remain after that date, while
*>   any defect is open or deferred, or while it has flights in months
*>   billing has not yet completed (no complete BILLRUN month line and,
*>   for a month billed before run control, no invoice for the month;
*>   months before billing was first run are not chargeable). Once
*>   confirmed the registration goes on the disposal register
*>   (ZV100 answers "retired as at a date" for the other functions)
*>   and the disposal pack is printed for the buyer - total hours,
*>   the maintenance, AD and component status, document expiries and
*>   the whole defect history. A registration already disposed of can
*>   have its pack reprinted. Supervisor only.
*>
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO ODQ599-Exit.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Aircraft Disposal" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Registration       [      ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Dsp-Reg.
     ACCEPT   WS-Dsp-Reg AT 0621 with update.
     move     function upper-case (WS-Dsp-Reg) to WS-Dsp-Reg.
     IF       WS-Dsp-Reg = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODQ599-Exit.
*>
     MOVE     WS-Dsp-Reg TO DSP-AC-REG.
     READ     DISPOSAL-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY FL220 AT 0801 with foreground-color COB-COLOR-YELLOW
              MOVE    "N" TO WS-Reply
              ACCEPT  WS-Reply AT 0857 with update
              move    function upper-case (WS-Reply) to WS-Reply
              IF  WS-Reply = "Y"
                  MOVE    999999 TO WS-Dsp-Bill-From
                  PERFORM ODQ520-Flight-Pass THRU ODQ529-Exit
                  PERFORM ODQ700-Print-Pack THRU ODQ799-Exit
              END-IF
              GO TO ODQ599-Exit.
*>
 ODQ510-Get-Date.
     DISPLAY  "Last day in service [ccyymmdd]" AT 0701 WITH foreground-color COB-COLOR-Yellow.
     MOVE     WS-Today TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0733 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODQ599-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Test-Intl) NOT = ZERO
              DISPLAY FL014 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODQ510-Get-Date.
     DISPLAY  SPACE AT 1001 with erase eol.
     MOVE     WS-Test-Intl TO WS-Dsp-Date.
     DISPLAY  "Buyer or reason     [                              ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Dsp-Buyer.
     ACCEPT   WS-Dsp-Buyer AT 0822 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODQ599-Exit.
*>
*>  The three refusals - each counted and shown, so one visit shows
*>   everything still to be cleared.
*>
     MOVE     ZERO TO WS-Dsp-Bookings WS-Dsp-Defects.
     MOVE     WS-Dsp-Reg  TO BKG-AC-REG.
     MOVE     WS-Dsp-Date TO BKG-DATE.
     MOVE     1440        TO BKG-START.
     START    BOOKING-FILE KEY NOT < BKG-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODQ514-Defects.
 ODQ512-Next-Booking.
     READ     BOOKING-FILE NEXT RECORD AT END  GO TO ODQ514-Defects.
     IF       BKG-AC-REG NOT = WS-Dsp-Reg
              GO TO ODQ514-Defects.
     IF       BKG-DATE > WS-Dsp-Date
              ADD 1 TO WS-Dsp-Bookings.
     GO       TO ODQ512-Next-Booking.
*>
 ODQ514-Defects.
     MOVE     WS-Dsp-Reg TO TLG-AC-REG.
     MOVE     ZERO       TO TLG-DEFECT-NO.
     START    TECHLOG-FILE KEY NOT < TLG-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODQ516-Flights.
 ODQ515-Next-Defect.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO ODQ516-Flights.
     IF       TLG-AC-REG NOT = WS-Dsp-Reg
              GO TO ODQ516-Flights.
     IF       TLG-STATUS NOT = "C"
              ADD 1 TO WS-Dsp-Defects.
     GO       TO ODQ515-Next-Defect.
*>
 ODQ516-Flights.
     PERFORM  ODQ550-Billing-Start THRU ODQ559-Exit.
     PERFORM  ODQ520-Flight-Pass THRU ODQ529-Exit.
*>
     MOVE     ZERO TO WS-Dsp-Refused.
     IF       WS-Dsp-Bookings NOT = ZERO
              MOVE    1 TO WS-Dsp-Refused
              MOVE    WS-Dsp-Bookings TO WS-DISPLAY4
              DISPLAY FL221       AT 1001 with foreground-color COB-COLOR-RED
              DISPLAY WS-DISPLAY4 AT 1061 with foreground-color COB-COLOR-RED.
     IF       WS-Dsp-Defects NOT = ZERO
              MOVE    1 TO WS-Dsp-Refused
              MOVE    WS-Dsp-Defects TO WS-DISPLAY4
              DISPLAY FL222       AT 1101 with foreground-color COB-COLOR-RED
              DISPLAY WS-DISPLAY4 AT 1161 with foreground-color COB-COLOR-RED.
     IF       WS-Dsp-Unbilled NOT = ZERO
              MOVE    1 TO WS-Dsp-Refused
              MOVE    WS-Dsp-Unbilled TO WS-DISPLAY4
              DISPLAY FL223       AT 1201 with foreground-color COB-COLOR-RED
              DISPLAY WS-DISPLAY4 AT 1261 with foreground-color COB-COLOR-RED.
     IF       WS-Dsp-Refused NOT = ZERO
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODQ599-Exit.
*>
     MOVE     WS-Dsp-Mins TO WS-Dsp-Work-Mins.
     PERFORM  ODQ590-Format-Hours.
     DISPLAY  "Flights" AT 1001.
     MOVE     WS-Dsp-Flights TO WS-Dsp-Count.
     DISPLAY  WS-Dsp-Count AT 1010 with foreground-color COB-COLOR-CYAN.
     DISPLAY  "Hours" AT 1018.
     DISPLAY  WS-Dsp-Hours-Disp AT 1024 with foreground-color COB-COLOR-CYAN.
     DISPLAY  "Retire this registration? [N]" AT 1201 with foreground-color COB-COLOR-YELLOW.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT 1228 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply NOT = "Y"
        OR    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODQ599-Exit.
*>
     MOVE     WS-Dsp-Reg     TO DSP-AC-REG.
     MOVE     WS-Dsp-Date    TO DSP-DATE.
     MOVE     WS-Dsp-Buyer   TO DSP-BUYER.
     MOVE     WS-Dsp-Mins    TO DSP-MINS.
     MOVE     WS-Dsp-Flights TO DSP-FLIGHTS.
     MOVE     WS-Cur-User    TO DSP-BY.
     MOVE     WS-Today       TO DSP-STAMP.
     WRITE    DISPOSAL-RECORD INVALID KEY
              DISPLAY FL004 AT 1401 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1461
              GO TO ODQ599-Exit.
     PERFORM  ODQ700-Print-Pack THRU ODQ799-Exit.
     GO       TO ODQ599-Exit.
*>
 ODQ520-Flight-Pass.
*>
*>  Every flight the registration made - the pack's totals and, for a
*>   new disposal, the count of those in months not yet billed.
*>
     MOVE     ZERO TO WS-Dsp-Flights WS-Dsp-Mins WS-Dsp-First WS-Dsp-Last
                      WS-Dsp-Unbilled WS-Dsp-Chk-Month.
     MOVE     ZERO TO FLT-DATE FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODQ529-Exit.
 ODQ522-Read-Flitelog.
     READ     Flightlog-File NEXT RECORD AT END  GO TO ODQ529-Exit.
     IF       FLT-AC-REG NOT = WS-Dsp-Reg
              GO TO ODQ522-Read-Flitelog.
     ADD      1 TO WS-Dsp-Flights.
     IF       WS-Dsp-First = ZERO
              MOVE FLT-DATE TO WS-Dsp-First.
     MOVE     FLT-DATE TO WS-Dsp-Last.
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
     ADD      WS-Pln-Mins TO WS-Dsp-Mins.
     IF       FLT-DATE (1:6) < WS-Dsp-Bill-From
              GO TO ODQ522-Read-Flitelog.
     IF       FLT-DATE (1:6) NOT = WS-Dsp-Chk-Month
              MOVE FLT-DATE (1:6) TO WS-Dsp-Chk-Month
              PERFORM ODQ560-Month-Billed THRU ODQ569-Exit.
     IF       WS-Dsp-Chk-Billed NOT = "Y"
              ADD 1 TO WS-Dsp-Unbilled.
     GO       TO ODQ522-Read-Flitelog.
*>
 ODQ529-Exit.  exit.
*>
 ODQ550-Billing-Start.
*>
*>  The first month ever billed - the first month line on the run
*>   control file or the earliest invoice month, whichever is sooner.
*>   Flying before that was never charged through this system.
*>
     MOVE     999999 TO WS-Dsp-Bill-From.
     START    BILLRUN-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              READ BILLRUN-FILE NEXT RECORD
                   AT END  CONTINUE
                   NOT AT END  MOVE BRN-MONTH TO WS-Dsp-Bill-From
              END-READ.
     START    INVOICE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODQ559-Exit.
 ODQ552-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO ODQ559-Exit.
     IF       INV-MONTH NOT = ZERO
        AND   INV-MONTH < WS-Dsp-Bill-From
              MOVE INV-MONTH TO WS-Dsp-Bill-From.
     GO       TO ODQ552-Next-Invoice.
*>
 ODQ559-Exit.  exit.
*>
 ODQ560-Month-Billed.
*>
*>  A month is billed when its month line is complete, or - with no
*>   month line at all - when invoices were raised for it before
*>   there was run control (the OB102 legacy case).
*>
     MOVE     "N" TO WS-Dsp-Chk-Billed.
     MOVE     WS-Dsp-Chk-Month TO BRN-MONTH.
     MOVE     SPACES           TO BRN-CAPTAIN.
     READ     BILLRUN-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              IF  BRN-STATUS = "C"
                  MOVE "Y" TO WS-Dsp-Chk-Billed
              END-IF
              GO TO ODQ569-Exit.
     START    INVOICE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODQ569-Exit.
 ODQ562-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO ODQ569-Exit.
     IF       INV-MONTH NOT = WS-Dsp-Chk-Month
              GO TO ODQ562-Next-Invoice.
     MOVE     "Y" TO WS-Dsp-Chk-Billed.
*>
 ODQ569-Exit.  exit.
*>
 ODQ590-Format-Hours.
     DIVIDE   WS-Dsp-Work-Mins BY 60 GIVING WS-Dsp-Work REMAINDER WS-Dsp-Work-MM.
     MOVE     WS-Dsp-Work    TO WS-Dsp-HD-H.
     MOVE     WS-Dsp-Work-MM TO WS-Dsp-HD-M.
*>
 ODQ700-Print-Pack.
*>
*>  The disposal pack - DISPOSAL-RECORD holds the register entry and
*>   ODQ520 has just totalled the flying.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "AIRCRAFT DISPOSAL PACK - " DSP-AC-REG
              "   last day in service " DSP-DATE
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Buyer / reason  : " DSP-BUYER
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Recorded        : " DSP-STAMP " by " DSP-BY
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     WS-Dsp-Mins TO WS-Dsp-Work-Mins.
     PERFORM  ODQ590-Format-Hours.
     MOVE     WS-Dsp-Flights TO WS-Dsp-Count.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Total flying    : " WS-Dsp-Hours-Disp " hours in "
              WS-Dsp-Count " flights, " WS-Dsp-First " to " WS-Dsp-Last
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     "MAINTENANCE STATUS" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     DSP-AC-REG TO MAINT-AC-REG.
     READ     MAINT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "  No maintenance record" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              GO TO ODQ720-ADs.
     MOVE     MAINT-HRS-SINCE-OVH TO WS-Dsp-Work-Mins.
     PERFORM  ODQ590-Format-Hours.
     MOVE     WS-Dsp-Hours-Disp TO WS-Dsp-Hours-Disp2.
     MOVE     MAINT-NEXT-DUE-HRS TO WS-Dsp-Work-Mins.
     PERFORM  ODQ590-Format-Hours.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  Hours since overhaul " WS-Dsp-Hours-Disp2
              "   next check due at " WS-Dsp-Hours-Disp
              "   last reconciled " MAINT-LAST-RECON
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
 ODQ720-ADs.
     MOVE     "AIRWORTHINESS DIRECTIVES" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "  AD number    Applies Mand Last done Next date  Next hrs Flown hrs  Status"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Dsp-Lines.
     MOVE     DSP-AC-REG  TO ADC-AC-REG.
     MOVE     LOW-VALUES  TO ADC-AD-NO.
     MOVE     ZERO        TO ADC-DATE.
     START    ADCOMP-FILE KEY NOT < ADC-KEY INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODQ728-ADs-Done.
 ODQ722-Next-AD.
     READ     ADCOMP-FILE NEXT RECORD AT END  GO TO ODQ728-ADs-Done.
     IF       ADC-AC-REG NOT = DSP-AC-REG
              GO TO ODQ728-ADs-Done.
     IF       ADC-DATE NOT = ZERO
              GO TO ODQ722-Next-AD.
     IF       ADC-APPLIES NOT = "Y"
              MOVE "N/A"    TO WS-Dsp-State
     ELSE
      IF      ADC-DONE = "Y"
              MOVE "CLOSED" TO WS-Dsp-State
      ELSE
              MOVE "OPEN"   TO WS-Dsp-State.
     MOVE     ADC-FLOWN-MINS TO WS-Dsp-Work-Mins.
     PERFORM  ODQ590-Format-Hours.
     MOVE     WS-Dsp-Hours-Disp TO WS-Dsp-Hours-Disp2.
     MOVE     ADC-NEXT-MINS TO WS-Dsp-Work-Mins.
     PERFORM  ODQ590-Format-Hours.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " ADC-AD-NO "    " ADC-APPLIES "     " ADC-MANDATORY "   "
              ADC-LAST-DATE "  " ADC-NEXT-DATE " " WS-Dsp-Hours-Disp " "
              WS-Dsp-Hours-Disp2 "  " WS-Dsp-State
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      1 TO WS-Dsp-Lines.
     GO       TO ODQ722-Next-AD.
 ODQ728-ADs-Done.
     IF       WS-Dsp-Lines = ZERO
              MOVE "  None recorded" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
*>
     MOVE     "COMPONENTS FITTED" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "  Part number     Serial          Description                    Fitted      TSN hrs   TSO hrs  Life hrs"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Dsp-Lines.
     MOVE     DSP-AC-REG TO CMP-AC-REG.
     START    COMPONENT-FILE KEY = CMP-AC-REG INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODQ738-Cmps-Done.
 ODQ732-Next-Cmp.
     READ     COMPONENT-FILE NEXT RECORD AT END  GO TO ODQ738-Cmps-Done.
     IF       FS-REPLY NOT = "00"
        or    CMP-AC-REG NOT = DSP-AC-REG
              GO TO ODQ738-Cmps-Done.
     MOVE     CMP-TSO-MINS TO WS-Dsp-Work-Mins.
     PERFORM  ODQ590-Format-Hours.
     MOVE     WS-Dsp-Hours-Disp TO WS-Dsp-Hours-Disp2.
     MOVE     CMP-TSN-MINS TO WS-Dsp-Work-Mins.
     PERFORM  ODQ590-Format-Hours.
     MOVE     CMP-LIFE-HRS TO WS-Dsp-Count.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " CMP-PART-NO " " CMP-SERIAL " " CMP-DESC " "
              CMP-FITTED-DATE " " WS-Dsp-Hours-Disp " "
              WS-Dsp-Hours-Disp2 "   " WS-Dsp-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      1 TO WS-Dsp-Lines.
     GO       TO ODQ732-Next-Cmp.
 ODQ738-Cmps-Done.
     IF       WS-Dsp-Lines = ZERO
              MOVE "  None recorded" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
*>
     MOVE     "DOCUMENTS" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     DSP-AC-REG TO DOC-AC-REG.
     READ     AIRCDOC-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE "  No document record" TO PRINT-RECORD
     ELSE
              MOVE SPACES TO PRINT-RECORD
              STRING "  ARC expires " DOC-ARC-EXPIRY
                     "   Insurance expires " DOC-INS-EXPIRY
                     "   Annual due " DOC-ANNUAL-EXPIRY
                     "   (zero = not tracked)"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     "DEFECT HISTORY" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "  No.  Raised   St Sv Deferred Cleared  ATA Defect"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Dsp-Lines.
     MOVE     DSP-AC-REG TO TLG-AC-REG.
     MOVE     ZERO       TO TLG-DEFECT-NO.
     START    TECHLOG-FILE KEY NOT < TLG-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODQ748-Defects-Done.
 ODQ742-Next-Defect.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO ODQ748-Defects-Done.
     IF       TLG-AC-REG NOT = DSP-AC-REG
              GO TO ODQ748-Defects-Done.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "  " TLG-DEFECT-NO " " TLG-RAISED-DATE " " TLG-STATUS "  "
              TLG-SEVERITY "  " TLG-DEFER-EXPIRY " " TLG-CLEARED-DATE " "
              TLG-ATA "  " TLG-TEXT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      1 TO WS-Dsp-Lines.
     GO       TO ODQ742-Next-Defect.
 ODQ748-Defects-Done.
     IF       WS-Dsp-Lines = ZERO
              MOVE "  None recorded" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
*>
     DISPLAY  "Disposal pack written to report file" AT 1601.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 ODQ799-Exit.  exit.
*>
 ODQ599-Exit.  exit section.
*>
 ODR500-Pilot-Leaver  SECTION.
*>============================
*>
*> Closes a pilot out as at their leaving date. Refused while their
*>   account balance is not settled, while any expense claim of theirs
*>   awaits approval, or while bookings in their name remain after the
*>   leaving date - each counted and shown. Once confirmed the pilot
*>   goes on the leaver register (ZV200 answers "has left" for the
*>   renewal reminders, recency forecast, captain picker and login),
*>   their office login is disabled (USR-ROLE X), their reminder mail
*>   recipient is removed and the leaver's certificate of flying
*>   experience is printed through ODH500. The logbook is untouched;
*>   the retention rules (file PL) count from the leaving date. A pilot
*>   already on the register can have the certificate reprinted.
*>   Supervisor only.
*>
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO ODR599-Exit.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Pilot Leaver" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Pilot               [               ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 ODR505-Pilot.
     MOVE     SPACES TO WS-Lvr-Name.
     ACCEPT   WS-Lvr-Name AT 0622 with update.
     move     function upper-case (WS-Lvr-Name) to WS-Lvr-Name.
     IF       WS-Lvr-Name = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODR599-Exit.
     MOVE     WS-Lvr-Name TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL195 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODR505-Pilot.
     DISPLAY  SPACE AT 1001 with erase eol.
*>
     MOVE     WS-Lvr-Name TO LVR-PILOT.
     READ     LEAVER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              DISPLAY FL228 AT 0801 with foreground-color COB-COLOR-YELLOW
              MOVE    "N" TO WS-Reply
              ACCEPT  WS-Reply AT 0857 with update
              move    function upper-case (WS-Reply) to WS-Reply
              IF  WS-Reply = "Y"
                  PERFORM ODR590-Certificate
              END-IF
              GO TO ODR599-Exit.
*>
     DISPLAY  "Leaving date        [ccyymmdd]" AT 0701 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Reason              [                              ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Login to disable    [               ]  (blank = none)" AT 0901
              WITH foreground-color COB-COLOR-Yellow.
*>
 ODR510-Get-Date.
     MOVE     WS-Today TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0722 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODR599-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Test-Intl) NOT = ZERO
              DISPLAY FL014 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODR510-Get-Date.
     IF       WS-Test-Intl > WS-Today
              DISPLAY FL229 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODR510-Get-Date.
     DISPLAY  SPACE AT 1001 with erase eol.
     MOVE     WS-Test-Intl TO WS-Lvr-Date.
     MOVE     SPACES TO WS-Lvr-Reason.
     ACCEPT   WS-Lvr-Reason AT 0822 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODR599-Exit.
*>
*>  The office login - offered as the pilot's own name, the usual
*>   convention. Never the one in use.
*>
 ODR512-Get-User.
     MOVE     WS-Lvr-Name TO WS-Lvr-User.
     ACCEPT   WS-Lvr-User AT 0922 with update.
     move     function upper-case (WS-Lvr-User) to WS-Lvr-User.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODR599-Exit.
     IF       WS-Lvr-User = SPACES
              GO TO ODR514-Checks.
     IF       WS-Lvr-User = WS-Cur-User
              DISPLAY FL230 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODR512-Get-User.
     MOVE     WS-Lvr-User TO USR-NAME.
     READ     USER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL084 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODR512-Get-User.
     DISPLAY  SPACE AT 1001 with erase eol.
*>
*>  The three refusals - each shown, so one visit shows everything
*>   still to be cleared.
*>
 ODR514-Checks.
     MOVE     ZERO TO WS-Lvr-Claims WS-Lvr-Bookings WS-Lvr-Refused.
     MOVE     WS-Lvr-Name TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   ACC-BALANCE NOT = ZERO
              MOVE    1 TO WS-Lvr-Refused
              MOVE    ACC-BALANCE TO WS-Lvr-Balance
              DISPLAY FL225          AT 1101 with foreground-color COB-COLOR-RED
              DISPLAY WS-Lvr-Balance AT 1161 with foreground-color COB-COLOR-RED.
*>
     START    EXPCLAIM-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODR520-Bookings.
 ODR516-Next-Claim.
     READ     EXPCLAIM-FILE NEXT RECORD AT END  GO TO ODR520-Bookings.
     IF       CLM-CAPTAIN = WS-Lvr-Name
        AND   CLM-STATUS = "P"
              ADD 1 TO WS-Lvr-Claims.
     GO       TO ODR516-Next-Claim.
*>
 ODR520-Bookings.
     START    BOOKING-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODR530-Refusals.
 ODR522-Next-Booking.
     READ     BOOKING-FILE NEXT RECORD AT END  GO TO ODR530-Refusals.
     IF       BKG-HIRER = WS-Lvr-Name
        AND   BKG-DATE > WS-Lvr-Date
              ADD 1 TO WS-Lvr-Bookings.
     GO       TO ODR522-Next-Booking.
*>
 ODR530-Refusals.
     IF       WS-Lvr-Claims NOT = ZERO
              MOVE    1 TO WS-Lvr-Refused
              MOVE    WS-Lvr-Claims TO WS-DISPLAY4
              DISPLAY FL226       AT 1201 with foreground-color COB-COLOR-RED
              DISPLAY WS-DISPLAY4 AT 1261 with foreground-color COB-COLOR-RED.
     IF       WS-Lvr-Bookings NOT = ZERO
              MOVE    1 TO WS-Lvr-Refused
              MOVE    WS-Lvr-Bookings TO WS-DISPLAY4
              DISPLAY FL227       AT 1301 with foreground-color COB-COLOR-RED
              DISPLAY WS-DISPLAY4 AT 1361 with foreground-color COB-COLOR-RED.
     IF       WS-Lvr-Refused NOT = ZERO
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODR599-Exit.
*>
     DISPLAY  "Close this pilot out? [N]" AT 1501 with foreground-color COB-COLOR-YELLOW.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT 1524 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply NOT = "Y"
        OR    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODR599-Exit.
     DISPLAY  SPACE AT 1501 with erase eol.
*>
     MOVE     WS-Lvr-Name   TO LVR-PILOT.
     MOVE     WS-Lvr-Date   TO LVR-DATE.
     MOVE     WS-Lvr-Reason TO LVR-REASON.
     MOVE     WS-Lvr-User   TO LVR-USER.
     MOVE     WS-Cur-User   TO LVR-BY.
     MOVE     WS-Today      TO LVR-STAMP.
     MOVE     ZERO          TO LVR-PURGED.
     WRITE    LEAVER-RECORD INVALID KEY
              DISPLAY FL004 AT 1401 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1461
              GO TO ODR599-Exit.
*>
     IF       WS-Lvr-User NOT = SPACES
              MOVE WS-Lvr-User TO USR-NAME
              READ USER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF  FS-REPLY = "00"
                  MOVE "X" TO USR-ROLE
                  REWRITE USER-RECORD INVALID KEY CONTINUE END-REWRITE
              END-IF
     END-IF.
     MOVE     WS-Lvr-Name TO RCP-NAME.
     DELETE   RECIPIENT-FILE RECORD INVALID KEY CONTINUE END-DELETE.
*>
     PERFORM  ODR590-Certificate.
     GO       TO ODR599-Exit.
*>
 ODR590-Certificate.
*>
*>  LEAVER-RECORD holds the register entry - ODH500 in leaver mode
*>   wants the pilot record read and the leaving date.
*>
     MOVE     LVR-PILOT TO PILOT-NAME WS-Xp-Pilot.
     READ     PILOT-FILE INVALID KEY  MOVE SPACES TO PILOT-LICENCE-NO.
     MOVE     LVR-DATE  TO WS-Xp-Left-Date.
     MOVE     "Y"       TO WS-Xp-Leaver.
     PERFORM  ODH500-Experience-Statement.
     MOVE     "N"       TO WS-Xp-Leaver.
*>
 ODR599-Exit.  exit section.
*>
 ODS500-Airspace-Check  SECTION.
*>==============================
*>
*> Controlled airspace and danger area infringement check. Every
*>   sector flown in the date range has its direct FROM-TO track
*>   drawn as a great circle from the airfield file positions (the
*>   ICAO reference data where the airfield has none), cut into legs
*>   of about 3 nm, and each leg tested for crossing the edge of any
*>   area polygon loaded by ODS600 - a departure point already inside
*>   one counts too. Areas well clear of the track are passed over on
*>   their bounding boxes. Local flights (FROM = TO) have no track and
*>   are not checked. Every sector and area hit is printed, and listed
*>   on screen where an occurrence can be raised from the line - the
*>   same register, numbering and MOR deadline as OQ000, the deadline
*>   running from today, when the infringement came to light. Tracks
*>   across the 180 meridian are not handled.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Airspace Infringement Check" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Airspace list       [                                                        ]"
              AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "From date           [ccyymmdd]    To date [ccyymmdd]" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     "airspace.lst" TO WS-Asp-List-In.
     ACCEPT   WS-Asp-List-In AT 0622 with update.
     IF       WS-Asp-List-In = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODS599-Exit.
     MOVE     SPACES TO WS-Asp-List-Name.
     IF       WS-Asp-List-In (1:1) = "/"
              MOVE WS-Asp-List-In TO WS-Asp-List-Name
     ELSE
              STRING FUNCTION TRIM (FLENV-Data-Dir) "/"
                     FUNCTION TRIM (WS-Asp-List-In)
                     DELIMITED BY SIZE INTO WS-Asp-List-Name
              END-STRING
     END-IF.
*>
 ODS505-Get-Dates.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "-" TO ZR-Sign.
     MOVE     31  TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     MOVE     ZR-ResultDate TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0722 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODS599-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Test-Intl) NOT = ZERO
              DISPLAY FL014 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODS505-Get-Dates.
     MOVE     WS-Test-Intl TO WS-Asp-From.
     MOVE     WS-Today TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0744 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODS599-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Test-Intl) NOT = ZERO
        OR    WS-Test-Intl < WS-Asp-From
              DISPLAY FL014 AT 1001 with foreground-color COB-COLOR-RED
              GO TO ODS505-Get-Dates.
     MOVE     WS-Test-Intl TO WS-Asp-To.
     DISPLAY  SPACE AT 1001 with erase eol.
*>
*>  The list, then each polygon file on it.
*>
     MOVE     ZERO TO WST-Aspl-Size WST-Aspa-Size WST-Aspn-Size WST-Aspx-Size
                      WS-Asp-Sectors WS-Asp-Unknown WS-Asp-Hits.
     MOVE     WS-Asp-List-Name TO WS-Asp-File-Name.
     OPEN     INPUT AIRSPACE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODS512-No-Areas.
 ODS510-Next-List.
     READ     AIRSPACE-FILE AT END  GO TO ODS511-List-Done.
     IF       AIRSPACE-RECORD (1:96) = SPACES
        OR    AIRSPACE-RECORD (1:1) = "#"
              GO TO ODS510-Next-List.
     IF       WST-Aspl-Size NOT < WST-Aspl-Max
              GO TO ODS511-List-Done.
     ADD      1 TO WST-Aspl-Size.
     MOVE     SPACES TO WST-Aspl-File (WST-Aspl-Size) WST-Aspl-Name (WST-Aspl-Size).
     UNSTRING AIRSPACE-RECORD DELIMITED BY "|"
              INTO WST-Aspl-File (WST-Aspl-Size) WST-Aspl-Name (WST-Aspl-Size).
     GO       TO ODS510-Next-List.
*>
 ODS511-List-Done.
     CLOSE    AIRSPACE-FILE.
     DISPLAY  "Loading the airspace areas ..." AT 0901 WITH foreground-color COB-COLOR-CYAN.
     PERFORM  ODS515-Load-One VARYING WS-Asp-Px FROM 1 BY 1
              UNTIL WS-Asp-Px > WST-Aspl-Size.
     IF       WST-Aspa-Size NOT = ZERO
              GO TO ODS520-Start.
*>
 ODS512-No-Areas.
     DISPLAY  FL233 AT 1001 with foreground-color COB-COLOR-RED.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODS599-Exit.
*>
 ODS520-Start.
     MOVE     WST-Aspa-Size TO WS-Asp-Count.
     DISPLAY  "Areas loaded " AT 0901 WITH foreground-color COB-COLOR-CYAN WITH ERASE EOL.
     DISPLAY  WS-Asp-Count AT 0914 WITH foreground-color COB-COLOR-CYAN.
     PERFORM  ZD000-Load-Icao-Ref.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "AIRSPACE INFRINGEMENT CHECK" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Sectors flown " WS-Asp-From " to " WS-Asp-To
              " against " WS-Asp-Count " areas in "
              FUNCTION TRIM (WS-Asp-List-Name)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Date     Start Reg    From To   Area                           Captain"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
*>
     MOVE     WS-Asp-From TO FLT-DATE.
     MOVE     ZERO        TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODS540-Totals.
*>
 ODS525-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODS540-Totals.
     IF       FLT-DATE > WS-Asp-To
              GO TO ODS540-Totals.
     IF       FLT-FROM = FLT-TO
              GO TO ODS525-Next-Flight.
     ADD      1 TO WS-Asp-Sectors.
     MOVE     FLT-FROM TO WS-ICAO-Code.
     PERFORM  ODS550-Position THRU ODS559-Exit.
     IF       WS-Asp-Found = "N"
              ADD 1 TO WS-Asp-Unknown
              GO TO ODS525-Next-Flight.
     MOVE     WS-Asp-Pos-Lat TO WS-GC-Lat1.
     MOVE     WS-Asp-Pos-Lon TO WS-GC-Lon1.
     MOVE     FLT-TO TO WS-ICAO-Code.
     PERFORM  ODS550-Position THRU ODS559-Exit.
     IF       WS-Asp-Found = "N"
              ADD 1 TO WS-Asp-Unknown
              GO TO ODS525-Next-Flight.
     MOVE     WS-Asp-Pos-Lat TO WS-GC-Lat2.
     MOVE     WS-Asp-Pos-Lon TO WS-GC-Lon2.
     PERFORM  ODS560-Track THRU ODS569-Exit.
     PERFORM  ODS570-Test-Area THRU ODS579-Exit VARYING WS-Asp-Ax FROM 1 BY 1
              UNTIL WS-Asp-Ax > WST-Aspa-Size.
     GO       TO ODS525-Next-Flight.
*>
 ODS540-Totals.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Asp-Sectors TO WS-Asp-Count.
     STRING   "Sectors checked           " WS-Asp-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  PRINT-RECORD (1:40) AT 1001 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Asp-Unknown TO WS-Asp-Count.
     STRING   "  no airfield position    " WS-Asp-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1101 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Asp-Hits TO WS-Asp-Count.
     STRING   "Infringements             " WS-Asp-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1201 WITH foreground-color COB-COLOR-CYAN.
     IF       WS-Asp-Hits > WST-Aspx-Size
              DISPLAY FL234 AT 1301 with foreground-color COB-COLOR-YELLOW.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     IF       WST-Aspx-Size = ZERO
              GO TO ODS599-Exit.
*>
*>  The exceptions, ten to a page, for raising occurrences.
*>
     MOVE     1 TO WS-Asp-Page.
 ODS545-Show.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Airspace Infringement Check" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "No  Date     Start Reg    From To   Area                           Occ"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
     PERFORM  ODS546-Show-Row VARYING WS-Asp-Row FROM 1 BY 1
              UNTIL WS-Asp-Row > 10.
     DISPLAY  "(R)aise occurrence (N)ext (P)revious e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 46 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODS599-Exit.
     IF       MENU-REPLY = "N"
        AND   WS-Asp-Page + 10 NOT > WST-Aspx-Size
              ADD 10 TO WS-Asp-Page.
     IF       MENU-REPLY = "P"
        AND   WS-Asp-Page > 10
              SUBTRACT 10 FROM WS-Asp-Page.
     IF       MENU-REPLY NOT = "R"
              GO TO ODS545-Show.
*>
     DISPLAY  "Line number [   ]" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     ZERO TO WS-Asp-Pick.
     ACCEPT   WS-Asp-Pick AT line ws-23-Lines col 14 with update.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     IF       WS-Asp-Pick < 1
        OR    WS-Asp-Pick > WST-Aspx-Size
              GO TO ODS545-Show.
     IF       WST-Aspx-Raised (WS-Asp-Pick) NOT = SPACE
              DISPLAY FL235 AT line ws-23-Lines col 01 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT line ws-23-Lines col 60
              GO TO ODS545-Show.
*>
     MOVE     WST-Aspx-Reg (WS-Asp-Pick) TO WS-Occ-Reg.
     PERFORM  ZT500-Next-Occ-No.
     MOVE     WS-Occ-Reg     TO OCC-AC-REG.
     MOVE     WS-Occ-Next-No TO OCC-SEQ-NO.
     MOVE     WST-Aspx-Key (WS-Asp-Pick) (1:8) TO OCC-DATE.
     MOVE     WST-Aspx-Key (WS-Asp-Pick)       TO OCC-FLT-KEY.
     MOVE     "AIRSPACE"     TO OCC-CATEGORY.
     MOVE     "B"            TO OCC-SEVERITY.
     MOVE     "O"            TO OCC-STATUS.
     MOVE     "Y"            TO OCC-MOR.
     MOVE     ZERO           TO OCC-MOR-DEADLINE.
     MOVE     SPACES         TO OCC-NARRATIVE.
     STRING   "Infringement " FUNCTION TRIM (WST-Aspx-Area (WS-Asp-Pick))
              " " WST-Aspx-From (WS-Asp-Pick) "-" WST-Aspx-To (WS-Asp-Pick)
              DELIMITED BY SIZE INTO OCC-NARRATIVE.
*>
     DISPLAY  "Sev A/B/C [ ] MOR Y/N [ ]"
              AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   OCC-SEVERITY AT line ws-23-Lines col 12 with update.
     move     function upper-case (OCC-SEVERITY) to OCC-SEVERITY.
     IF       OCC-SEVERITY NOT = "A" AND NOT = "B" AND NOT = "C"
              MOVE "B" TO OCC-SEVERITY.
     ACCEPT   OCC-MOR AT line ws-23-Lines col 24 with update.
     move     function upper-case (OCC-MOR) to OCC-MOR.
     IF       OCC-MOR = "Y"
              MOVE WS-Today TO ZR-Date1
              MOVE "+" TO ZR-Sign
              MOVE 3 TO ZR-DaysArg
              PERFORM ZR200-Add-Sub-Days
              MOVE ZR-ResultDate TO OCC-MOR-DEADLINE
     ELSE
              MOVE SPACE TO OCC-MOR.
     DISPLAY  "Narrative [" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     DISPLAY  "]" AT line ws-23-Lines col 72 with foreground-color COB-COLOR-YELLOW.
     ACCEPT   OCC-NARRATIVE AT line ws-23-Lines col 12 with update.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     IF       OCC-NARRATIVE = SPACES
        OR    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODS545-Show.
     WRITE    OCCUR-RECORD INVALID KEY CONTINUE END-WRITE.
     MOVE     "Y" TO WST-Aspx-Raised (WS-Asp-Pick).
     GO       TO ODS545-Show.
*>
 ODS546-Show-Row.
     COMPUTE  WS-Asp-Pick = WS-Asp-Page + WS-Asp-Row - 1.
     COMPUTE  WS-Asp-Line = WS-Asp-Row + 8.
     IF       WS-Asp-Pick > WST-Aspx-Size
              DISPLAY SPACE AT LINE WS-Asp-Line COL 01 with erase eol
     ELSE
              MOVE    SPACES TO WS-Asp-Row-Line
              MOVE    WS-Asp-Pick TO WS-Asp-Row-Line (1:3)
              MOVE    WST-Aspx-Key  (WS-Asp-Pick) (1:8)  TO WS-Asp-Row-Line (5:8)
              MOVE    WST-Aspx-Key  (WS-Asp-Pick) (9:4)  TO WS-Asp-HHMM
              COMPUTE WS-Asp-HHMM = FUNCTION INTEGER (WS-Asp-HHMM / 60) * 100
                                  + FUNCTION MOD (WS-Asp-HHMM, 60)
              MOVE    WS-Asp-HHMM                        TO WS-Asp-Row-Line (14:4)
              MOVE    WST-Aspx-Reg  (WS-Asp-Pick)        TO WS-Asp-Row-Line (20:6)
              MOVE    WST-Aspx-From (WS-Asp-Pick)        TO WS-Asp-Row-Line (27:4)
              MOVE    WST-Aspx-To   (WS-Asp-Pick)        TO WS-Asp-Row-Line (32:4)
              MOVE    WST-Aspx-Area (WS-Asp-Pick)        TO WS-Asp-Row-Line (37:30)
              MOVE    WST-Aspx-Raised (WS-Asp-Pick)      TO WS-Asp-Row-Line (69:1)
              DISPLAY WS-Asp-Row-Line AT LINE WS-Asp-Line COL 01
     END-IF.
*>
 ODS515-Load-One.
     MOVE     WST-Aspl-File (WS-Asp-Px) TO WS-Asp-File-Name.
     IF       WS-Asp-File-Name (1:1) NOT = "/"
              MOVE SPACES TO WS-Asp-File-Name
              STRING FUNCTION TRIM (FLENV-Data-Dir) "/"
                     FUNCTION TRIM (WST-Aspl-File (WS-Asp-Px))
                     DELIMITED BY SIZE INTO WS-Asp-File-Name
              END-STRING
     END-IF.
     MOVE     WST-Aspl-Name (WS-Asp-Px) TO WS-Asp-Name.
     PERFORM  ODS600-Load-Area-File.
*>
*>  Position of WS-ICAO-Code - the airfield file, else the ICAO
*>   reference data, as CA234 and the airfield insert use them.
*>
 ODS550-Position.
     MOVE     "N" TO WS-Asp-Found.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE NOT = ZERO
        AND   (AFLD-Latitude NOT = ZERO OR AFLD-Longitude NOT = ZERO)
              MOVE AFLD-Latitude  TO WS-Asp-Pos-Lat
              MOVE AFLD-Longitude TO WS-Asp-Pos-Lon
              MOVE "Y" TO WS-Asp-Found
              GO TO ODS559-Exit.
     PERFORM  ZD500-Lookup-Icao-Ref.
     IF       ERROR-CODE = ZERO
              GO TO ODS559-Exit.
     MOVE     IREFT-Latitude  (Error-Code) TO WS-Asp-Pos-Lat.
     MOVE     IREFT-Longitude (Error-Code) TO WS-Asp-Pos-Lon.
     MOVE     "Y" TO WS-Asp-Found.
 ODS559-Exit.  exit.
*>
*>  The track points, WS-Asp-Legs + 1 of them, FROM to TO along the
*>   great circle by spherical interpolation, and their bounding box.
*>
 ODS560-Track.
     PERFORM  ZU000-Calc-Distance.
     COMPUTE  WS-Asp-Legs = WS-GC-Distance / 3.
     IF       WS-Asp-Legs < 1
              MOVE 1 TO WS-Asp-Legs.
     IF       WS-Asp-Legs > 200
              MOVE 200 TO WS-Asp-Legs.
     COMPUTE  WS-Asp-Rad-Lat1 = WS-GC-Lat1 * WS-GC-Deg-To-Rad.
     COMPUTE  WS-Asp-Rad-Lon1 = WS-GC-Lon1 * WS-GC-Deg-To-Rad.
     COMPUTE  WS-Asp-Rad-Lat2 = WS-GC-Lat2 * WS-GC-Deg-To-Rad.
     COMPUTE  WS-Asp-Rad-Lon2 = WS-GC-Lon2 * WS-GC-Deg-To-Rad.
     COMPUTE  WS-Asp-Sin-Ang  = FUNCTION SIN (WS-GC-Hav-C).
     MOVE     WS-GC-Lat1 TO WST-Aspt-Lat (1) WS-Asp-T-Min-Lat WS-Asp-T-Max-Lat.
     MOVE     WS-GC-Lon1 TO WST-Aspt-Lon (1) WS-Asp-T-Min-Lon WS-Asp-T-Max-Lon.
     PERFORM  ODS565-Track-Point VARYING WS-Asp-Px FROM 2 BY 1
              UNTIL WS-Asp-Px > WS-Asp-Legs + 1.
     GO       TO ODS569-Exit.
*>
 ODS565-Track-Point.
     IF       WS-Asp-Px > WS-Asp-Legs
              MOVE WS-GC-Lat2 TO WST-Aspt-Lat (WS-Asp-Px)
              MOVE WS-GC-Lon2 TO WST-Aspt-Lon (WS-Asp-Px)
     ELSE
              COMPUTE WS-Asp-F = (WS-Asp-Px - 1) / WS-Asp-Legs
              COMPUTE WS-Asp-A = FUNCTION SIN ((1 - WS-Asp-F) * WS-GC-Hav-C) / WS-Asp-Sin-Ang
              COMPUTE WS-Asp-B = FUNCTION SIN (WS-Asp-F * WS-GC-Hav-C) / WS-Asp-Sin-Ang
              COMPUTE WS-Asp-X = WS-Asp-A * FUNCTION COS (WS-Asp-Rad-Lat1) * FUNCTION COS (WS-Asp-Rad-Lon1)
                               + WS-Asp-B * FUNCTION COS (WS-Asp-Rad-Lat2) * FUNCTION COS (WS-Asp-Rad-Lon2)
              COMPUTE WS-Asp-Y = WS-Asp-A * FUNCTION COS (WS-Asp-Rad-Lat1) * FUNCTION SIN (WS-Asp-Rad-Lon1)
                               + WS-Asp-B * FUNCTION COS (WS-Asp-Rad-Lat2) * FUNCTION SIN (WS-Asp-Rad-Lon2)
              COMPUTE WS-Asp-Z = WS-Asp-A * FUNCTION SIN (WS-Asp-Rad-Lat1)
                               + WS-Asp-B * FUNCTION SIN (WS-Asp-Rad-Lat2)
              COMPUTE WST-Aspt-Lat (WS-Asp-Px) =
                      FUNCTION ATAN (WS-Asp-Z / FUNCTION SQRT (WS-Asp-X * WS-Asp-X + WS-Asp-Y * WS-Asp-Y))
                      / WS-GC-Deg-To-Rad
              PERFORM ODS567-Longitude
     END-IF.
     IF       WST-Aspt-Lat (WS-Asp-Px) < WS-Asp-T-Min-Lat
              MOVE WST-Aspt-Lat (WS-Asp-Px) TO WS-Asp-T-Min-Lat.
     IF       WST-Aspt-Lat (WS-Asp-Px) > WS-Asp-T-Max-Lat
              MOVE WST-Aspt-Lat (WS-Asp-Px) TO WS-Asp-T-Max-Lat.
     IF       WST-Aspt-Lon (WS-Asp-Px) < WS-Asp-T-Min-Lon
              MOVE WST-Aspt-Lon (WS-Asp-Px) TO WS-Asp-T-Min-Lon.
     IF       WST-Aspt-Lon (WS-Asp-Px) > WS-Asp-T-Max-Lon
              MOVE WST-Aspt-Lon (WS-Asp-Px) TO WS-Asp-T-Max-Lon.
*>
*>  Longitude from x and y - ATAN gives only the half circle x > 0.
*>
 ODS567-Longitude.
     IF       WS-Asp-X > ZERO
              COMPUTE WST-Aspt-Lon (WS-Asp-Px) =
                      FUNCTION ATAN (WS-Asp-Y / WS-Asp-X) / WS-GC-Deg-To-Rad
     ELSE
      IF      WS-Asp-X < ZERO AND WS-Asp-Y NOT < ZERO
              COMPUTE WST-Aspt-Lon (WS-Asp-Px) =
                      (FUNCTION ATAN (WS-Asp-Y / WS-Asp-X) + WS-Asp-Pi) / WS-GC-Deg-To-Rad
      ELSE
       IF     WS-Asp-X < ZERO
              COMPUTE WST-Aspt-Lon (WS-Asp-Px) =
                      (FUNCTION ATAN (WS-Asp-Y / WS-Asp-X) - WS-Asp-Pi) / WS-GC-Deg-To-Rad
       ELSE
        IF    WS-Asp-Y < ZERO
              MOVE -90 TO WST-Aspt-Lon (WS-Asp-Px)
        ELSE
              MOVE 90 TO WST-Aspt-Lon (WS-Asp-Px).
*>
 ODS569-Exit.  exit.
*>
*>  Track against area WS-Asp-Ax - departure inside it, else any leg
*>   crossing any of its edges.
*>
 ODS570-Test-Area.
     IF       WS-Asp-T-Max-Lat < WST-Aspa-Min-Lat (WS-Asp-Ax)
        OR    WS-Asp-T-Min-Lat > WST-Aspa-Max-Lat (WS-Asp-Ax)
        OR    WS-Asp-T-Max-Lon < WST-Aspa-Min-Lon (WS-Asp-Ax)
        OR    WS-Asp-T-Min-Lon > WST-Aspa-Max-Lon (WS-Asp-Ax)
              GO TO ODS579-Exit.
     MOVE     "N" TO WS-Asp-Hit WS-Asp-Inside.
     MOVE     WST-Aspt-Lat (1) TO WS-Asp-P-Lat.
     MOVE     WST-Aspt-Lon (1) TO WS-Asp-P-Lon.
     MOVE     WST-Aspa-Last (WS-Asp-Ax) TO WS-Asp-Qx.
     PERFORM  ODS580-Ray-Edge VARYING WS-Asp-Ex FROM WST-Aspa-First (WS-Asp-Ax) BY 1
              UNTIL WS-Asp-Ex > WST-Aspa-Last (WS-Asp-Ax).
     MOVE     WS-Asp-Inside TO WS-Asp-Hit.
     PERFORM  ODS585-Leg-Cross VARYING WS-Asp-Px FROM 1 BY 1
              UNTIL WS-Asp-Px > WS-Asp-Legs
                 OR WS-Asp-Hit = "Y".
     IF       WS-Asp-Hit NOT = "Y"
              GO TO ODS579-Exit.
*>
     ADD      1 TO WS-Asp-Hits.
     COMPUTE  WS-Asp-HHMM = FUNCTION INTEGER (FLT-START / 60) * 100 + FUNCTION MOD (FLT-START, 60).
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     FLT-DATE    TO PRINT-RECORD (1:8).
     MOVE     WS-Asp-HHMM TO PRINT-RECORD (10:4).
     MOVE     FLT-AC-REG  TO PRINT-RECORD (16:6).
     MOVE     FLT-FROM    TO PRINT-RECORD (23:4).
     MOVE     FLT-TO      TO PRINT-RECORD (28:4).
     MOVE     WST-Aspa-Name (WS-Asp-Ax) TO PRINT-RECORD (33:30).
     MOVE     FLT-CAPTAIN TO PRINT-RECORD (64:15).
     WRITE    PRINT-RECORD AFTER 1.
     IF       WST-Aspx-Size NOT < WST-Aspx-Max
              GO TO ODS579-Exit.
     ADD      1 TO WST-Aspx-Size.
     MOVE     FLT-Date-Time-Key TO WST-Aspx-Key  (WST-Aspx-Size).
     MOVE     FLT-AC-REG        TO WST-Aspx-Reg  (WST-Aspx-Size).
     MOVE     FLT-FROM          TO WST-Aspx-From (WST-Aspx-Size).
     MOVE     FLT-TO            TO WST-Aspx-To   (WST-Aspx-Size).
     MOVE     WST-Aspa-Name (WS-Asp-Ax) TO WST-Aspx-Area (WST-Aspx-Size).
     MOVE     SPACE             TO WST-Aspx-Raised (WST-Aspx-Size).
 ODS579-Exit.  exit.
*>
*>  Ray casting - one edge, WS-Asp-Qx to WS-Asp-Ex.
*>
 ODS580-Ray-Edge.
     IF       (WST-Aspn-Lat (WS-Asp-Ex) > WS-Asp-P-Lat
               AND WST-Aspn-Lat (WS-Asp-Qx) NOT > WS-Asp-P-Lat)
        OR    (WST-Aspn-Lat (WS-Asp-Ex) NOT > WS-Asp-P-Lat
               AND WST-Aspn-Lat (WS-Asp-Qx) > WS-Asp-P-Lat)
              COMPUTE WS-Asp-D1 = WST-Aspn-Lon (WS-Asp-Ex)
                                + (WS-Asp-P-Lat - WST-Aspn-Lat (WS-Asp-Ex))
                                * (WST-Aspn-Lon (WS-Asp-Qx) - WST-Aspn-Lon (WS-Asp-Ex))
                                / (WST-Aspn-Lat (WS-Asp-Qx) - WST-Aspn-Lat (WS-Asp-Ex))
              IF  WS-Asp-P-Lon < WS-Asp-D1
                  IF  WS-Asp-Inside = "Y"
                      MOVE "N" TO WS-Asp-Inside
                  ELSE
                      MOVE "Y" TO WS-Asp-Inside
                  END-IF
              END-IF
     END-IF.
     MOVE     WS-Asp-Ex TO WS-Asp-Qx.
*>
 ODS585-Leg-Cross.
     PERFORM  ODS587-Edge-Cross THRU ODS589-Exit VARYING WS-Asp-Ex FROM WST-Aspa-First (WS-Asp-Ax) BY 1
              UNTIL WS-Asp-Ex > WST-Aspa-Last (WS-Asp-Ax)
                 OR WS-Asp-Hit = "Y".
*>
*>  Leg Px to Px + 1 against edge Ex to the next node - each pair of
*>   ends on opposite sides of the other's line (x = longitude).
*>
 ODS587-Edge-Cross.
     IF       WS-Asp-Ex = WST-Aspa-Last (WS-Asp-Ax)
              MOVE WST-Aspa-First (WS-Asp-Ax) TO WS-Asp-Qx
     ELSE
              COMPUTE WS-Asp-Qx = WS-Asp-Ex + 1.
     COMPUTE  WS-Asp-D1 = (WST-Aspt-Lon (WS-Asp-Px + 1) - WST-Aspt-Lon (WS-Asp-Px))
                        * (WST-Aspn-Lat (WS-Asp-Ex) - WST-Aspt-Lat (WS-Asp-Px))
                        - (WST-Aspt-Lat (WS-Asp-Px + 1) - WST-Aspt-Lat (WS-Asp-Px))
                        * (WST-Aspn-Lon (WS-Asp-Ex) - WST-Aspt-Lon (WS-Asp-Px)).
     COMPUTE  WS-Asp-D2 = (WST-Aspt-Lon (WS-Asp-Px + 1) - WST-Aspt-Lon (WS-Asp-Px))
                        * (WST-Aspn-Lat (WS-Asp-Qx) - WST-Aspt-Lat (WS-Asp-Px))
                        - (WST-Aspt-Lat (WS-Asp-Px + 1) - WST-Aspt-Lat (WS-Asp-Px))
                        * (WST-Aspn-Lon (WS-Asp-Qx) - WST-Aspt-Lon (WS-Asp-Px)).
     IF       (WS-Asp-D1 > ZERO AND WS-Asp-D2 > ZERO)
        OR    (WS-Asp-D1 < ZERO AND WS-Asp-D2 < ZERO)
        OR    (WS-Asp-D1 = ZERO AND WS-Asp-D2 = ZERO)
              GO TO ODS589-Exit.
     COMPUTE  WS-Asp-D3 = (WST-Aspn-Lon (WS-Asp-Qx) - WST-Aspn-Lon (WS-Asp-Ex))
                        * (WST-Aspt-Lat (WS-Asp-Px) - WST-Aspn-Lat (WS-Asp-Ex))
                        - (WST-Aspn-Lat (WS-Asp-Qx) - WST-Aspn-Lat (WS-Asp-Ex))
                        * (WST-Aspt-Lon (WS-Asp-Px) - WST-Aspn-Lon (WS-Asp-Ex)).
     COMPUTE  WS-Asp-D4 = (WST-Aspn-Lon (WS-Asp-Qx) - WST-Aspn-Lon (WS-Asp-Ex))
                        * (WST-Aspt-Lat (WS-Asp-Px + 1) - WST-Aspn-Lat (WS-Asp-Ex))
                        - (WST-Aspn-Lat (WS-Asp-Qx) - WST-Aspn-Lat (WS-Asp-Ex))
                        * (WST-Aspt-Lon (WS-Asp-Px + 1) - WST-Aspn-Lon (WS-Asp-Ex)).
     IF       (WS-Asp-D3 > ZERO AND WS-Asp-D4 > ZERO)
        OR    (WS-Asp-D3 < ZERO AND WS-Asp-D4 < ZERO)
        OR    (WS-Asp-D3 = ZERO AND WS-Asp-D4 = ZERO)
              GO TO ODS589-Exit.
     MOVE     "Y" TO WS-Asp-Hit.
 ODS589-Exit.  exit.
*>
 ODS599-Exit.  exit section.
*>
 ODS600-Load-Area-File  SECTION.
*>==============================
*>
*> Adds the areas in polygon file WS-Asp-File-Name to the area and
*>   node tables, named WS-Asp-Name when the list gave one. A file
*>   that will not open is passed over. One character at a time, as
*>   the coordinates may run over many lines or sit all on one:
*>   KML - "lon,lat[,alt]" tuples apart by white space between
*>         <coordinates> and </coordinates>;
*>   GeoJSON - [lon, lat] pairs after "coordinates", the first ring
*>         only (the outer boundary; holes are not flown round).
*>   Rings under three nodes and anything past the table sizes are
*>   dropped.
*>
     MOVE     "N" TO WS-Asp-In-Coords WS-Asp-In-Name WS-Asp-Open.
     MOVE     SPACES TO WS-Asp-Cur-Name.
     OPEN     INPUT AIRSPACE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODS699-Exit.
*>
 ODS610-Read.
     READ     AIRSPACE-FILE AT END  GO TO ODS615-Close.
     MOVE     ZERO TO WS-Asp-Rec-Len.
     INSPECT  FUNCTION REVERSE (AIRSPACE-RECORD) TALLYING WS-Asp-Rec-Len
              FOR LEADING SPACES.
     COMPUTE  WS-Asp-Rec-Len = 32000 - WS-Asp-Rec-Len.
     PERFORM  ODS620-Scan-Char THRU ODS629-Exit VARYING WS-Asp-Cx FROM 1 BY 1
              UNTIL WS-Asp-Cx > WS-Asp-Rec-Len.
     IF       WS-Asp-In-Coords = "Y"                *> line end ends a number.
              PERFORM ODS650-Take-Token THRU ODS654-Exit
              IF  WS-Asp-Json NOT = "Y"
                  PERFORM ODS655-Take-Node
              END-IF
     END-IF.
     GO       TO ODS610-Read.
*>
 ODS615-Close.
     CLOSE    AIRSPACE-FILE.
     PERFORM  ODS660-End-Area THRU ODS669-Exit.
     GO       TO ODS699-Exit.
*>
 ODS620-Scan-Char.
     MOVE     AIRSPACE-RECORD (WS-Asp-Cx:1) TO WS-Asp-Char.
     IF       WS-Asp-In-Name NOT = "N"
              GO TO ODS624-Name-Char.
     IF       WS-Asp-In-Coords = "Y"
        AND   WS-Asp-Json = "Y"
              GO TO ODS628-Json-Char.
     IF       WS-Asp-In-Coords = "Y"
              GO TO ODS626-Kml-Char.
*>
     IF       WS-Asp-Char = "<"
        AND   AIRSPACE-RECORD (WS-Asp-Cx:13) = "<coordinates>"
              MOVE "N" TO WS-Asp-Json
              PERFORM ODS640-Start-Area THRU ODS649-Exit
              ADD  12 TO WS-Asp-Cx
              GO TO ODS629-Exit.
     IF       WS-Asp-Char = "<"
        AND   AIRSPACE-RECORD (WS-Asp-Cx:6) = "<name>"
              MOVE "Y" TO WS-Asp-In-Name
              MOVE SPACES TO WS-Asp-Cur-Name
              MOVE ZERO TO WS-Asp-Nx
              ADD  5 TO WS-Asp-Cx
              GO TO ODS629-Exit.
     IF       WS-Asp-Char = QUOTE
        AND   AIRSPACE-RECORD (WS-Asp-Cx + 1:11) = "coordinates"
        AND   AIRSPACE-RECORD (WS-Asp-Cx + 12:1) = QUOTE
              MOVE "Y" TO WS-Asp-Json
              PERFORM ODS640-Start-Area THRU ODS649-Exit
              ADD  12 TO WS-Asp-Cx
              GO TO ODS629-Exit.
     IF       WS-Asp-Char = QUOTE
        AND   AIRSPACE-RECORD (WS-Asp-Cx + 1:4) = "name"
        AND   AIRSPACE-RECORD (WS-Asp-Cx + 5:1) = QUOTE
              MOVE "Q" TO WS-Asp-In-Name
              ADD  5 TO WS-Asp-Cx.
     GO       TO ODS629-Exit.
*>
*>  A name - KML up to the next tag, GeoJSON the quoted string after
*>   the colon.
*>
 ODS624-Name-Char.
     IF       WS-Asp-In-Name = "Q"
              IF  WS-Asp-Char = QUOTE
                  MOVE "J" TO WS-Asp-In-Name
                  MOVE SPACES TO WS-Asp-Cur-Name
                  MOVE ZERO TO WS-Asp-Nx
              ELSE
                  IF  WS-Asp-Char NOT = SPACE AND NOT = ":"
                      MOVE "N" TO WS-Asp-In-Name
                  END-IF
              END-IF
              GO TO ODS629-Exit.
     IF       (WS-Asp-In-Name = "J" AND WS-Asp-Char = QUOTE)
        OR    (WS-Asp-In-Name = "Y" AND WS-Asp-Char = "<")
              MOVE "N" TO WS-Asp-In-Name
              GO TO ODS629-Exit.
     IF       WS-Asp-Nx < 30
        AND   (WS-Asp-Nx > ZERO OR WS-Asp-Char NOT = SPACE)
              ADD  1 TO WS-Asp-Nx
              MOVE WS-Asp-Char TO WS-Asp-Cur-Name (WS-Asp-Nx:1).
     GO       TO ODS629-Exit.
*>
 ODS626-Kml-Char.
     IF       WS-Asp-Char = "<"
              PERFORM ODS650-Take-Token THRU ODS654-Exit
              PERFORM ODS655-Take-Node
              PERFORM ODS660-End-Area THRU ODS669-Exit
              MOVE "N" TO WS-Asp-In-Coords
              GO TO ODS629-Exit.
     IF       WS-Asp-Char = ","
              PERFORM ODS650-Take-Token THRU ODS654-Exit
              GO TO ODS629-Exit.
     IF       WS-Asp-Char = SPACE OR = X"09"
              PERFORM ODS650-Take-Token THRU ODS654-Exit
              PERFORM ODS655-Take-Node
              GO TO ODS629-Exit.
     PERFORM  ODS645-Add-Char.
     GO       TO ODS629-Exit.
*>
 ODS628-Json-Char.
     IF       WS-Asp-Char = "["
              ADD 1 TO WS-Asp-Depth
              GO TO ODS629-Exit.
     IF       WS-Asp-Char = "]"
              PERFORM ODS650-Take-Token THRU ODS654-Exit
              PERFORM ODS655-Take-Node
              SUBTRACT 1 FROM WS-Asp-Depth
              IF  WS-Asp-Pair-Depth > ZERO
              AND (WS-Asp-Depth < WS-Asp-Pair-Depth - 1
                   OR WS-Asp-Depth NOT > ZERO)
                  PERFORM ODS660-End-Area THRU ODS669-Exit
                  MOVE "N" TO WS-Asp-In-Coords
              END-IF
              GO TO ODS629-Exit.
     IF       WS-Asp-Char = "-" OR = "+" OR = "."
        OR    WS-Asp-Char IS NUMERIC
              PERFORM ODS645-Add-Char
              GO TO ODS629-Exit.
     PERFORM  ODS650-Take-Token THRU ODS654-Exit.
 ODS629-Exit.  exit.
*>
 ODS640-Start-Area.
     PERFORM  ODS660-End-Area THRU ODS669-Exit.
     MOVE     "Y" TO WS-Asp-In-Coords.
     MOVE     SPACES TO WS-Asp-Token.
     MOVE     ZERO TO WS-Asp-Tok-Len WS-Asp-Axis WS-Asp-Depth WS-Asp-Pair-Depth.
     IF       WST-Aspa-Size NOT < WST-Aspa-Max
              GO TO ODS649-Exit.
     ADD      1 TO WST-Aspa-Size.
     MOVE     "Y" TO WS-Asp-Open.
     COMPUTE  WST-Aspa-First (WST-Aspa-Size) = WST-Aspn-Size + 1.
     MOVE     WS-Asp-Name TO WST-Aspa-Name (WST-Aspa-Size).
     IF       WS-Asp-Name = SPACES
              MOVE WS-Asp-Cur-Name TO WST-Aspa-Name (WST-Aspa-Size).
     IF       WST-Aspa-Name (WST-Aspa-Size) = SPACES
              MOVE WST-Aspl-File (WS-Asp-Px) TO WST-Aspa-Name (WST-Aspa-Size).
 ODS649-Exit.  exit.
*>
 ODS645-Add-Char.
     IF       WS-Asp-Tok-Len < 24
              ADD  1 TO WS-Asp-Tok-Len
              MOVE WS-Asp-Char TO WS-Asp-Token (WS-Asp-Tok-Len:1).
*>
*>  A number ends - longitude first, then latitude, any more (KML
*>   altitude) ignored.
*>
 ODS650-Take-Token.
     IF       WS-Asp-Tok-Len = ZERO
              GO TO ODS654-Exit.
     IF       WS-Asp-Pair-Depth = ZERO
              MOVE WS-Asp-Depth TO WS-Asp-Pair-Depth.
     ADD      1 TO WS-Asp-Axis.
     IF       WS-Asp-Axis = 1
              COMPUTE WS-Asp-Num-Lon = FUNCTION NUMVAL (WS-Asp-Token).
     IF       WS-Asp-Axis = 2
              COMPUTE WS-Asp-Num-Lat = FUNCTION NUMVAL (WS-Asp-Token).
     MOVE     SPACES TO WS-Asp-Token.
     MOVE     ZERO TO WS-Asp-Tok-Len.
 ODS654-Exit.  exit.
*>
 ODS655-Take-Node.
     IF       WS-Asp-Axis > 1
        AND   WS-Asp-Open = "Y"
        AND   WST-Aspn-Size < WST-Aspn-Max
              ADD  1 TO WST-Aspn-Size
              MOVE WS-Asp-Num-Lat TO WST-Aspn-Lat (WST-Aspn-Size)
              MOVE WS-Asp-Num-Lon TO WST-Aspn-Lon (WST-Aspn-Size).
     MOVE     ZERO TO WS-Asp-Axis.
*>
*>  Area complete - kept with its bounding box, or dropped if too
*>   few nodes to enclose anything.
*>
 ODS660-End-Area.
     IF       WS-Asp-Open NOT = "Y"
              GO TO ODS669-Exit.
     MOVE     "N" TO WS-Asp-Open.
     MOVE     WST-Aspn-Size TO WST-Aspa-Last (WST-Aspa-Size).
     IF       WST-Aspa-Last (WST-Aspa-Size) < WST-Aspa-First (WST-Aspa-Size) + 2
              COMPUTE WST-Aspn-Size = WST-Aspa-First (WST-Aspa-Size) - 1
              SUBTRACT 1 FROM WST-Aspa-Size
              GO TO ODS669-Exit.
     MOVE     WST-Aspa-First (WST-Aspa-Size) TO WS-Asp-Ex.
     MOVE     WST-Aspn-Lat (WS-Asp-Ex) TO WST-Aspa-Min-Lat (WST-Aspa-Size)
                                          WST-Aspa-Max-Lat (WST-Aspa-Size).
     MOVE     WST-Aspn-Lon (WS-Asp-Ex) TO WST-Aspa-Min-Lon (WST-Aspa-Size)
                                          WST-Aspa-Max-Lon (WST-Aspa-Size).
     PERFORM  ODS665-Box VARYING WS-Asp-Ex FROM WST-Aspa-First (WST-Aspa-Size) BY 1
              UNTIL WS-Asp-Ex > WST-Aspa-Last (WST-Aspa-Size).
 ODS669-Exit.  exit.
*>
 ODS665-Box.
     IF       WST-Aspn-Lat (WS-Asp-Ex) < WST-Aspa-Min-Lat (WST-Aspa-Size)
              MOVE WST-Aspn-Lat (WS-Asp-Ex) TO WST-Aspa-Min-Lat (WST-Aspa-Size).
     IF       WST-Aspn-Lat (WS-Asp-Ex) > WST-Aspa-Max-Lat (WST-Aspa-Size)
              MOVE WST-Aspn-Lat (WS-Asp-Ex) TO WST-Aspa-Max-Lat (WST-Aspa-Size).
     IF       WST-Aspn-Lon (WS-Asp-Ex) < WST-Aspa-Min-Lon (WST-Aspa-Size)
              MOVE WST-Aspn-Lon (WS-Asp-Ex) TO WST-Aspa-Min-Lon (WST-Aspa-Size).
     IF       WST-Aspn-Lon (WS-Asp-Ex) > WST-Aspa-Max-Lon (WST-Aspa-Size)
              MOVE WST-Aspn-Lon (WS-Asp-Ex) TO WST-Aspa-Max-Lon (WST-Aspa-Size).
*>
 ODS699-Exit.  exit section.
*>
 ODT500-History-Map  SECTION.
*>===========================
*>
*> Map of everywhere one captain, or one aircraft, has flown over a
*>   date range, as a KML file for Google Earth and the like in the
*>   report directory - history-<captain or reg>.kml. The flight
*>   archive is read first if wanted, then the flight file. Each
*>   distinct airfield pair flown, either way round, is one great
*>   circle line (the ODS500 track sampling) in one of five widths by
*>   sectors flown; each airfield is a placemark with its visits and
*>   last date. Positions come from the airfield file, else the ICAO
*>   reference data - airfields with neither are left off the map and
*>   listed on the report. Local flights mark the airfield only.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Flying History Map" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Captain or Reg (C/R) [ ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Captain / Reg       [               ]" AT 0701 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "From date           [ccyymmdd]    To date [ccyymmdd]" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Include archive     [ ]" AT 0901 WITH foreground-color COB-COLOR-Yellow.
 ODT505-Get-By.
     MOVE     "C" TO WS-Hkm-By.
     ACCEPT   WS-Hkm-By AT 0623 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODT599-Exit.
     move     function upper-case (WS-Hkm-By) to WS-Hkm-By.
     IF       WS-Hkm-By NOT = "C" AND NOT = "R"
              GO TO ODT505-Get-By.
     MOVE     SPACES TO WS-Hkm-Who.
     ACCEPT   WS-Hkm-Who AT 0722 with update.
     IF       WS-Hkm-Who = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODT599-Exit.
     move     function upper-case (WS-Hkm-Who) to WS-Hkm-Who.
*>
 ODT507-Get-Dates.
     MOVE     WS-Today (1:4) TO WS-Test-Intl (1:4).
     MOVE     "0101" TO WS-Test-Intl (5:4).
     ACCEPT   WS-Test-Intl AT 0822 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODT599-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Test-Intl) NOT = ZERO
              DISPLAY FL014 AT 1101 with foreground-color COB-COLOR-RED
              GO TO ODT507-Get-Dates.
     MOVE     WS-Test-Intl TO WS-Hkm-From.
     MOVE     WS-Today TO WS-Test-Intl.
     ACCEPT   WS-Test-Intl AT 0844 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODT599-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Test-Intl) NOT = ZERO
        OR    WS-Test-Intl < WS-Hkm-From
              DISPLAY FL014 AT 1101 with foreground-color COB-COLOR-RED
              GO TO ODT507-Get-Dates.
     MOVE     WS-Test-Intl TO WS-Hkm-To.
     DISPLAY  SPACE AT 1101 with erase eol.
     MOVE     "Y" TO WS-Hkm-Arch.
     ACCEPT   WS-Hkm-Arch AT 0922 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODT599-Exit.
     move     function upper-case (WS-Hkm-Arch) to WS-Hkm-Arch.
*>
     MOVE     ZERO TO WST-Hkmf-Size WST-Hkmp-Size WS-Hkm-Sectors
                      WS-Hkm-Unknown WS-Hkm-Mapped.
     MOVE     "N"  TO WS-Hkm-Full.
     DISPLAY  "Reading the flights ..." AT 1101 WITH foreground-color COB-COLOR-CYAN.
     IF       WS-Hkm-Arch NOT = "Y"
              GO TO ODT520-Live.
*>
*>  The archive images go through the flight FD buffer as ODH520.
*>
     OPEN     INPUT ARCHIVE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODT520-Live.
 ODT512-Read-Arch.
     READ     ARCHIVE-FILE AT END
              CLOSE ARCHIVE-FILE
              GO TO ODT520-Live.
     MOVE     ARCHIVE-RECORD TO FLIGHTLOG-RECORD.
     PERFORM  ODT550-Sector THRU ODT559-Exit.
     GO       TO ODT512-Read-Arch.
*>
 ODT520-Live.
     MOVE     WS-Hkm-From TO FLT-DATE.
     MOVE     ZERO        TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODT525-Scanned.
 ODT522-Read-Live.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODT525-Scanned.
     IF       FLT-DATE > WS-Hkm-To
              GO TO ODT525-Scanned.
     PERFORM  ODT550-Sector THRU ODT559-Exit.
     GO       TO ODT522-Read-Live.
*>
 ODT525-Scanned.
     DISPLAY  SPACE AT 1101 with erase eol.
     IF       WS-Hkm-Sectors = ZERO
              DISPLAY FL236 AT 1101 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODT599-Exit.
     PERFORM  ZD000-Load-Icao-Ref.
     PERFORM  ODT570-Locate VARYING WS-Hkm-Fx FROM 1 BY 1
              UNTIL WS-Hkm-Fx > WST-Hkmf-Size.
*>
     MOVE     FUNCTION LENGTH (FUNCTION TRIM (WS-Hkm-Who)) TO WS-Hkm-Tag-Len.
     MOVE     FUNCTION TRIM (WS-Hkm-Who) TO WS-Hkm-Tag.
     INSPECT  WS-Hkm-Tag (1:WS-Hkm-Tag-Len) REPLACING ALL SPACE BY "-".
     MOVE     SPACES TO WS-Hkm-File-Name.
     STRING   function trim (FLENV-Report-Dir) "/history-"
              WS-Hkm-Tag (1:WS-Hkm-Tag-Len) ".kml"
              DELIMITED BY SIZE INTO WS-Hkm-File-Name.
     OPEN     OUTPUT HISTKML-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL237 AT 1101 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODT599-Exit.
*>
     MOVE     '<?xml version="1.0" encoding="UTF-8"?>' TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     MOVE     '<kml xmlns="http://www.opengis.net/kml/2.2">' TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     MOVE     "<Document>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     MOVE     SPACES TO HISTKML-RECORD.
     STRING   "<name>Flying history " FUNCTION TRIM (WS-Hkm-Who)
              " " WS-Hkm-From " to " WS-Hkm-To "</name>"
              DELIMITED BY SIZE INTO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     PERFORM  ODT575-Style VARYING WS-Hkm-Band FROM 1 BY 1
              UNTIL WS-Hkm-Band > 5.
     MOVE     "<Folder><name>Routes</name>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     PERFORM  ODT580-Route THRU ODT589-Exit VARYING WS-Hkm-Rx FROM 1 BY 1
              UNTIL WS-Hkm-Rx > WST-Hkmp-Size.
     MOVE     "</Folder>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     MOVE     "<Folder><name>Airfields</name>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     PERFORM  ODT590-Airfield THRU ODT594-Exit VARYING WS-Hkm-Fx FROM 1 BY 1
              UNTIL WS-Hkm-Fx > WST-Hkmf-Size.
     MOVE     "</Folder>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     MOVE     "</Document>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     MOVE     "</kml>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     CLOSE    HISTKML-FILE.
*>
*>  The report - totals, then the airfields left off the map.
*>
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "FLYING HISTORY MAP" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD WS-Asp-Row-Line.
     IF       WS-Hkm-By = "C"
              MOVE "Captain"  TO WS-Asp-Row-Line
     ELSE
              MOVE "Aircraft" TO WS-Asp-Row-Line.
     STRING   FUNCTION TRIM (WS-Asp-Row-Line) " " FUNCTION TRIM (WS-Hkm-Who)
              "  sectors " WS-Hkm-From " to " WS-Hkm-To
              DELIMITED BY SIZE INTO PRINT-RECORD.
     IF       WS-Hkm-Arch = "Y"
              MOVE "(archive included)" TO PRINT-RECORD (65:18).
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Map file " FUNCTION TRIM (WS-Hkm-File-Name)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Hkm-Sectors TO WS-Hkm-Count.
     STRING   "Sectors flown             " WS-Hkm-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  PRINT-RECORD (1:40) AT 1101 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Hkm-Mapped TO WS-Hkm-Count.
     STRING   "Routes mapped             " WS-Hkm-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1201 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Hkmf-Size TO WS-Hkm-Count.
     STRING   "Airfields visited         " WS-Hkm-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1301 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Hkm-Unknown TO WS-Hkm-Count.
     STRING   "  no airfield position    " WS-Hkm-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1401 WITH foreground-color COB-COLOR-CYAN.
     IF       WS-Hkm-Full = "Y"
              MOVE FL238 TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              DISPLAY FL238 AT 1501 with foreground-color COB-COLOR-YELLOW.
     IF       WS-Hkm-Unknown NOT = ZERO
              MOVE "Airfields with no position - not on the map" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              MOVE "Code  Visits  Last" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              PERFORM ODT572-Exception VARYING WS-Hkm-Fx FROM 1 BY 1
                      UNTIL WS-Hkm-Fx > WST-Hkmf-Size.
     DISPLAY  "Map written to" AT 1701 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Hkm-File-Name (1:64) AT 1716 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODT599-Exit.
*>
*>  One sector - in range and for the captain / aircraft wanted.
*>
 ODT550-Sector.
     IF       FLT-DATE < WS-Hkm-From
        OR    FLT-DATE > WS-Hkm-To
              GO TO ODT559-Exit.
     IF       WS-Hkm-By = "C"
        AND   function upper-case (FLT-CAPTAIN) NOT = WS-Hkm-Who
              GO TO ODT559-Exit.
     IF       WS-Hkm-By = "R"
        AND   function upper-case (FLT-AC-REG) NOT = WS-Hkm-Who (1:6)
              GO TO ODT559-Exit.
     ADD      1 TO WS-Hkm-Sectors.
     MOVE     FLT-FROM TO WS-Hkm-Code.
     PERFORM  ODT560-Field THRU ODT564-Exit.
     MOVE     FLT-TO TO WS-Hkm-Code.
     PERFORM  ODT560-Field THRU ODT564-Exit.
     IF       WS-Hkm-Fx NOT = ZERO
              ADD 1 TO WST-Hkmf-Visits (WS-Hkm-Fx).
     IF       FLT-FROM = FLT-TO
              GO TO ODT559-Exit.
     IF       FLT-FROM < FLT-TO
              MOVE FLT-FROM TO WS-Hkm-A
              MOVE FLT-TO   TO WS-Hkm-B
     ELSE
              MOVE FLT-TO   TO WS-Hkm-A
              MOVE FLT-FROM TO WS-Hkm-B.
     MOVE     ZERO TO WS-Hkm-Ix.
     PERFORM  ODT566-Match-Pair VARYING WS-Hkm-Rx FROM 1 BY 1
              UNTIL WS-Hkm-Rx > WST-Hkmp-Size
                 OR WS-Hkm-Ix NOT = ZERO.
     IF       WS-Hkm-Ix NOT = ZERO
              ADD 1 TO WST-Hkmp-Count (WS-Hkm-Ix)
              GO TO ODT559-Exit.
     IF       WST-Hkmp-Size NOT < WST-Hkmp-Max
              MOVE "Y" TO WS-Hkm-Full
              GO TO ODT559-Exit.
     ADD      1 TO WST-Hkmp-Size.
     MOVE     WS-Hkm-A TO WST-Hkmp-A (WST-Hkmp-Size).
     MOVE     WS-Hkm-B TO WST-Hkmp-B (WST-Hkmp-Size).
     MOVE     1        TO WST-Hkmp-Count (WST-Hkmp-Size).
 ODT559-Exit.  exit.
*>
*>  Airfield WS-Hkm-Code into the table, its last date brought up to
*>   this sector. WS-Hkm-Fx is its entry, zero when the table is full.
*>
 ODT560-Field.
     MOVE     ZERO TO WS-Hkm-Ix.
     PERFORM  ODT565-Match-Field VARYING WS-Hkm-Fx FROM 1 BY 1
              UNTIL WS-Hkm-Fx > WST-Hkmf-Size
                 OR WS-Hkm-Ix NOT = ZERO.
     MOVE     WS-Hkm-Ix TO WS-Hkm-Fx.
     IF       WS-Hkm-Fx = ZERO
        AND   WST-Hkmf-Size NOT < WST-Hkmf-Max
              MOVE "Y" TO WS-Hkm-Full
              GO TO ODT564-Exit.
     IF       WS-Hkm-Fx = ZERO
              ADD  1 TO WST-Hkmf-Size
              MOVE WST-Hkmf-Size TO WS-Hkm-Fx
              MOVE WS-Hkm-Code   TO WST-Hkmf-Code (WS-Hkm-Fx)
              MOVE ZERO          TO WST-Hkmf-Visits (WS-Hkm-Fx) WST-Hkmf-Last (WS-Hkm-Fx)
              MOVE "N"           TO WST-Hkmf-Found (WS-Hkm-Fx).
     IF       FLT-DATE > WST-Hkmf-Last (WS-Hkm-Fx)
              MOVE FLT-DATE TO WST-Hkmf-Last (WS-Hkm-Fx).
 ODT564-Exit.  exit.
*>
 ODT565-Match-Field.
     IF       WST-Hkmf-Code (WS-Hkm-Fx) = WS-Hkm-Code
              MOVE WS-Hkm-Fx TO WS-Hkm-Ix.
*>
 ODT566-Match-Pair.
     IF       WST-Hkmp-A (WS-Hkm-Rx) = WS-Hkm-A
        AND   WST-Hkmp-B (WS-Hkm-Rx) = WS-Hkm-B
              MOVE WS-Hkm-Rx TO WS-Hkm-Ix.
*>
*>  Position of airfield WS-Hkm-Fx, as the infringement check finds it.
*>
 ODT570-Locate.
     MOVE     WST-Hkmf-Code (WS-Hkm-Fx) TO WS-ICAO-Code.
     PERFORM  ODS550-Position THRU ODS559-Exit.
     MOVE     WS-Asp-Found TO WST-Hkmf-Found (WS-Hkm-Fx).
     IF       WS-Asp-Found = "Y"
              MOVE WS-Asp-Pos-Lat TO WST-Hkmf-Lat (WS-Hkm-Fx)
              MOVE WS-Asp-Pos-Lon TO WST-Hkmf-Lon (WS-Hkm-Fx)
     ELSE
              ADD  1 TO WS-Hkm-Unknown.
*>
 ODT572-Exception.
     IF       WST-Hkmf-Found (WS-Hkm-Fx) = "N"
              MOVE    SPACES TO PRINT-RECORD
              MOVE    WST-Hkmf-Code (WS-Hkm-Fx)   TO PRINT-RECORD (1:4)
              MOVE    WST-Hkmf-Visits (WS-Hkm-Fx) TO WS-Hkm-Count
              MOVE    WS-Hkm-Count                TO PRINT-RECORD (7:6)
              MOVE    WST-Hkmf-Last (WS-Hkm-Fx)   TO WS-Test-Intl
              PERFORM ODT596-Date
              MOVE    WS-Hkm-Date                 TO PRINT-RECORD (15:10)
              WRITE   PRINT-RECORD AFTER 1
     END-IF.
*>
 ODT575-Style.
     MOVE     SPACES TO HISTKML-RECORD.
     STRING   '<Style id="w' WS-Hkm-Band '"><LineStyle><color>ff0055ff</color><width>'
              WS-Hkm-Width (WS-Hkm-Band) "</width></LineStyle></Style>"
              DELIMITED BY SIZE INTO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
*>
*>  One route - both ends must have a position.
*>
 ODT580-Route.
     MOVE     WST-Hkmp-A (WS-Hkm-Rx) TO WS-Hkm-Code.
     MOVE     ZERO TO WS-Hkm-Ix.
     PERFORM  ODT565-Match-Field VARYING WS-Hkm-Fx FROM 1 BY 1
              UNTIL WS-Hkm-Fx > WST-Hkmf-Size
                 OR WS-Hkm-Ix NOT = ZERO.
     MOVE     WS-Hkm-Ix TO WS-Hkm-Fa.
     MOVE     WST-Hkmp-B (WS-Hkm-Rx) TO WS-Hkm-Code.
     MOVE     ZERO TO WS-Hkm-Ix.
     PERFORM  ODT565-Match-Field VARYING WS-Hkm-Fx FROM 1 BY 1
              UNTIL WS-Hkm-Fx > WST-Hkmf-Size
                 OR WS-Hkm-Ix NOT = ZERO.
     MOVE     WS-Hkm-Ix TO WS-Hkm-Fb.
     IF       WS-Hkm-Fa = ZERO
        OR    WS-Hkm-Fb = ZERO
              GO TO ODT589-Exit.
     IF       WST-Hkmf-Found (WS-Hkm-Fa) NOT = "Y"
        OR    WST-Hkmf-Found (WS-Hkm-Fb) NOT = "Y"
              GO TO ODT589-Exit.
     ADD      1 TO WS-Hkm-Mapped.
     EVALUATE TRUE
       WHEN   WST-Hkmp-Count (WS-Hkm-Rx) < 2    MOVE 1 TO WS-Hkm-Band
       WHEN   WST-Hkmp-Count (WS-Hkm-Rx) < 5    MOVE 2 TO WS-Hkm-Band
       WHEN   WST-Hkmp-Count (WS-Hkm-Rx) < 10   MOVE 3 TO WS-Hkm-Band
       WHEN   WST-Hkmp-Count (WS-Hkm-Rx) < 25   MOVE 4 TO WS-Hkm-Band
       WHEN   OTHER                             MOVE 5 TO WS-Hkm-Band
     END-EVALUATE.
     MOVE     WST-Hkmp-Count (WS-Hkm-Rx) TO WS-Hkm-Count.
     MOVE     SPACES TO HISTKML-RECORD.
     STRING   "<Placemark><name>" WST-Hkmp-A (WS-Hkm-Rx) "-" WST-Hkmp-B (WS-Hkm-Rx)
              "</name><description>sectors " FUNCTION TRIM (WS-Hkm-Count)
              '</description><styleUrl>#w' WS-Hkm-Band "</styleUrl>"
              DELIMITED BY SIZE INTO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     MOVE     "<LineString><tessellate>1</tessellate><coordinates>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     MOVE     WST-Hkmf-Lat (WS-Hkm-Fa) TO WS-GC-Lat1.
     MOVE     WST-Hkmf-Lon (WS-Hkm-Fa) TO WS-GC-Lon1.
     MOVE     WST-Hkmf-Lat (WS-Hkm-Fb) TO WS-GC-Lat2.
     MOVE     WST-Hkmf-Lon (WS-Hkm-Fb) TO WS-GC-Lon2.
     PERFORM  ODS560-Track THRU ODS569-Exit.
     PERFORM  ODT585-Point VARYING WS-Asp-Px FROM 1 BY 1
              UNTIL WS-Asp-Px > WS-Asp-Legs + 1.
     MOVE     "</coordinates></LineString></Placemark>" TO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
     GO       TO ODT589-Exit.
*>
 ODT585-Point.
     MOVE     WST-Aspt-Lat (WS-Asp-Px) TO WS-Hkm-Deg-Lat.
     MOVE     WST-Aspt-Lon (WS-Asp-Px) TO WS-Hkm-Deg-Lon.
     MOVE     SPACES TO HISTKML-RECORD.
     STRING   FUNCTION TRIM (WS-Hkm-Deg-Lon) "," FUNCTION TRIM (WS-Hkm-Deg-Lat)
              DELIMITED BY SIZE INTO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
 ODT589-Exit.  exit.
*>
 ODT590-Airfield.
     IF       WST-Hkmf-Found (WS-Hkm-Fx) NOT = "Y"
              GO TO ODT594-Exit.
     MOVE     WST-Hkmf-Visits (WS-Hkm-Fx) TO WS-Hkm-Count.
     MOVE     WST-Hkmf-Last (WS-Hkm-Fx) TO WS-Test-Intl.
     PERFORM  ODT596-Date.
     MOVE     WST-Hkmf-Lat (WS-Hkm-Fx) TO WS-Hkm-Deg-Lat.
     MOVE     WST-Hkmf-Lon (WS-Hkm-Fx) TO WS-Hkm-Deg-Lon.
     MOVE     SPACES TO HISTKML-RECORD.
     STRING   "<Placemark><name>" WST-Hkmf-Code (WS-Hkm-Fx)
              "</name><description>visits " FUNCTION TRIM (WS-Hkm-Count)
              ", last " WS-Hkm-Date "</description><Point><coordinates>"
              FUNCTION TRIM (WS-Hkm-Deg-Lon) "," FUNCTION TRIM (WS-Hkm-Deg-Lat)
              "</coordinates></Point></Placemark>"
              DELIMITED BY SIZE INTO HISTKML-RECORD.
     WRITE    HISTKML-RECORD.
 ODT594-Exit.  exit.
*>
 ODT596-Date.
     MOVE     SPACES TO WS-Hkm-Date.
     STRING   WS-Test-Intl (7:2) "." WS-Test-Intl (5:2) "." WS-Test-Intl (1:4)
              DELIMITED BY SIZE INTO WS-Hkm-Date.
*>
 ODT599-Exit.  exit section.
*>
 ODU500-Movement-Recon  SECTION.
*>=============================
*>
*> Reconciles the tower's movement log for one airfield with the
*>   flight file - gaps in the log book itself, which the fee
*>   statement matching (OG500) never sees. Each flight departing
*>   the airfield wants a departure movement of the same registration
*>   on the same date within the tolerance of its start time, each
*>   flight landing there an arrival within the tolerance of its end
*>   time, the nearest unused movement taken. Reported are flights
*>   with a movement missing, movements no flight accounts for and,
*>   where movements were found, tower circuits differing from the
*>   pilot's - the record has no landing count, so the pilot's is
*>   the CCT count written in the remarks ("6 CCTS", "CCT x6"), none
*>   meaning none. Only the flight file is read - the log is a month
*>   or so old, well inside it. A sector landing after midnight will
*>   show as two mismatches.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "ATC Movement Reconciliation" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Movement log   [                                        ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "Airfield ICAO  [    ]   Tolerance minutes [  ]" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     "movements.csv" TO WS-Atc-Csv-Name.
     ACCEPT   WS-Atc-Csv-Name (1:40) AT 0617 with update.
     IF       WS-Atc-Csv-Name = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODU599-Exit.
 ODU505-Get-Icao.
     ACCEPT   WS-Atc-Icao AT 0717 with update.
     move     function upper-case (WS-Atc-Icao) to WS-Atc-Icao.
     IF       WS-Atc-Icao = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODU599-Exit.
     ACCEPT   WS-Atc-Tol AT 0744 with update.
     IF       WS-Atc-Tol NOT NUMERIC
              MOVE 15 TO WS-Atc-Tol
              GO TO ODU505-Get-Icao.
*>
     MOVE     ZERO TO WST-Atcm-Size WS-Atc-Read WS-Atc-Skipped WS-Atc-Matched
                      WS-Atc-Flights WS-Atc-No-Mvt WS-Atc-No-Flt WS-Atc-Cct-Diff.
     MOVE     99999999 TO WS-Atc-From.
     MOVE     ZERO     TO WS-Atc-To.
     OPEN     INPUT ATCMOVE-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL239 AT 0901 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODU599-Exit.
 ODU510-Read.
     READ     ATCMOVE-FILE AT END
              CLOSE ATCMOVE-FILE
              GO TO ODU520-Loaded.
     IF       ATCMOVE-RECORD = SPACES
              GO TO ODU510-Read.
     IF       WST-Atcm-Size NOT < WST-Atcm-Max
              CLOSE ATCMOVE-FILE
              DISPLAY FL241 AT 0901 with foreground-color COB-COLOR-YELLOW
              GO TO ODU520-Loaded.
     PERFORM  ODU540-Parse-Line THRU ODU547-Exit.
     GO       TO ODU510-Read.
*>
 ODU520-Loaded.
     IF       WST-Atcm-Size = ZERO
              DISPLAY FL240 AT 1001 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODU599-Exit.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "ATC MOVEMENT RECONCILIATION - " WS-Atc-Icao
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Movement log " FUNCTION TRIM (WS-Atc-Csv-Name)
              "  " WS-Atc-From " to " WS-Atc-To
              "  tolerance " WS-Atc-Tol " minutes"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Logged flights" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Date     Start Reg    From To   Captain          Finding" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     WS-Atc-From TO FLT-DATE.
     MOVE     ZERO        TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODU530-Movements.
 ODU525-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODU530-Movements.
     IF       FLT-DATE > WS-Atc-To
              GO TO ODU530-Movements.
     PERFORM  ODU550-Flight THRU ODU559-Exit.
     GO       TO ODU525-Next-Flight.
*>
 ODU530-Movements.
     MOVE     "Movements with no logged flight" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Date     Time Reg        Mvt Circuits" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     PERFORM  ODU595-Movement-Line VARYING WS-Atc-Mx FROM 1 BY 1
              UNTIL WS-Atc-Mx > WST-Atcm-Size.
*>
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Atcm-Size TO WS-Atc-Count.
     STRING   "Movements read              " WS-Atc-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  PRINT-RECORD (1:40) AT 1001 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Atc-Skipped TO WS-Atc-Count.
     STRING   "  lines skipped             " WS-Atc-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1101 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Atc-Matched TO WS-Atc-Count.
     STRING   "  matched to a flight       " WS-Atc-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1201 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Atc-No-Flt TO WS-Atc-Count.
     STRING   "  with no logged flight     " WS-Atc-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1301 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Atc-Flights TO WS-Atc-Count.
     STRING   "Flights at the airfield     " WS-Atc-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1401 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Atc-No-Mvt TO WS-Atc-Count.
     STRING   "  movements missing         " WS-Atc-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1501 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Atc-Cct-Diff TO WS-Atc-Count.
     STRING   "  circuit counts differing  " WS-Atc-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1601 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Reconciliation written to report file" AT 1801.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODU599-Exit.
*>
*>  One log line into the table - lines without a valid date (the
*>   heading), time or movement type are skipped.
*>
 ODU540-Parse-Line.
     INSPECT  ATCMOVE-RECORD REPLACING ALL QUOTE BY SPACE.
     MOVE     SPACES TO WS-Atc-F-Date WS-Atc-F-Time WS-Atc-F-Reg
                        WS-Atc-F-Type WS-Atc-F-Cct.
     UNSTRING ATCMOVE-RECORD DELIMITED BY ","
              INTO WS-Atc-F-Date WS-Atc-F-Time WS-Atc-F-Reg
                   WS-Atc-F-Type WS-Atc-F-Cct.
     MOVE     FUNCTION TRIM (WS-Atc-F-Date) TO WS-Atc-F-Date.
     MOVE     FUNCTION TRIM (WS-Atc-F-Time) TO WS-Atc-F-Time.
     MOVE     FUNCTION TRIM (WS-Atc-F-Reg)  TO WS-Atc-F-Reg.
     MOVE     FUNCTION TRIM (WS-Atc-F-Type) TO WS-Atc-F-Type.
     MOVE     FUNCTION TRIM (WS-Atc-F-Cct)  TO WS-Atc-F-Cct.
     ADD      1 TO WS-Atc-Read.
*>
*>  dd/mm/ccyy or ccyy-mm-dd, as ONB540 takes the bank's.
*>
     MOVE     SPACES TO WS-Atc-D1 WS-Atc-D2 WS-Atc-D3.
     MOVE     ZERO   TO WS-Atc-D1-Cnt.
     UNSTRING WS-Atc-F-Date DELIMITED BY "/" OR "-" OR "."
              INTO WS-Atc-D1 COUNT WS-Atc-D1-Cnt WS-Atc-D2 WS-Atc-D3.
     IF       WS-Atc-D1-Cnt = 4
              MOVE WS-Atc-D1 (1:4) TO WS-Atc-Date (1:4)
              MOVE WS-Atc-D2 (1:2) TO WS-Atc-Date (5:2)
              MOVE WS-Atc-D3 (1:2) TO WS-Atc-Date (7:2)
     ELSE
              MOVE WS-Atc-D3 (1:4) TO WS-Atc-Date (1:4)
              MOVE WS-Atc-D2 (1:2) TO WS-Atc-Date (5:2)
              MOVE WS-Atc-D1 (1:2) TO WS-Atc-Date (7:2).
     IF       WS-Atc-Date NOT NUMERIC
              ADD 1 TO WS-Atc-Skipped
              GO TO ODU547-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Atc-Date) NOT = ZERO
              ADD 1 TO WS-Atc-Skipped
              GO TO ODU547-Exit.
*>
*>  hhmm or hh:mm.
*>
     MOVE     SPACES TO WS-Atc-HH WS-Atc-MM.
     UNSTRING WS-Atc-F-Time DELIMITED BY ":"
              INTO WS-Atc-HH WS-Atc-MM.
     IF       WS-Atc-HH = SPACES
        OR    FUNCTION TEST-NUMVAL (WS-Atc-HH) NOT = ZERO
              ADD 1 TO WS-Atc-Skipped
              GO TO ODU547-Exit.
     IF       WS-Atc-MM = SPACES
              COMPUTE WS-Atc-HHMM = FUNCTION NUMVAL (WS-Atc-HH)
     ELSE
      IF      FUNCTION TEST-NUMVAL (WS-Atc-MM) NOT = ZERO
              ADD 1 TO WS-Atc-Skipped
              GO TO ODU547-Exit
      ELSE
              COMPUTE WS-Atc-HHMM = FUNCTION NUMVAL (WS-Atc-HH) * 100
                                  + FUNCTION NUMVAL (WS-Atc-MM).
     IF       WS-Atc-HHMM (1:2) > "23"
        OR    WS-Atc-HHMM (3:2) > "59"
              ADD 1 TO WS-Atc-Skipped
              GO TO ODU547-Exit.
     MOVE     FUNCTION UPPER-CASE (WS-Atc-F-Type (1:1)) TO WS-Atc-Type.
     IF       WS-Atc-Type NOT = "A" AND NOT = "D"
              ADD 1 TO WS-Atc-Skipped
              GO TO ODU547-Exit.
*>
     ADD      1 TO WST-Atcm-Size.
     MOVE     WS-Atc-Date TO WST-Atcm-Date (WST-Atcm-Size).
     COMPUTE  WST-Atcm-Time (WST-Atcm-Size) =
              FUNCTION INTEGER (WS-Atc-HHMM / 100) * 60 + FUNCTION MOD (WS-Atc-HHMM, 100).
     MOVE     WS-Atc-F-Reg TO WS-Atc-Reg-In WST-Atcm-Reg-In (WST-Atcm-Size).
     PERFORM  ODU565-Reg-Key.
     MOVE     WS-Atc-Reg-Key TO WST-Atcm-Reg (WST-Atcm-Size).
     MOVE     WS-Atc-Type    TO WST-Atcm-Type (WST-Atcm-Size).
     MOVE     ZERO           TO WST-Atcm-Cct (WST-Atcm-Size).
     IF       WS-Atc-F-Cct NOT = SPACES
        AND   FUNCTION TEST-NUMVAL (WS-Atc-F-Cct) = ZERO
              COMPUTE WST-Atcm-Cct (WST-Atcm-Size) = FUNCTION NUMVAL (WS-Atc-F-Cct).
     MOVE     SPACE          TO WST-Atcm-Match (WST-Atcm-Size).
     IF       WS-Atc-Date < WS-Atc-From
              MOVE WS-Atc-Date TO WS-Atc-From.
     IF       WS-Atc-Date > WS-Atc-To
              MOVE WS-Atc-Date TO WS-Atc-To.
 ODU547-Exit.  exit.
*>
*>  One flight - at the airfield at either end, its movements found.
*>
 ODU550-Flight.
     IF       FLT-FROM NOT = WS-Atc-Icao
        AND   FLT-TO   NOT = WS-Atc-Icao
              GO TO ODU559-Exit.
     ADD      1 TO WS-Atc-Flights.
     MOVE     FLT-AC-REG TO WS-Atc-Reg-In.
     PERFORM  ODU565-Reg-Key.
     MOVE     WS-Atc-Reg-Key TO WS-Atc-Flt-Reg.
     MOVE     ZERO TO WS-Atc-Hits WS-Atc-Tower-Cct.
     IF       FLT-FROM NOT = WS-Atc-Icao
              GO TO ODU552-Arrival.
     MOVE     "D"       TO WS-Atc-Type.
     MOVE     FLT-START TO WS-Atc-Flt-Time.
     PERFORM  ODU570-Find.
     IF       WS-Atc-Best = ZERO
              ADD  1 TO WS-Atc-No-Mvt
              MOVE "No departure movement" TO WS-Atc-Finding
              PERFORM ODU590-Flight-Line.
 ODU552-Arrival.
     IF       FLT-TO NOT = WS-Atc-Icao
              GO TO ODU554-Circuits.
     MOVE     "A"       TO WS-Atc-Type.
     MOVE     FLT-END   TO WS-Atc-Flt-Time.
     PERFORM  ODU570-Find.
     IF       WS-Atc-Best = ZERO
              ADD  1 TO WS-Atc-No-Mvt
              MOVE "No arrival movement" TO WS-Atc-Finding
              PERFORM ODU590-Flight-Line.
 ODU554-Circuits.
     IF       WS-Atc-Hits = ZERO
              GO TO ODU559-Exit.
     PERFORM  ODU580-Remark-Cct THRU ODU589-Exit.
     IF       WS-Atc-Pilot-Cct = WS-Atc-Tower-Cct
              GO TO ODU559-Exit.
     ADD      1 TO WS-Atc-Cct-Diff.
     MOVE     WS-Atc-Pilot-Cct TO WS-Atc-Cct-Disp.
     MOVE     WS-Atc-Tower-Cct TO WS-Atc-Cct-Disp2.
     MOVE     SPACES TO WS-Atc-Finding.
     STRING   "Circuits - logged " WS-Atc-Cct-Disp " tower " WS-Atc-Cct-Disp2
              DELIMITED BY SIZE INTO WS-Atc-Finding.
     PERFORM  ODU590-Flight-Line.
 ODU559-Exit.  exit.
*>
*>  Registration WS-Atc-Reg-In without its hyphen, upper case.
*>
 ODU565-Reg-Key.
     MOVE     SPACES TO WS-Atc-Reg-P1 WS-Atc-Reg-P2 WS-Atc-Reg-Key.
     UNSTRING FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Atc-Reg-In)) DELIMITED BY "-"
              INTO WS-Atc-Reg-P1 WS-Atc-Reg-P2.
     STRING   WS-Atc-Reg-P1 WS-Atc-Reg-P2 DELIMITED BY SPACE
              INTO WS-Atc-Reg-Key.
*>
*>  Nearest unused movement of type WS-Atc-Type for this flight.
*>
 ODU570-Find.
     MOVE     ZERO TO WS-Atc-Best.
     MOVE     9999 TO WS-Atc-Best-Diff.
     PERFORM  ODU575-Try VARYING WS-Atc-Mx FROM 1 BY 1
              UNTIL WS-Atc-Mx > WST-Atcm-Size.
     IF       WS-Atc-Best NOT = ZERO
              MOVE "Y" TO WST-Atcm-Match (WS-Atc-Best)
              ADD  WST-Atcm-Cct (WS-Atc-Best) TO WS-Atc-Tower-Cct
              ADD  1 TO WS-Atc-Hits WS-Atc-Matched.
*>
 ODU575-Try.
     IF       WST-Atcm-Match (WS-Atc-Mx) = SPACE
        AND   WST-Atcm-Type  (WS-Atc-Mx) = WS-Atc-Type
        AND   WST-Atcm-Date  (WS-Atc-Mx) = FLT-DATE
        AND   WST-Atcm-Reg   (WS-Atc-Mx) = WS-Atc-Flt-Reg
              IF   WST-Atcm-Time (WS-Atc-Mx) > WS-Atc-Flt-Time
                   COMPUTE WS-Atc-Diff = WST-Atcm-Time (WS-Atc-Mx) - WS-Atc-Flt-Time
              ELSE
                   COMPUTE WS-Atc-Diff = WS-Atc-Flt-Time - WST-Atcm-Time (WS-Atc-Mx)
              END-IF
              IF   WS-Atc-Diff NOT > WS-Atc-Tol
               AND WS-Atc-Diff < WS-Atc-Best-Diff
                   MOVE WS-Atc-Mx   TO WS-Atc-Best
                   MOVE WS-Atc-Diff TO WS-Atc-Best-Diff
              END-IF
     END-IF.
*>
*>  The pilot's circuit count - digits after "CCT" (past any S, x, :
*>   or =) else digits before it, none = zero.
*>
 ODU580-Remark-Cct.
     MOVE     ZERO TO WS-Atc-Pilot-Cct WS-Atc-Rx.
     MOVE     FUNCTION UPPER-CASE (FLT-REMARKS) TO WS-Atc-Rmk.
     INSPECT  WS-Atc-Rmk TALLYING WS-Atc-Rx FOR CHARACTERS BEFORE INITIAL "CCT".
     IF       WS-Atc-Rx > 29
              GO TO ODU589-Exit.
     COMPUTE  WS-Atc-Ry = WS-Atc-Rx + 4.
 ODU582-Skip.
     IF       WS-Atc-Ry > 32
              GO TO ODU584-Before.
     IF       WS-Atc-Rmk (WS-Atc-Ry:1) = "S" OR = SPACE OR = "X" OR = ":" OR = "="
              ADD 1 TO WS-Atc-Ry
              GO TO ODU582-Skip.
 ODU583-After.
     IF       WS-Atc-Ry > 32
              GO TO ODU584-Before.
     IF       WS-Atc-Rmk (WS-Atc-Ry:1) NOT NUMERIC
              GO TO ODU584-Before.
     MOVE     WS-Atc-Rmk (WS-Atc-Ry:1) TO WS-Atc-Digit.
     COMPUTE  WS-Atc-Pilot-Cct = WS-Atc-Pilot-Cct * 10 + WS-Atc-Digit.
     ADD      1 TO WS-Atc-Ry.
     GO       TO ODU583-After.
 ODU584-Before.
     IF       WS-Atc-Pilot-Cct NOT = ZERO
        OR    WS-Atc-Rx = ZERO
              GO TO ODU589-Exit.
     MOVE     WS-Atc-Rx TO WS-Atc-Ry.
     IF       WS-Atc-Rmk (WS-Atc-Ry:1) = SPACE
        AND   WS-Atc-Ry > 1
              SUBTRACT 1 FROM WS-Atc-Ry.
     MOVE     1 TO WS-Atc-Mult.
 ODU586-Back.
     IF       WS-Atc-Ry = ZERO
        OR    WS-Atc-Mult > 100
              GO TO ODU589-Exit.
     IF       WS-Atc-Rmk (WS-Atc-Ry:1) NOT NUMERIC
              GO TO ODU589-Exit.
     MOVE     WS-Atc-Rmk (WS-Atc-Ry:1) TO WS-Atc-Digit.
     COMPUTE  WS-Atc-Pilot-Cct = WS-Atc-Pilot-Cct + WS-Atc-Digit * WS-Atc-Mult.
     COMPUTE  WS-Atc-Mult = WS-Atc-Mult * 10.
     SUBTRACT 1 FROM WS-Atc-Ry.
     GO       TO ODU586-Back.
 ODU589-Exit.  exit.
*>
 ODU590-Flight-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     FLT-DATE    TO PRINT-RECORD (1:8).
     COMPUTE  WS-Atc-HHMM = FUNCTION INTEGER (FLT-START / 60) * 100 + FUNCTION MOD (FLT-START, 60).
     MOVE     WS-Atc-HHMM TO PRINT-RECORD (10:4).
     MOVE     FLT-AC-REG  TO PRINT-RECORD (16:6).
     MOVE     FLT-FROM    TO PRINT-RECORD (23:4).
     MOVE     FLT-TO      TO PRINT-RECORD (28:4).
     MOVE     FLT-CAPTAIN TO PRINT-RECORD (33:15).
     MOVE     WS-Atc-Finding TO PRINT-RECORD (50:40).
     WRITE    PRINT-RECORD AFTER 1.
*>
 ODU595-Movement-Line.
     IF       WST-Atcm-Match (WS-Atc-Mx) = SPACE
              ADD     1 TO WS-Atc-No-Flt
              MOVE    SPACES TO PRINT-RECORD
              MOVE    WST-Atcm-Date (WS-Atc-Mx)   TO PRINT-RECORD (1:8)
              COMPUTE WS-Atc-HHMM = FUNCTION INTEGER (WST-Atcm-Time (WS-Atc-Mx) / 60) * 100
                                  + FUNCTION MOD (WST-Atcm-Time (WS-Atc-Mx), 60)
              MOVE    WS-Atc-HHMM                 TO PRINT-RECORD (10:4)
              MOVE    WST-Atcm-Reg-In (WS-Atc-Mx) TO PRINT-RECORD (15:10)
              MOVE    WST-Atcm-Type (WS-Atc-Mx)   TO PRINT-RECORD (27:1)
              MOVE    WST-Atcm-Cct (WS-Atc-Mx)    TO WS-Atc-Cct-Disp
              MOVE    WS-Atc-Cct-Disp             TO PRINT-RECORD (32:3)
              WRITE   PRINT-RECORD AFTER 1
     END-IF.
*>
 ODU599-Exit.  exit section.
*>
 ODV500-Fuel-Card  SECTION.
*>========================
*>
*> Fuel card reconciliation - the control against card misuse. Each
*>   flight with an uplift logged wants a card transaction of the
*>   same registration and date at its departure airfield, the first
*>   unused one taken; flights with no uplift logged then take any
*>   left over (the uplift forgotten). Reported are away-from-base
*>   uplifts with no transaction (home base fuel is the bowser's -
*>   see CA247), litres differing by more than the tolerance,
*>   transactions no flight accounts for, and card prices a litre
*>   more than the percentage off the fuel price file on that date,
*>   both in base currency at the rate of the day (ZT000 / ZT400).
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Fuel Card Reconciliation" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Card file      [                                        ]" AT 0601
              WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "Litre tolerance [  ]   Price tolerance percent [  ]" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     "fuelcard.csv" TO WS-Fcd-Csv-Name.
     ACCEPT   WS-Fcd-Csv-Name (1:40) AT 0617 with update.
     IF       WS-Fcd-Csv-Name = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODV599-Exit.
 ODV505-Get-Tol.
     ACCEPT   WS-Fcd-Ltr-Tol AT 0718 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODV599-Exit.
     ACCEPT   WS-Fcd-Pct-Tol AT 0749 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODV599-Exit.
     IF       WS-Fcd-Ltr-Tol NOT NUMERIC
        OR    WS-Fcd-Pct-Tol NOT NUMERIC
              MOVE 5  TO WS-Fcd-Ltr-Tol
              MOVE 10 TO WS-Fcd-Pct-Tol
              GO TO ODV505-Get-Tol.
*>
     MOVE     ZERO TO WST-Fcdt-Size WS-Fcd-Read WS-Fcd-Skipped WS-Fcd-Matched
                      WS-Fcd-No-Flt WS-Fcd-No-Card WS-Fcd-Ltr-Diff
                      WS-Fcd-Price-Off WS-Fcd-No-Price.
     MOVE     99999999 TO WS-Fcd-From.
     MOVE     ZERO     TO WS-Fcd-To.
     OPEN     INPUT FUELCARD-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL242 AT 0901 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODV599-Exit.
 ODV510-Read.
     READ     FUELCARD-FILE AT END
              CLOSE FUELCARD-FILE
              GO TO ODV520-Loaded.
     IF       FUELCARD-RECORD = SPACES
              GO TO ODV510-Read.
     IF       WST-Fcdt-Size NOT < WST-Fcdt-Max
              CLOSE FUELCARD-FILE
              DISPLAY FL244 AT 0901 with foreground-color COB-COLOR-YELLOW
              GO TO ODV520-Loaded.
     PERFORM  ODV540-Parse-Line THRU ODV547-Exit.
     GO       TO ODV510-Read.
*>
 ODV520-Loaded.
     IF       WST-Fcdt-Size = ZERO
              DISPLAY FL243 AT 1001 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODV599-Exit.
*>
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "FUEL CARD RECONCILIATION" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Card file " FUNCTION TRIM (WS-Fcd-Csv-Name)
              "  " WS-Fcd-From " to " WS-Fcd-To
              "  tolerance " WS-Fcd-Ltr-Tol " litres, " WS-Fcd-Pct-Tol " percent"
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Logged flights" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Date     Start Reg    From Captain          Uplift Finding" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     1 TO WS-Fcd-Pass.
 ODV522-Start.
     MOVE     WS-Fcd-From TO FLT-DATE.
     MOVE     ZERO        TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODV528-Pass-Done.
 ODV525-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODV528-Pass-Done.
     IF       FLT-DATE > WS-Fcd-To
              GO TO ODV528-Pass-Done.
     PERFORM  ODV550-Flight THRU ODV559-Exit.
     GO       TO ODV525-Next-Flight.
 ODV528-Pass-Done.
     IF       WS-Fcd-Pass = 1
              MOVE 2 TO WS-Fcd-Pass
              GO TO ODV522-Start.
*>
     MOVE     "Card transactions with no matching flight" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Date     ICAO Reg         Litres      Amount Cur" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     PERFORM  ODV575-No-Flight VARYING WS-Fcd-Tx FROM 1 BY 1
              UNTIL WS-Fcd-Tx > WST-Fcdt-Size.
     MOVE     "Card prices off the fuel price file - a litre, base currency" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Date     ICAO Reg         Litres    Card   List Finding" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     PERFORM  ODV580-Price THRU ODV589-Exit VARYING WS-Fcd-Tx FROM 1 BY 1
              UNTIL WS-Fcd-Tx > WST-Fcdt-Size.
*>
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Fcdt-Size TO WS-Fcd-Count.
     STRING   "Transactions read           " WS-Fcd-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  PRINT-RECORD (1:40) AT 1001 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fcd-Skipped TO WS-Fcd-Count.
     STRING   "  lines skipped             " WS-Fcd-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1101 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fcd-Matched TO WS-Fcd-Count.
     STRING   "  matched to a flight       " WS-Fcd-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1201 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fcd-No-Flt TO WS-Fcd-Count.
     STRING   "  with no matching flight   " WS-Fcd-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1301 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fcd-No-Card TO WS-Fcd-Count.
     STRING   "Uplifts with no transaction " WS-Fcd-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1401 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fcd-Ltr-Diff TO WS-Fcd-Count.
     STRING   "Litre mismatches            " WS-Fcd-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1501 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fcd-Price-Off TO WS-Fcd-Count.
     STRING   "Prices out of line          " WS-Fcd-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1601 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Fcd-No-Price TO WS-Fcd-Count.
     STRING   "  no price on file to check " WS-Fcd-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1701 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Reconciliation written to report file" AT 1901.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODV599-Exit.
*>
*>  One card line into the table - lines without a valid date (the
*>   heading), airfield or litres are skipped.
*>
 ODV540-Parse-Line.
     INSPECT  FUELCARD-RECORD REPLACING ALL QUOTE BY SPACE.
     MOVE     SPACES TO WS-Fcd-F-Date WS-Fcd-F-Icao WS-Fcd-F-Reg
                        WS-Fcd-F-Litres WS-Fcd-F-Price WS-Fcd-F-Cur.
     UNSTRING FUELCARD-RECORD DELIMITED BY ","
              INTO WS-Fcd-F-Date WS-Fcd-F-Icao WS-Fcd-F-Reg
                   WS-Fcd-F-Litres WS-Fcd-F-Price WS-Fcd-F-Cur.
     MOVE     FUNCTION TRIM (WS-Fcd-F-Date)   TO WS-Fcd-F-Date.
     MOVE     FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Fcd-F-Icao)) TO WS-Fcd-F-Icao.
     MOVE     FUNCTION TRIM (WS-Fcd-F-Reg)    TO WS-Fcd-F-Reg.
     MOVE     FUNCTION TRIM (WS-Fcd-F-Litres) TO WS-Fcd-F-Litres.
     MOVE     FUNCTION TRIM (WS-Fcd-F-Price)  TO WS-Fcd-F-Price.
     MOVE     FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Fcd-F-Cur)) TO WS-Fcd-F-Cur.
     ADD      1 TO WS-Fcd-Read.
     MOVE     SPACES TO WS-Fcd-D1 WS-Fcd-D2 WS-Fcd-D3.
     MOVE     ZERO   TO WS-Fcd-D1-Cnt.
     UNSTRING WS-Fcd-F-Date DELIMITED BY "/" OR "-" OR "."
              INTO WS-Fcd-D1 COUNT WS-Fcd-D1-Cnt WS-Fcd-D2 WS-Fcd-D3.
     IF       WS-Fcd-D1-Cnt = 4
              MOVE WS-Fcd-D1 (1:4) TO WS-Fcd-Date (1:4)
              MOVE WS-Fcd-D2 (1:2) TO WS-Fcd-Date (5:2)
              MOVE WS-Fcd-D3 (1:2) TO WS-Fcd-Date (7:2)
     ELSE
              MOVE WS-Fcd-D3 (1:4) TO WS-Fcd-Date (1:4)
              MOVE WS-Fcd-D2 (1:2) TO WS-Fcd-Date (5:2)
              MOVE WS-Fcd-D1 (1:2) TO WS-Fcd-Date (7:2).
     IF       WS-Fcd-Date NOT NUMERIC
              ADD 1 TO WS-Fcd-Skipped
              GO TO ODV547-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Fcd-Date) NOT = ZERO
        OR    WS-Fcd-F-Icao = SPACES
        OR    WS-Fcd-F-Litres = SPACES
              ADD 1 TO WS-Fcd-Skipped
              GO TO ODV547-Exit.
     IF       FUNCTION TEST-NUMVAL (WS-Fcd-F-Litres) NOT = ZERO
              ADD 1 TO WS-Fcd-Skipped
              GO TO ODV547-Exit.
*>
     ADD      1 TO WST-Fcdt-Size.
     MOVE     WS-Fcd-Date          TO WST-Fcdt-Date (WST-Fcdt-Size).
     MOVE     WS-Fcd-F-Icao        TO WST-Fcdt-Icao (WST-Fcdt-Size).
     MOVE     WS-Fcd-F-Reg         TO WS-Fcd-Reg-In WST-Fcdt-Reg-In (WST-Fcdt-Size).
     PERFORM  ODV565-Reg-Key.
     MOVE     WS-Fcd-Reg-Key       TO WST-Fcdt-Reg (WST-Fcdt-Size).
     COMPUTE  WST-Fcdt-Litres (WST-Fcdt-Size) ROUNDED = FUNCTION NUMVAL (WS-Fcd-F-Litres)
              ON SIZE ERROR MOVE ZERO TO WST-Fcdt-Litres (WST-Fcdt-Size)
     END-COMPUTE.
     MOVE     ZERO TO WST-Fcdt-Amount (WST-Fcdt-Size).
     IF       WS-Fcd-F-Price NOT = SPACES
        AND   FUNCTION TEST-NUMVAL (WS-Fcd-F-Price) = ZERO
              COMPUTE WST-Fcdt-Amount (WST-Fcdt-Size) ROUNDED = FUNCTION NUMVAL (WS-Fcd-F-Price)
                      ON SIZE ERROR MOVE ZERO TO WST-Fcdt-Amount (WST-Fcdt-Size)
              END-COMPUTE.
     MOVE     WS-Fcd-F-Cur         TO WST-Fcdt-Cur (WST-Fcdt-Size).
     MOVE     SPACE                TO WST-Fcdt-Match (WST-Fcdt-Size).
     IF       WS-Fcd-Date < WS-Fcd-From
              MOVE WS-Fcd-Date TO WS-Fcd-From.
     IF       WS-Fcd-Date > WS-Fcd-To
              MOVE WS-Fcd-Date TO WS-Fcd-To.
 ODV547-Exit.  exit.
*>
*>  One flight in this pass - pass 1 those with an uplift logged,
*>   pass 2 those without.
*>
 ODV550-Flight.
     IF       WS-Fcd-Pass = 1 AND FLT-FUEL-UPLIFT = ZERO
              GO TO ODV559-Exit.
     IF       WS-Fcd-Pass = 2 AND FLT-FUEL-UPLIFT NOT = ZERO
              GO TO ODV559-Exit.
     MOVE     FLT-AC-REG TO WS-Fcd-Reg-In.
     PERFORM  ODV565-Reg-Key.
     MOVE     WS-Fcd-Reg-Key TO WS-Fcd-Flt-Reg.
     MOVE     ZERO TO WS-Fcd-Hit.
     PERFORM  ODV570-Try VARYING WS-Fcd-Tx FROM 1 BY 1
              UNTIL WS-Fcd-Tx > WST-Fcdt-Size
                 OR WS-Fcd-Hit NOT = ZERO.
     IF       WS-Fcd-Hit NOT = ZERO
              GO TO ODV555-Litres.
     IF       WS-Fcd-Pass = 2
              GO TO ODV559-Exit.
     PERFORM  ZT600-Aircraft-Base.
     IF       WS-Tmp-Base NOT = SPACES
        AND   FLT-FROM = WS-Tmp-Base
              GO TO ODV559-Exit.
     ADD      1 TO WS-Fcd-No-Card.
     MOVE     "Uplift with no card transaction" TO WS-Fcd-Finding.
     PERFORM  ODV590-Flight-Line.
     GO       TO ODV559-Exit.
*>
 ODV555-Litres.
     MOVE     "Y" TO WST-Fcdt-Match (WS-Fcd-Hit).
     ADD      1 TO WS-Fcd-Matched.
     IF       WST-Fcdt-Litres (WS-Fcd-Hit) > FLT-FUEL-UPLIFT
              COMPUTE WS-Fcd-Diff = WST-Fcdt-Litres (WS-Fcd-Hit) - FLT-FUEL-UPLIFT
     ELSE
              COMPUTE WS-Fcd-Diff = FLT-FUEL-UPLIFT - WST-Fcdt-Litres (WS-Fcd-Hit).
     IF       WS-Fcd-Diff NOT > WS-Fcd-Ltr-Tol
              GO TO ODV559-Exit.
     ADD      1 TO WS-Fcd-Ltr-Diff.
     MOVE     WST-Fcdt-Litres (WS-Fcd-Hit) TO WS-Fcd-Ltr-Disp.
     MOVE     SPACES TO WS-Fcd-Finding.
     STRING   "Litres differ - card " FUNCTION TRIM (WS-Fcd-Ltr-Disp)
              DELIMITED BY SIZE INTO WS-Fcd-Finding.
     PERFORM  ODV590-Flight-Line.
 ODV559-Exit.  exit.
*>
*>  Registration WS-Fcd-Reg-In without its hyphen, upper case.
*>
 ODV565-Reg-Key.
     MOVE     SPACES TO WS-Fcd-Reg-P1 WS-Fcd-Reg-P2 WS-Fcd-Reg-Key.
     UNSTRING FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Fcd-Reg-In)) DELIMITED BY "-"
              INTO WS-Fcd-Reg-P1 WS-Fcd-Reg-P2.
     STRING   WS-Fcd-Reg-P1 WS-Fcd-Reg-P2 DELIMITED BY SPACE
              INTO WS-Fcd-Reg-Key.
*>
 ODV570-Try.
     IF       WST-Fcdt-Match (WS-Fcd-Tx) = SPACE
        AND   WST-Fcdt-Date  (WS-Fcd-Tx) = FLT-DATE
        AND   WST-Fcdt-Icao  (WS-Fcd-Tx) = FLT-FROM
        AND   WST-Fcdt-Reg   (WS-Fcd-Tx) = WS-Fcd-Flt-Reg
              MOVE WS-Fcd-Tx TO WS-Fcd-Hit.
*>
 ODV575-No-Flight.
     IF       WST-Fcdt-Match (WS-Fcd-Tx) = SPACE
              ADD     1 TO WS-Fcd-No-Flt
              MOVE    SPACES TO PRINT-RECORD
              MOVE    WST-Fcdt-Date (WS-Fcd-Tx)   TO PRINT-RECORD (1:8)
              MOVE    WST-Fcdt-Icao (WS-Fcd-Tx)   TO PRINT-RECORD (10:4)
              MOVE    WST-Fcdt-Reg-In (WS-Fcd-Tx) TO PRINT-RECORD (15:10)
              MOVE    WST-Fcdt-Litres (WS-Fcd-Tx) TO WS-Fcd-Ltr-Disp
              MOVE    WS-Fcd-Ltr-Disp             TO PRINT-RECORD (26:7)
              MOVE    WST-Fcdt-Amount (WS-Fcd-Tx) TO PA2-TOT
              MOVE    PA2-TOT                     TO PRINT-RECORD (34:12)
              MOVE    WST-Fcdt-Cur (WS-Fcd-Tx)    TO PRINT-RECORD (47:3)
              WRITE   PRINT-RECORD AFTER 1
     END-IF.
*>
*>  Card price a litre against the price file, both in base.
*>
 ODV580-Price.
     IF       WST-Fcdt-Litres (WS-Fcd-Tx) = ZERO
        OR    WST-Fcdt-Amount (WS-Fcd-Tx) = ZERO
              ADD 1 TO WS-Fcd-No-Price
              GO TO ODV589-Exit.
     MOVE     WST-Fcdt-Icao (WS-Fcd-Tx) TO WS-FP-Icao.
     MOVE     WST-Fcdt-Date (WS-Fcd-Tx) TO WS-FP-Date.
     PERFORM  ZT000-Lookup-Fuel-Price.
     IF       ERROR-CODE NOT = 1
        OR    WS-FP-Price = ZERO
              ADD 1 TO WS-Fcd-No-Price
              GO TO ODV589-Exit.
     MOVE     WST-Fcdt-Cur  (WS-Fcd-Tx) TO WS-Exr-Cur.
     MOVE     WST-Fcdt-Date (WS-Fcd-Tx) TO WS-Exr-Date.
     PERFORM  ZT400-Lookup-Exch-Rate.
     MOVE     SPACES TO WS-Fcd-Finding.
     IF       WS-Exr-Rate = ZERO
              ADD  1 TO WS-Fcd-No-Price
              MOVE ZERO TO WS-Fcd-Unit
              STRING "No exchange rate for " WST-Fcdt-Cur (WS-Fcd-Tx)
                     DELIMITED BY SIZE INTO WS-Fcd-Finding
              GO TO ODV585-Print.
     COMPUTE  WS-Fcd-Unit ROUNDED = WST-Fcdt-Amount (WS-Fcd-Tx) * WS-Exr-Rate
                                  / WST-Fcdt-Litres (WS-Fcd-Tx)
              ON SIZE ERROR MOVE 99999 TO WS-Fcd-Unit
     END-COMPUTE.
     IF       WS-Fcd-Unit > WS-FP-Price
              COMPUTE WS-Fcd-Off-Pct ROUNDED = (WS-Fcd-Unit - WS-FP-Price) * 100 / WS-FP-Price
                      ON SIZE ERROR MOVE 9999 TO WS-Fcd-Off-Pct
              END-COMPUTE
              MOVE "Above the price file" TO WS-Fcd-Finding
     ELSE
              COMPUTE WS-Fcd-Off-Pct ROUNDED = (WS-FP-Price - WS-Fcd-Unit) * 100 / WS-FP-Price
              MOVE "Below the price file" TO WS-Fcd-Finding.
     IF       WS-Fcd-Off-Pct NOT > WS-Fcd-Pct-Tol
              GO TO ODV589-Exit.
     ADD      1 TO WS-Fcd-Price-Off.
 ODV585-Print.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Fcdt-Date (WS-Fcd-Tx)   TO PRINT-RECORD (1:8).
     MOVE     WST-Fcdt-Icao (WS-Fcd-Tx)   TO PRINT-RECORD (10:4).
     MOVE     WST-Fcdt-Reg-In (WS-Fcd-Tx) TO PRINT-RECORD (15:10).
     MOVE     WST-Fcdt-Litres (WS-Fcd-Tx) TO WS-Fcd-Ltr-Disp.
     MOVE     WS-Fcd-Ltr-Disp             TO PRINT-RECORD (26:7).
     MOVE     WS-Fcd-Unit                 TO WS-Fcd-Unit-Disp.
     MOVE     WS-Fcd-Unit-Disp            TO PRINT-RECORD (34:7).
     MOVE     WS-FP-Price                 TO WS-Fcd-List-Disp.
     MOVE     WS-Fcd-List-Disp            TO PRINT-RECORD (42:6).
     MOVE     WS-Fcd-Finding              TO PRINT-RECORD (49:44).
     WRITE    PRINT-RECORD AFTER 1.
 ODV589-Exit.  exit.
*>
 ODV590-Flight-Line.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     FLT-DATE    TO PRINT-RECORD (1:8).
     COMPUTE  WS-Fcd-HHMM = FUNCTION INTEGER (FLT-START / 60) * 100 + FUNCTION MOD (FLT-START, 60).
     MOVE     WS-Fcd-HHMM TO PRINT-RECORD (10:4).
     MOVE     FLT-AC-REG  TO PRINT-RECORD (16:6).
     MOVE     FLT-FROM    TO PRINT-RECORD (23:4).
     MOVE     FLT-CAPTAIN TO PRINT-RECORD (28:15).
     MOVE     FLT-FUEL-UPLIFT TO WS-Fcd-Ltr-Disp2.
     MOVE     WS-Fcd-Ltr-Disp2 TO PRINT-RECORD (44:7).
     MOVE     WS-Fcd-Finding TO PRINT-RECORD (52:44).
     WRITE    PRINT-RECORD AFTER 1.
*>
 ODV599-Exit.  exit section.
*>
 ODW500-Draft-Roster  SECTION.
*>===========================
*>
*> Draft crew roster for a month, so the scheduling office starts
*>   from a sheet that already keeps the limits rather than finding
*>   the breaches after dutyrosterimp has taken it in. The month's
*>   bookings are crewed in date and time order from the captains
*>   the availability file offers for the whole of the slot. A
*>   captain is drafted only when not already drafted at that time,
*>   licence and medical are in date on the day, a current rating
*>   for the type or its class (SEP/MEP) is held - no rating records
*>   at all is not taken as qualified for a draft - and the scheme's
*>   7 day duty and 28/365 day flight limits (CA241, scheme not on
*>   file = not checked) still hold with the drafted duties counted
*>   in. The booked slot is taken as the duty and the flight time.
*>   Of those who pass, the captain with the least drafted so far
*>   gets it, spreading the month. Unfilled bookings are listed with
*>   the furthest any captain got. The draft is written to the report
*>   directory as roster-ccyymm.xml, a row per captain per day, the
*>   duty taken round any duty.dat record already there for the day.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Draft Crew Roster" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Roster month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow with erase eos.
     DISPLAY  "Availability file [                                        ]" AT 0701
              WITH foreground-color COB-COLOR-Yellow.
 ODW505-Get-Month.
     MOVE     ZERO TO WS-Drf-Month.
     ACCEPT   WS-Drf-Month AT 0624 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODW599-Exit.
     IF       WS-Drf-Month < 190001 or > 219912
        or    WS-Drf-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0901 with foreground-color COB-COLOR-RED
              GO TO ODW505-Get-Month.
     DISPLAY  SPACE AT 0901 with erase eol.
     MOVE     "crewavail.csv" TO WS-Drf-Avail-Name.
     ACCEPT   WS-Drf-Avail-Name (1:40) AT 0720 with update.
     IF       WS-Drf-Avail-Name = SPACES OR Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODW599-Exit.
*>
     COMPUTE  WS-Drf-Start = WS-Drf-Month * 100 + 1.
     IF       WS-Drf-Month (5:2) = "12"
              MOVE WS-Drf-Month (1:4) TO WS-Tmp-Year
              COMPUTE WS-Drf-End = (WS-Tmp-Year + 1) * 10000 + 0101
     ELSE
              COMPUTE WS-Drf-End = (WS-Drf-Month + 1) * 100 + 1.
     COMPUTE  WS-Drf-Start-Int = FUNCTION INTEGER-OF-DATE (WS-Drf-Start).
     COMPUTE  WS-Drf-Days = FUNCTION INTEGER-OF-DATE (WS-Drf-End) - WS-Drf-Start-Int.
     COMPUTE  WS-Drf-End = FUNCTION DATE-OF-INTEGER (WS-Drf-Start-Int + WS-Drf-Days - 1).
     MOVE     ZERO TO WST-Drfb-Size WST-Drfc-Size WST-Drfa-Size
                      WS-Drf-Avl-Read WS-Drf-Avl-Skipped WS-Drf-Filled
                      WS-Drf-Unfilled WS-Drf-Rows.
     MOVE     SPACE TO WS-Drf-Full.
*>
     OPEN     INPUT CREWAVAIL-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL245 AT 0901 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODW599-Exit.
 ODW510-Read.
     READ     CREWAVAIL-FILE AT END
              CLOSE CREWAVAIL-FILE
              GO TO ODW520-Bookings.
     IF       CREWAVAIL-RECORD = SPACES
              GO TO ODW510-Read.
     PERFORM  ODW540-Parse-Line THRU ODW549-Exit.
     GO       TO ODW510-Read.
*>
*>  The month's bookings off the diary - keyed by registration, so
*>   the whole file is read.
*>
 ODW520-Bookings.
     START    BOOKING-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODW525-Loaded.
 ODW522-Next-Booking.
     READ     BOOKING-FILE NEXT RECORD AT END  GO TO ODW525-Loaded.
     IF       BKG-DATE < WS-Drf-Start
        OR    BKG-DATE > WS-Drf-End
              GO TO ODW522-Next-Booking.
     IF       WST-Drfb-Size NOT < WST-Drfb-Max
              MOVE "Y" TO WS-Drf-Full
              GO TO ODW525-Loaded.
     ADD      1 TO WST-Drfb-Size.
     MOVE     BKG-AC-REG TO WST-Drfb-Reg   (WST-Drfb-Size).
     MOVE     BKG-DATE   TO WST-Drfb-Date  (WST-Drfb-Size).
     MOVE     BKG-START  TO WST-Drfb-Start (WST-Drfb-Size).
     MOVE     BKG-END    TO WST-Drfb-End   (WST-Drfb-Size).
     MOVE     BKG-HIRER  TO WST-Drfb-Hirer (WST-Drfb-Size).
     MOVE     ZERO       TO WST-Drfb-Crew  (WST-Drfb-Size)
                            WST-Drfb-Stage (WST-Drfb-Size).
     MOVE     SPACE      TO WST-Drfb-Done  (WST-Drfb-Size).
     GO       TO ODW522-Next-Booking.
*>
 ODW525-Loaded.
     IF       WST-Drfb-Size = ZERO
              DISPLAY FL246 AT 0901 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODW599-Exit.
*>
*>  Types after the bookings are all in - the lookup moves the
*>   booking file's position.
*>
     PERFORM  ODW560-Reg-Type THRU ODW564-Exit VARYING WS-Drf-Bx FROM 1 BY 1
              UNTIL WS-Drf-Bx > WST-Drfb-Size.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "DRAFT CREW ROSTER for month " WS-Drf-Month
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Drf-Avl-Read    TO WS-Drf-Count.
     MOVE     WS-Drf-Avl-Skipped TO WS-Drf-Count2.
     STRING   "Availability " FUNCTION TRIM (WS-Drf-Avail-Name)
              "  lines " WS-Drf-Count "  skipped " WS-Drf-Count2
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Date     Reg    Type     From  To    Hirer           Captain / reason"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
*>
*>  Bookings in date and time order - the earliest not yet done each
*>   time round.
*>
 ODW530-Next.
     MOVE     ZERO TO WS-Drf-Next.
     MOVE     999999999999 TO WS-Drf-Next-Key.
     PERFORM  ODW565-Pick VARYING WS-Drf-Bx FROM 1 BY 1
              UNTIL WS-Drf-Bx > WST-Drfb-Size.
     IF       WS-Drf-Next = ZERO
              GO TO ODW535-Sheet.
     MOVE     WS-Drf-Next TO WS-Drf-Bx.
     PERFORM  ODW570-Booking THRU ODW574-Exit.
     PERFORM  ODW590-Booking-Line.
     GO       TO ODW530-Next.
*>
 ODW535-Sheet.
     MOVE     SPACES TO WS-Drf-Xml-Name.
     STRING   function trim (FLENV-Report-Dir) "/roster-" WS-Drf-Month ".xml"
              DELIMITED BY SIZE INTO WS-Drf-Xml-Name.
     OPEN     OUTPUT DRAFTXML-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL247 AT 0901 with foreground-color COB-COLOR-RED
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODW599-Exit.
     MOVE     '<?xml version="1.0"?>' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     '<Workbook xmlns="urn:schemas-microsoft-com:office:spreadsheet"' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     ' xmlns:o="urn:schemas-microsoft-com:office:office"' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     ' xmlns:x="urn:schemas-microsoft-com:office:excel"' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     ' xmlns:ss="urn:schemas-microsoft-com:office:spreadsheet">' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     SPACES TO DRAFTXML-RECORD.
     STRING   ' <Worksheet ss:Name="Roster ' WS-Drf-Month '">'
              DELIMITED BY SIZE INTO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     SPACES TO DRAFTXML-RECORD.
     MOVE     WS-Drf-Rows TO WS-Drf-Count.
     STRING   '  <Table ss:ExpandedColumnCount="5" ss:ExpandedRowCount="'
              FUNCTION TRIM (WS-Drf-Count)
              '" x:FullColumns="1" x:FullRows="1">'
              DELIMITED BY SIZE INTO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     PERFORM  ODW592-Day VARYING WS-Drf-Mx FROM 1 BY 1
              UNTIL WS-Drf-Mx > WS-Drf-Days.
     MOVE     '  </Table>' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     ' </Worksheet>' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     '</Workbook>' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     CLOSE    DRAFTXML-FILE.
*>
     IF       WS-Drf-Unfilled NOT = ZERO
              MOVE "Unfilled duties" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              MOVE "Date     Reg    Type     From  To    Hirer           Reason" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              PERFORM ODW591-Unfilled VARYING WS-Drf-Bx FROM 1 BY 1
                      UNTIL WS-Drf-Bx > WST-Drfb-Size.
*>
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WST-Drfb-Size TO WS-Drf-Count.
     STRING   "Bookings in the month       " WS-Drf-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  PRINT-RECORD (1:40) AT 1001 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Drf-Filled TO WS-Drf-Count.
     STRING   "  captain drafted           " WS-Drf-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1101 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Drf-Unfilled TO WS-Drf-Count.
     STRING   "  unfilled                  " WS-Drf-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1201 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Drf-Rows TO WS-Drf-Count.
     STRING   "Roster rows on the sheet    " WS-Drf-Count
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:40) AT 1301 WITH foreground-color COB-COLOR-CYAN.
     IF       WS-Drf-Full = "Y"
              MOVE FL248 TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1
              DISPLAY FL248 AT 1401 with foreground-color COB-COLOR-YELLOW.
     DISPLAY  "Draft written to" AT 1601 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Drf-Xml-Name (1:64) AT 1618 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODW599-Exit.
*>
*>  One availability line - captains not on the pilot file, bad dates
*>   and times are skipped; days outside the month are passed over.
*>
 ODW540-Parse-Line.
     INSPECT  CREWAVAIL-RECORD REPLACING ALL QUOTE BY SPACE.
     MOVE     SPACES TO WS-Drf-F-Name WS-Drf-F-Date WS-Drf-F-From WS-Drf-F-To.
     UNSTRING CREWAVAIL-RECORD DELIMITED BY ","
              INTO WS-Drf-F-Name WS-Drf-F-Date WS-Drf-F-From WS-Drf-F-To.
     MOVE     FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Drf-F-Name)) TO WS-Drf-F-Name.
     MOVE     FUNCTION TRIM (WS-Drf-F-Date) TO WS-Drf-F-Date.
     MOVE     FUNCTION TRIM (WS-Drf-F-From) TO WS-Drf-F-From.
     MOVE     FUNCTION TRIM (WS-Drf-F-To)   TO WS-Drf-F-To.
     ADD      1 TO WS-Drf-Avl-Read.
     MOVE     SPACES TO WS-Drf-D1 WS-Drf-D2 WS-Drf-D3.
     MOVE     ZERO   TO WS-Drf-D1-Cnt.
     UNSTRING WS-Drf-F-Date DELIMITED BY "/" OR "-" OR "."
              INTO WS-Drf-D1 COUNT WS-Drf-D1-Cnt WS-Drf-D2 WS-Drf-D3.
     IF       WS-Drf-D1-Cnt = 4
              MOVE WS-Drf-D1 (1:4) TO WS-Drf-Date (1:4)
              MOVE WS-Drf-D2 (1:2) TO WS-Drf-Date (5:2)
              MOVE WS-Drf-D3 (1:2) TO WS-Drf-Date (7:2)
     ELSE
      IF      WS-Drf-D1-Cnt = 8
              MOVE WS-Drf-D1 (1:4) TO WS-Drf-Date (1:4)
              MOVE WS-Drf-F-Date (5:4) TO WS-Drf-Date (5:4)
      ELSE
              MOVE WS-Drf-D3 (1:4) TO WS-Drf-Date (1:4)
              MOVE WS-Drf-D2 (1:2) TO WS-Drf-Date (5:2)
              MOVE WS-Drf-D1 (1:2) TO WS-Drf-Date (7:2).
     IF       WS-Drf-Date NOT NUMERIC
              ADD 1 TO WS-Drf-Avl-Skipped
              GO TO ODW549-Exit.
     IF       function TEST-DATE-YYYYMMDD (WS-Drf-Date) NOT = ZERO
        OR    WS-Drf-F-Name = SPACES
              ADD 1 TO WS-Drf-Avl-Skipped
              GO TO ODW549-Exit.
     IF       WS-Drf-Date < WS-Drf-Start
        OR    WS-Drf-Date > WS-Drf-End
              GO TO ODW549-Exit.
*>
     MOVE     ZERO TO WS-Drf-Avl-From.
     MOVE     1440 TO WS-Drf-Avl-To.
     IF       WS-Drf-F-From NOT = SPACES
              MOVE WS-Drf-F-From TO WS-Drf-Time-In
              PERFORM ODW545-Time THRU ODW547-Exit
              IF  WS-Drf-Bad NOT = ZERO
                  ADD 1 TO WS-Drf-Avl-Skipped
                  GO TO ODW549-Exit
              END-IF
              MOVE WS-Drf-Mins TO WS-Drf-Avl-From.
     IF       WS-Drf-F-To NOT = SPACES
              MOVE WS-Drf-F-To TO WS-Drf-Time-In
              PERFORM ODW545-Time THRU ODW547-Exit
              IF  WS-Drf-Bad NOT = ZERO
                  ADD 1 TO WS-Drf-Avl-Skipped
                  GO TO ODW549-Exit
              END-IF
              MOVE WS-Drf-Mins TO WS-Drf-Avl-To.
     IF       WS-Drf-Avl-To NOT > WS-Drf-Avl-From
              ADD 1 TO WS-Drf-Avl-Skipped
              GO TO ODW549-Exit.
*>
     MOVE     ZERO TO WS-Drf-Best.
     PERFORM  ODW551-Find-Crew VARYING WS-Drf-Cx FROM 1 BY 1
              UNTIL WS-Drf-Cx > WST-Drfc-Size
                 OR WS-Drf-Best NOT = ZERO.
     IF       WS-Drf-Best = ZERO
              PERFORM ODW550-Add-Crew THRU ODW559-Exit.
     IF       WS-Drf-Best = ZERO
              ADD 1 TO WS-Drf-Avl-Skipped
              GO TO ODW549-Exit.
     IF       WST-Drfa-Size NOT < WST-Drfa-Max
              MOVE "Y" TO WS-Drf-Full
              GO TO ODW549-Exit.
     ADD      1 TO WST-Drfa-Size.
     MOVE     WS-Drf-Best     TO WST-Drfa-Crew (WST-Drfa-Size).
     MOVE     WS-Drf-Date     TO WST-Drfa-Date (WST-Drfa-Size).
     MOVE     WS-Drf-Avl-From TO WST-Drfa-From (WST-Drfa-Size).
     MOVE     WS-Drf-Avl-To   TO WST-Drfa-To   (WST-Drfa-Size).
     GO       TO ODW549-Exit.
*>
*>  hhmm, hh:mm or hh.mm into minutes - 24:00 taken for the end of
*>   the day.
*>
 ODW545-Time.
     MOVE     ZERO TO WS-Drf-Bad WS-Drf-Mins.
     MOVE     SPACES TO WS-Drf-HH WS-Drf-MM.
     UNSTRING WS-Drf-Time-In DELIMITED BY ":" OR "."
              INTO WS-Drf-HH WS-Drf-MM.
     IF       WS-Drf-HH = SPACES
        OR    FUNCTION TEST-NUMVAL (WS-Drf-HH) NOT = ZERO
              MOVE 1 TO WS-Drf-Bad
              GO TO ODW547-Exit.
     IF       WS-Drf-MM = SPACES
              COMPUTE WS-Drf-HHMM = FUNCTION NUMVAL (WS-Drf-HH)
     ELSE
      IF      FUNCTION TEST-NUMVAL (WS-Drf-MM) NOT = ZERO
              MOVE 1 TO WS-Drf-Bad
              GO TO ODW547-Exit
      ELSE
              COMPUTE WS-Drf-HHMM = FUNCTION NUMVAL (WS-Drf-HH) * 100
                                  + FUNCTION NUMVAL (WS-Drf-MM).
     IF       WS-Drf-HHMM = 2400
              MOVE 1440 TO WS-Drf-Mins
              GO TO ODW547-Exit.
     IF       WS-Drf-HHMM (1:2) > "23"
        OR    WS-Drf-HHMM (3:2) > "59"
              MOVE 1 TO WS-Drf-Bad
              GO TO ODW547-Exit.
     COMPUTE  WS-Drf-Mins =
              FUNCTION INTEGER (WS-Drf-HHMM / 100) * 60 + FUNCTION MOD (WS-Drf-HHMM, 100).
 ODW547-Exit.  exit.
*>
 ODW549-Exit.  exit.
*>
*>  A captain new to the table - off the pilot file with the scheme
*>   limits (CA241's fallback to DEFAULT), the flights of the 364
*>   days before the month through its end along the Captain key,
*>   and duty.dat from 6 days before to 6 days after.
*>
 ODW550-Add-Crew.
     MOVE     WS-Drf-F-Name TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODW559-Exit.
     IF       WST-Drfc-Size NOT < WST-Drfc-Max
              MOVE "Y" TO WS-Drf-Full
              GO TO ODW559-Exit.
     ADD      1 TO WST-Drfc-Size.
     MOVE     WST-Drfc-Size TO WS-Drf-Best WS-Drf-Cx.
     INITIALIZE WST-Drfc-Entry (WS-Drf-Cx).
     MOVE     PILOT-NAME           TO WST-Drfc-Name (WS-Drf-Cx).
     MOVE     PILOT-LICENCE-EXPIRY TO WST-Drfc-Lic  (WS-Drf-Cx).
     MOVE     PILOT-MEDICAL-EXPIRY TO WST-Drfc-Med  (WS-Drf-Cx).
     MOVE     PILOT-FTL-SCHEME TO WS-Ftl-Scheme.
     IF       WS-Ftl-Scheme = SPACES
              MOVE "DEFAULT" TO WS-Ftl-Scheme.
     MOVE     WS-Ftl-Scheme TO FTL-SCHEME.
     READ     FTLSCHEME-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        AND   WS-Ftl-Scheme NOT = "DEFAULT"
              MOVE "DEFAULT" TO FTL-SCHEME
              READ FTLSCHEME-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE FTL-DUTY-7-MINS  TO WST-Drfc-Lim-7   (WS-Drf-Cx)
              MOVE FTL-FLT-28-MINS  TO WST-Drfc-Lim-28  (WS-Drf-Cx)
              MOVE FTL-FLT-365-MINS TO WST-Drfc-Lim-365 (WS-Drf-Cx).
*>
     MOVE     WST-Drfc-Name (WS-Drf-Cx) TO FLT-CAPTAIN.
     START    FLIGHTLOG-FILE KEY NOT < FLT-CAPTAIN
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODW555-Duty.
 ODW552-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODW555-Duty.
     IF       FLT-CAPTAIN NOT = WST-Drfc-Name (WS-Drf-Cx)
              GO TO ODW555-Duty.
     IF       FLT-DATE NOT NUMERIC
        OR    FLT-DATE > WS-Drf-End
              GO TO ODW552-Next-Flight.
     COMPUTE  WS-Drf-Sum = FUNCTION INTEGER-OF-DATE (FLT-DATE) + 365.
     IF       WS-Drf-Sum NOT > WS-Drf-Start-Int
              GO TO ODW552-Next-Flight.
     COMPUTE  WS-Drf-Kx = WS-Drf-Sum - WS-Drf-Start-Int.
     MOVE     FLT-END TO WS-Pln-Mins.
     IF       FLT-START = ZERO AND FLT-END = ZERO
              MOVE ZERO TO WS-Pln-Mins
     ELSE
              IF FLT-END NOT > FLT-START
                 ADD 1440 TO WS-Pln-Mins
              END-IF
              SUBTRACT FLT-START FROM WS-Pln-Mins
     END-IF.
     ADD      WS-Pln-Mins TO WST-Drfc-Flt (WS-Drf-Cx WS-Drf-Kx).
     GO       TO ODW552-Next-Flight.
*>
 ODW555-Duty.
     MOVE     WST-Drfc-Name (WS-Drf-Cx) TO DUTY-CAPTAIN.
     COMPUTE  DUTY-DATE = FUNCTION DATE-OF-INTEGER (WS-Drf-Start-Int - 6).
     START    DUTY-FILE KEY NOT < DUTY-CAPTAIN-DATE-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODW559-Exit.
 ODW557-Next-Duty.
     READ     DUTY-FILE NEXT RECORD AT END  GO TO ODW559-Exit.
     IF       DUTY-CAPTAIN NOT = WST-Drfc-Name (WS-Drf-Cx)
              GO TO ODW559-Exit.
     COMPUTE  WS-Drf-Kx = FUNCTION INTEGER-OF-DATE (DUTY-DATE) + 365 - WS-Drf-Start-Int.
     IF       WS-Drf-Kx > 401
              GO TO ODW559-Exit.
     COMPUTE  WS-Duty-Mins = DUTY-END - DUTY-START.
     IF       WS-Duty-Mins < 0
              ADD  1440 TO WS-Duty-Mins.
     ADD      WS-Duty-Mins TO WST-Drfc-Duty (WS-Drf-Cx WS-Drf-Kx).
     IF       WS-Drf-Kx > 364
        AND   WS-Drf-Kx NOT > 364 + WS-Drf-Days
              COMPUTE WS-Drf-Mx = WS-Drf-Kx - 364
              MOVE "Y"        TO WST-Drfc-Ex (WS-Drf-Cx WS-Drf-Mx)
              MOVE DUTY-START TO WST-Drfc-Ex-On (WS-Drf-Cx WS-Drf-Mx)
              COMPUTE WST-Drfc-Ex-Off (WS-Drf-Cx WS-Drf-Mx) = DUTY-START + WS-Duty-Mins.
     GO       TO ODW557-Next-Duty.
 ODW559-Exit.  exit.
*>
 ODW551-Find-Crew.
     IF       WST-Drfc-Name (WS-Drf-Cx) = WS-Drf-F-Name
              MOVE WS-Drf-Cx TO WS-Drf-Best.
*>
*>  Type flown by a booking's registration - the last sector logged
*>   for it along the registration key, else the aircraft type that
*>   last flew it. A registration already looked up is taken again.
*>
 ODW560-Reg-Type.
     MOVE     SPACES TO WS-Drf-Type.
     PERFORM  ODW563-Same-Reg VARYING WS-Drf-Kx FROM 1 BY 1
              UNTIL WS-Drf-Kx NOT < WS-Drf-Bx
                 OR WS-Drf-Type NOT = SPACES.
     IF       WS-Drf-Type NOT = SPACES
              GO TO ODW564-Set.
     MOVE     WST-Drfb-Reg (WS-Drf-Bx) TO FLT-AC-REG.
     START    FLIGHTLOG-FILE KEY NOT < FLT-AC-REG
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODW561-Aircraft.
 ODW560-Next.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODW561-Aircraft.
     IF       FLT-AC-REG NOT = WST-Drfb-Reg (WS-Drf-Bx)
              GO TO ODW561-Aircraft.
     IF       FLT-AC-TYPE NOT = SPACES
              MOVE FLT-AC-TYPE TO WS-Drf-Type.
     GO       TO ODW560-Next.
 ODW561-Aircraft.
     IF       WS-Drf-Type NOT = SPACES
              GO TO ODW564-Set.
     START    AIRCRAFT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODW564-Set.
 ODW562-Read-Type.
     READ     AIRCRAFT-FILE NEXT RECORD AT END  GO TO ODW564-Set.
     IF       Aircraft-Last-Reg NOT = WST-Drfb-Reg (WS-Drf-Bx)
              GO TO ODW562-Read-Type.
     MOVE     Aircraft-Type TO WS-Drf-Type.
 ODW564-Set.
     MOVE     WS-Drf-Type TO WST-Drfb-Type (WS-Drf-Bx).
 ODW564-Exit.  exit.
*>
 ODW563-Same-Reg.
     IF       WST-Drfb-Reg (WS-Drf-Kx) = WST-Drfb-Reg (WS-Drf-Bx)
              MOVE WST-Drfb-Type (WS-Drf-Kx) TO WS-Drf-Type.
*>
 ODW565-Pick.
     IF       WST-Drfb-Done (WS-Drf-Bx) = SPACE
              COMPUTE WS-Drf-Key = WST-Drfb-Date (WS-Drf-Bx) * 10000
                                 + WST-Drfb-Start (WS-Drf-Bx)
              IF  WS-Drf-Key < WS-Drf-Next-Key
                  MOVE WS-Drf-Key TO WS-Drf-Next-Key
                  MOVE WS-Drf-Bx  TO WS-Drf-Next
              END-IF
     END-IF.
*>
*>  One booking - each captain offered for the slot tried in turn.
*>   Stage is how far the best of them got: 0 type not known, 1 no
*>   one offered, 2 already drafted, 3 licence/medical, 4 rating,
*>   5 7 day duty, 6 28 day flight, 7 365 day flight, 8 passed.
*>
 ODW570-Booking.
     MOVE     "Y" TO WST-Drfb-Done (WS-Drf-Bx).
     IF       WST-Drfb-Type (WS-Drf-Bx) = SPACES
              ADD 1 TO WS-Drf-Unfilled
              GO TO ODW574-Exit.
     MOVE     1 TO WST-Drfb-Stage (WS-Drf-Bx).
     MOVE     WST-Drfb-Start (WS-Drf-Bx) TO WS-Drf-On.
     COMPUTE  WS-Drf-Span = WST-Drfb-End (WS-Drf-Bx) - WST-Drfb-Start (WS-Drf-Bx).
     IF       WST-Drfb-End (WS-Drf-Bx) NOT > WST-Drfb-Start (WS-Drf-Bx)
              COMPUTE WS-Drf-Span = WST-Drfb-End (WS-Drf-Bx) + 1440
                                  - WST-Drfb-Start (WS-Drf-Bx).
     COMPUTE  WS-Drf-Off = WS-Drf-On + WS-Drf-Span.
     COMPUTE  WS-Drf-Dx = FUNCTION INTEGER-OF-DATE (WST-Drfb-Date (WS-Drf-Bx))
                        + 365 - WS-Drf-Start-Int.
     COMPUTE  WS-Drf-Mx = WS-Drf-Dx - 364.
     MOVE     WST-Drfb-Type (WS-Drf-Bx) TO WS-Drf-Type Aircraft-Type.
     MOVE     "SEP" TO WS-Drf-Class.
     READ     AIRCRAFT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   AIRCRAFT-MS = "M"
              MOVE "MEP" TO WS-Drf-Class.
     MOVE     ZERO TO WS-Drf-Best.
     PERFORM  ODW575-Candidate THRU ODW579-Exit VARYING WS-Drf-Ax FROM 1 BY 1
              UNTIL WS-Drf-Ax > WST-Drfa-Size.
     IF       WS-Drf-Best = ZERO
              ADD 1 TO WS-Drf-Unfilled
              GO TO ODW574-Exit.
*>
     MOVE     WS-Drf-Best TO WST-Drfb-Crew (WS-Drf-Bx) WS-Drf-Cx.
     ADD      1 TO WS-Drf-Filled.
     ADD      WS-Drf-Span TO WST-Drfc-Flt (WS-Drf-Cx WS-Drf-Dx)
                             WST-Drfc-Drafted (WS-Drf-Cx).
     IF       WST-Drfc-Dr (WS-Drf-Cx WS-Drf-Mx) NOT = "Y"
              ADD  1 TO WS-Drf-Rows
              MOVE "Y"         TO WST-Drfc-Dr (WS-Drf-Cx WS-Drf-Mx)
              MOVE WS-Drf-On   TO WST-Drfc-Dr-On (WS-Drf-Cx WS-Drf-Mx)
              MOVE WS-Drf-Off  TO WST-Drfc-Dr-Off (WS-Drf-Cx WS-Drf-Mx)
              MOVE WS-Drf-Type TO WST-Drfc-Dr-Type (WS-Drf-Cx WS-Drf-Mx)
              GO TO ODW574-Exit.
     IF       WS-Drf-On < WST-Drfc-Dr-On (WS-Drf-Cx WS-Drf-Mx)
              MOVE WS-Drf-On TO WST-Drfc-Dr-On (WS-Drf-Cx WS-Drf-Mx).
     IF       WS-Drf-Off > WST-Drfc-Dr-Off (WS-Drf-Cx WS-Drf-Mx)
              MOVE WS-Drf-Off TO WST-Drfc-Dr-Off (WS-Drf-Cx WS-Drf-Mx).
 ODW574-Exit.  exit.
*>
*>  One availability line against the booking in WS-Drf-Bx.
*>
 ODW575-Candidate.
     IF       WST-Drfa-Date (WS-Drf-Ax) NOT = WST-Drfb-Date (WS-Drf-Bx)
        OR    WST-Drfa-From (WS-Drf-Ax) > WS-Drf-On
        OR    WST-Drfa-To   (WS-Drf-Ax) < WS-Drf-Off
              GO TO ODW579-Exit.
     MOVE     WST-Drfa-Crew (WS-Drf-Ax) TO WS-Drf-Cx.
     MOVE     2 TO WS-Drf-Stage.
     MOVE     "Y" TO WS-Drf-Ok.
     PERFORM  ODW576-Overlap VARYING WS-Drf-Kx FROM 1 BY 1
              UNTIL WS-Drf-Kx > WST-Drfb-Size
                 OR WS-Drf-Ok = "N".
     IF       WS-Drf-Ok = "N"
              GO TO ODW578-Stage.
*>
     MOVE     3 TO WS-Drf-Stage.
     IF       (WST-Drfc-Lic (WS-Drf-Cx) NOT = ZERO
        AND    WST-Drfc-Lic (WS-Drf-Cx) < WST-Drfb-Date (WS-Drf-Bx))
        OR    (WST-Drfc-Med (WS-Drf-Cx) NOT = ZERO
        AND    WST-Drfc-Med (WS-Drf-Cx) < WST-Drfb-Date (WS-Drf-Bx))
              GO TO ODW578-Stage.
*>
     MOVE     4 TO WS-Drf-Stage.
     MOVE     "N" TO WS-Drf-Ok.
     MOVE     WST-Drfc-Name (WS-Drf-Cx) TO RTG-PILOT.
     MOVE     WS-Drf-Type TO RTG-CODE.
     READ     RATING-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   (RTG-EXPIRY = ZERO OR RTG-EXPIRY NOT < WST-Drfb-Date (WS-Drf-Bx))
              MOVE "Y" TO WS-Drf-Ok.
     IF       WS-Drf-Ok = "N"
              MOVE WST-Drfc-Name (WS-Drf-Cx) TO RTG-PILOT
              MOVE WS-Drf-Class TO RTG-CODE
              READ RATING-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF  FS-REPLY = "00"
                  AND (RTG-EXPIRY = ZERO OR RTG-EXPIRY NOT < WST-Drfb-Date (WS-Drf-Bx))
                  MOVE "Y" TO WS-Drf-Ok
              END-IF.
     IF       WS-Drf-Ok = "N"
              GO TO ODW578-Stage.
*>
*>   The day's duty with the booking in - round anything drafted and
*>    any duty.dat record for the day - then every 7 day window that
*>    takes the day in.
*>
     MOVE     5 TO WS-Drf-Stage.
     MOVE     WS-Drf-On  TO WS-Drf-Env-On.
     MOVE     WS-Drf-Off TO WS-Drf-Env-Off.
     IF       WST-Drfc-Dr (WS-Drf-Cx WS-Drf-Mx) = "Y"
              IF  WST-Drfc-Dr-On (WS-Drf-Cx WS-Drf-Mx) < WS-Drf-Env-On
                  MOVE WST-Drfc-Dr-On (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Env-On
              END-IF
              IF  WST-Drfc-Dr-Off (WS-Drf-Cx WS-Drf-Mx) > WS-Drf-Env-Off
                  MOVE WST-Drfc-Dr-Off (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Env-Off
              END-IF.
     IF       WST-Drfc-Ex (WS-Drf-Cx WS-Drf-Mx) = "Y"
              IF  WST-Drfc-Ex-On (WS-Drf-Cx WS-Drf-Mx) < WS-Drf-Env-On
                  MOVE WST-Drfc-Ex-On (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Env-On
              END-IF
              IF  WST-Drfc-Ex-Off (WS-Drf-Cx WS-Drf-Mx) > WS-Drf-Env-Off
                  MOVE WST-Drfc-Ex-Off (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Env-Off
              END-IF.
     IF       WST-Drfc-Lim-7 (WS-Drf-Cx) NOT = ZERO
              PERFORM ODW582-Window-7 VARYING WS-Drf-Ex FROM WS-Drf-Dx BY 1
                      UNTIL WS-Drf-Ex > WS-Drf-Dx + 6
                         OR WS-Drf-Ok = "N".
     IF       WS-Drf-Ok = "N"
              GO TO ODW578-Stage.
*>
     MOVE     6 TO WS-Drf-Stage.
     MOVE     WS-Drf-Span TO WS-Drf-Sum.
     COMPUTE  WS-Drf-First = WS-Drf-Dx - 27.
     PERFORM  ODW586-Add-Flt VARYING WS-Drf-Kx FROM WS-Drf-First BY 1
              UNTIL WS-Drf-Kx > WS-Drf-Dx.
     IF       WST-Drfc-Lim-28 (WS-Drf-Cx) NOT = ZERO
        AND   WS-Drf-Sum > WST-Drfc-Lim-28 (WS-Drf-Cx)
              GO TO ODW578-Stage.
     MOVE     7 TO WS-Drf-Stage.
     MOVE     WS-Drf-Span TO WS-Drf-Sum.
     COMPUTE  WS-Drf-First = WS-Drf-Dx - 364.
     PERFORM  ODW586-Add-Flt VARYING WS-Drf-Kx FROM WS-Drf-First BY 1
              UNTIL WS-Drf-Kx > WS-Drf-Dx.
     IF       WST-Drfc-Lim-365 (WS-Drf-Cx) NOT = ZERO
        AND   WS-Drf-Sum > WST-Drfc-Lim-365 (WS-Drf-Cx)
              GO TO ODW578-Stage.
*>
     MOVE     8 TO WS-Drf-Stage.
     IF       WS-Drf-Best = ZERO
              MOVE WS-Drf-Cx TO WS-Drf-Best
     ELSE
      IF      WST-Drfc-Drafted (WS-Drf-Cx) < WST-Drfc-Drafted (WS-Drf-Best)
              MOVE WS-Drf-Cx TO WS-Drf-Best.
 ODW578-Stage.
     IF       WS-Drf-Stage > WST-Drfb-Stage (WS-Drf-Bx)
              MOVE WS-Drf-Stage TO WST-Drfb-Stage (WS-Drf-Bx).
 ODW579-Exit.  exit.
*>
*>  Another booking already drafted to this captain that day and
*>   overlapping this one.
*>
 ODW576-Overlap.
     IF       WST-Drfb-Crew (WS-Drf-Kx) = WS-Drf-Cx
        AND   WST-Drfb-Date (WS-Drf-Kx) = WST-Drfb-Date (WS-Drf-Bx)
        AND   WST-Drfb-Start (WS-Drf-Kx) < WS-Drf-Off
              PERFORM ODW577-Overlap-End.
*>
 ODW577-Overlap-End.
     MOVE     WST-Drfb-End (WS-Drf-Kx) TO WS-Drf-Key.
     IF       WST-Drfb-End (WS-Drf-Kx) NOT > WST-Drfb-Start (WS-Drf-Kx)
              ADD 1440 TO WS-Drf-Key.
     IF       WS-Drf-Key > WS-Drf-On
              MOVE "N" TO WS-Drf-Ok.
*>
*>  The 7 day duty window ending on day WS-Drf-Ex.
*>
 ODW582-Window-7.
     MOVE     ZERO TO WS-Drf-Sum.
     COMPUTE  WS-Drf-First = WS-Drf-Ex - 6.
     PERFORM  ODW584-Add-Duty VARYING WS-Drf-Kx FROM WS-Drf-First BY 1
              UNTIL WS-Drf-Kx > WS-Drf-Ex.
     IF       WS-Drf-Sum > WST-Drfc-Lim-7 (WS-Drf-Cx)
              MOVE "N" TO WS-Drf-Ok.
*>
 ODW584-Add-Duty.
     MOVE     ZERO TO WS-Drf-Kmx.
     IF       WS-Drf-Kx > 364
        AND   WS-Drf-Kx NOT > 364 + WS-Drf-Days
              COMPUTE WS-Drf-Kmx = WS-Drf-Kx - 364.
     IF       WS-Drf-Kx = WS-Drf-Dx
              COMPUTE WS-Drf-Sum = WS-Drf-Sum + WS-Drf-Env-Off - WS-Drf-Env-On
     ELSE
      IF      WS-Drf-Kmx NOT = ZERO
        AND   WST-Drfc-Dr (WS-Drf-Cx WS-Drf-Kmx) = "Y"
              PERFORM ODW585-Drafted-Day
      ELSE
              ADD WST-Drfc-Duty (WS-Drf-Cx WS-Drf-Kx) TO WS-Drf-Sum.
*>
*>  A day already drafted - its duty round any duty.dat record.
*>
 ODW585-Drafted-Day.
     MOVE     WST-Drfc-Dr-On  (WS-Drf-Cx WS-Drf-Kmx) TO WS-Drf-Day-On.
     MOVE     WST-Drfc-Dr-Off (WS-Drf-Cx WS-Drf-Kmx) TO WS-Drf-Day-Off.
     IF       WST-Drfc-Ex (WS-Drf-Cx WS-Drf-Kmx) = "Y"
              IF  WST-Drfc-Ex-On (WS-Drf-Cx WS-Drf-Kmx) < WS-Drf-Day-On
                  MOVE WST-Drfc-Ex-On (WS-Drf-Cx WS-Drf-Kmx) TO WS-Drf-Day-On
              END-IF
              IF  WST-Drfc-Ex-Off (WS-Drf-Cx WS-Drf-Kmx) > WS-Drf-Day-Off
                  MOVE WST-Drfc-Ex-Off (WS-Drf-Cx WS-Drf-Kmx) TO WS-Drf-Day-Off
              END-IF.
     COMPUTE  WS-Drf-Sum = WS-Drf-Sum + WS-Drf-Day-Off - WS-Drf-Day-On.
*>
 ODW586-Add-Flt.
     ADD      WST-Drfc-Flt (WS-Drf-Cx WS-Drf-Kx) TO WS-Drf-Sum.
*>
*>  Report lines - the booking as drafted, and the unfilled list.
*>
 ODW590-Booking-Line.
     MOVE     SPACES TO PRINT-RECORD.
     PERFORM  ODW596-Booking-Cols.
     IF       WST-Drfb-Crew (WS-Drf-Bx) NOT = ZERO
              MOVE WST-Drfc-Name (WST-Drfb-Crew (WS-Drf-Bx)) TO PRINT-RECORD (56:15)
     ELSE
              PERFORM ODW597-Reason
              STRING "-- " WS-Drf-Reason DELIMITED BY SIZE INTO PRINT-RECORD (56:43).
     WRITE    PRINT-RECORD AFTER 1.
*>
 ODW591-Unfilled.
     IF       WST-Drfb-Crew (WS-Drf-Bx) = ZERO
              MOVE    SPACES TO PRINT-RECORD
              PERFORM ODW596-Booking-Cols
              PERFORM ODW597-Reason
              MOVE    WS-Drf-Reason TO PRINT-RECORD (56:40)
              WRITE   PRINT-RECORD AFTER 1
     END-IF.
*>
*>  One day of the sheet - a row for each captain drafted that day.
*>
 ODW592-Day.
     COMPUTE  WS-Drf-Date = FUNCTION DATE-OF-INTEGER (WS-Drf-Start-Int + WS-Drf-Mx - 1).
     PERFORM  ODW594-Row THRU ODW594-Exit VARYING WS-Drf-Cx FROM 1 BY 1
              UNTIL WS-Drf-Cx > WST-Drfc-Size.
*>
 ODW594-Row.
     IF       WST-Drfc-Dr (WS-Drf-Cx WS-Drf-Mx) NOT = "Y"
              GO TO ODW594-Exit.
     MOVE     WST-Drfc-Dr-On  (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Env-On.
     MOVE     WST-Drfc-Dr-Off (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Env-Off.
     IF       WST-Drfc-Ex (WS-Drf-Cx WS-Drf-Mx) = "Y"
              IF  WST-Drfc-Ex-On (WS-Drf-Cx WS-Drf-Mx) < WS-Drf-Env-On
                  MOVE WST-Drfc-Ex-On (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Env-On
              END-IF
              IF  WST-Drfc-Ex-Off (WS-Drf-Cx WS-Drf-Mx) > WS-Drf-Env-Off
                  MOVE WST-Drfc-Ex-Off (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Env-Off
              END-IF.
     MOVE     '   <Row>' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
     MOVE     WST-Drfc-Name (WS-Drf-Cx) TO WS-Drf-Cell.
     PERFORM  ODW595-Cell.
     MOVE     WS-Drf-Date TO WS-Drf-Cell.
     PERFORM  ODW595-Cell.
     MOVE     WS-Drf-Env-On TO WS-Drf-Mins.
     PERFORM  ODW598-HHMM.
     MOVE     WS-Drf-Time-Disp TO WS-Drf-Cell.
     PERFORM  ODW595-Cell.
     MOVE     WS-Drf-Env-Off TO WS-Drf-Mins.
     PERFORM  ODW598-HHMM.
     MOVE     WS-Drf-Time-Disp TO WS-Drf-Cell.
     PERFORM  ODW595-Cell.
     MOVE     WST-Drfc-Dr-Type (WS-Drf-Cx WS-Drf-Mx) TO WS-Drf-Cell.
     PERFORM  ODW595-Cell.
     MOVE     '   </Row>' TO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
 ODW594-Exit.  exit.
*>
*>  Cells at the offsets an Excel export puts them, the ones
*>   dutyrosterimp matches.
*>
 ODW595-Cell.
     MOVE     SPACES TO DRAFTXML-RECORD.
     STRING   '    <Cell><Data ss:Type="String">' FUNCTION TRIM (WS-Drf-Cell)
              '</Data></Cell>'
              DELIMITED BY SIZE INTO DRAFTXML-RECORD.
     WRITE    DRAFTXML-RECORD.
*>
 ODW596-Booking-Cols.
     MOVE     WST-Drfb-Date (WS-Drf-Bx)  TO PRINT-RECORD (1:8).
     MOVE     WST-Drfb-Reg (WS-Drf-Bx)   TO PRINT-RECORD (10:6).
     MOVE     WST-Drfb-Type (WS-Drf-Bx)  TO PRINT-RECORD (17:8).
     MOVE     WST-Drfb-Start (WS-Drf-Bx) TO WS-Drf-Mins.
     PERFORM  ODW598-HHMM.
     MOVE     WS-Drf-Time-Disp           TO PRINT-RECORD (26:5).
     MOVE     WST-Drfb-End (WS-Drf-Bx)   TO WS-Drf-Mins.
     PERFORM  ODW598-HHMM.
     MOVE     WS-Drf-Time-Disp           TO PRINT-RECORD (32:5).
     MOVE     WST-Drfb-Hirer (WS-Drf-Bx) TO PRINT-RECORD (38:15).
*>
 ODW597-Reason.
     EVALUATE WST-Drfb-Stage (WS-Drf-Bx)
       WHEN 0  MOVE "Aircraft type not known for the reg" TO WS-Drf-Reason
       WHEN 1  MOVE "No captain available for the slot"   TO WS-Drf-Reason
       WHEN 2  MOVE "Captains available already drafted"  TO WS-Drf-Reason
       WHEN 3  MOVE "Licence or medical lapsed"           TO WS-Drf-Reason
       WHEN 4  MOVE "No current type or class rating"     TO WS-Drf-Reason
       WHEN 5  MOVE "Would breach the 7 day duty limit"   TO WS-Drf-Reason
       WHEN 6  MOVE "Would breach the 28 day flight limit"  TO WS-Drf-Reason
       WHEN OTHER
               MOVE "Would breach the 365 day flight limit" TO WS-Drf-Reason
     END-EVALUATE.
*>
 ODW598-HHMM.
     DIVIDE   WS-Drf-Mins BY 60 GIVING WS-Drf-Sum REMAINDER WS-Drf-T-MM.
     COMPUTE  WS-Drf-T-HH = FUNCTION MOD (WS-Drf-Sum, 24).
     MOVE     SPACES TO WS-Drf-Time-Disp.
     STRING   WS-Drf-T-HH ":" WS-Drf-T-MM DELIMITED BY SIZE INTO WS-Drf-Time-Disp.
*>
 ODW599-Exit.  exit section.
*>
 ODX500-Certifying-Staff  SECTION.
*>================================
*>
*> Certifying staff register - the engineers who may clear tech log
*>   defects, sign AD/SB compliance and sign daily inspections as an
*>   engineer: licence, the club's authorisation reference, up to six
*>   aircraft types, the categories of work (D defect clearance,
*>   A AD/SB compliance, I daily inspection) and when the authorisation
*>   expires. Lists the register then loops on Insert / Amend / Delete,
*>   which are Supervisor only. ZT390 makes the check where the work is
*>   signed for; M930 is run again on the way out for the menu reminder.
*>
 ODX510-Show.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Certifying Staff Register" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Engineer        Licence      Aircraft types                                         Cats   Expiry"
              AT 0301 WITH foreground-color COB-COLOR-Yellow.
     MOVE     4 TO LINE-CNT.
     START    CERTSTAFF-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODX520-Prompt.
*>
 ODX515-List-Next.
     READ     CERTSTAFF-FILE NEXT RECORD AT END  GO TO ODX520-Prompt.
     DISPLAY  CST-ENGINEER   AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CST-LICENCE-NO AT LINE LINE-CNT COL 17 WITH foreground-color COB-COLOR-CYAN.
     PERFORM  ODX517-Type VARYING WS-Cst-Sub FROM 1 BY 1 UNTIL WS-Cst-Sub > 6.
     DISPLAY  CST-CATS       AT LINE LINE-CNT COL 85 WITH foreground-color COB-COLOR-CYAN.
     IF       CST-EXPIRY < WS-Today
              DISPLAY CST-EXPIRY AT LINE LINE-CNT COL 92 WITH foreground-color COB-COLOR-RED
     ELSE
              DISPLAY CST-EXPIRY AT LINE LINE-CNT COL 92 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODX515-List-Next.
     GO       TO ODX520-Prompt.
*>
 ODX517-Type.
     COMPUTE  WS-Cst-Col = 21 + WS-Cst-Sub * 9.
     DISPLAY  CST-TYPE (WS-Cst-Sub) AT LINE LINE-CNT COL WS-Cst-Col WITH foreground-color COB-COLOR-CYAN.
*>
 ODX520-Prompt.
     DISPLAY  "(I)nsert (A)mend (D)elete e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 35 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              PERFORM M930-Check-Certifiers-Due
              GO TO ODX599-Exit.
     IF       MENU-REPLY NOT = "I" AND NOT = "A" AND NOT = "D"
              GO TO ODX520-Prompt.
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO ODX520-Prompt.
*>
     DISPLAY  "Engineer [               ]" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     SPACES TO WS-Cst-Engineer.
     ACCEPT   WS-Cst-Engineer AT line ws-23-Lines col 11.
     move     function upper-case (WS-Cst-Engineer) to WS-Cst-Engineer.
     IF       WS-Cst-Engineer = SPACES
              GO TO ODX510-Show.
     MOVE     WS-Cst-Engineer TO CST-ENGINEER.
*>
     IF       MENU-REPLY = "D"
              DELETE CERTSTAFF-FILE INVALID KEY
                     DISPLAY FL249 at line ws-23-Lines col 28
                     accept ws-reply at line ws-23-Lines col 87
              END-DELETE
              GO TO ODX510-Show.
*>
     READ     CERTSTAFF-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       MENU-REPLY = "I"
        AND   FS-REPLY = "00"
              DISPLAY FL253 at line ws-23-Lines col 28
              accept ws-reply at line ws-23-Lines col 87
              GO TO ODX510-Show.
     IF       MENU-REPLY = "A"
        AND   FS-REPLY NOT = "00"
              DISPLAY FL249 at line ws-23-Lines col 28
              accept ws-reply at line ws-23-Lines col 87
              GO TO ODX510-Show.
     IF       MENU-REPLY = "I"
              MOVE SPACES TO CERTSTAFF-RECORD
              MOVE WS-Cst-Engineer TO CST-ENGINEER
              MOVE ZERO TO CST-EXPIRY CST-STAMP.
*>
*>  The entry itself on a form in place of the list.
*>
     DISPLAY  SPACE AT 0301 with erase eos.
     DISPLAY  "Engineer        [               ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Licence no      [            ]" AT 0701 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Authorisation   [          ]" AT 0801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Aircraft types  [        ] [        ] [        ] [        ] [        ] [        ]"
              AT 0901 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Work categories [      ]   D defect clearance, A AD/SB compliance, I daily inspection"
              AT 1001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Expires         [ccyymmdd]" AT 1101 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  CST-ENGINEER AT 0618 WITH foreground-color COB-COLOR-CYAN.
*>
 ODX530-Licence.
     ACCEPT   CST-LICENCE-NO AT 0718 with update.
     move     function upper-case (CST-LICENCE-NO) to CST-LICENCE-NO.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODX510-Show.
     IF       CST-LICENCE-NO = SPACES
              GO TO ODX530-Licence.
     ACCEPT   CST-AUTH-REF AT 0818 with update.
     move     function upper-case (CST-AUTH-REF) to CST-AUTH-REF.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODX510-Show.
     MOVE     1 TO WS-Cst-Sub.
*>
*>  Each type must be on the aircraft file - the same code the flights
*>   are logged under.
*>
 ODX532-Type.
     COMPUTE  WS-Cst-Col = 7 + WS-Cst-Sub * 11.
     ACCEPT   CST-TYPE (WS-Cst-Sub) AT LINE 9 COL WS-Cst-Col with update.
     move     function upper-case (CST-TYPE (WS-Cst-Sub)) to CST-TYPE (WS-Cst-Sub).
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODX510-Show.
     IF       CST-TYPE (WS-Cst-Sub) NOT = SPACES
              MOVE CST-TYPE (WS-Cst-Sub) TO Aircraft-Type
              READ AIRCRAFT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF   FS-REPLY NOT = "00"
                   DISPLAY FL254 AT 1301 with foreground-color COB-COLOR-RED
                   GO TO ODX532-Type
              END-IF
     END-IF.
     DISPLAY  SPACE AT 1301 with erase eol.
     IF       WS-Cst-Sub < 6
              ADD 1 TO WS-Cst-Sub
              GO TO ODX532-Type.
     IF       CST-TYPES = SPACES
              DISPLAY FL256 AT 1301 with foreground-color COB-COLOR-RED
              MOVE 1 TO WS-Cst-Sub
              GO TO ODX532-Type.
*>
 ODX534-Cats.
     ACCEPT   CST-CATS AT 1018 with update.
     move     function upper-case (CST-CATS) to CST-CATS.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODX510-Show.
     MOVE     ZERO TO WS-Cst-Found.
     INSPECT  CST-CATS TALLYING WS-Cst-Found
              FOR ALL "D" ALL "A" ALL "I" ALL SPACE.
     IF       WS-Cst-Found NOT = 6
        OR    CST-CATS = SPACES
              DISPLAY FL255 AT 1301 with foreground-color COB-COLOR-RED
              GO TO ODX534-Cats.
     DISPLAY  SPACE AT 1301 with erase eol.
*>
 ODX536-Expiry.
     ACCEPT   CST-EXPIRY AT 1118 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODX510-Show.
     MOVE     CST-EXPIRY TO WS-Test-Intl.
     move     function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin.
     IF       U-Bin NOT = ZERO
              DISPLAY FL014 AT 1301 with foreground-color COB-COLOR-RED
              GO TO ODX536-Expiry.
     DISPLAY  SPACE AT 1301 with erase eol.
     MOVE     WS-Cur-User  TO CST-BY.
     MOVE     WS-Today     TO CST-STAMP.
     IF       MENU-REPLY = "I"
              WRITE CERTSTAFF-RECORD INVALID KEY
                    DISPLAY FL253 AT 1301 with foreground-color COB-COLOR-RED
                    ACCEPT  WS-Reply AT 1360
              END-WRITE
     ELSE
              REWRITE CERTSTAFF-RECORD INVALID KEY
                    DISPLAY FL003 AT 1301 with foreground-color COB-COLOR-RED
                    ACCEPT  WS-Reply AT 1360
              END-REWRITE.
     GO       TO ODX510-Show.
*>
 ODX599-Exit.  exit section.
*>
 ODY500-Work-Orders  SECTION.
*>===========================
*>
*> Maintenance work orders for one registration - a package of work
*>   such as a 50 hour check: optionally the scheduled inspection, the
*>   tech log defects it clears, engineers' labour in hours at the
*>   labour rate (wolabour.dat) and parts drawn through OT500 onto the
*>   parts usage ledger. Lists the work orders with their costs rolled
*>   up (ODY700) then loops on New / Defect / Labour / Parts / Close.
*>   Closing needs every defect on it cleared and, when it includes
*>   the inspection, resets MAINT-NEXT-DUE-HRS WOR-INSP-HRS on from
*>   the hours flown. Costs are reported by ODY600 and go into the
*>   operating cost report (OA000).
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Maintenance Work Orders" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Registration [      ]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Wo-Reg.
     ACCEPT   WS-Wo-Reg AT 0615 with update.
     move     function upper-case (WS-Wo-Reg) to WS-Wo-Reg.
     IF       Cob-Crt-Status = Cob-Scr-Esc
          or  WS-Wo-Reg = SPACES
              GO TO ODY599-Exit.
*>
 ODY510-Show.
     PERFORM  ODY700-Roll-Up.
     MOVE     1 TO WS-Wo-Next-No.
     IF       WST-Wo-Size NOT = ZERO
              COMPUTE WS-Wo-Next-No = WST-Wo-No (WST-Wo-Size) + 1.
     DISPLAY  SPACE at 0801 with erase eos.
     DISPLAY  "No   Opened   Closed   St I   Lab hrs     Labour       Parts        Total  Description"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
*>  the latest work orders when they will not all fit.
     COMPUTE  WS-Wo-Room = WS-21-Lines - 9.
     MOVE     1 TO WS-Wo-Sub.
     IF       WST-Wo-Size > WS-Wo-Room
              COMPUTE WS-Wo-Sub = WST-Wo-Size - WS-Wo-Room + 1.
*>
 ODY515-List-Next.
     IF       WS-Wo-Sub > WST-Wo-Size
              GO TO ODY520-Prompt.
     DISPLAY  WST-Wo-No (WS-Wo-Sub)     AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-Wo-Opened (WS-Wo-Sub) AT LINE LINE-CNT COL 06 WITH foreground-color COB-COLOR-CYAN.
     IF       WST-Wo-Closed (WS-Wo-Sub) NOT = ZERO
              DISPLAY WST-Wo-Closed (WS-Wo-Sub) AT LINE LINE-CNT COL 15 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-Wo-Status (WS-Wo-Sub) AT LINE LINE-CNT COL 24 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-Wo-Insp (WS-Wo-Sub)   AT LINE LINE-CNT COL 27 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WST-Wo-Lab-Hrs (WS-Wo-Sub) TO WS-Wo-Hrs-Edit.
     DISPLAY  WS-Wo-Hrs-Edit            AT LINE LINE-CNT COL 30 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WST-Wo-Labour (WS-Wo-Sub) TO WS-Wo-Money-Edit.
     DISPLAY  WS-Wo-Money-Edit          AT LINE LINE-CNT COL 39 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WST-Wo-Parts (WS-Wo-Sub)  TO WS-Wo-Money-Edit.
     DISPLAY  WS-Wo-Money-Edit          AT LINE LINE-CNT COL 51 WITH foreground-color COB-COLOR-CYAN.
     COMPUTE  WS-Wo-Total = WST-Wo-Labour (WS-Wo-Sub) + WST-Wo-Parts (WS-Wo-Sub).
     MOVE     WS-Wo-Total TO WS-Wo-Total-Edit.
     DISPLAY  WS-Wo-Total-Edit          AT LINE LINE-CNT COL 63 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WST-Wo-Desc (WS-Wo-Sub) (1:30) AT LINE LINE-CNT COL 76 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT WS-Wo-Sub.
     GO       TO ODY515-List-Next.
*>
 ODY520-Prompt.
     DISPLAY  "(N)ew (D)efect (L)abour (P)arts (C)lose e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 49 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODY599-Exit.
*>
*>  (N)ew - the next number for the registration, the description and
*>   whether the scheduled inspection is part of it.
*>
     IF       MENU-REPLY = "N"
              MOVE SPACES         TO WORKORDER-RECORD
              MOVE WS-Wo-Reg      TO WOR-AC-REG
              MOVE WS-Wo-Next-No  TO WOR-NO
              MOVE WS-Today       TO WOR-OPENED
              MOVE ZERO           TO WOR-CLOSED WOR-INSP-HRS WOR-DEFECTS
              MOVE "O"            TO WOR-STATUS
              MOVE "N"            TO WOR-INSPECTION
              MOVE WS-Cur-User    TO WOR-BY
              DISPLAY "Description [                                        ]  Inspection Y/N [N]  Hrs to next [    ]"
                      AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              ACCEPT  WOR-DESC AT line ws-23-Lines col 14 with update
              IF      WOR-DESC = SPACES
                 or   Cob-Crt-Status = Cob-Scr-Esc
                      DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
                      GO TO ODY520-Prompt
              END-IF
              ACCEPT  WOR-INSPECTION AT line ws-23-Lines col 73 with update
              move    function upper-case (WOR-INSPECTION) to WOR-INSPECTION
              IF      WOR-INSPECTION = "Y"
                      MOVE 50 TO WOR-INSP-HRS
                      ACCEPT WOR-INSP-HRS AT line ws-23-Lines col 90 with update
                      IF  WOR-INSP-HRS NOT NUMERIC
                          MOVE 50 TO WOR-INSP-HRS
                      END-IF
              ELSE
                      MOVE "N" TO WOR-INSPECTION
              END-IF
              WRITE   WORKORDER-RECORD INVALID KEY CONTINUE END-WRITE
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO ODY510-Show.
*>
     IF       MENU-REPLY NOT = "D" AND NOT = "L" AND NOT = "P" AND NOT = "C"
              GO TO ODY520-Prompt.
*>
     DISPLAY  "Work order [    ]" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     ZERO TO WS-Wo-No.
     ACCEPT   WS-Wo-No AT line ws-23-Lines col 13 with update.
     MOVE     WS-Wo-Reg TO WOR-AC-REG.
     MOVE     WS-Wo-No  TO WOR-NO.
     READ     WORKORDER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL257 AT line ws-23-Lines col 20
              ACCEPT  WS-Reply AT line ws-23-Lines col 80
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO ODY520-Prompt.
     IF       WOR-STATUS = "C"
              DISPLAY FL261 AT line ws-23-Lines col 20
              ACCEPT  WS-Reply AT line ws-23-Lines col 80
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO ODY520-Prompt.
*>
     IF       MENU-REPLY = "D"
              PERFORM ODY530-Add-Defect THRU ODY539-Exit
     ELSE
      IF      MENU-REPLY = "L"
              PERFORM ODY540-Labour THRU ODY549-Exit
     ELSE
      IF      MENU-REPLY = "P"
              MOVE    WOR-AC-REG TO TLG-AC-REG
              MOVE    ZERO       TO TLG-DEFECT-NO
              MOVE    WOR-NO     TO WS-Wo-No
              PERFORM OT500-Record-Parts THRU OT509-Exit
     ELSE
              PERFORM ODY550-Close THRU ODY559-Exit.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     GO       TO ODY510-Show.
*>
*>  (D)efect - a tech log defect on the registration the package will
*>   clear, up to 12 of them.
*>
 ODY530-Add-Defect.
     DISPLAY  "Defect [    ]" AT line ws-23-Lines col 20 with foreground-color COB-COLOR-YELLOW.
     MOVE     ZERO TO WS-Wo-Defect.
     ACCEPT   WS-Wo-Defect AT line ws-23-Lines col 28 with update.
     IF       WS-Wo-Defect = ZERO
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODY539-Exit.
     MOVE     WOR-AC-REG   TO TLG-AC-REG.
     MOVE     WS-Wo-Defect TO TLG-DEFECT-NO.
     READ     TECHLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL024 AT line ws-23-Lines col 35
              ACCEPT  WS-Reply AT line ws-23-Lines col 95
              GO TO ODY539-Exit.
     MOVE     ZERO TO WS-Wo-Found.
     PERFORM  ODY532-Find VARYING WS-Wo-Sub2 FROM 1 BY 1 UNTIL WS-Wo-Sub2 > 12.
     IF       WS-Wo-Found = 99
              DISPLAY FL258 AT line ws-23-Lines col 35
              ACCEPT  WS-Reply AT line ws-23-Lines col 95
              GO TO ODY539-Exit.
     IF       WS-Wo-Found = ZERO
              DISPLAY FL259 AT line ws-23-Lines col 35
              ACCEPT  WS-Reply AT line ws-23-Lines col 95
              GO TO ODY539-Exit.
     MOVE     WS-Wo-Defect TO WOR-DEFECT-NO (WS-Wo-Found).
     REWRITE  WORKORDER-RECORD INVALID KEY
              DISPLAY FL003 AT line ws-23-Lines col 35
              ACCEPT  WS-Reply AT line ws-23-Lines col 95.
     GO       TO ODY539-Exit.
*>
*>  WS-Wo-Found - the first free slot, or 99 when already on it.
 ODY532-Find.
     IF       WOR-DEFECT-NO (WS-Wo-Sub2) = WS-Wo-Defect
              MOVE 99 TO WS-Wo-Found.
     IF       WOR-DEFECT-NO (WS-Wo-Sub2) = ZERO
        AND   WS-Wo-Found = ZERO
              MOVE WS-Wo-Sub2 TO WS-Wo-Found.
*>
 ODY539-Exit.  exit.
*>
*>  (L)abour - an engineer's hours at the labour rate, onto the ledger.
*>
 ODY540-Labour.
     DISPLAY  "Engineer [               ]  Hours [       ]  Rate [       ]"
              AT line ws-23-Lines col 20 with foreground-color COB-COLOR-YELLOW.
     MOVE     SPACES TO WS-Wo-Engineer.
     ACCEPT   WS-Wo-Engineer AT line ws-23-Lines col 30 with update.
     move     function upper-case (WS-Wo-Engineer) to WS-Wo-Engineer.
     IF       WS-Wo-Engineer = SPACES
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODY549-Exit.
 ODY542-Hours.
     MOVE     ZERO TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT line ws-23-Lines col 55 with update.
     PERFORM  ZF030-CONVERT-RATE.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODY549-Exit.
     IF       ERROR-CODE NOT = ZERO
        or    WS-Chg-Rate = ZERO
        or    WS-Chg-Rate > 999.99
              GO TO ODY542-Hours.
     MOVE     WS-Chg-Rate TO WS-Wo-Hours.
 ODY544-Rate.
     MOVE     WS-Wo-Rate TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT line ws-23-Lines col 71 with update.
     PERFORM  ZF030-CONVERT-RATE.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODY549-Exit.
     IF       ERROR-CODE NOT = ZERO
              GO TO ODY544-Rate.
     MOVE     WS-Chg-Rate TO WS-Wo-Rate.
*>
     OPEN     EXTEND WOLABOUR-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT WOLABOUR-FILE.
     IF       FS-REPLY = "00"
              MOVE WOR-AC-REG     TO WLB-REG
              MOVE WOR-NO         TO WLB-WO-NO
              MOVE WS-Today       TO WLB-DATE
              MOVE WS-Wo-Engineer TO WLB-ENGINEER
              MOVE WS-Wo-Hours    TO WLB-HOURS
              MOVE WS-Wo-Rate     TO WLB-RATE
              COMPUTE WLB-COST ROUNDED = WS-Wo-Hours * WS-Wo-Rate
              WRITE WOLABOUR-RECORD
              CLOSE WOLABOUR-FILE.
 ODY549-Exit.  exit.
*>
*>  (C)lose - every defect on it cleared first. With the scheduled
*>   inspection the maintenance record's next due goes WOR-INSP-HRS on
*>   from the hours flown since overhaul, journalled as MV000 does it.
*>
 ODY550-Close.
     MOVE     ZERO TO WS-Wo-Found.
     PERFORM  ODY552-Open-Defect VARYING WS-Wo-Sub2 FROM 1 BY 1 UNTIL WS-Wo-Sub2 > 12.
     IF       WS-Wo-Found NOT = ZERO
              DISPLAY FL260 AT line ws-23-Lines col 20
              ACCEPT  WS-Reply AT line ws-23-Lines col 80
              GO TO ODY559-Exit.
     DISPLAY  "Close the work order - Y/N [N]" AT line ws-23-Lines col 20 with foreground-color COB-COLOR-YELLOW.
     MOVE     "N" TO WS-Reply.
     ACCEPT   WS-Reply AT line ws-23-Lines col 48 with update.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply NOT = "Y"
              GO TO ODY559-Exit.
     MOVE     "C"      TO WOR-STATUS.
     MOVE     WS-Today TO WOR-CLOSED.
     REWRITE  WORKORDER-RECORD INVALID KEY
              DISPLAY FL003 AT line ws-23-Lines col 20
              ACCEPT  WS-Reply AT line ws-23-Lines col 80
              GO TO ODY559-Exit.
     IF       WOR-INSPECTION NOT = "Y"
              GO TO ODY559-Exit.
*>
     MOVE     WOR-AC-REG TO MAINT-AC-REG.
     READ     MAINT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL262 AT line ws-23-Lines col 20
              ACCEPT  WS-Reply AT line ws-23-Lines col 80
              GO TO ODY559-Exit.
     MOVE     MAINT-RECORD TO WS-Jnl-Before.
     COMPUTE  MAINT-NEXT-DUE-HRS = MAINT-HRS-SINCE-OVH + (WOR-INSP-HRS * 60).
     REWRITE  MAINT-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003 AT line ws-23-Lines col 20
              ACCEPT  WS-Reply AT line ws-23-Lines col 80
              GO TO ODY559-Exit.
     MOVE     "MA" TO WS-Jnl-File-Id.
     MOVE     "R"  TO WS-Jnl-Action.
     MOVE     MAINT-RECORD TO WS-Jnl-After.
     PERFORM  ZJ500-Write-Journal.
     MOVE     MAINT-NEXT-DUE-HRS TO WS-WORK3.
     PERFORM  ZG010-RESTORE-MAINT-TIME.
     MOVE     WS-WORKB TO WSM-TIME.
     DISPLAY  "Next inspection due at hours" AT line ws-23-Lines col 20 with foreground-color COB-COLOR-GREEN with erase eol.
     DISPLAY  WSM-TIME AT line ws-23-Lines col 49 with foreground-color COB-COLOR-GREEN.
     ACCEPT   WS-Reply AT line ws-23-Lines col 60.
     GO       TO ODY559-Exit.
*>
 ODY552-Open-Defect.
     IF       WOR-DEFECT-NO (WS-Wo-Sub2) NOT = ZERO
              MOVE WOR-AC-REG                 TO TLG-AC-REG
              MOVE WOR-DEFECT-NO (WS-Wo-Sub2) TO TLG-DEFECT-NO
              READ TECHLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF   FS-REPLY = "00"
               AND TLG-STATUS NOT = "C"
                   ADD 1 TO WS-Wo-Found
              END-IF
     END-IF.
*>
 ODY559-Exit.  exit.
*>
 ODY599-Exit.  exit section.
*>
 ODY600-Cost-Report  SECTION.
*>===========================
*>
*> Work order cost report - each work order for a registration (or
*>   all of them) with its labour hours, labour, parts and total, the
*>   defects it holds, and a total per registration and overall. The
*>   same roll-up (ODY700) as the work order screen; the costs by date
*>   also go into the operating cost per hour report (OA000).
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Work Order Cost Report" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Registration [      ]  (blank = all)" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO WS-Wo-Reg.
     ACCEPT   WS-Wo-Reg AT 0615 with update.
     move     function upper-case (WS-Wo-Reg) to WS-Wo-Reg.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODY699-Exit.
     PERFORM  ODY700-Roll-Up.
     IF       WST-Wo-Size = ZERO
              DISPLAY "No work orders found" AT 1001
              DISPLAY FL017 AT LINE WS-Lines COL 01
              ACCEPT  WS-Reply AT LINE WS-Lines COL 30
              GO TO ODY699-Exit.
*>
     MOVE     SPACES TO PRINT-RECORD.
     IF       WS-Wo-Reg = SPACES
              STRING "WORK ORDER COSTS - all registrations as at " WSF-Date
                     DELIMITED BY SIZE INTO PRINT-RECORD
     ELSE
              STRING "WORK ORDER COSTS - " WS-Wo-Reg " as at " WSF-Date
                     DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Reg         No  Opened   Closed   I    Lab hrs      Labour       Parts        Total  Description"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Wot-Hrs WS-Wot-Labour WS-Wot-Parts
                      WS-Wog-Hrs WS-Wog-Labour WS-Wog-Parts.
     MOVE     WST-Wo-Reg (1) TO WS-Wot-Reg.
     MOVE     ZERO TO WS-Wo-Sub.
*>
 ODY610-Next-Line.
     ADD      1 TO WS-Wo-Sub.
     IF       WS-Wo-Sub > WST-Wo-Size
              GO TO ODY640-Done.
     IF       WST-Wo-Reg (WS-Wo-Sub) NOT = WS-Wot-Reg
              PERFORM ODY650-Reg-Total
              MOVE WST-Wo-Reg (WS-Wo-Sub) TO WS-Wot-Reg.
     MOVE     SPACES TO Wo-Cost-Line.
     MOVE     WST-Wo-Reg (WS-Wo-Sub)     TO PW1-REG.
     MOVE     WST-Wo-No (WS-Wo-Sub)      TO PW1-NO.
     MOVE     WST-Wo-Opened (WS-Wo-Sub)  TO PW1-OPENED.
     IF       WST-Wo-Closed (WS-Wo-Sub) = ZERO
              MOVE "open" TO PW1-CLOSED
     ELSE
              MOVE WST-Wo-Closed (WS-Wo-Sub) TO PW1-CLOSED.
     MOVE     WST-Wo-Insp (WS-Wo-Sub)    TO PW1-INSP.
     MOVE     WST-Wo-Lab-Hrs (WS-Wo-Sub) TO PW1-HOURS.
     MOVE     WST-Wo-Labour (WS-Wo-Sub)  TO PW1-LABOUR.
     MOVE     WST-Wo-Parts (WS-Wo-Sub)   TO PW1-PARTS.
     COMPUTE  WS-Wo-Total = WST-Wo-Labour (WS-Wo-Sub) + WST-Wo-Parts (WS-Wo-Sub).
     MOVE     WS-Wo-Total TO PW1-TOTAL.
     MOVE     WST-Wo-Desc (WS-Wo-Sub)    TO PW1-DESC.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Wo-Cost-Line AFTER 1.
     ADD      WST-Wo-Lab-Hrs (WS-Wo-Sub) TO WS-Wot-Hrs.
     ADD      WST-Wo-Labour (WS-Wo-Sub)  TO WS-Wot-Labour.
     ADD      WST-Wo-Parts (WS-Wo-Sub)   TO WS-Wot-Parts.
*>
     MOVE     SPACES TO WS-Wo-Defect-List.
     MOVE     1 TO WS-Wo-Ptr.
     PERFORM  ODY615-Defect VARYING WS-Wo-Sub2 FROM 1 BY 1 UNTIL WS-Wo-Sub2 > 12.
     IF       WS-Wo-Defect-List NOT = SPACES
              MOVE SPACES TO PRINT-RECORD
              STRING "            Defects " WS-Wo-Defect-List
                     DELIMITED BY SIZE INTO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     GO       TO ODY610-Next-Line.
*>
 ODY615-Defect.
     IF       WST-Wo-Defect (WS-Wo-Sub, WS-Wo-Sub2) NOT = ZERO
              STRING WST-Wo-Defect (WS-Wo-Sub, WS-Wo-Sub2) " "
                     DELIMITED BY SIZE INTO WS-Wo-Defect-List
                     WITH POINTER WS-Wo-Ptr.
*>
 ODY640-Done.
     PERFORM  ODY650-Reg-Total.
     MOVE     SPACES TO Wo-Cost-Line.
     MOVE     WS-Wog-Hrs    TO PW1-HOURS.
     MOVE     WS-Wog-Labour TO PW1-LABOUR.
     MOVE     WS-Wog-Parts  TO PW1-PARTS.
     COMPUTE  WS-Wo-Total = WS-Wog-Labour + WS-Wog-Parts.
     MOVE     WS-Wo-Total TO PW1-TOTAL.
     MOVE     "All work orders" TO PW1-DESC.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Wo-Cost-Line AFTER 2.
     IF       WS-Wo-Full = "Y"
              MOVE SPACES TO PRINT-RECORD
              MOVE WST-Wo-Max TO WS-DISPLAY4
              STRING "Note: only the first " WS-DISPLAY4
                     " work orders could be reported"
                     DELIMITED BY SIZE INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD AFTER 2.
     DISPLAY  "Work order cost report written to report file" AT 1001.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODY699-Exit.
*>
 ODY650-Reg-Total.
     MOVE     SPACES TO Wo-Cost-Line.
     MOVE     WS-Wot-Reg    TO PW1-REG.
     MOVE     WS-Wot-Hrs    TO PW1-HOURS.
     MOVE     WS-Wot-Labour TO PW1-LABOUR.
     MOVE     WS-Wot-Parts  TO PW1-PARTS.
     COMPUTE  WS-Wo-Total = WS-Wot-Labour + WS-Wot-Parts.
     MOVE     WS-Wo-Total TO PW1-TOTAL.
     MOVE     "Registration total" TO PW1-DESC.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD FROM Wo-Cost-Line AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      WS-Wot-Hrs    TO WS-Wog-Hrs.
     ADD      WS-Wot-Labour TO WS-Wog-Labour.
     ADD      WS-Wot-Parts  TO WS-Wog-Parts.
     MOVE     ZERO TO WS-Wot-Hrs WS-Wot-Labour WS-Wot-Parts.
*>
 ODY699-Exit.  exit section.
*>
 ODY700-Roll-Up  SECTION.
*>=======================
*>
*> Work order cost roll-up into WO-COST-TABLE - the work orders for
*>   WS-Wo-Reg (spaces = all) in key order, then the labour ledger and
*>   the parts usage ledger summed onto them. A parts line drawn on a
*>   work order carries its number; one fitted at a defect clearance
*>   (OT500 off the tech log) counts to the work order holding that
*>   defect.
*>
 ODY700-Load-Costs.
     MOVE     ZERO   TO WST-Wo-Size.
     MOVE     SPACES TO WST-Wo-Table.
     MOVE     "N"    TO WS-Wo-Full.
     MOVE     WS-Wo-Reg TO WOR-AC-REG.
     MOVE     ZERO      TO WOR-NO.
     START    WORKORDER-FILE KEY NOT < WOR-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODY799-Exit.
*>
 ODY705-Next-Wo.
     READ     WORKORDER-FILE NEXT RECORD AT END  GO TO ODY720-Labour.
     IF       WS-Wo-Reg NOT = SPACES
        AND   WOR-AC-REG NOT = WS-Wo-Reg
              GO TO ODY720-Labour.
     IF       WST-Wo-Size NOT < WST-Wo-Max
              MOVE "Y" TO WS-Wo-Full
              GO TO ODY720-Labour.
     ADD      1 TO WST-Wo-Size.
     MOVE     WOR-AC-REG     TO WST-Wo-Reg    (WST-Wo-Size).
     MOVE     WOR-NO         TO WST-Wo-No     (WST-Wo-Size).
     MOVE     WOR-DESC       TO WST-Wo-Desc   (WST-Wo-Size).
     MOVE     WOR-OPENED     TO WST-Wo-Opened (WST-Wo-Size).
     MOVE     WOR-CLOSED     TO WST-Wo-Closed (WST-Wo-Size).
     MOVE     WOR-STATUS     TO WST-Wo-Status (WST-Wo-Size).
     MOVE     WOR-INSPECTION TO WST-Wo-Insp   (WST-Wo-Size).
     PERFORM  ODY707-Defect VARYING WS-Wo-Sub2 FROM 1 BY 1 UNTIL WS-Wo-Sub2 > 12.
     MOVE     ZERO TO WST-Wo-Lab-Hrs (WST-Wo-Size)
                      WST-Wo-Labour  (WST-Wo-Size)
                      WST-Wo-Parts   (WST-Wo-Size).
     GO       TO ODY705-Next-Wo.
*>
 ODY707-Defect.
     MOVE     WOR-DEFECT-NO (WS-Wo-Sub2) TO WST-Wo-Defect (WST-Wo-Size, WS-Wo-Sub2).
*>
 ODY720-Labour.
     IF       WST-Wo-Size = ZERO
              GO TO ODY799-Exit.
     OPEN     INPUT WOLABOUR-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODY730-Parts.
 ODY725-Next-Labour.
     READ     WOLABOUR-FILE AT END
              CLOSE WOLABOUR-FILE
              GO TO ODY730-Parts.
     SET      QQWO TO 1.
     SEARCH   WST-Wo-Groups AT END  CONTINUE
              WHEN WST-Wo-Reg (QQWO) = WLB-REG
               AND WST-Wo-No (QQWO)  = WLB-WO-NO
                   ADD WLB-HOURS TO WST-Wo-Lab-Hrs (QQWO)
                   ADD WLB-COST  TO WST-Wo-Labour  (QQWO).
     GO       TO ODY725-Next-Labour.
*>
 ODY730-Parts.
     OPEN     INPUT PARTSUSAGE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ODY799-Exit.
 ODY735-Next-Part.
     READ     PARTSUSAGE-FILE AT END
              CLOSE PARTSUSAGE-FILE
              GO TO ODY799-Exit.
     IF       PUS-WO-NO NUMERIC
        AND   PUS-WO-NO NOT = ZERO
              SET    QQWO TO 1
              SEARCH WST-Wo-Groups AT END  CONTINUE
                     WHEN WST-Wo-Reg (QQWO) = PUS-REG
                      AND WST-Wo-No (QQWO)  = PUS-WO-NO
                          ADD PUS-COST TO WST-Wo-Parts (QQWO)
              END-SEARCH
              GO TO ODY735-Next-Part.
     IF       PUS-DEFECT-NO = ZERO
              GO TO ODY735-Next-Part.
     MOVE     ZERO TO WS-Wo-Found.
     PERFORM  ODY737-Defect VARYING WS-Wo-Sub FROM 1 BY 1 UNTIL WS-Wo-Sub > WST-Wo-Size
              AFTER WS-Wo-Sub2 FROM 1 BY 1 UNTIL WS-Wo-Sub2 > 12.
     GO       TO ODY735-Next-Part.
*>
 ODY737-Defect.
     IF       WS-Wo-Found = ZERO
        AND   WST-Wo-Reg (WS-Wo-Sub) = PUS-REG
        AND   WST-Wo-Defect (WS-Wo-Sub, WS-Wo-Sub2) = PUS-DEFECT-NO
              ADD  PUS-COST TO WST-Wo-Parts (WS-Wo-Sub)
              MOVE 1 TO WS-Wo-Found.
*>
 ODY799-Exit.  exit section.
*>
 ODZ500-Report-Generator  SECTION.
*>================================
*>
*> Report generator - named report definitions over the flight log set
*>   up by the Supervisor: up to ten fields from the flight and from the
*>   pilot (captain), aircraft type and two airfields joined to it, the
*>   flights wanted (last month, year to date or dates, capacity,
*>   registration, an airfield at either end, a minimum distance), up to
*>   three sort codes with control breaks on the first of them, the
*>   minutes fields subtotalled as hh:mm, and print file or CSV. Lists
*>   the definitions then loops on Run / Insert / Amend / Delete, the
*>   last three Supervisor only. ODZ600 runs one, as does REPORTS
*>   RPT=name unattended.
*>
 ODZ510-Show.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Report Generator" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Name         Title                                              Out Fields"
              AT 0301 WITH foreground-color COB-COLOR-Yellow.
     MOVE     4 TO LINE-CNT.
     START    RPTDEF-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODZ520-Prompt.
*>
 ODZ515-List-Next.
     READ     RPTDEF-FILE NEXT RECORD AT END  GO TO ODZ520-Prompt.
     DISPLAY  RDF-NAME   AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RDF-TITLE  AT LINE LINE-CNT COL 14 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RDF-OUTPUT AT LINE LINE-CNT COL 65 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RDF-FIELDS AT LINE LINE-CNT COL 69 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO ODZ515-List-Next.
*>
 ODZ520-Prompt.
     DISPLAY  "(R)un (I)nsert (A)mend (D)elete e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 41 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ599-Exit.
     IF       MENU-REPLY NOT = "R" AND NOT = "I" AND NOT = "A" AND NOT = "D"
              GO TO ODZ520-Prompt.
     IF       MENU-REPLY NOT = "R"
              PERFORM ZV000-Check-Supervisor
              IF   Return-Code NOT = ZERO
                   MOVE ZERO TO Return-Code
                   GO TO ODZ520-Prompt
              END-IF
     END-IF.
*>
     DISPLAY  "Report name [            ]" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     SPACES TO WS-Rg-Name.
     ACCEPT   WS-Rg-Name AT line ws-23-Lines col 14.
     move     function upper-case (WS-Rg-Name) to WS-Rg-Name.
     IF       WS-Rg-Name = SPACES
              GO TO ODZ510-Show.
     MOVE     WS-Rg-Name TO RDF-NAME.
*>
     IF       MENU-REPLY = "R"
              PERFORM ODZ600-Run-Report
              IF   Return-Code NOT = ZERO
                   MOVE ZERO TO Return-Code
                   DISPLAY FL263 at line ws-23-Lines col 28
                   accept ws-reply at line ws-23-Lines col 87
              END-IF
              GO TO ODZ510-Show.
*>
     IF       MENU-REPLY = "D"
              DELETE RPTDEF-FILE INVALID KEY
                     DISPLAY FL263 at line ws-23-Lines col 28
                     accept ws-reply at line ws-23-Lines col 87
              END-DELETE
              GO TO ODZ510-Show.
*>
     READ     RPTDEF-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       MENU-REPLY = "I"
        AND   FS-REPLY = "00"
              DISPLAY FL264 at line ws-23-Lines col 28
              accept ws-reply at line ws-23-Lines col 87
              GO TO ODZ510-Show.
     IF       MENU-REPLY = "A"
        AND   FS-REPLY NOT = "00"
              DISPLAY FL263 at line ws-23-Lines col 28
              accept ws-reply at line ws-23-Lines col 87
              GO TO ODZ510-Show.
     IF       MENU-REPLY = "I"
              MOVE SPACES TO RPTDEF-RECORD
              MOVE WS-Rg-Name TO RDF-NAME
              MOVE ZERO TO RDF-FROM-DATE RDF-TO-DATE RDF-MIN-DIST
                           RDF-BREAKS RDF-STAMP
              MOVE "P" TO RDF-OUTPUT.
*>
*>  The definition itself on a form in place of the list, the field
*>   codes listed underneath.
*>
     DISPLAY  SPACE AT 0301 with erase eos.
     DISPLAY  "Report name     [            ]" AT 0501 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Title           [                                                  ]"
              AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Fields          [    ] [    ] [    ] [    ] [    ] [    ] [    ] [    ] [    ] [    ]"
              AT 0701 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Period          [ ]  M last month, Y year to date, blank = the dates below"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "From / to       [ccyymmdd] [ccyymmdd]  zero = open" AT 0901 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Capacity        [   ]   Registration [      ]   Airfield [    ]   Min distance nm [     ]"
              AT 1001 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Sort codes      [    ] [    ] [    ]   Breaks on the first [ ]"
              AT 1101 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Output          [ ]  P print file, C CSV" AT 1201 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Flight    DATE STRT END BLCK block TYPE REG CAPT captain CAP capacity FROM TO MS"
              AT 1501 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "          P1D P1N P2D P2N P1, P2/3 day & night INST RMKS DIST FUEL CRW2 crew 2 EXER exercise"
              AT 1601 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Captain   PLIC licence PLXP licence expiry PMXP medical expiry PBAS base"
              AT 1701 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Type      AMS M/S ACPX complex ABAS base AFUL fuel type"
              AT 1801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Airfields FRNM FRCC from name & country, TONM TOCC to name & country"
              AT 1901 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "BLCK P1D P1N P2D P2N INST are minutes - totalled at each break as hh:mm"
              AT 2001 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  RDF-NAME AT 0518 WITH foreground-color COB-COLOR-CYAN.
*>
 ODZ530-Title.
     ACCEPT   RDF-TITLE AT 0618 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     MOVE     1 TO WS-Rg-Sub.
*>
*>  Each field code must be in the catalogue, the line no wider than
*>   the print line.
*>
 ODZ532-Field.
     COMPUTE  WS-Rg-Col = 11 + WS-Rg-Sub * 7.
     ACCEPT   RDF-FIELD (WS-Rg-Sub) AT LINE 7 COL WS-Rg-Col with update.
     move     function upper-case (RDF-FIELD (WS-Rg-Sub)) to RDF-FIELD (WS-Rg-Sub).
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     IF       RDF-FIELD (WS-Rg-Sub) NOT = SPACES
              MOVE RDF-FIELD (WS-Rg-Sub) TO WS-Rg-Code
              PERFORM ODZ690-Find-Code
              IF   WS-Rg-Cat = ZERO
                   DISPLAY FL265 AT 1301 with foreground-color COB-COLOR-RED
                   GO TO ODZ532-Field
              END-IF
     END-IF.
     DISPLAY  SPACE AT 1301 with erase eol.
     IF       WS-Rg-Sub < 10
              ADD 1 TO WS-Rg-Sub
              GO TO ODZ532-Field.
     IF       RDF-FIELDS = SPACES
              DISPLAY FL266 AT 1301 with foreground-color COB-COLOR-RED
              MOVE 1 TO WS-Rg-Sub
              GO TO ODZ532-Field.
     PERFORM  ODZ650-Layout THRU ODZ659-Exit.
     IF       WS-Rg-Width > 180
              DISPLAY FL268 AT 1301 with foreground-color COB-COLOR-RED
              MOVE 1 TO WS-Rg-Sub
              GO TO ODZ532-Field.
*>
 ODZ534-Period.
     ACCEPT   RDF-PERIOD AT 0818 with update.
     move     function upper-case (RDF-PERIOD) to RDF-PERIOD.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     IF       RDF-PERIOD NOT = "M" AND NOT = "Y" AND NOT = SPACE
              DISPLAY FL271 AT 1301 with foreground-color COB-COLOR-RED
              GO TO ODZ534-Period.
     DISPLAY  SPACE AT 1301 with erase eol.
*>
 ODZ536-From.
     ACCEPT   RDF-FROM-DATE AT 0918 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     IF       RDF-FROM-DATE NOT = ZERO
              MOVE RDF-FROM-DATE TO WS-Test-Intl
              move function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin
              IF   U-Bin NOT = ZERO
                   DISPLAY FL014 AT 1301 with foreground-color COB-COLOR-RED
                   GO TO ODZ536-From
              END-IF
     END-IF.
     DISPLAY  SPACE AT 1301 with erase eol.
*>
 ODZ537-To.
     ACCEPT   RDF-TO-DATE AT 0929 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     IF       RDF-TO-DATE NOT = ZERO
              MOVE RDF-TO-DATE TO WS-Test-Intl
              move function TEST-DATE-YYYYMMDD (WS-Test-Intl) to U-Bin
              IF   U-Bin NOT = ZERO
                OR RDF-TO-DATE < RDF-FROM-DATE
                   DISPLAY FL014 AT 1301 with foreground-color COB-COLOR-RED
                   GO TO ODZ537-To
              END-IF
     END-IF.
     DISPLAY  SPACE AT 1301 with erase eol.
*>
 ODZ538-Select.
     ACCEPT   RDF-CAPACITY AT 1018 with update.
     move     function upper-case (RDF-CAPACITY) to RDF-CAPACITY.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     ACCEPT   RDF-REG AT 1039 with update.
     move     function upper-case (RDF-REG) to RDF-REG.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     ACCEPT   RDF-AIRFIELD AT 1059 with update.
     move     function upper-case (RDF-AIRFIELD) to RDF-AIRFIELD.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     ACCEPT   RDF-MIN-DIST AT 1084 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
*>
*>  Sort codes from the same catalogue - blank ones are skipped over,
*>   the breaks taken on the first of those given.
*>
 ODZ540-Sort.
     ACCEPT   RDF-SORT (1) AT 1118 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     ACCEPT   RDF-SORT (2) AT 1125 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     ACCEPT   RDF-SORT (3) AT 1132 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     move     function upper-case (RDF-SORTS) to RDF-SORTS.
     ACCEPT   RDF-BREAKS AT 1161 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     PERFORM  ODZ650-Layout THRU ODZ659-Exit.
     IF       WS-Rg-Bad NOT = ZERO
        OR    RDF-BREAKS NOT NUMERIC
        OR    RDF-BREAKS > WS-Rg-Srt-Cnt
              DISPLAY FL267 AT 1301 with foreground-color COB-COLOR-RED
              GO TO ODZ540-Sort.
     DISPLAY  SPACE AT 1301 with erase eol.
*>
 ODZ542-Output.
     ACCEPT   RDF-OUTPUT AT 1218 with update.
     move     function upper-case (RDF-OUTPUT) to RDF-OUTPUT.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO ODZ510-Show.
     IF       RDF-OUTPUT NOT = "P" AND NOT = "C"
              DISPLAY FL270 AT 1301 with foreground-color COB-COLOR-RED
              GO TO ODZ542-Output.
     DISPLAY  SPACE AT 1301 with erase eol.
     MOVE     WS-Cur-User  TO RDF-BY.
     MOVE     WS-Today     TO RDF-STAMP.
     IF       MENU-REPLY = "I"
              WRITE RPTDEF-RECORD INVALID KEY
                    DISPLAY FL264 AT 1301 with foreground-color COB-COLOR-RED
                    ACCEPT  WS-Reply AT 1360
              END-WRITE
     ELSE
              REWRITE RPTDEF-RECORD INVALID KEY
                    DISPLAY FL003 AT 1301 with foreground-color COB-COLOR-RED
                    ACCEPT  WS-Reply AT 1360
              END-REWRITE.
     GO       TO ODZ510-Show.
*>
 ODZ599-Exit.  exit section.
*>
 ODZ600-Run-Report  SECTION.
*>=========================
*>
*> Runs the report definition named in WS-Rg-Name, from the Report
*>   Generator screen or REPORTS RPT=name - Return-Code 4 when it is not
*>   on file. The flights wanted are read in date order and a sort
*>   entry built for each from its sort codes (WST-Rg-Key1-3) and the
*>   flight key; once sorted each flight is read again by its key with
*>   its joins (ODZ640) and printed, a subtotal line at each control
*>   break and a report total at the end, or written as a CSV line with
*>   a heading line first. Print output is on the print file - filed as
*>   <name>-ccyymmdd.rpt in the report directory when unattended - and
*>   CSV in the report directory as <name>-ccyymmdd.csv.
*>
     MOVE     ZERO TO Return-Code.
     MOVE     WS-Rg-Name TO RDF-NAME.
     READ     RPTDEF-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE 4 TO Return-Code
              GO TO ODZ699-Exit.
     PERFORM  ODZ650-Layout THRU ODZ659-Exit.
     IF       RDF-TITLE = SPACES
              MOVE RDF-NAME TO RDF-TITLE.
*>
*>  The dates - the last whole month or the year so far when asked for.
*>
     MOVE     RDF-FROM-DATE TO WS-Rg-From.
     MOVE     RDF-TO-DATE   TO WS-Rg-To.
     IF       RDF-PERIOD = "M"
              MOVE WS-Today TO WS-Rg-From
              MOVE "01" TO WS-Rg-From (7:2)
              COMPUTE WS-Rg-To = FUNCTION DATE-OF-INTEGER
                                (FUNCTION INTEGER-OF-DATE (WS-Rg-From) - 1)
              MOVE WS-Rg-To TO WS-Rg-From
              MOVE "01" TO WS-Rg-From (7:2).
     IF       RDF-PERIOD = "Y"
              MOVE WS-Today TO WS-Rg-From WS-Rg-To
              MOVE "0101" TO WS-Rg-From (5:4).
     IF       WS-Rg-To = ZERO
              MOVE 99999999 TO WS-Rg-To.
*>
     MOVE     HIGH-VALUES TO WST-Rg-Table.       *> unused slots sort last
     MOVE     ZERO TO WST-Rg-Size.
     MOVE     "N"  TO WS-Rg-Full.
     INITIALIZE WS-Rg-Totals.
     MOVE     WS-Rg-From TO FLT-DATE.
     MOVE     ZERO       TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODZ620-Sort.
*>
 ODZ610-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ODZ620-Sort.
     IF       FLT-DATE > WS-Rg-To
              GO TO ODZ620-Sort.
     IF       RDF-CAPACITY NOT = SPACES
        AND   FLT-CAPACITY NOT = RDF-CAPACITY
              GO TO ODZ610-Next-Flight.
     IF       RDF-REG NOT = SPACES
        AND   FLT-AC-REG NOT = RDF-REG
              GO TO ODZ610-Next-Flight.
     IF       RDF-AIRFIELD NOT = SPACES
        AND   FLT-FROM NOT = RDF-AIRFIELD
        AND   FLT-TO   NOT = RDF-AIRFIELD
              GO TO ODZ610-Next-Flight.
     IF       FLT-DISTANCE < RDF-MIN-DIST
              GO TO ODZ610-Next-Flight.
     IF       WST-Rg-Size NOT < WST-Rg-Max
              MOVE "Y" TO WS-Rg-Full
              GO TO ODZ620-Sort.
     ADD      1 TO WST-Rg-Size.
     MOVE     SPACES TO WST-Rg-Keys (WST-Rg-Size).
     MOVE     FLT-Date-Time-Key TO WST-Rg-Flt-Key (WST-Rg-Size).
     IF       WS-Rg-Srt-Cnt NOT = ZERO
              PERFORM ODZ640-Joins
              PERFORM ODZ612-Sort-Key VARYING WS-Rg-Lvl FROM 1 BY 1
                      UNTIL WS-Rg-Lvl > WS-Rg-Srt-Cnt.
     GO       TO ODZ610-Next-Flight.
*>
 ODZ612-Sort-Key.
     MOVE     WS-Rg-Srt-Cat (WS-Rg-Lvl) TO WS-Rg-Cat.
     PERFORM  ODZ700-Field-Value.
     MOVE     WS-Rg-Key TO WST-Rg-Key (WST-Rg-Size, WS-Rg-Lvl).
*>
 ODZ620-Sort.
     IF       WST-Rg-Size > 1
              SORT WST-Rg-Groups ON ASCENDING KEY WST-Rg-Key1 WST-Rg-Key2
                                                  WST-Rg-Key3 WST-Rg-Flt-Key.
     IF       RDF-OUTPUT = "C"
              GO TO ODZ660-Csv.
*>
*>  Print - title, the dates covered and each field's heading at its
*>   column.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   function trim (RDF-TITLE) " - " RDF-NAME " as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     1 TO WS-Rg-Ptr.
     STRING   "Flights" DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     IF       WS-Rg-From NOT = ZERO
              MOVE WS-Rg-From TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              STRING " from " WS-Test-Date DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     IF       WS-Rg-To NOT = 99999999
              MOVE WS-Rg-To TO WS-Test-Intl
              PERFORM ZZ060-Convert-Date
              STRING " to " WS-Test-Date DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     IF       RDF-CAPACITY NOT = SPACES
              STRING ", capacity " RDF-CAPACITY DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     IF       RDF-REG NOT = SPACES
              STRING ", registration " RDF-REG DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     IF       RDF-AIRFIELD NOT = SPACES
              STRING ", to or from " RDF-AIRFIELD DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     IF       RDF-MIN-DIST NOT = ZERO
              MOVE RDF-MIN-DIST TO WS-Rg-Num-Edit
              STRING ", at least " function trim (WS-Rg-Num-Edit) " nm"
                     DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     PERFORM  ODZ622-Heading VARYING WS-Rg-Sub FROM 1 BY 1
              UNTIL WS-Rg-Sub > WS-Rg-Fld-Cnt.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Rg-Ent.
     GO       TO ODZ630-Next-Entry.
*>
 ODZ622-Heading.
     MOVE     WS-Rg-Fld-Cat (WS-Rg-Sub) TO WS-Rg-Cat.
     MOVE     RGC-Head (WS-Rg-Cat)
              TO PRINT-RECORD (WS-Rg-Fld-Col (WS-Rg-Sub) : RGC-Width (WS-Rg-Cat)).
*>
*>  Each flight in turn - the breaks first, deepest level out to the
*>   outermost sort key that changed, then the detail line.
*>
 ODZ630-Next-Entry.
     ADD      1 TO WS-Rg-Ent.
     IF       WS-Rg-Ent > WST-Rg-Size
              GO TO ODZ639-Print-End.
     MOVE     WST-Rg-Flt-Key (WS-Rg-Ent) TO FLT-Date-Time-Key.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODZ630-Next-Entry.
     PERFORM  ODZ640-Joins.
     MOVE     ZERO TO WS-Rg-Brk.
     IF       WS-Rg-Ent > 1
        AND   RDF-BREAKS NOT = ZERO
              PERFORM ODZ631-Test-Break VARYING WS-Rg-Lvl FROM RDF-BREAKS BY -1
                      UNTIL WS-Rg-Lvl < 1.
     IF       WS-Rg-Brk NOT = ZERO
              PERFORM ODZ632-Sub-Total VARYING WS-Rg-Lvl FROM RDF-BREAKS BY -1
                      UNTIL WS-Rg-Lvl < WS-Rg-Brk.
     PERFORM  ODZ635-Set-Prev VARYING WS-Rg-Lvl FROM 1 BY 1
              UNTIL WS-Rg-Lvl > RDF-BREAKS.
     MOVE     SPACES TO PRINT-RECORD.
     PERFORM  ODZ636-Detail-Field VARYING WS-Rg-Sub FROM 1 BY 1
              UNTIL WS-Rg-Sub > WS-Rg-Fld-Cnt.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      1 TO WS-Rg-Tot-Cnt (1) WS-Rg-Tot-Cnt (2)
                   WS-Rg-Tot-Cnt (3) WS-Rg-Tot-Cnt (4).
     GO       TO ODZ630-Next-Entry.
*>
*>  WS-Rg-Brk - the outermost level whose key has changed.
 ODZ631-Test-Break.
     IF       WST-Rg-Key (WS-Rg-Ent, WS-Rg-Lvl) NOT = WS-Rg-Prev-Key (WS-Rg-Lvl)
              MOVE WS-Rg-Lvl TO WS-Rg-Brk.
*>
 ODZ632-Sub-Total.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Rg-Srt-Cat (WS-Rg-Lvl) TO WS-Rg-Cat.
     MOVE     WS-Rg-Tot-Cnt (WS-Rg-Lvl) TO WS-Rg-Cnt-Edit.
     MOVE     1 TO WS-Rg-Ptr.
     STRING   "Total " DELIMITED BY SIZE
              RGC-Head (WS-Rg-Cat) DELIMITED BY "  "
              " " function trim (WS-Rg-Prev-Text (WS-Rg-Lvl))
              " (" function trim (WS-Rg-Cnt-Edit) " flights)"
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     PERFORM  ODZ633-Total-Line.
     MOVE     SPACES TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     ZERO TO WS-Rg-Tot-Cnt (WS-Rg-Lvl).
     PERFORM  ODZ638-Reset VARYING WS-Rg-Sub FROM 1 BY 1 UNTIL WS-Rg-Sub > 10.
*>
*>  The label in PRINT-RECORD, the hh:mm totals of level WS-Rg-Lvl
*>   under their columns - on a line of their own when the label
*>   reaches the first of them.
 ODZ633-Total-Line.
     IF       WS-Rg-First-M NOT = ZERO
        AND   WS-Rg-Ptr NOT < WS-Rg-First-M
              WRITE PRINT-RECORD AFTER 1
              MOVE SPACES TO PRINT-RECORD.
     PERFORM  ODZ634-Total-Mins VARYING WS-Rg-Sub FROM 1 BY 1
              UNTIL WS-Rg-Sub > WS-Rg-Fld-Cnt.
     WRITE    PRINT-RECORD AFTER 1.
*>
 ODZ634-Total-Mins.
     MOVE     WS-Rg-Fld-Cat (WS-Rg-Sub) TO WS-Rg-Cat.
     IF       RGC-Kind (WS-Rg-Cat) = "M"
              MOVE WS-Rg-Tot-Mins (WS-Rg-Lvl, WS-Rg-Sub) TO WS-Rg-Mins
              PERFORM ODZ680-HHMM
              MOVE WS-Rg-HHMM TO PRINT-RECORD (WS-Rg-Fld-Col (WS-Rg-Sub) : 9).
*>
 ODZ635-Set-Prev.
     MOVE     WST-Rg-Key (WS-Rg-Ent, WS-Rg-Lvl) TO WS-Rg-Prev-Key (WS-Rg-Lvl).
     MOVE     WS-Rg-Srt-Cat (WS-Rg-Lvl) TO WS-Rg-Cat.
     PERFORM  ODZ700-Field-Value.
     MOVE     WS-Rg-Text TO WS-Rg-Prev-Text (WS-Rg-Lvl).
*>
 ODZ636-Detail-Field.
     MOVE     WS-Rg-Fld-Cat (WS-Rg-Sub) TO WS-Rg-Cat.
     PERFORM  ODZ700-Field-Value.
     MOVE     WS-Rg-Text
              TO PRINT-RECORD (WS-Rg-Fld-Col (WS-Rg-Sub) : RGC-Width (WS-Rg-Cat)).
     IF       RGC-Kind (WS-Rg-Cat) = "M"
              PERFORM ODZ637-Add-Mins VARYING WS-Rg-Lvl FROM 1 BY 1
                      UNTIL WS-Rg-Lvl > 4.
*>
 ODZ637-Add-Mins.
     ADD      WS-Rg-Mins TO WS-Rg-Tot-Mins (WS-Rg-Lvl, WS-Rg-Sub).
*>
 ODZ638-Reset.
     MOVE     ZERO TO WS-Rg-Tot-Mins (WS-Rg-Lvl, WS-Rg-Sub).
*>
 ODZ639-Print-End.
     IF       WST-Rg-Size NOT = ZERO
        AND   RDF-BREAKS NOT = ZERO
              PERFORM ODZ632-Sub-Total VARYING WS-Rg-Lvl FROM RDF-BREAKS BY -1
                      UNTIL WS-Rg-Lvl < 1.
     MOVE     4 TO WS-Rg-Lvl.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Rg-Tot-Cnt (4) TO WS-Rg-Cnt-Edit.
     MOVE     1 TO WS-Rg-Ptr.
     STRING   "Report total (" function trim (WS-Rg-Cnt-Edit) " flights)"
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Rg-Ptr.
     PERFORM  ODZ633-Total-Line.
     IF       WS-Rg-Full = "Y"
              MOVE SPACES TO PRINT-RECORD
              MOVE FL269 TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2.
     GO       TO ODZ670-Finish.
*>
*>  The pilot (captain), aircraft type and both airfields of the
*>   flight in hand - blank when not on file. The departure airfield
*>   is kept aside before the arrival one is read.
*>
 ODZ640-Joins.
     MOVE     FLT-CAPTAIN TO PILOT-NAME.
     READ     PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE SPACES TO PILOT-RECORD
              MOVE ZERO   TO PILOT-LICENCE-EXPIRY PILOT-MEDICAL-EXPIRY.
     MOVE     FLT-AC-TYPE TO Aircraft-Type.
     READ     AIRCRAFT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE SPACES TO AIRCRAFT-RECORD.
     MOVE     FLT-FROM TO ICAO-CODE.
     READ     AIRFIELD-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE SPACES TO AFLD-Name AFLD-Country.
     MOVE     AFLD-Name    TO WS-Rg-From-Name.
     MOVE     AFLD-Country TO WS-Rg-From-Cc.
     MOVE     FLT-TO TO ICAO-CODE.
     READ     AIRFIELD-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE SPACES TO AFLD-Name AFLD-Country.
*>
*>  The definition's fields and sort codes against the catalogue - each
*>   field's print column two spaces on from the last, WS-Rg-Width the
*>   line width, WS-Rg-Bad set for an unknown sort code.
*>
 ODZ650-Layout.
     MOVE     ZERO TO WS-Rg-Fld-Cnt WS-Rg-Srt-Cnt WS-Rg-First-M WS-Rg-Bad.
     MOVE     1 TO WS-Rg-Pos.
     PERFORM  ODZ652-Layout-Field VARYING WS-Rg-Sub FROM 1 BY 1 UNTIL WS-Rg-Sub > 10.
     PERFORM  ODZ654-Layout-Sort  VARYING WS-Rg-Sub FROM 1 BY 1 UNTIL WS-Rg-Sub > 3.
     MOVE     ZERO TO WS-Rg-Width.
     IF       WS-Rg-Fld-Cnt NOT = ZERO
              COMPUTE WS-Rg-Width = WS-Rg-Pos - 3.
     GO       TO ODZ659-Exit.
*>
 ODZ652-Layout-Field.
     IF       RDF-FIELD (WS-Rg-Sub) NOT = SPACES
              MOVE RDF-FIELD (WS-Rg-Sub) TO WS-Rg-Code
              PERFORM ODZ690-Find-Code
              IF   WS-Rg-Cat NOT = ZERO
                   ADD  1 TO WS-Rg-Fld-Cnt
                   MOVE WS-Rg-Cat TO WS-Rg-Fld-Cat (WS-Rg-Fld-Cnt)
                   MOVE WS-Rg-Pos TO WS-Rg-Fld-Col (WS-Rg-Fld-Cnt)
                   IF   RGC-Kind (WS-Rg-Cat) = "M"
                    AND WS-Rg-First-M = ZERO
                        MOVE WS-Rg-Pos TO WS-Rg-First-M
                   END-IF
                   COMPUTE WS-Rg-Pos = WS-Rg-Pos + RGC-Width (WS-Rg-Cat) + 2
              END-IF
     END-IF.
*>
 ODZ654-Layout-Sort.
     IF       RDF-SORT (WS-Rg-Sub) NOT = SPACES
              MOVE RDF-SORT (WS-Rg-Sub) TO WS-Rg-Code
              PERFORM ODZ690-Find-Code
              IF   WS-Rg-Cat = ZERO
                   MOVE 1 TO WS-Rg-Bad
              ELSE
                   ADD  1 TO WS-Rg-Srt-Cnt
                   MOVE WS-Rg-Cat TO WS-Rg-Srt-Cat (WS-Rg-Srt-Cnt)
              END-IF
     END-IF.
*>
 ODZ659-Exit.  exit.
*>
*>  CSV - a heading line of the field headings then a line per flight,
*>   text fields in quotes. No subtotals.
*>
 ODZ660-Csv.
     MOVE     SPACES TO WS-Rg-Csv-Name.
     STRING   function trim (FLENV-Report-Dir) "/" function trim (RDF-NAME)
              "-" WS-Today ".csv"
              DELIMITED BY SIZE INTO WS-Rg-Csv-Name.
     OPEN     OUTPUT RPTCSV-FILE.
     IF       FS-REPLY NOT = "00"
              MOVE 8 TO Return-Code
              GO TO ODZ670-Finish.
     MOVE     SPACES TO RPTCSV-RECORD.
     MOVE     1 TO WS-Rg-Ptr.
     PERFORM  ODZ662-Csv-Head VARYING WS-Rg-Sub FROM 1 BY 1
              UNTIL WS-Rg-Sub > WS-Rg-Fld-Cnt.
     WRITE    RPTCSV-RECORD.
     MOVE     ZERO TO WS-Rg-Ent.
     GO       TO ODZ665-Csv-Next.
*>
 ODZ662-Csv-Head.
     MOVE     WS-Rg-Fld-Cat (WS-Rg-Sub) TO WS-Rg-Cat.
     IF       WS-Rg-Sub > 1
              STRING "," DELIMITED BY SIZE INTO RPTCSV-RECORD WITH POINTER WS-Rg-Ptr.
     STRING   RGC-Head (WS-Rg-Cat) DELIMITED BY "  "
              INTO RPTCSV-RECORD WITH POINTER WS-Rg-Ptr.
*>
 ODZ664-Csv-Field.
     MOVE     WS-Rg-Fld-Cat (WS-Rg-Sub) TO WS-Rg-Cat.
     PERFORM  ODZ700-Field-Value.
     IF       WS-Rg-Sub > 1
              STRING "," DELIMITED BY SIZE INTO RPTCSV-RECORD WITH POINTER WS-Rg-Ptr.
     IF       RGC-Kind (WS-Rg-Cat) = "A"
              INSPECT WS-Rg-Text REPLACING ALL QUOTE BY "'"
              STRING QUOTE function trim (WS-Rg-Text) QUOTE
                     DELIMITED BY SIZE INTO RPTCSV-RECORD WITH POINTER WS-Rg-Ptr
     ELSE
              STRING function trim (WS-Rg-Text)
                     DELIMITED BY SIZE INTO RPTCSV-RECORD WITH POINTER WS-Rg-Ptr.
*>
 ODZ665-Csv-Next.
     ADD      1 TO WS-Rg-Ent.
     IF       WS-Rg-Ent > WST-Rg-Size
              GO TO ODZ668-Csv-End.
     MOVE     WST-Rg-Flt-Key (WS-Rg-Ent) TO FLT-Date-Time-Key.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ODZ665-Csv-Next.
     PERFORM  ODZ640-Joins.
     MOVE     SPACES TO RPTCSV-RECORD.
     MOVE     1 TO WS-Rg-Ptr.
     PERFORM  ODZ664-Csv-Field VARYING WS-Rg-Sub FROM 1 BY 1
              UNTIL WS-Rg-Sub > WS-Rg-Fld-Cnt.
     WRITE    RPTCSV-RECORD.
     ADD      1 TO WS-Rg-Tot-Cnt (4).
     GO       TO ODZ665-Csv-Next.
*>
 ODZ668-Csv-End.
     CLOSE    RPTCSV-FILE.
*>
*>  Unattended the print output is filed under the report's own name,
*>   as the month-end pack files its reports (ZP520).
*>
 ODZ670-Finish.
     IF       WS-Unattended-Reports
              IF   RDF-OUTPUT = "P"
                   MOVE FLENV-Report-Dir TO WS-Pack-Dir
                   MOVE SPACES TO WS-Pack-Member
                   STRING function trim (RDF-NAME) "-" WS-Today ".rpt"
                          DELIMITED BY SIZE INTO WS-Pack-Member
                   END-STRING
                   PERFORM ZP520-File-Report
              END-IF
              GO TO ODZ699-Exit
     END-IF.
     DISPLAY  SPACE AT 0301 with erase eos.
     MOVE     WS-Rg-Tot-Cnt (4) TO WS-Rg-Cnt-Edit.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              DISPLAY FL100 AT 1001 with foreground-color COB-COLOR-RED
     ELSE
      IF      RDF-OUTPUT = "C"
              DISPLAY "Report written to " AT 1001
              DISPLAY WS-Rg-Csv-Name AT 1019 with foreground-color COB-COLOR-GREEN
     ELSE
              DISPLAY "Report written to report file" AT 1001.
     DISPLAY  "Flights reported" AT 1101.
     DISPLAY  WS-Rg-Cnt-Edit AT 1119.
     IF       WS-Rg-Full = "Y"
              DISPLAY FL269 AT 1201 with foreground-color COB-COLOR-RED.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO ODZ699-Exit.
*>
 ODZ680-HHMM.
     DIVIDE   WS-Rg-Mins BY 60 GIVING WS-Rg-Hrs REMAINDER WS-Rg-Rem.
     MOVE     WS-Rg-Hrs TO WS-Rg-HH.
     MOVE     WS-Rg-Rem TO WS-Rg-MM.
*>
*>  WS-Rg-Cat - the catalogue entry for WS-Rg-Code, zero if not there.
 ODZ690-Find-Code.
     MOVE     ZERO TO WS-Rg-Cat.
     SET      QQRG TO 1.
     SEARCH   RGC-Entry AT END  MOVE ZERO TO WS-Rg-Cat
              WHEN RGC-Code (QQRG) = WS-Rg-Code  SET WS-Rg-Cat TO QQRG.
*>
 ODZ699-Exit.  exit section.
*>
 ODZ700-Field-Value  SECTION.
*>==========================
*>
*> One field of the flight in hand and its joins (ODZ640) for catalogue
*>   entry WS-Rg-Cat - WS-Rg-Text as printed, WS-Rg-Key as it sorts
*>   (dates ccyymmdd, numbers and minutes zero filled) and for the
*>   minutes fields WS-Rg-Mins.
*>
     MOVE     SPACES TO WS-Rg-Text WS-Rg-Key.
     MOVE     ZERO   TO WS-Rg-Mins WS-Rg-Num WS-Test-Intl.
     EVALUATE RGC-Code (WS-Rg-Cat)
       WHEN   "DATE"  MOVE FLT-DATE             TO WS-Test-Intl
       WHEN   "STRT"  MOVE FLT-START            TO WS-Rg-Mins
       WHEN   "END"   MOVE FLT-END              TO WS-Rg-Mins
       WHEN   "BLCK"
              IF      FLT-END < FLT-START
                      COMPUTE WS-Rg-Mins = FLT-END + 1440 - FLT-START
              ELSE
                      COMPUTE WS-Rg-Mins = FLT-END - FLT-START
              END-IF
       WHEN   "TYPE"  MOVE FLT-AC-TYPE          TO WS-Rg-Text
       WHEN   "REG"   MOVE FLT-AC-REG           TO WS-Rg-Text
       WHEN   "CAPT"  MOVE FLT-CAPTAIN          TO WS-Rg-Text
       WHEN   "CAP"   MOVE FLT-CAPACITY         TO WS-Rg-Text
       WHEN   "FROM"  MOVE FLT-FROM             TO WS-Rg-Text
       WHEN   "TO"    MOVE FLT-TO               TO WS-Rg-Text
       WHEN   "MS"    MOVE FLT-MS               TO WS-Rg-Text
       WHEN   "P1D"   MOVE FLT-P1 (1)           TO WS-Rg-Mins
       WHEN   "P1N"   MOVE FLT-P1 (2)           TO WS-Rg-Mins
       WHEN   "P2D"   MOVE FLT-P23 (1)          TO WS-Rg-Mins
       WHEN   "P2N"   MOVE FLT-P23 (2)          TO WS-Rg-Mins
       WHEN   "INST"  MOVE FLT-INSTRUMENT       TO WS-Rg-Mins
       WHEN   "RMKS"  MOVE FLT-REMARKS          TO WS-Rg-Text
       WHEN   "DIST"  MOVE FLT-DISTANCE         TO WS-Rg-Num
       WHEN   "FUEL"  MOVE FLT-FUEL-UPLIFT      TO WS-Rg-Num
       WHEN   "CRW2"  MOVE FLT-CREW2            TO WS-Rg-Text
       WHEN   "EXER"  MOVE FLT-EXERCISE         TO WS-Rg-Text
       WHEN   "PLIC"  MOVE PILOT-LICENCE-NO     TO WS-Rg-Text
       WHEN   "PLXP"  MOVE PILOT-LICENCE-EXPIRY TO WS-Test-Intl
       WHEN   "PMXP"  MOVE PILOT-MEDICAL-EXPIRY TO WS-Test-Intl
       WHEN   "PBAS"  MOVE PILOT-BASE           TO WS-Rg-Text
       WHEN   "AMS"   MOVE AIRCRAFT-MS          TO WS-Rg-Text
       WHEN   "ACPX"  MOVE Aircraft-Complex     TO WS-Rg-Text
       WHEN   "ABAS"  MOVE Aircraft-Base        TO WS-Rg-Text
       WHEN   "AFUL"  MOVE Aircraft-Fuel-Type   TO WS-Rg-Text
       WHEN   "FRNM"  MOVE WS-Rg-From-Name      TO WS-Rg-Text
       WHEN   "FRCC"  MOVE WS-Rg-From-Cc        TO WS-Rg-Text
       WHEN   "TONM"  MOVE AFLD-Name            TO WS-Rg-Text
       WHEN   "TOCC"  MOVE AFLD-Country         TO WS-Rg-Text
     END-EVALUATE.
*>
     EVALUATE RGC-Kind (WS-Rg-Cat)
       WHEN   "A"
              MOVE    WS-Rg-Text TO WS-Rg-Key
       WHEN   "D"
              MOVE    WS-Test-Intl TO WS-Rg-Num-Key
              MOVE    WS-Rg-Num-Key TO WS-Rg-Key
              PERFORM ZZ060-Convert-Date
              MOVE    WS-Test-Date TO WS-Rg-Text
       WHEN   "T"
              DIVIDE  WS-Rg-Mins BY 60 GIVING WS-Rg-Hrs REMAINDER WS-Rg-Rem
              MOVE    WS-Rg-Hrs TO WS-Rg-T-HH
              MOVE    WS-Rg-Rem TO WS-Rg-T-MM
              MOVE    WS-Rg-Time TO WS-Rg-Text WS-Rg-Key
       WHEN   "M"
              PERFORM ODZ680-HHMM
              MOVE    WS-Rg-HHMM TO WS-Rg-Text
              MOVE    WS-Rg-Mins TO WS-Rg-Num-Key
              MOVE    WS-Rg-Num-Key TO WS-Rg-Key
       WHEN   "N"
              MOVE    WS-Rg-Num TO WS-Rg-Num-Edit WS-Rg-Num-Key
              MOVE    WS-Rg-Num-Edit TO WS-Rg-Text
              MOVE    WS-Rg-Num-Key TO WS-Rg-Key
     END-EVALUATE.
*>
 ODZ799-Exit.  exit section.
*>
 OEA500-Kpi-Targets  SECTION.
*>==========================
*>
*> KPI targets - for a month, the target of each KPI in KPI-CATALOGUE
*>   and its tolerance, the percentage of the target either side of it
*>   that the scorecard (OEA600) still counts as within rather than a
*>   miss. A month with no targets yet is shown with the month before's
*>   to amend from. Amend and Delete are Supervisor only; Amend writes
*>   all eight for the month, so a zero target is a real target.
*>
 OEA505-Show-Screen.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "KPI Targets" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Target month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OEA510-Get-Month.
     ACCEPT   WS-Kpi-Month AT 0615 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEA599-Exit.
     IF       WS-Kpi-Month < 190001 or > 219912
        or    WS-Kpi-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO OEA510-Get-Month.
     DISPLAY  SPACE AT 0801 with erase eol.
     MOVE     WS-Kpi-Month TO WS-Kpi-Prev.
     IF       WS-Kpi-Prev (5:2) = "01"
              SUBTRACT 89 FROM WS-Kpi-Prev
     ELSE
              SUBTRACT 1 FROM WS-Kpi-Prev.
*>
 OEA512-Load.
     MOVE     "N" TO WS-Kpi-Prefilled.
     PERFORM  OEA520-Load-Target VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
*>
 OEA515-Show.
     DISPLAY  SPACE AT 0801 with erase eos.
     DISPLAY  "KPI                                           Better         Target   Tol %"
              AT 0801 WITH foreground-color COB-COLOR-Yellow.
     PERFORM  OEA530-Show-Target VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
     IF       WS-Kpi-Prefilled = "Y"
              DISPLAY FL272 AT 1901 WITH foreground-color COB-COLOR-CYAN.
*>
 OEA540-Prompt.
     DISPLAY  "(A)mend (D)elete (M)onth e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 34 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEA599-Exit.
     IF       MENU-REPLY = "M"
              GO TO OEA505-Show-Screen.
     IF       MENU-REPLY NOT = "A" AND NOT = "D"
              GO TO OEA540-Prompt.
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO OEA540-Prompt.
     IF       MENU-REPLY = "D"
              GO TO OEA570-Delete.
     MOVE     1 TO WS-Kpi-Sub.
*>
*>  Each target then its tolerance in place on the list - Esc drops
*>   the changes and shows the month as it is on file.
*>
 OEA550-Amend.
     COMPUTE  WS-Kpi-Line = 9 + WS-Kpi-Sub.
     MOVE     WS-Kpt-Target (WS-Kpi-Sub) TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT LINE WS-Kpi-Line COL 61 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEA512-Load.
     PERFORM  ZF030-CONVERT-RATE.
     IF       ERROR-CODE NOT = ZERO
              GO TO OEA550-Amend.
     MOVE     WS-Chg-Rate TO WS-Kpt-Target (WS-Kpi-Sub).
*>
 OEA552-Tolerance.
     ACCEPT   WS-Kpt-Tol (WS-Kpi-Sub) AT LINE WS-Kpi-Line COL 73 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEA512-Load.
     IF       WS-Kpt-Tol (WS-Kpi-Sub) NOT NUMERIC
              GO TO OEA552-Tolerance.
     ADD      1 TO WS-Kpi-Sub.
     IF       WS-Kpi-Sub NOT > 8
              GO TO OEA550-Amend.
     PERFORM  OEA560-Save-Target VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
     GO       TO OEA512-Load.
*>
 OEA570-Delete.
     MOVE     ZERO TO WS-Kpi-R.
     PERFORM  OEA575-Delete-Target VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
     IF       WS-Kpi-R = ZERO
              DISPLAY FL273 at line ws-23-Lines col 28
              accept ws-reply at line ws-23-Lines col 87.
     GO       TO OEA512-Load.
*>
*>  The month's target, else the month before's marked as shown in
*>   its place, else none - zero with a 10% tolerance to start from.
*>
 OEA520-Load-Target.
     MOVE     WS-Kpi-Month TO KPT-MONTH.
     MOVE     KPC-Code (WS-Kpi-Sub) TO KPT-CODE.
     READ     KPITARGET-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE WS-Kpi-Prev TO KPT-MONTH
              READ KPITARGET-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF   FS-REPLY = "00"
                   MOVE "Y" TO WS-Kpi-Prefilled
              END-IF
     END-IF.
     IF       FS-REPLY = "00"
              MOVE KPT-TARGET    TO WS-Kpt-Target (WS-Kpi-Sub)
              MOVE KPT-TOLERANCE TO WS-Kpt-Tol (WS-Kpi-Sub)
     ELSE
              MOVE ZERO TO WS-Kpt-Target (WS-Kpi-Sub)
              MOVE 10   TO WS-Kpt-Tol (WS-Kpi-Sub).
*>
 OEA530-Show-Target.
     COMPUTE  WS-Kpi-Line = 9 + WS-Kpi-Sub.
     DISPLAY  KPC-Code (WS-Kpi-Sub) AT LINE WS-Kpi-Line COL 01 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  KPC-Desc (WS-Kpi-Sub) AT LINE WS-Kpi-Line COL 07 WITH foreground-color COB-COLOR-CYAN.
     IF       KPC-Dir (WS-Kpi-Sub) = "H"
              DISPLAY "higher" AT LINE WS-Kpi-Line COL 47 WITH foreground-color COB-COLOR-CYAN
     ELSE
              DISPLAY "lower " AT LINE WS-Kpi-Line COL 47 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Kpt-Target (WS-Kpi-Sub) TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     DISPLAY  WSR-RATE AT LINE WS-Kpi-Line COL 61 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Kpt-Tol (WS-Kpi-Sub) AT LINE WS-Kpi-Line COL 73 WITH foreground-color COB-COLOR-CYAN.
*>
 OEA560-Save-Target.
     MOVE     WS-Kpi-Month TO KPT-MONTH.
     MOVE     KPC-Code (WS-Kpi-Sub) TO KPT-CODE.
     READ     KPITARGET-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     MOVE     WS-Kpt-Target (WS-Kpi-Sub) TO KPT-TARGET.
     MOVE     WS-Kpt-Tol (WS-Kpi-Sub)    TO KPT-TOLERANCE.
     MOVE     WS-Cur-User  TO KPT-BY.
     MOVE     WS-Today     TO KPT-STAMP.
     IF       FS-REPLY = "00"
              REWRITE KPITARGET-RECORD INVALID KEY
                    DISPLAY FL003 AT 1301 with foreground-color COB-COLOR-RED
                    ACCEPT  WS-Reply AT 1360
              END-REWRITE
     ELSE
              WRITE KPITARGET-RECORD INVALID KEY
                    DISPLAY FL003 AT 1301 with foreground-color COB-COLOR-RED
                    ACCEPT  WS-Reply AT 1360
              END-WRITE.
*>
 OEA575-Delete-Target.
     MOVE     WS-Kpi-Month TO KPT-MONTH.
     MOVE     KPC-Code (WS-Kpi-Sub) TO KPT-CODE.
     DELETE   KPITARGET-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              ADD 1 TO WS-Kpi-R.
*>
 OEA599-Exit.  exit section.
*>
 OEA600-Kpi-Scorecard  SECTION.
*>============================
*>
*> Monthly KPI scorecard - one page for the directors: each KPI in
*>   KPI-CATALOGUE for the month, actual against its target (OEA500)
*>   with the tolerance, met / within tolerance / MISS beyond it,
*>   better or worse than the month before, and the three months
*>   before for the trend. Figures from OEA700. Printed, and written
*>   as kpi-ccyymm.csv in the report directory for the intranet
*>   dashboard. Last month by default; part of the REPORTS month-end
*>   pack, where Return-Code 8 is a CSV that could not be written.
*>
     MOVE     ZERO TO Return-Code.
     MOVE     WS-Today TO WS-Kpi-Next.
     MOVE     "01" TO WS-Kpi-Next (7:2).
     COMPUTE  WS-Kpi-Next = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WS-Kpi-Next) - 1).
     MOVE     WS-Kpi-Next (1:6) TO WS-Kpi-Month.
     IF       WS-Unattended-Reports
              GO TO OEA620-Score.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "KPI Scorecard" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Scorecard month [ccyymm]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
*>
 OEA610-Get-Month.
     ACCEPT   WS-Kpi-Month AT 0618 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEA699-Exit.
     IF       WS-Kpi-Month < 190001 or > 219912
        or    WS-Kpi-Month (5:2) < "01" or > "12"
              DISPLAY FL066 AT 0801 with foreground-color COB-COLOR-RED
              GO TO OEA610-Get-Month.
     DISPLAY  SPACE AT 0801 with erase eol.
*>
 OEA620-Score.
     PERFORM  OEA700-Kpi-Figures.
     MOVE     ZERO TO WS-Kpi-Misses.
     PERFORM  OEA622-Get-Target VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
     PERFORM  OEA624-Score-Kpi VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
*>
*>  Print - title, the heading with the three months before oldest
*>   first, a line a KPI and what the hours were taken from.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "KPI SCORECARD for month " WS-Kpi-Month " as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     WS-Kpm-Month (4) TO PK2-MONTH (1).
     MOVE     WS-Kpm-Month (3) TO PK2-MONTH (2).
     MOVE     WS-Kpm-Month (2) TO PK2-MONTH (3).
     WRITE    PRINT-RECORD FROM KPI-SCORE-HEAD AFTER 2.
     PERFORM  OEA632-Print-Kpi VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
     MOVE     WS-Kpm-Mtt-Mins (1) TO WS-Kpi-Mins.
     IF       WS-Kpi-Mins = ZERO
              MOVE WS-Kpm-Flt-Mins (1) TO WS-Kpi-Mins.
     COMPUTE  WS-Kpi-Hours ROUNDED = WS-Kpi-Mins / 60.
     MOVE     WS-Kpi-Hours TO WS-Kpi-Edit.
     MOVE     WS-Kpm-Regs (1) TO WS-Kpi-Cnt-Edit.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     1 TO WS-Kpi-Ptr.
     STRING   "Flying hours " function trim (WS-Kpi-Edit) " on "
              function trim (WS-Kpi-Cnt-Edit) " registrations, from the "
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Kpi-Ptr.
     IF       WS-Kpm-Mtt-Mins (1) NOT = ZERO
              STRING "monthly totals file" DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Kpi-Ptr
     ELSE
              STRING "flight log" DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Kpi-Ptr.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     WS-Kpi-Misses TO WS-Kpi-Cnt-Edit.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "KPIs missed beyond tolerance " function trim (WS-Kpi-Cnt-Edit)
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
*>  CSV - a heading line then a line a KPI, the months before oldest
*>   first as on the print.
*>
     MOVE     SPACES TO WS-Kpi-Csv-Name.
     STRING   function trim (FLENV-Report-Dir) "/kpi-" WS-Kpi-Month ".csv"
              DELIMITED BY SIZE INTO WS-Kpi-Csv-Name.
     OPEN     OUTPUT KPICSV-FILE.
     IF       FS-REPLY NOT = "00"
              MOVE 8 TO Return-Code
              GO TO OEA670-Finish.
     MOVE     SPACES TO KPICSV-RECORD.
     STRING   "Month,KPI,Description,Target,Tolerance %,Actual,Status,Trend,"
              WS-Kpm-Month (4) "," WS-Kpm-Month (3) "," WS-Kpm-Month (2)
              DELIMITED BY SIZE INTO KPICSV-RECORD.
     WRITE    KPICSV-RECORD.
     PERFORM  OEA642-Csv-Kpi VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
     CLOSE    KPICSV-FILE.
*>
 OEA670-Finish.
     IF       WS-Unattended-Reports
              GO TO OEA699-Exit.
     DISPLAY  SPACE AT 0301 with erase eos.
     DISPLAY  KPI-SCORE-HEAD (1:95) AT 0401 WITH foreground-color COB-COLOR-Yellow.
     PERFORM  OEA672-Show-Kpi VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > 8.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              DISPLAY FL274 AT 1501 with foreground-color COB-COLOR-RED
     ELSE
              DISPLAY "Scorecard written to report file and " AT 1501
              DISPLAY WS-Kpi-Csv-Name AT 1539 with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OEA699-Exit.
*>
 OEA622-Get-Target.
     MOVE     WS-Kpi-Month TO KPT-MONTH.
     MOVE     KPC-Code (WS-Kpi-Sub) TO KPT-CODE.
     READ     KPITARGET-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              MOVE KPT-TARGET    TO WS-Kpt-Target (WS-Kpi-Sub)
              MOVE KPT-TOLERANCE TO WS-Kpt-Tol (WS-Kpi-Sub)
              MOVE "Y" TO WS-Kpt-Found (WS-Kpi-Sub)
     ELSE
              MOVE ZERO TO WS-Kpt-Target (WS-Kpi-Sub) WS-Kpt-Tol (WS-Kpi-Sub)
              MOVE "N" TO WS-Kpt-Found (WS-Kpi-Sub).
*>
*>  Met on or the good side of the target, within on the bad side
*>   but inside the tolerance, else a miss; the trend against the
*>   month before, the good way being the KPI's direction.
*>
 OEA624-Score-Kpi.
     COMPUTE  WS-Kpi-Band-Lo ROUNDED = WS-Kpt-Target (WS-Kpi-Sub)
                                     * (100 - WS-Kpt-Tol (WS-Kpi-Sub)) / 100.
     COMPUTE  WS-Kpi-Band-Hi ROUNDED = WS-Kpt-Target (WS-Kpi-Sub)
                                     * (100 + WS-Kpt-Tol (WS-Kpi-Sub)) / 100.
     EVALUATE TRUE
       WHEN   WS-Kpt-Found (WS-Kpi-Sub) NOT = "Y"
              MOVE "N" TO WS-Kpt-Result (WS-Kpi-Sub)
       WHEN   KPC-Dir (WS-Kpi-Sub) = "H"
        AND   WS-Kpm-Value (1 WS-Kpi-Sub) NOT < WS-Kpt-Target (WS-Kpi-Sub)
              MOVE "M" TO WS-Kpt-Result (WS-Kpi-Sub)
       WHEN   KPC-Dir (WS-Kpi-Sub) = "L"
        AND   WS-Kpm-Value (1 WS-Kpi-Sub) NOT > WS-Kpt-Target (WS-Kpi-Sub)
              MOVE "M" TO WS-Kpt-Result (WS-Kpi-Sub)
       WHEN   KPC-Dir (WS-Kpi-Sub) = "H"
        AND   WS-Kpm-Value (1 WS-Kpi-Sub) NOT < WS-Kpi-Band-Lo
              MOVE "W" TO WS-Kpt-Result (WS-Kpi-Sub)
       WHEN   KPC-Dir (WS-Kpi-Sub) = "L"
        AND   WS-Kpm-Value (1 WS-Kpi-Sub) NOT > WS-Kpi-Band-Hi
              MOVE "W" TO WS-Kpt-Result (WS-Kpi-Sub)
       WHEN   OTHER
              MOVE "X" TO WS-Kpt-Result (WS-Kpi-Sub)
              ADD  1 TO WS-Kpi-Misses
     END-EVALUATE.
     EVALUATE TRUE
       WHEN   WS-Kpm-Value (1 WS-Kpi-Sub) = WS-Kpm-Value (2 WS-Kpi-Sub)
              MOVE "Level" TO WS-Kpt-Trend (WS-Kpi-Sub)
       WHEN   KPC-Dir (WS-Kpi-Sub) = "H"
        AND   WS-Kpm-Value (1 WS-Kpi-Sub) > WS-Kpm-Value (2 WS-Kpi-Sub)
              MOVE "Better" TO WS-Kpt-Trend (WS-Kpi-Sub)
       WHEN   KPC-Dir (WS-Kpi-Sub) = "L"
        AND   WS-Kpm-Value (1 WS-Kpi-Sub) < WS-Kpm-Value (2 WS-Kpi-Sub)
              MOVE "Better" TO WS-Kpt-Trend (WS-Kpi-Sub)
       WHEN   OTHER
              MOVE "Worse" TO WS-Kpt-Trend (WS-Kpi-Sub)
     END-EVALUATE.
*>
 OEA630-Build-Line.
     MOVE     SPACES TO KPI-SCORE-LINE.
     MOVE     KPC-Code (WS-Kpi-Sub) TO PK1-CODE.
     MOVE     KPC-Desc (WS-Kpi-Sub) TO PK1-DESC.
     IF       WS-Kpt-Found (WS-Kpi-Sub) = "Y"
              MOVE WS-Kpt-Target (WS-Kpi-Sub) TO PK1-TARGET
              MOVE WS-Kpt-Tol (WS-Kpi-Sub)    TO PK1-TOL.
     MOVE     WS-Kpm-Value (1 WS-Kpi-Sub) TO PK1-ACTUAL.
     EVALUATE WS-Kpt-Result (WS-Kpi-Sub)
       WHEN   "M"  MOVE "On target"   TO PK1-STATUS
       WHEN   "W"  MOVE "Within tol"  TO PK1-STATUS
       WHEN   "X"  MOVE "** MISS **"  TO PK1-STATUS
       WHEN   OTHER  MOVE "No target" TO PK1-STATUS
     END-EVALUATE.
     MOVE     WS-Kpt-Trend (WS-Kpi-Sub) TO PK1-TREND.
     MOVE     WS-Kpm-Value (4 WS-Kpi-Sub) TO PK1-PREV (1).
     MOVE     WS-Kpm-Value (3 WS-Kpi-Sub) TO PK1-PREV (2).
     MOVE     WS-Kpm-Value (2 WS-Kpi-Sub) TO PK1-PREV (3).
*>
 OEA632-Print-Kpi.
     PERFORM  OEA630-Build-Line.
     WRITE    PRINT-RECORD FROM KPI-SCORE-LINE AFTER 1.
*>
 OEA642-Csv-Kpi.
     MOVE     SPACES TO KPICSV-RECORD.
     MOVE     1 TO WS-Kpi-Ptr.
     STRING   WS-Kpi-Month "," DELIMITED BY SIZE
              KPC-Code (WS-Kpi-Sub) DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              KPC-Desc (WS-Kpi-Sub) DELIMITED BY "  "
              "," DELIMITED BY SIZE
              INTO KPICSV-RECORD WITH POINTER WS-Kpi-Ptr.
     IF       WS-Kpt-Found (WS-Kpi-Sub) = "Y"
              MOVE WS-Kpt-Target (WS-Kpi-Sub) TO WS-Kpi-Edit
              MOVE WS-Kpt-Tol (WS-Kpi-Sub)    TO WS-Kpi-Tol-Edit
              STRING function trim (WS-Kpi-Edit) "," function trim (WS-Kpi-Tol-Edit)
                     DELIMITED BY SIZE INTO KPICSV-RECORD WITH POINTER WS-Kpi-Ptr
     ELSE
              STRING "," DELIMITED BY SIZE INTO KPICSV-RECORD WITH POINTER WS-Kpi-Ptr.
     MOVE     WS-Kpm-Value (1 WS-Kpi-Sub) TO WS-Kpi-Edit.
     EVALUATE WS-Kpt-Result (WS-Kpi-Sub)
       WHEN   "M"  MOVE "Met"              TO WS-Kpi-Status
       WHEN   "W"  MOVE "Within tolerance" TO WS-Kpi-Status
       WHEN   "X"  MOVE "Miss"             TO WS-Kpi-Status
       WHEN   OTHER  MOVE "No target"      TO WS-Kpi-Status
     END-EVALUATE.
     STRING   "," function trim (WS-Kpi-Edit) "," DELIMITED BY SIZE
              WS-Kpi-Status DELIMITED BY "  "
              "," DELIMITED BY SIZE
              WS-Kpt-Trend (WS-Kpi-Sub) DELIMITED BY SPACE
              INTO KPICSV-RECORD WITH POINTER WS-Kpi-Ptr.
     PERFORM  OEA644-Csv-Prev VARYING WS-Kpi-M FROM 4 BY -1
              UNTIL WS-Kpi-M < 2.
     WRITE    KPICSV-RECORD.
*>
 OEA644-Csv-Prev.
     MOVE     WS-Kpm-Value (WS-Kpi-M WS-Kpi-Sub) TO WS-Kpi-Edit.
     STRING   "," function trim (WS-Kpi-Edit) DELIMITED BY SIZE
              INTO KPICSV-RECORD WITH POINTER WS-Kpi-Ptr.
*>
 OEA672-Show-Kpi.
     PERFORM  OEA630-Build-Line.
     COMPUTE  WS-Kpi-Line = 4 + WS-Kpi-Sub.
     IF       WS-Kpt-Result (WS-Kpi-Sub) = "X"
              DISPLAY KPI-SCORE-LINE (1:95) AT LINE WS-Kpi-Line COL 01
                      WITH foreground-color COB-COLOR-RED
     ELSE
              DISPLAY KPI-SCORE-LINE (1:95) AT LINE WS-Kpi-Line COL 01
                      WITH foreground-color COB-COLOR-CYAN.
*>
 OEA699-Exit.  exit section.
*>
 OEA700-Kpi-Figures  SECTION.
*>==========================
*>
*> The figures behind the scorecard for WS-Kpi-Month and the three
*>   months before it, into WS-Kpi-Months - one pass of each file:
*>   flying minutes from the monthly totals file (the type records),
*>   else from the flight log; registrations flown, fuel uplift at the
*>   price of the day (ZT000) and instructional minutes (capacity 1I /
*>   1T) from the flight log; duty minutes of the instructors on the
*>   pay rate file; revenue (net) by month billed and gross by month
*>   raised from the invoices, with what was owed at each month end
*>   put back together from the receipts logged and the credit notes
*>   posted after it;
*>   grounding (A) defects open at month end; occurrences; and the
*>   bookings up to today, flown when a flight of that registration
*>   that day overlaps the booking.
*>
     INITIALIZE WS-Kpi-Months.
     MOVE     SPACES TO WST-Kpr-Table.
     MOVE     ZERO TO WST-Kpr-Size.
     MOVE     WS-Kpi-Month TO WS-Kpm-Month (1).
     PERFORM  OEA705-Month-Dates VARYING WS-Kpi-M FROM 1 BY 1
              UNTIL WS-Kpi-M > 4.
*>
     MOVE     "T"    TO MTT-KIND.
     MOVE     SPACES TO MTT-NAME.
     MOVE     ZERO   TO MTT-MONTH.
     START    MTHTOTALS-FILE KEY NOT < MTT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA720-Flights.
*>
 OEA715-Next-Total.
     READ     MTHTOTALS-FILE NEXT RECORD AT END  GO TO OEA720-Flights.
     IF       MTT-KIND NOT = "T"
              GO TO OEA720-Flights.
     MOVE     MTT-MONTH TO WS-Kpi-Ccyymm.
     PERFORM  OEA790-Find-Month.
     IF       WS-Kpi-X NOT = ZERO
              ADD MTT-P1-DAY MTT-P23-DAY MTT-P1-NIGHT MTT-P23-NIGHT
                  TO WS-Kpm-Mtt-Mins (WS-Kpi-X).
     GO       TO OEA715-Next-Total.
*>
 OEA720-Flights.
     MOVE     WS-Kpm-Start (4) TO FLT-DATE.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA730-Duty.
*>
 OEA722-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO OEA730-Duty.
     IF       FLT-DATE > WS-Kpm-End (1)
              GO TO OEA730-Duty.
     MOVE     FLT-DATE (1:6) TO WS-Kpi-Ccyymm.
     PERFORM  OEA790-Find-Month.
     IF       WS-Kpi-X = ZERO
              GO TO OEA722-Next-Flight.
     ADD      FLT-P1 (1) FLT-P23 (1) FLT-P1 (2) FLT-P23 (2)
              TO WS-Kpm-Flt-Mins (WS-Kpi-X).
     IF       FLT-CAPACITY (2:2) = "1I" OR "1T"
              ADD FLT-P1 (1) FLT-P1 (2) TO WS-Kpm-Ins-Mins (WS-Kpi-X).
*>
     SET      QQKR TO 1.
     SEARCH   WST-Kpr-Groups AT END  MOVE ZERO TO WS-Kpi-R
              WHEN WST-Kpr-Reg (QQKR) = FLT-AC-REG  SET WS-Kpi-R TO QQKR.
     IF       WS-Kpi-R = ZERO
        AND   WST-Kpr-Size < WST-Kpr-Max
              ADD  1 TO WST-Kpr-Size
              MOVE WST-Kpr-Size TO WS-Kpi-R
              MOVE FLT-AC-REG TO WST-Kpr-Reg (WS-Kpi-R).
     IF       WS-Kpi-R NOT = ZERO
        AND   WST-Kpr-Flown (WS-Kpi-R WS-Kpi-X) NOT = "Y"
              MOVE "Y" TO WST-Kpr-Flown (WS-Kpi-R WS-Kpi-X)
              ADD  1 TO WS-Kpm-Regs (WS-Kpi-X).
*>
     IF       FLT-FUEL-UPLIFT NOT = ZERO
              MOVE FLT-FROM TO WS-FP-Icao
              MOVE FLT-DATE TO WS-FP-Date
              PERFORM ZT000-Lookup-Fuel-Price
              IF   ERROR-CODE = 1
                   COMPUTE WS-Fuel-Cost ROUNDED = FLT-FUEL-UPLIFT * WS-FP-Price
                   ADD WS-Fuel-Cost TO WS-Kpm-Fuel (WS-Kpi-X)
              END-IF
     END-IF.
     GO       TO OEA722-Next-Flight.
*>
 OEA730-Duty.
     START    PAYRATE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA740-Invoices.
*>
 OEA732-Next-Instructor.
     READ     PAYRATE-FILE NEXT RECORD AT END  GO TO OEA740-Invoices.
     MOVE     IPR-INSTRUCTOR   TO DUTY-CAPTAIN.
     MOVE     WS-Kpm-Start (4) TO DUTY-DATE.
     START    DUTY-FILE KEY NOT < DUTY-CAPTAIN-DATE-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA732-Next-Instructor.
*>
 OEA734-Next-Duty.
     READ     DUTY-FILE NEXT RECORD AT END  GO TO OEA732-Next-Instructor.
     IF       DUTY-CAPTAIN NOT = IPR-INSTRUCTOR
        OR    DUTY-DATE > WS-Kpm-End (1)
              GO TO OEA732-Next-Instructor.
     MOVE     DUTY-DATE (1:6) TO WS-Kpi-Ccyymm.
     PERFORM  OEA790-Find-Month.
     IF       DUTY-END < DUTY-START
              COMPUTE WS-Kpi-Duty = DUTY-END + 1440 - DUTY-START
     ELSE
              COMPUTE WS-Kpi-Duty = DUTY-END - DUTY-START.
     IF       WS-Kpi-X NOT = ZERO
              ADD WS-Kpi-Duty TO WS-Kpm-Duty-Mins (WS-Kpi-X).
     GO       TO OEA734-Next-Duty.
*>
 OEA740-Invoices.
     START    INVOICE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA750-Receipts.
*>
 OEA742-Next-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO OEA750-Receipts.
     MOVE     INV-MONTH TO WS-Kpi-Ccyymm.
     PERFORM  OEA790-Find-Month.
     IF       WS-Kpi-X NOT = ZERO
              ADD INV-NET TO WS-Kpm-Revenue (WS-Kpi-X).
     MOVE     INV-DATE (1:6) TO WS-Kpi-Ccyymm.
     PERFORM  OEA790-Find-Month.
     IF       WS-Kpi-X NOT = ZERO
              ADD INV-AMOUNT TO WS-Kpm-Gross (WS-Kpi-X).
     IF       INV-CREDITED NOT NUMERIC
              MOVE ZERO TO INV-CREDITED.
     COMPUTE  WS-Kpi-Owed = INV-AMOUNT - INV-PAID - INV-CREDITED.
     PERFORM  OEA744-Owed VARYING WS-Kpi-M FROM 1 BY 1
              UNTIL WS-Kpi-M > 4.
     GO       TO OEA742-Next-Invoice.
*>
 OEA744-Owed.
     IF       INV-DATE NOT > WS-Kpm-End (WS-Kpi-M)
              ADD WS-Kpi-Owed TO WS-Kpm-Debtors (WS-Kpi-M).
*>
*>  What has come in since a month end was still owed at it. The
*>   credit note lines (type C) carry the whole note - the part that
*>   came off the invoice is taken from the note itself below.
*>
 OEA750-Receipts.
     OPEN     INPUT RECEIPTLOG-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OEA756-Credits.
*>
 OEA752-Next-Receipt.
     READ     RECEIPTLOG-FILE AT END
              CLOSE RECEIPTLOG-FILE
              GO TO OEA756-Credits.
     IF       RCT-DATE NOT > WS-Kpm-End (4)
        OR    RCT-TYPE = "C"
              GO TO OEA752-Next-Receipt.
     MOVE     RCT-INV-NO TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA752-Next-Receipt.
     PERFORM  OEA754-Paid-After VARYING WS-Kpi-M FROM 1 BY 1
              UNTIL WS-Kpi-M > 4.
     GO       TO OEA752-Next-Receipt.
*>
 OEA754-Paid-After.
     IF       RCT-DATE > WS-Kpm-End (WS-Kpi-M)
        AND   INV-DATE NOT > WS-Kpm-End (WS-Kpi-M)
              ADD RCT-AMOUNT TO WS-Kpm-Debtors (WS-Kpi-M).
*>
*>  Nor had a credit note posted since a month end come off the
*>   invoice at it - only the part applied, the rest went on account.
*>
 OEA756-Credits.
     MOVE     ZERO TO CRN-NO.
     START    CREDNOTE-FILE KEY NOT < CRN-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA760-Defects.
*>
 OEA757-Next-Credit.
     READ     CREDNOTE-FILE NEXT RECORD AT END  GO TO OEA760-Defects.
     IF       CRN-STATUS NOT = "A"
        OR    CRN-POST-DATE NOT > WS-Kpm-End (4)
        OR    CRN-APPLIED = ZERO
              GO TO OEA757-Next-Credit.
     MOVE     CRN-INV-NO TO INV-NO.
     READ     INVOICE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA757-Next-Credit.
     PERFORM  OEA758-Credited-After VARYING WS-Kpi-M FROM 1 BY 1
              UNTIL WS-Kpi-M > 4.
     GO       TO OEA757-Next-Credit.
*>
 OEA758-Credited-After.
     IF       CRN-POST-DATE > WS-Kpm-End (WS-Kpi-M)
        AND   INV-DATE NOT > WS-Kpm-End (WS-Kpi-M)
              ADD CRN-APPLIED TO WS-Kpm-Debtors (WS-Kpi-M).
*>
 OEA760-Defects.
     START    TECHLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA770-Occurrences.
*>
 OEA762-Next-Defect.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO OEA770-Occurrences.
     IF       TLG-SEVERITY = "A"
              PERFORM OEA764-Open-At-End VARYING WS-Kpi-M FROM 1 BY 1
                      UNTIL WS-Kpi-M > 4.
     GO       TO OEA762-Next-Defect.
*>
 OEA764-Open-At-End.
     IF       TLG-RAISED-DATE NOT > WS-Kpm-End (WS-Kpi-M)
        AND   (TLG-CLEARED-DATE > WS-Kpm-End (WS-Kpi-M)
         OR   (TLG-CLEARED-DATE = ZERO AND TLG-STATUS NOT = "C"))
              ADD 1 TO WS-Kpm-Grounded (WS-Kpi-M).
*>
 OEA770-Occurrences.
     START    OCCUR-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA780-Bookings.
*>
 OEA772-Next-Occurrence.
     READ     OCCUR-FILE NEXT RECORD AT END  GO TO OEA780-Bookings.
     MOVE     OCC-DATE (1:6) TO WS-Kpi-Ccyymm.
     PERFORM  OEA790-Find-Month.
     IF       WS-Kpi-X NOT = ZERO
              ADD 1 TO WS-Kpm-Occurs (WS-Kpi-X).
     GO       TO OEA772-Next-Occurrence.
*>
 OEA780-Bookings.
     START    BOOKING-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA789-Values.
*>
 OEA782-Next-Booking.
     READ     BOOKING-FILE NEXT RECORD AT END  GO TO OEA789-Values.
     IF       BKG-DATE > WS-Today
              GO TO OEA782-Next-Booking.
     MOVE     BKG-DATE (1:6) TO WS-Kpi-Ccyymm.
     PERFORM  OEA790-Find-Month.
     IF       WS-Kpi-X = ZERO
              GO TO OEA782-Next-Booking.
     ADD      1 TO WS-Kpm-Bookings (WS-Kpi-X).
     MOVE     BKG-DATE TO FLT-DATE.
     MOVE     ZERO     TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEA782-Next-Booking.
*>
 OEA784-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO OEA782-Next-Booking.
     IF       FLT-DATE NOT = BKG-DATE
              GO TO OEA782-Next-Booking.
     IF       FLT-AC-REG NOT = BKG-AC-REG
        OR    FLT-START NOT < BKG-END
        OR    FLT-END NOT > BKG-START
              GO TO OEA784-Next-Flight.
     ADD      1 TO WS-Kpm-Flown (WS-Kpi-X).
     GO       TO OEA782-Next-Booking.
*>
 OEA789-Values.
     PERFORM  OEA795-Month-Values VARYING WS-Kpi-M FROM 1 BY 1
              UNTIL WS-Kpi-M > 4.
     GO       TO OEA799-Exit.
*>
*>  Month 1 is WS-Kpi-Month, each of the others the month before the
*>   last - its first and last days and its length for debtor days.
*>
 OEA705-Month-Dates.
     IF       WS-Kpi-M > 1
              MOVE WS-Kpm-Month (WS-Kpi-M - 1) TO WS-Kpi-Ccyymm
              IF   WS-Kpi-Ccyymm (5:2) = "01"
                   SUBTRACT 89 FROM WS-Kpi-Ccyymm
              ELSE
                   SUBTRACT 1 FROM WS-Kpi-Ccyymm
              END-IF
              MOVE WS-Kpi-Ccyymm TO WS-Kpm-Month (WS-Kpi-M).
     MOVE     WS-Kpm-Month (WS-Kpi-M) TO WS-Kpi-Ccyymm.
     COMPUTE  WS-Kpm-Start (WS-Kpi-M) = WS-Kpi-Ccyymm * 100 + 1.
     IF       WS-Kpi-Ccyymm (5:2) = "12"
              COMPUTE WS-Kpi-Next = (WS-Kpi-Ccyymm + 89) * 100 + 1
     ELSE
              COMPUTE WS-Kpi-Next = (WS-Kpi-Ccyymm + 1) * 100 + 1.
     COMPUTE  WS-Kpm-Days (WS-Kpi-M) = FUNCTION INTEGER-OF-DATE (WS-Kpi-Next)
                                     - FUNCTION INTEGER-OF-DATE (WS-Kpm-Start (WS-Kpi-M)).
     COMPUTE  WS-Kpm-End (WS-Kpi-M) = FUNCTION DATE-OF-INTEGER
                                     (FUNCTION INTEGER-OF-DATE (WS-Kpi-Next) - 1).
*>
*>  WS-Kpi-X - the month of WS-Kpi-Ccyymm, zero when not one of the four.
*>
 OEA790-Find-Month.
     MOVE     ZERO TO WS-Kpi-X.
     PERFORM  OEA791-Match VARYING WS-Kpi-Y FROM 1 BY 1
              UNTIL WS-Kpi-Y > 4.
*>
 OEA791-Match.
     IF       WS-Kpm-Month (WS-Kpi-Y) = WS-Kpi-Ccyymm
              MOVE WS-Kpi-Y TO WS-Kpi-X.
*>
*>  The KPIs in KPI-CATALOGUE order - a figure with nothing to divide
*>   by is left at zero.
*>
 OEA795-Month-Values.
     MOVE     WS-Kpm-Mtt-Mins (WS-Kpi-M) TO WS-Kpi-Mins.
     IF       WS-Kpi-Mins = ZERO
              MOVE WS-Kpm-Flt-Mins (WS-Kpi-M) TO WS-Kpi-Mins.
     IF       WS-Kpm-Regs (WS-Kpi-M) NOT = ZERO
              COMPUTE WS-Kpm-Value (WS-Kpi-M 1) ROUNDED
                    = WS-Kpi-Mins / 60 / WS-Kpm-Regs (WS-Kpi-M).
     IF       WS-Kpi-Mins NOT = ZERO
              COMPUTE WS-Kpm-Value (WS-Kpi-M 2) ROUNDED
                    = WS-Kpm-Revenue (WS-Kpi-M) * 60 / WS-Kpi-Mins
              COMPUTE WS-Kpm-Value (WS-Kpi-M 5) ROUNDED
                    = WS-Kpm-Occurs (WS-Kpi-M) * 60000 / WS-Kpi-Mins
              COMPUTE WS-Kpm-Value (WS-Kpi-M 6) ROUNDED
                    = WS-Kpm-Fuel (WS-Kpi-M) * 60 / WS-Kpi-Mins.
     IF       WS-Kpm-Gross (WS-Kpi-M) NOT = ZERO
        AND   WS-Kpm-Debtors (WS-Kpi-M) > ZERO
              COMPUTE WS-Kpm-Value (WS-Kpi-M 3) ROUNDED
                    = WS-Kpm-Debtors (WS-Kpi-M) * WS-Kpm-Days (WS-Kpi-M)
                    / WS-Kpm-Gross (WS-Kpi-M).
     MOVE     WS-Kpm-Grounded (WS-Kpi-M) TO WS-Kpm-Value (WS-Kpi-M 4).
     IF       WS-Kpm-Duty-Mins (WS-Kpi-M) NOT = ZERO
              COMPUTE WS-Kpm-Value (WS-Kpi-M 7) ROUNDED
                    = WS-Kpm-Ins-Mins (WS-Kpi-M) * 100 / WS-Kpm-Duty-Mins (WS-Kpi-M).
     IF       WS-Kpm-Bookings (WS-Kpi-M) NOT = ZERO
              COMPUTE WS-Kpm-Value (WS-Kpi-M 8) ROUNDED
                    = WS-Kpm-Flown (WS-Kpi-M) * 100 / WS-Kpm-Bookings (WS-Kpi-M).
*>
 OEA799-Exit.  exit section.
*>
 OEB500-Tankering  SECTION.
*>========================
*>
*> Fuel tankering advisor - a planned trip of up to five legs in one
*>   type, each leg with its planned load, and each stop's fuel price on
*>   the day in base currency (ZT000). Works out what to uplift at each
*>   stop refuelling at every stop, and what to uplift carrying cheaper
*>   fuel on instead, allowing for the extra burn of carrying it and
*>   never over MTOW (or the tanks) at any take-off - see OEB600. Shows
*>   and prints both with the saving. Advisory only, nothing is filed.
*>
 OEB505-Show-Screen.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Fuel Tankering Advisor" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Type [        ]  Prices at [ccyymmdd]" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "On board L [    ]  Reserve L [    ] (0 = 45 mins)  Tanks L [    ] (0 = MTOW only)"
              AT 0701 WITH foreground-color COB-COLOR-Yellow.
*>
 OEB510-Get-Type.
     MOVE     SPACES TO WS-Tnk-Type.
     ACCEPT   WS-Tnk-Type AT 0607 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEB599-Exit.
     move     function upper-case (WS-Tnk-Type) to WS-Tnk-Type.
     IF       WS-Tnk-Type = SPACES
              GO TO OEB510-Get-Type.
     DISPLAY  SPACE AT 2101 with erase eol.
     MOVE     WS-Tnk-Type TO CRU-AC-TYPE.
     READ     CRUISE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
           OR CRU-TAS = ZERO OR CRU-LPH = ZERO
              DISPLAY FL121 AT 2101 with foreground-color COB-COLOR-RED
              GO TO OEB510-Get-Type.
     MOVE     WS-Tnk-Type TO WB-AC-TYPE.
     READ     WBDATUM-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
           OR WB-MTOW = ZERO
              DISPLAY FL075 AT 2101 with foreground-color COB-COLOR-RED
              GO TO OEB510-Get-Type.
*>
*>  Jet-A1 is heavier than Avgas, the type record says which it burns.
*>
     MOVE     WS-WB-Fuel-Density TO WS-Tnk-Density.
     MOVE     WS-Tnk-Type TO Aircraft-Type.
     READ     AIRCRAFT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
        AND   Aircraft-Fuel-Type = "J"
              MOVE WS-Tnk-Jet-Density TO WS-Tnk-Density.
*>
     MOVE     WS-Today TO WS-Tnk-Date.
     ACCEPT   WS-Tnk-Date AT 0629 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEB599-Exit.
     IF       WS-Tnk-Date NOT NUMERIC
        OR    WS-Tnk-Date < 19000101
              MOVE WS-Today TO WS-Tnk-Date.
     MOVE     ZERO TO WS-Tnk-FOB WS-Tnk-Reserve WS-Tnk-Tanks.
     ACCEPT   WS-Tnk-FOB AT 0713 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEB599-Exit.
     IF       WS-Tnk-FOB NOT NUMERIC
              MOVE ZERO TO WS-Tnk-FOB.
     ACCEPT   WS-Tnk-Reserve AT 0731 with update.
     IF       WS-Tnk-Reserve NOT NUMERIC
        OR    WS-Tnk-Reserve = ZERO
              COMPUTE WS-Tnk-Reserve ROUNDED = CRU-LPH * WS-Tnk-Reserve-Mins / 60
              DISPLAY WS-Tnk-Reserve AT 0731 with foreground-color COB-COLOR-CYAN.
     ACCEPT   WS-Tnk-Tanks AT 0761 with update.
     IF       WS-Tnk-Tanks NOT NUMERIC
              MOVE ZERO TO WS-Tnk-Tanks.
*>
*>  The route - stop n is where leg n starts, so each leg's From is
*>   the leg before's To. A blank To ends it.
*>
     DISPLAY  " From    To     Occ  Bag kg" AT 0901 WITH foreground-color COB-COLOR-Yellow.
     PERFORM  OEB530-Show-Row VARYING WS-Tnk-Leg FROM 1 BY 1
              UNTIL WS-Tnk-Leg > 5.
     INITIALIZE WS-Tnk-Route.
     MOVE     ZERO TO WS-Tnk-Legs.
     MOVE     1 TO WS-Tnk-Leg.
*>
 OEB520-Get-Leg.
     COMPUTE  WS-Tnk-Line = WS-Tnk-Leg + 9.
     IF       WS-Tnk-Leg > 1
              DISPLAY WST-Tnk-Icao (WS-Tnk-Leg) AT LINE WS-Tnk-Line COL 02
                      with foreground-color COB-COLOR-CYAN
              GO TO OEB522-Get-To.
     ACCEPT   WST-Tnk-Icao (1) AT LINE WS-Tnk-Line COL 02 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEB599-Exit.
     move     function upper-case (WST-Tnk-Icao (1)) to WST-Tnk-Icao (1).
     IF       WST-Tnk-Icao (1) = SPACES
              GO TO OEB520-Get-Leg.
     MOVE     1 TO WS-Tnk-K.
     PERFORM  OEB540-Check-Stop.
     IF       ERROR-CODE = ZERO
              GO TO OEB520-Get-Leg.
*>
 OEB522-Get-To.
     COMPUTE  WS-Tnk-K = WS-Tnk-Leg + 1.
     MOVE     SPACES TO WST-Tnk-Icao (WS-Tnk-K).
     ACCEPT   WST-Tnk-Icao (WS-Tnk-K) AT LINE WS-Tnk-Line COL 10 with update.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEB599-Exit.
     move     function upper-case (WST-Tnk-Icao (WS-Tnk-K)) to WST-Tnk-Icao (WS-Tnk-K).
     IF       WST-Tnk-Icao (WS-Tnk-K) = SPACES
              GO TO OEB526-End-Legs.
     PERFORM  OEB540-Check-Stop.
     IF       ERROR-CODE = ZERO
              GO TO OEB522-Get-To.
     MOVE     1 TO WST-Tnk-Occupants (WS-Tnk-Leg).
     ACCEPT   WST-Tnk-Occupants (WS-Tnk-Leg) AT LINE WS-Tnk-Line COL 18 with update.
     IF       WST-Tnk-Occupants (WS-Tnk-Leg) NOT NUMERIC
        OR    WST-Tnk-Occupants (WS-Tnk-Leg) = ZERO
              MOVE 1 TO WST-Tnk-Occupants (WS-Tnk-Leg).
     MOVE     ZERO TO WST-Tnk-Baggage (WS-Tnk-Leg).
     ACCEPT   WST-Tnk-Baggage (WS-Tnk-Leg) AT LINE WS-Tnk-Line COL 23 with update.
     IF       WST-Tnk-Baggage (WS-Tnk-Leg) NOT NUMERIC
              MOVE ZERO TO WST-Tnk-Baggage (WS-Tnk-Leg).
     MOVE     WS-Tnk-Leg TO WS-Tnk-Legs.
     IF       WS-Tnk-Leg < 5
              ADD 1 TO WS-Tnk-Leg
              GO TO OEB520-Get-Leg.
*>
*>  Every stop a leg starts from needs a price on the day; the last
*>   stop does not. One missing sends the user back to that stop.
*>
 OEB526-End-Legs.
     IF       WS-Tnk-Legs = ZERO
              DISPLAY FL275 AT 2101 with foreground-color COB-COLOR-RED
              GO TO OEB520-Get-Leg.
     COMPUTE  WS-Tnk-Stops = WS-Tnk-Legs + 1.
     MOVE     ZERO TO WS-Tnk-Best.
     PERFORM  OEB550-Price-Stop VARYING WS-Tnk-K FROM 1 BY 1
              UNTIL WS-Tnk-K > WS-Tnk-Legs
                 OR WS-Tnk-Best NOT = ZERO.
     IF       WS-Tnk-Best = ZERO
              GO TO OEB528-Plan.
     DISPLAY  FL077 AT 2101 with foreground-color COB-COLOR-RED.
     DISPLAY  WST-Tnk-Icao (WS-Tnk-Best) AT 2161 with foreground-color COB-COLOR-RED.
     PERFORM  OEB530-Show-Row VARYING WS-Tnk-Leg FROM WS-Tnk-Best BY 1
              UNTIL WS-Tnk-Leg > 5.
     IF       WS-Tnk-Best = 1
              MOVE ZERO TO WS-Tnk-Legs
              MOVE 1 TO WS-Tnk-Leg
              GO TO OEB520-Get-Leg.
     COMPUTE  WS-Tnk-Leg  = WS-Tnk-Best - 1.
     COMPUTE  WS-Tnk-Legs = WS-Tnk-Leg - 1.
     COMPUTE  WS-Tnk-Line = WS-Tnk-Leg + 9.
     GO       TO OEB522-Get-To.
*>
 OEB528-Plan.
     DISPLAY  SPACE AT 2101 with erase eol.
*>
     PERFORM  OEB600-Tanker-Plan.
*>
     DISPLAY  "Every stop  Advised" AT 0936 WITH foreground-color COB-COLOR-Yellow.
     PERFORM  OEB560-Show-Result VARYING WS-Tnk-Leg FROM 1 BY 1
              UNTIL WS-Tnk-Leg > WS-Tnk-Legs.
     DISPLAY  "Refuelling at every stop costs" AT 1601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Uplifting as advised costs"     AT 1701 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Saving"                         AT 1801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Extra burn carrying, litres"    AT 1901 WITH foreground-color COB-COLOR-Yellow.
     MOVE     WS-Tnk-Base-Cost TO WS-Tnk-Money.
     DISPLAY  WS-Tnk-Money AT 1633 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Tnk-Adv-Cost TO WS-Tnk-Money.
     DISPLAY  WS-Tnk-Money AT 1733 WITH foreground-color COB-COLOR-CYAN.
     MOVE     WS-Tnk-Saving TO WS-Tnk-Money.
     DISPLAY  WS-Tnk-Money AT 1833 WITH foreground-color COB-COLOR-GREEN.
     MOVE     WS-Tnk-Extra-Burn TO WS-Tnk-Litres.
     DISPLAY  WS-Tnk-Litres AT 1939 WITH foreground-color COB-COLOR-CYAN.
     IF       WS-Tnk-Over = "Y"
              DISPLAY FL277 AT 2101 with foreground-color COB-COLOR-RED.
*>
     PERFORM  OEB700-Tanker-Print.
     DISPLAY  "Advice written to report file" AT 2201 with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OEB599-Exit.
*>
 OEB530-Show-Row.
     COMPUTE  WS-Tnk-Line = WS-Tnk-Leg + 9.
     DISPLAY  "[    ]  [    ]  [ ]  [   ]" AT LINE WS-Tnk-Line COL 01
              with foreground-color COB-COLOR-Yellow with erase eol.
*>
 OEB540-Check-Stop.
     MOVE     WST-Tnk-Icao (WS-Tnk-K) TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
        OR    (AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO)
              MOVE ZERO TO ERROR-CODE
              DISPLAY FL276 AT 2101 with foreground-color COB-COLOR-RED
     ELSE
              DISPLAY SPACE AT 2101 with erase eol.
*>
 OEB550-Price-Stop.
     MOVE     WST-Tnk-Icao (WS-Tnk-K) TO WS-FP-Icao.
     MOVE     WS-Tnk-Date TO WS-FP-Date.
     PERFORM  ZT000-Lookup-Fuel-Price.
     IF       ERROR-CODE NOT = 1
        OR    WS-FP-Price = ZERO
              MOVE WS-Tnk-K TO WS-Tnk-Best
     ELSE
              MOVE WS-FP-Price TO WST-Tnk-Price (WS-Tnk-K).
*>
 OEB560-Show-Result.
     COMPUTE  WS-Tnk-Line = WS-Tnk-Leg + 9.
     MOVE     WST-Tnk-Base-Uplift (WS-Tnk-Leg) TO WS-Tnk-Litres.
     DISPLAY  WS-Tnk-Litres AT LINE WS-Tnk-Line COL 40 with foreground-color COB-COLOR-CYAN.
     MOVE     WST-Tnk-Uplift (WS-Tnk-Leg) TO WS-Tnk-Litres.
     DISPLAY  WS-Tnk-Litres AT LINE WS-Tnk-Line COL 49 with foreground-color COB-COLOR-GREEN.
     DISPLAY  WST-Tnk-Flag (WS-Tnk-Leg) AT LINE WS-Tnk-Line COL 58
              with foreground-color COB-COLOR-RED.
*>
 OEB599-Exit.  exit section.
*>
 OEB600-Tanker-Plan  SECTION.
*>==========================
*>
*> Plans the uplifts for the route in WS-Tnk-Route.
*>
*> Refuelling at every stop, each leg takes off with its burn plus the
*>   reserve and lands with the reserve, so leg n needs its burn bought
*>   at stop n (leg 1 the reserve as well, less what is on board).
*>
*> Carrying fuel over a leg costs burn - the cruise burn is taken as in
*>   proportion to the mass with CRU-LPH at MTOW, so each litre carried
*>   over leg n burns WST-Tnk-Factor of itself: its mass over MTOW times
*>   the leg's burn. Of a litre bought at stop j, what reaches stop n is
*>   the product of (1 - factor) over the legs between.
*>
*> Leg by leg, what a leg needs is bought at the stop where a litre
*>   reaching it is cheapest - price over what reaches it - as far as
*>   the room at the take-offs it is carried through allows; the room
*>   being what MTOW, at the leg's planned load, and the tanks leave
*>   over the refuel-at-every-stop fuel. A stop's own leg is never
*>   short of room. Then the route is flown through with the advised
*>   uplifts for the fuel, mass and CG at each take-off.
*>
     MOVE     ZERO TO WS-Tnk-Base-Cost WS-Tnk-Adv-Cost WS-Tnk-Saving
                      WS-Tnk-Extra-Burn.
     MOVE     "N" TO WS-Tnk-Over.
     MOVE     WS-Tnk-FOB TO WS-Tnk-Carried.
     PERFORM  OEB610-Leg-Base VARYING WS-Tnk-Leg FROM 1 BY 1
              UNTIL WS-Tnk-Leg > WS-Tnk-Legs.
     PERFORM  OEB620-Allocate THRU OEB624-Exit
              VARYING WS-Tnk-Leg FROM 1 BY 1
              UNTIL WS-Tnk-Leg > WS-Tnk-Legs.
     MOVE     WS-Tnk-FOB TO WS-Tnk-Fuel.
     PERFORM  OEB630-Fly-Leg VARYING WS-Tnk-Leg FROM 1 BY 1
              UNTIL WS-Tnk-Leg > WS-Tnk-Legs.
     COMPUTE  WS-Tnk-Saving = WS-Tnk-Base-Cost - WS-Tnk-Adv-Cost.
     GO       TO OEB699-Exit.
*>
*>  WS-Tnk-Carried is the fuel on board over what the leg would take
*>   off with anyway - all of it for leg 1, and after that whatever is
*>   left of it beyond the reserve on landing.
*>
 OEB610-Leg-Base.
     COMPUTE  WS-Tnk-K = WS-Tnk-Leg + 1.
     MOVE     WST-Tnk-Icao (WS-Tnk-Leg) TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     MOVE     AFLD-Latitude  TO WS-GC-Lat1.
     MOVE     AFLD-Longitude TO WS-GC-Lon1.
     MOVE     WST-Tnk-Icao (WS-Tnk-K) TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     MOVE     AFLD-Latitude  TO WS-GC-Lat2.
     MOVE     AFLD-Longitude TO WS-GC-Lon2.
     PERFORM  ZU000-Calc-Distance.
     MOVE     WS-GC-Distance TO WST-Tnk-Dist (WS-Tnk-Leg).
     COMPUTE  WST-Tnk-Mins (WS-Tnk-Leg) ROUNDED = (WS-GC-Distance * 60 / CRU-TAS)
                                               + WS-Quo-Taxi-Mins.
     COMPUTE  WST-Tnk-Burn (WS-Tnk-Leg) ROUNDED = WST-Tnk-Mins (WS-Tnk-Leg) * CRU-LPH / 60.
     COMPUTE  WST-Tnk-Factor (WS-Tnk-Leg) ROUNDED =
              WS-Tnk-Density * WST-Tnk-Burn (WS-Tnk-Leg) / WB-MTOW.
*>
     MOVE     WST-Tnk-Burn (WS-Tnk-Leg) TO WS-Tnk-Need.
     IF       WS-Tnk-Leg = 1
              ADD WS-Tnk-Reserve TO WS-Tnk-Need.
     MOVE     WS-Tnk-Need TO WS-Tnk-Fuel.
     SUBTRACT WS-Tnk-Carried FROM WS-Tnk-Need.
     IF       WS-Tnk-Need < ZERO
              COMPUTE WS-Tnk-Carried = ZERO - WS-Tnk-Need
              MOVE ZERO TO WS-Tnk-Need
     ELSE
              MOVE ZERO TO WS-Tnk-Carried.
     ADD      WS-Tnk-Carried TO WS-Tnk-Fuel.
     IF       WS-Tnk-Leg > 1
              ADD WS-Tnk-Reserve TO WS-Tnk-Fuel.
     COMPUTE  WST-Tnk-Need (WS-Tnk-Leg) ROUNDED = WS-Tnk-Need + 0.49.
     MOVE     WST-Tnk-Need (WS-Tnk-Leg) TO WST-Tnk-Base-Uplift (WS-Tnk-Leg).
     COMPUTE  WS-Tnk-Base-Cost = WS-Tnk-Base-Cost
                               + (WST-Tnk-Need (WS-Tnk-Leg) * WST-Tnk-Price (WS-Tnk-Leg)).
     COMPUTE  WS-Tnk-Carried ROUNDED = WS-Tnk-Carried
                                     * (1 - WST-Tnk-Factor (WS-Tnk-Leg)).
*>
*>  Room left at this take-off - a negative one means the planned load
*>   is over MTOW (or the fuel over the tanks) before any tankering.
*>
     COMPUTE  WS-Tnk-Mass = WB-MTOW - WB-EMPTY-WT - WST-Tnk-Baggage (WS-Tnk-Leg)
                          - (WST-Tnk-Occupants (WS-Tnk-Leg) * WS-WB-Std-Crew-Wt)
                          - (WS-Tnk-Fuel * WS-Tnk-Density).
     COMPUTE  WST-Tnk-Room (WS-Tnk-Leg) = WS-Tnk-Mass / WS-Tnk-Density.
     MOVE     SPACES TO WST-Tnk-Flag (WS-Tnk-Leg).
     IF       WST-Tnk-Room (WS-Tnk-Leg) < ZERO
              MOVE "OVER MTOW" TO WST-Tnk-Flag (WS-Tnk-Leg).
     IF       WS-Tnk-Tanks NOT = ZERO
        AND   WS-Tnk-Tanks - WS-Tnk-Fuel < WST-Tnk-Room (WS-Tnk-Leg)
              COMPUTE WST-Tnk-Room (WS-Tnk-Leg) = WS-Tnk-Tanks - WS-Tnk-Fuel.
     IF       WST-Tnk-Room (WS-Tnk-Leg) < ZERO
        AND   WST-Tnk-Flag (WS-Tnk-Leg) = SPACES
              MOVE "OVER TANKS" TO WST-Tnk-Flag (WS-Tnk-Leg).
     IF       WST-Tnk-Room (WS-Tnk-Leg) < ZERO
              MOVE ZERO TO WST-Tnk-Room (WS-Tnk-Leg)
              MOVE "Y" TO WS-Tnk-Over.
*>
*>  Buys for one leg, cheapest delivered litre first, until it has all
*>   it needs - the leg's own stop always has room so this ends.
*>
 OEB620-Allocate.
     MOVE     WST-Tnk-Need (WS-Tnk-Leg) TO WS-Tnk-Need.
*>
 OEB622-Next-Buy.
     IF       WS-Tnk-Need NOT > ZERO
              GO TO OEB624-Exit.
     MOVE     ZERO  TO WS-Tnk-Best.
     MOVE     99999 TO WS-Tnk-Best-Eff.
     PERFORM  OEB625-Try-Source VARYING WS-Tnk-J FROM 1 BY 1
              UNTIL WS-Tnk-J > WS-Tnk-Leg.
     IF       WS-Tnk-Best = ZERO
              GO TO OEB624-Exit.
     COMPUTE  WS-Tnk-Buy = (WS-Tnk-Need / WS-Tnk-Best-Keep) + 0.99.
     IF       WS-Tnk-Buy > WS-Tnk-Best-Cap
              MOVE WS-Tnk-Best-Cap TO WS-Tnk-Buy.
     ADD      WS-Tnk-Buy TO WST-Tnk-Uplift (WS-Tnk-Best).
     PERFORM  OEB627-Use-Room VARYING WS-Tnk-K FROM WS-Tnk-Best BY 1
              UNTIL WS-Tnk-K NOT < WS-Tnk-Leg.
     COMPUTE  WS-Tnk-Need = WS-Tnk-Need - (WS-Tnk-Buy * WS-Tnk-Best-Keep).
     GO       TO OEB622-Next-Buy.
*>
 OEB624-Exit.  exit.
*>
*>  Stop J as the source for the leg - what reaches it of a litre, the
*>   least room on the way and so the price of a litre delivered.
*>
 OEB625-Try-Source.
     MOVE     1     TO WS-Tnk-Keep.
     MOVE     99999 TO WS-Tnk-Cap.
     PERFORM  OEB626-Carry VARYING WS-Tnk-K FROM WS-Tnk-J BY 1
              UNTIL WS-Tnk-K NOT < WS-Tnk-Leg.
     MOVE     99999 TO WS-Tnk-Eff.
     IF       WS-Tnk-Cap > ZERO
        AND   WS-Tnk-Keep > ZERO
              COMPUTE WS-Tnk-Eff ROUNDED = WST-Tnk-Price (WS-Tnk-J) / WS-Tnk-Keep
                      ON SIZE ERROR MOVE 99999 TO WS-Tnk-Eff
              END-COMPUTE.
     IF       WS-Tnk-Eff < WS-Tnk-Best-Eff
              MOVE WS-Tnk-J    TO WS-Tnk-Best
              MOVE WS-Tnk-Eff  TO WS-Tnk-Best-Eff
              MOVE WS-Tnk-Keep TO WS-Tnk-Best-Keep
              MOVE WS-Tnk-Cap  TO WS-Tnk-Best-Cap.
*>
 OEB626-Carry.
     COMPUTE  WS-Tnk-Keep ROUNDED = WS-Tnk-Keep * (1 - WST-Tnk-Factor (WS-Tnk-K)).
     IF       WST-Tnk-Room (WS-Tnk-K) < WS-Tnk-Cap
              MOVE WST-Tnk-Room (WS-Tnk-K) TO WS-Tnk-Cap.
*>
 OEB627-Use-Room.
     SUBTRACT WS-Tnk-Buy FROM WST-Tnk-Room (WS-Tnk-K).
*>
*>  Flies the leg with the advised uplift - all over the burn and the
*>   reserve is carried and burns its factor; WS-Tnk-Fuel is the fuel
*>   on landing, carried into the next leg.
*>
 OEB630-Fly-Leg.
     COMPUTE  WST-Tnk-TO-Fuel (WS-Tnk-Leg) = WS-Tnk-Fuel + WST-Tnk-Uplift (WS-Tnk-Leg).
     COMPUTE  WS-Tnk-Carried = WST-Tnk-TO-Fuel (WS-Tnk-Leg) - WST-Tnk-Burn (WS-Tnk-Leg)
                             - WS-Tnk-Reserve.
     IF       WS-Tnk-Carried < ZERO
              MOVE ZERO TO WS-Tnk-Carried.
     COMPUTE  WST-Tnk-Extra (WS-Tnk-Leg) ROUNDED = WS-Tnk-Carried * WST-Tnk-Factor (WS-Tnk-Leg).
     ADD      WST-Tnk-Extra (WS-Tnk-Leg) TO WS-Tnk-Extra-Burn.
     COMPUTE  WST-Tnk-Ldg-Fuel (WS-Tnk-Leg) = WST-Tnk-TO-Fuel (WS-Tnk-Leg)
                                            - WST-Tnk-Burn (WS-Tnk-Leg)
                                            - WST-Tnk-Extra (WS-Tnk-Leg).
     MOVE     ZERO TO WS-Tnk-Fuel.
     IF       WST-Tnk-Ldg-Fuel (WS-Tnk-Leg) > ZERO
              MOVE WST-Tnk-Ldg-Fuel (WS-Tnk-Leg) TO WS-Tnk-Fuel.
     COMPUTE  WS-Tnk-Adv-Cost = WS-Tnk-Adv-Cost
                              + (WST-Tnk-Uplift (WS-Tnk-Leg) * WST-Tnk-Price (WS-Tnk-Leg)).
*>
     COMPUTE  WS-Tnk-Mass ROUNDED = WB-EMPTY-WT
                           + (WST-Tnk-Occupants (WS-Tnk-Leg) * WS-WB-Std-Crew-Wt)
                           + WST-Tnk-Baggage (WS-Tnk-Leg)
                           + (WST-Tnk-TO-Fuel (WS-Tnk-Leg) * WS-Tnk-Density).
     COMPUTE  WS-Tnk-Moment ROUNDED = (WB-EMPTY-WT * WB-EMPTY-ARM)
                           + (WST-Tnk-Occupants (WS-Tnk-Leg) * WS-WB-Std-Crew-Wt * WB-SEAT-ARM)
                           + (WST-Tnk-Baggage (WS-Tnk-Leg) * WB-BAG-ARM)
                           + (WST-Tnk-TO-Fuel (WS-Tnk-Leg) * WS-Tnk-Density * WB-FUEL-ARM).
     MOVE     WS-Tnk-Mass TO WST-Tnk-TO-Mass (WS-Tnk-Leg).
     MOVE     ZERO TO WST-Tnk-CG (WS-Tnk-Leg).
     IF       WS-Tnk-Mass > ZERO
              COMPUTE WST-Tnk-CG (WS-Tnk-Leg) ROUNDED = WS-Tnk-Moment / WS-Tnk-Mass.
     IF       WS-Tnk-Mass > WB-MTOW
              MOVE "OVER MTOW" TO WST-Tnk-Flag (WS-Tnk-Leg)
              MOVE "Y" TO WS-Tnk-Over.
     IF       WB-CG-AFT NOT = ZERO
        AND   WST-Tnk-Flag (WS-Tnk-Leg) = SPACES
        AND   (WST-Tnk-CG (WS-Tnk-Leg) < WB-CG-FWD
          OR   WST-Tnk-CG (WS-Tnk-Leg) > WB-CG-AFT)
              MOVE "CG LIMITS" TO WST-Tnk-Flag (WS-Tnk-Leg).
*>
 OEB699-Exit.  exit section.
*>
 OEB700-Tanker-Print  SECTION.
*>===========================
*>
*> Prints the tankering advice for the route in WS-Tnk-Route as planned
*>   by OEB600 - a line a leg, then the costs and the saving.
*>
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FUEL TANKERING ADVICE for " WS-Tnk-Type "  prices at " WS-Tnk-Date
              "  as at " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     1 TO WS-Tnk-Ptr.
     STRING   "Route " WST-Tnk-Icao (1)
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Tnk-Ptr.
     PERFORM  OEB710-Route-Stop VARYING WS-Tnk-K FROM 2 BY 1
              UNTIL WS-Tnk-K > WS-Tnk-Stops.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     1 TO WS-Tnk-Ptr.
     MOVE     WS-Tnk-FOB TO WS-Tnk-Litres.
     STRING   "On board " WS-Tnk-Litres " L   reserve "
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Tnk-Ptr.
     MOVE     WS-Tnk-Reserve TO WS-Tnk-Litres.
     STRING   WS-Tnk-Litres " L   tanks "
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Tnk-Ptr.
     MOVE     WS-Tnk-Tanks TO WS-Tnk-Litres.
     IF       WS-Tnk-Tanks = ZERO
              STRING "MTOW only" DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Tnk-Ptr
     ELSE
              STRING WS-Tnk-Litres " L" DELIMITED BY SIZE
                     INTO PRINT-RECORD WITH POINTER WS-Tnk-Ptr.
     WRITE    PRINT-RECORD AFTER 1.
     WRITE    PRINT-RECORD FROM TANKER-HEAD-1 AFTER 2.
     WRITE    PRINT-RECORD FROM TANKER-HEAD-2 AFTER 1.
     PERFORM  OEB720-Print-Leg VARYING WS-Tnk-Leg FROM 1 BY 1
              UNTIL WS-Tnk-Leg > WS-Tnk-Legs.
*>
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Tnk-Base-Cost TO WS-Tnk-Money.
     STRING   "Refuelling at every stop costs  " WS-Tnk-Money
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Tnk-Adv-Cost TO WS-Tnk-Money.
     STRING   "Uplifting as advised costs      " WS-Tnk-Money
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Tnk-Saving TO WS-Tnk-Money.
     STRING   "SAVING                          " WS-Tnk-Money
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     WS-Tnk-Extra-Burn TO WS-Tnk-Litres.
     STRING   "Extra burn carrying, litres        " WS-Tnk-Litres
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     IF       WS-Tnk-Over = "Y"
              MOVE FL277 TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
     GO       TO OEB799-Exit.
*>
 OEB710-Route-Stop.
     STRING   " - " WST-Tnk-Icao (WS-Tnk-K)
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Tnk-Ptr.
*>
 OEB720-Print-Leg.
     COMPUTE  WS-Tnk-K = WS-Tnk-Leg + 1.
     MOVE     WST-Tnk-Icao (WS-Tnk-Leg)        TO PT1-FROM.
     MOVE     WST-Tnk-Icao (WS-Tnk-K)          TO PT1-TO.
     MOVE     WST-Tnk-Dist (WS-Tnk-Leg)        TO PT1-DIST.
     DIVIDE   WST-Tnk-Mins (WS-Tnk-Leg) BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     WSF-HH                           TO PT1-HH.
     MOVE     WSF-MM                           TO PT1-MM.
     MOVE     WST-Tnk-Burn (WS-Tnk-Leg)        TO PT1-BURN.
     MOVE     WST-Tnk-Price (WS-Tnk-Leg)       TO PT1-PRICE.
     MOVE     WST-Tnk-Base-Uplift (WS-Tnk-Leg) TO PT1-BASE.
     MOVE     WST-Tnk-Uplift (WS-Tnk-Leg)      TO PT1-UPLIFT.
     MOVE     WST-Tnk-Extra (WS-Tnk-Leg)       TO PT1-EXTRA.
     MOVE     WST-Tnk-TO-Fuel (WS-Tnk-Leg)     TO PT1-TO-FUEL.
     MOVE     WST-Tnk-Ldg-Fuel (WS-Tnk-Leg)    TO PT1-LDG-FUEL.
     MOVE     WST-Tnk-TO-Mass (WS-Tnk-Leg)     TO PT1-MASS.
     MOVE     WST-Tnk-CG (WS-Tnk-Leg)          TO PT1-CG.
     MOVE     WST-Tnk-Flag (WS-Tnk-Leg)        TO PT1-FLAG.
     WRITE    PRINT-RECORD FROM TANKER-LINE AFTER 1.
*>
 OEB799-Exit.  exit section.
*>
 OEC500-Load-Dual-Ctl  SECTION.
*>=============================
*>
*> Loads the dual approval switches at start up, the OK500 pattern.
*>   No file, or anything but N in a switch, means the action is held
*>   - an absent control file must never quietly drop the second check.
*>
     MOVE     "YYYYYY" TO WS-Dual-Ctl.
     OPEN     INPUT APPROVALCTL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OEC599-Exit.
     READ     APPROVALCTL-FILE AT END
              CLOSE APPROVALCTL-FILE
              GO TO OEC599-Exit.
     PERFORM  OEC510-Take-Switch VARYING WS-Apv-Sub FROM 1 BY 1
              UNTIL WS-Apv-Sub > 6.
     CLOSE    APPROVALCTL-FILE.
     GO       TO OEC599-Exit.
*>
 OEC510-Take-Switch.
     IF       APC-SWITCH (WS-Apv-Sub) = "N"
              MOVE "N" TO WS-Dual-Switch (WS-Apv-Sub).
*>
 OEC599-Exit.  exit section.
*>
 OEC600-Hold-Change  SECTION.
*>===========================
*>
*> Holds a sensitive change on approval.dat instead of making it.
*>   Caller sets WS-Apv-Action, WS-Apv-Op and WS-Apv-Desc, and the
*>   before/after images in WS-Jnl-Before / WS-Jnl-After exactly as
*>   for ZJ500. The hold goes to the journal as MC action H - header
*>   (maker and key) as the before image, the change as the after -
*>   and the reference is shown on line 22 for the maker to quote.
*>
     MOVE     ZERO TO WS-Apv-Next-No APV-NO.
     START    APPROVAL-FILE KEY NOT < APV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEC620-Add.
 OEC610-Next.
     READ     APPROVAL-FILE NEXT RECORD AT END  GO TO OEC620-Add.
     MOVE     APV-NO TO WS-Apv-Next-No.
     GO       TO OEC610-Next.
*>
 OEC620-Add.
     ADD      1 TO WS-Apv-Next-No.
     MOVE     SPACES          TO APPROVAL-RECORD.
     MOVE     WS-Apv-Next-No  TO APV-NO.
     MOVE     WS-Apv-Action   TO APV-ACTION.
     MOVE     WS-Apv-Op       TO APV-OP.
     MOVE     "P"             TO APV-STATUS.
     MOVE     WS-Cur-User     TO APV-MAKER.
     move     function current-date to WSE-Date-Block.
     MOVE     WSE-Date9       TO APV-MADE-DATE.
     MOVE     WSE-Timex       TO APV-MADE-TIME.
     MOVE     ZERO            TO APV-DECIDED.
     MOVE     WS-Apv-Desc     TO APV-DESC.
     MOVE     WS-Jnl-Before   TO APV-BEFORE.
     MOVE     WS-Jnl-After    TO APV-AFTER.
     WRITE    APPROVAL-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL282 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  WS-Reply AT line ws-22-Lines col 61
              MOVE    SPACES TO WS-Jnl-Before WS-Jnl-After
              GO TO OEC699-Exit.
*>
     MOVE     "MC" TO WS-Jnl-File-Id.
     MOVE     "H"  TO WS-Jnl-Action.
     MOVE     APPROVAL-RECORD (1:94) TO WS-Jnl-Before.
     MOVE     APV-AFTER TO WS-Jnl-After.
     PERFORM  ZJ500-Write-Journal.
     DISPLAY  FL278 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     DISPLAY  APV-NO AT line ws-22-Lines col 53 with foreground-color COB-COLOR-YELLOW.
     ACCEPT   WS-Reply AT line ws-22-Lines col 61.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
*>
 OEC699-Exit.  exit section.
*>
 OEC700-Pending-Approvals  SECTION.
*>=================================
*>
*> Pending approvals - supervisor only. Shows which actions are held
*>   for a second supervisor and how many changes are waiting, then
*>   either changes the switches (approvalctl.dat, journalled as MC
*>   action C - turning one off is itself held, as MCTL) or reviews
*>   the waiting changes oldest first for (A)pprove / (R)eject /
*>   (S)kip. The maker can never decide their
*>   own change. Approving applies it - journalled under its own file
*>   id as if made directly, then MC action Y; rejecting discards it,
*>   MC action N. Either way the held record keeps maker and checker.
*>   A record that has moved on since the hold is not applied (FL280)
*>   and the change stays pending for rejection.
*>
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO OEC799-Exit.
*>
 OEC705-Show-Controls.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Pending Approvals" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Held for a second supervisor" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     PERFORM  OEC780-Show-Switch VARYING WS-Apv-Sub FROM 1 BY 1
              UNTIL WS-Apv-Sub > 6.
     MOVE     ZERO TO WS-Apv-Count APV-NO.
     START    APPROVAL-FILE KEY NOT < APV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = "00"
              PERFORM OEC785-Count-Pending THRU OEC789-Exit.
     MOVE     WS-Apv-Count TO WS-Apv-Count-Edit.
     DISPLAY  "Changes waiting" AT 1401 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  WS-Apv-Count-Edit AT 1418 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(R)eview pending  (C)hange controls  e(X)it [ ]" AT 1601
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO WS-Reply.
     ACCEPT   WS-Reply AT 1646 with auto.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEC799-Exit.
     IF       WS-Reply = "C"
              PERFORM OEC760-Change-Controls THRU OEC769-Exit
              GO TO OEC705-Show-Controls.
     IF       WS-Reply NOT = "R"
              GO TO OEC705-Show-Controls.
     IF       WS-Apv-Count = ZERO
              DISPLAY FL281 AT 1801 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1861
              GO TO OEC705-Show-Controls.
*>
     MOVE     ZERO TO APV-NO.
     START    APPROVAL-FILE KEY NOT < APV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEC705-Show-Controls.
*>
 OEC710-Next-Change.
     READ     APPROVAL-FILE NEXT RECORD AT END  GO TO OEC750-Done.
     IF       APV-STATUS NOT = "P"
              GO TO OEC710-Next-Change.
*>
     DISPLAY  SPACE AT 0601 with erase eos.
     MOVE     SPACES TO WS-Apv-Text.
     MOVE     1 TO WS-Apv-Ptr.
     MOVE     ZERO TO A.
     SET      QQAP TO 1.
     SEARCH   WS-Dual-Action AT END  MOVE ZERO TO A
              WHEN WS-Dual-Code (QQAP) = APV-ACTION  SET A TO QQAP.
     STRING   "Ref " APV-NO "  " APV-ACTION " "
              DELIMITED BY SIZE INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
     IF       A NOT = ZERO
              STRING WS-Dual-Desc (A) DELIMITED BY SIZE
                     INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
     DISPLAY  WS-Apv-Text AT 0601 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO WS-Apv-Text.
     STRING   "Made by " APV-MAKER " on " APV-MADE-DATE " at " APV-MADE-TIME
              DELIMITED BY SIZE INTO WS-Apv-Text.
     DISPLAY  WS-Apv-Text AT 0701 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO WS-Apv-Text.
     EVALUATE APV-OP
       WHEN   "W"  MOVE "Insert" TO WS-Apv-Text
       WHEN   "D"  MOVE "Delete" TO WS-Apv-Text
       WHEN   OTHER MOVE "Amend" TO WS-Apv-Text
     END-EVALUATE.
     MOVE     APV-DESC TO WS-Apv-Text (9:30).
     DISPLAY  WS-Apv-Text AT 0801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Before" AT 1001 WITH foreground-color COB-COLOR-Yellow.
     MOVE     APV-BEFORE TO WS-Apv-Image.
     MOVE     10 TO WS-Apv-Line.
     PERFORM  OEC790-Show-Image THRU OEC797-Exit.
     DISPLAY  "After" AT 1101 WITH foreground-color COB-COLOR-Yellow.
     MOVE     APV-AFTER TO WS-Apv-Image.
     MOVE     11 TO WS-Apv-Line.
     IF       APV-OP = "D"
              MOVE SPACES TO WS-Apv-Image.
     PERFORM  OEC790-Show-Image THRU OEC797-Exit.
*>
     IF       APV-MAKER = WS-Cur-User
              DISPLAY FL279 AT 1301 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1361
              GO TO OEC710-Next-Change.
     DISPLAY  "(A)pprove (R)eject (S)kip [ ]" AT 1301 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO WS-Reply.
     ACCEPT   WS-Reply AT 1328 with auto.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OEC750-Done.
     IF       WS-Reply = "R"
              MOVE "R" TO APV-STATUS
              MOVE "N" TO WS-Jnl-Action
              GO TO OEC720-Decided.
     IF       WS-Reply NOT = "A"
              GO TO OEC710-Next-Change.
*>
*>  The decision goes on approval.dat before the change is made, so a
*>   failed rewrite leaves the change unmade and still pending.
*>
     MOVE     "A" TO APV-STATUS.
     PERFORM  OEC725-Rewrite.
     IF       FS-REPLY NOT = "00"
              GO TO OEC710-Next-Change.
     PERFORM  OEC730-Apply THRU OEC739-Exit.
     IF       WS-Apv-Stale NOT = "N"
              MOVE "P" TO APV-STATUS
              PERFORM OEC725-Rewrite
              IF  WS-Apv-Stale = "Y"
                  DISPLAY FL280 AT 1501 with foreground-color COB-COLOR-RED
                  ACCEPT  WS-Reply AT 1561
              END-IF
              GO TO OEC710-Next-Change.
     MOVE     "Y" TO WS-Jnl-Action.
     GO       TO OEC722-Journal.
*>
 OEC720-Decided.
     PERFORM  OEC725-Rewrite.
     IF       FS-REPLY NOT = "00"
              GO TO OEC710-Next-Change.
*>
 OEC722-Journal.
     MOVE     "MC" TO WS-Jnl-File-Id.
     MOVE     APPROVAL-RECORD (1:94) TO WS-Jnl-Before.
     MOVE     APV-AFTER TO WS-Jnl-After.
     PERFORM  ZJ500-Write-Journal.
     GO       TO OEC710-Next-Change.
*>
 OEC725-Rewrite.
     IF       APV-STATUS = "P"
              MOVE SPACES      TO APV-CHECKER
              MOVE ZERO        TO APV-DECIDED
     ELSE
              MOVE WS-Cur-User TO APV-CHECKER
              MOVE WS-Today    TO APV-DECIDED.
     REWRITE  APPROVAL-RECORD INVALID KEY CONTINUE END-REWRITE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003    AT 1501 with foreground-color COB-COLOR-RED
              DISPLAY FS-REPLY AT 1556 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1561
              DISPLAY SPACE    AT 1501 with erase eol.
*>
 OEC730-Apply.
*>
*>  Each kind re-reads its record and insists it still matches the
*>   before image - otherwise someone has moved it on since the hold
*>   and applying the old change would quietly undo theirs.
*>
     MOVE     "N" TO WS-Apv-Stale.
     IF       APV-ACTION = "FLDL"
              GO TO OEC731-Flight.
     IF       APV-ACTION = "CHRT"
              GO TO OEC732-Rate.
     IF       APV-ACTION = "FEES"
              GO TO OEC733-Fee.
     IF       APV-ACTION = "ACBL"
              GO TO OEC734-Account.
     IF       APV-ACTION = "UROL"
              GO TO OEC735-Role.
     IF       APV-ACTION = "PROP"
              GO TO OEC736-Reopen.
     IF       APV-ACTION = "MCTL"
              GO TO OEC737-Controls.
     MOVE     "Y" TO WS-Apv-Stale.
     GO       TO OEC739-Exit.
*>
 OEC731-Flight.
     MOVE     APV-BEFORE (1:12) TO FLT-Date-Time-Key.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        or    FLIGHTLOG-RECORD NOT = APV-BEFORE
              MOVE "Y" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     DELETE   FLIGHTLOG-FILE RECORD INVALID KEY
              DISPLAY FL290 AT 1501 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1561
              MOVE "F" TO WS-Apv-Stale
              GO TO OEC739-Exit
     END-DELETE.
     MOVE     "FL" TO WS-Jnl-File-Id.
     MOVE     "D"  TO WS-Jnl-Action.
     MOVE     APV-BEFORE TO WS-Jnl-Before.
     PERFORM  ZJ500-Write-Journal.
*>   off the running monthly totals, as the CA039 delete does.
     MOVE     -1 TO WS-Mtt-Sign.
     PERFORM  ZT700-Post-Mth-Totals.
     PERFORM  ZT960-Post-Components.
     MOVE     +1 TO WS-Mtt-Sign.
     GO       TO OEC739-Exit.
*>
 OEC732-Rate.
     IF       APV-OP = "W"
              MOVE APV-AFTER (1:30) TO CHARGE-RATE-RECORD
              WRITE CHARGE-RATE-RECORD INVALID KEY  MOVE "Y" TO WS-Apv-Stale
              END-WRITE
              GO TO OEC738-Journal.
     MOVE     APV-BEFORE (1:8) TO CHG-RATE-KEY.
     READ     CHARGE-RATE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        or    CHARGE-RATE-RECORD NOT = APV-BEFORE (1:30)
              MOVE "Y" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     IF       APV-OP = "D"
              DELETE CHARGE-RATE-FILE RECORD INVALID KEY
                     DISPLAY FL290 AT 1501 with foreground-color COB-COLOR-RED
                     ACCEPT  WS-Reply AT 1561
                     MOVE "F" TO WS-Apv-Stale
              END-DELETE
     ELSE
              MOVE APV-AFTER (1:30) TO CHARGE-RATE-RECORD
              REWRITE CHARGE-RATE-RECORD INVALID KEY  MOVE "Y" TO WS-Apv-Stale
              END-REWRITE.
     GO       TO OEC738-Journal.
*>
 OEC733-Fee.
     IF       APV-OP = "W"
              MOVE APV-AFTER (1:36) TO FEESCHED-RECORD
              WRITE FEESCHED-RECORD INVALID KEY  MOVE "Y" TO WS-Apv-Stale
              END-WRITE
              GO TO OEC738-Journal.
     MOVE     APV-BEFORE (1:36) TO FEESCHED-RECORD.
     READ     FEESCHED-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        or    FEESCHED-RECORD NOT = APV-BEFORE (1:36)
              MOVE "Y" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     IF       APV-OP = "D"
              DELETE FEESCHED-FILE RECORD INVALID KEY
                     DISPLAY FL290 AT 1501 with foreground-color COB-COLOR-RED
                     ACCEPT  WS-Reply AT 1561
                     MOVE "F" TO WS-Apv-Stale
              END-DELETE
     ELSE
              MOVE APV-AFTER (1:36) TO FEESCHED-RECORD
              REWRITE FEESCHED-RECORD INVALID KEY  MOVE "Y" TO WS-Apv-Stale
              END-REWRITE.
     GO       TO OEC738-Journal.
*>
 OEC734-Account.
     MOVE     APV-BEFORE (1:15) TO ACC-CAPTAIN.
     READ     ACCOUNT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        or    ACCOUNT-RECORD NOT = APV-BEFORE (1:93)
              MOVE "Y" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     DELETE   ACCOUNT-FILE RECORD INVALID KEY
              DISPLAY FL290 AT 1501 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1561
              MOVE "F" TO WS-Apv-Stale
     END-DELETE.
     GO       TO OEC738-Journal.
*>
 OEC735-Role.
     MOVE     APV-BEFORE (1:15) TO USR-NAME.
     READ     USER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
        or    USR-ROLE NOT = APV-BEFORE (16:1)
              MOVE "Y" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     MOVE     APV-AFTER (16:1) TO USR-ROLE.
     REWRITE  USER-RECORD INVALID KEY  MOVE "Y" TO WS-Apv-Stale
     END-REWRITE.
     GO       TO OEC738-Journal.
*>
 OEC736-Reopen.
     PERFORM  OK500-Load-Closed.
     IF       WS-Closed-Thru NOT = APV-BEFORE (1:6)
              MOVE "Y" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     OPEN     OUTPUT PERIODCLOSE-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL286 AT 1501 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1561
              MOVE "F" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     MOVE     APV-AFTER (1:6) TO WS-Closed-Thru.
     MOVE     WS-Closed-Thru TO PCL-CLOSED-THRU.
     WRITE    PCL-RECORD.
     CLOSE    PERIODCLOSE-FILE.
     GO       TO OEC738-Journal.
*>
 OEC737-Controls.
     PERFORM  OEC500-Load-Dual-Ctl.
     IF       WS-Dual-Ctl NOT = APV-BEFORE (1:6)
              MOVE "Y" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     OPEN     OUTPUT APPROVALCTL-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL286 AT 1501 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1561
              MOVE "F" TO WS-Apv-Stale
              GO TO OEC739-Exit.
     MOVE     APV-AFTER (1:6) TO WS-Dual-Ctl.
     MOVE     WS-Dual-Ctl TO APC-RECORD.
     WRITE    APC-RECORD.
     CLOSE    APPROVALCTL-FILE.
*>
 OEC738-Journal.
     IF       WS-Apv-Stale NOT = "N"
              GO TO OEC739-Exit.
     EVALUATE APV-ACTION
       WHEN   "CHRT"  MOVE "CR" TO WS-Jnl-File-Id
       WHEN   "FEES"  MOVE "FS" TO WS-Jnl-File-Id
       WHEN   "ACBL"  MOVE "AC" TO WS-Jnl-File-Id
       WHEN   "UROL"  MOVE "US" TO WS-Jnl-File-Id
       WHEN   "MCTL"  MOVE "MC" TO WS-Jnl-File-Id
       WHEN   OTHER   MOVE "PC" TO WS-Jnl-File-Id
     END-EVALUATE.
     MOVE     APV-OP TO WS-Jnl-Action.
     MOVE     APV-BEFORE TO WS-Jnl-Before.
     MOVE     APV-AFTER  TO WS-Jnl-After.
     IF       APV-OP = "D"
              MOVE SPACES TO WS-Jnl-After.
     PERFORM  ZJ500-Write-Journal.
*>
 OEC739-Exit.  exit.
*>
 OEC750-Done.
     DISPLAY  "Approvals review finished" AT LINE WS-22-Lines COL 01 with erase eol.
     ACCEPT   WS-Reply AT LINE WS-22-Lines COL 27.
     GO       TO OEC705-Show-Controls.
*>
 OEC760-Change-Controls.
     MOVE     WS-Dual-Ctl TO WS-Apv-Old-Ctl.
     DISPLAY  "Y = held, N = made at once" AT 1601 WITH foreground-color COB-COLOR-Yellow with erase eol.
     PERFORM  OEC765-Get-Switch VARYING WS-Apv-Sub FROM 1 BY 1
              UNTIL WS-Apv-Sub > 6.
     IF       WS-Dual-Ctl = WS-Apv-Old-Ctl
              GO TO OEC769-Exit.
*>
*>  Turning a check on is made at once. Turning one off is itself held
*>   as MCTL for a second supervisor - one supervisor alone must never
*>   be able to switch the second check away.
*>
     MOVE     WS-Dual-Ctl TO WS-Apv-New-Ctl.
     PERFORM  OEC766-Keep-Held VARYING WS-Apv-Sub FROM 1 BY 1
              UNTIL WS-Apv-Sub > 6.
     IF       WS-Dual-Ctl = WS-Apv-Old-Ctl
              GO TO OEC762-Hold-Off.
     OPEN     OUTPUT APPROVALCTL-FILE.
     IF       FS-REPLY = "00"
              MOVE WS-Dual-Ctl TO APC-RECORD
              WRITE APC-RECORD
              CLOSE APPROVALCTL-FILE.
     MOVE     SPACES TO WS-Jnl-Before WS-Jnl-After.
     MOVE     WS-Apv-Old-Ctl TO WS-Jnl-Before (1:6).
     MOVE     WS-Dual-Ctl    TO WS-Jnl-After  (1:6).
     MOVE     "MC" TO WS-Jnl-File-Id.
     MOVE     "C"  TO WS-Jnl-Action.
     PERFORM  ZJ500-Write-Journal.
*>
 OEC762-Hold-Off.
     IF       WS-Apv-New-Ctl = WS-Dual-Ctl
              GO TO OEC769-Exit.
     MOVE     "MCTL" TO WS-Apv-Action.
     MOVE     "C"    TO WS-Apv-Op.
     MOVE     "Dual approval switches" TO WS-Apv-Desc.
     MOVE     SPACES TO WS-Jnl-Before WS-Jnl-After.
     MOVE     WS-Dual-Ctl    TO WS-Jnl-Before (1:6).
     MOVE     WS-Apv-New-Ctl TO WS-Jnl-After  (1:6).
     PERFORM  OEC600-Hold-Change.
     GO       TO OEC769-Exit.
*>
 OEC765-Get-Switch.
     COMPUTE  WS-Apv-Line = WS-Apv-Sub + 6.
     ACCEPT   WS-Dual-Switch (WS-Apv-Sub) AT LINE WS-Apv-Line COL 41 with update.
     move     function upper-case (WS-Dual-Switch (WS-Apv-Sub))
                                   to WS-Dual-Switch (WS-Apv-Sub).
     IF       WS-Dual-Switch (WS-Apv-Sub) NOT = "N"
              MOVE "Y" TO WS-Dual-Switch (WS-Apv-Sub).
     DISPLAY  WS-Dual-Switch (WS-Apv-Sub) AT LINE WS-Apv-Line COL 41
              WITH foreground-color COB-COLOR-CYAN.
*>
 OEC766-Keep-Held.
     IF       WS-Dual-Switch (WS-Apv-Sub) = "N"
        and   WS-Apv-Old-Ctl (WS-Apv-Sub:1) = "Y"
              MOVE "Y" TO WS-Dual-Switch (WS-Apv-Sub).
*>
 OEC769-Exit.  exit.
*>
 OEC780-Show-Switch.
     COMPUTE  WS-Apv-Line = WS-Apv-Sub + 6.
     DISPLAY  WS-Dual-Code (WS-Apv-Sub)   AT LINE WS-Apv-Line COL 03
              WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Dual-Desc (WS-Apv-Sub)   AT LINE WS-Apv-Line COL 09
              WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  WS-Dual-Switch (WS-Apv-Sub) AT LINE WS-Apv-Line COL 41
              WITH foreground-color COB-COLOR-CYAN.
*>
 OEC785-Count-Pending.
     READ     APPROVAL-FILE NEXT RECORD AT END  GO TO OEC789-Exit.
     IF       APV-STATUS = "P"
              ADD 1 TO WS-Apv-Count.
     GO       TO OEC785-Count-Pending.
 OEC789-Exit.  exit.
*>
 OEC790-Show-Image.
*>
*>  One readable line of WS-Apv-Image at WS-Apv-Line, laid out by the
*>   kind of change - the image goes through the file's own record.
*>
     MOVE     SPACES TO WS-Apv-Text.
     MOVE     1 TO WS-Apv-Ptr.
     IF       WS-Apv-Image = SPACES
              MOVE "(none)" TO WS-Apv-Text
              GO TO OEC796-Show.
     IF       APV-ACTION = "FLDL"
              MOVE WS-Apv-Image TO FLIGHTLOG-RECORD
              STRING FLT-DATE " " FLT-START " " FLT-AC-REG " " FLT-CAPTAIN
                     " " FLT-FROM "-" FLT-TO
                     DELIMITED BY SIZE INTO WS-Apv-Text
              GO TO OEC796-Show.
     IF       APV-ACTION = "CHRT"
              GO TO OEC792-Rate.
     IF       APV-ACTION = "FEES"
              GO TO OEC794-Fee.
     IF       APV-ACTION = "ACBL"
              MOVE WS-Apv-Image TO ACCOUNT-RECORD
              MOVE ACC-BALANCE TO WS-Apv-Money
              STRING ACC-CAPTAIN " " ACC-ADDR1 " balance " WS-Apv-Money
                     DELIMITED BY SIZE INTO WS-Apv-Text
              GO TO OEC796-Show.
     IF       APV-ACTION = "UROL"
              STRING WS-Apv-Image (1:15) " role " WS-Apv-Image (16:1)
                     DELIMITED BY SIZE INTO WS-Apv-Text
              GO TO OEC796-Show.
     IF       APV-ACTION = "MCTL"
              STRING "Switches FLDL CHRT FEES ACBL UROL PROP " WS-Apv-Image (1:6)
                     DELIMITED BY SIZE INTO WS-Apv-Text
              GO TO OEC796-Show.
     STRING   "Closed up to and including " WS-Apv-Image (1:6)
              DELIMITED BY SIZE INTO WS-Apv-Text.
     GO       TO OEC796-Show.
*>
 OEC792-Rate.
     MOVE     WS-Apv-Image (1:30) TO CHARGE-RATE-RECORD.
     MOVE     CHG-WET-RATE TO WS-Apv-Rate.
     STRING   CHG-RATE-KEY "  wet " WS-Apv-Rate
              DELIMITED BY SIZE INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
     MOVE     CHG-DRY-RATE TO WS-Apv-Rate.
     STRING   "  dry " WS-Apv-Rate
              DELIMITED BY SIZE INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
     MOVE     CHG-FUEL-RATE TO WS-Apv-Rate.
     STRING   "  fuel " WS-Apv-Rate "  basis " CHG-BASIS "  " CHG-CURRENCY
              "  tax " CHG-TAX-CODE
              DELIMITED BY SIZE INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
     GO       TO OEC796-Show.
*>
 OEC794-Fee.
     MOVE     WS-Apv-Image (1:36) TO FEESCHED-RECORD.
     MOVE     FEE-LANDING TO WS-Apv-Rate.
     STRING   FEE-ICAO " " FEE-EFF-DATE " ldg " WS-Apv-Rate
              DELIMITED BY SIZE INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
     MOVE     FEE-TOUCHGO TO WS-Apv-Rate.
     STRING   " t&g " WS-Apv-Rate
              DELIMITED BY SIZE INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
     MOVE     FEE-HANDLING TO WS-Apv-Rate.
     STRING   " hdlg " WS-Apv-Rate
              DELIMITED BY SIZE INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
     MOVE     FEE-PARKING TO WS-Apv-Rate.
     STRING   " park " WS-Apv-Rate " " FEE-CURRENCY " tax " FEE-TAX-CODE
              DELIMITED BY SIZE INTO WS-Apv-Text WITH POINTER WS-Apv-Ptr.
*>
 OEC796-Show.
     DISPLAY  WS-Apv-Text AT LINE WS-Apv-Line COL 09 WITH foreground-color COB-COLOR-CYAN.
 OEC797-Exit.  exit.
*>
 OEC799-Exit.  exit section.
*>
 OEC800-Approval-Ageing  SECTION.
*>===============================
*>
*> Approval ageing - every change still waiting for its second
*>   supervisor, oldest first (the reference runs in time order) with
*>   days waiting, then a count per band: 0-1, 2-7, 8-30 and over 30
*>   days. Printed to the report file, bands shown on screen too.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Approval Ageing Report" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     MOVE     ZERO TO WS-Apv-Count WS-Apv-Band (1) WS-Apv-Band (2)
                      WS-Apv-Band (3) WS-Apv-Band (4).
     COMPUTE  WS-Apv-Today-Int = FUNCTION INTEGER-OF-DATE (WS-Today).
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "APPROVAL AGEING - changes waiting for a second supervisor as at "
              WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     WRITE    PRINT-RECORD FROM APPROVAL-HEAD AFTER 2.
     MOVE     ZERO TO APV-NO.
     START    APPROVAL-FILE KEY NOT < APV-NO
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO OEC840-Totals.
*>
 OEC810-Next.
     READ     APPROVAL-FILE NEXT RECORD AT END  GO TO OEC840-Totals.
     IF       APV-STATUS NOT = "P"
              GO TO OEC810-Next.
     ADD      1 TO WS-Apv-Count.
     COMPUTE  WS-Apv-Age = WS-Apv-Today-Int
                         - FUNCTION INTEGER-OF-DATE (APV-MADE-DATE).
     IF       WS-Apv-Age < ZERO
              MOVE ZERO TO WS-Apv-Age.
     IF       WS-Apv-Age < 2
              ADD 1 TO WS-Apv-Band (1)
     ELSE
      IF      WS-Apv-Age < 8
              ADD 1 TO WS-Apv-Band (2)
      ELSE
       IF     WS-Apv-Age < 31
              ADD 1 TO WS-Apv-Band (3)
       ELSE
              ADD 1 TO WS-Apv-Band (4).
     MOVE     APV-NO     TO PAP-NO.
     MOVE     APV-ACTION TO PAP-ACTION.
     MOVE     APV-OP     TO PAP-OP.
     MOVE     APV-MAKER  TO PAP-MAKER.
     MOVE     SPACES     TO PAP-DATE.
     STRING   APV-MADE-DATE (1:4) "/" APV-MADE-DATE (5:2) "/" APV-MADE-DATE (7:2)
              DELIMITED BY SIZE INTO PAP-DATE.
     MOVE     WS-Apv-Age TO PAP-AGE.
     MOVE     APV-DESC   TO PAP-DESC.
     WRITE    PRINT-RECORD FROM APPROVAL-LINE AFTER 1.
     GO       TO OEC810-Next.
*>
 OEC840-Totals.
     IF       WS-Apv-Count = ZERO
              MOVE FL281 TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              DISPLAY FL281 AT 0601 with foreground-color COB-COLOR-CYAN
              GO TO OEC890-Pause.
     MOVE     "Days waiting   0-1   2-7  8-30   >30 Total" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  PRINT-RECORD (1:44) AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     13 TO WS-Apv-Ptr.
     PERFORM  OEC850-Band VARYING WS-Apv-Sub FROM 1 BY 1
              UNTIL WS-Apv-Sub > 4.
     MOVE     WS-Apv-Count TO WS-Apv-Count-Edit.
     STRING   "  " WS-Apv-Count-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Apv-Ptr.
     WRITE    PRINT-RECORD AFTER 1.
     DISPLAY  PRINT-RECORD (1:44) AT 0701 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Report written to report file" AT 0901 with foreground-color COB-COLOR-GREEN.
     GO       TO OEC890-Pause.
*>
 OEC850-Band.
     MOVE     WS-Apv-Band (WS-Apv-Sub) TO WS-Apv-Count-Edit.
     STRING   "  " WS-Apv-Count-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Apv-Ptr.
*>
 OEC890-Pause.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
*>
 OEC899-Exit.  exit section.
*>
 OED000-Field-Entry  SECTION.
*>==========================
*>
*> Off-line field entry - merges the fieldtran.dat a fieldentry kit
*>   brings back from a fly-in or detachment, and reviews what the
*>   merge could not place. (M)erge takes each kit line in turn: one
*>   already in the log exactly as keyed is passed over, one that
*>   clashes with the log goes to the review list fieldconf.dat, the
*>   rest are written as CA235 writes them - journalled (FL W) and
*>   posted to the monthly totals and fitted components. A clash is
*>   the date and start time already logged (DUPK), the aircraft
*>   already logged as flying over the time (OVLP), a closed month
*>   (CLSD) or a line failing the entry checks (BADF); a write that
*>   fails for any other reason is kept too (FAIL). Every line is
*>   listed on the report file and kept on fieldtran.mrg with its
*>   outcome, and fieldtran.dat is then emptied so the same kit file
*>   is not merged twice. (R)eview is supervisor only - see OED500.
*>
 OED005-Show-Menu.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Field Entry Merge" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     PERFORM  OED090-Count-Conflicts THRU OED099-Exit.
     MOVE     WS-Fld-Conflicts TO WS-Fld-Count-Edit.
     DISPLAY  "Field entries waiting for review" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  WS-Fld-Count-Edit AT 0635 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "(M)erge field entry file  (R)eview conflicts  e(X)it [ ]" AT 0801
              WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACE TO WS-Reply.
     ACCEPT   WS-Reply AT 0855 with auto.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       WS-Reply = "X"
        or    Cob-Crt-Status = Cob-Scr-Esc
              GO TO OED999-Exit.
     IF       WS-Reply = "M"
              GO TO OED100-Merge.
     IF       WS-Reply = "R"
              GO TO OED500-Review.
     GO       TO OED005-Show-Menu.
*>
 OED090-Count-Conflicts.
     MOVE     ZERO TO WS-Fld-Conflicts.
     OPEN     INPUT FIELDCONF-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OED099-Exit.
*>
 OED095-Count.
     READ     FIELDCONF-FILE AT END
              CLOSE FIELDCONF-FILE
              GO TO OED099-Exit.
     IF       FIELDCONF-RECORD NOT = SPACES
              ADD 1 TO WS-Fld-Conflicts.
     GO       TO OED095-Count.
*>
 OED099-Exit.  exit.
*>
 OED100-Merge.
     OPEN     INPUT FIELDTRAN-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL283 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OED005-Show-Menu.
     OPEN     EXTEND FIELDCONF-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT FIELDCONF-FILE.
     OPEN     EXTEND FIELDHIST-FILE.
     IF       FS-REPLY NOT = "00"
              OPEN OUTPUT FIELDHIST-FILE.
     MOVE     ZERO TO WS-Fld-Read WS-Fld-Merged WS-Fld-Same WS-Fld-Conflicts.
     DISPLAY  SPACE AT 0601 with erase eos.
     DISPLAY  "Merging fieldtran.dat" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FIELD ENTRY MERGE - fieldtran.dat merged by "
              function trim (WS-Cur-User) " on " WSF-Date
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     WRITE    PRINT-RECORD FROM FIELD-MERGE-HEAD AFTER 2.
*>
 OED110-Next.
     READ     FIELDTRAN-FILE AT END  GO TO OED180-Finish.
     IF       FIELDTRAN-RECORD = SPACES
              GO TO OED110-Next.
     ADD      1 TO WS-Fld-Read.
     MOVE     FTR-FLIGHT TO WS-Fld-Flight.
     PERFORM  OED200-Check-Flight THRU OED299-Exit.
     IF       WS-Fld-Outcome = "S"
              ADD 1 TO WS-Fld-Same
     ELSE
      IF      WS-Fld-Reason = SPACES
              PERFORM OED300-Apply-Flight THRU OED399-Exit.
     IF       WS-Fld-Reason NOT = SPACES
              MOVE "C" TO WS-Fld-Outcome
              ADD  1 TO WS-Fld-Conflicts
              MOVE WS-Fld-Reason    TO FCF-REASON
              MOVE WS-Fld-Clash-Key TO FCF-CLASH-KEY
              MOVE WS-Cur-User      TO FCF-MERGED-BY
              MOVE WS-Today         TO FCF-MERGED-DATE
              MOVE FTR-ENTERED-BY   TO FCF-ENTERED-BY
              MOVE FTR-ENTERED-DATE TO FCF-ENTERED-DATE
              MOVE FTR-ENTERED-TIME TO FCF-ENTERED-TIME
              MOVE WS-Fld-Flight    TO FCF-FLIGHT
              WRITE FIELDCONF-RECORD.
     IF       WS-Fld-Outcome = "M"
              ADD 1 TO WS-Fld-Merged.
     MOVE     WS-Fld-Outcome   TO FHS-OUTCOME.
     MOVE     WS-Today         TO FHS-MERGED-DATE.
     MOVE     WS-Cur-User      TO FHS-MERGED-BY.
     MOVE     FIELDTRAN-RECORD TO FHS-TRAN.
     WRITE    FIELDHIST-RECORD.
*>
     MOVE     WS-Fld-Flight TO FLIGHTLOG-RECORD.
     MOVE     FLT-DATE      TO PFM-DATE.
     DIVIDE   FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     MOVE     WSE-TIME      TO PFM-START.
     DIVIDE   FLT-END BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     WSE-TIME      TO PFM-END.
     MOVE     FLT-AC-REG    TO PFM-REG.
     MOVE     FLT-CAPTAIN   TO PFM-CAPTAIN.
     MOVE     FLT-FROM      TO PFM-FROM.
     MOVE     FLT-TO        TO PFM-TO.
     MOVE     FLT-CAPACITY  TO PFM-CAP.
     MOVE     FTR-ENTERED-BY TO PFM-BY.
     EVALUATE WS-Fld-Outcome
       WHEN   "M"  MOVE "Merged" TO PFM-OUTCOME
       WHEN   "S"  MOVE "Already in the log" TO PFM-OUTCOME
       WHEN   OTHER
              PERFORM OED610-Reason-Desc
              MOVE WS-Fld-Text TO PFM-OUTCOME
     END-EVALUATE.
     WRITE    PRINT-RECORD FROM FIELD-MERGE-LINE AFTER 1.
     GO       TO OED110-Next.
*>
 OED180-Finish.
     CLOSE    FIELDTRAN-FILE FIELDCONF-FILE FIELDHIST-FILE.
     OPEN     OUTPUT FIELDTRAN-FILE.
     CLOSE    FIELDTRAN-FILE.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     1 TO WS-Fld-Ptr.
     MOVE     WS-Fld-Read TO WS-Fld-Count-Edit.
     STRING   "Read " WS-Fld-Count-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Fld-Ptr.
     MOVE     WS-Fld-Merged TO WS-Fld-Count-Edit.
     STRING   "   merged " WS-Fld-Count-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Fld-Ptr.
     MOVE     WS-Fld-Same TO WS-Fld-Count-Edit.
     STRING   "   already in the log " WS-Fld-Count-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Fld-Ptr.
     MOVE     WS-Fld-Conflicts TO WS-Fld-Count-Edit.
     STRING   "   to review " WS-Fld-Count-Edit
              DELIMITED BY SIZE INTO PRINT-RECORD WITH POINTER WS-Fld-Ptr.
     WRITE    PRINT-RECORD AFTER 2.
     DISPLAY  PRINT-RECORD (1:80) AT 0801 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  "Report written to report file" AT 1001 with foreground-color COB-COLOR-GREEN.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OED005-Show-Menu.
*>
 OED200-Check-Flight.
*>
*>  The kit line in WS-Fld-Flight against the log. Sets WS-Fld-Outcome
*>   S when the same flight is already logged as keyed, otherwise M
*>   with WS-Fld-Reason/WS-Fld-Clash-Key set for a clash. Leaves the
*>   flight, tidied, in WS-Fld-Flight and FLIGHTLOG-RECORD.
*>
     MOVE     SPACES TO WS-Fld-Reason WS-Fld-Clash-Key.
     MOVE     "M" TO WS-Fld-Outcome.
     INITIALIZE FLIGHTLOG-RECORD.
     MOVE     WS-Fld-Flight (1:109) TO FLIGHTLOG-RECORD (1:109).
     MOVE     FLIGHTLOG-RECORD TO WS-Fld-Flight.
     IF       FLT-DATE NOT NUMERIC
        or    FLT-START NOT NUMERIC   or FLT-END NOT NUMERIC
        or    FLT-P1 (1) NOT NUMERIC  or FLT-P1 (2) NOT NUMERIC
        or    FLT-P23 (1) NOT NUMERIC or FLT-P23 (2) NOT NUMERIC
        or    FLT-INSTRUMENT NOT NUMERIC
        or    FLT-AC-REG = SPACES     or FLT-CAPTAIN = SPACES
        or    FLT-FROM = SPACES       or FLT-TO = SPACES
              MOVE "BADF" TO WS-Fld-Reason
              GO TO OED299-Exit.
     IF       FUNCTION TEST-DATE-YYYYMMDD (FLT-DATE) NOT = ZERO
        or    FLT-START > 1439        or FLT-END > 1439
              MOVE "BADF" TO WS-Fld-Reason
              GO TO OED299-Exit.
     IF       WS-Closed-Thru NOT = ZERO
        and   FLT-DATE (1:6) NOT > WS-Closed-Thru
              MOVE "CLSD" TO WS-Fld-Reason
              GO TO OED299-Exit.
*>
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = HIGH-VALUES
              IF   FS-REPLY = "00"
               and FLIGHTLOG-RECORD (1:109) = WS-Fld-Flight (1:109)
                   MOVE "S" TO WS-Fld-Outcome
              ELSE
                   MOVE "DUPK" TO WS-Fld-Reason
                   MOVE WS-Fld-Flight (1:12) TO WS-Fld-Clash-Key
              END-IF
              MOVE WS-Fld-Flight TO FLIGHTLOG-RECORD
              GO TO OED299-Exit.
     MOVE     WS-Fld-Flight TO FLIGHTLOG-RECORD.
     PERFORM  OED250-Check-Overlap THRU OED259-Exit.
*>
 OED299-Exit.  exit.
*>
 OED250-Check-Overlap.
*>
*>  Any flight of the same registration from the day before through
*>   the flight's own date whose time crosses this one - CA232's test
*>   made against every sector of the aircraft, not just the one
*>   before. Sets OVLP and the first such flight's key.
*>
     MOVE     FLT-DATE   TO WS-Fld-Date.
     MOVE     FLT-AC-REG TO WS-Fld-Reg.
     COMPUTE  WS-Fld-Start-Abs = FLT-START + 1440.
     COMPUTE  WS-Fld-End-Abs   = FLT-END + 1440.
     IF       FLT-END NOT > FLT-START
              ADD 1440 TO WS-Fld-End-Abs.
     COMPUTE  WS-Fld-Prev-Date = FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE (FLT-DATE) - 1).
     MOVE     WS-Fld-Prev-Date TO FLT-DATE.
     MOVE     ZERO TO FLT-START.
     START    FLIGHTLOG-FILE KEY NOT < FLT-Date-Time-Key
              INVALID KEY  GO TO OED258-Restore.
*>
 OED255-Next.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO OED258-Restore.
     IF       FLT-DATE > WS-Fld-Date
              GO TO OED258-Restore.
     IF       FLT-AC-REG NOT = WS-Fld-Reg
              GO TO OED255-Next.
     MOVE     FLT-START TO WS-Fld-Ex-Start.
     MOVE     FLT-END   TO WS-Fld-Ex-End.
     IF       FLT-END NOT > FLT-START
              ADD 1440 TO WS-Fld-Ex-End.
     IF       FLT-DATE = WS-Fld-Date
              ADD 1440 TO WS-Fld-Ex-Start WS-Fld-Ex-End.
     IF       WS-Fld-Ex-Start < WS-Fld-End-Abs
        and   WS-Fld-Start-Abs < WS-Fld-Ex-End
              MOVE "OVLP" TO WS-Fld-Reason
              MOVE FLT-Date-Time-Key TO WS-Fld-Clash-Key
              GO TO OED258-Restore.
     GO       TO OED255-Next.
*>
 OED258-Restore.
     MOVE     WS-Fld-Flight TO FLIGHTLOG-RECORD.
*>
 OED259-Exit.  exit.
*>
 OED300-Apply-Flight.
*>
*>  Writes WS-Fld-Flight to the log the CQ030 way - aircraft and
*>   airfield last-flight dates moved on only where the master is
*>   already on file, the distance worked out as CA234 does. A key
*>   taken meanwhile is DUPK, any other failure FAIL.
*>
     MOVE     WS-Fld-Flight TO FLIGHTLOG-RECORD.
     PERFORM  OED350-Distance THRU OED359-Exit.
     WRITE    FLIGHTLOG-RECORD
              INVALID KEY  MOVE "DUPK" TO WS-Fld-Reason
                           MOVE FLT-Date-Time-Key TO WS-Fld-Clash-Key
                           GO TO OED399-Exit
     END-WRITE.
     IF       FS-REPLY NOT = "00"
              MOVE "FAIL" TO WS-Fld-Reason
              GO TO OED399-Exit.
     MOVE     FLIGHTLOG-RECORD TO WS-Fld-Flight.
     MOVE     "FL" TO WS-Jnl-File-Id.
     MOVE     "W"  TO WS-Jnl-Action.
     MOVE     SPACES TO WS-Jnl-Before.
     MOVE     FLIGHTLOG-RECORD TO WS-Jnl-After.
     PERFORM  ZJ500-Write-Journal.
     MOVE     +1 TO WS-Mtt-Sign.
     PERFORM  ZT700-Post-Mth-Totals.
     PERFORM  ZT960-Post-Components.
     PERFORM  OED370-Last-Flight THRU OED379-Exit.
*>
 OED399-Exit.  exit.
*>
 OED350-Distance.
     MOVE     ZERO TO FLT-DISTANCE.
     IF       FLT-FROM = FLT-TO
              GO TO OED359-Exit.
     MOVE     FLT-FROM TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
        or   (AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO)
              GO TO OED359-Exit.
     MOVE     AFLD-Latitude  TO WS-GC-Lat1.
     MOVE     AFLD-Longitude TO WS-GC-Lon1.
     MOVE     FLT-TO TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       ERROR-CODE = ZERO
        or   (AFLD-Latitude = ZERO AND AFLD-Longitude = ZERO)
              GO TO OED359-Exit.
     MOVE     AFLD-Latitude  TO WS-GC-Lat2.
     MOVE     AFLD-Longitude TO WS-GC-Lon2.
     PERFORM  ZU000-Calc-Distance.
     MOVE     WS-GC-Distance TO FLT-DISTANCE.
*>
 OED359-Exit.  exit.
*>
 OED370-Last-Flight.
     PERFORM  ZH000-SEARCH-FOR-AIRCRAFT.
     IF       C NOT = ZERO
        and   FLT-Date > Aircraft-Last-Flt
              MOVE    FLT-Date TO Aircraft-Last-Flt
              REWRITE Aircraft-Record INVALID KEY CONTINUE END-REWRITE.
     MOVE     FLT-From TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       Error-Code = 1
        and   FLT-Date > AFLD-Last-Flt
              MOVE FLT-Date TO AFLD-Last-Flt
              REWRITE Airfield-Record INVALID KEY CONTINUE END-REWRITE.
     IF       FLT-From = FLT-To
              GO TO OED379-Exit.
     MOVE     FLT-To TO WS-ICAO-Code.
     PERFORM  ZE000-SEARCH-FOR-ICAO.
     IF       Error-Code = 1
        and   FLT-Date > AFLD-Last-Flt
              MOVE FLT-Date TO AFLD-Last-Flt
              REWRITE Airfield-Record INVALID KEY CONTINUE END-REWRITE.
*>
 OED379-Exit.  exit.
*>
 OED500-Review.
*>
*>  Conflict review, supervisor only, oldest first. DUPK may (R)eplace
*>   the logged flight's keyed fields with the kit's - journalled FL R
*>   with its before image and backed out of the totals first; OVLP,
*>   CLSD and FAIL may be (A)dded as they stand; BADF can only go.
*>   Anything written to a closed month passes the OK600 override. A
*>   (D)iscard drops the line. Either decision is journalled under
*>   file id FE with the kit flight as before image - Y applied, N
*>   discarded. (S)kip, or Esc for all the rest, keeps lines listed.
*>
     PERFORM  ZV000-Check-Supervisor.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              GO TO OED005-Show-Menu.
     IF       WS-Fld-Conflicts = ZERO
              DISPLAY FL284 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OED005-Show-Menu.
     OPEN     INPUT FIELDCONF-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL284 AT 1001 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1061
              GO TO OED005-Show-Menu.
     OPEN     OUTPUT FIELDCONF-TEMP.
     MOVE     ZERO TO WS-Fld-Any-Kept.
*>
 OED510-Next.
     READ     FIELDCONF-FILE AT END  GO TO OED590-Finish.
     IF       FIELDCONF-RECORD = SPACES
              GO TO OED510-Next.
*>
     DISPLAY  SPACE AT 0601 with erase eos.
     DISPLAY  "Field entry" AT 0601 WITH foreground-color COB-COLOR-Yellow.
     MOVE     FCF-FLIGHT TO WS-Fld-Flight FLIGHTLOG-RECORD.
     PERFORM  OED600-Flight-Text.
     DISPLAY  WS-Fld-Text AT 0701 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO WS-Fld-Text.
     STRING   "Keyed by " FCF-ENTERED-BY " on " FCF-ENTERED-DATE
              " at " FCF-ENTERED-TIME "  merged by " FCF-MERGED-BY
              DELIMITED BY SIZE INTO WS-Fld-Text.
     DISPLAY  WS-Fld-Text AT 0801 WITH foreground-color COB-COLOR-CYAN.
     MOVE     FCF-REASON TO WS-Fld-Reason.
     PERFORM  OED610-Reason-Desc.
     DISPLAY  WS-Fld-Text AT 1001 WITH foreground-color COB-COLOR-RED.
     IF       FCF-CLASH-KEY NOT = SPACES
              DISPLAY "In the log" AT 1201 WITH foreground-color COB-COLOR-Yellow
              MOVE FCF-CLASH-KEY TO FLT-Date-Time-Key
              READ FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
              END-READ
              IF   FS-REPLY = "00"
                   PERFORM OED600-Flight-Text
              ELSE
                   MOVE "(no longer in the log)" TO WS-Fld-Text
              END-IF
              DISPLAY WS-Fld-Text AT 1301 WITH foreground-color COB-COLOR-CYAN
     END-IF.
*>
     EVALUATE FCF-REASON
       WHEN   "DUPK"
              DISPLAY "(R)eplace the logged flight  (D)iscard  (S)kip [ ]" AT 1501
                      WITH foreground-color COB-COLOR-Yellow
              MOVE 49 TO WS-Fld-Ptr
       WHEN   "BADF"
              DISPLAY "(D)iscard  (S)kip [ ]" AT 1501
                      WITH foreground-color COB-COLOR-Yellow
              MOVE 20 TO WS-Fld-Ptr
       WHEN   OTHER
              DISPLAY "(A)dd to the log  (D)iscard  (S)kip [ ]" AT 1501
                      WITH foreground-color COB-COLOR-Yellow
              MOVE 38 TO WS-Fld-Ptr
     END-EVALUATE.
     MOVE     SPACE TO WS-Reply.
     ACCEPT   WS-Reply AT LINE 15 COL WS-Fld-Ptr with auto.
     move     function upper-case (WS-Reply) to WS-Reply.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              GO TO OED580-Keep-Rest.
     IF       WS-Reply = "D"
              MOVE "N" TO WS-Jnl-Action
              GO TO OED570-Decided.
     IF       WS-Reply = "R"
        and   FCF-REASON = "DUPK"
              PERFORM OED540-Replace THRU OED549-Exit
              GO TO OED520-Applied.
     IF       WS-Reply = "A"
        and   FCF-REASON NOT = "DUPK" and NOT = "BADF"
              PERFORM OED530-Add THRU OED539-Exit
              GO TO OED520-Applied.
     GO       TO OED560-Keep.
*>
 OED520-Applied.
     IF       WS-Fld-Reason NOT = SPACES
              MOVE WS-Fld-Reason    TO FCF-REASON
              MOVE WS-Fld-Clash-Key TO FCF-CLASH-KEY
              DISPLAY FL285 AT 1701 with foreground-color COB-COLOR-RED
              ACCEPT  WS-Reply AT 1761
              GO TO OED560-Keep.
     MOVE     "Y" TO WS-Jnl-Action.
*>
 OED570-Decided.
     MOVE     "FE" TO WS-Jnl-File-Id.
     MOVE     FCF-FLIGHT TO WS-Jnl-Before.
     MOVE     FIELDCONF-RECORD (1:68) TO WS-Jnl-After.
     PERFORM  ZJ500-Write-Journal.
     GO       TO OED510-Next.
*>
 OED560-Keep.
     MOVE     1 TO WS-Fld-Any-Kept.
     WRITE    FIELDCONF-TEMP-REC FROM FIELDCONF-RECORD.
     GO       TO OED510-Next.
*>
 OED580-Keep-Rest.
     MOVE     1 TO WS-Fld-Any-Kept.
     WRITE    FIELDCONF-TEMP-REC FROM FIELDCONF-RECORD.
     READ     FIELDCONF-FILE AT END  GO TO OED590-Finish.
     GO       TO OED580-Keep-Rest.
*>
 OED530-Add.
*>
*>  A closed month needs the override, and once past it the flight
*>   still has to stand clear of the aircraft's other sectors.
*>
     MOVE     SPACES TO WS-Fld-Reason WS-Fld-Clash-Key.
     MOVE     FCF-FLIGHT TO WS-Fld-Flight FLIGHTLOG-RECORD.
     MOVE     FLT-DATE TO WS-Close-Check-Date.
     PERFORM  OK600-Check-Closed.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              MOVE "CLSD" TO WS-Fld-Reason
              GO TO OED539-Exit.
     IF       FCF-REASON = "CLSD"
              PERFORM OED250-Check-Overlap THRU OED259-Exit
              IF  WS-Fld-Reason NOT = SPACES
                  GO TO OED539-Exit
              END-IF
     END-IF.
     PERFORM  OED300-Apply-Flight THRU OED399-Exit.
*>
 OED539-Exit.  exit.
*>
 OED540-Replace.
*>
*>  The logged flight keeps what the kit does not capture (Hobbs,
*>   fuel, W&B, crew 2, wind); its first 109 bytes become the kit's.
*>
     MOVE     SPACES TO WS-Fld-Reason WS-Fld-Clash-Key.
     MOVE     FCF-FLIGHT TO WS-Fld-Flight.
     MOVE     WS-Fld-Flight (1:8) TO WS-Close-Check-Date.
     PERFORM  OK600-Check-Closed.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              MOVE "DUPK" TO WS-Fld-Reason
              MOVE FCF-CLASH-KEY TO WS-Fld-Clash-Key
              GO TO OED549-Exit.
     MOVE     FCF-CLASH-KEY TO FLT-Date-Time-Key.
     READ     FLIGHTLOG-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY = HIGH-VALUES
              PERFORM OED300-Apply-Flight THRU OED399-Exit
              GO TO OED549-Exit.
     IF       FS-REPLY NOT = "00"
              MOVE "FAIL" TO WS-Fld-Reason
              GO TO OED549-Exit.
     MOVE     FLIGHTLOG-RECORD TO WS-Fld-Before.
     MOVE     WS-Fld-Flight (1:109) TO FLIGHTLOG-RECORD (1:109).
     PERFORM  OED350-Distance THRU OED359-Exit.
     REWRITE  FLIGHTLOG-RECORD INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY
     END-REWRITE.
     IF       FS-REPLY NOT = "00"
              MOVE "FAIL" TO WS-Fld-Reason
              MOVE FCF-CLASH-KEY TO WS-Fld-Clash-Key
              GO TO OED549-Exit.
     MOVE     "FL" TO WS-Jnl-File-Id.
     MOVE     "R"  TO WS-Jnl-Action.
     MOVE     WS-Fld-Before    TO WS-Jnl-Before.
     MOVE     FLIGHTLOG-RECORD TO WS-Jnl-After.
     PERFORM  ZJ500-Write-Journal.
*>   before image off the totals and components, the new one on.
     MOVE     FLIGHTLOG-RECORD TO WS-Mtt-Save.
     MOVE     WS-Fld-Before TO FLIGHTLOG-RECORD.
     MOVE     -1 TO WS-Mtt-Sign.
     PERFORM  ZT700-Post-Mth-Totals.
     PERFORM  ZT960-Post-Components.
     MOVE     WS-Mtt-Save TO FLIGHTLOG-RECORD.
     MOVE     +1 TO WS-Mtt-Sign.
     PERFORM  ZT700-Post-Mth-Totals.
     PERFORM  ZT960-Post-Components.
     PERFORM  OED370-Last-Flight THRU OED379-Exit.
*>
 OED549-Exit.  exit.
*>
 OED590-Finish.
*>
*>  fieldconf.scr holds only the lines kept - rebuild the list from it.
*>
     CLOSE    FIELDCONF-FILE FIELDCONF-TEMP.
     OPEN     OUTPUT FIELDCONF-FILE.
     IF       WS-Fld-Any-Kept NOT = ZERO
              OPEN INPUT FIELDCONF-TEMP
              PERFORM OED595-Copy-Kept THRU OED599-Exit
              CLOSE FIELDCONF-TEMP.
     CLOSE    FIELDCONF-FILE.
     OPEN     OUTPUT FIELDCONF-TEMP.
     CLOSE    FIELDCONF-TEMP.
     GO       TO OED005-Show-Menu.
*>
 OED595-Copy-Kept.
     READ     FIELDCONF-TEMP AT END  GO TO OED599-Exit.
     WRITE    FIELDCONF-RECORD FROM FIELDCONF-TEMP-REC.
     GO       TO OED595-Copy-Kept.
*>
 OED599-Exit.  exit.
*>
 OED600-Flight-Text.
*>
*>  One readable line of the flight in FLIGHTLOG-RECORD, in WS-Fld-Text.
*>
     MOVE     SPACES TO WS-Fld-Text.
     MOVE     1 TO WS-Fld-Ptr.
     STRING   FLT-DATE " "
              DELIMITED BY SIZE INTO WS-Fld-Text WITH POINTER WS-Fld-Ptr.
     DIVIDE   FLT-START BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     MOVE     "." TO WSF-DOT.
     STRING   WSE-TIME "-"
              DELIMITED BY SIZE INTO WS-Fld-Text WITH POINTER WS-Fld-Ptr.
     DIVIDE   FLT-END BY 60 GIVING WSF-HH REMAINDER WSF-MM.
     STRING   WSE-TIME " " FLT-AC-REG " " FLT-AC-TYPE " " FLT-CAPTAIN
              " " FLT-FROM "-" FLT-TO " " FLT-CAPACITY " " FLT-REMARKS
              DELIMITED BY SIZE INTO WS-Fld-Text WITH POINTER WS-Fld-Ptr.
*>
 OED610-Reason-Desc.
     MOVE     SPACES TO WS-Fld-Text.
     SET      QQFE TO 1.
     SEARCH   WS-Fld-Reason-Entry AT END  MOVE WS-Fld-Reason TO WS-Fld-Text
              WHEN WS-Fld-Reason-Code (QQFE) = WS-Fld-Reason
                   MOVE WS-Fld-Reason-Desc (QQFE) TO WS-Fld-Text.
*>
 OED999-Exit.  exit section.
*>
 CB500-Bulk-Entry  SECTION.
*>=========================
              MOVE FLIGHTLOG-RECORD TO WS-Jnl-After
              PERFORM ZJ500-Write-Journal
              MOVE +1 TO WS-Mtt-Sign
              PERFORM ZT700-Post-Mth-Totals
              PERFORM ZT960-Post-Components.
     GO       TO CB550-Next-Save.
*>
 CB590-Done.
     IF       C = ZERO
              MOVE 8 TO Return-Code
              GO TO CCB599-Exit.
     PERFORM  ZT990-Opening-Balance.
     SORT     WST-CHT-Groups ON ASCENDING KEY WST-CHT-Type.
     DISPLAY  SPACE AT 0101 WITH ERASE EOS.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Analysis & Totals (from the running monthly totals)" AT 0120
              WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Type       Hours" AT 0401 WITH foreground-color COB-COLOR-Yellow.
*>
 CCB540-Totals.
     ADD      1 TO LINE-CNT.
     IF       Opb-Record-Loaded
              ADD     OPB-P1 (1) OPB-P1 (2) OPB-P23 (1) OPB-P23 (2) GIVING WS-Opb-Mins
              ADD     WS-Opb-Mins TO WS-WORK3
              ADD     OPB-FLIGHTS TO WS-WORK4
              DIVIDE  WS-Opb-Mins BY 60 GIVING WSM-HH REMAINDER WSM-MM
              MOVE    "." TO WSM-DOT
              DISPLAY "Opening b/f hours " AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-CYAN
              DISPLAY WSM-TIME  AT LINE LINE-CNT COL 19 WITH foreground-color COB-COLOR-CYAN
              DISPLAY OPB-PILOT AT LINE LINE-CNT COL 30 WITH foreground-color COB-COLOR-CYAN
              ADD     1 TO LINE-CNT.
     DIVIDE   WS-WORK3 BY 60 GIVING WSM-HH REMAINDER WSM-MM.
     MOVE     "." TO WSM-DOT.
     DISPLAY  "Grand total hours " AT LINE LINE-CNT COL 01 WITH foreground-color COB-COLOR-Yellow.
     STRING   "JOURNAL AUDIT - changes by user and file, "
              WS-Jaud-From " to " WS-Jaud-To
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "User            File  Writes  Amends  Deletes" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
              GO TO OZ010-Get-Flight.
*>
     MOVE     "=================================================================" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "GENERAL AVIATION REPORT (GAR)" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Cur   Eff Date   GBP per unit" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     MOVE     SPACES TO MENU-REPLY.
*>
 OR030-DISPLAY-RATE-MENU2.
     DISPLAY  "Action  Reg/Type   Wet/Hr   Dry/Hr   Fuel/L  Basis  Cur  Tax" AT 0641
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  " [ ]    [        ]"            AT 0741 WITH foreground-color COB-COLOR-Yellow.
     display  "Key only for option V"         at 0940 with foreground-color COB-Color-Yellow.
*>
     IF       WS-Tmp-Rate-Key = SPACES
              GO TO OR040-RATE-FUNCTION.
*>
*>  A retired registration takes no new or amended rate - a type key
*>   is never on the disposal register.
*>
     IF       MENU-REPLY = "A" OR "I"
              MOVE WS-Tmp-Rate-Key TO WS-Dsp-Reg
              MOVE WS-Today TO WS-Dsp-As-At
              PERFORM ZV100-Check-Retired
              IF   WS-Dsp-Retired = "Y"
                   DISPLAY FL289 at line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
                   accept  ws-reply at line ws-22-Lines col 61
                   GO TO OR030-DISPLAY-RATE-MENU2
              END-IF
     END-IF.
*>
     IF       MENU-REPLY = "A"
              PERFORM ORB000-AMEND-RATE
              accept  ws-reply at line ws-22-Lines col 61
              GO TO ORB999-EXIT.
*>
     MOVE     CHARGE-RATE-RECORD TO WS-Jnl-Before.
     MOVE     CHG-WET-RATE TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     ACCEPT   WSR-RATE AT 0760 with update.
     PERFORM  ZF030-CONVERT-RATE.
     MOVE     WS-Chg-Rate TO CHG-FUEL-RATE.
     PERFORM  ORD020-GET-BASIS.
     PERFORM  ORD025-GET-TAX-CODE.
     IF       Dual-Charge-Rates
              GO TO ORB050-Hold.
     MOVE     SPACES TO WS-Jnl-Before.
     REWRITE  CHARGE-RATE-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63.
     GO       TO ORB999-EXIT.
*>
 ORB050-Hold.
     IF       CHARGE-RATE-RECORD = WS-Jnl-Before (1:30)       *> nothing changed
              MOVE SPACES TO WS-Jnl-Before
              GO TO ORB999-EXIT.
     MOVE     "CHRT" TO WS-Apv-Action.
     MOVE     "R"    TO WS-Apv-Op.
     MOVE     SPACES TO WS-Apv-Desc.
     STRING   "Charge rate " CHG-RATE-KEY DELIMITED BY SIZE INTO WS-Apv-Desc.
     MOVE     CHARGE-RATE-RECORD TO WS-Jnl-After.
     PERFORM  OEC600-Hold-Change.
*>
 ORB999-EXIT.  exit section.
*>
*>=============================
*>
     MOVE     WS-Tmp-Rate-Key TO CHG-RATE-KEY.
     IF       Dual-Charge-Rates
              GO TO ORC050-Hold.
     DELETE   CHARGE-RATE-FILE INVALID KEY
              DISPLAY FL067 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63.
     GO       TO ORC999-EXIT.
*>
 ORC050-Hold.
     READ     CHARGE-RATE-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL067 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63
              GO TO ORC999-EXIT.
     MOVE     "CHRT" TO WS-Apv-Action.
     MOVE     "D"    TO WS-Apv-Op.
     MOVE     SPACES TO WS-Apv-Desc.
     STRING   "Charge rate " CHG-RATE-KEY DELIMITED BY SIZE INTO WS-Apv-Desc.
     MOVE     CHARGE-RATE-RECORD TO WS-Jnl-Before.
     MOVE     SPACES TO WS-Jnl-After.
     PERFORM  OEC600-Hold-Change.
*>
 ORC999-EXIT.  exit section.
*>
*>
     MOVE     WS-Tmp-Rate-Key TO CHG-RATE-KEY.
     MOVE     ZERO TO CHG-WET-RATE CHG-DRY-RATE CHG-FUEL-RATE.
     MOVE     SPACES TO CHG-CURRENCY CHG-TAX-CODE.
     MOVE     "W"  TO CHG-BASIS.
     display  CHG-RATE-KEY AT 0750.
     MOVE     ZERO TO WSR-RATE.
     PERFORM  ZF030-CONVERT-RATE.
     MOVE     WS-Chg-Rate TO CHG-FUEL-RATE.
     PERFORM  ORD020-GET-BASIS.
     PERFORM  ORD025-GET-TAX-CODE.
*>
     IF       Dual-Charge-Rates
              MOVE "CHRT" TO WS-Apv-Action
              MOVE "W"    TO WS-Apv-Op
              MOVE SPACES TO WS-Apv-Desc
              STRING "Charge rate " CHG-RATE-KEY DELIMITED BY SIZE INTO WS-Apv-Desc
              MOVE SPACES TO WS-Jnl-Before
              MOVE CHARGE-RATE-RECORD TO WS-Jnl-After
              PERFORM OEC600-Hold-Change
              GO TO ORD999-EXIT.
     WRITE    CHARGE-RATE-RECORD INVALID KEY
              DISPLAY FL004 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
          NOT INVALID KEY display space at line ws-22-Lines col 01 with erase eol.
     move     function upper-case (CHG-CURRENCY) to CHG-CURRENCY.
     IF       CHG-CURRENCY = "GBP"
              MOVE SPACES TO CHG-CURRENCY.
*>
 ORD025-GET-TAX-CODE.
     ACCEPT   CHG-TAX-CODE AT 0799 with update.
     move     function upper-case (CHG-TAX-CODE) to CHG-TAX-CODE.
     MOVE     CHG-TAX-CODE TO WS-Tax-Code.
     PERFORM  ZT800-Lookup-Tax-Code.
     IF       CHG-TAX-CODE NOT = SPACE AND ERROR-CODE = ZERO
              DISPLAY FL155 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
              GO TO ORD025-GET-TAX-CODE.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
*>
 ORD999-EXIT.  exit section.
*>
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Reg/Type   Wet/Hr   Dry/Hr   Fuel/L  Basis Cur Tax" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     START    CHARGE-RATE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     DISPLAY  WSR-RATE                AT LINE LINE-CNT COL 30 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CHG-BASIS               AT LINE LINE-CNT COL 40 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CHG-CURRENCY            AT LINE LINE-CNT COL 44 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  CHG-TAX-CODE            AT LINE LINE-CNT COL 49 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO ORE020-VIEW-RATE-NEXT.
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Type      Empty Kg  E-Arm   S-Arm   F-Arm   B-Arm   MTOW   CG-Fwd  CG-Aft" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     MOVE     SPACES TO MENU-REPLY.
*>
 OF030-DISPLAY-FP-MENU2.
     DISPLAY  "Action  ICAO   Eff Date   Price/L  Cur  Tax" AT 0641
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  " [ ]    [    ] [        ]"     AT 0741 WITH foreground-color COB-COLOR-Yellow.
     display  "ICAO/date only for option V, date ccyymmdd" at 0940 with foreground-color COB-Color-Yellow.
     move     function upper-case (FP-CURRENCY) to FP-CURRENCY.
     IF       FP-CURRENCY = "GBP"
              MOVE SPACES TO FP-CURRENCY.
     PERFORM  OFD020-GET-TAX-CODE.
     REWRITE  FUELPRICE-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
     MOVE     WS-Tmp-FP-Icao TO FP-ICAO.
     MOVE     WS-Tmp-FP-Date TO FP-EFF-DATE.
     MOVE     ZERO TO FP-PRICE.
     MOVE     SPACES TO FP-CURRENCY FP-TAX-CODE.
     MOVE     ZERO TO WSR-RATE.
     ACCEPT   WSR-RATE AT 0768 with update.
     PERFORM  ZF030-CONVERT-RATE.
     move     function upper-case (FP-CURRENCY) to FP-CURRENCY.
     IF       FP-CURRENCY = "GBP"
              MOVE SPACES TO FP-CURRENCY.
     PERFORM  OFD020-GET-TAX-CODE.
*>
     WRITE    FUELPRICE-RECORD INVALID KEY
              DISPLAY FL004 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
          NOT INVALID KEY display space at line ws-22-Lines col 01 with erase eol.
     GO       TO OFD999-EXIT.
*>
 OFD020-GET-TAX-CODE.
     ACCEPT   FP-TAX-CODE AT 0782 with update.
     move     function upper-case (FP-TAX-CODE) to FP-TAX-CODE.
     MOVE     FP-TAX-CODE TO WS-Tax-Code.
     PERFORM  ZT800-Lookup-Tax-Code.
     IF       FP-TAX-CODE NOT = SPACE AND ERROR-CODE = ZERO
              DISPLAY FL155 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
              GO TO OFD020-GET-TAX-CODE.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
*>
 OFD999-EXIT.  exit section.
*>
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "ICAO   Eff Date   Price/L  Cur Tax" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     START    FUELPRICE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     PERFORM  ZG030-RESTORE-RATE.
     DISPLAY  WSR-RATE                AT LINE LINE-CNT COL 19 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FP-CURRENCY             AT LINE LINE-CNT COL 28 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FP-TAX-CODE             AT LINE LINE-CNT COL 33 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OFE020-VIEW-FP-NEXT.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "FUEL COST REPORT - month " WS-Fuel-Month
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
*>
     MOVE     "By Registration   Litres         Cost" TO PRINT-RECORD.
              ACCEPT  WS-Reply AT line ws-23-Lines col 40
              GO TO OH699-Exit.
     DISPLAY  SPACE AT 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Date      A/C Type  Reg     Captain          From To    Start  End" AT 0501
              WITH foreground-color COB-COLOR-YELLOW.
     MOVE     7 TO LINE-CNT.
     MOVE     SPACES TO MENU-REPLY.
*>
 OI030-DISPLAY-FEE-MENU2.
     DISPLAY  "Action  ICAO   Eff Date   Landing  T-and-G  Handling Parking  Cur  Tax" AT 0641
              WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  " [ ]    [    ] [        ]"     AT 0741 WITH foreground-color COB-COLOR-Yellow.
     display  "ICAO/date only for option V, date ccyymmdd" at 0940 with foreground-color COB-Color-Yellow.
              accept  ws-reply at line ws-22-Lines col 61
              GO TO OIB999-EXIT.
*>
     MOVE     FEESCHED-RECORD TO WS-Jnl-Before.
     PERFORM  OID020-GET-RATES.
     PERFORM  OID025-GET-TAX-CODE.
     IF       Dual-Fee-Schedule
              GO TO OIB050-Hold.
     MOVE     SPACES TO WS-Jnl-Before.
     REWRITE  FEESCHED-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63.
     GO       TO OIB999-EXIT.
*>
 OIB050-Hold.
     IF       FEESCHED-RECORD = WS-Jnl-Before (1:36)          *> nothing changed
              MOVE SPACES TO WS-Jnl-Before
              GO TO OIB999-EXIT.
     MOVE     "FEES" TO WS-Apv-Action.
     MOVE     "R"    TO WS-Apv-Op.
     MOVE     SPACES TO WS-Apv-Desc.
     STRING   "Fees " FEE-ICAO " from " FEE-EFF-DATE DELIMITED BY SIZE INTO WS-Apv-Desc.
     MOVE     FEESCHED-RECORD TO WS-Jnl-After.
     PERFORM  OEC600-Hold-Change.
*>
 OIB999-EXIT.  exit section.
*>
*>
     MOVE     WS-Tmp-Fee-Icao TO FEE-ICAO.
     MOVE     WS-Tmp-Fee-Date TO FEE-EFF-DATE.
     IF       Dual-Fee-Schedule
              GO TO OIC050-Hold.
     DELETE   FEESCHED-FILE INVALID KEY
              DISPLAY FL088 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63.
     GO       TO OIC999-EXIT.
*>
 OIC050-Hold.
     READ     FEESCHED-FILE INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              DISPLAY FL088 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63
              GO TO OIC999-EXIT.
     MOVE     "FEES" TO WS-Apv-Action.
     MOVE     "D"    TO WS-Apv-Op.
     MOVE     SPACES TO WS-Apv-Desc.
     STRING   "Fees " FEE-ICAO " from " FEE-EFF-DATE DELIMITED BY SIZE INTO WS-Apv-Desc.
     MOVE     FEESCHED-RECORD TO WS-Jnl-Before.
     MOVE     SPACES TO WS-Jnl-After.
     PERFORM  OEC600-Hold-Change.
*>
 OIC999-EXIT.  exit section.
*>
     MOVE     WS-Tmp-Fee-Icao TO FEE-ICAO.
     MOVE     WS-Tmp-Fee-Date TO FEE-EFF-DATE.
     MOVE     ZERO TO FEE-LANDING FEE-TOUCHGO FEE-HANDLING FEE-PARKING.
     MOVE     SPACES TO FEE-CURRENCY FEE-TAX-CODE.
     PERFORM  OID020-GET-RATES.
     PERFORM  OID025-GET-TAX-CODE.
*>
     IF       Dual-Fee-Schedule
              MOVE "FEES" TO WS-Apv-Action
              MOVE "W"    TO WS-Apv-Op
              MOVE SPACES TO WS-Apv-Desc
              STRING "Fees " FEE-ICAO " from " FEE-EFF-DATE DELIMITED BY SIZE INTO WS-Apv-Desc
              MOVE SPACES TO WS-Jnl-Before
              MOVE FEESCHED-RECORD TO WS-Jnl-After
              PERFORM OEC600-Hold-Change
              GO TO OID999-EXIT.
     WRITE    FEESCHED-RECORD INVALID KEY
              DISPLAY FL004 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
          NOT INVALID KEY display space at line ws-22-Lines col 01 with erase eol.
     move     function upper-case (FEE-CURRENCY) to FEE-CURRENCY.
     IF       FEE-CURRENCY = "GBP"
              MOVE SPACES TO FEE-CURRENCY.
*>
 OID025-GET-TAX-CODE.
     ACCEPT   FEE-TAX-CODE AT LINE 07 COL 109 with update.
     move     function upper-case (FEE-TAX-CODE) to FEE-TAX-CODE.
     MOVE     FEE-TAX-CODE TO WS-Tax-Code.
     PERFORM  ZT800-Lookup-Tax-Code.
     IF       FEE-TAX-CODE NOT = SPACE AND ERROR-CODE = ZERO
              DISPLAY FL155 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
              GO TO OID025-GET-TAX-CODE.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
*>
 OID999-EXIT.  exit section.
*>
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "ICAO   Eff Date   Landing  T-and-G  Handling Parking  Tax" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     START    FEESCHED-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     MOVE     FEE-PARKING TO WS-Chg-Rate.
     PERFORM  ZG030-RESTORE-RATE.
     DISPLAY  WSR-RATE                AT LINE LINE-CNT COL 46 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  FEE-TAX-CODE            AT LINE LINE-CNT COL 56 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO OIE020-VIEW-FEE-NEXT.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "LANDING & HANDLING FEE REPORT - month " WS-Fee-Month
              DELIMITED BY SIZE INTO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
*>
     MOVE     "By Registration   Visits        Amount" TO PRINT-RECORD.
              DISPLAY FL066 AT 1001 with foreground-color COB-COLOR-RED
              GO TO OK010-Get-Month.
     IF       WS-New-Close < WS-Closed-Thru
        AND   NOT Dual-Period-Reopen
              DISPLAY "A period cannot be re-opened here" AT 1001 with foreground-color COB-COLOR-RED
              GO TO OK010-Get-Month.
     DISPLAY  SPACE AT 1001 with erase eol.
     IF       WS-New-Close < WS-Closed-Thru
              GO TO OK050-Reopen.
*>
     DISPLAY  "Close the period - Are you sure [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     DISPLAY  "Period closed" AT 1201.
     DISPLAY  FL017 AT LINE WS-Lines COL 01.
     ACCEPT   WS-Reply AT LINE WS-Lines COL 30.
     GO       TO OK999-Exit.
*>
*>  Moving the close back re-opens the months after it - only ever as
*>   a change held for a second supervisor (OEC700).
*>
 OK050-Reopen.
     DISPLAY  "Re-open the months after it - Are you sure [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 45.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     DISPLAY  SPACE AT line ws-22-Lines col 01 with erase eol.
     IF       MENU-REPLY NOT = "Y"
              GO TO OK999-Exit.
     MOVE     "PROP" TO WS-Apv-Action.
     MOVE     "R"    TO WS-Apv-Op.
     MOVE     SPACES TO WS-Apv-Desc.
     STRING   "Close back to " WS-New-Close DELIMITED BY SIZE INTO WS-Apv-Desc.
     MOVE     SPACES TO WS-Jnl-Before WS-Jnl-After.
     MOVE     WS-Closed-Thru TO WS-Jnl-Before (1:6).
     MOVE     WS-New-Close   TO WS-Jnl-After  (1:6).
     PERFORM  OEC600-Hold-Change.
*>
 OK999-Exit.  exit section.
*>
*> Tech log for one registration - lists the defects then loops on
*>   Raise / deFer / Clear actions against a defect number. Raising
*>   here covers defects found on the ground (the post-flight prompt
*>   covers the rest). Clearing takes a certifying engineer off the
*>   register (ZT390) and prints the certificate of release to service.
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Tech Log Maintenance" AT 0128 WITH foreground-color COB-COLOR-GREEN.
*>
 OT010-Show.
     DISPLAY  SPACE at 0801 with erase eos.
     DISPLAY  "No   Raised    S St Defer Exp ATA Text" AT 0801 WITH foreground-color COB-COLOR-Yellow.
     DISPLAY  "Att" AT 0896 WITH foreground-color COB-COLOR-Yellow.
     MOVE     9 TO LINE-CNT.
     MOVE     WS-Tmp-Tlg-Reg TO TLG-AC-REG.
     MOVE     ZERO           TO TLG-DEFECT-NO.
     DISPLAY  TLG-STATUS       AT LINE LINE-CNT COL 18 WITH foreground-color COB-COLOR-CYAN.
     IF       TLG-DEFER-EXPIRY NOT = ZERO
              DISPLAY TLG-DEFER-EXPIRY AT LINE LINE-CNT COL 21 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TLG-ATA          AT LINE LINE-CNT COL 31 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TLG-TEXT (1:60)  AT LINE LINE-CNT COL 35 WITH foreground-color COB-COLOR-CYAN.
     MOVE     "TL"    TO WS-Att-Kind.
     MOVE     TLG-KEY TO WS-Att-Owner.
     PERFORM  ZT350-Attach-Count.
     IF       WS-Att-Count NOT = ZERO
              MOVE    WS-Att-Count TO WS-Att-Count-Edit
              DISPLAY WS-Att-Count-Edit AT LINE LINE-CNT COL 96 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-21-Lines
              GO TO OT015-List-Next.
*>
 OT020-Prompt.
     DISPLAY  "(R)aise (F)defer (C)lear (A)TA (D)ocs e(X)it [ ]" AT line ws-22-Lines col 01
              with foreground-color COB-COLOR-YELLOW with erase eol.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 47 auto.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY = "X"
       or     Cob-Crt-Status = Cob-Scr-Esc
              MOVE "R"            TO TLG-STATUS
              MOVE "C"            TO TLG-SEVERITY
              MOVE ZERO           TO TLG-DEFER-EXPIRY TLG-CLEARED-DATE
              MOVE SPACES         TO TLG-TEXT TLG-ATA TLG-CLEARED-BY
              DISPLAY "Severity A/B/C [C]  ATA [  ]  Text [" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol
              ACCEPT  TLG-SEVERITY AT line ws-23-Lines col 17 with update
              move    function upper-case (TLG-SEVERITY) to TLG-SEVERITY
              IF      TLG-SEVERITY NOT = "A" AND NOT = "B" AND NOT = "C"
                      MOVE "C" TO TLG-SEVERITY
              END-IF
              ACCEPT  TLG-ATA AT line ws-23-Lines col 26 with update
              PERFORM ZT330-Check-Ata
              ACCEPT  TLG-TEXT AT line ws-23-Lines col 37 with update
              IF      TLG-TEXT NOT = SPACES
                      WRITE TECHLOG-RECORD INVALID KEY CONTINUE END-WRITE
              END-IF
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO OT010-Show.
*>
     IF       MENU-REPLY NOT = "F" AND NOT = "C" AND NOT = "A" AND NOT = "D"
              GO TO OT020-Prompt.
*>
     DISPLAY  "Defect number [    ]" AT line ws-23-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO OT010-Show.
*>
*>
*>  (D)ocs lists the photos and papers attached to the defect.
*>
     IF       MENU-REPLY = "D"
              MOVE    "TL"    TO WS-Att-Kind
              MOVE    TLG-KEY TO WS-Att-Owner
              MOVE    SPACES TO WS-Att-Title
              STRING  "Defect " TLG-AC-REG " " TLG-DEFECT-NO " " TLG-TEXT
                      DELIMITED BY SIZE INTO WS-Att-Title
              PERFORM ODM500-Attachments
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO OT010-Show.
*>
*>  (A)TA codes a defect's chapter - new ones, or those raised before
*>   the chapter was recorded - for the reliability report (ODK500).
*>
     IF       MENU-REPLY = "A"
              DISPLAY "ATA chapter [  ]" AT line ws-23-Lines col 22 with foreground-color COB-COLOR-YELLOW
              ACCEPT  TLG-ATA AT line ws-23-Lines col 35 with update
              PERFORM ZT330-Check-Ata
              REWRITE TECHLOG-RECORD INVALID KEY CONTINUE END-REWRITE
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO OT010-Show.
*>
*>  (C)lear - the engineer goes on the defect and the certificate
*>   follows the parts fitted. Clear on a defect already cleared
*>   reprints its certificate.
*>
     IF       MENU-REPLY = "C"
        AND   TLG-STATUS = "C"
              PERFORM OT610-Release-Cert THRU OT619-Exit
              DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
              GO TO OT010-Show.
     IF       MENU-REPLY = "C"
              PERFORM OT600-Certifier THRU OT609-Exit
              IF  WS-Cst-Engineer = SPACES
                  DISPLAY SPACE AT line ws-23-Lines col 01 with erase eol
                  GO TO OT010-Show
              END-IF
     END-IF.
     IF       MENU-REPLY = "F"
              MOVE "D" TO TLG-STATUS
              DISPLAY "Deferral expiry [        ]" AT line ws-23-Lines col 22 with foreground-color COB-COLOR-YELLOW
              END-IF
     ELSE
              MOVE "C"      TO TLG-STATUS
              MOVE WS-Today TO TLG-CLEARED-DATE
              MOVE WS-Cst-Engineer TO TLG-CLEARED-BY.
     REWRITE  TECHLOG-RECORD INVALID KEY CONTINUE END-REWRITE.
     IF       MENU-REPLY = "C"
              MOVE    ZERO TO WS-Wo-No
              PERFORM OT500-Record-Parts THRU OT509-Exit
              PERFORM OT610-Release-Cert THRU OT619-Exit.
     DISPLAY  SPACE AT line ws-23-Lines col 01 with erase eol.
     GO       TO OT010-Show.
*>
*>  Parts fitted at the clearance - each one decrements the stock
*>   file and leaves a usage line keyed to the defect, so the paper
*>   worksheet stops vanishing. Blank part number finishes. Also drawn
*>   by a work order (ODY500) - WS-Wo-No set, TLG-DEFECT-NO zero.
*>
 OT500-Record-Parts.
     DISPLAY  "Part fitted [            ]  Qty [   ]  (blank part = done)"
              MOVE WS-Today      TO PUS-DATE
              MOVE WS-Prt-No     TO PUS-PART
              MOVE WS-Prt-Qty    TO PUS-QTY
              MOVE WS-Wo-No      TO PUS-WO-NO
              COMPUTE PUS-COST ROUNDED = WS-Prt-Qty * PRT-UNIT-COST
              WRITE PARTSUSAGE-RECORD
              CLOSE PARTSUSAGE-FILE.
     GO       TO OT500-Record-Parts.
 OT509-Exit.  exit.
*>
*>  The certifying engineer for a clearance - on the register, in date
*>   and covering defect work on the registration's type. Blank (or
*>   Esc) abandons the clearance with WS-Cst-Engineer spaces.
*>
 OT600-Certifier.
     MOVE     TLG-AC-REG TO WS-Cst-Reg.
     PERFORM  ZT380-Reg-Type.
     MOVE     "D" TO WS-Cst-Cat.
 OT602-Engineer.
     DISPLAY  "Certifying engineer [               ]" AT line ws-23-Lines col 22
              with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     SPACES TO WS-Cst-Engineer.
     ACCEPT   WS-Cst-Engineer AT line ws-23-Lines col 43 with update.
     move     function upper-case (WS-Cst-Engineer) to WS-Cst-Engineer.
     IF       Cob-Crt-Status = Cob-Scr-Esc
              MOVE SPACES TO WS-Cst-Engineer.
     IF       WS-Cst-Engineer = SPACES
              GO TO OT609-Exit.
     PERFORM  ZT390-Check-Certifier.
     IF       ERROR-CODE NOT = ZERO
              DISPLAY WS-Cst-Msg AT line ws-22-Lines col 01
                      with foreground-color COB-COLOR-RED with erase eol
              GO TO OT602-Engineer.
 OT609-Exit.  exit.
*>
*>  Certificate of release to service for the defect in TECHLOG-RECORD,
*>   on the report file - the defect, the parts fitted against it off
*>   the usage file, and the engineer with their licence and
*>   authorisation from the register.
*>
 OT610-Release-Cert.
     MOVE     TLG-CLEARED-BY TO CST-ENGINEER.
     READ     CERTSTAFF-FILE INVALID KEY
              MOVE SPACES TO CST-LICENCE-NO CST-AUTH-REF.
     MOVE     TLG-AC-REG TO WS-Cst-Reg.
     PERFORM  ZT380-Reg-Type.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     "CERTIFICATE OF RELEASE TO SERVICE" TO PRINT-RECORD (24:33).
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER PAGE.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Aircraft       " TLG-AC-REG "   Type " WS-Cst-Type
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Tech log       defect " TLG-DEFECT-NO "   severity " TLG-SEVERITY
              "   ATA chapter " TLG-ATA
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     TLG-RAISED-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     STRING   "Raised         " WS-Test-Date DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Defect         " TLG-TEXT DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Parts fitted" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     ZERO TO WS-Cst-Parts.
     OPEN     INPUT PARTSUSAGE-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO OT616-Parts-Done.
 OT615-Part-Next.
     READ     PARTSUSAGE-FILE AT END
              CLOSE PARTSUSAGE-FILE
              GO TO OT616-Parts-Done.
     IF       PUS-REG NOT = TLG-AC-REG
        OR    PUS-DEFECT-NO NOT = TLG-DEFECT-NO
              GO TO OT615-Part-Next.
     MOVE     PUS-PART TO PRT-NO.
     READ     PARTS-FILE INVALID KEY  MOVE SPACES TO PRT-DESC.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "               " PUS-PART "  qty " PUS-QTY "  " PRT-DESC
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      1 TO WS-Cst-Parts.
     GO       TO OT615-Part-Next.
 OT616-Parts-Done.
     IF       WS-Cst-Parts = ZERO
              MOVE "               None" TO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 1.
*>
     MOVE     "Certifies that the work specified above was carried out in accordance with the"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     "approved maintenance data and that in respect of that work the aircraft is"
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "considered ready for release to service."
              TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Certifying engineer  " TLG-CLEARED-BY "   Licence no " CST-LICENCE-NO
              "   Authorisation " CST-AUTH-REF
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     SPACES TO PRINT-RECORD.
     MOVE     TLG-CLEARED-DATE TO WS-Test-Intl.
     PERFORM  ZZ060-Convert-Date.
     STRING   "Date of release      " WS-Test-Date DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     "Signature            .............................." TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   "Prepared " WSF-Date " by " WS-Cur-User
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 3.
     DISPLAY  "Certificate of release to service written to report file" AT line ws-23-Lines col 01
              with foreground-color COB-COLOR-GREEN with erase eol.
     ACCEPT   WS-Reply AT line ws-23-Lines col 60.
 OT619-Exit.  exit.
*>
 OT999-Exit.  exit section.
*>
*>
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Open Defects" AT 0130 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Reg    No   Raised    S St Defer Exp ATA Text" AT 0301 WITH foreground-color COB-COLOR-Yellow.
     MOVE     "OPEN DEFECTS" TO PRINT-RECORD.
     PERFORM  ZE900-Env-Stamp
     WRITE    PRINT-RECORD AFTER 2.
     MOVE     "Reg    No   Raised    S St Defer Exp ATA Text" TO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     MOVE     4 TO LINE-CNT.
     MOVE     ZERO TO WS-Tlg-Open-Cnt.
     DISPLAY  TLG-STATUS       AT LINE LINE-CNT COL 25 WITH foreground-color COB-COLOR-CYAN.
     IF       TLG-DEFER-EXPIRY NOT = ZERO
              DISPLAY TLG-DEFER-EXPIRY AT LINE LINE-CNT COL 28 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TLG-ATA          AT LINE LINE-CNT COL 38 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  TLG-TEXT (1:60)  AT LINE LINE-CNT COL 42 WITH foreground-color COB-COLOR-CYAN.
     MOVE     SPACES TO PRINT-RECORD.
     STRING   TLG-AC-REG " " TLG-DEFECT-NO " " TLG-RAISED-DATE " "
              TLG-SEVERITY " " TLG-STATUS " " TLG-DEFER-EXPIRY " "
              TLG-ATA "  " TLG-TEXT
              DELIMITED BY SIZE INTO PRINT-RECORD.
     WRITE    PRINT-RECORD AFTER 1.
     ADD      1 TO LINE-CNT.
              accept  ws-reply at line ws-22-Lines col 61
              GO TO MUB999-EXIT.
*>
     MOVE     SPACES   TO WS-Jnl-Before WS-Jnl-After.
     MOVE     USR-NAME TO WS-Jnl-Before (1:15).
     MOVE     USR-ROLE TO WS-Jnl-Before (16:1).
     PERFORM  MUD020-GET-PASSWORD.
     PERFORM  MUD030-GET-ROLE.
*>
*>  A role change is held for a second supervisor - the password
*>   change still goes through now, on the old role. The images are
*>   name and role only, never the hash.
*>
     IF       Dual-User-Role
        AND   USR-ROLE NOT = WS-Jnl-Before (16:1)
              MOVE USR-NAME TO WS-Jnl-After (1:15)
              MOVE USR-ROLE TO WS-Jnl-After (16:1)
              MOVE WS-Jnl-Before (16:1) TO USR-ROLE.
     REWRITE  USER-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
              DISPLAY FL003 at line ws-22-Lines col 01
              accept ws-reply at line ws-22-Lines col 63
              MOVE SPACES TO WS-Jnl-After.
     IF       WS-Jnl-After NOT = SPACES
              MOVE "UROL" TO WS-Apv-Action
              MOVE "R"    TO WS-Apv-Op
              MOVE SPACES TO WS-Apv-Desc
              STRING "User " USR-NAME DELIMITED BY SIZE INTO WS-Apv-Desc
              PERFORM OEC600-Hold-Change.
     MOVE     SPACES TO WS-Jnl-Before WS-Jnl-After.
*>
 MUB999-EXIT.  exit section.
*>
     PERFORM  MUD020-GET-PASSWORD.
     PERFORM  MUD030-GET-ROLE.
*>
*>  A new supervisor starts as an operator until a second supervisor
*>   approves the role - see MUB000.
*>
     MOVE     SPACES TO WS-Jnl-Before WS-Jnl-After.
     IF       Dual-User-Role
        AND   USR-ROLE = "S"
              MOVE USR-NAME TO WS-Jnl-Before (1:15) WS-Jnl-After (1:15)
              MOVE "O"      TO WS-Jnl-Before (16:1) USR-ROLE
              MOVE "S"      TO WS-Jnl-After (16:1).
     WRITE    USER-RECORD INVALID KEY
              DISPLAY FL004 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED
              MOVE SPACES TO WS-Jnl-After
          NOT INVALID KEY display space at line ws-22-Lines col 01 with erase eol.
     IF       WS-Jnl-After NOT = SPACES
              MOVE "UROL" TO WS-Apv-Action
              MOVE "R"    TO WS-Apv-Op
              MOVE SPACES TO WS-Apv-Desc
              STRING "User " USR-NAME DELIMITED BY SIZE INTO WS-Apv-Desc
              PERFORM OEC600-Hold-Change.
     MOVE     SPACES TO WS-Jnl-Before WS-Jnl-After.
     GO       TO MUD999-EXIT.
*>
 MUD020-GET-PASSWORD.
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "User Name        Role  Last Login" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Reg.    Hrs Since O/H  Next Due Hrs  Last Reconciled" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     DISPLAY  "| D = Delete  |"       AT 1564 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| I = Insert  |"       AT 1664 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| V = View    |"       AT 1764 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| F = Files   |"       AT 1864 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| X = Quit    |"       AT 1964 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| Esc = Quit  |"       AT 2064 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "+-------------+"       AT 2164 WITH foreground-color COB-COLOR-GREEN.
     MOVE     SPACES TO MENU-REPLY.
*>
 MW030-DISPLAY-DOC-MENU2.
     IF       MENU-REPLY = "A"
              PERFORM MWB000-AMEND-DOC
              GO TO MW030-DISPLAY-DOC-MENU2.
*>
     IF       MENU-REPLY = "F"
              MOVE    WS-Tmp-Doc-Reg TO DOC-AC-REG
              READ    AIRCDOC-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF      FS-REPLY NOT = "00"
                      DISPLAY FL071 at line ws-22-Lines col 01
                      ACCEPT  ws-reply at line ws-22-Lines col 61
                      GO TO MW030-DISPLAY-DOC-MENU2
              END-IF
              MOVE    "AD"           TO WS-Att-Kind
              MOVE    WS-Tmp-Doc-Reg TO WS-Att-Owner
              MOVE    SPACES TO WS-Att-Title
              STRING  "Aircraft documents " WS-Tmp-Doc-Reg
                      DELIMITED BY SIZE INTO WS-Att-Title
              PERFORM ODM500-Attachments
              GO TO MW030-DISPLAY-DOC-MENU2.
*>
     IF       MENU-REPLY = "D"
              PERFORM MWC000-DELETE-DOC
              accept  ws-reply at line ws-22-Lines col 61
              GO TO MWB999-EXIT.
*>
     MOVE     "AD"       TO WS-Att-Kind.
     MOVE     DOC-AC-REG TO WS-Att-Owner.
     PERFORM  ZT350-Attach-Count.
     MOVE     WS-Att-Count TO WS-Att-Count-Edit.
     DISPLAY  "Attachments" AT 1141 with foreground-color COB-COLOR-Yellow.
     DISPLAY  WS-Att-Count-Edit AT 1153 with foreground-color COB-COLOR-CYAN.
     ACCEPT   DOC-ARC-EXPIRY    AT 0757 with update.
     ACCEPT   DOC-INS-EXPIRY    AT 0767 with update.
     ACCEPT   DOC-ANNUAL-EXPIRY AT 0782 with update.
     PERFORM  MWD030-GET-COSTS.
     DISPLAY  SPACE AT 1141 with erase eol.
     REWRITE  AIRCDOC-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Reg.    ARC Exp   Insurance Exp  Annual Exp  Att" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     START    AIRCDOC-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     DISPLAY  DOC-ARC-EXPIRY          AT LINE LINE-CNT COL 09 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  DOC-INS-EXPIRY          AT LINE LINE-CNT COL 19 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  DOC-ANNUAL-EXPIRY       AT LINE LINE-CNT COL 34 WITH foreground-color COB-COLOR-CYAN.
     MOVE     "AD"       TO WS-Att-Kind.
     MOVE     DOC-AC-REG TO WS-Att-Owner.
     PERFORM  ZT350-Attach-Count.
     IF       WS-Att-Count NOT = ZERO
              MOVE    WS-Att-Count TO WS-Att-Count-Edit
              DISPLAY WS-Att-Count-Edit AT LINE LINE-CNT COL 45 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO MWE020-VIEW-DOC-NEXT.
 M020-DISPLAY-PILOT-MENU.
     PERFORM  A020-DISPLAY-MENU.
     DISPLAY  "Pilot/Crew Roster Maintenance" AT 0130 WITH foreground-color COB-COLOR-Green.
     DISPLAY  "+-------------+"       AT 1164 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| ACTIONS     |"       AT 1264 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| A = Amend   |"       AT 1364 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| D = Delete  |"       AT 1464 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| I = Insert  |"       AT 1564 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| V = View    |"       AT 1664 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| R = Ratings |"       AT 1764 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| L = Lapsing |"       AT 1864 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| S = Students|"       AT 1964 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| M = Members |"       AT 2064 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| F = Files   |"       AT 2164 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "| X = Quit    |"       AT 2264 WITH foreground-color COB-COLOR-GREEN.
     MOVE     SPACES TO MENU-REPLY.
*>
     IF       MENU-REPLY = "R"
              PERFORM MR000-MAINTAIN-RATINGS
              GO TO M020-DISPLAY-PILOT-MENU.
*>
     IF       MENU-REPLY = "F"
              MOVE    WS-Tmp-Captain TO PILOT-NAME
              READ    PILOT-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY END-READ
              IF      FS-REPLY NOT = "00"
                      DISPLAY FL002 at line ws-22-Lines col 01
                      ACCEPT  ws-reply at line ws-22-Lines col 61
                      GO TO M030-DISPLAY-PILOT-MENU2
              END-IF
              MOVE    "PI"           TO WS-Att-Kind
              MOVE    WS-Tmp-Captain TO WS-Att-Owner
              MOVE    SPACES TO WS-Att-Title
              STRING  "Pilot / crew " WS-Tmp-Captain
                      DELIMITED BY SIZE INTO WS-Att-Title
              PERFORM ODM500-Attachments
              GO TO M030-DISPLAY-PILOT-MENU2.
*>
     IF       MENU-REPLY = "A"
              PERFORM MB000-AMEND-PILOT
              GO TO MB999-EXIT.
*>
     MOVE     PILOT-RECORD TO WS-Jnl-Before.   *> before image for the journal.
     MOVE     "PI"       TO WS-Att-Kind.
     MOVE     PILOT-NAME TO WS-Att-Owner.
     PERFORM  ZT350-Attach-Count.
     MOVE     WS-Att-Count TO WS-Att-Count-Edit.
     DISPLAY  "Attachments" AT 1141 with foreground-color COB-COLOR-Yellow.
     DISPLAY  WS-Att-Count-Edit AT 1153 with foreground-color COB-COLOR-CYAN.
     ACCEPT   PILOT-LICENCE-NO     AT 0760 with update.
     ACCEPT   PILOT-LICENCE-EXPIRY AT 0774 with update.
     ACCEPT   PILOT-MEDICAL-EXPIRY AT 0787 with update.
     ACCEPT   PILOT-FTL-SCHEME AT 1072 with update.
     move     function upper-case (PILOT-FTL-SCHEME) to PILOT-FTL-SCHEME.
     display  space at 1041 with erase eol.
     display  space at 1141 with erase eol.
     REWRITE  PILOT-RECORD INVALID KEY   MOVE HIGH-VALUES TO FS-REPLY.
*>
     IF       FS-REPLY NOT = "00"
*>
     MOVE     ZERO TO ERROR-CODE.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Name            Licence No.  Licence Exp  Medical Exp  FTL Scheme  Att" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
     START    PILOT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     DISPLAY  PILOT-LICENCE-EXPIRY  AT LINE LINE-CNT COL 30 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PILOT-MEDICAL-EXPIRY  AT LINE LINE-CNT COL 43 WITH foreground-color COB-COLOR-CYAN.
     DISPLAY  PILOT-FTL-SCHEME      AT LINE LINE-CNT COL 56 WITH foreground-color COB-COLOR-CYAN.
     MOVE     "PI"       TO WS-Att-Kind.
     MOVE     PILOT-NAME TO WS-Att-Owner.
     PERFORM  ZT350-Attach-Count.
     IF       WS-Att-Count NOT = ZERO
              MOVE    WS-Att-Count TO WS-Att-Count-Edit
              DISPLAY WS-Att-Count-Edit AT LINE LINE-CNT COL 67 WITH foreground-color COB-COLOR-CYAN.
     ADD      1 TO LINE-CNT.
     IF       LINE-CNT < WS-Lines
              GO TO ME020-VIEW-PILOT-NEXT.
*>
 MS010-Show.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Students on file" AT 0101 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Name             Course        Started" AT 0301 WITH foreground-color COB-COLOR-Yellow.
     MOVE     4 TO LINE-CNT.
*>============================
*>
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Member Name      Joined    Class     Sub        Paid To" AT 0701
              WITH foreground-color COB-COLOR-GREEN.
     MOVE     10 TO LINE-CNT.
*>
 MR010-Show.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Ratings for " AT 0101 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  WS-Tmp-Captain AT 0113 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Code      Expiry (0 = non-expiring)" AT 0301 WITH foreground-color COB-COLOR-Yellow.
*> Lists every rating already expired or expiring within the next 30
*>   days (same WS-Pilot-Renew-Days window as the licence/medical
*>   checks), across all pilots, for the ops desk to book renewals.
*>   Pilots who have left (ZV200) are not listed.
*>
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     DISPLAY  "Ratings lapsed or lapsing within 30 days" AT 0101 WITH foreground-color COB-COLOR-GREEN.
     DISPLAY  "Pilot            Code      Expiry" AT 0301 WITH foreground-color COB-COLOR-Yellow.
     MOVE     4 TO LINE-CNT.
     READ     RATING-FILE NEXT RECORD AT END  GO TO MR990-Wait.
     IF       RTG-EXPIRY = ZERO
              GO TO MR910-Next.
     MOVE     RTG-PILOT TO WS-Lvr-Name.
     PERFORM  ZV200-Check-Leaver.
     IF       WS-Lvr-Left = "Y"
              GO TO MR910-Next.
     IF       RTG-EXPIRY NOT < WS-Today
              MOVE WS-Today TO ZR-Date1
              MOVE RTG-EXPIRY TO ZR-Date2
*>
*> Run once at start up (and again after maintaining the roster) to
*>   build the renewals-due panel shown on the main menu - shows
*>   licence/medical renewals due in the next 30 days. Pilots on the
*>   leaver register (ZV200) no longer need reminding.
*>
     move     spaces to WS-Renewals-Msg.
     move     zero   to C.
*>
 M900-Next.
     READ     PILOT-FILE NEXT RECORD AT END   GO TO M900-Exit.
     MOVE     PILOT-NAME TO WS-Lvr-Name.
     PERFORM  ZV200-Check-Leaver.
     IF       WS-Lvr-Left = "Y"
              GO TO M900-Next.
     move     zero to D.
     IF       PILOT-LICENCE-EXPIRY NOT = ZERO
              MOVE WS-Today TO ZR-Date1
*>   start up (and again after maintaining the register) to build the
*>   documents-due panel shown on the main menu - ARC, insurance or
*>   annual renewals due in the next 30 days, or already lapsed.
*>   Registrations disposed of (ZV100) no longer need reminding.
*>
     move     spaces to WS-Doc-Renewals-Msg.
     move     zero   to C.
*>
 M910-Next.
     READ     AIRCDOC-FILE NEXT RECORD AT END   GO TO M910-Exit.
     MOVE     DOC-AC-REG TO WS-Dsp-Reg.
     MOVE     WS-Today   TO WS-Dsp-As-At.
     PERFORM  ZV100-Check-Retired.
     IF       WS-Dsp-Retired = "Y"
              GO TO M910-Next.
     move     zero to D.
     IF       DOC-ARC-EXPIRY NOT = ZERO
              MOVE WS-Today TO ZR-Date1
*>
*> Start-up check of memberships lapsing within the usual 30 day
*>   warning window (or already lapsed) - sets the menu message the
*>   way M900/M910 set theirs. Leavers are left out as in M900.
*>
     MOVE     SPACES TO WS-Mbr-Renewals-Msg.
     MOVE     ZERO TO WS-Mbr-Due-Cnt.
              GO TO M929-Exit.
 M921-Next.
     READ     MEMBER-FILE NEXT RECORD AT END  GO TO M925-Build.
     MOVE     MBR-NAME TO WS-Lvr-Name.
     PERFORM  ZV200-Check-Leaver.
     IF       WS-Lvr-Left = "Y"
              GO TO M921-Next.
     IF       MBR-PAID-TO NOT = ZERO
        AND   MBR-PAID-TO < ZR-ResultDate
              ADD 1 TO WS-Mbr-Due-Cnt.
              STRING WS-DISPLAY3 " membership renewals due"
                     DELIMITED BY SIZE INTO WS-Mbr-Renewals-Msg.
 M929-Exit.  exit section.
*>
 M930-Check-Certifiers-Due  SECTION.
*>==================================
*>
*> Start-up check of certifying staff authorisations lapsing within
*>   the usual 30 day warning window (or already lapsed) - sets the
*>   menu message the way M900/M910/M920 set theirs. Run again after
*>   the register is maintained (ODX500).
*>
     MOVE     SPACES TO WS-Cst-Renewals-Msg.
     MOVE     ZERO TO WS-Cst-Due-Cnt.
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
     MOVE     WS-Pilot-Renew-Days TO ZR-DaysArg.
     PERFORM  ZR200-Add-Sub-Days.
     START    CERTSTAFF-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO M939-Exit.
 M931-Next.
     READ     CERTSTAFF-FILE NEXT RECORD AT END  GO TO M935-Build.
     IF       CST-EXPIRY < ZR-ResultDate
              ADD 1 TO WS-Cst-Due-Cnt.
     GO       TO M931-Next.
 M935-Build.
     IF       WS-Cst-Due-Cnt NOT = ZERO
              MOVE WS-Cst-Due-Cnt TO WS-DISPLAY3
              STRING WS-DISPLAY3 " engineer authorisations due - More menu P"
                     DELIMITED BY SIZE INTO WS-Cst-Renewals-Msg.
 M939-Exit.  exit section.
*>
 MN500-Load-Member-Ctl  SECTION.
*>==============================
              MOVE AFLD-UTC-Offset TO WS-Tz-Offset.
*>
 ZU299-Exit.  exit section.
*>
 ZU300-Afld-Status  SECTION.
*>==========================
*>
*> Open / closed state of the airfield in AIRFIELD-RECORD at a UTC
*>   date and time - the sums CA244 does at entry without the
*>   warnings, with the weekday or weekend hours picked by the
*>   airfield's own local date.
*>   I/p:  WS-Brf-At-Date, WS-Brf-At-Mins (may run past midnight).
*>   O/p:  WS-Brf-Day, WS-Brf-Utc - the UTC date and time,
*>         WS-Brf-Local-Day, WS-Ahr-Local - the local date and time,
*>         WS-Brf-Status - O open, C outside hours, F curfew,
*>         U no hours recorded for that day.
*>
     MOVE     WS-Brf-At-Date TO WS-Brf-Day.
     MOVE     WS-Brf-At-Mins TO WS-Brf-Utc.
*>
 ZU310-Roll-Day.
     IF       WS-Brf-Utc < 1440
              GO TO ZU320-Local.
     SUBTRACT 1440 FROM WS-Brf-Utc.
     COMPUTE  WS-Brf-Day = FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE (WS-Brf-Day) + 1).
     GO       TO ZU310-Roll-Day.
*>
 ZU320-Local.
     MOVE     WS-Brf-Day TO WS-Brf-Local-Day.
     COMPUTE  WS-Ahr-Local = WS-Brf-Utc + AFLD-UTC-Offset.
     IF       WS-Ahr-Local < ZERO
              ADD 1440 TO WS-Ahr-Local
              COMPUTE WS-Brf-Local-Day = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-Brf-Day) - 1).
     IF       WS-Ahr-Local NOT < 1440
              SUBTRACT 1440 FROM WS-Ahr-Local
              COMPUTE WS-Brf-Local-Day = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-Brf-Day) + 1).
*>
     MOVE     WS-Brf-Local-Day TO ZR-Date1.
     PERFORM  ZR100-Weekday-Name.
     IF       ZR-Weekday (1:1) = "S"          *> Saturday / Sunday.
              MOVE 1 TO WS-Ahr-WE
              MOVE AFLD-Open-WE  TO WS-Ahr-Open
              MOVE AFLD-Close-WE TO WS-Ahr-Close
     ELSE
              MOVE ZERO TO WS-Ahr-WE
              MOVE AFLD-Open-WD  TO WS-Ahr-Open
              MOVE AFLD-Close-WD TO WS-Ahr-Close.
*>
     IF       AFLD-Curfew-From NOT = ZERO OR AFLD-Curfew-To NOT = ZERO
              IF  (AFLD-Curfew-From NOT > AFLD-Curfew-To
                   AND WS-Ahr-Local NOT < AFLD-Curfew-From
                   AND WS-Ahr-Local NOT > AFLD-Curfew-To)
               OR (AFLD-Curfew-From > AFLD-Curfew-To
                   AND (WS-Ahr-Local NOT < AFLD-Curfew-From
                        OR WS-Ahr-Local NOT > AFLD-Curfew-To))
                  MOVE "F" TO WS-Brf-Status
                  GO TO ZU399-Exit
              END-IF.
*>
     IF       WS-Ahr-Close = ZERO
              MOVE "U" TO WS-Brf-Status
              GO TO ZU399-Exit.
     IF       WS-Ahr-Local < WS-Ahr-Open OR WS-Ahr-Local > WS-Ahr-Close
              MOVE "C" TO WS-Brf-Status
     ELSE
              MOVE "O" TO WS-Brf-Status.
*>
 ZU399-Exit.  exit section.
*>
 ZT000-Lookup-Fuel-Price  SECTION.
*>================================
*>   latest record for that airfield dated on or before the flight.
*>   A straight forward read-through of the airfield's few price
*>   records keeping the last qualifying one - the file is tiny.
*>   O/p: Error-Code 1, WS-FP-Price and WS-FP-Tax-Code when found,
*>   else Error-Code 0.
*>
     MOVE     ZERO TO ERROR-CODE.
     MOVE     ZERO TO WS-FP-Price.
     MOVE     SPACE TO WS-FP-Tax-Code.
     MOVE     WS-FP-Icao TO FP-ICAO.
     MOVE     ZERO       TO FP-EFF-DATE.
     START    FUELPRICE-FILE KEY NOT < FP-KEY
              GO TO ZT030-Convert.
     MOVE     FP-PRICE    TO WS-FP-Price.
     MOVE     FP-CURRENCY TO WS-Tmp-Exr-Cur.
     MOVE     FP-TAX-CODE TO WS-FP-Tax-Code.
     MOVE     1 TO ERROR-CODE.
     GO       TO ZT020-Read-Next.
*>
*>
*> Finds the airfield fee schedule for WS-Fee-Icao effective on
*>   WS-Fee-Date - same latest-on-or-before walk as the fuel price
*>   lookup above. O/p: Error-Code 1, WS-Fee-Landing/-Handling and
*>   WS-Fee-Tax-Code when found, else Error-Code 0.
*>
     MOVE     ZERO TO ERROR-CODE.
     MOVE     ZERO TO WS-Fee-Landing WS-Fee-Handling.
     MOVE     SPACE TO WS-Fee-Tax-Code.
     MOVE     WS-Fee-Icao TO FEE-ICAO.
     MOVE     ZERO        TO FEE-EFF-DATE.
     START    FEESCHED-FILE KEY NOT < FEE-KEY
     MOVE     FEE-LANDING  TO WS-Fee-Landing.
     MOVE     FEE-HANDLING TO WS-Fee-Handling.
     MOVE     FEE-CURRENCY TO WS-Tmp-Exr-Cur.
     MOVE     FEE-TAX-CODE TO WS-Fee-Tax-Code.
     MOVE     1 TO ERROR-CODE.
     GO       TO ZT120-Read-Next.
*>
     MOVE     SPACES TO WS-Tmp-Exr-Cur.
*>
 ZT199-Exit.  exit section.
*>
 ZT800-Lookup-Tax-Code  SECTION.
*>==============================
*>
*> Finds the VAT code in WS-Tax-Code, spaces taken as S (standard).
*>   O/p: Error-Code 1 with WS-Tax-Kind and WS-Tax-Rate when found,
*>   else Error-Code 0, kind S and a zero rate - an unknown code
*>   never invents tax.
*>
     MOVE     ZERO TO ERROR-CODE WS-Tax-Rate.
     MOVE     "S"  TO WS-Tax-Kind.
     IF       WS-Tax-Code = SPACE
              MOVE "S" TO WS-Tax-Code.
     MOVE     WS-Tax-Code TO TAX-CODE.
     READ     TAXCODE-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT899-Exit.
     MOVE     TAX-KIND TO WS-Tax-Kind.
     IF       TAX-KIND = "S"
              MOVE TAX-RATE TO WS-Tax-Rate.
     MOVE     1 TO ERROR-CODE.
*>
 ZT899-Exit.  exit section.
*>
 ZT900-Invoice-Balance  SECTION.
*>==============================
*>
*> Outstanding on the invoice in INVOICE-RECORD - amount less paid
*>   less credit notes applied - into WS-Inv-Outstanding, and
*>   INV-STATUS set to match. An invoice written before credit notes
*>   or dunning existed carries no credited figure or letter level and
*>   counts as none.
*>
     IF       INV-CREDITED NOT NUMERIC
              MOVE ZERO TO INV-CREDITED.
     IF       INV-DUN-LEVEL NOT NUMERIC
              MOVE ZERO TO INV-DUN-LEVEL INV-DUN-DATE.
     COMPUTE  WS-Inv-Outstanding = INV-AMOUNT - INV-PAID - INV-CREDITED.
     IF       WS-Inv-Outstanding NOT > ZERO
              MOVE "S" TO INV-STATUS
     ELSE
      IF      INV-PAID = ZERO AND INV-CREDITED = ZERO
              MOVE "O" TO INV-STATUS
      ELSE
              MOVE "P" TO INV-STATUS.
*>
 ZT909-Exit.  exit section.
*>
 ZT960-Post-Components  SECTION.
*>==============================
*>
*> Posts the flight in the record area to every component fitted to
*>   its registration - the flown minutes (the CW000 reckoning) to the
*>   time since new and since overhaul, and one landing cycle for the
*>   sector. WS-Mtt-Sign as ZT700: +1 adds, -1 backs an amend's or
*>   delete's before image out, never below zero. A flight dated
*>   before the component was fitted belongs to its previous airframe
*>   and is left alone. Silent on trouble, as ZT700.
*>
     IF       FLT-AC-REG = SPACES
              GO TO ZT969-Exit.
     COMPUTE  WS-Cmp-Mins = FLT-P1 (1) + FLT-P1 (2) + FLT-P23 (1) + FLT-P23 (2).
     MOVE     FLT-AC-REG TO CMP-AC-REG.
     START    COMPONENT-FILE KEY = CMP-AC-REG INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT969-Exit.
 ZT962-Next.
     READ     COMPONENT-FILE NEXT RECORD AT END  GO TO ZT969-Exit.
     IF       FS-REPLY NOT = "00"
        or    CMP-AC-REG NOT = FLT-AC-REG
              GO TO ZT969-Exit.
     IF       FLT-DATE < CMP-FITTED-DATE
              GO TO ZT962-Next.
     IF       WS-Mtt-Sign > ZERO
              ADD  WS-Cmp-Mins TO CMP-TSN-MINS CMP-TSO-MINS
              ADD  1 TO CMP-CSN CMP-CSO
     ELSE
              IF  CMP-TSN-MINS > WS-Cmp-Mins
                  SUBTRACT WS-Cmp-Mins FROM CMP-TSN-MINS
              ELSE
                  MOVE ZERO TO CMP-TSN-MINS
              END-IF
              IF  CMP-TSO-MINS > WS-Cmp-Mins
                  SUBTRACT WS-Cmp-Mins FROM CMP-TSO-MINS
              ELSE
                  MOVE ZERO TO CMP-TSO-MINS
              END-IF
              IF  CMP-CSN > ZERO
                  SUBTRACT 1 FROM CMP-CSN
              END-IF
              IF  CMP-CSO > ZERO
                  SUBTRACT 1 FROM CMP-CSO
              END-IF.
     REWRITE  COMPONENT-RECORD INVALID KEY  CONTINUE.
     GO       TO ZT962-Next.
*>
 ZT969-Exit.  exit section.
*>
 ZT970-Match-Authorisation  SECTION.
*>==================================
*>
*> Called with the flight record in the buffer - finds the open
*>   authorisation for its date, registration and captain and marks it
*>   flown against FLT-Date-Time-Key. WS-Aut-Found is Y when matched
*>   (or matched already), N when not, and space when the file holds
*>   no authorisations at all.
*>
     MOVE     SPACE TO WS-Aut-Found.
     MOVE     LOW-VALUES TO AUT-KEY.
     START    FLIGHTAUTH-FILE KEY NOT < AUT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT979-Exit.
     MOVE     "N" TO WS-Aut-Found.
     MOVE     FLT-DATE   TO AUT-DATE.
     MOVE     FLT-AC-REG TO AUT-AC-REG.
     MOVE     ZERO       TO AUT-START.
     START    FLIGHTAUTH-FILE KEY NOT < AUT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT979-Exit.
 ZT972-Next.
     READ     FLIGHTAUTH-FILE NEXT RECORD AT END  GO TO ZT979-Exit.
     IF       AUT-DATE NOT = FLT-DATE
        OR    AUT-AC-REG NOT = FLT-AC-REG
              GO TO ZT979-Exit.
     IF       AUT-STATUS = "F"
        AND   AUT-FLT-KEY = FLT-Date-Time-Key
              MOVE "Y" TO WS-Aut-Found
              GO TO ZT979-Exit.
     IF       AUT-STATUS NOT = "A"
        OR    AUT-CAPTAIN NOT = FLT-CAPTAIN
              GO TO ZT972-Next.
     MOVE     "F" TO AUT-STATUS.
     MOVE     FLT-Date-Time-Key TO AUT-FLT-KEY.
     REWRITE  FLIGHTAUTH-RECORD INVALID KEY CONTINUE END-REWRITE.
     MOVE     "Y" TO WS-Aut-Found.
*>
 ZT979-Exit.  exit section.
*>
 ZT980-Theory-Status  SECTION.
*>============================
*>
*> Called with WS-Tk-Student and WS-Tk-Course - tables the course's
*>   exam subjects with the student's sittings against each, then sets
*>   WS-Tk-State (see the work fields), the subjects outstanding and
*>   out of attempts, the date the exam window closes and, once all
*>   are passed, the date the passes stop counting for a skills test.
*>
     MOVE     ZERO TO WS-Tk-Size WS-Tk-Outstanding WS-Tk-Exhausted
                      WS-Tk-First-Date WS-Tk-Last-Pass WS-Tk-Window-End
                      WS-Tk-Valid-To.
     MOVE     "N" TO WS-Tk-State.
     MOVE     WS-Tk-Course TO TKS-COURSE.
     MOVE     LOW-VALUES   TO TKS-SUBJECT.
     START    TKSUBJECT-FILE KEY NOT < TKS-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT989-Exit.
 ZT981-Next-Subject.
     READ     TKSUBJECT-FILE NEXT RECORD AT END  GO TO ZT982-Sittings.
     IF       TKS-COURSE NOT = WS-Tk-Course
        OR    WS-Tk-Size NOT < WS-Tk-Max
              GO TO ZT982-Sittings.
     ADD      1 TO WS-Tk-Size.
     SET      QQTK TO WS-Tk-Size.
     MOVE     TKS-SUBJECT      TO WTK-Subject   (QQTK).
     MOVE     TKS-TITLE        TO WTK-Title     (QQTK).
     MOVE     TKS-PASS-MARK    TO WTK-Pass-Mark (QQTK).
     MOVE     TKS-MAX-ATTEMPTS TO WTK-Max       (QQTK).
     MOVE     ZERO TO WTK-Attempts (QQTK) WTK-Last-Score (QQTK) WTK-Pass-Date (QQTK).
     GO       TO ZT981-Next-Subject.
*>
 ZT982-Sittings.
     IF       WS-Tk-Size = ZERO
              GO TO ZT989-Exit.
     MOVE     WS-Tk-Student TO TKX-STUDENT.
     MOVE     LOW-VALUES    TO TKX-SUBJECT.
     MOVE     ZERO          TO TKX-ATTEMPT.
     START    TKEXAM-FILE KEY NOT < TKX-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT984-Verdict.
 ZT983-Next-Sitting.
     READ     TKEXAM-FILE NEXT RECORD AT END  GO TO ZT984-Verdict.
     IF       TKX-STUDENT NOT = WS-Tk-Student
              GO TO ZT984-Verdict.
     SET      QQTK TO 1.
     SEARCH   WS-Tk-Entry AT END  GO TO ZT983-Next-Sitting
              WHEN QQTK > WS-Tk-Size
                   GO TO ZT983-Next-Sitting
              WHEN WTK-Subject (QQTK) = TKX-SUBJECT
                   CONTINUE.
     IF       WS-Tk-First-Date = ZERO
        OR    TKX-DATE < WS-Tk-First-Date
              MOVE TKX-DATE TO WS-Tk-First-Date.
     ADD      1 TO WTK-Attempts (QQTK).
     MOVE     TKX-SCORE TO WTK-Last-Score (QQTK).
     IF       TKX-RESULT = "P"
              MOVE TKX-DATE TO WTK-Pass-Date (QQTK).
     GO       TO ZT983-Next-Sitting.
*>
*>  The window closes at the end of the WS-Tk-Window-Months'th month
*>   after the month of the first sitting - the first of the month
*>   after that, less a day.
*>
 ZT984-Verdict.
     IF       WS-Tk-First-Date NOT = ZERO
              MOVE WS-Tk-First-Date TO WS-Tk-Ymd
              COMPUTE WS-Tk-Mon-Count = WS-Tk-Ccyy * 12 + WS-Tk-Mm + WS-Tk-Window-Months
              DIVIDE WS-Tk-Mon-Count BY 12 GIVING WS-Tk-Ccyy REMAINDER WS-Tk-Mon-Rem
              COMPUTE WS-Tk-Mm = WS-Tk-Mon-Rem + 1
              MOVE 1 TO WS-Tk-Dd
              MOVE WS-Tk-Ymd TO ZR-Date1
              MOVE "-" TO ZR-Sign
              MOVE 1 TO ZR-DaysArg
              PERFORM ZR200-Add-Sub-Days
              MOVE ZR-ResultDate TO WS-Tk-Window-End.
     SET      QQTK TO 1.
 ZT985-Each-Subject.
     IF       QQTK > WS-Tk-Size
              GO TO ZT986-State.
     IF       WTK-Pass-Date (QQTK) = ZERO
              ADD 1 TO WS-Tk-Outstanding
              IF  WTK-Max (QQTK) NOT = ZERO
              AND WTK-Attempts (QQTK) NOT < WTK-Max (QQTK)
                  ADD 1 TO WS-Tk-Exhausted
              END-IF
     ELSE
              IF  WTK-Pass-Date (QQTK) > WS-Tk-Last-Pass
                  MOVE WTK-Pass-Date (QQTK) TO WS-Tk-Last-Pass
              END-IF
     END-IF.
     SET      QQTK UP BY 1.
     GO       TO ZT985-Each-Subject.
*>
 ZT986-State.
     IF       WS-Tk-Outstanding NOT = ZERO
              IF  WS-Tk-Exhausted NOT = ZERO
               OR (WS-Tk-Window-End NOT = ZERO AND WS-Tk-Window-End < WS-Today)
                  MOVE "X" TO WS-Tk-State
              ELSE
                  MOVE "I" TO WS-Tk-State
              END-IF
              GO TO ZT989-Exit.
*>
*>  All passed - valid from the last pass, a day past the 28th taken
*>   back to the 28th as ODB560.
*>
     MOVE     WS-Tk-Last-Pass TO WS-Tk-Ymd.
     COMPUTE  WS-Tk-Mon-Count = WS-Tk-Ccyy * 12 + WS-Tk-Mm - 1 + WS-Tk-Valid-Months.
     DIVIDE   WS-Tk-Mon-Count BY 12 GIVING WS-Tk-Ccyy REMAINDER WS-Tk-Mon-Rem.
     COMPUTE  WS-Tk-Mm = WS-Tk-Mon-Rem + 1.
     IF       WS-Tk-Dd > 28
              MOVE 28 TO WS-Tk-Dd.
     MOVE     WS-Tk-Ymd TO WS-Tk-Valid-To.
     IF       WS-Tk-Valid-To < WS-Today
              MOVE "O" TO WS-Tk-State
     ELSE
              MOVE "C" TO WS-Tk-State.
*>
 ZT989-Exit.  exit section.
*>
 ZT990-Opening-Balance  SECTION.
*>==============================
*>
*> Picks the pre-system opening balance (ODG500) a report's totals
*>   take in - silent when none are kept. Asks for the pilot, offering
*>   the only one on file when there is just the one; unattended runs
*>   take none. O/p: Opb-Record-Loaded with OPENBAL-RECORD in the
*>   buffer when one applies.
*>
     MOVE     ZERO   TO SW-Opb-Loaded.
     MOVE     SPACES TO WS-Opb-Pilot.
     IF       WS-Unattended-Reports
              GO TO ZT995-Exit.
     MOVE     LOW-VALUES TO OPB-PILOT.
     START    OPENBAL-FILE KEY NOT < OPB-PILOT
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT995-Exit.
     READ     OPENBAL-FILE NEXT RECORD AT END  GO TO ZT995-Exit.
     MOVE     OPB-PILOT TO WS-Opb-Pilot.
     READ     OPENBAL-FILE NEXT RECORD AT END  GO TO ZT992-Ask.
     MOVE     SPACES TO WS-Opb-Pilot.
 ZT992-Ask.
     DISPLAY  "Include opening balance for pilot [               ] (blank = none)"
              AT LINE ws-21-Lines COL 01 WITH foreground-color COB-COLOR-Yellow WITH ERASE EOL.
     ACCEPT   WS-Opb-Pilot AT LINE ws-21-Lines COL 36 with update.
     move     function upper-case (WS-Opb-Pilot) to WS-Opb-Pilot.
     DISPLAY  SPACE AT LINE ws-21-Lines COL 01 WITH ERASE EOL.
     IF       WS-Opb-Pilot = SPACES
        OR    Cob-Crt-Status = Cob-Scr-Esc
              GO TO ZT995-Exit.
     MOVE     WS-Opb-Pilot TO OPB-PILOT.
     READ     OPENBAL-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE SPACES TO WS-Opb-Pilot
              GO TO ZT992-Ask.
     MOVE     1 TO SW-Opb-Loaded.
*>
 ZT995-Exit.  exit section.
*>
 ZT400-Lookup-Exch-Rate  SECTION.
*>===============================
     ADD      1 TO WS-Tlg-Next-No.
*>
 ZT319-Exit.  exit section.
*>
 ZT330-Check-Ata  SECTION.
*>========================
*>
*> Tidies the ATA chapter keyed into TLG-ATA - a single digit is taken
*>   as 0n, anything not two digits is left uncoded (spaces). O/p:
*>   WS-Ata-Title, the chapter title, spaces if not in ATA-CHAPTER-DEFS.
*>
     MOVE     SPACES TO WS-Ata-Title.
     IF       TLG-ATA (2:1) = SPACE
        AND   TLG-ATA (1:1) NUMERIC
              MOVE TLG-ATA (1:1) TO TLG-ATA (2:1)
              MOVE "0" TO TLG-ATA (1:1).
     IF       TLG-ATA (1:1) = SPACE
        AND   TLG-ATA (2:1) NUMERIC
              MOVE "0" TO TLG-ATA (1:1).
     IF       TLG-ATA NOT NUMERIC
              MOVE SPACES TO TLG-ATA
              GO TO ZT339-Exit.
     MOVE     ZERO TO WS-Ata-Sub.
*>
 ZT332-Next.
     ADD      1 TO WS-Ata-Sub.
     IF       WS-Ata-Sub > 39
              GO TO ZT339-Exit.
     IF       ATA-Code (WS-Ata-Sub) NOT = TLG-ATA
              GO TO ZT332-Next.
     MOVE     ATA-Desc (WS-Ata-Sub) TO WS-Ata-Title.
*>
 ZT339-Exit.  exit section.
*>
 ZT340-Last-Quarter  SECTION.
*>===========================
*>
*> The last complete calendar quarter before WS-Today, the default
*>   period for the quarterly reports. O/p: WS-Qtr-From, WS-Qtr-To.
*>
     MOVE     WS-Today (1:4) TO WS-Qtr-Ccyy.
     MOVE     WS-Today (5:2) TO WS-Qtr-Mm.
     SUBTRACT 1 FROM WS-Qtr-Mm.
     DIVIDE   WS-Qtr-Mm BY 3 GIVING WS-Qtr-Mm.
     MULTIPLY 3 BY WS-Qtr-Mm.
     IF       WS-Qtr-Mm = ZERO
              MOVE 12 TO WS-Qtr-Mm
              SUBTRACT 1 FROM WS-Qtr-Ccyy.
     MOVE     WS-Qtr-Ccyy TO WS-Qtr-To (1:4).
     MOVE     WS-Qtr-Mm   TO WS-Qtr-To (5:2).
     IF       WS-Qtr-Mm = 6 OR = 9
              MOVE "30" TO WS-Qtr-To (7:2)
     ELSE
              MOVE "31" TO WS-Qtr-To (7:2).
     MOVE     WS-Qtr-To TO WS-Qtr-From.
     SUBTRACT 2 FROM WS-Qtr-Mm.
     MOVE     WS-Qtr-Mm TO WS-Qtr-From (5:2).
     MOVE     "01"      TO WS-Qtr-From (7:2).
*>
 ZT349-Exit.  exit section.
*>
 ZT350-Attach-Count  SECTION.
*>===========================
*>
*> How many files are linked to one record. I/p: WS-Att-Kind,
*>   WS-Att-Owner. O/p: WS-Att-Count, WS-Att-Last-Seq (the highest
*>   sequence number in use, for the next one added).
*>
     MOVE     ZERO TO WS-Att-Count WS-Att-Last-Seq.
     MOVE     WS-Att-Kind  TO ATT-KIND.
     MOVE     WS-Att-Owner TO ATT-OWNER.
     MOVE     ZERO         TO ATT-SEQ.
     START    ATTACH-FILE KEY NOT < ATT-KEY
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT359-Exit.
 ZT352-Next.
     READ     ATTACH-FILE NEXT RECORD AT END  GO TO ZT359-Exit.
     IF       ATT-KIND  NOT = WS-Att-Kind
        OR    ATT-OWNER NOT = WS-Att-Owner
              GO TO ZT359-Exit.
     ADD      1 TO WS-Att-Count.
     MOVE     ATT-SEQ TO WS-Att-Last-Seq.
     GO       TO ZT352-Next.
*>
 ZT359-Exit.  exit section.
*>
 ZT360-Attach-Path  SECTION.
*>==========================
*>
*> Full name of the file for the attachment in ATTACH-RECORD - a
*>   name within the store is taken from the store directory (ZT370).
*>   O/p: WS-Att-Full, WS-Att-Missing "Y" when the file is not there.
*>
     PERFORM  ZT370-Attach-Store.
     MOVE     SPACES TO WS-Att-Full.
     IF       ATT-PATH (1:1) = "/"
              MOVE ATT-PATH TO WS-Att-Full
     ELSE
              STRING FUNCTION TRIM (WS-Att-Store) "/" FUNCTION TRIM (ATT-PATH)
                     DELIMITED BY SIZE INTO WS-Att-Full.
     MOVE     "N" TO WS-Att-Missing.
     CALL     "CBL_CHECK_FILE_EXIST" USING WS-Att-Full WS-Att-File-Info.
     IF       Return-Code NOT = ZERO
              MOVE "Y" TO WS-Att-Missing.
     MOVE     ZERO TO Return-Code.
*>
 ZT369-Exit.  exit section.
*>
 ZT370-Attach-Store  SECTION.
*>===========================
*>
*> The attachment store - the attachments directory under the data
*>   directory of the profile in force. O/p: WS-Att-Store,
*>   WS-Att-Len its length.
*>
     MOVE     SPACES TO WS-Att-Store.
     STRING   FUNCTION TRIM (FLENV-Data-Dir) "/attachments"
              DELIMITED BY SIZE INTO WS-Att-Store.
     MOVE     FUNCTION LENGTH (FUNCTION TRIM (WS-Att-Store)) TO WS-Att-Len.
*>
 ZT379-Exit.  exit section.
*>
 ZT380-Reg-Type  SECTION.
*>=======================
*>
*> Aircraft type of a registration, for the certifying staff check -
*>   the type it was last flown as (flight file by registration), or
*>   failing that the aircraft type record naming it as last flown.
*>   I/p: WS-Cst-Reg. O/p: WS-Cst-Type, spaces when not known.
*>
     MOVE     SPACES TO WS-Cst-Type.
     MOVE     WS-Cst-Reg TO FLT-AC-REG.
     START    FLIGHTLOG-FILE KEY NOT < FLT-AC-REG
              INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT384-Aircraft.
 ZT382-Next-Flight.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ZT384-Aircraft.
     IF       FLT-AC-REG NOT = WS-Cst-Reg
              GO TO ZT384-Aircraft.
     IF       FLT-AC-TYPE NOT = SPACES
              MOVE FLT-AC-TYPE TO WS-Cst-Type.
     GO       TO ZT382-Next-Flight.
 ZT384-Aircraft.
     IF       WS-Cst-Type NOT = SPACES
              GO TO ZT389-Exit.
     START    AIRCRAFT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZT389-Exit.
 ZT386-Next-Type.
     READ     AIRCRAFT-FILE NEXT RECORD AT END  GO TO ZT389-Exit.
     IF       Aircraft-Last-Reg NOT = WS-Cst-Reg
              GO TO ZT386-Next-Type.
     MOVE     Aircraft-Type TO WS-Cst-Type.
*>
 ZT389-Exit.  exit section.
*>
 ZT390-Check-Certifier  SECTION.
*>==============================
*>
*> Can WS-Cst-Engineer certify work of category WS-Cst-Cat (D defect
*>   clearance, A AD/SB compliance, I daily inspection) on aircraft
*>   type WS-Cst-Type today - on the certifying staff register, in
*>   date, and both the type and the category inside the scope.
*>   O/p: Error-Code 0 = authorised, 1 = not on the register,
*>   2 = authorisation expired, 3 = type not covered (or not known),
*>   4 = category not covered - WS-Cst-Msg the message to show.
*>   CERTSTAFF-RECORD holds the register entry when there is one.
*>
     MOVE     ZERO   TO ERROR-CODE.
     MOVE     SPACES TO WS-Cst-Msg.
     MOVE     WS-Cst-Engineer TO CST-ENGINEER.
     READ     CERTSTAFF-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              MOVE 1     TO ERROR-CODE
              MOVE FL249 TO WS-Cst-Msg
              GO TO ZT398-Exit.
     IF       CST-EXPIRY < WS-Today
              MOVE 2     TO ERROR-CODE
              MOVE FL250 TO WS-Cst-Msg
              GO TO ZT398-Exit.
     MOVE     ZERO TO WS-Cst-Found.
     IF       WS-Cst-Type NOT = SPACES
              PERFORM ZT392-Type VARYING WS-Cst-Sub FROM 1 BY 1
                      UNTIL WS-Cst-Sub > 6.
     IF       WS-Cst-Found = ZERO
              MOVE 3     TO ERROR-CODE
              MOVE FL251 TO WS-Cst-Msg
              GO TO ZT398-Exit.
     MOVE     ZERO TO WS-Cst-Found.
     INSPECT  CST-CATS TALLYING WS-Cst-Found FOR ALL WS-Cst-Cat.
     IF       WS-Cst-Found = ZERO
              MOVE 4     TO ERROR-CODE
              MOVE FL252 TO WS-Cst-Msg.
     GO       TO ZT398-Exit.
*>
 ZT392-Type.
     IF       CST-TYPE (WS-Cst-Sub) = WS-Cst-Type
              MOVE 1 TO WS-Cst-Found.
*>
 ZT398-Exit.  exit section.
*>
 ZT200-Check-Rating  SECTION.
*>===========================
*>
*> GC26LISTVIEW picker over the pilot/crew roster, read straight off
*>   the pilot file - returns the chosen name in WS-Pick-Captain,
*>   spaces when escaped. Leavers (ZV200) are not offered.
*>
     move     spaces to WS-Pick-Captain.
     move     spaces to Lv-Tab Lv-Tab2.
     READ     PILOT-FILE NEXT RECORD AT END  GO TO ZI230-Show.
     IF       WS-Pick-Sub > 998
              GO TO ZI230-Show.
     MOVE     PILOT-NAME TO WS-Lvr-Name.
     PERFORM  ZV200-Check-Leaver.
     IF       WS-Lvr-Left = "Y"
              GO TO ZI220-Build-Row.
     add      1 to WS-Pick-Sub.
     string   PILOT-NAME " " PILOT-LICENCE-NO x"00"
              delimited by size into Lv-Row (WS-Pick-Sub).
*>   last journalled update. Each entry is applied idempotently: a
*>   write that already exists falls back to rewrite and vice versa,
*>   and a delete of a missing record is simply skipped, so replaying
*>   an overlapping journal does no harm. Only the flight log,
*>   airfield, pilot and maintenance entries (FL/AF/PI/MA) are
*>   replayed; the rest are an audit trail and their files stay as
*>   restored - the count of those is shown so they can be redone.
*>
     MOVE     ZERO TO WS-Jnl-Applied WS-Jnl-Not-Applied.
     OPEN     INPUT JOURNAL-FILE.
     IF       FS-REPLY NOT = "00"
              DISPLAY "ROLLFORWARD: no journal file found"
*>
 ZJ610-Read-Journal.
     READ     JOURNAL-FILE AT END  GO TO ZJ690-Finish.
     IF       JNL-ACTION = "A"             *> anonymised by retention, no images.
              GO TO ZJ610-Read-Journal.
     EVALUATE JNL-FILE-ID
       WHEN   "FL"  PERFORM ZJ620-Apply-Flight
       WHEN   "AF"  PERFORM ZJ630-Apply-Airfield
       WHEN   "PI"  PERFORM ZJ640-Apply-Pilot
       WHEN   "MA"  PERFORM ZJ650-Apply-Maint
       WHEN   OTHER ADD 1 TO WS-Jnl-Not-Applied
     END-EVALUATE.
     GO       TO ZJ610-Read-Journal.
*>
 ZJ690-Finish.
     CLOSE    JOURNAL-FILE.
     DISPLAY  "ROLLFORWARD: journal entries applied " WS-Jnl-Applied.
     DISPLAY  "ROLLFORWARD: entries not replayed (FL/AF/PI/MA only) " WS-Jnl-Not-Applied.
*>
 ZJ699-Exit.  exit section.
*>
 ZJ700-Control-Totals  SECTION.
*>=============================
*>
*> The control totals of the key files as they stand now, into set
*>   (2) of WST-Ctt-Table - record counts, flying minutes, account
*>   balances and invoice amounts. Read straight through each file;
*>   every file is open at start up and still open at close.
*>
     INITIALIZE WST-Ctt-Set (2).
     START    FLIGHTLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZJ702-Aircraft.
 ZJ701-Flights.
     READ     FLIGHTLOG-FILE NEXT RECORD AT END  GO TO ZJ702-Aircraft.
     ADD      1 TO WST-Ctt-Flt-Count (2).
     ADD      FLT-P1  (1) FLT-P1  (2) TO WST-Ctt-Flt-P1  (2).
     ADD      FLT-P23 (1) FLT-P23 (2) TO WST-Ctt-Flt-P23 (2).
     GO       TO ZJ701-Flights.
*>
 ZJ702-Aircraft.
     START    AIRCRAFT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZJ704-Pilots.
 ZJ703-Read-Aircraft.
     READ     AIRCRAFT-FILE NEXT RECORD AT END  GO TO ZJ704-Pilots.
     ADD      1 TO WST-Ctt-Ac-Count (2).
     GO       TO ZJ703-Read-Aircraft.
*>
 ZJ704-Pilots.
     START    PILOT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZJ706-Techlog.
 ZJ705-Read-Pilot.
     READ     PILOT-FILE NEXT RECORD AT END  GO TO ZJ706-Techlog.
     ADD      1 TO WST-Ctt-Pil-Count (2).
     GO       TO ZJ705-Read-Pilot.
*>
 ZJ706-Techlog.
     START    TECHLOG-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZJ708-Accounts.
 ZJ707-Read-Techlog.
     READ     TECHLOG-FILE NEXT RECORD AT END  GO TO ZJ708-Accounts.
     ADD      1 TO WST-Ctt-Tlg-Count (2).
     GO       TO ZJ707-Read-Techlog.
*>
 ZJ708-Accounts.
     START    ACCOUNT-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZJ710-Invoices.
 ZJ709-Read-Account.
     READ     ACCOUNT-FILE NEXT RECORD AT END  GO TO ZJ710-Invoices.
     ADD      1 TO WST-Ctt-Acc-Count (2).
     ADD      ACC-BALANCE TO WST-Ctt-Acc-Bal (2).
     GO       TO ZJ709-Read-Account.
*>
 ZJ710-Invoices.
     START    INVOICE-FILE FIRST INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZJ719-Exit.
 ZJ711-Read-Invoice.
     READ     INVOICE-FILE NEXT RECORD AT END  GO TO ZJ719-Exit.
     ADD      1 TO WST-Ctt-Inv-Count (2).
     ADD      INV-AMOUNT TO WST-Ctt-Inv-Amt (2).
     GO       TO ZJ711-Read-Invoice.
*>
 ZJ719-Exit.  exit section.
*>
 ZJ720-Check-Controls  SECTION.
*>=============================
*>
*> Start-up comparison of the key files against the control totals
*>   written at the last close (ZJ730), so a file copied back over
*>   the live one or edited with a file tool between sessions shows
*>   at once. Return-Code zero = carry on; 4 = the totals differ and
*>   no supervisor accepted them - the session closes without
*>   stamping new totals. An interactive supervisor may accept the
*>   files as they stand, journalled under file-id CT. Unattended
*>   runs log each difference and publish an alert instead.
*>   No ctltotal.dat yet is the first run - nothing to compare.
*>
     MOVE     ZERO TO Return-Code WS-Ctt-Diffs.
     MOVE     "Y"  TO WS-Ctt-Stamp.
     OPEN     INPUT CTLTOTAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ZJ729-Exit.
     READ     CTLTOTAL-FILE AT END  MOVE HIGH-VALUES TO FS-REPLY.
     CLOSE    CTLTOTAL-FILE.
     IF       FS-REPLY NOT = "00"
        OR    CTT-DATE NOT NUMERIC
              INITIALIZE WST-Ctt-Set (1)
     ELSE
              MOVE CTT-TOTALS TO WST-Ctt-Set (1).
     PERFORM  ZJ700-Control-Totals.
     IF       WST-Ctt-Set (1) = WST-Ctt-Set (2)
              GO TO ZJ729-Exit.
*>
     MOVE     "N" TO WS-Ctt-Stamp.
     MOVE     4   TO Return-Code.
     IF       WS-Unattended-Run = space
              DISPLAY SPACE AT 0101 with erase eos
              PERFORM ZE910-Env-Banner
              DISPLAY "Control Totals Check" AT 0130 WITH foreground-color COB-COLOR-GREEN
              MOVE SPACES TO WS-Ctt-Line
              STRING "Files have changed since the last close on " CTT-DATE
                     " at " CTT-TIME " by " CTT-USER
                     DELIMITED BY SIZE INTO WS-Ctt-Line
              END-STRING
              DISPLAY WS-Ctt-Line AT 0301
              DISPLAY "                       At last close             Now" AT 0501
                      WITH foreground-color COB-COLOR-YELLOW.
     MOVE     ZERO TO WS-Ctt-Item.
*>
 ZJ721-Next-Item.
     ADD      1 TO WS-Ctt-Item.
     IF       WS-Ctt-Item > 10
              GO TO ZJ725-Decide.
     MOVE     ZERO TO WS-Ctt-Val1 WS-Ctt-Val2.
     EVALUATE WS-Ctt-Item
       WHEN   1  MOVE "Flight log records"  TO WS-Ctt-Label
                 MOVE WST-Ctt-Flt-Count (1) TO WS-Ctt-Val1
                 MOVE WST-Ctt-Flt-Count (2) TO WS-Ctt-Val2
       WHEN   2  MOVE "P1 minutes"          TO WS-Ctt-Label
                 MOVE WST-Ctt-Flt-P1 (1)    TO WS-Ctt-Val1
                 MOVE WST-Ctt-Flt-P1 (2)    TO WS-Ctt-Val2
       WHEN   3  MOVE "P2/P3 minutes"       TO WS-Ctt-Label
                 MOVE WST-Ctt-Flt-P23 (1)   TO WS-Ctt-Val1
                 MOVE WST-Ctt-Flt-P23 (2)   TO WS-Ctt-Val2
       WHEN   4  MOVE "Aircraft records"    TO WS-Ctt-Label
                 MOVE WST-Ctt-Ac-Count (1)  TO WS-Ctt-Val1
                 MOVE WST-Ctt-Ac-Count (2)  TO WS-Ctt-Val2
       WHEN   5  MOVE "Pilot records"       TO WS-Ctt-Label
                 MOVE WST-Ctt-Pil-Count (1) TO WS-Ctt-Val1
                 MOVE WST-Ctt-Pil-Count (2) TO WS-Ctt-Val2
       WHEN   6  MOVE "Tech log records"    TO WS-Ctt-Label
                 MOVE WST-Ctt-Tlg-Count (1) TO WS-Ctt-Val1
                 MOVE WST-Ctt-Tlg-Count (2) TO WS-Ctt-Val2
       WHEN   7  MOVE "Account records"     TO WS-Ctt-Label
                 MOVE WST-Ctt-Acc-Count (1) TO WS-Ctt-Val1
                 MOVE WST-Ctt-Acc-Count (2) TO WS-Ctt-Val2
       WHEN   8  MOVE "Account balances"    TO WS-Ctt-Label
                 MOVE WST-Ctt-Acc-Bal (1)   TO WS-Ctt-Val1
                 MOVE WST-Ctt-Acc-Bal (2)   TO WS-Ctt-Val2
       WHEN   9  MOVE "Invoice records"     TO WS-Ctt-Label
                 MOVE WST-Ctt-Inv-Count (1) TO WS-Ctt-Val1
                 MOVE WST-Ctt-Inv-Count (2) TO WS-Ctt-Val2
       WHEN   10 MOVE "Invoice amounts"     TO WS-Ctt-Label
                 MOVE WST-Ctt-Inv-Amt (1)   TO WS-Ctt-Val1
                 MOVE WST-Ctt-Inv-Amt (2)   TO WS-Ctt-Val2
     END-EVALUATE.
     IF       WS-Ctt-Item = 8 OR 10
              MOVE WS-Ctt-Val1 TO WS-Ctt-Amt-Edit
              MOVE WS-Ctt-Amt-Edit TO WS-Ctt-Edit1
              MOVE WS-Ctt-Val2 TO WS-Ctt-Amt-Edit
              MOVE WS-Ctt-Amt-Edit TO WS-Ctt-Edit2
     ELSE
              MOVE WS-Ctt-Val1 TO WS-Ctt-Num-Edit
              MOVE WS-Ctt-Num-Edit TO WS-Ctt-Edit1
              MOVE WS-Ctt-Val2 TO WS-Ctt-Num-Edit
              MOVE WS-Ctt-Num-Edit TO WS-Ctt-Edit2.
     MOVE     SPACES TO WS-Ctt-Line.
     STRING   WS-Ctt-Label "  " WS-Ctt-Edit1 "  " WS-Ctt-Edit2
              DELIMITED BY SIZE INTO WS-Ctt-Line.
     IF       WS-Ctt-Val1 NOT = WS-Ctt-Val2
              ADD  1 TO WS-Ctt-Diffs
              MOVE "  <<" TO WS-Ctt-Line (53:4).
     IF       WS-Unattended-Run NOT = space
              IF  WS-Ctt-Val1 NOT = WS-Ctt-Val2
                  MOVE SPACES TO WS-Log-Text
                  STRING "CONTROL TOTALS differ: " WS-Ctt-Line (1:56)
                         DELIMITED BY SIZE INTO WS-Log-Text
                  END-STRING
                  PERFORM ZY505-Unattended-Log-Err
              END-IF
              GO TO ZJ721-Next-Item.
     COMPUTE  WS-Ctt-Row = WS-Ctt-Item + 5.
     IF       WS-Ctt-Val1 NOT = WS-Ctt-Val2
              DISPLAY WS-Ctt-Line AT LINE WS-Ctt-Row COL 01
                      WITH foreground-color COB-COLOR-RED
     ELSE
              DISPLAY WS-Ctt-Line AT LINE WS-Ctt-Row COL 01
                      WITH foreground-color COB-COLOR-CYAN.
     GO       TO ZJ721-Next-Item.
*>
 ZJ725-Decide.
     IF       WS-Unattended-Run NOT = space
              MOVE "FLIGHTLOG control totals differ - files changed out of band"
                TO WS-Duty-Alert-Message
              CALL "dutyalertpublish" USING WS-Duty-Alert-Host
                                            WS-Duty-Alert-Port
                                            WS-Duty-Alert-Message
              END-CALL
              MOVE 4 TO Return-Code
              GO TO ZJ729-Exit.
*>
     DISPLAY  "Changed outside FLIGHTLOG - or by a session still open elsewhere"
              AT 1801 WITH foreground-color COB-COLOR-YELLOW.
     IF       NOT User-Is-Supervisor
              DISPLAY FL213 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-RED with erase eol
              ACCEPT  WS-Reply AT line ws-22-Lines col 60
              MOVE 4 TO Return-Code
              GO TO ZJ729-Exit.
     DISPLAY  FL214 AT line ws-22-Lines col 01 with foreground-color COB-COLOR-YELLOW with erase eol.
     MOVE     "N" TO MENU-REPLY.
     ACCEPT   MENU-REPLY AT line ws-22-Lines col 60 with update.
     move     function upper-case (MENU-REPLY) to MENU-REPLY.
     IF       MENU-REPLY NOT = "Y"
              MOVE 4 TO Return-Code
              GO TO ZJ729-Exit.
*>
*>   Override taken - the totals last stamped and the totals accepted.
*>
     MOVE     SPACES TO WS-Jnl-Before WS-Jnl-After.
     MOVE     CTLTOTAL-RECORD  TO WS-Jnl-Before.
     MOVE     WST-Ctt-Set (2)  TO WS-Jnl-After.
     MOVE     "CT" TO WS-Jnl-File-Id.
     MOVE     "O"  TO WS-Jnl-Action.
     PERFORM  ZJ500-Write-Journal.
     MOVE     "Y"  TO WS-Ctt-Stamp.
     MOVE     ZERO TO Return-Code.
*>
 ZJ729-Exit.  exit section.
*>
 ZJ730-Stamp-Controls  SECTION.
*>=============================
*>
*> At close - the control totals the next start up compares against,
*>   unless this session found a difference nobody accepted (or only
*>   checked), which must still be showing next time.
*>
     IF       WS-Ctt-Stamp NOT = "Y"
              GO TO ZJ739-Exit.
     PERFORM  ZJ700-Control-Totals.
     OPEN     OUTPUT CTLTOTAL-FILE.
     IF       FS-REPLY NOT = "00"
              GO TO ZJ739-Exit.
     move     function current-date to WSE-Date-Block.
     MOVE     WSE-Date9       TO CTT-DATE.
     MOVE     WSE-Timex       TO CTT-TIME.
     MOVE     WS-Cur-User     TO CTT-USER.
     MOVE     WST-Ctt-Set (2) TO CTT-TOTALS.
     WRITE    CTLTOTAL-RECORD.
     CLOSE    CTLTOTAL-FILE.
*>
 ZJ739-Exit.  exit section.
*>
 ZY500-Unattended-Log  SECTION.
*>=============================
     move     4 to Return-Code.
*>
 ZV999-Exit.  exit section.
*>
 ZV100-Check-Retired  SECTION.
*>============================
*>
*> Is WS-Dsp-Reg retired as at WS-Dsp-As-At - on the disposal
*>   register with a last day in service before that date. Sets
*>   WS-Dsp-Retired Y/N and WS-Dsp-Date (zero when never disposed of).
*>
     move     "N"  to WS-Dsp-Retired.
     move     zero to WS-Dsp-Date.
     MOVE     WS-Dsp-Reg TO DSP-AC-REG.
     READ     DISPOSAL-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZV199-Exit.
     MOVE     DSP-DATE TO WS-Dsp-Date.
     IF       DSP-DATE < WS-Dsp-As-At
              move "Y" to WS-Dsp-Retired.
*>
 ZV199-Exit.  exit section.
*>
 ZV200-Check-Leaver  SECTION.
*>===========================
*>
*> Has WS-Lvr-Name left - on the leaver register (ODR500 will not
*>   take a leaving date after the day it is recorded). Sets
*>   WS-Lvr-Left Y/N and WS-Lvr-Date (zero when not a leaver).
*>
     move     "N"  to WS-Lvr-Left.
     move     zero to WS-Lvr-Date.
     MOVE     WS-Lvr-Name TO LVR-PILOT.
     READ     LEAVER-FILE INVALID KEY  MOVE HIGH-VALUES TO FS-REPLY.
     IF       FS-REPLY NOT = "00"
              GO TO ZV299-Exit.
     MOVE     LVR-DATE TO WS-Lvr-Date.
     move     "Y" to WS-Lvr-Left.
*>
 ZV299-Exit.  exit section.
*>
 ZW000-Screen-Lock  SECTION.
*>==========================
*>
 ZW010-Locked.
     DISPLAY  SPACE at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     ACCEPT   WSB-TIME FROM TIME.
     MOVE     WSB-HH TO WSD-HH.
     MOVE     WSB-MM TO WSD-MM.
     IF       FS-REPLY = "00"
        AND   USR-HASH = WS-Hash-Output
              DISPLAY SPACE at 0101 with erase eos
              PERFORM  ZE910-Env-Banner
              GO TO ZW999-Exit.
     DISPLAY  FL083 AT 1825 WITH foreground-color COB-COLOR-RED.
     ACCEPT   WS-Reply AT 1870 with auto time-out after 5.
     CLOSE    CSV-Control-File.
     IF       WS-CTL-Match-Found
              DISPLAY SPACE AT 0101 WITH ERASE EOS
              PERFORM  ZE910-Env-Banner
              DISPLAY "This CSV file appears to have been imported before"
                       AT 0501 WITH foreground-color COB-COLOR-RED
              DISPLAY "(same file name, row count and byte total already on record)."
              ACCEPT   Menu-Reply AT 0829 WITH UPDATE
              MOVE     FUNCTION UPPER-CASE (Menu-Reply) TO Menu-Reply
              DISPLAY  SPACE AT 0101 WITH ERASE EOS
              PERFORM  ZE910-Env-Banner
              IF       Menu-Reply NOT = "Y"
                       MOVE 8 TO Return-Code
                       GO TO F599-Exit.
     move     spaces to CSV-Data-Record.
     read     CSV-Data-File at end
              display  space at 0101 with erase eos
              PERFORM  ZE910-Env-Banner
              if       CSV-Dry-Run
                       display "DRY RUN - validation only, no records were written" at 0101
                                with foreground-color COB-COLOR-YELLOW
              add      1 to CSV-Recs-Out
              move     +1 to WS-Mtt-Sign
              perform  ZT700-Post-Mth-Totals
              perform  ZT960-Post-Components
              go       to  F510-Read-CSV-File.
     if       FS-Reply = "00"
              add      1 to CSV-Recs-Out
*>   the reason it failed validation.
*>
     display  space at 0101 with erase eos.
     PERFORM  ZE910-Env-Banner.
     display  "Row     Reason" at 0701 with foreground-color COB-COLOR-GREEN.
     move     8 to LINE-CNT.
     set      QQB to 1.
                   SET ERROR-CODE TO QQR.
*>
 ZD599-Exit.  exit section.
*>
 ZD600-Geocode-Place-Name  SECTION.
*>=================================
*>
*> Name in fg-name to ranked places from the city master via the
*>   forwardgeocode subprogram (samples/worldcities), best first in
*>   fg-candidate, fg-count zero if none. An airfield is often named
*>   after its town and something else ("Gloucester Staverton"), so
*>   with no match on the whole name the first word is tried alone.
*>   No subprogram or no citymaster.dat simply means no match.
*>
     move     spaces to fg-country fg-admin1.
     call     "forwardgeocode" using fg-request fg-result
              on exception move zero to fg-count
     end-call.
     if       fg-count > zero
              go to ZD699-Exit.
     move     spaces to WS-Geo-Word.
     unstring fg-name delimited by all space into WS-Geo-Word.
     if       WS-Geo-Word = spaces or WS-Geo-Word = fg-name
              go to ZD699-Exit.
     move     WS-Geo-Word to fg-name.
     call     "forwardgeocode" using fg-request fg-result
              on exception move zero to fg-count
     end-call.
*>
 ZD699-Exit.  exit section.
*>
 ZE000-SEARCH-FOR-ICAO SECTION.
*>============================
     read     Airfield-File invalid key
              move zero to Error-Code.
*>
 ZE999-EXIT.  exit section.
*>**********
*>
 ZE900-Env-Stamp  SECTION.
*>========================
*>
*> Puts the environment banner (LIVE, TEST TRAINING ...) three
*>   columns after the text of a report title or page heading line
*>   in PRINT-RECORD, just before it is written, so no copy of any
*>   report can be mistaken for the live one. Too long a line keeps
*>   its text and goes unmarked.
*>
     move     zero to WS-Env-Pos.
     inspect  function reverse (PRINT-RECORD) tallying WS-Env-Pos
              for leading spaces.
     compute  WS-Env-Pos = 184 - WS-Env-Pos + 4.
     if       WS-Env-Pos > 169
              go to ZE909-Exit.
     move     FLENV-Banner to PRINT-RECORD (WS-Env-Pos:16).
*>
 ZE909-Exit.  exit section.
*>
 ZE910-Env-Banner  SECTION.
*>=========================
*>
*> The same banner top right of a freshly cleared screen - red when
*>   it is not the live system.
*>
     if       WS-Unattended-Run not = space
              go to ZE919-Exit.
     if       FLENV-Test
              display FLENV-Banner at 0182 with foreground-color COB-COLOR-RED
                                                 highlight reverse-video
     else
              display FLENV-Banner at 0182 with foreground-color COB-COLOR-GREEN.
*>
 ZE919-Exit.  exit section.
*>
 ZF000-CONVERT-LOGBK-TIME SECTION.
*>===============================
*>===========================
*>
*> Month-end pack (REPORTS parameter) - runs the logbook print, CoE
*>   analysis, utilization, duty/rest, maintenance reconciliation and
*>   KPI scorecard end to end with no screen interaction, filing each
*>   under its own name in a dated monthend-ccyymmdd directory by
*>   recycling the print file between reports. The report sections themselves know
*>   about WS-Unattended-Reports and skip their prompts and pauses.
*>
     MOVE     SPACES TO WS-Pack-Dir.
     STRING   function trim (FLENV-Report-Dir) "/monthend-" WS-Today
              DELIMITED BY SIZE INTO WS-Pack-Dir.
     CALL     "CBL_CREATE_DIR" USING WS-Pack-Dir RETURNING wInt.
*>
     MOVE     "C" TO Menu-Option.
     PERFORM  CW000-Maintenance-Hours-Report.
     MOVE     "maintrecon.rpt" TO WS-Pack-Member.
     PERFORM  ZP520-File-Report.
*>
     PERFORM  OEA600-Kpi-Scorecard.
     MOVE     "scorecard.rpt" TO WS-Pack-Member.
     PERFORM  ZP520-File-Report.
     IF       Return-Code NOT = ZERO
              MOVE ZERO TO Return-Code
              MOVE SPACES TO WS-Log-Text
              STRING "REPORTS scorecard - cannot write " WS-Kpi-Csv-Name
                     DELIMITED BY SIZE INTO WS-Log-Text
              PERFORM ZY505-Unattended-Log-Err.
*>
     DISPLAY  "REPORTS: month-end pack written to " WS-Pack-Dir.
     GO       TO ZP599-Exit.
              BookingBackup-File BudgetBackup-File RunwayBackup-File
              ExpclaimBackup-File MemberBackup-File VoucherBackup-File
              PartsBackup-File MthtotalsBackup-File
              RecipientBackup-File BlkpkgBackup-File PayrateBackup-File
              PayregBackup-File OwnerBackup-File HireincBackup-File
              TaxcodeBackup-File PurchordBackup-File SuppinvBackup-File
              NommapBackup-File NomexpBackup-File CrednoteBackup-File
              AdregBackup-File AdcompBackup-File ComponentBackup-File
              FlightauthBackup-File DailyinspBackup-File TksubjectBackup-File
              TkexamBackup-File TripBackup-File TriplegBackup-File
              OpenbalBackup-File RetainBackup-File LglholdBackup-File
              NoiseBackup-File AttachBackup-File BillrunBackup-File
              AssetBackup-File DisposalBackup-File LeaverBackup-File
              CertstaffBackup-File WorkorderBackup-File
              RptdefBackup-File KpitargetBackup-File ApprovalBackup-File.
     start    Pilot-File FIRST.
     if       FS-Reply not = "00"
              go to ZL051-Duty.
 ZL067-Manifest.
     start    Manifest-File FIRST.
     if       FS-Reply not = "00"
              go to ZL068-Occur.
 ZL067-Next.
     read     Manifest-File next at end
              go to ZL068-Occur.
     if       FS-Reply not = "00"
              go to ZL068-Occur.
     write    ManifestBackup-Record from Manifest-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL067-Next.
 ZL068-Occur.
     start    Occur-File FIRST.
     if       FS-Reply not = "00"
              go to ZL069-Cruise.
 ZL068-Next.
     read     Occur-File next at end
              go to ZL069-Cruise.
     if       FS-Reply not = "00"
              go to ZL069-Cruise.
     write    OccurBackup-Record from Occur-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL068-Next.
 ZL069-Cruise.
     start    Cruise-File FIRST.
     if       FS-Reply not = "00"
              go to ZL070-Quote.
 ZL069-Next.
     read     Cruise-File next at end
              go to ZL070-Quote.
     if       FS-Reply not = "00"
              go to ZL070-Quote.
     write    CruiseBackup-Record from Cruise-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL069-Next.
 ZL070-Quote.
     start    Quote-File FIRST.
     if       FS-Reply not = "00"
              go to ZL071-Booking.
 ZL070-Next.
     read     Quote-File next at end
              go to ZL071-Booking.
     if       FS-Reply not = "00"
              go to ZL071-Booking.
     write    QuoteBackup-Record from Quote-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL070-Next.
 ZL071-Booking.
     start    Booking-File FIRST.
     if       FS-Reply not = "00"
              go to ZL072-Budget.
 ZL071-Next.
     read     Booking-File next at end
              go to ZL072-Budget.
     if       FS-Reply not = "00"
              go to ZL072-Budget.
     write    BookingBackup-Record from Booking-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL071-Next.
 ZL072-Budget.
     start    Budget-File FIRST.
     if       FS-Reply not = "00"
              go to ZL073-Runway.
 ZL072-Next.
     read     Budget-File next at end
              go to ZL073-Runway.
     if       FS-Reply not = "00"
              go to ZL073-Runway.
     write    BudgetBackup-Record from Budget-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL072-Next.
 ZL073-Runway.
     start    Runway-File FIRST.
     if       FS-Reply not = "00"
              go to ZL074-Expclaim.
 ZL073-Next.
     read     Runway-File next at end
              go to ZL074-Expclaim.
     if       FS-Reply not = "00"
              go to ZL074-Expclaim.
     write    RunwayBackup-Record from Runway-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL073-Next.
 ZL074-Expclaim.
     start    Expclaim-File FIRST.
     if       FS-Reply not = "00"
              go to ZL075-Member.
 ZL074-Next.
     read     Expclaim-File next at end
              go to ZL075-Member.
     if       FS-Reply not = "00"
              go to ZL075-Member.
     write    ExpclaimBackup-Record from Expclaim-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL074-Next.
 ZL075-Member.
     start    Member-File FIRST.
     if       FS-Reply not = "00"
              go to ZL076-Voucher.
 ZL075-Next.
     read     Member-File next at end
              go to ZL076-Voucher.
     if       FS-Reply not = "00"
              go to ZL076-Voucher.
     write    MemberBackup-Record from Member-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL075-Next.
 ZL076-Voucher.
     start    Voucher-File FIRST.
     if       FS-Reply not = "00"
              go to ZL077-Parts.
 ZL076-Next.
     read     Voucher-File next at end
              go to ZL077-Parts.
     if       FS-Reply not = "00"
              go to ZL077-Parts.
     write    VoucherBackup-Record from Voucher-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL076-Next.
 ZL077-Parts.
     start    Parts-File FIRST.
     if       FS-Reply not = "00"
              go to ZL078-Mthtotals.
 ZL077-Next.
     read     Parts-File next at end
              go to ZL078-Mthtotals.
     if       FS-Reply not = "00"
              go to ZL078-Mthtotals.
     write    PartsBackup-Record from Parts-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL077-Next.
 ZL078-Mthtotals.
     start    Mthtotals-File FIRST.
     if       FS-Reply not = "00"
              go to ZL079-Recipient.
 ZL078-Next.
     read     Mthtotals-File next at end
              go to ZL079-Recipient.
     if       FS-Reply not = "00"
              go to ZL079-Recipient.
     write    MthtotalsBackup-Record from Mthtotals-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL078-Next.
 ZL079-Recipient.
     start    Recipient-File FIRST.
     if       FS-Reply not = "00"
              go to ZL080-Blkpkg.
 ZL079-Next.
     read     Recipient-File next at end
              go to ZL080-Blkpkg.
     if       FS-Reply not = "00"
              go to ZL080-Blkpkg.
     write    RecipientBackup-Record from Recipient-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL079-Next.
 ZL080-Blkpkg.
     start    Blkpkg-File FIRST.
     if       FS-Reply not = "00"
              go to ZL081-Payrate.
 ZL080-Next.
     read     Blkpkg-File next at end
              go to ZL081-Payrate.
     if       FS-Reply not = "00"
              go to ZL081-Payrate.
     write    BlkpkgBackup-Record from Blkpkg-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL080-Next.
 ZL081-Payrate.
     start    Payrate-File FIRST.
     if       FS-Reply not = "00"
              go to ZL082-Payreg.
 ZL081-Next.
     read     Payrate-File next at end
              go to ZL082-Payreg.
     if       FS-Reply not = "00"
              go to ZL082-Payreg.
     write    PayrateBackup-Record from Payrate-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL081-Next.
 ZL082-Payreg.
     start    Payreg-File FIRST.
     if       FS-Reply not = "00"
              go to ZL083-Owner.
 ZL082-Next.
     read     Payreg-File next at end
              go to ZL083-Owner.
     if       FS-Reply not = "00"
              go to ZL083-Owner.
     write    PayregBackup-Record from Payreg-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL082-Next.
 ZL083-Owner.
     start    Owner-File FIRST.
     if       FS-Reply not = "00"
              go to ZL084-Hireinc.
 ZL083-Next.
     read     Owner-File next at end
              go to ZL084-Hireinc.
     if       FS-Reply not = "00"
              go to ZL084-Hireinc.
     write    OwnerBackup-Record from Owner-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL083-Next.
 ZL084-Hireinc.
     start    Hireinc-File FIRST.
     if       FS-Reply not = "00"
              go to ZL085-Taxcode.
 ZL084-Next.
     read     Hireinc-File next at end
              go to ZL085-Taxcode.
     if       FS-Reply not = "00"
              go to ZL085-Taxcode.
     write    HireincBackup-Record from Hireinc-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL084-Next.
 ZL085-Taxcode.
     start    Taxcode-File FIRST.
     if       FS-Reply not = "00"
              go to ZL086-Purchord.
 ZL085-Next.
     read     Taxcode-File next at end
              go to ZL086-Purchord.
     if       FS-Reply not = "00"
              go to ZL086-Purchord.
     write    TaxcodeBackup-Record from Taxcode-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL085-Next.
 ZL086-Purchord.
     start    Purchord-File FIRST.
     if       FS-Reply not = "00"
              go to ZL087-Suppinv.
 ZL086-Next.
     read     Purchord-File next at end
              go to ZL087-Suppinv.
     if       FS-Reply not = "00"
              go to ZL087-Suppinv.
     write    PurchordBackup-Record from Purchord-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL086-Next.
 ZL087-Suppinv.
     start    Suppinv-File FIRST.
     if       FS-Reply not = "00"
              go to ZL088-Nommap.
 ZL087-Next.
     read     Suppinv-File next at end
              go to ZL088-Nommap.
     if       FS-Reply not = "00"
              go to ZL088-Nommap.
     write    SuppinvBackup-Record from Suppinv-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL087-Next.
 ZL088-Nommap.
     start    Nommap-File FIRST.
     if       FS-Reply not = "00"
              go to ZL089-Nomexp.
 ZL088-Next.
     read     Nommap-File next at end
              go to ZL089-Nomexp.
     if       FS-Reply not = "00"
              go to ZL089-Nomexp.
     write    NommapBackup-Record from Nommap-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL088-Next.
 ZL089-Nomexp.
     start    Nomexp-File FIRST.
     if       FS-Reply not = "00"
              go to ZL090-Crednote.
 ZL089-Next.
     read     Nomexp-File next at end
              go to ZL090-Crednote.
     if       FS-Reply not = "00"
              go to ZL090-Crednote.
     write    NomexpBackup-Record from Nomexp-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL089-Next.
 ZL090-Crednote.
     start    Crednote-File FIRST.
     if       FS-Reply not = "00"
              go to ZL091-Adreg.
 ZL090-Next.
     read     Crednote-File next at end
              go to ZL091-Adreg.
     if       FS-Reply not = "00"
              go to ZL091-Adreg.
     write    CrednoteBackup-Record from Crednote-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL090-Next.
 ZL091-Adreg.
     start    Adreg-File FIRST.
     if       FS-Reply not = "00"
              go to ZL092-Adcomp.
 ZL091-Next.
     read     Adreg-File next at end
              go to ZL092-Adcomp.
     if       FS-Reply not = "00"
              go to ZL092-Adcomp.
     write    AdregBackup-Record from Adreg-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL091-Next.
 ZL092-Adcomp.
     start    Adcomp-File FIRST.
     if       FS-Reply not = "00"
              go to ZL093-Component.
 ZL092-Next.
     read     Adcomp-File next at end
              go to ZL093-Component.
     if       FS-Reply not = "00"
              go to ZL093-Component.
     write    AdcompBackup-Record from Adcomp-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL092-Next.
 ZL093-Component.
     start    Component-File FIRST.
     if       FS-Reply not = "00"
              go to ZL094-Flightauth.
 ZL093-Next.
     read     Component-File next at end
              go to ZL094-Flightauth.
     if       FS-Reply not = "00"
              go to ZL094-Flightauth.
     write    ComponentBackup-Record from Component-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL093-Next.
 ZL094-Flightauth.
     start    Flightauth-File FIRST.
     if       FS-Reply not = "00"
              go to ZL095-Dailyinsp.
 ZL094-Next.
     read     Flightauth-File next at end
              go to ZL095-Dailyinsp.
     if       FS-Reply not = "00"
              go to ZL095-Dailyinsp.
     write    FlightauthBackup-Record from Flightauth-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL094-Next.
 ZL095-Dailyinsp.
     start    Dailyinsp-File FIRST.
     if       FS-Reply not = "00"
              go to ZL096-Tksubject.
 ZL095-Next.
     read     Dailyinsp-File next at end
              go to ZL096-Tksubject.
     if       FS-Reply not = "00"
              go to ZL096-Tksubject.
     write    DailyinspBackup-Record from Dailyinsp-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL095-Next.
 ZL096-Tksubject.
     start    Tksubject-File FIRST.
     if       FS-Reply not = "00"
              go to ZL097-Tkexam.
 ZL096-Next.
     read     Tksubject-File next at end
              go to ZL097-Tkexam.
     if       FS-Reply not = "00"
              go to ZL097-Tkexam.
     write    TksubjectBackup-Record from Tksubject-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL096-Next.
 ZL097-Tkexam.
     start    Tkexam-File FIRST.
     if       FS-Reply not = "00"
              go to ZL098-Trip.
 ZL097-Next.
     read     Tkexam-File next at end
              go to ZL098-Trip.
     if       FS-Reply not = "00"
              go to ZL098-Trip.
     write    TkexamBackup-Record from Tkexam-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL097-Next.
 ZL098-Trip.
     start    Trip-File FIRST.
     if       FS-Reply not = "00"
              go to ZL099-Tripleg.
 ZL098-Next.
     read     Trip-File next at end
              go to ZL099-Tripleg.
     if       FS-Reply not = "00"
              go to ZL099-Tripleg.
     write    TripBackup-Record from Trip-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL098-Next.
 ZL099-Tripleg.
     start    Tripleg-File FIRST.
     if       FS-Reply not = "00"
              go to ZL100-Openbal.
 ZL099-Next.
     read     Tripleg-File next at end
              go to ZL100-Openbal.
     if       FS-Reply not = "00"
              go to ZL100-Openbal.
     write    TriplegBackup-Record from Tripleg-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL099-Next.
 ZL100-Openbal.
     start    Openbal-File FIRST.
     if       FS-Reply not = "00"
              go to ZL101-Retain.
 ZL100-Next.
     read     Openbal-File next at end
              go to ZL101-Retain.
     if       FS-Reply not = "00"
              go to ZL101-Retain.
     write    OpenbalBackup-Record from Openbal-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL100-Next.
 ZL101-Retain.
     start    Retain-File FIRST.
     if       FS-Reply not = "00"
              go to ZL102-Lglhold.
 ZL101-Next.
     read     Retain-File next at end
              go to ZL102-Lglhold.
     if       FS-Reply not = "00"
              go to ZL102-Lglhold.
     write    RetainBackup-Record from Retain-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL101-Next.
 ZL102-Lglhold.
     start    Lglhold-File FIRST.
     if       FS-Reply not = "00"
              go to ZL103-Noise.
 ZL102-Next.
     read     Lglhold-File next at end
              go to ZL103-Noise.
     if       FS-Reply not = "00"
              go to ZL103-Noise.
     write    LglholdBackup-Record from Lglhold-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL102-Next.
 ZL103-Noise.
     start    Noise-File FIRST.
     if       FS-Reply not = "00"
              go to ZL104-Attach.
 ZL103-Next.
     read     Noise-File next at end
              go to ZL104-Attach.
     if       FS-Reply not = "00"
              go to ZL104-Attach.
     write    NoiseBackup-Record from Noise-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL103-Next.
 ZL104-Attach.
     start    Attach-File FIRST.
     if       FS-Reply not = "00"
              go to ZL105-Billrun.
 ZL104-Next.
     read     Attach-File next at end
              go to ZL105-Billrun.
     if       FS-Reply not = "00"
              go to ZL105-Billrun.
     write    AttachBackup-Record from Attach-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL104-Next.
 ZL105-Billrun.
     start    Billrun-File FIRST.
     if       FS-Reply not = "00"
              go to ZL106-Asset.
 ZL105-Next.
     read     Billrun-File next at end
              go to ZL106-Asset.
     if       FS-Reply not = "00"
              go to ZL106-Asset.
     write    BillrunBackup-Record from Billrun-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL105-Next.
 ZL106-Asset.
     start    Asset-File FIRST.
     if       FS-Reply not = "00"
              go to ZL107-Disposal.
 ZL106-Next.
     read     Asset-File next at end
              go to ZL107-Disposal.
     if       FS-Reply not = "00"
              go to ZL107-Disposal.
     write    AssetBackup-Record from Asset-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL106-Next.
 ZL107-Disposal.
     start    Disposal-File FIRST.
     if       FS-Reply not = "00"
              go to ZL108-Leaver.
 ZL107-Next.
     read     Disposal-File next at end
              go to ZL108-Leaver.
     if       FS-Reply not = "00"
              go to ZL108-Leaver.
     write    DisposalBackup-Record from Disposal-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL107-Next.
 ZL108-Leaver.
     start    Leaver-File FIRST.
     if       FS-Reply not = "00"
              go to ZL109-Certstaff.
 ZL108-Next.
     read     Leaver-File next at end
              go to ZL109-Certstaff.
     if       FS-Reply not = "00"
              go to ZL109-Certstaff.
     write    LeaverBackup-Record from Leaver-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL108-Next.
 ZL109-Certstaff.
     start    Certstaff-File FIRST.
     if       FS-Reply not = "00"
              go to ZL110-Workorder.
 ZL109-Next.
     read     Certstaff-File next at end
              go to ZL110-Workorder.
     if       FS-Reply not = "00"
              go to ZL110-Workorder.
     write    CertstaffBackup-Record from Certstaff-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL109-Next.
 ZL110-Workorder.
     start    Workorder-File FIRST.
     if       FS-Reply not = "00"
              go to ZL111-Rptdef.
 ZL110-Next.
     read     Workorder-File next at end
              go to ZL111-Rptdef.
     if       FS-Reply not = "00"
              go to ZL111-Rptdef.
     write    WorkorderBackup-Record from Workorder-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL110-Next.
 ZL111-Rptdef.
     start    Rptdef-File FIRST.
     if       FS-Reply not = "00"
              go to ZL112-Kpitarget.
 ZL111-Next.
     read     Rptdef-File next at end
              go to ZL112-Kpitarget.
     if       FS-Reply not = "00"
              go to ZL112-Kpitarget.
     write    RptdefBackup-Record from Rptdef-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL111-Next.
 ZL112-Kpitarget.
     start    Kpitarget-File FIRST.
     if       FS-Reply not = "00"
              go to ZL113-Approval.
 ZL112-Next.
     read     Kpitarget-File next at end
              go to ZL113-Approval.
     if       FS-Reply not = "00"
              go to ZL113-Approval.
     write    KpitargetBackup-Record from Kpitarget-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL112-Next.
 ZL113-Approval.
     start    Approval-File FIRST.
     if       FS-Reply not = "00"
              go to ZL095-Close-Masters.
 ZL113-Next.
     read     Approval-File next at end
              go to ZL095-Close-Masters.
     if       FS-Reply not = "00"
              go to ZL095-Close-Masters.
     write    ApprovalBackup-Record from Approval-Record.
     if       FS-Reply not = "00"
              go to ZL090-Bad-Write.
     go       to ZL113-Next.
*>
 ZL090-Bad-Write.
     display  FL100 at 1201 with erase eol.
               BookingBackup-File BudgetBackup-File RunwayBackup-File
               ExpclaimBackup-File MemberBackup-File VoucherBackup-File
               PartsBackup-File MthtotalsBackup-File
               RecipientBackup-File BlkpkgBackup-File PayrateBackup-File
               PayregBackup-File OwnerBackup-File HireincBackup-File
               TaxcodeBackup-File PurchordBackup-File SuppinvBackup-File
               NommapBackup-File NomexpBackup-File CrednoteBackup-File
               AdregBackup-File AdcompBackup-File ComponentBackup-File
               FlightauthBackup-File DailyinspBackup-File TksubjectBackup-File
               TkexamBackup-File TripBackup-File TriplegBackup-File
               OpenbalBackup-File RetainBackup-File LglholdBackup-File
               NoiseBackup-File AttachBackup-File BillrunBackup-File
               AssetBackup-File DisposalBackup-File LeaverBackup-File
               CertstaffBackup-File WorkorderBackup-File
               RptdefBackup-File KpitargetBackup-File ApprovalBackup-File.
*>
 ZL040-Finish.
     close     FlightlogBackup-File AircraftBackup-File AirfieldBackup-File.
 ZM079-Recipient.
     open     input RecipientBackup-File.
     if       FS-Reply not = "00"
              go to ZM080-Blkpkg.
     open     output Recipient-File.
 ZM079-Next.
     read     RecipientBackup-File next at end
     go       to ZM079-Next.
 ZM079-Done.
     close    RecipientBackup-File Recipient-File.
 ZM080-Blkpkg.
     open     input BlkpkgBackup-File.
     if       FS-Reply not = "00"
              go to ZM081-Payrate.
     open     output Blkpkg-File.
 ZM080-Next.
     read     BlkpkgBackup-File next at end
              go to ZM080-Done.
     write    Blkpkg-Record from BlkpkgBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM080-Done.
     go       to ZM080-Next.
 ZM080-Done.
     close    BlkpkgBackup-File Blkpkg-File.
 ZM081-Payrate.
     open     input PayrateBackup-File.
     if       FS-Reply not = "00"
              go to ZM082-Payreg.
     open     output Payrate-File.
 ZM081-Next.
     read     PayrateBackup-File next at end
              go to ZM081-Done.
     write    Payrate-Record from PayrateBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM081-Done.
     go       to ZM081-Next.
 ZM081-Done.
     close    PayrateBackup-File Payrate-File.
 ZM082-Payreg.
     open     input PayregBackup-File.
     if       FS-Reply not = "00"
              go to ZM083-Owner.
     open     output Payreg-File.
 ZM082-Next.
     read     PayregBackup-File next at end
              go to ZM082-Done.
     write    Payreg-Record from PayregBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM082-Done.
     go       to ZM082-Next.
 ZM082-Done.
     close    PayregBackup-File Payreg-File.
 ZM083-Owner.
     open     input OwnerBackup-File.
     if       FS-Reply not = "00"
              go to ZM084-Hireinc.
     open     output Owner-File.
 ZM083-Next.
     read     OwnerBackup-File next at end
              go to ZM083-Done.
     write    Owner-Record from OwnerBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM083-Done.
     go       to ZM083-Next.
 ZM083-Done.
     close    OwnerBackup-File Owner-File.
 ZM084-Hireinc.
     open     input HireincBackup-File.
     if       FS-Reply not = "00"
              go to ZM085-Taxcode.
     open     output Hireinc-File.
 ZM084-Next.
     read     HireincBackup-File next at end
              go to ZM084-Done.
     write    Hireinc-Record from HireincBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM084-Done.
     go       to ZM084-Next.
 ZM084-Done.
     close    HireincBackup-File Hireinc-File.
 ZM085-Taxcode.
     open     input TaxcodeBackup-File.
     if       FS-Reply not = "00"
              go to ZM086-Purchord.
     open     output Taxcode-File.
 ZM085-Next.
     read     TaxcodeBackup-File next at end
              go to ZM085-Done.
     write    Taxcode-Record from TaxcodeBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM085-Done.
     go       to ZM085-Next.
 ZM085-Done.
     close    TaxcodeBackup-File Taxcode-File.
 ZM086-Purchord.
     open     input PurchordBackup-File.
     if       FS-Reply not = "00"
              go to ZM087-Suppinv.
     open     output Purchord-File.
 ZM086-Next.
     read     PurchordBackup-File next at end
              go to ZM086-Done.
     write    Purchord-Record from PurchordBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM086-Done.
     go       to ZM086-Next.
 ZM086-Done.
     close    PurchordBackup-File Purchord-File.
 ZM087-Suppinv.
     open     input SuppinvBackup-File.
     if       FS-Reply not = "00"
              go to ZM088-Nommap.
     open     output Suppinv-File.
 ZM087-Next.
     read     SuppinvBackup-File next at end
              go to ZM087-Done.
     write    Suppinv-Record from SuppinvBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM087-Done.
     go       to ZM087-Next.
 ZM087-Done.
     close    SuppinvBackup-File Suppinv-File.
 ZM088-Nommap.
     open     input NommapBackup-File.
     if       FS-Reply not = "00"
              go to ZM089-Nomexp.
     open     output Nommap-File.
 ZM088-Next.
     read     NommapBackup-File next at end
              go to ZM088-Done.
     write    Nommap-Record from NommapBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM088-Done.
     go       to ZM088-Next.
 ZM088-Done.
     close    NommapBackup-File Nommap-File.
 ZM089-Nomexp.
     open     input NomexpBackup-File.
     if       FS-Reply not = "00"
              go to ZM090-Crednote.
     open     output Nomexp-File.
 ZM089-Next.
     read     NomexpBackup-File next at end
              go to ZM089-Done.
     write    Nomexp-Record from NomexpBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM089-Done.
     go       to ZM089-Next.
 ZM089-Done.
     close    NomexpBackup-File Nomexp-File.
 ZM090-Crednote.
     open     input CrednoteBackup-File.
     if       FS-Reply not = "00"
              go to ZM091-Adreg.
     open     output Crednote-File.
 ZM090-Next.
     read     CrednoteBackup-File next at end
              go to ZM090-Done.
     write    Crednote-Record from CrednoteBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM090-Done.
     go       to ZM090-Next.
 ZM090-Done.
     close    CrednoteBackup-File Crednote-File.
 ZM091-Adreg.
     open     input AdregBackup-File.
     if       FS-Reply not = "00"
              go to ZM092-Adcomp.
     open     output Adreg-File.
 ZM091-Next.
     read     AdregBackup-File next at end
              go to ZM091-Done.
     write    Adreg-Record from AdregBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM091-Done.
     go       to ZM091-Next.
 ZM091-Done.
     close    AdregBackup-File Adreg-File.
 ZM092-Adcomp.
     open     input AdcompBackup-File.
     if       FS-Reply not = "00"
              go to ZM093-Component.
     open     output Adcomp-File.
 ZM092-Next.
     read     AdcompBackup-File next at end
              go to ZM092-Done.
     write    Adcomp-Record from AdcompBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM092-Done.
     go       to ZM092-Next.
 ZM092-Done.
     close    AdcompBackup-File Adcomp-File.
 ZM093-Component.
     open     input ComponentBackup-File.
     if       FS-Reply not = "00"
              go to ZM094-Flightauth.
     open     output Component-File.
 ZM093-Next.
     read     ComponentBackup-File next at end
              go to ZM093-Done.
     write    Component-Record from ComponentBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM093-Done.
     go       to ZM093-Next.
 ZM093-Done.
     close    ComponentBackup-File Component-File.
 ZM094-Flightauth.
     open     input FlightauthBackup-File.
     if       FS-Reply not = "00"
              go to ZM095-Dailyinsp.
     open     output Flightauth-File.
 ZM094-Next.
     read     FlightauthBackup-File next at end
              go to ZM094-Done.
     write    Flightauth-Record from FlightauthBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM094-Done.
     go       to ZM094-Next.
 ZM094-Done.
     close    FlightauthBackup-File Flightauth-File.
 ZM095-Dailyinsp.
     open     input DailyinspBackup-File.
     if       FS-Reply not = "00"
              go to ZM096-Tksubject.
     open     output Dailyinsp-File.
 ZM095-Next.
     read     DailyinspBackup-File next at end
              go to ZM095-Done.
     write    Dailyinsp-Record from DailyinspBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM095-Done.
     go       to ZM095-Next.
 ZM095-Done.
     close    DailyinspBackup-File Dailyinsp-File.
 ZM096-Tksubject.
     open     input TksubjectBackup-File.
     if       FS-Reply not = "00"
              go to ZM097-Tkexam.
     open     output Tksubject-File.
 ZM096-Next.
     read     TksubjectBackup-File next at end
              go to ZM096-Done.
     write    Tksubject-Record from TksubjectBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM096-Done.
     go       to ZM096-Next.
 ZM096-Done.
     close    TksubjectBackup-File Tksubject-File.
 ZM097-Tkexam.
     open     input TkexamBackup-File.
     if       FS-Reply not = "00"
              go to ZM098-Trip.
     open     output Tkexam-File.
 ZM097-Next.
     read     TkexamBackup-File next at end
              go to ZM097-Done.
     write    Tkexam-Record from TkexamBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM097-Done.
     go       to ZM097-Next.
 ZM097-Done.
     close    TkexamBackup-File Tkexam-File.
 ZM098-Trip.
     open     input TripBackup-File.
     if       FS-Reply not = "00"
              go to ZM099-Tripleg.
     open     output Trip-File.
 ZM098-Next.
     read     TripBackup-File next at end
              go to ZM098-Done.
     write    Trip-Record from TripBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM098-Done.
     go       to ZM098-Next.
 ZM098-Done.
     close    TripBackup-File Trip-File.
 ZM099-Tripleg.
     open     input TriplegBackup-File.
     if       FS-Reply not = "00"
              go to ZM100-Openbal.
     open     output Tripleg-File.
 ZM099-Next.
     read     TriplegBackup-File next at end
              go to ZM099-Done.
     write    Tripleg-Record from TriplegBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM099-Done.
     go       to ZM099-Next.
 ZM099-Done.
     close    TriplegBackup-File Tripleg-File.
 ZM100-Openbal.
     open     input OpenbalBackup-File.
     if       FS-Reply not = "00"
              go to ZM101-Retain.
     open     output Openbal-File.
 ZM100-Next.
     read     OpenbalBackup-File next at end
              go to ZM100-Done.
     write    Openbal-Record from OpenbalBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM100-Done.
     go       to ZM100-Next.
 ZM100-Done.
     close    OpenbalBackup-File Openbal-File.
 ZM101-Retain.
     open     input RetainBackup-File.
     if       FS-Reply not = "00"
              go to ZM102-Lglhold.
     open     output Retain-File.
 ZM101-Next.
     read     RetainBackup-File next at end
              go to ZM101-Done.
     write    Retain-Record from RetainBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM101-Done.
     go       to ZM101-Next.
 ZM101-Done.
     close    RetainBackup-File Retain-File.
 ZM102-Lglhold.
     open     input LglholdBackup-File.
     if       FS-Reply not = "00"
              go to ZM103-Noise.
     open     output Lglhold-File.
 ZM102-Next.
     read     LglholdBackup-File next at end
              go to ZM102-Done.
     write    Lglhold-Record from LglholdBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM102-Done.
     go       to ZM102-Next.
 ZM102-Done.
     close    LglholdBackup-File Lglhold-File.
 ZM103-Noise.
     open     input NoiseBackup-File.
     if       FS-Reply not = "00"
              go to ZM104-Attach.
     open     output Noise-File.
 ZM103-Next.
     read     NoiseBackup-File next at end
              go to ZM103-Done.
     write    Noise-Record from NoiseBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM103-Done.
     go       to ZM103-Next.
 ZM103-Done.
     close    NoiseBackup-File Noise-File.
 ZM104-Attach.
     open     input AttachBackup-File.
     if       FS-Reply not = "00"
              go to ZM105-Billrun.
     open     output Attach-File.
 ZM104-Next.
     read     AttachBackup-File next at end
              go to ZM104-Done.
     write    Attach-Record from AttachBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM104-Done.
     go       to ZM104-Next.
 ZM104-Done.
     close    AttachBackup-File Attach-File.
 ZM105-Billrun.
     open     input BillrunBackup-File.
     if       FS-Reply not = "00"
              go to ZM106-Asset.
     open     output Billrun-File.
 ZM105-Next.
     read     BillrunBackup-File next at end
              go to ZM105-Done.
     write    Billrun-Record from BillrunBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM105-Done.
     go       to ZM105-Next.
 ZM105-Done.
     close    BillrunBackup-File Billrun-File.
 ZM106-Asset.
     open     input AssetBackup-File.
     if       FS-Reply not = "00"
              go to ZM107-Disposal.
     open     output Asset-File.
 ZM106-Next.
     read     AssetBackup-File next at end
              go to ZM106-Done.
     write    Asset-Record from AssetBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM106-Done.
     go       to ZM106-Next.
 ZM106-Done.
     close    AssetBackup-File Asset-File.
 ZM107-Disposal.
     open     input DisposalBackup-File.
     if       FS-Reply not = "00"
              go to ZM108-Leaver.
     open     output Disposal-File.
 ZM107-Next.
     read     DisposalBackup-File next at end
              go to ZM107-Done.
     write    Disposal-Record from DisposalBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM107-Done.
     go       to ZM107-Next.
 ZM107-Done.
     close    DisposalBackup-File Disposal-File.
 ZM108-Leaver.
     open     input LeaverBackup-File.
     if       FS-Reply not = "00"
              go to ZM109-Certstaff.
     open     output Leaver-File.
 ZM108-Next.
     read     LeaverBackup-File next at end
              go to ZM108-Done.
     write    Leaver-Record from LeaverBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM108-Done.
     go       to ZM108-Next.
 ZM108-Done.
     close    LeaverBackup-File Leaver-File.
 ZM109-Certstaff.
     open     input CertstaffBackup-File.
     if       FS-Reply not = "00"
              go to ZM110-Workorder.
     open     output Certstaff-File.
 ZM109-Next.
     read     CertstaffBackup-File next at end
              go to ZM109-Done.
     write    Certstaff-Record from CertstaffBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM109-Done.
     go       to ZM109-Next.
 ZM109-Done.
     close    CertstaffBackup-File Certstaff-File.
 ZM110-Workorder.
     open     input WorkorderBackup-File.
     if       FS-Reply not = "00"
              go to ZM111-Rptdef.
     open     output Workorder-File.
 ZM110-Next.
     read     WorkorderBackup-File next at end
              go to ZM110-Done.
     write    Workorder-Record from WorkorderBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM110-Done.
     go       to ZM110-Next.
 ZM110-Done.
     close    WorkorderBackup-File Workorder-File.
 ZM111-Rptdef.
     open     input RptdefBackup-File.
     if       FS-Reply not = "00"
              go to ZM112-Kpitarget.
     open     output Rptdef-File.
 ZM111-Next.
     read     RptdefBackup-File next at end
              go to ZM111-Done.
     write    Rptdef-Record from RptdefBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM111-Done.
     go       to ZM111-Next.
 ZM111-Done.
     close    RptdefBackup-File Rptdef-File.
 ZM112-Kpitarget.
     open     input KpitargetBackup-File.
     if       FS-Reply not = "00"
              go to ZM113-Approval.
     open     output Kpitarget-File.
 ZM112-Next.
     read     KpitargetBackup-File next at end
              go to ZM112-Done.
     write    Kpitarget-Record from KpitargetBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM112-Done.
     go       to ZM112-Next.
 ZM112-Done.
     close    KpitargetBackup-File Kpitarget-File.
 ZM113-Approval.
     open     input ApprovalBackup-File.
     if       FS-Reply not = "00"
              go to ZM040-Finish.
     open     output Approval-File.
 ZM113-Next.
     read     ApprovalBackup-File next at end
              go to ZM113-Done.
     write    Approval-Record from ApprovalBackup-Record.
     if       FS-Reply not = "00"
              display FL101 at 1201 with erase eol
              display FL006 at 1301 with erase eol
              go to ZM113-Done.
     go       to ZM113-Next.
 ZM113-Done.
     close    ApprovalBackup-File Approval-File.
*>
 ZM040-Finish.
     if       WS-ZM-FL-Count not = zero
*>   recipient table, for the system mailer to pick up. A pilot with
*>   no address goes on the failed-address list instead, and both
*>   outcomes land in maildispatch.log. When an OPSDESK recipient is
*>   held, the month-end pack gets its notice too. Pilots on the
*>   leaver register (ZV200) are sent nothing.
*>   A TEST environment sends nothing - one line on the report says so.
*>
     MOVE     ZERO TO WS-Mail-Sent WS-Mail-Failed.
     IF       FLENV-Test
              MOVE SPACES TO PRINT-RECORD
              STRING "MAIL DISPATCH: suppressed, environment "
                     FLENV-Banner
                     DELIMITED BY SIZE INTO PRINT-RECORD
              WRITE PRINT-RECORD AFTER 2
              MOVE PRINT-RECORD TO WS-Log-Text
              PERFORM ZY500-Unattended-Log
              GO TO ZP699-Exit.
     MOVE     SPACES TO WS-Mail-Msg-Name.
     STRING   FUNCTION TRIM (FLENV-Data-Dir) "/mailspool"
              DELIMITED BY SIZE INTO WS-Mail-Msg-Name.
     CALL     "CBL_CREATE_DIR" USING WS-Mail-Msg-Name RETURNING wInt.
*>
     MOVE     WS-Today TO ZR-Date1.
     MOVE     "+" TO ZR-Sign.
              GO TO ZP650-Opsdesk.
 ZP610-Next-Pilot.
     READ     PILOT-FILE NEXT RECORD AT END  GO TO ZP650-Opsdesk.
     MOVE     PILOT-NAME TO WS-Lvr-Name.
     PERFORM  ZV200-Check-Leaver.
     IF       WS-Lvr-Left = "Y"
              GO TO ZP610-Next-Pilot.
     MOVE     SPACES TO WS-Mail-Reason.
     IF       PILOT-LICENCE-EXPIRY NOT = ZERO
        AND   PILOT-LICENCE-EXPIRY < ZR-ResultDate
