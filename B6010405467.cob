001535*                ProjMaster-NEW or JobRate-NEW) is still sitting
001536*                unpromoted, so the run does not silently bill
001537*                from yesterday's master.
001538* 10/15/2026 DL  Bill to the client master - the project master
001539*                now carries a client number, and the invoice
001540*                prints the client's legal name and bill-to
001541*                address, the payment terms and the due date
001542*                (invoice date plus the client's net days). The
001543*                due date also rides the invoice register so
001544*                aging and statements work from it. A project
001545*                with no client number bills to the project
001546*                master's client name on net 30, as before.
001547*                The start-up promotion check now covers the
001548*                client master's -NEW output too.
001549*                Start-up now also refuses a live run dated in a
001550*                year the year-end close has closed on the
001551*                run-control log - nothing may post into a closed
001552*                year. A trial run only notes it.
001553* 10/15/2026 DL  Prove the FinalData extract arrived complete
001554*                before billing from it. Timekeeping now brackets
001555*                the extract with a header record carrying the
001556*                extract date and a trailer carrying the record
001557*                count, the total hours and a hash total of
001558*                EMP_NUM. Start-up reads the whole extract first
001559*                and refuses it - no billing output produced,
001560*                return code 12, a run-control log line flagged
001561*                not balanced - when the header or trailer is
001562*                missing, the extract date is not the run date, or
001563*                a figure does not agree with what was read. A
001564*                transfer cut off part way through used to bill
001565*                half a day and still balance.
001566* 10/15/2026 DL  Catch a FinalData extract re-sent and billed a
001567*                second time under a later date. Start-up matches
001568*                the extract, project group by project group, on
001569*                PROJ_NUM, EMP_NUM, HOURS and CHG_HOUR against the
001570*                history of the last five business days' runs; a
001571*                run that matches an earlier day closely enough is
001572*                listed on a suspected-duplicate listing naming
001573*                that day, and the run is refused (a trial only
001574*                reports it) unless DUPOK on the command line says
001575*                operations have confirmed the extract is genuine.
001576*                The command-line keywords are now looked for
001577*                anywhere on the line, in any order.
001578* 10/15/2026 DL  Warn that a maintenance -NEW master is still
001579*                waiting only when the file holds records - one
001580*                already promoted by N6010405467 is left empty.
001581* 10/15/2026 DL  Apply client retainers to invoices. A deposit a
001582*                client has paid up front against a project (the
001583*                retainer ledger kept by T6010405467) is drawn
001584*                down by that project's next invoices - the
001585*                invoice prints the retainer applied, the reduced
001586*                amount due and the retainer left, the drawdown
001587*                is recorded on the ledger and on the register
001588*                row, and the GL file posts it as a debit to the
001589*                customer-deposits account against the
001590*                receivable ('R' rows). A checkpoint row carries
001591*                the amount applied so a restart rebuilds it.
001592* 10/15/2026 DL  Refuse the first live run of a new year until
001593*                the year-end close has closed the year the
001594*                running-totals master still holds - the run
001595*                rolls the YTD totals over, and the close could
001596*                then never run for that year.
001597*                The duplicate check reads a closed prior year's
001598*                month from the year's history archive when its
001599*                partition has been emptied by the close.
001600******************************************************************
001601 IDENTIFICATION DIVISION.
001602 PROGRAM-ID. B6010405467.
001603 AUTHOR. D. LAURENT.
001604 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
001605 DATE-WRITTEN. 01/09/2019.
001606 DATE-COMPILED.
001607 ENVIRONMENT DIVISION.
001608 INPUT-OUTPUT SECTION.
001609 FILE-CONTROL.
001610     SELECT DATA-IN ASSIGN DYNAMIC DL100-DATAIN-NAME
001611            ORGANIZATION IS LINE SEQUENTIAL
001612            FILE STATUS IS DL100-DATAIN-STATUS.
001613
001614     SELECT OUTPUT-OUT ASSIGN DYNAMIC DL100-REPORT-NAME
001620            ORGANIZATION IS LINE SEQUENTIAL.
001630
001640     SELECT SEQERR-OUT ASSIGN DYNAMIC DL100-SEQERR-NAME
002216            ORGANIZATION IS LINE SEQUENTIAL
002218            FILE STATUS IS DL100-TAXRATE-STATUS.
002220
002221     SELECT CLNTMAST-IN ASSIGN TO 'C:\ClientMaster.txt'
002222            ORGANIZATION IS LINE SEQUENTIAL
002223            FILE STATUS IS DL100-CLNTMAST-STATUS.
002224
002225     SELECT RETAINER-FILE ASSIGN TO 'C:\6010405467-RETAINER.txt'
002226            ORGANIZATION IS LINE SEQUENTIAL
002227            FILE STATUS IS DL100-RETAINER-STATUS.
002228
002229     SELECT PENDING-IN ASSIGN DYNAMIC DL100-PENDING-NAME
002230            ORGANIZATION IS LINE SEQUENTIAL
002231            FILE STATUS IS DL100-PENDING-STATUS.
002232
002233     SELECT GLPOST-OUT ASSIGN DYNAMIC DL100-GLPOST-NAME
002240           ORGANIZATION IS LINE SEQUENTIAL.
002250
002260     SELECT HISTORY-OUT ASSIGN DYNAMIC DL100-HISTORY-NAME
002444     SELECT NTEEXC-OUT ASSIGN DYNAMIC DL100-NTEEXC-NAME
002446           ORGANIZATION IS LINE SEQUENTIAL.
002450
002451     SELECT HISTCHK-IN ASSIGN DYNAMIC DL100-HISTCHK-NAME
002452            ORGANIZATION IS LINE SEQUENTIAL
002453            FILE STATUS IS DL100-HISTCHK-STATUS.
002454
002455     SELECT DUPCHK-OUT ASSIGN DYNAMIC DL100-DUPCHK-NAME
002456           ORGANIZATION IS LINE SEQUENTIAL.
002457
002460     SELECT RUNLOG-OUT ASSIGN TO 'C:\6010405467-RUNLOG.txt'
002470            ORGANIZATION IS LINE SEQUENTIAL
002480            FILE STATUS IS DL100-RUNLOG-STATUS.
002481
002482     SELECT RUNLOG-IN ASSIGN TO 'C:\6010405467-RUNLOG.txt'
002483            ORGANIZATION IS LINE SEQUENTIAL
002484            FILE STATUS IS DL100-RUNLOG-IN-STATUS.
002490
002500     SELECT BUDGET-IN ASSIGN TO 'C:\ProjBudget.txt'
002510            ORGANIZATION IS LINE SEQUENTIAL
002730     05 REC_TYPE PIC X.
002740       88 ADJUSTMENT-REC            VALUE 'A'.
002750     05 ADJ_REF PIC X(8).
002751
002752*    Timekeeping brackets the extract with a control header (the
002753*    extract date) and a control trailer (the record count, the
002754*    total HOURS and the sum of EMP_NUM over the charge records
002755*    between them). Neither is billed.
002756 01  DATA-HDR-IN.
002757     05 DATA-HDR-ID PIC X(3).
002758       88 DATA-HDR-REC              VALUE 'HDR'.
002759     05 DATA-HDR-DATE PIC X(8).
002760     05 PIC X(66).
002761 01  DATA-TRL-IN.
002762     05 DATA-TRL-ID PIC X(3).
002763       88 DATA-TRL-REC              VALUE 'TRL'.
002764     05 DATA-TRL-COUNT PIC 9(7).
002765     05 DATA-TRL-HOURS PIC 9(7)V9.
002766     05 DATA-TRL-EMP-HASH PIC 9(10).
002767     05 PIC X(49).
002768
002770 FD  OUTPUT-OUT.
002780 01  OUTPUT-REC-OUT PIC X(200).
002790
003956*    materials. The amount is the agreed fee or the cap.
003958     05 PROJMAST-BILL-ARR PIC X.
003960     05 PROJMAST-ARR-AMT PIC 9(7)V99.
003961*    Client number on the client master - spaces on rows from
003962*    before the field, read as no client.
003963     05 PROJMAST-CLIENT-NUM PIC 9(5).
003965
003970*----------------------------------------------------------------
003980* Project status exceptions - a charge against a project the
004216*    still ties to the history and the GL revenue side. Rows
004218*    from before the field read it as spaces (no tax).
004219     05 INVREG-TAX PIC S9(7)V99.
004220*    Payment due date - the invoice date plus the client's net
004221*    days. Rows from before the field read it as spaces.
004222     05 INVREG-DUE-DATE PIC 9(8).
004223*    Retainer applied against the invoice - the amount still
004224*    owed is the amount plus tax less this. Rows from before
004225*    the field read it as spaces (no retainer).
004226     05 INVREG-RET-AMT PIC S9(7)V99.
004227
004230*---------------------------------------------------------------
004240* Invoice-number control file - the next unused invoice number.
004250* Rewritten as each number is assigned, so numbers are issued
004446     05 TAXRATE-ACCT PIC X(10).
004448
004450*---------------------------------------------------------------
004451* Client master, as kept by K6010405467 - the legal name,
004452* bill-to address and payment terms (net days) per client
004453* number. The master is optional - a project whose client is
004454* not on it bills to the project master's client name on the
004455* default net 30 terms.
004456*---------------------------------------------------------------
004457 FD  CLNTMAST-IN.
004458 01  CLNTMAST-REC-IN.
004459     05 CLNTMAST-CLIENT-NUM PIC 9(5).
004460     05 CLNTMAST-LEGAL-NAME PIC X(30).
004461     05 CLNTMAST-ADDR-1 PIC X(30).
004462     05 CLNTMAST-ADDR-2 PIC X(30).
004463     05 CLNTMAST-ADDR-3 PIC X(30).
004464     05 CLNTMAST-TERMS PIC 99.
004465     05 CLNTMAST-STATUS PIC X.
004466
004467*---------------------------------------------------------------
004468* Retainer ledger, kept by T6010405467 - one row per deposit a
004469* client has paid up front against a project ('D') and one per
004470* drawdown an invoice has applied ('A'). A client/project's
004471* balance is its deposits less its drawdowns. The ledger is
004472* optional - with none, no invoice applies a retainer.
004473*---------------------------------------------------------------
004474 FD  RETAINER-FILE.
004475 01  RETAINER-REC.
004476     05 RETAINER-TYPE PIC X.
004477        88 RETAINER-DEPOSIT           VALUE 'D'.
004478        88 RETAINER-APPLIED           VALUE 'A'.
004479     05 RETAINER-DATE PIC 9(8).
004480     05 RETAINER-CLIENT-NUM PIC 9(5).
004481     05 RETAINER-PROJ-NUM PIC 99.
004482     05 RETAINER-AMOUNT PIC S9(7)V99.
004483     05 RETAINER-INV-NUM PIC 9(6).
004484     05 RETAINER-REF PIC X(20).
004485
004486*---------------------------------------------------------------
004487* Probe file for the promotion check - opened against each
004488* maintenance program's -NEW output in turn, only to see
004489* whether one is still sitting unpromoted.
004490*---------------------------------------------------------------
004491 FD  PENDING-IN.
004492 01  PENDING-REC-IN PIC X(80).
004493
004494*---------------------------------------------------------------
004495* GL posting interface - one balanced posting set per billed
004496* project (receivable debit and revenue credit, plus a
004497* tax-payable credit row typed 'X' for a taxed project, the
004498* debit grossed up to cover both), then a trailer carrying the
004499* record count and amount hash total so the receiving system
004500* can prove the file arrived whole. The file is written at end
004501* of run only when its total ties to the amount invoiced.
004502* A project whose invoice applied a retainer adds a pair typed
004503* 'R' - a customer-deposits debit and a receivable credit.
004504*---------------------------------------------------------------
004510 FD  GLPOST-OUT.
004520 01  GLPOST-REC-OUT.
004530     05 GLPOST-REC-TYPE PIC X.
005246 01  NTEEXC-REC-OUT PIC X(132).
005247
005248*---------------------------------------------------------------
005249* Billing history read back for the duplicate-extract check - one
005250* monthly partition at a time, the run's own month and the month
005251* before it.
005252*---------------------------------------------------------------
005253 FD  HISTCHK-IN.
005254 01  HISTCHK-REC-IN.
005255     05 HISTCHK-RUN-DATE PIC X(8).
005256     05 HISTCHK-PROJ-NUM PIC X(2).
005257     05 HISTCHK-EMP-NUM PIC 999.
005258     05 PIC X(21).
005259     05 HISTCHK-CHG-HOUR PIC 999V99.
005260     05 HISTCHK-HOURS PIC 99V9.
005261     05 PIC X(23).
005262
005263*---------------------------------------------------------------
005264* Suspected-duplicate listing - written only when the day's
005265* extract matches an earlier day's billing closely enough.
005266*---------------------------------------------------------------
005267 FD  DUPCHK-OUT.
005268 01  DUPCHK-REC-OUT PIC X(132).
005269
005270*---------------------------------------------------------------
005271* Run-control log - one line per run, forever: the run date,
005272* start and end times, the balancing counts, the grand total,
005273* whether the run started clean or from a checkpoint, and
005280* whether it balanced.
005290*---------------------------------------------------------------
005300 FD  RUNLOG-OUT.
005310 01  RUNLOG-REC-OUT PIC X(132).
005311
005312*---------------------------------------------------------------
005313* The same run-control log read back at start-up for the year-end
005314* close lines - a balanced Y6010405467 line carries the year it
005315* closed at bytes 36-39.
005316*---------------------------------------------------------------
005317 FD  RUNLOG-IN.
005318 01  RUNLOG-REC-IN.
005319     05 RUNLOG-IN-DATE PIC X(8).
005320     05 PIC X(27).
005321     05 RUNLOG-IN-CLOSE-YEAR PIC X(4).
005322     05 PIC X(48).
005323     05 RUNLOG-IN-FLAG PIC X.
005324     05 PIC X(1).
005325     05 RUNLOG-IN-PROG PIC X(11).
005326
005340*----------------------------------------------------------------
005350* Project budget master - the approved budget for each PROJ_NUM,
005360* loaded into a table at start-up. The master is optional - if
005630     05 CHECKPT-LINE-CNT PIC 999.
005640     05 CHECKPT-GROSS-CHG PIC S9(9)V99.
005650     05 CHECKPT-ADJ-CHG PIC S9(9)V99.
005652*    Retainer the closed project's invoice applied - rows from
005654*    before the field read it as spaces (none).
005656     05 CHECKPT-RET-AMT PIC S9(7)V99.
005660
005670 WORKING-STORAGE SECTION.
005680 01  WORK-AREAS.
006380        10 DL100-PROJMAST-STAT PIC X.
006382        10 DL100-PROJMAST-ARR PIC X.
006384        10 DL100-PROJMAST-ARR-AMT PIC 9(7)V99.
006386        10 DL100-PROJMAST-CLNUM PIC 9(5).
006390     05 DL100-PROJMAST-CNT PIC 999 COMP VALUE ZERO.
006400     05 DL100-PROJMAST-FOUND-IDX PIC 999 COMP VALUE ZERO.
006410     05 DL100-PROJSTAT-ERROR-SW PIC X VALUE 'N'.
006890        10 DL100-GL-AMT PIC S9(7)V99.
006892        10 DL100-GL-TAX-AMT PIC S9(7)V99.
006894        10 DL100-GL-TAX-ACCT PIC X(10).
006896        10 DL100-GL-RET-AMT PIC S9(7)V99.
006900     05 DL100-GL-CNT PIC 999 COMP VALUE ZERO.
006910     05 DL100-GL-TOTAL PIC S9(9)V99 VALUE ZERO.
006920     05 DL100-GL-REC-CNT PIC 9(7) COMP VALUE ZERO.
006966     05 DL100-INV-TAX-PCT PIC 99V999 VALUE ZERO.
006968     05 DL100-TAX-WORK PIC S9(11)V9(5) VALUE ZERO.
006970     05 DL100-INV-TOTAL-DUE PIC S9(8)V99 VALUE ZERO.
006971
006972*----------------------------------------------------------------
006973* Client master areas - the client master loaded at start-up,
006974* and the bill-to block, terms and due date worked out for the
006975* project group being invoiced.
006976*----------------------------------------------------------------
006977 01  DL100-CLIENT-AREAS.
006978     05 DL100-CLNTMAST-STATUS PIC XX VALUE SPACES.
006979     05 DL100-CLNT-TAB OCCURS 500 TIMES
006980                        INDEXED BY DL100-CLNT-IDX.
006981        10 DL100-CLNT-NUM PIC 9(5).
006982        10 DL100-CLNT-LEGAL-NAME PIC X(30).
006983        10 DL100-CLNT-ADDR-1 PIC X(30).
006984        10 DL100-CLNT-ADDR-2 PIC X(30).
006985        10 DL100-CLNT-ADDR-3 PIC X(30).
006986        10 DL100-CLNT-TERMS PIC 99.
006987     05 DL100-CLNT-CNT PIC 999 COMP VALUE ZERO.
006988     05 DL100-CLNT-FOUND-IDX PIC 999 COMP VALUE ZERO.
006989     05 DL100-SRCH-CLNUM PIC 9(5) VALUE ZERO.
006990     05 DL100-DFLT-TERMS PIC 99 VALUE 30.
006991     05 DL100-INV-TERMS PIC 99 VALUE ZERO.
006992     05 DL100-INV-DUE-DATE PIC 9(8) VALUE ZERO.
006993     05 DL100-SD-MDAYS PIC 99 VALUE ZERO.
006994     05 DL100-INV-TERMS-TEXT.
006995        10 PIC X(4) VALUE 'NET '.
006996        10 DL100-INV-TERMS-DAYS PIC 99.
006997        10 PIC X(2) VALUE SPACES.
006998
006999*----------------------------------------------------------------
007000* Retainer areas - each client/project's retainer balance off
007001* the ledger at start-up, drawn down in memory as the run
007002* invoices, and the drawdown worked out for the project group
007003* being invoiced. Drawdowns post to the customer-deposits
007004* liability account, not cash.
007005*----------------------------------------------------------------
007006 01  DL100-RETAINER-AREAS.
007007     05 DL100-RETAINER-STATUS PIC XX VALUE SPACES.
007008     05 DL100-RET-TAB OCCURS 500 TIMES
007009                       INDEXED BY DL100-RET-IDX.
007010        10 DL100-RET-CLNUM PIC 9(5).
007011        10 DL100-RET-PROJ PIC 99.
007012        10 DL100-RET-BAL PIC S9(9)V99.
007013     05 DL100-RET-CNT PIC 999 COMP VALUE ZERO.
007014     05 DL100-RET-FOUND-IDX PIC 999 COMP VALUE ZERO.
007015     05 DL100-RET-SRCH-CLNUM PIC 9(5) VALUE ZERO.
007016     05 DL100-RET-SRCH-PROJ PIC 99 VALUE ZERO.
007017     05 DL100-RET-APPLIED PIC S9(7)V99 VALUE ZERO.
007018     05 DL100-RET-LEFT PIC S9(9)V99 VALUE ZERO.
007019     05 DL100-INV-NET-DUE PIC S9(8)V99 VALUE ZERO.
007020     05 DL100-GL-DEPOSIT-ACCT PIC X(10) VALUE '2300000000'.
007021
007022*----------------------------------------------------------------
007023* Billing-arrangement areas - what the project group just
007024* closed actually invoices, as opposed to the T+M value of the
007025* work on the printed report. Set by 2370-SET-BILL-AMT-RTN once
007026* per group close, on the normal path and on a checkpoint
007027* replay alike.
007028*----------------------------------------------------------------
007029 01  DL100-ARR-AREAS.
007030     05 DL100-PROJ-ARR PIC X VALUE SPACE.
007031        88 DL100-ARR-FIXED-FEE        VALUE 'F'.
007032        88 DL100-ARR-NTE              VALUE 'N'.
007033     05 DL100-PROJ-ARR-AMT PIC 9(7)V99 VALUE ZERO.
007034     05 DL100-BILL-AMT-PROJ PIC S9(8)V99 VALUE ZERO.
007035     05 DL100-NTE-PRIOR-CUM PIC S9(7)V99 VALUE ZERO.
007036     05 DL100-NTE-ROOM PIC S9(8)V99 VALUE ZERO.
007037     05 DL100-NTE-EXCESS PIC S9(8)V99 VALUE ZERO.
007038     05 DL100-BILLED-AMT-ALL PIC S9(9)V99 VALUE ZERO.
007039     05 DL100-REPLAY-SW PIC X VALUE 'N'.
007040        88 DL100-IN-REPLAY            VALUE 'Y'.
007041
007042*----------------------------------------------------------------
007043* Overtime premium areas - each employee's hours accumulate in
007044* DL100-EMPSUM-TAB as the run bills them; hours beyond the
007045* daily threshold are charged the extra half rate as a premium
007046* on top of the straight-time charge.
007047*----------------------------------------------------------------
007048 01  DL100-OVERTIME-AREAS.
007049     05 DL100-OT-THRESHOLD PIC 99V9 VALUE 8.0.
007050     05 DL100-OT-PRIOR-HOURS PIC S9(5)V9 VALUE ZERO.
007051     05 DL100-OT-AFTER-HOURS PIC S9(5)V9 VALUE ZERO.
007052     05 DL100-OT-HOURS-REC PIC 99V9 VALUE ZERO.
007060     05 DL100-OT-PREM-REC PIC 9(5)V99 VALUE ZERO.
007070     05 DL100-OT-PREM-PROJ PIC 9(7)V99 VALUE ZERO.
007080
007300        88 DL100-REC-FROM-RECYCLE     VALUE 'R'.
007310
007320*----------------------------------------------------------------
007321* Extract control proof areas - what start-up counted on its pass
007322* through DATA-IN, against what the header and trailer say.
007323*----------------------------------------------------------------
007324 01  DL100-EXTRACT-AREAS.
007325     05 DL100-DATAIN-STATUS PIC XX VALUE SPACES.
007326     05 DL100-XC-HDR-SW PIC X VALUE 'N'.
007327        88 DL100-XC-HAS-HDR           VALUE 'Y'.
007328     05 DL100-XC-TRL-SW PIC X VALUE 'N'.
007329        88 DL100-XC-HAS-TRL           VALUE 'Y'.
007330     05 DL100-XC-ERROR-SW PIC X VALUE 'N'.
007331        88 DL100-XC-ERROR             VALUE 'Y'.
007332     05 DL100-XC-REC-NUM PIC 9(7) COMP VALUE ZERO.
007333     05 DL100-XC-DATE PIC X(8) VALUE SPACES.
007334     05 DL100-XC-CNT PIC 9(7) VALUE ZERO.
007335     05 DL100-XC-HOURS PIC 9(7)V9 VALUE ZERO.
007336     05 DL100-XC-EMP-HASH PIC 9(10) VALUE ZERO.
007337     05 DL100-XC-TRL-CNT PIC 9(7) VALUE ZERO.
007338     05 DL100-XC-TRL-HOURS PIC 9(7)V9 VALUE ZERO.
007339     05 DL100-XC-HOURS-ED PIC Z(6)9.9.
007340     05 DL100-XC-TRL-HOURS-ED PIC Z(6)9.9.
007341     05 DL100-XC-TRL-EMP-HASH PIC 9(10) VALUE ZERO.
007342     05 DL100-XC-AFTER-TRL-CNT PIC 9(7) VALUE ZERO.
007343
007344*----------------------------------------------------------------
007345* Duplicate-extract check areas. The extract's charge records are
007346* held from the proof pass; the history rows of the last
007347* DL100-DUP-DAYS business days are held with the earlier run they
007348* belong to. An earlier run is a suspected duplicate when at least
007349* DL100-DUP-PCT percent of the extract's records and of that run's
007350* records pair off one for one on PROJ_NUM, EMP_NUM, HOURS and
007351* CHG_HOUR.
007352*----------------------------------------------------------------
007353 01  DL100-DUPCHK-AREAS.
007354     05 DL100-HISTCHK-STATUS PIC XX VALUE SPACES.
007355     05 DL100-DUP-DAYS PIC 9 VALUE 5.
007356     05 DL100-DUP-PCT PIC 999 VALUE 90.
007357     05 DL100-KEYWORD-CNT PIC 99 COMP VALUE ZERO.
007358     05 DL100-DUPOK-SW PIC X VALUE 'N'.
007359        88 DL100-DUP-CONFIRMED        VALUE 'Y'.
007360     05 DL100-DUP-SUSPECT-SW PIC X VALUE 'N'.
007361        88 DL100-DUP-SUSPECT          VALUE 'Y'.
007362     05 DL100-DUP-WIN-SERIAL PIC 9(7) COMP VALUE ZERO.
007363     05 DL100-DUP-DOW PIC 9(4) COMP VALUE ZERO.
007364     05 DL100-DUP-QUOT PIC 9(7) COMP VALUE ZERO.
007365     05 DL100-DUP-STEP PIC 9 COMP VALUE ZERO.
007366     05 DL100-DUP-YM PIC 9(6) VALUE ZERO.
007367     05 DL100-DUP-YM-X REDEFINES DL100-DUP-YM.
007368        10 DL100-DUP-YYYY PIC 9(4).
007369        10 DL100-DUP-MM PIC 99.
007370     05 DL100-DUP-LAST-DATE PIC X(8) VALUE SPACES.
007371     05 DL100-DUP-READ-CNT PIC 9(7) COMP VALUE ZERO.
007372     05 DL100-DUP-LAST-IN-SW PIC X VALUE 'N'.
007373        88 DL100-DUP-LAST-IN-WINDOW   VALUE 'Y'.
007374     05 DL100-DUP-D PIC 99 COMP VALUE ZERO.
007375     05 DL100-DUP-P PIC 99 COMP VALUE ZERO.
007376     05 DL100-DUP-PROJ PIC 99 VALUE ZERO.
007377     05 DL100-DUP-WORK-1 PIC 9(9) COMP VALUE ZERO.
007378     05 DL100-DUP-WORK-2 PIC 9(9) COMP VALUE ZERO.
007379     05 DL100-DUP-WORK-3 PIC 9(9) COMP VALUE ZERO.
007380     05 DL100-DUP-LIST-SW PIC X VALUE 'N'.
007381        88 DL100-DUP-LIST-OPEN        VALUE 'Y'.
007382     05 DL100-XR-TAB OCCURS 2000 TIMES
007383                      INDEXED BY DL100-XR-IDX.
007384        10 DL100-XR-PROJ PIC 99.
007385        10 DL100-XR-EMP PIC 999.
007386        10 DL100-XR-CHG PIC 999V99.
007387        10 DL100-XR-HOURS PIC 99V9.
007388     05 DL100-XR-CNT PIC 9(4) COMP VALUE ZERO.
007389     05 DL100-XR-FULL-SW PIC X VALUE 'N'.
007390        88 DL100-XR-FULL              VALUE 'Y'.
007391     05 DL100-HR-TAB OCCURS 5000 TIMES
007392                      INDEXED BY DL100-HR-IDX.
007393        10 DL100-HR-D PIC 99 COMP.
007394        10 DL100-HR-PROJ PIC 99.
007395        10 DL100-HR-EMP PIC 999.
007396        10 DL100-HR-CHG PIC 999V99.
007397        10 DL100-HR-HOURS PIC 99V9.
007398        10 DL100-HR-USED PIC X.
007399     05 DL100-HR-CNT PIC 9(4) COMP VALUE ZERO.
007400     05 DL100-DP-XCNT PIC 9(4) COMP OCCURS 99 TIMES
007401                     VALUE ZERO.
007402     05 DL100-DD-TAB OCCURS 10 TIMES.
007403        10 DL100-DD-DATE PIC X(8).
007404        10 DL100-DD-HCNT PIC 9(4) COMP.
007405        10 DL100-DD-MCNT PIC 9(4) COMP.
007406        10 DL100-DD-HIT PIC X.
007407        10 DL100-DDP-TAB OCCURS 99 TIMES.
007408           15 DL100-DDP-HCNT PIC 9(4) COMP.
007409           15 DL100-DDP-MCNT PIC 9(4) COMP.
007410     05 DL100-DD-CNT PIC 99 COMP VALUE ZERO.
007411
007412 01  DUPCHK-HEAD-1.
007413     05 PIC X(1) VALUE SPACES.
007414     05 PIC X(40) VALUE 'SUSPECTED DUPLICATE EXTRACT LISTING'.
007415     05 PIC X(9) VALUE 'RUN DATE '.
007416     05 DUPCHK-HEAD-DATE PIC X(8).
007417     05 PIC X(18) VALUE SPACES.
007418     05 DUPCHK-HEAD-TRIAL PIC X(5).
007419
007420 01  DUPCHK-HEAD-2.
007421     05 PIC X(1) VALUE SPACES.
007422     05 PIC X(40) VALUE
007423         'MATCHED ON PROJ_NUM, EMP_NUM, HOURS AND '.
007424     05 PIC X(38) VALUE
007425         'CHG_HOUR AGAINST THE RUNS OF THE LAST '.
007426     05 DUPCHK-HEAD-DAYS PIC 9.
007427     05 PIC X(14) VALUE ' BUSINESS DAYS'.
007428
007429 01  DUPCHK-DATE-LINE.
007430     05 PIC X(1) VALUE SPACES.
007431     05 PIC X(34) VALUE '*** EXTRACT MATCHES THE RUN DATED '.
007432     05 DUPCHK-OUT-DATE PIC X(8).
007433     05 PIC X(3) VALUE ' - '.
007434     05 DUPCHK-OUT-MCNT PIC ZZZ9.
007435     05 PIC X(4) VALUE ' OF '.
007436     05 DUPCHK-OUT-XCNT PIC ZZZ9.
007437     05 PIC X(18) VALUE ' RECORDS (THAT RUN'.
007438     05 PIC X(8) VALUE ' BILLED '.
007439     05 DUPCHK-OUT-HCNT PIC ZZZ9.
007440     05 PIC X(5) VALUE ') ***'.
007441
007442 01  DUPCHK-COL-1.
007443     05 PIC X(6) VALUE SPACES.
007444     05 PIC X(10) VALUE 'PROJECT'.
007445     05 PIC X(12) VALUE '   EXTRACT'.
007446     05 PIC X(12) VALUE ' EARLIER RUN'.
007447     05 PIC X(12) VALUE '     MATCHED'.
007448
007449 01  DUPCHK-DETAIL.
007450     05 PIC X(8) VALUE SPACES.
007451     05 DUPCHK-OUT-PROJ PIC 99.
007452     05 PIC X(9) VALUE SPACES.
007453     05 DUPCHK-OUT-P-XCNT PIC ZZZ9.
007454     05 PIC X(8) VALUE SPACES.
007455     05 DUPCHK-OUT-P-HCNT PIC ZZZ9.
007456     05 PIC X(8) VALUE SPACES.
007457     05 DUPCHK-OUT-P-MCNT PIC ZZZ9.
007458     05 PIC X(3) VALUE SPACES.
007459     05 DUPCHK-OUT-P-NOTE PIC X(20).
007460
007461 01  DUPCHK-FOOT.
007462     05 PIC X(1) VALUE SPACES.
007463     05 DUPCHK-FOOT-TEXT PIC X(100).
007464
007465*----------------------------------------------------------------
007466* Reject master table and aging areas. The days-in-month table
007467* turns a date into a serial day count so the aging report can
007468* say how long a reject has been sitting.
007469*----------------------------------------------------------------
007470 01  DL100-REJMAST-AREAS.
007471     05 DL100-REJMAST-STATUS PIC XX VALUE SPACES.
007472     05 DL100-REJM-TAB OCCURS 500 TIMES
007473                        INDEXED BY DL100-REJM-IDX.
007474        10 DL100-REJM-DATE PIC 9(8).
007475        10 DL100-REJM-ACTIVE PIC X.
007476        10 DL100-REJM-DATA PIC X(80).
007477     05 DL100-REJM-CNT PIC 999 COMP VALUE ZERO.
007478     05 DL100-DIM-VALUES PIC X(24)
007479         VALUE '312831303130313130313031'.
007480     05 DL100-DIM-TAB REDEFINES DL100-DIM-VALUES.
007481        10 DL100-DIM PIC 99 OCCURS 12 TIMES.
007490     05 DL100-SD-DATE PIC 9(8) VALUE ZERO.
007500     05 DL100-SD-DATE-X REDEFINES DL100-SD-DATE.
007510        10 DL100-SD-YYYY PIC 9(4).
007690*----------------------------------------------------------------
007700 01  DL100-BALANCE-AREAS.
007710     05 DL100-RUNLOG-STATUS PIC XX VALUE SPACES.
007713     05 DL100-RUNLOG-IN-STATUS PIC XX VALUE SPACES.
007716     05 DL100-LAST-CLOSED PIC 9(4) VALUE ZERO.
007720     05 DL100-BAL-READ-CNT PIC 9(7) COMP VALUE ZERO.
007730     05 DL100-BAL-RECY-CNT PIC 9(7) COMP VALUE ZERO.
007740     05 DL100-BAL-BILLED-CNT PIC 9(7) COMP VALUE ZERO.
008194     05 DL100-NTEEXC-NAME   PIC X(44) VALUE SPACES.
008195     05 DL100-PENDING-NAME  PIC X(44) VALUE SPACES.
008196     05 DL100-PENDING-STATUS PIC XX VALUE SPACES.
008197     05 DL100-HISTCHK-NAME PIC X(44) VALUE SPACES.
008198     05 DL100-DUPCHK-NAME  PIC X(44) VALUE SPACES.
008200
008210 01  DL100-RUNTOT-AREAS.
008220     05 DL100-RUNTOT-STATUS PIC XX VALUE SPACES.
011630 01  INV-HEAD-2.
011640     05 PIC X(1) VALUE SPACES.
011650     05 PIC X(9) VALUE 'BILL TO: '.
011660     05 INV-OUT-CLIENT PIC X(30).
011670     05 PIC X(8) VALUE SPACES.
011680     05 PIC X(13) VALUE 'INVOICE DATE '.
011690     05 INV-OUT-DATE PIC 9(8).
011691
011692*    Bill-to address lines - the payment terms and due date
011693*    print at the right of the first two, under the invoice
011694*    date.
011695 01  INV-ADDR-LINE.
011696     05 PIC X(10) VALUE SPACES.
011697     05 INV-OUT-ADDR PIC X(30).
011698     05 PIC X(8) VALUE SPACES.
011699     05 INV-OUT-ADDR-LABEL PIC X(13).
011700     05 INV-OUT-ADDR-VALUE PIC X(8).
011701
011710 01  INV-HEAD-3.
011720     05 PIC X(1) VALUE SPACES.
011730     05 PIC X(8) VALUE 'PROJECT '.
012082     05 PIC X(14) VALUE 'TOTAL DUE     '.
012083     05 INV-OUT-DUE PIC $ZZZ,ZZZ.99CR.
012084
012085 01  INV-RET-LINE.
012086     05 PIC X(46) VALUE SPACES.
012087     05 PIC X(22) VALUE 'LESS RETAINER APPLIED '.
012088     05 INV-OUT-RET PIC $ZZZ,ZZZ.99CR.
012089
012090 01  INV-NET-DUE-LINE.
012091     05 PIC X(54) VALUE SPACES.
012092     05 PIC X(14) VALUE 'AMOUNT DUE    '.
012093     05 INV-OUT-NET-DUE PIC $ZZZ,ZZZ.99CR.
012094
012095 01  INV-RET-LEFT-LINE.
012096     05 PIC X(46) VALUE SPACES.
012097     05 PIC X(22) VALUE 'RETAINER BALANCE LEFT '.
012098     05 INV-OUT-RET-LEFT PIC $ZZZ,ZZZ.99CR.
012099
012100 01  INV-ARR-NOTE.
012101     05 PIC X(1) VALUE SPACES.
012102     05 INV-ARR-NOTE-TEXT PIC X(82).
012103
012104 01  INV-DRAFT-NOTE.
012105     05 PIC X(1) VALUE SPACES.
012106     05 PIC X(52) VALUE
012107         '*** TRIAL RUN - DRAFT ONLY - THE INVOICE NUMBER IS '.
012108     05 PIC X(27) VALUE 'NOT ASSIGNED OR REGISTERED '.
012109     05 PIC X(3) VALUE '***'.
012110
012111 01  INV-PARTIAL-NOTE.
012112     05 PIC X(1) VALUE SPACES.
012113     05 PIC X(52) VALUE
012120         '*** RUN RESUMED FROM A CHECKPOINT - DETAIL ABOVE MAY'.
012130     05 PIC X(26) VALUE ' BE PARTIAL FOR THIS TOTAL'.
012140     05 PIC X(4) VALUE ' ***'.
013554     PERFORM 1191-LOAD-TAXRATE-RTN
013556         THRU 1191-LOAD-TAXRATE-EXIT.
013558
013559     PERFORM 1193-LOAD-CLNTMAST-RTN
013560         THRU 1193-LOAD-CLNTMAST-EXIT.
013561
013562     PERFORM 1196-LOAD-RETAINER-RTN
013563         THRU 1196-LOAD-RETAINER-EXIT.
013564
013565     PERFORM 1012-CHECK-PROMOTIONS-RTN
013566         THRU 1012-CHECK-PROMOTIONS-EXIT.
013567
013568     PERFORM 1016-CHECK-CLOSED-YEAR-RTN
013569         THRU 1016-CHECK-CLOSED-YEAR-EXIT.
013570
013571     PERFORM 1220-PROVE-EXTRACT-RTN
013572         THRU 1220-PROVE-EXTRACT-EXIT.
013573
013574     PERFORM 1240-CHECK-DUPLICATE-RTN
013575         THRU 1240-CHECK-DUPLICATE-EXIT.
013576
013577*    Checkpoint must load after the running-totals master so a
013580*    restart can roll each already-closed project's day total
013590*    forward into DL100-RUNTOT-TAB before any output file is
013600*    opened - at that point DL100-CHECKPT-FOUND-SW also tells us
014230     ACCEPT DL100-SYS-DATE-8 FROM DATE YYYYMMDD.
014240     ACCEPT DL100-PARM-LINE FROM COMMAND-LINE.
014250     MOVE DL100-PARM-LINE (1:8) TO DL100-PARM-DATE.
014260*    OVERRIDE, TRIAL and DUPOK may follow the run date in any
014270*    order, or stand alone when the run date is defaulting to
014272*    today - each keyword is looked for anywhere on the line.
014280     MOVE ZERO TO DL100-KEYWORD-CNT.
014290     INSPECT DL100-PARM-LINE TALLYING DL100-KEYWORD-CNT
014292         FOR ALL 'OVERRIDE'.
014294     IF DL100-KEYWORD-CNT GREATER ZERO
014300         MOVE 'Y' TO DL100-OVERRIDE-SW
014310     END-IF.
014312     MOVE ZERO TO DL100-KEYWORD-CNT.
014314     INSPECT DL100-PARM-LINE TALLYING DL100-KEYWORD-CNT
014316         FOR ALL 'TRIAL'.
014317     IF DL100-KEYWORD-CNT GREATER ZERO
014318         MOVE 'Y' TO DL100-TRIAL-SW
014319         DISPLAY 'TRIAL RUN - DRAFT OUTPUTS ONLY; NO INVOICE '
014320             'NUMBERS ASSIGNED AND NO MASTER, REGISTER, '
014321             'HISTORY, GL OR RUN-LOG FILE IS TOUCHED'
014322     END-IF.
014323     MOVE ZERO TO DL100-KEYWORD-CNT.
014324     INSPECT DL100-PARM-LINE TALLYING DL100-KEYWORD-CNT
014325         FOR ALL 'DUPOK'.
014326     IF DL100-KEYWORD-CNT GREATER ZERO
014327         MOVE 'Y' TO DL100-DUPOK-SW
014328     END-IF.
014329     IF DL100-PARM-DATE IS NUMERIC
014330         MOVE DL100-PARM-DATE TO DL100-FILE-DATE-8
014340         MOVE DL100-PARM-DATE (3:2) TO DL100-RUN-YY
014350         MOVE DL100-PARM-DATE (5:2) TO DL100-RUN-MM
014790         DELIMITED BY SIZE INTO DL100-REJAGE-NAME.
014791     STRING 'C:\6010405467-NTEEXC-' DL100-NAME-STAMP
014793         DELIMITED BY SIZE INTO DL100-NTEEXC-NAME.
014794     STRING 'C:\6010405467-DUPCHK-' DL100-NAME-STAMP
014795         DELIMITED BY SIZE INTO DL100-DUPCHK-NAME.
014796*    The billing history partitions by the run date's calendar
014797*    month - the run appends to its own month's file. A trial
014798*    run never opens it.
014799     STRING 'C:\6010405467-HIST-' DL100-FILE-DATE-8 (1:6) '.txt'
014800         DELIMITED BY SIZE INTO DL100-HISTORY-NAME.
014801 1008-BUILD-FILE-NAMES-EXIT.
014810     EXIT.
014820
014830******************************************************************
014831* 1012-CHECK-PROMOTIONS-RTN
014832* Warns at start-up when a maintenance program's -NEW output is
014833* still on hand - the maintenance ran but the new master was
014834* never promoted, so this run is about to bill from the old
014835* one. A -NEW file left empty by a promotion does not count.
014836* The run proceeds; the warning is the guard.
014837******************************************************************
014838 1012-CHECK-PROMOTIONS-RTN.
014839     MOVE 'C:\EmpMaster-NEW.txt' TO DL100-PENDING-NAME.
014840     PERFORM 1014-CHECK-ONE-PENDING-RTN
014841         THRU 1014-CHECK-ONE-PENDING-EXIT.
014842     MOVE 'C:\ProjMaster-NEW.txt' TO DL100-PENDING-NAME.
014843     PERFORM 1014-CHECK-ONE-PENDING-RTN
014844         THRU 1014-CHECK-ONE-PENDING-EXIT.
014845     MOVE 'C:\JobRate-NEW.txt' TO DL100-PENDING-NAME.
014846     PERFORM 1014-CHECK-ONE-PENDING-RTN
014847         THRU 1014-CHECK-ONE-PENDING-EXIT.
014848     MOVE 'C:\ClientMaster-NEW.txt' TO DL100-PENDING-NAME.
014849     PERFORM 1014-CHECK-ONE-PENDING-RTN
014850         THRU 1014-CHECK-ONE-PENDING-EXIT.
014851 1012-CHECK-PROMOTIONS-EXIT.
014852     EXIT.
014853
014854 1014-CHECK-ONE-PENDING-RTN.
014855     OPEN INPUT PENDING-IN.
014856     IF DL100-PENDING-STATUS NOT EQUAL '00'
014857         GO TO 1014-CHECK-ONE-PENDING-EXIT
014858     END-IF.
014859     READ PENDING-IN
014860         AT END
014861             MOVE '10' TO DL100-PENDING-STATUS
014862     END-READ.
014863     CLOSE PENDING-IN.
014864     IF DL100-PENDING-STATUS EQUAL '00'
014865         DISPLAY '*** ' DL100-PENDING-NAME ' IS STILL ON HAND'
014866             ' - MAINTENANCE OUTPUT NOT PROMOTED; THIS RUN'
014867             ' BILLS FROM THE OLD MASTER ***'
014868     END-IF.
014869 1014-CHECK-ONE-PENDING-EXIT.
014870     EXIT.
014871
014872******************************************************************
014873* 1016-CHECK-CLOSED-YEAR-RTN
014874* Refuses a run dated in a year the year-end close has already
014875* closed - the latest balanced close line on the run-control log
014876* names the last closed year - and a run dated in a new year
014877* while the running-totals master still holds a year not yet
014878* closed. A trial writes nothing, so it only notes either one
014879* and proceeds.
014880******************************************************************
014881 1016-CHECK-CLOSED-YEAR-RTN.
014882     OPEN INPUT RUNLOG-IN.
014883     IF DL100-RUNLOG-IN-STATUS EQUAL '00'
014884         PERFORM 1018-READ-RUNLOG-RTN
014885             THRU 1018-READ-RUNLOG-EXIT
014886             UNTIL DL100-RUNLOG-IN-STATUS NOT EQUAL '00'
014887         CLOSE RUNLOG-IN
014888     END-IF.
014889*    The first run of a new year rolls the running-totals YTD
014890*    over, so the prior year's close has to run before it - the
014891*    close reads the year's totals from that master.
014892     IF DL100-MAST-HAS-HDR
014893        AND DL100-MAST-DATE (1:4) LESS DL100-FILE-DATE-8 (1:4)
014894        AND DL100-MAST-DATE (1:4) GREATER DL100-LAST-CLOSED
014895         IF DL100-TRIAL-RUN
014896             DISPLAY 'RUNTOT MASTER IS DATED ' DL100-MAST-DATE
014897                 ' AND YEAR ' DL100-MAST-DATE (1:4) ' HAS NOT '
014898                 'BEEN CLOSED - TRIAL PROCEEDS; A LIVE RUN '
014899                 'WOULD BE REFUSED'
014900         ELSE
014901             DISPLAY 'RUNTOT MASTER IS DATED ' DL100-MAST-DATE
014902                 ' AND YEAR ' DL100-MAST-DATE (1:4) ' HAS NOT '
014903                 'BEEN CLOSED - RUN THE YEAR-END CLOSE BEFORE '
014904                 'THE FIRST BILLING RUN OF ' DL100-FILE-DATE-8
014905                 (1:4) '. RUN CANCELLED'
014906             MOVE 12 TO RETURN-CODE
014907             STOP RUN
014908         END-IF
014909     END-IF.
014910     IF DL100-FILE-DATE-8 (1:4) GREATER DL100-LAST-CLOSED
014911         GO TO 1016-CHECK-CLOSED-YEAR-EXIT
014912     END-IF.
014913     IF DL100-TRIAL-RUN
014914         DISPLAY 'RUN DATE ' DL100-FILE-DATE-8 ' FALLS IN YEAR '
014915             DL100-LAST-CLOSED ' OR EARLIER, WHICH IS CLOSED - '
014916             'TRIAL PROCEEDS; A LIVE RUN WOULD BE REFUSED'
014917     ELSE
014918         DISPLAY 'RUN DATE ' DL100-FILE-DATE-8 ' FALLS IN YEAR '
014919             DL100-LAST-CLOSED ' OR EARLIER, WHICH THE YEAR-END '
014920             'CLOSE HAS CLOSED - NOTHING MAY POST INTO A CLOSED '
014921             'YEAR. RUN CANCELLED'
014922         MOVE 12 TO RETURN-CODE
014923         STOP RUN
014924     END-IF.
014925 1016-CHECK-CLOSED-YEAR-EXIT.
014926     EXIT.
014927
014928 1018-READ-RUNLOG-RTN.
014929     READ RUNLOG-IN.
014930     IF DL100-RUNLOG-IN-STATUS NOT EQUAL '00'
014931         GO TO 1018-READ-RUNLOG-EXIT
014932     END-IF.
014933     IF RUNLOG-IN-PROG EQUAL 'Y6010405467'
014934        AND RUNLOG-IN-FLAG EQUAL 'Y'
014935        AND RUNLOG-IN-CLOSE-YEAR IS NUMERIC
014936        AND RUNLOG-IN-CLOSE-YEAR GREATER DL100-LAST-CLOSED
014937         MOVE RUNLOG-IN-CLOSE-YEAR TO DL100-LAST-CLOSED
014938     END-IF.
014939 1018-READ-RUNLOG-EXIT.
014940     EXIT.
014941
014942******************************************************************
014943* 1100-LOAD-JOBRATE-RTN
014944* Loads the approved job-class rate table - every row, so a
014945* class carries all of its effective-dated rates. The master is
014946* optional - if it is not present, no rate checking is done and
014947* CHG_HOUR flows through as before.
014948******************************************************************
014949 1100-LOAD-JOBRATE-RTN.
014950     OPEN INPUT JOBRATE-IN.
014951     IF DL100-JOBRATE-STATUS EQUAL '00'
014952         PERFORM 1110-READ-JOBRATE-RTN
014953             THRU 1110-READ-JOBRATE-EXIT
014954             UNTIL DL100-JOBRATE-STATUS NOT EQUAL '00'
014955         CLOSE JOBRATE-IN
014960     END-IF.
014970 1100-LOAD-JOBRATE-EXIT.
014980     EXIT.
017519                 MOVE ZERO TO
017521                     DL100-PROJMAST-ARR-AMT (DL100-PROJMAST-IDX)
017522             END-IF
017523             IF PROJMAST-CLIENT-NUM IS NUMERIC
017524                 MOVE PROJMAST-CLIENT-NUM TO
017525                     DL100-PROJMAST-CLNUM (DL100-PROJMAST-IDX)
017526             ELSE
017527                 MOVE ZERO TO
017528                     DL100-PROJMAST-CLNUM (DL100-PROJMAST-IDX)
017529             END-IF
017530         ELSE
017531             DISPLAY 'PROJMAST-IN: PROJECT MASTER TABLE FULL AT'
017540                 ' 100 - PROJECT ' PROJMAST-PROJ-NUM ' IGNORED'
017550         END-IF
017560     END-IF.
017987 1192-READ-TAXRATE-EXIT.
017988     EXIT.
017989
017990*****************************************************************
017991* 1193-LOAD-CLNTMAST-RTN
017992* Loads the client master into memory at start-up for the
017993* invoice bill-to block and terms. The file is optional - with
017994* no master every project bills to its project master client
017995* name on the default terms.
017996*****************************************************************
017997 1193-LOAD-CLNTMAST-RTN.
017998     OPEN INPUT CLNTMAST-IN.
017999     IF DL100-CLNTMAST-STATUS EQUAL '00'
018000         PERFORM 1194-READ-CLNTMAST-RTN
018001             THRU 1194-READ-CLNTMAST-EXIT
018002             UNTIL DL100-CLNTMAST-STATUS NOT EQUAL '00'
018003         CLOSE CLNTMAST-IN
018004     END-IF.
018005 1193-LOAD-CLNTMAST-EXIT.
018006     EXIT.
018007
018008 1194-READ-CLNTMAST-RTN.
018009     READ CLNTMAST-IN.
018010     IF DL100-CLNTMAST-STATUS EQUAL '00'
018011         IF DL100-CLNT-CNT < 500
018012             ADD 1 TO DL100-CLNT-CNT
018013             SET DL100-CLNT-IDX TO DL100-CLNT-CNT
018014             MOVE CLNTMAST-CLIENT-NUM
018015                 TO DL100-CLNT-NUM (DL100-CLNT-IDX)
018016             MOVE CLNTMAST-LEGAL-NAME
018017                 TO DL100-CLNT-LEGAL-NAME (DL100-CLNT-IDX)
018018             MOVE CLNTMAST-ADDR-1
018019                 TO DL100-CLNT-ADDR-1 (DL100-CLNT-IDX)
018020             MOVE CLNTMAST-ADDR-2
018021                 TO DL100-CLNT-ADDR-2 (DL100-CLNT-IDX)
018022             MOVE CLNTMAST-ADDR-3
018023                 TO DL100-CLNT-ADDR-3 (DL100-CLNT-IDX)
018024             MOVE CLNTMAST-TERMS
018025                 TO DL100-CLNT-TERMS (DL100-CLNT-IDX)
018026         ELSE
018027             DISPLAY 'CLNTMAST-IN: CLIENT MASTER TABLE FULL AT'
018028                 ' 500 - CLIENT ' CLNTMAST-CLIENT-NUM ' IGNORED'
018029         END-IF
018030     END-IF.
018031 1194-READ-CLNTMAST-EXIT.
018032     EXIT.
018033
018034*****************************************************************
018035* 1196-LOAD-RETAINER-RTN
018036* Builds each client/project's retainer balance from the ledger
018037* at start-up - deposits less drawdowns. It must load before the
018038* checkpoint, since a restart bills on from the balance the
018039* aborted attempt left. The ledger is optional.
018040*****************************************************************
018041 1196-LOAD-RETAINER-RTN.
018042     OPEN INPUT RETAINER-FILE.
018043     IF DL100-RETAINER-STATUS EQUAL '00'
018044         PERFORM 1197-READ-RETAINER-RTN
018045             THRU 1197-READ-RETAINER-EXIT
018046             UNTIL DL100-RETAINER-STATUS NOT EQUAL '00'
018047         CLOSE RETAINER-FILE
018048     END-IF.
018049 1196-LOAD-RETAINER-EXIT.
018050     EXIT.
018051
018052 1197-READ-RETAINER-RTN.
018053     READ RETAINER-FILE.
018054     IF DL100-RETAINER-STATUS NOT EQUAL '00'
018055         GO TO 1197-READ-RETAINER-EXIT
018056     END-IF.
018057     IF RETAINER-AMOUNT NOT NUMERIC
018058        OR NOT (RETAINER-DEPOSIT OR RETAINER-APPLIED)
018059         GO TO 1197-READ-RETAINER-EXIT
018060     END-IF.
018061     MOVE RETAINER-CLIENT-NUM TO DL100-RET-SRCH-CLNUM.
018062     MOVE RETAINER-PROJ-NUM TO DL100-RET-SRCH-PROJ.
018063     PERFORM 2382-SEARCH-RETAINER-RTN
018064         THRU 2382-SEARCH-RETAINER-EXIT.
018065     IF DL100-NOT-FOUND
018066         IF DL100-RET-CNT < 500
018067             ADD 1 TO DL100-RET-CNT
018068             MOVE DL100-RET-CNT TO DL100-RET-FOUND-IDX
018069             MOVE RETAINER-CLIENT-NUM
018070                 TO DL100-RET-CLNUM (DL100-RET-FOUND-IDX)
018071             MOVE RETAINER-PROJ-NUM
018072                 TO DL100-RET-PROJ (DL100-RET-FOUND-IDX)
018073             MOVE ZERO TO DL100-RET-BAL (DL100-RET-FOUND-IDX)
018074         ELSE
018075             DISPLAY 'RETAINER-FILE: RETAINER TABLE FULL AT 500'
018076                 ' - CLIENT ' RETAINER-CLIENT-NUM ' PROJECT '
018077                 RETAINER-PROJ-NUM ' IGNORED'
018078             GO TO 1197-READ-RETAINER-EXIT
018079         END-IF
018080     END-IF.
018081     IF RETAINER-DEPOSIT
018082         ADD RETAINER-AMOUNT
018083             TO DL100-RET-BAL (DL100-RET-FOUND-IDX)
018084     ELSE
018085         SUBTRACT RETAINER-AMOUNT
018086             FROM DL100-RET-BAL (DL100-RET-FOUND-IDX)
018087     END-IF.
018088 1197-READ-RETAINER-EXIT.
018089     EXIT.
018090
018091******************************************************************
018092* 1190-LOAD-CHECKPT-RTN
018093* Reads the checkpoint file left by a prior attempt at this run,
018094* if any. A non-empty file means that run abended partway through.
018095* A checkpoint row is written both when a project group closes
018096* and, as a watermark, after every billed record of a group still
018097* open - the last row read tells this run whether it is resuming
018098* after a fully closed project or partway through one, and how
018099* many of that open project's records were already billed and must
018100* not be billed again. Every closed-project row read is also
018101* replayed into DL100-RUNTOT-TAB and the closed-project table,
018102* since the DATA-IN records that would normally do that are the
018103* very ones this run skips. On a restart the checkpoint file is
018104* then reopened EXTEND so the carried-forward records survive
018110* alongside this run's own; on a normal start it is opened fresh.
018120******************************************************************
018130 1190-LOAD-CHECKPT-RTN.
018659                 THRU 2370-SET-BILL-AMT-EXIT
018660             PERFORM 2350-UPDATE-RUNTOT-RTN
018670                 THRU 2350-UPDATE-RUNTOT-EXIT
018671*            So is the retainer its invoice applied, which the
018672*            GL pair below posts as a deposits drawdown.
018673             MOVE ZERO TO DL100-RET-APPLIED
018674             IF CHECKPT-RET-AMT IS NUMERIC
018675                 MOVE CHECKPT-RET-AMT TO DL100-RET-APPLIED
018676             END-IF
018680*            The GL posting pair for a project closed before the
018690*            abend is rebuilt here too, so the released posting
018700*            file still ties to the grand total on a restart.
019380 1210-OPEN-RECYCLE-EXIT.
019390     EXIT.
019400
019401******************************************************************
019402* 1220-PROVE-EXTRACT-RTN
019403* Reads the whole extract once before anything is billed and
019404* proves it against timekeeping's control records: the header
019405* must come first and carry the run date, the trailer must come
019406* last, and the trailer's record count, total hours and EMP_NUM
019407* hash must equal what lies between them. A missing extract fails
019408* too. Any failure refuses the run before a single output file is
019409* opened - a live run logs it as not balanced first.
019410******************************************************************
019411 1220-PROVE-EXTRACT-RTN.
019412     OPEN INPUT DATA-IN.
019413     IF DL100-DATAIN-STATUS NOT EQUAL '00'
019414         DISPLAY 'FINALDATA EXTRACT IS NOT ON HAND'
019415         MOVE 'Y' TO DL100-XC-ERROR-SW
019416         GO TO 1220-PROVE-EXTRACT-FAIL
019417     END-IF.
019418     PERFORM 1225-READ-EXTRACT-RTN
019419         THRU 1225-READ-EXTRACT-EXIT
019420         UNTIL DL100-DATAIN-STATUS NOT EQUAL '00'.
019421     CLOSE DATA-IN.
019422     IF NOT DL100-XC-HAS-HDR
019423         DISPLAY 'FINALDATA EXTRACT HAS NO CONTROL HEADER AS ITS '
019424             'FIRST RECORD'
019425         MOVE 'Y' TO DL100-XC-ERROR-SW
019426     END-IF.
019427     IF NOT DL100-XC-HAS-TRL
019428         DISPLAY 'FINALDATA EXTRACT HAS NO CONTROL TRAILER - THE '
019429             'TRANSFER MAY HAVE BEEN CUT OFF'
019430         MOVE 'Y' TO DL100-XC-ERROR-SW
019431     END-IF.
019432     IF DL100-XC-AFTER-TRL-CNT GREATER ZERO
019433         DISPLAY 'FINALDATA EXTRACT HAS ' DL100-XC-AFTER-TRL-CNT
019434             ' RECORDS AFTER ITS CONTROL TRAILER'
019435         MOVE 'Y' TO DL100-XC-ERROR-SW
019436     END-IF.
019437     IF DL100-XC-HAS-HDR
019438        AND DL100-XC-DATE NOT EQUAL DL100-FILE-DATE-8
019439         DISPLAY 'FINALDATA EXTRACT IS DATED ' DL100-XC-DATE
019440             ' - THE RUN DATE IS ' DL100-FILE-DATE-8
019441         MOVE 'Y' TO DL100-XC-ERROR-SW
019442     END-IF.
019443     IF DL100-XC-HAS-TRL
019444         IF DL100-XC-CNT NOT EQUAL DL100-XC-TRL-CNT
019445             DISPLAY 'FINALDATA TRAILER RECORD COUNT '
019446                 DL100-XC-TRL-CNT ' - RECORDS READ ' DL100-XC-CNT
019447             MOVE 'Y' TO DL100-XC-ERROR-SW
019448         END-IF
019449         IF DL100-XC-HOURS NOT EQUAL DL100-XC-TRL-HOURS
019450             MOVE DL100-XC-HOURS TO DL100-XC-HOURS-ED
019451             MOVE DL100-XC-TRL-HOURS TO DL100-XC-TRL-HOURS-ED
019452             DISPLAY 'FINALDATA TRAILER TOTAL HOURS '
019453                 DL100-XC-TRL-HOURS-ED ' - HOURS READ '
019454                 DL100-XC-HOURS-ED
019455             MOVE 'Y' TO DL100-XC-ERROR-SW
019456         END-IF
019457         IF DL100-XC-EMP-HASH NOT EQUAL DL100-XC-TRL-EMP-HASH
019458             DISPLAY 'FINALDATA TRAILER EMP_NUM HASH '
019459                 DL100-XC-TRL-EMP-HASH ' - HASH READ '
019460                 DL100-XC-EMP-HASH
019461             MOVE 'Y' TO DL100-XC-ERROR-SW
019462         END-IF
019463     END-IF.
019464     IF NOT DL100-XC-ERROR
019465         MOVE DL100-XC-HOURS TO DL100-XC-HOURS-ED
019466         DISPLAY 'FINALDATA EXTRACT ' DL100-XC-DATE ' PROVED - '
019467             DL100-XC-CNT ' RECORDS, ' DL100-XC-HOURS-ED
019468             ' HOURS'
019469         GO TO 1220-PROVE-EXTRACT-EXIT
019470     END-IF.
019471 1220-PROVE-EXTRACT-FAIL.
019472     PERFORM 1290-LOG-REFUSAL-RTN
019473         THRU 1290-LOG-REFUSAL-EXIT.
019474     DISPLAY 'FINALDATA EXTRACT DID NOT PROVE AGAINST ITS '
019475         'CONTROL RECORDS - NOTHING BILLED. RUN CANCELLED'.
019476     MOVE 12 TO RETURN-CODE.
019477     STOP RUN.
019478 1220-PROVE-EXTRACT-EXIT.
019479     EXIT.
019480
019481 1225-READ-EXTRACT-RTN.
019482     READ DATA-IN.
019483     IF DL100-DATAIN-STATUS NOT EQUAL '00'
019484         GO TO 1225-READ-EXTRACT-EXIT
019485     END-IF.
019486     ADD 1 TO DL100-XC-REC-NUM.
019487     IF DL100-XC-HAS-TRL
019488         ADD 1 TO DL100-XC-AFTER-TRL-CNT
019489         GO TO 1225-READ-EXTRACT-EXIT
019490     END-IF.
019491     IF DATA-HDR-REC
019492         IF DL100-XC-REC-NUM EQUAL 1
019493             MOVE 'Y' TO DL100-XC-HDR-SW
019494             MOVE DATA-HDR-DATE TO DL100-XC-DATE
019495         ELSE
019496             DISPLAY 'FINALDATA CONTROL HEADER FOUND AT RECORD '
019497                 DL100-XC-REC-NUM ' - NOT THE FIRST RECORD'
019498             MOVE 'Y' TO DL100-XC-ERROR-SW
019499         END-IF
019500         GO TO 1225-READ-EXTRACT-EXIT
019501     END-IF.
019502     IF DATA-TRL-REC
019503         MOVE 'Y' TO DL100-XC-TRL-SW
019504         IF DATA-TRL-COUNT IS NUMERIC
019505             MOVE DATA-TRL-COUNT TO DL100-XC-TRL-CNT
019506         END-IF
019507         IF DATA-TRL-HOURS IS NUMERIC
019508             MOVE DATA-TRL-HOURS TO DL100-XC-TRL-HOURS
019509         END-IF
019510         IF DATA-TRL-EMP-HASH IS NUMERIC
019511             MOVE DATA-TRL-EMP-HASH TO DL100-XC-TRL-EMP-HASH
019512         END-IF
019513         GO TO 1225-READ-EXTRACT-EXIT
019514     END-IF.
019515     ADD 1 TO DL100-XC-CNT.
019516     IF HOURS IS NUMERIC
019517         ADD HOURS TO DL100-XC-HOURS
019518     END-IF.
019519     IF EMP_NUM IS NUMERIC
019520         ADD EMP_NUM TO DL100-XC-EMP-HASH
019521     END-IF.
019522*    Charge records are held for the duplicate-extract check.
019523     IF PROJ_NUM IS NOT NUMERIC OR EMP_NUM IS NOT NUMERIC
019524        OR CHG_HOUR IS NOT NUMERIC OR HOURS IS NOT NUMERIC
019525         GO TO 1225-READ-EXTRACT-EXIT
019526     END-IF.
019527     IF PROJ_NUM EQUAL ZERO
019528         GO TO 1225-READ-EXTRACT-EXIT
019529     END-IF.
019530     IF DL100-XR-CNT NOT LESS THAN 2000
019531         IF NOT DL100-XR-FULL
019532             MOVE 'Y' TO DL100-XR-FULL-SW
019533             DISPLAY 'DATA-IN: DUPLICATE-CHECK TABLE FULL AT '
019534                 '2000 RECORDS - LATER RECORDS NOT COMPARED'
019535         END-IF
019536         GO TO 1225-READ-EXTRACT-EXIT
019537     END-IF.
019538     ADD 1 TO DL100-XR-CNT.
019539     SET DL100-XR-IDX TO DL100-XR-CNT.
019540     MOVE PROJ_NUM TO DL100-XR-PROJ (DL100-XR-IDX).
019541     MOVE EMP_NUM TO DL100-XR-EMP (DL100-XR-IDX).
019542     MOVE CHG_HOUR TO DL100-XR-CHG (DL100-XR-IDX).
019543     MOVE HOURS TO DL100-XR-HOURS (DL100-XR-IDX).
019544     ADD 1 TO DL100-DP-XCNT (PROJ_NUM).
019545 1225-READ-EXTRACT-EXIT.
019546     EXIT.
019547
019548******************************************************************
019549* 1240-CHECK-DUPLICATE-RTN
019550* Matches the day's extract against the billing history of the
019551* last DL100-DUP-DAYS business days before the run date, one
019552* earlier run at a time. Each extract record pairs off with at
019553* most one unpaired history row of the same PROJ_NUM, EMP_NUM,
019554* HOURS and CHG_HOUR from each earlier run. A run that pairs off
019555* with DL100-DUP-PCT percent or more of both the extract and its
019556* own billing is a suspected duplicate: it is listed project group
019557* by project group, and the run is refused unless DUPOK was given.
019558* A trial only reports it.
019559******************************************************************
019560 1240-CHECK-DUPLICATE-RTN.
019561     IF DL100-XR-CNT EQUAL ZERO
019562         GO TO 1240-CHECK-DUPLICATE-EXIT
019563     END-IF.
019564     MOVE DL100-FILE-DATE-8 TO DL100-SD-DATE.
019565     PERFORM 2910-CALC-SERIAL-DAY-RTN
019566         THRU 2910-CALC-SERIAL-DAY-EXIT.
019567     MOVE DL100-SD-SERIAL TO DL100-DUP-WIN-SERIAL.
019568     PERFORM 1242-BACK-ONE-BUSDAY-RTN
019569         THRU 1242-BACK-ONE-BUSDAY-EXIT
019570         VARYING DL100-DUP-STEP FROM 1 BY 1
019571         UNTIL DL100-DUP-STEP > DL100-DUP-DAYS.
019572     MOVE DL100-FILE-DATE-8 (1:6) TO DL100-DUP-YM.
019573     IF DL100-DUP-MM EQUAL 1
019574         SUBTRACT 1 FROM DL100-DUP-YYYY
019575         MOVE 12 TO DL100-DUP-MM
019576     ELSE
019577         SUBTRACT 1 FROM DL100-DUP-MM
019578     END-IF.
019579     PERFORM 1244-LOAD-HIST-MONTH-RTN
019580         THRU 1244-LOAD-HIST-MONTH-EXIT.
019581     MOVE DL100-FILE-DATE-8 (1:6) TO DL100-DUP-YM.
019582     PERFORM 1244-LOAD-HIST-MONTH-RTN
019583         THRU 1244-LOAD-HIST-MONTH-EXIT.
019584     IF DL100-HR-CNT EQUAL ZERO
019585         GO TO 1240-CHECK-DUPLICATE-EXIT
019586     END-IF.
019587     PERFORM 1250-MATCH-ONE-XR-RTN
019588         THRU 1250-MATCH-ONE-XR-EXIT
019589         VARYING DL100-XR-IDX FROM 1 BY 1
019590         UNTIL DL100-XR-IDX > DL100-XR-CNT.
019591     PERFORM 1260-JUDGE-ONE-RUN-RTN
019592         THRU 1260-JUDGE-ONE-RUN-EXIT
019593         VARYING DL100-DUP-D FROM 1 BY 1
019594         UNTIL DL100-DUP-D > DL100-DD-CNT.
019595     IF NOT DL100-DUP-SUSPECT
019596         GO TO 1240-CHECK-DUPLICATE-EXIT
019597     END-IF.
019598     IF DL100-TRIAL-RUN
019599         MOVE 'TRIAL - REPORTED ONLY; A LIVE RUN OF THIS '
019600             TO DUPCHK-FOOT-TEXT
019601         MOVE 'EXTRACT WOULD BE REFUSED WITHOUT DUPOK'
019602             TO DUPCHK-FOOT-TEXT (43:38)
019603         DISPLAY 'SUSPECTED DUPLICATE EXTRACT - TRIAL '
019604             'PROCEEDS; SEE ' DL100-DUPCHK-NAME
019605     ELSE
019606         IF DL100-DUP-CONFIRMED
019607             MOVE 'DUPOK GIVEN - OPERATIONS CONFIRMED THE '
019608                 TO DUPCHK-FOOT-TEXT
019609             MOVE 'EXTRACT IS NOT A DUPLICATE; THE RUN PROCEEDED'
019610                 TO DUPCHK-FOOT-TEXT (40:45)
019611             DISPLAY 'SUSPECTED DUPLICATE EXTRACT - DUPOK '
019612                 'ACCEPTED, RUN PROCEEDS'
019613         ELSE
019614             MOVE 'RUN CANCELLED - NOTHING BILLED. RERUN WITH '
019615                 TO DUPCHK-FOOT-TEXT
019616             MOVE 'DUPOK ON THE COMMAND LINE ONLY IF THE EXTRACT '
019617                 TO DUPCHK-FOOT-TEXT (44:46)
019618             MOVE 'IS GENUINE' TO DUPCHK-FOOT-TEXT (90:10)
019619         END-IF
019620     END-IF.
019621     WRITE DUPCHK-REC-OUT FROM DUPCHK-FOOT
019622           AFTER ADVANCING 2 LINES.
019623     CLOSE DUPCHK-OUT.
019624     IF DL100-TRIAL-RUN OR DL100-DUP-CONFIRMED
019625         GO TO 1240-CHECK-DUPLICATE-EXIT
019626     END-IF.
019627     PERFORM 1290-LOG-REFUSAL-RTN
019628         THRU 1290-LOG-REFUSAL-EXIT.
019629     DISPLAY 'FINALDATA EXTRACT MATCHES AN EARLIER RUN - '
019630         'SUSPECTED DUPLICATE, SEE ' DL100-DUPCHK-NAME.
019631     DISPLAY 'NOTHING BILLED. RERUN WITH DUPOK ON THE COMMAND '
019632         'LINE ONLY IF THE EXTRACT IS GENUINE. RUN CANCELLED'.
019633     MOVE 12 TO RETURN-CODE.
019634     STOP RUN.
019635 1240-CHECK-DUPLICATE-EXIT.
019636     EXIT.
019637
019638*    Steps the window start back one business day, over Saturday
019639*    (0) and Sunday (1), as 1154-BACK-TO-BUSDAY-RTN does.
019640 1242-BACK-ONE-BUSDAY-RTN.
019641     SUBTRACT 1 FROM DL100-DUP-WIN-SERIAL.
019642     DIVIDE DL100-DUP-WIN-SERIAL BY 7
019643         GIVING DL100-DUP-QUOT REMAINDER DL100-DUP-DOW.
019644     IF DL100-DUP-DOW EQUAL 1
019645         SUBTRACT 2 FROM DL100-DUP-WIN-SERIAL
019646     END-IF.
019647     IF DL100-DUP-DOW EQUAL ZERO
019648         SUBTRACT 1 FROM DL100-DUP-WIN-SERIAL
019649     END-IF.
019650 1242-BACK-ONE-BUSDAY-EXIT.
019651     EXIT.
019652
019653******************************************************************
019654* 1244-LOAD-HIST-MONTH-RTN
019655* Loads the history rows of month DL100-DUP-YM that fall inside
019656* the window - on or after its first business day and before the
019657* run date - each tagged with the earlier run it belongs to. A
019658* month of a prior year whose partition is missing or empty has
019659* been closed by Y6010405467 - its rows are read from that
019660* year's history archive instead, the window test leaving out
019661* the rest of the year. Otherwise a missing partition simply
019662* adds nothing.
019663******************************************************************
019664 1244-LOAD-HIST-MONTH-RTN.
019665     MOVE ZERO TO DL100-DUP-READ-CNT.
019666     MOVE SPACES TO DL100-HISTCHK-NAME.
019667     STRING 'C:\6010405467-HIST-' DL100-DUP-YM '.txt'
019668         DELIMITED BY SIZE INTO DL100-HISTCHK-NAME.
019669     OPEN INPUT HISTCHK-IN.
019670     IF DL100-HISTCHK-STATUS EQUAL '00'
019671         PERFORM 1246-READ-HISTCHK-RTN
019672             THRU 1246-READ-HISTCHK-EXIT
019673             UNTIL DL100-HISTCHK-STATUS NOT EQUAL '00'
019674         CLOSE HISTCHK-IN
019675     END-IF.
019676     IF DL100-DUP-READ-CNT GREATER ZERO
019677        OR DL100-DUP-YYYY NOT LESS DL100-FILE-DATE-8 (1:4)
019678         GO TO 1244-LOAD-HIST-MONTH-EXIT
019679     END-IF.
019680     MOVE SPACES TO DL100-HISTCHK-NAME.
019681     STRING 'C:\6010405467-HISTARC-' DL100-DUP-YYYY '.txt'
019682         DELIMITED BY SIZE INTO DL100-HISTCHK-NAME.
019683     OPEN INPUT HISTCHK-IN.
019684     IF DL100-HISTCHK-STATUS NOT EQUAL '00'
019685         GO TO 1244-LOAD-HIST-MONTH-EXIT
019686     END-IF.
019687     PERFORM 1246-READ-HISTCHK-RTN
019688         THRU 1246-READ-HISTCHK-EXIT
019689         UNTIL DL100-HISTCHK-STATUS NOT EQUAL '00'.
019690     CLOSE HISTCHK-IN.
019691 1244-LOAD-HIST-MONTH-EXIT.
019692     EXIT.
019693
019694 1246-READ-HISTCHK-RTN.
019695     READ HISTCHK-IN.
019696     IF DL100-HISTCHK-STATUS NOT EQUAL '00'
019697         GO TO 1246-READ-HISTCHK-EXIT
019698     END-IF.
019699     ADD 1 TO DL100-DUP-READ-CNT.
019700     IF HISTCHK-RUN-DATE IS NOT NUMERIC
019701        OR HISTCHK-PROJ-NUM IS NOT NUMERIC
019702        OR HISTCHK-RUN-DATE NOT LESS THAN DL100-FILE-DATE-8
019703         GO TO 1246-READ-HISTCHK-EXIT
019704     END-IF.
019705     IF HISTCHK-EMP-NUM IS NOT NUMERIC
019706        OR HISTCHK-CHG-HOUR IS NOT NUMERIC
019707        OR HISTCHK-HOURS IS NOT NUMERIC
019708         GO TO 1246-READ-HISTCHK-EXIT
019709     END-IF.
019710     IF HISTCHK-PROJ-NUM EQUAL ZERO
019711         GO TO 1246-READ-HISTCHK-EXIT
019712     END-IF.
019713*    Rows arrive grouped by run date - the window test is only
019714*    worked out again when the date changes.
019715     IF HISTCHK-RUN-DATE NOT EQUAL DL100-DUP-LAST-DATE
019716         MOVE HISTCHK-RUN-DATE TO DL100-DUP-LAST-DATE
019717         MOVE HISTCHK-RUN-DATE TO DL100-SD-DATE
019718         PERFORM 2910-CALC-SERIAL-DAY-RTN
019719             THRU 2910-CALC-SERIAL-DAY-EXIT
019720         MOVE 'N' TO DL100-DUP-LAST-IN-SW
019721         IF DL100-SD-SERIAL NOT LESS THAN DL100-DUP-WIN-SERIAL
019722             MOVE 'Y' TO DL100-DUP-LAST-IN-SW
019723             PERFORM 1248-FIND-RUN-DATE-RTN
019724                 THRU 1248-FIND-RUN-DATE-EXIT
019725         END-IF
019726     END-IF.
019727     IF NOT DL100-DUP-LAST-IN-WINDOW
019728         GO TO 1246-READ-HISTCHK-EXIT
019729     END-IF.
019730     IF DL100-HR-CNT NOT LESS THAN 5000
019731         DISPLAY 'HISTCHK-IN: DUPLICATE-CHECK HISTORY TABLE '
019732             'FULL AT 5000 ROWS - LATER ROWS NOT COMPARED'
019733         MOVE 'N' TO DL100-DUP-LAST-IN-SW
019734         GO TO 1246-READ-HISTCHK-EXIT
019735     END-IF.
019736     ADD 1 TO DL100-HR-CNT.
019737     SET DL100-HR-IDX TO DL100-HR-CNT.
019738     MOVE DL100-DUP-D TO DL100-HR-D (DL100-HR-IDX).
019739     MOVE HISTCHK-PROJ-NUM TO DL100-HR-PROJ (DL100-HR-IDX).
019740     MOVE HISTCHK-EMP-NUM TO DL100-HR-EMP (DL100-HR-IDX).
019741     MOVE HISTCHK-CHG-HOUR TO DL100-HR-CHG (DL100-HR-IDX).
019742     MOVE HISTCHK-HOURS TO DL100-HR-HOURS (DL100-HR-IDX).
019743     MOVE 'N' TO DL100-HR-USED (DL100-HR-IDX).
019744     ADD 1 TO DL100-DD-HCNT (DL100-DUP-D).
019745     MOVE HISTCHK-PROJ-NUM TO DL100-DUP-PROJ.
019746     ADD 1 TO DL100-DDP-HCNT (DL100-DUP-D, DL100-DUP-PROJ).
019747 1246-READ-HISTCHK-EXIT.
019748     EXIT.
019749
019750 1247-NEXT-RUN-DATE-RTN.
019751     ADD 1 TO DL100-DUP-D.
019752 1247-NEXT-RUN-DATE-EXIT.
019753     EXIT.
019754
019755*    Finds (or adds) the earlier run for DL100-DUP-LAST-DATE in
019756*    the run table and leaves it in DL100-DUP-D. A window holds no
019757*    more than ten runs; a date past that is left out.
019758 1248-FIND-RUN-DATE-RTN.
019759     MOVE 1 TO DL100-DUP-D.
019760     PERFORM 1247-NEXT-RUN-DATE-RTN
019761         THRU 1247-NEXT-RUN-DATE-EXIT
019762         UNTIL DL100-DUP-D > DL100-DD-CNT
019763            OR DL100-DD-DATE (DL100-DUP-D)
019764               EQUAL DL100-DUP-LAST-DATE.
019765     IF DL100-DUP-D NOT GREATER DL100-DD-CNT
019766         GO TO 1248-FIND-RUN-DATE-EXIT
019767     END-IF.
019768     IF DL100-DD-CNT NOT LESS THAN 10
019769         MOVE 'N' TO DL100-DUP-LAST-IN-SW
019770         GO TO 1248-FIND-RUN-DATE-EXIT
019771     END-IF.
019772     ADD 1 TO DL100-DD-CNT.
019773     MOVE DL100-DD-CNT TO DL100-DUP-D.
019774     MOVE DL100-DUP-LAST-DATE TO DL100-DD-DATE (DL100-DUP-D).
019775     MOVE ZERO TO DL100-DD-HCNT (DL100-DUP-D).
019776     MOVE ZERO TO DL100-DD-MCNT (DL100-DUP-D).
019777     PERFORM 1249-CLEAR-ONE-DDP-RTN
019778         THRU 1249-CLEAR-ONE-DDP-EXIT
019779         VARYING DL100-DUP-P FROM 1 BY 1
019780         UNTIL DL100-DUP-P > 99.
019781 1248-FIND-RUN-DATE-EXIT.
019782     EXIT.
019783
019784 1249-CLEAR-ONE-DDP-RTN.
019785     MOVE ZERO TO DL100-DDP-HCNT (DL100-DUP-D, DL100-DUP-P).
019786     MOVE ZERO TO DL100-DDP-MCNT (DL100-DUP-D, DL100-DUP-P).
019787 1249-CLEAR-ONE-DDP-EXIT.
019788     EXIT.
019789
019790******************************************************************
019791* 1250-MATCH-ONE-XR-RTN
019792* Pairs one extract record off against the held history - at most
019793* one unpaired row from each earlier run.
019794******************************************************************
019795 1250-MATCH-ONE-XR-RTN.
019796     PERFORM 1252-CLEAR-ONE-HIT-RTN
019797         THRU 1252-CLEAR-ONE-HIT-EXIT
019798         VARYING DL100-DUP-D FROM 1 BY 1
019799         UNTIL DL100-DUP-D > DL100-DD-CNT.
019800     PERFORM 1254-TEST-ONE-HR-RTN
019801         THRU 1254-TEST-ONE-HR-EXIT
019802         VARYING DL100-HR-IDX FROM 1 BY 1
019803         UNTIL DL100-HR-IDX > DL100-HR-CNT.
019804 1250-MATCH-ONE-XR-EXIT.
019805     EXIT.
019806
019807 1252-CLEAR-ONE-HIT-RTN.
019808     MOVE 'N' TO DL100-DD-HIT (DL100-DUP-D).
019809 1252-CLEAR-ONE-HIT-EXIT.
019810     EXIT.
019811
019812 1254-TEST-ONE-HR-RTN.
019813     IF DL100-HR-USED (DL100-HR-IDX) EQUAL 'Y'
019814         GO TO 1254-TEST-ONE-HR-EXIT
019815     END-IF.
019816     MOVE DL100-HR-D (DL100-HR-IDX) TO DL100-DUP-D.
019817     IF DL100-DD-HIT (DL100-DUP-D) EQUAL 'Y'
019818         GO TO 1254-TEST-ONE-HR-EXIT
019819     END-IF.
019820     IF DL100-HR-PROJ (DL100-HR-IDX) NOT EQUAL
019821            DL100-XR-PROJ (DL100-XR-IDX)
019822        OR DL100-HR-EMP (DL100-HR-IDX) NOT EQUAL
019823            DL100-XR-EMP (DL100-XR-IDX)
019824        OR DL100-HR-HOURS (DL100-HR-IDX) NOT EQUAL
019825            DL100-XR-HOURS (DL100-XR-IDX)
019826        OR DL100-HR-CHG (DL100-HR-IDX) NOT EQUAL
019827            DL100-XR-CHG (DL100-XR-IDX)
019828         GO TO 1254-TEST-ONE-HR-EXIT
019829     END-IF.
019830     MOVE 'Y' TO DL100-HR-USED (DL100-HR-IDX).
019831     MOVE 'Y' TO DL100-DD-HIT (DL100-DUP-D).
019832     ADD 1 TO DL100-DD-MCNT (DL100-DUP-D).
019833     MOVE DL100-XR-PROJ (DL100-XR-IDX) TO DL100-DUP-PROJ.
019834     ADD 1 TO DL100-DDP-MCNT (DL100-DUP-D, DL100-DUP-PROJ).
019835 1254-TEST-ONE-HR-EXIT.
019836     EXIT.
019837
019838******************************************************************
019839* 1260-JUDGE-ONE-RUN-RTN
019840* Decides whether earlier run DL100-DUP-D is a suspected duplicate
019841* and, when it is, lists it project group by project group.
019842******************************************************************
019843 1260-JUDGE-ONE-RUN-RTN.
019844     MULTIPLY DL100-DD-MCNT (DL100-DUP-D) BY 100
019845         GIVING DL100-DUP-WORK-1.
019846     MULTIPLY DL100-XR-CNT BY DL100-DUP-PCT
019847         GIVING DL100-DUP-WORK-2.
019848     MULTIPLY DL100-DD-HCNT (DL100-DUP-D) BY DL100-DUP-PCT
019849         GIVING DL100-DUP-WORK-3.
019850     IF DL100-DUP-WORK-1 LESS THAN DL100-DUP-WORK-2
019851        OR DL100-DUP-WORK-1 LESS THAN DL100-DUP-WORK-3
019852         GO TO 1260-JUDGE-ONE-RUN-EXIT
019853     END-IF.
019854     MOVE 'Y' TO DL100-DUP-SUSPECT-SW.
019855     IF NOT DL100-DUP-LIST-OPEN
019856         MOVE 'Y' TO DL100-DUP-LIST-SW
019857         OPEN OUTPUT DUPCHK-OUT
019858         MOVE DL100-FILE-DATE-8 TO DUPCHK-HEAD-DATE
019859         MOVE DL100-DUP-DAYS TO DUPCHK-HEAD-DAYS
019860         IF DL100-TRIAL-RUN
019861             MOVE 'TRIAL' TO DUPCHK-HEAD-TRIAL
019862         ELSE
019863             MOVE SPACES TO DUPCHK-HEAD-TRIAL
019864         END-IF
019865         WRITE DUPCHK-REC-OUT FROM DUPCHK-HEAD-1
019866               AFTER ADVANCING PAGE
019867         WRITE DUPCHK-REC-OUT FROM DUPCHK-HEAD-2
019868               AFTER ADVANCING 1 LINE
019869     END-IF.
019870     MOVE DL100-DD-DATE (DL100-DUP-D) TO DUPCHK-OUT-DATE.
019871     MOVE DL100-DD-MCNT (DL100-DUP-D) TO DUPCHK-OUT-MCNT.
019872     MOVE DL100-XR-CNT TO DUPCHK-OUT-XCNT.
019873     MOVE DL100-DD-HCNT (DL100-DUP-D) TO DUPCHK-OUT-HCNT.
019874     WRITE DUPCHK-REC-OUT FROM DUPCHK-DATE-LINE
019875           AFTER ADVANCING 2 LINES.
019876     WRITE DUPCHK-REC-OUT FROM DUPCHK-COL-1
019877           AFTER ADVANCING 2 LINES.
019878     PERFORM 1262-LIST-ONE-PROJ-RTN
019879         THRU 1262-LIST-ONE-PROJ-EXIT
019880         VARYING DL100-DUP-P FROM 1 BY 1
019881         UNTIL DL100-DUP-P > 99.
019882     DISPLAY 'FINALDATA EXTRACT MATCHES THE RUN DATED '
019883         DL100-DD-DATE (DL100-DUP-D) ' - '
019884         DL100-DD-MCNT (DL100-DUP-D) ' OF ' DL100-XR-CNT
019885         ' RECORDS'.
019886 1260-JUDGE-ONE-RUN-EXIT.
019887     EXIT.
019888
019889 1262-LIST-ONE-PROJ-RTN.
019890     IF DL100-DP-XCNT (DL100-DUP-P) EQUAL ZERO
019891        AND DL100-DDP-HCNT (DL100-DUP-D, DL100-DUP-P) EQUAL ZERO
019892         GO TO 1262-LIST-ONE-PROJ-EXIT
019893     END-IF.
019894     MOVE DL100-DUP-P TO DUPCHK-OUT-PROJ.
019895     MOVE DL100-DP-XCNT (DL100-DUP-P) TO DUPCHK-OUT-P-XCNT.
019896     MOVE DL100-DDP-HCNT (DL100-DUP-D, DL100-DUP-P)
019897         TO DUPCHK-OUT-P-HCNT.
019898     MOVE DL100-DDP-MCNT (DL100-DUP-D, DL100-DUP-P)
019899         TO DUPCHK-OUT-P-MCNT.
019900     MOVE SPACES TO DUPCHK-OUT-P-NOTE.
019901     IF DL100-DDP-MCNT (DL100-DUP-D, DL100-DUP-P)
019902            EQUAL DL100-DP-XCNT (DL100-DUP-P)
019903        AND DL100-DDP-MCNT (DL100-DUP-D, DL100-DUP-P)
019904            EQUAL DL100-DDP-HCNT (DL100-DUP-D, DL100-DUP-P)
019905         MOVE 'GROUP IDENTICAL' TO DUPCHK-OUT-P-NOTE
019906     END-IF.
019907     WRITE DUPCHK-REC-OUT FROM DUPCHK-DETAIL
019908           AFTER ADVANCING 1 LINE.
019909 1262-LIST-ONE-PROJ-EXIT.
019910     EXIT.
019911
019912******************************************************************
019913* 1290-LOG-REFUSAL-RTN
019914* A live run refused at start-up still leaves its line on the
019915* run-control log - the records read off the extract, nothing
019916* billed, flagged not balanced. A trial touches no log.
019917******************************************************************
019918 1290-LOG-REFUSAL-RTN.
019919     IF DL100-TRIAL-RUN
019920         GO TO 1290-LOG-REFUSAL-EXIT
019921     END-IF.
019922     OPEN EXTEND RUNLOG-OUT.
019923     IF DL100-RUNLOG-STATUS NOT EQUAL '00'
019924         OPEN OUTPUT RUNLOG-OUT
019925     END-IF.
019926     MOVE DL100-XC-CNT TO DL100-BAL-READ-CNT.
019927     MOVE 'N' TO DL100-BAL-FLAG-SW.
019928     PERFORM 8550-WRITE-RUNLOG-RTN
019929         THRU 8550-WRITE-RUNLOG-EXIT.
019930     CLOSE RUNLOG-OUT.
019931 1290-LOG-REFUSAL-EXIT.
019932     EXIT.
019933
019934******************************************************************
019935* 1900-CHECK-PAGE-BREAK-RTN
019936* Starts a new page (and reprints the column headings) before
019937* the line about to be written would run past the bottom of the
019938* current page.
019939******************************************************************
019940 1900-CHECK-PAGE-BREAK-RTN.
019941     IF DL100-LINE-CNT GREATER OR EQUAL DL100-LINES-PER-PAGE
019942         PERFORM 1950-PRINT-HEADERS-RTN
019943             THRU 1950-PRINT-HEADERS-EXIT
019944     END-IF.
019945     ADD 1 TO DL100-LINE-CNT.
019946 1900-CHECK-PAGE-BREAK-EXIT.
019947     EXIT.
019948
019949******************************************************************
019950* 1950-PRINT-HEADERS-RTN
019951* Writes the column headings at the top of a new page, with the
019952* current page number, and resets the page line counter.
019953******************************************************************
019954 1950-PRINT-HEADERS-RTN.
019955     ADD 1 TO DL100-PAGE-NUM.
019956     MOVE DL100-PAGE-NUM TO OUT-PAGE-NUM.
019957     WRITE OUTPUT-REC-OUT FROM HEAD-1
019958           AFTER ADVANCING PAGE.
019959     WRITE OUTPUT-REC-OUT FROM HEAD-2
019960           AFTER ADVANCING 1 LINE.
019961     WRITE OUTPUT-REC-OUT FROM CLOSE-1
019962           AFTER ADVANCING 1 LINE.
019963     MOVE ZERO TO DL100-LINE-CNT.
019964 1950-PRINT-HEADERS-EXIT.
019965     EXIT.
019966
019967******************************************************************
019968* 2000-READ-PROCESS-RTN
019969* Reads one DATA-IN record and routes it to the control-break
019970* logic, or flags end-of-file.
019971******************************************************************
019972 2000-READ-PROCESS-RTN.
019973     PERFORM 2010-GET-NEXT-RECORD-RTN
019974         THRU 2010-GET-NEXT-RECORD-EXIT.
019975     IF ARE-MORE-REC EQUAL 'NO '
019976         GO TO 2000-READ-PROCESS-EXIT
019977     END-IF.
019978     PERFORM 2055-CHECK-SKIP-RTN
019979         THRU 2055-CHECK-SKIP-EXIT.
019980     IF DL100-SKIPPING
019981         ADD 1 TO DL100-BAL-SKIP-CNT
019982     END-IF.
019983     IF DL100-NOT-SKIPPING
019984         PERFORM 2080-APPLY-EMPMAST-RTN
019985             THRU 2080-APPLY-EMPMAST-EXIT
019986         PERFORM 2060-VALIDATE-RECORD-RTN
019987             THRU 2060-VALIDATE-RECORD-EXIT
019988         IF DL100-VALID-ERROR
019989             PERFORM 2070-WRITE-REJECT-RTN
019990                 THRU 2070-WRITE-REJECT-EXIT
019991         ELSE
020000             PERFORM 2075-CHECK-PROJSTAT-RTN
020010                 THRU 2075-CHECK-PROJSTAT-EXIT
020020             IF DL100-PROJSTAT-ERROR
020570         AT END
020580            MOVE 'Y' TO DL100-DATA-EOF-SW
020590     END-READ.
020591*    The control header and trailer were proved at start-up and
020592*    are never billed - step over the header, and treat the
020593*    trailer as the end of the extract.
020594     IF NOT DL100-DATA-EOF
020595        AND DL100-DATA-BUF (1:3) EQUAL 'HDR'
020596         READ DATA-IN INTO DL100-DATA-BUF
020597             AT END
020598                MOVE 'Y' TO DL100-DATA-EOF-SW
020599         END-READ
020600     END-IF.
020601     IF NOT DL100-DATA-EOF
020602        AND DL100-DATA-BUF (1:3) EQUAL 'TRL'
020603         MOVE 'Y' TO DL100-DATA-EOF-SW
020604     END-IF.
020605 2020-READ-DATA-BUF-EXIT.
020610     EXIT.
020620
020630 2030-READ-RECY-BUF-RTN.
027060     MOVE DL100-LINE-CNT TO CHECKPT-LINE-CNT.
027070     MOVE DL100-GROSS-CHG-ALL TO CHECKPT-GROSS-CHG.
027080     MOVE DL100-ADJ-CHG-ALL TO CHECKPT-ADJ-CHG.
027084     MOVE DL100-RET-APPLIED TO CHECKPT-RET-AMT.
027090     WRITE CHECKPT-REC.
027100 2310-WRITE-CHECKPT-EXIT.
027110     EXIT.
027270     MOVE DL100-LINE-CNT TO CHECKPT-LINE-CNT.
027280     MOVE DL100-GROSS-CHG-ALL TO CHECKPT-GROSS-CHG.
027290     MOVE DL100-ADJ-CHG-ALL TO CHECKPT-ADJ-CHG.
027294     MOVE ZERO TO CHECKPT-RET-AMT.
027300     WRITE CHECKPT-REC.
027310 2315-WRITE-INPROJ-CHECKPT-EXIT.
027320     EXIT.
027560     EXIT.
027570
027580*****************************************************************
027581* 2301-SEARCH-CLNTMAST-RTN
027582* Looks up DL100-SRCH-CLNUM on the client master table. On a
027583* hit the invoice bills to the client's legal name and takes
027584* its terms; DL100-CLNT-FOUND-IDX stays zero on a miss.
027585*****************************************************************
027586 2301-SEARCH-CLNTMAST-RTN.
027587     MOVE 'N' TO DL100-FOUND-SW.
027588     PERFORM 2302-TEST-CLNTMAST-RTN
027589         THRU 2302-TEST-CLNTMAST-EXIT
027590         VARYING DL100-CLNT-IDX FROM 1 BY 1
027591         UNTIL DL100-CLNT-IDX > DL100-CLNT-CNT
027592            OR DL100-FOUND.
027593     IF DL100-FOUND
027594         MOVE DL100-CLNT-LEGAL-NAME (DL100-CLNT-FOUND-IDX)
027595             TO INV-OUT-CLIENT
027596         IF DL100-CLNT-TERMS (DL100-CLNT-FOUND-IDX) EQUAL 15
027597            OR DL100-CLNT-TERMS (DL100-CLNT-FOUND-IDX) EQUAL 30
027598            OR DL100-CLNT-TERMS (DL100-CLNT-FOUND-IDX) EQUAL 45
027599             MOVE DL100-CLNT-TERMS (DL100-CLNT-FOUND-IDX)
027600                 TO DL100-INV-TERMS
027601         END-IF
027602     END-IF.
027603 2301-SEARCH-CLNTMAST-EXIT.
027604     EXIT.
027605
027606 2302-TEST-CLNTMAST-RTN.
027607     IF DL100-CLNT-NUM (DL100-CLNT-IDX) EQUAL DL100-SRCH-CLNUM
027608         MOVE 'Y' TO DL100-FOUND-SW
027609         SET DL100-CLNT-FOUND-IDX TO DL100-CLNT-IDX
027610     END-IF.
027611 2302-TEST-CLNTMAST-EXIT.
027612     EXIT.
027613
027614*****************************************************************
027615* 2309-WRITE-BILL-TO-RTN
027616* Prints the bill-to address under the client name, with the
027617* payment terms and due date at the right of the first two
027618* lines. A client not on the master prints no address.
027619*****************************************************************
027620 2309-WRITE-BILL-TO-RTN.
027621     MOVE SPACES TO INV-OUT-ADDR.
027622     IF DL100-CLNT-FOUND-IDX GREATER THAN ZERO
027623         MOVE DL100-CLNT-ADDR-1 (DL100-CLNT-FOUND-IDX)
027624             TO INV-OUT-ADDR
027625     END-IF.
027626     MOVE 'TERMS' TO INV-OUT-ADDR-LABEL.
027627     MOVE DL100-INV-TERMS-TEXT TO INV-OUT-ADDR-VALUE.
027628     WRITE INVOICE-REC-OUT FROM INV-ADDR-LINE
027629           AFTER ADVANCING 1 LINE.
027630     MOVE SPACES TO INV-OUT-ADDR.
027631     IF DL100-CLNT-FOUND-IDX GREATER THAN ZERO
027632         MOVE DL100-CLNT-ADDR-2 (DL100-CLNT-FOUND-IDX)
027633             TO INV-OUT-ADDR
027634     END-IF.
027635     MOVE 'DUE DATE' TO INV-OUT-ADDR-LABEL.
027636     MOVE DL100-INV-DUE-DATE TO INV-OUT-ADDR-VALUE.
027637     WRITE INVOICE-REC-OUT FROM INV-ADDR-LINE
027638           AFTER ADVANCING 1 LINE.
027639     IF DL100-CLNT-FOUND-IDX EQUAL ZERO
027640         GO TO 2309-WRITE-BILL-TO-EXIT
027641     END-IF.
027642     IF DL100-CLNT-ADDR-3 (DL100-CLNT-FOUND-IDX) EQUAL SPACES
027643         GO TO 2309-WRITE-BILL-TO-EXIT
027644     END-IF.
027645     MOVE DL100-CLNT-ADDR-3 (DL100-CLNT-FOUND-IDX)
027646         TO INV-OUT-ADDR.
027647     MOVE SPACES TO INV-OUT-ADDR-LABEL.
027648     MOVE SPACES TO INV-OUT-ADDR-VALUE.
027649     WRITE INVOICE-REC-OUT FROM INV-ADDR-LINE
027650           AFTER ADVANCING 1 LINE.
027651 2309-WRITE-BILL-TO-EXIT.
027652     EXIT.
027653
027654*****************************************************************
027655* 2305-WRITE-INVOICE-RTN
027656* Writes the client invoice document for the project group just
027657* closed - invoice number, invoice date, bill-to block, terms
027658* and due date from the client master (or the project master's
027659* client name when the project has no client on file), the
027660* buffered detail lines and the project
027661* total - and records the invoice on the register. The invoice
027662* number is then retired via the control file so it can never
027663* be issued twice.
027664*****************************************************************
027670 2305-WRITE-INVOICE-RTN.
027671     MOVE ZERO TO DL100-RET-APPLIED.
027672*    A fixed-fee project outside its fee day, or a not-to-exceed
027674*    project with no room left under the cap, bills nothing -
027676*    no invoice document, no register row, no invoice number.
027764         THRU 2307-CALC-TAX-EXIT.
027766     MOVE DL100-INV-TAX TO INVREG-TAX.
027770     MOVE SPACES TO INV-OUT-CLIENT.
027774     MOVE ZERO TO DL100-SRCH-CLNUM.
027780     IF DL100-PROJMAST-CNT GREATER THAN ZERO
027790         PERFORM 2303-SEARCH-PROJMAST-CHK-RTN
027800             THRU 2303-SEARCH-PROJMAST-CHK-EXIT
027810         IF DL100-FOUND
027820             MOVE DL100-PROJMAST-CLIENT (DL100-PROJMAST-FOUND-IDX)
027830                 TO INV-OUT-CLIENT
027833             MOVE DL100-PROJMAST-CLNUM (DL100-PROJMAST-FOUND-IDX)
027836                 TO DL100-SRCH-CLNUM
027840         END-IF
027850     END-IF.
027851*    The bill-to block and terms come off the client master when
027852*    the project points to a client on it; otherwise the
027853*    project master's client name bills on the default terms
027854*    with no address.
027855     MOVE DL100-DFLT-TERMS TO DL100-INV-TERMS.
027856     MOVE ZERO TO DL100-CLNT-FOUND-IDX.
027857     IF DL100-SRCH-CLNUM GREATER THAN ZERO
027858         PERFORM 2301-SEARCH-CLNTMAST-RTN
027859             THRU 2301-SEARCH-CLNTMAST-EXIT
027860     END-IF.
027861     PERFORM 2930-CALC-DUE-DATE-RTN
027862         THRU 2930-CALC-DUE-DATE-EXIT.
027863     MOVE DL100-INV-DUE-DATE TO INVREG-DUE-DATE.
027864     PERFORM 2380-APPLY-RETAINER-RTN
027865         THRU 2380-APPLY-RETAINER-EXIT.
027866     MOVE DL100-RET-APPLIED TO INVREG-RET-AMT.
027867     MOVE DL100-INV-TERMS TO DL100-INV-TERMS-DAYS.
027868     WRITE INVOICE-REC-OUT FROM INV-HEAD-1
027870           AFTER ADVANCING PAGE.
027880     WRITE INVOICE-REC-OUT FROM INV-HEAD-2
027890           AFTER ADVANCING 1 LINE.
027893     PERFORM 2309-WRITE-BILL-TO-RTN
027896         THRU 2309-WRITE-BILL-TO-EXIT.
027900     WRITE INVOICE-REC-OUT FROM INV-HEAD-3
027910           AFTER ADVANCING 1 LINE.
027920     WRITE INVOICE-REC-OUT FROM INV-COL-1
028120         WRITE INVOICE-REC-OUT FROM INV-DUE-LINE
028121               AFTER ADVANCING 1 LINE
028122     END-IF.
028123*    A retainer applied prints below the total with the
028124*    reduced amount due and what is left of the deposit.
028125     IF DL100-RET-APPLIED NOT EQUAL ZERO
028126         MOVE DL100-RET-APPLIED TO INV-OUT-RET
028127         SUBTRACT DL100-RET-APPLIED FROM DL100-INV-TOTAL-DUE
028128             GIVING DL100-INV-NET-DUE
028129         MOVE DL100-INV-NET-DUE TO INV-OUT-NET-DUE
028130         MOVE DL100-RET-LEFT TO INV-OUT-RET-LEFT
028131         WRITE INVOICE-REC-OUT FROM INV-RET-LINE
028132               AFTER ADVANCING 1 LINE
028133         WRITE INVOICE-REC-OUT FROM INV-NET-DUE-LINE
028134               AFTER ADVANCING 1 LINE
028135         WRITE INVOICE-REC-OUT FROM INV-RET-LEFT-LINE
028136               AFTER ADVANCING 1 LINE
028137     END-IF.
028138*    A trial run produces the draft document only - nothing
028139*    lands on the register and no invoice number is retired.
028140     IF DL100-TRIAL-RUN
028141         WRITE INVOICE-REC-OUT FROM INV-DRAFT-NOTE
028142               AFTER ADVANCING 1 LINE
028143     ELSE
028144         WRITE INVREG-REC-OUT
028145         PERFORM 2384-WRITE-RETAINER-RTN
028146             THRU 2384-WRITE-RETAINER-EXIT
028147     END-IF.
028148     PERFORM 2308-UPDATE-INVNUM-RTN
028149         THRU 2308-UPDATE-INVNUM-EXIT.
028150 2305-WRITE-INVOICE-EXIT.
028151     EXIT.
028152
028160 2306-WRITE-INV-DETAIL-RTN.
028170     MOVE DL100-INVDET-EMP-NUM (DL100-INVDET-IDX)
028180         TO INV-OUT-EMP-NUM.
028608     EXIT.
028609
028610*****************************************************************
028611* 2380-APPLY-RETAINER-RTN
028612* Works out the retainer the invoice being written applies - the
028613* client/project's balance, up to the total due (amount plus
028614* tax), drawn down in the table at once so the next invoice sees
028615* what is left. Nothing applies to a credit or zero invoice, or
028616* to a project with no client number or no balance. A trial
028617* draws down in memory only, so its drafts show what the real
028618* pass will apply.
028619*****************************************************************
028620 2380-APPLY-RETAINER-RTN.
028621     MOVE ZERO TO DL100-RET-APPLIED.
028622     MOVE ZERO TO DL100-RET-LEFT.
028623     ADD DL100-BILL-AMT-PROJ DL100-INV-TAX
028624         GIVING DL100-INV-TOTAL-DUE.
028625     IF DL100-RET-CNT EQUAL ZERO
028626        OR DL100-SRCH-CLNUM EQUAL ZERO
028627        OR DL100-INV-TOTAL-DUE NOT GREATER THAN ZERO
028628         GO TO 2380-APPLY-RETAINER-EXIT
028629     END-IF.
028630     MOVE DL100-SRCH-CLNUM TO DL100-RET-SRCH-CLNUM.
028631     MOVE CHECK-PROJ-NUM TO DL100-RET-SRCH-PROJ.
028632     PERFORM 2382-SEARCH-RETAINER-RTN
028633         THRU 2382-SEARCH-RETAINER-EXIT.
028634     IF DL100-NOT-FOUND
028635         GO TO 2380-APPLY-RETAINER-EXIT
028636     END-IF.
028637     IF DL100-RET-BAL (DL100-RET-FOUND-IDX) NOT GREATER THAN ZERO
028638         GO TO 2380-APPLY-RETAINER-EXIT
028639     END-IF.
028640     IF DL100-RET-BAL (DL100-RET-FOUND-IDX)
028641            LESS THAN DL100-INV-TOTAL-DUE
028642         MOVE DL100-RET-BAL (DL100-RET-FOUND-IDX)
028643             TO DL100-RET-APPLIED
028644     ELSE
028645         MOVE DL100-INV-TOTAL-DUE TO DL100-RET-APPLIED
028646     END-IF.
028647     SUBTRACT DL100-RET-APPLIED
028648         FROM DL100-RET-BAL (DL100-RET-FOUND-IDX).
028649     MOVE DL100-RET-BAL (DL100-RET-FOUND-IDX) TO DL100-RET-LEFT.
028650 2380-APPLY-RETAINER-EXIT.
028651     EXIT.
028652
028653*****************************************************************
028654* 2382-SEARCH-RETAINER-RTN
028655* Linear search of the retainer table for DL100-RET-SRCH-CLNUM
028656* and DL100-RET-SRCH-PROJ.
028657*****************************************************************
028658 2382-SEARCH-RETAINER-RTN.
028659     MOVE 'N' TO DL100-FOUND-SW.
028660     PERFORM 2383-TEST-RETAINER-RTN
028661         THRU 2383-TEST-RETAINER-EXIT
028662         VARYING DL100-RET-IDX FROM 1 BY 1
028663         UNTIL DL100-RET-IDX > DL100-RET-CNT
028664            OR DL100-FOUND.
028665 2382-SEARCH-RETAINER-EXIT.
028666     EXIT.
028667
028668 2383-TEST-RETAINER-RTN.
028669     IF DL100-RET-CLNUM (DL100-RET-IDX) EQUAL DL100-RET-SRCH-CLNUM
028670        AND DL100-RET-PROJ (DL100-RET-IDX)
028671            EQUAL DL100-RET-SRCH-PROJ
028672         MOVE 'Y' TO DL100-FOUND-SW
028673         MOVE DL100-RET-IDX TO DL100-RET-FOUND-IDX
028674     END-IF.
028675 2383-TEST-RETAINER-EXIT.
028676     EXIT.
028677
028678*****************************************************************
028679* 2384-WRITE-RETAINER-RTN
028680* Records the drawdown just applied on the retainer ledger under
028681* the invoice number, opening and closing the ledger around the
028682* one row the way the invoice-number control file is rewritten,
028683* so a drawdown survives an abend along with its register row.
028684*****************************************************************
028685 2384-WRITE-RETAINER-RTN.
028686     IF DL100-RET-APPLIED EQUAL ZERO
028687         GO TO 2384-WRITE-RETAINER-EXIT
028688     END-IF.
028689     OPEN EXTEND RETAINER-FILE.
028690     IF DL100-RETAINER-STATUS NOT EQUAL '00'
028691         OPEN OUTPUT RETAINER-FILE
028692     END-IF.
028693     MOVE 'A' TO RETAINER-TYPE.
028694     MOVE DL100-FILE-DATE-8 TO RETAINER-DATE.
028695     MOVE DL100-SRCH-CLNUM TO RETAINER-CLIENT-NUM.
028696     MOVE CHECK-PROJ-NUM TO RETAINER-PROJ-NUM.
028697     MOVE DL100-RET-APPLIED TO RETAINER-AMOUNT.
028698     MOVE DL100-NEXT-INV-NUM TO RETAINER-INV-NUM.
028699     MOVE 'INVOICE DRAWDOWN' TO RETAINER-REF.
028700     WRITE RETAINER-REC.
028701     CLOSE RETAINER-FILE.
028702 2384-WRITE-RETAINER-EXIT.
028703     EXIT.
028704
028705*****************************************************************
028706* 2340-ADD-GL-POSTING-RTN
028707* Accumulates the balanced debit/credit posting pair for the
028708* project group just closed, coded from the account map (or the
028709* default accounts when the project is not mapped). The pairs
028710* are held in the table until end of run, when the posting file
028711* is released only if its total ties to the amount invoiced
028712* (DL100-BILLED-AMT-ALL).
028713*****************************************************************
028714 2340-ADD-GL-POSTING-RTN.
028715     IF DL100-GL-CNT >= 100
028716         DISPLAY 'GL POSTING TABLE FULL AT 100 PROJECTS - '
028717             'PROJECT ' CHECK-PROJ-NUM ' NOT POSTED - DO NOT'
028718             ' RELEASE GL FILE'
028719         GO TO 2340-ADD-GL-POSTING-EXIT
028720     END-IF.
028721*    No invoice billed means nothing to post.
028722     IF (DL100-ARR-FIXED-FEE OR DL100-ARR-NTE)
028723        AND DL100-BILL-AMT-PROJ EQUAL ZERO
028724         GO TO 2340-ADD-GL-POSTING-EXIT
028725     END-IF.
028726     ADD 1 TO DL100-GL-CNT.
028727     SET DL100-GL-IDX TO DL100-GL-CNT.
028728     MOVE CHECK-PROJ-NUM TO DL100-GL-PROJ (DL100-GL-IDX).
028729     MOVE DL100-BILL-AMT-PROJ TO DL100-GL-AMT (DL100-GL-IDX).
028730     ADD DL100-BILL-AMT-PROJ TO DL100-GL-TOTAL.
028731*    The tax is worked out afresh here rather than trusted from
028732*    the invoice step, because a checkpoint-restart replay adds
028733*    GL pairs without rebuilding the invoice.
028734     PERFORM 2307-CALC-TAX-RTN
028735         THRU 2307-CALC-TAX-EXIT.
028736     MOVE DL100-INV-TAX TO DL100-GL-TAX-AMT (DL100-GL-IDX).
028737     MOVE DL100-INV-TAX-ACCT
028738         TO DL100-GL-TAX-ACCT (DL100-GL-IDX).
028739     MOVE DL100-RET-APPLIED TO DL100-GL-RET-AMT (DL100-GL-IDX).
028740     MOVE DL100-GL-DFLT-DR TO DL100-GL-DR-ACCT (DL100-GL-IDX).
028741     MOVE DL100-GL-DFLT-CR TO DL100-GL-CR-ACCT (DL100-GL-IDX).
028742     IF DL100-ACCTMAP-CNT GREATER THAN ZERO
028750         PERFORM 2342-SEARCH-ACCTMAP-RTN
028760             THRU 2342-SEARCH-ACCTMAP-EXIT
028770         IF DL100-FOUND
035241         ADD 1 TO DL100-GL-REC-CNT
035242         ADD DL100-GL-TAX-AMT (DL100-GL-IDX) TO DL100-GL-HASH
035243     END-IF.
035244*    A retainer drawdown moves the amount applied off the
035245*    receivable onto the customer-deposits liability - a debit
035246*    to deposits and a credit to the receivable, both typed 'R'
035247*    so the revenue sweep skips them.
035248     IF DL100-GL-RET-AMT (DL100-GL-IDX) NOT EQUAL ZERO
035249         MOVE 'R' TO GLPOST-REC-TYPE
035250         MOVE DL100-GL-DEPOSIT-ACCT TO GLPOST-ACCT
035251         MOVE DL100-GL-RET-AMT (DL100-GL-IDX) TO GLPOST-DR-AMT
035252         MOVE ZERO TO GLPOST-CR-AMT
035253         WRITE GLPOST-REC-OUT
035254         ADD 1 TO DL100-GL-REC-CNT
035255         ADD DL100-GL-RET-AMT (DL100-GL-IDX) TO DL100-GL-HASH
035256         MOVE DL100-GL-DR-ACCT (DL100-GL-IDX) TO GLPOST-ACCT
035257         MOVE ZERO TO GLPOST-DR-AMT
035258         MOVE DL100-GL-RET-AMT (DL100-GL-IDX) TO GLPOST-CR-AMT
035259         WRITE GLPOST-REC-OUT
035260         ADD 1 TO DL100-GL-REC-CNT
035261         ADD DL100-GL-RET-AMT (DL100-GL-IDX) TO DL100-GL-HASH
035262     END-IF.
035263 8310-WRITE-ONE-GLPOST-EXIT.
035264     EXIT.
035265
035270*****************************************************************
035280* 8400-WRITE-REJMAST-RTN
035290* Rewrites the reject master with the rejects still unresolved
036290         END-IF
036300     END-IF.
036310 2920-CHECK-LEAP-EXIT.
036311     EXIT.
036312
036313*****************************************************************
036314* 2930-CALC-DUE-DATE-RTN
036315* Sets DL100-INV-DUE-DATE to the invoice date plus the terms
036316* in DL100-INV-TERMS, a day at a time so month and year ends
036317* roll over correctly.
036318*****************************************************************
036319 2930-CALC-DUE-DATE-RTN.
036320     MOVE DL100-FILE-DATE-8 TO DL100-SD-DATE.
036321     PERFORM 2935-ADD-ONE-DAY-RTN
036322         THRU 2935-ADD-ONE-DAY-EXIT
036323         DL100-INV-TERMS TIMES.
036324     MOVE DL100-SD-DATE TO DL100-INV-DUE-DATE.
036325 2930-CALC-DUE-DATE-EXIT.
036326     EXIT.
036327
036328 2935-ADD-ONE-DAY-RTN.
036329     MOVE DL100-DIM (DL100-SD-MM) TO DL100-SD-MDAYS.
036330     IF DL100-SD-MM EQUAL 2
036331         PERFORM 2920-CHECK-LEAP-RTN
036332             THRU 2920-CHECK-LEAP-EXIT
036333         IF DL100-LEAP-YEAR
036334             ADD 1 TO DL100-SD-MDAYS
036335         END-IF
036336     END-IF.
036337     IF DL100-SD-DD < DL100-SD-MDAYS
036338         ADD 1 TO DL100-SD-DD
036339         GO TO 2935-ADD-ONE-DAY-EXIT
036340     END-IF.
036341     MOVE 1 TO DL100-SD-DD.
036342     IF DL100-SD-MM < 12
036343         ADD 1 TO DL100-SD-MM
036344         GO TO 2935-ADD-ONE-DAY-EXIT
036345     END-IF.
036346     MOVE 1 TO DL100-SD-MM.
036347     ADD 1 TO DL100-SD-YYYY.
036348 2935-ADD-ONE-DAY-EXIT.
036349     EXIT.
036350
036351*****************************************************************
036352* 8500-WRITE-BALANCING-RTN
036360* Prints the end-of-run balancing page - every record read
036370* accounted for by its disposition, proved against the input
036380* count, next to the grand total - so one page answers whether
