000010******************************************************************
000020* Program-Id: D6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    Past-due dunning run - reads the open-invoice file,
000070*             finds every invoice that has crossed into a new
000080*             past-due stage since it was last dunned, and prints
000090*             one reminder letter per client listing them, worded
000100*             more firmly at each stage. A letter-history file
000110*             records the stage each invoice has been sent so no
000120*             client gets the same stage twice.
000130* Tectonics: cobc
000140******************************************************************
000150* Modification History
000160* ----------------------------------------------------------------
000170* 10/15/2026 DL  Initial version - A6010405467 ages the open
000180*                items but collections wrote every reminder by
000190*                hand. Stages follow the aging buckets on days
000200*                past due - 1-30, 31-60, 61-90, over 90. An
000210*                invoice fully paid, or with a receipt in today's
000220*                cash-receipts file, is held back so a client who
000230*                has just paid is never dunned.
000240* 10/15/2026 DL  Open-invoice layout picks up the amount written
000250*                off, now kept by A6010405467. A written-off item
000260*                is closed and so is never dunned.
000270* 10/15/2026 DL  Refuse a rerun under a run date whose letter
000280*                file holds letters - writing it again lost them
000290*                for good, as the history says they were sent.
000300* 10/15/2026 DL  Cancel the run, RC 12 and not balanced on the
000310*                run-control log, when the letter history or the
000320*                receipt table fills - carrying on could send a
000330*                stage twice or dun a client on the day they paid.
000340* 10/15/2026 DL  Cancel the run the same way when the dun table or
000350*                the client rollup fills - the invoices past that
000360*                point went undunned and the run still ended
000370*                clean.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. D6010405467.
000410 AUTHOR. D. LAURENT.
000420 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000430 DATE-WRITTEN. 10/15/2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPENINV-IN
000490            ASSIGN TO 'C:\6010405467-OPENINV.txt'
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS DL940-OPENINV-STATUS.
000520
000530     SELECT PROJMAST-IN ASSIGN TO 'C:\ProjMaster.txt'
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS DL940-PROJMAST-STATUS.
000560
000570     SELECT CLNTMAST-IN ASSIGN TO 'C:\ClientMaster.txt'
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS DL940-CLNTMAST-STATUS.
000600
000610     SELECT CASHRCPT-IN
000620            ASSIGN TO 'C:\6010405467-CASHRCPT.txt'
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS DL940-CASHRCPT-STATUS.
000650
000660     SELECT DUNHIST-FILE
000670            ASSIGN TO 'C:\6010405467-DUNHIST.txt'
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS DL940-DUNHIST-STATUS.
000700
000710     SELECT DUNLTR-OUT ASSIGN DYNAMIC DL940-DUNLTR-NAME
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS IS DL940-DUNLTR-STATUS.
000740
000750     SELECT RUNLOG-OUT
000760            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS IS DL940-RUNLOG-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820*----------------------------------------------------------------
000830* Open-invoice file, as kept by A6010405467 - one row per invoice
000840* ever issued, with what has been paid and whether it is still
000850* open ('O') or closed ('C'). Rows from before the due date was
000860* kept read it as spaces; the due date is then the invoice date
000870* plus the client's terms.
000880*----------------------------------------------------------------
000890 FD  OPENINV-IN.
000900 01  OPENINV-REC.
000910     05 OPENINV-INV-NUM PIC 9(6).
000920     05 OPENINV-DATE PIC 9(8).
000930     05 OPENINV-PROJ-NUM PIC 99.
000940     05 OPENINV-AMOUNT PIC S9(7)V99.
000950     05 OPENINV-PAID PIC S9(7)V99.
000960     05 OPENINV-STATUS PIC X.
000970     05 OPENINV-DUE-DATE PIC 9(8).
000980     05 OPENINV-WOFF-AMT PIC S9(7)V99.
000990
001000*----------------------------------------------------------------
001010* Project master - supplies the client name and client number
001020* each invoice is dunned under. Optional - an invoice whose
001030* project is not on it is dunned under 'CLIENT UNKNOWN'.
001040*----------------------------------------------------------------
001050 FD  PROJMAST-IN.
001060 01  PROJMAST-REC-IN.
001070     05 PROJMAST-PROJ-NUM PIC 99.
001080     05 PROJMAST-PROJ-NAME PIC A(12).
001090     05 PROJMAST-CLIENT-NAME PIC A(22).
001100     05 PROJMAST-STATUS PIC X.
001110     05 PROJMAST-BILL-ARR PIC X.
001120     05 PROJMAST-ARR-AMT PIC 9(7)V99.
001130     05 PROJMAST-CLIENT-NUM PIC 9(5).
001140
001150*----------------------------------------------------------------
001160* Client master, as kept by K6010405467 - the legal name and
001170* bill-to address the letter is addressed to, and the net terms
001180* for open items that came without a due date. Optional.
001190*----------------------------------------------------------------
001200 FD  CLNTMAST-IN.
001210 01  CLNTMAST-REC-IN.
001220     05 CLNTMAST-CLIENT-NUM PIC 9(5).
001230     05 CLNTMAST-LEGAL-NAME PIC X(30).
001240     05 CLNTMAST-ADDR-1 PIC X(30).
001250     05 CLNTMAST-ADDR-2 PIC X(30).
001260     05 CLNTMAST-ADDR-3 PIC X(30).
001270     05 CLNTMAST-TERMS PIC 99.
001280     05 CLNTMAST-STATUS PIC X.
001290
001300*----------------------------------------------------------------
001310* Today's cash receipts, the same file A6010405467 applies - any
001320* invoice with a receipt on it today is held back from the
001330* letters whether or not A6010405467 has run yet. Optional.
001340*----------------------------------------------------------------
001350 FD  CASHRCPT-IN.
001360 01  CASHRCPT-REC-IN.
001370     05 RCPT-DATE PIC 9(8).
001380     05 RCPT-INV-NUM PIC 9(6).
001390     05 RCPT-AMOUNT PIC 9(7)V99.
001400
001410*----------------------------------------------------------------
001420* Letter history - one row per invoice per stage sent, appended
001430* run after run. An invoice is only listed again once it has
001440* reached a stage higher than any already sent for it.
001450*----------------------------------------------------------------
001460 FD  DUNHIST-FILE.
001470 01  DUNHIST-REC.
001480     05 DUNHIST-INV-NUM PIC 9(6).
001490     05 DUNHIST-STAGE PIC 9.
001500     05 DUNHIST-SENT-DATE PIC 9(8).
001510     05 DUNHIST-CLIENT-NUM PIC 9(5).
001520
001530*----------------------------------------------------------------
001540* Dunning letters - one letter per client on its own page.
001550*----------------------------------------------------------------
001560 FD  DUNLTR-OUT.
001570 01  DUNLTR-REC-OUT PIC X(100).
001580
001590*----------------------------------------------------------------
001600* Run-control log, appended by every program in the suite - this
001610* run adds its own completion line at clean end of run.
001620*----------------------------------------------------------------
001630 FD  RUNLOG-OUT.
001640 01  RUNLOG-REC-OUT PIC X(132).
001650
001660 WORKING-STORAGE SECTION.
001670 01  DL940-WORK-AREAS.
001680     05 DL940-OPENINV-STATUS PIC XX VALUE SPACES.
001690     05 DL940-PROJMAST-STATUS PIC XX VALUE SPACES.
001700     05 DL940-CLNTMAST-STATUS PIC XX VALUE SPACES.
001710     05 DL940-CASHRCPT-STATUS PIC XX VALUE SPACES.
001720     05 DL940-DUNHIST-STATUS PIC XX VALUE SPACES.
001730     05 DL940-DUNLTR-NAME PIC X(40) VALUE SPACES.
001740     05 DL940-DUNLTR-STATUS PIC XX VALUE SPACES.
001750     05 DL940-FOUND-SW PIC X VALUE 'N'.
001760        88 DL940-FOUND                VALUE 'Y'.
001770        88 DL940-NOT-FOUND            VALUE 'N'.
001780     05 DL940-PARM-LINE PIC X(20) VALUE SPACES.
001790     05 DL940-PARM-DATE PIC X(8) VALUE SPACES.
001800     05 DL940-RUN-DATE-8 PIC 9(8) VALUE ZERO.
001810     05 DL940-SRCH-INV-NUM PIC 9(6) VALUE ZERO.
001820     05 DL940-SRCH-PROJ-NUM PIC 99 VALUE ZERO.
001830     05 DL940-CLIENT-WORK PIC X(30) VALUE SPACES.
001840     05 DL940-CLNUM-WORK PIC 9(5) VALUE ZERO.
001850     05 DL940-TERMS-WORK PIC 99 VALUE ZERO.
001860     05 DL940-DFLT-TERMS PIC 99 VALUE 30.
001870     05 DL940-CLNT-FOUND-IDX PIC 999 COMP VALUE ZERO.
001880     05 DL940-DUE-DATE-WORK PIC 9(8) VALUE ZERO.
001890     05 DL940-OPEN-BAL PIC S9(7)V99 VALUE ZERO.
001900     05 DL940-LATE-DAYS PIC S9(5) VALUE ZERO.
001910     05 DL940-STAGE-WORK PIC 9 VALUE ZERO.
001920     05 DL940-SENT-STAGE PIC 9 VALUE ZERO.
001930     05 DL940-LINE-IDX PIC 9 VALUE ZERO.
001940     05 DL940-LETTER-TOTAL PIC S9(9)V99 VALUE ZERO.
001950
001960 01  DL940-RUN-COUNTS.
001970     05 DL940-INV-READ-CNT PIC 9(5) COMP VALUE ZERO.
001980     05 DL940-HELD-PAID-CNT PIC 9(5) COMP VALUE ZERO.
001990     05 DL940-HELD-RCPT-CNT PIC 9(5) COMP VALUE ZERO.
002000     05 DL940-NOT-DUE-CNT PIC 9(5) COMP VALUE ZERO.
002010     05 DL940-ALREADY-SENT-CNT PIC 9(5) COMP VALUE ZERO.
002020     05 DL940-DUNNED-CNT PIC 9(5) COMP VALUE ZERO.
002030     05 DL940-LETTER-CNT PIC 9(5) COMP VALUE ZERO.
002040
002050*----------------------------------------------------------------
002060* Project master table - client name and client number per
002070* PROJ_NUM.
002080*----------------------------------------------------------------
002090 01  DL940-PROJMAST-AREAS.
002100     05 DL940-PROJMAST-TAB OCCURS 100 TIMES
002110                            INDEXED BY DL940-PROJMAST-IDX.
002120        10 DL940-PROJMAST-PROJ PIC 99.
002130        10 DL940-PROJMAST-CLIENT PIC X(22).
002140        10 DL940-PROJMAST-CLNUM PIC 9(5).
002150     05 DL940-PROJMAST-CNT PIC 999 COMP VALUE ZERO.
002160
002170*----------------------------------------------------------------
002180* Client master table - legal name, bill-to address and net
002190* terms per client number.
002200*----------------------------------------------------------------
002210 01  DL940-CLNTMAST-AREAS.
002220     05 DL940-CLNT-TAB OCCURS 500 TIMES
002230                        INDEXED BY DL940-CLNT-IDX.
002240        10 DL940-CLNT-NUM PIC 9(5).
002250        10 DL940-CLNT-LEGAL-NAME PIC X(30).
002260        10 DL940-CLNT-ADDR-1 PIC X(30).
002270        10 DL940-CLNT-ADDR-2 PIC X(30).
002280        10 DL940-CLNT-ADDR-3 PIC X(30).
002290        10 DL940-CLNT-TERMS PIC 99.
002300     05 DL940-CLNT-CNT PIC 999 COMP VALUE ZERO.
002310
002320*----------------------------------------------------------------
002330* Receipt table - the invoice numbers paid on today's receipts.
002340*----------------------------------------------------------------
002350 01  DL940-RCPT-AREAS.
002360     05 DL940-RCPT-TAB OCCURS 2000 TIMES
002370                        INDEXED BY DL940-RCPT-IDX.
002380        10 DL940-RCPT-INV PIC 9(6).
002390     05 DL940-RCPT-CNT PIC 9(4) COMP VALUE ZERO.
002400
002410*----------------------------------------------------------------
002420* Letter history table - the highest stage already sent per
002430* invoice, from every earlier run.
002440*----------------------------------------------------------------
002450 01  DL940-HIST-AREAS.
002460     05 DL940-HIST-TAB OCCURS 2000 TIMES
002470                        INDEXED BY DL940-HIST-IDX.
002480        10 DL940-HIST-INV PIC 9(6).
002490        10 DL940-HIST-STAGE PIC 9.
002500     05 DL940-HIST-CNT PIC 9(4) COMP VALUE ZERO.
002510     05 DL940-HIST-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
002520
002530*----------------------------------------------------------------
002540* Dun table - every invoice to be listed on this run's letters,
002550* with its client resolved at load so the letter break needs no
002560* second lookup.
002570*----------------------------------------------------------------
002580 01  DL940-DUN-AREAS.
002590     05 DL940-DUN-TAB OCCURS 2000 TIMES
002600                       INDEXED BY DL940-DUN-IDX.
002610        10 DL940-DUN-INV-NUM PIC 9(6).
002620        10 DL940-DUN-INV-DATE PIC 9(8).
002630        10 DL940-DUN-DUE-DATE PIC 9(8).
002640        10 DL940-DUN-PROJ PIC 99.
002650        10 DL940-DUN-OPEN-BAL PIC S9(7)V99.
002660        10 DL940-DUN-LATE-DAYS PIC 9(5).
002670        10 DL940-DUN-STAGE PIC 9.
002680        10 DL940-DUN-CLIENT PIC X(30).
002690        10 DL940-DUN-CLNUM PIC 9(5).
002700     05 DL940-DUN-CNT PIC 9(4) COMP VALUE ZERO.
002710
002720*----------------------------------------------------------------
002730* Client letter rollup - one row per client with something to
002740* dun, carrying the firmest stage among its invoices (which sets
002750* the letter's wording) and the slot of its client master row
002760* (zero when not on the master).
002770*----------------------------------------------------------------
002780 01  DL940-CLIENT-AREAS.
002790     05 DL940-CLIENT-TAB OCCURS 200 TIMES
002800                          INDEXED BY DL940-CLIENT-IDX.
002810        10 DL940-CLIENT-NAME PIC X(30).
002820        10 DL940-CLIENT-CLNUM PIC 9(5).
002830        10 DL940-CLIENT-CLNT-IDX PIC 999.
002840        10 DL940-CLIENT-STAGE PIC 9.
002850     05 DL940-CLIENT-CNT PIC 999 COMP VALUE ZERO.
002860     05 DL940-CLIENT-FOUND-IDX PIC 999 COMP VALUE ZERO.
002870
002880*----------------------------------------------------------------
002890* Letter wording by stage - a title and four lines of text each,
002900* firmer at every stage.
002910*----------------------------------------------------------------
002920 01  DL940-WORDING-VALUES.
002930     05 PIC X(40) VALUE 'REMINDER - PAYMENT PAST DUE'.
002940     05 PIC X(60) VALUE
002950        'OUR RECORDS SHOW THE INVOICES LISTED BELOW ARE NOW PAST'.
002960     05 PIC X(60) VALUE
002970        'DUE. WE WOULD APPRECIATE YOUR PAYMENT AT YOUR EARLIEST'.
002980     05 PIC X(60) VALUE
002990        'CONVENIENCE. IF PAYMENT HAS ALREADY BEEN SENT, PLEASE'.
003000     05 PIC X(60) VALUE
003010        'ACCEPT OUR THANKS AND DISREGARD THIS REMINDER.'.
003020     05 PIC X(40) VALUE 'SECOND NOTICE - ACCOUNT PAST DUE'.
003030     05 PIC X(60) VALUE
003040        'THE INVOICES LISTED BELOW ARE MORE THAN 30 DAYS PAST'.
003050     05 PIC X(60) VALUE
003060        'DUE AND REMAIN UNPAID. PLEASE SEND PAYMENT IN FULL'.
003070     05 PIC X(60) VALUE
003080        'WITHIN 10 DAYS, OR CALL ACCOUNTS RECEIVABLE IF THERE IS'.
003090     05 PIC X(60) VALUE
003100        'ANY QUESTION ABOUT THESE CHARGES.'.
003110     05 PIC X(40) VALUE 'FINAL NOTICE - PAYMENT REQUIRED'.
003120     05 PIC X(60) VALUE
003130        'THE INVOICES LISTED BELOW ARE MORE THAN 60 DAYS PAST'.
003140     05 PIC X(60) VALUE
003150        'DUE DESPITE OUR EARLIER NOTICES. PAYMENT IN FULL IS'.
003160     05 PIC X(60) VALUE
003170        'REQUIRED WITHIN 10 DAYS. FURTHER WORK ON YOUR PROJECTS'.
003180     05 PIC X(60) VALUE
003190        'MAY BE SUSPENDED UNTIL THE ACCOUNT IS BROUGHT CURRENT.'.
003200     05 PIC X(40) VALUE 'COLLECTION NOTICE'.
003210     05 PIC X(60) VALUE
003220        'THE INVOICES LISTED BELOW ARE MORE THAN 90 DAYS PAST'.
003230     05 PIC X(60) VALUE
003240        'DUE. UNLESS PAYMENT IN FULL IS RECEIVED WITHIN 10 DAYS'.
003250     05 PIC X(60) VALUE
003260        'OF THE DATE OF THIS LETTER, THE ACCOUNT WILL BE PASSED'.
003270     05 PIC X(60) VALUE
003280        'TO COLLECTION WITHOUT FURTHER NOTICE.'.
003290 01  DL940-WORDING-TAB REDEFINES DL940-WORDING-VALUES.
003300     05 DL940-WORDING OCCURS 4 TIMES.
003310        10 DL940-WORD-TITLE PIC X(40).
003320        10 DL940-WORD-LINE PIC X(60) OCCURS 4 TIMES.
003330
003340*----------------------------------------------------------------
003350* Serial-day work areas - the days-in-month table turns a date
003360* into a serial day count so the days past due is a simple
003370* subtraction, and rolls a date forward by the terms days.
003380*----------------------------------------------------------------
003390 01  DL940-SERIAL-AREAS.
003400     05 DL940-DIM-VALUES PIC X(24)
003410         VALUE '312831303130313130313031'.
003420     05 DL940-DIM-TAB REDEFINES DL940-DIM-VALUES.
003430        10 DL940-DIM PIC 99 OCCURS 12 TIMES.
003440     05 DL940-SD-DATE PIC 9(8) VALUE ZERO.
003450     05 DL940-SD-DATE-X REDEFINES DL940-SD-DATE.
003460        10 DL940-SD-YYYY PIC 9(4).
003470        10 DL940-SD-MM PIC 99.
003480        10 DL940-SD-DD PIC 99.
003490     05 DL940-SD-SERIAL PIC 9(7) COMP VALUE ZERO.
003500     05 DL940-SD-YM1 PIC 9(4) COMP VALUE ZERO.
003510     05 DL940-SD-QUOT PIC 9(4) COMP VALUE ZERO.
003520     05 DL940-SD-REM PIC 9(4) COMP VALUE ZERO.
003530     05 DL940-SD-MIDX PIC 99 COMP VALUE ZERO.
003540     05 DL940-SD-MDAYS PIC 99 VALUE ZERO.
003550     05 DL940-LEAP-SW PIC X VALUE 'N'.
003560        88 DL940-LEAP-YEAR            VALUE 'Y'.
003570     05 DL940-RUN-SERIAL PIC 9(7) COMP VALUE ZERO.
003580
003590 01  LTR-HEAD-1.
003600     05 PIC X(1) VALUE SPACES.
003610     05 PIC X(36) VALUE 'PROJECT ACCOUNTING - BILLING SYSTEMS'.
003620     05 PIC X(20) VALUE SPACES.
003630     05 PIC X(6) VALUE 'DATE '.
003640     05 LTR-OUT-DATE PIC 9(8).
003650
003660 01  LTR-ADDR-LINE.
003670     05 PIC X(1) VALUE SPACES.
003680     05 LTR-OUT-ADDR PIC X(30).
003690
003700 01  LTR-TITLE-LINE.
003710     05 PIC X(1) VALUE SPACES.
003720     05 PIC X(4) VALUE '*** '.
003730     05 LTR-OUT-TITLE PIC X(40).
003740
003750 01  LTR-TEXT-LINE.
003760     05 PIC X(1) VALUE SPACES.
003770     05 LTR-OUT-TEXT PIC X(60).
003780
003790 01  LTR-COL-1.
003800     05 PIC X(1) VALUE SPACES.
003810     05 PIC X(9) VALUE 'INVOICE'.
003820     05 PIC X(10) VALUE 'DATE'.
003830     05 PIC X(10) VALUE 'DUE DATE'.
003840     05 PIC X(6) VALUE 'PROJ'.
003850     05 PIC X(10) VALUE ' DAYS LATE'.
003860     05 PIC X(16) VALUE '    OPEN BALANCE'.
003870
003880 01  LTR-CLOSE-1.
003890     05 PIC X(1) VALUE SPACES.
003900     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
003910     05 PIC X(20) VALUE '- - - - - - - - - -'.
003920
003930 01  LTR-DETAIL.
003940     05 PIC X(1) VALUE SPACES.
003950     05 LTR-OUT-INV-NUM PIC 9(6).
003960     05 PIC X(3) VALUE SPACES.
003970     05 LTR-OUT-INV-DATE PIC 9(8).
003980     05 PIC X(2) VALUE SPACES.
003990     05 LTR-OUT-DUE-DATE PIC 9(8).
004000     05 PIC X(2) VALUE SPACES.
004010     05 LTR-OUT-PROJ PIC 99.
004020     05 PIC X(4) VALUE SPACES.
004030     05 PIC X(5) VALUE SPACES.
004040     05 LTR-OUT-LATE-DAYS PIC ZZZZ9.
004050     05 PIC X(1) VALUE SPACES.
004060     05 LTR-OUT-OPEN-BAL PIC $Z,ZZZ,ZZ9.99CR.
004070
004080 01  LTR-FOOT-1.
004090     05 PIC X(1) VALUE SPACES.
004100     05 PIC X(45) VALUE 'TOTAL PAST DUE ON THE INVOICES ABOVE'.
004110     05 LTR-OUT-TOTAL PIC $ZZZ,ZZZ,ZZ9.99CR.
004120
004130 01  LTR-CLOSING-1.
004140     05 PIC X(1) VALUE SPACES.
004150     05 PIC X(60) VALUE
004160        'PLEASE REMIT TO ACCOUNTS RECEIVABLE, QUOTING THE'.
004170 01  LTR-CLOSING-2.
004180     05 PIC X(1) VALUE SPACES.
004190     05 PIC X(60) VALUE
004200        'INVOICE NUMBERS ABOVE.'.
004210
004220 01  DL940-RUNLOG-AREAS.
004230     05 DL940-RUNLOG-STATUS PIC XX VALUE SPACES.
004240     05 DL940-START-TIME PIC 9(8) VALUE ZERO.
004250     05 DL940-END-TIME PIC 9(8) VALUE ZERO.
004260
004270*----------------------------------------------------------------
004280* Run-control log completion line - the balanced flag at byte 88
004290* and the program id at bytes 90-100 follow the suite convention.
004300*----------------------------------------------------------------
004310 01  RUNLOG-LINE.
004320     05 RUNLOG-DATE PIC 9(8).
004330     05 PIC X(1) VALUE SPACES.
004340     05 RUNLOG-START-TIME PIC 9(6).
004350     05 PIC X(1) VALUE SPACES.
004360     05 RUNLOG-END-TIME PIC 9(6).
004370     05 PIC X(65) VALUE SPACES.
004380     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
004390     05 PIC X(1) VALUE SPACES.
004400     05 RUNLOG-PROG-ID PIC X(11) VALUE 'D6010405467'.
004410
004420 PROCEDURE DIVISION.
004430******************************************************************
004440* 0000-MAINLINE-RTN
004450* Loads the masters, today's receipts and the letter history,
004460* screens every open item, and prints the letters.
004470******************************************************************
004480 0000-MAINLINE-RTN.
004490     PERFORM 1000-INITIALIZE-RTN
004500         THRU 1000-INITIALIZE-EXIT.
004510
004520     PERFORM 2000-READ-OPENINV-RTN
004530         THRU 2000-READ-OPENINV-EXIT
004540         UNTIL DL940-OPENINV-STATUS NOT EQUAL '00'.
004550
004560     PERFORM 8000-TERMINATE-RTN
004570         THRU 8000-TERMINATE-EXIT.
004580
004590     STOP RUN.
004600
004610******************************************************************
004620* 1000-INITIALIZE-RTN
004630* Establishes the run date (today, or a PARM date so a missed
004640* day can be run under that day's date and file name), loads
004650* the tables and opens the open-invoice file and the letters.
004660******************************************************************
004670 1000-INITIALIZE-RTN.
004680     ACCEPT DL940-RUN-DATE-8 FROM DATE YYYYMMDD.
004690     ACCEPT DL940-START-TIME FROM TIME.
004700     ACCEPT DL940-PARM-LINE FROM COMMAND-LINE.
004710     MOVE DL940-PARM-LINE (1:8) TO DL940-PARM-DATE.
004720     IF DL940-PARM-DATE IS NUMERIC
004730         MOVE DL940-PARM-DATE TO DL940-RUN-DATE-8
004740     END-IF.
004750     STRING 'C:\6010405467-DUNLTR-' DL940-RUN-DATE-8 '.txt'
004760         DELIMITED BY SIZE INTO DL940-DUNLTR-NAME.
004770     PERFORM 1050-CHECK-LETTERS-RTN
004780         THRU 1050-CHECK-LETTERS-EXIT.
004790     MOVE DL940-RUN-DATE-8 TO DL940-SD-DATE.
004800     PERFORM 2910-CALC-SERIAL-DAY-RTN
004810         THRU 2910-CALC-SERIAL-DAY-EXIT.
004820     MOVE DL940-SD-SERIAL TO DL940-RUN-SERIAL.
004830
004840     PERFORM 1100-LOAD-PROJMAST-RTN
004850         THRU 1100-LOAD-PROJMAST-EXIT.
004860     PERFORM 1150-LOAD-CLNTMAST-RTN
004870         THRU 1150-LOAD-CLNTMAST-EXIT.
004880     PERFORM 1200-LOAD-DUNHIST-RTN
004890         THRU 1200-LOAD-DUNHIST-EXIT.
004900     PERFORM 1300-LOAD-CASHRCPT-RTN
004910         THRU 1300-LOAD-CASHRCPT-EXIT.
004920
004930     OPEN INPUT OPENINV-IN.
004940     IF DL940-OPENINV-STATUS NOT EQUAL '00'
004950         DISPLAY 'D6010405467: NO OPEN-INVOICE FILE ON HAND - '
004960             'RUN CANCELLED'
004970         MOVE 12 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     OPEN EXTEND DUNLTR-OUT.
005010     IF DL940-DUNLTR-STATUS NOT EQUAL '00'
005020         OPEN OUTPUT DUNLTR-OUT
005030     END-IF.
005040 1000-INITIALIZE-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080* 1050-CHECK-LETTERS-RTN
005090* Refuses a run under a run date whose letter file already holds
005100* letters. The letter history records every stage those letters
005110* sent, so writing the file again would lose them for good.
005120******************************************************************
005130 1050-CHECK-LETTERS-RTN.
005140     OPEN INPUT DUNLTR-OUT.
005150     IF DL940-DUNLTR-STATUS NOT EQUAL '00'
005160         GO TO 1050-CHECK-LETTERS-EXIT
005170     END-IF.
005180     READ DUNLTR-OUT.
005190     IF DL940-DUNLTR-STATUS EQUAL '00'
005200         DISPLAY 'D6010405467: LETTERS ARE ALREADY PRINTED '
005210             'UNDER RUN DATE ' DL940-RUN-DATE-8 ' - THEIR '
005220             'STAGES ARE ON THE LETTER HISTORY. RUN CANCELLED'
005230         CLOSE DUNLTR-OUT
005240         MOVE 12 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270     CLOSE DUNLTR-OUT.
005280 1050-CHECK-LETTERS-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320* 1100-LOAD-PROJMAST-RTN
005330* Loads the client name and client number per PROJ_NUM. The
005340* master is optional - without it every invoice is dunned under
005350* 'CLIENT UNKNOWN'.
005360******************************************************************
005370 1100-LOAD-PROJMAST-RTN.
005380     OPEN INPUT PROJMAST-IN.
005390     IF DL940-PROJMAST-STATUS EQUAL '00'
005400         PERFORM 1110-READ-PROJMAST-RTN
005410             THRU 1110-READ-PROJMAST-EXIT
005420             UNTIL DL940-PROJMAST-STATUS NOT EQUAL '00'
005430         CLOSE PROJMAST-IN
005440     END-IF.
005450 1100-LOAD-PROJMAST-EXIT.
005460     EXIT.
005470
005480 1110-READ-PROJMAST-RTN.
005490     READ PROJMAST-IN.
005500     IF DL940-PROJMAST-STATUS EQUAL '00'
005510         IF DL940-PROJMAST-CNT < 100
005520             ADD 1 TO DL940-PROJMAST-CNT
005530             SET DL940-PROJMAST-IDX TO DL940-PROJMAST-CNT
005540             MOVE PROJMAST-PROJ-NUM
005550                 TO DL940-PROJMAST-PROJ (DL940-PROJMAST-IDX)
005560             MOVE PROJMAST-CLIENT-NAME
005570                 TO DL940-PROJMAST-CLIENT (DL940-PROJMAST-IDX)
005580             IF PROJMAST-CLIENT-NUM IS NUMERIC
005590                 MOVE PROJMAST-CLIENT-NUM
005600                     TO DL940-PROJMAST-CLNUM (DL940-PROJMAST-IDX)
005610             ELSE
005620                 MOVE ZERO
005630                     TO DL940-PROJMAST-CLNUM (DL940-PROJMAST-IDX)
005640             END-IF
005650         ELSE
005660             DISPLAY 'PROJMAST-IN: PROJECT MASTER TABLE FULL AT'
005670                 ' 100 - PROJECT ' PROJMAST-PROJ-NUM ' IGNORED'
005680         END-IF
005690     END-IF.
005700 1110-READ-PROJMAST-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 1150-LOAD-CLNTMAST-RTN
005750* Loads the legal name, bill-to address and net terms per
005760* client. The master is optional - without it each letter goes
005770* to the project master's client name with no address.
005780******************************************************************
005790 1150-LOAD-CLNTMAST-RTN.
005800     OPEN INPUT CLNTMAST-IN.
005810     IF DL940-CLNTMAST-STATUS EQUAL '00'
005820         PERFORM 1160-READ-CLNTMAST-RTN
005830             THRU 1160-READ-CLNTMAST-EXIT
005840             UNTIL DL940-CLNTMAST-STATUS NOT EQUAL '00'
005850         CLOSE CLNTMAST-IN
005860     END-IF.
005870 1150-LOAD-CLNTMAST-EXIT.
005880     EXIT.
005890
005900 1160-READ-CLNTMAST-RTN.
005910     READ CLNTMAST-IN.
005920     IF DL940-CLNTMAST-STATUS EQUAL '00'
005930         IF DL940-CLNT-CNT < 500
005940             ADD 1 TO DL940-CLNT-CNT
005950             SET DL940-CLNT-IDX TO DL940-CLNT-CNT
005960             MOVE CLNTMAST-CLIENT-NUM
005970                 TO DL940-CLNT-NUM (DL940-CLNT-IDX)
005980             MOVE CLNTMAST-LEGAL-NAME
005990                 TO DL940-CLNT-LEGAL-NAME (DL940-CLNT-IDX)
006000             MOVE CLNTMAST-ADDR-1
006010                 TO DL940-CLNT-ADDR-1 (DL940-CLNT-IDX)
006020             MOVE CLNTMAST-ADDR-2
006030                 TO DL940-CLNT-ADDR-2 (DL940-CLNT-IDX)
006040             MOVE CLNTMAST-ADDR-3
006050                 TO DL940-CLNT-ADDR-3 (DL940-CLNT-IDX)
006060             MOVE CLNTMAST-TERMS
006070                 TO DL940-CLNT-TERMS (DL940-CLNT-IDX)
006080         ELSE
006090             DISPLAY 'CLNTMAST-IN: CLIENT MASTER TABLE FULL AT'
006100                 ' 500 - CLIENT ' CLNTMAST-CLIENT-NUM ' IGNORED'
006110         END-IF
006120     END-IF.
006130 1160-READ-CLNTMAST-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 1200-LOAD-DUNHIST-RTN
006180* Loads the letter history, keeping the highest stage sent per
006190* invoice. The file is optional - a first-ever run has sent
006200* nothing.
006210******************************************************************
006220 1200-LOAD-DUNHIST-RTN.
006230     OPEN INPUT DUNHIST-FILE.
006240     IF DL940-DUNHIST-STATUS EQUAL '00'
006250         PERFORM 1210-READ-DUNHIST-RTN
006260             THRU 1210-READ-DUNHIST-EXIT
006270             UNTIL DL940-DUNHIST-STATUS NOT EQUAL '00'
006280         CLOSE DUNHIST-FILE
006290     END-IF.
006300 1200-LOAD-DUNHIST-EXIT.
006310     EXIT.
006320
006330 1210-READ-DUNHIST-RTN.
006340     READ DUNHIST-FILE.
006350     IF DL940-DUNHIST-STATUS NOT EQUAL '00'
006360         GO TO 1210-READ-DUNHIST-EXIT
006370     END-IF.
006380     MOVE DUNHIST-INV-NUM TO DL940-SRCH-INV-NUM.
006390     PERFORM 2250-SEARCH-HIST-RTN
006400         THRU 2250-SEARCH-HIST-EXIT.
006410     IF DL940-FOUND
006420         SET DL940-HIST-IDX TO DL940-HIST-FOUND-IDX
006430         IF DUNHIST-STAGE GREATER THAN
006440                DL940-HIST-STAGE (DL940-HIST-IDX)
006450             MOVE DUNHIST-STAGE
006460                 TO DL940-HIST-STAGE (DL940-HIST-IDX)
006470         END-IF
006480         GO TO 1210-READ-DUNHIST-EXIT
006490     END-IF.
006500     IF DL940-HIST-CNT >= 2000
006510         DISPLAY 'DUNHIST: LETTER HISTORY TABLE FULL AT 2000 - '
006520             'INVOICE ' DUNHIST-INV-NUM ' - RUN CANCELLED'
006530         CLOSE DUNHIST-FILE
006540         PERFORM 1900-CANCEL-FULL-RTN
006550             THRU 1900-CANCEL-FULL-EXIT
006560     END-IF.
006570     ADD 1 TO DL940-HIST-CNT.
006580     SET DL940-HIST-IDX TO DL940-HIST-CNT.
006590     MOVE DUNHIST-INV-NUM TO DL940-HIST-INV (DL940-HIST-IDX).
006600     MOVE DUNHIST-STAGE TO DL940-HIST-STAGE (DL940-HIST-IDX).
006610 1210-READ-DUNHIST-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650* 1300-LOAD-CASHRCPT-RTN
006660* Loads the invoice numbers on today's receipts. The file is
006670* optional - with no receipts nothing is held back for payment.
006680******************************************************************
006690 1300-LOAD-CASHRCPT-RTN.
006700     OPEN INPUT CASHRCPT-IN.
006710     IF DL940-CASHRCPT-STATUS EQUAL '00'
006720         PERFORM 1310-READ-CASHRCPT-RTN
006730             THRU 1310-READ-CASHRCPT-EXIT
006740             UNTIL DL940-CASHRCPT-STATUS NOT EQUAL '00'
006750         CLOSE CASHRCPT-IN
006760     END-IF.
006770 1300-LOAD-CASHRCPT-EXIT.
006780     EXIT.
006790
006800 1310-READ-CASHRCPT-RTN.
006810     READ CASHRCPT-IN.
006820     IF DL940-CASHRCPT-STATUS NOT EQUAL '00'
006830         GO TO 1310-READ-CASHRCPT-EXIT
006840     END-IF.
006850     IF RCPT-INV-NUM IS NOT NUMERIC
006860         GO TO 1310-READ-CASHRCPT-EXIT
006870     END-IF.
006880     IF DL940-RCPT-CNT < 2000
006890         ADD 1 TO DL940-RCPT-CNT
006900         SET DL940-RCPT-IDX TO DL940-RCPT-CNT
006910         MOVE RCPT-INV-NUM TO DL940-RCPT-INV (DL940-RCPT-IDX)
006920     ELSE
006930         DISPLAY 'CASHRCPT-IN: RECEIPT TABLE FULL AT 2000 - '
006940             'INVOICE ' RCPT-INV-NUM ' - RUN CANCELLED'
006950         CLOSE CASHRCPT-IN
006960         PERFORM 1900-CANCEL-FULL-RTN
006970             THRU 1900-CANCEL-FULL-EXIT
006980     END-IF.
006990 1310-READ-CASHRCPT-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030* 1900-CANCEL-FULL-RTN
007040* Cancels the run when the letter history, receipt, dun or
007050* client table is full. Every row past that point would go
007060* unseen - a stage sent again, a client dunned on the day they
007070* paid, or an invoice left off the letters - so no letter is
007080* written and the run is logged as not balanced.
007090******************************************************************
007100 1900-CANCEL-FULL-RTN.
007110     MOVE 'N' TO RUNLOG-BAL-FLAG.
007120     PERFORM 8900-WRITE-RUNLOG-RTN
007130         THRU 8900-WRITE-RUNLOG-EXIT.
007140     MOVE 12 TO RETURN-CODE.
007150     STOP RUN.
007160 1900-CANCEL-FULL-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200* 2000-READ-OPENINV-RTN
007210* Reads one open-invoice row and screens it for dunning.
007220******************************************************************
007230 2000-READ-OPENINV-RTN.
007240     READ OPENINV-IN.
007250     IF DL940-OPENINV-STATUS EQUAL '00'
007260         ADD 1 TO DL940-INV-READ-CNT
007270         PERFORM 2100-SCREEN-INV-RTN
007280             THRU 2100-SCREEN-INV-EXIT
007290     END-IF.
007300 2000-READ-OPENINV-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340* 2100-SCREEN-INV-RTN
007350* Decides whether one open item goes on a letter. A closed or
007360* fully paid item, or one with a receipt today, is held back.
007370* Otherwise the days past due set its stage - 1 at 1-30 days,
007380* 2 at 31-60, 3 at 61-90, 4 over 90 - and it is listed only if
007390* that stage is higher than any already sent for it.
007400******************************************************************
007410 2100-SCREEN-INV-RTN.
007420     SUBTRACT OPENINV-PAID FROM OPENINV-AMOUNT
007430         GIVING DL940-OPEN-BAL.
007440     IF OPENINV-STATUS EQUAL 'C'
007450        OR DL940-OPEN-BAL NOT GREATER THAN ZERO
007460         ADD 1 TO DL940-HELD-PAID-CNT
007470         GO TO 2100-SCREEN-INV-EXIT
007480     END-IF.
007490     MOVE OPENINV-INV-NUM TO DL940-SRCH-INV-NUM.
007500     PERFORM 2200-SEARCH-RCPT-RTN
007510         THRU 2200-SEARCH-RCPT-EXIT.
007520     IF DL940-FOUND
007530         ADD 1 TO DL940-HELD-RCPT-CNT
007540         GO TO 2100-SCREEN-INV-EXIT
007550     END-IF.
007560     MOVE OPENINV-PROJ-NUM TO DL940-SRCH-PROJ-NUM.
007570     PERFORM 2300-FIND-CLIENT-RTN
007580         THRU 2300-FIND-CLIENT-EXIT.
007590     IF OPENINV-DUE-DATE IS NUMERIC
007600        AND OPENINV-DUE-DATE GREATER THAN ZERO
007610         MOVE OPENINV-DUE-DATE TO DL940-DUE-DATE-WORK
007620     ELSE
007630         PERFORM 2930-CALC-DUE-DATE-RTN
007640             THRU 2930-CALC-DUE-DATE-EXIT
007650     END-IF.
007660     MOVE DL940-DUE-DATE-WORK TO DL940-SD-DATE.
007670     PERFORM 2910-CALC-SERIAL-DAY-RTN
007680         THRU 2910-CALC-SERIAL-DAY-EXIT.
007690     SUBTRACT DL940-SD-SERIAL FROM DL940-RUN-SERIAL
007700         GIVING DL940-LATE-DAYS.
007710     EVALUATE TRUE
007720         WHEN DL940-LATE-DAYS <= 0
007730             MOVE 0 TO DL940-STAGE-WORK
007740         WHEN DL940-LATE-DAYS <= 30
007750             MOVE 1 TO DL940-STAGE-WORK
007760         WHEN DL940-LATE-DAYS <= 60
007770             MOVE 2 TO DL940-STAGE-WORK
007780         WHEN DL940-LATE-DAYS <= 90
007790             MOVE 3 TO DL940-STAGE-WORK
007800         WHEN OTHER
007810             MOVE 4 TO DL940-STAGE-WORK
007820     END-EVALUATE.
007830     IF DL940-STAGE-WORK EQUAL ZERO
007840         ADD 1 TO DL940-NOT-DUE-CNT
007850         GO TO 2100-SCREEN-INV-EXIT
007860     END-IF.
007870     MOVE ZERO TO DL940-SENT-STAGE.
007880     PERFORM 2250-SEARCH-HIST-RTN
007890         THRU 2250-SEARCH-HIST-EXIT.
007900     IF DL940-FOUND
007910         SET DL940-HIST-IDX TO DL940-HIST-FOUND-IDX
007920         MOVE DL940-HIST-STAGE (DL940-HIST-IDX)
007930             TO DL940-SENT-STAGE
007940     END-IF.
007950     IF DL940-STAGE-WORK NOT GREATER THAN DL940-SENT-STAGE
007960         ADD 1 TO DL940-ALREADY-SENT-CNT
007970         GO TO 2100-SCREEN-INV-EXIT
007980     END-IF.
007990     IF DL940-DUN-CNT >= 2000
008000         DISPLAY 'D6010405467: DUN TABLE FULL AT 2000 - '
008010             'INVOICE ' OPENINV-INV-NUM ' - RUN CANCELLED'
008020         CLOSE OPENINV-IN DUNLTR-OUT
008030         PERFORM 1900-CANCEL-FULL-RTN
008040             THRU 1900-CANCEL-FULL-EXIT
008050     END-IF.
008060     PERFORM 2400-FIND-CLIENT-ROW-RTN
008070         THRU 2400-FIND-CLIENT-ROW-EXIT.
008080     IF DL940-NOT-FOUND
008090         GO TO 2100-SCREEN-INV-EXIT
008100     END-IF.
008110     ADD 1 TO DL940-DUN-CNT.
008120     SET DL940-DUN-IDX TO DL940-DUN-CNT.
008130     MOVE OPENINV-INV-NUM TO DL940-DUN-INV-NUM (DL940-DUN-IDX).
008140     MOVE OPENINV-DATE TO DL940-DUN-INV-DATE (DL940-DUN-IDX).
008150     MOVE DL940-DUE-DATE-WORK
008160         TO DL940-DUN-DUE-DATE (DL940-DUN-IDX).
008170     MOVE OPENINV-PROJ-NUM TO DL940-DUN-PROJ (DL940-DUN-IDX).
008180     MOVE DL940-OPEN-BAL TO DL940-DUN-OPEN-BAL (DL940-DUN-IDX).
008190     MOVE DL940-LATE-DAYS
008200         TO DL940-DUN-LATE-DAYS (DL940-DUN-IDX).
008210     MOVE DL940-STAGE-WORK TO DL940-DUN-STAGE (DL940-DUN-IDX).
008220     MOVE DL940-CLIENT-WORK TO DL940-DUN-CLIENT (DL940-DUN-IDX).
008230     MOVE DL940-CLNUM-WORK TO DL940-DUN-CLNUM (DL940-DUN-IDX).
008240     SET DL940-CLIENT-IDX TO DL940-CLIENT-FOUND-IDX.
008250     IF DL940-STAGE-WORK GREATER THAN
008260            DL940-CLIENT-STAGE (DL940-CLIENT-IDX)
008270         MOVE DL940-STAGE-WORK
008280             TO DL940-CLIENT-STAGE (DL940-CLIENT-IDX)
008290     END-IF.
008300 2100-SCREEN-INV-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340* 2200-SEARCH-RCPT-RTN
008350* Looks up DL940-SRCH-INV-NUM on today's receipts.
008360******************************************************************
008370 2200-SEARCH-RCPT-RTN.
008380     MOVE 'N' TO DL940-FOUND-SW.
008390     PERFORM 2210-TEST-RCPT-RTN
008400         THRU 2210-TEST-RCPT-EXIT
008410         VARYING DL940-RCPT-IDX FROM 1 BY 1
008420         UNTIL DL940-RCPT-IDX > DL940-RCPT-CNT
008430            OR DL940-FOUND.
008440 2200-SEARCH-RCPT-EXIT.
008450     EXIT.
008460
008470 2210-TEST-RCPT-RTN.
008480     IF DL940-RCPT-INV (DL940-RCPT-IDX) EQUAL DL940-SRCH-INV-NUM
008490         MOVE 'Y' TO DL940-FOUND-SW
008500     END-IF.
008510 2210-TEST-RCPT-EXIT.
008520     EXIT.
008530
008540******************************************************************
008550* 2250-SEARCH-HIST-RTN
008560* Looks up DL940-SRCH-INV-NUM on the letter history table.
008570******************************************************************
008580 2250-SEARCH-HIST-RTN.
008590     MOVE 'N' TO DL940-FOUND-SW.
008600     PERFORM 2260-TEST-HIST-RTN
008610         THRU 2260-TEST-HIST-EXIT
008620         VARYING DL940-HIST-IDX FROM 1 BY 1
008630         UNTIL DL940-HIST-IDX > DL940-HIST-CNT
008640            OR DL940-FOUND.
008650 2250-SEARCH-HIST-EXIT.
008660     EXIT.
008670
008680 2260-TEST-HIST-RTN.
008690     IF DL940-HIST-INV (DL940-HIST-IDX) EQUAL DL940-SRCH-INV-NUM
008700         MOVE 'Y' TO DL940-FOUND-SW
008710         SET DL940-HIST-FOUND-IDX TO DL940-HIST-IDX
008720     END-IF.
008730 2260-TEST-HIST-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770* 2300-FIND-CLIENT-RTN
008780* Resolves DL940-SRCH-PROJ-NUM to its client name from the
008790* project master table, or 'CLIENT UNKNOWN' when the project is
008800* not on the master. A project pointing to a client on the
008810* client master takes the client's legal name and net terms;
008820* otherwise the client number stays zero on net 30.
008830******************************************************************
008840 2300-FIND-CLIENT-RTN.
008850     MOVE 'CLIENT UNKNOWN' TO DL940-CLIENT-WORK.
008860     MOVE ZERO TO DL940-CLNUM-WORK.
008870     MOVE ZERO TO DL940-CLNT-FOUND-IDX.
008880     MOVE DL940-DFLT-TERMS TO DL940-TERMS-WORK.
008890     MOVE 'N' TO DL940-FOUND-SW.
008900     PERFORM 2310-TEST-CLIENT-RTN
008910         THRU 2310-TEST-CLIENT-EXIT
008920         VARYING DL940-PROJMAST-IDX FROM 1 BY 1
008930         UNTIL DL940-PROJMAST-IDX > DL940-PROJMAST-CNT
008940            OR DL940-FOUND.
008950     IF DL940-CLNUM-WORK EQUAL ZERO
008960         GO TO 2300-FIND-CLIENT-EXIT
008970     END-IF.
008980     MOVE 'N' TO DL940-FOUND-SW.
008990     PERFORM 2320-TEST-CLNT-RTN
009000         THRU 2320-TEST-CLNT-EXIT
009010         VARYING DL940-CLNT-IDX FROM 1 BY 1
009020         UNTIL DL940-CLNT-IDX > DL940-CLNT-CNT
009030            OR DL940-FOUND.
009040*    A client number not on the master is dunned as no client.
009050     IF DL940-NOT-FOUND
009060         MOVE ZERO TO DL940-CLNUM-WORK
009070     END-IF.
009080 2300-FIND-CLIENT-EXIT.
009090     EXIT.
009100
009110 2310-TEST-CLIENT-RTN.
009120     IF DL940-PROJMAST-PROJ (DL940-PROJMAST-IDX)
009130            EQUAL DL940-SRCH-PROJ-NUM
009140         MOVE DL940-PROJMAST-CLIENT (DL940-PROJMAST-IDX)
009150             TO DL940-CLIENT-WORK
009160         MOVE DL940-PROJMAST-CLNUM (DL940-PROJMAST-IDX)
009170             TO DL940-CLNUM-WORK
009180         MOVE 'Y' TO DL940-FOUND-SW
009190     END-IF.
009200 2310-TEST-CLIENT-EXIT.
009210     EXIT.
009220
009230 2320-TEST-CLNT-RTN.
009240     IF DL940-CLNT-NUM (DL940-CLNT-IDX) EQUAL DL940-CLNUM-WORK
009250         MOVE DL940-CLNT-LEGAL-NAME (DL940-CLNT-IDX)
009260             TO DL940-CLIENT-WORK
009270         IF DL940-CLNT-TERMS (DL940-CLNT-IDX) EQUAL 15
009280            OR DL940-CLNT-TERMS (DL940-CLNT-IDX) EQUAL 30
009290            OR DL940-CLNT-TERMS (DL940-CLNT-IDX) EQUAL 45
009300             MOVE DL940-CLNT-TERMS (DL940-CLNT-IDX)
009310                 TO DL940-TERMS-WORK
009320         END-IF
009330         SET DL940-CLNT-FOUND-IDX TO DL940-CLNT-IDX
009340         MOVE 'Y' TO DL940-FOUND-SW
009350     END-IF.
009360 2320-TEST-CLNT-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400* 2400-FIND-CLIENT-ROW-RTN
009410* Finds the invoice's client row in the letter rollup, adding
009420* it on first sight. A table overflow cancels the run.
009430******************************************************************
009440 2400-FIND-CLIENT-ROW-RTN.
009450     MOVE 'N' TO DL940-FOUND-SW.
009460     PERFORM 2410-TEST-CLIENT-ROW-RTN
009470         THRU 2410-TEST-CLIENT-ROW-EXIT
009480         VARYING DL940-CLIENT-IDX FROM 1 BY 1
009490         UNTIL DL940-CLIENT-IDX > DL940-CLIENT-CNT
009500            OR DL940-FOUND.
009510     IF DL940-NOT-FOUND
009520         IF DL940-CLIENT-CNT < 200
009530             ADD 1 TO DL940-CLIENT-CNT
009540             SET DL940-CLIENT-IDX TO DL940-CLIENT-CNT
009550             MOVE DL940-CLIENT-CNT TO DL940-CLIENT-FOUND-IDX
009560             MOVE DL940-CLIENT-WORK
009570                 TO DL940-CLIENT-NAME (DL940-CLIENT-IDX)
009580             MOVE DL940-CLNUM-WORK
009590                 TO DL940-CLIENT-CLNUM (DL940-CLIENT-IDX)
009600             MOVE DL940-CLNT-FOUND-IDX
009610                 TO DL940-CLIENT-CLNT-IDX (DL940-CLIENT-IDX)
009620             MOVE ZERO TO DL940-CLIENT-STAGE (DL940-CLIENT-IDX)
009630             MOVE 'Y' TO DL940-FOUND-SW
009640         ELSE
009650             DISPLAY 'D6010405467: CLIENT TABLE FULL AT 200 - '
009660                 'INVOICE ' OPENINV-INV-NUM ' - RUN CANCELLED'
009670             CLOSE OPENINV-IN DUNLTR-OUT
009680             PERFORM 1900-CANCEL-FULL-RTN
009690                 THRU 1900-CANCEL-FULL-EXIT
009700         END-IF
009710     END-IF.
009720 2400-FIND-CLIENT-ROW-EXIT.
009730     EXIT.
009740
009750 2410-TEST-CLIENT-ROW-RTN.
009760     IF DL940-CLIENT-NAME (DL940-CLIENT-IDX)
009770            EQUAL DL940-CLIENT-WORK
009780        AND DL940-CLIENT-CLNUM (DL940-CLIENT-IDX)
009790            EQUAL DL940-CLNUM-WORK
009800         MOVE 'Y' TO DL940-FOUND-SW
009810         MOVE DL940-CLIENT-IDX TO DL940-CLIENT-FOUND-IDX
009820     END-IF.
009830 2410-TEST-CLIENT-ROW-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870* 2910-CALC-SERIAL-DAY-RTN
009880* Turns DL940-SD-DATE into a serial day count so two dates can
009890* be subtracted - whole years at 365 days plus the leap days
009900* before this year, then the days of the months gone by, then
009910* the day of the month.
009920******************************************************************
009930 2910-CALC-SERIAL-DAY-RTN.
009940     MULTIPLY DL940-SD-YYYY BY 365 GIVING DL940-SD-SERIAL.
009950     SUBTRACT 1 FROM DL940-SD-YYYY GIVING DL940-SD-YM1.
009960     DIVIDE DL940-SD-YM1 BY 4 GIVING DL940-SD-QUOT.
009970     ADD DL940-SD-QUOT TO DL940-SD-SERIAL.
009980     DIVIDE DL940-SD-YM1 BY 100 GIVING DL940-SD-QUOT.
009990     SUBTRACT DL940-SD-QUOT FROM DL940-SD-SERIAL.
010000     DIVIDE DL940-SD-YM1 BY 400 GIVING DL940-SD-QUOT.
010010     ADD DL940-SD-QUOT TO DL940-SD-SERIAL.
010020     MOVE 1 TO DL940-SD-MIDX.
010030     PERFORM 2915-ADD-ONE-MONTH-RTN
010040         THRU 2915-ADD-ONE-MONTH-EXIT
010050         UNTIL DL940-SD-MIDX >= DL940-SD-MM.
010060     IF DL940-SD-MM > 2
010070         PERFORM 2920-CHECK-LEAP-RTN
010080             THRU 2920-CHECK-LEAP-EXIT
010090         IF DL940-LEAP-YEAR
010100             ADD 1 TO DL940-SD-SERIAL
010110         END-IF
010120     END-IF.
010130     ADD DL940-SD-DD TO DL940-SD-SERIAL.
010140 2910-CALC-SERIAL-DAY-EXIT.
010150     EXIT.
010160
010170 2915-ADD-ONE-MONTH-RTN.
010180     ADD DL940-DIM (DL940-SD-MIDX) TO DL940-SD-SERIAL.
010190     ADD 1 TO DL940-SD-MIDX.
010200 2915-ADD-ONE-MONTH-EXIT.
010210     EXIT.
010220
010230******************************************************************
010240* 2920-CHECK-LEAP-RTN
010250* Sets DL940-LEAP-SW for the year in DL940-SD-YYYY.
010260******************************************************************
010270 2920-CHECK-LEAP-RTN.
010280     MOVE 'N' TO DL940-LEAP-SW.
010290     DIVIDE DL940-SD-YYYY BY 4
010300         GIVING DL940-SD-QUOT REMAINDER DL940-SD-REM.
010310     IF DL940-SD-REM EQUAL ZERO
010320         MOVE 'Y' TO DL940-LEAP-SW
010330         DIVIDE DL940-SD-YYYY BY 100
010340             GIVING DL940-SD-QUOT REMAINDER DL940-SD-REM
010350         IF DL940-SD-REM EQUAL ZERO
010360             MOVE 'N' TO DL940-LEAP-SW
010370             DIVIDE DL940-SD-YYYY BY 400
010380                 GIVING DL940-SD-QUOT REMAINDER DL940-SD-REM
010390             IF DL940-SD-REM EQUAL ZERO
010400                 MOVE 'Y' TO DL940-LEAP-SW
010410             END-IF
010420         END-IF
010430     END-IF.
010440 2920-CHECK-LEAP-EXIT.
010450     EXIT.
010460
010470******************************************************************
010480* 2930-CALC-DUE-DATE-RTN
010490* Works out the due date of an open item that came without one
010500* - the invoice date plus DL940-TERMS-WORK days, a day at a time
010510* so month and year ends roll over correctly.
010520******************************************************************
010530 2930-CALC-DUE-DATE-RTN.
010540     MOVE OPENINV-DATE TO DL940-SD-DATE.
010550     PERFORM 2935-ADD-ONE-DAY-RTN
010560         THRU 2935-ADD-ONE-DAY-EXIT
010570         DL940-TERMS-WORK TIMES.
010580     MOVE DL940-SD-DATE TO DL940-DUE-DATE-WORK.
010590 2930-CALC-DUE-DATE-EXIT.
010600     EXIT.
010610
010620 2935-ADD-ONE-DAY-RTN.
010630     MOVE DL940-DIM (DL940-SD-MM) TO DL940-SD-MDAYS.
010640     IF DL940-SD-MM EQUAL 2
010650         PERFORM 2920-CHECK-LEAP-RTN
010660             THRU 2920-CHECK-LEAP-EXIT
010670         IF DL940-LEAP-YEAR
010680             ADD 1 TO DL940-SD-MDAYS
010690         END-IF
010700     END-IF.
010710     IF DL940-SD-DD < DL940-SD-MDAYS
010720         ADD 1 TO DL940-SD-DD
010730         GO TO 2935-ADD-ONE-DAY-EXIT
010740     END-IF.
010750     MOVE 1 TO DL940-SD-DD.
010760     IF DL940-SD-MM < 12
010770         ADD 1 TO DL940-SD-MM
010780         GO TO 2935-ADD-ONE-DAY-EXIT
010790     END-IF.
010800     MOVE 1 TO DL940-SD-MM.
010810     ADD 1 TO DL940-SD-YYYY.
010820 2935-ADD-ONE-DAY-EXIT.
010830     EXIT.
010840
010850******************************************************************
010860* 8000-TERMINATE-RTN
010870* Prints one letter per client, appends the stages sent to the
010880* letter history, and closes out with the run counts on the
010890* console.
010900******************************************************************
010910 8000-TERMINATE-RTN.
010920     CLOSE OPENINV-IN.
010930*    The letter history accumulates across runs - a missing file
010940*    (a first-ever run) is created fresh.
010950     OPEN EXTEND DUNHIST-FILE.
010960     IF DL940-DUNHIST-STATUS NOT EQUAL '00'
010970         OPEN OUTPUT DUNHIST-FILE
010980     END-IF.
010990     PERFORM 8100-PRINT-ONE-LETTER-RTN
011000         THRU 8100-PRINT-ONE-LETTER-EXIT
011010         VARYING DL940-CLIENT-IDX FROM 1 BY 1
011020         UNTIL DL940-CLIENT-IDX > DL940-CLIENT-CNT.
011030     CLOSE DUNHIST-FILE DUNLTR-OUT.
011040
011050     DISPLAY 'D6010405467: OPEN ITEMS READ ' DL940-INV-READ-CNT
011060         ' PAID/CLOSED ' DL940-HELD-PAID-CNT
011070         ' HELD FOR TODAY''S RECEIPT ' DL940-HELD-RCPT-CNT
011080         ' NOT YET DUE ' DL940-NOT-DUE-CNT.
011090     DISPLAY 'D6010405467: STAGE ALREADY SENT '
011100         DL940-ALREADY-SENT-CNT
011110         ' INVOICES DUNNED ' DL940-DUNNED-CNT
011120         ' LETTERS ' DL940-LETTER-CNT.
011130
011140     PERFORM 8900-WRITE-RUNLOG-RTN
011150         THRU 8900-WRITE-RUNLOG-EXIT.
011160 8000-TERMINATE-EXIT.
011170     EXIT.
011180
011190******************************************************************
011200* 8100-PRINT-ONE-LETTER-RTN
011210* Prints one client's letter on its own page - the heading and
011220* bill-to block, the wording for the firmest stage among its
011230* invoices, each invoice being dunned and the total past due.
011240******************************************************************
011250 8100-PRINT-ONE-LETTER-RTN.
011260     MOVE DL940-RUN-DATE-8 TO LTR-OUT-DATE.
011270     WRITE DUNLTR-REC-OUT FROM LTR-HEAD-1
011280           AFTER ADVANCING PAGE.
011290     MOVE DL940-CLIENT-NAME (DL940-CLIENT-IDX) TO LTR-OUT-ADDR.
011300     WRITE DUNLTR-REC-OUT FROM LTR-ADDR-LINE
011310           AFTER ADVANCING 3 LINES.
011320     PERFORM 8150-PRINT-ADDRESS-RTN
011330         THRU 8150-PRINT-ADDRESS-EXIT.
011340     MOVE DL940-WORD-TITLE (DL940-CLIENT-STAGE (DL940-CLIENT-IDX))
011350         TO LTR-OUT-TITLE.
011360     WRITE DUNLTR-REC-OUT FROM LTR-TITLE-LINE
011370           AFTER ADVANCING 3 LINES.
011380     MOVE SPACES TO LTR-OUT-TEXT.
011390     WRITE DUNLTR-REC-OUT FROM LTR-TEXT-LINE
011400           AFTER ADVANCING 1 LINE.
011410     PERFORM 8160-PRINT-WORDING-RTN
011420         THRU 8160-PRINT-WORDING-EXIT
011430         VARYING DL940-LINE-IDX FROM 1 BY 1
011440         UNTIL DL940-LINE-IDX > 4.
011450     WRITE DUNLTR-REC-OUT FROM LTR-COL-1
011460           AFTER ADVANCING 2 LINES.
011470     WRITE DUNLTR-REC-OUT FROM LTR-CLOSE-1
011480           AFTER ADVANCING 1 LINE.
011490     MOVE ZERO TO DL940-LETTER-TOTAL.
011500     PERFORM 8200-PRINT-ONE-INV-RTN
011510         THRU 8200-PRINT-ONE-INV-EXIT
011520         VARYING DL940-DUN-IDX FROM 1 BY 1
011530         UNTIL DL940-DUN-IDX > DL940-DUN-CNT.
011540     WRITE DUNLTR-REC-OUT FROM LTR-CLOSE-1
011550           AFTER ADVANCING 1 LINE.
011560     MOVE DL940-LETTER-TOTAL TO LTR-OUT-TOTAL.
011570     WRITE DUNLTR-REC-OUT FROM LTR-FOOT-1
011580           AFTER ADVANCING 1 LINE.
011590     WRITE DUNLTR-REC-OUT FROM LTR-CLOSING-1
011600           AFTER ADVANCING 2 LINES.
011610     WRITE DUNLTR-REC-OUT FROM LTR-CLOSING-2
011620           AFTER ADVANCING 1 LINE.
011630     ADD 1 TO DL940-LETTER-CNT.
011640 8100-PRINT-ONE-LETTER-EXIT.
011650     EXIT.
011660
011670******************************************************************
011680* 8150-PRINT-ADDRESS-RTN
011690* Prints the client's bill-to address under its name. A client
011700* not on the client master prints its name alone.
011710******************************************************************
011720 8150-PRINT-ADDRESS-RTN.
011730     MOVE DL940-CLIENT-CLNT-IDX (DL940-CLIENT-IDX)
011740         TO DL940-CLNT-FOUND-IDX.
011750     IF DL940-CLNT-FOUND-IDX EQUAL ZERO
011760         GO TO 8150-PRINT-ADDRESS-EXIT
011770     END-IF.
011780     IF DL940-CLNT-ADDR-1 (DL940-CLNT-FOUND-IDX) NOT EQUAL SPACES
011790         MOVE DL940-CLNT-ADDR-1 (DL940-CLNT-FOUND-IDX)
011800             TO LTR-OUT-ADDR
011810         WRITE DUNLTR-REC-OUT FROM LTR-ADDR-LINE
011820               AFTER ADVANCING 1 LINE
011830     END-IF.
011840     IF DL940-CLNT-ADDR-2 (DL940-CLNT-FOUND-IDX) NOT EQUAL SPACES
011850         MOVE DL940-CLNT-ADDR-2 (DL940-CLNT-FOUND-IDX)
011860             TO LTR-OUT-ADDR
011870         WRITE DUNLTR-REC-OUT FROM LTR-ADDR-LINE
011880               AFTER ADVANCING 1 LINE
011890     END-IF.
011900     IF DL940-CLNT-ADDR-3 (DL940-CLNT-FOUND-IDX) NOT EQUAL SPACES
011910         MOVE DL940-CLNT-ADDR-3 (DL940-CLNT-FOUND-IDX)
011920             TO LTR-OUT-ADDR
011930         WRITE DUNLTR-REC-OUT FROM LTR-ADDR-LINE
011940               AFTER ADVANCING 1 LINE
011950     END-IF.
011960 8150-PRINT-ADDRESS-EXIT.
011970     EXIT.
011980
011990 8160-PRINT-WORDING-RTN.
012000     MOVE DL940-WORD-LINE
012010              (DL940-CLIENT-STAGE (DL940-CLIENT-IDX)
012020               DL940-LINE-IDX)
012030         TO LTR-OUT-TEXT.
012040     WRITE DUNLTR-REC-OUT FROM LTR-TEXT-LINE
012050           AFTER ADVANCING 1 LINE.
012060 8160-PRINT-WORDING-EXIT.
012070     EXIT.
012080
012090******************************************************************
012100* 8200-PRINT-ONE-INV-RTN
012110* Prints one dunned invoice when it belongs to the client whose
012120* letter is being printed, and records its stage on the letter
012130* history so the same stage is never sent again.
012140******************************************************************
012150 8200-PRINT-ONE-INV-RTN.
012160     IF DL940-DUN-CLIENT (DL940-DUN-IDX) NOT EQUAL
012170            DL940-CLIENT-NAME (DL940-CLIENT-IDX)
012180         GO TO 8200-PRINT-ONE-INV-EXIT
012190     END-IF.
012200     IF DL940-DUN-CLNUM (DL940-DUN-IDX) NOT EQUAL
012210            DL940-CLIENT-CLNUM (DL940-CLIENT-IDX)
012220         GO TO 8200-PRINT-ONE-INV-EXIT
012230     END-IF.
012240     MOVE DL940-DUN-INV-NUM (DL940-DUN-IDX) TO LTR-OUT-INV-NUM.
012250     MOVE DL940-DUN-INV-DATE (DL940-DUN-IDX)
012260         TO LTR-OUT-INV-DATE.
012270     MOVE DL940-DUN-DUE-DATE (DL940-DUN-IDX)
012280         TO LTR-OUT-DUE-DATE.
012290     MOVE DL940-DUN-PROJ (DL940-DUN-IDX) TO LTR-OUT-PROJ.
012300     MOVE DL940-DUN-LATE-DAYS (DL940-DUN-IDX)
012310         TO LTR-OUT-LATE-DAYS.
012320     MOVE DL940-DUN-OPEN-BAL (DL940-DUN-IDX)
012330         TO LTR-OUT-OPEN-BAL.
012340     WRITE DUNLTR-REC-OUT FROM LTR-DETAIL
012350           AFTER ADVANCING 1 LINE.
012360     ADD DL940-DUN-OPEN-BAL (DL940-DUN-IDX)
012370         TO DL940-LETTER-TOTAL.
012380     ADD 1 TO DL940-DUNNED-CNT.
012390
012400     MOVE DL940-DUN-INV-NUM (DL940-DUN-IDX) TO DUNHIST-INV-NUM.
012410     MOVE DL940-DUN-STAGE (DL940-DUN-IDX) TO DUNHIST-STAGE.
012420     MOVE DL940-RUN-DATE-8 TO DUNHIST-SENT-DATE.
012430     MOVE DL940-DUN-CLNUM (DL940-DUN-IDX) TO DUNHIST-CLIENT-NUM.
012440     WRITE DUNHIST-REC.
012450 8200-PRINT-ONE-INV-EXIT.
012460     EXIT.
012470
012480******************************************************************
012490* 8900-WRITE-RUNLOG-RTN
012500* Appends this run's completion line to the permanent run-control
012510* log, the way every program in the suite does.
012520******************************************************************
012530 8900-WRITE-RUNLOG-RTN.
012540     ACCEPT DL940-END-TIME FROM TIME.
012550     OPEN EXTEND RUNLOG-OUT.
012560     IF DL940-RUNLOG-STATUS NOT EQUAL '00'
012570         OPEN OUTPUT RUNLOG-OUT
012580     END-IF.
012590     MOVE DL940-RUN-DATE-8 TO RUNLOG-DATE.
012600     MOVE DL940-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
012610     MOVE DL940-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
012620     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
012630     CLOSE RUNLOG-OUT.
012640 8900-WRITE-RUNLOG-EXIT.
012650     EXIT.
012660
012670 END PROGRAM D6010405467.
