000010******************************************************************
000020* Program-Id: T6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    Records the retainers clients pay up front against
000070*             a project on the retainer ledger, posts each deposit
000080*             to the GL (cash against customer deposits) and
000090*             prints the retainer balance report - deposits,
000100*             drawdowns and balance per client and project, with
000110*             a warning where the balance will not last another
000120*             month at the project's recent billing rate.
000130* Tectonics: cobc
000140******************************************************************
000150* Modification History
000160* ----------------------------------------------------------------
000170* 10/15/2026 DL  Initial version - retainer balances were kept on
000180*                a spreadsheet and settled by keying a fake cash
000190*                receipt for every invoice. Deposits now go on the
000200*                retainer ledger here, B6010405467 draws each
000210*                invoice down against it, and this run reports
000220*                what is left.
000221* 10/15/2026 DL  Keep rejected deposits - the deposit file is
000222*                written back holding only the deposits rejected,
000223*                for correction, where it used to be emptied. When
000224*                the GL posting file is not released the deposit
000225*                file is left as it was and the run is flagged for
000226*                its ledger rows to be reversed.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. T6010405467.
000260 AUTHOR. D. LAURENT.
000270 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RETTRAN-IN ASSIGN TO 'C:\RetainerTrans.txt'
000340            ORGANIZATION IS LINE SEQUENTIAL
000350            FILE STATUS IS DL992-RETTRAN-STATUS.
000360
000362     SELECT RETHOLD-FILE ASSIGN TO 'C:\RetainerTrans-HOLD.txt'
000364            ORGANIZATION IS LINE SEQUENTIAL
000366            FILE STATUS IS DL992-RETHOLD-STATUS.
000368
000370     SELECT RETAINER-FILE ASSIGN TO 'C:\6010405467-RETAINER.txt'
000380            ORGANIZATION IS LINE SEQUENTIAL
000390            FILE STATUS IS DL992-RETAINER-STATUS.
000400
000410     SELECT PROJMAST-IN ASSIGN TO 'C:\ProjMaster.txt'
000420            ORGANIZATION IS LINE SEQUENTIAL
000430            FILE STATUS IS DL992-PROJMAST-STATUS.
000440
000450     SELECT CLNTMAST-IN ASSIGN TO 'C:\ClientMaster.txt'
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS DL992-CLNTMAST-STATUS.
000480
000490     SELECT INVREG-IN ASSIGN TO 'C:\6010405467-INVREG.txt'
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS DL992-INVREG-STATUS.
000520
000530     SELECT RETDEP-OUT ASSIGN DYNAMIC DL992-RETDEP-NAME
000540            ORGANIZATION IS LINE SEQUENTIAL.
000550
000560     SELECT RETBAL-OUT ASSIGN DYNAMIC DL992-RETBAL-NAME
000570            ORGANIZATION IS LINE SEQUENTIAL.
000580
000590     SELECT RETPOST-FILE ASSIGN DYNAMIC DL992-RETPOST-NAME
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS IS DL992-RETPOST-STATUS.
000620
000630     SELECT RUNLOG-OUT
000640            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS DL992-RUNLOG-STATUS.
000670
000680     SELECT RUNLOG-IN
000690            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS IS DL992-RUNLOG-IN-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750*----------------------------------------------------------------
000760* Retainer deposits received - one record per deposit ('D') a
000770* client has paid up front against one of its projects, with the
000780* date it was received and a reference (cheque or wire number).
000782* Once its deposits are on the ledger the file is written again
000784* holding only the deposits rejected, so a rerun cannot post the
000786* others twice and the rejects wait for correction.
000810*----------------------------------------------------------------
000820 FD  RETTRAN-IN.
000830 01  RETTRAN-REC-IN.
000840     05 RETTRAN-CODE PIC X.
000850     05 RETTRAN-CLIENT-NUM PIC X(5).
000860     05 RETTRAN-CLIENT-NUM-N REDEFINES RETTRAN-CLIENT-NUM
000870                             PIC 9(5).
000880     05 RETTRAN-PROJ-NUM PIC XX.
000890     05 RETTRAN-PROJ-NUM-N REDEFINES RETTRAN-PROJ-NUM PIC 99.
000900     05 RETTRAN-DATE PIC X(8).
000910     05 RETTRAN-DATE-N REDEFINES RETTRAN-DATE PIC 9(8).
000920     05 RETTRAN-DATE-PARTS REDEFINES RETTRAN-DATE.
000930        10 RETTRAN-YEAR PIC 9(4).
000940        10 RETTRAN-MONTH PIC 99.
000950        10 RETTRAN-DAY PIC 99.
000960     05 RETTRAN-AMOUNT PIC X(9).
000970     05 RETTRAN-AMOUNT-N REDEFINES RETTRAN-AMOUNT PIC 9(7)V99.
000980     05 RETTRAN-REF PIC X(20).
000990
000991*----------------------------------------------------------------
000992* Rejected deposits, as keyed, held here during the run and copied
000993* back as the deposit file at the end of it.
000994*----------------------------------------------------------------
000995 FD  RETHOLD-FILE.
000996 01  RETHOLD-REC PIC X(45).
000997
001000*----------------------------------------------------------------
001010* Retainer ledger - one row per deposit a client has paid up
001020* front against a project ('D') and one per drawdown an invoice
001030* has applied ('A', written by B6010405467). A client/project's
001040* balance is its deposits less its drawdowns. Read whole at
001050* start-up, then extended with this run's deposits.
001060*----------------------------------------------------------------
001070 FD  RETAINER-FILE.
001080 01  RETAINER-REC.
001090     05 RETAINER-TYPE PIC X.
001100        88 RETAINER-DEPOSIT           VALUE 'D'.
001110        88 RETAINER-APPLIED           VALUE 'A'.
001120     05 RETAINER-DATE PIC 9(8).
001130     05 RETAINER-CLIENT-NUM PIC 9(5).
001140     05 RETAINER-PROJ-NUM PIC 99.
001150     05 RETAINER-AMOUNT PIC S9(7)V99.
001160     05 RETAINER-INV-NUM PIC 9(6).
001170     05 RETAINER-REF PIC X(20).
001180
001190*----------------------------------------------------------------
001200* Project master - a deposit is taken only against a project the
001210* master bills to the same client number, since that is the
001220* client an invoice for the project draws down.
001230*----------------------------------------------------------------
001240 FD  PROJMAST-IN.
001250 01  PROJMAST-REC-IN.
001260     05 PROJMAST-PROJ-NUM PIC 99.
001270     05 PROJMAST-PROJ-NAME PIC A(12).
001280     05 PROJMAST-CLIENT-NAME PIC A(22).
001290     05 PROJMAST-STATUS PIC X.
001300     05 PROJMAST-BILL-ARR PIC X.
001310     05 PROJMAST-ARR-AMT PIC 9(7)V99.
001320*    Client number on the client master - spaces on rows from
001330*    before the field, read as no client.
001340     05 PROJMAST-CLIENT-NUM PIC 9(5).
001350
001360*----------------------------------------------------------------
001370* Client master - the legal name printed on the balance report.
001380* Optional - with none, the report prints the client number only
001390* and deposits are checked against the project master alone.
001400*----------------------------------------------------------------
001410 FD  CLNTMAST-IN.
001420 01  CLNTMAST-REC-IN.
001430     05 CLNTMAST-CLIENT-NUM PIC 9(5).
001440     05 CLNTMAST-LEGAL-NAME PIC X(30).
001450     05 CLNTMAST-ADDR-1 PIC X(30).
001460     05 CLNTMAST-ADDR-2 PIC X(30).
001470     05 CLNTMAST-ADDR-3 PIC X(30).
001480     05 CLNTMAST-TERMS PIC 99.
001490     05 CLNTMAST-STATUS PIC X.
001500
001510*----------------------------------------------------------------
001520* Invoice register, as appended by B6010405467 - the invoices
001530* dated in the three months up to the run date give each
001540* retainer its recent billing rate.
001550*----------------------------------------------------------------
001560 FD  INVREG-IN.
001570 01  INVREG-REC-IN.
001580     05 INVREG-INV-NUM PIC 9(6).
001590     05 INVREG-DATE PIC 9(8).
001600     05 INVREG-PROJ-NUM PIC 99.
001610     05 INVREG-AMOUNT PIC S9(7)V99.
001620*    Sales tax on the invoice - spaces on rows from before the
001630*    field existed, read as zero.
001640     05 INVREG-TAX PIC S9(7)V99.
001650     05 INVREG-DUE-DATE PIC 9(8).
001660     05 INVREG-RET-AMT PIC S9(7)V99.
001670
001680*----------------------------------------------------------------
001690* Deposit listing - one line per deposit posted or rejected,
001700* with the counts and the amount posted at the foot.
001710*----------------------------------------------------------------
001720 FD  RETDEP-OUT.
001730 01  RETDEP-REC-OUT PIC X(132).
001740
001750*----------------------------------------------------------------
001760* Retainer balance report - deposits, drawdowns, balance, recent
001770* monthly billing rate and months of cover per client/project,
001780* in client and project sequence with a total per client.
001790*----------------------------------------------------------------
001800 FD  RETBAL-OUT.
001810 01  RETBAL-REC-OUT PIC X(132).
001820
001830*----------------------------------------------------------------
001840* GL posting file for the deposits, in the layout of B's GLPOST
001850* file - a debit to cash and a credit to the customer-deposits
001860* liability account per deposit, dated the run date, and a
001870* trailer with the record count and amount hash total. One file
001880* per run date - it is read back at start-up so a second run the
001890* same day cannot write over deposits already posted.
001900*----------------------------------------------------------------
001910 FD  RETPOST-FILE.
001920 01  RETPOST-REC.
001930     05 RETPOST-REC-TYPE PIC X.
001940     05 RETPOST-DATE PIC 9(8).
001950     05 RETPOST-ACCT PIC X(10).
001960     05 RETPOST-PROJ-NUM PIC 99.
001970     05 RETPOST-DR-AMT PIC S9(7)V99.
001980     05 RETPOST-CR-AMT PIC S9(7)V99.
001990 01  RETPOST-TRL-REC.
002000     05 RETPOST-TRL-TYPE PIC X.
002010     05 RETPOST-TRL-DATE PIC 9(8).
002020     05 RETPOST-TRL-COUNT PIC 9(7).
002030     05 RETPOST-TRL-HASH PIC S9(11)V99.
002040
002050*----------------------------------------------------------------
002060* Run-control log, appended by every program in the suite - this
002070* run adds its own completion line at end of run.
002080*----------------------------------------------------------------
002090 FD  RUNLOG-OUT.
002100 01  RUNLOG-REC-OUT PIC X(132).
002110
002120*----------------------------------------------------------------
002130* The same run-control log read back at start-up for the year-end
002140* close lines - a balanced Y6010405467 line carries the year it
002150* closed at bytes 36-39.
002160*----------------------------------------------------------------
002170 FD  RUNLOG-IN.
002180 01  RUNLOG-REC-IN.
002190     05 RUNLOG-IN-DATE PIC X(8).
002200     05 PIC X(27).
002210     05 RUNLOG-IN-CLOSE-YEAR PIC X(4).
002220     05 PIC X(48).
002230     05 RUNLOG-IN-FLAG PIC X.
002240     05 PIC X(1).
002250     05 RUNLOG-IN-PROG PIC X(11).
002260
002270 WORKING-STORAGE SECTION.
002280 01  DL992-WORK-AREAS.
002290     05 DL992-RETTRAN-STATUS PIC XX VALUE SPACES.
002300     05 DL992-RETAINER-STATUS PIC XX VALUE SPACES.
002310     05 DL992-PROJMAST-STATUS PIC XX VALUE SPACES.
002320     05 DL992-CLNTMAST-STATUS PIC XX VALUE SPACES.
002330     05 DL992-INVREG-STATUS PIC XX VALUE SPACES.
002340     05 DL992-RETPOST-STATUS PIC XX VALUE SPACES.
002342     05 DL992-RETHOLD-STATUS PIC XX VALUE SPACES.
002350     05 DL992-RETDEP-NAME PIC X(40) VALUE SPACES.
002360     05 DL992-RETBAL-NAME PIC X(40) VALUE SPACES.
002370     05 DL992-RETPOST-NAME PIC X(40) VALUE SPACES.
002380     05 DL992-PARM-LINE PIC X(20) VALUE SPACES.
002390     05 DL992-PARM-DATE PIC X(8) VALUE SPACES.
002400     05 DL992-ARE-MORE-TRANS PIC AAA VALUE 'YES'.
002410     05 DL992-TRANS-SW PIC X VALUE 'N'.
002420        88 DL992-TRANS-ON-HAND        VALUE 'Y'.
002430     05 DL992-FOUND-SW PIC X VALUE 'N'.
002440        88 DL992-FOUND                VALUE 'Y'.
002442     05 DL992-GL-HELD-SW PIC X VALUE 'N'.
002444        88 DL992-GL-HELD              VALUE 'Y'.
002450     05 DL992-RUN-DATE-8 PIC 9(08) VALUE ZERO.
002460*    Start of the billing-rate window - the run date three months
002470*    back. Invoices dated after it, up to the run date, count.
002480     05 DL992-WIN-START PIC 9(08) VALUE ZERO.
002490     05 DL992-WIN-PARTS REDEFINES DL992-WIN-START.
002500        10 DL992-WIN-YEAR PIC 9(4).
002510        10 DL992-WIN-MONTH PIC 99.
002520        10 DL992-WIN-DAY PIC 99.
002530     05 DL992-RATE-MONTHS PIC 9 VALUE 3.
002540
002550 01  DL992-TRAN-COUNTS.
002560     05 DL992-TRANS-READ-CNT PIC 9(05) COMP VALUE ZERO.
002570     05 DL992-POSTED-CNT PIC 9(05) COMP VALUE ZERO.
002580     05 DL992-REJECTED-CNT PIC 9(05) COMP VALUE ZERO.
002590     05 DL992-WARN-CNT PIC 9(05) COMP VALUE ZERO.
002600     05 DL992-POSTED-AMT PIC S9(9)V99 VALUE ZERO.
002610
002620*----------------------------------------------------------------
002630* Project master table - the client number each project bills.
002640*----------------------------------------------------------------
002650 01  DL992-PROJ-AREAS.
002660     05 DL992-PROJ-TAB OCCURS 100 TIMES
002670                        INDEXED BY DL992-PROJ-IDX.
002680        10 DL992-PROJ-NUM PIC 99.
002690        10 DL992-PROJ-CLNUM PIC 9(5).
002700     05 DL992-PROJ-CNT PIC 999 COMP VALUE ZERO.
002710     05 DL992-PROJ-FOUND-IDX PIC 999 COMP VALUE ZERO.
002720     05 DL992-PROJ-SRCH-NUM PIC 99 VALUE ZERO.
002730
002740*----------------------------------------------------------------
002750* Client master table - the legal name per client number.
002760*----------------------------------------------------------------
002770 01  DL992-CLNT-AREAS.
002780     05 DL992-CLNT-TAB OCCURS 500 TIMES
002790                        INDEXED BY DL992-CLNT-IDX.
002800        10 DL992-CLNT-NUM PIC 9(5).
002810        10 DL992-CLNT-NAME PIC X(30).
002820     05 DL992-CLNT-CNT PIC 999 COMP VALUE ZERO.
002830     05 DL992-CLNT-FOUND-IDX PIC 999 COMP VALUE ZERO.
002840     05 DL992-CLNT-SRCH-NUM PIC 9(5) VALUE ZERO.
002850
002860*----------------------------------------------------------------
002870* Retainer table - one entry per client/project on the ledger,
002880* with its deposits, drawdowns and balance, what it was billed in
002890* the rate window, and what this run deposited.
002900*----------------------------------------------------------------
002910 01  DL992-RET-AREAS.
002920     05 DL992-RET-TAB OCCURS 500 TIMES
002930                       INDEXED BY DL992-RET-IDX.
002940        10 DL992-RET-CLNUM PIC 9(5).
002950        10 DL992-RET-PROJ PIC 99.
002960        10 DL992-RET-DEP PIC S9(9)V99.
002970        10 DL992-RET-APPL PIC S9(9)V99.
002980        10 DL992-RET-BAL PIC S9(9)V99.
002990        10 DL992-RET-BILLED PIC S9(9)V99.
003000        10 DL992-RET-DEP-RUN PIC S9(9)V99.
003010     05 DL992-RET-CNT PIC 999 COMP VALUE ZERO.
003020     05 DL992-RET-FOUND-IDX PIC 999 COMP VALUE ZERO.
003030     05 DL992-RET-SRCH-CLNUM PIC 9(5) VALUE ZERO.
003040     05 DL992-RET-SRCH-PROJ PIC 99 VALUE ZERO.
003050     05 DL992-SEQ-I PIC 9(4) COMP VALUE ZERO.
003060     05 DL992-SEQ-J PIC 9(4) COMP VALUE ZERO.
003070     05 DL992-SEQ-K PIC 9(4) COMP VALUE ZERO.
003080     05 DL992-SEQ-SHIFT-SW PIC X VALUE 'N'.
003090        88 DL992-SEQ-SHIFT               VALUE 'Y'.
003100     05 DL992-SEQ-HOLD.
003110        10 DL992-SEQ-HOLD-KEY PIC 9(7).
003120        10 PIC X(55).
003130     05 DL992-SEQ-KEY PIC 9(7) VALUE ZERO.
003140
003150*----------------------------------------------------------------
003160* GL posting areas - one entry per deposit posted, written out as
003170* a debit to cash and a credit to customer deposits.
003180*----------------------------------------------------------------
003190 01  DL992-GL-AREAS.
003200     05 DL992-GL-TAB OCCURS 500 TIMES
003210                      INDEXED BY DL992-GL-IDX.
003220        10 DL992-GL-PROJ PIC 99.
003230        10 DL992-GL-AMT PIC S9(7)V99.
003240     05 DL992-GL-CNT PIC 999 COMP VALUE ZERO.
003250     05 DL992-GL-CASH-ACCT PIC X(10) VALUE '1010000000'.
003260     05 DL992-GL-DEPOSIT-ACCT PIC X(10) VALUE '2300000000'.
003270     05 DL992-GL-TOTAL PIC S9(9)V99 VALUE ZERO.
003280     05 DL992-GL-REC-CNT PIC 9(7) COMP VALUE ZERO.
003290     05 DL992-GL-HASH PIC S9(11)V99 VALUE ZERO.
003300
003310*----------------------------------------------------------------
003320* Balance report work areas - the figures for one report line,
003330* the rate and cover worked out from them, and the running
003340* client totals.
003350*----------------------------------------------------------------
003360 01  DL992-CALC-AREAS.
003370     05 DL992-CALC-BAL PIC S9(9)V99 VALUE ZERO.
003380     05 DL992-CALC-BILLED PIC S9(9)V99 VALUE ZERO.
003390     05 DL992-CALC-RATE PIC S9(9)V99 VALUE ZERO.
003400     05 DL992-CALC-COVER PIC 9(5)V9 VALUE ZERO.
003410     05 DL992-CALC-COVER-X PIC X(10) VALUE SPACES.
003420     05 DL992-CALC-COVER-N REDEFINES DL992-CALC-COVER-X.
003430        10 PIC X(3).
003440        10 DL992-CALC-COVER-ED PIC ZZZZ9.9.
003450     05 DL992-CALC-WARN PIC X(24) VALUE SPACES.
003460     05 DL992-INV-DUE PIC S9(9)V99 VALUE ZERO.
003470     05 DL992-CL-CLNUM PIC 9(5) VALUE ZERO.
003480     05 DL992-CL-RET-CNT PIC 999 COMP VALUE ZERO.
003490     05 DL992-CL-DEP PIC S9(9)V99 VALUE ZERO.
003500     05 DL992-CL-APPL PIC S9(9)V99 VALUE ZERO.
003510     05 DL992-CL-BAL PIC S9(9)V99 VALUE ZERO.
003520     05 DL992-CL-BILLED PIC S9(9)V99 VALUE ZERO.
003530     05 DL992-TOT-DEP PIC S9(9)V99 VALUE ZERO.
003540     05 DL992-TOT-APPL PIC S9(9)V99 VALUE ZERO.
003550     05 DL992-TOT-BAL PIC S9(9)V99 VALUE ZERO.
003560
003570 01  RETDEP-HEAD-1.
003580     05 PIC X(40) VALUE 'RETAINER DEPOSITS - RUN '.
003590     05 RETDEP-HEAD-DATE PIC 9(08).
003600
003610 01  RETDEP-HEAD-2.
003620     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
003630     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
003640
003650 01  RETDEP-LINE.
003660     05 RETDEP-CODE PIC X.
003670     05 PIC X(2) VALUE SPACES.
003680     05 RETDEP-CLIENT-NUM PIC 9(5).
003690     05 PIC X(2) VALUE SPACES.
003700     05 RETDEP-PROJ-NUM PIC 99.
003710     05 PIC X(2) VALUE SPACES.
003720     05 RETDEP-DATE PIC 9(8).
003730     05 PIC X(2) VALUE SPACES.
003740     05 RETDEP-AMOUNT PIC Z,ZZZ,ZZ9.99.
003750     05 PIC X(2) VALUE SPACES.
003760     05 PIC X(10) VALUE 'POSTED'.
003770     05 RETDEP-REF PIC X(20).
003780     05 PIC X(2) VALUE SPACES.
003790     05 PIC X(13) VALUE 'BALANCE NOW '.
003800     05 RETDEP-BAL PIC ZZZ,ZZZ,ZZ9.99-.
003810
003820 01  RETDEP-ERR-LINE.
003830     05 RETDEP-ERR-CODE PIC X.
003840     05 PIC X(2) VALUE SPACES.
003850     05 RETDEP-ERR-CLIENT-NUM PIC X(5).
003860     05 PIC X(2) VALUE SPACES.
003870     05 RETDEP-ERR-PROJ-NUM PIC XX.
003880     05 PIC X(2) VALUE SPACES.
003890     05 RETDEP-ERR-DATE PIC X(8).
003900     05 PIC X(2) VALUE SPACES.
003910     05 RETDEP-ERR-AMOUNT PIC X(12).
003920     05 PIC X(2) VALUE SPACES.
003930     05 PIC X(10) VALUE 'REJECTED'.
003940     05 RETDEP-ERR-REASON PIC X(50).
003950
003960 01  RETDEP-FOOT-1.
003970     05 PIC X(12) VALUE 'TRANS READ '.
003980     05 RETDEP-OUT-READ PIC ZZZZ9.
003990     05 PIC X(10) VALUE '  POSTED '.
004000     05 RETDEP-OUT-POSTED PIC ZZZZ9.
004010     05 PIC X(12) VALUE '  REJECTED '.
004020     05 RETDEP-OUT-REJECTED PIC ZZZZ9.
004030     05 PIC X(17) VALUE '  AMOUNT POSTED '.
004040     05 RETDEP-OUT-AMT PIC ZZZ,ZZZ,ZZ9.99.
004041
004042 01  RETDEP-HELD-LINE.
004043     05 PIC X(31) VALUE '*** GL POSTING NOT RELEASED - '.
004044     05 PIC X(36) VALUE 'REVERSE THE DEPOSITS POSTED ABOVE '.
004045     05 PIC X(36) VALUE 'OFF THE LEDGER BEFORE THE DEPOSIT '.
004046     05 PIC X(24) VALUE 'FILE IS RUN AGAIN ***'.
004050
004060 01  RETBAL-HEAD-1.
004070     05 PIC X(30) VALUE 'RETAINER BALANCE REPORT - RUN '.
004080     05 RETBAL-HEAD-DATE PIC 9(08).
004090     05 PIC X(32) VALUE '   MONTHLY RATE = INVOICED AFTER'.
004100     05 PIC X(1) VALUE SPACES.
004110     05 RETBAL-HEAD-WIN-START PIC 9(08).
004120     05 PIC X(9) VALUE ' THROUGH '.
004130     05 RETBAL-HEAD-WIN-END PIC 9(08).
004140     05 PIC X(3) VALUE ' / '.
004150     05 RETBAL-HEAD-MONTHS PIC 9.
004160
004170 01  RETBAL-HEAD-2.
004180     05 PIC X(6) VALUE 'CLNT'.
004190     05 PIC X(3) VALUE 'PR'.
004200     05 PIC X(23) VALUE 'CLIENT NAME'.
004210     05 PIC X(16) VALUE '      DEPOSITS '.
004220     05 PIC X(16) VALUE '       APPLIED '.
004230     05 PIC X(16) VALUE '       BALANCE '.
004240     05 PIC X(15) VALUE '  MONTHLY RATE'.
004250     05 PIC X(11) VALUE ' MTHS LEFT'.
004260     05 PIC X(7) VALUE 'WARNING'.
004270
004280 01  RETBAL-HEAD-3.
004290     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
004300     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
004310     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
004320     05 PIC X(10) VALUE '- - - - -'.
004330
004340 01  RETBAL-LINE.
004350     05 RETBAL-CLIENT-NUM PIC 9(5).
004360     05 PIC X(1) VALUE SPACES.
004370     05 RETBAL-PROJ-NUM PIC 99.
004380     05 PIC X(1) VALUE SPACES.
004390     05 RETBAL-NAME PIC X(22).
004400     05 PIC X(1) VALUE SPACES.
004410     05 RETBAL-DEP PIC ZZZ,ZZZ,ZZ9.99-.
004420     05 PIC X(1) VALUE SPACES.
004430     05 RETBAL-APPL PIC ZZZ,ZZZ,ZZ9.99-.
004440     05 PIC X(1) VALUE SPACES.
004450     05 RETBAL-BAL PIC ZZZ,ZZZ,ZZ9.99-.
004460     05 PIC X(1) VALUE SPACES.
004470     05 RETBAL-RATE PIC ZZZ,ZZZ,ZZ9.99.
004480     05 PIC X(1) VALUE SPACES.
004490     05 RETBAL-COVER PIC X(10).
004500     05 PIC X(1) VALUE SPACES.
004510     05 RETBAL-WARN PIC X(24).
004520
004530 01  RETBAL-CL-LINE.
004540     05 PIC X(9) VALUE SPACES.
004550     05 PIC X(23) VALUE '  CLIENT TOTAL'.
004560     05 RETBAL-CL-DEP PIC ZZZ,ZZZ,ZZ9.99-.
004570     05 PIC X(1) VALUE SPACES.
004580     05 RETBAL-CL-APPL PIC ZZZ,ZZZ,ZZ9.99-.
004590     05 PIC X(1) VALUE SPACES.
004600     05 RETBAL-CL-BAL PIC ZZZ,ZZZ,ZZ9.99-.
004610     05 PIC X(1) VALUE SPACES.
004620     05 RETBAL-CL-RATE PIC ZZZ,ZZZ,ZZ9.99.
004630     05 PIC X(1) VALUE SPACES.
004640     05 RETBAL-CL-COVER PIC X(10).
004650     05 PIC X(1) VALUE SPACES.
004660     05 RETBAL-CL-WARN PIC X(24).
004670
004680 01  RETBAL-NONE-LINE.
004690     05 PIC X(40) VALUE 'NO RETAINERS ON THE LEDGER'.
004700
004710 01  RETBAL-FOOT-1.
004720     05 PIC X(10) VALUE 'RETAINERS '.
004730     05 RETBAL-OUT-CNT PIC ZZZZ9.
004740     05 PIC X(12) VALUE '  DEPOSITS '.
004750     05 RETBAL-OUT-DEP PIC ZZZ,ZZZ,ZZ9.99-.
004760     05 PIC X(11) VALUE '  APPLIED '.
004770     05 RETBAL-OUT-APPL PIC ZZZ,ZZZ,ZZ9.99-.
004780     05 PIC X(11) VALUE '  BALANCE '.
004790     05 RETBAL-OUT-BAL PIC ZZZ,ZZZ,ZZ9.99-.
004800     05 PIC X(12) VALUE '  WARNINGS '.
004810     05 RETBAL-OUT-WARN PIC ZZZZ9.
004820
004830 01  DL992-RUNLOG-AREAS.
004840     05 DL992-RUNLOG-STATUS PIC XX VALUE SPACES.
004850     05 DL992-RUNLOG-IN-STATUS PIC XX VALUE SPACES.
004860     05 DL992-LAST-CLOSED PIC 9(4) VALUE ZERO.
004870     05 DL992-START-TIME PIC 9(8) VALUE ZERO.
004880     05 DL992-END-TIME PIC 9(8) VALUE ZERO.
004890
004900*----------------------------------------------------------------
004910* Run-control log completion line - the balanced flag at byte 88
004920* and the program id at bytes 90-100 follow the suite convention.
004930*----------------------------------------------------------------
004940 01  RUNLOG-LINE.
004950     05 RUNLOG-DATE PIC 9(8).
004960     05 PIC X(1) VALUE SPACES.
004970     05 RUNLOG-START-TIME PIC 9(6).
004980     05 PIC X(1) VALUE SPACES.
004990     05 RUNLOG-END-TIME PIC 9(6).
005000     05 PIC X(65) VALUE SPACES.
005010     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
005020     05 PIC X(1) VALUE SPACES.
005030     05 RUNLOG-PROG-ID PIC X(11) VALUE 'T6010405467'.
005040
005050 PROCEDURE DIVISION.
005060******************************************************************
005070* 0000-MAINLINE-RTN
005080* Opens the files, posts the deposits on hand and prints the
005090* balance report.
005100******************************************************************
005110 0000-MAINLINE-RTN.
005120     PERFORM 1000-INITIALIZE-RTN
005130         THRU 1000-INITIALIZE-EXIT.
005140
005150     PERFORM 2000-PROCESS-READ-RTN
005160         THRU 2000-PROCESS-READ-EXIT
005170         UNTIL DL992-ARE-MORE-TRANS = 'NO '.
005180
005190     PERFORM 8000-TERMINATE-RTN
005200         THRU 8000-TERMINATE-EXIT.
005210
005220     STOP RUN.
005230
005240******************************************************************
005250* 1000-INITIALIZE-RTN
005260* Establishes the run date (today, or a PARM date YYYYMMDD so a
005270* prior day's deposits post under that day's file names), refuses
005280* a run dated in a closed year, loads the masters and the ledger,
005290* and opens the deposits and the deposit listing. The first
005300* deposit is read here, so an empty deposit file is known before
005310* anything is opened for output.
005320******************************************************************
005330 1000-INITIALIZE-RTN.
005340     ACCEPT DL992-RUN-DATE-8 FROM DATE YYYYMMDD.
005350     ACCEPT DL992-START-TIME FROM TIME.
005360     ACCEPT DL992-PARM-LINE FROM COMMAND-LINE.
005370     MOVE DL992-PARM-LINE (1:8) TO DL992-PARM-DATE.
005380     IF DL992-PARM-DATE IS NUMERIC
005390         MOVE DL992-PARM-DATE TO DL992-RUN-DATE-8
005400     END-IF.
005410     STRING 'C:\6010405467-RETDEP-' DL992-RUN-DATE-8 '.txt'
005420         DELIMITED BY SIZE INTO DL992-RETDEP-NAME.
005430     STRING 'C:\6010405467-RETBAL-' DL992-RUN-DATE-8 '.txt'
005440         DELIMITED BY SIZE INTO DL992-RETBAL-NAME.
005450     STRING 'C:\6010405467-RETPOST-' DL992-RUN-DATE-8 '.txt'
005460         DELIMITED BY SIZE INTO DL992-RETPOST-NAME.
005470     MOVE DL992-RUN-DATE-8 TO DL992-WIN-START.
005480     IF DL992-WIN-MONTH GREATER DL992-RATE-MONTHS
005490         SUBTRACT DL992-RATE-MONTHS FROM DL992-WIN-MONTH
005500     ELSE
005510         ADD 12 TO DL992-WIN-MONTH
005520         SUBTRACT DL992-RATE-MONTHS FROM DL992-WIN-MONTH
005530         SUBTRACT 1 FROM DL992-WIN-YEAR
005540     END-IF.
005550     PERFORM 1050-CHECK-CLOSED-YEAR-RTN
005560         THRU 1050-CHECK-CLOSED-YEAR-EXIT.
005570
005580     PERFORM 1100-LOAD-PROJMAST-RTN
005590         THRU 1100-LOAD-PROJMAST-EXIT.
005600     PERFORM 1150-LOAD-CLNTMAST-RTN
005610         THRU 1150-LOAD-CLNTMAST-EXIT.
005620     PERFORM 1200-LOAD-RETAINER-RTN
005630         THRU 1200-LOAD-RETAINER-EXIT.
005640
005650     OPEN INPUT RETTRAN-IN.
005660     IF DL992-RETTRAN-STATUS NOT EQUAL '00'
005670         DISPLAY 'T6010405467: NO RETAINER DEPOSITS ON HAND - '
005680             'BALANCE REPORT ONLY'
005690         MOVE 'NO ' TO DL992-ARE-MORE-TRANS
005700         GO TO 1000-INITIALIZE-EXIT
005710     END-IF.
005720     READ RETTRAN-IN
005730         AT END
005740             DISPLAY 'T6010405467: RETAINER DEPOSIT FILE IS '
005750                 'EMPTY - BALANCE REPORT ONLY'
005760             CLOSE RETTRAN-IN
005770             MOVE 'NO ' TO DL992-ARE-MORE-TRANS
005780             GO TO 1000-INITIALIZE-EXIT
005790     END-READ.
005800     PERFORM 1070-CHECK-POSTED-RTN
005810         THRU 1070-CHECK-POSTED-EXIT.
005820     MOVE 'Y' TO DL992-TRANS-SW.
005822     OPEN OUTPUT RETHOLD-FILE.
005830     OPEN EXTEND RETAINER-FILE.
005840     IF DL992-RETAINER-STATUS NOT EQUAL '00'
005850         OPEN OUTPUT RETAINER-FILE
005860     END-IF.
005870     OPEN OUTPUT RETDEP-OUT.
005880     MOVE DL992-RUN-DATE-8 TO RETDEP-HEAD-DATE.
005890     WRITE RETDEP-REC-OUT FROM RETDEP-HEAD-1
005900           AFTER ADVANCING 1 LINE.
005910     WRITE RETDEP-REC-OUT FROM RETDEP-HEAD-2
005920           AFTER ADVANCING 1 LINE.
005930 1000-INITIALIZE-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 1050-CHECK-CLOSED-YEAR-RTN
005980* Refuses a run dated in a year the year-end close has already
005990* closed - the latest balanced close line on the run-control log
006000* names the last closed year.
006010******************************************************************
006020 1050-CHECK-CLOSED-YEAR-RTN.
006030     OPEN INPUT RUNLOG-IN.
006040     IF DL992-RUNLOG-IN-STATUS EQUAL '00'
006050         PERFORM 1060-READ-RUNLOG-RTN
006060             THRU 1060-READ-RUNLOG-EXIT
006070             UNTIL DL992-RUNLOG-IN-STATUS NOT EQUAL '00'
006080         CLOSE RUNLOG-IN
006090     END-IF.
006100     IF DL992-RUN-DATE-8 (1:4) NOT GREATER DL992-LAST-CLOSED
006110         DISPLAY 'T6010405467: RUN DATE ' DL992-RUN-DATE-8
006120             ' FALLS IN YEAR ' DL992-LAST-CLOSED ' OR EARLIER, '
006130             'WHICH THE YEAR-END CLOSE HAS CLOSED - NOTHING MAY '
006140             'POST INTO A CLOSED YEAR. RUN CANCELLED'
006150         MOVE 12 TO RETURN-CODE
006160         STOP RUN
006170     END-IF.
006180 1050-CHECK-CLOSED-YEAR-EXIT.
006190     EXIT.
006200
006210 1060-READ-RUNLOG-RTN.
006220     READ RUNLOG-IN.
006230     IF DL992-RUNLOG-IN-STATUS NOT EQUAL '00'
006240         GO TO 1060-READ-RUNLOG-EXIT
006250     END-IF.
006260     IF RUNLOG-IN-PROG EQUAL 'Y6010405467'
006270        AND RUNLOG-IN-FLAG EQUAL 'Y'
006280        AND RUNLOG-IN-CLOSE-YEAR IS NUMERIC
006290        AND RUNLOG-IN-CLOSE-YEAR GREATER DL992-LAST-CLOSED
006300         MOVE RUNLOG-IN-CLOSE-YEAR TO DL992-LAST-CLOSED
006310     END-IF.
006320 1060-READ-RUNLOG-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 1070-CHECK-POSTED-RTN
006370* Refuses to post deposits under a run date whose GL posting file
006380* already holds records - writing it again would lose the
006390* deposits posted earlier that day. The new deposits are left on
006400* the deposit file to post under a later run date.
006410******************************************************************
006420 1070-CHECK-POSTED-RTN.
006430     OPEN INPUT RETPOST-FILE.
006440     IF DL992-RETPOST-STATUS NOT EQUAL '00'
006450         GO TO 1070-CHECK-POSTED-EXIT
006460     END-IF.
006470     READ RETPOST-FILE.
006480     IF DL992-RETPOST-STATUS EQUAL '00'
006490         DISPLAY 'T6010405467: DEPOSITS ARE ALREADY POSTED UNDER '
006500             'RUN DATE ' DL992-RUN-DATE-8 ' - POST THESE UNDER '
006510             'A LATER RUN DATE. '
006520             'RUN CANCELLED'
006530         CLOSE RETPOST-FILE
006540               RETTRAN-IN
006550         MOVE 12 TO RETURN-CODE
006560         STOP RUN
006570     END-IF.
006580     CLOSE RETPOST-FILE.
006590 1070-CHECK-POSTED-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 1100-LOAD-PROJMAST-RTN
006640* Loads the client number each project bills. With no project
006650* master on hand every deposit is rejected, since none can be
006660* tied to the client its invoices will bill.
006670******************************************************************
006680 1100-LOAD-PROJMAST-RTN.
006690     OPEN INPUT PROJMAST-IN.
006700     IF DL992-PROJMAST-STATUS EQUAL '00'
006710         PERFORM 1110-READ-PROJMAST-RTN
006720             THRU 1110-READ-PROJMAST-EXIT
006730             UNTIL DL992-PROJMAST-STATUS NOT EQUAL '00'
006740         CLOSE PROJMAST-IN
006750     ELSE
006760         DISPLAY 'T6010405467: NO PROJECT MASTER ON HAND - '
006770             'NO DEPOSIT CAN BE POSTED'
006780     END-IF.
006790 1100-LOAD-PROJMAST-EXIT.
006800     EXIT.
006810
006820 1110-READ-PROJMAST-RTN.
006830     READ PROJMAST-IN.
006840     IF DL992-PROJMAST-STATUS EQUAL '00'
006850         IF DL992-PROJ-CNT < 100
006860             ADD 1 TO DL992-PROJ-CNT
006870             SET DL992-PROJ-IDX TO DL992-PROJ-CNT
006880             MOVE PROJMAST-PROJ-NUM
006890                 TO DL992-PROJ-NUM (DL992-PROJ-IDX)
006900             IF PROJMAST-CLIENT-NUM IS NUMERIC
006910                 MOVE PROJMAST-CLIENT-NUM
006920                     TO DL992-PROJ-CLNUM (DL992-PROJ-IDX)
006930             ELSE
006940                 MOVE ZERO TO DL992-PROJ-CLNUM (DL992-PROJ-IDX)
006950             END-IF
006960         ELSE
006970             DISPLAY 'PROJMAST-IN: PROJECT TABLE FULL AT 100 - '
006980                 'PROJECT ' PROJMAST-PROJ-NUM ' IGNORED'
006990         END-IF
007000     END-IF.
007010 1110-READ-PROJMAST-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050* 1150-LOAD-CLNTMAST-RTN
007060* Loads the client legal names. The master is optional.
007070******************************************************************
007080 1150-LOAD-CLNTMAST-RTN.
007090     OPEN INPUT CLNTMAST-IN.
007100     IF DL992-CLNTMAST-STATUS EQUAL '00'
007110         PERFORM 1160-READ-CLNTMAST-RTN
007120             THRU 1160-READ-CLNTMAST-EXIT
007130             UNTIL DL992-CLNTMAST-STATUS NOT EQUAL '00'
007140         CLOSE CLNTMAST-IN
007150     END-IF.
007160 1150-LOAD-CLNTMAST-EXIT.
007170     EXIT.
007180
007190 1160-READ-CLNTMAST-RTN.
007200     READ CLNTMAST-IN.
007210     IF DL992-CLNTMAST-STATUS EQUAL '00'
007220         IF DL992-CLNT-CNT < 500
007230             ADD 1 TO DL992-CLNT-CNT
007240             SET DL992-CLNT-IDX TO DL992-CLNT-CNT
007250             MOVE CLNTMAST-CLIENT-NUM
007260                 TO DL992-CLNT-NUM (DL992-CLNT-IDX)
007270             MOVE CLNTMAST-LEGAL-NAME
007280                 TO DL992-CLNT-NAME (DL992-CLNT-IDX)
007290         ELSE
007300             DISPLAY 'CLNTMAST-IN: CLIENT TABLE FULL AT 500 - '
007310                 'CLIENT ' CLNTMAST-CLIENT-NUM ' IGNORED'
007320         END-IF
007330     END-IF.
007340 1160-READ-CLNTMAST-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380* 1200-LOAD-RETAINER-RTN
007390* Builds each client/project's deposits, drawdowns and balance
007400* from the retainer ledger. The ledger is optional - a first-ever
007410* run starts with no retainers.
007420******************************************************************
007430 1200-LOAD-RETAINER-RTN.
007440     OPEN INPUT RETAINER-FILE.
007450     IF DL992-RETAINER-STATUS EQUAL '00'
007460         PERFORM 1210-READ-RETAINER-RTN
007470             THRU 1210-READ-RETAINER-EXIT
007480             UNTIL DL992-RETAINER-STATUS NOT EQUAL '00'
007490         CLOSE RETAINER-FILE
007500     END-IF.
007510 1200-LOAD-RETAINER-EXIT.
007520     EXIT.
007530
007540 1210-READ-RETAINER-RTN.
007550     READ RETAINER-FILE.
007560     IF DL992-RETAINER-STATUS NOT EQUAL '00'
007570         GO TO 1210-READ-RETAINER-EXIT
007580     END-IF.
007590     IF RETAINER-AMOUNT IS NOT NUMERIC
007600        OR NOT (RETAINER-DEPOSIT OR RETAINER-APPLIED)
007610         GO TO 1210-READ-RETAINER-EXIT
007620     END-IF.
007630     MOVE RETAINER-CLIENT-NUM TO DL992-RET-SRCH-CLNUM.
007640     MOVE RETAINER-PROJ-NUM TO DL992-RET-SRCH-PROJ.
007650     PERFORM 2300-SEARCH-RET-RTN
007660         THRU 2300-SEARCH-RET-EXIT.
007670     IF NOT DL992-FOUND
007680         IF DL992-RET-CNT < 500
007690             PERFORM 2350-ADD-RET-RTN
007700                 THRU 2350-ADD-RET-EXIT
007710         ELSE
007720             DISPLAY 'RETAINER-FILE: RETAINER TABLE FULL AT 500 '
007730                 '- CLIENT ' RETAINER-CLIENT-NUM ' PROJECT '
007740                 RETAINER-PROJ-NUM ' IGNORED'
007750             GO TO 1210-READ-RETAINER-EXIT
007760         END-IF
007770     END-IF.
007780     SET DL992-RET-IDX TO DL992-RET-FOUND-IDX.
007790     IF RETAINER-DEPOSIT
007800         ADD RETAINER-AMOUNT TO DL992-RET-DEP (DL992-RET-IDX)
007810         ADD RETAINER-AMOUNT TO DL992-RET-BAL (DL992-RET-IDX)
007820     ELSE
007830         ADD RETAINER-AMOUNT TO DL992-RET-APPL (DL992-RET-IDX)
007840         SUBTRACT RETAINER-AMOUNT
007850             FROM DL992-RET-BAL (DL992-RET-IDX)
007860     END-IF.
007870 1210-READ-RETAINER-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910* 2000-PROCESS-READ-RTN
007920* Edits and posts the deposit in hand, then reads the next one or
007930* flags end-of-file.
007940******************************************************************
007950 2000-PROCESS-READ-RTN.
007960     ADD 1 TO DL992-TRANS-READ-CNT.
007970     PERFORM 2100-EDIT-DEPOSIT-RTN
007980         THRU 2100-EDIT-DEPOSIT-EXIT.
007990     READ RETTRAN-IN
008000         AT END
008010             MOVE 'NO ' TO DL992-ARE-MORE-TRANS
008020     END-READ.
008030 2000-PROCESS-READ-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070* 2100-EDIT-DEPOSIT-RTN
008080* Edits one deposit and posts it if it passes. The code must be
008090* 'D'; the client number nonzero and on the client master (when
008100* there is one); the project on the project master and billed to
008110* that client; the date a real date, not after the run date and
008120* not in a closed year; the amount numeric and above zero.
008130******************************************************************
008140 2100-EDIT-DEPOSIT-RTN.
008150     IF RETTRAN-CODE NOT EQUAL 'D'
008160         MOVE 'INVALID TRANSACTION CODE' TO RETDEP-ERR-REASON
008170         GO TO 2100-EDIT-DEPOSIT-REJECT
008180     END-IF.
008190     IF RETTRAN-CLIENT-NUM IS NOT NUMERIC
008200        OR RETTRAN-CLIENT-NUM-N EQUAL ZERO
008210         MOVE 'CLIENT NUMBER MUST BE NONZERO NUMERIC'
008220             TO RETDEP-ERR-REASON
008230         GO TO 2100-EDIT-DEPOSIT-REJECT
008240     END-IF.
008250     MOVE RETTRAN-CLIENT-NUM-N TO DL992-CLNT-SRCH-NUM.
008260     IF DL992-CLNT-CNT GREATER ZERO
008270         PERFORM 2200-SEARCH-CLNT-RTN
008280             THRU 2200-SEARCH-CLNT-EXIT
008290         IF NOT DL992-FOUND
008300             MOVE 'CLIENT NOT ON THE CLIENT MASTER'
008310                 TO RETDEP-ERR-REASON
008320             GO TO 2100-EDIT-DEPOSIT-REJECT
008330         END-IF
008340     END-IF.
008350     IF RETTRAN-PROJ-NUM IS NOT NUMERIC
008360         MOVE 'PROJECT NUMBER MUST BE NUMERIC'
008370             TO RETDEP-ERR-REASON
008380         GO TO 2100-EDIT-DEPOSIT-REJECT
008390     END-IF.
008400     MOVE RETTRAN-PROJ-NUM-N TO DL992-PROJ-SRCH-NUM.
008410     PERFORM 2250-SEARCH-PROJ-RTN
008420         THRU 2250-SEARCH-PROJ-EXIT.
008430     IF NOT DL992-FOUND
008440         MOVE 'PROJECT NOT ON THE PROJECT MASTER'
008450             TO RETDEP-ERR-REASON
008460         GO TO 2100-EDIT-DEPOSIT-REJECT
008470     END-IF.
008480     IF DL992-PROJ-CLNUM (DL992-PROJ-FOUND-IDX)
008490            NOT EQUAL RETTRAN-CLIENT-NUM-N
008500         MOVE 'PROJECT IS NOT BILLED TO THIS CLIENT'
008510             TO RETDEP-ERR-REASON
008520         GO TO 2100-EDIT-DEPOSIT-REJECT
008530     END-IF.
008540     IF RETTRAN-DATE IS NOT NUMERIC
008550        OR RETTRAN-MONTH < 1 OR RETTRAN-MONTH > 12
008560        OR RETTRAN-DAY < 1 OR RETTRAN-DAY > 31
008570         MOVE 'DATE MUST BE A VALID YYYYMMDD' TO RETDEP-ERR-REASON
008580         GO TO 2100-EDIT-DEPOSIT-REJECT
008590     END-IF.
008600     IF RETTRAN-DATE-N GREATER DL992-RUN-DATE-8
008610         MOVE 'DATE IS AFTER THE RUN DATE' TO RETDEP-ERR-REASON
008620         GO TO 2100-EDIT-DEPOSIT-REJECT
008630     END-IF.
008640     IF RETTRAN-YEAR NOT GREATER DL992-LAST-CLOSED
008650         MOVE 'DATE FALLS IN A YEAR THE YEAR-END CLOSE HAS CLOSED'
008660             TO RETDEP-ERR-REASON
008670         GO TO 2100-EDIT-DEPOSIT-REJECT
008680     END-IF.
008690     IF RETTRAN-AMOUNT IS NOT NUMERIC
008700        OR RETTRAN-AMOUNT-N NOT GREATER ZERO
008710         MOVE 'AMOUNT MUST BE NUMERIC AND ABOVE ZERO'
008720             TO RETDEP-ERR-REASON
008730         GO TO 2100-EDIT-DEPOSIT-REJECT
008740     END-IF.
008750     MOVE RETTRAN-CLIENT-NUM-N TO DL992-RET-SRCH-CLNUM.
008760     MOVE RETTRAN-PROJ-NUM-N TO DL992-RET-SRCH-PROJ.
008770     PERFORM 2300-SEARCH-RET-RTN
008780         THRU 2300-SEARCH-RET-EXIT.
008790     IF NOT DL992-FOUND
008800        AND DL992-RET-CNT NOT < 500
008810         MOVE 'RETAINER TABLE FULL AT 500' TO RETDEP-ERR-REASON
008820         GO TO 2100-EDIT-DEPOSIT-REJECT
008830     END-IF.
008840     IF DL992-GL-CNT NOT < 500
008850         MOVE 'MORE THAN 500 DEPOSITS IN ONE RUN'
008860             TO RETDEP-ERR-REASON
008870         GO TO 2100-EDIT-DEPOSIT-REJECT
008880     END-IF.
008890     PERFORM 2400-POST-DEPOSIT-RTN
008900         THRU 2400-POST-DEPOSIT-EXIT.
008910     GO TO 2100-EDIT-DEPOSIT-EXIT.
008920 2100-EDIT-DEPOSIT-REJECT.
008930     PERFORM 2900-WRITE-REJECT-RTN
008940         THRU 2900-WRITE-REJECT-EXIT.
008950 2100-EDIT-DEPOSIT-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990* 2200-SEARCH-CLNT-RTN
009000* Linear search of the client table for DL992-CLNT-SRCH-NUM.
009010******************************************************************
009020 2200-SEARCH-CLNT-RTN.
009030     MOVE 'N' TO DL992-FOUND-SW.
009040     PERFORM 2210-TEST-CLNT-RTN
009050         THRU 2210-TEST-CLNT-EXIT
009060         VARYING DL992-CLNT-IDX FROM 1 BY 1
009070         UNTIL DL992-CLNT-IDX > DL992-CLNT-CNT
009080            OR DL992-FOUND.
009090 2200-SEARCH-CLNT-EXIT.
009100     EXIT.
009110
009120 2210-TEST-CLNT-RTN.
009130     IF DL992-CLNT-NUM (DL992-CLNT-IDX)
009140            EQUAL DL992-CLNT-SRCH-NUM
009150         MOVE 'Y' TO DL992-FOUND-SW
009160         SET DL992-CLNT-FOUND-IDX TO DL992-CLNT-IDX
009170     END-IF.
009180 2210-TEST-CLNT-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220* 2250-SEARCH-PROJ-RTN
009230* Linear search of the project table for DL992-PROJ-SRCH-NUM.
009240******************************************************************
009250 2250-SEARCH-PROJ-RTN.
009260     MOVE 'N' TO DL992-FOUND-SW.
009270     PERFORM 2260-TEST-PROJ-RTN
009280         THRU 2260-TEST-PROJ-EXIT
009290         VARYING DL992-PROJ-IDX FROM 1 BY 1
009300         UNTIL DL992-PROJ-IDX > DL992-PROJ-CNT
009310            OR DL992-FOUND.
009320 2250-SEARCH-PROJ-EXIT.
009330     EXIT.
009340
009350 2260-TEST-PROJ-RTN.
009360     IF DL992-PROJ-NUM (DL992-PROJ-IDX)
009370            EQUAL DL992-PROJ-SRCH-NUM
009380         MOVE 'Y' TO DL992-FOUND-SW
009390         SET DL992-PROJ-FOUND-IDX TO DL992-PROJ-IDX
009400     END-IF.
009410 2260-TEST-PROJ-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450* 2300-SEARCH-RET-RTN
009460* Linear search of the retainer table for DL992-RET-SRCH-CLNUM and
009470* DL992-RET-SRCH-PROJ.
009480******************************************************************
009490 2300-SEARCH-RET-RTN.
009500     MOVE 'N' TO DL992-FOUND-SW.
009510     PERFORM 2310-TEST-RET-RTN
009520         THRU 2310-TEST-RET-EXIT
009530         VARYING DL992-RET-IDX FROM 1 BY 1
009540         UNTIL DL992-RET-IDX > DL992-RET-CNT
009550            OR DL992-FOUND.
009560 2300-SEARCH-RET-EXIT.
009570     EXIT.
009580
009590 2310-TEST-RET-RTN.
009600     IF DL992-RET-CLNUM (DL992-RET-IDX) EQUAL DL992-RET-SRCH-CLNUM
009610        AND DL992-RET-PROJ (DL992-RET-IDX)
009620               EQUAL DL992-RET-SRCH-PROJ
009630         MOVE 'Y' TO DL992-FOUND-SW
009640         SET DL992-RET-FOUND-IDX TO DL992-RET-IDX
009650     END-IF.
009660 2310-TEST-RET-EXIT.
009670     EXIT.
009680
009690 2350-ADD-RET-RTN.
009700     ADD 1 TO DL992-RET-CNT.
009710     SET DL992-RET-IDX TO DL992-RET-CNT.
009720     MOVE DL992-RET-SRCH-CLNUM TO DL992-RET-CLNUM (DL992-RET-IDX).
009730     MOVE DL992-RET-SRCH-PROJ TO DL992-RET-PROJ (DL992-RET-IDX).
009740     MOVE ZERO TO DL992-RET-DEP (DL992-RET-IDX)
009750                  DL992-RET-APPL (DL992-RET-IDX)
009760                  DL992-RET-BAL (DL992-RET-IDX)
009770                  DL992-RET-BILLED (DL992-RET-IDX)
009780                  DL992-RET-DEP-RUN (DL992-RET-IDX).
009790     MOVE DL992-RET-CNT TO DL992-RET-FOUND-IDX.
009800 2350-ADD-RET-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* 2400-POST-DEPOSIT-RTN
009850* Puts one edited deposit on the ledger, adds it to the client/
009860* project's balance and to the GL posting table, and lists it.
009870******************************************************************
009880 2400-POST-DEPOSIT-RTN.
009890     IF NOT DL992-FOUND
009900         PERFORM 2350-ADD-RET-RTN
009910             THRU 2350-ADD-RET-EXIT
009920     END-IF.
009930     SET DL992-RET-IDX TO DL992-RET-FOUND-IDX.
009940     ADD RETTRAN-AMOUNT-N TO DL992-RET-DEP (DL992-RET-IDX)
009950                             DL992-RET-BAL (DL992-RET-IDX)
009960                             DL992-RET-DEP-RUN (DL992-RET-IDX).
009970
009980     MOVE 'D' TO RETAINER-TYPE.
009990     MOVE RETTRAN-DATE-N TO RETAINER-DATE.
010000     MOVE RETTRAN-CLIENT-NUM-N TO RETAINER-CLIENT-NUM.
010010     MOVE RETTRAN-PROJ-NUM-N TO RETAINER-PROJ-NUM.
010020     MOVE RETTRAN-AMOUNT-N TO RETAINER-AMOUNT.
010030     MOVE ZERO TO RETAINER-INV-NUM.
010040     MOVE RETTRAN-REF TO RETAINER-REF.
010050     WRITE RETAINER-REC.
010060
010070     ADD 1 TO DL992-GL-CNT.
010080     SET DL992-GL-IDX TO DL992-GL-CNT.
010090     MOVE RETTRAN-PROJ-NUM-N TO DL992-GL-PROJ (DL992-GL-IDX).
010100     MOVE RETTRAN-AMOUNT-N TO DL992-GL-AMT (DL992-GL-IDX).
010110     ADD 1 TO DL992-POSTED-CNT.
010120     ADD RETTRAN-AMOUNT-N TO DL992-POSTED-AMT.
010130
010140     MOVE RETTRAN-CODE TO RETDEP-CODE.
010150     MOVE RETTRAN-CLIENT-NUM-N TO RETDEP-CLIENT-NUM.
010160     MOVE RETTRAN-PROJ-NUM-N TO RETDEP-PROJ-NUM.
010170     MOVE RETTRAN-DATE-N TO RETDEP-DATE.
010180     MOVE RETTRAN-AMOUNT-N TO RETDEP-AMOUNT.
010190     MOVE RETTRAN-REF TO RETDEP-REF.
010200     MOVE DL992-RET-BAL (DL992-RET-IDX) TO RETDEP-BAL.
010210     WRITE RETDEP-REC-OUT FROM RETDEP-LINE
010220           AFTER ADVANCING 1 LINE.
010230 2400-POST-DEPOSIT-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270* 2900-WRITE-REJECT-RTN
010280* Lists a rejected deposit with the reason in RETDEP-ERR-REASON,
010290* the fields as keyed.
010300******************************************************************
010310 2900-WRITE-REJECT-RTN.
010320     ADD 1 TO DL992-REJECTED-CNT.
010330     MOVE RETTRAN-CODE TO RETDEP-ERR-CODE.
010340     MOVE RETTRAN-CLIENT-NUM TO RETDEP-ERR-CLIENT-NUM.
010350     MOVE RETTRAN-PROJ-NUM TO RETDEP-ERR-PROJ-NUM.
010360     MOVE RETTRAN-DATE TO RETDEP-ERR-DATE.
010370     MOVE RETTRAN-AMOUNT TO RETDEP-ERR-AMOUNT.
010380     WRITE RETDEP-REC-OUT FROM RETDEP-ERR-LINE
010390           AFTER ADVANCING 1 LINE.
010392     WRITE RETHOLD-REC FROM RETTRAN-REC-IN.
010400 2900-WRITE-REJECT-EXIT.
010410     EXIT.
010420
010430******************************************************************
010440* 8000-TERMINATE-RTN
010450* Closes out the deposits - counts on the listing, the GL posting
010452* file, and the deposit file written back with only its rejected
010454* deposits now the others are on the ledger - then prints the
010456* balance report and logs the run. A run whose GL posting file is
010458* not released leaves the deposit file as it was and is flagged
010460* on the listing for its ledger rows to be reversed.
010480******************************************************************
010490 8000-TERMINATE-RTN.
010500     IF DL992-TRANS-ON-HAND
010510         WRITE RETDEP-REC-OUT FROM RETDEP-HEAD-2
010520               AFTER ADVANCING 1 LINE
010530         MOVE DL992-TRANS-READ-CNT TO RETDEP-OUT-READ
010540         MOVE DL992-POSTED-CNT TO RETDEP-OUT-POSTED
010550         MOVE DL992-REJECTED-CNT TO RETDEP-OUT-REJECTED
010560         MOVE DL992-POSTED-AMT TO RETDEP-OUT-AMT
010570         WRITE RETDEP-REC-OUT FROM RETDEP-FOOT-1
010580               AFTER ADVANCING 1 LINE
010582         CLOSE RETTRAN-IN
010584               RETAINER-FILE
010586               RETHOLD-FILE
010620         PERFORM 8400-WRITE-RETPOST-RTN
010630             THRU 8400-WRITE-RETPOST-EXIT
010632         IF DL992-GL-HELD
010634             WRITE RETDEP-REC-OUT FROM RETDEP-HELD-LINE
010636                   AFTER ADVANCING 2 LINES
010638             DISPLAY 'T6010405467: DEPOSITS POSTED TO THE '
010640                 'RETAINER LEDGER HAVE NO GL POSTING - REVERSE '
010641                 'THEM OFF THE LEDGER BEFORE THE DEPOSIT FILE '
010642                 'IS RUN AGAIN'
010644         ELSE
010646             PERFORM 8500-KEEP-REJECTS-RTN
010648                 THRU 8500-KEEP-REJECTS-EXIT
010650         END-IF
010652         CLOSE RETDEP-OUT
010660     END-IF.
010670
010680     PERFORM 8100-LOAD-BILLING-RTN
010690         THRU 8100-LOAD-BILLING-EXIT.
010700     PERFORM 8200-SEQUENCE-RET-RTN
010710         THRU 8200-SEQUENCE-RET-EXIT.
010720     PERFORM 8300-PRINT-BALANCES-RTN
010730         THRU 8300-PRINT-BALANCES-EXIT.
010740
010750     IF DL992-WARN-CNT GREATER ZERO
010760         DISPLAY 'T6010405467: ' DL992-WARN-CNT
010770             ' RETAINER BALANCE(S) WILL NOT LAST ANOTHER MONTH - '
010780             'SEE THE RETAINER BALANCE REPORT'
010790     END-IF.
010800
010810     PERFORM 8900-WRITE-RUNLOG-RTN
010820         THRU 8900-WRITE-RUNLOG-EXIT.
010830 8000-TERMINATE-EXIT.
010840     EXIT.
010850
010860******************************************************************
010870* 8100-LOAD-BILLING-RTN
010880* Adds up what each retainer's project was invoiced (amount plus
010890* tax - what a retainer is drawn down by) in the rate window:
010900* invoices dated after DL992-WIN-START, up to the run date. An
010910* invoice counts against the client the project master bills.
010920******************************************************************
010930 8100-LOAD-BILLING-RTN.
010940     IF DL992-RET-CNT EQUAL ZERO
010950         GO TO 8100-LOAD-BILLING-EXIT
010960     END-IF.
010970     OPEN INPUT INVREG-IN.
010980     IF DL992-INVREG-STATUS EQUAL '00'
010990         PERFORM 8110-READ-INVREG-RTN
011000             THRU 8110-READ-INVREG-EXIT
011010             UNTIL DL992-INVREG-STATUS NOT EQUAL '00'
011020         CLOSE INVREG-IN
011030     END-IF.
011040 8100-LOAD-BILLING-EXIT.
011050     EXIT.
011060
011070 8110-READ-INVREG-RTN.
011080     READ INVREG-IN.
011090     IF DL992-INVREG-STATUS NOT EQUAL '00'
011100         GO TO 8110-READ-INVREG-EXIT
011110     END-IF.
011120     IF INVREG-DATE IS NOT NUMERIC
011130        OR INVREG-DATE NOT GREATER DL992-WIN-START
011140        OR INVREG-DATE GREATER DL992-RUN-DATE-8
011150        OR INVREG-PROJ-NUM IS NOT NUMERIC
011160         GO TO 8110-READ-INVREG-EXIT
011170     END-IF.
011180     MOVE INVREG-PROJ-NUM TO DL992-PROJ-SRCH-NUM.
011190     PERFORM 2250-SEARCH-PROJ-RTN
011200         THRU 2250-SEARCH-PROJ-EXIT.
011210     IF NOT DL992-FOUND
011220         GO TO 8110-READ-INVREG-EXIT
011230     END-IF.
011240     MOVE DL992-PROJ-CLNUM (DL992-PROJ-FOUND-IDX)
011250         TO DL992-RET-SRCH-CLNUM.
011260     MOVE INVREG-PROJ-NUM TO DL992-RET-SRCH-PROJ.
011270     PERFORM 2300-SEARCH-RET-RTN
011280         THRU 2300-SEARCH-RET-EXIT.
011290     IF NOT DL992-FOUND
011300         GO TO 8110-READ-INVREG-EXIT
011310     END-IF.
011320     MOVE ZERO TO DL992-INV-DUE.
011330     IF INVREG-AMOUNT IS NUMERIC
011340         ADD INVREG-AMOUNT TO DL992-INV-DUE
011350     END-IF.
011360     IF INVREG-TAX IS NUMERIC
011370         ADD INVREG-TAX TO DL992-INV-DUE
011380     END-IF.
011390     SET DL992-RET-IDX TO DL992-RET-FOUND-IDX.
011400     ADD DL992-INV-DUE TO DL992-RET-BILLED (DL992-RET-IDX).
011410 8110-READ-INVREG-EXIT.
011420     EXIT.
011430
011440******************************************************************
011450* 8200-SEQUENCE-RET-RTN
011460* Puts the retainer table into client and project sequence for
011470* the report, each entry in turn slid back past the entries above
011480* it with a higher key. The ledger is in date order, not key
011490* order.
011500******************************************************************
011510 8200-SEQUENCE-RET-RTN.
011520     PERFORM 8210-PLACE-ONE-RET-RTN
011530         THRU 8210-PLACE-ONE-RET-EXIT
011540         VARYING DL992-SEQ-I FROM 2 BY 1
011550         UNTIL DL992-SEQ-I > DL992-RET-CNT.
011560 8200-SEQUENCE-RET-EXIT.
011570     EXIT.
011580
011590 8210-PLACE-ONE-RET-RTN.
011600     MOVE DL992-RET-TAB (DL992-SEQ-I) TO DL992-SEQ-HOLD.
011610     MOVE DL992-SEQ-I TO DL992-SEQ-J.
011620     MOVE 'Y' TO DL992-SEQ-SHIFT-SW.
011630     PERFORM 8220-SHIFT-ONE-RET-RTN
011640         THRU 8220-SHIFT-ONE-RET-EXIT
011650         UNTIL DL992-SEQ-J < 2
011660            OR NOT DL992-SEQ-SHIFT.
011670     MOVE DL992-SEQ-HOLD TO DL992-RET-TAB (DL992-SEQ-J).
011680 8210-PLACE-ONE-RET-EXIT.
011690     EXIT.
011700
011710 8220-SHIFT-ONE-RET-RTN.
011720     SUBTRACT 1 FROM DL992-SEQ-J GIVING DL992-SEQ-K.
011730     MOVE DL992-RET-TAB (DL992-SEQ-K) (1:7) TO DL992-SEQ-KEY.
011740     IF DL992-SEQ-KEY GREATER DL992-SEQ-HOLD-KEY
011750         MOVE DL992-RET-TAB (DL992-SEQ-K)
011760             TO DL992-RET-TAB (DL992-SEQ-J)
011770         MOVE DL992-SEQ-K TO DL992-SEQ-J
011780     ELSE
011790         MOVE 'N' TO DL992-SEQ-SHIFT-SW
011800     END-IF.
011810 8220-SHIFT-ONE-RET-EXIT.
011820     EXIT.
011830
011840******************************************************************
011850* 8300-PRINT-BALANCES-RTN
011860* Prints the retainer balance report - a line per client/project
011870* and, where a client has more than one retainer, a client total.
011880******************************************************************
011890 8300-PRINT-BALANCES-RTN.
011900     OPEN OUTPUT RETBAL-OUT.
011910     MOVE DL992-RUN-DATE-8 TO RETBAL-HEAD-DATE.
011920     MOVE DL992-WIN-START TO RETBAL-HEAD-WIN-START.
011930     MOVE DL992-RUN-DATE-8 TO RETBAL-HEAD-WIN-END.
011940     MOVE DL992-RATE-MONTHS TO RETBAL-HEAD-MONTHS.
011950     WRITE RETBAL-REC-OUT FROM RETBAL-HEAD-1
011960           AFTER ADVANCING 1 LINE.
011970     WRITE RETBAL-REC-OUT FROM RETBAL-HEAD-2
011980           AFTER ADVANCING 2 LINES.
011990     WRITE RETBAL-REC-OUT FROM RETBAL-HEAD-3
012000           AFTER ADVANCING 1 LINE.
012010     IF DL992-RET-CNT EQUAL ZERO
012020         WRITE RETBAL-REC-OUT FROM RETBAL-NONE-LINE
012030               AFTER ADVANCING 1 LINE
012040     ELSE
012050         MOVE DL992-RET-CLNUM (1) TO DL992-CL-CLNUM
012060         PERFORM 8310-PRINT-ONE-RET-RTN
012070             THRU 8310-PRINT-ONE-RET-EXIT
012080             VARYING DL992-RET-IDX FROM 1 BY 1
012090             UNTIL DL992-RET-IDX > DL992-RET-CNT
012100         PERFORM 8330-PRINT-CLIENT-RTN
012110             THRU 8330-PRINT-CLIENT-EXIT
012120     END-IF.
012130     WRITE RETBAL-REC-OUT FROM RETBAL-HEAD-3
012140           AFTER ADVANCING 1 LINE.
012150     MOVE DL992-RET-CNT TO RETBAL-OUT-CNT.
012160     MOVE DL992-TOT-DEP TO RETBAL-OUT-DEP.
012170     MOVE DL992-TOT-APPL TO RETBAL-OUT-APPL.
012180     MOVE DL992-TOT-BAL TO RETBAL-OUT-BAL.
012190     MOVE DL992-WARN-CNT TO RETBAL-OUT-WARN.
012200     WRITE RETBAL-REC-OUT FROM RETBAL-FOOT-1
012210           AFTER ADVANCING 1 LINE.
012220     CLOSE RETBAL-OUT.
012230 8300-PRINT-BALANCES-EXIT.
012240     EXIT.
012250
012260 8310-PRINT-ONE-RET-RTN.
012270     IF DL992-RET-CLNUM (DL992-RET-IDX) NOT EQUAL DL992-CL-CLNUM
012280         PERFORM 8330-PRINT-CLIENT-RTN
012290             THRU 8330-PRINT-CLIENT-EXIT
012300         MOVE DL992-RET-CLNUM (DL992-RET-IDX) TO DL992-CL-CLNUM
012310     END-IF.
012320     MOVE DL992-RET-BAL (DL992-RET-IDX) TO DL992-CALC-BAL.
012330     MOVE DL992-RET-BILLED (DL992-RET-IDX) TO DL992-CALC-BILLED.
012340     PERFORM 8350-CALC-COVER-RTN
012350         THRU 8350-CALC-COVER-EXIT.
012360     IF DL992-CALC-WARN NOT EQUAL SPACES
012370         ADD 1 TO DL992-WARN-CNT
012380     END-IF.
012390
012400     MOVE DL992-RET-CLNUM (DL992-RET-IDX) TO RETBAL-CLIENT-NUM.
012410     MOVE DL992-RET-PROJ (DL992-RET-IDX) TO RETBAL-PROJ-NUM.
012420     MOVE SPACES TO RETBAL-NAME.
012430     MOVE DL992-RET-CLNUM (DL992-RET-IDX) TO DL992-CLNT-SRCH-NUM.
012440     PERFORM 2200-SEARCH-CLNT-RTN
012450         THRU 2200-SEARCH-CLNT-EXIT.
012460     IF DL992-FOUND
012470         MOVE DL992-CLNT-NAME (DL992-CLNT-FOUND-IDX)
012480             TO RETBAL-NAME
012490     END-IF.
012500     MOVE DL992-RET-DEP (DL992-RET-IDX) TO RETBAL-DEP.
012510     MOVE DL992-RET-APPL (DL992-RET-IDX) TO RETBAL-APPL.
012520     MOVE DL992-RET-BAL (DL992-RET-IDX) TO RETBAL-BAL.
012530     MOVE DL992-CALC-RATE TO RETBAL-RATE.
012540     MOVE DL992-CALC-COVER-X TO RETBAL-COVER.
012550     MOVE DL992-CALC-WARN TO RETBAL-WARN.
012560     WRITE RETBAL-REC-OUT FROM RETBAL-LINE
012570           AFTER ADVANCING 1 LINE.
012580
012590     ADD 1 TO DL992-CL-RET-CNT.
012600     ADD DL992-RET-DEP (DL992-RET-IDX) TO DL992-CL-DEP
012610                                          DL992-TOT-DEP.
012620     ADD DL992-RET-APPL (DL992-RET-IDX) TO DL992-CL-APPL
012630                                           DL992-TOT-APPL.
012640     ADD DL992-RET-BAL (DL992-RET-IDX) TO DL992-CL-BAL
012650                                          DL992-TOT-BAL.
012660     ADD DL992-RET-BILLED (DL992-RET-IDX) TO DL992-CL-BILLED.
012670 8310-PRINT-ONE-RET-EXIT.
012680     EXIT.
012690
012700******************************************************************
012710* 8330-PRINT-CLIENT-RTN
012720* Closes out one client - a total line when it holds more than
012730* one retainer, its rate and cover taken from the totals, so a
012740* client whose deposits together will not last the month is
012750* warned once more - and clears the client totals.
012760******************************************************************
012770 8330-PRINT-CLIENT-RTN.
012780     IF DL992-CL-RET-CNT > 1
012790         MOVE DL992-CL-BAL TO DL992-CALC-BAL
012800         MOVE DL992-CL-BILLED TO DL992-CALC-BILLED
012810         PERFORM 8350-CALC-COVER-RTN
012820             THRU 8350-CALC-COVER-EXIT
012830         MOVE DL992-CL-DEP TO RETBAL-CL-DEP
012840         MOVE DL992-CL-APPL TO RETBAL-CL-APPL
012850         MOVE DL992-CL-BAL TO RETBAL-CL-BAL
012860         MOVE DL992-CALC-RATE TO RETBAL-CL-RATE
012870         MOVE DL992-CALC-COVER-X TO RETBAL-CL-COVER
012880         MOVE DL992-CALC-WARN TO RETBAL-CL-WARN
012890         WRITE RETBAL-REC-OUT FROM RETBAL-CL-LINE
012900               AFTER ADVANCING 1 LINE
012910     END-IF.
012920     MOVE ZERO TO DL992-CL-RET-CNT
012930                  DL992-CL-DEP
012940                  DL992-CL-APPL
012950                  DL992-CL-BAL
012960                  DL992-CL-BILLED.
012970 8330-PRINT-CLIENT-EXIT.
012980     EXIT.
012990
013000******************************************************************
013010* 8350-CALC-COVER-RTN
013020* Works out the monthly billing rate - what was billed in the
013030* window over the months in it - and the months the balance in
013040* DL992-CALC-BAL will cover at that rate. The warning is set when
013050* the balance is gone, or is less than one month's billing, so
013060* will run out within the next month. No billing in the window
013070* gives no rate and no warning.
013080******************************************************************
013090 8350-CALC-COVER-RTN.
013100     MOVE SPACES TO DL992-CALC-WARN.
013110     MOVE ZERO TO DL992-CALC-RATE.
013120     IF DL992-CALC-BILLED GREATER ZERO
013130         DIVIDE DL992-CALC-BILLED BY DL992-RATE-MONTHS
013140             GIVING DL992-CALC-RATE ROUNDED
013150     END-IF.
013160     IF DL992-CALC-RATE NOT GREATER ZERO
013170         MOVE 'NO BILLING' TO DL992-CALC-COVER-X
013180         GO TO 8350-CALC-COVER-EXIT
013190     END-IF.
013200     IF DL992-CALC-BAL NOT GREATER ZERO
013210         MOVE ZERO TO DL992-CALC-COVER
013220         MOVE '*** RETAINER USED UP' TO DL992-CALC-WARN
013230     ELSE
013240         DIVIDE DL992-CALC-BAL BY DL992-CALC-RATE
013250             GIVING DL992-CALC-COVER ROUNDED
013260             ON SIZE ERROR
013270                 MOVE 99999.9 TO DL992-CALC-COVER
013280         END-DIVIDE
013290         IF DL992-CALC-BAL < DL992-CALC-RATE
013300             MOVE '*** RUNS OUT IN A MONTH' TO DL992-CALC-WARN
013310         END-IF
013320     END-IF.
013330     MOVE SPACES TO DL992-CALC-COVER-X.
013340     MOVE DL992-CALC-COVER TO DL992-CALC-COVER-ED.
013350 8350-CALC-COVER-EXIT.
013360     EXIT.
013370
013380******************************************************************
013390* 8400-WRITE-RETPOST-RTN
013400* Releases the deposit GL posting file - one balanced debit/credit
013410* pair per deposit posted, and a trailer with the record count
013420* and amount hash total. The file is only written when the
013430* posting total ties to the deposits put on the ledger; otherwise
013440* no file is left behind, the console says so and the run is
013450* logged as not balanced.
013460******************************************************************
013470 8400-WRITE-RETPOST-RTN.
013480     IF DL992-GL-CNT EQUAL ZERO
013490         GO TO 8400-WRITE-RETPOST-EXIT
013500     END-IF.
013510     MOVE ZERO TO DL992-GL-TOTAL.
013520     PERFORM 8405-ADD-ONE-GL-RTN
013530         THRU 8405-ADD-ONE-GL-EXIT
013540         VARYING DL992-GL-IDX FROM 1 BY 1
013550         UNTIL DL992-GL-IDX > DL992-GL-CNT.
013560     IF DL992-GL-TOTAL NOT EQUAL DL992-POSTED-AMT
013570         DISPLAY 'RETAINER GL POSTING OUT OF BALANCE - POSTING '
013580             'TOTAL ' DL992-GL-TOTAL ' VS DEPOSITS POSTED '
013590             DL992-POSTED-AMT ' - FILE NOT RELEASED'
013600         MOVE 'N' TO RUNLOG-BAL-FLAG
013602         MOVE 'Y' TO DL992-GL-HELD-SW
013610         MOVE 8 TO RETURN-CODE
013620         GO TO 8400-WRITE-RETPOST-EXIT
013630     END-IF.
013640     OPEN OUTPUT RETPOST-FILE.
013650     PERFORM 8410-WRITE-ONE-RETPOST-RTN
013660         THRU 8410-WRITE-ONE-RETPOST-EXIT
013670         VARYING DL992-GL-IDX FROM 1 BY 1
013680         UNTIL DL992-GL-IDX > DL992-GL-CNT.
013690     MOVE 'T' TO RETPOST-TRL-TYPE.
013700     MOVE DL992-RUN-DATE-8 TO RETPOST-TRL-DATE.
013710     MOVE DL992-GL-REC-CNT TO RETPOST-TRL-COUNT.
013720     MOVE DL992-GL-HASH TO RETPOST-TRL-HASH.
013730     WRITE RETPOST-TRL-REC.
013740     CLOSE RETPOST-FILE.
013750 8400-WRITE-RETPOST-EXIT.
013760     EXIT.
013770
013780 8405-ADD-ONE-GL-RTN.
013790     ADD DL992-GL-AMT (DL992-GL-IDX) TO DL992-GL-TOTAL.
013800 8405-ADD-ONE-GL-EXIT.
013810     EXIT.
013820
013830 8410-WRITE-ONE-RETPOST-RTN.
013840     MOVE 'D' TO RETPOST-REC-TYPE.
013850     MOVE DL992-RUN-DATE-8 TO RETPOST-DATE.
013860     MOVE DL992-GL-CASH-ACCT TO RETPOST-ACCT.
013870     MOVE DL992-GL-PROJ (DL992-GL-IDX) TO RETPOST-PROJ-NUM.
013880     MOVE DL992-GL-AMT (DL992-GL-IDX) TO RETPOST-DR-AMT.
013890     MOVE ZERO TO RETPOST-CR-AMT.
013900     WRITE RETPOST-REC.
013910     ADD 1 TO DL992-GL-REC-CNT.
013920     ADD DL992-GL-AMT (DL992-GL-IDX) TO DL992-GL-HASH.
013930     MOVE 'C' TO RETPOST-REC-TYPE.
013940     MOVE DL992-GL-DEPOSIT-ACCT TO RETPOST-ACCT.
013950     MOVE ZERO TO RETPOST-DR-AMT.
013960     MOVE DL992-GL-AMT (DL992-GL-IDX) TO RETPOST-CR-AMT.
013970     WRITE RETPOST-REC.
013980     ADD 1 TO DL992-GL-REC-CNT.
013990     ADD DL992-GL-AMT (DL992-GL-IDX) TO DL992-GL-HASH.
014000 8410-WRITE-ONE-RETPOST-EXIT.
014001     EXIT.
014002
014003******************************************************************
014004* 8500-KEEP-REJECTS-RTN
014005* Writes the deposit file again from the rejected deposits held
014006* during the run, then empties the hold file.
014007******************************************************************
014008 8500-KEEP-REJECTS-RTN.
014009     OPEN OUTPUT RETTRAN-IN.
014010     OPEN INPUT RETHOLD-FILE.
014011     PERFORM 8510-COPY-REJECT-RTN
014012         THRU 8510-COPY-REJECT-EXIT
014013         UNTIL DL992-RETHOLD-STATUS NOT EQUAL '00'.
014014     CLOSE RETTRAN-IN RETHOLD-FILE.
014015     OPEN OUTPUT RETHOLD-FILE.
014016     CLOSE RETHOLD-FILE.
014017 8500-KEEP-REJECTS-EXIT.
014018     EXIT.
014019
014020 8510-COPY-REJECT-RTN.
014021     READ RETHOLD-FILE.
014022     IF DL992-RETHOLD-STATUS EQUAL '00'
014023         WRITE RETTRAN-REC-IN FROM RETHOLD-REC
014024     END-IF.
014025 8510-COPY-REJECT-EXIT.
014026     EXIT.
014027
014030******************************************************************
014040* 8900-WRITE-RUNLOG-RTN
014050* Appends this run's completion line to the permanent run-control
014060* log, the way every program in the suite does.
014070******************************************************************
014080 8900-WRITE-RUNLOG-RTN.
014090     ACCEPT DL992-END-TIME FROM TIME.
014100     OPEN EXTEND RUNLOG-OUT.
014110     IF DL992-RUNLOG-STATUS NOT EQUAL '00'
014120         OPEN OUTPUT RUNLOG-OUT
014130     END-IF.
014140     MOVE DL992-RUN-DATE-8 TO RUNLOG-DATE.
014150     MOVE DL992-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
014160     MOVE DL992-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
014170     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
014180     CLOSE RUNLOG-OUT.
014190 8900-WRITE-RUNLOG-EXIT.
014200     EXIT.
014210
014220 END PROGRAM T6010405467.
