000010******************************************************************
000020* Program-Id: I6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    On-demand invoice reprint - takes one invoice
000070*             number or a range, finds each on the invoice
000080*             register, rebuilds the invoice document from the
000090*             billing history rows it was billed from, and
000100*             prints it marked DUPLICATE COPY with the reprint
000110*             date. An invoice whose rebuilt total does not
000120*             agree with the register is refused, not printed.
000130* Tectonics: cobc
000140******************************************************************
000150* Modification History
000160* ----------------------------------------------------------------
000170* 10/15/2026 DL  Initial version - the only copy of an invoice
000180*                was the page in the dated invoice file the
000190*                daily run wrote, cut out by hand, and gone once
000200*                that day's file was cleaned up. The invoice
000210*                number, or a first and last invoice number,
000220*                comes from the command line as 'nnnnnn' or
000230*                'nnnnnn nnnnnn'. The
000240*                document is laid out line for line as
000250*                B6010405467 writes it; the billed amount is
000260*                worked out again under the project's billing
000270*                arrangement (the fee, or the NTE cap less what
000280*                the register shows billed earlier in the year)
000290*                and the sales tax again at the project's rate,
000300*                and both must agree to the cent with the
000310*                register row before the copy prints.
000320* 10/15/2026 DL  Show a client retainer the invoice applied -
000330*                the duplicate prints the retainer applied, the
000340*                reduced amount due and the retainer left after
000350*                it, rebuilt from the retainer ledger up to the
000360*                invoice's own drawdown.
000370* 10/15/2026 DL  Reprint an invoice from a closed year - once the
000380*                year-end close has emptied the month's history
000390*                partition the detail is read from the year's
000400*                history archive, and the NTE rebuild adds the
000410*                year's earlier invoices from the register
000420*                archive to those still on the register.
000430* 10/15/2026 DL  Find an invoice the year-end close has taken off
000440*                the register in the register archives of the
000450*                run year and the ten years before it, and
000460*                reprint it from the archived row.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. I6010405467.
000500 AUTHOR. D. LAURENT.
000510 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000520 DATE-WRITTEN. 10/15/2026.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT INVREG-IN ASSIGN TO 'C:\6010405467-INVREG.txt'
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS DL980-INVREG-STATUS.
000600
000610     SELECT HISTORY-IN ASSIGN DYNAMIC DL980-HISTORY-NAME
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS DL980-HISTORY-STATUS.
000640
000650     SELECT PROJMAST-IN ASSIGN TO 'C:\ProjMaster.txt'
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS DL980-PROJMAST-STATUS.
000680
000690     SELECT CLNTMAST-IN ASSIGN TO 'C:\ClientMaster.txt'
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS IS DL980-CLNTMAST-STATUS.
000720
000730     SELECT EMPMAST-IN ASSIGN TO 'C:\EmpMaster.txt'
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS DL980-EMPMAST-STATUS.
000760
000770     SELECT TAXRATE-IN ASSIGN TO 'C:\TaxRate.txt'
000780            ORGANIZATION IS LINE SEQUENTIAL
000790            FILE STATUS IS DL980-TAXRATE-STATUS.
000800
000810     SELECT REPRINT-OUT ASSIGN DYNAMIC DL980-REPRINT-NAME
000820            ORGANIZATION IS LINE SEQUENTIAL.
000830
000840     SELECT RUNLOG-OUT
000850            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000860            ORGANIZATION IS LINE SEQUENTIAL
000870            FILE STATUS IS DL980-RUNLOG-STATUS.
000880
000890     SELECT RETAINER-IN
000900            ASSIGN TO 'C:\6010405467-RETAINER.txt'
000910            ORGANIZATION IS LINE SEQUENTIAL
000920            FILE STATUS IS DL980-RETAINER-STATUS.
000930
000940     SELECT INVARC-IN ASSIGN DYNAMIC DL980-INVARC-NAME
000950            ORGANIZATION IS LINE SEQUENTIAL
000960            FILE STATUS IS DL980-INVARC-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000*----------------------------------------------------------------
001010* Invoice register, as appended by B6010405467 - the amount
001020* billed before tax, the tax, the due date and any retainer
001030* the invoice applied.
001040*----------------------------------------------------------------
001050 FD  INVREG-IN.
001060 01  INVREG-REC-IN.
001070     05 INVREG-INV-NUM PIC 9(6).
001080     05 INVREG-DATE PIC 9(8).
001090     05 INVREG-PROJ-NUM PIC 99.
001100     05 INVREG-AMOUNT PIC S9(7)V99.
001110     05 INVREG-TAX PIC S9(7)V99.
001120     05 INVREG-DUE-DATE PIC 9(8).
001130     05 INVREG-RET-AMT PIC S9(7)V99.
001140
001150*----------------------------------------------------------------
001160* Register archive of a closed year, as Y6010405467 writes it -
001170* the register rows of that year's closed invoices, laid out as
001180* on the register.
001190*----------------------------------------------------------------
001200 FD  INVARC-IN.
001210 01  INVARC-REC-IN.
001220     05 INVARC-INV-NUM PIC 9(6).
001230     05 INVARC-DATE PIC 9(8).
001240     05 INVARC-PROJ-NUM PIC 99.
001250     05 INVARC-AMOUNT PIC S9(7)V99.
001260     05 INVARC-TAX PIC S9(7)V99.
001270     05 INVARC-DUE-DATE PIC 9(8).
001280     05 INVARC-RET-AMT PIC S9(7)V99.
001290
001300*----------------------------------------------------------------
001310* Billing history - the monthly partition holding the invoice
001320* date, or the old flat file when no partition exists. Each row
001330* is one billed detail line.
001340*----------------------------------------------------------------
001350 FD  HISTORY-IN.
001360 01  HISTORY-REC-IN.
001370     05 HIST-IN-RUN-DATE PIC 9(8).
001380     05 HIST-IN-PROJ-NUM PIC 99.
001390     05 HIST-IN-EMP-NUM PIC 999.
001400     05 HIST-IN-JOB-CLASS PIC X(21).
001410     05 HIST-IN-CHG-HOUR PIC 999V99.
001420     05 HIST-IN-HOURS PIC 99V9.
001430     05 HIST-IN-RESULT PIC 9(5)V99.
001440     05 HIST-IN-OT-PREM PIC 9(5)V99.
001450     05 HIST-IN-REC-TYPE PIC X.
001460     05 HIST-IN-ADJ-REF PIC X(8).
001470
001480*----------------------------------------------------------------
001490* Project master - project name, client, billing arrangement.
001500*----------------------------------------------------------------
001510 FD  PROJMAST-IN.
001520 01  PROJMAST-REC-IN.
001530     05 PROJMAST-PROJ-NUM PIC 99.
001540     05 PROJMAST-PROJ-NAME PIC A(12).
001550     05 PROJMAST-CLIENT-NAME PIC A(22).
001560     05 PROJMAST-STATUS PIC X.
001570     05 PROJMAST-BILL-ARR PIC X.
001580     05 PROJMAST-ARR-AMT PIC 9(7)V99.
001590     05 PROJMAST-CLIENT-NUM PIC 9(5).
001600
001610*----------------------------------------------------------------
001620* Client master - bill-to legal name, address and terms.
001630*----------------------------------------------------------------
001640 FD  CLNTMAST-IN.
001650 01  CLNTMAST-REC-IN.
001660     05 CLNTMAST-CLIENT-NUM PIC 9(5).
001670     05 CLNTMAST-LEGAL-NAME PIC X(30).
001680     05 CLNTMAST-ADDR-1 PIC X(30).
001690     05 CLNTMAST-ADDR-2 PIC X(30).
001700     05 CLNTMAST-ADDR-3 PIC X(30).
001710     05 CLNTMAST-TERMS PIC 99.
001720     05 CLNTMAST-STATUS PIC X.
001730
001740*----------------------------------------------------------------
001750* Employee master - the employee name on each detail line.
001760*----------------------------------------------------------------
001770 FD  EMPMAST-IN.
001780 01  EMPMAST-REC-IN.
001790     05 EMPMAST-EMP-NUM PIC 999.
001800     05 EMPMAST-EMP-NAME PIC A(22).
001810     05 EMPMAST-JOB-CLASS PIC A(21).
001820     05 EMPMAST-STATUS PIC X.
001830
001840*----------------------------------------------------------------
001850* Sales-tax rate per PROJ_NUM, shared with B6010405467.
001860*----------------------------------------------------------------
001870 FD  TAXRATE-IN.
001880 01  TAXRATE-REC-IN.
001890     05 TAXRATE-PROJ-NUM PIC 99.
001900     05 TAXRATE-PCT PIC 99V999.
001910     05 TAXRATE-ACCT PIC X(10).
001920
001930*----------------------------------------------------------------
001940* Reprinted invoice documents, one per page, each marked as a
001950* duplicate, with a refusal line for any invoice not reprinted.
001960*----------------------------------------------------------------
001970 FD  REPRINT-OUT.
001980 01  REPRINT-REC-OUT PIC X(120).
001990
002000*----------------------------------------------------------------
002010* Run-control log, appended by every program in the suite - this
002020* run adds its own completion line at clean end of run.
002030*----------------------------------------------------------------
002040 FD  RUNLOG-OUT.
002050 01  RUNLOG-REC-OUT PIC X(132).
002060
002070*----------------------------------------------------------------
002080* Retainer ledger, kept by T6010405467 and appended by
002090* B6010405467 - deposits ('D') and invoice drawdowns ('A') per
002100* client and project, in the order they happened.
002110*----------------------------------------------------------------
002120 FD  RETAINER-IN.
002130 01  RETAINER-REC-IN.
002140     05 RETAINER-TYPE PIC X.
002150        88 RETAINER-DEPOSIT           VALUE 'D'.
002160        88 RETAINER-APPLIED           VALUE 'A'.
002170     05 RETAINER-DATE PIC 9(8).
002180     05 RETAINER-CLIENT-NUM PIC 9(5).
002190     05 RETAINER-PROJ-NUM PIC 99.
002200     05 RETAINER-AMOUNT PIC S9(7)V99.
002210     05 RETAINER-INV-NUM PIC 9(6).
002220     05 RETAINER-REF PIC X(20).
002230
002240 WORKING-STORAGE SECTION.
002250 01  DL980-WORK-AREAS.
002260     05 DL980-INVREG-STATUS PIC XX VALUE SPACES.
002270     05 DL980-HISTORY-STATUS PIC XX VALUE SPACES.
002280     05 DL980-PROJMAST-STATUS PIC XX VALUE SPACES.
002290     05 DL980-CLNTMAST-STATUS PIC XX VALUE SPACES.
002300     05 DL980-RETAINER-STATUS PIC XX VALUE SPACES.
002310     05 DL980-INVARC-STATUS PIC XX VALUE SPACES.
002320     05 DL980-EMPMAST-STATUS PIC XX VALUE SPACES.
002330     05 DL980-TAXRATE-STATUS PIC XX VALUE SPACES.
002340     05 DL980-HISTORY-NAME PIC X(40) VALUE SPACES.
002350     05 DL980-REPRINT-NAME PIC X(40) VALUE SPACES.
002360     05 DL980-INVARC-NAME PIC X(40) VALUE SPACES.
002370     05 DL980-PARM-LINE PIC X(20) VALUE SPACES.
002380     05 DL980-FROM-INV PIC 9(6) VALUE ZERO.
002390     05 DL980-TO-INV PIC 9(6) VALUE ZERO.
002400     05 DL980-RUN-DATE-8 PIC 9(8) VALUE ZERO.
002410     05 DL980-FOUND-SW PIC X VALUE 'N'.
002420        88 DL980-FOUND                VALUE 'Y'.
002430        88 DL980-NOT-FOUND            VALUE 'N'.
002440     05 DL980-SUB PIC 999 COMP VALUE ZERO.
002450     05 DL980-DFLT-TERMS PIC 99 VALUE 30.
002460     05 DL980-INV-TERMS PIC 99 VALUE ZERO.
002470     05 DL980-INV-DUE-DATE PIC 9(8) VALUE ZERO.
002480     05 DL980-INV-TERMS-TEXT.
002490        10 PIC X(4) VALUE 'NET '.
002500        10 DL980-INV-TERMS-DAYS PIC 99.
002510        10 PIC X(2) VALUE SPACES.
002520     05 DL980-WORK-CHG PIC S9(5)V99 VALUE ZERO.
002530     05 DL980-TM-TOTAL PIC S9(7)V99 VALUE ZERO.
002540     05 DL980-BILL-AMT PIC S9(7)V99 VALUE ZERO.
002550     05 DL980-REG-TAX PIC S9(7)V99 VALUE ZERO.
002560     05 DL980-INV-TAX PIC S9(7)V99 VALUE ZERO.
002570     05 DL980-INV-TAX-PCT PIC 99V999 VALUE ZERO.
002580     05 DL980-TAX-WORK PIC S9(9)V9(5) VALUE ZERO.
002590     05 DL980-INV-TOTAL-DUE PIC S9(8)V99 VALUE ZERO.
002600     05 DL980-NTE-PRIOR-CUM PIC S9(7)V99 VALUE ZERO.
002610     05 DL980-NTE-ROOM PIC S9(7)V99 VALUE ZERO.
002620     05 DL980-NTE-EXCESS PIC S9(7)V99 VALUE ZERO.
002630     05 DL980-REFUSE-REASON PIC X(50) VALUE SPACES.
002640     05 DL980-HIST-ROW-CNT PIC 9(5) COMP VALUE ZERO.
002650     05 DL980-CUR-PROJ PIC 99 VALUE ZERO.
002660     05 DL980-CUR-INV PIC 9(6) VALUE ZERO.
002670     05 DL980-CUR-DATE PIC 9(8) VALUE ZERO.
002680     05 DL980-RET-APPLIED PIC S9(7)V99 VALUE ZERO.
002690     05 DL980-RET-LEFT PIC S9(9)V99 VALUE ZERO.
002700     05 DL980-NET-DUE PIC S9(8)V99 VALUE ZERO.
002710     05 DL980-RET-CLNUM PIC 9(5) VALUE ZERO.
002720     05 DL980-RET-PROJ PIC 99 VALUE ZERO.
002730     05 DL980-RET-SEEN-SW PIC X VALUE 'N'.
002740        88 DL980-RET-SEEN             VALUE 'Y'.
002750     05 DL980-ARC-YEAR PIC 9(4) VALUE ZERO.
002760     05 DL980-ARC-STEP PIC 99 COMP VALUE ZERO.
002770     05 DL980-RANGE-CNT PIC 9(7) COMP VALUE ZERO.
002780
002790 01  DL980-RUN-COUNTS.
002800     05 DL980-REG-READ-CNT PIC 9(7) COMP VALUE ZERO.
002810     05 DL980-REQ-FOUND-CNT PIC 9(5) COMP VALUE ZERO.
002820     05 DL980-REPRINTED-CNT PIC 9(5) COMP VALUE ZERO.
002830     05 DL980-REFUSED-CNT PIC 9(5) COMP VALUE ZERO.
002840
002850*----------------------------------------------------------------
002860* Register rows for the invoices asked for, in register order,
002870* then those found in the register archives, latest year first.
002880*----------------------------------------------------------------
002890 01  DL980-REQ-AREAS.
002900     05 DL980-REQ-TAB OCCURS 500 TIMES
002910                       INDEXED BY DL980-REQ-IDX.
002920        10 DL980-REQ-INV-NUM PIC 9(6).
002930        10 DL980-REQ-DATE PIC 9(8).
002940        10 DL980-REQ-PROJ PIC 99.
002950        10 DL980-REQ-AMOUNT PIC S9(7)V99.
002960        10 DL980-REQ-TAX PIC S9(7)V99.
002970        10 DL980-REQ-DUE-DATE PIC X(8).
002980        10 DL980-REQ-RET-AMT PIC S9(7)V99.
002990     05 DL980-REQ-CNT PIC 999 COMP VALUE ZERO.
003000
003010*----------------------------------------------------------------
003020* Project master, slotted directly by PROJ_NUM.
003030*----------------------------------------------------------------
003040 01  DL980-PROJ-AREAS.
003050     05 DL980-PROJ-TAB OCCURS 99 TIMES.
003060        10 DL980-PROJ-NAME PIC X(12).
003070        10 DL980-PROJ-CLIENT PIC X(22).
003080        10 DL980-PROJ-ARR PIC X.
003090        10 DL980-PROJ-ARR-AMT PIC 9(7)V99.
003100        10 DL980-PROJ-CLNUM PIC 9(5).
003110        10 DL980-PROJ-TAX-PCT PIC 99V999.
003120        10 DL980-PROJ-ON-FILE PIC X.
003130 01  DL980-ARR-WORK PIC X VALUE SPACE.
003140     88 DL980-ARR-FIXED-FEE           VALUE 'F'.
003150     88 DL980-ARR-NTE                 VALUE 'N'.
003160
003170*----------------------------------------------------------------
003180* Client master table, for the bill-to block and terms.
003190*----------------------------------------------------------------
003200 01  DL980-CLNT-AREAS.
003210     05 DL980-CLNT-TAB OCCURS 500 TIMES
003220                        INDEXED BY DL980-CLNT-IDX.
003230        10 DL980-CLNT-NUM PIC 9(5).
003240        10 DL980-CLNT-LEGAL-NAME PIC X(30).
003250        10 DL980-CLNT-ADDR-1 PIC X(30).
003260        10 DL980-CLNT-ADDR-2 PIC X(30).
003270        10 DL980-CLNT-ADDR-3 PIC X(30).
003280        10 DL980-CLNT-TERMS PIC 99.
003290     05 DL980-CLNT-CNT PIC 999 COMP VALUE ZERO.
003300     05 DL980-CLNT-FOUND-IDX PIC 999 COMP VALUE ZERO.
003310
003320*----------------------------------------------------------------
003330* Employee names, slotted directly by EMP_NUM.
003340*----------------------------------------------------------------
003350 01  DL980-EMP-AREAS.
003360     05 DL980-EMP-NAME PIC X(22) OCCURS 999 TIMES.
003370
003380*----------------------------------------------------------------
003390* Detail lines rebuilt for the invoice in hand - held until the
003400* total is proved, then printed. The table is the same size as
003410* the daily run's, so an invoice the run cut short at 200 lines
003420* reprints cut short the same way, while the total still counts
003430* every row.
003440*----------------------------------------------------------------
003450 01  DL980-INVDET-AREAS.
003460     05 DL980-INVDET-TAB OCCURS 200 TIMES
003470                          INDEXED BY DL980-INVDET-IDX.
003480        10 DL980-INVDET-EMP-NUM PIC 999.
003490        10 DL980-INVDET-EMP-NAME PIC X(22).
003500        10 DL980-INVDET-CLASS PIC X(21).
003510        10 DL980-INVDET-RATE PIC 999V99.
003520        10 DL980-INVDET-HOURS PIC 99V9.
003530        10 DL980-INVDET-CHG PIC S9(5)V99.
003540        10 DL980-INVDET-PREM PIC 9(5)V99.
003550     05 DL980-INVDET-CNT PIC 999 COMP VALUE ZERO.
003560
003570*----------------------------------------------------------------
003580* Date work areas for a register row from before the due date
003590* was carried - the invoice date plus the client's terms.
003600*----------------------------------------------------------------
003610 01  DL980-DATE-AREAS.
003620     05 DL980-DIM-VALUES PIC X(24)
003630         VALUE '312831303130313130313031'.
003640     05 DL980-DIM-TAB REDEFINES DL980-DIM-VALUES.
003650        10 DL980-DIM PIC 99 OCCURS 12 TIMES.
003660     05 DL980-SD-DATE PIC 9(8) VALUE ZERO.
003670     05 DL980-SD-DATE-X REDEFINES DL980-SD-DATE.
003680        10 DL980-SD-YYYY PIC 9(4).
003690        10 DL980-SD-MM PIC 99.
003700        10 DL980-SD-DD PIC 99.
003710     05 DL980-SD-QUOT PIC 9(4) COMP VALUE ZERO.
003720     05 DL980-SD-REM PIC 9(4) COMP VALUE ZERO.
003730     05 DL980-SD-MDAYS PIC 99 VALUE ZERO.
003740     05 DL980-LEAP-SW PIC X VALUE 'N'.
003750        88 DL980-LEAP-YEAR            VALUE 'Y'.
003760
003770 01  CLOSE-1.
003780     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
003790     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
003800     05 PIC X(40) VALUE '- - - - - - - - - - - - - - -'.
003810
003820*---------------------------------------------------------------
003830* Client invoice document line layouts - as B6010405467 prints
003840* them.
003850*---------------------------------------------------------------
003860 01  INV-HEAD-1.
003870     05 PIC X(1) VALUE SPACES.
003880     05 PIC X(36) VALUE 'PROJECT ACCOUNTING - BILLING SYSTEMS'.
003890     05 PIC X(12) VALUE SPACES.
003900     05 PIC X(12) VALUE 'INVOICE NO. '.
003910     05 INV-OUT-NUM PIC ZZZZZ9.
003920
003930 01  INV-HEAD-2.
003940     05 PIC X(1) VALUE SPACES.
003950     05 PIC X(9) VALUE 'BILL TO: '.
003960     05 INV-OUT-CLIENT PIC X(30).
003970     05 PIC X(8) VALUE SPACES.
003980     05 PIC X(13) VALUE 'INVOICE DATE '.
003990     05 INV-OUT-DATE PIC 9(8).
004000
004010 01  INV-ADDR-LINE.
004020     05 PIC X(10) VALUE SPACES.
004030     05 INV-OUT-ADDR PIC X(30).
004040     05 PIC X(8) VALUE SPACES.
004050     05 INV-OUT-ADDR-LABEL PIC X(13).
004060     05 INV-OUT-ADDR-VALUE PIC X(8).
004070
004080 01  INV-HEAD-3.
004090     05 PIC X(1) VALUE SPACES.
004100     05 PIC X(8) VALUE 'PROJECT '.
004110     05 INV-OUT-PROJ-NUM PIC 99.
004120     05 PIC X(3) VALUE ' - '.
004130     05 INV-OUT-PROJ-NAME PIC X(12).
004140
004150 01  INV-COL-1.
004160     05 PIC X(1) VALUE SPACES.
004170     05 PIC X(9) VALUE 'EMPLOYEE'.
004180     05 PIC X(23) VALUE 'NAME'.
004190     05 PIC X(22) VALUE 'JOB CLASS'.
004200     05 PIC X(9) VALUE '    RATE'.
004210     05 PIC X(8) VALUE '  HOURS'.
004220     05 PIC X(10) VALUE '    CHARGE'.
004230     05 PIC X(11) VALUE '    OT PREM'.
004240
004250 01  INV-DETAIL.
004260     05 PIC X(1) VALUE SPACES.
004270     05 INV-OUT-EMP-NUM PIC 999.
004280     05 PIC X(6) VALUE SPACES.
004290     05 INV-OUT-EMP-NAME PIC X(22).
004300     05 PIC X(1) VALUE SPACES.
004310     05 INV-OUT-CLASS PIC X(21).
004320     05 PIC X(1) VALUE SPACES.
004330     05 INV-OUT-RATE PIC $ZZZ.99.
004340     05 PIC X(3) VALUE SPACES.
004350     05 INV-OUT-HOURS PIC Z9.9.
004360     05 PIC X(1) VALUE SPACES.
004370     05 INV-OUT-CHG PIC $ZZ,ZZZ.99CR.
004380     05 PIC X(1) VALUE SPACES.
004390     05 INV-OUT-PREM PIC $ZZ,ZZZ.99 BLANK WHEN ZERO.
004400
004410 01  INV-FOOT-1.
004420     05 PIC X(54) VALUE SPACES.
004430     05 PIC X(14) VALUE 'INVOICE TOTAL '.
004440     05 INV-OUT-TOTAL PIC $ZZZ,ZZZ.99CR.
004450
004460 01  INV-TAX-LINE.
004470     05 PIC X(44) VALUE SPACES.
004480     05 PIC X(10) VALUE 'SALES TAX '.
004490     05 INV-OUT-TAX-PCT PIC Z9.999.
004500     05 PIC X(2) VALUE '% '.
004510     05 INV-OUT-TAX PIC $ZZZ,ZZZ.99CR.
004520
004530 01  INV-DUE-LINE.
004540     05 PIC X(54) VALUE SPACES.
004550     05 PIC X(14) VALUE 'TOTAL DUE     '.
004560     05 INV-OUT-DUE PIC $ZZZ,ZZZ.99CR.
004570
004580 01  INV-RET-LINE.
004590     05 PIC X(46) VALUE SPACES.
004600     05 PIC X(22) VALUE 'LESS RETAINER APPLIED '.
004610     05 INV-OUT-RET PIC $ZZZ,ZZZ.99CR.
004620
004630 01  INV-NET-DUE-LINE.
004640     05 PIC X(54) VALUE SPACES.
004650     05 PIC X(14) VALUE 'AMOUNT DUE    '.
004660     05 INV-OUT-NET-DUE PIC $ZZZ,ZZZ.99CR.
004670
004680 01  INV-RET-LEFT-LINE.
004690     05 PIC X(46) VALUE SPACES.
004700     05 PIC X(22) VALUE 'RETAINER BALANCE LEFT '.
004710     05 INV-OUT-RET-LEFT PIC $ZZZ,ZZZ.99CR.
004720
004730 01  INV-ARR-NOTE.
004740     05 PIC X(1) VALUE SPACES.
004750     05 INV-ARR-NOTE-TEXT PIC X(82).
004760
004770*    The duplicate marking prints under the invoice number and
004780*    again below the totals, so no part of the copy can pass
004790*    for the original.
004800 01  INV-DUP-NOTE.
004810     05 PIC X(1) VALUE SPACES.
004820     05 PIC X(36) VALUE '*** DUPLICATE COPY *** REPRINTED ON '.
004830     05 INV-DUP-DATE PIC 9(8).
004840     05 PIC X(28) VALUE ' - NOT A NEW INVOICE ***'.
004850
004860 01  REFUSE-LINE.
004870     05 PIC X(1) VALUE SPACES.
004880     05 PIC X(8) VALUE 'INVOICE '.
004890     05 REFUSE-INV-NUM PIC 9(6).
004900     05 PIC X(17) VALUE ' NOT REPRINTED - '.
004910     05 REFUSE-REASON PIC X(50).
004920
004930 01  REFUSE-AMT-LINE.
004940     05 PIC X(16) VALUE SPACES.
004950     05 PIC X(14) VALUE 'REBUILT       '.
004960     05 REFUSE-REBUILT PIC $ZZZ,ZZZ.99CR.
004970     05 PIC X(4) VALUE SPACES.
004980     05 PIC X(14) VALUE 'ON REGISTER   '.
004990     05 REFUSE-REGISTER PIC $ZZZ,ZZZ.99CR.
005000
005010 01  DL980-RUNLOG-AREAS.
005020     05 DL980-RUNLOG-STATUS PIC XX VALUE SPACES.
005030     05 DL980-START-TIME PIC 9(8) VALUE ZERO.
005040     05 DL980-END-TIME PIC 9(8) VALUE ZERO.
005050
005060*----------------------------------------------------------------
005070* Run-control log completion line - the balanced flag at byte 88
005080* and the program id at bytes 90-100 follow the suite convention.
005090* A run that refused any reprint logs as not balanced.
005100*----------------------------------------------------------------
005110 01  RUNLOG-LINE.
005120     05 RUNLOG-DATE PIC 9(8).
005130     05 PIC X(1) VALUE SPACES.
005140     05 RUNLOG-START-TIME PIC 9(6).
005150     05 PIC X(1) VALUE SPACES.
005160     05 RUNLOG-END-TIME PIC 9(6).
005170     05 PIC X(65) VALUE SPACES.
005180     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
005190     05 PIC X(1) VALUE SPACES.
005200     05 RUNLOG-PROG-ID PIC X(11) VALUE 'I6010405467'.
005210
005220 PROCEDURE DIVISION.
005230******************************************************************
005240* 0000-MAINLINE-RTN
005250* Loads the masters, finds the invoices asked for on the
005260* register and rebuilds and reprints each in turn.
005270******************************************************************
005280 0000-MAINLINE-RTN.
005290     PERFORM 1000-INITIALIZE-RTN
005300         THRU 1000-INITIALIZE-EXIT.
005310
005320     PERFORM 1500-LOAD-MASTERS-RTN
005330         THRU 1500-LOAD-MASTERS-EXIT.
005340
005350     PERFORM 2000-FIND-INVOICES-RTN
005360         THRU 2000-FIND-INVOICES-EXIT.
005370
005380     PERFORM 3000-REPRINT-ONE-RTN
005390         THRU 3000-REPRINT-ONE-EXIT
005400         VARYING DL980-REQ-IDX FROM 1 BY 1
005410         UNTIL DL980-REQ-IDX > DL980-REQ-CNT.
005420
005430     PERFORM 8000-TERMINATE-RTN
005440         THRU 8000-TERMINATE-EXIT.
005450
005460     STOP RUN.
005470
005480******************************************************************
005490* 1000-INITIALIZE-RTN
005500* Takes the invoice number, or the from and to numbers of a
005510* range, from the command line and opens the reprint file.
005520******************************************************************
005530 1000-INITIALIZE-RTN.
005540     ACCEPT DL980-PARM-LINE FROM COMMAND-LINE.
005550     IF DL980-PARM-LINE (1:6) IS NOT NUMERIC
005560         DISPLAY 'I6010405467: RUN PARM MUST BE AN INVOICE '
005570             'NUMBER NNNNNN OR A RANGE NNNNNN NNNNNN - RUN '
005580             'CANCELLED'
005590         MOVE 12 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     MOVE DL980-PARM-LINE (1:6) TO DL980-FROM-INV.
005630     IF DL980-PARM-LINE (8:6) IS NUMERIC
005640         MOVE DL980-PARM-LINE (8:6) TO DL980-TO-INV
005650     ELSE
005660         MOVE DL980-FROM-INV TO DL980-TO-INV
005670     END-IF.
005680     IF DL980-TO-INV < DL980-FROM-INV
005690         DISPLAY 'I6010405467: TO INVOICE ' DL980-TO-INV
005700             ' IS BEFORE FROM INVOICE ' DL980-FROM-INV
005710             ' - RUN CANCELLED'
005720         MOVE 12 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750     ACCEPT DL980-RUN-DATE-8 FROM DATE YYYYMMDD.
005760     ACCEPT DL980-START-TIME FROM TIME.
005770     STRING 'C:\6010405467-REPRINT-' DL980-RUN-DATE-8 '.txt'
005780         DELIMITED BY SIZE INTO DL980-REPRINT-NAME.
005790     OPEN OUTPUT REPRINT-OUT.
005800 1000-INITIALIZE-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 1500-LOAD-MASTERS-RTN
005850* Loads the project, client and employee masters and the tax
005860* rates. All are optional, as in the daily run - a project not
005870* on the master bills time and materials, untaxed, with no
005880* bill-to address.
005890******************************************************************
005900 1500-LOAD-MASTERS-RTN.
005910     PERFORM 1505-CLEAR-ONE-PROJ-RTN
005920         THRU 1505-CLEAR-ONE-PROJ-EXIT
005930         VARYING DL980-SUB FROM 1 BY 1
005940         UNTIL DL980-SUB > 99.
005950     MOVE SPACES TO DL980-EMP-AREAS.
005960     OPEN INPUT PROJMAST-IN.
005970     IF DL980-PROJMAST-STATUS EQUAL '00'
005980         PERFORM 1510-READ-PROJMAST-RTN
005990             THRU 1510-READ-PROJMAST-EXIT
006000             UNTIL DL980-PROJMAST-STATUS NOT EQUAL '00'
006010         CLOSE PROJMAST-IN
006020     END-IF.
006030     OPEN INPUT CLNTMAST-IN.
006040     IF DL980-CLNTMAST-STATUS EQUAL '00'
006050         PERFORM 1520-READ-CLNTMAST-RTN
006060             THRU 1520-READ-CLNTMAST-EXIT
006070             UNTIL DL980-CLNTMAST-STATUS NOT EQUAL '00'
006080         CLOSE CLNTMAST-IN
006090     END-IF.
006100     OPEN INPUT EMPMAST-IN.
006110     IF DL980-EMPMAST-STATUS EQUAL '00'
006120         PERFORM 1530-READ-EMPMAST-RTN
006130             THRU 1530-READ-EMPMAST-EXIT
006140             UNTIL DL980-EMPMAST-STATUS NOT EQUAL '00'
006150         CLOSE EMPMAST-IN
006160     END-IF.
006170     OPEN INPUT TAXRATE-IN.
006180     IF DL980-TAXRATE-STATUS EQUAL '00'
006190         PERFORM 1540-READ-TAXRATE-RTN
006200             THRU 1540-READ-TAXRATE-EXIT
006210             UNTIL DL980-TAXRATE-STATUS NOT EQUAL '00'
006220         CLOSE TAXRATE-IN
006230     END-IF.
006240 1500-LOAD-MASTERS-EXIT.
006250     EXIT.
006260
006270 1505-CLEAR-ONE-PROJ-RTN.
006280     MOVE SPACES TO DL980-PROJ-NAME (DL980-SUB).
006290     MOVE SPACES TO DL980-PROJ-CLIENT (DL980-SUB).
006300     MOVE SPACE TO DL980-PROJ-ARR (DL980-SUB).
006310     MOVE ZERO TO DL980-PROJ-ARR-AMT (DL980-SUB).
006320     MOVE ZERO TO DL980-PROJ-CLNUM (DL980-SUB).
006330     MOVE ZERO TO DL980-PROJ-TAX-PCT (DL980-SUB).
006340     MOVE 'N' TO DL980-PROJ-ON-FILE (DL980-SUB).
006350 1505-CLEAR-ONE-PROJ-EXIT.
006360     EXIT.
006370
006380 1510-READ-PROJMAST-RTN.
006390     READ PROJMAST-IN.
006400     IF DL980-PROJMAST-STATUS EQUAL '00'
006410        IF PROJMAST-PROJ-NUM GREATER THAN ZERO
006420            MOVE PROJMAST-PROJ-NAME
006430                TO DL980-PROJ-NAME (PROJMAST-PROJ-NUM)
006440            MOVE PROJMAST-CLIENT-NAME
006450                TO DL980-PROJ-CLIENT (PROJMAST-PROJ-NUM)
006460            MOVE PROJMAST-BILL-ARR
006470                TO DL980-PROJ-ARR (PROJMAST-PROJ-NUM)
006480            MOVE 'Y' TO DL980-PROJ-ON-FILE (PROJMAST-PROJ-NUM)
006490            IF PROJMAST-ARR-AMT IS NUMERIC
006500                MOVE PROJMAST-ARR-AMT
006510                    TO DL980-PROJ-ARR-AMT (PROJMAST-PROJ-NUM)
006520            END-IF
006530            IF PROJMAST-CLIENT-NUM IS NUMERIC
006540                MOVE PROJMAST-CLIENT-NUM
006550                    TO DL980-PROJ-CLNUM (PROJMAST-PROJ-NUM)
006560            END-IF
006570        END-IF
006580     END-IF.
006590 1510-READ-PROJMAST-EXIT.
006600     EXIT.
006610
006620 1520-READ-CLNTMAST-RTN.
006630     READ CLNTMAST-IN.
006640     IF DL980-CLNTMAST-STATUS EQUAL '00'
006650         IF DL980-CLNT-CNT < 500
006660             ADD 1 TO DL980-CLNT-CNT
006670             SET DL980-CLNT-IDX TO DL980-CLNT-CNT
006680             MOVE CLNTMAST-CLIENT-NUM
006690                 TO DL980-CLNT-NUM (DL980-CLNT-IDX)
006700             MOVE CLNTMAST-LEGAL-NAME
006710                 TO DL980-CLNT-LEGAL-NAME (DL980-CLNT-IDX)
006720             MOVE CLNTMAST-ADDR-1
006730                 TO DL980-CLNT-ADDR-1 (DL980-CLNT-IDX)
006740             MOVE CLNTMAST-ADDR-2
006750                 TO DL980-CLNT-ADDR-2 (DL980-CLNT-IDX)
006760             MOVE CLNTMAST-ADDR-3
006770                 TO DL980-CLNT-ADDR-3 (DL980-CLNT-IDX)
006780             MOVE CLNTMAST-TERMS
006790                 TO DL980-CLNT-TERMS (DL980-CLNT-IDX)
006800         ELSE
006810             DISPLAY 'CLNTMAST-IN: CLIENT TABLE FULL AT 500 - '
006820                 'CLIENT ' CLNTMAST-CLIENT-NUM ' IGNORED'
006830         END-IF
006840     END-IF.
006850 1520-READ-CLNTMAST-EXIT.
006860     EXIT.
006870
006880 1530-READ-EMPMAST-RTN.
006890     READ EMPMAST-IN.
006900     IF DL980-EMPMAST-STATUS EQUAL '00'
006910        IF EMPMAST-EMP-NUM GREATER THAN ZERO
006920            MOVE EMPMAST-EMP-NAME
006930                TO DL980-EMP-NAME (EMPMAST-EMP-NUM)
006940        END-IF
006950     END-IF.
006960 1530-READ-EMPMAST-EXIT.
006970     EXIT.
006980
006990 1540-READ-TAXRATE-RTN.
007000     READ TAXRATE-IN.
007010     IF DL980-TAXRATE-STATUS EQUAL '00'
007020        IF TAXRATE-PROJ-NUM GREATER THAN ZERO
007030            MOVE TAXRATE-PCT
007040                TO DL980-PROJ-TAX-PCT (TAXRATE-PROJ-NUM)
007050        END-IF
007060     END-IF.
007070 1540-READ-TAXRATE-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110* 2000-FIND-INVOICES-RTN
007120* Picks the register rows for the invoices asked for. Without
007130* the register there is nothing to reprint from. An invoice of
007140* a closed year has been moved off the register by the year-end
007150* close, so any number in the range the register does not hold
007160* is looked for in the register archives, from the run year's
007170* back through the ten years before it.
007180******************************************************************
007190 2000-FIND-INVOICES-RTN.
007200     OPEN INPUT INVREG-IN.
007210     IF DL980-INVREG-STATUS NOT EQUAL '00'
007220         DISPLAY 'I6010405467: NO INVOICE REGISTER ON HAND - '
007230             'RUN CANCELLED'
007240         MOVE 12 TO RETURN-CODE
007250         STOP RUN
007260     END-IF.
007270     PERFORM 2100-READ-INVREG-RTN
007280         THRU 2100-READ-INVREG-EXIT
007290         UNTIL DL980-INVREG-STATUS NOT EQUAL '00'.
007300     CLOSE INVREG-IN.
007310     SUBTRACT DL980-FROM-INV FROM DL980-TO-INV
007320         GIVING DL980-RANGE-CNT.
007330     ADD 1 TO DL980-RANGE-CNT.
007340     MOVE DL980-RUN-DATE-8 (1:4) TO DL980-ARC-YEAR.
007350     PERFORM 2200-SEARCH-ARCHIVE-RTN
007360         THRU 2200-SEARCH-ARCHIVE-EXIT
007370         VARYING DL980-ARC-STEP FROM 1 BY 1
007380         UNTIL DL980-ARC-STEP > 11
007390            OR DL980-REQ-FOUND-CNT NOT LESS DL980-RANGE-CNT.
007400     IF DL980-REQ-CNT EQUAL ZERO
007410         DISPLAY 'I6010405467: NO INVOICE ' DL980-FROM-INV
007420             ' THRU ' DL980-TO-INV ' IS ON THE REGISTER OR ITS '
007430             'ARCHIVES'
007440         MOVE 8 TO RETURN-CODE
007450     END-IF.
007460 2000-FIND-INVOICES-EXIT.
007470     EXIT.
007480
007490 2100-READ-INVREG-RTN.
007500     READ INVREG-IN.
007510     IF DL980-INVREG-STATUS NOT EQUAL '00'
007520         GO TO 2100-READ-INVREG-EXIT
007530     END-IF.
007540     ADD 1 TO DL980-REG-READ-CNT.
007550     IF INVREG-INV-NUM < DL980-FROM-INV
007560        OR INVREG-INV-NUM > DL980-TO-INV
007570         GO TO 2100-READ-INVREG-EXIT
007580     END-IF.
007590     IF DL980-REQ-CNT NOT LESS THAN 500
007600         DISPLAY 'I6010405467: MORE THAN 500 INVOICES ASKED '
007610             'FOR - INVOICE ' INVREG-INV-NUM ' AND LATER LEFT '
007620             'FOR ANOTHER RUN'
007630         GO TO 2100-READ-INVREG-EXIT
007640     END-IF.
007650     ADD 1 TO DL980-REQ-CNT.
007660     SET DL980-REQ-IDX TO DL980-REQ-CNT.
007670     MOVE INVREG-INV-NUM TO DL980-REQ-INV-NUM (DL980-REQ-IDX).
007680     MOVE INVREG-DATE TO DL980-REQ-DATE (DL980-REQ-IDX).
007690     MOVE INVREG-PROJ-NUM TO DL980-REQ-PROJ (DL980-REQ-IDX).
007700     MOVE INVREG-AMOUNT TO DL980-REQ-AMOUNT (DL980-REQ-IDX).
007710*    A register row from before sales tax was carried reads the
007720*    field as spaces - no tax was charged.
007730     IF INVREG-TAX IS NUMERIC
007740         MOVE INVREG-TAX TO DL980-REQ-TAX (DL980-REQ-IDX)
007750     ELSE
007760         MOVE ZERO TO DL980-REQ-TAX (DL980-REQ-IDX)
007770     END-IF.
007780     MOVE INVREG-DUE-DATE TO DL980-REQ-DUE-DATE (DL980-REQ-IDX).
007790*    A register row from before retainers were carried reads
007800*    the field as spaces - none was applied.
007810     IF INVREG-RET-AMT IS NUMERIC
007820         MOVE INVREG-RET-AMT TO DL980-REQ-RET-AMT (DL980-REQ-IDX)
007830     ELSE
007840         MOVE ZERO TO DL980-REQ-RET-AMT (DL980-REQ-IDX)
007850     END-IF.
007860     ADD 1 TO DL980-REQ-FOUND-CNT.
007870 2100-READ-INVREG-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910* 2200-SEARCH-ARCHIVE-RTN
007920* Reads one year's register archive for the invoices in the range
007930* and steps DL980-ARC-YEAR back a year. A year with no archive has
007940* not been closed, and is passed over.
007950******************************************************************
007960 2200-SEARCH-ARCHIVE-RTN.
007970     MOVE SPACES TO DL980-INVARC-NAME.
007980     STRING 'C:\6010405467-INVREGARC-' DL980-ARC-YEAR '.txt'
007990         DELIMITED BY SIZE INTO DL980-INVARC-NAME.
008000     SUBTRACT 1 FROM DL980-ARC-YEAR.
008010     OPEN INPUT INVARC-IN.
008020     IF DL980-INVARC-STATUS NOT EQUAL '00'
008030         GO TO 2200-SEARCH-ARCHIVE-EXIT
008040     END-IF.
008050     PERFORM 2210-READ-INVARC-RTN
008060         THRU 2210-READ-INVARC-EXIT
008070         UNTIL DL980-INVARC-STATUS NOT EQUAL '00'.
008080     CLOSE INVARC-IN.
008090 2200-SEARCH-ARCHIVE-EXIT.
008100     EXIT.
008110
008120 2210-READ-INVARC-RTN.
008130     READ INVARC-IN.
008140     IF DL980-INVARC-STATUS NOT EQUAL '00'
008150         GO TO 2210-READ-INVARC-EXIT
008160     END-IF.
008170     IF INVARC-INV-NUM < DL980-FROM-INV
008180        OR INVARC-INV-NUM > DL980-TO-INV
008190         GO TO 2210-READ-INVARC-EXIT
008200     END-IF.
008210     IF DL980-REQ-CNT NOT LESS THAN 500
008220         DISPLAY 'I6010405467: MORE THAN 500 INVOICES ASKED '
008230             'FOR - ARCHIVED INVOICE ' INVARC-INV-NUM ' LEFT '
008240             'FOR ANOTHER RUN'
008250         GO TO 2210-READ-INVARC-EXIT
008260     END-IF.
008270     ADD 1 TO DL980-REQ-CNT.
008280     SET DL980-REQ-IDX TO DL980-REQ-CNT.
008290     MOVE INVARC-INV-NUM TO DL980-REQ-INV-NUM (DL980-REQ-IDX).
008300     MOVE INVARC-DATE TO DL980-REQ-DATE (DL980-REQ-IDX).
008310     MOVE INVARC-PROJ-NUM TO DL980-REQ-PROJ (DL980-REQ-IDX).
008320     MOVE INVARC-AMOUNT TO DL980-REQ-AMOUNT (DL980-REQ-IDX).
008330     IF INVARC-TAX IS NUMERIC
008340         MOVE INVARC-TAX TO DL980-REQ-TAX (DL980-REQ-IDX)
008350     ELSE
008360         MOVE ZERO TO DL980-REQ-TAX (DL980-REQ-IDX)
008370     END-IF.
008380     MOVE INVARC-DUE-DATE TO DL980-REQ-DUE-DATE (DL980-REQ-IDX).
008390     IF INVARC-RET-AMT IS NUMERIC
008400         MOVE INVARC-RET-AMT TO DL980-REQ-RET-AMT (DL980-REQ-IDX)
008410     ELSE
008420         MOVE ZERO TO DL980-REQ-RET-AMT (DL980-REQ-IDX)
008430     END-IF.
008440     ADD 1 TO DL980-REQ-FOUND-CNT.
008450 2210-READ-INVARC-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490* 2920-CHECK-LEAP-RTN
008500* Sets DL980-LEAP-SW for the year in DL980-SD-YYYY.
008510******************************************************************
008520 2920-CHECK-LEAP-RTN.
008530     MOVE 'N' TO DL980-LEAP-SW.
008540     DIVIDE DL980-SD-YYYY BY 4
008550         GIVING DL980-SD-QUOT REMAINDER DL980-SD-REM.
008560     IF DL980-SD-REM EQUAL ZERO
008570         MOVE 'Y' TO DL980-LEAP-SW
008580         DIVIDE DL980-SD-YYYY BY 100
008590             GIVING DL980-SD-QUOT REMAINDER DL980-SD-REM
008600         IF DL980-SD-REM EQUAL ZERO
008610             MOVE 'N' TO DL980-LEAP-SW
008620             DIVIDE DL980-SD-YYYY BY 400
008630                 GIVING DL980-SD-QUOT REMAINDER DL980-SD-REM
008640             IF DL980-SD-REM EQUAL ZERO
008650                 MOVE 'Y' TO DL980-LEAP-SW
008660             END-IF
008670         END-IF
008680     END-IF.
008690 2920-CHECK-LEAP-EXIT.
008700     EXIT.
008710
008720******************************************************************
008730* 2930-CALC-DUE-DATE-RTN
008740* Works out the due date for a register row that came in
008750* without one - the invoice date plus DL980-INV-TERMS days, a
008760* day at a time so month and year ends roll over correctly.
008770******************************************************************
008780 2930-CALC-DUE-DATE-RTN.
008790     MOVE DL980-CUR-DATE TO DL980-SD-DATE.
008800     PERFORM 2935-ADD-ONE-DAY-RTN
008810         THRU 2935-ADD-ONE-DAY-EXIT
008820         DL980-INV-TERMS TIMES.
008830     MOVE DL980-SD-DATE TO DL980-INV-DUE-DATE.
008840 2930-CALC-DUE-DATE-EXIT.
008850     EXIT.
008860
008870 2935-ADD-ONE-DAY-RTN.
008880     MOVE DL980-DIM (DL980-SD-MM) TO DL980-SD-MDAYS.
008890     IF DL980-SD-MM EQUAL 2
008900         PERFORM 2920-CHECK-LEAP-RTN
008910             THRU 2920-CHECK-LEAP-EXIT
008920         IF DL980-LEAP-YEAR
008930             ADD 1 TO DL980-SD-MDAYS
008940         END-IF
008950     END-IF.
008960     IF DL980-SD-DD < DL980-SD-MDAYS
008970         ADD 1 TO DL980-SD-DD
008980         GO TO 2935-ADD-ONE-DAY-EXIT
008990     END-IF.
009000     MOVE 1 TO DL980-SD-DD.
009010     IF DL980-SD-MM < 12
009020         ADD 1 TO DL980-SD-MM
009030         GO TO 2935-ADD-ONE-DAY-EXIT
009040     END-IF.
009050     MOVE 1 TO DL980-SD-MM.
009060     ADD 1 TO DL980-SD-YYYY.
009070 2935-ADD-ONE-DAY-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110* 3000-REPRINT-ONE-RTN
009120* Rebuilds one invoice from its history rows, works out the
009130* billed amount and tax again, and either prints the duplicate
009140* or refuses it.
009150******************************************************************
009160 3000-REPRINT-ONE-RTN.
009170     MOVE DL980-REQ-INV-NUM (DL980-REQ-IDX) TO DL980-CUR-INV.
009180     MOVE DL980-REQ-DATE (DL980-REQ-IDX) TO DL980-CUR-DATE.
009190     MOVE DL980-REQ-PROJ (DL980-REQ-IDX) TO DL980-CUR-PROJ.
009200     IF DL980-CUR-PROJ EQUAL ZERO
009210         MOVE 'REGISTER ROW CARRIES NO PROJECT NUMBER'
009220             TO DL980-REFUSE-REASON
009230         PERFORM 3900-WRITE-REFUSAL-RTN
009240             THRU 3900-WRITE-REFUSAL-EXIT
009250         GO TO 3000-REPRINT-ONE-EXIT
009260     END-IF.
009270     PERFORM 3100-REBUILD-DETAIL-RTN
009280         THRU 3100-REBUILD-DETAIL-EXIT.
009290     IF DL980-HIST-ROW-CNT EQUAL ZERO
009300         MOVE 'NO BILLING HISTORY ROWS FOR THE INVOICE DATE'
009310             TO DL980-REFUSE-REASON
009320         PERFORM 3900-WRITE-REFUSAL-RTN
009330             THRU 3900-WRITE-REFUSAL-EXIT
009340         GO TO 3000-REPRINT-ONE-EXIT
009350     END-IF.
009360     PERFORM 3200-SET-BILL-AMT-RTN
009370         THRU 3200-SET-BILL-AMT-EXIT.
009380     IF DL980-BILL-AMT NOT EQUAL DL980-REQ-AMOUNT (DL980-REQ-IDX)
009390         MOVE 'REBUILT TOTAL DOES NOT AGREE WITH THE REGISTER'
009400             TO DL980-REFUSE-REASON
009410         MOVE DL980-BILL-AMT TO REFUSE-REBUILT
009420         MOVE DL980-REQ-AMOUNT (DL980-REQ-IDX)
009430             TO REFUSE-REGISTER
009440         PERFORM 3900-WRITE-REFUSAL-RTN
009450             THRU 3900-WRITE-REFUSAL-EXIT
009460         WRITE REPRINT-REC-OUT FROM REFUSE-AMT-LINE
009470               AFTER ADVANCING 1 LINE
009480         GO TO 3000-REPRINT-ONE-EXIT
009490     END-IF.
009500     PERFORM 3300-CALC-TAX-RTN
009510         THRU 3300-CALC-TAX-EXIT.
009520     IF DL980-INV-TAX NOT EQUAL DL980-REQ-TAX (DL980-REQ-IDX)
009530         MOVE 'REBUILT SALES TAX DOES NOT AGREE WITH THE REGISTER'
009540             TO DL980-REFUSE-REASON
009550         MOVE DL980-INV-TAX TO REFUSE-REBUILT
009560         MOVE DL980-REQ-TAX (DL980-REQ-IDX) TO REFUSE-REGISTER
009570         PERFORM 3900-WRITE-REFUSAL-RTN
009580             THRU 3900-WRITE-REFUSAL-EXIT
009590         WRITE REPRINT-REC-OUT FROM REFUSE-AMT-LINE
009600               AFTER ADVANCING 1 LINE
009610         GO TO 3000-REPRINT-ONE-EXIT
009620     END-IF.
009630     PERFORM 4000-WRITE-INVOICE-RTN
009640         THRU 4000-WRITE-INVOICE-EXIT.
009650 3000-REPRINT-ONE-EXIT.
009660     EXIT.
009670
009680******************************************************************
009690* 3100-REBUILD-DETAIL-RTN
009700* Reads the history rows the daily run wrote for the project on
009710* the invoice date - the partition for the invoice month when
009720* it exists, else the old flat file - and buffers them as the
009730* invoice detail, totalling their T+M value as the run did: an
009740* adjustment (credit) row goes in negative, the premium on top.
009750* Once the year is closed the partition is still there but empty,
009760* and the rows are read from that year's history archive.
009770******************************************************************
009780 3100-REBUILD-DETAIL-RTN.
009790     MOVE ZERO TO DL980-HIST-ROW-CNT.
009800     MOVE ZERO TO DL980-INVDET-CNT.
009810     MOVE ZERO TO DL980-TM-TOTAL.
009820     MOVE SPACES TO DL980-HISTORY-NAME.
009830     STRING 'C:\6010405467-HIST-' DL980-CUR-DATE (1:6) '.txt'
009840         DELIMITED BY SIZE INTO DL980-HISTORY-NAME.
009850     OPEN INPUT HISTORY-IN.
009860     IF DL980-HISTORY-STATUS NOT EQUAL '00'
009870         MOVE 'C:\6010405467-HISTORY.txt' TO DL980-HISTORY-NAME
009880         OPEN INPUT HISTORY-IN
009890     END-IF.
009900     IF DL980-HISTORY-STATUS NOT EQUAL '00'
009910         GO TO 3100-REBUILD-DETAIL-EXIT
009920     END-IF.
009930     PERFORM 3110-READ-HISTORY-RTN
009940         THRU 3110-READ-HISTORY-EXIT
009950         UNTIL DL980-HISTORY-STATUS NOT EQUAL '00'.
009960     CLOSE HISTORY-IN.
009970     IF DL980-HIST-ROW-CNT EQUAL ZERO
009980         MOVE SPACES TO DL980-HISTORY-NAME
009990         STRING 'C:\6010405467-HISTARC-' DL980-CUR-DATE (1:4)
010000             '.txt' DELIMITED BY SIZE INTO DL980-HISTORY-NAME
010010         OPEN INPUT HISTORY-IN
010020         IF DL980-HISTORY-STATUS EQUAL '00'
010030             PERFORM 3110-READ-HISTORY-RTN
010040                 THRU 3110-READ-HISTORY-EXIT
010050                 UNTIL DL980-HISTORY-STATUS NOT EQUAL '00'
010060             CLOSE HISTORY-IN
010070         END-IF
010080     END-IF.
010090 3100-REBUILD-DETAIL-EXIT.
010100     EXIT.
010110
010120 3110-READ-HISTORY-RTN.
010130     READ HISTORY-IN.
010140     IF DL980-HISTORY-STATUS NOT EQUAL '00'
010150         GO TO 3110-READ-HISTORY-EXIT
010160     END-IF.
010170     IF HIST-IN-RUN-DATE NOT EQUAL DL980-CUR-DATE
010180        OR HIST-IN-PROJ-NUM NOT EQUAL DL980-CUR-PROJ
010190         GO TO 3110-READ-HISTORY-EXIT
010200     END-IF.
010210     ADD 1 TO DL980-HIST-ROW-CNT.
010220*    History rows from before the premium column leave the
010230*    field as spaces - read those as a zero premium.
010240     IF HIST-IN-OT-PREM IS NOT NUMERIC
010250         MOVE ZERO TO HIST-IN-OT-PREM
010260     END-IF.
010270     MOVE HIST-IN-RESULT TO DL980-WORK-CHG.
010280     IF HIST-IN-REC-TYPE EQUAL 'A'
010290         SUBTRACT DL980-WORK-CHG FROM ZERO
010300             GIVING DL980-WORK-CHG
010310     END-IF.
010320     ADD DL980-WORK-CHG TO DL980-TM-TOTAL.
010330     ADD HIST-IN-OT-PREM TO DL980-TM-TOTAL.
010340     IF DL980-INVDET-CNT NOT LESS THAN 200
010350         GO TO 3110-READ-HISTORY-EXIT
010360     END-IF.
010370     ADD 1 TO DL980-INVDET-CNT.
010380     SET DL980-INVDET-IDX TO DL980-INVDET-CNT.
010390     MOVE HIST-IN-EMP-NUM
010400         TO DL980-INVDET-EMP-NUM (DL980-INVDET-IDX).
010410     IF HIST-IN-EMP-NUM GREATER THAN ZERO
010420         MOVE DL980-EMP-NAME (HIST-IN-EMP-NUM)
010430             TO DL980-INVDET-EMP-NAME (DL980-INVDET-IDX)
010440     ELSE
010450         MOVE SPACES TO DL980-INVDET-EMP-NAME (DL980-INVDET-IDX)
010460     END-IF.
010470     MOVE HIST-IN-JOB-CLASS
010480         TO DL980-INVDET-CLASS (DL980-INVDET-IDX).
010490     MOVE HIST-IN-CHG-HOUR
010500         TO DL980-INVDET-RATE (DL980-INVDET-IDX).
010510     MOVE HIST-IN-HOURS TO DL980-INVDET-HOURS (DL980-INVDET-IDX).
010520     MOVE DL980-WORK-CHG TO DL980-INVDET-CHG (DL980-INVDET-IDX).
010530     MOVE HIST-IN-OT-PREM
010540         TO DL980-INVDET-PREM (DL980-INVDET-IDX).
010550 3110-READ-HISTORY-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590* 3200-SET-BILL-AMT-RTN
010600* Works out what the invoice billed under the project's billing
010610* arrangement, the way B6010405467 does: time and materials
010620* bills the T+M value; a fixed-fee project bills the agreed
010630* fee; a not-to-exceed project bills the T+M value up to the
010640* room left under the cap after what the register shows billed
010650* for the project earlier in the same year. A credit day always
010660* passes through in full.
010670* Invoices of a closed year that were taken off the register are
010680* read from that year's register archive.
010690******************************************************************
010700 3200-SET-BILL-AMT-RTN.
010710     MOVE ZERO TO DL980-NTE-EXCESS.
010720     MOVE DL980-TM-TOTAL TO DL980-BILL-AMT.
010730     MOVE DL980-PROJ-ARR (DL980-CUR-PROJ) TO DL980-ARR-WORK.
010740     IF DL980-ARR-FIXED-FEE
010750         MOVE DL980-PROJ-ARR-AMT (DL980-CUR-PROJ)
010760             TO DL980-BILL-AMT
010770         GO TO 3200-SET-BILL-AMT-EXIT
010780     END-IF.
010790     IF NOT DL980-ARR-NTE
010800         GO TO 3200-SET-BILL-AMT-EXIT
010810     END-IF.
010820     MOVE ZERO TO DL980-NTE-PRIOR-CUM.
010830     OPEN INPUT INVREG-IN.
010840     PERFORM 3210-SUM-PRIOR-BILLED-RTN
010850         THRU 3210-SUM-PRIOR-BILLED-EXIT
010860         UNTIL DL980-INVREG-STATUS NOT EQUAL '00'.
010870     CLOSE INVREG-IN.
010880     MOVE SPACES TO DL980-INVARC-NAME.
010890     STRING 'C:\6010405467-INVREGARC-' DL980-CUR-DATE (1:4) '.txt'
010900         DELIMITED BY SIZE INTO DL980-INVARC-NAME.
010910     OPEN INPUT INVARC-IN.
010920     IF DL980-INVARC-STATUS EQUAL '00'
010930         PERFORM 3220-SUM-PRIOR-ARCHIVED-RTN
010940             THRU 3220-SUM-PRIOR-ARCHIVED-EXIT
010950             UNTIL DL980-INVARC-STATUS NOT EQUAL '00'
010960         CLOSE INVARC-IN
010970     END-IF.
010980     SUBTRACT DL980-NTE-PRIOR-CUM
010990         FROM DL980-PROJ-ARR-AMT (DL980-CUR-PROJ)
011000         GIVING DL980-NTE-ROOM.
011010     IF DL980-NTE-ROOM LESS THAN ZERO
011020         MOVE ZERO TO DL980-NTE-ROOM
011030     END-IF.
011040     IF DL980-TM-TOTAL NOT GREATER DL980-NTE-ROOM
011050         GO TO 3200-SET-BILL-AMT-EXIT
011060     END-IF.
011070     MOVE DL980-NTE-ROOM TO DL980-BILL-AMT.
011080     SUBTRACT DL980-BILL-AMT FROM DL980-TM-TOTAL
011090         GIVING DL980-NTE-EXCESS.
011100 3200-SET-BILL-AMT-EXIT.
011110     EXIT.
011120
011130 3210-SUM-PRIOR-BILLED-RTN.
011140     READ INVREG-IN.
011150     IF DL980-INVREG-STATUS NOT EQUAL '00'
011160         GO TO 3210-SUM-PRIOR-BILLED-EXIT
011170     END-IF.
011180     IF INVREG-PROJ-NUM EQUAL DL980-CUR-PROJ
011190        AND INVREG-DATE (1:4) EQUAL DL980-CUR-DATE (1:4)
011200        AND INVREG-INV-NUM < DL980-CUR-INV
011210         ADD INVREG-AMOUNT TO DL980-NTE-PRIOR-CUM
011220     END-IF.
011230 3210-SUM-PRIOR-BILLED-EXIT.
011240     EXIT.
011250
011260 3220-SUM-PRIOR-ARCHIVED-RTN.
011270     READ INVARC-IN.
011280     IF DL980-INVARC-STATUS NOT EQUAL '00'
011290         GO TO 3220-SUM-PRIOR-ARCHIVED-EXIT
011300     END-IF.
011310     IF INVARC-PROJ-NUM EQUAL DL980-CUR-PROJ
011320        AND INVARC-DATE (1:4) EQUAL DL980-CUR-DATE (1:4)
011330        AND INVARC-INV-NUM < DL980-CUR-INV
011340         ADD INVARC-AMOUNT TO DL980-NTE-PRIOR-CUM
011350     END-IF.
011360 3220-SUM-PRIOR-ARCHIVED-EXIT.
011370     EXIT.
011380
011390******************************************************************
011400* 3300-CALC-TAX-RTN
011410* Works out the sales tax on the billed amount at the project's
011420* rate, as the daily run does. A project with no rate row (or
011430* no tax-rate file at all) taxes at zero.
011440******************************************************************
011450 3300-CALC-TAX-RTN.
011460     MOVE DL980-PROJ-TAX-PCT (DL980-CUR-PROJ)
011470         TO DL980-INV-TAX-PCT.
011480     MULTIPLY DL980-BILL-AMT BY DL980-INV-TAX-PCT
011490         GIVING DL980-TAX-WORK.
011500     DIVIDE DL980-TAX-WORK BY 100
011510         GIVING DL980-INV-TAX ROUNDED.
011520 3300-CALC-TAX-EXIT.
011530     EXIT.
011540
011550******************************************************************
011560* 3900-WRITE-REFUSAL-RTN
011570* Records an invoice not reprinted, with the reason, on the
011580* console and in the reprint file.
011590******************************************************************
011600 3900-WRITE-REFUSAL-RTN.
011610     ADD 1 TO DL980-REFUSED-CNT.
011620     MOVE DL980-CUR-INV TO REFUSE-INV-NUM.
011630     MOVE DL980-REFUSE-REASON TO REFUSE-REASON.
011640     WRITE REPRINT-REC-OUT FROM REFUSE-LINE
011650           AFTER ADVANCING 2 LINES.
011660     DISPLAY 'I6010405467: INVOICE ' DL980-CUR-INV
011670         ' NOT REPRINTED - ' DL980-REFUSE-REASON.
011680 3900-WRITE-REFUSAL-EXIT.
011690     EXIT.
011700
011710******************************************************************
011720* 4000-WRITE-INVOICE-RTN
011730* Prints the duplicate - the daily run's document line for line
011740* with the register's invoice date, amount, tax and due date,
011750* marked as a duplicate under the heading and below the totals.
011760******************************************************************
011770 4000-WRITE-INVOICE-RTN.
011780     MOVE DL980-CUR-INV TO INV-OUT-NUM.
011790     MOVE DL980-CUR-DATE TO INV-OUT-DATE.
011800     MOVE DL980-CUR-PROJ TO INV-OUT-PROJ-NUM.
011810     MOVE DL980-PROJ-NAME (DL980-CUR-PROJ) TO INV-OUT-PROJ-NAME.
011820     MOVE DL980-BILL-AMT TO INV-OUT-TOTAL.
011830     MOVE DL980-PROJ-CLIENT (DL980-CUR-PROJ) TO INV-OUT-CLIENT.
011840     MOVE DL980-DFLT-TERMS TO DL980-INV-TERMS.
011850     MOVE ZERO TO DL980-CLNT-FOUND-IDX.
011860     IF DL980-PROJ-CLNUM (DL980-CUR-PROJ) GREATER THAN ZERO
011870         PERFORM 4010-SEARCH-CLNTMAST-RTN
011880             THRU 4010-SEARCH-CLNTMAST-EXIT
011890     END-IF.
011900     IF DL980-REQ-DUE-DATE (DL980-REQ-IDX) IS NUMERIC
011910        AND DL980-REQ-DUE-DATE (DL980-REQ-IDX) NOT EQUAL ZERO
011920         MOVE DL980-REQ-DUE-DATE (DL980-REQ-IDX)
011930             TO DL980-INV-DUE-DATE
011940     ELSE
011950         PERFORM 2930-CALC-DUE-DATE-RTN
011960             THRU 2930-CALC-DUE-DATE-EXIT
011970     END-IF.
011980     MOVE DL980-INV-TERMS TO DL980-INV-TERMS-DAYS.
011990     MOVE DL980-RUN-DATE-8 TO INV-DUP-DATE.
012000     WRITE REPRINT-REC-OUT FROM INV-HEAD-1
012010           AFTER ADVANCING PAGE.
012020     WRITE REPRINT-REC-OUT FROM INV-DUP-NOTE
012030           AFTER ADVANCING 1 LINE.
012040     WRITE REPRINT-REC-OUT FROM INV-HEAD-2
012050           AFTER ADVANCING 1 LINE.
012060     PERFORM 4030-WRITE-BILL-TO-RTN
012070         THRU 4030-WRITE-BILL-TO-EXIT.
012080     WRITE REPRINT-REC-OUT FROM INV-HEAD-3
012090           AFTER ADVANCING 1 LINE.
012100     WRITE REPRINT-REC-OUT FROM INV-COL-1
012110           AFTER ADVANCING 2 LINES.
012120     WRITE REPRINT-REC-OUT FROM CLOSE-1
012130           AFTER ADVANCING 1 LINE.
012140     PERFORM 4040-WRITE-INV-DETAIL-RTN
012150         THRU 4040-WRITE-INV-DETAIL-EXIT
012160         VARYING DL980-INVDET-IDX FROM 1 BY 1
012170         UNTIL DL980-INVDET-IDX > DL980-INVDET-CNT.
012180     WRITE REPRINT-REC-OUT FROM CLOSE-1
012190           AFTER ADVANCING 1 LINE.
012200     WRITE REPRINT-REC-OUT FROM INV-FOOT-1
012210           AFTER ADVANCING 1 LINE.
012220     IF DL980-ARR-FIXED-FEE
012230         MOVE SPACES TO INV-ARR-NOTE-TEXT
012240         MOVE '*** FIXED-FEE ARRANGEMENT - THE AGREED FEE IS'
012250             TO INV-ARR-NOTE-TEXT
012260         MOVE 'BILLED; DETAIL IS FOR REFERENCE ***'
012270             TO INV-ARR-NOTE-TEXT (47:35)
012280         WRITE REPRINT-REC-OUT FROM INV-ARR-NOTE
012290               AFTER ADVANCING 1 LINE
012300     END-IF.
012310     IF DL980-ARR-NTE AND DL980-NTE-EXCESS NOT EQUAL ZERO
012320         MOVE SPACES TO INV-ARR-NOTE-TEXT
012330         MOVE '*** NOT-TO-EXCEED CAP APPLIED - THE EXCESS IS'
012340             TO INV-ARR-NOTE-TEXT
012350         MOVE 'ON THE NTE EXCESS LISTING ***'
012360             TO INV-ARR-NOTE-TEXT (47:29)
012370         WRITE REPRINT-REC-OUT FROM INV-ARR-NOTE
012380               AFTER ADVANCING 1 LINE
012390     END-IF.
012400     IF DL980-INV-TAX NOT EQUAL ZERO
012410         MOVE DL980-INV-TAX-PCT TO INV-OUT-TAX-PCT
012420         MOVE DL980-INV-TAX TO INV-OUT-TAX
012430         ADD DL980-BILL-AMT DL980-INV-TAX
012440             GIVING DL980-INV-TOTAL-DUE
012450         MOVE DL980-INV-TOTAL-DUE TO INV-OUT-DUE
012460         WRITE REPRINT-REC-OUT FROM INV-TAX-LINE
012470               AFTER ADVANCING 1 LINE
012480         WRITE REPRINT-REC-OUT FROM INV-DUE-LINE
012490               AFTER ADVANCING 1 LINE
012500     END-IF.
012510     MOVE DL980-REQ-RET-AMT (DL980-REQ-IDX) TO DL980-RET-APPLIED.
012520     IF DL980-RET-APPLIED NOT EQUAL ZERO
012530         ADD DL980-BILL-AMT DL980-INV-TAX
012540             GIVING DL980-INV-TOTAL-DUE
012550         SUBTRACT DL980-RET-APPLIED FROM DL980-INV-TOTAL-DUE
012560             GIVING DL980-NET-DUE
012570         MOVE DL980-RET-APPLIED TO INV-OUT-RET
012580         MOVE DL980-NET-DUE TO INV-OUT-NET-DUE
012590         WRITE REPRINT-REC-OUT FROM INV-RET-LINE
012600               AFTER ADVANCING 1 LINE
012610         WRITE REPRINT-REC-OUT FROM INV-NET-DUE-LINE
012620               AFTER ADVANCING 1 LINE
012630         PERFORM 4050-FIND-RET-LEFT-RTN
012640             THRU 4050-FIND-RET-LEFT-EXIT
012650         IF DL980-RET-SEEN
012660             MOVE DL980-RET-LEFT TO INV-OUT-RET-LEFT
012670             WRITE REPRINT-REC-OUT FROM INV-RET-LEFT-LINE
012680                   AFTER ADVANCING 1 LINE
012690         END-IF
012700     END-IF.
012710     WRITE REPRINT-REC-OUT FROM INV-DUP-NOTE
012720           AFTER ADVANCING 2 LINES.
012730     ADD 1 TO DL980-REPRINTED-CNT.
012740 4000-WRITE-INVOICE-EXIT.
012750     EXIT.
012760
012770******************************************************************
012780* 4010-SEARCH-CLNTMAST-RTN
012790* Looks up the project's client on the client master table. On
012800* a hit the invoice bills to the client's legal name and takes
012810* its terms; DL980-CLNT-FOUND-IDX stays zero on a miss.
012820******************************************************************
012830 4010-SEARCH-CLNTMAST-RTN.
012840     MOVE 'N' TO DL980-FOUND-SW.
012850     PERFORM 4020-TEST-CLNTMAST-RTN
012860         THRU 4020-TEST-CLNTMAST-EXIT
012870         VARYING DL980-CLNT-IDX FROM 1 BY 1
012880         UNTIL DL980-CLNT-IDX > DL980-CLNT-CNT
012890            OR DL980-FOUND.
012900     IF DL980-FOUND
012910         MOVE DL980-CLNT-LEGAL-NAME (DL980-CLNT-FOUND-IDX)
012920             TO INV-OUT-CLIENT
012930         IF DL980-CLNT-TERMS (DL980-CLNT-FOUND-IDX) EQUAL 15
012940            OR DL980-CLNT-TERMS (DL980-CLNT-FOUND-IDX) EQUAL 30
012950            OR DL980-CLNT-TERMS (DL980-CLNT-FOUND-IDX) EQUAL 45
012960             MOVE DL980-CLNT-TERMS (DL980-CLNT-FOUND-IDX)
012970                 TO DL980-INV-TERMS
012980         END-IF
012990     END-IF.
013000 4010-SEARCH-CLNTMAST-EXIT.
013010     EXIT.
013020
013030 4020-TEST-CLNTMAST-RTN.
013040     IF DL980-CLNT-NUM (DL980-CLNT-IDX)
013050            EQUAL DL980-PROJ-CLNUM (DL980-CUR-PROJ)
013060         MOVE 'Y' TO DL980-FOUND-SW
013070         SET DL980-CLNT-FOUND-IDX TO DL980-CLNT-IDX
013080     END-IF.
013090 4020-TEST-CLNTMAST-EXIT.
013100     EXIT.
013110
013120******************************************************************
013130* 4030-WRITE-BILL-TO-RTN
013140* Prints the bill-to address under the client name, with the
013150* payment terms and due date at the right of the first two
013160* lines. A client not on the master prints no address.
013170******************************************************************
013180 4030-WRITE-BILL-TO-RTN.
013190     MOVE SPACES TO INV-OUT-ADDR.
013200     IF DL980-CLNT-FOUND-IDX GREATER THAN ZERO
013210         MOVE DL980-CLNT-ADDR-1 (DL980-CLNT-FOUND-IDX)
013220             TO INV-OUT-ADDR
013230     END-IF.
013240     MOVE 'TERMS' TO INV-OUT-ADDR-LABEL.
013250     MOVE DL980-INV-TERMS-TEXT TO INV-OUT-ADDR-VALUE.
013260     WRITE REPRINT-REC-OUT FROM INV-ADDR-LINE
013270           AFTER ADVANCING 1 LINE.
013280     MOVE SPACES TO INV-OUT-ADDR.
013290     IF DL980-CLNT-FOUND-IDX GREATER THAN ZERO
013300         MOVE DL980-CLNT-ADDR-2 (DL980-CLNT-FOUND-IDX)
013310             TO INV-OUT-ADDR
013320     END-IF.
013330     MOVE 'DUE DATE' TO INV-OUT-ADDR-LABEL.
013340     MOVE DL980-INV-DUE-DATE TO INV-OUT-ADDR-VALUE.
013350     WRITE REPRINT-REC-OUT FROM INV-ADDR-LINE
013360           AFTER ADVANCING 1 LINE.
013370     IF DL980-CLNT-FOUND-IDX EQUAL ZERO
013380         GO TO 4030-WRITE-BILL-TO-EXIT
013390     END-IF.
013400     IF DL980-CLNT-ADDR-3 (DL980-CLNT-FOUND-IDX) EQUAL SPACES
013410         GO TO 4030-WRITE-BILL-TO-EXIT
013420     END-IF.
013430     MOVE DL980-CLNT-ADDR-3 (DL980-CLNT-FOUND-IDX)
013440         TO INV-OUT-ADDR.
013450     MOVE SPACES TO INV-OUT-ADDR-LABEL.
013460     MOVE SPACES TO INV-OUT-ADDR-VALUE.
013470     WRITE REPRINT-REC-OUT FROM INV-ADDR-LINE
013480           AFTER ADVANCING 1 LINE.
013490 4030-WRITE-BILL-TO-EXIT.
013500     EXIT.
013510
013520 4040-WRITE-INV-DETAIL-RTN.
013530     MOVE DL980-INVDET-EMP-NUM (DL980-INVDET-IDX)
013540         TO INV-OUT-EMP-NUM.
013550     MOVE DL980-INVDET-EMP-NAME (DL980-INVDET-IDX)
013560         TO INV-OUT-EMP-NAME.
013570     MOVE DL980-INVDET-CLASS (DL980-INVDET-IDX)
013580         TO INV-OUT-CLASS.
013590     MOVE DL980-INVDET-RATE (DL980-INVDET-IDX)
013600         TO INV-OUT-RATE.
013610     MOVE DL980-INVDET-HOURS (DL980-INVDET-IDX)
013620         TO INV-OUT-HOURS.
013630     MOVE DL980-INVDET-CHG (DL980-INVDET-IDX)
013640         TO INV-OUT-CHG.
013650     MOVE DL980-INVDET-PREM (DL980-INVDET-IDX)
013660        TO INV-OUT-PREM.
013670     WRITE REPRINT-REC-OUT FROM INV-DETAIL
013680           AFTER ADVANCING 1 LINE.
013690 4040-WRITE-INV-DETAIL-EXIT.
013700     EXIT.
013710
013720******************************************************************
013730* 4050-FIND-RET-LEFT-RTN
013740* Works out the retainer left once the invoice being reprinted
013750* had drawn on it. The ledger is read once to find the invoice's
013760* own drawdown row - which names the client and project - then
013770* again to total that client/project's deposits less drawdowns
013780* down to and including it. DL980-RET-SEEN is off when the
013790* ledger does not show the drawdown, and the line is left off.
013800******************************************************************
013810 4050-FIND-RET-LEFT-RTN.
013820     MOVE 'N' TO DL980-RET-SEEN-SW.
013830     MOVE ZERO TO DL980-RET-LEFT.
013840     OPEN INPUT RETAINER-IN.
013850     IF DL980-RETAINER-STATUS NOT EQUAL '00'
013860         GO TO 4050-FIND-RET-LEFT-EXIT
013870     END-IF.
013880     PERFORM 4052-FIND-DRAWDOWN-RTN
013890         THRU 4052-FIND-DRAWDOWN-EXIT
013900         UNTIL DL980-RETAINER-STATUS NOT EQUAL '00'
013910            OR DL980-RET-SEEN.
013920     CLOSE RETAINER-IN.
013930     IF NOT DL980-RET-SEEN
013940         GO TO 4050-FIND-RET-LEFT-EXIT
013950     END-IF.
013960     MOVE 'N' TO DL980-RET-SEEN-SW.
013970     OPEN INPUT RETAINER-IN.
013980     PERFORM 4054-SUM-RETAINER-RTN
013990         THRU 4054-SUM-RETAINER-EXIT
014000         UNTIL DL980-RETAINER-STATUS NOT EQUAL '00'
014010            OR DL980-RET-SEEN.
014020     CLOSE RETAINER-IN.
014030 4050-FIND-RET-LEFT-EXIT.
014040     EXIT.
014050
014060 4052-FIND-DRAWDOWN-RTN.
014070     READ RETAINER-IN.
014080     IF DL980-RETAINER-STATUS NOT EQUAL '00'
014090         GO TO 4052-FIND-DRAWDOWN-EXIT
014100     END-IF.
014110     IF RETAINER-APPLIED
014120        AND RETAINER-INV-NUM EQUAL DL980-CUR-INV
014130         MOVE RETAINER-CLIENT-NUM TO DL980-RET-CLNUM
014140         MOVE RETAINER-PROJ-NUM TO DL980-RET-PROJ
014150         MOVE 'Y' TO DL980-RET-SEEN-SW
014160     END-IF.
014170 4052-FIND-DRAWDOWN-EXIT.
014180     EXIT.
014190
014200 4054-SUM-RETAINER-RTN.
014210     READ RETAINER-IN.
014220     IF DL980-RETAINER-STATUS NOT EQUAL '00'
014230         GO TO 4054-SUM-RETAINER-EXIT
014240     END-IF.
014250     IF RETAINER-AMOUNT NOT NUMERIC
014260        OR RETAINER-CLIENT-NUM NOT EQUAL DL980-RET-CLNUM
014270        OR RETAINER-PROJ-NUM NOT EQUAL DL980-RET-PROJ
014280         GO TO 4054-SUM-RETAINER-EXIT
014290     END-IF.
014300     IF RETAINER-DEPOSIT
014310         ADD RETAINER-AMOUNT TO DL980-RET-LEFT
014320     END-IF.
014330     IF RETAINER-APPLIED
014340         SUBTRACT RETAINER-AMOUNT FROM DL980-RET-LEFT
014350         IF RETAINER-INV-NUM EQUAL DL980-CUR-INV
014360             MOVE 'Y' TO DL980-RET-SEEN-SW
014370         END-IF
014380     END-IF.
014390 4054-SUM-RETAINER-EXIT.
014400     EXIT.
014410
014420******************************************************************
014430* 8000-TERMINATE-RTN
014440* Closes the reprint file, shows the counts, and sets a warning
014450* return code when any invoice asked for was refused.
014460******************************************************************
014470 8000-TERMINATE-RTN.
014480     CLOSE REPRINT-OUT.
014490     DISPLAY 'I6010405467: ' DL980-REQ-FOUND-CNT
014500         ' INVOICES FOUND ' DL980-REPRINTED-CNT
014510         ' REPRINTED ' DL980-REFUSED-CNT ' REFUSED'.
014520     IF DL980-REFUSED-CNT GREATER THAN ZERO
014530         MOVE 'N' TO RUNLOG-BAL-FLAG
014540         MOVE 8 TO RETURN-CODE
014550     END-IF.
014560     PERFORM 8900-WRITE-RUNLOG-RTN
014570         THRU 8900-WRITE-RUNLOG-EXIT.
014580 8000-TERMINATE-EXIT.
014590     EXIT.
014600
014610******************************************************************
014620* 8900-WRITE-RUNLOG-RTN
014630* Appends this run's completion line to the permanent run-control
014640* log, the way every program in the suite does.
014650******************************************************************
014660 8900-WRITE-RUNLOG-RTN.
014670     ACCEPT DL980-END-TIME FROM TIME.
014680     OPEN EXTEND RUNLOG-OUT.
014690     IF DL980-RUNLOG-STATUS NOT EQUAL '00'
014700         OPEN OUTPUT RUNLOG-OUT
014710     END-IF.
014720     MOVE DL980-RUN-DATE-8 TO RUNLOG-DATE.
014730     MOVE DL980-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
014740     MOVE DL980-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
014750     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
014760     CLOSE RUNLOG-OUT.
014770 8900-WRITE-RUNLOG-EXIT.
014780     EXIT.
014790
014800 END PROGRAM I6010405467.
