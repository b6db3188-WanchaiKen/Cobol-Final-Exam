000010******************************************************************
000020* Program-Id: Y6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    Year-end close. Prints the final year-to-date
000070*             listing by project off the running-totals master
000080*             and keeps it on a permanent file before the
000090*             totals roll into the new year; moves the closed
000100*             year's billing history and the closed invoice
000110*             register and open-invoice rows into archive files
000120*             for the year, proving record counts and amounts
000130*             on a re-read before anything is taken off the
000140*             live files; and records the close on the
000150*             run-control log, which the posting runs read to
000160*             refuse a run dated in a closed year.
000170* Tectonics: cobc
000180******************************************************************
000190* Modification History
000200* ----------------------------------------------------------------
000210* 10/15/2026 DL  Initial version - nothing in the suite knew
000220*                about year end. The running-totals master reset
000230*                its YTD column on the first run of the new year
000240*                with no closing record kept, and the history
000250*                partitions, the register and the open-invoice
000260*                file grew forever. The year to close comes from
000270*                the command line as 'YYYY' and must be before
000280*                the year of the run date. The run is refused if
000290*                the year is already closed, if the billing run
000300*                has already rolled the running totals into the
000310*                new year, or if an archive for the year already
000320*                holds rows. Nothing is removed from a live file
000330*                unless every control total proves; a run that
000340*                does not prove empties its archives again,
000350*                leaves the live files as found and logs the
000360*                close as not balanced.
000362* 10/15/2026 DL  Carry the register's new retainer-applied field
000364*                through to the register archive and the rows
000366*                kept, so a closed year's archive still shows what
000368*                each invoice drew from a client retainer.
000369* 10/15/2026 DL  Stop the close at the first copy-back that does
000370*                not tie to its keep copy - the partitions, flat
000371*                history and running totals are left alone and the
000372*                keep copies are kept for the restore - and say so
000373*                apart from a close that did not prove, RC 12.
000374******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. Y6010405467.
000400 AUTHOR. D. LAURENT.
000410 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RUNTOT-IN ASSIGN TO 'C:\6010405467-RUNTOT.txt'
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS IS DL990-RUNTOT-STATUS.
000500
000510     SELECT RUNTOT-OUT ASSIGN TO 'C:\6010405467-RUNTOT.txt'
000520            ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT PROJMAST-IN ASSIGN TO 'C:\ProjMaster.txt'
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS DL990-PROJMAST-STATUS.
000570
000580     SELECT HISTORY-IN ASSIGN DYNAMIC DL990-HISTORY-NAME
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS DL990-HISTORY-STATUS.
000610
000620     SELECT HISTARC-FILE ASSIGN DYNAMIC DL990-HISTARC-NAME
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS DL990-HISTARC-STATUS.
000650
000660     SELECT HISTKEEP-FILE
000670            ASSIGN TO 'C:\6010405467-HISTORY-KEEP.txt'
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS DL990-HISTKEEP-STATUS.
000700
000710     SELECT INVREG-FILE ASSIGN TO 'C:\6010405467-INVREG.txt'
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS IS DL990-INVREG-STATUS.
000740
000750     SELECT INVARC-FILE ASSIGN DYNAMIC DL990-INVARC-NAME
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS IS DL990-INVARC-STATUS.
000780
000790     SELECT INVKEEP-FILE
000800            ASSIGN TO 'C:\6010405467-INVREG-KEEP.txt'
000810            ORGANIZATION IS LINE SEQUENTIAL
000820            FILE STATUS IS DL990-INVKEEP-STATUS.
000830
000840     SELECT OPENINV-FILE ASSIGN TO 'C:\6010405467-OPENINV.txt'
000850            ORGANIZATION IS LINE SEQUENTIAL
000860            FILE STATUS IS DL990-OPENINV-STATUS.
000870
000880     SELECT OINVARC-FILE ASSIGN DYNAMIC DL990-OINVARC-NAME
000890            ORGANIZATION IS LINE SEQUENTIAL
000900            FILE STATUS IS DL990-OINVARC-STATUS.
000910
000920     SELECT OINVKEEP-FILE
000930            ASSIGN TO 'C:\6010405467-OPENINV-KEEP.txt'
000940            ORGANIZATION IS LINE SEQUENTIAL
000950            FILE STATUS IS DL990-OINVKEEP-STATUS.
000960
000970     SELECT YECLOSE-OUT ASSIGN DYNAMIC DL990-YECLOSE-NAME
000980            ORGANIZATION IS LINE SEQUENTIAL.
000990
001000     SELECT RUNLOG-IN
001010            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
001020            ORGANIZATION IS LINE SEQUENTIAL
001030            FILE STATUS IS DL990-RUNLOG-IN-STATUS.
001040
001050     SELECT RUNLOG-OUT
001060            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
001070            ORGANIZATION IS LINE SEQUENTIAL
001080            FILE STATUS IS DL990-RUNLOG-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120*----------------------------------------------------------------
001130* Running-totals master as B6010405467 leaves it - the
001140* identification record (project 00) carries the run date that
001150* wrote the file. RUNTOT-OUT rewrites the master rolled into the
001160* new year once the close has proved.
001170*----------------------------------------------------------------
001180 FD  RUNTOT-IN.
001190 01  RUNTOT-REC-IN.
001200     05 RUNTOT-IN-PROJ-NUM PIC 99.
001210     05 RUNTOT-IN-YY PIC 99.
001220     05 RUNTOT-IN-MM PIC 99.
001230     05 RUNTOT-IN-MTD-CHG PIC S9(7)V99.
001240     05 RUNTOT-IN-YTD-CHG PIC S9(7)V99.
001250 01  RUNTOT-HDR-REC-IN.
001260     05 RUNTOT-HDR-IN-ID PIC 99.
001270     05 RUNTOT-HDR-IN-DATE PIC 9(8).
001280     05 PIC X(14).
001290
001300 FD  RUNTOT-OUT.
001310 01  RUNTOT-REC-OUT.
001320     05 RUNTOT-OUT-PROJ-NUM PIC 99.
001330     05 RUNTOT-OUT-YY PIC 99.
001340     05 RUNTOT-OUT-MM PIC 99.
001350     05 RUNTOT-OUT-MTD-CHG PIC S9(7)V99.
001360     05 RUNTOT-OUT-YTD-CHG PIC S9(7)V99.
001370 01  RUNTOT-HDR-REC-OUT.
001380     05 RUNTOT-HDR-OUT-ID PIC 99.
001390     05 RUNTOT-HDR-OUT-DATE PIC 9(8).
001400     05 PIC X(14).
001410
001420*----------------------------------------------------------------
001430* Project master - the project name on the YTD listing.
001440*----------------------------------------------------------------
001450 FD  PROJMAST-IN.
001460 01  PROJMAST-REC-IN.
001470     05 PROJMAST-PROJ-NUM PIC 99.
001480     05 PROJMAST-PROJ-NAME PIC A(12).
001490     05 PROJMAST-CLIENT-NAME PIC A(22).
001500     05 PROJMAST-STATUS PIC X.
001510     05 PROJMAST-BILL-ARR PIC X.
001520     05 PROJMAST-ARR-AMT PIC 9(7)V99.
001530     05 PROJMAST-CLIENT-NUM PIC 9(5).
001540
001550*----------------------------------------------------------------
001560* Billing history - one monthly partition of the closed year at
001570* a time, then the old flat file. HISTARC-FILE is the year's
001580* history archive, written and then re-read for the proof;
001590* HISTKEEP-FILE holds the flat-file rows from later years until
001600* they are copied back. The amount fields are taken as they
001610* stand and hashed the way H6010405467 hashes them.
001620*----------------------------------------------------------------
001630 FD  HISTORY-IN.
001640 01  HISTORY-REC-IN.
001650     05 HIST-IN-RUN-DATE PIC X(8).
001660     05 PIC X(34).
001670     05 HIST-IN-RESULT PIC X(7).
001680     05 HIST-IN-OT-PREM PIC X(7).
001690     05 PIC X(9).
001700
001710 FD  HISTARC-FILE.
001720 01  HISTARC-REC.
001730     05 PIC X(42).
001740     05 HISTARC-RESULT PIC X(7).
001750     05 HISTARC-OT-PREM PIC X(7).
001760     05 PIC X(9).
001770
001780 FD  HISTKEEP-FILE.
001790 01  HISTKEEP-REC.
001800     05 PIC X(42).
001810     05 HISTKEEP-RESULT PIC X(7).
001820     05 HISTKEEP-OT-PREM PIC X(7).
001830     05 PIC X(9).
001840
001850*----------------------------------------------------------------
001860* Invoice register, the year's register archive, and the work
001870* copy of the rows that stay on the register.
001880*----------------------------------------------------------------
001890 FD  INVREG-FILE.
001900 01  INVREG-REC.
001910     05 INVREG-INV-NUM PIC 9(6).
001920     05 INVREG-DATE PIC 9(8).
001930     05 INVREG-PROJ-NUM PIC 99.
001940     05 INVREG-AMOUNT PIC S9(7)V99.
001950     05 INVREG-TAX PIC S9(7)V99.
001960     05 INVREG-DUE-DATE PIC 9(8).
001962     05 INVREG-RET-AMT PIC S9(7)V99.
001970
001980 FD  INVARC-FILE.
001990 01  INVARC-REC.
002000     05 PIC X(16).
002010     05 INVARC-AMOUNT PIC S9(7)V99.
002020     05 PIC X(26).
002030
002040 FD  INVKEEP-FILE.
002050 01  INVKEEP-REC.
002060     05 PIC X(16).
002070     05 INVKEEP-AMOUNT PIC S9(7)V99.
002080     05 PIC X(26).
002090
002100*----------------------------------------------------------------
002110* Open-invoice file as A6010405467 leaves it - status 'C' is a
002120* closed item, paid in full or written off. With it the year's
002130* open-invoice archive and the work copy of the rows that stay.
002140*----------------------------------------------------------------
002150 FD  OPENINV-FILE.
002160 01  OPENINV-REC.
002170     05 OPENINV-INV-NUM PIC 9(6).
002180     05 OPENINV-DATE PIC 9(8).
002190     05 OPENINV-PROJ-NUM PIC 99.
002200     05 OPENINV-AMOUNT PIC S9(7)V99.
002210     05 OPENINV-PAID PIC S9(7)V99.
002220     05 OPENINV-STATUS PIC X.
002230     05 OPENINV-DUE-DATE PIC 9(8).
002240     05 OPENINV-WOFF-AMT PIC S9(7)V99.
002250
002260 FD  OINVARC-FILE.
002270 01  OINVARC-REC.
002280     05 PIC X(16).
002290     05 OINVARC-AMOUNT PIC S9(7)V99.
002300     05 PIC X(27).
002310
002320 FD  OINVKEEP-FILE.
002330 01  OINVKEEP-REC.
002340     05 PIC X(16).
002350     05 OINVKEEP-AMOUNT PIC S9(7)V99.
002360     05 PIC X(27).
002370
002380*----------------------------------------------------------------
002390* Year-end close listing - the final YTD listing by project and
002400* the archive control totals. Kept permanently, one per year.
002410*----------------------------------------------------------------
002420 FD  YECLOSE-OUT.
002430 01  YECLOSE-REC-OUT PIC X(132).
002440
002450*----------------------------------------------------------------
002460* Run-control log, as appended by every program in the suite -
002470* the run date leads the line, the balanced flag sits at byte
002480* 88 and the program id at bytes 90-100. A close line from this
002490* program carries the closed year at bytes 36-39. RUNLOG-IN
002500* reads it for the already-closed check; RUNLOG-OUT appends
002510* this run's own line.
002520*----------------------------------------------------------------
002530 FD  RUNLOG-IN.
002540 01  RUNLOG-REC-IN.
002550     05 RUNLOG-IN-DATE PIC X(8).
002560     05 PIC X(27).
002570     05 RUNLOG-IN-CLOSE-YEAR PIC X(4).
002580     05 PIC X(48).
002590     05 RUNLOG-IN-FLAG PIC X.
002600     05 PIC X(1).
002610     05 RUNLOG-IN-PROG PIC X(11).
002620
002630 FD  RUNLOG-OUT.
002640 01  RUNLOG-REC-OUT PIC X(132).
002650
002660 WORKING-STORAGE SECTION.
002670 01  DL990-WORK-AREAS.
002680     05 DL990-RUNTOT-STATUS PIC XX VALUE SPACES.
002690     05 DL990-PROJMAST-STATUS PIC XX VALUE SPACES.
002700     05 DL990-HISTORY-STATUS PIC XX VALUE SPACES.
002710     05 DL990-HISTARC-STATUS PIC XX VALUE SPACES.
002720     05 DL990-HISTKEEP-STATUS PIC XX VALUE SPACES.
002730     05 DL990-INVREG-STATUS PIC XX VALUE SPACES.
002740     05 DL990-INVARC-STATUS PIC XX VALUE SPACES.
002750     05 DL990-INVKEEP-STATUS PIC XX VALUE SPACES.
002760     05 DL990-OPENINV-STATUS PIC XX VALUE SPACES.
002770     05 DL990-OINVARC-STATUS PIC XX VALUE SPACES.
002780     05 DL990-OINVKEEP-STATUS PIC XX VALUE SPACES.
002790     05 DL990-RUNLOG-IN-STATUS PIC XX VALUE SPACES.
002800     05 DL990-HISTORY-NAME PIC X(40) VALUE SPACES.
002810     05 DL990-HISTARC-NAME PIC X(40) VALUE SPACES.
002820     05 DL990-INVARC-NAME PIC X(40) VALUE SPACES.
002830     05 DL990-OINVARC-NAME PIC X(40) VALUE SPACES.
002840     05 DL990-YECLOSE-NAME PIC X(40) VALUE SPACES.
002850     05 DL990-PARM-LINE PIC X(20) VALUE SPACES.
002860     05 DL990-CLOSE-YEAR PIC 9(4) VALUE ZERO.
002870     05 DL990-CLOSE-YEAR-X REDEFINES DL990-CLOSE-YEAR.
002880        10 PIC 99.
002890        10 DL990-CLOSE-YY PIC 99.
002900     05 DL990-NEW-YEAR PIC 9(4) VALUE ZERO.
002910     05 DL990-NEW-YEAR-X REDEFINES DL990-NEW-YEAR.
002920        10 PIC 99.
002930        10 DL990-NEW-YY PIC 99.
002940     05 DL990-LAST-CLOSED PIC 9(4) VALUE ZERO.
002950     05 DL990-RUN-DATE-8 PIC 9(8) VALUE ZERO.
002960     05 DL990-RUN-DATE-X REDEFINES DL990-RUN-DATE-8.
002970        10 DL990-RUN-YYYY PIC 9(4).
002980        10 PIC 9(4).
002990     05 DL990-MAST-DATE PIC 9(8) VALUE ZERO.
003000     05 DL990-MAST-HDR-SW PIC X VALUE 'N'.
003010        88 DL990-MAST-HAS-HDR         VALUE 'Y'.
003020     05 DL990-RUNTOT-FOUND-SW PIC X VALUE 'N'.
003030        88 DL990-RUNTOT-FOUND         VALUE 'Y'.
003040     05 DL990-FLAT-SW PIC X VALUE 'N'.
003050        88 DL990-FLAT-PRESENT         VALUE 'Y'.
003060     05 DL990-INVREG-SW PIC X VALUE 'N'.
003070        88 DL990-INVREG-PRESENT       VALUE 'Y'.
003080     05 DL990-OPENINV-SW PIC X VALUE 'N'.
003090        88 DL990-OPENINV-PRESENT      VALUE 'Y'.
003100     05 DL990-FOUND-SW PIC X VALUE 'N'.
003110        88 DL990-FOUND                VALUE 'Y'.
003120        88 DL990-NOT-FOUND            VALUE 'N'.
003130     05 DL990-BROKEN-SW PIC X VALUE 'N'.
003140        88 DL990-RUN-BROKEN           VALUE 'Y'.
003142     05 DL990-APPLY-FAIL-SW PIC X VALUE 'N'.
003144        88 DL990-APPLY-FAILED         VALUE 'Y'.
003150     05 DL990-SUB PIC 999 COMP VALUE ZERO.
003160     05 DL990-MONTH PIC 99 VALUE ZERO.
003170     05 DL990-PART-MONTH PIC 9(6) VALUE ZERO.
003180     05 DL990-SRCH-INV-NUM PIC 9(6) VALUE ZERO.
003190     05 DL990-WORK-AMT PIC 9(6)V99 VALUE ZERO.
003200     05 DL990-PARSE-CHG PIC X(7) VALUE SPACES.
003210     05 DL990-PARSE-PREM PIC X(7) VALUE SPACES.
003220     05 DL990-PARSE-AMT PIC 9(5)V99 VALUE ZERO.
003230     05 DL990-YTD-TOTAL PIC S9(9)V99 VALUE ZERO.
003240     05 DL990-COPY-CNT PIC 9(7) COMP VALUE ZERO.
003250     05 DL990-COPY-AMT PIC S9(11)V99 VALUE ZERO.
003260
003270*----------------------------------------------------------------
003280* Control totals - one row each for the history, the register
003290* and the open-invoice file: rows and amount read off the live
003300* file, written to the archive and to the keep copy, and found
003310* again when each of those was re-read.
003320*----------------------------------------------------------------
003330 01  DL990-CONTROL-AREAS.
003340     05 DL990-CTL-TAB OCCURS 3 TIMES
003350                       INDEXED BY DL990-CTL-IDX.
003360        10 DL990-CTL-IN-CNT PIC 9(7) COMP.
003370        10 DL990-CTL-IN-AMT PIC S9(11)V99.
003380        10 DL990-CTL-ARC-CNT PIC 9(7) COMP.
003390        10 DL990-CTL-ARC-AMT PIC S9(11)V99.
003400        10 DL990-CTL-KEEP-CNT PIC 9(7) COMP.
003410        10 DL990-CTL-KEEP-AMT PIC S9(11)V99.
003420        10 DL990-CTL-ARC-VCNT PIC 9(7) COMP.
003430        10 DL990-CTL-ARC-VAMT PIC S9(11)V99.
003440        10 DL990-CTL-KEEP-VCNT PIC 9(7) COMP.
003450        10 DL990-CTL-KEEP-VAMT PIC S9(11)V99.
003460 01  DL990-CTL-NAME-VALUES.
003470     05 PIC X(12) VALUE 'HISTORY     '.
003480     05 PIC X(12) VALUE 'INVOICE REG '.
003490     05 PIC X(12) VALUE 'OPEN INVOICE'.
003500 01  DL990-CTL-NAME-TAB REDEFINES DL990-CTL-NAME-VALUES.
003510     05 DL990-CTL-NAME PIC X(12) OCCURS 3 TIMES.
003520 77  DL990-CTL-HIST PIC 9 VALUE 1.
003530 77  DL990-CTL-INVREG PIC 9 VALUE 2.
003540 77  DL990-CTL-OPENINV PIC 9 VALUE 3.
003550
003560*----------------------------------------------------------------
003570* History partitions of the closed year found on hand - only
003580* those are emptied once the close proves.
003590*----------------------------------------------------------------
003600 01  DL990-PART-AREAS.
003610     05 DL990-PART-SW PIC X OCCURS 12 TIMES.
003620
003630*----------------------------------------------------------------
003640* Running-totals master, slotted directly by PROJ_NUM so the
003650* listing comes out in project order.
003660*----------------------------------------------------------------
003670 01  DL990-RUNTOT-AREAS.
003680     05 DL990-RUNTOT-TAB OCCURS 99 TIMES.
003690        10 DL990-RUNTOT-ON-FILE PIC X.
003700        10 DL990-RUNTOT-YY PIC 99.
003710        10 DL990-RUNTOT-MM PIC 99.
003720        10 DL990-RUNTOT-MTD PIC S9(7)V99.
003730        10 DL990-RUNTOT-YTD PIC S9(7)V99.
003740     05 DL990-RUNTOT-CNT PIC 999 COMP VALUE ZERO.
003750
003760 01  DL990-PROJ-AREAS.
003770     05 DL990-PROJ-NAME PIC X(12) OCCURS 99 TIMES.
003780
003790*----------------------------------------------------------------
003800* Invoices closed on the open-invoice file and dated in or
003810* before the closed year - the rows archived from both the
003820* register and the open-invoice file. The table is as large as
003830* A6010405467's open-invoice table; an invoice past the end
003840* simply stays on both files for next year's close.
003850*----------------------------------------------------------------
003860 01  DL990-CLOSED-AREAS.
003870     05 DL990-CLOSED-INV PIC 9(6) OCCURS 2000 TIMES
003880                          INDEXED BY DL990-CLOSED-IDX.
003890     05 DL990-CLOSED-CNT PIC 9(4) COMP VALUE ZERO.
003900
003910 01  YECLOSE-HEAD-1.
003920     05 PIC X(1) VALUE SPACES.
003930     05 PIC X(36) VALUE 'PROJECT ACCOUNTING - BILLING SYSTEMS'.
003940     05 PIC X(4) VALUE SPACES.
003950     05 PIC X(24) VALUE 'YEAR-END CLOSE FOR YEAR '.
003960     05 YECLOSE-HEAD-YEAR PIC 9(4).
003970     05 PIC X(4) VALUE SPACES.
003980     05 PIC X(9) VALUE 'RUN DATE '.
003990     05 YECLOSE-HEAD-DATE PIC 9(8).
004000
004010 01  YECLOSE-HEAD-2.
004020     05 PIC X(1) VALUE SPACES.
004030     05 PIC X(41) VALUE
004040         'FINAL YEAR-TO-DATE BILLED BY PROJECT FROM'.
004050     05 PIC X(33) VALUE
004060         ' THE RUNNING-TOTALS MASTER DATED '.
004070     05 YECLOSE-HEAD-MAST-DATE PIC 9(8).
004080
004090 01  YECLOSE-COL-1.
004100     05 PIC X(2) VALUE SPACES.
004110     05 PIC X(8) VALUE 'PROJ'.
004120     05 PIC X(16) VALUE 'NAME'.
004130     05 PIC X(9) VALUE 'LAST'.
004140     05 PIC X(16) VALUE '     LAST MONTH'.
004150     05 PIC X(15) VALUE '   YEAR TO DATE'.
004160
004170 01  CLOSE-1.
004180     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
004190     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
004200
004210 01  YECLOSE-DETAIL.
004220     05 PIC X(3) VALUE SPACES.
004230     05 YECLOSE-OUT-PROJ PIC 99.
004240     05 PIC X(5) VALUE SPACES.
004250     05 YECLOSE-OUT-NAME PIC X(12).
004260     05 PIC X(4) VALUE SPACES.
004270     05 YECLOSE-OUT-MM PIC 99.
004280     05 PIC X(1) VALUE '/'.
004290     05 YECLOSE-OUT-YY PIC 99.
004300     05 PIC X(4) VALUE SPACES.
004310     05 YECLOSE-OUT-MTD PIC $Z,ZZZ,ZZZ.99CR.
004320     05 PIC X(1) VALUE SPACES.
004330     05 YECLOSE-OUT-YTD PIC $Z,ZZZ,ZZZ.99CR.
004340     05 PIC X(2) VALUE SPACES.
004350     05 YECLOSE-OUT-NOTE PIC X(30).
004360
004370 01  YECLOSE-TOTAL.
004380     05 PIC X(3) VALUE SPACES.
004390     05 PIC X(26) VALUE 'TOTAL BILLED FOR THE YEAR'.
004400     05 PIC X(21) VALUE SPACES.
004410     05 YECLOSE-OUT-TOTAL PIC $ZZ,ZZZ,ZZZ.99CR.
004420
004430 01  YECLOSE-CTL-HEAD.
004440     05 PIC X(1) VALUE SPACES.
004450     05 PIC X(40) VALUE
004460         'ARCHIVE CONTROL TOTALS - LIVE FILE READ '.
004470     05 PIC X(40) VALUE
004480         'AGAINST ARCHIVE AND KEPT ROWS, RE-READ  '.
004490
004500 01  YECLOSE-CTL-COL.
004510     05 PIC X(14) VALUE ' FILE'.
004520     05 PIC X(13) VALUE '         ROWS'.
004530     05 PIC X(21) VALUE '               AMOUNT'.
004540     05 PIC X(10) VALUE SPACES.
004550
004560 01  YECLOSE-CTL-LINE.
004570     05 PIC X(1) VALUE SPACES.
004580     05 YECLOSE-CTL-FILE PIC X(12).
004590     05 PIC X(1) VALUE SPACES.
004600     05 YECLOSE-CTL-LABEL PIC X(11).
004610     05 YECLOSE-CTL-CNT PIC ZZZZZZ9.
004620     05 PIC X(3) VALUE SPACES.
004630     05 YECLOSE-CTL-AMT PIC $ZZ,ZZZ,ZZZ,ZZZ.99CR.
004640     05 PIC X(2) VALUE SPACES.
004650     05 YECLOSE-CTL-FLAG PIC X(12).
004660
004670 01  YECLOSE-FLAG-LINE.
004680     05 PIC X(1) VALUE SPACES.
004690     05 YECLOSE-FLAG-TEXT PIC X(90).
004700
004710 01  DL990-RUNLOG-AREAS.
004720     05 DL990-RUNLOG-STATUS PIC XX VALUE SPACES.
004730     05 DL990-START-TIME PIC 9(8) VALUE ZERO.
004740     05 DL990-END-TIME PIC 9(8) VALUE ZERO.
004750
004760*----------------------------------------------------------------
004770* Run-control log completion line - the balanced flag at byte 88
004780* and the program id at bytes 90-100 follow the suite convention.
004790* The closed year sits at bytes 36-39; a line flagged 'Y' is
004800* what closes the year to posting.
004810*----------------------------------------------------------------
004820 01  RUNLOG-LINE.
004830     05 RUNLOG-DATE PIC 9(8).
004840     05 PIC X(1) VALUE SPACES.
004850     05 RUNLOG-START-TIME PIC 9(6).
004860     05 PIC X(1) VALUE SPACES.
004870     05 RUNLOG-END-TIME PIC 9(6).
004880     05 PIC X(1) VALUE SPACES.
004890     05 PIC X(12) VALUE 'CLOSED YEAR '.
004900     05 RUNLOG-CLOSE-YEAR PIC 9(4).
004910     05 PIC X(48) VALUE SPACES.
004920     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
004930     05 PIC X(1) VALUE SPACES.
004940     05 RUNLOG-PROG-ID PIC X(11) VALUE 'Y6010405467'.
004950
004960 PROCEDURE DIVISION.
004970******************************************************************
004980* 0000-MAINLINE-RTN
004990* Checks the year may be closed, prints the final YTD listing,
005000* builds and proves the archives, and only then takes the
005010* archived rows off the live files and rolls the running
005020* totals into the new year.
005030******************************************************************
005040 0000-MAINLINE-RTN.
005050     PERFORM 1000-INITIALIZE-RTN
005060         THRU 1000-INITIALIZE-EXIT.
005070
005080     PERFORM 1100-CHECK-CLOSED-RTN
005090         THRU 1100-CHECK-CLOSED-EXIT.
005100
005110     PERFORM 1150-CHECK-ARCHIVES-RTN
005120         THRU 1150-CHECK-ARCHIVES-EXIT.
005130
005140     PERFORM 1200-LOAD-PROJMAST-RTN
005150         THRU 1200-LOAD-PROJMAST-EXIT.
005160
005170     PERFORM 1300-LOAD-RUNTOT-RTN
005180         THRU 1300-LOAD-RUNTOT-EXIT.
005190
005200     OPEN OUTPUT YECLOSE-OUT.
005210     PERFORM 2000-PRINT-YTD-RTN
005220         THRU 2000-PRINT-YTD-EXIT.
005230
005240     PERFORM 3000-ARCHIVE-HISTORY-RTN
005250         THRU 3000-ARCHIVE-HISTORY-EXIT.
005260
005270     PERFORM 3400-LOAD-CLOSED-INV-RTN
005280         THRU 3400-LOAD-CLOSED-INV-EXIT.
005290
005300     PERFORM 3500-ARCHIVE-INVREG-RTN
005310         THRU 3500-ARCHIVE-INVREG-EXIT.
005320
005330     PERFORM 3600-ARCHIVE-OPENINV-RTN
005340         THRU 3600-ARCHIVE-OPENINV-EXIT.
005350
005360     PERFORM 4000-PROVE-CONTROLS-RTN
005370         THRU 4000-PROVE-CONTROLS-EXIT.
005380
005390     IF DL990-RUN-BROKEN
005400         PERFORM 5900-EMPTY-ARCHIVES-RTN
005410             THRU 5900-EMPTY-ARCHIVES-EXIT
005420     ELSE
005430         PERFORM 5000-APPLY-CLOSE-RTN
005440             THRU 5000-APPLY-CLOSE-EXIT
005450     END-IF.
005460
005470     PERFORM 8000-TERMINATE-RTN
005480         THRU 8000-TERMINATE-EXIT.
005490
005500     STOP RUN.
005510
005520******************************************************************
005530* 1000-INITIALIZE-RTN
005540* Takes the year to close from the command line - it must be
005550* before the year of the run date - and builds the names of the
005560* year's archive files and listing.
005570******************************************************************
005580 1000-INITIALIZE-RTN.
005590     ACCEPT DL990-RUN-DATE-8 FROM DATE YYYYMMDD.
005600     ACCEPT DL990-START-TIME FROM TIME.
005610     ACCEPT DL990-PARM-LINE FROM COMMAND-LINE.
005620     IF DL990-PARM-LINE (1:4) IS NOT NUMERIC
005630        OR DL990-PARM-LINE (1:4) EQUAL '0000'
005640         DISPLAY 'Y6010405467: RUN PARM MUST BE THE YEAR TO '
005650             'CLOSE AS YYYY - RUN CANCELLED'
005660         MOVE 12 TO RETURN-CODE
005670         STOP RUN
005680     END-IF.
005690     MOVE DL990-PARM-LINE (1:4) TO DL990-CLOSE-YEAR.
005700     IF DL990-CLOSE-YEAR NOT LESS THAN DL990-RUN-YYYY
005710         DISPLAY 'Y6010405467: YEAR ' DL990-CLOSE-YEAR
005720             ' HAS NOT ENDED - ONLY A YEAR BEFORE '
005730             DL990-RUN-YYYY ' CAN BE CLOSED - RUN CANCELLED'
005740         MOVE 12 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770     ADD 1 TO DL990-CLOSE-YEAR GIVING DL990-NEW-YEAR.
005780     MOVE DL990-CLOSE-YEAR TO RUNLOG-CLOSE-YEAR.
005790     STRING 'C:\6010405467-HISTARC-' DL990-CLOSE-YEAR '.txt'
005800         DELIMITED BY SIZE INTO DL990-HISTARC-NAME.
005810     STRING 'C:\6010405467-INVREGARC-' DL990-CLOSE-YEAR '.txt'
005820         DELIMITED BY SIZE INTO DL990-INVARC-NAME.
005830     STRING 'C:\6010405467-OPENINVARC-' DL990-CLOSE-YEAR '.txt'
005840         DELIMITED BY SIZE INTO DL990-OINVARC-NAME.
005850     STRING 'C:\6010405467-YECLOSE-' DL990-CLOSE-YEAR '.txt'
005860         DELIMITED BY SIZE INTO DL990-YECLOSE-NAME.
005870     PERFORM 1010-CLEAR-ONE-CTL-RTN
005880         THRU 1010-CLEAR-ONE-CTL-EXIT
005890         VARYING DL990-CTL-IDX FROM 1 BY 1
005900         UNTIL DL990-CTL-IDX > 3.
005910 1000-INITIALIZE-EXIT.
005920     EXIT.
005930
005940 1010-CLEAR-ONE-CTL-RTN.
005950     MOVE ZERO TO DL990-CTL-IN-CNT (DL990-CTL-IDX).
005960     MOVE ZERO TO DL990-CTL-IN-AMT (DL990-CTL-IDX).
005970     MOVE ZERO TO DL990-CTL-ARC-CNT (DL990-CTL-IDX).
005980     MOVE ZERO TO DL990-CTL-ARC-AMT (DL990-CTL-IDX).
005990     MOVE ZERO TO DL990-CTL-KEEP-CNT (DL990-CTL-IDX).
006000     MOVE ZERO TO DL990-CTL-KEEP-AMT (DL990-CTL-IDX).
006010     MOVE ZERO TO DL990-CTL-ARC-VCNT (DL990-CTL-IDX).
006020     MOVE ZERO TO DL990-CTL-ARC-VAMT (DL990-CTL-IDX).
006030     MOVE ZERO TO DL990-CTL-KEEP-VCNT (DL990-CTL-IDX).
006040     MOVE ZERO TO DL990-CTL-KEEP-VAMT (DL990-CTL-IDX).
006050 1010-CLEAR-ONE-CTL-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* 1100-CHECK-CLOSED-RTN
006100* Finds the latest year already closed on the run-control log -
006110* a balanced close line from this program. A year at or before
006120* it cannot be closed again.
006130******************************************************************
006140 1100-CHECK-CLOSED-RTN.
006150     OPEN INPUT RUNLOG-IN.
006160     IF DL990-RUNLOG-IN-STATUS EQUAL '00'
006170         PERFORM 1110-READ-RUNLOG-RTN
006180             THRU 1110-READ-RUNLOG-EXIT
006190             UNTIL DL990-RUNLOG-IN-STATUS NOT EQUAL '00'
006200         CLOSE RUNLOG-IN
006210     END-IF.
006220     IF DL990-CLOSE-YEAR NOT GREATER DL990-LAST-CLOSED
006230         DISPLAY 'Y6010405467: YEAR ' DL990-LAST-CLOSED
006240             ' IS ALREADY CLOSED ON THE RUN-CONTROL LOG - YEAR '
006250             DL990-CLOSE-YEAR ' CANNOT BE CLOSED - RUN CANCELLED'
006260         MOVE 12 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006290 1100-CHECK-CLOSED-EXIT.
006300     EXIT.
006310
006320 1110-READ-RUNLOG-RTN.
006330     READ RUNLOG-IN.
006340     IF DL990-RUNLOG-IN-STATUS NOT EQUAL '00'
006350         GO TO 1110-READ-RUNLOG-EXIT
006360     END-IF.
006370     IF RUNLOG-IN-PROG NOT EQUAL 'Y6010405467'
006380        OR RUNLOG-IN-FLAG NOT EQUAL 'Y'
006390        OR RUNLOG-IN-CLOSE-YEAR IS NOT NUMERIC
006400         GO TO 1110-READ-RUNLOG-EXIT
006410     END-IF.
006420     IF RUNLOG-IN-CLOSE-YEAR GREATER DL990-LAST-CLOSED
006430         MOVE RUNLOG-IN-CLOSE-YEAR TO DL990-LAST-CLOSED
006440     END-IF.
006450 1110-READ-RUNLOG-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 1150-CHECK-ARCHIVES-RTN
006500* Refuses the run when an archive for the year already holds
006510* rows. A close that did not prove empties its archives again,
006520* so rows left in one mean an earlier close stopped part way
006530* through taking rows off the live files - the archive is then
006540* the only copy of those rows and must not be overwritten.
006550******************************************************************
006560 1150-CHECK-ARCHIVES-RTN.
006570     OPEN INPUT HISTARC-FILE.
006580     IF DL990-HISTARC-STATUS EQUAL '00'
006590         READ HISTARC-FILE
006600         IF DL990-HISTARC-STATUS EQUAL '00'
006610             MOVE 'Y' TO DL990-FOUND-SW
006620         END-IF
006630         CLOSE HISTARC-FILE
006640     END-IF.
006650     OPEN INPUT INVARC-FILE.
006660     IF DL990-INVARC-STATUS EQUAL '00'
006670         READ INVARC-FILE
006680         IF DL990-INVARC-STATUS EQUAL '00'
006690             MOVE 'Y' TO DL990-FOUND-SW
006700         END-IF
006710         CLOSE INVARC-FILE
006720     END-IF.
006730     OPEN INPUT OINVARC-FILE.
006740     IF DL990-OINVARC-STATUS EQUAL '00'
006750         READ OINVARC-FILE
006760         IF DL990-OINVARC-STATUS EQUAL '00'
006770             MOVE 'Y' TO DL990-FOUND-SW
006780         END-IF
006790         CLOSE OINVARC-FILE
006800     END-IF.
006810     IF DL990-FOUND
006820         DISPLAY 'Y6010405467: AN ARCHIVE FILE FOR YEAR '
006830             DL990-CLOSE-YEAR ' ALREADY HOLDS ROWS - AN EARLIER '
006840             'CLOSE DID NOT FINISH. RECONCILE THE ARCHIVES WITH '
006850             'THE LIVE FILES BEFORE RERUNNING. RUN CANCELLED'
006860         MOVE 12 TO RETURN-CODE
006870         STOP RUN
006880     END-IF.
006890 1150-CHECK-ARCHIVES-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* 1200-LOAD-PROJMAST-RTN
006940* Loads the project names for the listing. The master is
006950* optional - a project not on it lists without a name.
006960******************************************************************
006970 1200-LOAD-PROJMAST-RTN.
006980     MOVE SPACES TO DL990-PROJ-AREAS.
006990     OPEN INPUT PROJMAST-IN.
007000     IF DL990-PROJMAST-STATUS EQUAL '00'
007010         PERFORM 1210-READ-PROJMAST-RTN
007020             THRU 1210-READ-PROJMAST-EXIT
007030             UNTIL DL990-PROJMAST-STATUS NOT EQUAL '00'
007040         CLOSE PROJMAST-IN
007050     END-IF.
007060 1200-LOAD-PROJMAST-EXIT.
007070     EXIT.
007080
007090 1210-READ-PROJMAST-RTN.
007100     READ PROJMAST-IN.
007110     IF DL990-PROJMAST-STATUS EQUAL '00'
007120        IF PROJMAST-PROJ-NUM GREATER THAN ZERO
007130            MOVE PROJMAST-PROJ-NAME
007140                TO DL990-PROJ-NAME (PROJMAST-PROJ-NUM)
007150        END-IF
007160     END-IF.
007170 1210-READ-PROJMAST-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210* 1300-LOAD-RUNTOT-RTN
007220* Loads the running-totals master. A master already dated in
007230* the new year means the daily run has rolled the YTD column
007240* over and the closed year's totals are gone from it - the
007250* close must run before the first billing run of the new year,
007260* so the run is refused. A master with no identification record
007270* is judged by its rows' stored year instead.
007280******************************************************************
007290 1300-LOAD-RUNTOT-RTN.
007300     PERFORM 1305-CLEAR-ONE-RUNTOT-RTN
007310         THRU 1305-CLEAR-ONE-RUNTOT-EXIT
007320         VARYING DL990-SUB FROM 1 BY 1
007330         UNTIL DL990-SUB > 99.
007340     OPEN INPUT RUNTOT-IN.
007350     IF DL990-RUNTOT-STATUS NOT EQUAL '00'
007360         DISPLAY 'Y6010405467: NO RUNNING-TOTALS MASTER ON HAND '
007370             '- THE YTD LISTING WILL BE EMPTY'
007380         GO TO 1300-LOAD-RUNTOT-EXIT
007390     END-IF.
007400     MOVE 'Y' TO DL990-RUNTOT-FOUND-SW.
007410     PERFORM 1310-READ-RUNTOT-RTN
007420         THRU 1310-READ-RUNTOT-EXIT
007430         UNTIL DL990-RUNTOT-STATUS NOT EQUAL '00'.
007440     CLOSE RUNTOT-IN.
007450     IF DL990-MAST-HAS-HDR
007460        AND DL990-MAST-DATE (1:4) GREATER DL990-CLOSE-YEAR
007470         DISPLAY 'Y6010405467: RUNNING-TOTALS MASTER IS DATED '
007480             DL990-MAST-DATE ' - BILLING HAS ALREADY RUN IN '
007490             'THE NEW YEAR AND ROLLED THE YTD TOTALS OVER. RUN '
007500             'CANCELLED'
007510         MOVE 12 TO RETURN-CODE
007520         STOP RUN
007530     END-IF.
007540 1300-LOAD-RUNTOT-EXIT.
007550     EXIT.
007560
007570 1305-CLEAR-ONE-RUNTOT-RTN.
007580     MOVE 'N' TO DL990-RUNTOT-ON-FILE (DL990-SUB).
007590     MOVE ZERO TO DL990-RUNTOT-YY (DL990-SUB).
007600     MOVE ZERO TO DL990-RUNTOT-MM (DL990-SUB).
007610     MOVE ZERO TO DL990-RUNTOT-MTD (DL990-SUB).
007620     MOVE ZERO TO DL990-RUNTOT-YTD (DL990-SUB).
007630 1305-CLEAR-ONE-RUNTOT-EXIT.
007640     EXIT.
007650
007660 1310-READ-RUNTOT-RTN.
007670     READ RUNTOT-IN.
007680     IF DL990-RUNTOT-STATUS NOT EQUAL '00'
007690         GO TO 1310-READ-RUNTOT-EXIT
007700     END-IF.
007710     IF RUNTOT-IN-PROJ-NUM EQUAL ZERO
007720         MOVE RUNTOT-HDR-IN-DATE TO DL990-MAST-DATE
007730         MOVE 'Y' TO DL990-MAST-HDR-SW
007740         GO TO 1310-READ-RUNTOT-EXIT
007750     END-IF.
007760     IF NOT DL990-MAST-HAS-HDR
007770        AND RUNTOT-IN-YY EQUAL DL990-NEW-YY
007780         DISPLAY 'Y6010405467: RUNNING-TOTALS MASTER ALREADY '
007790             'CARRIES PROJECT ' RUNTOT-IN-PROJ-NUM ' IN THE NEW '
007800             'YEAR - THE YTD TOTALS HAVE ROLLED OVER. RUN '
007810             'CANCELLED'
007820         MOVE 12 TO RETURN-CODE
007830         STOP RUN
007840     END-IF.
007850     ADD 1 TO DL990-RUNTOT-CNT.
007860     MOVE 'Y' TO DL990-RUNTOT-ON-FILE (RUNTOT-IN-PROJ-NUM).
007870     MOVE RUNTOT-IN-YY TO DL990-RUNTOT-YY (RUNTOT-IN-PROJ-NUM).
007880     MOVE RUNTOT-IN-MM TO DL990-RUNTOT-MM (RUNTOT-IN-PROJ-NUM).
007890     MOVE RUNTOT-IN-MTD-CHG
007900         TO DL990-RUNTOT-MTD (RUNTOT-IN-PROJ-NUM).
007910     MOVE RUNTOT-IN-YTD-CHG
007920         TO DL990-RUNTOT-YTD (RUNTOT-IN-PROJ-NUM).
007930 1310-READ-RUNTOT-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* 2000-PRINT-YTD-RTN
007980* Prints the final year-to-date listing, one line per project
007990* on the running-totals master. A project whose totals were
008000* last rolled in an earlier year billed nothing in the closed
008010* year and lists a zero YTD.
008020******************************************************************
008030 2000-PRINT-YTD-RTN.
008040     MOVE DL990-CLOSE-YEAR TO YECLOSE-HEAD-YEAR.
008050     MOVE DL990-RUN-DATE-8 TO YECLOSE-HEAD-DATE.
008060     MOVE DL990-MAST-DATE TO YECLOSE-HEAD-MAST-DATE.
008070     WRITE YECLOSE-REC-OUT FROM YECLOSE-HEAD-1
008080           AFTER ADVANCING PAGE.
008090     WRITE YECLOSE-REC-OUT FROM YECLOSE-HEAD-2
008100           AFTER ADVANCING 2 LINES.
008110     WRITE YECLOSE-REC-OUT FROM YECLOSE-COL-1
008120           AFTER ADVANCING 2 LINES.
008130     WRITE YECLOSE-REC-OUT FROM CLOSE-1
008140           AFTER ADVANCING 1 LINE.
008150     PERFORM 2010-PRINT-ONE-PROJ-RTN
008160         THRU 2010-PRINT-ONE-PROJ-EXIT
008170         VARYING DL990-SUB FROM 1 BY 1
008180         UNTIL DL990-SUB > 99.
008190     WRITE YECLOSE-REC-OUT FROM CLOSE-1
008200           AFTER ADVANCING 1 LINE.
008210     MOVE DL990-YTD-TOTAL TO YECLOSE-OUT-TOTAL.
008220     WRITE YECLOSE-REC-OUT FROM YECLOSE-TOTAL
008230           AFTER ADVANCING 1 LINE.
008240 2000-PRINT-YTD-EXIT.
008250     EXIT.
008260
008270 2010-PRINT-ONE-PROJ-RTN.
008280     IF DL990-RUNTOT-ON-FILE (DL990-SUB) NOT EQUAL 'Y'
008290         GO TO 2010-PRINT-ONE-PROJ-EXIT
008300     END-IF.
008310     MOVE DL990-SUB TO YECLOSE-OUT-PROJ.
008320     MOVE DL990-PROJ-NAME (DL990-SUB) TO YECLOSE-OUT-NAME.
008330     MOVE DL990-RUNTOT-MM (DL990-SUB) TO YECLOSE-OUT-MM.
008340     MOVE DL990-RUNTOT-YY (DL990-SUB) TO YECLOSE-OUT-YY.
008350     MOVE DL990-RUNTOT-MTD (DL990-SUB) TO YECLOSE-OUT-MTD.
008360     MOVE SPACES TO YECLOSE-OUT-NOTE.
008370     IF DL990-RUNTOT-YY (DL990-SUB) EQUAL DL990-CLOSE-YY
008380         MOVE DL990-RUNTOT-YTD (DL990-SUB) TO YECLOSE-OUT-YTD
008390         ADD DL990-RUNTOT-YTD (DL990-SUB) TO DL990-YTD-TOTAL
008400     ELSE
008410         MOVE ZERO TO YECLOSE-OUT-YTD
008420         MOVE 'NOT BILLED IN THE YEAR' TO YECLOSE-OUT-NOTE
008430     END-IF.
008440     WRITE YECLOSE-REC-OUT FROM YECLOSE-DETAIL
008450           AFTER ADVANCING 1 LINE.
008460 2010-PRINT-ONE-PROJ-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 3000-ARCHIVE-HISTORY-RTN
008510* Copies every row of the closed year's twelve monthly history
008520* partitions to the year's history archive, then splits the old
008530* flat history file - rows dated in or before the closed year to
008540* the archive, later rows to the keep copy. Both are then
008550* re-read for the proof.
008560******************************************************************
008570 3000-ARCHIVE-HISTORY-RTN.
008580     OPEN OUTPUT HISTARC-FILE.
008590     OPEN OUTPUT HISTKEEP-FILE.
008600     PERFORM 3010-ARCHIVE-ONE-PART-RTN
008610         THRU 3010-ARCHIVE-ONE-PART-EXIT
008620         VARYING DL990-MONTH FROM 1 BY 1
008630         UNTIL DL990-MONTH > 12.
008640     MOVE 'C:\6010405467-HISTORY.txt' TO DL990-HISTORY-NAME.
008650     OPEN INPUT HISTORY-IN.
008660     IF DL990-HISTORY-STATUS EQUAL '00'
008670         MOVE 'Y' TO DL990-FLAT-SW
008680         PERFORM 3030-SPLIT-FLAT-ROW-RTN
008690             THRU 3030-SPLIT-FLAT-ROW-EXIT
008700             UNTIL DL990-HISTORY-STATUS NOT EQUAL '00'
008710         CLOSE HISTORY-IN
008720     END-IF.
008730     CLOSE HISTARC-FILE.
008740     CLOSE HISTKEEP-FILE.
008750     SET DL990-CTL-IDX TO DL990-CTL-HIST.
008760     OPEN INPUT HISTARC-FILE.
008770     PERFORM 3090-REREAD-HISTARC-RTN
008780         THRU 3090-REREAD-HISTARC-EXIT
008790         UNTIL DL990-HISTARC-STATUS NOT EQUAL '00'.
008800     CLOSE HISTARC-FILE.
008810     OPEN INPUT HISTKEEP-FILE.
008820     PERFORM 3095-REREAD-HISTKEEP-RTN
008830         THRU 3095-REREAD-HISTKEEP-EXIT
008840         UNTIL DL990-HISTKEEP-STATUS NOT EQUAL '00'.
008850     CLOSE HISTKEEP-FILE.
008860 3000-ARCHIVE-HISTORY-EXIT.
008870     EXIT.
008880
008890 3010-ARCHIVE-ONE-PART-RTN.
008900     MOVE 'N' TO DL990-PART-SW (DL990-MONTH).
008910     MOVE DL990-CLOSE-YEAR TO DL990-PART-MONTH (1:4).
008920     MOVE DL990-MONTH TO DL990-PART-MONTH (5:2).
008930     MOVE SPACES TO DL990-HISTORY-NAME.
008940     STRING 'C:\6010405467-HIST-' DL990-PART-MONTH '.txt'
008950         DELIMITED BY SIZE INTO DL990-HISTORY-NAME.
008960     OPEN INPUT HISTORY-IN.
008970     IF DL990-HISTORY-STATUS NOT EQUAL '00'
008980         GO TO 3010-ARCHIVE-ONE-PART-EXIT
008990     END-IF.
009000     MOVE 'Y' TO DL990-PART-SW (DL990-MONTH).
009010     PERFORM 3020-ARCHIVE-PART-ROW-RTN
009020         THRU 3020-ARCHIVE-PART-ROW-EXIT
009030         UNTIL DL990-HISTORY-STATUS NOT EQUAL '00'.
009040     CLOSE HISTORY-IN.
009050 3010-ARCHIVE-ONE-PART-EXIT.
009060     EXIT.
009070
009080 3020-ARCHIVE-PART-ROW-RTN.
009090     READ HISTORY-IN.
009100     IF DL990-HISTORY-STATUS NOT EQUAL '00'
009110         GO TO 3020-ARCHIVE-PART-ROW-EXIT
009120     END-IF.
009130     SET DL990-CTL-IDX TO DL990-CTL-HIST.
009140     MOVE HIST-IN-RESULT TO DL990-PARSE-CHG.
009150     MOVE HIST-IN-OT-PREM TO DL990-PARSE-PREM.
009160     PERFORM 3080-HASH-HISTORY-REC-RTN
009170         THRU 3080-HASH-HISTORY-REC-EXIT.
009180     ADD 1 TO DL990-CTL-IN-CNT (DL990-CTL-IDX).
009190     ADD DL990-WORK-AMT TO DL990-CTL-IN-AMT (DL990-CTL-IDX).
009200     WRITE HISTARC-REC FROM HISTORY-REC-IN.
009210     ADD 1 TO DL990-CTL-ARC-CNT (DL990-CTL-IDX).
009220     ADD DL990-WORK-AMT TO DL990-CTL-ARC-AMT (DL990-CTL-IDX).
009230 3020-ARCHIVE-PART-ROW-EXIT.
009240     EXIT.
009250
009260*    A flat-file row whose run date cannot be read is kept on
009270*    the live file rather than guessed into the archive.
009280 3030-SPLIT-FLAT-ROW-RTN.
009290     READ HISTORY-IN.
009300     IF DL990-HISTORY-STATUS NOT EQUAL '00'
009310         GO TO 3030-SPLIT-FLAT-ROW-EXIT
009320     END-IF.
009330     SET DL990-CTL-IDX TO DL990-CTL-HIST.
009340     MOVE HIST-IN-RESULT TO DL990-PARSE-CHG.
009350     MOVE HIST-IN-OT-PREM TO DL990-PARSE-PREM.
009360     PERFORM 3080-HASH-HISTORY-REC-RTN
009370         THRU 3080-HASH-HISTORY-REC-EXIT.
009380     ADD 1 TO DL990-CTL-IN-CNT (DL990-CTL-IDX).
009390     ADD DL990-WORK-AMT TO DL990-CTL-IN-AMT (DL990-CTL-IDX).
009400     IF HIST-IN-RUN-DATE IS NUMERIC
009410        AND HIST-IN-RUN-DATE (1:4) NOT GREATER DL990-CLOSE-YEAR
009420         WRITE HISTARC-REC FROM HISTORY-REC-IN
009430         ADD 1 TO DL990-CTL-ARC-CNT (DL990-CTL-IDX)
009440         ADD DL990-WORK-AMT TO DL990-CTL-ARC-AMT (DL990-CTL-IDX)
009450     ELSE
009460         WRITE HISTKEEP-REC FROM HISTORY-REC-IN
009470         ADD 1 TO DL990-CTL-KEEP-CNT (DL990-CTL-IDX)
009480         ADD DL990-WORK-AMT TO DL990-CTL-KEEP-AMT (DL990-CTL-IDX)
009490     END-IF.
009500 3030-SPLIT-FLAT-ROW-EXIT.
009510     EXIT.
009520
009530******************************************************************
009540* 3080-HASH-HISTORY-REC-RTN
009550* Works DL990-PARSE-CHG and DL990-PARSE-PREM into
009560* DL990-WORK-AMT as the row's amount - the billed result plus
009570* the overtime premium, as H6010405467 hashes it. Rows from
009580* before the premium column carry spaces there and count the
009590* result alone; every pass hashes the same way.
009600******************************************************************
009610 3080-HASH-HISTORY-REC-RTN.
009620     MOVE ZERO TO DL990-WORK-AMT.
009630     IF DL990-PARSE-CHG IS NUMERIC
009640         MOVE DL990-PARSE-CHG TO DL990-PARSE-AMT (1:7)
009650         ADD DL990-PARSE-AMT TO DL990-WORK-AMT
009660     END-IF.
009670     IF DL990-PARSE-PREM IS NUMERIC
009680         MOVE DL990-PARSE-PREM TO DL990-PARSE-AMT (1:7)
009690         ADD DL990-PARSE-AMT TO DL990-WORK-AMT
009700     END-IF.
009710 3080-HASH-HISTORY-REC-EXIT.
009720     EXIT.
009730
009740 3090-REREAD-HISTARC-RTN.
009750     READ HISTARC-FILE.
009760     IF DL990-HISTARC-STATUS EQUAL '00'
009770         MOVE HISTARC-RESULT TO DL990-PARSE-CHG
009780         MOVE HISTARC-OT-PREM TO DL990-PARSE-PREM
009790         PERFORM 3080-HASH-HISTORY-REC-RTN
009800             THRU 3080-HASH-HISTORY-REC-EXIT
009810         ADD 1 TO DL990-CTL-ARC-VCNT (DL990-CTL-IDX)
009820         ADD DL990-WORK-AMT TO DL990-CTL-ARC-VAMT (DL990-CTL-IDX)
009830     END-IF.
009840 3090-REREAD-HISTARC-EXIT.
009850     EXIT.
009860
009870 3095-REREAD-HISTKEEP-RTN.
009880     READ HISTKEEP-FILE.
009890     IF DL990-HISTKEEP-STATUS EQUAL '00'
009900         MOVE HISTKEEP-RESULT TO DL990-PARSE-CHG
009910         MOVE HISTKEEP-OT-PREM TO DL990-PARSE-PREM
009920         PERFORM 3080-HASH-HISTORY-REC-RTN
009930             THRU 3080-HASH-HISTORY-REC-EXIT
009940         ADD 1 TO DL990-CTL-KEEP-VCNT (DL990-CTL-IDX)
009950         ADD DL990-WORK-AMT
009960             TO DL990-CTL-KEEP-VAMT (DL990-CTL-IDX)
009970     END-IF.
009980 3095-REREAD-HISTKEEP-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020* 3400-LOAD-CLOSED-INV-RTN
010030* Collects the invoices to archive - closed on the open-invoice
010040* file and dated in or before the closed year. The same list
010050* drives both the register and the open-invoice archive, so an
010060* invoice leaves both files or neither: a register row left
010070* behind without its open-invoice row would roll back onto the
010080* open-invoice file as unpaid on A6010405467's next run.
010090******************************************************************
010100 3400-LOAD-CLOSED-INV-RTN.
010110     OPEN INPUT OPENINV-FILE.
010120     IF DL990-OPENINV-STATUS NOT EQUAL '00'
010130         GO TO 3400-LOAD-CLOSED-INV-EXIT
010140     END-IF.
010150     MOVE 'Y' TO DL990-OPENINV-SW.
010160     PERFORM 3410-READ-OPENINV-RTN
010170         THRU 3410-READ-OPENINV-EXIT
010180         UNTIL DL990-OPENINV-STATUS NOT EQUAL '00'.
010190     CLOSE OPENINV-FILE.
010200 3400-LOAD-CLOSED-INV-EXIT.
010210     EXIT.
010220
010230 3410-READ-OPENINV-RTN.
010240     READ OPENINV-FILE.
010250     IF DL990-OPENINV-STATUS NOT EQUAL '00'
010260         GO TO 3410-READ-OPENINV-EXIT
010270     END-IF.
010280     IF OPENINV-STATUS NOT EQUAL 'C'
010290        OR OPENINV-DATE (1:4) GREATER DL990-CLOSE-YEAR
010300         GO TO 3410-READ-OPENINV-EXIT
010310     END-IF.
010320     IF DL990-CLOSED-CNT NOT LESS THAN 2000
010330         DISPLAY 'Y6010405467: CLOSED-INVOICE TABLE FULL AT '
010340             '2000 - INVOICE ' OPENINV-INV-NUM ' STAYS ON THE '
010350             'LIVE FILES'
010360         GO TO 3410-READ-OPENINV-EXIT
010370     END-IF.
010380     ADD 1 TO DL990-CLOSED-CNT.
010390     SET DL990-CLOSED-IDX TO DL990-CLOSED-CNT.
010400     MOVE OPENINV-INV-NUM TO DL990-CLOSED-INV (DL990-CLOSED-IDX).
010410 3410-READ-OPENINV-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450* 3450-SEARCH-CLOSED-RTN
010460* Looks DL990-SRCH-INV-NUM up on the closed-invoice table;
010470* DL990-FOUND-SW tells the caller whether to archive the row.
010480******************************************************************
010490 3450-SEARCH-CLOSED-RTN.
010500     MOVE 'N' TO DL990-FOUND-SW.
010510     PERFORM 3460-TEST-CLOSED-RTN
010520         THRU 3460-TEST-CLOSED-EXIT
010530         VARYING DL990-CLOSED-IDX FROM 1 BY 1
010540         UNTIL DL990-CLOSED-IDX > DL990-CLOSED-CNT
010550            OR DL990-FOUND.
010560 3450-SEARCH-CLOSED-EXIT.
010570     EXIT.
010580
010590 3460-TEST-CLOSED-RTN.
010600     IF DL990-CLOSED-INV (DL990-CLOSED-IDX)
010610            EQUAL DL990-SRCH-INV-NUM
010620         MOVE 'Y' TO DL990-FOUND-SW
010630     END-IF.
010640 3460-TEST-CLOSED-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680* 3500-ARCHIVE-INVREG-RTN
010690* Splits the invoice register - rows for invoices on the
010700* closed-invoice table to the register archive, every other row
010710* to the keep copy - then re-reads both for the proof.
010720******************************************************************
010730 3500-ARCHIVE-INVREG-RTN.
010740     OPEN OUTPUT INVARC-FILE.
010750     OPEN OUTPUT INVKEEP-FILE.
010760     OPEN INPUT INVREG-FILE.
010770     IF DL990-INVREG-STATUS EQUAL '00'
010780         MOVE 'Y' TO DL990-INVREG-SW
010790         PERFORM 3510-SPLIT-INVREG-ROW-RTN
010800             THRU 3510-SPLIT-INVREG-ROW-EXIT
010810             UNTIL DL990-INVREG-STATUS NOT EQUAL '00'
010820         CLOSE INVREG-FILE
010830     END-IF.
010840     CLOSE INVARC-FILE.
010850     CLOSE INVKEEP-FILE.
010860     SET DL990-CTL-IDX TO DL990-CTL-INVREG.
010870     OPEN INPUT INVARC-FILE.
010880     PERFORM 3590-REREAD-INVARC-RTN
010890         THRU 3590-REREAD-INVARC-EXIT
010900         UNTIL DL990-INVARC-STATUS NOT EQUAL '00'.
010910     CLOSE INVARC-FILE.
010920     OPEN INPUT INVKEEP-FILE.
010930     PERFORM 3595-REREAD-INVKEEP-RTN
010940         THRU 3595-REREAD-INVKEEP-EXIT
010950         UNTIL DL990-INVKEEP-STATUS NOT EQUAL '00'.
010960     CLOSE INVKEEP-FILE.
010970 3500-ARCHIVE-INVREG-EXIT.
010980     EXIT.
010990
011000 3510-SPLIT-INVREG-ROW-RTN.
011010     READ INVREG-FILE.
011020     IF DL990-INVREG-STATUS NOT EQUAL '00'
011030         GO TO 3510-SPLIT-INVREG-ROW-EXIT
011040     END-IF.
011050     SET DL990-CTL-IDX TO DL990-CTL-INVREG.
011060     IF INVREG-AMOUNT IS NOT NUMERIC
011070         MOVE ZERO TO INVREG-AMOUNT
011080     END-IF.
011090     ADD 1 TO DL990-CTL-IN-CNT (DL990-CTL-IDX).
011100     ADD INVREG-AMOUNT TO DL990-CTL-IN-AMT (DL990-CTL-IDX).
011110     MOVE INVREG-INV-NUM TO DL990-SRCH-INV-NUM.
011120     PERFORM 3450-SEARCH-CLOSED-RTN
011130         THRU 3450-SEARCH-CLOSED-EXIT.
011140     IF DL990-FOUND
011150         WRITE INVARC-REC FROM INVREG-REC
011160         ADD 1 TO DL990-CTL-ARC-CNT (DL990-CTL-IDX)
011170         ADD INVREG-AMOUNT TO DL990-CTL-ARC-AMT (DL990-CTL-IDX)
011180     ELSE
011190         WRITE INVKEEP-REC FROM INVREG-REC
011200         ADD 1 TO DL990-CTL-KEEP-CNT (DL990-CTL-IDX)
011210         ADD INVREG-AMOUNT TO DL990-CTL-KEEP-AMT (DL990-CTL-IDX)
011220     END-IF.
011230 3510-SPLIT-INVREG-ROW-EXIT.
011240     EXIT.
011250
011260 3590-REREAD-INVARC-RTN.
011270     READ INVARC-FILE.
011280     IF DL990-INVARC-STATUS EQUAL '00'
011290         ADD 1 TO DL990-CTL-ARC-VCNT (DL990-CTL-IDX)
011300         ADD INVARC-AMOUNT TO DL990-CTL-ARC-VAMT (DL990-CTL-IDX)
011310     END-IF.
011320 3590-REREAD-INVARC-EXIT.
011330     EXIT.
011340
011350 3595-REREAD-INVKEEP-RTN.
011360     READ INVKEEP-FILE.
011370     IF DL990-INVKEEP-STATUS EQUAL '00'
011380         ADD 1 TO DL990-CTL-KEEP-VCNT (DL990-CTL-IDX)
011390         ADD INVKEEP-AMOUNT
011400             TO DL990-CTL-KEEP-VAMT (DL990-CTL-IDX)
011410     END-IF.
011420 3595-REREAD-INVKEEP-EXIT.
011430     EXIT.
011440
011450******************************************************************
011460* 3600-ARCHIVE-OPENINV-RTN
011470* Splits the open-invoice file the same way - the closed rows
011480* on the table to the open-invoice archive, every other row
011490* (open items, and closed items of the new year) to the keep
011500* copy - then re-reads both for the proof.
011510******************************************************************
011520 3600-ARCHIVE-OPENINV-RTN.
011530     OPEN OUTPUT OINVARC-FILE.
011540     OPEN OUTPUT OINVKEEP-FILE.
011550     IF DL990-OPENINV-PRESENT
011560         OPEN INPUT OPENINV-FILE
011570         PERFORM 3610-SPLIT-OPENINV-ROW-RTN
011580             THRU 3610-SPLIT-OPENINV-ROW-EXIT
011590             UNTIL DL990-OPENINV-STATUS NOT EQUAL '00'
011600         CLOSE OPENINV-FILE
011610     END-IF.
011620     CLOSE OINVARC-FILE.
011630     CLOSE OINVKEEP-FILE.
011640     SET DL990-CTL-IDX TO DL990-CTL-OPENINV.
011650     OPEN INPUT OINVARC-FILE.
011660     PERFORM 3690-REREAD-OINVARC-RTN
011670         THRU 3690-REREAD-OINVARC-EXIT
011680         UNTIL DL990-OINVARC-STATUS NOT EQUAL '00'.
011690     CLOSE OINVARC-FILE.
011700     OPEN INPUT OINVKEEP-FILE.
011710     PERFORM 3695-REREAD-OINVKEEP-RTN
011720         THRU 3695-REREAD-OINVKEEP-EXIT
011730         UNTIL DL990-OINVKEEP-STATUS NOT EQUAL '00'.
011740     CLOSE OINVKEEP-FILE.
011750 3600-ARCHIVE-OPENINV-EXIT.
011760     EXIT.
011770
011780 3610-SPLIT-OPENINV-ROW-RTN.
011790     READ OPENINV-FILE.
011800     IF DL990-OPENINV-STATUS NOT EQUAL '00'
011810         GO TO 3610-SPLIT-OPENINV-ROW-EXIT
011820     END-IF.
011830     SET DL990-CTL-IDX TO DL990-CTL-OPENINV.
011840     IF OPENINV-AMOUNT IS NOT NUMERIC
011850         MOVE ZERO TO OPENINV-AMOUNT
011860     END-IF.
011870     ADD 1 TO DL990-CTL-IN-CNT (DL990-CTL-IDX).
011880     ADD OPENINV-AMOUNT TO DL990-CTL-IN-AMT (DL990-CTL-IDX).
011890     MOVE 'N' TO DL990-FOUND-SW.
011900     IF OPENINV-STATUS EQUAL 'C'
011910        AND OPENINV-DATE (1:4) NOT GREATER DL990-CLOSE-YEAR
011920         MOVE OPENINV-INV-NUM TO DL990-SRCH-INV-NUM
011930         PERFORM 3450-SEARCH-CLOSED-RTN
011940             THRU 3450-SEARCH-CLOSED-EXIT
011950     END-IF.
011960     IF DL990-FOUND
011970         WRITE OINVARC-REC FROM OPENINV-REC
011980         ADD 1 TO DL990-CTL-ARC-CNT (DL990-CTL-IDX)
011990         ADD OPENINV-AMOUNT TO DL990-CTL-ARC-AMT (DL990-CTL-IDX)
012000     ELSE
012010         WRITE OINVKEEP-REC FROM OPENINV-REC
012020         ADD 1 TO DL990-CTL-KEEP-CNT (DL990-CTL-IDX)
012030         ADD OPENINV-AMOUNT
012040             TO DL990-CTL-KEEP-AMT (DL990-CTL-IDX)
012050     END-IF.
012060 3610-SPLIT-OPENINV-ROW-EXIT.
012070     EXIT.
012080
012090 3690-REREAD-OINVARC-RTN.
012100     READ OINVARC-FILE.
012110     IF DL990-OINVARC-STATUS EQUAL '00'
012120         ADD 1 TO DL990-CTL-ARC-VCNT (DL990-CTL-IDX)
012130         ADD OINVARC-AMOUNT
012140             TO DL990-CTL-ARC-VAMT (DL990-CTL-IDX)
012150     END-IF.
012160 3690-REREAD-OINVARC-EXIT.
012170     EXIT.
012180
012190 3695-REREAD-OINVKEEP-RTN.
012200     READ OINVKEEP-FILE.
012210     IF DL990-OINVKEEP-STATUS EQUAL '00'
012220         ADD 1 TO DL990-CTL-KEEP-VCNT (DL990-CTL-IDX)
012230         ADD OINVKEEP-AMOUNT
012240             TO DL990-CTL-KEEP-VAMT (DL990-CTL-IDX)
012250     END-IF.
012260 3695-REREAD-OINVKEEP-EXIT.
012270     EXIT.
012280
012290******************************************************************
012300* 4000-PROVE-CONTROLS-RTN
012310* Prints the control totals for each file and proves them: what
012320* was read off the live file must equal the archive plus the
012330* keep copy, in rows and in amount, and the archive and the keep
012340* copy must each re-read to exactly what was written to them.
012350* Any break marks the run broken and nothing is deleted.
012360******************************************************************
012370 4000-PROVE-CONTROLS-RTN.
012380     WRITE YECLOSE-REC-OUT FROM YECLOSE-CTL-HEAD
012390           AFTER ADVANCING 3 LINES.
012400     WRITE YECLOSE-REC-OUT FROM YECLOSE-CTL-COL
012410           AFTER ADVANCING 2 LINES.
012420     WRITE YECLOSE-REC-OUT FROM CLOSE-1
012430           AFTER ADVANCING 1 LINE.
012440     PERFORM 4010-PROVE-ONE-FILE-RTN
012450         THRU 4010-PROVE-ONE-FILE-EXIT
012460         VARYING DL990-CTL-IDX FROM 1 BY 1
012470         UNTIL DL990-CTL-IDX > 3.
012480     WRITE YECLOSE-REC-OUT FROM CLOSE-1
012490           AFTER ADVANCING 1 LINE.
012500 4000-PROVE-CONTROLS-EXIT.
012510     EXIT.
012520
012530 4010-PROVE-ONE-FILE-RTN.
012540     MOVE DL990-CTL-NAME (DL990-CTL-IDX) TO YECLOSE-CTL-FILE.
012550     MOVE 'READ' TO YECLOSE-CTL-LABEL.
012560     MOVE DL990-CTL-IN-CNT (DL990-CTL-IDX) TO YECLOSE-CTL-CNT.
012570     MOVE DL990-CTL-IN-AMT (DL990-CTL-IDX) TO YECLOSE-CTL-AMT.
012580     MOVE SPACES TO YECLOSE-CTL-FLAG.
012590     WRITE YECLOSE-REC-OUT FROM YECLOSE-CTL-LINE
012600           AFTER ADVANCING 2 LINES.
012610     MOVE SPACES TO YECLOSE-CTL-FILE.
012620     MOVE 'ARCHIVED' TO YECLOSE-CTL-LABEL.
012630     MOVE DL990-CTL-ARC-CNT (DL990-CTL-IDX) TO YECLOSE-CTL-CNT.
012640     MOVE DL990-CTL-ARC-AMT (DL990-CTL-IDX) TO YECLOSE-CTL-AMT.
012650     WRITE YECLOSE-REC-OUT FROM YECLOSE-CTL-LINE
012660           AFTER ADVANCING 1 LINE.
012670     MOVE 'KEPT' TO YECLOSE-CTL-LABEL.
012680     MOVE DL990-CTL-KEEP-CNT (DL990-CTL-IDX) TO YECLOSE-CTL-CNT.
012690     MOVE DL990-CTL-KEEP-AMT (DL990-CTL-IDX) TO YECLOSE-CTL-AMT.
012700     WRITE YECLOSE-REC-OUT FROM YECLOSE-CTL-LINE
012710           AFTER ADVANCING 1 LINE.
012720     MOVE 'ARC REREAD' TO YECLOSE-CTL-LABEL.
012730     MOVE DL990-CTL-ARC-VCNT (DL990-CTL-IDX) TO YECLOSE-CTL-CNT.
012740     MOVE DL990-CTL-ARC-VAMT (DL990-CTL-IDX) TO YECLOSE-CTL-AMT.
012750     WRITE YECLOSE-REC-OUT FROM YECLOSE-CTL-LINE
012760           AFTER ADVANCING 1 LINE.
012770     MOVE 'KEPT REREAD' TO YECLOSE-CTL-LABEL.
012780     MOVE DL990-CTL-KEEP-VCNT (DL990-CTL-IDX) TO YECLOSE-CTL-CNT.
012790     MOVE DL990-CTL-KEEP-VAMT (DL990-CTL-IDX) TO YECLOSE-CTL-AMT.
012800     MOVE 'PROVED' TO YECLOSE-CTL-FLAG.
012810     ADD DL990-CTL-ARC-CNT (DL990-CTL-IDX)
012820         DL990-CTL-KEEP-CNT (DL990-CTL-IDX)
012830         GIVING DL990-COPY-CNT.
012840     IF DL990-COPY-CNT NOT EQUAL DL990-CTL-IN-CNT (DL990-CTL-IDX)
012850         MOVE '*** BROKEN' TO YECLOSE-CTL-FLAG
012860     END-IF.
012870     ADD DL990-CTL-ARC-AMT (DL990-CTL-IDX)
012880         DL990-CTL-KEEP-AMT (DL990-CTL-IDX)
012890         GIVING DL990-COPY-AMT.
012900     IF DL990-COPY-AMT NOT EQUAL DL990-CTL-IN-AMT (DL990-CTL-IDX)
012910         MOVE '*** BROKEN' TO YECLOSE-CTL-FLAG
012920     END-IF.
012930     IF DL990-CTL-ARC-VCNT (DL990-CTL-IDX)
012940            NOT EQUAL DL990-CTL-ARC-CNT (DL990-CTL-IDX)
012950        OR DL990-CTL-ARC-VAMT (DL990-CTL-IDX)
012960            NOT EQUAL DL990-CTL-ARC-AMT (DL990-CTL-IDX)
012970        OR DL990-CTL-KEEP-VCNT (DL990-CTL-IDX)
012980            NOT EQUAL DL990-CTL-KEEP-CNT (DL990-CTL-IDX)
012990        OR DL990-CTL-KEEP-VAMT (DL990-CTL-IDX)
013000            NOT EQUAL DL990-CTL-KEEP-AMT (DL990-CTL-IDX)
013010         MOVE '*** BROKEN' TO YECLOSE-CTL-FLAG
013020     END-IF.
013030     IF YECLOSE-CTL-FLAG NOT EQUAL 'PROVED'
013040         MOVE 'Y' TO DL990-BROKEN-SW
013050     END-IF.
013060     WRITE YECLOSE-REC-OUT FROM YECLOSE-CTL-LINE
013070           AFTER ADVANCING 1 LINE.
013080 4010-PROVE-ONE-FILE-EXIT.
013090     EXIT.
013100
013110******************************************************************
013120* 5000-APPLY-CLOSE-RTN
013130* Everything proved - takes the archived rows off the live
013140* files and rolls the running totals into the new year. The
013150* register goes first: should the run stop part way, a register
013160* row gone with its open-invoice row still present is harmless,
013170* where the other way round would reopen a paid invoice. Each
013180* copy-back is counted against the keep copy it came from, and
013182* the first that does not tie stops the close there - nothing
013184* more is touched and the keep copies, which then hold the only
013186* copy of the kept rows, are left for the restore.
013190******************************************************************
013200 5000-APPLY-CLOSE-RTN.
013210     IF DL990-INVREG-PRESENT
013220         MOVE ZERO TO DL990-COPY-CNT
013230         OPEN INPUT INVKEEP-FILE
013240         OPEN OUTPUT INVREG-FILE
013250         PERFORM 5010-COPY-INVREG-ROW-RTN
013260             THRU 5010-COPY-INVREG-ROW-EXIT
013270             UNTIL DL990-INVKEEP-STATUS NOT EQUAL '00'
013280         CLOSE INVKEEP-FILE INVREG-FILE
013290         SET DL990-CTL-IDX TO DL990-CTL-INVREG
013300         PERFORM 5090-CHECK-COPY-RTN
013310             THRU 5090-CHECK-COPY-EXIT
013312         IF DL990-RUN-BROKEN
013314             GO TO 5000-APPLY-CLOSE-EXIT
013316         END-IF
013320     END-IF.
013330     IF DL990-OPENINV-PRESENT
013340         MOVE ZERO TO DL990-COPY-CNT
013350         OPEN INPUT OINVKEEP-FILE
013360         OPEN OUTPUT OPENINV-FILE
013370         PERFORM 5020-COPY-OPENINV-ROW-RTN
013380             THRU 5020-COPY-OPENINV-ROW-EXIT
013390             UNTIL DL990-OINVKEEP-STATUS NOT EQUAL '00'
013400         CLOSE OINVKEEP-FILE OPENINV-FILE
013410         SET DL990-CTL-IDX TO DL990-CTL-OPENINV
013420         PERFORM 5090-CHECK-COPY-RTN
013430             THRU 5090-CHECK-COPY-EXIT
013432         IF DL990-RUN-BROKEN
013434             GO TO 5000-APPLY-CLOSE-EXIT
013436         END-IF
013440     END-IF.
013450     PERFORM 5030-EMPTY-ONE-PART-RTN
013460         THRU 5030-EMPTY-ONE-PART-EXIT
013470         VARYING DL990-MONTH FROM 1 BY 1
013480         UNTIL DL990-MONTH > 12.
013490     IF DL990-FLAT-PRESENT
013500         MOVE ZERO TO DL990-COPY-CNT
013510         MOVE 'C:\6010405467-HISTORY.txt' TO DL990-HISTORY-NAME
013520         OPEN INPUT HISTKEEP-FILE
013530         OPEN OUTPUT HISTORY-IN
013540         PERFORM 5040-COPY-FLAT-ROW-RTN
013550             THRU 5040-COPY-FLAT-ROW-EXIT
013560             UNTIL DL990-HISTKEEP-STATUS NOT EQUAL '00'
013570         CLOSE HISTKEEP-FILE HISTORY-IN
013580         SET DL990-CTL-IDX TO DL990-CTL-HIST
013590         PERFORM 5090-CHECK-COPY-RTN
013600             THRU 5090-CHECK-COPY-EXIT
013602         IF DL990-RUN-BROKEN
013604             GO TO 5000-APPLY-CLOSE-EXIT
013606         END-IF
013610     END-IF.
013620     IF DL990-RUNTOT-FOUND
013630         PERFORM 5050-ROLL-RUNTOT-RTN
013640             THRU 5050-ROLL-RUNTOT-EXIT
013650     END-IF.
013660*    The keep copies have done their work - empty them the way
013670*    the daily run empties its checkpoint, so a stale copy can
013680*    never be mistaken for a live file.
013690     OPEN OUTPUT HISTKEEP-FILE INVKEEP-FILE OINVKEEP-FILE.
013700     CLOSE HISTKEEP-FILE INVKEEP-FILE OINVKEEP-FILE.
013710 5000-APPLY-CLOSE-EXIT.
013720     EXIT.
013730
013740 5010-COPY-INVREG-ROW-RTN.
013750     READ INVKEEP-FILE.
013760     IF DL990-INVKEEP-STATUS EQUAL '00'
013770         WRITE INVREG-REC FROM INVKEEP-REC
013780         ADD 1 TO DL990-COPY-CNT
013790     END-IF.
013800 5010-COPY-INVREG-ROW-EXIT.
013810     EXIT.
013820
013830 5020-COPY-OPENINV-ROW-RTN.
013840     READ OINVKEEP-FILE.
013850     IF DL990-OINVKEEP-STATUS EQUAL '00'
013860         WRITE OPENINV-REC FROM OINVKEEP-REC
013870         ADD 1 TO DL990-COPY-CNT
013880     END-IF.
013890 5020-COPY-OPENINV-ROW-EXIT.
013900     EXIT.
013910
013920*    A partition of the closed year is emptied rather than
013930*    removed, the way the daily run empties its checkpoint -
013940*    its rows now live in the year's history archive.
013950 5030-EMPTY-ONE-PART-RTN.
013960     IF DL990-PART-SW (DL990-MONTH) NOT EQUAL 'Y'
013970         GO TO 5030-EMPTY-ONE-PART-EXIT
013980     END-IF.
013990     MOVE DL990-CLOSE-YEAR TO DL990-PART-MONTH (1:4).
014000     MOVE DL990-MONTH TO DL990-PART-MONTH (5:2).
014010     MOVE SPACES TO DL990-HISTORY-NAME.
014020     STRING 'C:\6010405467-HIST-' DL990-PART-MONTH '.txt'
014030         DELIMITED BY SIZE INTO DL990-HISTORY-NAME.
014040     OPEN OUTPUT HISTORY-IN.
014050     CLOSE HISTORY-IN.
014060 5030-EMPTY-ONE-PART-EXIT.
014070     EXIT.
014080
014090 5040-COPY-FLAT-ROW-RTN.
014100     READ HISTKEEP-FILE.
014110     IF DL990-HISTKEEP-STATUS EQUAL '00'
014120         WRITE HISTORY-REC-IN FROM HISTKEEP-REC
014130         ADD 1 TO DL990-COPY-CNT
014140     END-IF.
014150 5040-COPY-FLAT-ROW-EXIT.
014160     EXIT.
014170
014180 5090-CHECK-COPY-RTN.
014190     IF DL990-COPY-CNT
014200            NOT EQUAL DL990-CTL-KEEP-CNT (DL990-CTL-IDX)
014210         MOVE 'Y' TO DL990-BROKEN-SW
014212         MOVE 'Y' TO DL990-APPLY-FAIL-SW
014220         DISPLAY 'Y6010405467: ' DL990-CTL-NAME (DL990-CTL-IDX)
014230             ' COPY-BACK WROTE ' DL990-COPY-CNT ' ROWS AGAINST '
014240             DL990-CTL-KEEP-CNT (DL990-CTL-IDX) ' KEPT - '
014250             'RESTORE THE FILE FROM THE YEAR ARCHIVE AND ITS '
014260             'KEEP COPY'
014270     END-IF.
014280 5090-CHECK-COPY-EXIT.
014290     EXIT.
014300
014310******************************************************************
014320* 5050-ROLL-RUNTOT-RTN
014330* Rewrites the running-totals master rolled into the new year -
014340* every project starts January at zero month and year to date.
014350* The identification record keeps the date of the billing run
014360* that wrote it, so the daily run's missing-day check still
014370* works on the first run of the year.
014380******************************************************************
014390 5050-ROLL-RUNTOT-RTN.
014400     OPEN OUTPUT RUNTOT-OUT.
014410     IF DL990-MAST-HAS-HDR
014420         MOVE SPACES TO RUNTOT-HDR-REC-OUT
014430         MOVE ZERO TO RUNTOT-HDR-OUT-ID
014440         MOVE DL990-MAST-DATE TO RUNTOT-HDR-OUT-DATE
014450         WRITE RUNTOT-HDR-REC-OUT
014460     END-IF.
014470     PERFORM 5060-ROLL-ONE-RUNTOT-RTN
014480         THRU 5060-ROLL-ONE-RUNTOT-EXIT
014490         VARYING DL990-SUB FROM 1 BY 1
014500         UNTIL DL990-SUB > 99.
014510     CLOSE RUNTOT-OUT.
014520 5050-ROLL-RUNTOT-EXIT.
014530     EXIT.
014540
014550 5060-ROLL-ONE-RUNTOT-RTN.
014560     IF DL990-RUNTOT-ON-FILE (DL990-SUB) NOT EQUAL 'Y'
014570         GO TO 5060-ROLL-ONE-RUNTOT-EXIT
014580     END-IF.
014590     MOVE DL990-SUB TO RUNTOT-OUT-PROJ-NUM.
014600     MOVE DL990-NEW-YY TO RUNTOT-OUT-YY.
014610     MOVE 1 TO RUNTOT-OUT-MM.
014620     MOVE ZERO TO RUNTOT-OUT-MTD-CHG.
014630     MOVE ZERO TO RUNTOT-OUT-YTD-CHG.
014640     WRITE RUNTOT-REC-OUT.
014650 5060-ROLL-ONE-RUNTOT-EXIT.
014660     EXIT.
014670
014680******************************************************************
014690* 5900-EMPTY-ARCHIVES-RTN
014700* The control totals did not prove - nothing has been taken off
014710* a live file, so the archives and keep copies are emptied
014720* again and a corrected rerun can start clean.
014730******************************************************************
014740 5900-EMPTY-ARCHIVES-RTN.
014750     OPEN OUTPUT HISTARC-FILE INVARC-FILE OINVARC-FILE.
014760     CLOSE HISTARC-FILE INVARC-FILE OINVARC-FILE.
014770     OPEN OUTPUT HISTKEEP-FILE INVKEEP-FILE OINVKEEP-FILE.
014780     CLOSE HISTKEEP-FILE INVKEEP-FILE OINVKEEP-FILE.
014790 5900-EMPTY-ARCHIVES-EXIT.
014800     EXIT.
014810
014820******************************************************************
014830* 8000-TERMINATE-RTN
014840* Prints the outcome at the foot of the listing, shows it on the
014850* console, and logs the close. Only a proved close logs
014860* balanced, and only a balanced close line closes the year to
014870* posting.
014880******************************************************************
014890 8000-TERMINATE-RTN.
014891     IF DL990-APPLY-FAILED
014892         MOVE '*** COPY-BACK FAILED - LIVE FILES PARTLY CLOSED,'
014893             TO YECLOSE-FLAG-TEXT
014894         MOVE 'RESTORE FROM ARCHIVE AND KEEP COPIES'
014895             TO YECLOSE-FLAG-TEXT (51:36)
014896         DISPLAY 'Y6010405467: COPY-BACK FAILED - LIVE FILES '
014897             'PARTLY CLOSED, RESTORE FROM ARCHIVE AND KEEP '
014898             'COPIES - YEAR ' DL990-CLOSE-YEAR ' NOT CLOSED'
014899         MOVE 'N' TO RUNLOG-BAL-FLAG
014900         MOVE 12 TO RETURN-CODE
014901     ELSE
014902         IF DL990-RUN-BROKEN
014910             MOVE '*** CONTROL TOTALS DO NOT PROVE - NOTHING WAS'
014920                 TO YECLOSE-FLAG-TEXT
014930             MOVE 'TAKEN OFF THE LIVE FILES AND THE YEAR IS NOT'
014940                 TO YECLOSE-FLAG-TEXT (47:44)
014950             DISPLAY 'Y6010405467: CONTROL TOTALS DO NOT PROVE - '
014960                 'YEAR ' DL990-CLOSE-YEAR ' NOT CLOSED - SEE THE '
014970                 'CLOSE LISTING'
014980             MOVE 'N' TO RUNLOG-BAL-FLAG
014990             MOVE 8 TO RETURN-CODE
015000         ELSE
015010             MOVE 'CONTROL TOTALS PROVED - ARCHIVED ROWS TAKEN'
015020                 TO YECLOSE-FLAG-TEXT
015030             MOVE 'OFF THE LIVE FILES, RUNNING TOTALS ROLLED'
015040                 TO YECLOSE-FLAG-TEXT (45:41)
015050             DISPLAY 'Y6010405467: YEAR ' DL990-CLOSE-YEAR
015060                 ' CLOSED - NO RUN DATED IN IT CAN POST FROM'
015061                 ' NOW ON'
015062         END-IF
015064     END-IF.
015080     WRITE YECLOSE-REC-OUT FROM YECLOSE-FLAG-LINE
015090           AFTER ADVANCING 2 LINES.
015092     IF DL990-APPLY-FAILED
015094         MOVE 'YEAR NOT CLOSED ***' TO YECLOSE-FLAG-TEXT
015096     ELSE
015100         IF DL990-RUN-BROKEN
015110             MOVE 'CLOSED ***' TO YECLOSE-FLAG-TEXT
015120         ELSE
015130             MOVE SPACES TO YECLOSE-FLAG-TEXT
015140             STRING 'YEAR ' DL990-CLOSE-YEAR ' CLOSED ON THE '
015150                 'RUN-CONTROL LOG'
015160                 DELIMITED BY SIZE INTO YECLOSE-FLAG-TEXT
015170         END-IF
015172     END-IF.
015180     WRITE YECLOSE-REC-OUT FROM YECLOSE-FLAG-LINE
015190           AFTER ADVANCING 1 LINE.
015200     CLOSE YECLOSE-OUT.
015210     PERFORM 8900-WRITE-RUNLOG-RTN
015220         THRU 8900-WRITE-RUNLOG-EXIT.
015230 8000-TERMINATE-EXIT.
015240     EXIT.
015250
015260******************************************************************
015270* 8900-WRITE-RUNLOG-RTN
015280* Appends this run's completion line to the permanent run-control
015290* log, the way every program in the suite does.
015300******************************************************************
015310 8900-WRITE-RUNLOG-RTN.
015320     ACCEPT DL990-END-TIME FROM TIME.
015330     OPEN EXTEND RUNLOG-OUT.
015340     IF DL990-RUNLOG-STATUS NOT EQUAL '00'
015350         OPEN OUTPUT RUNLOG-OUT
015360     END-IF.
015370     MOVE DL990-RUN-DATE-8 TO RUNLOG-DATE.
015380     MOVE DL990-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
015390     MOVE DL990-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
015400     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
015410     CLOSE RUNLOG-OUT.
015420 8900-WRITE-RUNLOG-EXIT.
015430     EXIT.
015440
015450 END PROGRAM Y6010405467.
