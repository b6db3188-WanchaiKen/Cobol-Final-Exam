000010******************************************************************
000020* Program-Id: G6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    Monthly project margin report - reads the month's
000070*             billing history and, by project and then by
000080*             employee, prints the hours, the revenue billed
000090*             (overtime premium in, adjustments netted out), the
000100*             cost of the hours at each employee's loaded cost
000110*             rate, and the margin in dollars and percent.
000120*             Projects under the target margin are flagged.
000130* Tectonics: cobc
000140******************************************************************
000150* Modification History
000160* ----------------------------------------------------------------
000170* 10/15/2026 DL  Initial version - every figure the suite kept
000180*                was priced at the billing rate, so nobody could
000190*                see which projects lost money. The month comes
000200*                from the command line as 'YYYYMM', as for
000210*                R6010405467, optionally followed by the target
000220*                margin percent ('YYYYMM nn'); the target is 20
000230*                percent when none is given. Cost is the hours
000240*                at the cost rate in effect on the row's run
000250*                date, off the confidential cost-rate master
000260*                kept by E6010405467. The report is as
000270*                confidential as the master it is priced from.
000272* 10/15/2026 DL  Report a month of a closed year from that year's
000274*                history archive - the year-end close leaves the
000276*                month's partition empty, and the report came out
000278*                blank with no word of why.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. G6010405467.
000310 AUTHOR. D. LAURENT.
000320 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT HISTORY-IN ASSIGN DYNAMIC DL970-HISTORY-NAME
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS IS DL970-HISTORY-STATUS.
000410
000420     SELECT COSTRATE-IN ASSIGN TO 'C:\CostRate.txt'
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS DL970-COSTRATE-STATUS.
000450
000460     SELECT PROJMAST-IN ASSIGN TO 'C:\ProjMaster.txt'
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS DL970-PROJMAST-STATUS.
000490
000500     SELECT EMPMAST-IN ASSIGN TO 'C:\EmpMaster.txt'
000510            ORGANIZATION IS LINE SEQUENTIAL
000520            FILE STATUS IS DL970-EMPMAST-STATUS.
000530
000540     SELECT MARGIN-OUT ASSIGN DYNAMIC DL970-MARGIN-NAME
000550            ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT RUNLOG-OUT
000580            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS DL970-RUNLOG-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------
000650* Billing history - the month's partition, or the old flat file
000660* filtered to the month when no partition exists.
000670*----------------------------------------------------------------
000680 FD  HISTORY-IN.
000690 01  HISTORY-REC-IN.
000700     05 HIST-IN-RUN-DATE PIC 9(8).
000710     05 HIST-IN-PROJ-NUM PIC 99.
000720     05 HIST-IN-EMP-NUM PIC 999.
000730     05 HIST-IN-JOB-CLASS PIC X(21).
000740     05 HIST-IN-CHG-HOUR PIC 999V99.
000750     05 HIST-IN-HOURS PIC 99V9.
000760     05 HIST-IN-RESULT PIC 9(5)V99.
000770     05 HIST-IN-OT-PREM PIC 9(5)V99.
000780     05 HIST-IN-REC-TYPE PIC X.
000790     05 HIST-IN-ADJ-REF PIC X(8).
000800
000810*----------------------------------------------------------------
000820* Cost-rate master, kept by E6010405467 - one row per employee
000830* and effective date.
000840*----------------------------------------------------------------
000850 FD  COSTRATE-IN.
000860 01  COSTRATE-REC-IN.
000870     05 COSTRATE-EMP-NUM PIC 999.
000880     05 COSTRATE-COST-HOUR PIC 999V99.
000890     05 COSTRATE-EFF-DATE PIC 9(8).
000900
000910*----------------------------------------------------------------
000920* Project and employee masters - names for the report only.
000930* Both optional.
000940*----------------------------------------------------------------
000950 FD  PROJMAST-IN.
000960 01  PROJMAST-REC-IN.
000970     05 PROJMAST-PROJ-NUM PIC 99.
000980     05 PROJMAST-PROJ-NAME PIC A(12).
000990     05 PROJMAST-CLIENT-NAME PIC A(22).
001000     05 PROJMAST-STATUS PIC X.
001010     05 PROJMAST-BILL-ARR PIC X.
001020     05 PROJMAST-ARR-AMT PIC 9(7)V99.
001030     05 PROJMAST-CLIENT-NUM PIC 9(5).
001040
001050 FD  EMPMAST-IN.
001060 01  EMPMAST-REC-IN.
001070     05 EMPMAST-EMP-NUM PIC 999.
001080     05 EMPMAST-EMP-NAME PIC A(22).
001090     05 EMPMAST-JOB-CLASS PIC A(21).
001100     05 EMPMAST-STATUS PIC X.
001110
001120*----------------------------------------------------------------
001130* Margin report - by project, then by employee within project.
001140*----------------------------------------------------------------
001150 FD  MARGIN-OUT.
001160 01  MARGIN-REC-OUT PIC X(132).
001170
001180*----------------------------------------------------------------
001190* Run-control log, appended by every program in the suite - this
001200* run adds its own completion line at clean end of run.
001210*----------------------------------------------------------------
001220 FD  RUNLOG-OUT.
001230 01  RUNLOG-REC-OUT PIC X(132).
001240
001250 WORKING-STORAGE SECTION.
001260 01  DL970-WORK-AREAS.
001270     05 DL970-HISTORY-STATUS PIC XX VALUE SPACES.
001280     05 DL970-COSTRATE-STATUS PIC XX VALUE SPACES.
001290     05 DL970-PROJMAST-STATUS PIC XX VALUE SPACES.
001300     05 DL970-EMPMAST-STATUS PIC XX VALUE SPACES.
001310     05 DL970-HISTORY-NAME PIC X(40) VALUE SPACES.
001320     05 DL970-MARGIN-NAME PIC X(40) VALUE SPACES.
001330     05 DL970-PARM-LINE PIC X(20) VALUE SPACES.
001340     05 DL970-PERIOD-X PIC X(6) VALUE SPACES.
001350     05 DL970-PERIOD PIC 9(6) VALUE ZERO.
001360     05 DL970-TARGET-PCT PIC 99 VALUE 20.
001370     05 DL970-RUN-DATE-8 PIC 9(8) VALUE ZERO.
001380     05 DL970-SUB PIC 9(4) COMP VALUE ZERO.
001390     05 DL970-WORK-HOURS PIC S9(3)V9 VALUE ZERO.
001400     05 DL970-WORK-REV PIC S9(7)V99 VALUE ZERO.
001410     05 DL970-WORK-COST PIC S9(7)V99 VALUE ZERO.
001420     05 DL970-WORK-KEY PIC 9(5) VALUE ZERO.
001430     05 DL970-WORK-KEY-R REDEFINES DL970-WORK-KEY.
001440        10 DL970-KEY-PROJ PIC 99.
001450        10 DL970-KEY-EMP PIC 999.
001460     05 DL970-COST-RATE PIC 999V99 VALUE ZERO.
001470     05 DL970-COST-EFF PIC 9(8) VALUE ZERO.
001480     05 DL970-COST-SW PIC X VALUE 'N'.
001490        88 DL970-COST-FOUND           VALUE 'Y'.
001500     05 DL970-SLOT-SW PIC X VALUE 'N'.
001510        88 DL970-SLOT-FOUND           VALUE 'Y'.
001520     05 DL970-INSERT-AT PIC 9(4) COMP VALUE ZERO.
001530     05 DL970-CUR-PROJ PIC 99 VALUE ZERO.
001540     05 DL970-MARGIN-AMT PIC S9(9)V99 VALUE ZERO.
001550     05 DL970-PCT-BASE PIC S9(9)V99 VALUE ZERO.
001560     05 DL970-PCT-WORK PIC S9(11)V99 VALUE ZERO.
001570     05 DL970-MARGIN-PCT PIC S9(5)V9 VALUE ZERO.
001580
001590 01  DL970-RUN-COUNTS.
001600     05 DL970-HIST-READ-CNT PIC 9(7) COMP VALUE ZERO.
001610     05 DL970-HIST-USED-CNT PIC 9(7) COMP VALUE ZERO.
001620     05 DL970-NO-COST-CNT PIC 9(7) COMP VALUE ZERO.
001630     05 DL970-PROJ-CNT PIC 9(5) COMP VALUE ZERO.
001640     05 DL970-BELOW-CNT PIC 9(5) COMP VALUE ZERO.
001650
001660*----------------------------------------------------------------
001670* Cost rates, as loaded from the cost-rate master.
001680*----------------------------------------------------------------
001690 01  DL970-COST-AREAS.
001700     05 DL970-COST-TAB OCCURS 2000 TIMES
001710                        INDEXED BY DL970-COST-IDX.
001720        10 DL970-COST-EMP-NUM PIC 999.
001730        10 DL970-COST-HOUR PIC 999V99.
001740        10 DL970-COST-EFF-DATE PIC 9(8).
001750     05 DL970-COST-CNT PIC 9(4) COMP VALUE ZERO.
001760
001770*----------------------------------------------------------------
001780* Project and employee names, slotted directly by number.
001790*----------------------------------------------------------------
001800 01  DL970-NAME-AREAS.
001810     05 DL970-PROJ-NAME PIC X(12) OCCURS 99 TIMES.
001820     05 DL970-EMP-NAME PIC X(22) OCCURS 999 TIMES.
001830
001840*----------------------------------------------------------------
001850* Project/employee totals, kept in PROJ_NUM then EMP_NUM order
001860* as they are built, so the report prints straight down the
001870* table.
001880*----------------------------------------------------------------
001890 01  DL970-PE-AREAS.
001900     05 DL970-PE-TAB OCCURS 3000 TIMES
001910                      INDEXED BY DL970-PE-IDX.
001920        10 DL970-PE-KEY PIC 9(5).
001930        10 DL970-PE-HOURS PIC S9(7)V9.
001940        10 DL970-PE-REV PIC S9(9)V99.
001950        10 DL970-PE-COST PIC S9(9)V99.
001960        10 DL970-PE-NO-COST PIC X.
001970     05 DL970-PE-CNT PIC 9(4) COMP VALUE ZERO.
001980     05 DL970-PE-FULL-SW PIC X VALUE 'N'.
001990
002000*----------------------------------------------------------------
002010* Project and report totals, accumulated as the table prints.
002020*----------------------------------------------------------------
002030 01  DL970-TOTAL-AREAS.
002040     05 DL970-PROJ-HOURS PIC S9(7)V9 VALUE ZERO.
002050     05 DL970-PROJ-REV PIC S9(9)V99 VALUE ZERO.
002060     05 DL970-PROJ-COST PIC S9(9)V99 VALUE ZERO.
002070     05 DL970-ALL-HOURS PIC S9(7)V9 VALUE ZERO.
002080     05 DL970-ALL-REV PIC S9(9)V99 VALUE ZERO.
002090     05 DL970-ALL-COST PIC S9(9)V99 VALUE ZERO.
002100
002110 01  MARGIN-HEAD-1.
002120     05 PIC X(1) VALUE SPACES.
002130     05 PIC X(26) VALUE 'PROJECT MARGIN REPORT FOR '.
002140     05 MARGIN-HEAD-PERIOD PIC 9(6).
002150     05 PIC X(18) VALUE '   TARGET MARGIN '.
002160     05 MARGIN-HEAD-TARGET PIC Z9.
002170     05 PIC X(13) VALUE '%   RUN DATE '.
002180     05 MARGIN-HEAD-RUN-DATE PIC 9(8).
002190     05 PIC X(16) VALUE '   CONFIDENTIAL'.
002200
002210 01  MARGIN-HEAD-2.
002220     05 PIC X(1) VALUE SPACES.
002230     05 PIC X(32) VALUE 'PROJECT / EMPLOYEE'.
002240     05 PIC X(10) VALUE '    HOURS'.
002250     05 PIC X(16) VALUE '       REVENUE'.
002260     05 PIC X(16) VALUE '          COST'.
002270     05 PIC X(16) VALUE '        MARGIN'.
002280     05 PIC X(10) VALUE '  MARGIN%'.
002290
002300 01  MARGIN-CLOSE-1.
002310     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
002320     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
002330     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
002340
002350 01  MARGIN-PROJ-HEAD.
002360     05 PIC X(1) VALUE SPACES.
002370     05 PIC X(8) VALUE 'PROJECT '.
002380     05 MARGIN-PH-PROJ-NUM PIC 99.
002390     05 PIC X(2) VALUE SPACES.
002400     05 MARGIN-PH-PROJ-NAME PIC X(12).
002410
002420 01  MARGIN-DETAIL.
002430     05 PIC X(5) VALUE SPACES.
002440     05 PIC X(4) VALUE 'EMP '.
002450     05 MARGIN-EMP-NUM PIC 999.
002460     05 PIC X(1) VALUE SPACES.
002470     05 MARGIN-EMP-NAME PIC X(22).
002480     05 MARGIN-HOURS PIC ZZ,ZZ9.9-.
002490     05 PIC X(1) VALUE SPACES.
002500     05 MARGIN-REV PIC ZZ,ZZZ,ZZ9.99-.
002510     05 PIC X(2) VALUE SPACES.
002520     05 MARGIN-COST PIC ZZ,ZZZ,ZZ9.99-.
002530     05 PIC X(2) VALUE SPACES.
002540     05 MARGIN-MARGIN PIC ZZ,ZZZ,ZZ9.99-.
002550     05 PIC X(2) VALUE SPACES.
002560     05 MARGIN-PCT PIC ZZZZ9.9-.
002570     05 PIC X(2) VALUE SPACES.
002580     05 MARGIN-FLAG PIC X(16).
002590
002600 01  MARGIN-TOTAL.
002610     05 PIC X(3) VALUE SPACES.
002620     05 MARGIN-TOT-LABEL PIC X(32).
002630     05 MARGIN-TOT-HOURS PIC ZZ,ZZ9.9-.
002640     05 PIC X(1) VALUE SPACES.
002650     05 MARGIN-TOT-REV PIC ZZ,ZZZ,ZZ9.99-.
002660     05 PIC X(2) VALUE SPACES.
002670     05 MARGIN-TOT-COST PIC ZZ,ZZZ,ZZ9.99-.
002680     05 PIC X(2) VALUE SPACES.
002690     05 MARGIN-TOT-MARGIN PIC ZZ,ZZZ,ZZ9.99-.
002700     05 PIC X(2) VALUE SPACES.
002710     05 MARGIN-TOT-PCT PIC ZZZZ9.9-.
002720     05 PIC X(2) VALUE SPACES.
002730     05 MARGIN-TOT-FLAG PIC X(16).
002740
002750 01  MARGIN-NOTE-LINE.
002760     05 PIC X(1) VALUE SPACES.
002770     05 MARGIN-NOTE-TEXT PIC X(100).
002780
002790 01  DL970-RUNLOG-AREAS.
002800     05 DL970-RUNLOG-STATUS PIC XX VALUE SPACES.
002810     05 DL970-START-TIME PIC 9(8) VALUE ZERO.
002820     05 DL970-END-TIME PIC 9(8) VALUE ZERO.
002830
002840*----------------------------------------------------------------
002850* Run-control log completion line - the balanced flag at byte 88
002860* and the program id at bytes 90-100 follow the suite convention.
002870*----------------------------------------------------------------
002880 01  RUNLOG-LINE.
002890     05 RUNLOG-DATE PIC 9(8).
002900     05 PIC X(1) VALUE SPACES.
002910     05 RUNLOG-START-TIME PIC 9(6).
002920     05 PIC X(1) VALUE SPACES.
002930     05 RUNLOG-END-TIME PIC 9(6).
002940     05 PIC X(65) VALUE SPACES.
002950     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
002960     05 PIC X(1) VALUE SPACES.
002970     05 RUNLOG-PROG-ID PIC X(11) VALUE 'G6010405467'.
002980
002990 PROCEDURE DIVISION.
003000******************************************************************
003010* 0000-MAINLINE-RTN
003020* Loads the cost rates and names, totals the month's history by
003030* project and employee, and prints the margin report.
003040******************************************************************
003050 0000-MAINLINE-RTN.
003060     PERFORM 1000-INITIALIZE-RTN
003070         THRU 1000-INITIALIZE-EXIT.
003080
003090     PERFORM 1500-LOAD-COSTRATE-RTN
003100         THRU 1500-LOAD-COSTRATE-EXIT.
003110     PERFORM 1600-LOAD-NAMES-RTN
003120         THRU 1600-LOAD-NAMES-EXIT.
003130
003140     PERFORM 2000-TOTAL-HISTORY-RTN
003150         THRU 2000-TOTAL-HISTORY-EXIT.
003160
003170     PERFORM 8000-TERMINATE-RTN
003180         THRU 8000-TERMINATE-EXIT.
003190
003200     STOP RUN.
003210
003220******************************************************************
003230* 1000-INITIALIZE-RTN
003240* Takes the month from the command line as YYYYMM, refuses a
003250* bad or missing month, picks up the target margin if one
003260* follows it, and opens the report.
003270******************************************************************
003280 1000-INITIALIZE-RTN.
003290     ACCEPT DL970-PARM-LINE FROM COMMAND-LINE.
003300     MOVE DL970-PARM-LINE (1:6) TO DL970-PERIOD-X.
003310     IF DL970-PERIOD-X IS NOT NUMERIC
003320       OR DL970-PERIOD-X EQUAL '000000'
003330         DISPLAY 'G6010405467: RUN PARM MUST BE THE MONTH TO '
003340             'REPORT AS YYYYMM - RUN CANCELLED'
003350         MOVE 12 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     MOVE DL970-PERIOD-X TO DL970-PERIOD (1:6).
003390     IF DL970-PARM-LINE (8:2) IS NUMERIC
003400         MOVE DL970-PARM-LINE (8:2) TO DL970-TARGET-PCT
003410     END-IF.
003420     ACCEPT DL970-RUN-DATE-8 FROM DATE YYYYMMDD.
003430     ACCEPT DL970-START-TIME FROM TIME.
003440     MOVE SPACES TO DL970-NAME-AREAS.
003450     STRING 'C:\6010405467-MARGIN-' DL970-PERIOD '.txt'
003460         DELIMITED BY SIZE INTO DL970-MARGIN-NAME.
003470     OPEN OUTPUT MARGIN-OUT.
003480     MOVE DL970-PERIOD TO MARGIN-HEAD-PERIOD.
003490     MOVE DL970-TARGET-PCT TO MARGIN-HEAD-TARGET.
003500     MOVE DL970-RUN-DATE-8 TO MARGIN-HEAD-RUN-DATE.
003510     WRITE MARGIN-REC-OUT FROM MARGIN-HEAD-1
003520           AFTER ADVANCING 1 LINE.
003530     WRITE MARGIN-REC-OUT FROM MARGIN-HEAD-2
003540           AFTER ADVANCING 2 LINES.
003550     WRITE MARGIN-REC-OUT FROM MARGIN-CLOSE-1
003560           AFTER ADVANCING 1 LINE.
003570 1000-INITIALIZE-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 1500-LOAD-COSTRATE-RTN
003620* Loads the cost-rate master. Without it there is no cost side
003630* to report, so the run is refused.
003640******************************************************************
003650 1500-LOAD-COSTRATE-RTN.
003660     OPEN INPUT COSTRATE-IN.
003670     IF DL970-COSTRATE-STATUS NOT EQUAL '00'
003680         DISPLAY 'G6010405467: NO COST-RATE MASTER ON HAND - '
003690             'RUN CANCELLED'
003700         MOVE 12 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730     PERFORM 1510-READ-COSTRATE-RTN
003740         THRU 1510-READ-COSTRATE-EXIT
003750         UNTIL DL970-COSTRATE-STATUS NOT EQUAL '00'.
003760     CLOSE COSTRATE-IN.
003770 1500-LOAD-COSTRATE-EXIT.
003780     EXIT.
003790
003800 1510-READ-COSTRATE-RTN.
003810     READ COSTRATE-IN.
003820     IF DL970-COSTRATE-STATUS EQUAL '00'
003830         IF DL970-COST-CNT < 2000
003840             ADD 1 TO DL970-COST-CNT
003850             SET DL970-COST-IDX TO DL970-COST-CNT
003860             MOVE COSTRATE-EMP-NUM
003870                 TO DL970-COST-EMP-NUM (DL970-COST-IDX)
003880             MOVE COSTRATE-COST-HOUR
003890                 TO DL970-COST-HOUR (DL970-COST-IDX)
003900             MOVE COSTRATE-EFF-DATE
003910                 TO DL970-COST-EFF-DATE (DL970-COST-IDX)
003920         ELSE
003930             DISPLAY 'COSTRATE-IN: COST TABLE FULL AT 2000 ROWS'
003940                 ' - EMPLOYEE ' COSTRATE-EMP-NUM ' IGNORED'
003950         END-IF
003960     END-IF.
003970 1510-READ-COSTRATE-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010* 1600-LOAD-NAMES-RTN
004020* Picks the project and employee names off their masters for
004030* the report. Both are optional - a number without a name
004040* prints with the name blank.
004050******************************************************************
004060 1600-LOAD-NAMES-RTN.
004070     OPEN INPUT PROJMAST-IN.
004080     IF DL970-PROJMAST-STATUS EQUAL '00'
004090         PERFORM 1610-READ-PROJMAST-RTN
004100             THRU 1610-READ-PROJMAST-EXIT
004110             UNTIL DL970-PROJMAST-STATUS NOT EQUAL '00'
004120         CLOSE PROJMAST-IN
004130     END-IF.
004140     OPEN INPUT EMPMAST-IN.
004150     IF DL970-EMPMAST-STATUS EQUAL '00'
004160         PERFORM 1620-READ-EMPMAST-RTN
004170             THRU 1620-READ-EMPMAST-EXIT
004180             UNTIL DL970-EMPMAST-STATUS NOT EQUAL '00'
004190         CLOSE EMPMAST-IN
004200     END-IF.
004210 1600-LOAD-NAMES-EXIT.
004220     EXIT.
004230
004240 1610-READ-PROJMAST-RTN.
004250     READ PROJMAST-IN.
004260     IF DL970-PROJMAST-STATUS EQUAL '00'
004270        IF PROJMAST-PROJ-NUM GREATER THAN ZERO
004280            MOVE PROJMAST-PROJ-NAME
004290                TO DL970-PROJ-NAME (PROJMAST-PROJ-NUM)
004300        END-IF
004310     END-IF.
004320 1610-READ-PROJMAST-EXIT.
004330     EXIT.
004340
004350 1620-READ-EMPMAST-RTN.
004360     READ EMPMAST-IN.
004370     IF DL970-EMPMAST-STATUS EQUAL '00'
004380        IF EMPMAST-EMP-NUM GREATER THAN ZERO
004390            MOVE EMPMAST-EMP-NAME
004400                TO DL970-EMP-NAME (EMPMAST-EMP-NUM)
004410        END-IF
004420     END-IF.
004430 1620-READ-EMPMAST-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 2000-TOTAL-HISTORY-RTN
004480* Totals the month's billed detail by project and employee -
004490* the monthly partition when it exists, else the old flat file
004500* filtered to the month. A month with no rows there may be in
004502* a closed year, and is read from that year's history archive.
004510******************************************************************
004520 2000-TOTAL-HISTORY-RTN.
004530     MOVE SPACES TO DL970-HISTORY-NAME.
004540     STRING 'C:\6010405467-HIST-' DL970-PERIOD '.txt'
004550         DELIMITED BY SIZE INTO DL970-HISTORY-NAME.
004560     OPEN INPUT HISTORY-IN.
004570     IF DL970-HISTORY-STATUS NOT EQUAL '00'
004580         MOVE 'C:\6010405467-HISTORY.txt' TO DL970-HISTORY-NAME
004590         OPEN INPUT HISTORY-IN
004600     END-IF.
004610     IF DL970-HISTORY-STATUS EQUAL '00'
004620         PERFORM 2100-READ-HISTORY-RTN
004630             THRU 2100-READ-HISTORY-EXIT
004640             UNTIL DL970-HISTORY-STATUS NOT EQUAL '00'
004650         CLOSE HISTORY-IN
004660     END-IF.
004670     IF DL970-HIST-USED-CNT EQUAL ZERO
004680         PERFORM 2050-READ-ARCHIVE-RTN
004685             THRU 2050-READ-ARCHIVE-EXIT
004690     END-IF.
004700 2000-TOTAL-HISTORY-EXIT.
004710     EXIT.
004720
004721******************************************************************
004722* 2050-READ-ARCHIVE-RTN
004723* Reads the month from the history archive Y6010405467 wrote when
004724* it closed the month's year. No archive means the year is still
004725* open and the month has no billing to report.
004726******************************************************************
004727 2050-READ-ARCHIVE-RTN.
004728     MOVE SPACES TO DL970-HISTORY-NAME.
004729     STRING 'C:\6010405467-HISTARC-' DL970-PERIOD-X (1:4) '.txt'
004730         DELIMITED BY SIZE INTO DL970-HISTORY-NAME.
004731     OPEN INPUT HISTORY-IN.
004732     IF DL970-HISTORY-STATUS NOT EQUAL '00'
004733         DISPLAY 'G6010405467: NO BILLING HISTORY FOR '
004734             DL970-PERIOD ' - NOTHING TO REPORT'
004735         GO TO 2050-READ-ARCHIVE-EXIT
004736     END-IF.
004737     DISPLAY 'G6010405467: ' DL970-PERIOD ' IS IN A CLOSED '
004738         'YEAR - REPORTED FROM THE ' DL970-PERIOD-X (1:4)
004739         ' HISTORY ARCHIVE'.
004740     PERFORM 2100-READ-HISTORY-RTN
004741         THRU 2100-READ-HISTORY-EXIT
004742         UNTIL DL970-HISTORY-STATUS NOT EQUAL '00'.
004743     CLOSE HISTORY-IN.
004744 2050-READ-ARCHIVE-EXIT.
004745     EXIT.
004746
004747******************************************************************
004748* 2100-READ-HISTORY-RTN
004750* Prices one history row. Revenue is the charge plus any
004760* overtime premium; cost is the hours at the employee's cost
004770* rate on the row's run date. An adjustment (credit) row takes
004780* back both its revenue and its hours, so its cost comes back
004790* off too.
004800******************************************************************
004810 2100-READ-HISTORY-RTN.
004820     READ HISTORY-IN.
004830     IF DL970-HISTORY-STATUS NOT EQUAL '00'
004840         GO TO 2100-READ-HISTORY-EXIT
004850     END-IF.
004860     ADD 1 TO DL970-HIST-READ-CNT.
004870     IF HIST-IN-RUN-DATE (1:6) NOT EQUAL DL970-PERIOD-X
004880         GO TO 2100-READ-HISTORY-EXIT
004890     END-IF.
004900     IF HIST-IN-PROJ-NUM IS NOT NUMERIC
004910        OR HIST-IN-PROJ-NUM EQUAL ZERO
004920        OR HIST-IN-EMP-NUM IS NOT NUMERIC
004930         GO TO 2100-READ-HISTORY-EXIT
004940     END-IF.
004950     ADD 1 TO DL970-HIST-USED-CNT.
004960     MOVE HIST-IN-RESULT TO DL970-WORK-REV.
004970*    History rows from before the premium column leave the
004980*    field as spaces - read those as a zero premium.
004990     IF HIST-IN-OT-PREM IS NUMERIC
005000         ADD HIST-IN-OT-PREM TO DL970-WORK-REV
005010     END-IF.
005020     MOVE HIST-IN-HOURS TO DL970-WORK-HOURS.
005030     IF HIST-IN-REC-TYPE EQUAL 'A'
005040         SUBTRACT DL970-WORK-REV FROM ZERO
005050             GIVING DL970-WORK-REV
005060         SUBTRACT DL970-WORK-HOURS FROM ZERO
005070             GIVING DL970-WORK-HOURS
005080     END-IF.
005090     PERFORM 2200-FIND-COST-RATE-RTN
005100         THRU 2200-FIND-COST-RATE-EXIT.
005110     MULTIPLY DL970-WORK-HOURS BY DL970-COST-RATE
005120         GIVING DL970-WORK-COST ROUNDED.
005130     MOVE HIST-IN-PROJ-NUM TO DL970-KEY-PROJ.
005140     MOVE HIST-IN-EMP-NUM TO DL970-KEY-EMP.
005150     PERFORM 2300-FIND-PE-SLOT-RTN
005160         THRU 2300-FIND-PE-SLOT-EXIT.
005170     IF DL970-PE-FULL-SW EQUAL 'Y'
005180         GO TO 2100-READ-HISTORY-EXIT
005190     END-IF.
005200     ADD DL970-WORK-HOURS TO DL970-PE-HOURS (DL970-INSERT-AT).
005210     ADD DL970-WORK-REV TO DL970-PE-REV (DL970-INSERT-AT).
005220     ADD DL970-WORK-COST TO DL970-PE-COST (DL970-INSERT-AT).
005230     IF NOT DL970-COST-FOUND
005240         MOVE 'Y' TO DL970-PE-NO-COST (DL970-INSERT-AT)
005250         ADD 1 TO DL970-NO-COST-CNT
005260     END-IF.
005270 2100-READ-HISTORY-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 2200-FIND-COST-RATE-RTN
005320* Finds the employee's cost rate in effect on the row's run
005330* date - the latest row dated on or before it.
005340******************************************************************
005350 2200-FIND-COST-RATE-RTN.
005360     MOVE 'N' TO DL970-COST-SW.
005370     MOVE ZERO TO DL970-COST-RATE.
005380     MOVE ZERO TO DL970-COST-EFF.
005390     PERFORM 2210-TEST-COST-RATE-RTN
005400         THRU 2210-TEST-COST-RATE-EXIT
005410         VARYING DL970-COST-IDX FROM 1 BY 1
005420         UNTIL DL970-COST-IDX > DL970-COST-CNT.
005430 2200-FIND-COST-RATE-EXIT.
005440     EXIT.
005450
005460 2210-TEST-COST-RATE-RTN.
005470     IF DL970-COST-EMP-NUM (DL970-COST-IDX)
005480            NOT EQUAL HIST-IN-EMP-NUM
005490         GO TO 2210-TEST-COST-RATE-EXIT
005500     END-IF.
005510     IF DL970-COST-EFF-DATE (DL970-COST-IDX)
005520            GREATER THAN HIST-IN-RUN-DATE
005530         GO TO 2210-TEST-COST-RATE-EXIT
005540     END-IF.
005550     IF DL970-COST-FOUND
005560       AND DL970-COST-EFF-DATE (DL970-COST-IDX)
005570              LESS THAN DL970-COST-EFF
005580         GO TO 2210-TEST-COST-RATE-EXIT
005590     END-IF.
005600     MOVE 'Y' TO DL970-COST-SW.
005610     MOVE DL970-COST-HOUR (DL970-COST-IDX) TO DL970-COST-RATE.
005620     MOVE DL970-COST-EFF-DATE (DL970-COST-IDX)
005630         TO DL970-COST-EFF.
005640 2210-TEST-COST-RATE-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 2300-FIND-PE-SLOT-RTN
005690* Finds the project/employee entry for the row, opening a new
005700* one in key order when it is the pair's first row - the
005710* entries above the insertion point move down one place.
005720******************************************************************
005730 2300-FIND-PE-SLOT-RTN.
005740     MOVE 'N' TO DL970-SLOT-SW.
005750     ADD 1 TO DL970-PE-CNT GIVING DL970-INSERT-AT.
005760     PERFORM 2310-TEST-PE-SLOT-RTN
005770         THRU 2310-TEST-PE-SLOT-EXIT
005780         VARYING DL970-PE-IDX FROM 1 BY 1
005790         UNTIL DL970-PE-IDX > DL970-PE-CNT
005800            OR DL970-SLOT-FOUND.
005810     IF DL970-INSERT-AT NOT GREATER THAN DL970-PE-CNT
005820        IF DL970-PE-KEY (DL970-INSERT-AT) EQUAL DL970-WORK-KEY
005830            GO TO 2300-FIND-PE-SLOT-EXIT
005840        END-IF
005850     END-IF.
005860     IF DL970-PE-CNT NOT LESS THAN 3000
005870         IF DL970-PE-FULL-SW NOT EQUAL 'Y'
005880             DISPLAY 'G6010405467: PROJECT/EMPLOYEE TABLE FULL '
005890                 'AT 3000 - LATER PAIRS LEFT OFF THE REPORT'
005900         END-IF
005910         MOVE 'Y' TO DL970-PE-FULL-SW
005920         GO TO 2300-FIND-PE-SLOT-EXIT
005930     END-IF.
005940     PERFORM 2320-SHIFT-PE-RTN
005950         THRU 2320-SHIFT-PE-EXIT
005960         VARYING DL970-SUB FROM DL970-PE-CNT BY -1
005970         UNTIL DL970-SUB < DL970-INSERT-AT.
005980     ADD 1 TO DL970-PE-CNT.
005990     MOVE DL970-WORK-KEY TO DL970-PE-KEY (DL970-INSERT-AT).
006000     MOVE ZERO TO DL970-PE-HOURS (DL970-INSERT-AT).
006010     MOVE ZERO TO DL970-PE-REV (DL970-INSERT-AT).
006020     MOVE ZERO TO DL970-PE-COST (DL970-INSERT-AT).
006030     MOVE 'N' TO DL970-PE-NO-COST (DL970-INSERT-AT).
006040 2300-FIND-PE-SLOT-EXIT.
006050     EXIT.
006060
006070 2310-TEST-PE-SLOT-RTN.
006080     IF DL970-PE-KEY (DL970-PE-IDX) NOT LESS THAN DL970-WORK-KEY
006090         MOVE 'Y' TO DL970-SLOT-SW
006100         SET DL970-INSERT-AT TO DL970-PE-IDX
006110     END-IF.
006120 2310-TEST-PE-SLOT-EXIT.
006130     EXIT.
006140
006150 2320-SHIFT-PE-RTN.
006160     MOVE DL970-PE-TAB (DL970-SUB)
006165         TO DL970-PE-TAB (DL970-SUB + 1).
006170 2320-SHIFT-PE-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210* 8000-TERMINATE-RTN
006220* Prints the table down, breaking on project, then the report
006230* totals and the console counts.
006240******************************************************************
006250 8000-TERMINATE-RTN.
006260     MOVE ZERO TO DL970-CUR-PROJ.
006270     PERFORM 8100-PRINT-ONE-PE-RTN
006280         THRU 8100-PRINT-ONE-PE-EXIT
006290         VARYING DL970-PE-IDX FROM 1 BY 1
006300         UNTIL DL970-PE-IDX > DL970-PE-CNT.
006310     IF DL970-CUR-PROJ NOT EQUAL ZERO
006320         PERFORM 8200-PRINT-PROJ-TOTAL-RTN
006330             THRU 8200-PRINT-PROJ-TOTAL-EXIT
006340     END-IF.
006350
006360     WRITE MARGIN-REC-OUT FROM MARGIN-CLOSE-1
006370           AFTER ADVANCING 1 LINE.
006380     MOVE '** ALL PROJECTS' TO MARGIN-TOT-LABEL.
006390     MOVE DL970-ALL-HOURS TO MARGIN-TOT-HOURS.
006400     MOVE DL970-ALL-REV TO MARGIN-TOT-REV.
006410     MOVE DL970-ALL-COST TO MARGIN-TOT-COST.
006420     SUBTRACT DL970-ALL-COST FROM DL970-ALL-REV
006430         GIVING DL970-MARGIN-AMT.
006440     MOVE DL970-MARGIN-AMT TO MARGIN-TOT-MARGIN.
006450     MOVE DL970-ALL-REV TO DL970-PCT-BASE.
006460     PERFORM 8300-CALC-MARGIN-PCT-RTN
006470         THRU 8300-CALC-MARGIN-PCT-EXIT.
006480     MOVE DL970-MARGIN-PCT TO MARGIN-TOT-PCT.
006490     MOVE SPACES TO MARGIN-TOT-FLAG.
006500     WRITE MARGIN-REC-OUT FROM MARGIN-TOTAL
006510           AFTER ADVANCING 1 LINE.
006520     IF DL970-NO-COST-CNT GREATER THAN ZERO
006530         MOVE SPACES TO MARGIN-NOTE-TEXT
006540         STRING 'ROWS FOR AN EMPLOYEE WITH NO COST RATE IN '
006550             'EFFECT ARE COSTED AT ZERO AND MARKED NO COST RATE'
006560             DELIMITED BY SIZE INTO MARGIN-NOTE-TEXT
006570         WRITE MARGIN-REC-OUT FROM MARGIN-NOTE-LINE
006580               AFTER ADVANCING 2 LINES
006590     END-IF.
006600     CLOSE MARGIN-OUT.
006610
006620     DISPLAY 'G6010405467: ' DL970-HIST-READ-CNT
006630         ' HISTORY ROWS READ ' DL970-HIST-USED-CNT
006640         ' IN THE MONTH ' DL970-NO-COST-CNT ' WITH NO COST RATE'.
006650     DISPLAY 'G6010405467: ' DL970-PROJ-CNT ' PROJECTS '
006660         DL970-BELOW-CNT ' BELOW THE TARGET MARGIN'.
006670
006680     PERFORM 8900-WRITE-RUNLOG-RTN
006690         THRU 8900-WRITE-RUNLOG-EXIT.
006700 8000-TERMINATE-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 8100-PRINT-ONE-PE-RTN
006750* Prints one employee's line under its project, closing off the
006760* previous project and heading the new one on a change of
006770* PROJ_NUM.
006780******************************************************************
006790 8100-PRINT-ONE-PE-RTN.
006800     MOVE DL970-PE-KEY (DL970-PE-IDX) TO DL970-WORK-KEY.
006810     IF DL970-KEY-PROJ NOT EQUAL DL970-CUR-PROJ
006820         IF DL970-CUR-PROJ NOT EQUAL ZERO
006830             PERFORM 8200-PRINT-PROJ-TOTAL-RTN
006840                 THRU 8200-PRINT-PROJ-TOTAL-EXIT
006850         END-IF
006860         MOVE DL970-KEY-PROJ TO DL970-CUR-PROJ
006870         MOVE DL970-KEY-PROJ TO MARGIN-PH-PROJ-NUM
006880         MOVE DL970-PROJ-NAME (DL970-KEY-PROJ)
006890             TO MARGIN-PH-PROJ-NAME
006900         WRITE MARGIN-REC-OUT FROM MARGIN-PROJ-HEAD
006910               AFTER ADVANCING 2 LINES
006920     END-IF.
006930     MOVE DL970-KEY-EMP TO MARGIN-EMP-NUM.
006940     IF DL970-KEY-EMP GREATER THAN ZERO
006950         MOVE DL970-EMP-NAME (DL970-KEY-EMP) TO MARGIN-EMP-NAME
006960     ELSE
006970         MOVE SPACES TO MARGIN-EMP-NAME
006980     END-IF.
006990     MOVE DL970-PE-HOURS (DL970-PE-IDX) TO MARGIN-HOURS.
007000     MOVE DL970-PE-REV (DL970-PE-IDX) TO MARGIN-REV.
007010     MOVE DL970-PE-COST (DL970-PE-IDX) TO MARGIN-COST.
007020     SUBTRACT DL970-PE-COST (DL970-PE-IDX)
007030         FROM DL970-PE-REV (DL970-PE-IDX)
007040         GIVING DL970-MARGIN-AMT.
007050     MOVE DL970-MARGIN-AMT TO MARGIN-MARGIN.
007060     MOVE DL970-PE-REV (DL970-PE-IDX) TO DL970-PCT-BASE.
007070     PERFORM 8300-CALC-MARGIN-PCT-RTN
007080         THRU 8300-CALC-MARGIN-PCT-EXIT.
007090     MOVE DL970-MARGIN-PCT TO MARGIN-PCT.
007100     IF DL970-PE-NO-COST (DL970-PE-IDX) EQUAL 'Y'
007110         MOVE 'NO COST RATE' TO MARGIN-FLAG
007120     ELSE
007130         MOVE SPACES TO MARGIN-FLAG
007140     END-IF.
007150     WRITE MARGIN-REC-OUT FROM MARGIN-DETAIL
007160           AFTER ADVANCING 1 LINE.
007170     ADD DL970-PE-HOURS (DL970-PE-IDX) TO DL970-PROJ-HOURS.
007180     ADD DL970-PE-REV (DL970-PE-IDX) TO DL970-PROJ-REV.
007190     ADD DL970-PE-COST (DL970-PE-IDX) TO DL970-PROJ-COST.
007200 8100-PRINT-ONE-PE-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 8200-PRINT-PROJ-TOTAL-RTN
007250* Prints the project's total line, flagged when its margin
007260* percent is under the target, and rolls it into the report
007270* totals.
007280******************************************************************
007290 8200-PRINT-PROJ-TOTAL-RTN.
007300     MOVE SPACES TO MARGIN-TOT-LABEL.
007310     STRING '** PROJECT ' DL970-CUR-PROJ ' TOTAL'
007320         DELIMITED BY SIZE INTO MARGIN-TOT-LABEL.
007330     MOVE DL970-PROJ-HOURS TO MARGIN-TOT-HOURS.
007340     MOVE DL970-PROJ-REV TO MARGIN-TOT-REV.
007350     MOVE DL970-PROJ-COST TO MARGIN-TOT-COST.
007360     SUBTRACT DL970-PROJ-COST FROM DL970-PROJ-REV
007370         GIVING DL970-MARGIN-AMT.
007380     MOVE DL970-MARGIN-AMT TO MARGIN-TOT-MARGIN.
007390     MOVE DL970-PROJ-REV TO DL970-PCT-BASE.
007400     PERFORM 8300-CALC-MARGIN-PCT-RTN
007410         THRU 8300-CALC-MARGIN-PCT-EXIT.
007420     MOVE DL970-MARGIN-PCT TO MARGIN-TOT-PCT.
007430     ADD 1 TO DL970-PROJ-CNT.
007440     IF DL970-MARGIN-PCT LESS THAN DL970-TARGET-PCT
007450         MOVE '** BELOW TARGET' TO MARGIN-TOT-FLAG
007460         ADD 1 TO DL970-BELOW-CNT
007470     ELSE
007480         MOVE SPACES TO MARGIN-TOT-FLAG
007490     END-IF.
007500     WRITE MARGIN-REC-OUT FROM MARGIN-TOTAL
007510           AFTER ADVANCING 1 LINE.
007520     ADD DL970-PROJ-HOURS TO DL970-ALL-HOURS.
007530     ADD DL970-PROJ-REV TO DL970-ALL-REV.
007540     ADD DL970-PROJ-COST TO DL970-ALL-COST.
007550     MOVE ZERO TO DL970-PROJ-HOURS.
007560     MOVE ZERO TO DL970-PROJ-REV.
007570     MOVE ZERO TO DL970-PROJ-COST.
007580 8200-PRINT-PROJ-TOTAL-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620* 8300-CALC-MARGIN-PCT-RTN
007630* Works out the margin percent of DL970-MARGIN-AMT over the
007640* revenue in DL970-PCT-BASE. With no revenue there is no
007650* percent to show - a loss then reads as -100, anything else
007660* as zero.
007670******************************************************************
007680 8300-CALC-MARGIN-PCT-RTN.
007690     IF DL970-PCT-BASE EQUAL ZERO
007700         IF DL970-MARGIN-AMT LESS THAN ZERO
007710             MOVE -100 TO DL970-MARGIN-PCT
007720         ELSE
007730             MOVE ZERO TO DL970-MARGIN-PCT
007740         END-IF
007750         GO TO 8300-CALC-MARGIN-PCT-EXIT
007760     END-IF.
007770     MULTIPLY DL970-MARGIN-AMT BY 100
007780         GIVING DL970-PCT-WORK.
007790     DIVIDE DL970-PCT-WORK BY DL970-PCT-BASE
007800         GIVING DL970-MARGIN-PCT ROUNDED
007810         ON SIZE ERROR
007820             MOVE -9999.9 TO DL970-MARGIN-PCT
007830     END-DIVIDE.
007840 8300-CALC-MARGIN-PCT-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 8900-WRITE-RUNLOG-RTN
007890* Appends this run's completion line to the permanent run-control
007900* log, the way every program in the suite does.
007910******************************************************************
007920 8900-WRITE-RUNLOG-RTN.
007930     ACCEPT DL970-END-TIME FROM TIME.
007940     OPEN EXTEND RUNLOG-OUT.
007950     IF DL970-RUNLOG-STATUS NOT EQUAL '00'
007960         OPEN OUTPUT RUNLOG-OUT
007970     END-IF.
007980     MOVE DL970-RUN-DATE-8 TO RUNLOG-DATE.
007990     MOVE DL970-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
008000     MOVE DL970-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
008010     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
008020     CLOSE RUNLOG-OUT.
008030 8900-WRITE-RUNLOG-EXIT.
008040     EXIT.
008050
008060 END PROGRAM G6010405467.
