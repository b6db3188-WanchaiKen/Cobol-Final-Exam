000010******************************************************************
000020* Program-Id: W6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    Month-end unbilled work-in-progress - totals the
000070*             T+M value of the work on the billing history and
000080*             the amount invoiced on the register, year to date
000090*             through the month, for every fixed-fee and
000100*             not-to-exceed project, prints the unbilled (or
000110*             over-billed) position, and writes the revenue
000120*             accrual entries in the GL posting layout, flagged
000130*             to reverse on the first day of the next month.
000140* Tectonics: cobc
000150******************************************************************
000160* Modification History
000170* ----------------------------------------------------------------
000180* 10/15/2026 DL  Initial version - the fixed-fee and NTE
000190*                arrangements bill less (or more) than the T+M
000200*                value of the work and nothing totalled the
000210*                difference; finance built the revenue accrual
000220*                in a spreadsheet. The month comes from the
000230*                command line as 'YYYYMM', as for R6010405467.
000240*                The position is year to date - the same basis
000250*                B6010405467 caps NTE billing on - so each
000260*                month's accrual is the whole position, reversed
000270*                on the 1st and rebuilt at the next month end.
000272* 10/15/2026 DL  Refuse a month in a year the year-end close has
000274*                closed on the run-control log - no accrual may
000276*                post into a closed year.
000278* 10/15/2026 DL  Carry the retainer applied at the end of the
000280*                invoice register row - the shorter layout stopped
000282*                the register read at the first row that had it,
000284*                and the WIP and accrual came out short.
000286******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. W6010405467.
000310 AUTHOR. D. LAURENT.
000320 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT HISTORY-IN ASSIGN DYNAMIC DL950-HISTORY-NAME
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS IS DL950-HISTORY-STATUS.
000410
000420     SELECT INVREG-IN ASSIGN TO 'C:\6010405467-INVREG.txt'
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS DL950-INVREG-STATUS.
000450
000460     SELECT PROJMAST-IN ASSIGN TO 'C:\ProjMaster.txt'
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS DL950-PROJMAST-STATUS.
000490
000500     SELECT ACCTMAP-IN ASSIGN TO 'C:\AcctMap.txt'
000510            ORGANIZATION IS LINE SEQUENTIAL
000520            FILE STATUS IS DL950-ACCTMAP-STATUS.
000530
000540     SELECT WIPRPT-OUT ASSIGN DYNAMIC DL950-WIPRPT-NAME
000550            ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT ACCRUAL-OUT ASSIGN DYNAMIC DL950-ACCRUAL-NAME
000580            ORGANIZATION IS LINE SEQUENTIAL.
000590
000600     SELECT RUNLOG-OUT
000610            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS DL950-RUNLOG-STATUS.
000631
000632     SELECT RUNLOG-IN
000634            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000636            ORGANIZATION IS LINE SEQUENTIAL
000638            FILE STATUS IS DL950-RUNLOG-IN-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*----------------------------------------------------------------
000680* Billing history - one monthly partition at a time, January
000690* through the month being closed.
000700*----------------------------------------------------------------
000710 FD  HISTORY-IN.
000720 01  HISTORY-REC-IN.
000730     05 HIST-IN-RUN-DATE PIC 9(8).
000740     05 HIST-IN-PROJ-NUM PIC 99.
000750     05 HIST-IN-EMP-NUM PIC X(3).
000760     05 HIST-IN-JOB-CLASS PIC X(21).
000770     05 HIST-IN-CHG-HOUR PIC X(5).
000780     05 HIST-IN-HOURS PIC X(3).
000790     05 HIST-IN-RESULT PIC 9(5)V99.
000800     05 HIST-IN-OT-PREM PIC 9(5)V99.
000810     05 HIST-IN-REC-TYPE PIC X.
000820     05 HIST-IN-ADJ-REF PIC X(8).
000830
000840*----------------------------------------------------------------
000850* Invoice register, as appended by B6010405467 - the amount is
000860* the billed charge before sales tax.
000870*----------------------------------------------------------------
000880 FD  INVREG-IN.
000890 01  INVREG-REC-IN.
000900     05 INVREG-INV-NUM PIC 9(6).
000910     05 INVREG-DATE PIC 9(8).
000920     05 INVREG-PROJ-NUM PIC 99.
000930     05 INVREG-AMOUNT PIC S9(7)V99.
000940     05 INVREG-TAX PIC S9(7)V99.
000950     05 INVREG-DUE-DATE PIC 9(8).
000952     05 INVREG-RET-AMT PIC S9(7)V99.
000960
000970*----------------------------------------------------------------
000980* Project master - the project name and billing arrangement.
000990* Only fixed-fee ('F') and not-to-exceed ('N') projects carry
001000* a WIP position; time-and-materials projects bill as worked.
001010*----------------------------------------------------------------
001020 FD  PROJMAST-IN.
001030 01  PROJMAST-REC-IN.
001040     05 PROJMAST-PROJ-NUM PIC 99.
001050     05 PROJMAST-PROJ-NAME PIC A(12).
001060     05 PROJMAST-CLIENT-NAME PIC A(22).
001070     05 PROJMAST-STATUS PIC X.
001080     05 PROJMAST-BILL-ARR PIC X.
001090     05 PROJMAST-ARR-AMT PIC 9(7)V99.
001100     05 PROJMAST-CLIENT-NUM PIC 9(5).
001110
001120*----------------------------------------------------------------
001130* Account map, shared with B6010405467 - the revenue account
001140* (the credit side of the billing posting) per PROJ_NUM.
001150* Optional - an unmapped project accrues to the default revenue
001160* account.
001170*----------------------------------------------------------------
001180 FD  ACCTMAP-IN.
001190 01  ACCTMAP-REC-IN.
001200     05 ACCTMAP-PROJ-NUM PIC 99.
001210     05 ACCTMAP-DR-ACCT PIC X(10).
001220     05 ACCTMAP-CR-ACCT PIC X(10).
001230
001240*----------------------------------------------------------------
001250* WIP position report - one line per fixed-fee or NTE project
001260* with any work or billing this year.
001270*----------------------------------------------------------------
001280 FD  WIPRPT-OUT.
001290 01  WIPRPT-REC-OUT PIC X(132).
001300
001310*----------------------------------------------------------------
001320* Revenue accrual file - the billing GL posting layout, each
001330* row followed by the auto-reverse flag ('R') and the date the
001340* GL is to reverse it (the 1st of the next month), then a
001350* trailer with the record count and amount hash total. An
001360* unbilled position debits unbilled receivables and credits
001370* revenue; an over-billed one debits revenue and credits
001380* deferred revenue.
001390*----------------------------------------------------------------
001400 FD  ACCRUAL-OUT.
001410 01  ACCRUAL-REC-OUT.
001420     05 ACCRUAL-REC-TYPE PIC X.
001430     05 ACCRUAL-DATE PIC 9(8).
001440     05 ACCRUAL-ACCT PIC X(10).
001450     05 ACCRUAL-PROJ-NUM PIC 99.
001460     05 ACCRUAL-DR-AMT PIC S9(7)V99.
001470     05 ACCRUAL-CR-AMT PIC S9(7)V99.
001480     05 ACCRUAL-REV-FLAG PIC X.
001490     05 ACCRUAL-REV-DATE PIC 9(8).
001500 01  ACCRUAL-TRL-REC.
001510     05 ACCRUAL-TRL-TYPE PIC X.
001520     05 ACCRUAL-TRL-DATE PIC 9(8).
001530     05 ACCRUAL-TRL-COUNT PIC 9(7).
001540     05 ACCRUAL-TRL-HASH PIC S9(11)V99.
001550
001560*----------------------------------------------------------------
001570* Run-control log, appended by every program in the suite - this
001580* run adds its own completion line at clean end of run.
001590*----------------------------------------------------------------
001600 FD  RUNLOG-OUT.
001610 01  RUNLOG-REC-OUT PIC X(132).
001620
001621*----------------------------------------------------------------
001622* The same run-control log read back at start-up for the year-end
001623* close lines - a balanced Y6010405467 line carries the year it
001624* closed at bytes 36-39.
001625*----------------------------------------------------------------
001626 FD  RUNLOG-IN.
001627 01  RUNLOG-REC-IN.
001628     05 RUNLOG-IN-DATE PIC X(8).
001629     05 PIC X(27).
001630     05 RUNLOG-IN-CLOSE-YEAR PIC X(4).
001631     05 PIC X(48).
001632     05 RUNLOG-IN-FLAG PIC X.
001633     05 PIC X(1).
001634     05 RUNLOG-IN-PROG PIC X(11).
001636
001638 WORKING-STORAGE SECTION.
001640 01  DL950-WORK-AREAS.
001650     05 DL950-HISTORY-STATUS PIC XX VALUE SPACES.
001660     05 DL950-INVREG-STATUS PIC XX VALUE SPACES.
001670     05 DL950-PROJMAST-STATUS PIC XX VALUE SPACES.
001680     05 DL950-ACCTMAP-STATUS PIC XX VALUE SPACES.
001690     05 DL950-HISTORY-NAME PIC X(40) VALUE SPACES.
001700     05 DL950-WIPRPT-NAME PIC X(40) VALUE SPACES.
001710     05 DL950-ACCRUAL-NAME PIC X(40) VALUE SPACES.
001720     05 DL950-PARM-LINE PIC X(20) VALUE SPACES.
001730     05 DL950-PERIOD-X PIC X(6) VALUE SPACES.
001740     05 DL950-PERIOD PIC 9(6) VALUE ZERO.
001750     05 DL950-PERIOD-R REDEFINES DL950-PERIOD.
001760        10 DL950-PERIOD-YYYY PIC 9(4).
001770        10 DL950-PERIOD-MM PIC 99.
001780     05 DL950-SCAN-PERIOD PIC 9(6) VALUE ZERO.
001790     05 DL950-SCAN-PERIOD-R REDEFINES DL950-SCAN-PERIOD.
001800        10 DL950-SCAN-YYYY PIC 9(4).
001810        10 DL950-SCAN-MM PIC 99.
001820     05 DL950-RUN-DATE-8 PIC 9(8) VALUE ZERO.
001830     05 DL950-PROJ-SUB PIC 999 COMP VALUE ZERO.
001840     05 DL950-WORK-AMT PIC S9(7)V99 VALUE ZERO.
001850     05 DL950-POSITION PIC S9(9)V99 VALUE ZERO.
001860     05 DL950-ACCR-AMT PIC S9(7)V99 VALUE ZERO.
001870     05 DL950-ACCR-DR-ACCT PIC X(10) VALUE SPACES.
001880     05 DL950-ACCR-CR-ACCT PIC X(10) VALUE SPACES.
001890     05 DL950-MONTH-END PIC 9(8) VALUE ZERO.
001900     05 DL950-MONTH-END-R REDEFINES DL950-MONTH-END.
001910        10 DL950-ME-YYYY PIC 9(4).
001920        10 DL950-ME-MM PIC 99.
001930        10 DL950-ME-DD PIC 99.
001940     05 DL950-REV-DATE PIC 9(8) VALUE ZERO.
001950     05 DL950-REV-DATE-R REDEFINES DL950-REV-DATE.
001960        10 DL950-RV-YYYY PIC 9(4).
001970        10 DL950-RV-MM PIC 99.
001980        10 DL950-RV-DD PIC 99.
001990     05 DL950-LEAP-QUOT PIC 9(4) COMP VALUE ZERO.
002000     05 DL950-LEAP-REM PIC 9(4) COMP VALUE ZERO.
002010     05 DL950-DIM-VALUES PIC X(24)
002020         VALUE '312831303130313130313031'.
002030     05 DL950-DIM-TAB REDEFINES DL950-DIM-VALUES.
002040        10 DL950-DIM PIC 99 OCCURS 12 TIMES.
002050
002060 01  DL950-RUN-COUNTS.
002070     05 DL950-PART-READ-CNT PIC 9(5) COMP VALUE ZERO.
002080     05 DL950-HIST-READ-CNT PIC 9(7) COMP VALUE ZERO.
002090     05 DL950-INV-READ-CNT PIC 9(5) COMP VALUE ZERO.
002100     05 DL950-PROJ-PRINT-CNT PIC 9(5) COMP VALUE ZERO.
002110     05 DL950-ACCRUED-CNT PIC 9(5) COMP VALUE ZERO.
002120
002130*----------------------------------------------------------------
002140* WIP totals, slotted directly by PROJ_NUM 01-99, with the
002150* project name, arrangement and revenue account off the
002160* masters.
002170*----------------------------------------------------------------
002180 01  DL950-TOTAL-AREAS.
002190     05 DL950-PROJ-TAB OCCURS 99 TIMES.
002200        10 DL950-TM-TOT PIC S9(9)V99.
002210        10 DL950-INV-TOT PIC S9(9)V99.
002220        10 DL950-NAME PIC X(12).
002230        10 DL950-ARR PIC X.
002240        10 DL950-REV-ACCT PIC X(10).
002250        10 DL950-SEEN PIC X.
002260     05 DL950-TM-ALL PIC S9(11)V99 VALUE ZERO.
002270     05 DL950-INV-ALL PIC S9(11)V99 VALUE ZERO.
002280     05 DL950-UNBILLED-ALL PIC S9(11)V99 VALUE ZERO.
002290     05 DL950-OVERBILLED-ALL PIC S9(11)V99 VALUE ZERO.
002300
002310*----------------------------------------------------------------
002320* Accrual accounts - unbilled receivables (the WIP asset) and
002330* deferred revenue for the over-billed side; the revenue side
002340* comes off the account map, defaulting as B6010405467 does.
002350*----------------------------------------------------------------
002360 01  DL950-GL-AREAS.
002370     05 DL950-GL-DFLT-REV PIC X(10) VALUE '4010000000'.
002380     05 DL950-GL-WIP-ACCT PIC X(10) VALUE '1150000000'.
002390     05 DL950-GL-DEFER-ACCT PIC X(10) VALUE '2400000000'.
002400     05 DL950-GL-REC-CNT PIC 9(7) COMP VALUE ZERO.
002410     05 DL950-GL-HASH PIC S9(11)V99 VALUE ZERO.
002420
002430 01  WIP-HEAD-1.
002440     05 PIC X(1) VALUE SPACES.
002450     05 PIC X(36) VALUE 'MONTH-END UNBILLED WIP POSITION FOR '.
002460     05 WIP-HEAD-PERIOD PIC 9(6).
002470     05 PIC X(20) VALUE ' - YEAR TO DATE'.
002480     05 PIC X(10) VALUE 'RUN DATE '.
002490     05 WIP-HEAD-RUN-DATE PIC 9(8).
002500
002510 01  WIP-HEAD-2.
002520     05 PIC X(1) VALUE SPACES.
002530     05 PIC X(6) VALUE 'PROJ'.
002540     05 PIC X(14) VALUE 'PROJECT NAME'.
002550     05 PIC X(5) VALUE 'ARR'.
002560     05 PIC X(16) VALUE '     T+M VALUE'.
002570     05 PIC X(16) VALUE '      INVOICED'.
002580     05 PIC X(16) VALUE '      POSITION'.
002590     05 PIC X(2) VALUE SPACES.
002600     05 PIC X(12) VALUE 'STATUS'.
002610
002620 01  WIP-CLOSE-1.
002630     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
002640     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
002650     05 PIC X(8) VALUE '- - - -'.
002660
002670 01  WIP-DETAIL.
002680     05 PIC X(1) VALUE SPACES.
002690     05 WIP-PROJ-NUM PIC 99.
002700     05 PIC X(4) VALUE SPACES.
002710     05 WIP-PROJ-NAME PIC X(12).
002720     05 PIC X(2) VALUE SPACES.
002730     05 WIP-ARR PIC X.
002740     05 PIC X(2) VALUE SPACES.
002750     05 WIP-TM-AMT PIC ZZ,ZZZ,ZZ9.99-.
002760     05 PIC X(2) VALUE SPACES.
002770     05 WIP-INV-AMT PIC ZZ,ZZZ,ZZ9.99-.
002780     05 PIC X(2) VALUE SPACES.
002790     05 WIP-POS-AMT PIC ZZ,ZZZ,ZZ9.99-.
002800     05 PIC X(4) VALUE SPACES.
002810     05 WIP-STATUS PIC X(12).
002820
002830 01  WIP-FOOT-1.
002840     05 PIC X(1) VALUE SPACES.
002850     05 PIC X(26) VALUE '** ALL F/N PROJECTS'.
002860     05 WIP-ALL-TM PIC ZZ,ZZZ,ZZ9.99-.
002870     05 PIC X(2) VALUE SPACES.
002880     05 WIP-ALL-INV PIC ZZ,ZZZ,ZZ9.99-.
002890     05 PIC X(2) VALUE SPACES.
002900     05 WIP-ALL-POS PIC ZZ,ZZZ,ZZ9.99-.
002910
002920 01  WIP-FOOT-2.
002930     05 PIC X(1) VALUE SPACES.
002940     05 WIP-FOOT-LABEL PIC X(40).
002950     05 WIP-FOOT-AMT PIC ZZ,ZZZ,ZZ9.99-.
002960
002970 01  WIP-NOTE-LINE.
002980     05 PIC X(1) VALUE SPACES.
002990     05 WIP-NOTE-TEXT PIC X(80).
003000
003010 01  DL950-RUNLOG-AREAS.
003020     05 DL950-RUNLOG-STATUS PIC XX VALUE SPACES.
003030     05 DL950-START-TIME PIC 9(8) VALUE ZERO.
003040     05 DL950-END-TIME PIC 9(8) VALUE ZERO.
003042     05 DL950-RUNLOG-IN-STATUS PIC XX VALUE SPACES.
003044     05 DL950-LAST-CLOSED PIC 9(4) VALUE ZERO.
003050
003060*----------------------------------------------------------------
003070* Run-control log completion line - the balanced flag at byte 88
003080* and the program id at bytes 90-100 follow the suite convention.
003090*----------------------------------------------------------------
003100 01  RUNLOG-LINE.
003110     05 RUNLOG-DATE PIC 9(8).
003120     05 PIC X(1) VALUE SPACES.
003130     05 RUNLOG-START-TIME PIC 9(6).
003140     05 PIC X(1) VALUE SPACES.
003150     05 RUNLOG-END-TIME PIC 9(6).
003160     05 PIC X(65) VALUE SPACES.
003170     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
003180     05 PIC X(1) VALUE SPACES.
003190     05 RUNLOG-PROG-ID PIC X(11) VALUE 'W6010405467'.
003200
003210 PROCEDURE DIVISION.
003220******************************************************************
003230* 0000-MAINLINE-RTN
003240* Totals the year's T+M value and invoiced amount by project
003250* through the month, prints the WIP position and writes the
003260* accrual file.
003270******************************************************************
003280 0000-MAINLINE-RTN.
003290     PERFORM 1000-INITIALIZE-RTN
003300         THRU 1000-INITIALIZE-EXIT.
003310
003320     PERFORM 1500-LOAD-PROJMAST-RTN
003330         THRU 1500-LOAD-PROJMAST-EXIT.
003340     PERFORM 1600-LOAD-ACCTMAP-RTN
003350         THRU 1600-LOAD-ACCTMAP-EXIT.
003360
003370     MOVE DL950-PERIOD-YYYY TO DL950-SCAN-YYYY.
003380     PERFORM 2000-TOTAL-HISTORY-RTN
003390         THRU 2000-TOTAL-HISTORY-EXIT
003400         VARYING DL950-SCAN-MM FROM 1 BY 1
003410         UNTIL DL950-SCAN-MM > DL950-PERIOD-MM.
003420     PERFORM 3000-TOTAL-INVREG-RTN
003430         THRU 3000-TOTAL-INVREG-EXIT.
003440
003450     PERFORM 8000-TERMINATE-RTN
003460         THRU 8000-TERMINATE-EXIT.
003470
003480     STOP RUN.
003490
003500******************************************************************
003510* 1000-INITIALIZE-RTN
003520* Takes the month from the command line as YYYYMM, refuses a
003530* bad or missing month, works out the month-end posting date
003540* and the 1st-of-next-month reversal date, and opens the
003550* report and the accrual file.
003560******************************************************************
003570 1000-INITIALIZE-RTN.
003580     ACCEPT DL950-PARM-LINE FROM COMMAND-LINE.
003590     MOVE DL950-PARM-LINE (1:6) TO DL950-PERIOD-X.
003600     IF DL950-PERIOD-X IS NOT NUMERIC
003610       OR DL950-PERIOD-X EQUAL '000000'
003620         DISPLAY 'W6010405467: RUN PARM MUST BE THE MONTH TO '
003630             'CLOSE AS YYYYMM - RUN CANCELLED'
003640         MOVE 12 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     MOVE DL950-PERIOD-X TO DL950-PERIOD (1:6).
003680     IF DL950-PERIOD-MM < 1 OR DL950-PERIOD-MM > 12
003690         DISPLAY 'W6010405467: RUN PARM MONTH ' DL950-PERIOD-X
003700             ' IS NOT A CALENDAR MONTH - RUN CANCELLED'
003710         MOVE 12 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     ACCEPT DL950-RUN-DATE-8 FROM DATE YYYYMMDD.
003750     ACCEPT DL950-START-TIME FROM TIME.
003752     PERFORM 1050-CHECK-CLOSED-YEAR-RTN
003754         THRU 1050-CHECK-CLOSED-YEAR-EXIT.
003760     PERFORM 1100-CLEAR-ONE-PROJ-RTN
003770         THRU 1100-CLEAR-ONE-PROJ-EXIT
003780         VARYING DL950-PROJ-SUB FROM 1 BY 1
003790         UNTIL DL950-PROJ-SUB > 99.
003800
003810     MOVE DL950-PERIOD-YYYY TO DL950-ME-YYYY.
003820     MOVE DL950-PERIOD-MM TO DL950-ME-MM.
003830     MOVE DL950-DIM (DL950-PERIOD-MM) TO DL950-ME-DD.
003840     IF DL950-PERIOD-MM EQUAL 2
003850         DIVIDE DL950-PERIOD-YYYY BY 4
003860             GIVING DL950-LEAP-QUOT REMAINDER DL950-LEAP-REM
003870         IF DL950-LEAP-REM EQUAL ZERO
003880             MOVE 29 TO DL950-ME-DD
003890             DIVIDE DL950-PERIOD-YYYY BY 100
003900                 GIVING DL950-LEAP-QUOT REMAINDER DL950-LEAP-REM
003910             IF DL950-LEAP-REM EQUAL ZERO
003920                 MOVE 28 TO DL950-ME-DD
003930                 DIVIDE DL950-PERIOD-YYYY BY 400
003940                     GIVING DL950-LEAP-QUOT
003950                     REMAINDER DL950-LEAP-REM
003960                 IF DL950-LEAP-REM EQUAL ZERO
003970                     MOVE 29 TO DL950-ME-DD
003980                 END-IF
003990             END-IF
004000         END-IF
004010     END-IF.
004020     MOVE 1 TO DL950-RV-DD.
004030     IF DL950-PERIOD-MM EQUAL 12
004040         ADD 1 TO DL950-PERIOD-YYYY GIVING DL950-RV-YYYY
004050         MOVE 1 TO DL950-RV-MM
004060     ELSE
004070         MOVE DL950-PERIOD-YYYY TO DL950-RV-YYYY
004080         ADD 1 TO DL950-PERIOD-MM GIVING DL950-RV-MM
004090     END-IF.
004100
004110     STRING 'C:\6010405467-WIP-' DL950-PERIOD '.txt'
004120         DELIMITED BY SIZE INTO DL950-WIPRPT-NAME.
004130     STRING 'C:\6010405467-ACCRUAL-' DL950-PERIOD '.txt'
004140         DELIMITED BY SIZE INTO DL950-ACCRUAL-NAME.
004150     OPEN OUTPUT WIPRPT-OUT.
004160     MOVE DL950-PERIOD TO WIP-HEAD-PERIOD.
004170     MOVE DL950-RUN-DATE-8 TO WIP-HEAD-RUN-DATE.
004180     WRITE WIPRPT-REC-OUT FROM WIP-HEAD-1
004190           AFTER ADVANCING 1 LINE.
004200     WRITE WIPRPT-REC-OUT FROM WIP-HEAD-2
004210           AFTER ADVANCING 2 LINES.
004220     WRITE WIPRPT-REC-OUT FROM WIP-CLOSE-1
004230           AFTER ADVANCING 1 LINE.
004240 1000-INITIALIZE-EXIT.
004250     EXIT.
004260
004261******************************************************************
004262* 1050-CHECK-CLOSED-YEAR-RTN
004263* Refuses a month in a year the year-end close has already
004264* closed - the latest balanced close line on the run-control log
004265* names the last closed year.
004266******************************************************************
004267 1050-CHECK-CLOSED-YEAR-RTN.
004268     OPEN INPUT RUNLOG-IN.
004269     IF DL950-RUNLOG-IN-STATUS EQUAL '00'
004270         PERFORM 1060-READ-RUNLOG-RTN
004271             THRU 1060-READ-RUNLOG-EXIT
004272             UNTIL DL950-RUNLOG-IN-STATUS NOT EQUAL '00'
004273         CLOSE RUNLOG-IN
004274     END-IF.
004275     IF DL950-PERIOD-YYYY NOT GREATER DL950-LAST-CLOSED
004276         DISPLAY 'W6010405467: MONTH ' DL950-PERIOD-X
004277             ' FALLS IN YEAR ' DL950-LAST-CLOSED ' OR EARLIER, '
004278             'WHICH THE YEAR-END CLOSE HAS CLOSED - NOTHING MAY '
004279             'POST INTO A CLOSED YEAR. RUN CANCELLED'
004280         MOVE 12 TO RETURN-CODE
004281         STOP RUN
004282     END-IF.
004283 1050-CHECK-CLOSED-YEAR-EXIT.
004284     EXIT.
004285
004286 1060-READ-RUNLOG-RTN.
004287     READ RUNLOG-IN.
004288     IF DL950-RUNLOG-IN-STATUS NOT EQUAL '00'
004289         GO TO 1060-READ-RUNLOG-EXIT
004290     END-IF.
004291     IF RUNLOG-IN-PROG EQUAL 'Y6010405467'
004292        AND RUNLOG-IN-FLAG EQUAL 'Y'
004293        AND RUNLOG-IN-CLOSE-YEAR IS NUMERIC
004294        AND RUNLOG-IN-CLOSE-YEAR GREATER DL950-LAST-CLOSED
004295         MOVE RUNLOG-IN-CLOSE-YEAR TO DL950-LAST-CLOSED
004296     END-IF.
004297 1060-READ-RUNLOG-EXIT.
004298     EXIT.
004300
004302 1100-CLEAR-ONE-PROJ-RTN.
004304     MOVE ZERO TO DL950-TM-TOT (DL950-PROJ-SUB).
004306     MOVE ZERO TO DL950-INV-TOT (DL950-PROJ-SUB).
004308     MOVE SPACES TO DL950-NAME (DL950-PROJ-SUB).
004310     MOVE SPACE TO DL950-ARR (DL950-PROJ-SUB).
004320     MOVE DL950-GL-DFLT-REV TO DL950-REV-ACCT (DL950-PROJ-SUB).
004330     MOVE 'N' TO DL950-SEEN (DL950-PROJ-SUB).
004340 1100-CLEAR-ONE-PROJ-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 1500-LOAD-PROJMAST-RTN
004390* Picks the project name and billing arrangement per PROJ_NUM
004400* off the project master. Without the master no project is
004410* known to bill by arrangement, so the run is refused.
004420******************************************************************
004430 1500-LOAD-PROJMAST-RTN.
004440     OPEN INPUT PROJMAST-IN.
004450     IF DL950-PROJMAST-STATUS NOT EQUAL '00'
004460         DISPLAY 'W6010405467: NO PROJECT MASTER ON HAND - '
004470             'RUN CANCELLED'
004480         MOVE 12 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510     PERFORM 1510-READ-PROJMAST-RTN
004520         THRU 1510-READ-PROJMAST-EXIT
004530         UNTIL DL950-PROJMAST-STATUS NOT EQUAL '00'.
004540     CLOSE PROJMAST-IN.
004550 1500-LOAD-PROJMAST-EXIT.
004560     EXIT.
004570
004580 1510-READ-PROJMAST-RTN.
004590     READ PROJMAST-IN.
004600     IF DL950-PROJMAST-STATUS EQUAL '00'
004610        IF PROJMAST-PROJ-NUM GREATER THAN ZERO
004620            MOVE PROJMAST-PROJ-NAME
004630                TO DL950-NAME (PROJMAST-PROJ-NUM)
004640            MOVE PROJMAST-BILL-ARR
004650                TO DL950-ARR (PROJMAST-PROJ-NUM)
004660        END-IF
004670     END-IF.
004680 1510-READ-PROJMAST-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 1600-LOAD-ACCTMAP-RTN
004730* Picks the revenue account per PROJ_NUM off the account map.
004740* The map is optional - an unmapped project keeps the default.
004750******************************************************************
004760 1600-LOAD-ACCTMAP-RTN.
004770     OPEN INPUT ACCTMAP-IN.
004780     IF DL950-ACCTMAP-STATUS EQUAL '00'
004790         PERFORM 1610-READ-ACCTMAP-RTN
004800             THRU 1610-READ-ACCTMAP-EXIT
004810             UNTIL DL950-ACCTMAP-STATUS NOT EQUAL '00'
004820         CLOSE ACCTMAP-IN
004830     END-IF.
004840 1600-LOAD-ACCTMAP-EXIT.
004850     EXIT.
004860
004870 1610-READ-ACCTMAP-RTN.
004880     READ ACCTMAP-IN.
004890     IF DL950-ACCTMAP-STATUS EQUAL '00'
004900        IF ACCTMAP-PROJ-NUM GREATER THAN ZERO
004910            MOVE ACCTMAP-CR-ACCT
004920                TO DL950-REV-ACCT (ACCTMAP-PROJ-NUM)
004930        END-IF
004940     END-IF.
004950 1610-READ-ACCTMAP-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 2000-TOTAL-HISTORY-RTN
005000* Totals one month's partition by project - the charge plus
005010* any overtime premium, an adjustment (credit) row netting out,
005020* the same value R6010405467 proves against. A month with no
005030* partition (nothing billed, or before the partitions began)
005040* is passed over.
005050******************************************************************
005060 2000-TOTAL-HISTORY-RTN.
005070     MOVE SPACES TO DL950-HISTORY-NAME.
005080     STRING 'C:\6010405467-HIST-' DL950-SCAN-PERIOD '.txt'
005090         DELIMITED BY SIZE INTO DL950-HISTORY-NAME.
005100     OPEN INPUT HISTORY-IN.
005110     IF DL950-HISTORY-STATUS NOT EQUAL '00'
005120         GO TO 2000-TOTAL-HISTORY-EXIT
005130     END-IF.
005140     ADD 1 TO DL950-PART-READ-CNT.
005150     PERFORM 2100-READ-HISTORY-RTN
005160         THRU 2100-READ-HISTORY-EXIT
005170         UNTIL DL950-HISTORY-STATUS NOT EQUAL '00'.
005180     CLOSE HISTORY-IN.
005190 2000-TOTAL-HISTORY-EXIT.
005200     EXIT.
005210
005220 2100-READ-HISTORY-RTN.
005230     READ HISTORY-IN.
005240     IF DL950-HISTORY-STATUS NOT EQUAL '00'
005250         GO TO 2100-READ-HISTORY-EXIT
005260     END-IF.
005270     ADD 1 TO DL950-HIST-READ-CNT.
005280     IF HIST-IN-PROJ-NUM IS NOT NUMERIC
005290        OR HIST-IN-PROJ-NUM EQUAL ZERO
005300         GO TO 2100-READ-HISTORY-EXIT
005310     END-IF.
005320     MOVE HIST-IN-RESULT TO DL950-WORK-AMT.
005330*    History rows from before the premium column leave the
005340*    field as spaces - read those as a zero premium.
005350     IF HIST-IN-OT-PREM IS NUMERIC
005360         ADD HIST-IN-OT-PREM TO DL950-WORK-AMT
005370     END-IF.
005380     IF HIST-IN-REC-TYPE EQUAL 'A'
005390         SUBTRACT DL950-WORK-AMT FROM ZERO
005400             GIVING DL950-WORK-AMT
005410     END-IF.
005420     ADD DL950-WORK-AMT TO DL950-TM-TOT (HIST-IN-PROJ-NUM).
005430     MOVE 'Y' TO DL950-SEEN (HIST-IN-PROJ-NUM).
005440 2100-READ-HISTORY-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 3000-TOTAL-INVREG-RTN
005490* Totals the amount invoiced by project off the register, from
005500* January through the month being closed. The tax beside the
005510* amount is not revenue and stays out.
005520******************************************************************
005530 3000-TOTAL-INVREG-RTN.
005540     OPEN INPUT INVREG-IN.
005550     IF DL950-INVREG-STATUS NOT EQUAL '00'
005560         DISPLAY 'W6010405467: NO INVOICE REGISTER ON HAND - '
005570             'INVOICED SIDE TOTALS ZERO'
005580         GO TO 3000-TOTAL-INVREG-EXIT
005590     END-IF.
005600     PERFORM 3100-READ-INVREG-RTN
005610         THRU 3100-READ-INVREG-EXIT
005620         UNTIL DL950-INVREG-STATUS NOT EQUAL '00'.
005630     CLOSE INVREG-IN.
005640 3000-TOTAL-INVREG-EXIT.
005650     EXIT.
005660
005670 3100-READ-INVREG-RTN.
005680     READ INVREG-IN.
005690     IF DL950-INVREG-STATUS NOT EQUAL '00'
005700         GO TO 3100-READ-INVREG-EXIT
005710     END-IF.
005720     ADD 1 TO DL950-INV-READ-CNT.
005730     IF INVREG-DATE (1:4) NOT EQUAL DL950-PERIOD-X (1:4)
005740        OR INVREG-DATE (1:6) GREATER THAN DL950-PERIOD-X
005750         GO TO 3100-READ-INVREG-EXIT
005760     END-IF.
005770     IF INVREG-PROJ-NUM EQUAL ZERO
005780         GO TO 3100-READ-INVREG-EXIT
005790     END-IF.
005800     ADD INVREG-AMOUNT TO DL950-INV-TOT (INVREG-PROJ-NUM).
005810     MOVE 'Y' TO DL950-SEEN (INVREG-PROJ-NUM).
005820 3100-READ-INVREG-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 8000-TERMINATE-RTN
005870* Prints one WIP line per fixed-fee or NTE project seen this
005880* year, writing its accrual pair as it goes, then the totals,
005890* and releases the accrual file with its trailer.
005900******************************************************************
005910 8000-TERMINATE-RTN.
005920     OPEN OUTPUT ACCRUAL-OUT.
005930     PERFORM 8100-PRINT-ONE-PROJ-RTN
005940         THRU 8100-PRINT-ONE-PROJ-EXIT
005950         VARYING DL950-PROJ-SUB FROM 1 BY 1
005960         UNTIL DL950-PROJ-SUB > 99.
005970     MOVE 'T' TO ACCRUAL-TRL-TYPE.
005980     MOVE DL950-MONTH-END TO ACCRUAL-TRL-DATE.
005990     MOVE DL950-GL-REC-CNT TO ACCRUAL-TRL-COUNT.
006000     MOVE DL950-GL-HASH TO ACCRUAL-TRL-HASH.
006010     WRITE ACCRUAL-TRL-REC.
006020     CLOSE ACCRUAL-OUT.
006030
006040     WRITE WIPRPT-REC-OUT FROM WIP-CLOSE-1
006050           AFTER ADVANCING 1 LINE.
006060     MOVE DL950-TM-ALL TO WIP-ALL-TM.
006070     MOVE DL950-INV-ALL TO WIP-ALL-INV.
006080     SUBTRACT DL950-INV-ALL FROM DL950-TM-ALL
006090         GIVING DL950-POSITION.
006100     MOVE DL950-POSITION TO WIP-ALL-POS.
006110     WRITE WIPRPT-REC-OUT FROM WIP-FOOT-1
006120           AFTER ADVANCING 1 LINE.
006130     MOVE 'UNBILLED WIP ACCRUED TO REVENUE' TO WIP-FOOT-LABEL.
006140     MOVE DL950-UNBILLED-ALL TO WIP-FOOT-AMT.
006150     WRITE WIPRPT-REC-OUT FROM WIP-FOOT-2
006160           AFTER ADVANCING 2 LINES.
006170     MOVE 'OVER-BILLED DEFERRED FROM REVENUE' TO WIP-FOOT-LABEL.
006180     MOVE DL950-OVERBILLED-ALL TO WIP-FOOT-AMT.
006190     WRITE WIPRPT-REC-OUT FROM WIP-FOOT-2
006200           AFTER ADVANCING 1 LINE.
006210     MOVE SPACES TO WIP-NOTE-TEXT.
006220     STRING 'ACCRUAL POSTS ' DL950-MONTH-END
006230         ' AND REVERSES AUTOMATICALLY ' DL950-REV-DATE
006240         DELIMITED BY SIZE INTO WIP-NOTE-TEXT.
006250     WRITE WIPRPT-REC-OUT FROM WIP-NOTE-LINE
006260           AFTER ADVANCING 2 LINES.
006270     CLOSE WIPRPT-OUT.
006280
006290     DISPLAY 'W6010405467: ' DL950-PART-READ-CNT
006300         ' HISTORY PARTITIONS ' DL950-HIST-READ-CNT
006310         ' HISTORY ROWS ' DL950-INV-READ-CNT ' REGISTER ROWS'.
006320     DISPLAY 'W6010405467: ' DL950-PROJ-PRINT-CNT
006330         ' F/N PROJECTS ' DL950-ACCRUED-CNT ' ACCRUED '
006340         DL950-GL-REC-CNT ' ACCRUAL RECORDS'.
006350
006360     PERFORM 8900-WRITE-RUNLOG-RTN
006370         THRU 8900-WRITE-RUNLOG-EXIT.
006380 8000-TERMINATE-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 8100-PRINT-ONE-PROJ-RTN
006430* Prints one project's WIP line when it bills by arrangement
006440* and had work or billing this year. T+M value over invoiced
006450* is unbilled WIP; invoiced over T+M value is over-billed.
006460******************************************************************
006470 8100-PRINT-ONE-PROJ-RTN.
006480     IF DL950-SEEN (DL950-PROJ-SUB) NOT EQUAL 'Y'
006490         GO TO 8100-PRINT-ONE-PROJ-EXIT
006500     END-IF.
006510     IF DL950-ARR (DL950-PROJ-SUB) NOT EQUAL 'F'
006520        AND DL950-ARR (DL950-PROJ-SUB) NOT EQUAL 'N'
006530         GO TO 8100-PRINT-ONE-PROJ-EXIT
006540     END-IF.
006550     SUBTRACT DL950-INV-TOT (DL950-PROJ-SUB)
006560         FROM DL950-TM-TOT (DL950-PROJ-SUB)
006570         GIVING DL950-POSITION.
006580     MOVE DL950-PROJ-SUB TO WIP-PROJ-NUM.
006590     MOVE DL950-NAME (DL950-PROJ-SUB) TO WIP-PROJ-NAME.
006600     MOVE DL950-ARR (DL950-PROJ-SUB) TO WIP-ARR.
006610     MOVE DL950-TM-TOT (DL950-PROJ-SUB) TO WIP-TM-AMT.
006620     MOVE DL950-INV-TOT (DL950-PROJ-SUB) TO WIP-INV-AMT.
006630     MOVE DL950-POSITION TO WIP-POS-AMT.
006640     ADD DL950-TM-TOT (DL950-PROJ-SUB) TO DL950-TM-ALL.
006650     ADD DL950-INV-TOT (DL950-PROJ-SUB) TO DL950-INV-ALL.
006660     ADD 1 TO DL950-PROJ-PRINT-CNT.
006670     EVALUATE TRUE
006680         WHEN DL950-POSITION GREATER THAN ZERO
006690             MOVE 'UNBILLED' TO WIP-STATUS
006700             ADD DL950-POSITION TO DL950-UNBILLED-ALL
006710             MOVE DL950-POSITION TO DL950-ACCR-AMT
006720             MOVE DL950-GL-WIP-ACCT TO DL950-ACCR-DR-ACCT
006730             MOVE DL950-REV-ACCT (DL950-PROJ-SUB)
006740                 TO DL950-ACCR-CR-ACCT
006750         WHEN DL950-POSITION LESS THAN ZERO
006760             MOVE 'OVER-BILLED' TO WIP-STATUS
006770             SUBTRACT DL950-POSITION FROM ZERO
006780                 GIVING DL950-ACCR-AMT
006790             ADD DL950-ACCR-AMT TO DL950-OVERBILLED-ALL
006800             MOVE DL950-REV-ACCT (DL950-PROJ-SUB)
006810                 TO DL950-ACCR-DR-ACCT
006820             MOVE DL950-GL-DEFER-ACCT TO DL950-ACCR-CR-ACCT
006830         WHEN OTHER
006840             MOVE 'EVEN' TO WIP-STATUS
006850             MOVE ZERO TO DL950-ACCR-AMT
006860     END-EVALUATE.
006870     WRITE WIPRPT-REC-OUT FROM WIP-DETAIL
006880           AFTER ADVANCING 1 LINE.
006890     IF DL950-ACCR-AMT NOT EQUAL ZERO
006900         PERFORM 8200-WRITE-ACCRUAL-RTN
006910             THRU 8200-WRITE-ACCRUAL-EXIT
006920     END-IF.
006930 8100-PRINT-ONE-PROJ-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970* 8200-WRITE-ACCRUAL-RTN
006980* Writes one project's balanced accrual pair, dated the last
006990* day of the month and flagged to reverse on the 1st of the
007000* next, and rolls both rows into the trailer count and hash.
007010******************************************************************
007020 8200-WRITE-ACCRUAL-RTN.
007030     MOVE 'D' TO ACCRUAL-REC-TYPE.
007040     MOVE DL950-MONTH-END TO ACCRUAL-DATE.
007050     MOVE DL950-ACCR-DR-ACCT TO ACCRUAL-ACCT.
007060     MOVE DL950-PROJ-SUB TO ACCRUAL-PROJ-NUM.
007070     MOVE DL950-ACCR-AMT TO ACCRUAL-DR-AMT.
007080     MOVE ZERO TO ACCRUAL-CR-AMT.
007090     MOVE 'R' TO ACCRUAL-REV-FLAG.
007100     MOVE DL950-REV-DATE TO ACCRUAL-REV-DATE.
007110     WRITE ACCRUAL-REC-OUT.
007120     ADD 1 TO DL950-GL-REC-CNT.
007130     ADD DL950-ACCR-AMT TO DL950-GL-HASH.
007140     MOVE 'C' TO ACCRUAL-REC-TYPE.
007150     MOVE DL950-ACCR-CR-ACCT TO ACCRUAL-ACCT.
007160     MOVE ZERO TO ACCRUAL-DR-AMT.
007170     MOVE DL950-ACCR-AMT TO ACCRUAL-CR-AMT.
007180     WRITE ACCRUAL-REC-OUT.
007190     ADD 1 TO DL950-GL-REC-CNT.
007200     ADD DL950-ACCR-AMT TO DL950-GL-HASH.
007210     ADD 1 TO DL950-ACCRUED-CNT.
007220 8200-WRITE-ACCRUAL-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260* 8900-WRITE-RUNLOG-RTN
007270* Appends this run's completion line to the permanent run-control
007280* log, the way every program in the suite does.
007290******************************************************************
007300 8900-WRITE-RUNLOG-RTN.
007310     ACCEPT DL950-END-TIME FROM TIME.
007320     OPEN EXTEND RUNLOG-OUT.
007330     IF DL950-RUNLOG-STATUS NOT EQUAL '00'
007340         OPEN OUTPUT RUNLOG-OUT
007350     END-IF.
007360     MOVE DL950-RUN-DATE-8 TO RUNLOG-DATE.
007370     MOVE DL950-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
007380     MOVE DL950-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
007390     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
007400     CLOSE RUNLOG-OUT.
007410 8900-WRITE-RUNLOG-EXIT.
007420     EXIT.
007430
007440 END PROGRAM W6010405467.
