000010******************************************************************
000020* Program-Id: E6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    Batch maintenance of the confidential employee
000070*             cost-rate master - the loaded cost per hour of
000080*             each employee, effective-dated - read by the
000090*             margin report (G6010405467). Applies add/delete
000100*             transactions and writes an audit listing of every
000110*             cost-rate change.
000120* Tectonics: cobc
000130******************************************************************
000140* Modification History
000150* ----------------------------------------------------------------
000160* 10/15/2026 DL  Initial version - every rate in the suite was
000170*                a billing rate, so nothing showed what the
000180*                work cost. The cost rate lives in its own file
000190*                (CostRate.txt), kept apart from the employee
000200*                master the billing run reads so it can be held
000210*                under tighter access, and this run is the only
000220*                sanctioned way to change it. Built on the same
000230*                lines as J6010405467: a cost change is an added
000240*                row that takes effect on its date, and every
000250*                add and delete lands on the audit listing with
000260*                the cost previously in effect beside it. An
000270*                add for an employee not on the employee master
000280*                is refused when the master is on hand.
000281* 10/15/2026 DL  Write the new master in key sequence, and close
000282*                the audit listing with the count of master
000283*                records read and written, so the promotion
000284*                run (N6010405467) can tie the new master to
000285*                this listing before it replaces the live one.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. E6010405467.
000320 AUTHOR. D. LAURENT.
000330 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT COSTRATE-IN ASSIGN TO 'C:\CostRate.txt'
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS DL960-COSTRATE-STATUS.
000420
000430     SELECT COSTTRAN-IN ASSIGN TO 'C:\CostTrans.txt'
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS DL960-COSTTRAN-STATUS.
000460
000470     SELECT EMPMAST-IN ASSIGN TO 'C:\EmpMaster.txt'
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS IS DL960-EMPMAST-STATUS.
000500
000510     SELECT COSTRATE-OUT ASSIGN TO 'C:\CostRate-NEW.txt'
000520            ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT AUDIT-OUT ASSIGN DYNAMIC DL960-AUDIT-NAME
000550            ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT RUNLOG-OUT
000580            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS DL960-RUNLOG-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------
000650* Cost-rate master - one row per employee and effective date,
000660* the loaded cost per hour in effect from that date. COSTRATE-IN
000670* is the prior master; COSTRATE-OUT is the new master. The old
000680* master is optional - a first-ever run builds the master from
000690* adds alone.
000700*----------------------------------------------------------------
000710 FD  COSTRATE-IN.
000720 01  COSTRATE-REC-IN.
000730     05 COSTRATE-IN-EMP-NUM PIC 999.
000740     05 COSTRATE-IN-COST-HOUR PIC 999V99.
000750     05 COSTRATE-IN-EFF-DATE PIC 9(8).
000760
000770 FD  COSTRATE-OUT.
000780 01  COSTRATE-REC-OUT.
000790     05 COSTRATE-OUT-EMP-NUM PIC 999.
000800     05 COSTRATE-OUT-COST-HOUR PIC 999V99.
000810     05 COSTRATE-OUT-EFF-DATE PIC 9(8).
000820
000830*----------------------------------------------------------------
000840* Maintenance transactions - one record per add ('A') of a new
000850* effective-dated cost, or delete ('D') of an existing employee/
000860* effective-date row keyed to the wrong day.
000870*----------------------------------------------------------------
000880 FD  COSTTRAN-IN.
000890 01  COSTTRAN-REC-IN.
000900     05 COSTTRAN-CODE PIC X.
000910     05 COSTTRAN-EMP-NUM PIC X(3).
000920     05 COSTTRAN-COST-HOUR PIC X(5).
000930     05 COSTTRAN-EFF-DATE PIC X(8).
000940
000950*----------------------------------------------------------------
000960* Employee master - read only, to refuse a cost for an employee
000970* number nobody holds. Optional.
000980*----------------------------------------------------------------
000990 FD  EMPMAST-IN.
001000 01  EMPMAST-REC-IN.
001010     05 EMPMAST-EMP-NUM PIC 999.
001020     05 EMPMAST-EMP-NAME PIC A(22).
001030     05 EMPMAST-JOB-CLASS PIC A(21).
001040     05 EMPMAST-STATUS PIC X.
001050
001060*----------------------------------------------------------------
001070* Audit listing - one line per transaction applied or rejected,
001080* showing the cost previously in effect for the employee beside
001090* the new cost and its effective date.
001100*----------------------------------------------------------------
001110 FD  AUDIT-OUT.
001120 01  AUDIT-REC-OUT PIC X(120).
001130
001140*----------------------------------------------------------------
001150* Run-control log, appended by every program in the suite - this
001160* run adds its own completion line at clean end of run.
001170*----------------------------------------------------------------
001180 FD  RUNLOG-OUT.
001190 01  RUNLOG-REC-OUT PIC X(132).
001200
001210 WORKING-STORAGE SECTION.
001220 01  DL960-WORK-AREAS.
001230     05 DL960-COSTRATE-STATUS PIC XX VALUE SPACES.
001240     05 DL960-COSTTRAN-STATUS PIC XX VALUE SPACES.
001250     05 DL960-EMPMAST-STATUS PIC XX VALUE SPACES.
001260     05 DL960-AUDIT-NAME PIC X(40) VALUE SPACES.
001270     05 DL960-ARE-MORE-TRANS PIC AAA VALUE 'YES'.
001280     05 DL960-FOUND-SW PIC X VALUE 'N'.
001290        88 DL960-FOUND                VALUE 'Y'.
001300        88 DL960-NOT-FOUND            VALUE 'N'.
001310     05 DL960-RUN-DATE-8 PIC 9(08) VALUE ZERO.
001320     05 DL960-TRAN-EMP PIC 999 VALUE ZERO.
001330     05 DL960-TRAN-COST PIC 999V99 VALUE ZERO.
001340     05 DL960-TRAN-EFF PIC 9(8) VALUE ZERO.
001350     05 DL960-PRIOR-COST PIC 999V99 VALUE ZERO.
001360     05 DL960-PRIOR-EFF PIC 9(8) VALUE ZERO.
001370     05 DL960-PRIOR-SW PIC X VALUE 'N'.
001380        88 DL960-PRIOR-COST-FOUND     VALUE 'Y'.
001390     05 DL960-EMPMAST-SW PIC X VALUE 'N'.
001400        88 DL960-EMPMAST-LOADED       VALUE 'Y'.
001410
001420 01  DL960-TRAN-COUNTS.
001430     05 DL960-TRANS-READ-CNT PIC 9(05) COMP VALUE ZERO.
001440     05 DL960-ADDED-CNT PIC 9(05) COMP VALUE ZERO.
001450     05 DL960-DELETED-CNT PIC 9(05) COMP VALUE ZERO.
001460     05 DL960-REJECTED-CNT PIC 9(05) COMP VALUE ZERO.
001462     05 DL960-MAST-READ-CNT PIC 9(07) COMP VALUE ZERO.
001464     05 DL960-MAST-WRITTEN-CNT PIC 9(07) COMP VALUE ZERO.
001470
001480*----------------------------------------------------------------
001490* Cost table - the old master loaded at start-up, updated in
001500* place by the transactions, then written out as the new master
001510* at end of run. Deleted rows are flagged off rather than
001520* squeezed out.
001530*----------------------------------------------------------------
001540 01  DL960-COST-AREAS.
001550     05 DL960-COST-TAB OCCURS 2000 TIMES
001560                        INDEXED BY DL960-COST-IDX.
001570        10 DL960-COST-EMP-NUM PIC 999.
001580        10 DL960-COST-HOUR PIC 999V99.
001590        10 DL960-COST-EFF-DATE PIC 9(8).
001600        10 DL960-COST-ACTIVE PIC X.
001610     05 DL960-COST-CNT PIC 9(4) COMP VALUE ZERO.
001620     05 DL960-COST-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
001621     05 DL960-SEQ-I PIC 9(4) COMP VALUE ZERO.
001622     05 DL960-SEQ-J PIC 9(4) COMP VALUE ZERO.
001623     05 DL960-SEQ-K PIC 9(4) COMP VALUE ZERO.
001624     05 DL960-SEQ-SHIFT-SW PIC X VALUE 'N'.
001625        88 DL960-SEQ-SHIFT               VALUE 'Y'.
001626     05 DL960-SEQ-HOLD.
001627        10 DL960-SEQ-HOLD-EMP PIC 999.
001628        10 PIC X(5).
001629        10 DL960-SEQ-HOLD-EFF PIC 9(8).
001630        10 PIC X.
001631
001640*----------------------------------------------------------------
001650* Employee numbers on file - slotted directly by EMP_NUM.
001660*----------------------------------------------------------------
001670 01  DL960-EMP-AREAS.
001680     05 DL960-EMP-ON-FILE PIC X OCCURS 999 TIMES.
001690
001700 01  AUDIT-HEAD-1.
001710     05 PIC X(43) VALUE
001720         'EMPLOYEE COST RATE MAINTENANCE AUDIT - RUN '.
001730     05 AUDIT-HEAD-DATE PIC 9(08).
001740     05 PIC X(16) VALUE '  CONFIDENTIAL'.
001750
001760 01  AUDIT-HEAD-2.
001770     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
001780     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
001790
001800 01  AUDIT-LINE.
001810     05 AUDIT-TRAN-CODE PIC X.
001820     05 PIC X(2) VALUE SPACES.
001830     05 PIC X(4) VALUE 'EMP '.
001840     05 AUDIT-EMP-NUM PIC 999.
001850     05 PIC X(2) VALUE SPACES.
001860     05 AUDIT-ACTION PIC X(8).
001870     05 PIC X(2) VALUE SPACES.
001880     05 PIC X(10) VALUE 'WAS '.
001890     05 AUDIT-OLD-COST PIC $ZZZ.99.
001900     05 PIC X(7) VALUE ' FROM '.
001910     05 AUDIT-OLD-EFF PIC 9(8).
001920     05 PIC X(4) VALUE ' -> '.
001930     05 AUDIT-NEW-COST PIC $ZZZ.99.
001940     05 PIC X(7) VALUE ' FROM '.
001950     05 AUDIT-NEW-EFF PIC 9(8).
001960
001970 01  AUDIT-ERR-LINE.
001980     05 AUDIT-ERR-CODE PIC X.
001990     05 PIC X(2) VALUE SPACES.
002000     05 PIC X(4) VALUE 'EMP '.
002010     05 AUDIT-ERR-EMP-NUM PIC X(3).
002020     05 PIC X(2) VALUE SPACES.
002030     05 PIC X(10) VALUE 'REJECTED'.
002040     05 PIC X(2) VALUE SPACES.
002050     05 AUDIT-ERR-REASON PIC X(44).
002060
002070 01  AUDIT-FOOT-1.
002080     05 PIC X(12) VALUE 'TRANS READ '.
002090     05 AUDIT-OUT-READ PIC ZZZZ9.
002100     05 PIC X(9) VALUE '  ADDED '.
002110     05 AUDIT-OUT-ADDED PIC ZZZZ9.
002120     05 PIC X(11) VALUE '  DELETED '.
002130     05 AUDIT-OUT-DELETED PIC ZZZZ9.
002140     05 PIC X(12) VALUE '  REJECTED '.
002150     05 AUDIT-OUT-REJECTED PIC ZZZZ9.
002151
002152 01  AUDIT-FOOT-2.
002153     05 PIC X(20) VALUE 'MASTER RECORDS READ '.
002154     05 AUDIT-OUT-MAST-READ PIC 9(7).
002155     05 PIC X(10) VALUE '  WRITTEN '.
002156     05 AUDIT-OUT-MAST-WRITTEN PIC 9(7).
002160
002170 01  DL960-RUNLOG-AREAS.
002180     05 DL960-RUNLOG-STATUS PIC XX VALUE SPACES.
002190     05 DL960-START-TIME PIC 9(8) VALUE ZERO.
002200     05 DL960-END-TIME PIC 9(8) VALUE ZERO.
002210
002220*----------------------------------------------------------------
002230* Run-control log completion line - the balanced flag at byte 88
002240* and the program id at bytes 90-100 follow the suite convention.
002250*----------------------------------------------------------------
002260 01  RUNLOG-LINE.
002270     05 RUNLOG-DATE PIC 9(8).
002280     05 PIC X(1) VALUE SPACES.
002290     05 RUNLOG-START-TIME PIC 9(6).
002300     05 PIC X(1) VALUE SPACES.
002310     05 RUNLOG-END-TIME PIC 9(6).
002320     05 PIC X(65) VALUE SPACES.
002330     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
002340     05 PIC X(1) VALUE SPACES.
002350     05 RUNLOG-PROG-ID PIC X(11) VALUE 'E6010405467'.
002360
002370 PROCEDURE DIVISION.
002380******************************************************************
002390* 0000-MAINLINE-RTN
002400* Opens the files, drives the transaction loop and writes the
002410* new master.
002420******************************************************************
002430 0000-MAINLINE-RTN.
002440     PERFORM 1000-INITIALIZE-RTN
002450         THRU 1000-INITIALIZE-EXIT.
002460
002470     PERFORM 2000-READ-PROCESS-RTN
002480         THRU 2000-READ-PROCESS-EXIT
002490         UNTIL DL960-ARE-MORE-TRANS = 'NO '.
002500
002510     PERFORM 8000-TERMINATE-RTN
002520         THRU 8000-TERMINATE-EXIT.
002530
002540     STOP RUN.
002550
002560******************************************************************
002570* 1000-INITIALIZE-RTN
002580* Loads the old cost master and the employee numbers, opens the
002590* transaction file and starts the audit listing.
002600******************************************************************
002610 1000-INITIALIZE-RTN.
002620     ACCEPT DL960-RUN-DATE-8 FROM DATE YYYYMMDD.
002630     ACCEPT DL960-START-TIME FROM TIME.
002640     STRING 'C:\6010405467-COSTMNT-' DL960-RUN-DATE-8 '.txt'
002650         DELIMITED BY SIZE INTO DL960-AUDIT-NAME.
002660
002670     PERFORM 1100-LOAD-COSTRATE-RTN
002680         THRU 1100-LOAD-COSTRATE-EXIT.
002690     PERFORM 1200-LOAD-EMPMAST-RTN
002700         THRU 1200-LOAD-EMPMAST-EXIT.
002710
002720     OPEN INPUT COSTTRAN-IN.
002730     OPEN OUTPUT COSTRATE-OUT AUDIT-OUT.
002740
002750     MOVE DL960-RUN-DATE-8 TO AUDIT-HEAD-DATE.
002760     WRITE AUDIT-REC-OUT FROM AUDIT-HEAD-1
002770           AFTER ADVANCING 1 LINE.
002780     WRITE AUDIT-REC-OUT FROM AUDIT-HEAD-2
002790           AFTER ADVANCING 1 LINE.
002800 1000-INITIALIZE-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840* 1100-LOAD-COSTRATE-RTN
002850* Loads the old cost master into the table. The master is
002860* optional - a first-ever run starts with an empty table.
002870******************************************************************
002880 1100-LOAD-COSTRATE-RTN.
002890     OPEN INPUT COSTRATE-IN.
002900     IF DL960-COSTRATE-STATUS EQUAL '00'
002910         PERFORM 1110-READ-COSTRATE-RTN
002920             THRU 1110-READ-COSTRATE-EXIT
002930             UNTIL DL960-COSTRATE-STATUS NOT EQUAL '00'
002940         CLOSE COSTRATE-IN
002950     END-IF.
002960 1100-LOAD-COSTRATE-EXIT.
002970     EXIT.
002980
002990 1110-READ-COSTRATE-RTN.
003000     READ COSTRATE-IN.
003010     IF DL960-COSTRATE-STATUS EQUAL '00'
003012         ADD 1 TO DL960-MAST-READ-CNT
003020         IF DL960-COST-CNT < 2000
003030             ADD 1 TO DL960-COST-CNT
003040             SET DL960-COST-IDX TO DL960-COST-CNT
003050             MOVE COSTRATE-IN-EMP-NUM
003060                 TO DL960-COST-EMP-NUM (DL960-COST-IDX)
003070             MOVE COSTRATE-IN-COST-HOUR
003080                 TO DL960-COST-HOUR (DL960-COST-IDX)
003090             MOVE COSTRATE-IN-EFF-DATE
003100                 TO DL960-COST-EFF-DATE (DL960-COST-IDX)
003110             MOVE 'Y' TO DL960-COST-ACTIVE (DL960-COST-IDX)
003120         ELSE
003130             DISPLAY 'COSTRATE-IN: COST TABLE FULL AT 2000 ROWS'
003140                 ' - EMPLOYEE ' COSTRATE-IN-EMP-NUM ' IGNORED'
003150         END-IF
003160     END-IF.
003170 1110-READ-COSTRATE-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210* 1200-LOAD-EMPMAST-RTN
003220* Flags every employee number on the employee master. The master
003230* is optional - without it an add is taken on the number alone.
003240******************************************************************
003250 1200-LOAD-EMPMAST-RTN.
003260     MOVE ALL 'N' TO DL960-EMP-AREAS.
003270     OPEN INPUT EMPMAST-IN.
003280     IF DL960-EMPMAST-STATUS EQUAL '00'
003290         MOVE 'Y' TO DL960-EMPMAST-SW
003300         PERFORM 1210-READ-EMPMAST-RTN
003310             THRU 1210-READ-EMPMAST-EXIT
003320             UNTIL DL960-EMPMAST-STATUS NOT EQUAL '00'
003330         CLOSE EMPMAST-IN
003340     END-IF.
003350 1200-LOAD-EMPMAST-EXIT.
003360     EXIT.
003370
003380 1210-READ-EMPMAST-RTN.
003390     READ EMPMAST-IN.
003400     IF DL960-EMPMAST-STATUS EQUAL '00'
003410        IF EMPMAST-EMP-NUM GREATER THAN ZERO
003420            MOVE 'Y' TO DL960-EMP-ON-FILE (EMPMAST-EMP-NUM)
003430        END-IF
003440     END-IF.
003450 1210-READ-EMPMAST-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 2000-READ-PROCESS-RTN
003500* Reads one transaction and routes it to the add or delete
003510* logic, or flags end-of-file.
003520******************************************************************
003530 2000-READ-PROCESS-RTN.
003540     READ COSTTRAN-IN
003550         AT END
003560             MOVE 'NO ' TO DL960-ARE-MORE-TRANS
003570         NOT AT END
003580             ADD 1 TO DL960-TRANS-READ-CNT
003590             PERFORM 2100-APPLY-TRAN-RTN
003600                 THRU 2100-APPLY-TRAN-EXIT
003610     END-READ.
003620 2000-READ-PROCESS-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660* 2100-APPLY-TRAN-RTN
003670* Screens one transaction's fields, then applies it against the
003680* cost table and writes the audit line for it.
003690******************************************************************
003700 2100-APPLY-TRAN-RTN.
003710     IF COSTTRAN-EMP-NUM IS NOT NUMERIC
003720       OR COSTTRAN-EMP-NUM EQUAL '000'
003730         MOVE 'EMPLOYEE NUMBER IS NOT NUMERIC'
003740             TO AUDIT-ERR-REASON
003750         PERFORM 2900-WRITE-AUDIT-ERR-RTN
003760             THRU 2900-WRITE-AUDIT-ERR-EXIT
003770         GO TO 2100-APPLY-TRAN-EXIT
003780     END-IF.
003790     IF COSTTRAN-EFF-DATE IS NOT NUMERIC
003800         MOVE 'EFFECTIVE DATE IS NOT NUMERIC'
003810             TO AUDIT-ERR-REASON
003820         PERFORM 2900-WRITE-AUDIT-ERR-RTN
003830             THRU 2900-WRITE-AUDIT-ERR-EXIT
003840         GO TO 2100-APPLY-TRAN-EXIT
003850     END-IF.
003860     MOVE COSTTRAN-EMP-NUM TO DL960-TRAN-EMP (1:3).
003870     MOVE COSTTRAN-EFF-DATE TO DL960-TRAN-EFF (1:8).
003880     PERFORM 2200-SEARCH-COST-RTN
003890         THRU 2200-SEARCH-COST-EXIT.
003900     EVALUATE COSTTRAN-CODE
003910         WHEN 'A'
003920             PERFORM 2300-APPLY-ADD-RTN
003930                 THRU 2300-APPLY-ADD-EXIT
003940         WHEN 'D'
003950             PERFORM 2400-APPLY-DELETE-RTN
003960                 THRU 2400-APPLY-DELETE-EXIT
003970         WHEN OTHER
003980             MOVE 'INVALID TRANSACTION CODE' TO AUDIT-ERR-REASON
003990             PERFORM 2900-WRITE-AUDIT-ERR-RTN
004000                 THRU 2900-WRITE-AUDIT-ERR-EXIT
004010     END-EVALUATE.
004020 2100-APPLY-TRAN-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 2200-SEARCH-COST-RTN
004070* Linear search of the cost table for the transaction's employee
004080* and effective date. Also remembers the latest cost already on
004090* file for the employee, whatever its date, for the audit
004100* line's before picture.
004110******************************************************************
004120 2200-SEARCH-COST-RTN.
004130     MOVE 'N' TO DL960-FOUND-SW.
004140     MOVE 'N' TO DL960-PRIOR-SW.
004150     MOVE ZERO TO DL960-PRIOR-COST.
004160     MOVE ZERO TO DL960-PRIOR-EFF.
004170     PERFORM 2210-TEST-COST-RTN
004180         THRU 2210-TEST-COST-EXIT
004190         VARYING DL960-COST-IDX FROM 1 BY 1
004200         UNTIL DL960-COST-IDX > DL960-COST-CNT.
004210 2200-SEARCH-COST-EXIT.
004220     EXIT.
004230
004240 2210-TEST-COST-RTN.
004250     IF DL960-COST-ACTIVE (DL960-COST-IDX) NOT EQUAL 'Y'
004260         GO TO 2210-TEST-COST-EXIT
004270     END-IF.
004280     IF DL960-COST-EMP-NUM (DL960-COST-IDX)
004290            NOT EQUAL DL960-TRAN-EMP
004300         GO TO 2210-TEST-COST-EXIT
004310     END-IF.
004320     IF DL960-COST-EFF-DATE (DL960-COST-IDX)
004330            EQUAL DL960-TRAN-EFF
004340         MOVE 'Y' TO DL960-FOUND-SW
004350         MOVE DL960-COST-IDX TO DL960-COST-FOUND-IDX
004360     END-IF.
004370     IF DL960-PRIOR-SW EQUAL 'N'
004380       OR DL960-COST-EFF-DATE (DL960-COST-IDX)
004390              NOT LESS DL960-PRIOR-EFF
004400         MOVE 'Y' TO DL960-PRIOR-SW
004410         MOVE DL960-COST-HOUR (DL960-COST-IDX)
004420             TO DL960-PRIOR-COST
004430         MOVE DL960-COST-EFF-DATE (DL960-COST-IDX)
004440             TO DL960-PRIOR-EFF
004450     END-IF.
004460 2210-TEST-COST-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 2300-APPLY-ADD-RTN
004510* Adds a new effective-dated cost row for the employee. The
004520* employee/date pair must not already be on the master, the
004530* employee must be on the employee master when it is on hand,
004540* and the cost must be numeric and nonzero.
004550******************************************************************
004560 2300-APPLY-ADD-RTN.
004570     IF DL960-FOUND
004580         MOVE 'EMPLOYEE ALREADY HAS A COST FOR THIS DATE'
004590             TO AUDIT-ERR-REASON
004600         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004610             THRU 2900-WRITE-AUDIT-ERR-EXIT
004620         GO TO 2300-APPLY-ADD-EXIT
004630     END-IF.
004640     IF DL960-EMPMAST-LOADED
004650       AND DL960-EMP-ON-FILE (DL960-TRAN-EMP) NOT EQUAL 'Y'
004660         MOVE 'EMPLOYEE NOT ON THE EMPLOYEE MASTER'
004670             TO AUDIT-ERR-REASON
004680         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004690             THRU 2900-WRITE-AUDIT-ERR-EXIT
004700         GO TO 2300-APPLY-ADD-EXIT
004710     END-IF.
004720     IF COSTTRAN-COST-HOUR IS NOT NUMERIC
004730         MOVE 'COST IS NOT NUMERIC' TO AUDIT-ERR-REASON
004740         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004750             THRU 2900-WRITE-AUDIT-ERR-EXIT
004760         GO TO 2300-APPLY-ADD-EXIT
004770     END-IF.
004780     MOVE COSTTRAN-COST-HOUR TO DL960-TRAN-COST (1:5).
004790     IF DL960-TRAN-COST EQUAL ZERO
004800         MOVE 'COST IS ZERO' TO AUDIT-ERR-REASON
004810         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004820             THRU 2900-WRITE-AUDIT-ERR-EXIT
004830         GO TO 2300-APPLY-ADD-EXIT
004840     END-IF.
004850     IF DL960-COST-CNT >= 2000
004860         MOVE 'COST TABLE FULL' TO AUDIT-ERR-REASON
004870         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004880             THRU 2900-WRITE-AUDIT-ERR-EXIT
004890         GO TO 2300-APPLY-ADD-EXIT
004900     END-IF.
004910     ADD 1 TO DL960-COST-CNT.
004920     SET DL960-COST-IDX TO DL960-COST-CNT.
004930     MOVE DL960-TRAN-EMP TO DL960-COST-EMP-NUM (DL960-COST-IDX).
004940     MOVE DL960-TRAN-COST TO DL960-COST-HOUR (DL960-COST-IDX).
004950     MOVE DL960-TRAN-EFF
004960         TO DL960-COST-EFF-DATE (DL960-COST-IDX).
004970     MOVE 'Y' TO DL960-COST-ACTIVE (DL960-COST-IDX).
004980     ADD 1 TO DL960-ADDED-CNT.
004990     MOVE 'ADDED' TO AUDIT-ACTION.
005000     MOVE DL960-TRAN-COST TO AUDIT-NEW-COST.
005010     MOVE DL960-TRAN-EFF TO AUDIT-NEW-EFF.
005020     PERFORM 2800-WRITE-AUDIT-RTN
005030         THRU 2800-WRITE-AUDIT-EXIT.
005040 2300-APPLY-ADD-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080* 2400-APPLY-DELETE-RTN
005090* Flags an existing employee/effective-date row off the master -
005100* for a cost row keyed to the wrong day. The row must exist.
005110******************************************************************
005120 2400-APPLY-DELETE-RTN.
005130     IF DL960-NOT-FOUND
005140         MOVE 'NO COST ROW FOR THIS EMPLOYEE AND DATE'
005150             TO AUDIT-ERR-REASON
005160         PERFORM 2900-WRITE-AUDIT-ERR-RTN
005170             THRU 2900-WRITE-AUDIT-ERR-EXIT
005180         GO TO 2400-APPLY-DELETE-EXIT
005190     END-IF.
005200     SET DL960-COST-IDX TO DL960-COST-FOUND-IDX.
005210     MOVE 'N' TO DL960-COST-ACTIVE (DL960-COST-IDX).
005220     ADD 1 TO DL960-DELETED-CNT.
005230     MOVE 'DELETED' TO AUDIT-ACTION.
005240     MOVE DL960-COST-HOUR (DL960-COST-IDX) TO AUDIT-NEW-COST.
005250     MOVE DL960-COST-EFF-DATE (DL960-COST-IDX)
005260         TO AUDIT-NEW-EFF.
005270     PERFORM 2800-WRITE-AUDIT-RTN
005280         THRU 2800-WRITE-AUDIT-EXIT.
005290 2400-APPLY-DELETE-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 2800-WRITE-AUDIT-RTN
005340* Writes the audit line for an applied transaction - the cost
005350* previously in effect for the employee beside the cost row the
005360* transaction added or deleted.
005370******************************************************************
005380 2800-WRITE-AUDIT-RTN.
005390     MOVE COSTTRAN-CODE TO AUDIT-TRAN-CODE.
005400     MOVE DL960-TRAN-EMP TO AUDIT-EMP-NUM.
005410     IF DL960-PRIOR-COST-FOUND
005420         MOVE DL960-PRIOR-COST TO AUDIT-OLD-COST
005430         MOVE DL960-PRIOR-EFF TO AUDIT-OLD-EFF
005440     ELSE
005450         MOVE ZERO TO AUDIT-OLD-COST
005460         MOVE ZERO TO AUDIT-OLD-EFF
005470     END-IF.
005480     WRITE AUDIT-REC-OUT FROM AUDIT-LINE
005490           AFTER ADVANCING 1 LINE.
005500 2800-WRITE-AUDIT-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540* 2900-WRITE-AUDIT-ERR-RTN
005550* Writes the audit line for a rejected transaction.
005560******************************************************************
005570 2900-WRITE-AUDIT-ERR-RTN.
005580     MOVE COSTTRAN-CODE TO AUDIT-ERR-CODE.
005590     MOVE COSTTRAN-EMP-NUM TO AUDIT-ERR-EMP-NUM.
005600     ADD 1 TO DL960-REJECTED-CNT.
005610     WRITE AUDIT-REC-OUT FROM AUDIT-ERR-LINE
005620           AFTER ADVANCING 1 LINE.
005630 2900-WRITE-AUDIT-ERR-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 8000-TERMINATE-RTN
005680* Writes the updated table out as the new master, prints the
005690* transaction counts on the audit listing and closes the files.
005692* The table is put into key sequence before it is written.
005700******************************************************************
005710 8000-TERMINATE-RTN.
005712     PERFORM 8050-SEQUENCE-COST-RTN
005714         THRU 8050-SEQUENCE-COST-EXIT.
005716
005720     PERFORM 8100-WRITE-ONE-COST-RTN
005730         THRU 8100-WRITE-ONE-COST-EXIT
005740         VARYING DL960-COST-IDX FROM 1 BY 1
005750         UNTIL DL960-COST-IDX > DL960-COST-CNT.
005760
005770     WRITE AUDIT-REC-OUT FROM AUDIT-HEAD-2
005780           AFTER ADVANCING 1 LINE.
005790     MOVE DL960-TRANS-READ-CNT TO AUDIT-OUT-READ.
005800     MOVE DL960-ADDED-CNT TO AUDIT-OUT-ADDED.
005810     MOVE DL960-DELETED-CNT TO AUDIT-OUT-DELETED.
005820     MOVE DL960-REJECTED-CNT TO AUDIT-OUT-REJECTED.
005830     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-1
005840           AFTER ADVANCING 1 LINE.
005842     MOVE DL960-MAST-READ-CNT TO AUDIT-OUT-MAST-READ.
005844     MOVE DL960-MAST-WRITTEN-CNT TO AUDIT-OUT-MAST-WRITTEN.
005846     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-2
005848           AFTER ADVANCING 1 LINE.
005850
005860     CLOSE COSTTRAN-IN
005870           COSTRATE-OUT
005880           AUDIT-OUT.
005890
005900     PERFORM 8900-WRITE-RUNLOG-RTN
005910         THRU 8900-WRITE-RUNLOG-EXIT.
005920 8000-TERMINATE-EXIT.
005930     EXIT.
005940
006072******************************************************************
006073* 8050-SEQUENCE-COST-RTN
006074* Puts the table into EMP_NUM and effective date
006075* sequence before it is written out, each row in turn slid back
006076* past the rows above it with a higher key. Adds go on the end
006077* of the table, and the old master may not have been in
006078* sequence either.
006079******************************************************************
006080 8050-SEQUENCE-COST-RTN.
006081     PERFORM 8060-PLACE-ONE-COST-RTN
006082         THRU 8060-PLACE-ONE-COST-EXIT
006083         VARYING DL960-SEQ-I FROM 2 BY 1
006084         UNTIL DL960-SEQ-I > DL960-COST-CNT.
006085 8050-SEQUENCE-COST-EXIT.
006086     EXIT.
006087
006088 8060-PLACE-ONE-COST-RTN.
006089     MOVE DL960-COST-TAB (DL960-SEQ-I) TO DL960-SEQ-HOLD.
006090     MOVE DL960-SEQ-I TO DL960-SEQ-J.
006091     MOVE 'Y' TO DL960-SEQ-SHIFT-SW.
006092     PERFORM 8070-SHIFT-ONE-COST-RTN
006093         THRU 8070-SHIFT-ONE-COST-EXIT
006094         UNTIL DL960-SEQ-J < 2
006095            OR NOT DL960-SEQ-SHIFT.
006096     MOVE DL960-SEQ-HOLD TO DL960-COST-TAB (DL960-SEQ-J).
006097 8060-PLACE-ONE-COST-EXIT.
006098     EXIT.
006099
006100 8070-SHIFT-ONE-COST-RTN.
006101     SUBTRACT 1 FROM DL960-SEQ-J GIVING DL960-SEQ-K.
006102     IF DL960-COST-EMP-NUM (DL960-SEQ-K)
006103            GREATER DL960-SEQ-HOLD-EMP
006104        OR (DL960-COST-EMP-NUM (DL960-SEQ-K)
006105            EQUAL DL960-SEQ-HOLD-EMP
006106        AND DL960-COST-EFF-DATE (DL960-SEQ-K)
006107            GREATER DL960-SEQ-HOLD-EFF)
006108         MOVE DL960-COST-TAB (DL960-SEQ-K)
006109             TO DL960-COST-TAB (DL960-SEQ-J)
006110         MOVE DL960-SEQ-K TO DL960-SEQ-J
006111     ELSE
006112         MOVE 'N' TO DL960-SEQ-SHIFT-SW
006113     END-IF.
006114 8070-SHIFT-ONE-COST-EXIT.
006115     EXIT.
006116
006117 8100-WRITE-ONE-COST-RTN.
006118     IF DL960-COST-ACTIVE (DL960-COST-IDX) NOT EQUAL 'Y'
006119         GO TO 8100-WRITE-ONE-COST-EXIT
006120     END-IF.
006121     MOVE DL960-COST-EMP-NUM (DL960-COST-IDX)
006122         TO COSTRATE-OUT-EMP-NUM.
006123     MOVE DL960-COST-HOUR (DL960-COST-IDX)
006124         TO COSTRATE-OUT-COST-HOUR.
006125     MOVE DL960-COST-EFF-DATE (DL960-COST-IDX)
006126         TO COSTRATE-OUT-EFF-DATE.
006127     WRITE COSTRATE-REC-OUT.
006128     ADD 1 TO DL960-MAST-WRITTEN-CNT.
006129 8100-WRITE-ONE-COST-EXIT.
006130     EXIT.
006131
006132******************************************************************
006133* 8900-WRITE-RUNLOG-RTN
006134* Appends this run's completion line to the permanent run-control
006135* log, the way every program in the suite does.
006136******************************************************************
006140 8900-WRITE-RUNLOG-RTN.
006150     ACCEPT DL960-END-TIME FROM TIME.
006160     OPEN EXTEND RUNLOG-OUT.
006170     IF DL960-RUNLOG-STATUS NOT EQUAL '00'
006180         OPEN OUTPUT RUNLOG-OUT
006190     END-IF.
006200     MOVE DL960-RUN-DATE-8 TO RUNLOG-DATE.
006210     MOVE DL960-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
006220     MOVE DL960-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
006230     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
006240     CLOSE RUNLOG-OUT.
006250 8900-WRITE-RUNLOG-EXIT.
006260     EXIT.
006270
006280 END PROGRAM E6010405467.
