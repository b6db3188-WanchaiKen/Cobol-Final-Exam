000010******************************************************************
000020* Program-Id: K6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    Batch maintenance of the client master - the
000070*             legal name, bill-to address and payment terms for
000080*             each client number. Applies add/change/inactivate
000090*             transactions against the master and writes an
000100*             audit listing of what changed.
000110* Tectonics: cobc
000120******************************************************************
000130* Modification History
000140* ----------------------------------------------------------------
000150* 10/15/2026 DL  Initial version - a client was nothing more than
000160*                the 22-character name typed on each project
000170*                master row, so one client spelled two ways
000180*                split its statements, and there was no address
000190*                or payment terms anywhere in the suite. The
000200*                client master keyed by client number now
000210*                carries the legal name, three bill-to address
000220*                lines and net 15/30/45 terms, and the project
000230*                master points to it by number.
000231* 10/15/2026 DL  Write the new master in key sequence, and close
000232*                the audit listing with the count of master
000233*                records read and written, so the promotion
000234*                run (N6010405467) can tie the new master to
000235*                this listing before it replaces the live one.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. K6010405467.
000270 AUTHOR. D. LAURENT.
000280 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000290 DATE-WRITTEN. 10/15/2026.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CLNTMAST-IN ASSIGN TO 'C:\ClientMaster.txt'
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS IS DL930-CLNTMAST-STATUS.
000370
000380     SELECT CLNTTRAN-IN ASSIGN TO 'C:\ClientTrans.txt'
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS IS DL930-CLNTTRAN-STATUS.
000410
000420     SELECT CLNTMAST-OUT ASSIGN TO 'C:\ClientMaster-NEW.txt'
000430            ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT AUDIT-OUT ASSIGN DYNAMIC DL930-AUDIT-NAME
000460            ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT RUNLOG-OUT
000490            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS DL930-RUNLOG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------------
000560* Client master - the legal name, bill-to address, payment terms
000570* (net days - 15, 30 or 45) and status ('A' active, 'I'
000580* inactive) for each client number. CLNTMAST-IN is the prior
000590* master; CLNTMAST-OUT is the new master for the next run. The
000600* old master is optional - a first-ever run builds the master
000610* from adds alone.
000620*----------------------------------------------------------------
000630 FD  CLNTMAST-IN.
000640 01  CLNTMAST-REC-IN.
000650     05 CLNTMAST-IN-CLIENT-NUM PIC 9(5).
000660     05 CLNTMAST-IN-LEGAL-NAME PIC X(30).
000670     05 CLNTMAST-IN-ADDR-1 PIC X(30).
000680     05 CLNTMAST-IN-ADDR-2 PIC X(30).
000690     05 CLNTMAST-IN-ADDR-3 PIC X(30).
000700     05 CLNTMAST-IN-TERMS PIC 99.
000710     05 CLNTMAST-IN-STATUS PIC X.
000720
000730 FD  CLNTMAST-OUT.
000740 01  CLNTMAST-REC-OUT.
000750     05 CLNTMAST-OUT-CLIENT-NUM PIC 9(5).
000760     05 CLNTMAST-OUT-LEGAL-NAME PIC X(30).
000770     05 CLNTMAST-OUT-ADDR-1 PIC X(30).
000780     05 CLNTMAST-OUT-ADDR-2 PIC X(30).
000790     05 CLNTMAST-OUT-ADDR-3 PIC X(30).
000800     05 CLNTMAST-OUT-TERMS PIC 99.
000810     05 CLNTMAST-OUT-STATUS PIC X.
000820
000830*----------------------------------------------------------------
000840* Maintenance transactions - one record per add ('A'), change
000850* ('C') or inactivate ('I') to apply against the master. On a
000860* change, a blank name, address line or terms means leave that
000870* field as it stands on the master. Terms are two digits - 15,
000880* 30 or 45.
000890*----------------------------------------------------------------
000900 FD  CLNTTRAN-IN.
000910 01  CLNTTRAN-REC-IN.
000920     05 CLNTTRAN-CODE PIC X.
000930     05 CLNTTRAN-CLIENT-NUM PIC 9(5).
000940     05 CLNTTRAN-LEGAL-NAME PIC X(30).
000950     05 CLNTTRAN-ADDR-1 PIC X(30).
000960     05 CLNTTRAN-ADDR-2 PIC X(30).
000970     05 CLNTTRAN-ADDR-3 PIC X(30).
000980     05 CLNTTRAN-TERMS PIC XX.
000990     05 CLNTTRAN-TERMS-N REDEFINES CLNTTRAN-TERMS PIC 99.
001000
001010*----------------------------------------------------------------
001020* Audit listing - one line per transaction applied or rejected,
001030* showing the master values before and after the change, with
001040* the bill-to address as it now stands under each add or
001050* change.
001060*----------------------------------------------------------------
001070 FD  AUDIT-OUT.
001080 01  AUDIT-REC-OUT PIC X(132).
001090
001100*----------------------------------------------------------------
001110* Run-control log, appended by every program in the suite - this
001120* run adds its own completion line at clean end of run.
001130*----------------------------------------------------------------
001140 FD  RUNLOG-OUT.
001150 01  RUNLOG-REC-OUT PIC X(132).
001160
001170 WORKING-STORAGE SECTION.
001180 01  DL930-WORK-AREAS.
001190     05 DL930-CLNTMAST-STATUS PIC XX VALUE SPACES.
001200     05 DL930-CLNTTRAN-STATUS PIC XX VALUE SPACES.
001210     05 DL930-AUDIT-NAME PIC X(40) VALUE SPACES.
001220     05 DL930-ARE-MORE-TRANS PIC AAA VALUE 'YES'.
001230     05 DL930-FOUND-SW PIC X VALUE 'N'.
001240        88 DL930-FOUND                VALUE 'Y'.
001250        88 DL930-NOT-FOUND            VALUE 'N'.
001260     05 DL930-RUN-DATE-8 PIC 9(08) VALUE ZERO.
001270     05 DL930-TERMS-ERROR-SW PIC X VALUE 'N'.
001280        88 DL930-TERMS-ERROR          VALUE 'Y'.
001290
001300 01  DL930-TRAN-COUNTS.
001310     05 DL930-TRANS-READ-CNT PIC 9(05) COMP VALUE ZERO.
001320     05 DL930-ADDED-CNT PIC 9(05) COMP VALUE ZERO.
001330     05 DL930-CHANGED-CNT PIC 9(05) COMP VALUE ZERO.
001340     05 DL930-INACT-CNT PIC 9(05) COMP VALUE ZERO.
001350     05 DL930-REJECTED-CNT PIC 9(05) COMP VALUE ZERO.
001352     05 DL930-MAST-READ-CNT PIC 9(07) COMP VALUE ZERO.
001354     05 DL930-MAST-WRITTEN-CNT PIC 9(07) COMP VALUE ZERO.
001360
001370*----------------------------------------------------------------
001380* Client master table - the old master loaded at start-up,
001390* updated in place by the transactions, then written out as the
001400* new master at end of run.
001410*----------------------------------------------------------------
001420 01  DL930-MAST-AREAS.
001430     05 DL930-MAST-TAB OCCURS 500 TIMES
001440                        INDEXED BY DL930-MAST-IDX.
001450        10 DL930-MAST-CLIENT-NUM PIC 9(5).
001460        10 DL930-MAST-LEGAL-NAME PIC X(30).
001470        10 DL930-MAST-ADDR-1 PIC X(30).
001480        10 DL930-MAST-ADDR-2 PIC X(30).
001490        10 DL930-MAST-ADDR-3 PIC X(30).
001500        10 DL930-MAST-TERMS PIC 99.
001510        10 DL930-MAST-STAT PIC X.
001520     05 DL930-MAST-CNT PIC 999 COMP VALUE ZERO.
001530     05 DL930-MAST-FOUND-IDX PIC 999 COMP VALUE ZERO.
001531     05 DL930-SEQ-I PIC 9(4) COMP VALUE ZERO.
001532     05 DL930-SEQ-J PIC 9(4) COMP VALUE ZERO.
001533     05 DL930-SEQ-K PIC 9(4) COMP VALUE ZERO.
001534     05 DL930-SEQ-SHIFT-SW PIC X VALUE 'N'.
001535        88 DL930-SEQ-SHIFT               VALUE 'Y'.
001536     05 DL930-SEQ-HOLD.
001537        10 DL930-SEQ-HOLD-CLIENT PIC 9(5).
001538        10 PIC X(123).
001540
001550 01  AUDIT-HEAD-1.
001560     05 PIC X(40) VALUE
001570         'CLIENT MASTER MAINTENANCE AUDIT - RUN '.
001580     05 AUDIT-HEAD-DATE PIC 9(08).
001590
001600 01  AUDIT-HEAD-2.
001610     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
001620     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
001630
001640 01  AUDIT-LINE.
001650     05 AUDIT-TRAN-CODE PIC X.
001660     05 PIC X(2) VALUE SPACES.
001670     05 AUDIT-CLIENT-NUM PIC 9(5).
001680     05 PIC X(2) VALUE SPACES.
001690     05 AUDIT-ACTION PIC X(10).
001700     05 PIC X(2) VALUE SPACES.
001710     05 AUDIT-OLD-NAME PIC X(30).
001720     05 PIC X(1) VALUE SPACES.
001730     05 AUDIT-OLD-TERMS PIC X(2).
001740     05 PIC X(1) VALUE SPACES.
001750     05 AUDIT-OLD-STAT PIC X.
001760     05 PIC X(4) VALUE ' -> '.
001770     05 AUDIT-NEW-NAME PIC X(30).
001780     05 PIC X(1) VALUE SPACES.
001790     05 AUDIT-NEW-TERMS PIC 99.
001800     05 PIC X(1) VALUE SPACES.
001810     05 AUDIT-NEW-STAT PIC X.
001820
001830 01  AUDIT-ADDR-LINE.
001840     05 PIC X(22) VALUE SPACES.
001850     05 PIC X(9) VALUE 'BILL TO: '.
001860     05 AUDIT-ADDR-1 PIC X(30).
001870     05 PIC X(3) VALUE ' / '.
001880     05 AUDIT-ADDR-2 PIC X(30).
001890     05 PIC X(3) VALUE ' / '.
001900     05 AUDIT-ADDR-3 PIC X(30).
001910
001920 01  AUDIT-ERR-LINE.
001930     05 AUDIT-ERR-CODE PIC X.
001940     05 PIC X(2) VALUE SPACES.
001950     05 AUDIT-ERR-CLIENT-NUM PIC 9(5).
001960     05 PIC X(2) VALUE SPACES.
001970     05 PIC X(10) VALUE 'REJECTED'.
001980     05 PIC X(2) VALUE SPACES.
001990     05 AUDIT-ERR-REASON PIC X(50).
002000
002010 01  AUDIT-FOOT-1.
002020     05 PIC X(12) VALUE 'TRANS READ '.
002030     05 AUDIT-OUT-READ PIC ZZZZ9.
002040     05 PIC X(9) VALUE '  ADDED '.
002050     05 AUDIT-OUT-ADDED PIC ZZZZ9.
002060     05 PIC X(11) VALUE '  CHANGED '.
002070     05 AUDIT-OUT-CHANGED PIC ZZZZ9.
002080     05 PIC X(15) VALUE '  INACTIVATED '.
002090     05 AUDIT-OUT-INACT PIC ZZZZ9.
002100     05 PIC X(12) VALUE '  REJECTED '.
002110     05 AUDIT-OUT-REJECTED PIC ZZZZ9.
002111
002112 01  AUDIT-FOOT-2.
002113     05 PIC X(20) VALUE 'MASTER RECORDS READ '.
002114     05 AUDIT-OUT-MAST-READ PIC 9(7).
002115     05 PIC X(10) VALUE '  WRITTEN '.
002116     05 AUDIT-OUT-MAST-WRITTEN PIC 9(7).
002120
002130 01  DL930-RUNLOG-AREAS.
002140     05 DL930-RUNLOG-STATUS PIC XX VALUE SPACES.
002150     05 DL930-START-TIME PIC 9(8) VALUE ZERO.
002160     05 DL930-END-TIME PIC 9(8) VALUE ZERO.
002170
002180*----------------------------------------------------------------
002190* Run-control log completion line - the balanced flag at byte 88
002200* and the program id at bytes 90-100 follow the suite convention.
002210*----------------------------------------------------------------
002220 01  RUNLOG-LINE.
002230     05 RUNLOG-DATE PIC 9(8).
002240     05 PIC X(1) VALUE SPACES.
002250     05 RUNLOG-START-TIME PIC 9(6).
002260     05 PIC X(1) VALUE SPACES.
002270     05 RUNLOG-END-TIME PIC 9(6).
002280     05 PIC X(65) VALUE SPACES.
002290     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
002300     05 PIC X(1) VALUE SPACES.
002310     05 RUNLOG-PROG-ID PIC X(11) VALUE 'K6010405467'.
002320
002330 PROCEDURE DIVISION.
002340******************************************************************
002350* 0000-MAINLINE-RTN
002360* Opens the files, drives the transaction loop and writes the
002370* new master.
002380******************************************************************
002390 0000-MAINLINE-RTN.
002400     PERFORM 1000-INITIALIZE-RTN
002410         THRU 1000-INITIALIZE-EXIT.
002420
002430     PERFORM 2000-READ-PROCESS-RTN
002440         THRU 2000-READ-PROCESS-EXIT
002450         UNTIL DL930-ARE-MORE-TRANS = 'NO '.
002460
002470     PERFORM 8000-TERMINATE-RTN
002480         THRU 8000-TERMINATE-EXIT.
002490
002500     STOP RUN.
002510
002520******************************************************************
002530* 1000-INITIALIZE-RTN
002540* Loads the old master into the table, opens the transaction
002550* file and starts the audit listing.
002560******************************************************************
002570 1000-INITIALIZE-RTN.
002580     ACCEPT DL930-RUN-DATE-8 FROM DATE YYYYMMDD.
002590     ACCEPT DL930-START-TIME FROM TIME.
002600     STRING 'C:\6010405467-CLNTMNT-' DL930-RUN-DATE-8 '.txt'
002610         DELIMITED BY SIZE INTO DL930-AUDIT-NAME.
002620
002630     PERFORM 1100-LOAD-CLNTMAST-RTN
002640         THRU 1100-LOAD-CLNTMAST-EXIT.
002650
002660     OPEN INPUT CLNTTRAN-IN.
002670     OPEN OUTPUT CLNTMAST-OUT AUDIT-OUT.
002680
002690     MOVE DL930-RUN-DATE-8 TO AUDIT-HEAD-DATE.
002700     WRITE AUDIT-REC-OUT FROM AUDIT-HEAD-1
002710           AFTER ADVANCING 1 LINE.
002720     WRITE AUDIT-REC-OUT FROM AUDIT-HEAD-2
002730           AFTER ADVANCING 1 LINE.
002740 1000-INITIALIZE-EXIT.
002750     EXIT.
002760
002770******************************************************************
002780* 1100-LOAD-CLNTMAST-RTN
002790* Loads the old client master into the table. The master is
002800* optional - a first-ever run starts with an empty table.
002810******************************************************************
002820 1100-LOAD-CLNTMAST-RTN.
002830     OPEN INPUT CLNTMAST-IN.
002840     IF DL930-CLNTMAST-STATUS EQUAL '00'
002850         PERFORM 1110-READ-CLNTMAST-RTN
002860             THRU 1110-READ-CLNTMAST-EXIT
002870             UNTIL DL930-CLNTMAST-STATUS NOT EQUAL '00'
002880         CLOSE CLNTMAST-IN
002890     END-IF.
002900 1100-LOAD-CLNTMAST-EXIT.
002910     EXIT.
002920
002930 1110-READ-CLNTMAST-RTN.
002940     READ CLNTMAST-IN.
002950     IF DL930-CLNTMAST-STATUS EQUAL '00'
002952         ADD 1 TO DL930-MAST-READ-CNT
002960         IF DL930-MAST-CNT < 500
002970             ADD 1 TO DL930-MAST-CNT
002980             SET DL930-MAST-IDX TO DL930-MAST-CNT
002990             MOVE CLNTMAST-IN-CLIENT-NUM
003000                 TO DL930-MAST-CLIENT-NUM (DL930-MAST-IDX)
003010             MOVE CLNTMAST-IN-LEGAL-NAME
003020                 TO DL930-MAST-LEGAL-NAME (DL930-MAST-IDX)
003030             MOVE CLNTMAST-IN-ADDR-1
003040                 TO DL930-MAST-ADDR-1 (DL930-MAST-IDX)
003050             MOVE CLNTMAST-IN-ADDR-2
003060                 TO DL930-MAST-ADDR-2 (DL930-MAST-IDX)
003070             MOVE CLNTMAST-IN-ADDR-3
003080                 TO DL930-MAST-ADDR-3 (DL930-MAST-IDX)
003090             MOVE CLNTMAST-IN-TERMS
003100                 TO DL930-MAST-TERMS (DL930-MAST-IDX)
003110             MOVE CLNTMAST-IN-STATUS
003120                 TO DL930-MAST-STAT (DL930-MAST-IDX)
003130         ELSE
003140             DISPLAY 'CLNTMAST-IN: MASTER TABLE FULL AT 500 - '
003150                 'CLIENT ' CLNTMAST-IN-CLIENT-NUM ' IGNORED'
003160         END-IF
003170     END-IF.
003180 1110-READ-CLNTMAST-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220* 2000-READ-PROCESS-RTN
003230* Reads one transaction and routes it to the add, change or
003240* inactivate logic, or flags end-of-file.
003250******************************************************************
003260 2000-READ-PROCESS-RTN.
003270     READ CLNTTRAN-IN
003280         AT END
003290             MOVE 'NO ' TO DL930-ARE-MORE-TRANS
003300         NOT AT END
003310             ADD 1 TO DL930-TRANS-READ-CNT
003320             PERFORM 2100-APPLY-TRAN-RTN
003330                 THRU 2100-APPLY-TRAN-EXIT
003340     END-READ.
003350 2000-READ-PROCESS-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390* 2100-APPLY-TRAN-RTN
003400* Applies one transaction against the master table and writes
003410* the audit line for it.
003420******************************************************************
003430 2100-APPLY-TRAN-RTN.
003440     PERFORM 2200-SEARCH-MAST-RTN
003450         THRU 2200-SEARCH-MAST-EXIT.
003460     EVALUATE CLNTTRAN-CODE
003470         WHEN 'A'
003480             PERFORM 2300-APPLY-ADD-RTN
003490                 THRU 2300-APPLY-ADD-EXIT
003500         WHEN 'C'
003510             PERFORM 2400-APPLY-CHANGE-RTN
003520                 THRU 2400-APPLY-CHANGE-EXIT
003530         WHEN 'I'
003540             PERFORM 2500-APPLY-INACT-RTN
003550                 THRU 2500-APPLY-INACT-EXIT
003560         WHEN OTHER
003570             MOVE 'INVALID TRANSACTION CODE' TO AUDIT-ERR-REASON
003580             PERFORM 2900-WRITE-AUDIT-ERR-RTN
003590                 THRU 2900-WRITE-AUDIT-ERR-EXIT
003600     END-EVALUATE.
003610 2100-APPLY-TRAN-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650* 2200-SEARCH-MAST-RTN
003660* Linear search of the master table for the transaction client
003670* number.
003680******************************************************************
003690 2200-SEARCH-MAST-RTN.
003700     MOVE 'N' TO DL930-FOUND-SW.
003710     PERFORM 2210-TEST-MAST-RTN
003720         THRU 2210-TEST-MAST-EXIT
003730         VARYING DL930-MAST-IDX FROM 1 BY 1
003740         UNTIL DL930-MAST-IDX > DL930-MAST-CNT
003750            OR DL930-FOUND.
003760 2200-SEARCH-MAST-EXIT.
003770     EXIT.
003780
003790 2210-TEST-MAST-RTN.
003800     IF DL930-MAST-CLIENT-NUM (DL930-MAST-IDX)
003810            EQUAL CLNTTRAN-CLIENT-NUM
003820         MOVE 'Y' TO DL930-FOUND-SW
003830         MOVE DL930-MAST-IDX TO DL930-MAST-FOUND-IDX
003840     END-IF.
003850 2210-TEST-MAST-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 2300-APPLY-ADD-RTN
003900* Adds a new client to the master as active. The client number
003910* must be numeric, nonzero and not already on the master, the
003920* legal name and first address line must not be blank, and the
003930* terms must be 15, 30 or 45.
003940******************************************************************
003950 2300-APPLY-ADD-RTN.
003960     IF CLNTTRAN-CLIENT-NUM IS NOT NUMERIC
003970        OR CLNTTRAN-CLIENT-NUM EQUAL ZERO
003980         MOVE 'CLIENT NUMBER MUST BE NONZERO NUMERIC'
003990             TO AUDIT-ERR-REASON
004000         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004010             THRU 2900-WRITE-AUDIT-ERR-EXIT
004020         GO TO 2300-APPLY-ADD-EXIT
004030     END-IF.
004040     IF DL930-FOUND
004050         MOVE 'CLIENT NUMBER ALREADY ON MASTER'
004060             TO AUDIT-ERR-REASON
004070         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004080             THRU 2900-WRITE-AUDIT-ERR-EXIT
004090         GO TO 2300-APPLY-ADD-EXIT
004100     END-IF.
004110     IF CLNTTRAN-LEGAL-NAME EQUAL SPACES
004120         MOVE 'LEGAL NAME IS BLANK' TO AUDIT-ERR-REASON
004130         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004140             THRU 2900-WRITE-AUDIT-ERR-EXIT
004150         GO TO 2300-APPLY-ADD-EXIT
004160     END-IF.
004170     IF CLNTTRAN-ADDR-1 EQUAL SPACES
004180         MOVE 'BILL-TO ADDRESS IS BLANK' TO AUDIT-ERR-REASON
004190         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004200             THRU 2900-WRITE-AUDIT-ERR-EXIT
004210         GO TO 2300-APPLY-ADD-EXIT
004220     END-IF.
004230     PERFORM 2350-EDIT-TERMS-RTN
004240         THRU 2350-EDIT-TERMS-EXIT.
004250     IF DL930-TERMS-ERROR
004260         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004270             THRU 2900-WRITE-AUDIT-ERR-EXIT
004280         GO TO 2300-APPLY-ADD-EXIT
004290     END-IF.
004300     IF DL930-MAST-CNT >= 500
004310         MOVE 'MASTER TABLE FULL' TO AUDIT-ERR-REASON
004320         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004330             THRU 2900-WRITE-AUDIT-ERR-EXIT
004340         GO TO 2300-APPLY-ADD-EXIT
004350     END-IF.
004360     ADD 1 TO DL930-MAST-CNT.
004370     SET DL930-MAST-IDX TO DL930-MAST-CNT.
004380     MOVE CLNTTRAN-CLIENT-NUM
004390         TO DL930-MAST-CLIENT-NUM (DL930-MAST-IDX).
004400     MOVE CLNTTRAN-LEGAL-NAME
004410         TO DL930-MAST-LEGAL-NAME (DL930-MAST-IDX).
004420     MOVE CLNTTRAN-ADDR-1 TO DL930-MAST-ADDR-1 (DL930-MAST-IDX).
004430     MOVE CLNTTRAN-ADDR-2 TO DL930-MAST-ADDR-2 (DL930-MAST-IDX).
004440     MOVE CLNTTRAN-ADDR-3 TO DL930-MAST-ADDR-3 (DL930-MAST-IDX).
004450     MOVE CLNTTRAN-TERMS-N TO DL930-MAST-TERMS (DL930-MAST-IDX).
004460     MOVE 'A' TO DL930-MAST-STAT (DL930-MAST-IDX).
004470     ADD 1 TO DL930-ADDED-CNT.
004480     MOVE SPACES TO AUDIT-OLD-NAME.
004490     MOVE SPACES TO AUDIT-OLD-TERMS.
004500     MOVE SPACE TO AUDIT-OLD-STAT.
004510     MOVE 'ADDED' TO AUDIT-ACTION.
004520     PERFORM 2800-WRITE-AUDIT-RTN
004530         THRU 2800-WRITE-AUDIT-EXIT.
004540     PERFORM 2810-WRITE-AUDIT-ADDR-RTN
004550         THRU 2810-WRITE-AUDIT-ADDR-EXIT.
004560 2300-APPLY-ADD-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 2350-EDIT-TERMS-RTN
004610* Screens the transaction's payment terms - 15, 30 or 45 net
004620* days (or blank on a change). Sets the error switch and the
004630* reject reason for the caller.
004640******************************************************************
004650 2350-EDIT-TERMS-RTN.
004660     MOVE 'N' TO DL930-TERMS-ERROR-SW.
004670     IF CLNTTRAN-TERMS NOT EQUAL '15'
004680        AND CLNTTRAN-TERMS NOT EQUAL '30'
004690        AND CLNTTRAN-TERMS NOT EQUAL '45'
004700         MOVE 'Y' TO DL930-TERMS-ERROR-SW
004710         MOVE 'PAYMENT TERMS MUST BE NET 15, 30 OR 45'
004720             TO AUDIT-ERR-REASON
004730     END-IF.
004740 2350-EDIT-TERMS-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 2400-APPLY-CHANGE-RTN
004790* Changes the legal name, address lines and/or terms of a
004800* client already on the master. A blank field on the
004810* transaction leaves that field as it stands. The status is
004820* never changed here - that is what inactivate is for.
004830******************************************************************
004840 2400-APPLY-CHANGE-RTN.
004850     IF DL930-NOT-FOUND
004860         MOVE 'CLIENT NUMBER NOT ON MASTER' TO AUDIT-ERR-REASON
004870         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004880             THRU 2900-WRITE-AUDIT-ERR-EXIT
004890         GO TO 2400-APPLY-CHANGE-EXIT
004900     END-IF.
004910     SET DL930-MAST-IDX TO DL930-MAST-FOUND-IDX.
004920*    Every edit runs before anything touches the master table -
004930*    a transaction that rejects must leave the row exactly as
004940*    it stood.
004950     IF CLNTTRAN-TERMS NOT EQUAL SPACES
004960         PERFORM 2350-EDIT-TERMS-RTN
004970             THRU 2350-EDIT-TERMS-EXIT
004980         IF DL930-TERMS-ERROR
004990             PERFORM 2900-WRITE-AUDIT-ERR-RTN
005000                 THRU 2900-WRITE-AUDIT-ERR-EXIT
005010             GO TO 2400-APPLY-CHANGE-EXIT
005020         END-IF
005030     END-IF.
005040     PERFORM 2850-SAVE-OLD-VALUES-RTN
005050         THRU 2850-SAVE-OLD-VALUES-EXIT.
005060     IF CLNTTRAN-LEGAL-NAME NOT EQUAL SPACES
005070         MOVE CLNTTRAN-LEGAL-NAME
005080             TO DL930-MAST-LEGAL-NAME (DL930-MAST-IDX)
005090     END-IF.
005100     IF CLNTTRAN-ADDR-1 NOT EQUAL SPACES
005110         MOVE CLNTTRAN-ADDR-1
005120             TO DL930-MAST-ADDR-1 (DL930-MAST-IDX)
005130     END-IF.
005140     IF CLNTTRAN-ADDR-2 NOT EQUAL SPACES
005150         MOVE CLNTTRAN-ADDR-2
005160             TO DL930-MAST-ADDR-2 (DL930-MAST-IDX)
005170     END-IF.
005180     IF CLNTTRAN-ADDR-3 NOT EQUAL SPACES
005190         MOVE CLNTTRAN-ADDR-3
005200             TO DL930-MAST-ADDR-3 (DL930-MAST-IDX)
005210     END-IF.
005220     IF CLNTTRAN-TERMS NOT EQUAL SPACES
005230         MOVE CLNTTRAN-TERMS-N
005240             TO DL930-MAST-TERMS (DL930-MAST-IDX)
005250     END-IF.
005260     ADD 1 TO DL930-CHANGED-CNT.
005270     MOVE 'CHANGED' TO AUDIT-ACTION.
005280     PERFORM 2800-WRITE-AUDIT-RTN
005290         THRU 2800-WRITE-AUDIT-EXIT.
005300     PERFORM 2810-WRITE-AUDIT-ADDR-RTN
005310         THRU 2810-WRITE-AUDIT-ADDR-EXIT.
005320 2400-APPLY-CHANGE-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 2500-APPLY-INACT-RTN
005370* Marks a client on the master inactive. The row stays on the
005380* master so invoices already issued can still be traced to it.
005390******************************************************************
005400 2500-APPLY-INACT-RTN.
005410     IF DL930-NOT-FOUND
005420         MOVE 'CLIENT NUMBER NOT ON MASTER' TO AUDIT-ERR-REASON
005430         PERFORM 2900-WRITE-AUDIT-ERR-RTN
005440             THRU 2900-WRITE-AUDIT-ERR-EXIT
005450         GO TO 2500-APPLY-INACT-EXIT
005460     END-IF.
005470     SET DL930-MAST-IDX TO DL930-MAST-FOUND-IDX.
005480     IF DL930-MAST-STAT (DL930-MAST-IDX) EQUAL 'I'
005490         MOVE 'CLIENT ALREADY INACTIVE' TO AUDIT-ERR-REASON
005500         PERFORM 2900-WRITE-AUDIT-ERR-RTN
005510             THRU 2900-WRITE-AUDIT-ERR-EXIT
005520         GO TO 2500-APPLY-INACT-EXIT
005530     END-IF.
005540     PERFORM 2850-SAVE-OLD-VALUES-RTN
005550         THRU 2850-SAVE-OLD-VALUES-EXIT.
005560     MOVE 'I' TO DL930-MAST-STAT (DL930-MAST-IDX).
005570     ADD 1 TO DL930-INACT-CNT.
005580     MOVE 'INACTIVE' TO AUDIT-ACTION.
005590     PERFORM 2800-WRITE-AUDIT-RTN
005600         THRU 2800-WRITE-AUDIT-EXIT.
005610 2500-APPLY-INACT-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 2800-WRITE-AUDIT-RTN
005660* Writes the audit line for an applied transaction, showing the
005670* master values after the change next to the values before it.
005680******************************************************************
005690 2800-WRITE-AUDIT-RTN.
005700     MOVE CLNTTRAN-CODE TO AUDIT-TRAN-CODE.
005710     MOVE CLNTTRAN-CLIENT-NUM TO AUDIT-CLIENT-NUM.
005720     MOVE DL930-MAST-LEGAL-NAME (DL930-MAST-IDX)
005730         TO AUDIT-NEW-NAME.
005740     MOVE DL930-MAST-TERMS (DL930-MAST-IDX) TO AUDIT-NEW-TERMS.
005750     MOVE DL930-MAST-STAT (DL930-MAST-IDX) TO AUDIT-NEW-STAT.
005760     WRITE AUDIT-REC-OUT FROM AUDIT-LINE
005770           AFTER ADVANCING 1 LINE.
005780 2800-WRITE-AUDIT-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820* 2810-WRITE-AUDIT-ADDR-RTN
005830* Writes the bill-to address as it now stands under the audit
005840* line for an add or change.
005850******************************************************************
005860 2810-WRITE-AUDIT-ADDR-RTN.
005870     MOVE DL930-MAST-ADDR-1 (DL930-MAST-IDX) TO AUDIT-ADDR-1.
005880     MOVE DL930-MAST-ADDR-2 (DL930-MAST-IDX) TO AUDIT-ADDR-2.
005890     MOVE DL930-MAST-ADDR-3 (DL930-MAST-IDX) TO AUDIT-ADDR-3.
005900     WRITE AUDIT-REC-OUT FROM AUDIT-ADDR-LINE
005910           AFTER ADVANCING 1 LINE.
005920 2810-WRITE-AUDIT-ADDR-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 2850-SAVE-OLD-VALUES-RTN
005970* Captures the master row's values before a change for the
005980* before/after audit line.
005990******************************************************************
006000 2850-SAVE-OLD-VALUES-RTN.
006010     MOVE DL930-MAST-LEGAL-NAME (DL930-MAST-IDX)
006020         TO AUDIT-OLD-NAME.
006030     MOVE DL930-MAST-TERMS (DL930-MAST-IDX) TO AUDIT-OLD-TERMS.
006040     MOVE DL930-MAST-STAT (DL930-MAST-IDX) TO AUDIT-OLD-STAT.
006050 2850-SAVE-OLD-VALUES-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* 2900-WRITE-AUDIT-ERR-RTN
006100* Writes the audit line for a rejected transaction.
006110******************************************************************
006120 2900-WRITE-AUDIT-ERR-RTN.
006130     MOVE CLNTTRAN-CODE TO AUDIT-ERR-CODE.
006140     MOVE CLNTTRAN-CLIENT-NUM TO AUDIT-ERR-CLIENT-NUM.
006150     ADD 1 TO DL930-REJECTED-CNT.
006160     WRITE AUDIT-REC-OUT FROM AUDIT-ERR-LINE
006170           AFTER ADVANCING 1 LINE.
006180 2900-WRITE-AUDIT-ERR-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 8000-TERMINATE-RTN
006230* Writes the updated table out as the new master, prints the
006240* transaction counts on the audit listing and closes the files.
006242* The table is put into key sequence before it is written.
006250******************************************************************
006260 8000-TERMINATE-RTN.
006262     PERFORM 8050-SEQUENCE-MAST-RTN
006264         THRU 8050-SEQUENCE-MAST-EXIT.
006266
006270     PERFORM 8100-WRITE-ONE-MAST-RTN
006280         THRU 8100-WRITE-ONE-MAST-EXIT
006290         VARYING DL930-MAST-IDX FROM 1 BY 1
006300         UNTIL DL930-MAST-IDX > DL930-MAST-CNT.
006310
006320     WRITE AUDIT-REC-OUT FROM AUDIT-HEAD-2
006330           AFTER ADVANCING 1 LINE.
006340     MOVE DL930-TRANS-READ-CNT TO AUDIT-OUT-READ.
006350     MOVE DL930-ADDED-CNT TO AUDIT-OUT-ADDED.
006360     MOVE DL930-CHANGED-CNT TO AUDIT-OUT-CHANGED.
006370     MOVE DL930-INACT-CNT TO AUDIT-OUT-INACT.
006380     MOVE DL930-REJECTED-CNT TO AUDIT-OUT-REJECTED.
006390     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-1
006400           AFTER ADVANCING 1 LINE.
006402     MOVE DL930-MAST-READ-CNT TO AUDIT-OUT-MAST-READ.
006404     MOVE DL930-MAST-WRITTEN-CNT TO AUDIT-OUT-MAST-WRITTEN.
006406     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-2
006408           AFTER ADVANCING 1 LINE.
006410
006420     CLOSE CLNTTRAN-IN
006430           CLNTMAST-OUT
006440           AUDIT-OUT.
006450
006460     PERFORM 8900-WRITE-RUNLOG-RTN
006470         THRU 8900-WRITE-RUNLOG-EXIT.
006480 8000-TERMINATE-EXIT.
006490     EXIT.
006500
006682******************************************************************
006683* 8050-SEQUENCE-MAST-RTN
006684* Puts the table into client number sequence before it is written
006685* out, each row in turn slid back past the rows above it with a
006686* higher key. Adds go on the end of the table, and the old
006687* master may not have been in sequence either.
006688******************************************************************
006689 8050-SEQUENCE-MAST-RTN.
006690     PERFORM 8060-PLACE-ONE-MAST-RTN
006691         THRU 8060-PLACE-ONE-MAST-EXIT
006692         VARYING DL930-SEQ-I FROM 2 BY 1
006693         UNTIL DL930-SEQ-I > DL930-MAST-CNT.
006694 8050-SEQUENCE-MAST-EXIT.
006695     EXIT.
006696
006697 8060-PLACE-ONE-MAST-RTN.
006698     MOVE DL930-MAST-TAB (DL930-SEQ-I) TO DL930-SEQ-HOLD.
006699     MOVE DL930-SEQ-I TO DL930-SEQ-J.
006700     MOVE 'Y' TO DL930-SEQ-SHIFT-SW.
006701     PERFORM 8070-SHIFT-ONE-MAST-RTN
006702         THRU 8070-SHIFT-ONE-MAST-EXIT
006703         UNTIL DL930-SEQ-J < 2
006704            OR NOT DL930-SEQ-SHIFT.
006705     MOVE DL930-SEQ-HOLD TO DL930-MAST-TAB (DL930-SEQ-J).
006706 8060-PLACE-ONE-MAST-EXIT.
006707     EXIT.
006708
006709 8070-SHIFT-ONE-MAST-RTN.
006710     SUBTRACT 1 FROM DL930-SEQ-J GIVING DL930-SEQ-K.
006711     IF DL930-MAST-CLIENT-NUM (DL930-SEQ-K)
006712            GREATER DL930-SEQ-HOLD-CLIENT
006713         MOVE DL930-MAST-TAB (DL930-SEQ-K)
006714             TO DL930-MAST-TAB (DL930-SEQ-J)
006715         MOVE DL930-SEQ-K TO DL930-SEQ-J
006716     ELSE
006717         MOVE 'N' TO DL930-SEQ-SHIFT-SW
006718     END-IF.
006719 8070-SHIFT-ONE-MAST-EXIT.
006720     EXIT.
006721
006722 8100-WRITE-ONE-MAST-RTN.
006723     MOVE DL930-MAST-CLIENT-NUM (DL930-MAST-IDX)
006724         TO CLNTMAST-OUT-CLIENT-NUM.
006725     MOVE DL930-MAST-LEGAL-NAME (DL930-MAST-IDX)
006726         TO CLNTMAST-OUT-LEGAL-NAME.
006727     MOVE DL930-MAST-ADDR-1 (DL930-MAST-IDX)
006728         TO CLNTMAST-OUT-ADDR-1.
006729     MOVE DL930-MAST-ADDR-2 (DL930-MAST-IDX)
006730         TO CLNTMAST-OUT-ADDR-2.
006731     MOVE DL930-MAST-ADDR-3 (DL930-MAST-IDX)
006732         TO CLNTMAST-OUT-ADDR-3.
006733     MOVE DL930-MAST-TERMS (DL930-MAST-IDX)
006734         TO CLNTMAST-OUT-TERMS.
006735     MOVE DL930-MAST-STAT (DL930-MAST-IDX)
006736         TO CLNTMAST-OUT-STATUS.
006737     WRITE CLNTMAST-REC-OUT.
006738     ADD 1 TO DL930-MAST-WRITTEN-CNT.
006739 8100-WRITE-ONE-MAST-EXIT.
006740     EXIT.
006741
006742******************************************************************
006743* 8900-WRITE-RUNLOG-RTN
006744* Appends this run's completion line to the permanent run-control
006745* log, the way every program in the suite does.
006746******************************************************************
006750 8900-WRITE-RUNLOG-RTN.
006760     ACCEPT DL930-END-TIME FROM TIME.
006770     OPEN EXTEND RUNLOG-OUT.
006780     IF DL930-RUNLOG-STATUS NOT EQUAL '00'
006790         OPEN OUTPUT RUNLOG-OUT
006800     END-IF.
006810     MOVE DL930-RUN-DATE-8 TO RUNLOG-DATE.
006820     MOVE DL930-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
006830     MOVE DL930-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
006840     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
006850     CLOSE RUNLOG-OUT.
006860 8900-WRITE-RUNLOG-EXIT.
006870     EXIT.
006880
006890 END PROGRAM K6010405467.
