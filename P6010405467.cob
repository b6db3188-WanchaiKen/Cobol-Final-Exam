000281*                the way every program in the suite now does -
000282*                the run date, start and end times and the
000283*                program id at bytes 90-100 of the line.
000284* 10/15/2026 DL  Point each project at its client on the new
000285*                client master by client number. Adds and changes
000286*                take the number from the transaction; it must be
000287*                an active client, and the project's client name
000288*                is then taken from the client's legal name.
000289* 10/15/2026 DL  Write the new master in key sequence, and close
000290*                the audit listing with the count of master
000291*                records read and written, so the promotion
000292*                run (N6010405467) can tie the new master to
000293*                this listing before it replaces the live one.
000294******************************************************************
000295 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. P6010405467.
000310 AUTHOR. D. LAURENT.
000320 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS DL600-RUNTOT-STATUS.
000570
000571     SELECT CLNTMAST-IN ASSIGN TO 'C:\ClientMaster.txt'
000572            ORGANIZATION IS LINE SEQUENTIAL
000573            FILE STATUS IS DL600-CLNTMAST-STATUS.
000574
000580     SELECT AUDIT-OUT ASSIGN DYNAMIC DL600-AUDIT-NAME
000590            ORGANIZATION IS LINE SEQUENTIAL.
000600
000746*    materials - and the agreed fee or cap.
000748     05 PROJMAST-IN-BILL-ARR PIC X.
000749     05 PROJMAST-IN-ARR-AMT PIC 9(7)V99.
000751*    Client number on the client master - spaces on rows from
000753*    before the field, read as no client.
000755     05 PROJMAST-IN-CLIENT-NUM PIC 9(5).
000757
000760 FD  PROJMAST-OUT.
000770 01  PROJMAST-REC-OUT.
000780     05 PROJMAST-OUT-PROJ-NUM PIC 99.
000810     05 PROJMAST-OUT-STATUS PIC X.
000812     05 PROJMAST-OUT-BILL-ARR PIC X.
000814     05 PROJMAST-OUT-ARR-AMT PIC 9(7)V99.
000816     05 PROJMAST-OUT-CLIENT-NUM PIC 9(5).
000820
000830*----------------------------------------------------------------
000840* Maintenance transactions - one record per add ('A'), change
000872* master. An arrangement of 'F' or 'N' must carry its amount
000874* (the fee or the cap) as nine digits with two implied
000876* decimals; 'T' returns the project to time and materials.
000877* A client number, when present, must be an active client on
000878* the client master; blank leaves the number as it stands.
000880*----------------------------------------------------------------
000890 FD  PROJTRAN-IN.
000900 01  PROJTRAN-REC-IN.
000940     05 PROJTRAN-CLIENT PIC A(22).
000942     05 PROJTRAN-BILL-ARR PIC X.
000944     05 PROJTRAN-ARR-AMT PIC 9(7)V99.
000945     05 PROJTRAN-CLIENT-NUM PIC X(5).
000946     05 PROJTRAN-CLIENT-NUM-N REDEFINES PROJTRAN-CLIENT-NUM
000947                              PIC 9(5).
000950
000960*----------------------------------------------------------------
000970* Reject master, as kept by the daily run - one row per reject
001200     05 RUNTOT-IN-YTD-CHG PIC S9(7)V99.
001210
001220*----------------------------------------------------------------
001221* Client master, as kept by K6010405467 - the legal name and
001222* status per client number. Read here to screen the client
001223* number on a transaction and to take the project's client
001224* name from the legal name. The master is optional - without
001225* it no transaction can carry a client number.
001226*----------------------------------------------------------------
001227 FD  CLNTMAST-IN.
001228 01  CLNTMAST-REC-IN.
001229     05 CLNTMAST-IN-CLIENT-NUM PIC 9(5).
001230     05 CLNTMAST-IN-LEGAL-NAME PIC X(30).
001231     05 CLNTMAST-IN-ADDR-1 PIC X(30).
001232     05 CLNTMAST-IN-ADDR-2 PIC X(30).
001233     05 CLNTMAST-IN-ADDR-3 PIC X(30).
001234     05 CLNTMAST-IN-TERMS PIC 99.
001235     05 CLNTMAST-IN-STATUS PIC X.
001236
001237*----------------------------------------------------------------
001238* Audit listing - one line per transaction applied or rejected,
001240* showing the master values before and after the change.
001250*----------------------------------------------------------------
001260 FD  AUDIT-OUT.
001320     05 DL600-PROJTRAN-STATUS PIC XX VALUE SPACES.
001330     05 DL600-REJMAST-STATUS PIC XX VALUE SPACES.
001340     05 DL600-RUNTOT-STATUS PIC XX VALUE SPACES.
001344     05 DL600-CLNTMAST-STATUS PIC XX VALUE SPACES.
001350     05 DL600-AUDIT-NAME PIC X(40) VALUE SPACES.
001360     05 DL600-ARE-MORE-TRANS PIC AAA VALUE 'YES'.
001370     05 DL600-FOUND-SW PIC X VALUE 'N'.
001420     05 DL600-MTD-BALANCE PIC S9(7)V99 VALUE ZERO.
001422     05 DL600-ARR-ERROR-SW PIC X VALUE 'N'.
001424        88 DL600-ARR-ERROR            VALUE 'Y'.
001425     05 DL600-CLNT-ERROR-SW PIC X VALUE 'N'.
001426        88 DL600-CLNT-ERROR           VALUE 'Y'.
001430
001440 01  DL600-TRAN-COUNTS.
001450     05 DL600-TRANS-READ-CNT PIC 9(05) COMP VALUE ZERO.
001490     05 DL600-RELEASED-CNT PIC 9(05) COMP VALUE ZERO.
001500     05 DL600-CLOSED-CNT PIC 9(05) COMP VALUE ZERO.
001510     05 DL600-REJECTED-CNT PIC 9(05) COMP VALUE ZERO.
001513     05 DL600-MAST-READ-CNT PIC 9(07) COMP VALUE ZERO.
001516     05 DL600-MAST-WRITTEN-CNT PIC 9(07) COMP VALUE ZERO.
001520
001530*----------------------------------------------------------------
001540* Project master table - the old master loaded at start-up,
001640        10 DL600-MAST-STAT PIC X.
001642        10 DL600-MAST-ARR PIC X.
001644        10 DL600-MAST-ARR-AMT PIC 9(7)V99.
001646        10 DL600-MAST-CLIENT-NUM PIC 9(5).
001650     05 DL600-MAST-CNT PIC 999 COMP VALUE ZERO.
001660     05 DL600-MAST-FOUND-IDX PIC 999 COMP VALUE ZERO.
001661     05 DL600-SEQ-I PIC 9(4) COMP VALUE ZERO.
001662     05 DL600-SEQ-J PIC 9(4) COMP VALUE ZERO.
001663     05 DL600-SEQ-K PIC 9(4) COMP VALUE ZERO.
001664     05 DL600-SEQ-SHIFT-SW PIC X VALUE 'N'.
001665        88 DL600-SEQ-SHIFT               VALUE 'Y'.
001666     05 DL600-SEQ-HOLD.
001667        10 DL600-SEQ-HOLD-PROJ PIC 99.
001668        10 PIC X(50).
001670
001680*----------------------------------------------------------------
001690* Close-guard tables - unresolved reject count and MTD balance
001780        10 DL600-MTDBAL PIC S9(7)V99 OCCURS 100 TIMES
001782           VALUE ZERO.
001790     05 DL600-GUARD-PROJ PIC 99 VALUE ZERO.
001791
001792*----------------------------------------------------------------
001793* Client master table - legal name and status per client
001794* number, for the client-number screen on adds and changes.
001795*----------------------------------------------------------------
001796 01  DL600-CLNT-AREAS.
001797     05 DL600-CLNT-TAB OCCURS 500 TIMES
001798                        INDEXED BY DL600-CLNT-IDX.
001799        10 DL600-CLNT-NUM PIC 9(5).
001800        10 DL600-CLNT-LEGAL-NAME PIC X(30).
001801        10 DL600-CLNT-STAT PIC X.
001802     05 DL600-CLNT-CNT PIC 999 COMP VALUE ZERO.
001803     05 DL600-CLNT-FOUND-IDX PIC 999 COMP VALUE ZERO.
001804
001810 01  AUDIT-HEAD-1.
001820     05 PIC X(41) VALUE
001830         'PROJECT MASTER MAINTENANCE AUDIT - RUN '.
001980     05 PIC X(1) VALUE SPACES.
001990     05 AUDIT-OLD-CLIENT PIC X(22).
002000     05 PIC X(1) VALUE SPACES.
002003     05 AUDIT-OLD-CLIENT-NUM PIC X(5).
002006     05 PIC X(1) VALUE SPACES.
002010     05 AUDIT-OLD-STAT PIC X.
002020     05 PIC X(4) VALUE ' -> '.
002030     05 AUDIT-NEW-NAME PIC X(12).
002040     05 PIC X(1) VALUE SPACES.
002050     05 AUDIT-NEW-CLIENT PIC X(22).
002053     05 PIC X(1) VALUE SPACES.
002056     05 AUDIT-NEW-CLIENT-NUM PIC 9(5).
002060     05 PIC X(1) VALUE SPACES.
002070     05 AUDIT-NEW-STAT PIC X.
002072     05 PIC X(5) VALUE ' ARR '.
002300     05 AUDIT-OUT-CLOSED PIC ZZZZ9.
002310     05 PIC X(12) VALUE '  REJECTED '.
002320     05 AUDIT-OUT-REJECTED PIC ZZZZ9.
002321
002322 01  AUDIT-FOOT-2.
002323     05 PIC X(20) VALUE 'MASTER RECORDS READ '.
002324     05 AUDIT-OUT-MAST-READ PIC 9(7).
002325     05 PIC X(10) VALUE '  WRITTEN '.
002326     05 AUDIT-OUT-MAST-WRITTEN PIC 9(7).
002330
002331 01  DL600-RUNLOG-AREAS.
002332     05 DL600-RUNLOG-STATUS PIC XX VALUE SPACES.
002660         THRU 1200-LOAD-REJCNT-EXIT.
002670     PERFORM 1300-LOAD-MTDBAL-RTN
002680         THRU 1300-LOAD-MTDBAL-EXIT.
002683     PERFORM 1400-LOAD-CLNTMAST-RTN
002686         THRU 1400-LOAD-CLNTMAST-EXIT.
002690
002700     OPEN INPUT PROJTRAN-IN.
002710     OPEN OUTPUT PROJMAST-OUT AUDIT-OUT.
002970 1110-READ-PROJMAST-RTN.
002980     READ PROJMAST-IN.
002990     IF DL600-PROJMAST-STATUS EQUAL '00'
002994         ADD 1 TO DL600-MAST-READ-CNT
003000         IF DL600-MAST-CNT < 100
003010             ADD 1 TO DL600-MAST-CNT
003020             SET DL600-MAST-IDX TO DL600-MAST-CNT
003113                 MOVE ZERO
003114                     TO DL600-MAST-ARR-AMT (DL600-MAST-IDX)
003115             END-IF
003116             IF PROJMAST-IN-CLIENT-NUM IS NUMERIC
003117                 MOVE PROJMAST-IN-CLIENT-NUM
003118                     TO DL600-MAST-CLIENT-NUM (DL600-MAST-IDX)
003119             ELSE
003120                 MOVE ZERO
003121                     TO DL600-MAST-CLIENT-NUM (DL600-MAST-IDX)
003122             END-IF
003123         ELSE
003124             DISPLAY 'PROJMAST-IN: MASTER TABLE FULL AT 100 - '
003130                 'PROJECT ' PROJMAST-IN-PROJ-NUM ' IGNORED'
003140         END-IF
003150     END-IF.
003710         END-IF
003720     END-IF.
003730 1310-READ-RUNTOT-EXIT.
003731     EXIT.
003732
003733******************************************************************
003734* 1400-LOAD-CLNTMAST-RTN
003735* Loads the legal name and status per client number off the
003736* client master for the client-number screen. The file is
003737* optional.
003738******************************************************************
003739 1400-LOAD-CLNTMAST-RTN.
003740     OPEN INPUT CLNTMAST-IN.
003741     IF DL600-CLNTMAST-STATUS EQUAL '00'
003742         PERFORM 1410-READ-CLNTMAST-RTN
003743             THRU 1410-READ-CLNTMAST-EXIT
003744             UNTIL DL600-CLNTMAST-STATUS NOT EQUAL '00'
003745         CLOSE CLNTMAST-IN
003746     END-IF.
003747 1400-LOAD-CLNTMAST-EXIT.
003748     EXIT.
003749
003750 1410-READ-CLNTMAST-RTN.
003751     READ CLNTMAST-IN.
003752     IF DL600-CLNTMAST-STATUS EQUAL '00'
003753         IF DL600-CLNT-CNT < 500
003754             ADD 1 TO DL600-CLNT-CNT
003755             SET DL600-CLNT-IDX TO DL600-CLNT-CNT
003756             MOVE CLNTMAST-IN-CLIENT-NUM
003757                 TO DL600-CLNT-NUM (DL600-CLNT-IDX)
003758             MOVE CLNTMAST-IN-LEGAL-NAME
003759                 TO DL600-CLNT-LEGAL-NAME (DL600-CLNT-IDX)
003760             MOVE CLNTMAST-IN-STATUS
003761                 TO DL600-CLNT-STAT (DL600-CLNT-IDX)
003762         ELSE
003763             DISPLAY 'CLNTMAST-IN: CLIENT TABLE FULL AT 500 - '
003764                 'CLIENT ' CLNTMAST-IN-CLIENT-NUM ' IGNORED'
003765         END-IF
003766     END-IF.
003767 1410-READ-CLNTMAST-EXIT.
003768     EXIT.
003769
003770******************************************************************
003771* 2000-READ-PROCESS-RTN
003780* Reads one transaction and routes it to the add, change, hold,
003790* release or close logic, or flags end-of-file.
003800******************************************************************
004740             THRU 2900-WRITE-AUDIT-ERR-EXIT
004742         GO TO 2300-APPLY-ADD-EXIT
004744     END-IF.
004745     PERFORM 2360-EDIT-CLIENT-NUM-RTN
004746         THRU 2360-EDIT-CLIENT-NUM-EXIT.
004747     IF DL600-CLNT-ERROR
004748         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004749             THRU 2900-WRITE-AUDIT-ERR-EXIT
004750         GO TO 2300-APPLY-ADD-EXIT
004751     END-IF.
004752     IF DL600-MAST-CNT >= 100
004753         MOVE 'MASTER TABLE FULL' TO AUDIT-ERR-REASON
004760         PERFORM 2900-WRITE-AUDIT-ERR-RTN
004770             THRU 2900-WRITE-AUDIT-ERR-EXIT
004780         GO TO 2300-APPLY-ADD-EXIT
004890     ELSE
004891         MOVE ZERO TO DL600-MAST-ARR-AMT (DL600-MAST-IDX)
004892     END-IF.
004893     MOVE ZERO TO DL600-MAST-CLIENT-NUM (DL600-MAST-IDX).
004894     IF PROJTRAN-CLIENT-NUM NOT EQUAL SPACES
004895         PERFORM 2370-SET-CLIENT-RTN
004896             THRU 2370-SET-CLIENT-EXIT
004897     END-IF.
004898     ADD 1 TO DL600-ADDED-CNT.
004900     MOVE SPACES TO AUDIT-OLD-NAME.
004910     MOVE SPACES TO AUDIT-OLD-CLIENT.
004920     MOVE SPACE TO AUDIT-OLD-STAT.
004922     MOVE SPACE TO AUDIT-OLD-ARR.
004925     MOVE SPACES TO AUDIT-OLD-CLIENT-NUM.
004930     MOVE 'ADDED' TO AUDIT-ACTION.
004940     PERFORM 2800-WRITE-AUDIT-RTN
004950         THRU 2800-WRITE-AUDIT-EXIT.
005150             GO TO 2400-APPLY-CHANGE-EXIT
005152         END-IF
005154     END-IF.
005155     PERFORM 2360-EDIT-CLIENT-NUM-RTN
005156         THRU 2360-EDIT-CLIENT-NUM-EXIT.
005157     IF DL600-CLNT-ERROR
005158         PERFORM 2900-WRITE-AUDIT-ERR-RTN
005159             THRU 2900-WRITE-AUDIT-ERR-EXIT
005160         GO TO 2400-APPLY-CHANGE-EXIT
005161     END-IF.
005162     PERFORM 2850-SAVE-OLD-VALUES-RTN
005163         THRU 2850-SAVE-OLD-VALUES-EXIT.
005164     IF PROJTRAN-PROJ-NAME NOT EQUAL SPACES
005170         MOVE PROJTRAN-PROJ-NAME
005180             TO DL600-MAST-PROJ-NAME (DL600-MAST-IDX)
005190     END-IF.
005246                 TO DL600-MAST-ARR-AMT (DL600-MAST-IDX)
005247         END-IF
005248     END-IF.
005249     IF PROJTRAN-CLIENT-NUM NOT EQUAL SPACES
005250         PERFORM 2370-SET-CLIENT-RTN
005251             THRU 2370-SET-CLIENT-EXIT
005252     END-IF.
005253     ADD 1 TO DL600-CHANGED-CNT.
005254     MOVE 'CHANGED' TO AUDIT-ACTION.
005260     PERFORM 2800-WRITE-AUDIT-RTN
005270         THRU 2800-WRITE-AUDIT-EXIT.
005280 2400-APPLY-CHANGE-EXIT.
006469     EXIT.
006470
006471******************************************************************
006472* 2360-EDIT-CLIENT-NUM-RTN
006473* Screens the transaction's client number - blank leaves the
006474* project's client as it stands; otherwise it must be a nonzero
006475* number on the client master and the client must be active.
006476* Sets the error switch and the reject reason for the caller,
006477* and leaves DL600-CLNT-FOUND-IDX on the client's row.
006478******************************************************************
006479 2360-EDIT-CLIENT-NUM-RTN.
006480     MOVE 'N' TO DL600-CLNT-ERROR-SW.
006481     IF PROJTRAN-CLIENT-NUM EQUAL SPACES
006482         GO TO 2360-EDIT-CLIENT-NUM-EXIT
006483     END-IF.
006484     IF PROJTRAN-CLIENT-NUM IS NOT NUMERIC
006485        OR PROJTRAN-CLIENT-NUM-N EQUAL ZERO
006486         MOVE 'Y' TO DL600-CLNT-ERROR-SW
006487         MOVE 'CLIENT NUMBER MUST BE NONZERO NUMERIC'
006488             TO AUDIT-ERR-REASON
006489         GO TO 2360-EDIT-CLIENT-NUM-EXIT
006490     END-IF.
006491     MOVE 'N' TO DL600-FOUND-SW.
006492     PERFORM 2365-TEST-CLNT-RTN
006493         THRU 2365-TEST-CLNT-EXIT
006494         VARYING DL600-CLNT-IDX FROM 1 BY 1
006495         UNTIL DL600-CLNT-IDX > DL600-CLNT-CNT
006496            OR DL600-FOUND.
006497     IF DL600-NOT-FOUND
006498         MOVE 'Y' TO DL600-CLNT-ERROR-SW
006499         MOVE 'CLIENT NUMBER NOT ON CLIENT MASTER'
006500             TO AUDIT-ERR-REASON
006501         GO TO 2360-EDIT-CLIENT-NUM-EXIT
006502     END-IF.
006503     IF DL600-CLNT-STAT (DL600-CLNT-FOUND-IDX) NOT EQUAL 'A'
006504         MOVE 'Y' TO DL600-CLNT-ERROR-SW
006505         MOVE 'CLIENT IS NOT ACTIVE ON CLIENT MASTER'
006506             TO AUDIT-ERR-REASON
006507     END-IF.
006508 2360-EDIT-CLIENT-NUM-EXIT.
006509     EXIT.
006510
006511 2365-TEST-CLNT-RTN.
006512     IF DL600-CLNT-NUM (DL600-CLNT-IDX)
006513            EQUAL PROJTRAN-CLIENT-NUM-N
006514         MOVE 'Y' TO DL600-FOUND-SW
006515         MOVE DL600-CLNT-IDX TO DL600-CLNT-FOUND-IDX
006516     END-IF.
006517 2365-TEST-CLNT-EXIT.
006518     EXIT.
006519
006520******************************************************************
006521* 2370-SET-CLIENT-RTN
006522* Points the master row at the screened client number and takes
006523* the project's client name from the client's legal name, so
006524* every project for one client spells it the same way.
006525******************************************************************
006526 2370-SET-CLIENT-RTN.
006527     MOVE PROJTRAN-CLIENT-NUM-N
006528         TO DL600-MAST-CLIENT-NUM (DL600-MAST-IDX).
006529     MOVE DL600-CLNT-LEGAL-NAME (DL600-CLNT-FOUND-IDX)
006530         TO DL600-MAST-CLIENT (DL600-MAST-IDX).
006531 2370-SET-CLIENT-EXIT.
006532     EXIT.
006533
006534******************************************************************
006535* 2800-WRITE-AUDIT-RTN
006536* Writes the audit line for an applied transaction, showing the
006537* master values after the change next to the values before it.
006538******************************************************************
006539 2800-WRITE-AUDIT-RTN.
006540     MOVE PROJTRAN-CODE TO AUDIT-TRAN-CODE.
006541     MOVE PROJTRAN-PROJ-NUM TO AUDIT-PROJ-NUM.
006542     MOVE DL600-MAST-PROJ-NAME (DL600-MAST-IDX)
006550         TO AUDIT-NEW-NAME.
006560     MOVE DL600-MAST-CLIENT (DL600-MAST-IDX)
006570         TO AUDIT-NEW-CLIENT.
006582     MOVE DL600-MAST-ARR (DL600-MAST-IDX) TO AUDIT-NEW-ARR.
006584     MOVE DL600-MAST-ARR-AMT (DL600-MAST-IDX)
006586         TO AUDIT-NEW-ARR-AMT.
006587     MOVE DL600-MAST-CLIENT-NUM (DL600-MAST-IDX)
006588         TO AUDIT-NEW-CLIENT-NUM.
006590     WRITE AUDIT-REC-OUT FROM AUDIT-LINE
006600           AFTER ADVANCING 1 LINE.
006610 2800-WRITE-AUDIT-EXIT.
006730         TO AUDIT-OLD-CLIENT.
006740     MOVE DL600-MAST-STAT (DL600-MAST-IDX) TO AUDIT-OLD-STAT.
006742     MOVE DL600-MAST-ARR (DL600-MAST-IDX) TO AUDIT-OLD-ARR.
006744     MOVE DL600-MAST-CLIENT-NUM (DL600-MAST-IDX)
006746         TO AUDIT-OLD-CLIENT-NUM.
006750 2850-SAVE-OLD-VALUES-EXIT.
006760     EXIT.
006770
006920* 8000-TERMINATE-RTN
006930* Writes the updated table out as the new master, prints the
006940* transaction counts on the audit listing and closes the files.
006944* The table is put into key sequence before it is written.
006950******************************************************************
006960 8000-TERMINATE-RTN.
006962     PERFORM 8050-SEQUENCE-MAST-RTN
006964         THRU 8050-SEQUENCE-MAST-EXIT.
006966
006970     PERFORM 8100-WRITE-ONE-MAST-RTN
006980         THRU 8100-WRITE-ONE-MAST-EXIT
006990         VARYING DL600-MAST-IDX FROM 1 BY 1
007100     MOVE DL600-REJECTED-CNT TO AUDIT-OUT-REJECTED.
007110     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-1
007120           AFTER ADVANCING 1 LINE.
007121     MOVE DL600-MAST-READ-CNT TO AUDIT-OUT-MAST-READ.
007122     MOVE DL600-MAST-WRITTEN-CNT TO AUDIT-OUT-MAST-WRITTEN.
007123     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-2
007124           AFTER ADVANCING 1 LINE.
007130
007140     CLOSE PROJTRAN-IN
007150           PROJMAST-OUT
007164     PERFORM 8900-WRITE-RUNLOG-RTN
007166         THRU 8900-WRITE-RUNLOG-EXIT.
007170 8000-TERMINATE-EXIT.
007171     EXIT.
007172
007173******************************************************************
007174* 8050-SEQUENCE-MAST-RTN
007175* Puts the table into PROJ_NUM sequence before it is written
007176* out, each row in turn slid back past the rows above it with a
007177* higher key. Adds go on the end of the table, and the old
007178* master may not have been in sequence either.
007179******************************************************************
007180 8050-SEQUENCE-MAST-RTN.
007181     PERFORM 8060-PLACE-ONE-MAST-RTN
007182         THRU 8060-PLACE-ONE-MAST-EXIT
007183         VARYING DL600-SEQ-I FROM 2 BY 1
007184         UNTIL DL600-SEQ-I > DL600-MAST-CNT.
007185 8050-SEQUENCE-MAST-EXIT.
007186     EXIT.
007187
007188 8060-PLACE-ONE-MAST-RTN.
007189     MOVE DL600-MAST-TAB (DL600-SEQ-I) TO DL600-SEQ-HOLD.
007190     MOVE DL600-SEQ-I TO DL600-SEQ-J.
007191     MOVE 'Y' TO DL600-SEQ-SHIFT-SW.
007192     PERFORM 8070-SHIFT-ONE-MAST-RTN
007193         THRU 8070-SHIFT-ONE-MAST-EXIT
007194         UNTIL DL600-SEQ-J < 2
007195            OR NOT DL600-SEQ-SHIFT.
007196     MOVE DL600-SEQ-HOLD TO DL600-MAST-TAB (DL600-SEQ-J).
007197 8060-PLACE-ONE-MAST-EXIT.
007198     EXIT.
007199
007200 8070-SHIFT-ONE-MAST-RTN.
007201     SUBTRACT 1 FROM DL600-SEQ-J GIVING DL600-SEQ-K.
007202     IF DL600-MAST-PROJ-NUM (DL600-SEQ-K)
007203            GREATER DL600-SEQ-HOLD-PROJ
007204         MOVE DL600-MAST-TAB (DL600-SEQ-K)
007205             TO DL600-MAST-TAB (DL600-SEQ-J)
007206         MOVE DL600-SEQ-K TO DL600-SEQ-J
007207     ELSE
007208         MOVE 'N' TO DL600-SEQ-SHIFT-SW
007209     END-IF.
007210 8070-SHIFT-ONE-MAST-EXIT.
007211     EXIT.
007212
007213 8100-WRITE-ONE-MAST-RTN.
007214     MOVE DL600-MAST-PROJ-NUM (DL600-MAST-IDX)
007220         TO PROJMAST-OUT-PROJ-NUM.
007230     MOVE DL600-MAST-PROJ-NAME (DL600-MAST-IDX)
007240         TO PROJMAST-OUT-PROJ-NAME.
007284         TO PROJMAST-OUT-BILL-ARR.
007286     MOVE DL600-MAST-ARR-AMT (DL600-MAST-IDX)
007288         TO PROJMAST-OUT-ARR-AMT.
007289     MOVE DL600-MAST-CLIENT-NUM (DL600-MAST-IDX)
007290         TO PROJMAST-OUT-CLIENT-NUM.
007291     WRITE PROJMAST-REC-OUT.
007294     ADD 1 TO DL600-MAST-WRITTEN-CNT.
007300 8100-WRITE-ONE-MAST-EXIT.
007310     EXIT.
007320
