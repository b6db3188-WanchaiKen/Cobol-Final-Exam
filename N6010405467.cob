000010******************************************************************
000020* Program-Id: N6010405467
000030* Author:     D. Laurent
000040* Installation: Project Accounting - Billing Systems
000050* Date-Written: 10/15/2026
000060* Purpose:    Master promotion and restore. Puts the -NEW master
000070*             written by a maintenance run (M6010405467,
000080*             P6010405467, J6010405467, E6010405467 or
000090*             K6010405467) in place of the live master, but only
000100*             after proving it: the record count and the keys
000110*             the maintenance applied must tie to that run's
000120*             audit listing, and the file must be in key
000130*             sequence with no key on it twice. The master it
000140*             replaces is kept as backup generation 1; the five
000150*             most recent generations are kept. A restore puts
000160*             a chosen generation back the same way. Every
000170*             promotion and restore, and every one refused, is
000180*             recorded on the run-control log.
000190* Tectonics: cobc
000200******************************************************************
000210* Modification History
000220* ----------------------------------------------------------------
000230* 10/15/2026 DL  Initial version - operations copied the -NEW
000240*                masters over the live ones by hand, a
000250*                half-written EmpMaster-NEW was once promoted
000260*                that way, and no copy of the master it replaced
000270*                was kept. The command line names the mode and
000280*                the master - 'PROMOTE EMP' (or PROJ, RATE, COST,
000290*                CLNT), optionally followed by the date of the
000300*                maintenance run as YYYYMMDD when it ran on an
000310*                earlier day, or 'RESTORE EMP n' to put back
000320*                generation n (1-5). A -NEW file that does not
000330*                prove is left where it is and the live master is
000340*                not touched. A promoted -NEW file is left empty.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. N6010405467.
000380 AUTHOR. D. LAURENT.
000390 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT COPY-IN ASSIGN DYNAMIC DL991-COPY-IN-NAME
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS DL991-COPY-IN-STATUS.
000480
000490     SELECT COPY-OUT ASSIGN DYNAMIC DL991-COPY-OUT-NAME
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS DL991-COPY-OUT-STATUS.
000520
000530     SELECT AUDIT-IN ASSIGN DYNAMIC DL991-AUDIT-NAME
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS DL991-AUDIT-STATUS.
000560
000570     SELECT RUNLOG-OUT
000580            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS DL991-RUNLOG-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------
000650* Any one of the masters - the -NEW file being proved, the live
000660* master, a backup generation or the hold copy used by a
000670* restore. The record is wide enough for the longest master;
000680* keys are taken from it by position as the master table below
000690* describes.
000700*----------------------------------------------------------------
000710 FD  COPY-IN.
000720 01  COPY-REC-IN PIC X(150).
000730
000740 FD  COPY-OUT.
000750 01  COPY-REC-OUT PIC X(150).
000760
000770*----------------------------------------------------------------
000780* Audit listing of the maintenance run that wrote the -NEW file.
000790* Applied transactions carry the transaction code in column 1,
000800* and the run closes with the count of master records read and
000810* written.
000820*----------------------------------------------------------------
000830 FD  AUDIT-IN.
000840 01  AUDIT-REC-IN PIC X(132).
000850
000860*----------------------------------------------------------------
000870* Run-control log, as appended by every program in the suite -
000880* the run date leads the line, the balanced flag sits at byte
000890* 88 and the program id at bytes 90-100.
000900*----------------------------------------------------------------
000910 FD  RUNLOG-OUT.
000920 01  RUNLOG-REC-OUT PIC X(132).
000930
000940 WORKING-STORAGE SECTION.
000950 01  DL991-WORK-AREAS.
000960     05 DL991-COPY-IN-STATUS PIC XX VALUE SPACES.
000970     05 DL991-COPY-OUT-STATUS PIC XX VALUE SPACES.
000980     05 DL991-AUDIT-STATUS PIC XX VALUE SPACES.
000990     05 DL991-COPY-IN-NAME PIC X(44) VALUE SPACES.
001000     05 DL991-COPY-OUT-NAME PIC X(44) VALUE SPACES.
001010     05 DL991-AUDIT-NAME PIC X(44) VALUE SPACES.
001020     05 DL991-CUR-NAME PIC X(44) VALUE SPACES.
001030     05 DL991-NEW-NAME PIC X(44) VALUE SPACES.
001040     05 DL991-HOLD-NAME PIC X(44) VALUE SPACES.
001050     05 DL991-GEN-NAME PIC X(44) VALUE SPACES.
001060     05 DL991-RESTORE-NAME PIC X(44) VALUE SPACES.
001070     05 DL991-PARM-LINE PIC X(40) VALUE SPACES.
001080     05 DL991-PARM-MODE PIC X(8) VALUE SPACES.
001090     05 DL991-PARM-MAST PIC X(4) VALUE SPACES.
001100     05 DL991-PARM-ARG PIC X(8) VALUE SPACES.
001110     05 DL991-MODE-SW PIC X VALUE SPACES.
001120        88 DL991-PROMOTE-MODE         VALUE 'P'.
001130        88 DL991-RESTORE-MODE         VALUE 'R'.
001140     05 DL991-RUN-DATE-8 PIC 9(8) VALUE ZERO.
001150     05 DL991-AUDIT-DATE PIC 9(8) VALUE ZERO.
001160     05 DL991-GEN PIC 99 COMP VALUE ZERO.
001170     05 DL991-GEN-NUM PIC 9 VALUE ZERO.
001180     05 DL991-RESTORE-GEN PIC 9 VALUE ZERO.
001190     05 DL991-CHK-CNT PIC 9(7) COMP VALUE ZERO.
001200     05 DL991-CUR-CNT PIC 9(7) COMP VALUE ZERO.
001210     05 DL991-COPY-CNT PIC 9(7) COMP VALUE ZERO.
001220     05 DL991-EXC-CNT PIC 9(5) COMP VALUE ZERO.
001230     05 DL991-SHOW-CNT PIC 9(7) VALUE ZERO.
001240     05 DL991-EXC-LINE PIC X(100) VALUE SPACES.
001250     05 DL991-CUR-KEY PIC X(29) VALUE SPACES.
001260     05 DL991-PREV-KEY PIC X(29) VALUE SPACES.
001270     05 DL991-CUR-ACTION PIC X(8) VALUE SPACES.
001280     05 DL991-REFUSED-SW PIC X VALUE 'N'.
001290        88 DL991-REFUSED              VALUE 'Y'.
001300     05 DL991-FOUND-SW PIC X VALUE 'N'.
001310        88 DL991-FOUND                VALUE 'Y'.
001320        88 DL991-NOT-FOUND            VALUE 'N'.
001330     05 DL991-FOOT-SW PIC X VALUE 'N'.
001340        88 DL991-FOOT-FOUND           VALUE 'Y'.
001350     05 DL991-AUD-READ-CNT PIC 9(7) VALUE ZERO.
001360     05 DL991-AUD-WRITTEN-CNT PIC 9(7) VALUE ZERO.
001370
001380*----------------------------------------------------------------
001390* The masters this program can promote. For each: the code
001400* used on the command line, the file-name stem of the master,
001410* the stem of its maintenance audit listing, the offset and
001420* length of the key (and of the effective date that completes
001430* the key of a rate master) in the master record, the columns
001440* of the same key and of the action on an audit detail line.
001450*----------------------------------------------------------------
001460 01  DL991-MAST-VALUES.
001470     05 PIC X(23) VALUE 'EMP EmpMaster   EMPMNT '.
001480     05 PIC X(19) VALUE '0010300000004000009'.
001490     05 PIC X(23) VALUE 'PROJProjMaster  PROJMNT'.
001500     05 PIC X(19) VALUE '0010200000004000008'.
001510     05 PIC X(23) VALUE 'RATEJobRate     RATEMNT'.
001520     05 PIC X(19) VALUE '0012102708004087027'.
001530     05 PIC X(23) VALUE 'COSTCostRate    COSTMNT'.
001540     05 PIC X(19) VALUE '0010300908008073013'.
001550     05 PIC X(23) VALUE 'CLNTClientMasterCLNTMNT'.
001560     05 PIC X(19) VALUE '0010500000004000011'.
001570 01  DL991-MAST-TAB REDEFINES DL991-MAST-VALUES.
001580     05 DL991-MAST-DEF OCCURS 5 TIMES
001590                        INDEXED BY DL991-MAST-IDX.
001600        10 DL991-DEF-CODE PIC X(4).
001610        10 DL991-DEF-STEM PIC X(12).
001620        10 DL991-DEF-AUDIT PIC X(7).
001630        10 DL991-DEF-K1-OFF PIC 9(3).
001640        10 DL991-DEF-K1-LEN PIC 99.
001650        10 DL991-DEF-K2-OFF PIC 9(3).
001660        10 DL991-DEF-K2-LEN PIC 99.
001670        10 DL991-DEF-A1-COL PIC 9(3).
001680        10 DL991-DEF-A2-COL PIC 9(3).
001690        10 DL991-DEF-ACT-COL PIC 9(3).
001700
001710*----------------------------------------------------------------
001720* The entry for the master named on the command line.
001730*----------------------------------------------------------------
001740 01  DL991-MAST-AREAS.
001750     05 DL991-STEM PIC X(12) VALUE SPACES.
001760     05 DL991-AUDIT-STEM PIC X(7) VALUE SPACES.
001770     05 DL991-K1-OFF PIC 9(3) VALUE ZERO.
001780     05 DL991-K1-LEN PIC 99 VALUE ZERO.
001790     05 DL991-K2-OFF PIC 9(3) VALUE ZERO.
001800     05 DL991-K2-LEN PIC 99 VALUE ZERO.
001810     05 DL991-A1-COL PIC 9(3) VALUE ZERO.
001820     05 DL991-A2-COL PIC 9(3) VALUE ZERO.
001830     05 DL991-ACT-COL PIC 9(3) VALUE ZERO.
001840
001850*----------------------------------------------------------------
001860* Keys found on the -NEW file, in file order, and the keys the
001870* maintenance run applied a transaction to, with the last
001880* action taken on each. Both tables are larger than the largest
001890* master any maintenance program holds.
001900*----------------------------------------------------------------
001910 01  DL991-NEWKEY-AREAS.
001920     05 DL991-NEWKEY PIC X(29) OCCURS 3000 TIMES
001930                      INDEXED BY DL991-NEWKEY-IDX.
001940     05 DL991-NEWKEY-CNT PIC 9(4) COMP VALUE ZERO.
001950     05 DL991-NEWKEY-FULL-SW PIC X VALUE 'N'.
001960        88 DL991-NEWKEY-FULL          VALUE 'Y'.
001970
001980 01  DL991-AUDKEY-AREAS.
001990     05 DL991-AUDKEY-TAB OCCURS 3000 TIMES
002000                          INDEXED BY DL991-AUDKEY-IDX.
002010        10 DL991-AUDKEY PIC X(29).
002020        10 DL991-AUDKEY-ACTION PIC X(8).
002030     05 DL991-AUDKEY-CNT PIC 9(4) COMP VALUE ZERO.
002040     05 DL991-AUDKEY-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
002050     05 DL991-AUDKEY-FULL-SW PIC X VALUE 'N'.
002060        88 DL991-AUDKEY-FULL          VALUE 'Y'.
002070
002080 77  DL991-MAX-SHOWN PIC 9(5) COMP VALUE 50.
002090
002100 01  DL991-RUNLOG-AREAS.
002110     05 DL991-RUNLOG-STATUS PIC XX VALUE SPACES.
002120     05 DL991-START-TIME PIC 9(8) VALUE ZERO.
002130     05 DL991-END-TIME PIC 9(8) VALUE ZERO.
002140
002150*----------------------------------------------------------------
002160* Run-control log completion line - the balanced flag at byte 88
002170* and the program id at bytes 90-100 follow the suite convention.
002180* Between them: PROMOTE or RESTORE, the master, the generation
002190* the replaced master was kept as (for a restore, the generation
002200* put back), the records put in place and the outcome.
002210*----------------------------------------------------------------
002220 01  RUNLOG-LINE.
002230     05 RUNLOG-DATE PIC 9(8).
002240     05 PIC X(1) VALUE SPACES.
002250     05 RUNLOG-START-TIME PIC 9(6).
002260     05 PIC X(1) VALUE SPACES.
002270     05 RUNLOG-END-TIME PIC 9(6).
002280     05 PIC X(1) VALUE SPACES.
002290     05 RUNLOG-MODE PIC X(8).
002300     05 PIC X(1) VALUE SPACES.
002310     05 RUNLOG-MAST PIC X(12).
002320     05 PIC X(1) VALUE SPACES.
002330     05 PIC X(4) VALUE 'GEN '.
002340     05 RUNLOG-GEN PIC 9.
002350     05 PIC X(1) VALUE SPACES.
002360     05 PIC X(8) VALUE 'RECORDS '.
002370     05 RUNLOG-CNT PIC 9(7).
002380     05 PIC X(1) VALUE SPACES.
002390     05 RUNLOG-RESULT PIC X(8) VALUE 'DONE'.
002400     05 PIC X(12) VALUE SPACES.
002410     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
002420     05 PIC X(1) VALUE SPACES.
002430     05 RUNLOG-PROG-ID PIC X(11) VALUE 'N6010405467'.
002440
002450 PROCEDURE DIVISION.
002460******************************************************************
002470* 0000-MAINLINE-RTN
002480* Proves the file to be put in place - the -NEW master against
002490* its audit listing, or the generation to be restored - and
002500* only then saves the live master as generation 1 and puts the
002510* new one in its place.
002520******************************************************************
002530 0000-MAINLINE-RTN.
002540     PERFORM 1000-INITIALIZE-RTN
002550         THRU 1000-INITIALIZE-EXIT.
002560
002570     IF DL991-PROMOTE-MODE
002580         MOVE DL991-NEW-NAME TO DL991-COPY-IN-NAME
002590     ELSE
002600         MOVE DL991-RESTORE-NAME TO DL991-COPY-IN-NAME
002610     END-IF.
002620     PERFORM 2000-CHECK-FILE-RTN
002630         THRU 2000-CHECK-FILE-EXIT.
002640
002650     PERFORM 2100-COUNT-CURRENT-RTN
002660         THRU 2100-COUNT-CURRENT-EXIT.
002670
002680     IF DL991-PROMOTE-MODE
002690        AND DL991-CHK-CNT > ZERO
002700         PERFORM 2200-CHECK-AUDIT-RTN
002710             THRU 2200-CHECK-AUDIT-EXIT
002720     END-IF.
002730
002740     IF DL991-REFUSED
002750         PERFORM 6000-REFUSE-RTN
002760             THRU 6000-REFUSE-EXIT
002770     ELSE
002780         IF DL991-PROMOTE-MODE
002790             PERFORM 3000-PROMOTE-RTN
002800                 THRU 3000-PROMOTE-EXIT
002810         ELSE
002820             PERFORM 4000-RESTORE-RTN
002830                 THRU 4000-RESTORE-EXIT
002840         END-IF
002850     END-IF.
002860
002870     PERFORM 8900-WRITE-RUNLOG-RTN
002880         THRU 8900-WRITE-RUNLOG-EXIT.
002890
002900     STOP RUN.
002910
002920******************************************************************
002930* 1000-INITIALIZE-RTN
002940* Takes the mode and the master from the command line, with the
002950* maintenance run date for a promotion or the generation for a
002960* restore, and builds the names of the files involved.
002970******************************************************************
002980 1000-INITIALIZE-RTN.
002990     ACCEPT DL991-RUN-DATE-8 FROM DATE YYYYMMDD.
003000     ACCEPT DL991-START-TIME FROM TIME.
003010     ACCEPT DL991-PARM-LINE FROM COMMAND-LINE.
003020     UNSTRING DL991-PARM-LINE DELIMITED BY ALL ' '
003030         INTO DL991-PARM-MODE DL991-PARM-MAST DL991-PARM-ARG.
003040     IF DL991-PARM-MODE EQUAL 'PROMOTE'
003050         MOVE 'P' TO DL991-MODE-SW
003060     END-IF.
003070     IF DL991-PARM-MODE EQUAL 'RESTORE'
003080         MOVE 'R' TO DL991-MODE-SW
003090     END-IF.
003100     MOVE 'N' TO DL991-FOUND-SW.
003110     PERFORM 1010-FIND-MASTER-RTN
003120         THRU 1010-FIND-MASTER-EXIT
003130         VARYING DL991-MAST-IDX FROM 1 BY 1
003140         UNTIL DL991-MAST-IDX > 5
003150            OR DL991-FOUND.
003160     IF DL991-MODE-SW EQUAL SPACES
003170        OR DL991-NOT-FOUND
003180         PERFORM 1090-BAD-PARM-RTN
003190             THRU 1090-BAD-PARM-EXIT
003200     END-IF.
003210     IF DL991-PROMOTE-MODE
003220         IF DL991-PARM-ARG EQUAL SPACES
003230             MOVE DL991-RUN-DATE-8 TO DL991-AUDIT-DATE
003240         ELSE
003250             IF DL991-PARM-ARG IS NOT NUMERIC
003260                 PERFORM 1090-BAD-PARM-RTN
003270                     THRU 1090-BAD-PARM-EXIT
003280             END-IF
003290             MOVE DL991-PARM-ARG TO DL991-AUDIT-DATE
003300         END-IF
003310         MOVE 'PROMOTE' TO RUNLOG-MODE
003320         MOVE 1 TO RUNLOG-GEN
003330     ELSE
003340         IF DL991-PARM-ARG (1:1) IS NOT NUMERIC
003350            OR DL991-PARM-ARG (1:1) EQUAL '0'
003360            OR DL991-PARM-ARG (1:1) > '5'
003370            OR DL991-PARM-ARG (2:7) NOT EQUAL SPACES
003380             PERFORM 1090-BAD-PARM-RTN
003390                 THRU 1090-BAD-PARM-EXIT
003400         END-IF
003410         MOVE DL991-PARM-ARG (1:1) TO DL991-RESTORE-GEN
003420         MOVE 'RESTORE' TO RUNLOG-MODE
003430         MOVE DL991-RESTORE-GEN TO RUNLOG-GEN
003440     END-IF.
003450     MOVE DL991-STEM TO RUNLOG-MAST.
003460     STRING 'C:\' DL991-STEM DELIMITED BY SPACE
003470         '.txt' DELIMITED BY SIZE INTO DL991-CUR-NAME.
003480     STRING 'C:\' DL991-STEM DELIMITED BY SPACE
003490         '-NEW.txt' DELIMITED BY SIZE INTO DL991-NEW-NAME.
003500     STRING 'C:\' DL991-STEM DELIMITED BY SPACE
003510         '-HOLD.txt' DELIMITED BY SIZE INTO DL991-HOLD-NAME.
003520     STRING 'C:\6010405467-' DL991-AUDIT-STEM DELIMITED BY SPACE
003530         '-' DL991-AUDIT-DATE '.txt' DELIMITED BY SIZE
003540         INTO DL991-AUDIT-NAME.
003550     IF DL991-RESTORE-MODE
003560         MOVE DL991-RESTORE-GEN TO DL991-GEN-NUM
003570         PERFORM 5200-GEN-NAME-RTN
003580             THRU 5200-GEN-NAME-EXIT
003590         MOVE DL991-GEN-NAME TO DL991-RESTORE-NAME
003600     END-IF.
003610 1000-INITIALIZE-EXIT.
003620     EXIT.
003630
003640 1010-FIND-MASTER-RTN.
003650     IF DL991-DEF-CODE (DL991-MAST-IDX) NOT EQUAL DL991-PARM-MAST
003660         GO TO 1010-FIND-MASTER-EXIT
003670     END-IF.
003680     MOVE 'Y' TO DL991-FOUND-SW.
003690     MOVE DL991-DEF-STEM (DL991-MAST-IDX) TO DL991-STEM.
003700     MOVE DL991-DEF-AUDIT (DL991-MAST-IDX) TO DL991-AUDIT-STEM.
003710     MOVE DL991-DEF-K1-OFF (DL991-MAST-IDX) TO DL991-K1-OFF.
003720     MOVE DL991-DEF-K1-LEN (DL991-MAST-IDX) TO DL991-K1-LEN.
003730     MOVE DL991-DEF-K2-OFF (DL991-MAST-IDX) TO DL991-K2-OFF.
003740     MOVE DL991-DEF-K2-LEN (DL991-MAST-IDX) TO DL991-K2-LEN.
003750     MOVE DL991-DEF-A1-COL (DL991-MAST-IDX) TO DL991-A1-COL.
003760     MOVE DL991-DEF-A2-COL (DL991-MAST-IDX) TO DL991-A2-COL.
003770     MOVE DL991-DEF-ACT-COL (DL991-MAST-IDX) TO DL991-ACT-COL.
003780 1010-FIND-MASTER-EXIT.
003790     EXIT.
003800
003810 1090-BAD-PARM-RTN.
003820     DISPLAY 'N6010405467: RUN PARM MUST BE PROMOTE <MASTER> '
003830         '[YYYYMMDD] OR RESTORE <MASTER> <GENERATION 1-5>, '
003840         'MASTER EMP, PROJ, RATE, COST OR CLNT - RUN CANCELLED'.
003850     MOVE 12 TO RETURN-CODE.
003860     STOP RUN.
003870 1090-BAD-PARM-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910* 2000-CHECK-FILE-RTN
003920* Reads the file to be put in place end to end: it must be on
003930* hand and hold records. A -NEW file must also have every key
003940* higher than the one before it - a key equal to the one before
003950* is a duplicate, a lower one is out of sequence - and its keys
003960* are kept for the audit proof. A generation to be restored was
003970* the live master once, and may date from before the masters
003980* were written in key sequence, so only its count is taken.
003990******************************************************************
004000 2000-CHECK-FILE-RTN.
004010     MOVE ZERO TO DL991-CHK-CNT.
004020     MOVE ZERO TO DL991-NEWKEY-CNT.
004030     MOVE LOW-VALUES TO DL991-PREV-KEY.
004040     OPEN INPUT COPY-IN.
004050     IF DL991-COPY-IN-STATUS NOT EQUAL '00'
004060         MOVE SPACES TO DL991-EXC-LINE
004070         STRING DL991-COPY-IN-NAME DELIMITED BY SPACE
004080             ' IS NOT ON HAND' DELIMITED BY SIZE
004090             INTO DL991-EXC-LINE
004100         PERFORM 2900-EXCEPTION-RTN
004110             THRU 2900-EXCEPTION-EXIT
004120         GO TO 2000-CHECK-FILE-EXIT
004130     END-IF.
004140     PERFORM 2010-CHECK-ONE-REC-RTN
004150         THRU 2010-CHECK-ONE-REC-EXIT
004160         UNTIL DL991-COPY-IN-STATUS NOT EQUAL '00'.
004170     CLOSE COPY-IN.
004180     IF DL991-CHK-CNT EQUAL ZERO
004190         MOVE SPACES TO DL991-EXC-LINE
004200         STRING DL991-COPY-IN-NAME DELIMITED BY SPACE
004210             ' HOLDS NO RECORDS' DELIMITED BY SIZE
004220             INTO DL991-EXC-LINE
004230         PERFORM 2900-EXCEPTION-RTN
004240             THRU 2900-EXCEPTION-EXIT
004250     END-IF.
004260     IF DL991-NEWKEY-FULL
004270         MOVE 'MORE THAN 3000 RECORDS - KEYS CANNOT BE PROVED'
004280             TO DL991-EXC-LINE
004290         PERFORM 2900-EXCEPTION-RTN
004300             THRU 2900-EXCEPTION-EXIT
004310     END-IF.
004320 2000-CHECK-FILE-EXIT.
004330     EXIT.
004340
004350 2010-CHECK-ONE-REC-RTN.
004360     READ COPY-IN.
004370     IF DL991-COPY-IN-STATUS NOT EQUAL '00'
004380         GO TO 2010-CHECK-ONE-REC-EXIT
004390     END-IF.
004400     ADD 1 TO DL991-CHK-CNT.
004410     IF DL991-RESTORE-MODE
004420         GO TO 2010-CHECK-ONE-REC-EXIT
004430     END-IF.
004440     MOVE SPACES TO DL991-CUR-KEY.
004450     MOVE COPY-REC-IN (DL991-K1-OFF:DL991-K1-LEN)
004460         TO DL991-CUR-KEY (1:DL991-K1-LEN).
004470     IF DL991-K2-LEN > ZERO
004480         MOVE COPY-REC-IN (DL991-K2-OFF:DL991-K2-LEN)
004490             TO DL991-CUR-KEY (22:DL991-K2-LEN)
004500     END-IF.
004510     MOVE DL991-CHK-CNT TO DL991-SHOW-CNT.
004520     IF DL991-CUR-KEY EQUAL DL991-PREV-KEY
004530         MOVE SPACES TO DL991-EXC-LINE
004540         STRING 'RECORD ' DL991-SHOW-CNT
004550             ' REPEATS THE KEY BEFORE IT - KEY ' DL991-CUR-KEY
004560             DELIMITED BY SIZE INTO DL991-EXC-LINE
004570         PERFORM 2900-EXCEPTION-RTN
004580             THRU 2900-EXCEPTION-EXIT
004590     END-IF.
004600     IF DL991-CUR-KEY < DL991-PREV-KEY
004610         MOVE SPACES TO DL991-EXC-LINE
004620         STRING 'RECORD ' DL991-SHOW-CNT
004630             ' IS OUT OF KEY SEQUENCE - KEY ' DL991-CUR-KEY
004640             DELIMITED BY SIZE INTO DL991-EXC-LINE
004650         PERFORM 2900-EXCEPTION-RTN
004660             THRU 2900-EXCEPTION-EXIT
004670     END-IF.
004680     MOVE DL991-CUR-KEY TO DL991-PREV-KEY.
004690     IF DL991-NEWKEY-CNT >= 3000
004700         MOVE 'Y' TO DL991-NEWKEY-FULL-SW
004710         GO TO 2010-CHECK-ONE-REC-EXIT
004720     END-IF.
004730     ADD 1 TO DL991-NEWKEY-CNT.
004740     MOVE DL991-CUR-KEY TO DL991-NEWKEY (DL991-NEWKEY-CNT).
004750 2010-CHECK-ONE-REC-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 2100-COUNT-CURRENT-RTN
004800* Counts the live master - the count the maintenance run read
004810* and the count to find again once it is saved. A master not
004820* yet on hand counts as empty.
004830******************************************************************
004840 2100-COUNT-CURRENT-RTN.
004850     MOVE ZERO TO DL991-CUR-CNT.
004860     MOVE DL991-CUR-NAME TO DL991-COPY-IN-NAME.
004870     OPEN INPUT COPY-IN.
004880     IF DL991-COPY-IN-STATUS NOT EQUAL '00'
004890         GO TO 2100-COUNT-CURRENT-EXIT
004900     END-IF.
004910     PERFORM 2110-COUNT-ONE-RTN
004920         THRU 2110-COUNT-ONE-EXIT
004930         UNTIL DL991-COPY-IN-STATUS NOT EQUAL '00'.
004940     CLOSE COPY-IN.
004950 2100-COUNT-CURRENT-EXIT.
004960     EXIT.
004970
004980 2110-COUNT-ONE-RTN.
004990     READ COPY-IN.
005000     IF DL991-COPY-IN-STATUS EQUAL '00'
005010         ADD 1 TO DL991-CUR-CNT
005020     END-IF.
005030 2110-COUNT-ONE-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* 2200-CHECK-AUDIT-RTN
005080* Ties the -NEW file to the audit listing of the maintenance
005090* run that wrote it. The listing's closing counts must show the
005100* run read the live master as it stands and wrote exactly the
005110* records on the -NEW file, and every key the run applied a
005120* transaction to must be on the -NEW file - or, where the last
005130* action on it was a delete, must not be.
005140******************************************************************
005150 2200-CHECK-AUDIT-RTN.
005160     MOVE ZERO TO DL991-AUDKEY-CNT.
005170     OPEN INPUT AUDIT-IN.
005180     IF DL991-AUDIT-STATUS NOT EQUAL '00'
005190         MOVE SPACES TO DL991-EXC-LINE
005200         STRING 'AUDIT LISTING ' DELIMITED BY SIZE
005210             DL991-AUDIT-NAME DELIMITED BY SPACE
005220             ' IS NOT ON HAND' DELIMITED BY SIZE
005230             INTO DL991-EXC-LINE
005240         PERFORM 2900-EXCEPTION-RTN
005250             THRU 2900-EXCEPTION-EXIT
005260         GO TO 2200-CHECK-AUDIT-EXIT
005270     END-IF.
005280     PERFORM 2210-READ-AUDIT-RTN
005290         THRU 2210-READ-AUDIT-EXIT
005300         UNTIL DL991-AUDIT-STATUS NOT EQUAL '00'.
005310     CLOSE AUDIT-IN.
005320     IF NOT DL991-FOOT-FOUND
005330         MOVE SPACES TO DL991-EXC-LINE
005340         STRING 'AUDIT LISTING ' DELIMITED BY SIZE
005350             DL991-AUDIT-NAME DELIMITED BY SPACE
005360             ' CARRIES NO MASTER RECORD COUNTS' DELIMITED BY SIZE
005370             INTO DL991-EXC-LINE
005380         PERFORM 2900-EXCEPTION-RTN
005390             THRU 2900-EXCEPTION-EXIT
005400         GO TO 2200-CHECK-AUDIT-EXIT
005410     END-IF.
005420     IF DL991-AUD-WRITTEN-CNT NOT EQUAL DL991-CHK-CNT
005430         MOVE DL991-CHK-CNT TO DL991-SHOW-CNT
005440         MOVE SPACES TO DL991-EXC-LINE
005450         STRING 'NEW MASTER HOLDS ' DL991-SHOW-CNT
005460             ' RECORDS - AUDIT LISTING SAYS '
005470             DL991-AUD-WRITTEN-CNT ' WRITTEN'
005480             DELIMITED BY SIZE INTO DL991-EXC-LINE
005490         PERFORM 2900-EXCEPTION-RTN
005500             THRU 2900-EXCEPTION-EXIT
005510     END-IF.
005520     IF DL991-AUD-READ-CNT NOT EQUAL DL991-CUR-CNT
005530         MOVE DL991-CUR-CNT TO DL991-SHOW-CNT
005540         MOVE SPACES TO DL991-EXC-LINE
005550         STRING 'LIVE MASTER HOLDS ' DL991-SHOW-CNT
005560             ' RECORDS - AUDIT LISTING SAYS '
005570             DL991-AUD-READ-CNT ' READ'
005580             DELIMITED BY SIZE INTO DL991-EXC-LINE
005590         PERFORM 2900-EXCEPTION-RTN
005600             THRU 2900-EXCEPTION-EXIT
005610     END-IF.
005620     IF DL991-AUDKEY-FULL
005630         MOVE 'MORE THAN 3000 KEYS ON THE AUDIT LISTING - KEYS'
005640             TO DL991-EXC-LINE
005650         MOVE 'CANNOT BE PROVED' TO DL991-EXC-LINE (49:16)
005660         PERFORM 2900-EXCEPTION-RTN
005670             THRU 2900-EXCEPTION-EXIT
005680     END-IF.
005690     IF DL991-NEWKEY-FULL
005700         GO TO 2200-CHECK-AUDIT-EXIT
005710     END-IF.
005720     PERFORM 2300-PROVE-ONE-KEY-RTN
005730         THRU 2300-PROVE-ONE-KEY-EXIT
005740         VARYING DL991-AUDKEY-IDX FROM 1 BY 1
005750         UNTIL DL991-AUDKEY-IDX > DL991-AUDKEY-CNT.
005760 2200-CHECK-AUDIT-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 2210-READ-AUDIT-RTN
005810* Picks the closing counts and the applied transactions off the
005820* audit listing. A detail line has the transaction code in
005830* column 1 and two spaces after it; rejected transactions and
005840* the heading, address and total lines are passed over.
005850******************************************************************
005860 2210-READ-AUDIT-RTN.
005870     READ AUDIT-IN.
005880     IF DL991-AUDIT-STATUS NOT EQUAL '00'
005890         GO TO 2210-READ-AUDIT-EXIT
005900     END-IF.
005910     IF AUDIT-REC-IN (1:20) EQUAL 'MASTER RECORDS READ '
005920         IF AUDIT-REC-IN (21:7) IS NUMERIC
005930            AND AUDIT-REC-IN (38:7) IS NUMERIC
005940             MOVE 'Y' TO DL991-FOOT-SW
005950             MOVE AUDIT-REC-IN (21:7) TO DL991-AUD-READ-CNT
005960             MOVE AUDIT-REC-IN (38:7) TO DL991-AUD-WRITTEN-CNT
005970         END-IF
005980         GO TO 2210-READ-AUDIT-EXIT
005990     END-IF.
006000     IF AUDIT-REC-IN (1:1) EQUAL SPACE
006010        OR AUDIT-REC-IN (2:2) NOT EQUAL SPACES
006020        OR AUDIT-REC-IN (DL991-ACT-COL:8) EQUAL 'REJECTED'
006030         GO TO 2210-READ-AUDIT-EXIT
006040     END-IF.
006050     MOVE SPACES TO DL991-CUR-KEY.
006060     MOVE AUDIT-REC-IN (DL991-A1-COL:DL991-K1-LEN)
006070         TO DL991-CUR-KEY (1:DL991-K1-LEN).
006080     IF DL991-K2-LEN > ZERO
006090         MOVE AUDIT-REC-IN (DL991-A2-COL:DL991-K2-LEN)
006100             TO DL991-CUR-KEY (22:DL991-K2-LEN)
006110     END-IF.
006120     MOVE AUDIT-REC-IN (DL991-ACT-COL:8) TO DL991-CUR-ACTION.
006130     MOVE 'N' TO DL991-FOUND-SW.
006140     PERFORM 2220-FIND-AUDKEY-RTN
006150         THRU 2220-FIND-AUDKEY-EXIT
006160         VARYING DL991-AUDKEY-IDX FROM 1 BY 1
006170         UNTIL DL991-AUDKEY-IDX > DL991-AUDKEY-CNT
006180            OR DL991-FOUND.
006190     IF DL991-FOUND
006200         MOVE DL991-CUR-ACTION
006210             TO DL991-AUDKEY-ACTION (DL991-AUDKEY-FOUND-IDX)
006220         GO TO 2210-READ-AUDIT-EXIT
006230     END-IF.
006240     IF DL991-AUDKEY-CNT >= 3000
006250         MOVE 'Y' TO DL991-AUDKEY-FULL-SW
006260         GO TO 2210-READ-AUDIT-EXIT
006270     END-IF.
006280     ADD 1 TO DL991-AUDKEY-CNT.
006290     MOVE DL991-CUR-KEY TO DL991-AUDKEY (DL991-AUDKEY-CNT).
006300     MOVE DL991-CUR-ACTION
006310         TO DL991-AUDKEY-ACTION (DL991-AUDKEY-CNT).
006320 2210-READ-AUDIT-EXIT.
006330     EXIT.
006340
006350 2220-FIND-AUDKEY-RTN.
006360     IF DL991-AUDKEY (DL991-AUDKEY-IDX) EQUAL DL991-CUR-KEY
006370         MOVE 'Y' TO DL991-FOUND-SW
006380         SET DL991-AUDKEY-FOUND-IDX TO DL991-AUDKEY-IDX
006390     END-IF.
006400 2220-FIND-AUDKEY-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440* 2300-PROVE-ONE-KEY-RTN
006450* Looks for one key from the audit listing on the -NEW file.
006460******************************************************************
006470 2300-PROVE-ONE-KEY-RTN.
006480     MOVE DL991-AUDKEY (DL991-AUDKEY-IDX) TO DL991-CUR-KEY.
006490     MOVE 'N' TO DL991-FOUND-SW.
006500     PERFORM 2310-FIND-NEWKEY-RTN
006510         THRU 2310-FIND-NEWKEY-EXIT
006520         VARYING DL991-NEWKEY-IDX FROM 1 BY 1
006530         UNTIL DL991-NEWKEY-IDX > DL991-NEWKEY-CNT
006540            OR DL991-FOUND.
006550     IF DL991-AUDKEY-ACTION (DL991-AUDKEY-IDX) EQUAL 'DELETED'
006560         IF DL991-FOUND
006570             MOVE SPACES TO DL991-EXC-LINE
006580             STRING 'DELETED BY THE MAINTENANCE RUN BUT STILL ON '
006590                 'THE NEW MASTER - KEY ' DL991-CUR-KEY
006600                 DELIMITED BY SIZE INTO DL991-EXC-LINE
006610             PERFORM 2900-EXCEPTION-RTN
006620                 THRU 2900-EXCEPTION-EXIT
006630         END-IF
006640         GO TO 2300-PROVE-ONE-KEY-EXIT
006650     END-IF.
006660     IF DL991-NOT-FOUND
006670         MOVE SPACES TO DL991-EXC-LINE
006680         STRING DL991-AUDKEY-ACTION (DL991-AUDKEY-IDX)
006690             DELIMITED BY SPACE
006700             ' BY THE MAINTENANCE RUN BUT NOT ON THE NEW MASTER'
006710             ' - KEY ' DL991-CUR-KEY
006720             DELIMITED BY SIZE INTO DL991-EXC-LINE
006730         PERFORM 2900-EXCEPTION-RTN
006740             THRU 2900-EXCEPTION-EXIT
006750     END-IF.
006760 2300-PROVE-ONE-KEY-EXIT.
006770     EXIT.
006780
006790 2310-FIND-NEWKEY-RTN.
006800     IF DL991-NEWKEY (DL991-NEWKEY-IDX) EQUAL DL991-CUR-KEY
006810         MOVE 'Y' TO DL991-FOUND-SW
006820     END-IF.
006830 2310-FIND-NEWKEY-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 2900-EXCEPTION-RTN
006880* Counts an exception and shows it on the console - the first
006890* fifty only, so a file badly out of order does not bury the
006900* rest of the run.
006910******************************************************************
006920 2900-EXCEPTION-RTN.
006930     MOVE 'Y' TO DL991-REFUSED-SW.
006940     ADD 1 TO DL991-EXC-CNT.
006950     IF DL991-EXC-CNT NOT GREATER DL991-MAX-SHOWN
006960         DISPLAY 'N6010405467: ' DL991-EXC-LINE
006970     END-IF.
006980 2900-EXCEPTION-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 3000-PROMOTE-RTN
007030* Moves the backup generations down one, saves the live master
007040* as generation 1, copies the -NEW file over the live master
007050* and leaves the -NEW file empty. Each copy is counted; a copy
007060* that comes up short stops the run before the next step.
007070******************************************************************
007080 3000-PROMOTE-RTN.
007090     PERFORM 3100-SHIFT-GENERATIONS-RTN
007100         THRU 3100-SHIFT-GENERATIONS-EXIT.
007110     PERFORM 3200-SAVE-CURRENT-RTN
007120         THRU 3200-SAVE-CURRENT-EXIT.
007130     IF DL991-REFUSED
007140         GO TO 3000-PROMOTE-EXIT
007150     END-IF.
007160     MOVE DL991-NEW-NAME TO DL991-COPY-IN-NAME.
007170     MOVE DL991-CUR-NAME TO DL991-COPY-OUT-NAME.
007180     PERFORM 5000-COPY-FILE-RTN
007190         THRU 5000-COPY-FILE-EXIT.
007200     IF DL991-COPY-CNT NOT EQUAL DL991-CHK-CNT
007210         MOVE 'NEW MASTER NOT COPIED IN FULL' TO DL991-EXC-LINE
007220         PERFORM 6900-APPLY-FAILED-RTN
007230             THRU 6900-APPLY-FAILED-EXIT
007240         GO TO 3000-PROMOTE-EXIT
007250     END-IF.
007260     MOVE DL991-NEW-NAME TO DL991-COPY-OUT-NAME.
007270     OPEN OUTPUT COPY-OUT.
007280     CLOSE COPY-OUT.
007290     MOVE DL991-CHK-CNT TO RUNLOG-CNT.
007300     MOVE DL991-CHK-CNT TO DL991-SHOW-CNT.
007310     DISPLAY 'N6010405467: ' DL991-NEW-NAME.
007320     DISPLAY 'N6010405467: PROMOTED TO ' DL991-CUR-NAME.
007330     DISPLAY 'N6010405467: ' DL991-SHOW-CNT ' RECORDS - THE'
007340         ' MASTER REPLACED IS KEPT AS GENERATION 1'.
007350 3000-PROMOTE-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 3100-SHIFT-GENERATIONS-RTN
007400* Moves generation 4 to 5, 3 to 4, 2 to 3 and 1 to 2, so the
007410* oldest falls off the end. A generation not yet on hand
007420* leaves the one below it empty.
007430******************************************************************
007440 3100-SHIFT-GENERATIONS-RTN.
007450     PERFORM 3110-SHIFT-ONE-GEN-RTN
007460         THRU 3110-SHIFT-ONE-GEN-EXIT
007470         VARYING DL991-GEN FROM 4 BY -1
007480         UNTIL DL991-GEN < 1.
007490 3100-SHIFT-GENERATIONS-EXIT.
007500     EXIT.
007510
007520 3110-SHIFT-ONE-GEN-RTN.
007530     MOVE DL991-GEN TO DL991-GEN-NUM.
007540     PERFORM 5200-GEN-NAME-RTN
007550         THRU 5200-GEN-NAME-EXIT.
007560     MOVE DL991-GEN-NAME TO DL991-COPY-IN-NAME.
007570     ADD 1 TO DL991-GEN GIVING DL991-GEN-NUM.
007580     PERFORM 5200-GEN-NAME-RTN
007590         THRU 5200-GEN-NAME-EXIT.
007600     MOVE DL991-GEN-NAME TO DL991-COPY-OUT-NAME.
007610     PERFORM 5000-COPY-FILE-RTN
007620         THRU 5000-COPY-FILE-EXIT.
007630 3110-SHIFT-ONE-GEN-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670* 3200-SAVE-CURRENT-RTN
007680* Copies the live master to generation 1 and proves the count.
007690******************************************************************
007700 3200-SAVE-CURRENT-RTN.
007710     MOVE 1 TO DL991-GEN-NUM.
007720     PERFORM 5200-GEN-NAME-RTN
007730         THRU 5200-GEN-NAME-EXIT.
007740     MOVE DL991-CUR-NAME TO DL991-COPY-IN-NAME.
007750     MOVE DL991-GEN-NAME TO DL991-COPY-OUT-NAME.
007760     PERFORM 5000-COPY-FILE-RTN
007770         THRU 5000-COPY-FILE-EXIT.
007780     IF DL991-COPY-CNT NOT EQUAL DL991-CUR-CNT
007790         MOVE 'LIVE MASTER NOT SAVED IN FULL - LEFT IN PLACE'
007800             TO DL991-EXC-LINE
007810         PERFORM 6900-APPLY-FAILED-RTN
007820             THRU 6900-APPLY-FAILED-EXIT
007830     END-IF.
007840 3200-SAVE-CURRENT-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 4000-RESTORE-RTN
007890* Puts the chosen generation back. It is first copied aside to
007900* the hold file, since moving the generations down overwrites
007910* it; the live master is then saved as generation 1 like any
007920* master that is replaced, and the hold copy goes in its place.
007930******************************************************************
007940 4000-RESTORE-RTN.
007950     MOVE DL991-RESTORE-NAME TO DL991-COPY-IN-NAME.
007960     MOVE DL991-HOLD-NAME TO DL991-COPY-OUT-NAME.
007970     PERFORM 5000-COPY-FILE-RTN
007980         THRU 5000-COPY-FILE-EXIT.
007990     IF DL991-COPY-CNT NOT EQUAL DL991-CHK-CNT
008000         MOVE 'GENERATION NOT COPIED IN FULL - NOTHING RESTORED'
008010             TO DL991-EXC-LINE
008020         PERFORM 6900-APPLY-FAILED-RTN
008030             THRU 6900-APPLY-FAILED-EXIT
008040         GO TO 4000-RESTORE-EXIT
008050     END-IF.
008060     PERFORM 3100-SHIFT-GENERATIONS-RTN
008070         THRU 3100-SHIFT-GENERATIONS-EXIT.
008080     PERFORM 3200-SAVE-CURRENT-RTN
008090         THRU 3200-SAVE-CURRENT-EXIT.
008100     IF DL991-REFUSED
008110         GO TO 4000-RESTORE-EXIT
008120     END-IF.
008130     MOVE DL991-HOLD-NAME TO DL991-COPY-IN-NAME.
008140     MOVE DL991-CUR-NAME TO DL991-COPY-OUT-NAME.
008150     PERFORM 5000-COPY-FILE-RTN
008160         THRU 5000-COPY-FILE-EXIT.
008170     IF DL991-COPY-CNT NOT EQUAL DL991-CHK-CNT
008180         MOVE 'GENERATION NOT RESTORED IN FULL' TO DL991-EXC-LINE
008190         PERFORM 6900-APPLY-FAILED-RTN
008200             THRU 6900-APPLY-FAILED-EXIT
008210         GO TO 4000-RESTORE-EXIT
008220     END-IF.
008230     MOVE DL991-HOLD-NAME TO DL991-COPY-OUT-NAME.
008240     OPEN OUTPUT COPY-OUT.
008250     CLOSE COPY-OUT.
008260     MOVE DL991-CHK-CNT TO RUNLOG-CNT.
008270     MOVE DL991-CHK-CNT TO DL991-SHOW-CNT.
008280     DISPLAY 'N6010405467: GENERATION ' DL991-RESTORE-GEN
008290         ' RESTORED TO ' DL991-CUR-NAME.
008300     DISPLAY 'N6010405467: ' DL991-SHOW-CNT ' RECORDS - THE'
008310         ' MASTER REPLACED IS KEPT AS GENERATION 1'.
008320 4000-RESTORE-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 5000-COPY-FILE-RTN
008370* Copies one master file to another record for record and
008380* counts what it wrote. A source not on hand leaves the target
008390* empty.
008400******************************************************************
008410 5000-COPY-FILE-RTN.
008420     MOVE ZERO TO DL991-COPY-CNT.
008430     OPEN OUTPUT COPY-OUT.
008440     OPEN INPUT COPY-IN.
008450     IF DL991-COPY-IN-STATUS NOT EQUAL '00'
008460         CLOSE COPY-OUT
008470         GO TO 5000-COPY-FILE-EXIT
008480     END-IF.
008490     PERFORM 5010-COPY-ONE-REC-RTN
008500         THRU 5010-COPY-ONE-REC-EXIT
008510         UNTIL DL991-COPY-IN-STATUS NOT EQUAL '00'.
008520     CLOSE COPY-IN.
008530     CLOSE COPY-OUT.
008540 5000-COPY-FILE-EXIT.
008550     EXIT.
008560
008570 5010-COPY-ONE-REC-RTN.
008580     READ COPY-IN.
008590     IF DL991-COPY-IN-STATUS NOT EQUAL '00'
008600         GO TO 5010-COPY-ONE-REC-EXIT
008610     END-IF.
008620     WRITE COPY-REC-OUT FROM COPY-REC-IN.
008630     IF DL991-COPY-OUT-STATUS EQUAL '00'
008640         ADD 1 TO DL991-COPY-CNT
008650     END-IF.
008660 5010-COPY-ONE-REC-EXIT.
008670     EXIT.
008680
008690 5200-GEN-NAME-RTN.
008700     MOVE SPACES TO DL991-GEN-NAME.
008710     STRING 'C:\' DL991-STEM DELIMITED BY SPACE
008720         '-GEN' DL991-GEN-NUM '.txt' DELIMITED BY SIZE
008730         INTO DL991-GEN-NAME.
008740 5200-GEN-NAME-EXIT.
008750     EXIT.
008760
008770******************************************************************
008780* 6000-REFUSE-RTN
008790* The file did not prove - nothing is copied, and the run is
008800* logged as not balanced.
008810******************************************************************
008820 6000-REFUSE-RTN.
008830     MOVE DL991-EXC-CNT TO DL991-SHOW-CNT.
008840     IF DL991-PROMOTE-MODE
008850         DISPLAY 'N6010405467: ' DL991-NEW-NAME
008860         DISPLAY 'N6010405467: NOT PROMOTED - ' DL991-SHOW-CNT
008870             ' EXCEPTIONS; THE LIVE MASTER IS UNCHANGED'
008880         MOVE ZERO TO RUNLOG-GEN
008890     ELSE
008900         DISPLAY 'N6010405467: ' DL991-RESTORE-NAME
008910         DISPLAY 'N6010405467: NOT RESTORED - ' DL991-SHOW-CNT
008920             ' EXCEPTIONS; THE LIVE MASTER IS UNCHANGED'
008930     END-IF.
008940     MOVE DL991-CHK-CNT TO RUNLOG-CNT.
008950     MOVE 'REFUSED' TO RUNLOG-RESULT.
008960     MOVE 'N' TO RUNLOG-BAL-FLAG.
008970     MOVE 8 TO RETURN-CODE.
008980 6000-REFUSE-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020* 6900-APPLY-FAILED-RTN
009030* A copy came up short partway through - the run stops where it
009040* is, is logged as not balanced and ends with the cancel code
009050* so operations look at the master before anything else runs.
009060******************************************************************
009070 6900-APPLY-FAILED-RTN.
009080     MOVE 'Y' TO DL991-REFUSED-SW.
009090     DISPLAY 'N6010405467: ' DL991-EXC-LINE ' - RUN CANCELLED'.
009100     MOVE DL991-COPY-CNT TO RUNLOG-CNT.
009110     MOVE 'FAILED' TO RUNLOG-RESULT.
009120     MOVE 'N' TO RUNLOG-BAL-FLAG.
009130     MOVE 12 TO RETURN-CODE.
009140 6900-APPLY-FAILED-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180* 8900-WRITE-RUNLOG-RTN
009190* Appends this run's line to the run-control log.
009200******************************************************************
009210 8900-WRITE-RUNLOG-RTN.
009220     ACCEPT DL991-END-TIME FROM TIME.
009230     OPEN EXTEND RUNLOG-OUT.
009240     IF DL991-RUNLOG-STATUS NOT EQUAL '00'
009250         OPEN OUTPUT RUNLOG-OUT
009260     END-IF.
009270     MOVE DL991-RUN-DATE-8 TO RUNLOG-DATE.
009280     MOVE DL991-START-TIME (1:6) TO RUNLOG-START-TIME (1:6).
009290     MOVE DL991-END-TIME (1:6) TO RUNLOG-END-TIME (1:6).
009300     WRITE RUNLOG-REC-OUT FROM RUNLOG-LINE.
009310     CLOSE RUNLOG-OUT.
009320 8900-WRITE-RUNLOG-EXIT.
009330     EXIT.
009340
009350 END PROGRAM N6010405467.
