000222*                the way every program in the suite now does -
000223*                the run date, start and end times and the
000224*                program id at bytes 90-100 of the line.
000226* 10/15/2026 DL  Write the new master in key sequence, and close
000228*                the audit listing with the count of master
000230*                records read and written, so the promotion
000232*                run (N6010405467) can tie the new master to
000234*                this listing before it replaces the live one.
000236******************************************************************
000238 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. J6010405467.
000250 AUTHOR. D. LAURENT.
000260 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
001070     05 DL700-ADDED-CNT PIC 9(05) COMP VALUE ZERO.
001080     05 DL700-DELETED-CNT PIC 9(05) COMP VALUE ZERO.
001090     05 DL700-REJECTED-CNT PIC 9(05) COMP VALUE ZERO.
001093     05 DL700-MAST-READ-CNT PIC 9(07) COMP VALUE ZERO.
001096     05 DL700-MAST-WRITTEN-CNT PIC 9(07) COMP VALUE ZERO.
001100
001110*----------------------------------------------------------------
001120* Rate table - the old master loaded at start-up, updated in
001230        10 DL700-RATE-ACTIVE PIC X.
001240     05 DL700-RATE-CNT PIC 999 COMP VALUE ZERO.
001250     05 DL700-RATE-FOUND-IDX PIC 999 COMP VALUE ZERO.
001251     05 DL700-SEQ-I PIC 9(4) COMP VALUE ZERO.
001252     05 DL700-SEQ-J PIC 9(4) COMP VALUE ZERO.
001253     05 DL700-SEQ-K PIC 9(4) COMP VALUE ZERO.
001254     05 DL700-SEQ-SHIFT-SW PIC X VALUE 'N'.
001255        88 DL700-SEQ-SHIFT               VALUE 'Y'.
001256     05 DL700-SEQ-HOLD.
001257        10 DL700-SEQ-HOLD-CLASS PIC A(21).
001258        10 PIC X(5).
001259        10 DL700-SEQ-HOLD-EFF PIC 9(8).
001260        10 PIC X.
001261
001270 01  AUDIT-HEAD-1.
001280     05 PIC X(43) VALUE
001290         'JOB-CLASS RATE MAINTENANCE AUDIT - RUN '.
001670     05 AUDIT-OUT-DELETED PIC ZZZZ9.
001680     05 PIC X(12) VALUE '  REJECTED '.
001690     05 AUDIT-OUT-REJECTED PIC ZZZZ9.
001691
001692 01  AUDIT-FOOT-2.
001693     05 PIC X(20) VALUE 'MASTER RECORDS READ '.
001694     05 AUDIT-OUT-MAST-READ PIC 9(7).
001695     05 PIC X(10) VALUE '  WRITTEN '.
001696     05 AUDIT-OUT-MAST-WRITTEN PIC 9(7).
001700
001701 01  DL700-RUNLOG-AREAS.
001702     05 DL700-RUNLOG-STATUS PIC XX VALUE SPACES.
002300 1110-READ-JOBRATE-RTN.
002310     READ JOBRATE-IN.
002320     IF DL700-JOBRATE-STATUS EQUAL '00'
002324         ADD 1 TO DL700-MAST-READ-CNT
002330         IF DL700-RATE-CNT < 200
002340             ADD 1 TO DL700-RATE-CNT
002350             SET DL700-RATE-IDX TO DL700-RATE-CNT
004670* 8000-TERMINATE-RTN
004680* Writes the updated table out as the new master, prints the
004690* transaction counts on the audit listing and closes the files.
004694* The table is put into key sequence before it is written.
004700******************************************************************
004710 8000-TERMINATE-RTN.
004712     PERFORM 8050-SEQUENCE-RATE-RTN
004714         THRU 8050-SEQUENCE-RATE-EXIT.
004716
004720     PERFORM 8100-WRITE-ONE-RATE-RTN
004730         THRU 8100-WRITE-ONE-RATE-EXIT
004740         VARYING DL700-RATE-IDX FROM 1 BY 1
004820     MOVE DL700-REJECTED-CNT TO AUDIT-OUT-REJECTED.
004830     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-1
004840           AFTER ADVANCING 1 LINE.
004841     MOVE DL700-MAST-READ-CNT TO AUDIT-OUT-MAST-READ.
004842     MOVE DL700-MAST-WRITTEN-CNT TO AUDIT-OUT-MAST-WRITTEN.
004843     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-2
004844           AFTER ADVANCING 1 LINE.
004850
004860     CLOSE RATETRAN-IN
004870           JOBRATE-OUT
004884     PERFORM 8900-WRITE-RUNLOG-RTN
004886         THRU 8900-WRITE-RUNLOG-EXIT.
004890 8000-TERMINATE-EXIT.
004891     EXIT.
004892
004893******************************************************************
004894* 8050-SEQUENCE-RATE-RTN
004895* Puts the table into job class and effective date
004896* sequence before it is written out, each row in turn slid back
004897* past the rows above it with a higher key. Adds go on the end
004898* of the table, and the old master may not have been in
004899* sequence either.
004900******************************************************************
004901 8050-SEQUENCE-RATE-RTN.
004902     PERFORM 8060-PLACE-ONE-RATE-RTN
004903         THRU 8060-PLACE-ONE-RATE-EXIT
004904         VARYING DL700-SEQ-I FROM 2 BY 1
004905         UNTIL DL700-SEQ-I > DL700-RATE-CNT.
004906 8050-SEQUENCE-RATE-EXIT.
004907     EXIT.
004908
004909 8060-PLACE-ONE-RATE-RTN.
004910     MOVE DL700-RATE-TAB (DL700-SEQ-I) TO DL700-SEQ-HOLD.
004911     MOVE DL700-SEQ-I TO DL700-SEQ-J.
004912     MOVE 'Y' TO DL700-SEQ-SHIFT-SW.
004913     PERFORM 8070-SHIFT-ONE-RATE-RTN
004914         THRU 8070-SHIFT-ONE-RATE-EXIT
004915         UNTIL DL700-SEQ-J < 2
004916            OR NOT DL700-SEQ-SHIFT.
004917     MOVE DL700-SEQ-HOLD TO DL700-RATE-TAB (DL700-SEQ-J).
004918 8060-PLACE-ONE-RATE-EXIT.
004919     EXIT.
004920
004921 8070-SHIFT-ONE-RATE-RTN.
004922     SUBTRACT 1 FROM DL700-SEQ-J GIVING DL700-SEQ-K.
004923     IF DL700-RATE-CLASS (DL700-SEQ-K)
004924            GREATER DL700-SEQ-HOLD-CLASS
004925        OR (DL700-RATE-CLASS (DL700-SEQ-K)
004926            EQUAL DL700-SEQ-HOLD-CLASS
004927        AND DL700-RATE-EFF-DATE (DL700-SEQ-K)
004928            GREATER DL700-SEQ-HOLD-EFF)
004929         MOVE DL700-RATE-TAB (DL700-SEQ-K)
004930             TO DL700-RATE-TAB (DL700-SEQ-J)
004931         MOVE DL700-SEQ-K TO DL700-SEQ-J
004932     ELSE
004933         MOVE 'N' TO DL700-SEQ-SHIFT-SW
004934     END-IF.
004935 8070-SHIFT-ONE-RATE-EXIT.
004936     EXIT.
004937
004938 8100-WRITE-ONE-RATE-RTN.
004939     IF DL700-RATE-ACTIVE (DL700-RATE-IDX) NOT EQUAL 'Y'
004940         GO TO 8100-WRITE-ONE-RATE-EXIT
004950     END-IF.
004960     MOVE DL700-RATE-CLASS (DL700-RATE-IDX)
005000     MOVE DL700-RATE-EFF-DATE (DL700-RATE-IDX)
005010         TO JOBRATE-OUT-EFF-DATE.
005020     WRITE JOBRATE-REC-OUT.
005024     ADD 1 TO DL700-MAST-WRITTEN-CNT.
005030 8100-WRITE-ONE-RATE-EXIT.
005040     EXIT.
005050
