000173*                the way every program in the suite now does -
000174*                the run date, start and end times and the
000175*                program id at bytes 90-100 of the line.
000177* 10/15/2026 DL  Write the new master in key sequence, and close
000179*                the audit listing with the count of master
000181*                records read and written, so the promotion
000183*                run (N6010405467) can tie the new master to
000185*                this listing before it replaces the live one.
000187******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. M6010405467.
000210 AUTHOR. D. LAURENT.
000980     05 DL200-CHANGED-CNT PIC 9(05) COMP VALUE ZERO.
000990     05 DL200-TERMED-CNT PIC 9(05) COMP VALUE ZERO.
001000     05 DL200-REJECTED-CNT PIC 9(05) COMP VALUE ZERO.
001003     05 DL200-MAST-READ-CNT PIC 9(07) COMP VALUE ZERO.
001006     05 DL200-MAST-WRITTEN-CNT PIC 9(07) COMP VALUE ZERO.
001010
001020*----------------------------------------------------------------
001030* Employee master table - the old master loaded at start-up,
001130        10 DL200-MAST-STAT PIC X.
001140     05 DL200-MAST-CNT PIC 999 COMP VALUE ZERO.
001150     05 DL200-MAST-FOUND-IDX PIC 999 COMP VALUE ZERO.
001151     05 DL200-SEQ-I PIC 9(4) COMP VALUE ZERO.
001152     05 DL200-SEQ-J PIC 9(4) COMP VALUE ZERO.
001153     05 DL200-SEQ-K PIC 9(4) COMP VALUE ZERO.
001154     05 DL200-SEQ-SHIFT-SW PIC X VALUE 'N'.
001155        88 DL200-SEQ-SHIFT               VALUE 'Y'.
001156     05 DL200-SEQ-HOLD.
001157        10 DL200-SEQ-HOLD-EMP PIC 999.
001158        10 PIC X(44).
001160
001170 01  AUDIT-HEAD-1.
001180     05 PIC X(42) VALUE
001580     05 AUDIT-OUT-TERMED PIC ZZZZ9.
001590     05 PIC X(12) VALUE '  REJECTED '.
001600     05 AUDIT-OUT-REJECTED PIC ZZZZ9.
001601
001602 01  AUDIT-FOOT-2.
001603     05 PIC X(20) VALUE 'MASTER RECORDS READ '.
001604     05 AUDIT-OUT-MAST-READ PIC 9(7).
001605     05 PIC X(10) VALUE '  WRITTEN '.
001606     05 AUDIT-OUT-MAST-WRITTEN PIC 9(7).
001610
001611 01  DL200-RUNLOG-AREAS.
001612     05 DL200-RUNLOG-STATUS PIC XX VALUE SPACES.
002210 1110-READ-EMPMAST-RTN.
002220     READ EMPMAST-IN.
002230     IF DL200-EMPMAST-STATUS EQUAL '00'
002234         ADD 1 TO DL200-MAST-READ-CNT
002240         IF DL200-MAST-CNT < 999
002250             ADD 1 TO DL200-MAST-CNT
002260             SET DL200-MAST-IDX TO DL200-MAST-CNT
004450* 8000-TERMINATE-RTN
004460* Writes the updated table out as the new master, prints the
004470* transaction counts on the audit listing and closes the files.
004474* The table is put into key sequence before it is written.
004480******************************************************************
004490 8000-TERMINATE-RTN.
004492     PERFORM 8050-SEQUENCE-MAST-RTN
004494         THRU 8050-SEQUENCE-MAST-EXIT.
004496
004500     PERFORM 8100-WRITE-ONE-MAST-RTN
004510         THRU 8100-WRITE-ONE-MAST-EXIT
004520         VARYING DL200-MAST-IDX FROM 1 BY 1
004610     MOVE DL200-REJECTED-CNT TO AUDIT-OUT-REJECTED.
004620     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-1
004630           AFTER ADVANCING 1 LINE.
004631     MOVE DL200-MAST-READ-CNT TO AUDIT-OUT-MAST-READ.
004632     MOVE DL200-MAST-WRITTEN-CNT TO AUDIT-OUT-MAST-WRITTEN.
004633     WRITE AUDIT-REC-OUT FROM AUDIT-FOOT-2
004634           AFTER ADVANCING 1 LINE.
004640
004650     CLOSE EMPTRAN-IN
004660           EMPMAST-OUT
004674     PERFORM 8900-WRITE-RUNLOG-RTN
004676         THRU 8900-WRITE-RUNLOG-EXIT.
004680 8000-TERMINATE-EXIT.
004681     EXIT.
004682
004683******************************************************************
004684* 8050-SEQUENCE-MAST-RTN
004685* Puts the table into EMP_NUM sequence before it is written
004686* out, each row in turn slid back past the rows above it with a
004687* higher key. Adds go on the end of the table, and the old
004688* master may not have been in sequence either.
004689******************************************************************
004690 8050-SEQUENCE-MAST-RTN.
004691     PERFORM 8060-PLACE-ONE-MAST-RTN
004692         THRU 8060-PLACE-ONE-MAST-EXIT
004693         VARYING DL200-SEQ-I FROM 2 BY 1
004694         UNTIL DL200-SEQ-I > DL200-MAST-CNT.
004695 8050-SEQUENCE-MAST-EXIT.
004696     EXIT.
004697
004698 8060-PLACE-ONE-MAST-RTN.
004699     MOVE DL200-MAST-TAB (DL200-SEQ-I) TO DL200-SEQ-HOLD.
004700     MOVE DL200-SEQ-I TO DL200-SEQ-J.
004701     MOVE 'Y' TO DL200-SEQ-SHIFT-SW.
004702     PERFORM 8070-SHIFT-ONE-MAST-RTN
004703         THRU 8070-SHIFT-ONE-MAST-EXIT
004704         UNTIL DL200-SEQ-J < 2
004705            OR NOT DL200-SEQ-SHIFT.
004706     MOVE DL200-SEQ-HOLD TO DL200-MAST-TAB (DL200-SEQ-J).
004707 8060-PLACE-ONE-MAST-EXIT.
004708     EXIT.
004709
004710 8070-SHIFT-ONE-MAST-RTN.
004711     SUBTRACT 1 FROM DL200-SEQ-J GIVING DL200-SEQ-K.
004712     IF DL200-MAST-EMP-NUM (DL200-SEQ-K)
004713            GREATER DL200-SEQ-HOLD-EMP
004714         MOVE DL200-MAST-TAB (DL200-SEQ-K)
004715             TO DL200-MAST-TAB (DL200-SEQ-J)
004716         MOVE DL200-SEQ-K TO DL200-SEQ-J
004717     ELSE
004718         MOVE 'N' TO DL200-SEQ-SHIFT-SW
004719     END-IF.
004720 8070-SHIFT-ONE-MAST-EXIT.
004721     EXIT.
004722
004723 8100-WRITE-ONE-MAST-RTN.
004724     MOVE DL200-MAST-EMP-NUM (DL200-MAST-IDX)
004730         TO EMPMAST-OUT-EMP-NUM.
004740     MOVE DL200-MAST-EMP-NAME (DL200-MAST-IDX)
004750         TO EMPMAST-OUT-EMP-NAME.
004780     MOVE DL200-MAST-STAT (DL200-MAST-IDX)
004790         TO EMPMAST-OUT-STATUS.
004800     WRITE EMPMAST-REC-OUT.
004804     ADD 1 TO DL200-MAST-WRITTEN-CNT.
004810 8100-WRITE-ONE-MAST-EXIT.
004820     EXIT.
004822
