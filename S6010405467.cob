000250*                the way every program in the suite now does -
000251*                the run date, start and end times and the
000252*                program id at bytes 90-100 of the line.
000253* 10/15/2026 DL  Statement the client on the new client master -
000254*                a project pointing to a client number prints
000255*                under the client's legal name with its bill-to
000256*                address and terms, and each invoice line shows
000257*                its due date (off the register, or the invoice
000258*                date plus the client's net days for rows from
000259*                before the due date was kept). A project with
000260*                no client number statements under the project
000261*                master's client name on net 30, as before. The
000262*                statement register row now ends with the
000263*                client number.
000264* 10/15/2026 DL  Take off the client retainer each invoice applied
000265*                - it prints in its own column and comes off the
000266*                total due and the client total, which had asked
000267*                the client for what the retainer already paid.
000268*                The statement register keeps the client's whole
000269*                legal name, no longer cut to 22 characters.
000270******************************************************************
000271 IDENTIFICATION DIVISION.
000272 PROGRAM-ID. S6010405467.
000273 AUTHOR. D. LAURENT.
000280 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000290 DATE-WRITTEN. 09/02/2026.
000300 DATE-COMPILED.
000380     SELECT PROJMAST-IN ASSIGN TO 'C:\ProjMaster.txt'
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS IS DL800-PROJMAST-STATUS.
000401
000402     SELECT CLNTMAST-IN ASSIGN TO 'C:\ClientMaster.txt'
000403            ORGANIZATION IS LINE SEQUENTIAL
000404            FILE STATUS IS DL800-CLNTMAST-STATUS.
000410
000420     SELECT STMT-OUT ASSIGN DYNAMIC DL800-STMT-NAME
000430            ORGANIZATION IS LINE SEQUENTIAL.
000622*    Sales tax on the invoice - spaces on rows from before the
000624*    field existed, read as zero.
000626     05 INVREG-TAX PIC S9(7)V99.
000627*    Payment due date - spaces on rows from before the field,
000628*    worked out from the client's terms instead.
000629     05 INVREG-DUE-DATE PIC 9(8).
000630*    Retainer applied against the invoice - spaces on rows from
000631*    before the field, read as zero.
000632     05 INVREG-RET-AMT PIC S9(7)V99.
000633
000640*----------------------------------------------------------------
000650* Project master - supplies the client name each invoice
000660* statements under.
000710     05 PROJMAST-PROJ-NAME PIC A(12).
000720     05 PROJMAST-CLIENT-NAME PIC A(22).
000730     05 PROJMAST-STATUS PIC X.
000731     05 PROJMAST-BILL-ARR PIC X.
000732     05 PROJMAST-ARR-AMT PIC 9(7)V99.
000733     05 PROJMAST-CLIENT-NUM PIC 9(5).
000734
000735*----------------------------------------------------------------
000736* Client master, as kept by K6010405467 - legal name, bill-to
000737* address and net terms per client number. Optional - a client
000738* not on it statements under the project master's client name
000739* with no address, on net 30.
000740*----------------------------------------------------------------
000741 FD  CLNTMAST-IN.
000742 01  CLNTMAST-REC-IN.
000743     05 CLNTMAST-CLIENT-NUM PIC 9(5).
000744     05 CLNTMAST-LEGAL-NAME PIC X(30).
000745     05 CLNTMAST-ADDR-1 PIC X(30).
000746     05 CLNTMAST-ADDR-2 PIC X(30).
000747     05 CLNTMAST-ADDR-3 PIC X(30).
000748     05 CLNTMAST-TERMS PIC 99.
000749     05 CLNTMAST-STATUS PIC X.
000750
000751*----------------------------------------------------------------
000760* Client statements - one statement per client, each on its own
000770* page, invoices listed by project.
000780*----------------------------------------------------------------
000880 01  STMTREG-REC-OUT.
000890     05 STMTREG-PERIOD PIC 9(6).
000900     05 STMTREG-RUN-DATE PIC 9(8).
000910     05 STMTREG-CLIENT PIC X(30).
000920     05 STMTREG-INV-CNT PIC 9(5).
000930     05 STMTREG-AMOUNT PIC S9(9)V99.
000932*    Client number on the client master - zero when the
000934*    statement went to a project master client name.
000936     05 STMTREG-CLIENT-NUM PIC 9(5).
000940
000941*----------------------------------------------------------------
000942* Run-control log, appended by every program in the suite - this
000960 01  DL800-WORK-AREAS.
000970     05 DL800-INVREG-STATUS PIC XX VALUE SPACES.
000980     05 DL800-PROJMAST-STATUS PIC XX VALUE SPACES.
000984     05 DL800-CLNTMAST-STATUS PIC XX VALUE SPACES.
000990     05 DL800-STMTREG-STATUS PIC XX VALUE SPACES.
001000     05 DL800-STMT-NAME PIC X(40) VALUE SPACES.
001010     05 DL800-PARM-LINE PIC X(20) VALUE SPACES.
001060        88 DL800-FOUND                VALUE 'Y'.
001070        88 DL800-NOT-FOUND            VALUE 'N'.
001080     05 DL800-SRCH-PROJ-NUM PIC 99 VALUE ZERO.
001090     05 DL800-CLIENT-WORK PIC X(30) VALUE SPACES.
001091     05 DL800-CLNUM-WORK PIC 9(5) VALUE ZERO.
001092     05 DL800-TERMS-WORK PIC 99 VALUE ZERO.
001093     05 DL800-DFLT-TERMS PIC 99 VALUE 30.
001094     05 DL800-CLNT-FOUND-IDX PIC 999 COMP VALUE ZERO.
001100     05 DL800-PROJ-WORK PIC 999 COMP VALUE ZERO.
001110     05 DL800-STMT-CNT PIC 9(5) COMP VALUE ZERO.
001112     05 DL800-TAX-WORK PIC S9(7)V99 VALUE ZERO.
001250        10 DL800-INV-PROJ PIC 99.
001260        10 DL800-INV-AMOUNT PIC S9(7)V99.
001262        10 DL800-INV-TAX PIC S9(7)V99.
001270        10 DL800-INV-CLIENT PIC X(30).
001272        10 DL800-INV-CLNUM PIC 9(5).
001274        10 DL800-INV-DUE-DATE PIC 9(8).
001276        10 DL800-INV-RET PIC S9(7)V99.
001280     05 DL800-INV-CNT PIC 9(4) COMP VALUE ZERO.
001290
001300*----------------------------------------------------------------
001370        10 DL800-PROJMAST-PROJ PIC 99.
001380        10 DL800-PROJMAST-PNAME PIC X(12).
001390        10 DL800-PROJMAST-CLIENT PIC X(22).
001394        10 DL800-PROJMAST-CLNUM PIC 9(5).
001400     05 DL800-PROJMAST-CNT PIC 999 COMP VALUE ZERO.
001410
001420*----------------------------------------------------------------
001421* Client master table - legal name, bill-to address and net
001422* terms per client number.
001423*----------------------------------------------------------------
001424 01  DL800-CLNTMAST-AREAS.
001425     05 DL800-CLNT-TAB OCCURS 500 TIMES
001426                        INDEXED BY DL800-CLNT-IDX.
001427        10 DL800-CLNT-NUM PIC 9(5).
001428        10 DL800-CLNT-LEGAL-NAME PIC X(30).
001429        10 DL800-CLNT-ADDR-1 PIC X(30).
001430        10 DL800-CLNT-ADDR-2 PIC X(30).
001431        10 DL800-CLNT-ADDR-3 PIC X(30).
001432        10 DL800-CLNT-TERMS PIC 99.
001433     05 DL800-CLNT-CNT PIC 999 COMP VALUE ZERO.
001434
001435*----------------------------------------------------------------
001436* Client rollup - one row per distinct client with invoices in
001440* the period, keyed by client number and name, with the slot of
001444* the client's master row (zero when not on the master).
001450*----------------------------------------------------------------
001460 01  DL800-CLIENT-AREAS.
001470     05 DL800-CLIENT-TAB OCCURS 100 TIMES
001480                          INDEXED BY DL800-CLIENT-IDX.
001490        10 DL800-CLIENT-NAME PIC X(30).
001492        10 DL800-CLIENT-CLNUM PIC 9(5).
001494        10 DL800-CLIENT-CLNT-IDX PIC 999.
001496        10 DL800-CLIENT-TERMS PIC 99.
001500        10 DL800-CLIENT-INV-CNT PIC 9(5).
001510        10 DL800-CLIENT-AMOUNT PIC S9(9)V99.
001520     05 DL800-CLIENT-CNT PIC 999 COMP VALUE ZERO.
001530     05 DL800-CLIENT-FOUND-IDX PIC 999 COMP VALUE ZERO.
001531
001532*----------------------------------------------------------------
001533* Date work areas - the days-in-month table rolls an invoice
001534* date forward by the client's terms to its due date.
001535*----------------------------------------------------------------
001536 01  DL800-DATE-AREAS.
001537     05 DL800-DIM-VALUES PIC X(24)
001538         VALUE '312831303130313130313031'.
001539     05 DL800-DIM-TAB REDEFINES DL800-DIM-VALUES.
001540        10 DL800-DIM PIC 99 OCCURS 12 TIMES.
001541     05 DL800-SD-DATE PIC 9(8) VALUE ZERO.
001542     05 DL800-SD-DATE-X REDEFINES DL800-SD-DATE.
001543        10 DL800-SD-YYYY PIC 9(4).
001544        10 DL800-SD-MM PIC 99.
001545        10 DL800-SD-DD PIC 99.
001546     05 DL800-SD-QUOT PIC 9(4) COMP VALUE ZERO.
001547     05 DL800-SD-REM PIC 9(4) COMP VALUE ZERO.
001548     05 DL800-SD-MDAYS PIC 99 VALUE ZERO.
001549     05 DL800-LEAP-SW PIC X VALUE 'N'.
001550        88 DL800-LEAP-YEAR            VALUE 'Y'.
001551
001552 01  STMT-HEAD-1.
001560     05 PIC X(1) VALUE SPACES.
001570     05 PIC X(36) VALUE 'PROJECT ACCOUNTING - BILLING SYSTEMS'.
001580     05 PIC X(12) VALUE SPACES.
001610 01  STMT-HEAD-2.
001620     05 PIC X(1) VALUE SPACES.
001630     05 PIC X(9) VALUE 'CLIENT:  '.
001640     05 STMT-OUT-CLIENT PIC X(30).
001650     05 PIC X(8) VALUE SPACES.
001660     05 PIC X(8) VALUE 'PERIOD '.
001670     05 STMT-OUT-PERIOD PIC 9(6).
001680     05 PIC X(11) VALUE '  ISSUED '.
001690     05 STMT-OUT-RUN-DATE PIC 9(8).
001691
001692*    Bill-to address lines - the payment terms print at the
001693*    right of the first, under the period.
001694 01  STMT-ADDR-LINE.
001695     05 PIC X(10) VALUE SPACES.
001696     05 STMT-OUT-ADDR PIC X(30).
001697     05 PIC X(8) VALUE SPACES.
001698     05 STMT-OUT-ADDR-LABEL PIC X(8).
001699     05 STMT-OUT-ADDR-VALUE PIC X(8).
001700
001701 01  DL800-TERMS-TEXT.
001702     05 PIC X(4) VALUE 'NET '.
001703     05 DL800-TERMS-DAYS PIC 99.
001704     05 PIC X(2) VALUE SPACES.
001705
001710 01  STMT-COL-1.
001720     05 PIC X(1) VALUE SPACES.
001730     05 PIC X(9) VALUE 'PROJECT'.
001740     05 PIC X(14) VALUE 'NAME'.
001750     05 PIC X(9) VALUE 'INVOICE'.
001760     05 PIC X(10) VALUE 'DATE'.
001764     05 PIC X(10) VALUE 'DUE DATE'.
001770     05 PIC X(14) VALUE '        AMOUNT'.
001772     05 PIC X(14) VALUE '           TAX'.
001773     05 PIC X(14) VALUE '      RETAINER'.
001774     05 PIC X(16) VALUE '       TOTAL DUE'.
001780
001790 01  STMT-CLOSE-1.
001800     05 PIC X(40) VALUE '- - - - - - - - - - - - - - - - - - - -'.
001810     05 PIC X(30) VALUE '- - - - - - - - - - - - - - -'.
001820
001830 01  STMT-DETAIL.
001840     05 PIC X(1) VALUE SPACES.
001900     05 PIC X(3) VALUE SPACES.
001910     05 STMT-OUT-INV-DATE PIC 9(8).
001920     05 PIC X(2) VALUE SPACES.
001923     05 STMT-OUT-DUE-DATE PIC 9(8).
001926     05 PIC X(2) VALUE SPACES.
001930     05 STMT-OUT-AMOUNT PIC $Z,ZZZ,ZZ9.99CR.
001932     05 STMT-OUT-TAX PIC $ZZZ,ZZ9.99CR BLANK WHEN ZERO.
001933     05 PIC X(1) VALUE SPACES.
001934     05 STMT-OUT-RET PIC $ZZZ,ZZ9.99CR BLANK WHEN ZERO.
001935     05 PIC X(1) VALUE SPACES.
001936     05 STMT-OUT-DUE PIC $Z,ZZZ,ZZ9.99CR.
001940
001950 01  STMT-FOOT-1.
001960     05 PIC X(32) VALUE SPACES.
001970     05 PIC X(16) VALUE 'CLIENT TOTAL'.
001980     05 STMT-OUT-TOT-CNT PIC ZZZZ9.
001990     05 PIC X(10) VALUE ' INVOICES '.
002420
002430     PERFORM 1100-LOAD-PROJMAST-RTN
002440         THRU 1100-LOAD-PROJMAST-EXIT.
002443     PERFORM 1150-LOAD-CLNTMAST-RTN
002446         THRU 1150-LOAD-CLNTMAST-EXIT.
002450
002460     OPEN INPUT INVREG-IN.
002470     IF DL800-INVREG-STATUS NOT EQUAL '00'
002890                 TO DL800-PROJMAST-PNAME (DL800-PROJMAST-IDX)
002900             MOVE PROJMAST-CLIENT-NAME
002910                 TO DL800-PROJMAST-CLIENT (DL800-PROJMAST-IDX)
002911             IF PROJMAST-CLIENT-NUM IS NUMERIC
002912                 MOVE PROJMAST-CLIENT-NUM
002913                     TO DL800-PROJMAST-CLNUM (DL800-PROJMAST-IDX)
002914             ELSE
002915                 MOVE ZERO
002916                     TO DL800-PROJMAST-CLNUM (DL800-PROJMAST-IDX)
002917             END-IF
002920         ELSE
002930             DISPLAY 'PROJMAST-IN: PROJECT MASTER TABLE FULL AT'
002940                 ' 100 - PROJECT ' PROJMAST-PROJ-NUM ' IGNORED'
002950         END-IF
002960     END-IF.
002970 1110-READ-PROJMAST-EXIT.
002971     EXIT.
002972
002973******************************************************************
002974* 1150-LOAD-CLNTMAST-RTN
002975* Loads the legal name, bill-to address and net terms per
002976* client. The master is optional - without it every statement
002977* goes to the project master's client name with no address.
002978******************************************************************
002979 1150-LOAD-CLNTMAST-RTN.
002980     OPEN INPUT CLNTMAST-IN.
002981     IF DL800-CLNTMAST-STATUS EQUAL '00'
002982         PERFORM 1160-READ-CLNTMAST-RTN
002983             THRU 1160-READ-CLNTMAST-EXIT
002984             UNTIL DL800-CLNTMAST-STATUS NOT EQUAL '00'
002985         CLOSE CLNTMAST-IN
002986     END-IF.
002987 1150-LOAD-CLNTMAST-EXIT.
002988     EXIT.
002989
002990 1160-READ-CLNTMAST-RTN.
002991     READ CLNTMAST-IN.
002992     IF DL800-CLNTMAST-STATUS EQUAL '00'
002993         IF DL800-CLNT-CNT < 500
002994             ADD 1 TO DL800-CLNT-CNT
002995             SET DL800-CLNT-IDX TO DL800-CLNT-CNT
002996             MOVE CLNTMAST-CLIENT-NUM
002997                 TO DL800-CLNT-NUM (DL800-CLNT-IDX)
002998             MOVE CLNTMAST-LEGAL-NAME
002999                 TO DL800-CLNT-LEGAL-NAME (DL800-CLNT-IDX)
003000             MOVE CLNTMAST-ADDR-1
003001                 TO DL800-CLNT-ADDR-1 (DL800-CLNT-IDX)
003002             MOVE CLNTMAST-ADDR-2
003003                 TO DL800-CLNT-ADDR-2 (DL800-CLNT-IDX)
003004             MOVE CLNTMAST-ADDR-3
003005                 TO DL800-CLNT-ADDR-3 (DL800-CLNT-IDX)
003006             MOVE CLNTMAST-TERMS
003007                 TO DL800-CLNT-TERMS (DL800-CLNT-IDX)
003008         ELSE
003009             DISPLAY 'CLNTMAST-IN: CLIENT MASTER TABLE FULL AT'
003010                 ' 500 - CLIENT ' CLNTMAST-CLIENT-NUM ' IGNORED'
003011         END-IF
003012     END-IF.
003013 1160-READ-CLNTMAST-EXIT.
003014     EXIT.
003015
003016******************************************************************
003017* 2000-READ-INVREG-RTN
003020* Reads one register row and, when its invoice date falls in
003030* the statement period, pulls it into the period invoice table
003040* and its client's rollup row.
003257     ELSE
003258         MOVE ZERO TO DL800-INV-TAX (DL800-INV-IDX)
003259     END-IF.
003260*    Rows from before the retainer field read it as spaces -
003261*    nothing applied.
003262     IF INVREG-RET-AMT IS NUMERIC
003263         MOVE INVREG-RET-AMT TO DL800-INV-RET (DL800-INV-IDX)
003264     ELSE
003265         MOVE ZERO TO DL800-INV-RET (DL800-INV-IDX)
003266     END-IF.
003267     MOVE INVREG-PROJ-NUM TO DL800-SRCH-PROJ-NUM.
003270     PERFORM 2100-FIND-CLIENT-RTN
003280         THRU 2100-FIND-CLIENT-EXIT.
003290     MOVE DL800-CLIENT-WORK TO DL800-INV-CLIENT (DL800-INV-IDX).
003291     MOVE DL800-CLNUM-WORK TO DL800-INV-CLNUM (DL800-INV-IDX).
003292*    Rows from before the due date was kept take the invoice
003293*    date plus the client's terms.
003294     IF INVREG-DUE-DATE IS NUMERIC
003295        AND INVREG-DUE-DATE GREATER THAN ZERO
003296         MOVE INVREG-DUE-DATE
003297             TO DL800-INV-DUE-DATE (DL800-INV-IDX)
003298     ELSE
003299         PERFORM 2930-CALC-DUE-DATE-RTN
003300             THRU 2930-CALC-DUE-DATE-EXIT
003301     END-IF.
003302     PERFORM 2200-FIND-CLIENT-ROW-RTN
003310         THRU 2200-FIND-CLIENT-ROW-EXIT.
003320     IF DL800-NOT-FOUND
003330         GO TO 2000-READ-INVREG-EXIT
003350     SET DL800-CLIENT-IDX TO DL800-CLIENT-FOUND-IDX.
003360     ADD 1 TO DL800-CLIENT-INV-CNT (DL800-CLIENT-IDX).
003362*    The client total is what the client owes - charges plus
003364*    the tax, less any retainer the invoice applied.
003370     ADD INVREG-AMOUNT TO DL800-CLIENT-AMOUNT (DL800-CLIENT-IDX).
003372     ADD DL800-INV-TAX (DL800-INV-IDX)
003374         TO DL800-CLIENT-AMOUNT (DL800-CLIENT-IDX).
003375     SUBTRACT DL800-INV-RET (DL800-INV-IDX)
003376         FROM DL800-CLIENT-AMOUNT (DL800-CLIENT-IDX).
003380     ADD 1 TO DL800-PERIOD-INV-CNT.
003390     ADD INVREG-AMOUNT TO DL800-PERIOD-TOTAL.
003392     ADD DL800-INV-TAX (DL800-INV-IDX) TO DL800-PERIOD-TOTAL.
003394     SUBTRACT DL800-INV-RET (DL800-INV-IDX)
003396         FROM DL800-PERIOD-TOTAL.
003400 2000-READ-INVREG-EXIT.
003410     EXIT.
003420
003440* 2100-FIND-CLIENT-RTN
003450* Resolves DL800-SRCH-PROJ-NUM to its client name from the
003460* project master table, or 'CLIENT UNKNOWN' when the project is
003470* not on the master. A project pointing to a client on the
003473* client master takes the client's legal name and net terms;
003476* otherwise the client number stays zero on net 30.
003480******************************************************************
003490 2100-FIND-CLIENT-RTN.
003500     MOVE 'CLIENT UNKNOWN' TO DL800-CLIENT-WORK.
003502     MOVE ZERO TO DL800-CLNUM-WORK.
003504     MOVE ZERO TO DL800-CLNT-FOUND-IDX.
003506     MOVE DL800-DFLT-TERMS TO DL800-TERMS-WORK.
003510     MOVE 'N' TO DL800-FOUND-SW.
003520     PERFORM 2110-TEST-CLIENT-RTN
003530         THRU 2110-TEST-CLIENT-EXIT
003540         VARYING DL800-PROJMAST-IDX FROM 1 BY 1
003550         UNTIL DL800-PROJMAST-IDX > DL800-PROJMAST-CNT
003560            OR DL800-FOUND.
003561     IF DL800-CLNUM-WORK EQUAL ZERO
003562         GO TO 2100-FIND-CLIENT-EXIT
003563     END-IF.
003564     MOVE 'N' TO DL800-FOUND-SW.
003565     PERFORM 2120-TEST-CLNT-RTN
003566         THRU 2120-TEST-CLNT-EXIT
003567         VARYING DL800-CLNT-IDX FROM 1 BY 1
003568         UNTIL DL800-CLNT-IDX > DL800-CLNT-CNT
003569            OR DL800-FOUND.
003570*    A client number not on the master statements as no client.
003571     IF DL800-NOT-FOUND
003572         MOVE ZERO TO DL800-CLNUM-WORK
003573     END-IF.
003574 2100-FIND-CLIENT-EXIT.
003580     EXIT.
003590
003600 2110-TEST-CLIENT-RTN.
003620            EQUAL DL800-SRCH-PROJ-NUM
003630         MOVE DL800-PROJMAST-CLIENT (DL800-PROJMAST-IDX)
003640             TO DL800-CLIENT-WORK
003643         MOVE DL800-PROJMAST-CLNUM (DL800-PROJMAST-IDX)
003646             TO DL800-CLNUM-WORK
003650         MOVE 'Y' TO DL800-FOUND-SW
003660     END-IF.
003670 2110-TEST-CLIENT-EXIT.
003671     EXIT.
003672
003673 2120-TEST-CLNT-RTN.
003674     IF DL800-CLNT-NUM (DL800-CLNT-IDX) EQUAL DL800-CLNUM-WORK
003675         MOVE DL800-CLNT-LEGAL-NAME (DL800-CLNT-IDX)
003676             TO DL800-CLIENT-WORK
003677         IF DL800-CLNT-TERMS (DL800-CLNT-IDX) EQUAL 15
003678            OR DL800-CLNT-TERMS (DL800-CLNT-IDX) EQUAL 30
003679            OR DL800-CLNT-TERMS (DL800-CLNT-IDX) EQUAL 45
003680             MOVE DL800-CLNT-TERMS (DL800-CLNT-IDX)
003681                 TO DL800-TERMS-WORK
003682         END-IF
003683         SET DL800-CLNT-FOUND-IDX TO DL800-CLNT-IDX
003684         MOVE 'Y' TO DL800-FOUND-SW
003685     END-IF.
003686 2120-TEST-CLNT-EXIT.
003687     EXIT.
003690
003700******************************************************************
003710* 2200-FIND-CLIENT-ROW-RTN
003870             MOVE DL800-CLIENT-CNT TO DL800-CLIENT-FOUND-IDX
003880             MOVE DL800-CLIENT-WORK
003890                 TO DL800-CLIENT-NAME (DL800-CLIENT-IDX)
003891             MOVE DL800-CLNUM-WORK
003892                 TO DL800-CLIENT-CLNUM (DL800-CLIENT-IDX)
003893             MOVE DL800-CLNT-FOUND-IDX
003894                 TO DL800-CLIENT-CLNT-IDX (DL800-CLIENT-IDX)
003895             MOVE DL800-TERMS-WORK
003896                 TO DL800-CLIENT-TERMS (DL800-CLIENT-IDX)
003900             MOVE ZERO
003910                 TO DL800-CLIENT-INV-CNT (DL800-CLIENT-IDX)
003920             MOVE ZERO
004040 2210-TEST-CLIENT-ROW-RTN.
004050     IF DL800-CLIENT-NAME (DL800-CLIENT-IDX)
004060            EQUAL DL800-CLIENT-WORK
004063        AND DL800-CLIENT-CLNUM (DL800-CLIENT-IDX)
004066            EQUAL DL800-CLNUM-WORK
004070         MOVE 'Y' TO DL800-FOUND-SW
004080         MOVE DL800-CLIENT-IDX TO DL800-CLIENT-FOUND-IDX
004090     END-IF.
004100 2210-TEST-CLIENT-ROW-EXIT.
004110     EXIT.
004120
004121******************************************************************
004122* 2920-CHECK-LEAP-RTN
004123* Sets DL800-LEAP-SW for the year in DL800-SD-YYYY.
004124******************************************************************
004125 2920-CHECK-LEAP-RTN.
004126     MOVE 'N' TO DL800-LEAP-SW.
004127     DIVIDE DL800-SD-YYYY BY 4
004128         GIVING DL800-SD-QUOT REMAINDER DL800-SD-REM.
004129     IF DL800-SD-REM EQUAL ZERO
004130         MOVE 'Y' TO DL800-LEAP-SW
004131         DIVIDE DL800-SD-YYYY BY 100
004132             GIVING DL800-SD-QUOT REMAINDER DL800-SD-REM
004133         IF DL800-SD-REM EQUAL ZERO
004134             MOVE 'N' TO DL800-LEAP-SW
004135             DIVIDE DL800-SD-YYYY BY 400
004136                 GIVING DL800-SD-QUOT REMAINDER DL800-SD-REM
004137             IF DL800-SD-REM EQUAL ZERO
004138                 MOVE 'Y' TO DL800-LEAP-SW
004139             END-IF
004140         END-IF
004141     END-IF.
004142 2920-CHECK-LEAP-EXIT.
004143     EXIT.
004144
004145******************************************************************
004146* 2930-CALC-DUE-DATE-RTN
004147* Fills in the due date on a register row that came without
004148* one - the invoice date plus DL800-TERMS-WORK days, a day at
004149* a time so month and year ends roll over correctly.
004150******************************************************************
004151 2930-CALC-DUE-DATE-RTN.
004152     MOVE DL800-INV-DATE (DL800-INV-IDX) TO DL800-SD-DATE.
004153     PERFORM 2935-ADD-ONE-DAY-RTN
004154         THRU 2935-ADD-ONE-DAY-EXIT
004155         DL800-TERMS-WORK TIMES.
004156     MOVE DL800-SD-DATE TO DL800-INV-DUE-DATE (DL800-INV-IDX).
004157 2930-CALC-DUE-DATE-EXIT.
004158     EXIT.
004159
004160 2935-ADD-ONE-DAY-RTN.
004161     MOVE DL800-DIM (DL800-SD-MM) TO DL800-SD-MDAYS.
004162     IF DL800-SD-MM EQUAL 2
004163         PERFORM 2920-CHECK-LEAP-RTN
004164             THRU 2920-CHECK-LEAP-EXIT
004165         IF DL800-LEAP-YEAR
004166             ADD 1 TO DL800-SD-MDAYS
004167         END-IF
004168     END-IF.
004169     IF DL800-SD-DD < DL800-SD-MDAYS
004170         ADD 1 TO DL800-SD-DD
004171         GO TO 2935-ADD-ONE-DAY-EXIT
004172     END-IF.
004173     MOVE 1 TO DL800-SD-DD.
004174     IF DL800-SD-MM < 12
004175         ADD 1 TO DL800-SD-MM
004176         GO TO 2935-ADD-ONE-DAY-EXIT
004177     END-IF.
004178     MOVE 1 TO DL800-SD-MM.
004179     ADD 1 TO DL800-SD-YYYY.
004180 2935-ADD-ONE-DAY-EXIT.
004181     EXIT.
004182
004183******************************************************************
004184* 8000-TERMINATE-RTN
004185* Prints one statement per client, writes the statement
004186* register rows, and closes out with the period figures on the
004187* console so the run can be eyeballed against the register.
004188******************************************************************
004190 8000-TERMINATE-RTN.
004200     PERFORM 8100-PRINT-ONE-STMT-RTN
004210         THRU 8100-PRINT-ONE-STMT-EXIT
004450           AFTER ADVANCING PAGE.
004460     WRITE STMT-REC-OUT FROM STMT-HEAD-2
004470           AFTER ADVANCING 1 LINE.
004473     PERFORM 8150-PRINT-BILL-TO-RTN
004476         THRU 8150-PRINT-BILL-TO-EXIT.
004480     WRITE STMT-REC-OUT FROM STMT-COL-1
004490           AFTER ADVANCING 2 LINES.
004500     WRITE STMT-REC-OUT FROM STMT-CLOSE-1
004700         TO STMTREG-INV-CNT.
004710     MOVE DL800-CLIENT-AMOUNT (DL800-CLIENT-IDX)
004720         TO STMTREG-AMOUNT.
004723     MOVE DL800-CLIENT-CLNUM (DL800-CLIENT-IDX)
004726         TO STMTREG-CLIENT-NUM.
004730     WRITE STMTREG-REC-OUT.
004740     ADD 1 TO DL800-STMT-CNT.
004750 8100-PRINT-ONE-STMT-EXIT.
004751     EXIT.
004752
004753******************************************************************
004754* 8150-PRINT-BILL-TO-RTN
004755* Prints the client's bill-to address under the client name,
004756* with the payment terms at the right of the first line. A
004757* client not on the client master prints its terms alone.
004758******************************************************************
004759 8150-PRINT-BILL-TO-RTN.
004760     MOVE DL800-CLIENT-TERMS (DL800-CLIENT-IDX)
004761         TO DL800-TERMS-DAYS.
004762     MOVE 'TERMS' TO STMT-OUT-ADDR-LABEL.
004763     MOVE DL800-TERMS-TEXT TO STMT-OUT-ADDR-VALUE.
004764     MOVE SPACES TO STMT-OUT-ADDR.
004765     MOVE DL800-CLIENT-CLNT-IDX (DL800-CLIENT-IDX)
004766         TO DL800-CLNT-FOUND-IDX.
004767     IF DL800-CLNT-FOUND-IDX EQUAL ZERO
004768         WRITE STMT-REC-OUT FROM STMT-ADDR-LINE
004769               AFTER ADVANCING 1 LINE
004770         GO TO 8150-PRINT-BILL-TO-EXIT
004771     END-IF.
004772     MOVE DL800-CLNT-ADDR-1 (DL800-CLNT-FOUND-IDX)
004773         TO STMT-OUT-ADDR.
004774     WRITE STMT-REC-OUT FROM STMT-ADDR-LINE
004775           AFTER ADVANCING 1 LINE.
004776     MOVE SPACES TO STMT-OUT-ADDR-LABEL.
004777     MOVE SPACES TO STMT-OUT-ADDR-VALUE.
004778     IF DL800-CLNT-ADDR-2 (DL800-CLNT-FOUND-IDX) NOT EQUAL SPACES
004779         MOVE DL800-CLNT-ADDR-2 (DL800-CLNT-FOUND-IDX)
004780             TO STMT-OUT-ADDR
004781         WRITE STMT-REC-OUT FROM STMT-ADDR-LINE
004782               AFTER ADVANCING 1 LINE
004783     END-IF.
004784     IF DL800-CLNT-ADDR-3 (DL800-CLNT-FOUND-IDX) NOT EQUAL SPACES
004785         MOVE DL800-CLNT-ADDR-3 (DL800-CLNT-FOUND-IDX)
004786             TO STMT-OUT-ADDR
004787         WRITE STMT-REC-OUT FROM STMT-ADDR-LINE
004788               AFTER ADVANCING 1 LINE
004789     END-IF.
004790 8150-PRINT-BILL-TO-EXIT.
004791     EXIT.
004792
004793******************************************************************
004794* 8200-PRINT-ONE-PROJ-RTN
004800* Prints the statement lines for one project number - every
004810* period invoice belonging to the client section being printed
004820* and this project, in register order.
004970            DL800-CLIENT-NAME (DL800-CLIENT-IDX)
004980         GO TO 8210-PRINT-ONE-INV-EXIT
004990     END-IF.
004991     IF DL800-INV-CLNUM (DL800-INV-IDX) NOT EQUAL
004992            DL800-CLIENT-CLNUM (DL800-CLIENT-IDX)
004993         GO TO 8210-PRINT-ONE-INV-EXIT
004994     END-IF.
005000     MOVE DL800-INV-PROJ (DL800-INV-IDX) TO STMT-OUT-PROJ-NUM.
005010     MOVE DL800-INV-PROJ (DL800-INV-IDX)
005020         TO DL800-SRCH-PROJ-NUM.
005040         THRU 8220-FIND-PROJ-NAME-EXIT.
005050     MOVE DL800-INV-NUM (DL800-INV-IDX) TO STMT-OUT-INV-NUM.
005060     MOVE DL800-INV-DATE (DL800-INV-IDX) TO STMT-OUT-INV-DATE.
005064     MOVE DL800-INV-DUE-DATE (DL800-INV-IDX) TO STMT-OUT-DUE-DATE.
005070     MOVE DL800-INV-AMOUNT (DL800-INV-IDX) TO STMT-OUT-AMOUNT.
005072     MOVE DL800-INV-TAX (DL800-INV-IDX) TO STMT-OUT-TAX.
005073     MOVE DL800-INV-RET (DL800-INV-IDX) TO STMT-OUT-RET.
005074     ADD DL800-INV-AMOUNT (DL800-INV-IDX)
005075         DL800-INV-TAX (DL800-INV-IDX)
005076         GIVING DL800-DUE-WORK.
005077     SUBTRACT DL800-INV-RET (DL800-INV-IDX) FROM DL800-DUE-WORK.
005078     MOVE DL800-DUE-WORK TO STMT-OUT-DUE.
005080     WRITE STMT-REC-OUT FROM STMT-DETAIL
005090           AFTER ADVANCING 1 LINE.
005100 8210-PRINT-ONE-INV-EXIT.
005360 8230-TEST-PROJ-NAME-EXIT.
005370     EXIT.
005380
005443******************************************************************
005444* 8900-WRITE-RUNLOG-RTN
005445* Appends this run's completion line to the permanent run-control
005446* log, the way every program in the suite does.
005447******************************************************************
005448 8900-WRITE-RUNLOG-RTN.
005450     ACCEPT DL800-END-TIME FROM TIME.
005460     OPEN EXTEND RUNLOG-OUT.
005470     IF DL800-RUNLOG-STATUS NOT EQUAL '00'
