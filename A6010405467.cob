000060* Purpose:    Apply the daily cash-receipts file against the
000070*             invoice register, maintain the open-invoice file,
000080*             and print the AR aging report bucketed 0-30/31-60/
000090*             61-90/over-90 days past due, broken by client.
000100* Tectonics: cobc
000110******************************************************************
000120* Modification History
000254*                the way every program in the suite now does -
000255*                the run date, start and end times and the
000256*                program id at bytes 90-100 of the line.
000257* 10/15/2026 DL  Age by days past due instead of days since the
000258*                invoice date. Each open item now carries its
000259*                due date - off the invoice register when B
000260*                wrote one, otherwise the invoice date plus the
000261*                client's net terms from the new client master
000262*                (net 30 when the project has no client) - and
000263*                the open-invoice file keeps it. Invoices not
000264*                yet due age as current. The aging breaks by
000265*                the client's legal name where the project
000266*                points to a client on the master.
000267* 10/15/2026 DL  Send the GL the other side of every receivable.
000268*                Each applied receipt now posts a cash debit and a
000269*                receivable credit (the receivable account off the
000270*                account map B uses) to a dated AR posting file in
000271*                the billing GL layout, released only when it ties
000272*                to the receipts applied. A new write-off file
000273*                closes short-paid or uncollectable items to bad
000274*                debt; one over the approval limit goes to its
000275*                own exception listing instead. The open-invoice
000276*                file keeps the amount written off.
000278* 10/15/2026 DL  Refuse a run dated in a year the year-end close
000279*                has closed on the run-control log - no receipt
000280*                or write-off may post into a closed year.
000281* 10/15/2026 DL  Roll a register invoice onto the open file at
000282*                only what is still owed - the total due less any
000283*                client retainer B6010405467 applied to it. An
000284*                invoice the retainer settled in full rolls on
000285*                already closed.
000286* 10/15/2026 DL  Refuse a second run under a run date whose AR
000287*                posting file already holds records, before
000288*                anything is rewritten - it would replace the
000289*                first run's GL pairs. A posting held back out of
000290*                balance now leaves the open-invoice file as it
000291*                was and ends the run RC 8, not balanced on the
000292*                run-control log, so the day's receipts and
000293*                write-offs apply again on the corrected rerun.
000294******************************************************************
000295 IDENTIFICATION DIVISION.
000296 PROGRAM-ID. A6010405467.
000297 AUTHOR. D. LAURENT.
000298 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000300 DATE-WRITTEN. 09/02/2026.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS DL500-PROJMAST-STATUS.
000520
000521     SELECT CLNTMAST-IN ASSIGN TO 'C:\ClientMaster.txt'
000522            ORGANIZATION IS LINE SEQUENTIAL
000523            FILE STATUS IS DL500-CLNTMAST-STATUS.
000524
000525     SELECT ACCTMAP-IN ASSIGN TO 'C:\AcctMap.txt'
000526            ORGANIZATION IS LINE SEQUENTIAL
000527            FILE STATUS IS DL500-ACCTMAP-STATUS.
000528
000529     SELECT WRITEOFF-IN
000530            ASSIGN TO 'C:\6010405467-WRITEOFF.txt'
000531            ORGANIZATION IS LINE SEQUENTIAL
000532            FILE STATUS IS DL500-WRITEOFF-STATUS.
000533
000534     SELECT RCPTEXC-OUT ASSIGN DYNAMIC DL500-RCPTEXC-NAME
000540            ORGANIZATION IS LINE SEQUENTIAL.
000550
000560     SELECT ARAGING-OUT ASSIGN DYNAMIC DL500-ARAGING-NAME
000570            ORGANIZATION IS LINE SEQUENTIAL.
000580
000581     SELECT WOFFEXC-OUT ASSIGN DYNAMIC DL500-WOFFEXC-NAME
000582            ORGANIZATION IS LINE SEQUENTIAL.
000583
000584     SELECT ARPOST-FILE ASSIGN DYNAMIC DL500-ARPOST-NAME
000585            ORGANIZATION IS LINE SEQUENTIAL
000586            FILE STATUS IS DL500-ARPOST-STATUS.
000587
000588     SELECT RUNLOG-OUT
000589            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000590            ORGANIZATION IS LINE SEQUENTIAL
000591            FILE STATUS IS DL500-RUNLOG-STATUS.
000592
000593     SELECT RUNLOG-IN
000594            ASSIGN TO 'C:\6010405467-RUNLOG.txt'
000595            ORGANIZATION IS LINE SEQUENTIAL
000596            FILE STATUS IS DL500-RUNLOG-IN-STATUS.
000597
000598 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620* Daily cash receipts - one record per payment received, keyed
000832*    Sales tax on the invoice - spaces on rows from before the
000834*    field existed, read as zero.
000836     05 INVREG-TAX PIC S9(7)V99.
000837*    Payment due date - spaces on rows from before the field,
000838*    worked out from the client's terms instead.
000839     05 INVREG-DUE-DATE PIC 9(8).
000840*    Retainer applied against the invoice - spaces on rows
000841*    from before the field, read as zero.
000842     05 INVREG-RET-AMT PIC S9(7)V99.
000843
000850*----------------------------------------------------------------
000860* Open-invoice file - one row per invoice ever issued, carrying
000870* what has been paid against it and whether it is still open
000970     05 OPENINV-AMOUNT PIC S9(7)V99.
000980     05 OPENINV-PAID PIC S9(7)V99.
000990     05 OPENINV-STATUS PIC X.
000991*    Payment due date the item ages from - spaces on rows from
000992*    before the field, filled in from the client's terms on
000993*    the next run.
000994     05 OPENINV-DUE-DATE PIC 9(8).
000995*    Amount written off to bad debt when the item was closed by a
000996*    write-off - spaces on rows from before the field, read as
000997*    zero.
000998     05 OPENINV-WOFF-AMT PIC S9(7)V99.
001000
001010*----------------------------------------------------------------
001020* Project master - supplies the client name each open invoice
001090     05 PROJMAST-PROJ-NAME PIC A(12).
001100     05 PROJMAST-CLIENT-NAME PIC A(22).
001110     05 PROJMAST-STATUS PIC X.
001111     05 PROJMAST-BILL-ARR PIC X.
001112     05 PROJMAST-ARR-AMT PIC 9(7)V99.
001113     05 PROJMAST-CLIENT-NUM PIC 9(5).
001114
001115*----------------------------------------------------------------
001116* Client master, as kept by K6010405467 - the legal name and the
001117* payment terms (net days) per client number. Optional - an item
001118* whose client is not on it ages under the project master's
001119* client name on net 30 terms.
001120*----------------------------------------------------------------
001121 FD  CLNTMAST-IN.
001122 01  CLNTMAST-REC-IN.
001123     05 CLNTMAST-CLIENT-NUM PIC 9(5).
001124     05 CLNTMAST-LEGAL-NAME PIC X(30).
001125     05 CLNTMAST-ADDR-1 PIC X(30).
001126     05 CLNTMAST-ADDR-2 PIC X(30).
001127     05 CLNTMAST-ADDR-3 PIC X(30).
001128     05 CLNTMAST-TERMS PIC 99.
001129     05 CLNTMAST-STATUS PIC X.
001130
001131*----------------------------------------------------------------
001132* Account map, shared with B6010405467 - the receivable account
001133* (the debit side of the billing posting) per PROJ_NUM. Optional -
001134* an unmapped project credits the default receivable account.
001135*----------------------------------------------------------------
001136 FD  ACCTMAP-IN.
001137 01  ACCTMAP-REC-IN.
001138     05 ACCTMAP-PROJ-NUM PIC 99.
001139     05 ACCTMAP-DR-ACCT PIC X(10).
001140     05 ACCTMAP-CR-ACCT PIC X(10).
001141
001142*----------------------------------------------------------------
001143* Write-off transactions - one record per open item to be closed
001144* to bad debt, for the balance left after a small short-pay or on
001145* an invoice judged uncollectable. The whole open balance is
001146* written off. A balance over the approval limit is not posted
001147* from here. Optional.
001148*----------------------------------------------------------------
001149 FD  WRITEOFF-IN.
001150 01  WRITEOFF-REC-IN.
001151     05 WOFF-DATE PIC 9(8).
001152     05 WOFF-INV-NUM PIC 9(6).
001154     05 WOFF-REASON PIC X(30).
001155
001156*----------------------------------------------------------------
001157* Receipt exception listing - a receipt that cannot be applied
001158* (unknown invoice, invoice already closed, receipt larger than
001160* the open balance, or unreadable fields) lands here.
001170*----------------------------------------------------------------
001180 FD  RCPTEXC-OUT.
001190 01  RCPTEXC-REC-OUT PIC X(100).
001191
001192*----------------------------------------------------------------
001193* Write-off exception listing - a write-off that cannot be posted
001194* (unknown or closed invoice, unreadable fields, or a balance over
001195* the approval limit) lands here.
001196*----------------------------------------------------------------
001197 FD  WOFFEXC-OUT.
001198 01  WOFFEXC-REC-OUT PIC X(100).
001199
001200*----------------------------------------------------------------
001201* AR GL posting interface file - same layout as the billing GL
001202* file B6010405467 releases: a cash (or bad-debt) debit and a
001203* receivable credit per receipt applied (or item written off),
001204* then a trailer with the record count and amount hash total.
001205*----------------------------------------------------------------
001206 FD  ARPOST-FILE.
001207 01  ARPOST-REC-OUT.
001208     05 ARPOST-REC-TYPE PIC X.
001209     05 ARPOST-DATE PIC 9(8).
001210     05 ARPOST-ACCT PIC X(10).
001211     05 ARPOST-PROJ-NUM PIC 99.
001212     05 ARPOST-DR-AMT PIC S9(7)V99.
001213     05 ARPOST-CR-AMT PIC S9(7)V99.
001214 01  ARPOST-TRL-REC.
001215     05 ARPOST-TRL-TYPE PIC X.
001216     05 ARPOST-TRL-DATE PIC 9(8).
001217     05 ARPOST-TRL-COUNT PIC 9(7).
001218     05 ARPOST-TRL-HASH PIC S9(11)V99.
001219
001220*----------------------------------------------------------------
001221* AR aging report - every invoice still carrying an open
001230* balance, bucketed by age and broken by client.
001240*----------------------------------------------------------------
001250 FD  ARAGING-OUT.
001275 FD  RUNLOG-OUT.
001276 01  RUNLOG-REC-OUT PIC X(132).
001277
001278*----------------------------------------------------------------
001279* The same run-control log read back at start-up for the year-end
001280* close lines - a balanced Y6010405467 line carries the year it
001281* closed at bytes 36-39.
001282*----------------------------------------------------------------
001283 FD  RUNLOG-IN.
001284 01  RUNLOG-REC-IN.
001285     05 RUNLOG-IN-DATE PIC X(8).
001286     05 PIC X(27).
001287     05 RUNLOG-IN-CLOSE-YEAR PIC X(4).
001288     05 PIC X(48).
001289     05 RUNLOG-IN-FLAG PIC X.
001290     05 PIC X(1).
001291     05 RUNLOG-IN-PROG PIC X(11).
001292
001293 WORKING-STORAGE SECTION.
001294 01  DL500-WORK-AREAS.
001300     05 DL500-CASHRCPT-STATUS PIC XX VALUE SPACES.
001310     05 DL500-INVREG-STATUS PIC XX VALUE SPACES.
001320     05 DL500-OPENINV-STATUS PIC XX VALUE SPACES.
001330     05 DL500-PROJMAST-STATUS PIC XX VALUE SPACES.
001332     05 DL500-CLNTMAST-STATUS PIC XX VALUE SPACES.
001334     05 DL500-ACCTMAP-STATUS PIC XX VALUE SPACES.
001336     05 DL500-WRITEOFF-STATUS PIC XX VALUE SPACES.
001338     05 DL500-ARPOST-STATUS PIC XX VALUE SPACES.
001340     05 DL500-RCPTEXC-NAME PIC X(40) VALUE SPACES.
001350     05 DL500-ARAGING-NAME PIC X(40) VALUE SPACES.
001353     05 DL500-WOFFEXC-NAME PIC X(40) VALUE SPACES.
001356     05 DL500-ARPOST-NAME PIC X(40) VALUE SPACES.
001360     05 DL500-ARE-MORE-REC PIC AAA VALUE 'YES'.
001370     05 DL500-FOUND-SW PIC X VALUE 'N'.
001380        88 DL500-FOUND                VALUE 'Y'.
001410     05 DL500-PARM-DATE PIC X(8) VALUE SPACES.
001420     05 DL500-RUN-DATE-8 PIC 9(8) VALUE ZERO.
001430     05 DL500-SRCH-INV-NUM PIC 9(6) VALUE ZERO.
001440     05 DL500-CLIENT-WORK PIC X(30) VALUE SPACES.
001442     05 DL500-TERMS-WORK PIC 99 VALUE ZERO.
001444     05 DL500-DFLT-TERMS PIC 99 VALUE 30.
001446     05 DL500-SRCH-CLNUM PIC 9(5) VALUE ZERO.
001450     05 DL500-OPEN-BAL PIC S9(7)V99 VALUE ZERO.
001452     05 DL500-DUE-WORK PIC S9(7)V99 VALUE ZERO.
001460     05 DL500-AGE-DAYS PIC S9(5) VALUE ZERO.
001520     05 DL500-RCPT-EXC-CNT PIC 9(5) COMP VALUE ZERO.
001530     05 DL500-INV-CLOSED-CNT PIC 9(5) COMP VALUE ZERO.
001540     05 DL500-INV-ROLLED-CNT PIC 9(5) COMP VALUE ZERO.
001542     05 DL500-WOFF-READ-CNT PIC 9(5) COMP VALUE ZERO.
001544     05 DL500-WOFF-POSTED-CNT PIC 9(5) COMP VALUE ZERO.
001546     05 DL500-WOFF-EXC-CNT PIC 9(5) COMP VALUE ZERO.
001550
001560*----------------------------------------------------------------
001570* Open-invoice table - the open-invoice file loaded at start-up
001680        10 DL500-OINV-AMOUNT PIC S9(7)V99.
001690        10 DL500-OINV-PAID PIC S9(7)V99.
001700        10 DL500-OINV-STAT PIC X.
001710        10 DL500-OINV-CLIENT PIC X(30).
001713        10 DL500-OINV-DUE-DATE PIC 9(8).
001716        10 DL500-OINV-WOFF PIC S9(7)V99.
001720     05 DL500-OINV-CNT PIC 9(4) COMP VALUE ZERO.
001730     05 DL500-OINV-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
001740
001750*----------------------------------------------------------------
001760* Project master table - client name and client number per
001764* PROJ_NUM.
001770*----------------------------------------------------------------
001780 01  DL500-PROJMAST-AREAS.
001790     05 DL500-PROJMAST-TAB OCCURS 100 TIMES
001800                            INDEXED BY DL500-PROJMAST-IDX.
001810        10 DL500-PROJMAST-PROJ PIC 99.
001820        10 DL500-PROJMAST-CLIENT PIC X(22).
001824        10 DL500-PROJMAST-CLNUM PIC 9(5).
001830     05 DL500-PROJMAST-CNT PIC 999 COMP VALUE ZERO.
001840     05 DL500-SRCH-PROJ-NUM PIC 99 VALUE ZERO.
001841
001842*----------------------------------------------------------------
001843* Client master table - legal name and net terms per client.
001844*----------------------------------------------------------------
001845 01  DL500-CLNTMAST-AREAS.
001846     05 DL500-CLNT-TAB OCCURS 500 TIMES
001847                        INDEXED BY DL500-CLNT-IDX.
001848        10 DL500-CLNT-NUM PIC 9(5).
001849        10 DL500-CLNT-LEGAL-NAME PIC X(30).
001850        10 DL500-CLNT-TERMS PIC 99.
001851     05 DL500-CLNT-CNT PIC 999 COMP VALUE ZERO.
001852*----------------------------------------------------------------
001853* AR GL posting areas - the account map table, the cash and bad-
001854* debt accounts, and the posting pairs held until end of run. The
001855* pairs are released only if their total ties to the receipts
001856* applied plus the balances written off, counted separately.
001857* Only write-offs up to DL500-WOFF-LIMIT post here.
001858*----------------------------------------------------------------
001859 01  DL500-GL-AREAS.
001860     05 DL500-ACCTMAP-TAB OCCURS 100 TIMES
001861                          INDEXED BY DL500-ACCTMAP-IDX.
001862        10 DL500-ACCTMAP-PROJ PIC 99.
001863        10 DL500-ACCTMAP-DR PIC X(10).
001864     05 DL500-ACCTMAP-CNT PIC 999 COMP VALUE ZERO.
001865     05 DL500-ACCTMAP-FOUND-IDX PIC 999 COMP VALUE ZERO.
001866     05 DL500-GL-DFLT-AR PIC X(10) VALUE '1110000000'.
001867     05 DL500-GL-CASH-ACCT PIC X(10) VALUE '1010000000'.
001868     05 DL500-GL-BADDEBT-ACCT PIC X(10) VALUE '6150000000'.
001869     05 DL500-WOFF-LIMIT PIC 9(7)V99 VALUE 100.00.
001870     05 DL500-GL-TAB OCCURS 2000 TIMES
001871                     INDEXED BY DL500-GL-IDX.
001872        10 DL500-GL-PROJ PIC 99.
001873        10 DL500-GL-DR-ACCT PIC X(10).
001874        10 DL500-GL-CR-ACCT PIC X(10).
001875        10 DL500-GL-AMT PIC S9(7)V99.
001876     05 DL500-GL-CNT PIC 9(4) COMP VALUE ZERO.
001877     05 DL500-GL-FULL-SW PIC X VALUE 'N'.
001878        88 DL500-GL-FULL              VALUE 'Y'.
001879     05 DL500-GL-HELD-SW PIC X VALUE 'N'.
001880        88 DL500-GL-HELD              VALUE 'Y'.
001881     05 DL500-GL-PROJ-WORK PIC 99 VALUE ZERO.
001882     05 DL500-GL-DR-WORK PIC X(10) VALUE SPACES.
001883     05 DL500-GL-AMT-WORK PIC S9(7)V99 VALUE ZERO.
001884     05 DL500-GL-TOTAL PIC S9(9)V99 VALUE ZERO.
001885     05 DL500-GL-CONTROL PIC S9(9)V99 VALUE ZERO.
001886     05 DL500-GL-REC-CNT PIC 9(7) COMP VALUE ZERO.
001887     05 DL500-GL-HASH PIC S9(11)V99 VALUE ZERO.
001888
001889*----------------------------------------------------------------
001890* Client aging rollup - one row per client seen with an open
001891* balance, carrying the four bucket totals.
001892*----------------------------------------------------------------
001900 01  DL500-CLIENT-AREAS.
001910     05 DL500-CLIENT-TAB OCCURS 100 TIMES
001920                          INDEXED BY DL500-CLIENT-IDX.
001930        10 DL500-CLIENT-NAME PIC X(30).
001940        10 DL500-CLIENT-BUCKET PIC S9(9)V99 OCCURS 4 TIMES.
001950        10 DL500-CLIENT-TOTAL PIC S9(9)V99.
001960     05 DL500-CLIENT-CNT PIC 999 COMP VALUE ZERO.
002020
002030*----------------------------------------------------------------
002040* Serial-day work areas - the days-in-month table turns a date
002050* into a serial day count so the days past due is a simple
002060* subtraction, and rolls a date forward by the terms days.
002070*----------------------------------------------------------------
002080 01  DL500-SERIAL-AREAS.
002090     05 DL500-DIM-VALUES PIC X(24)
002230     05 DL500-LEAP-SW PIC X VALUE 'N'.
002240        88 DL500-LEAP-YEAR            VALUE 'Y'.
002250     05 DL500-RUN-SERIAL PIC 9(7) COMP VALUE ZERO.
002254     05 DL500-SD-MDAYS PIC 99 VALUE ZERO.
002260
002270 01  RCPTEXC-HEAD-1.
002280     05 PIC X(34) VALUE 'CASH RECEIPT EXCEPTIONS FOR RUN OF'.
002380     05 PIC X(2) VALUE SPACES.
002390     05 RCPTEXC-REASON PIC X(44).
002400
002401 01  WOFFEXC-HEAD-1.
002402     05 PIC X(31) VALUE 'WRITE-OFF EXCEPTIONS FOR RUN OF'.
002403     05 PIC X(1) VALUE SPACES.
002404     05 WOFFEXC-HEAD-DATE PIC 9(8).
002405
002406 01  WOFFEXC-LINE.
002407     05 WOFFEXC-WOFF-DATE PIC 9(8).
002408     05 PIC X(2) VALUE SPACES.
002409     05 WOFFEXC-INV-NUM PIC 9(6).
002410     05 PIC X(2) VALUE SPACES.
002411     05 WOFFEXC-AMOUNT PIC $Z,ZZZ,ZZZ.99.
002412     05 PIC X(2) VALUE SPACES.
002413     05 WOFFEXC-REASON PIC X(44).
002414
002415 01  ARAGING-HEAD-1.
002420     05 PIC X(1) VALUE SPACES.
002430     05 PIC X(29) VALUE 'AR OPEN-INVOICE AGING AS OF '.
002440     05 ARAGING-HEAD-DATE PIC 9(8).
002510 01  ARAGING-CLIENT-HEAD.
002520     05 PIC X(1) VALUE SPACES.
002530     05 PIC X(8) VALUE 'CLIENT: '.
002540     05 ARAGING-CLIENT-NAME PIC X(30).
002550
002560 01  ARAGING-COL-1.
002570     05 PIC X(1) VALUE SPACES.
002580     05 PIC X(9) VALUE 'INVOICE'.
002590     05 PIC X(10) VALUE 'DATE'.
002600     05 PIC X(6) VALUE 'PROJ'.
002604     05 PIC X(10) VALUE 'DUE DATE'.
002610     05 PIC X(14) VALUE '      INVOICED'.
002620     05 PIC X(14) VALUE '          PAID'.
002630     05 PIC X(14) VALUE '          OPEN'.
002640     05 PIC X(10) VALUE ' DAYS LATE'.
002650     05 PIC X(10) VALUE '  BUCKET'.
002660
002670 01  ARAGING-DETAIL.
002720     05 PIC X(2) VALUE SPACES.
002730     05 ARAGING-PROJ-NUM PIC 99.
002740     05 PIC X(2) VALUE SPACES.
002743     05 ARAGING-DUE-DATE PIC 9(8).
002746     05 PIC X(2) VALUE SPACES.
002750     05 ARAGING-INVOICED PIC $Z,ZZZ,ZZ9.99CR.
002760     05 ARAGING-PAID PIC $Z,ZZZ,ZZ9.99CR.
002770     05 ARAGING-OPEN PIC $Z,ZZZ,ZZ9.99CR.
002780     05 PIC X(5) VALUE SPACES.
002790     05 ARAGING-DAYS PIC ZZZZ9.
002800     05 PIC X(2) VALUE SPACES.
002810     05 ARAGING-BUCKET PIC X(8).
002830 01  ARAGING-BKT-FOOT.
002840     05 PIC X(1) VALUE SPACES.
002850     05 ARAGING-FOOT-LABEL PIC X(14).
002860     05 PIC X(8) VALUE ' CUR-30 '.
002870     05 ARAGING-FOOT-B1 PIC $ZZ,ZZZ,ZZ9.99CR.
002880     05 PIC X(7) VALUE ' 31-60 '.
002890     05 ARAGING-FOOT-B2 PIC $ZZ,ZZZ,ZZ9.99CR.
002940     05 PIC X(7) VALUE ' TOTAL '.
002950     05 ARAGING-FOOT-TOT PIC $ZZ,ZZZ,ZZ9.99CR.
002960
002961*    Printed under the totals when the GL posting was held back -
002962*    the aging shows the day's items applied, the open-invoice
002963*    file does not.
002964 01  ARAGING-HELD-LINE.
002965     05 PIC X(1) VALUE SPACES.
002966     05 PIC X(36) VALUE '*** AR GL POSTING NOT RELEASED - THE'.
002967     05 PIC X(38) VALUE ' OPEN-INVOICE FILE IS LEFT AS IT WAS; '.
002968     05 PIC X(41)
002969         VALUE 'CORRECT AND RERUN THE RECEIPTS AND WRITE-'.
002970     05 PIC X(10) VALUE 'OFFS ***'.
002971
002972 01  DL500-RUNLOG-AREAS.
002973     05 DL500-RUNLOG-STATUS PIC XX VALUE SPACES.
002974     05 DL500-START-TIME PIC 9(8) VALUE ZERO.
002975     05 DL500-END-TIME PIC 9(8) VALUE ZERO.
002976     05 DL500-RUNLOG-IN-STATUS PIC XX VALUE SPACES.
002977     05 DL500-LAST-CLOSED PIC 9(4) VALUE ZERO.
002978
002979*----------------------------------------------------------------
002980* Run-control log completion line - the balanced flag at byte 88
002981* and the program id at bytes 90-100 follow the suite convention.
002982*----------------------------------------------------------------
002983 01  RUNLOG-LINE.
002984     05 RUNLOG-DATE PIC 9(8).
002985     05 PIC X(1) VALUE SPACES.
002986     05 RUNLOG-START-TIME PIC 9(6).
002987     05 PIC X(1) VALUE SPACES.
002988     05 RUNLOG-END-TIME PIC 9(6).
002989     05 PIC X(65) VALUE SPACES.
002990     05 RUNLOG-BAL-FLAG PIC X VALUE 'Y'.
002991     05 PIC X(1) VALUE SPACES.
002992     05 RUNLOG-PROG-ID PIC X(11) VALUE 'A6010405467'.
002993
002994 PROCEDURE DIVISION.
002995******************************************************************
002996* 0000-MAINLINE-RTN
003000* Loads the masters, applies the day's receipts, rewrites the
003010* open-invoice file and prints the aging report.
003020******************************************************************
003070     PERFORM 2000-READ-RECEIPT-RTN
003080         THRU 2000-READ-RECEIPT-EXIT
003090         UNTIL DL500-ARE-MORE-REC = 'NO '.
003093     PERFORM 3000-APPLY-WRITEOFFS-RTN
003096         THRU 3000-APPLY-WRITEOFFS-EXIT.
003100
003110     PERFORM 8000-TERMINATE-RTN
003120         THRU 8000-TERMINATE-EXIT.
003320         DELIMITED BY SIZE INTO DL500-RCPTEXC-NAME.
003330     STRING 'C:\6010405467-ARAGING-' DL500-RUN-DATE-8 '.txt'
003340         DELIMITED BY SIZE INTO DL500-ARAGING-NAME.
003341     STRING 'C:\6010405467-WOFFEXC-' DL500-RUN-DATE-8 '.txt'
003342         DELIMITED BY SIZE INTO DL500-WOFFEXC-NAME.
003343     STRING 'C:\6010405467-ARPOST-' DL500-RUN-DATE-8 '.txt'
003344         DELIMITED BY SIZE INTO DL500-ARPOST-NAME.
003350     MOVE DL500-RUN-DATE-8 TO DL500-SD-DATE.
003360     PERFORM 2910-CALC-SERIAL-DAY-RTN
003370         THRU 2910-CALC-SERIAL-DAY-EXIT.
003380     MOVE DL500-SD-SERIAL TO DL500-RUN-SERIAL.
003383     PERFORM 1050-CHECK-CLOSED-YEAR-RTN
003386         THRU 1050-CHECK-CLOSED-YEAR-EXIT.
003387     PERFORM 1070-CHECK-POSTED-RTN
003388         THRU 1070-CHECK-POSTED-EXIT.
003390
003400     PERFORM 1100-LOAD-PROJMAST-RTN
003410         THRU 1100-LOAD-PROJMAST-EXIT.
003411     PERFORM 1150-LOAD-CLNTMAST-RTN
003412         THRU 1150-LOAD-CLNTMAST-EXIT.
003413     PERFORM 1500-LOAD-ACCTMAP-RTN
003414         THRU 1500-LOAD-ACCTMAP-EXIT.
003420     PERFORM 1200-LOAD-OPENINV-RTN
003430         THRU 1200-LOAD-OPENINV-EXIT.
003440     PERFORM 1300-MERGE-INVREG-RTN
003550     WRITE RCPTEXC-REC-OUT FROM RCPTEXC-HEAD-1
003560           AFTER ADVANCING 1 LINE.
003570 1000-INITIALIZE-EXIT.
003571     EXIT.
003572
003573******************************************************************
003574* 1050-CHECK-CLOSED-YEAR-RTN
003575* Refuses a run dated in a year the year-end close has already
003576* closed - the latest balanced close line on the run-control log
003577* names the last closed year.
003578******************************************************************
003579 1050-CHECK-CLOSED-YEAR-RTN.
003580     OPEN INPUT RUNLOG-IN.
003581     IF DL500-RUNLOG-IN-STATUS EQUAL '00'
003582         PERFORM 1060-READ-RUNLOG-RTN
003583             THRU 1060-READ-RUNLOG-EXIT
003584             UNTIL DL500-RUNLOG-IN-STATUS NOT EQUAL '00'
003585         CLOSE RUNLOG-IN
003586     END-IF.
003587     IF DL500-RUN-DATE-8 (1:4) NOT GREATER DL500-LAST-CLOSED
003588         DISPLAY 'A6010405467: RUN DATE ' DL500-RUN-DATE-8
003589             ' FALLS IN YEAR ' DL500-LAST-CLOSED ' OR EARLIER, '
003590             'WHICH THE YEAR-END CLOSE HAS CLOSED - NOTHING MAY '
003591             'POST INTO A CLOSED YEAR. RUN CANCELLED'
003592         MOVE 12 TO RETURN-CODE
003593         STOP RUN
003594     END-IF.
003595 1050-CHECK-CLOSED-YEAR-EXIT.
003596     EXIT.
003597
003598 1060-READ-RUNLOG-RTN.
003599     READ RUNLOG-IN.
003600     IF DL500-RUNLOG-IN-STATUS NOT EQUAL '00'
003601         GO TO 1060-READ-RUNLOG-EXIT
003602     END-IF.
003603     IF RUNLOG-IN-PROG EQUAL 'Y6010405467'
003604        AND RUNLOG-IN-FLAG EQUAL 'Y'
003605        AND RUNLOG-IN-CLOSE-YEAR IS NUMERIC
003606        AND RUNLOG-IN-CLOSE-YEAR GREATER DL500-LAST-CLOSED
003607         MOVE RUNLOG-IN-CLOSE-YEAR TO DL500-LAST-CLOSED
003608     END-IF.
003609 1060-READ-RUNLOG-EXIT.
003610     EXIT.
003611
003612******************************************************************
003613* 1070-CHECK-POSTED-RTN
003614* Refuses a second run under a run date whose AR posting file
003615* already holds records - the file would be written over and the
003616* first run's GL pairs lost, the open-invoice file having taken
003617* their items already. Checked before anything is rewritten.
003618******************************************************************
003619 1070-CHECK-POSTED-RTN.
003620     OPEN INPUT ARPOST-FILE.
003621     IF DL500-ARPOST-STATUS NOT EQUAL '00'
003622         GO TO 1070-CHECK-POSTED-EXIT
003623     END-IF.
003624     READ ARPOST-FILE.
003625     IF DL500-ARPOST-STATUS EQUAL '00'
003626         DISPLAY 'A6010405467: RECEIPTS AND WRITE-OFFS ARE '
003627             'ALREADY POSTED UNDER RUN DATE ' DL500-RUN-DATE-8
003628             ' - APPLY '
003629             'THESE UNDER A LATER RUN DATE. RUN CANCELLED'
003630         CLOSE ARPOST-FILE
003631         MOVE 12 TO RETURN-CODE
003632         STOP RUN
003633     END-IF.
003634     CLOSE ARPOST-FILE.
003635 1070-CHECK-POSTED-EXIT.
003636     EXIT.
003637
003638******************************************************************
003639* 1100-LOAD-PROJMAST-RTN
003640* Loads the client name per PROJ_NUM. The master is optional -
003641* a missing master ages everything under 'CLIENT UNKNOWN'.
003642******************************************************************
003650 1100-LOAD-PROJMAST-RTN.
003660     OPEN INPUT PROJMAST-IN.
003670     IF DL500-PROJMAST-STATUS EQUAL '00'
003830                 TO DL500-PROJMAST-PROJ (DL500-PROJMAST-IDX)
003840             MOVE PROJMAST-CLIENT-NAME
003850                 TO DL500-PROJMAST-CLIENT (DL500-PROJMAST-IDX)
003851             IF PROJMAST-CLIENT-NUM IS NUMERIC
003852                 MOVE PROJMAST-CLIENT-NUM
003853                     TO DL500-PROJMAST-CLNUM (DL500-PROJMAST-IDX)
003854             ELSE
003855                 MOVE ZERO
003856                     TO DL500-PROJMAST-CLNUM (DL500-PROJMAST-IDX)
003857             END-IF
003860         ELSE
003870             DISPLAY 'PROJMAST-IN: PROJECT MASTER TABLE FULL AT'
003880                 ' 100 - PROJECT ' PROJMAST-PROJ-NUM ' IGNORED'
003890         END-IF
003900     END-IF.
003910 1110-READ-PROJMAST-EXIT.
003911     EXIT.
003912
003913******************************************************************
003914* 1150-LOAD-CLNTMAST-RTN
003915* Loads the legal name and net terms per client. The master is
003916* optional - without it every item ages under the project
003917* master's client name on the default terms.
003918******************************************************************
003919 1150-LOAD-CLNTMAST-RTN.
003920     OPEN INPUT CLNTMAST-IN.
003921     IF DL500-CLNTMAST-STATUS EQUAL '00'
003922         PERFORM 1160-READ-CLNTMAST-RTN
003923             THRU 1160-READ-CLNTMAST-EXIT
003924             UNTIL DL500-CLNTMAST-STATUS NOT EQUAL '00'
003925         CLOSE CLNTMAST-IN
003926     END-IF.
003927 1150-LOAD-CLNTMAST-EXIT.
003928     EXIT.
003929
003930 1160-READ-CLNTMAST-RTN.
003931     READ CLNTMAST-IN.
003932     IF DL500-CLNTMAST-STATUS EQUAL '00'
003933         IF DL500-CLNT-CNT < 500
003934             ADD 1 TO DL500-CLNT-CNT
003935             SET DL500-CLNT-IDX TO DL500-CLNT-CNT
003936             MOVE CLNTMAST-CLIENT-NUM
003937                 TO DL500-CLNT-NUM (DL500-CLNT-IDX)
003938             MOVE CLNTMAST-LEGAL-NAME
003939                 TO DL500-CLNT-LEGAL-NAME (DL500-CLNT-IDX)
003940             MOVE CLNTMAST-TERMS
003941                 TO DL500-CLNT-TERMS (DL500-CLNT-IDX)
003942         ELSE
003943             DISPLAY 'CLNTMAST-IN: CLIENT MASTER TABLE FULL AT'
003944                 ' 500 - CLIENT ' CLNTMAST-CLIENT-NUM ' IGNORED'
003945         END-IF
003946     END-IF.
003947 1160-READ-CLNTMAST-EXIT.
003948     EXIT.
003949
003950******************************************************************
003951* 1200-LOAD-OPENINV-RTN
003960* Loads the open-invoice file into the table. The file is
003970* optional - a first-ever run builds it from the register alone.
003980******************************************************************
004300                 THRU 1400-FIND-CLIENT-EXIT
004310             MOVE DL500-CLIENT-WORK
004320                 TO DL500-OINV-CLIENT (DL500-OINV-IDX)
004321             IF OPENINV-DUE-DATE IS NUMERIC
004322                AND OPENINV-DUE-DATE GREATER THAN ZERO
004323                 MOVE OPENINV-DUE-DATE
004324                     TO DL500-OINV-DUE-DATE (DL500-OINV-IDX)
004325             ELSE
004326                 PERFORM 2930-CALC-DUE-DATE-RTN
004327                     THRU 2930-CALC-DUE-DATE-EXIT
004328             END-IF
004329             IF OPENINV-WOFF-AMT IS NUMERIC
004330                 MOVE OPENINV-WOFF-AMT
004331                     TO DL500-OINV-WOFF (DL500-OINV-IDX)
004332             ELSE
004333                 MOVE ZERO TO DL500-OINV-WOFF (DL500-OINV-IDX)
004334             END-IF
004335         ELSE
004340             DISPLAY 'OPENINV: OPEN-INVOICE TABLE FULL AT 2000 '
004350                 '- INVOICE ' OPENINV-INV-NUM ' IGNORED'
004360         END-IF
004800     MOVE INVREG-INV-NUM TO DL500-OINV-INV-NUM (DL500-OINV-IDX).
004810     MOVE INVREG-DATE TO DL500-OINV-DATE (DL500-OINV-IDX).
004820     MOVE INVREG-PROJ-NUM TO DL500-OINV-PROJ (DL500-OINV-IDX).
004822*    The open item carries what is still owed - charges plus
004824*    any sales tax on the register row, less any retainer the
004826*    invoice applied - since that is what the client's payment
004827*    must settle.
004828     MOVE INVREG-AMOUNT TO DL500-DUE-WORK.
004830     IF INVREG-TAX IS NUMERIC
004832         ADD INVREG-TAX TO DL500-DUE-WORK
004834     END-IF.
004835     IF INVREG-RET-AMT IS NUMERIC
004836         SUBTRACT INVREG-RET-AMT FROM DL500-DUE-WORK
004837     END-IF.
004838     MOVE DL500-DUE-WORK TO DL500-OINV-AMOUNT (DL500-OINV-IDX).
004840     MOVE ZERO TO DL500-OINV-PAID (DL500-OINV-IDX).
004844     MOVE ZERO TO DL500-OINV-WOFF (DL500-OINV-IDX).
004850     MOVE 'O' TO DL500-OINV-STAT (DL500-OINV-IDX).
004851*    An invoice the retainer settled in full owes nothing and
004852*    rolls on closed, so it never ages or takes a receipt.
004853     IF INVREG-RET-AMT IS NUMERIC
004854        AND INVREG-RET-AMT NOT EQUAL ZERO
004855        AND DL500-DUE-WORK EQUAL ZERO
004856         MOVE 'C' TO DL500-OINV-STAT (DL500-OINV-IDX)
004857     END-IF.
004860     MOVE INVREG-PROJ-NUM TO DL500-SRCH-PROJ-NUM.
004870     PERFORM 1400-FIND-CLIENT-RTN
004880         THRU 1400-FIND-CLIENT-EXIT.
004890     MOVE DL500-CLIENT-WORK TO DL500-OINV-CLIENT (DL500-OINV-IDX).
004891     IF INVREG-DUE-DATE IS NUMERIC
004892        AND INVREG-DUE-DATE GREATER THAN ZERO
004893         MOVE INVREG-DUE-DATE
004894             TO DL500-OINV-DUE-DATE (DL500-OINV-IDX)
004895     ELSE
004896         PERFORM 2930-CALC-DUE-DATE-RTN
004897             THRU 2930-CALC-DUE-DATE-EXIT
004898     END-IF.
004900 1310-READ-INVREG-EXIT.
004910     EXIT.
004920
004940* 1400-FIND-CLIENT-RTN
004950* Resolves DL500-SRCH-PROJ-NUM to its client name from the
004960* project master table, or 'CLIENT UNKNOWN' when the project is
004970* not on the master. A project pointing to a client on the
004973* client master takes the client's legal name and net terms;
004976* otherwise the terms default to net 30.
004980******************************************************************
004990 1400-FIND-CLIENT-RTN.
005000     MOVE 'CLIENT UNKNOWN' TO DL500-CLIENT-WORK.
005003     MOVE DL500-DFLT-TERMS TO DL500-TERMS-WORK.
005006     MOVE ZERO TO DL500-SRCH-CLNUM.
005010     MOVE 'N' TO DL500-FOUND-SW.
005020     PERFORM 1410-TEST-CLIENT-RTN
005030         THRU 1410-TEST-CLIENT-EXIT
005040         VARYING DL500-PROJMAST-IDX FROM 1 BY 1
005050         UNTIL DL500-PROJMAST-IDX > DL500-PROJMAST-CNT
005051            OR DL500-FOUND.
005052     IF DL500-SRCH-CLNUM EQUAL ZERO
005053         GO TO 1400-FIND-CLIENT-EXIT
005054     END-IF.
005055     MOVE 'N' TO DL500-FOUND-SW.
005056     PERFORM 1420-TEST-CLNT-RTN
005057         THRU 1420-TEST-CLNT-EXIT
005058         VARYING DL500-CLNT-IDX FROM 1 BY 1
005059         UNTIL DL500-CLNT-IDX > DL500-CLNT-CNT
005060            OR DL500-FOUND.
005070 1400-FIND-CLIENT-EXIT.
005080     EXIT.
005120            EQUAL DL500-SRCH-PROJ-NUM
005130         MOVE DL500-PROJMAST-CLIENT (DL500-PROJMAST-IDX)
005140             TO DL500-CLIENT-WORK
005143         MOVE DL500-PROJMAST-CLNUM (DL500-PROJMAST-IDX)
005146             TO DL500-SRCH-CLNUM
005150         MOVE 'Y' TO DL500-FOUND-SW
005160     END-IF.
005170 1410-TEST-CLIENT-EXIT.
005171     EXIT.
005172
005173 1420-TEST-CLNT-RTN.
005174     IF DL500-CLNT-NUM (DL500-CLNT-IDX) EQUAL DL500-SRCH-CLNUM
005175         MOVE DL500-CLNT-LEGAL-NAME (DL500-CLNT-IDX)
005176             TO DL500-CLIENT-WORK
005177         IF DL500-CLNT-TERMS (DL500-CLNT-IDX) EQUAL 15
005178            OR DL500-CLNT-TERMS (DL500-CLNT-IDX) EQUAL 30
005179            OR DL500-CLNT-TERMS (DL500-CLNT-IDX) EQUAL 45
005180             MOVE DL500-CLNT-TERMS (DL500-CLNT-IDX)
005181                 TO DL500-TERMS-WORK
005182         END-IF
005183         MOVE 'Y' TO DL500-FOUND-SW
005184     END-IF.
005185 1420-TEST-CLNT-EXIT.
005186     EXIT.
005187
005188******************************************************************
005189* 1500-LOAD-ACCTMAP-RTN
005190* Loads the receivable account per PROJ_NUM from the account map.
005191* The map is optional - without it every receivable credit goes
005192* to the default receivable account.
005193******************************************************************
005194 1500-LOAD-ACCTMAP-RTN.
005195     OPEN INPUT ACCTMAP-IN.
005196     IF DL500-ACCTMAP-STATUS EQUAL '00'
005197         PERFORM 1510-READ-ACCTMAP-RTN
005198             THRU 1510-READ-ACCTMAP-EXIT
005199             UNTIL DL500-ACCTMAP-STATUS NOT EQUAL '00'
005200         CLOSE ACCTMAP-IN
005201     END-IF.
005202 1500-LOAD-ACCTMAP-EXIT.
005203     EXIT.
005204
005205 1510-READ-ACCTMAP-RTN.
005206     READ ACCTMAP-IN.
005207     IF DL500-ACCTMAP-STATUS EQUAL '00'
005208         IF DL500-ACCTMAP-CNT < 100
005209             ADD 1 TO DL500-ACCTMAP-CNT
005210             SET DL500-ACCTMAP-IDX TO DL500-ACCTMAP-CNT
005211             MOVE ACCTMAP-PROJ-NUM
005212                 TO DL500-ACCTMAP-PROJ (DL500-ACCTMAP-IDX)
005213             MOVE ACCTMAP-DR-ACCT
005214                 TO DL500-ACCTMAP-DR (DL500-ACCTMAP-IDX)
005215         ELSE
005216             DISPLAY 'ACCTMAP-IN: ACCOUNT MAP TABLE FULL AT 100'
005217                 ' - PROJECT ' ACCTMAP-PROJ-NUM ' IGNORED'
005218         END-IF
005219     END-IF.
005220 1510-READ-ACCTMAP-EXIT.
005221     EXIT.
005222
005223******************************************************************
005224* 2000-READ-RECEIPT-RTN
005225* Reads one receipt and routes it to the apply logic, or flags
005230* end-of-file.
005240******************************************************************
005250 2000-READ-RECEIPT-RTN.
005850         MOVE 'C' TO DL500-OINV-STAT (DL500-OINV-IDX)
005860         ADD 1 TO DL500-INV-CLOSED-CNT
005870     END-IF.
005871     ADD RCPT-AMOUNT TO DL500-GL-CONTROL.
005872     MOVE DL500-OINV-PROJ (DL500-OINV-IDX) TO DL500-GL-PROJ-WORK.
005873     MOVE DL500-GL-CASH-ACCT TO DL500-GL-DR-WORK.
005874     MOVE RCPT-AMOUNT TO DL500-GL-AMT-WORK.
005875     PERFORM 2400-ADD-GL-POSTING-RTN
005876         THRU 2400-ADD-GL-POSTING-EXIT.
005880 2100-APPLY-RECEIPT-EXIT.
005890     EXIT.
005900
006120 2210-TEST-OPENINV-EXIT.
006130     EXIT.
006140
006141*****************************************************************
006142* 2400-ADD-GL-POSTING-RTN
006143* Accumulates one balanced debit/credit posting pair - a debit of
006144* DL500-GL-AMT-WORK to DL500-GL-DR-WORK (cash, or bad debt for a
006145* write-off) and a credit to the project's receivable account off
006146* the account map (or the default when the project is not
006147* mapped). The pairs are held in the table until end of run.
006148*****************************************************************
006149 2400-ADD-GL-POSTING-RTN.
006150     IF DL500-GL-CNT >= 2000
006151         DISPLAY 'AR GL POSTING TABLE FULL AT 2000 - PROJECT '
006152             DL500-GL-PROJ-WORK ' NOT POSTED - AR GL FILE WILL'
006153             ' NOT BE RELEASED'
006154         MOVE 'Y' TO DL500-GL-FULL-SW
006155         GO TO 2400-ADD-GL-POSTING-EXIT
006156     END-IF.
006157     ADD 1 TO DL500-GL-CNT.
006158     SET DL500-GL-IDX TO DL500-GL-CNT.
006159     MOVE DL500-GL-PROJ-WORK TO DL500-GL-PROJ (DL500-GL-IDX).
006160     MOVE DL500-GL-DR-WORK TO DL500-GL-DR-ACCT (DL500-GL-IDX).
006161     MOVE DL500-GL-DFLT-AR TO DL500-GL-CR-ACCT (DL500-GL-IDX).
006162     MOVE DL500-GL-AMT-WORK TO DL500-GL-AMT (DL500-GL-IDX).
006163     ADD DL500-GL-AMT-WORK TO DL500-GL-TOTAL.
006164     MOVE 'N' TO DL500-FOUND-SW.
006165     PERFORM 2410-TEST-ACCTMAP-RTN
006166         THRU 2410-TEST-ACCTMAP-EXIT
006167         VARYING DL500-ACCTMAP-IDX FROM 1 BY 1
006168         UNTIL DL500-ACCTMAP-IDX > DL500-ACCTMAP-CNT
006169            OR DL500-FOUND.
006170     IF DL500-FOUND
006171         MOVE DL500-ACCTMAP-DR (DL500-ACCTMAP-FOUND-IDX)
006172             TO DL500-GL-CR-ACCT (DL500-GL-IDX)
006173     END-IF.
006174 2400-ADD-GL-POSTING-EXIT.
006175     EXIT.
006176
006177 2410-TEST-ACCTMAP-RTN.
006178     IF DL500-ACCTMAP-PROJ (DL500-ACCTMAP-IDX)
006179            EQUAL DL500-GL-PROJ-WORK
006180         MOVE 'Y' TO DL500-FOUND-SW
006181         MOVE DL500-ACCTMAP-IDX TO DL500-ACCTMAP-FOUND-IDX
006182     END-IF.
006183 2410-TEST-ACCTMAP-EXIT.
006184     EXIT.
006185
006186******************************************************************
006187* 2900-WRITE-RCPTEXC-RTN
006188* Writes one receipt to the exception listing with the reason
006189* it could not be applied.
006190******************************************************************
006200 2900-WRITE-RCPTEXC-RTN.
006210     MOVE CASHRCPT-REC-IN (1:8) TO RCPTEXC-RCPT-DATE.
006320     EXIT.
006330
006340******************************************************************
006341* 3000-APPLY-WRITEOFFS-RTN
006342* Applies the day's write-off file, after the receipts so a
006343* short-pay applied today leaves only its remainder to write off.
006344* The exception listing is printed every run, empty or not.
006345******************************************************************
006346 3000-APPLY-WRITEOFFS-RTN.
006347     OPEN OUTPUT WOFFEXC-OUT.
006348     MOVE DL500-RUN-DATE-8 TO WOFFEXC-HEAD-DATE.
006349     WRITE WOFFEXC-REC-OUT FROM WOFFEXC-HEAD-1
006350           AFTER ADVANCING 1 LINE.
006351     OPEN INPUT WRITEOFF-IN.
006352     IF DL500-WRITEOFF-STATUS EQUAL '00'
006353         PERFORM 3010-READ-WRITEOFF-RTN
006354             THRU 3010-READ-WRITEOFF-EXIT
006355             UNTIL DL500-WRITEOFF-STATUS NOT EQUAL '00'
006356         CLOSE WRITEOFF-IN
006357     END-IF.
006358     CLOSE WOFFEXC-OUT.
006359 3000-APPLY-WRITEOFFS-EXIT.
006360     EXIT.
006361
006362 3010-READ-WRITEOFF-RTN.
006363     READ WRITEOFF-IN.
006364     IF DL500-WRITEOFF-STATUS EQUAL '00'
006365         ADD 1 TO DL500-WOFF-READ-CNT
006366         PERFORM 3100-APPLY-ONE-WOFF-RTN
006367             THRU 3100-APPLY-ONE-WOFF-EXIT
006368     END-IF.
006369 3010-READ-WRITEOFF-EXIT.
006370     EXIT.
006371
006372******************************************************************
006373* 3100-APPLY-ONE-WOFF-RTN
006374* Writes off the whole open balance of one invoice to bad debt
006375* and closes it. An unknown or already-closed invoice, or a
006376* balance over DL500-WOFF-LIMIT, whoever keyed the record,
006377* goes to the write-off exception listing instead.
006378******************************************************************
006379 3100-APPLY-ONE-WOFF-RTN.
006380     MOVE ZERO TO DL500-OPEN-BAL.
006381     IF WRITEOFF-REC-IN (1:14) IS NOT NUMERIC
006382         MOVE 'WRITE-OFF RECORD IS NOT NUMERIC - NOT POSTED'
006383             TO WOFFEXC-REASON
006384         PERFORM 3900-WRITE-WOFFEXC-RTN
006385             THRU 3900-WRITE-WOFFEXC-EXIT
006386         GO TO 3100-APPLY-ONE-WOFF-EXIT
006387     END-IF.
006388     MOVE WOFF-INV-NUM TO DL500-SRCH-INV-NUM.
006389     PERFORM 2200-SEARCH-OPENINV-RTN
006390         THRU 2200-SEARCH-OPENINV-EXIT.
006391     IF DL500-NOT-FOUND
006392         MOVE 'INVOICE NOT ON THE OPEN-INVOICE FILE'
006393             TO WOFFEXC-REASON
006394         PERFORM 3900-WRITE-WOFFEXC-RTN
006395             THRU 3900-WRITE-WOFFEXC-EXIT
006396         GO TO 3100-APPLY-ONE-WOFF-EXIT
006397     END-IF.
006398     SET DL500-OINV-IDX TO DL500-OINV-FOUND-IDX.
006399     IF DL500-OINV-STAT (DL500-OINV-IDX) EQUAL 'C'
006400         MOVE 'INVOICE ALREADY CLOSED - NOT POSTED'
006401             TO WOFFEXC-REASON
006402         PERFORM 3900-WRITE-WOFFEXC-RTN
006403             THRU 3900-WRITE-WOFFEXC-EXIT
006404         GO TO 3100-APPLY-ONE-WOFF-EXIT
006405     END-IF.
006406     SUBTRACT DL500-OINV-PAID (DL500-OINV-IDX)
006407         FROM DL500-OINV-AMOUNT (DL500-OINV-IDX)
006408         GIVING DL500-OPEN-BAL.
006409     IF DL500-OPEN-BAL NOT GREATER THAN ZERO
006410         MOVE 'NO OPEN BALANCE TO WRITE OFF - NOT POSTED'
006411             TO WOFFEXC-REASON
006412         PERFORM 3900-WRITE-WOFFEXC-RTN
006413             THRU 3900-WRITE-WOFFEXC-EXIT
006414         GO TO 3100-APPLY-ONE-WOFF-EXIT
006415     END-IF.
006416     IF DL500-OPEN-BAL GREATER THAN DL500-WOFF-LIMIT
006417         MOVE 'OVER APPROVAL LIMIT - NOT POSTED'
006418             TO WOFFEXC-REASON
006419         PERFORM 3900-WRITE-WOFFEXC-RTN
006420             THRU 3900-WRITE-WOFFEXC-EXIT
006421         GO TO 3100-APPLY-ONE-WOFF-EXIT
006422     END-IF.
006423     MOVE DL500-OPEN-BAL TO DL500-OINV-WOFF (DL500-OINV-IDX).
006424     MOVE 'C' TO DL500-OINV-STAT (DL500-OINV-IDX).
006425     ADD 1 TO DL500-WOFF-POSTED-CNT.
006426     ADD 1 TO DL500-INV-CLOSED-CNT.
006427     ADD DL500-OPEN-BAL TO DL500-GL-CONTROL.
006428     MOVE DL500-OINV-PROJ (DL500-OINV-IDX) TO DL500-GL-PROJ-WORK.
006429     MOVE DL500-GL-BADDEBT-ACCT TO DL500-GL-DR-WORK.
006430     MOVE DL500-OPEN-BAL TO DL500-GL-AMT-WORK.
006431     PERFORM 2400-ADD-GL-POSTING-RTN
006432         THRU 2400-ADD-GL-POSTING-EXIT.
006433 3100-APPLY-ONE-WOFF-EXIT.
006434     EXIT.
006435
006436******************************************************************
006437* 3900-WRITE-WOFFEXC-RTN
006438* Writes one write-off to the exception listing with the open
006439* balance it would have written off and the reason it was not.
006440******************************************************************
006441 3900-WRITE-WOFFEXC-RTN.
006442     MOVE WRITEOFF-REC-IN (1:8) TO WOFFEXC-WOFF-DATE.
006443     MOVE WRITEOFF-REC-IN (9:6) TO WOFFEXC-INV-NUM.
006444     MOVE DL500-OPEN-BAL TO WOFFEXC-AMOUNT.
006445     WRITE WOFFEXC-REC-OUT FROM WOFFEXC-LINE
006446           AFTER ADVANCING 1 LINE.
006447     ADD 1 TO DL500-WOFF-EXC-CNT.
006448 3900-WRITE-WOFFEXC-EXIT.
006449     EXIT.
006450
006451******************************************************************
006452* 8000-TERMINATE-RTN
006453* Releases the AR GL posting file and, only when it is released
006454* (or there is nothing to post), rewrites the open-invoice file
006455* from the updated table; builds and prints the AR aging broken
006456* by client, and closes out with the run counts on the console.
006457******************************************************************
006458 8000-TERMINATE-RTN.
006459     PERFORM 8400-WRITE-ARPOST-RTN
006460         THRU 8400-WRITE-ARPOST-EXIT.
006461     IF NOT DL500-GL-HELD
006462         OPEN OUTPUT OPENINV-FILE
006463         PERFORM 8100-WRITE-ONE-OPENINV-RTN
006464             THRU 8100-WRITE-ONE-OPENINV-EXIT
006465             VARYING DL500-OINV-IDX FROM 1 BY 1
006466             UNTIL DL500-OINV-IDX > DL500-OINV-CNT
006467         CLOSE OPENINV-FILE
006468     END-IF.
006470
006480     PERFORM 8200-BUILD-AGING-RTN
006490         THRU 8200-BUILD-AGING-EXIT
006690     MOVE DL500-GRAND-TOTAL TO ARAGING-FOOT-TOT.
006700     WRITE ARAGING-REC-OUT FROM ARAGING-BKT-FOOT
006710           AFTER ADVANCING 1 LINE.
006711     IF DL500-GL-HELD
006712         WRITE ARAGING-REC-OUT FROM ARAGING-HELD-LINE
006713               AFTER ADVANCING 2 LINES
006714         DISPLAY 'A6010405467: AR GL POSTING NOT RELEASED - THE '
006715             'OPEN-INVOICE FILE IS LEFT AS IT WAS. CORRECT AND '
006716             'RERUN THE RECEIPTS AND WRITE-OFFS'
006717     END-IF.
006720
006730     DISPLAY 'A6010405467: RECEIPTS READ ' DL500-RCPT-READ-CNT
006740         ' APPLIED ' DL500-RCPT-APPLIED-CNT
006750         ' EXCEPTIONS ' DL500-RCPT-EXC-CNT
006760         ' INVOICES CLOSED ' DL500-INV-CLOSED-CNT
006770         ' NEW FROM REGISTER ' DL500-INV-ROLLED-CNT.
006771     DISPLAY 'A6010405467: WRITE-OFFS READ ' DL500-WOFF-READ-CNT
006772         ' POSTED ' DL500-WOFF-POSTED-CNT
006773         ' EXCEPTIONS ' DL500-WOFF-EXC-CNT
006774         ' GL RECORDS ' DL500-GL-REC-CNT.
006780
006790     IF DL500-CASHRCPT-STATUS EQUAL '00'
006800       OR DL500-CASHRCPT-STATUS EQUAL '10'
006940         TO OPENINV-AMOUNT.
006950     MOVE DL500-OINV-PAID (DL500-OINV-IDX) TO OPENINV-PAID.
006960     MOVE DL500-OINV-STAT (DL500-OINV-IDX) TO OPENINV-STATUS.
006962     MOVE DL500-OINV-DUE-DATE (DL500-OINV-IDX)
006964         TO OPENINV-DUE-DATE.
006966     MOVE DL500-OINV-WOFF (DL500-OINV-IDX) TO OPENINV-WOFF-AMT.
006970     WRITE OPENINV-REC.
006980 8100-WRITE-ONE-OPENINV-EXIT.
006990     EXIT.
007320
007330******************************************************************
007340* 8250-AGE-ONE-INV-RTN
007350* Works out how many days past its due date the invoice is on
007360* the run date and sets the 0-30/31-60/61-90/over-90 bucket
007363* number. An invoice not yet due counts as zero days late and
007366* ages in the first bucket as current.
007370******************************************************************
007380 8250-AGE-ONE-INV-RTN.
007390     MOVE DL500-OINV-DUE-DATE (DL500-OINV-IDX) TO DL500-SD-DATE.
007400     PERFORM 2910-CALC-SERIAL-DAY-RTN
007410         THRU 2910-CALC-SERIAL-DAY-EXIT.
007420     SUBTRACT DL500-SD-SERIAL FROM DL500-RUN-SERIAL
008640         TO ARAGING-INV-NUM.
008650     MOVE DL500-OINV-DATE (DL500-OINV-IDX) TO ARAGING-INV-DATE.
008660     MOVE DL500-OINV-PROJ (DL500-OINV-IDX) TO ARAGING-PROJ-NUM.
008663     MOVE DL500-OINV-DUE-DATE (DL500-OINV-IDX)
008666         TO ARAGING-DUE-DATE.
008670     MOVE DL500-OINV-AMOUNT (DL500-OINV-IDX)
008680         TO ARAGING-INVOICED.
008690     MOVE DL500-OINV-PAID (DL500-OINV-IDX) TO ARAGING-PAID.
008710     MOVE DL500-AGE-DAYS TO ARAGING-DAYS.
008720     EVALUATE DL500-BUCKET-NUM
008730         WHEN 1
008740             IF DL500-AGE-DAYS EQUAL ZERO
008741                 MOVE 'CURRENT ' TO ARAGING-BUCKET
008742             ELSE
008743                 MOVE '1-30    ' TO ARAGING-BUCKET
008744             END-IF
008750         WHEN 2
008760             MOVE '31-60   ' TO ARAGING-BUCKET
008770         WHEN 3
008820     WRITE ARAGING-REC-OUT FROM ARAGING-DETAIL
008830           AFTER ADVANCING 1 LINE.
008840 8310-PRINT-CLIENT-INV-EXIT.
008841     EXIT.
008842
008843******************************************************************
008844* 8400-WRITE-ARPOST-RTN
008845* Releases the AR GL posting file - one balanced debit/credit pair
008846* per receipt applied or item written off, and a trailer with the
008847* record count and amount hash total. The file is only written
008848* when the posting total ties to the receipts applied plus the
008849* balances written off (DL500-GL-CONTROL) and no pair was lost to
008850* a full table; otherwise no file is left behind, the console
008851* says so, and the run is flagged held - RC 8, not balanced on
008852* the run-control log - so a short file can never reach
008853* accounting and the open-invoice file is not rewritten.
008854******************************************************************
008855 8400-WRITE-ARPOST-RTN.
008856     IF DL500-GL-CNT EQUAL ZERO
008857         GO TO 8400-WRITE-ARPOST-EXIT
008858     END-IF.
008859     IF DL500-GL-FULL
008860        OR DL500-GL-TOTAL NOT EQUAL DL500-GL-CONTROL
008861         DISPLAY 'AR GL POSTING OUT OF BALANCE - POSTING TOTAL '
008862             DL500-GL-TOTAL ' VS RECEIPTS AND WRITE-OFFS '
008863             DL500-GL-CONTROL ' - FILE NOT RELEASED'
008864         MOVE 'Y' TO DL500-GL-HELD-SW
008865         MOVE 'N' TO RUNLOG-BAL-FLAG
008866         MOVE 8 TO RETURN-CODE
008867         GO TO 8400-WRITE-ARPOST-EXIT
008868     END-IF.
008869     OPEN OUTPUT ARPOST-FILE.
008870     PERFORM 8410-WRITE-ONE-ARPOST-RTN
008871         THRU 8410-WRITE-ONE-ARPOST-EXIT
008872         VARYING DL500-GL-IDX FROM 1 BY 1
008873         UNTIL DL500-GL-IDX > DL500-GL-CNT.
008874     MOVE 'T' TO ARPOST-TRL-TYPE.
008875     MOVE DL500-RUN-DATE-8 TO ARPOST-TRL-DATE.
008876     MOVE DL500-GL-REC-CNT TO ARPOST-TRL-COUNT.
008877     MOVE DL500-GL-HASH TO ARPOST-TRL-HASH.
008878     WRITE ARPOST-TRL-REC.
008879     CLOSE ARPOST-FILE.
008880 8400-WRITE-ARPOST-EXIT.
008881     EXIT.
008882
008883 8410-WRITE-ONE-ARPOST-RTN.
008884     MOVE 'D' TO ARPOST-REC-TYPE.
008885     MOVE DL500-RUN-DATE-8 TO ARPOST-DATE.
008886     MOVE DL500-GL-DR-ACCT (DL500-GL-IDX) TO ARPOST-ACCT.
008887     MOVE DL500-GL-PROJ (DL500-GL-IDX) TO ARPOST-PROJ-NUM.
008888     MOVE DL500-GL-AMT (DL500-GL-IDX) TO ARPOST-DR-AMT.
008889     MOVE ZERO TO ARPOST-CR-AMT.
008890     WRITE ARPOST-REC-OUT.
008891     ADD 1 TO DL500-GL-REC-CNT.
008892     ADD DL500-GL-AMT (DL500-GL-IDX) TO DL500-GL-HASH.
008893     MOVE 'C' TO ARPOST-REC-TYPE.
008894     MOVE DL500-GL-CR-ACCT (DL500-GL-IDX) TO ARPOST-ACCT.
008895     MOVE ZERO TO ARPOST-DR-AMT.
008896     MOVE DL500-GL-AMT (DL500-GL-IDX) TO ARPOST-CR-AMT.
008897     WRITE ARPOST-REC-OUT.
008898     ADD 1 TO DL500-GL-REC-CNT.
008899     ADD DL500-GL-AMT (DL500-GL-IDX) TO DL500-GL-HASH.
008900 8410-WRITE-ONE-ARPOST-EXIT.
008901     EXIT.
008902
008903*****************************************************************
008904* 2910-CALC-SERIAL-DAY-RTN
008905* Turns DL500-SD-DATE into a serial day count so two dates can
008906* be subtracted - whole years at 365 days plus the leap days
008910* before this year, then the days of the months gone by, then
008920* the day of the month.
008930*****************************************************************
009450 2920-CHECK-LEAP-EXIT.
009460     EXIT.
009470
009471*****************************************************************
009472* 2930-CALC-DUE-DATE-RTN
009473* Fills in the due date on an open item that came in without
009474* one - the invoice date plus DL500-TERMS-WORK days, a day at a
009475* time so month and year ends roll over correctly.
009476*****************************************************************
009477 2930-CALC-DUE-DATE-RTN.
009478     MOVE DL500-OINV-DATE (DL500-OINV-IDX) TO DL500-SD-DATE.
009479     PERFORM 2935-ADD-ONE-DAY-RTN
009480         THRU 2935-ADD-ONE-DAY-EXIT
009481         DL500-TERMS-WORK TIMES.
009482     MOVE DL500-SD-DATE TO DL500-OINV-DUE-DATE (DL500-OINV-IDX).
009483 2930-CALC-DUE-DATE-EXIT.
009484     EXIT.
009485
009486 2935-ADD-ONE-DAY-RTN.
009487     MOVE DL500-DIM (DL500-SD-MM) TO DL500-SD-MDAYS.
009488     IF DL500-SD-MM EQUAL 2
009489         PERFORM 2920-CHECK-LEAP-RTN
009490             THRU 2920-CHECK-LEAP-EXIT
009491         IF DL500-LEAP-YEAR
009492             ADD 1 TO DL500-SD-MDAYS
009493         END-IF
009494     END-IF.
009495     IF DL500-SD-DD < DL500-SD-MDAYS
009496         ADD 1 TO DL500-SD-DD
009497         GO TO 2935-ADD-ONE-DAY-EXIT
009498     END-IF.
009499     MOVE 1 TO DL500-SD-DD.
009500     IF DL500-SD-MM < 12
009501         ADD 1 TO DL500-SD-MM
009502         GO TO 2935-ADD-ONE-DAY-EXIT
009503     END-IF.
009504     MOVE 1 TO DL500-SD-MM.
009505     ADD 1 TO DL500-SD-YYYY.
009506 2935-ADD-ONE-DAY-EXIT.
009507     EXIT.
009508
009509******************************************************************
009510* 8900-WRITE-RUNLOG-RTN
009511* Appends this run's completion line to the permanent run-control
009512* log, the way every program in the suite does.
009520******************************************************************
009530 8900-WRITE-RUNLOG-RTN.
009540     ACCEPT DL500-END-TIME FROM TIME.
