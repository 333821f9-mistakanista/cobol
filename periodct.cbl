002440*                  REOPEN PROVES SUPERVISOR LEVEL 3.  FAILED
002450*                  SIGN-ONS AND DENIED ATTEMPTS LAND ON THE
002460*                  CENTRAL JOB LOG.
002470* 09/29/2026  RLM  FEEASSES (FEE MONTH, KEYED BY MONTH-END MMDD)
002480*                  AND INTRTN (TAX YEAR, KEYED 1231) ADDED TO THE
002490*                  SOURCES A SUPERVISOR CAN SHOW AND REOPEN.
002491* 10/07/2026  RLM  DUAL CONTROL - A REOPEN IS HELD ON THE PENDING
002492*                  APPROVAL FILE (PNDWS/PNDPR) AND THE 'O' RECORD
002493*                  IS ONLY WRITTEN WHEN A SECOND SUPERVISOR, NOT
002494*                  THE ONE WHO ASKED, APPROVES IT UNDER THE NEW
002495*                  REVIEW CHOICE.  THE RECORD CARRIES BOTH IDS
002496*                  (PRD-APPROVER) AND THE LIST SHOWS THEM.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003460     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
003470                            ORGANIZATION IS LINE SEQUENTIAL
003480                            FILE STATUS IS OPR-SESS-STATUS.
003481     SELECT PENDING-FILE    ASSIGN TO "PENDAPPR"
003482                            ORGANIZATION IS INDEXED
003483                            ACCESS MODE IS DYNAMIC
003484                            RECORD KEY IS PND-KEY
003485                            FILE STATUS IS PND-FILE-STATUS.
003490     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
003492                            ORGANIZATION IS LINE SEQUENTIAL
003494                            FILE STATUS IS FST-JOB-LOG-STATUS.
003900*----------------------------------------------------------------
004000 FD  PERIOD-CTL-FILE.
004100 01  PERIOD-CTL-LINE            PIC X(80).
004101
004102*----------------------------------------------------------------
004103* PENDING APPROVAL FILE - EVERY REOPEN WAITS HERE FOR A SECOND
004104* SUPERVISOR
004105*----------------------------------------------------------------
004106 FD  PENDING-FILE.
004107     COPY PNDREC.
004110
004120*----------------------------------------------------------------
004130* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG - THE
004800     88  PC-CHOICE-INQUIRE                  VALUE '1'.
004900     88  PC-CHOICE-REOPEN                   VALUE '2'.
005000     88  PC-CHOICE-LIST                     VALUE '3'.
005050     88  PC-CHOICE-REVIEW                   VALUE '4'.
005100     88  PC-CHOICE-QUIT                     VALUE '5'.
005150     88  PC-CHOICE-VALID        VALUE '1' '2' '3' '4' '5'.
005300 01  PC-DONE-SW                 PIC X(01) VALUE 'N'.
005400     88  PC-DONE                            VALUE 'Y'.
005500 01  PC-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
006300*----------------------------------------------------------------
006400 01  PC-WORK-SOURCE             PIC X(08).
006500     88  PC-SOURCE-VALID        VALUE "TAX" "INTEREST"
006550                                      "TRANPOST" "FEEASSES"
006600                                      "INTRTN".
006700 01  PC-WORK-YEAR               PIC 9(02).
006800 01  PC-WORK-PERIOD             PIC 9(04).
006900 01  PC-SOURCE-OK-SW            PIC X(01) VALUE 'N'.
007100 01  PC-PERIOD-OK-SW            PIC X(01) VALUE 'N'.
007200     88  PC-PERIOD-OK                       VALUE 'Y'.
007300 01  PC-LIST-COUNT              PIC 9(05) COMP VALUE ZERO.
007305
007310*----------------------------------------------------------------
007315* DUAL CONTROL - THE REOPEN AS ASKED, CARRIED IN PND-DETAIL UNTIL
007320* A SECOND SUPERVISOR DECIDES IT
007325*----------------------------------------------------------------
007330 01  PC-WRITTEN-SW              PIC X(01) VALUE 'N'.
007335     88  PC-WRITTEN                         VALUE 'Y'.
007340 01  PC-PENDING-DETAIL.
007345     05  PP-SOURCE              PIC X(08).
007350     05  PP-YEAR                PIC 9(02).
007355     05  PP-PERIOD              PIC 9(04).
007360     05  FILLER                 PIC X(106).
007365 01  PC-PENDING-DESC.
007370     05  FILLER                 PIC X(07) VALUE "REOPEN ".
007375     05  PD-SOURCE              PIC X(08).
007380     05  FILLER                 PIC X(08) VALUE " PERIOD ".
007385     05  PD-YEAR                PIC 9(02).
007390     05  PD-PERIOD              PIC 9(04).
007395     05  FILLER                 PIC X(11) VALUE SPACES.
007400
007500     COPY PRDWS.
007600
007700     COPY VALIDWS.
007720
007740     COPY OPRWS.
007745
007750     COPY PNDWS.
007760
007780     COPY FSTATWS.
007800
012400             PERFORM 3000-REOPEN-PERIOD THRU 3000-EXIT
012500         WHEN PC-CHOICE-LIST
012600             PERFORM 4000-LIST-CONTROL-FILE THRU 4000-EXIT
012620         WHEN PC-CHOICE-REVIEW
012640             PERFORM 6000-REVIEW-PENDING THRU 6000-EXIT
012700     END-EVALUATE.
012800 1000-EXIT.
012900     EXIT.
014500     DISPLAY "1 - INQUIRE ON A PERIOD".
014600     DISPLAY "2 - REOPEN A PROCESSED PERIOD".
014700     DISPLAY "3 - LIST THE CONTROL FILE".
014750     DISPLAY "4 - REVIEW REOPENS HELD FOR APPROVAL".
014800     DISPLAY "5 - QUIT".
014900     DISPLAY "Please enter your choice?".
015000     ACCEPT PC-MENU-CHOICE.
015100     IF NOT PC-CHOICE-VALID
017600
017700*----------------------------------------------------------------
017800 3000-REOPEN-PERIOD.
017850*     ASK FOR THE REOPEN THAT LETS AN ALREADY-PROCESSED PERIOD
017900*     RUN ONCE MORE.  A PERIOD THAT IS NOT PROCESSED NEEDS NO
017950*     REOPEN, SO NOTHING IS HELD.  THE REOPEN IS HELD FOR A
018000*     SECOND SUPERVISOR AND WRITTEN ONLY WHEN APPROVED.
018200*----------------------------------------------------------------
018210*    REOPENING A PROCESSED PERIOD IS SUPERVISOR WORK.
018220     MOVE 3 TO OPR-REQUIRED-LEVEL.
019000                 "reopen."
019100         GO TO 3000-EXIT
019200     END-IF.
019202     PERFORM 3200-HOLD-FOR-APPROVAL THRU 3200-EXIT.
019204 3000-EXIT.
019206     EXIT.
019208
019210*----------------------------------------------------------------
019212 3200-HOLD-FOR-APPROVAL.
019214*     WRITE THE REOPEN, AS ASKED, TO THE PENDING APPROVAL FILE.
019216*----------------------------------------------------------------
019218     MOVE SPACES            TO PC-PENDING-DETAIL.
019220     MOVE PC-WORK-SOURCE    TO PP-SOURCE.
019222     MOVE PC-WORK-YEAR      TO PP-YEAR.
019224     MOVE PC-WORK-PERIOD    TO PP-PERIOD.
019226     MOVE PC-WORK-SOURCE    TO PD-SOURCE.
019228     MOVE PC-WORK-YEAR      TO PD-YEAR.
019230     MOVE PC-WORK-PERIOD    TO PD-PERIOD.
019232     MOVE "PERIODCT"        TO PND-CHECK-PROGRAM.
019234     PERFORM 9400-OPEN-PENDING-FILE THRU 9400-EXIT.
019236     MOVE PC-PENDING-DETAIL TO PND-DETAIL.
019238     MOVE PC-PENDING-DESC   TO PND-DESC.
019240     MOVE ZERO              TO PND-AMOUNT.
019242     PERFORM 9410-ADD-PENDING-ITEM THRU 9410-EXIT.
019244     PERFORM 9490-CLOSE-PENDING-FILE THRU 9490-EXIT.
019246 3200-EXIT.
019248     EXIT.
019250
019252*----------------------------------------------------------------
019254 3500-WRITE-REOPEN.
019256*     APPEND THE APPROVED REOPEN RECORD, UNDER THE SUPERVISOR
019258*     WHO ASKED FOR IT AND THE ONE WHO APPROVED IT.  A MISSING
019260*     CONTROL FILE IS CREATED.
019262*----------------------------------------------------------------
019264     MOVE 'N'            TO PC-WRITTEN-SW.
019300     ACCEPT PRD-DATE FROM DATE.
019400     ACCEPT PRD-TIME FROM TIME.
019500     MOVE PC-WORK-SOURCE TO PRD-SOURCE.
019600     MOVE PC-WORK-YEAR   TO PRD-YEAR.
019700     MOVE PC-WORK-PERIOD TO PRD-PERIOD.
019800     MOVE 'O'            TO PRD-STATUS.
019850     MOVE PND-MAKER      TO PRD-OPERATOR.
019900     MOVE OPR-CHECKER-ID TO PRD-APPROVER.
020000     OPEN EXTEND PERIOD-CTL-FILE.
020100     IF PRD-CTL-FILE-MISSING
020200         OPEN OUTPUT PERIOD-CTL-FILE
020800         DISPLAY "Control file write failed with file status "
020900                 PRD-CTL-STATUS " - NOT reopened."
021000         CLOSE PERIOD-CTL-FILE
021100         GO TO 3500-EXIT
021200     END-IF.
021300     CLOSE PERIOD-CTL-FILE.
021400     DISPLAY "Period " PC-WORK-YEAR PC-WORK-PERIOD " FOR "
021450             PC-WORK-SOURCE " reopened by " PND-MAKER
021500             " approved by " OPR-CHECKER-ID ".".
021550     MOVE 'Y'            TO PC-WRITTEN-SW.
021600 3500-EXIT.
021700     EXIT.
021800
021900*----------------------------------------------------------------
022600         DISPLAY "No period control file yet."
022700         GO TO 4000-EXIT
022800     END-IF.
022850     DISPLAY "DATE   TIME     SOURCE   YY PERD S OPERATOR "
022900             "APPROVER".
023000     PERFORM 9510-READ-PERIOD-RECORD THRU 9510-EXIT.
023100     PERFORM 4100-LIST-ONE-RECORD THRU 4100-EXIT
023200         UNTIL PRD-CTL-EOF.
024100     ADD 1 TO PC-LIST-COUNT.
024200     DISPLAY PRD-DATE " " PRD-TIME " " PRD-SOURCE " "
024300             PRD-YEAR " " PRD-PERIOD " " PRD-STATUS " "
024400             PRD-OPERATOR " " PRD-APPROVER.
024500     PERFORM 9510-READ-PERIOD-RECORD THRU 9510-EXIT.
024600 4100-EXIT.
024700     EXIT.
025000 5000-GET-PERIOD-KEY.
025100*     TAKE THE SOURCE AND PERIOD KEY.  TAX AND TRANPOST PERIODS
025200*     ARE KEYED BY RUN DATE (MMDD), INTEREST'S POSTING PERIODS
025250*     BY THEIR AS-OF DATE (MMDD), FEEASSES'S BY THE FEE MONTH'S
025300*     LAST DAY (MMDD), AND INTRTN'S TAX YEAR AS 1231, ALL UNDER
025350*     A TWO-DIGIT YEAR.
025400*----------------------------------------------------------------
025500     MOVE 'N' TO PC-SOURCE-OK-SW.
025600     PERFORM 5100-PROMPT-FOR-SOURCE THRU 5100-EXIT
026400*----------------------------------------------------------------
026500 5100-PROMPT-FOR-SOURCE.
026600*----------------------------------------------------------------
026650     DISPLAY "Source - TAX, INTEREST, TRANPOST, FEEASSES,"
026700             " or INTRTN?".
026800     ACCEPT PC-WORK-SOURCE.
026900     IF NOT PC-SOURCE-VALID
026950         DISPLAY "Source must be TAX, INTEREST, TRANPOST,"
027000                 " FEEASSES, or INTRTN."
027100     ELSE
027200         MOVE 'Y' TO PC-SOURCE-OK-SW
027300     END-IF.
029200     END-IF.
029300 5200-EXIT.
029400     EXIT.
029401
029402*----------------------------------------------------------------
029403 6000-REVIEW-PENDING.
029404*     THE APPROVING SUPERVISOR PROVES THEMSELVES, THEN WALKS THE
029405*     REOPENS HELD FOR APPROVAL OLDEST FIRST.
029406*----------------------------------------------------------------
029407     PERFORM 9360-PROVE-CHECKER THRU 9360-EXIT.
029408     IF NOT OPR-CHECKER-PROVEN
029409         GO TO 6000-EXIT
029410     END-IF.
029411     MOVE "PERIODCT" TO PND-CHECK-PROGRAM.
029412     PERFORM 9400-OPEN-PENDING-FILE THRU 9400-EXIT.
029413     PERFORM 9420-START-PENDING-ITEMS THRU 9420-EXIT.
029414     IF PND-SCAN-END
029415         DISPLAY "No reopens are waiting for approval."
029416     ELSE
029417         PERFORM 6100-REVIEW-ONE-ITEM THRU 6100-EXIT
029418             UNTIL PND-SCAN-END
029419         PERFORM 9480-SHOW-REVIEW-TOTALS THRU 9480-EXIT
029420     END-IF.
029421     PERFORM 9490-CLOSE-PENDING-FILE THRU 9490-EXIT.
029422 6000-EXIT.
029423     EXIT.
029424
029425*----------------------------------------------------------------
029426 6100-REVIEW-ONE-ITEM.
029427*     AN APPROVED REOPEN IS WRITTEN ONLY IF THE PERIOD STILL
029428*     STANDS PROCESSED - ONE REOPENED SINCE STAYS PENDING FOR
029429*     THE SUPERVISOR TO REJECT.  THE ITEM IS MARKED APPROVED
029430*     ONLY ONCE THE 'O' RECORD IS ON THE FILE.
029431*----------------------------------------------------------------
029432     PERFORM 9440-TAKE-DECISION THRU 9440-EXIT.
029433     IF PND-DECIDE-REJECT
029434         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
029435     END-IF.
029436     IF NOT PND-DECIDE-APPROVE
029437         GO TO 6100-NEXT
029438     END-IF.
029439     MOVE PND-DETAIL     TO PC-PENDING-DETAIL.
029440     MOVE PP-SOURCE      TO PC-WORK-SOURCE.
029441     MOVE PP-YEAR        TO PC-WORK-YEAR.
029442     MOVE PP-PERIOD      TO PC-WORK-PERIOD.
029443     MOVE PC-WORK-SOURCE TO PRD-CHECK-SOURCE.
029444     MOVE PC-WORK-YEAR   TO PRD-CHECK-YEAR.
029445     MOVE PC-WORK-PERIOD TO PRD-CHECK-PERIOD.
029446     PERFORM 9500-CHECK-PERIOD THRU 9500-EXIT.
029447     IF NOT PRD-ALREADY-PROCESSED
029448         DISPLAY "That period is no longer processed - the item "
029449                 "stays pending."
029450         GO TO 6100-NEXT
029451     END-IF.
029452     PERFORM 3500-WRITE-REOPEN THRU 3500-EXIT.
029453     IF PC-WRITTEN
029454         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
029455     ELSE
029456         DISPLAY "Not reopened - the item stays pending."
029457     END-IF.
029458 6100-NEXT.
029459     PERFORM 9430-READ-NEXT-PENDING THRU 9430-EXIT.
029460 6100-EXIT.
029461     EXIT.
029500
029600*----------------------------------------------------------------
029700     COPY VALIDPR.
029900     COPY PRDPR.
029920*----------------------------------------------------------------
029940     COPY OPRPR.
029945*----------------------------------------------------------------
029950     COPY PNDPR.
029960*----------------------------------------------------------------
029980     COPY FSTATPR.
030000*----------------------------------------------------------------
