000100*----------------------------------------------------------------
000200* PNDPR - SHARED PENDING APPROVAL PARAGRAPHS.
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO THE PROCEDURE DIVISION OF
000600*                ANY PROGRAM THAT CARRIES THE PNDWS FIELDS, A
000700*                PENDING-FILE FD, AND THE OPRWS/OPRPR PAIR.  9400
000800*                OPENS THE PENDING FILE, CREATING IT IF NEED BE;
000900*                9410 ADDS THE ITEM BUILT IN THE RECORD AREA AS
001000*                PENDING UNDER THE SIGNED-ON OPERATOR; 9420/9430
001100*                WALK THE PROGRAM'S ITEMS STILL PENDING; 9440
001200*                SHOWS ONE ITEM AND TAKES THE CHECKER'S APPROVE,
001300*                REJECT, OR SKIP, REFUSING AN ITEM THE CHECKER
001400*                ENTERED; 9450 STAMPS THE DECISION ON THE ITEM;
001500*                9480 SHOWS THE REVIEW COUNTS; 9490 CLOSES THE
001600*                FILE.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/07/2026  RLM  ORIGINAL COPYBOOK - STANDARD MAKER-CHECKER ADD,
002200*                  WALK, AND DECIDE PARAGRAPHS, IN THE SAME STYLE
002300*                  AS THE HLDWS/HLDPR PAIR.
002400*----------------------------------------------------------------
002500 9400-OPEN-PENDING-FILE.
002600*     A MISSING PENDING FILE MEANS NOTHING HAS EVER BEEN HELD FOR
002700*     APPROVAL - IT IS CREATED EMPTY SO THE FIRST ITEM CAN BE
002800*     WRITTEN TO IT.
002900*----------------------------------------------------------------
003000     MOVE 'N' TO PND-FILE-OPEN-SW.
003100     OPEN I-O PENDING-FILE.
003200     IF PND-FILE-MISSING
003300         OPEN OUTPUT PENDING-FILE
003400         CLOSE PENDING-FILE
003500         OPEN I-O PENDING-FILE
003600     END-IF.
003700     MOVE "PENDAPPR" TO FST-FILE-NAME.
003800     MOVE "OPEN    " TO FST-OPERATION.
003900     MOVE PND-FILE-STATUS TO FST-STATUS.
004000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
004100     MOVE 'Y' TO PND-FILE-OPEN-SW.
004200 9400-EXIT.
004300     EXIT.
004400
004500 9410-ADD-PENDING-ITEM.
004600*     THE CALLER HAS LOADED PND-AMOUNT, PND-DESC, AND PND-DETAIL.
004700*     THE ITEM IS STAMPED WITH THE PROGRAM, THE DATE AND TIME,
004800*     AND THE SIGNED-ON OPERATOR AS ITS MAKER.  TWO ITEMS ENTERED
004900*     IN THE SAME HUNDREDTH OF A SECOND TAKE THE NEXT TIME VALUE.
005000*----------------------------------------------------------------
005100     MOVE PND-CHECK-PROGRAM TO PND-PROGRAM.
005200     ACCEPT PND-DATE FROM DATE.
005300     ACCEPT PND-TIME FROM TIME.
005400     MOVE 'P'           TO PND-STATUS.
005500     MOVE OPR-SIGNED-ID TO PND-MAKER.
005600     MOVE SPACES        TO PND-CHECKER.
005700     MOVE ZERO          TO PND-DECIDED-DATE.
005800     MOVE ZERO          TO PND-DECIDED-TIME.
005900     MOVE 'N'           TO PND-WRITTEN-SW.
006000     PERFORM 9415-WRITE-PENDING-ITEM THRU 9415-EXIT
006100         UNTIL PND-WRITTEN.
006200     DISPLAY "Held for supervisor approval - not applied until "
006300             "a second supervisor approves it.".
006400 9410-EXIT.
006500     EXIT.
006600
006700 9415-WRITE-PENDING-ITEM.
006800*----------------------------------------------------------------
006900     WRITE PENDING-RECORD
007000         INVALID KEY
007100             CONTINUE
007200     END-WRITE.
007300     IF PND-DUPLICATE-KEY
007400         ADD 1 TO PND-TIME
007500         GO TO 9415-EXIT
007600     END-IF.
007700     MOVE "PENDAPPR" TO FST-FILE-NAME.
007800     MOVE "WRITE   " TO FST-OPERATION.
007900     MOVE PND-FILE-STATUS TO FST-STATUS.
008000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
008100     MOVE 'Y' TO PND-WRITTEN-SW.
008200 9415-EXIT.
008300     EXIT.
008400
008500 9420-START-PENDING-ITEMS.
008600*     POSITION ON THE FIRST ITEM FOR PND-CHECK-PROGRAM AND READ
008700*     THE FIRST ONE STILL PENDING.  PND-SCAN-END COMES ON AT ONCE
008800*     WHEN THE PROGRAM HAS NONE.
008900*----------------------------------------------------------------
009000     MOVE 'N'               TO PND-SCAN-END-SW.
009100     MOVE ZERO              TO PND-SEEN-COUNT.
009200     MOVE ZERO              TO PND-APPROVED-COUNT.
009300     MOVE ZERO              TO PND-REJECTED-COUNT.
009400     MOVE PND-CHECK-PROGRAM TO PND-PROGRAM.
009500     MOVE ZERO              TO PND-DATE.
009600     MOVE ZERO              TO PND-TIME.
009700     START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
009800         INVALID KEY
009900             MOVE 'Y' TO PND-SCAN-END-SW
010000     END-START.
010100     IF NOT PND-SCAN-END
010200         PERFORM 9430-READ-NEXT-PENDING THRU 9430-EXIT
010300     END-IF.
010400 9420-EXIT.
010500     EXIT.
010600
010700 9430-READ-NEXT-PENDING.
010800*     THE SCAN ENDS AT END OF FILE OR AT THE FIRST ITEM BELONGING
010900*     TO ANOTHER PROGRAM.  ITEMS ALREADY DECIDED ARE PASSED OVER.
011000*----------------------------------------------------------------
011100     READ PENDING-FILE NEXT RECORD
011200         AT END
011300             MOVE 'Y' TO PND-SCAN-END-SW
011400             GO TO 9430-EXIT
011500     END-READ.
011600     IF PND-PROGRAM NOT = PND-CHECK-PROGRAM
011700         MOVE 'Y' TO PND-SCAN-END-SW
011800         GO TO 9430-EXIT
011900     END-IF.
012000     IF NOT PND-OPEN
012100         GO TO 9430-READ-NEXT-PENDING
012200     END-IF.
012300 9430-EXIT.
012400     EXIT.
012500
012600 9440-TAKE-DECISION.
012700*     SHOW THE ITEM IN THE RECORD AREA AND TAKE THE CHECKER'S
012800*     DECISION.  THE OPERATOR WHO ENTERED A CHANGE CAN NEVER
012900*     APPROVE OR REJECT IT - THE ITEM IS SKIPPED FOR ANOTHER
013000*     SUPERVISOR.
013100*----------------------------------------------------------------
013200     ADD 1 TO PND-SEEN-COUNT.
013300     MOVE PND-AMOUNT TO PND-AMOUNT-DISPLAY.
013400     DISPLAY " ".
013500     DISPLAY "Entered " PND-DATE " " PND-TIME " by " PND-MAKER.
013600     DISPLAY "  " PND-DESC.
013700     DISPLAY "  Amount " PND-AMOUNT-DISPLAY.
013800     IF PND-MAKER = OPR-CHECKER-ID
013900         DISPLAY "Entered by " OPR-CHECKER-ID " - another "
014000                 "supervisor must decide it.  Skipped."
014100         MOVE 'S' TO PND-DECISION
014200         GO TO 9440-EXIT
014300     END-IF.
014400     MOVE 'N' TO PND-DECISION-OK-SW.
014500     PERFORM 9445-PROMPT-FOR-DECISION THRU 9445-EXIT
014600         UNTIL PND-DECISION-OK.
014700 9440-EXIT.
014800     EXIT.
014900
015000 9445-PROMPT-FOR-DECISION.
015100*----------------------------------------------------------------
015200     DISPLAY "A to approve, R to reject, S to skip?".
015300     ACCEPT PND-DECISION.
015400     IF PND-DECIDE-APPROVE OR PND-DECIDE-REJECT OR PND-DECIDE-SKIP
015500         MOVE 'Y' TO PND-DECISION-OK-SW
015600     ELSE
015700         DISPLAY "Answer must be A, R, or S."
015800     END-IF.
015900 9445-EXIT.
016000     EXIT.
016100
016200 9450-RECORD-DECISION.
016300*     STAMP THE ITEM LAST READ WITH THE DECISION, THE CHECKER,
016400*     AND THE DATE AND TIME, AND REWRITE IT.  THE ITEM STAYS ON
016500*     FILE AS THE RECORD OF WHO ENTERED AND WHO DECIDED IT.
016600*----------------------------------------------------------------
016700     IF PND-DECIDE-APPROVE
016800         MOVE 'A' TO PND-STATUS
016900         ADD 1 TO PND-APPROVED-COUNT
017000     ELSE
017100         MOVE 'R' TO PND-STATUS
017200         ADD 1 TO PND-REJECTED-COUNT
017300     END-IF.
017400     MOVE OPR-CHECKER-ID TO PND-CHECKER.
017500     ACCEPT PND-DECIDED-DATE FROM DATE.
017600     ACCEPT PND-DECIDED-TIME FROM TIME.
017700     REWRITE PENDING-RECORD.
017800     MOVE "PENDAPPR" TO FST-FILE-NAME.
017900     MOVE "REWRITE " TO FST-OPERATION.
018000     MOVE PND-FILE-STATUS TO FST-STATUS.
018100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
018200 9450-EXIT.
018300     EXIT.
018400
018500 9480-SHOW-REVIEW-TOTALS.
018600*----------------------------------------------------------------
018700     MOVE PND-SEEN-COUNT TO PND-COUNT-DISPLAY.
018800     DISPLAY "Pending items reviewed:  " PND-COUNT-DISPLAY.
018900     MOVE PND-APPROVED-COUNT TO PND-COUNT-DISPLAY.
019000     DISPLAY "Approved and applied:    " PND-COUNT-DISPLAY.
019100     MOVE PND-REJECTED-COUNT TO PND-COUNT-DISPLAY.
019200     DISPLAY "Rejected:                " PND-COUNT-DISPLAY.
019300 9480-EXIT.
019400     EXIT.
019500
019600 9490-CLOSE-PENDING-FILE.
019700*----------------------------------------------------------------
019800     IF PND-FILE-OPEN
019900         CLOSE PENDING-FILE
020000         MOVE 'N' TO PND-FILE-OPEN-SW
020100     END-IF.
020200 9490-EXIT.
020300     EXIT.
