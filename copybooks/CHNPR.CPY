000100*----------------------------------------------------------------
000200* CHNPR - SHARED AUDIT TRAIL CHAINING PARAGRAPHS.
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO THE PROCEDURE DIVISION OF
000600*                ANY PROGRAM THAT CARRIES THE CHNWS FIELDS, A
000700*                CHAIN-CTL-FILE FD, AND THE FSTATWS/FSTATPR PAIR.
000800*                A WRITER PERFORMS 9200 WHEN IT OPENS THE TRAIL,
000900*                THEN FOR EACH LINE MOVES THE LINE BODY TO
001000*                CHN-BODY, PERFORMS 9210, AND WRITES THE BODY
001100*                FOLLOWED BY CHN-STAMP; 9290 CLOSES THE CONTROL
001200*                WHEN THE TRAIL IS CLOSED.  A READER PERFORMS 9260
001300*                BEFORE WALKING THE TRAIL, 9270 FOR EACH LINE READ
001400*                (BODY IN CHN-BODY, STAMP IN CHN-IN-STAMP), AND
001500*                9280 AT THE END; EACH LEAVES CHN-FINDING-MADE ON
001600*                WITH THE FINDING IN CHN-FINDING FOR THE READER TO
001700*                REPORT AGAINST CHN-RECORD-POS.
001800*----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 10/13/2026  RLM  ORIGINAL COPYBOOK - SEQUENCE NUMBER AND CHAINED
002300*                  CHECK VALUE STAMPING, AND THE MATCHING
002400*                  VERIFICATION, IN THE SAME STYLE AS THE
002500*                  PNDWS/PNDPR PAIR.
002600*----------------------------------------------------------------
002700 9200-OPEN-CHAIN.
002800*     OPEN THE CHAIN CONTROL AND PICK UP THE LAST SEQUENCE NUMBER
002900*     AND CHECK VALUE STAMPED ON CHN-TRAIL-NAME.  A MISSING
003000*     CONTROL FILE, OR NO RECORD FOR THE TRAIL, MEANS NOTHING HAS
003100*     BEEN STAMPED ON IT YET - THE CHAIN STARTS AT SEQUENCE 1.
003200*----------------------------------------------------------------
003300     MOVE 'N' TO CHN-CTL-OPEN-SW.
003400     OPEN I-O CHAIN-CTL-FILE.
003500     IF CHN-CTL-MISSING
003600         OPEN OUTPUT CHAIN-CTL-FILE
003700         CLOSE CHAIN-CTL-FILE
003800         OPEN I-O CHAIN-CTL-FILE
003900     END-IF.
004000     MOVE "CHAINCTL" TO FST-FILE-NAME.
004100     MOVE "OPEN    " TO FST-OPERATION.
004200     MOVE CHN-CTL-STATUS TO FST-STATUS.
004300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
004400     MOVE 'Y' TO CHN-CTL-OPEN-SW.
004500     MOVE 'N' TO CHN-NEW-TRAIL-SW.
004600     MOVE CHN-TRAIL-NAME TO CHN-TRAIL.
004700     READ CHAIN-CTL-FILE
004800         INVALID KEY
004900             MOVE 'Y' TO CHN-NEW-TRAIL-SW
005000     END-READ.
005100     IF CHN-NEW-TRAIL
005200         MOVE SPACES         TO CHAIN-CTL-RECORD
005300         MOVE CHN-TRAIL-NAME TO CHN-TRAIL
005400         MOVE ZERO           TO CHN-LAST-SEQ
005500         MOVE ZERO           TO CHN-LAST-CHECK
005600         GO TO 9200-EXIT
005700     END-IF.
005800     MOVE "READ    " TO FST-OPERATION.
005900     MOVE CHN-CTL-STATUS TO FST-STATUS.
006000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
006100 9200-EXIT.
006200     EXIT.
006300
006400 9210-STAMP-BODY.
006500*     THE NEXT SEQUENCE NUMBER AND ITS CHECK VALUE, CHAINED FROM
006600*     THE LAST ONE, FOR THE LINE BODY IN CHN-BODY.  THE CONTROL IS
006700*     UPDATED BEFORE THE CALLER WRITES THE LINE, SO A LINE THAT
006800*     FAILS TO REACH THE TRAIL SHOWS AS MISSING, NOT AS NOTHING.
006900*----------------------------------------------------------------
007000     MOVE CHN-LAST-CHECK TO CHN-PREV-CHECK.
007100     ADD 1 TO CHN-LAST-SEQ.
007200     MOVE CHN-LAST-SEQ   TO CHN-STAMP-SEQ.
007300     PERFORM 9250-FIGURE-CHECK THRU 9250-EXIT.
007400     MOVE CHN-CHECK      TO CHN-STAMP-CHECK.
007500     MOVE CHN-CHECK      TO CHN-LAST-CHECK.
007600     ACCEPT CHN-LAST-DATE FROM DATE.
007700     ACCEPT CHN-LAST-TIME FROM TIME.
007800     MOVE FST-PROGRAM-ID TO CHN-LAST-PROGRAM.
007900     MOVE "CHAINCTL" TO FST-FILE-NAME.
008000     IF CHN-NEW-TRAIL
008100         WRITE CHAIN-CTL-RECORD
008200         MOVE "WRITE   " TO FST-OPERATION
008300         MOVE 'N' TO CHN-NEW-TRAIL-SW
008400     ELSE
008500         REWRITE CHAIN-CTL-RECORD
008600         MOVE "REWRITE " TO FST-OPERATION
008700     END-IF.
008800     MOVE CHN-CTL-STATUS TO FST-STATUS.
008900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
009000 9210-EXIT.
009100     EXIT.
009200
009300 9250-FIGURE-CHECK.
009400*     CHN-CHECK FROM CHN-PREV-CHECK, CHN-STAMP-SEQ, AND THE FIRST
009500*     CHN-BODY-LENGTH CHARACTERS OF CHN-BODY.
009600*----------------------------------------------------------------
009700     COMPUTE CHN-WORK = CHN-PREV-CHECK * 97 + CHN-STAMP-SEQ.
009800     DIVIDE CHN-WORK BY CHN-MODULUS
009900         GIVING CHN-QUOTIENT REMAINDER CHN-CHECK.
010000     PERFORM 9255-FOLD-ONE-CHAR THRU 9255-EXIT
010100         VARYING CHN-SUB FROM 1 BY 1
010200         UNTIL CHN-SUB > CHN-BODY-LENGTH.
010300 9250-EXIT.
010400     EXIT.
010500
010600 9255-FOLD-ONE-CHAR.
010700*----------------------------------------------------------------
010800     MOVE ZERO TO CHN-ORD.
010900     INSPECT CHN-ALPHABET TALLYING CHN-ORD
011000         FOR CHARACTERS BEFORE INITIAL CHN-BODY-CHAR (CHN-SUB).
011100     COMPUTE CHN-WORK = CHN-CHECK * 97 + CHN-ORD + 1.
011200     DIVIDE CHN-WORK BY CHN-MODULUS
011300         GIVING CHN-QUOTIENT REMAINDER CHN-CHECK.
011400 9255-EXIT.
011500     EXIT.
011600
011700 9260-START-VERIFY.
011800*     CLEAR THE WALK AND TAKE WHAT THE CHAIN CONTROL SAYS
011900*     CHN-TRAIL-NAME SHOULD END ON.  NO CONTROL FOR THE TRAIL IS
012000*     NOT ITSELF A FINDING - A TRAIL NEVER STAMPED HAS NONE.
012100*----------------------------------------------------------------
012200     MOVE 'N'  TO CHN-STARTED-SW.
012300     MOVE 'N'  TO CHN-CTL-FOUND-SW.
012400     MOVE ZERO TO CHN-CTL-SEQ CHN-CTL-CHECK.
012500     MOVE ZERO TO CHN-PREV-SEQ CHN-PREV-CHECK.
012600     MOVE ZERO TO CHN-RECORD-POS CHN-CHAINED-COUNT
012700                  CHN-PRE-CHAIN-COUNT.
012800     MOVE ZERO TO CHN-FINDING-COUNT CHN-FIRST-BAD-POS.
012900     OPEN INPUT CHAIN-CTL-FILE.
013000     IF CHN-CTL-MISSING
013100         GO TO 9260-EXIT
013200     END-IF.
013300     MOVE "CHAINCTL" TO FST-FILE-NAME.
013400     MOVE "OPEN    " TO FST-OPERATION.
013500     MOVE CHN-CTL-STATUS TO FST-STATUS.
013600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
013700     MOVE CHN-TRAIL-NAME TO CHN-TRAIL.
013800     READ CHAIN-CTL-FILE
013900         INVALID KEY
014000             CONTINUE
014100         NOT INVALID KEY
014200             MOVE 'Y'            TO CHN-CTL-FOUND-SW
014300             MOVE CHN-LAST-SEQ   TO CHN-CTL-SEQ
014400             MOVE CHN-LAST-CHECK TO CHN-CTL-CHECK
014500     END-READ.
014600     IF NOT CHN-CTL-NOT-FOUND
014700         MOVE "READ    " TO FST-OPERATION
014800         MOVE CHN-CTL-STATUS TO FST-STATUS
014900         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
015000     END-IF.
015100     CLOSE CHAIN-CTL-FILE.
015200 9260-EXIT.
015300     EXIT.
015400
015500 9270-VERIFY-RECORD.
015600*     ONE LINE OF THE TRAIL.  LINES FROM BEFORE THE CHAIN BEGAN
015700*     CARRY NO STAMP AND ARE ONLY COUNTED; ONCE THE CHAIN HAS
015800*     BEGUN, EVERY LINE MUST CARRY THE NEXT SEQUENCE NUMBER AND
015900*     THE CHECK VALUE CHAINED FROM THE LINE BEFORE IT.  A LINE
016000*     OUT OF ORDER DOES NOT MOVE THE WALK ON, SO THE LINES AFTER
016100*     IT STILL CHAIN FROM THE HIGHEST ONE SEEN.
016200*----------------------------------------------------------------
016300     ADD 1 TO CHN-RECORD-POS.
016400     MOVE 'N'    TO CHN-FINDING-SW.
016500     MOVE SPACES TO CHN-FINDING.
016600     IF CHN-IN-SEQ NOT NUMERIC OR CHN-IN-CHECK NOT NUMERIC
016700         IF CHN-STARTED
016800             MOVE "UNSTAMPED LINE INSIDE THE CHAIN"
016900                 TO CHN-FINDING-TEXT
017000             PERFORM 9285-NOTE-FINDING THRU 9285-EXIT
017100         ELSE
017200             ADD 1 TO CHN-PRE-CHAIN-COUNT
017300         END-IF
017400         GO TO 9270-EXIT
017500     END-IF.
017600     MOVE 'Y' TO CHN-STARTED-SW.
017700     ADD 1 TO CHN-CHAINED-COUNT.
017800     IF CHN-IN-SEQ-N NOT > CHN-PREV-SEQ
017900         MOVE "OUT OF ORDER - SEQUENCE"  TO CHN-FINDING-TEXT
018000         MOVE CHN-IN-SEQ-N               TO CHN-FINDING-SEQ-1
018100         MOVE " AFTER "                  TO CHN-FINDING-JOIN
018200         MOVE CHN-PREV-SEQ               TO CHN-FINDING-SEQ-2
018300         PERFORM 9285-NOTE-FINDING THRU 9285-EXIT
018400         GO TO 9270-EXIT
018500     END-IF.
018600     COMPUTE CHN-EXPECT-SEQ = CHN-PREV-SEQ + 1.
018700     IF CHN-IN-SEQ-N > CHN-EXPECT-SEQ
018800         MOVE "MISSING - SEQUENCE"       TO CHN-FINDING-TEXT
018900         MOVE CHN-EXPECT-SEQ             TO CHN-FINDING-SEQ-1
019000         MOVE " THRU "                   TO CHN-FINDING-JOIN
019100         COMPUTE CHN-FINDING-SEQ-2 = CHN-IN-SEQ-N - 1
019200         PERFORM 9285-NOTE-FINDING THRU 9285-EXIT
019300     ELSE
019400         MOVE CHN-IN-SEQ-N TO CHN-STAMP-SEQ
019500         PERFORM 9250-FIGURE-CHECK THRU 9250-EXIT
019600         IF CHN-CHECK NOT = CHN-IN-CHECK-N
019700             MOVE "ALTERED - CHECK FAILS, SEQUENCE"
019800                 TO CHN-FINDING-TEXT
019900             MOVE CHN-IN-SEQ-N TO CHN-FINDING-SEQ-1
020000             PERFORM 9285-NOTE-FINDING THRU 9285-EXIT
020100         END-IF
020200     END-IF.
020300     MOVE CHN-IN-SEQ-N   TO CHN-PREV-SEQ.
020400     MOVE CHN-IN-CHECK-N TO CHN-PREV-CHECK.
020500 9270-EXIT.
020600     EXIT.
020700
020800 9280-END-VERIFY.
020900*     THE LAST LINE WALKED AGAINST THE CHAIN CONTROL.  A TRAIL
021000*     THAT STOPS SHORT OF THE CONTROL HAS LOST LINES FROM ITS END;
021100*     ONE THAT RUNS PAST IT, OR ENDS ON A DIFFERENT CHECK VALUE,
021200*     HAS HAD LINES ADDED OR CHANGED OUTSIDE THE WRITERS.
021300*----------------------------------------------------------------
021400     MOVE 'N'    TO CHN-FINDING-SW.
021500     MOVE SPACES TO CHN-FINDING.
021600     IF NOT CHN-CTL-FOUND
021700         IF CHN-STARTED
021800             MOVE "NO CHAIN CONTROL FOR THIS TRAIL"
021900                 TO CHN-FINDING-TEXT
022000             PERFORM 9285-NOTE-FINDING THRU 9285-EXIT
022100         END-IF
022200         GO TO 9280-EXIT
022300     END-IF.
022400     EVALUATE TRUE
022500         WHEN CHN-CTL-SEQ > CHN-PREV-SEQ
022600             MOVE "ENDS SHORT - MISSING SEQUENCE"
022700                 TO CHN-FINDING-TEXT
022800             COMPUTE CHN-FINDING-SEQ-1 = CHN-PREV-SEQ + 1
022900             MOVE " THRU "           TO CHN-FINDING-JOIN
023000             MOVE CHN-CTL-SEQ        TO CHN-FINDING-SEQ-2
023100             PERFORM 9285-NOTE-FINDING THRU 9285-EXIT
023200         WHEN CHN-CTL-SEQ < CHN-PREV-SEQ
023300             MOVE "PAST CHAIN CONTROL - SEQUENCE"
023400                 TO CHN-FINDING-TEXT
023500             COMPUTE CHN-FINDING-SEQ-1 = CHN-CTL-SEQ + 1
023600             MOVE " THRU "           TO CHN-FINDING-JOIN
023700             MOVE CHN-PREV-SEQ       TO CHN-FINDING-SEQ-2
023800             PERFORM 9285-NOTE-FINDING THRU 9285-EXIT
023900         WHEN CHN-CTL-CHECK NOT = CHN-PREV-CHECK
024000             MOVE "LAST LINE DIFFERS FROM CONTROL"
024100                 TO CHN-FINDING-TEXT
024200             MOVE CHN-PREV-SEQ       TO CHN-FINDING-SEQ-1
024300             PERFORM 9285-NOTE-FINDING THRU 9285-EXIT
024400     END-EVALUATE.
024500 9280-EXIT.
024600     EXIT.
024700
024800 9285-NOTE-FINDING.
024900*----------------------------------------------------------------
025000     MOVE 'Y' TO CHN-FINDING-SW.
025100     ADD 1 TO CHN-FINDING-COUNT.
025200     IF CHN-FIRST-BAD-POS = ZERO
025300         MOVE CHN-RECORD-POS TO CHN-FIRST-BAD-POS
025400     END-IF.
025500 9285-EXIT.
025600     EXIT.
025700
025800 9290-CLOSE-CHAIN.
025900*----------------------------------------------------------------
026000     IF CHN-CTL-OPEN
026100         CLOSE CHAIN-CTL-FILE
026200         MOVE 'N' TO CHN-CTL-OPEN-SW
026300     END-IF.
026400 9290-EXIT.
026500     EXIT.
