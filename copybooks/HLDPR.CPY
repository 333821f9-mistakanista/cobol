000100*----------------------------------------------------------------
000200* HLDPR - SHARED FUNDS HOLD PARAGRAPHS.
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO THE PROCEDURE DIVISION OF
000600*                ANY PROGRAM THAT CARRIES THE HLDWS FIELDS AND A
000700*                HOLD-FILE FD.  9700 OPENS THE HOLD FILE FOR
000800*                INQUIRY AND 9705 FOR UPDATE;
000900*                9710-SUM-ACCOUNT-HOLDS TOTALS AN ACCOUNT'S OPEN
001000*                HOLDS AND FIGURES ITS AVAILABLE BALANCE;
001100*                9715/9720 WALK ONE ACCOUNT'S HOLDS FOR A PROGRAM
001200*                THAT LISTS THEM; 9740 SAYS WHETHER THE HOLD IN
001300*                THE RECORD AREA IS STILL OPEN; 9750 DATES A NEW
001400*                FLOAT HOLD'S RELEASE; 9790 CLOSES THE FILE.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 09/22/2026  RLM  ORIGINAL COPYBOOK - STANDARD HOLD OPEN, TOTAL,
002000*                  WALK, AND RELEASE-DATE PARAGRAPHS, IN THE SAME
002100*                  STYLE AS THE PRDWS/PRDPR PAIR.
002110* 10/15/2026  RLM  9700 NOW TAKES ONLY A MISSING HOLD FILE AS NO
002120*                  HOLDS.  ANY OTHER OPEN FAILURE GOES THROUGH THE
002130*                  FSTATPR CHECK AND ENDS THE RUN, SO A LOCKED OR
002140*                  DAMAGED FILE CANNOT LET A HELD DEBIT THROUGH.
002150*                  THE PROGRAM MUST ALSO CARRY FSTATWS/FSTATPR.
002200*----------------------------------------------------------------
002300 9700-OPEN-HOLDS-FOR-INQUIRY.
002400*     A MISSING HOLD FILE MEANS NO HOLD HAS EVER BEEN PLACED -
002500*     THE FILE STAYS CLOSED AND EVERY ACCOUNT SUMS TO NO HOLDS.
002510*     ANY OTHER FAILURE ENDS THE RUN.
002600*----------------------------------------------------------------
002700     MOVE 'N' TO HLD-FILE-OPEN-SW.
002800     OPEN INPUT HOLD-FILE.
002900     IF HLD-FILE-MISSING
002910         GO TO 9700-EXIT
002920     END-IF.
002930     MOVE "FUNDHOLD" TO FST-FILE-NAME.
002940     MOVE "OPEN    " TO FST-OPERATION.
002950     MOVE HLD-FILE-STATUS TO FST-STATUS.
002960     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
003000     MOVE 'Y' TO HLD-FILE-OPEN-SW.
003200 9700-EXIT.
003300     EXIT.
003400
003500 9705-OPEN-HOLDS-FOR-UPDATE.
003600*     A MISSING HOLD FILE IS CREATED EMPTY SO THE FIRST HOLD CAN
003700*     BE WRITTEN TO IT.
003800*----------------------------------------------------------------
003900     MOVE 'N' TO HLD-FILE-OPEN-SW.
004000     OPEN I-O HOLD-FILE.
004100     IF HLD-FILE-MISSING
004200         OPEN OUTPUT HOLD-FILE
004300         CLOSE HOLD-FILE
004400         OPEN I-O HOLD-FILE
004500     END-IF.
004600     IF HLD-FILE-STATUS = '00'
004700         MOVE 'Y' TO HLD-FILE-OPEN-SW
004800     END-IF.
004900 9705-EXIT.
005000     EXIT.
005100
005200 9710-SUM-ACCOUNT-HOLDS.
005300*     WALK THE ACCOUNT'S HOLDS, TOTALLING THE ONES STILL OPEN ON
005400*     HLD-CHECK-DATE AND NOTING THE HIGHEST SEQUENCE IN USE, THEN
005500*     TAKE THE TOTAL OFF HLD-CHECK-BALANCE FOR THE AVAILABLE
005600*     BALANCE.  THE HOLD RECORD AREA IS LEFT ON THE LAST HOLD
005700*     READ.
005800*----------------------------------------------------------------
005900     MOVE ZERO TO HLD-HELD-TOTAL.
006000     MOVE ZERO TO HLD-OPEN-COUNT.
006100     MOVE ZERO TO HLD-LEGAL-COUNT.
006200     MOVE ZERO TO HLD-LAST-SEQ.
006300     IF NOT HLD-FILE-OPEN
006400         GO TO 9710-FIGURE-AVAILABLE
006500     END-IF.
006600     PERFORM 9715-START-ACCOUNT-HOLDS THRU 9715-EXIT.
006700     PERFORM 9730-COUNT-ONE-HOLD THRU 9730-EXIT
006800         UNTIL HLD-SCAN-END.
006900 9710-FIGURE-AVAILABLE.
007000     COMPUTE HLD-AVAILABLE = HLD-CHECK-BALANCE - HLD-HELD-TOTAL.
007100 9710-EXIT.
007200     EXIT.
007300
007400 9715-START-ACCOUNT-HOLDS.
007500*     POSITION ON THE FIRST HOLD FOR HLD-CHECK-ACCT AND READ IT.
007600*     HLD-SCAN-END COMES ON AT ONCE WHEN THE ACCOUNT HAS NONE.
007700*----------------------------------------------------------------
007800     MOVE 'N'            TO HLD-SCAN-END-SW.
007900     MOVE HLD-CHECK-ACCT TO HLD-ACCT-NUMBER.
008000     MOVE ZERO           TO HLD-SEQ.
008100     START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
008200         INVALID KEY
008300             MOVE 'Y' TO HLD-SCAN-END-SW
008400     END-START.
008500     IF NOT HLD-SCAN-END
008600         PERFORM 9720-READ-NEXT-HOLD THRU 9720-EXIT
008700     END-IF.
008800 9715-EXIT.
008900     EXIT.
009000
009100 9720-READ-NEXT-HOLD.
009200*     THE SCAN ENDS AT END OF FILE OR AT THE FIRST HOLD BELONGING
009300*     TO ANOTHER ACCOUNT.
009400*----------------------------------------------------------------
009500     READ HOLD-FILE NEXT RECORD
009600         AT END
009700             MOVE 'Y' TO HLD-SCAN-END-SW
009800     END-READ.
009900     IF NOT HLD-SCAN-END
010000        AND HLD-ACCT-NUMBER NOT = HLD-CHECK-ACCT
010100         MOVE 'Y' TO HLD-SCAN-END-SW
010200     END-IF.
010300 9720-EXIT.
010400     EXIT.
010500
010600 9730-COUNT-ONE-HOLD.
010700*----------------------------------------------------------------
010800     MOVE HLD-SEQ TO HLD-LAST-SEQ.
010900     PERFORM 9740-TEST-HOLD-OPEN THRU 9740-EXIT.
011000     IF HLD-IS-OPEN
011100         ADD HLD-AMOUNT TO HLD-HELD-TOTAL
011200         ADD 1          TO HLD-OPEN-COUNT
011300         IF HLD-LEGAL
011400             ADD 1 TO HLD-LEGAL-COUNT
011500         END-IF
011600     END-IF.
011700     PERFORM 9720-READ-NEXT-HOLD THRU 9720-EXIT.
011800 9730-EXIT.
011900     EXIT.
012000
012100 9740-TEST-HOLD-OPEN.
012200*     A HOLD IS OPEN WHILE IT IS ACTIVE AND ITS RELEASE DATE, IF
012300*     IT HAS ONE, IS STILL AFTER HLD-CHECK-DATE.  A FLOAT HOLD
012400*     FREES ITS MONEY ON THE RELEASE DATE ITSELF, EVEN BEFORE
012500*     THAT NIGHT'S HOLDREL RUN MARKS IT RELEASED.
012600*----------------------------------------------------------------
012700     MOVE 'N' TO HLD-OPEN-SW.
012800     IF HLD-ACTIVE
012900         IF HLD-RELEASE-DATE = ZERO
013000            OR HLD-RELEASE-DATE > HLD-CHECK-DATE
013100             MOVE 'Y' TO HLD-OPEN-SW
013200         END-IF
013300     END-IF.
013400 9740-EXIT.
013500     EXIT.
013600
013700 9750-FLOAT-RELEASE-DATE.
013800*     HLD-FLOAT-RELEASE BECOMES HLD-CHECK-DATE PLUS THE FLOAT
013900*     DAYS, COUNTED ON THE CALENDAR.
014000*----------------------------------------------------------------
014100     MOVE HLD-CHECK-DATE TO HLD-DATE-WORK.
014200     PERFORM 9760-ADD-ONE-DAY THRU 9760-EXIT
014300         HLD-FLOAT-DAYS TIMES.
014400     MOVE HLD-DATE-WORK TO HLD-FLOAT-RELEASE.
014500 9750-EXIT.
014600     EXIT.
014700
014800 9760-ADD-ONE-DAY.
014900*     FEBRUARY HAS 29 DAYS ONLY IN A YEAR DIVISIBLE BY FOUR.
015000*----------------------------------------------------------------
015100     ADD 1 TO HLD-WORK-DD.
015200     MOVE HLD-MONTH-DAYS (HLD-WORK-MM) TO HLD-MONTH-LIMIT.
015300     IF HLD-WORK-MM = 2
015400         DIVIDE HLD-WORK-YY BY 4 GIVING HLD-LEAP-QUOTIENT
015500             REMAINDER HLD-LEAP-REMAINDER
015600         IF HLD-LEAP-REMAINDER NOT = ZERO
015700             MOVE 28 TO HLD-MONTH-LIMIT
015800         END-IF
015900     END-IF.
016000     IF HLD-WORK-DD NOT > HLD-MONTH-LIMIT
016100         GO TO 9760-EXIT
016200     END-IF.
016300     MOVE 1 TO HLD-WORK-DD.
016400     ADD 1  TO HLD-WORK-MM.
016500     IF HLD-WORK-MM > 12
016600         MOVE 1 TO HLD-WORK-MM
016700         IF HLD-WORK-YY = 99
016800             MOVE ZERO TO HLD-WORK-YY
016900         ELSE
017000             ADD 1 TO HLD-WORK-YY
017100         END-IF
017200     END-IF.
017300 9760-EXIT.
017400     EXIT.
017500
017600 9790-CLOSE-HOLD-FILE.
017700*----------------------------------------------------------------
017800     IF HLD-FILE-OPEN
017900         CLOSE HOLD-FILE
018000         MOVE 'N' TO HLD-FILE-OPEN-SW
018100     END-IF.
018200 9790-EXIT.
018300     EXIT.
