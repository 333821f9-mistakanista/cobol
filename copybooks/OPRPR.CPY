001200*                FAILURE TO THE CENTRAL JOB LOG.
001300*                9350-CHECK-LEVEL PROVES THE SIGNED-ON LEVEL
001400*                AGAINST OPR-REQUIRED-LEVEL AND LOGS A DENIED
001450*                ATTEMPT THE SAME WAY.  9360-PROVE-CHECKER
001500*                PROVES A SECOND, APPROVING SUPERVISOR FOR A
001550*                CHANGE HELD UNDER DUAL CONTROL.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*----------------------------------------------------------------
002000* 09/02/2026  RLM  ORIGINAL COPYBOOK - STANDARD SIGN-ON AND
002100*                  PERMISSION-LEVEL PARAGRAPHS, IN THE SAME
002200*                  STYLE AS THE FSTATWS/FSTATPR PAIR.
002220* 10/07/2026  RLM  9360-PROVE-CHECKER - THE APPROVING SUPERVISOR
002240*                  KEYS THEIR OWN ID AND PASSWORD FOR EACH REVIEW.
002300*----------------------------------------------------------------
002400 9300-SIGN-ON.
002500*     A SESSION DRIVER WROTE TODAY STANDS FOR THE WHOLE DAY -
013800     END-IF.
013900 9350-EXIT.
014000     EXIT.
014100
014200 9360-PROVE-CHECKER.
014300*     THE SECOND OPERATOR ON A DUAL-CONTROL CHANGE KEYS THEIR OWN
014400*     ID AND PASSWORD, WHICH MUST BE ON THE OPERATOR MASTER,
014500*     ACTIVE, AND AT SUPERVISOR LEVEL.  THE DAY'S SESSION IS
014600*     NEITHER ADOPTED NOR CHANGED - IT IS SHARED BY EVERY
014700*     TERMINAL AND PROVES NOTHING ABOUT WHO IS APPROVING.  A
014800*     FAILED PROOF IS LOGGED TO THE CENTRAL JOB LOG.
014900*----------------------------------------------------------------
015000     MOVE 'N'    TO OPR-CHECKER-SW.
015100     MOVE SPACES TO OPR-CHECKER-ID.
015200     DISPLAY "Approving supervisor id?".
015300     ACCEPT OPR-TRY-ID.
015400     DISPLAY "Password?".
015500     ACCEPT OPR-TRY-PASSWORD.
015600     OPEN INPUT OPERATOR-FILE.
015700     IF OPR-FILE-MISSING
015800         DISPLAY "NO OPERATOR FILE - SEE THE SUPERVISOR ABOUT"
015900         DISPLAY "RUNNING OPERMNT FIRST."
016000         GO TO 9360-EXIT
016100     END-IF.
016200     MOVE OPR-TRY-ID TO OPR-ID.
016300     READ OPERATOR-FILE
016400         INVALID KEY
016500             CONTINUE
016600         NOT INVALID KEY
016700             IF OPR-ACTIVE AND OPR-PASSWORD = OPR-TRY-PASSWORD
016800                AND OPR-LEVEL-SUPERVISOR
016900                 MOVE OPR-TRY-ID TO OPR-CHECKER-ID
017000                 MOVE 'Y'        TO OPR-CHECKER-SW
017100             END-IF
017200     END-READ.
017300     CLOSE OPERATOR-FILE.
017400     IF NOT OPR-CHECKER-PROVEN
017500         DISPLAY "Approver not proven - nothing can be decided."
017600         MOVE "OPERFILE" TO FST-FILE-NAME
017700         MOVE "CHECKER " TO FST-OPERATION
017800         MOVE "NG"       TO FST-STATUS
017900         PERFORM 9100-WRITE-JOB-LOG THRU 9100-EXIT
018000     END-IF.
018100 9360-EXIT.
018200     EXIT.
