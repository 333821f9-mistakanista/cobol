002622*                  LOGGED DISTINCTLY TO THE DAILY LOG, AND
002624*                  PRINTS ON ITS OWN REVERSAL SECTION OF THE
002626*                  POSTING ERROR/ACTIVITY REPORT.
002630* 09/17/2026  RLM  A WITHDRAWAL AGAINST AN ACCOUNT THE DORMANCY
002632*                  RUN HAS FLAGGED (ACCT-DORMANT) IS REJECTED
002634*                  UNTIL A SUPERVISOR REACTIVATES THE ACCOUNT
002636*                  IN ACCTMAINT.  A CUSTOMER DEPOSIT POSTS AND
002638*                  REACTIVATES THE ACCOUNT ITSELF; THE RUN
002640*                  COUNTS THOSE ON THE REPORT.
002642* 09/18/2026  RLM  ADDED THE 'M' MATURITY PAYOUT THE MATURITY
002644*                  RUN QUEUES FOR A TERM DEPOSIT PAID OUT AT
002646*                  MATURITY.  IT COMES OFF THE BALANCE LIKE A
002648*                  WITHDRAWAL, IS ALLOWED ON A DORMANT ACCOUNT,
002650*                  LEAVES THE TERM MARKED PAID OUT, AND IS
002652*                  LOGGED WITH ITS OWN CODE FOR GLEXTRACT AND
002655*                  EOD.
002660* 09/22/2026  RLM  A WITHDRAWAL OR MATURITY PAYOUT IS NOW TESTED
002665*                  AGAINST THE AVAILABLE BALANCE - THE BALANCE
002670*                  LESS THE ACCOUNT'S OPEN HOLDS ON FUNDHOLD.
002675*                  EVERY POSTED DEPOSIT IS PLACED ON A FLOAT
002680*                  HOLD UNTIL ITS RELEASE DATE, AND A REVERSED
002685*                  DEPOSIT RELEASES ITS FLOAT HOLD.  THE REPORT
002690*                  COUNTS THE HOLDS PLACED.
002691* 09/24/2026  RLM  ADDED THE 'F' SERVICE FEE THE MONTHLY FEE RUN
002692*                  (FEEASSES) QUEUES.  IT COMES OFF THE BALANCE
002693*                  BUT NOT THE HOLDS - IT IS THE BANK'S CHARGE,
002694*                  NOT A CUSTOMER WITHDRAWAL - IS ALLOWED ON A
002695*                  DORMANT ACCOUNT, AND IS LOGGED WITH ITS KIND
002696*                  OF FEE.  A REVERSAL MAY NOW NAME AN 'F' FEE,
002697*                  WHICH REFUNDS IT.
002700* 10/08/2026  RLM  THE RUN CONTROL RECORD NOW CARRIES THE RUN ID
002710*                  STAMPED ON THIS RUN'S LOG ENTRIES, FOR FORWARD
002720*                  RECOVERY IN IDXUNLD.  LOG ENTRIES CARRY A ZERO
002730*                  AS-OF DATE.
002732* 10/15/2026  RLM  A POSTED MATURITY PAYOUT NOW MARKS THE TERM
002734*                  PAID OUT HERE RATHER THAN IN THE MATURITY RUN,
002736*                  SO A NEVER-POSTED TERM IS PAID FROM ITS
002738*                  PRINCIPAL.  A REJECTED PAYOUT PUTS THE TERM
002739*                  BACK TO PENDING FOR THE NEXT MATURITY RUN.
002740*----------------------------------------------------------------
002750 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
004532     SELECT PERIOD-CTL-FILE  ASSIGN TO "PRDCTL"
004534                             ORGANIZATION IS LINE SEQUENTIAL
004536                             FILE STATUS IS PRD-CTL-STATUS.
004538     SELECT HOLD-FILE        ASSIGN TO "FUNDHOLD"
004540                             ORGANIZATION IS INDEXED
004542                             ACCESS MODE IS DYNAMIC
004544                             RECORD KEY IS HLD-KEY
004546                             FILE STATUS IS HLD-FILE-STATUS.
004548     SELECT JOB-LOG-FILE     ASSIGN TO "JOBLOG"
004550                             ORGANIZATION IS LINE SEQUENTIAL
004560                             FILE STATUS IS FST-JOB-LOG-STATUS.
004600 DATA DIVISION.
005600         88  TRN-DEPOSIT                    VALUE 'D'.
005700         88  TRN-WITHDRAWAL                 VALUE 'W'.
005750         88  TRN-REVERSAL                   VALUE 'R'.
005760         88  TRN-MATURITY-PAYOUT            VALUE 'M'.
005780         88  TRN-SERVICE-FEE                VALUE 'F'.
005800     05  TRN-AMOUNT             PIC 9(7)V99.
005900     05  TRN-DATE               PIC 9(6).
005910     05  TRN-ORIG-CODE          PIC X(01).
005920         88  TRN-ORIG-DEPOSIT               VALUE 'D'.
005930         88  TRN-ORIG-WITHDRAWAL            VALUE 'W'.
005935         88  TRN-ORIG-VALID                 VALUE 'D' 'W' 'F'.
005940         88  TRN-FEE-TYPE-VALID             VALUE 'S' 'L'.
005950     05  TRN-ORIG-DATE          PIC 9(6).
006000
006100*----------------------------------------------------------------
007780 FD  PERIOD-CTL-FILE.
007782 01  PERIOD-CTL-LINE            PIC X(80).
007784
007785*----------------------------------------------------------------
007786* FUNDS HOLD FILE - FLOAT HOLDS PLACED ON POSTED DEPOSITS, AND
007787* EVERY ACCOUNT'S OPEN HOLDS TAKEN OFF ITS AVAILABLE BALANCE
007788*----------------------------------------------------------------
007789 FD  HOLD-FILE.
007790     COPY HLDREC.
007791
007792*----------------------------------------------------------------
007793* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
007794*----------------------------------------------------------------
007796 FD  JOB-LOG-FILE.
007798 01  JOB-LOG-LINE               PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000*----------------------------------------------------------------
010314 01  TP-REVERSAL-COUNT          PIC 9(5) COMP VALUE ZERO.
010316 01  TP-REV-EOF-SW              PIC X(01)    VALUE 'N'.
010318     88  TP-REV-EOF                         VALUE 'Y'.
010319 01  TP-REACTIVATED-COUNT       PIC 9(5) COMP VALUE ZERO.
010320 01  TP-HELD-COUNT              PIC 9(5) COMP VALUE ZERO.
010322 01  TP-FLOAT-MATCH-SW          PIC X(01)    VALUE 'N'.
010324     88  TP-FLOAT-MATCHED                   VALUE 'Y'.
010326*----------------------------------------------------------------
010330* RUN IDENTIFIER AND LOG SEQUENCE - THE RUN'S START TIME IS
010340* STAMPED ON EVERY LOG ENTRY THIS RUN WRITES, WITH A SEQUENCE
010350* NUMBER WITHIN THE RUN, SO A RERUN'S ENTRIES ARE TELLABLE
013000     05  ES-REJECTED            PIC Z(4)9.
013100     05  FILLER                 PIC X(40) VALUE SPACES.
013200
013202 01  TP-REACTIVATED-LINE.
013203     05  FILLER                 PIC X(40) VALUE
013204         "DORMANT ACCOUNTS REACTIVATED BY DEPOSIT ".
013205     05  ER-REACTIVATED         PIC Z(4)9.
013206     05  FILLER                 PIC X(35) VALUE SPACES.
013207
013208 01  TP-HELD-LINE.
013209     05  FILLER                 PIC X(40) VALUE
013210         "DEPOSITS PLACED ON FLOAT HOLD           ".
013212     05  EF-HELD                PIC Z(4)9.
013214     05  FILLER                 PIC X(35) VALUE SPACES.
013216
013218*----------------------------------------------------------------
013220* REVERSAL SECTION LINES
013230*----------------------------------------------------------------
013240 01  TP-REV-HEADING             PIC X(80) VALUE
013560     COPY RUNCTL.
013565
013566     COPY PRDWS.
013567
013568     COPY HLDWS.
013570
013580     COPY FSTATWS.
013600
017012     MOVE "OPEN    " TO FST-OPERATION.
017014     MOVE TP-ACCT-FILE-STATUS TO FST-STATUS.
017016     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
017020     PERFORM 9705-OPEN-HOLDS-FOR-UPDATE THRU 9705-EXIT.
017030     MOVE "FUNDHOLD" TO FST-FILE-NAME.
017040     MOVE "OPEN    " TO FST-OPERATION.
017050     MOVE HLD-FILE-STATUS TO FST-STATUS.
017060     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
017100     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
017200     PERFORM 1200-POST-ONE-TRANSACTION THRU 1200-EXIT
017300         UNTIL TP-TRAN-EOF.
017400     CLOSE TRANSACTION-FILE
017500           ACCOUNT-FILE
017550           REV-WORK-FILE.
017560     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
017600 1000-WRAP-UP.
017610     PERFORM 1600-WRITE-REVERSAL-SECTION THRU 1600-EXIT.
017700     MOVE TP-READ-COUNT   TO ES-READ.
017800     MOVE TP-POSTED-COUNT TO ES-POSTED.
017900     MOVE TP-REJECT-COUNT TO ES-REJECTED.
018000     WRITE TRAN-ERR-LINE FROM TP-ERR-SUMMARY-LINE.
018002     MOVE TP-REACTIVATED-COUNT TO ER-REACTIVATED.
018004     WRITE TRAN-ERR-LINE FROM TP-REACTIVATED-LINE.
018006     MOVE TP-HELD-COUNT TO EF-HELD.
018008     WRITE TRAN-ERR-LINE FROM TP-HELD-LINE.
018010     MOVE "TRANERR " TO FST-FILE-NAME.
018012     MOVE "WRITE   " TO FST-OPERATION.
018014     MOVE TP-ERR-STATUS TO FST-STATUS.
021200         MOVE TP-REJECT-REASON TO ED-REASON
021300         WRITE TRAN-ERR-LINE FROM TP-ERR-DETAIL-LINE
021400     END-IF.
021410     IF TP-REJECT-REASON NOT = SPACES AND TRN-MATURITY-PAYOUT
021420         PERFORM 1480-REOPEN-PAYOUT THRU 1480-EXIT
021430     END-IF.
021500     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
021600 1200-EXIT.
021700     EXIT.
022000 1300-VALIDATE-TRANSACTION.
022100*----------------------------------------------------------------
022200     IF NOT TRN-DEPOSIT AND NOT TRN-WITHDRAWAL
022250        AND NOT TRN-REVERSAL AND NOT TRN-MATURITY-PAYOUT
022260        AND NOT TRN-SERVICE-FEE
022280         MOVE "TRAN CODE NOT D, W, R, M, OR F"
022350             TO TP-REJECT-REASON
022400         GO TO 1300-EXIT
022500     END-IF.
023100         MOVE "AMOUNT IS ZERO" TO TP-REJECT-REASON
023150         GO TO 1300-EXIT
023200     END-IF.
023201*    A FEE CARRIES ITS KIND IN THE ORIGINAL-CODE BYTE.
023202     IF TRN-SERVICE-FEE AND NOT TRN-FEE-TYPE-VALID
023203         MOVE "FEE TYPE NOT S OR L" TO TP-REJECT-REASON
023204         GO TO 1300-EXIT
023205     END-IF.
023210*    A REVERSAL MUST NAME THE ORIGINAL TRANSACTION IT BACKS
023220*    OUT - ITS D/W/F CODE AND ITS DATE.
023230     IF TRN-REVERSAL
023240         IF NOT TRN-ORIG-VALID
023250             MOVE "REVERSAL ORIG CODE NOT D/W/F"
023260                 TO TP-REJECT-REASON
023270             GO TO 1300-EXIT
023280         END-IF
023900*     STARTS FROM ITS PRINCIPAL; AFTER THAT THE CURRENT
024000*     BALANCE CARRIES FORWARD.  A WITHDRAWAL PAST THE BALANCE
024100*     IS REJECTED RATHER THAN DRIVING THE ACCOUNT NEGATIVE.
024110*     A DORMANT ACCOUNT TAKES NO WITHDRAWAL UNTIL A SUPERVISOR
024120*     REACTIVATES IT; A DEPOSIT IS CUSTOMER ACTIVITY, SO IT
024130*     POSTS AND REACTIVATES THE ACCOUNT.  A MATURITY PAYOUT
024132*     EMPTIES A TERM DEPOSIT THE MATURITY RUN HAS MATURED,
024134*     DORMANT OR NOT, AND ONLY THEN MARKS THE TERM PAID OUT.
024135*     A PAID-OUT TERM'S ZERO BALANCE IS REAL, NOT "NEVER
024136*     POSTED" - ITS PRINCIPAL NO LONGER APPLIES.
024140*     A WITHDRAWAL OR PAYOUT MAY ONLY TAKE THE AVAILABLE
024150*     BALANCE, SO MONEY UNDER AN OPEN HOLD STAYS PUT.  A SERVICE
024160*     FEE IS THE BANK'S OWN CHARGE - IT NEEDS ONLY THE BALANCE,
024170*     DORMANT OR NOT, AND A REVERSAL NAMING A FEE REFUNDS IT.
024200*----------------------------------------------------------------
024300     MOVE TRN-ACCT-NUMBER TO ACCT-NUMBER.
024400     MOVE 'N' TO TP-ACCT-FOUND-SW.
025100     IF NOT TP-ACCT-FOUND
025200         GO TO 1400-EXIT
025300     END-IF.
025400     EVALUATE TRUE
025500         WHEN ACCT-CURRENT-BALANCE > ZERO
025550             MOVE ACCT-CURRENT-BALANCE TO TP-OLD-BALANCE
025600         WHEN ACCT-MAT-PAID-OUT
025650             MOVE ZERO                 TO TP-OLD-BALANCE
025700         WHEN OTHER
025750             MOVE ACCT-PRINCIPAL       TO TP-OLD-BALANCE
025800     END-EVALUATE.
025810     IF TRN-WITHDRAWAL AND ACCT-DORMANT
025820         MOVE "ACCOUNT DORMANT - REACTIVATE"
025830             TO TP-REJECT-REASON
025840         GO TO 1400-EXIT
025850     END-IF.
025855     IF TRN-WITHDRAWAL OR TRN-MATURITY-PAYOUT
025860         MOVE TRN-ACCT-NUMBER TO HLD-CHECK-ACCT
025865         MOVE TP-TODAY        TO HLD-CHECK-DATE
025870         MOVE TP-OLD-BALANCE  TO HLD-CHECK-BALANCE
025875         PERFORM 9710-SUM-ACCOUNT-HOLDS THRU 9710-EXIT
025880     END-IF.
025900*    A REVERSAL OF A DEPOSIT COMES BACK OUT OF THE BALANCE EVEN
025910*    WHERE A PLAIN WITHDRAWAL WOULD BE REFUSED - THE ONLY HARD
025920*    STOP IS THE UNSIGNED MASTER BALANCE, WHICH CANNOT CARRY A
026200                     TO TP-REJECT-REASON
026300                 GO TO 1400-EXIT
026400             END-IF
026410             IF TRN-AMOUNT > HLD-AVAILABLE
026420                 MOVE "FUNDS ON HOLD - AVAIL EXCEEDED"
026430                     TO TP-REJECT-REASON
026440                 GO TO 1400-EXIT
026450             END-IF
026500             COMPUTE TP-NEW-BALANCE =
026550                 TP-OLD-BALANCE - TRN-AMOUNT
026560         WHEN TRN-REVERSAL AND TRN-ORIG-DEPOSIT
026594             END-IF
026596             COMPUTE TP-NEW-BALANCE =
026598                 TP-OLD-BALANCE - TRN-AMOUNT
026599         WHEN TRN-MATURITY-PAYOUT
026600             IF TRN-AMOUNT > TP-OLD-BALANCE
026602                 MOVE "PAYOUT EXCEEDS BALANCE"
026604                     TO TP-REJECT-REASON
026606                 GO TO 1400-EXIT
026608             END-IF
026610             IF TRN-AMOUNT > HLD-AVAILABLE
026620                 MOVE "FUNDS ON HOLD - AVAIL EXCEEDED"
026630                     TO TP-REJECT-REASON
026640                 GO TO 1400-EXIT
026650             END-IF
026651             COMPUTE TP-NEW-BALANCE =
026652                 TP-OLD-BALANCE - TRN-AMOUNT
026653         WHEN TRN-SERVICE-FEE
026654             IF TRN-AMOUNT > TP-OLD-BALANCE
026655                 MOVE "FEE EXCEEDS BALANCE"
026656                     TO TP-REJECT-REASON
026657                 GO TO 1400-EXIT
026658             END-IF
026660             COMPUTE TP-NEW-BALANCE =
026670                 TP-OLD-BALANCE - TRN-AMOUNT
026680         WHEN OTHER
026700             COMPUTE TP-NEW-BALANCE =
026750                 TP-OLD-BALANCE + TRN-AMOUNT
026800     END-EVALUATE.
026810     IF TRN-DEPOSIT AND ACCT-DORMANT
026820         MOVE 'A'      TO ACCT-STATUS
026830         MOVE TP-TODAY TO ACCT-STATUS-DATE
026840         ADD 1         TO TP-REACTIVATED-COUNT
026850     END-IF.
026860     IF TRN-MATURITY-PAYOUT
026870         MOVE 'P' TO ACCT-MATURITY-STAGE
026880     END-IF.
026900     MOVE TP-NEW-BALANCE TO ACCT-CURRENT-BALANCE.
027000     REWRITE ACCOUNT-RECORD.
027010     MOVE "ACCTFILE" TO FST-FILE-NAME.
027178         MOVE TRN-AMOUNT      TO RV-AMOUNT
027180         WRITE REV-WORK-LINE FROM TP-REV-DETAIL-LINE
027190     END-IF.
027191     IF TRN-DEPOSIT
027192         PERFORM 1450-PLACE-FLOAT-HOLD THRU 1450-EXIT
027193     END-IF.
027194     IF TRN-REVERSAL AND TRN-ORIG-DEPOSIT
027195         PERFORM 1460-RELEASE-FLOAT-HOLD THRU 1460-EXIT
027196     END-IF.
027200     PERFORM 1500-LOG-DAILY-TRANSACTION THRU 1500-EXIT.
027300 1400-EXIT.
027400     EXIT.
027402
027404*----------------------------------------------------------------
027406 1450-PLACE-FLOAT-HOLD.
027408*     A POSTED DEPOSIT IS HELD FOR THE FLOAT DAYS UNDER THE
027410*     ACCOUNT'S NEXT HOLD SEQUENCE.  AN ACCOUNT THAT HAS USED
027412*     EVERY SEQUENCE IS REPORTED AND ITS DEPOSIT IS NOT HELD.
027414*----------------------------------------------------------------
027416     MOVE TRN-ACCT-NUMBER TO HLD-CHECK-ACCT.
027418     MOVE TP-TODAY        TO HLD-CHECK-DATE.
027420     MOVE TP-NEW-BALANCE  TO HLD-CHECK-BALANCE.
027422     PERFORM 9710-SUM-ACCOUNT-HOLDS THRU 9710-EXIT.
027424     IF HLD-LAST-SEQ = 999
027426         DISPLAY "TRANPOST - HOLD SEQUENCE FULL FOR ACCOUNT "
027428                 TRN-ACCT-NUMBER " - DEPOSIT NOT HELD."
027430         GO TO 1450-EXIT
027432     END-IF.
027434     PERFORM 9750-FLOAT-RELEASE-DATE THRU 9750-EXIT.
027436     MOVE SPACES            TO HOLD-RECORD.
027438     MOVE TRN-ACCT-NUMBER   TO HLD-ACCT-NUMBER.
027440     ADD 1 HLD-LAST-SEQ GIVING HLD-SEQ.
027442     MOVE 'F'               TO HLD-TYPE.
027444     MOVE TRN-AMOUNT        TO HLD-AMOUNT.
027446     MOVE TP-TODAY          TO HLD-PLACED-DATE.
027448     MOVE HLD-FLOAT-RELEASE TO HLD-RELEASE-DATE.
027450     MOVE "TRANPOST"        TO HLD-OPERATOR.
027452     MOVE 'A'               TO HLD-STATUS.
027454     MOVE ZERO              TO HLD-RELEASED-DATE.
027456     MOVE "DEPOSIT FLOAT"   TO HLD-REASON.
027458     WRITE HOLD-RECORD.
027460     MOVE "FUNDHOLD" TO FST-FILE-NAME.
027462     MOVE "WRITE   " TO FST-OPERATION.
027464     MOVE HLD-FILE-STATUS TO FST-STATUS.
027466     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
027468     ADD 1 TO TP-HELD-COUNT.
027470 1450-EXIT.
027472     EXIT.
027474
027476*----------------------------------------------------------------
027478 1460-RELEASE-FLOAT-HOLD.
027480*     A DEPOSIT BACKED OUT BY REVERSAL NO LONGER NEEDS ITS FLOAT
027482*     HOLD - RELEASE THE FIRST OPEN FLOAT HOLD FOR THE SAME
027484*     AMOUNT, IF THERE IS ONE, SO IT DOES NOT ALSO HOLD BACK
027486*     MONEY THE REVERSAL HAS ALREADY TAKEN.
027488*----------------------------------------------------------------
027490     MOVE 'N'             TO TP-FLOAT-MATCH-SW.
027500     MOVE TRN-ACCT-NUMBER TO HLD-CHECK-ACCT.
027502     MOVE TP-TODAY        TO HLD-CHECK-DATE.
027504     PERFORM 9715-START-ACCOUNT-HOLDS THRU 9715-EXIT.
027506     PERFORM 1470-MATCH-ONE-HOLD THRU 1470-EXIT
027508         UNTIL HLD-SCAN-END OR TP-FLOAT-MATCHED.
027510     IF NOT TP-FLOAT-MATCHED
027512         GO TO 1460-EXIT
027514     END-IF.
027516     MOVE 'R'        TO HLD-STATUS.
027518     MOVE TP-TODAY   TO HLD-RELEASED-DATE.
027520     MOVE "TRANPOST" TO HLD-RELEASED-BY.
027522     REWRITE HOLD-RECORD.
027524     MOVE "FUNDHOLD" TO FST-FILE-NAME.
027526     MOVE "REWRITE " TO FST-OPERATION.
027528     MOVE HLD-FILE-STATUS TO FST-STATUS.
027530     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
027532 1460-EXIT.
027534     EXIT.
027536
027538*----------------------------------------------------------------
027540 1470-MATCH-ONE-HOLD.
027542*----------------------------------------------------------------
027544     PERFORM 9740-TEST-HOLD-OPEN THRU 9740-EXIT.
027546     IF HLD-IS-OPEN AND HLD-FLOAT
027548        AND HLD-AMOUNT = TRN-AMOUNT
027550         MOVE 'Y' TO TP-FLOAT-MATCH-SW
027552         GO TO 1470-EXIT
027554     END-IF.
027556     PERFORM 9720-READ-NEXT-HOLD THRU 9720-EXIT.
027558 1470-EXIT.
027560     EXIT.
027562
027564*----------------------------------------------------------------
027565 1480-REOPEN-PAYOUT.
027566*     A MATURITY PAYOUT THAT DID NOT POST LEAVES THE TERM
027567*     UNPAID.  PUT A QUEUED TERM BACK TO PENDING SO THE NEXT
027568*     MATURITY RUN REGISTERS IT AND QUEUES IT AGAIN.
027569*----------------------------------------------------------------
027570     MOVE TRN-ACCT-NUMBER TO ACCT-NUMBER.
027571     READ ACCOUNT-FILE
027572         INVALID KEY
027573             GO TO 1480-EXIT
027574     END-READ.
027575     IF NOT ACCT-MAT-PAYOUT-QUEUED
027576         GO TO 1480-EXIT
027577     END-IF.
027578     MOVE SPACE TO ACCT-MATURITY-STAGE.
027579     REWRITE ACCOUNT-RECORD.
027580     MOVE "ACCTFILE" TO FST-FILE-NAME.
027581     MOVE "REWRITE " TO FST-OPERATION.
027582     MOVE TP-ACCT-FILE-STATUS TO FST-STATUS.
027583     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
027584 1480-EXIT.
027585     EXIT.
027586
027600*----------------------------------------------------------------
027700 1500-LOG-DAILY-TRANSACTION.
027800*     APPEND ONE ENTRY PER POSTED TRANSACTION TO THE SHARED
028620     ADD 1                TO TP-LOG-SEQ.
028630     MOVE TP-LOG-SEQ      TO DLG-SEQ-NO.
028640     MOVE TRN-CODE        TO DLG-TRAN-CODE.
028650     IF TRN-REVERSAL OR TRN-SERVICE-FEE
028660         MOVE TRN-ORIG-CODE TO DLG-ORIG-CODE
028670     ELSE
028680         MOVE SPACE         TO DLG-ORIG-CODE
028690     END-IF.
028695     MOVE ZERO            TO DLG-ASOF-DATE.
028700     OPEN EXTEND DAILY-LOG-FILE.
028800     IF TP-DAILY-LOG-STATUS = '35'
028900         OPEN OUTPUT DAILY-LOG-FILE
029798     MOVE "TRANPOST"        TO RCT-SOURCE.
029800     MOVE TP-POSTED-COUNT   TO RCT-RECORD-COUNT.
029802     MOVE TP-POSTED-AMOUNT  TO RCT-TOTAL-AMOUNT.
029803     MOVE TP-RUN-ID         TO RCT-RUN-ID.
029804     OPEN EXTEND RUN-CONTROL-FILE.
029806     IF TP-RUN-CTL-STATUS = '35'
029808         OPEN OUTPUT RUN-CONTROL-FILE
029876
029878*----------------------------------------------------------------
029880     COPY PRDPR.
029881*----------------------------------------------------------------
029882     COPY HLDPR.
029883*----------------------------------------------------------------
029884     COPY FSTATPR.
029886*----------------------------------------------------------------
029900 9999-EXIT.
