001500*           IS RELEASED TO TRANFILE ONLY WHEN THE KEYED COUNT
001600*           AND TOTAL MATCH WHAT WAS DECLARED.  AN UNBALANCED
001700*           BATCH IS HELD ON THE HOLD FILE FOR REVIEW - IT IS
001800*           NEVER POSTED.  A WITHDRAWAL IS REFUSED ON THE
001820*           SPOT WHEN IT EXCEEDS THE ACCOUNT'S AVAILABLE
001840*           BALANCE - THE BALANCE LESS ITS OPEN FUNDS HOLDS.
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*----------------------------------------------------------------
002540*                  TRANSACTION'S D/W CODE AND DATE, BOTH
002550*                  VALIDATED ON THE SPOT LIKE EVERY OTHER
002560*                  FIELD.
002565* 09/22/2026  RLM  A WITHDRAWAL IS NOW CHECKED ON THE SPOT
002570*                  AGAINST THE ACCOUNT'S AVAILABLE BALANCE (THE
002575*                  BALANCE LESS OPEN HOLDS ON FUNDHOLD), NOT
002580*                  JUST ACCEPTED FOR TRANPOST TO REJECT.
002585* 09/24/2026  RLM  A REVERSAL MAY NOW NAME AN 'F' SERVICE FEE AS
002590*                  ITS ORIGINAL, TO REFUND A FEE THE MONTHLY FEE
002595*                  RUN CHARGED.
002596* 10/15/2026  RLM  ADDED THE SHARED FSTATWS/FSTATPR CHECK AND THE
002597*                  CENTRAL JOB LOG, SO A HOLD FILE THAT IS THERE
002598*                  BUT CANNOT BE OPENED ENDS THE SESSION INSTEAD
002599*                  OF PASSING WITHDRAWALS AS IF NOTHING WERE HELD.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004400     SELECT TRAN-HOLD-FILE   ASSIGN TO "TRANHOLD"
004500                             ORGANIZATION IS SEQUENTIAL
004600                             FILE STATUS IS TE-HOLD-STATUS.
004610     SELECT HOLD-FILE        ASSIGN TO "FUNDHOLD"
004620                             ORGANIZATION IS INDEXED
004630                             ACCESS MODE IS DYNAMIC
004640                             RECORD KEY IS HLD-KEY
004650                             FILE STATUS IS HLD-FILE-STATUS.
004660     SELECT JOB-LOG-FILE     ASSIGN TO "JOBLOG"
004670                             ORGANIZATION IS LINE SEQUENTIAL
004680                             FILE STATUS IS FST-JOB-LOG-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*----------------------------------------------------------------
008400 FD  TRAN-HOLD-FILE
008500     RECORDING MODE IS F.
008600 01  TRAN-HOLD-RECORD           PIC X(60).
008610
008620*----------------------------------------------------------------
008630* FUNDS HOLD FILE - READ ONLY, SO A WITHDRAWAL IS TESTED AGAINST
008640* THE AVAILABLE BALANCE BEFORE THE ENTRY IS ACCEPTED
008650*----------------------------------------------------------------
008660 FD  HOLD-FILE.
008670     COPY HLDREC.
008680
008682*----------------------------------------------------------------
008684* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
008686*----------------------------------------------------------------
008688 FD  JOB-LOG-FILE.
008690 01  JOB-LOG-LINE               PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------
012600 01  TE-ENTRY-ACCT              PIC 9(06).
012700 01  TE-ENTRY-CODE              PIC X(01).
012750     88  TE-ENTRY-REVERSAL                  VALUE 'R'.
012760     88  TE-ENTRY-WITHDRAWAL                VALUE 'W'.
012800     88  TE-ENTRY-CODE-VALID                VALUE 'D' 'W' 'R'.
012900 01  TE-ENTRY-AMOUNT            PIC 9(7)V99.
012910 01  TE-ENTRY-ORIG-CODE         PIC X(01).
012920     88  TE-ORIG-CODE-VALID                 VALUE 'D' 'W' 'F'.
012930 01  TE-ENTRY-ORIG-DATE         PIC 9(06).
012940 01  TE-ENTRY-BALANCE           PIC 9(7)V99.
012960 01  TE-AVAILABLE-DISPLAY       PIC -(8)9.99.
013000 01  TE-SWITCHES.
013100     05  TE-BATCH-END-SW        PIC X(01) VALUE 'N'.
013200         88  TE-BATCH-END                   VALUE 'Y'.
014400         88  TE-WORK-EOF                    VALUE 'Y'.
014500     05  TE-ACCT-OPEN-SW        PIC X(01) VALUE 'N'.
014600         88  TE-ACCT-OPEN                   VALUE 'Y'.
014620     05  TE-FUNDS-OK-SW         PIC X(01) VALUE 'N'.
014640         88  TE-FUNDS-OK                    VALUE 'Y'.
014700
014800 01  TE-TODAY                   PIC 9(06).
014900
016580     05  FILLER                 PIC X(31) VALUE SPACES.
016600
016700     COPY VALIDWS.
016720
016740     COPY HLDWS.
016760
016780     COPY FSTATWS.
016800
016900 PROCEDURE DIVISION.
017000*----------------------------------------------------------------
017100 0000-MAINLINE.
017200*----------------------------------------------------------------
017250     MOVE "TRANENTRY" TO FST-PROGRAM-ID.
017300     ACCEPT TE-TODAY FROM DATE.
017400     PERFORM 0100-GET-TELLER-ID THRU 0100-EXIT.
017500     MOVE 1 TO TE-CONTINUES.
022900         GO TO 1000-WRAP-UP
023000     END-IF.
023100     MOVE 'Y' TO TE-ACCT-OPEN-SW.
023150     PERFORM 9700-OPEN-HOLDS-FOR-INQUIRY THRU 9700-EXIT.
023200     PERFORM 2000-KEY-ONE-ENTRY THRU 2000-EXIT
023300         UNTIL TE-BATCH-END.
023400     CLOSE TRAN-WORK-FILE
023500           ACCOUNT-FILE.
023550     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
023600     PERFORM 3000-BALANCE-BATCH THRU 3000-EXIT.
023700 1000-WRAP-UP.
023800     PERFORM 1500-GET-CONTINUES THRU 1500-EXIT.
033700     END-IF.
033800     PERFORM 2200-GET-CODE THRU 2200-EXIT.
033900     PERFORM 2300-GET-AMOUNT THRU 2300-EXIT.
033901     IF TE-ENTRY-WITHDRAWAL
033902         PERFORM 2500-CHECK-AVAILABLE THRU 2500-EXIT
033903         IF NOT TE-FUNDS-OK
033904             GO TO 2000-EXIT
033905         END-IF
033910     END-IF.
033915     IF TE-ENTRY-REVERSAL
033920         PERFORM 2400-GET-ORIGINAL THRU 2400-EXIT
033930     ELSE
033940         MOVE SPACE TO TE-ENTRY-ORIG-CODE
041530 2400-GET-ORIGINAL.
041540*     A REVERSAL NAMES THE ORIGINAL TRANSACTION IT BACKS OUT -
041550*     ITS D/W CODE AND ITS DATE, BOTH RE-PROMPTED UNTIL VALID.
041555*     REVERSING AN 'F' SERVICE FEE REFUNDS IT.
041560*----------------------------------------------------------------
041570     MOVE 'N' TO TE-ORIG-CODE-OK-SW.
041572     PERFORM 2450-PROMPT-FOR-ORIG-CODE THRU 2450-EXIT
041588*----------------------------------------------------------------
041590 2450-PROMPT-FOR-ORIG-CODE.
041592*----------------------------------------------------------------
041594     DISPLAY "Original code - D, W, or F (fee refund)?".
041596     ACCEPT TE-ENTRY-ORIG-CODE.
041598     IF NOT TE-ORIG-CODE-VALID
041600         DISPLAY "Original code must be D, W, or F."
041602     ELSE
041604         MOVE 'Y' TO TE-ORIG-CODE-OK-SW
041606     END-IF.
041640     END-IF.
041642 2460-EXIT.
041644     EXIT.
041646
041648*----------------------------------------------------------------
041650 2500-CHECK-AVAILABLE.
041652*     A WITHDRAWAL MAY TAKE ONLY THE AVAILABLE BALANCE - THE
041654*     BALANCE, FIGURED THE WAY TRANPOST FIGURES IT, LESS THE
041656*     ACCOUNT'S OPEN HOLDS.  THE ACCOUNT RECORD IS STILL IN
041658*     THE RECORD AREA FROM 2100-CHECK-ACCOUNT.
041660*----------------------------------------------------------------
041662     MOVE 'N' TO TE-FUNDS-OK-SW.
041664     EVALUATE TRUE
041666         WHEN ACCT-CURRENT-BALANCE > ZERO
041668             MOVE ACCT-CURRENT-BALANCE TO TE-ENTRY-BALANCE
041670         WHEN ACCT-MAT-PAID-OUT
041672             MOVE ZERO                 TO TE-ENTRY-BALANCE
041674         WHEN OTHER
041676             MOVE ACCT-PRINCIPAL       TO TE-ENTRY-BALANCE
041678     END-EVALUATE.
041680     MOVE TE-ENTRY-ACCT    TO HLD-CHECK-ACCT.
041682     MOVE TE-TODAY         TO HLD-CHECK-DATE.
041684     MOVE TE-ENTRY-BALANCE TO HLD-CHECK-BALANCE.
041686     PERFORM 9710-SUM-ACCOUNT-HOLDS THRU 9710-EXIT.
041688     IF TE-ENTRY-AMOUNT > TE-ENTRY-BALANCE
041690         DISPLAY "Withdrawal exceeds the account balance - "
041692                 "entry refused."
041694         GO TO 2500-EXIT
041696     END-IF.
041698     IF TE-ENTRY-AMOUNT > HLD-AVAILABLE
041700         MOVE HLD-AVAILABLE TO TE-AVAILABLE-DISPLAY
041705         DISPLAY "Withdrawal exceeds the available balance of "
041710                 TE-AVAILABLE-DISPLAY " - " HLD-OPEN-COUNT
041715                 " hold(s) open - entry refused."
041720         GO TO 2500-EXIT
041725     END-IF.
041730     MOVE 'Y' TO TE-FUNDS-OK-SW.
041735 2500-EXIT.
041740     EXIT.
041745
041750*----------------------------------------------------------------
041800 3000-BALANCE-BATCH.
041900*     PROVE THE KEYED COUNT AND MONEY AGAINST WHAT THE TELLER
042000*     DECLARED.  A BALANCED BATCH IS APPENDED TO TRANFILE; AN
053400
053500*----------------------------------------------------------------
053600     COPY VALIDPR.
053620*----------------------------------------------------------------
053640     COPY HLDPR.
053660*----------------------------------------------------------------
053680     COPY FSTATPR.
053700*----------------------------------------------------------------
053800 9999-EXIT.
053900*----------------------------------------------------------------
