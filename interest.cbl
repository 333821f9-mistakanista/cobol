002501*                  THAT SHOWS ONE ACCOUNT'S PRINCIPAL, TERM,
002503*                  CALC MODE, TIER, AND THE RATE THE TIER
002505*                  LOOKUP WOULD APPLY.
002506* 09/18/2026  RLM  A RENEWED TERM DEPOSIT POSTS AND SHOWS AT THE
002510*                  RATE THE MATURITY RUN FIXED ON THE ACCOUNT
002520*                  (ACCT-TERM-RATE) INSTEAD OF THE TIER RATE.
002530*                  A TERM PAID OUT AT MATURITY HOLDS NOTHING -
002540*                  ITS PRINCIPAL NO LONGER STANDS IN FOR A ZERO
002550*                  BALANCE.
002552* 09/24/2026  RLM  TRANPOST'S 'F' SERVICE FEES NOW COME OFF THE
002553*                  BALANCE THE ACCRUAL WALKS, AND A REFUNDED FEE
002554*                  GOES BACK ON.
002555* 10/08/2026  RLM  A POSTED INTEREST LOG ENTRY NOW CARRIES THE
002556*                  RATE AS-OF DATE IT POSTED THROUGH, AND THE RUN
002557*                  CONTROL RECORD CARRIES THE RUN ID, FOR FORWARD
002558*                  RECOVERY IN IDXUNLD.
002559* 10/15/2026  RLM  THE BATCH STATEMENT RUN NOW READS THE WHOLE
002560*                  ACCOUNT RECORD, SO A RENEWED TERM PROJECTS AT
002561*                  ITS FIXED RATE AND A PAID-OUT TERM FROM ZERO,
002562*                  THE SAME AS INQUIRY AND POSTING.
002563* 10/15/2026  RLM  A MATURITY PAYOUT NOW COMES OFF THE BALANCE
002564*                  THE ACCRUAL WALKS, SO A PAID-OUT TERM EARNS TO
002565*                  ITS MATURITY DATE AND NOTHING AFTER.
002569*----------------------------------------------------------------
002570 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
004395     05  AED-TIER               PIC X(01).
004396     05  AED-CURRENT-BALANCE    PIC 9(7)V99.
004397     05  AED-LAST-POSTED-DATE   PIC 9(6).
004398     05  AED-STATUS             PIC X(01).
004399     05  AED-STATUS-DATE        PIC 9(6).
004400     05  AED-MATURITY-DATE      PIC 9(6).
004401     05  AED-MATURITY-INSTR     PIC X(01).
004402     05  AED-MATURITY-STAGE     PIC X(01).
004403         88  AED-MAT-PAID-OUT               VALUE 'P'.
004404     05  AED-TERM-RATE          PIC 9V999.
004800
004900*----------------------------------------------------------------
005000* INTEREST STATEMENT - HEADER, SCHEDULE, AND TOTAL PER ACCOUNT
007880     88  INT-TIER-PREFERRED                 VALUE 'R'.
007890
007900 01  INT-RATE                   PIC 9V999   VALUE 0.080.
007905 01  INT-TERM-RATE              PIC 9V999   VALUE ZERO.
007910
007920*----------------------------------------------------------------
007930* INTEREST RATE TABLE - LOADED AT STARTUP FROM THE
014700     ACCEPT INT-CALC-MODE.
014750     DISPLAY "Tier - P passbook, T term deposit, R preferred?".
014760     ACCEPT INT-TIER.
014770     MOVE ZERO TO INT-TERM-RATE.
014800     PERFORM 1100-BUILD-AMORTIZATION-SCHEDULE THRU 1100-EXIT.
014900     MOVE INT-TOTAL-INTEREST TO INT-INTEREST-DISPLAY.
015000     DISPLAY "Total interest after " INT-YEARS
016200     MOVE INT-MONEY TO INT-BALANCE.
016300     MOVE ZERO      TO INT-TOTAL-INTEREST.
016350     PERFORM 1150-LOOKUP-RATE-BY-TIER THRU 1150-EXIT.
016355     PERFORM 1170-APPLY-TERM-RATE THRU 1170-EXIT.
016360     IF NOT INT-RATE-FOUND
016370         DISPLAY "No rate in effect for tier - old rate kept."
016380     END-IF.
017360     END-IF.
017370 1160-EXIT.
017380     EXIT.
017381
017382*----------------------------------------------------------------
017383 1170-APPLY-TERM-RATE.
017384*     A TERM DEPOSIT RENEWED BY THE MATURITY RUN EARNS THE RATE
017385*     FIXED ON THE ACCOUNT AT RENEWAL FOR THE WHOLE TERM, NOT
017386*     WHATEVER THE TIER RATE HAS MOVED TO SINCE.  ZERO MEANS NO
017387*     RENEWAL YET - THE TIER LOOKUP STANDS.  THE CALLER MOVES
017388*     THE ACCOUNT'S TERM RATE TO INT-TERM-RATE FIRST.
017389*----------------------------------------------------------------
017390     IF INT-TIER-TERM-DEPOSIT
017391        AND INT-TERM-RATE NUMERIC
017392        AND INT-TERM-RATE > ZERO
017393         MOVE INT-TERM-RATE  TO INT-RATE
017394         MOVE 'Y'            TO INT-RATE-FOUND-SW
017395     END-IF.
017396 1170-EXIT.
017397     EXIT.
017398
017400*----------------------------------------------------------------
017410 1200-SCHEDULE-ONE-YEAR.
017500*     SIMPLE INTEREST ACCRUES A FLAT AMOUNT EACH YEAR BASED ON
020800     MOVE INT-LOG-SEQ        TO DLG-SEQ-NO.
020801     MOVE INT-LOG-CODE       TO DLG-TRAN-CODE.
020802     MOVE SPACE              TO DLG-ORIG-CODE.
020803     IF INT-LOG-CODE = 'I'
020804         MOVE INT-RATE-AS-OF-DATE TO DLG-ASOF-DATE
020805     ELSE
020806         MOVE ZERO               TO DLG-ASOF-DATE
020807     END-IF.
020808     OPEN EXTEND DAILY-LOG-FILE.
020809     IF INT-DAILY-LOG-STATUS = '35'
020810         OPEN OUTPUT DAILY-LOG-FILE
020811         CLOSE DAILY-LOG-FILE
020812         OPEN EXTEND DAILY-LOG-FILE
020813     END-IF.
020814     MOVE "DAILYLOG" TO FST-FILE-NAME.
020815     MOVE "OPEN    " TO FST-OPERATION.
020816     MOVE INT-DAILY-LOG-STATUS TO FST-STATUS.
020817     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
020819     WRITE DAILY-LOG-LINE FROM DLG-LOG-DETAIL-LINE.
020821     MOVE "WRITE   " TO FST-OPERATION.
023592
023594*----------------------------------------------------------------
023600 3200-PROCESS-ACCOUNT.
023610*     A TERM PAID OUT AT MATURITY HOLDS NOTHING, AND A RENEWED
023620*     TERM EARNS ITS FIXED RATE (1170), AS IN POSTING.
023700*----------------------------------------------------------------
023800     MOVE AED-NUMBER      TO SH-ACCT-NUMBER.
023900     MOVE AED-PRINCIPAL   TO SH-PRINCIPAL.
024000     WRITE INTEREST-STMT-LINE FROM INT-STMT-HEADER-LINE.
024100     EVALUATE TRUE
024110         WHEN AED-CURRENT-BALANCE > ZERO
024115             MOVE AED-CURRENT-BALANCE TO INT-MONEY
024120         WHEN AED-MAT-PAID-OUT
024125             MOVE ZERO                TO INT-MONEY
024130         WHEN OTHER
024135             MOVE AED-PRINCIPAL       TO INT-MONEY
024140     END-EVALUATE.
024200     MOVE AED-TERM-YEARS  TO INT-YEARS.
024300     MOVE AED-CALC-MODE   TO INT-CALC-MODE.
024350     MOVE AED-TIER        TO INT-TIER.
024360     MOVE AED-TERM-RATE   TO INT-TERM-RATE.
024400     PERFORM 1100-BUILD-AMORTIZATION-SCHEDULE THRU 1100-EXIT.
024500     MOVE INT-TOTAL-INTEREST TO ST-TOTAL-INTEREST.
024600     WRITE INTEREST-STMT-LINE FROM INT-STMT-TOTAL-LINE.
025080     MOVE "INTEREST"             TO RCT-SOURCE.
025082     MOVE INT-ACCOUNT-COUNT      TO RCT-RECORD-COUNT.
025084     MOVE INT-RUN-TOTAL-INTEREST TO RCT-TOTAL-AMOUNT.
025085     MOVE INT-RUN-ID             TO RCT-RUN-ID.
025086     OPEN EXTEND RUN-CONTROL-FILE.
025088     IF INT-RUN-CTL-STATUS = '35'
025090         OPEN OUTPUT RUN-CONTROL-FILE
025470*----------------------------------------------------------------
025480     MOVE ACCT-TIER TO INT-TIER.
025490     PERFORM 1150-LOOKUP-RATE-BY-TIER THRU 1150-EXIT.
025492     MOVE ACCT-TERM-RATE TO INT-TERM-RATE.
025495     PERFORM 1170-APPLY-TERM-RATE THRU 1170-EXIT.
025500     MOVE ACCT-PRINCIPAL TO INT-PRINCIPAL-DISPLAY.
025510     MOVE INT-RATE       TO INT-RATE-DISPLAY.
025520     DISPLAY "ACCOUNT NUMBER....... " ACCT-NUMBER.
025987         PERFORM 5100-READ-MASTER-ACCOUNT THRU 5100-EXIT
025989         GO TO 5200-EXIT
025991     END-IF.
025993     EVALUATE TRUE
025994         WHEN ACCT-CURRENT-BALANCE > ZERO
025995             MOVE ACCT-CURRENT-BALANCE TO INT-POST-OLD-BALANCE
025996         WHEN ACCT-MAT-PAID-OUT
025997             MOVE ZERO                 TO INT-POST-OLD-BALANCE
025998         WHEN OTHER
025999             MOVE ACCT-PRINCIPAL       TO INT-POST-OLD-BALANCE
026001     END-EVALUATE.
026003     MOVE ACCT-TIER TO INT-TIER.
026004     MOVE ACCT-TERM-RATE TO INT-TERM-RATE.
026005     PERFORM 1150-LOOKUP-RATE-BY-TIER THRU 1150-EXIT.
026006     PERFORM 1170-APPLY-TERM-RATE THRU 1170-EXIT.
026007     IF NOT INT-RATE-FOUND
026009         ADD 1 TO INT-SKIPPED-COUNT
026011         MOVE ACCT-NUMBER TO PB-ACCT-NUMBER
026261*     A REVERSAL MOVES THE BALANCE THE OPPOSITE WAY OF THE
026263*     ORIGINAL TRANSACTION IT NAMES, SO IT IS RELEASED UNDER
026265*     ITS EFFECTIVE D/W DIRECTION - THE ACCRUAL WALK NEVER
026266*     NEEDS TO KNOW IT WAS A CORRECTION.  A SERVICE FEE AND A
026267*     MATURITY PAYOUT COME OFF LIKE A WITHDRAWAL.
026269*----------------------------------------------------------------
026271     IF DLG-FROM-TRANPOST AND DLG-ID NOT = ZERO
026273        AND (DLG-TRAN-DEPOSIT OR DLG-TRAN-WITHDRAWAL
026275             OR DLG-TRAN-REVERSAL OR DLG-TRAN-FEE
026276             OR DLG-TRAN-MATURITY)
026277         MOVE DLG-ID        TO ITS-ACCT
026279         MOVE DLG-DATE      TO ITS-DATE
026281         MOVE DLG-TIME      TO ITS-TIME
026283         MOVE DLG-SEQ-NO    TO ITS-SEQ
026285         IF DLG-TRAN-WITHDRAWAL OR DLG-TRAN-FEE
026286            OR DLG-TRAN-MATURITY
026287            OR (DLG-TRAN-REVERSAL AND DLG-ORIG-DEPOSIT)
026289             MOVE 'W' TO ITS-CODE
026291         ELSE
026573*----------------------------------------------------------------
026575 5440-ACCRUE-ONE-STRETCH.
026577*     30/360 DAYS TIMES THE ANNUAL RATE OVER 360 ON THE BASE
026578*     THE CALC MODE NAMES.  A SAME-DAY OR BACKDATED STRETCH
026579*     EARNS NOTHING, AND A REBUILT BALANCE THAT WENT NEGATIVE
026580*     ACCRUES ON ZERO RATHER THAN EARNING NEGATIVE INTEREST.
026581*     A TERM PAID OUT AT MATURITY EARNS ON ITS BALANCE UP TO THE
026582*     PAYOUT AND NOTHING ONCE THE PAYOUT HAS EMPTIED IT, EVEN IN
026583*     SIMPLE MODE, WHERE THE BASE WOULD OTHERWISE BE PRINCIPAL.
026586*----------------------------------------------------------------
026587     MOVE INT-ACCR-FROM TO INT-DC-DATE.
026589     PERFORM 5500-DATE-TO-DAYS THRU 5500-EXIT.
026591     MOVE INT-DC-DAYS TO INT-FROM-DAYS.
026603         GO TO 5440-EXIT
026605     END-IF.
026607     EVALUATE TRUE
026608         WHEN ACCT-MAT-PAID-OUT AND INT-RUNNING-BALANCE NOT > ZERO
026609             MOVE ZERO TO INT-ACCR-BASE
026610         WHEN ACCT-CALC-MODE = 'S'
026611             MOVE ACCT-PRINCIPAL TO INT-ACCR-BASE
026613         WHEN INT-RUNNING-BALANCE < ZERO
026615             MOVE ZERO TO INT-ACCR-BASE
