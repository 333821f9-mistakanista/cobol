001800*           INTEREST THE POSTING RUN CAPITALIZED (LOG CODE 'I')
001900*           IS DEBITED TO INTEREST EXPENSE AGAINST CUSTOMER
002000*           DEPOSITS; AND TRANPOST'S DEPOSITS AND WITHDRAWALS
002100*           MOVE BETWEEN CASH AND CUSTOMER DEPOSITS.  THE
002110*           EMPLOYER CONTRIBUTIONS THE TAX RUN ACCRUED ARE
002120*           DEBITED TO EMPLOYER CONTRIBUTION EXPENSE BY
002130*           DEPARTMENT AGAINST ONE CONTRIBUTIONS PAYABLE
002140*           CREDIT.  DIRECT DEPOSITS THE BANK RETURNED AND
002141*           DDRETURN REISSUED BY CHECK ARE DEBITED TO CASH
002142*           AGAINST NET PAY PAYABLE.  TERM DEPOSITS TRANPOST
002143*           PAID OUT AT MATURITY (LOG CODE 'M') ARE DEBITED TO
002150*           CUSTOMER DEPOSITS AGAINST MATURITY PAYABLE.  SERVICE
002160*           FEES (LOG CODE 'F') ARE DEBITED TO CUSTOMER DEPOSITS
002170*           AGAINST FEE INCOME, AND A REFUNDED FEE THE OTHER WAY
002180*           ROUND.  A FILE
002200*           WHOSE DEBITS AND CREDITS DO NOT MATCH IS REFUSED -
002300*           NOTHING IS RELEASED AND THE RUN ENDS WITH RETURN
002400*           CODE 16.
002405*
002410*           EVERY RELEASED BATCH IS THEN ROLLED FORWARD INTO THE
002415*           GL BALANCE FILE (GLBAL, SEE GLBREC) BY ACCOUNT AND
002420*           REGISTERED ON THE GL BATCH HISTORY (GLBATCH, SEE
002425*           GBHREC), WHICH GLPROOF PROVES AGAINST THE ACCOUNT
002430*           MASTER.  A DAY ALREADY ON THE HISTORY IS NEVER ROLLED
002435*           TWICE, SO A RERUN ONLY REWRITES THE INTERFACE FILE.
002440*           THE FIRST ROLL CREATES THE BALANCE FILE AND SEEDS IT
002445*           FROM THE LEDGER'S OPENING BALANCES ON GLOPEN, WHEN
002450*           FINANCE SUPPLIES THEM.
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*----------------------------------------------------------------
003230*                  THEY BACK OUT, SO THE JOURNAL STAYS BALANCED
003240*                  AND A CORRECTION NEVER INFLATES THE DAY'S
003250*                  REAL ACTIVITY.
003260* 09/08/2026  RLM  JOURNALS TODAY'S EMPLOYER CONTRIBUTION
003270*                  ACCRUALS FROM THE TAX RUN (ERCONTRB, SEE
003280*                  ERCREC) AS EXPENSE BY EMPLOYEE DEPARTMENT
003290*                  AGAINST CONTRIBUTIONS PAYABLE.
003291* 09/16/2026  RLM  JOURNALS TODAY'S RETURNED DIRECT DEPOSITS
003292*                  (DDRETGL, SEE DRGREC) AS CASH AGAINST NET PAY
003293*                  PAYABLE.
003294* 09/18/2026  RLM  JOURNALS TODAY'S MATURITY PAYOUTS (LOG CODE
003295*                  'M') AS CUSTOMER DEPOSITS AGAINST MATURITY
003296*                  PAYABLE, SO THE LINE TIES TO THE MATURITY
003297*                  REGISTER.
003300* 09/24/2026  RLM  JOURNALS TODAY'S SERVICE FEES (LOG CODE 'F') AS
003320*                  CUSTOMER DEPOSITS AGAINST FEE INCOME, AND FEE
003340*                  REFUNDS (REVERSALS NAMING 'F') AS FEE INCOME
003360*                  AGAINST CUSTOMER DEPOSITS, INSTEAD OF CASH.
003362* 09/30/2026  RLM  ROLLS EACH RELEASED BATCH FORWARD INTO THE GL
003364*                  BALANCE FILE BY ACCOUNT (GLBAL) AND REGISTERS
003366*                  IT ON THE GL BATCH HISTORY (GLBATCH) FOR THE GL
003368*                  PROOF; OPENING BALANCES FROM GLOPEN.
003380*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
004900     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
005000                            ORGANIZATION IS LINE SEQUENTIAL
005100                            FILE STATUS IS FST-JOB-LOG-STATUS.
005110     SELECT ER-CONTRIB-FILE ASSIGN TO "ERCONTRB"
005120                            ORGANIZATION IS SEQUENTIAL
005130                            FILE STATUS IS GL-ERC-STATUS.
005140     SELECT DD-RETURN-GL-FILE ASSIGN TO "DDRETGL"
005150                            ORGANIZATION IS SEQUENTIAL
005160                            FILE STATUS IS GL-DRG-STATUS.
005162     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
005164                            ORGANIZATION IS INDEXED
005166                            ACCESS MODE IS DYNAMIC
005168                            RECORD KEY IS GLB-ACCOUNT
005170                            FILE STATUS IS GL-GLB-STATUS.
005172     SELECT GL-BATCH-FILE   ASSIGN TO "GLBATCH"
005174                            ORGANIZATION IS LINE SEQUENTIAL
005176                            FILE STATUS IS GL-GBH-STATUS.
005178     SELECT GL-OPENING-FILE ASSIGN TO "GLOPEN"
005180                            ORGANIZATION IS LINE SEQUENTIAL
005182                            FILE STATUS IS GL-OPEN-STATUS.
005200     SELECT GL-SORT-FILE    ASSIGN TO "GLSORT".
005300 DATA DIVISION.
005400 FILE SECTION.
008100 FD  JOB-LOG-FILE.
008200 01  JOB-LOG-LINE               PIC X(80).
008300
008310*----------------------------------------------------------------
008320* EMPLOYER CONTRIBUTION ACCRUALS - ONE RECORD PER EMPLOYEE PAID
008330* BY THE TAX RUN, ALREADY CARRYING THE EMPLOYEE'S DEPARTMENT
008340*----------------------------------------------------------------
008350 FD  ER-CONTRIB-FILE
008360     RECORDING MODE IS F.
008370 01  ER-CONTRIB-LINE            PIC X(40).
008380
008381*----------------------------------------------------------------
008382* RETURNED DIRECT DEPOSITS - ONE RECORD PER DEPOSIT DDRETURN
008383* REISSUED BY CHECK
008384*----------------------------------------------------------------
008385 FD  DD-RETURN-GL-FILE
008386     RECORDING MODE IS F.
008387 01  DD-RETURN-GL-LINE          PIC X(40).
008388
008390*----------------------------------------------------------------
008395* GL BALANCE FILE - ONE RECORD PER LEDGER ACCOUNT, ROLLED
008400* FORWARD BY EVERY RELEASED BATCH
008402*----------------------------------------------------------------
008404 FD  GL-BALANCE-FILE.
008406     COPY GLBREC.
008408
008410*----------------------------------------------------------------
008412* GL BATCH HISTORY - ONE LINE PER BATCH ROLLED INTO THE BALANCES
008414*----------------------------------------------------------------
008416 FD  GL-BATCH-FILE.
008418 01  GL-BATCH-LINE              PIC X(80).
008420
008422*----------------------------------------------------------------
008424* OPENING BALANCES - ONE CARD PER LEDGER ACCOUNT AS FINANCE
008426* CARRIES IT BEFORE THE FIRST ROLLED BATCH, READ ONLY WHEN THE
008428* BALANCE FILE IS FIRST CREATED
008430*----------------------------------------------------------------
008432 FD  GL-OPENING-FILE.
008434 01  GL-OPENING-RECORD.
008436     05  GLO-ACCOUNT            PIC X(16).
008438     05  GLO-DEBIT              PIC 9(11)V99.
008440     05  GLO-CREDIT             PIC 9(11)V99.
008442     05  FILLER                 PIC X(38).
008444
008446*----------------------------------------------------------------
008500* SORT WORK FILE - TODAY'S TAX LOG ENTRIES KEYED BY EMPLOYEE ID
008600* SO ONE FORWARD PASS OF THE ACCEPTED EMPLOYEE FILE RESOLVES
008700* EVERY DEPARTMENT
010200 01  GL-EMP-FILE-STATUS         PIC X(02).
010300     88  GL-EMP-FILE-MISSING                VALUE '35'.
010400 01  GL-INTF-STATUS             PIC X(02).
010410 01  GL-ERC-STATUS              PIC X(02).
010420     88  GL-ERC-MISSING                     VALUE '35'.
010430 01  GL-DRG-STATUS              PIC X(02).
010440     88  GL-DRG-MISSING                     VALUE '35'.
010445 01  GL-GLB-STATUS              PIC X(02).
010450     88  GL-GLB-MISSING                     VALUE '35'.
010455 01  GL-GBH-STATUS              PIC X(02).
010460     88  GL-GBH-MISSING                     VALUE '35'.
010465 01  GL-OPEN-STATUS             PIC X(02).
010470     88  GL-OPEN-MISSING                    VALUE '35'.
010500
010600 01  GL-SWITCHES.
010700     05  GL-LOG-EOF-SW          PIC X(01) VALUE 'N'.
011200         88  GL-EMP-EOF                     VALUE 'Y'.
011300     05  GL-DEPT-FOUND-SW       PIC X(01) VALUE 'N'.
011400         88  GL-DEPT-FOUND                  VALUE 'Y'.
011410     05  GL-ERC-EOF-SW          PIC X(01) VALUE 'N'.
011420         88  GL-ERC-EOF                     VALUE 'Y'.
011430     05  GL-DRG-EOF-SW          PIC X(01) VALUE 'N'.
011440         88  GL-DRG-EOF                     VALUE 'Y'.
011442     05  GL-RELEASED-SW         PIC X(01) VALUE 'N'.
011444         88  GL-RELEASED                    VALUE 'Y'.
011446     05  GL-ROLLED-SW           PIC X(01) VALUE 'N'.
011448         88  GL-ALREADY-ROLLED              VALUE 'Y'.
011450     05  GL-INTF-EOF-SW         PIC X(01) VALUE 'N'.
011452         88  GL-INTF-EOF                    VALUE 'Y'.
011454     05  GL-GBH-EOF-SW          PIC X(01) VALUE 'N'.
011456         88  GL-GBH-EOF                     VALUE 'Y'.
011458     05  GL-OPEN-EOF-SW         PIC X(01) VALUE 'N'.
011460         88  GL-OPEN-EOF                    VALUE 'Y'.
011462     05  GL-NEW-BALANCE-SW      PIC X(01) VALUE 'N'.
011464         88  GL-NEW-BALANCE                 VALUE 'Y'.
011500
011600 01  GL-TODAY                   PIC 9(06).
011700
012100* ACCEPTED FILE LANDS IN THE '***' UNALLOCATED DEPARTMENT, SO
012200* THE DEBITS STILL SUM TO THE PAYABLE CREDIT.  A FULL TABLE
012300* LOSES A DEBIT, WHICH THE OUT-OF-BALANCE CHECK THEN REFUSES -
012400* NOTHING UNBALANCED CAN LEAVE THIS JOB.  THE EMPLOYER
012410* CONTRIBUTION EXPENSE RIDES IN THE SAME TABLE, ONE COLUMN OVER.
012500*----------------------------------------------------------------
012600 01  GL-DEPT-COUNT              PIC 9(03) COMP VALUE ZERO.
012700 01  GL-DEPT-SUB                PIC 9(03) COMP VALUE ZERO.
013100                                INDEXED BY GL-DEPT-IDX.
013200         10  GLD-DEPARTMENT     PIC X(03).
013300         10  GLD-AMOUNT         PIC 9(11)V99.
013310         10  GLD-ER-AMOUNT      PIC 9(11)V99.
013400
013500*----------------------------------------------------------------
013600* SOURCE TOTALS AND THE BATCH DEBIT/CREDIT PROOF
013700*----------------------------------------------------------------
013800 01  GL-WH-TOTAL                PIC 9(11)V99 VALUE ZERO.
013810 01  GL-ER-TOTAL                PIC 9(11)V99 VALUE ZERO.
013900 01  GL-INT-TOTAL               PIC 9(11)V99 VALUE ZERO.
014000 01  GL-DEP-TOTAL               PIC 9(11)V99 VALUE ZERO.
014100 01  GL-WDR-TOTAL               PIC 9(11)V99 VALUE ZERO.
014110 01  GL-DDR-TOTAL               PIC 9(11)V99 VALUE ZERO.
014120 01  GL-MAT-TOTAL               PIC 9(11)V99 VALUE ZERO.
014140 01  GL-FEE-TOTAL               PIC 9(11)V99 VALUE ZERO.
014160 01  GL-FRF-TOTAL               PIC 9(11)V99 VALUE ZERO.
014200 01  GL-TOTAL-DEBITS            PIC 9(13)V99 VALUE ZERO.
014300 01  GL-TOTAL-CREDITS           PIC 9(13)V99 VALUE ZERO.
014400 01  GL-LINE-COUNT              PIC 9(05)    VALUE ZERO.
016900     05  FILLER                 PIC X(24) VALUE SPACES.
017000
017100 01  GL-VARIANCE-DISPLAY        PIC -(12)9.99.
017110
017120*----------------------------------------------------------------
017130* BALANCE ROLL-FORWARD - THE NET THE BATCH MOVED INTO CUSTOMER
017140* DEPOSITS (CREDITS LESS DEBITS) AND THE OPENING CARDS LOADED
017150*----------------------------------------------------------------
017160 01  GL-DEPOSIT-NET             PIC S9(13)V99 VALUE ZERO.
017170 01  GL-OPENING-COUNT           PIC 9(05) COMP VALUE ZERO.
017200
017300     COPY DLGREC.
017310
017320     COPY ERCREC.
017330
017340     COPY DRGREC.
017400
017420     COPY GBHREC.
017440
017500     COPY FSTATWS.
017600
017700 PROCEDURE DIVISION.
019300         GO TO 9999-EXIT
019400     END-IF.
019500     PERFORM 3000-ACCUMULATE-OTHER-SOURCES THRU 3000-EXIT.
019510     PERFORM 3500-ACCUMULATE-EMPLOYER-COST THRU 3500-EXIT.
019520     PERFORM 3600-ACCUMULATE-DD-RETURNS THRU 3600-EXIT.
019600     PERFORM 4000-RELEASE-JOURNAL THRU 4000-EXIT.
019650     PERFORM 5000-ROLL-GL-BALANCES THRU 5000-EXIT.
019700     GO TO 9999-EXIT.
019800
019900*----------------------------------------------------------------
033400         MOVE GL-DEPT-COUNT TO GL-DEPT-SUB
033500         MOVE GL-WORK-DEPT TO GLD-DEPARTMENT (GL-DEPT-SUB)
033600         MOVE ZERO         TO GLD-AMOUNT (GL-DEPT-SUB)
033650         MOVE ZERO         TO GLD-ER-AMOUNT (GL-DEPT-SUB)
033700     END-IF.
033800     ADD GSR-AMOUNT TO GLD-AMOUNT (GL-DEPT-SUB).
033900 2300-EXIT.
038200             WHEN DLG-FROM-TRANPOST AND DLG-TRAN-WITHDRAWAL
038300                 ADD DLG-AMOUNT TO GL-WDR-TOTAL
038310             WHEN DLG-FROM-TRANPOST AND DLG-TRAN-REVERSAL
038315                 EVALUATE TRUE
038320                     WHEN DLG-ORIG-DEPOSIT
038325                         ADD DLG-AMOUNT TO GL-WDR-TOTAL
038330                     WHEN DLG-ORIG-FEE
038340                         ADD DLG-AMOUNT TO GL-FRF-TOTAL
038345                     WHEN OTHER
038350                         ADD DLG-AMOUNT TO GL-DEP-TOTAL
038355                 END-EVALUATE
038370             WHEN DLG-FROM-TRANPOST AND DLG-TRAN-MATURITY
038380                 ADD DLG-AMOUNT TO GL-MAT-TOTAL
038385             WHEN DLG-FROM-TRANPOST AND DLG-TRAN-FEE
038390                 ADD DLG-AMOUNT TO GL-FEE-TOTAL
038400             WHEN OTHER
038500                 CONTINUE
038600         END-EVALUATE
038800     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
038900 3200-EXIT.
039000     EXIT.
039002
039004*----------------------------------------------------------------
039006 3500-ACCUMULATE-EMPLOYER-COST.
039008*     TODAY'S EMPLOYER CONTRIBUTION ACCRUALS FROM THE TAX RUN,
039010*     POSTED TO THE DEPARTMENT TABLE'S EMPLOYER COLUMN.  A
039012*     MISSING ACCRUAL FILE MEANS NO PAYROLL RAN - NOTHING TO
039014*     JOURNAL.  A BLANK DEPARTMENT IS CHARGED TO '***', THE
039016*     SAME AS AN UNRESOLVED WITHHOLDING DEBIT.
039018*----------------------------------------------------------------
039020     MOVE 'N' TO GL-ERC-EOF-SW.
039022     OPEN INPUT ER-CONTRIB-FILE.
039024     IF GL-ERC-MISSING
039026         GO TO 3500-EXIT
039028     END-IF.
039030     MOVE "ERCONTRB" TO FST-FILE-NAME.
039032     MOVE "OPEN    " TO FST-OPERATION.
039034     MOVE GL-ERC-STATUS TO FST-STATUS.
039036     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
039038     PERFORM 3510-READ-ACCRUAL THRU 3510-EXIT.
039040     PERFORM 3520-POST-ONE-ACCRUAL THRU 3520-EXIT
039042         UNTIL GL-ERC-EOF.
039044     CLOSE ER-CONTRIB-FILE.
039046 3500-EXIT.
039048     EXIT.
039050
039052*----------------------------------------------------------------
039054 3510-READ-ACCRUAL.
039056*----------------------------------------------------------------
039058     READ ER-CONTRIB-FILE INTO ERC-ACCRUAL-RECORD
039060         AT END
039062             MOVE 'Y' TO GL-ERC-EOF-SW
039064     END-READ.
039066     MOVE "ERCONTRB" TO FST-FILE-NAME.
039068     MOVE "READ    " TO FST-OPERATION.
039070     MOVE GL-ERC-STATUS TO FST-STATUS.
039072     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
039074 3510-EXIT.
039076     EXIT.
039078
039080*----------------------------------------------------------------
039082 3520-POST-ONE-ACCRUAL.
039084*     FIND OR ADD THE DEPARTMENT ENTRY THE SAME WAY THE
039086*     WITHHOLDING DEBITS DO.  A FULL TABLE DROPS THE DEBIT AND
039088*     THE OUT-OF-BALANCE CHECK REFUSES THE BATCH.
039090*----------------------------------------------------------------
039092     IF GL-ERC-EOF OR ERC-DATE NOT = GL-TODAY
039094         GO TO 3520-READ-NEXT
039096     END-IF.
039098     IF ERC-DEPARTMENT = SPACES
039100         MOVE "***"          TO GL-WORK-DEPT
039102     ELSE
039104         MOVE ERC-DEPARTMENT TO GL-WORK-DEPT
039106     END-IF.
039108     ADD ERC-AMOUNT TO GL-ER-TOTAL.
039110     MOVE 'N' TO GL-DEPT-FOUND-SW.
039112     PERFORM 2350-CHECK-DEPT-ENTRY THRU 2350-EXIT
039114         VARYING GL-DEPT-IDX FROM 1 BY 1
039116         UNTIL GL-DEPT-IDX > GL-DEPT-COUNT
039118            OR GL-DEPT-FOUND.
039120     IF NOT GL-DEPT-FOUND
039122         IF GL-DEPT-COUNT NOT < 50
039124             DISPLAY "GLEXTRACT - DEPARTMENT TABLE FULL - "
039126                     GL-WORK-DEPT " DEBIT LOST; THE BATCH "
039128                     "WILL NOT BALANCE."
039130             GO TO 3520-READ-NEXT
039132         END-IF
039134         ADD 1 TO GL-DEPT-COUNT
039136         MOVE GL-DEPT-COUNT TO GL-DEPT-SUB
039138         MOVE GL-WORK-DEPT TO GLD-DEPARTMENT (GL-DEPT-SUB)
039140         MOVE ZERO         TO GLD-AMOUNT (GL-DEPT-SUB)
039142         MOVE ZERO         TO GLD-ER-AMOUNT (GL-DEPT-SUB)
039144     END-IF.
039146     ADD ERC-AMOUNT TO GLD-ER-AMOUNT (GL-DEPT-SUB).
039148 3520-READ-NEXT.
039150     PERFORM 3510-READ-ACCRUAL THRU 3510-EXIT.
039152 3520-EXIT.
039154     EXIT.
039156
039158*----------------------------------------------------------------
039160 3600-ACCUMULATE-DD-RETURNS.
039162*     TODAY'S RETURNED DIRECT DEPOSITS.  A MISSING FILE MEANS NO
039164*     DEPOSIT HAS EVER COME BACK - NOTHING TO JOURNAL.
039166*----------------------------------------------------------------
039168     MOVE 'N' TO GL-DRG-EOF-SW.
039170     OPEN INPUT DD-RETURN-GL-FILE.
039172     IF GL-DRG-MISSING
039174         GO TO 3600-EXIT
039176     END-IF.
039178     MOVE "DDRETGL " TO FST-FILE-NAME.
039180     MOVE "OPEN    " TO FST-OPERATION.
039182     MOVE GL-DRG-STATUS TO FST-STATUS.
039184     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
039186     PERFORM 3610-READ-DD-RETURN THRU 3610-EXIT.
039188     PERFORM 3620-POST-ONE-DD-RETURN THRU 3620-EXIT
039190         UNTIL GL-DRG-EOF.
039192     CLOSE DD-RETURN-GL-FILE.
039194 3600-EXIT.
039196     EXIT.
039198
039200*----------------------------------------------------------------
039202 3610-READ-DD-RETURN.
039204*----------------------------------------------------------------
039206     READ DD-RETURN-GL-FILE INTO DRG-RETURN-RECORD
039208         AT END
039210             MOVE 'Y' TO GL-DRG-EOF-SW
039212     END-READ.
039214     MOVE "DDRETGL " TO FST-FILE-NAME.
039216     MOVE "READ    " TO FST-OPERATION.
039218     MOVE GL-DRG-STATUS TO FST-STATUS.
039220     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
039222 3610-EXIT.
039224     EXIT.
039226
039228*----------------------------------------------------------------
039230 3620-POST-ONE-DD-RETURN.
039232*----------------------------------------------------------------
039234     IF DRG-DATE = GL-TODAY
039236         ADD DRG-AMOUNT TO GL-DDR-TOTAL
039238     END-IF.
039240     PERFORM 3610-READ-DD-RETURN THRU 3610-EXIT.
039242 3620-EXIT.
039244     EXIT.
039246
039250*----------------------------------------------------------------
039300 4000-RELEASE-JOURNAL.
039400*     PROVE THE BATCH BALANCES BEFORE ANYTHING IS WRITTEN -
039500*     DEBITS ARE THE DEPARTMENT WITHHOLDING AND EMPLOYER
039550*     CONTRIBUTION LINES PLUS INTEREST EXPENSE, CASH IN, AND
039600*     DEPOSITS OUT, RETURNED PAY, MATURITY PAYOUTS, FEES
039650*     CHARGED, AND FEES REFUNDED; CREDITS ARE THE FOUR
039700*     PAYABLES, DEPOSITS, FEE INCOME, AND CASH SIDES OF THE
039750*     SAME MONEY.  AN
039800*     OUT-OF-BALANCE BATCH RELEASES NOTHING AND ENDS WITH
039900*     RETURN CODE 16.
040000*----------------------------------------------------------------
040600     ADD GL-INT-TOTAL TO GL-TOTAL-DEBITS.
040700     ADD GL-DEP-TOTAL TO GL-TOTAL-DEBITS.
040800     ADD GL-WDR-TOTAL TO GL-TOTAL-DEBITS.
040810     ADD GL-DDR-TOTAL TO GL-TOTAL-DEBITS.
040820     ADD GL-MAT-TOTAL TO GL-TOTAL-DEBITS.
040840     ADD GL-FEE-TOTAL TO GL-TOTAL-DEBITS.
040860     ADD GL-FRF-TOTAL TO GL-TOTAL-DEBITS.
040900     ADD GL-WH-TOTAL  TO GL-TOTAL-CREDITS.
040950     ADD GL-ER-TOTAL  TO GL-TOTAL-CREDITS.
041000     ADD GL-INT-TOTAL TO GL-TOTAL-CREDITS.
041100     ADD GL-DEP-TOTAL TO GL-TOTAL-CREDITS.
041200     ADD GL-WDR-TOTAL TO GL-TOTAL-CREDITS.
041210     ADD GL-DDR-TOTAL TO GL-TOTAL-CREDITS.
041220     ADD GL-MAT-TOTAL TO GL-TOTAL-CREDITS.
041240     ADD GL-FEE-TOTAL TO GL-TOTAL-CREDITS.
041260     ADD GL-FRF-TOTAL TO GL-TOTAL-CREDITS.
041300     IF GL-TOTAL-DEBITS NOT = GL-TOTAL-CREDITS
041400         COMPUTE GL-VARIANCE-DISPLAY =
041500             GL-TOTAL-DEBITS - GL-TOTAL-CREDITS
043600         MOVE GL-WH-TOTAL        TO GLJ-CREDIT
043700         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
043800     END-IF.
043810     IF GL-ER-TOTAL > ZERO
043820         MOVE "CONTRIB PAYABLE " TO GLJ-ACCOUNT
043830         MOVE SPACES             TO GLJ-DEPARTMENT
043840         MOVE ZERO               TO GLJ-DEBIT
043850         MOVE GL-ER-TOTAL        TO GLJ-CREDIT
043860         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
043870     END-IF.
043900     IF GL-INT-TOTAL > ZERO
044000         MOVE "INTEREST EXPENSE" TO GLJ-ACCOUNT
044100         MOVE SPACES             TO GLJ-DEPARTMENT
046900         MOVE GL-WDR-TOTAL       TO GLJ-CREDIT
047000         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047100     END-IF.
047104     IF GL-DDR-TOTAL > ZERO
047108         MOVE "CASH            " TO GLJ-ACCOUNT
047112         MOVE SPACES             TO GLJ-DEPARTMENT
047116         MOVE GL-DDR-TOTAL       TO GLJ-DEBIT
047120         MOVE ZERO               TO GLJ-CREDIT
047124         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047128         MOVE "NET PAY PAYABLE " TO GLJ-ACCOUNT
047132         MOVE ZERO               TO GLJ-DEBIT
047136         MOVE GL-DDR-TOTAL       TO GLJ-CREDIT
047140         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047144     END-IF.
047148     IF GL-MAT-TOTAL > ZERO
047152         MOVE "CUSTOMER DEPOSIT" TO GLJ-ACCOUNT
047156         MOVE SPACES             TO GLJ-DEPARTMENT
047160         MOVE GL-MAT-TOTAL       TO GLJ-DEBIT
047164         MOVE ZERO               TO GLJ-CREDIT
047168         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047172         MOVE "MATURITY PAYABLE" TO GLJ-ACCOUNT
047176         MOVE ZERO               TO GLJ-DEBIT
047180         MOVE GL-MAT-TOTAL       TO GLJ-CREDIT
047184         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047188     END-IF.
047190     IF GL-FEE-TOTAL > ZERO
047195         MOVE "CUSTOMER DEPOSIT" TO GLJ-ACCOUNT
047200         MOVE SPACES             TO GLJ-DEPARTMENT
047202         MOVE GL-FEE-TOTAL       TO GLJ-DEBIT
047204         MOVE ZERO               TO GLJ-CREDIT
047206         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047208         MOVE "FEE INCOME      " TO GLJ-ACCOUNT
047210         MOVE ZERO               TO GLJ-DEBIT
047212         MOVE GL-FEE-TOTAL       TO GLJ-CREDIT
047214         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047216     END-IF.
047218     IF GL-FRF-TOTAL > ZERO
047220         MOVE "FEE INCOME      " TO GLJ-ACCOUNT
047222         MOVE SPACES             TO GLJ-DEPARTMENT
047224         MOVE GL-FRF-TOTAL       TO GLJ-DEBIT
047226         MOVE ZERO               TO GLJ-CREDIT
047228         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047230         MOVE "CUSTOMER DEPOSIT" TO GLJ-ACCOUNT
047232         MOVE ZERO               TO GLJ-DEBIT
047234         MOVE GL-FRF-TOTAL       TO GLJ-CREDIT
047236         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
047238     END-IF.
047240     MOVE GL-LINE-COUNT    TO GLT-LINE-COUNT.
047300     MOVE GL-TOTAL-DEBITS  TO GLT-TOTAL-DEBITS.
047400     MOVE GL-TOTAL-CREDITS TO GLT-TOTAL-CREDITS.
047500     WRITE GL-INTF-RECORD FROM GL-TRAILER-RECORD.
047800     MOVE GL-INTF-STATUS TO FST-STATUS.
047900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
048000     CLOSE GL-INTF-FILE.
048050     MOVE 'Y' TO GL-RELEASED-SW.
048100     DISPLAY "GL extract complete - " GL-LINE-COUNT
048200             " journal lines released.".
048300 4000-EXIT.
048600*----------------------------------------------------------------
048700 4100-SUM-DEPT-DEBITS.
048800*----------------------------------------------------------------
048900     ADD GLD-AMOUNT (GL-DEPT-IDX)    TO GL-TOTAL-DEBITS.
048950     ADD GLD-ER-AMOUNT (GL-DEPT-IDX) TO GL-TOTAL-DEBITS.
049000 4100-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------------
049400 4200-WRITE-DEPT-LINE.
049410*     A DEPARTMENT CARRYING ONLY ONE OF THE TWO KINDS OF COST
049420*     GETS ONLY THAT LINE.
049500*----------------------------------------------------------------
049550     IF GLD-AMOUNT (GL-DEPT-IDX) > ZERO
049600         MOVE "SALARY WH EXP   "           TO GLJ-ACCOUNT
049700         MOVE GLD-DEPARTMENT (GL-DEPT-IDX) TO GLJ-DEPARTMENT
049800         MOVE GLD-AMOUNT (GL-DEPT-IDX)     TO GLJ-DEBIT
049900         MOVE ZERO                         TO GLJ-CREDIT
050000         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
050010     END-IF.
050020     IF GLD-ER-AMOUNT (GL-DEPT-IDX) > ZERO
050030         MOVE "EMPLOYER CONTRIB"           TO GLJ-ACCOUNT
050040         MOVE GLD-DEPARTMENT (GL-DEPT-IDX) TO GLJ-DEPARTMENT
050050         MOVE GLD-ER-AMOUNT (GL-DEPT-IDX)  TO GLJ-DEBIT
050060         MOVE ZERO                         TO GLJ-CREDIT
050070         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
050080     END-IF.
050100 4200-EXIT.
050200     EXIT.
050300
051300 4300-EXIT.
051400     EXIT.
051500
051501*----------------------------------------------------------------
051502 5000-ROLL-GL-BALANCES.
051503*     ROLL THE BATCH JUST RELEASED INTO THE GL BALANCE FILE BY
051504*     READING THE INTERFACE FILE BACK, SO THE BALANCES MOVE BY
051505*     EXACTLY WHAT THE LEDGER WAS SENT, THEN REGISTER THE BATCH.
051506*     A REFUSED BATCH ROLLS NOTHING; A DAY ALREADY REGISTERED IS
051507*     NOT ROLLED AGAIN.  A MISSING BALANCE FILE IS CREATED AND
051508*     SEEDED FROM THE OPENING BALANCES FIRST.
051509*----------------------------------------------------------------
051510     IF NOT GL-RELEASED
051511         GO TO 5000-EXIT
051512     END-IF.
051513     PERFORM 5100-CHECK-BATCH-HISTORY THRU 5100-EXIT.
051514     IF GL-ALREADY-ROLLED
051515         DISPLAY "GLEXTRACT - TODAY'S BATCH IS ALREADY IN THE GL "
051516                 "BALANCES - NOT ROLLED AGAIN."
051517         GO TO 5000-EXIT
051518     END-IF.
051519     OPEN I-O GL-BALANCE-FILE.
051520     IF GL-GLB-MISSING
051521         OPEN OUTPUT GL-BALANCE-FILE
051522         CLOSE GL-BALANCE-FILE
051523         OPEN I-O GL-BALANCE-FILE
051524         MOVE "GLBAL   " TO FST-FILE-NAME
051525         MOVE "OPEN    " TO FST-OPERATION
051526         MOVE GL-GLB-STATUS TO FST-STATUS
051527         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
051528         PERFORM 5200-LOAD-OPENING-BALANCES THRU 5200-EXIT
051529     END-IF.
051530     MOVE "GLBAL   " TO FST-FILE-NAME.
051531     MOVE "OPEN    " TO FST-OPERATION.
051532     MOVE GL-GLB-STATUS TO FST-STATUS.
051533     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
051534     MOVE ZERO TO GL-DEPOSIT-NET.
051535     MOVE 'N'  TO GL-INTF-EOF-SW.
051536     OPEN INPUT GL-INTF-FILE.
051537     MOVE "GLFILE  " TO FST-FILE-NAME.
051538     MOVE "OPEN    " TO FST-OPERATION.
051539     MOVE GL-INTF-STATUS TO FST-STATUS.
051540     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
051541     PERFORM 5300-READ-JOURNAL-LINE THRU 5300-EXIT.
051542     PERFORM 5400-ROLL-ONE-LINE THRU 5400-EXIT
051543         UNTIL GL-INTF-EOF.
051544     CLOSE GL-INTF-FILE
051545           GL-BALANCE-FILE.
051546     PERFORM 5500-REGISTER-BATCH THRU 5500-EXIT.
051547     MOVE GL-DEPOSIT-NET TO GL-VARIANCE-DISPLAY.
051548     DISPLAY "GL balances rolled forward - customer deposits "
051549             "moved " GL-VARIANCE-DISPLAY ".".
051550 5000-EXIT.
051551     EXIT.
051552
051553*----------------------------------------------------------------
051554 5100-CHECK-BATCH-HISTORY.
051555*     NO HISTORY FILE MEANS NOTHING HAS EVER BEEN ROLLED.
051556*----------------------------------------------------------------
051557     MOVE 'N' TO GL-ROLLED-SW.
051558     MOVE 'N' TO GL-GBH-EOF-SW.
051559     OPEN INPUT GL-BATCH-FILE.
051560     IF GL-GBH-MISSING
051561         GO TO 5100-EXIT
051562     END-IF.
051563     MOVE "GLBATCH " TO FST-FILE-NAME.
051564     MOVE "OPEN    " TO FST-OPERATION.
051565     MOVE GL-GBH-STATUS TO FST-STATUS.
051566     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
051567     PERFORM 5150-READ-BATCH-ENTRY THRU 5150-EXIT
051568         UNTIL GL-GBH-EOF.
051569     CLOSE GL-BATCH-FILE.
051570 5100-EXIT.
051571     EXIT.
051572
051573*----------------------------------------------------------------
051574 5150-READ-BATCH-ENTRY.
051575*----------------------------------------------------------------
051576     READ GL-BATCH-FILE INTO GL-BATCH-HISTORY-RECORD
051577         AT END
051578             MOVE 'Y' TO GL-GBH-EOF-SW
051579         NOT AT END
051580             IF GBH-DATE = GL-TODAY
051581                 MOVE 'Y' TO GL-ROLLED-SW
051582             END-IF
051583     END-READ.
051584 5150-EXIT.
051585     EXIT.
051586
051587*----------------------------------------------------------------
051588 5200-LOAD-OPENING-BALANCES.
051589*     ONE RECORD PER OPENING CARD, NET DEBIT AS ALWAYS.  A CARD
051590*     WITH NO ACCOUNT OR NON-NUMERIC AMOUNTS IS SKIPPED AND
051591*     SHOWN; WITHOUT GLOPEN EVERY ACCOUNT STARTS AT ZERO.
051592*----------------------------------------------------------------
051593     MOVE ZERO TO GL-OPENING-COUNT.
051594     MOVE 'N'  TO GL-OPEN-EOF-SW.
051595     OPEN INPUT GL-OPENING-FILE.
051596     IF GL-OPEN-MISSING
051597         DISPLAY "GLEXTRACT - no opening balances (GLOPEN) - "
051598                 "GL balances start at zero."
051599         GO TO 5200-EXIT
051600     END-IF.
051601     MOVE "GLOPEN  " TO FST-FILE-NAME.
051602     MOVE "OPEN    " TO FST-OPERATION.
051603     MOVE GL-OPEN-STATUS TO FST-STATUS.
051604     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
051605     PERFORM 5250-LOAD-ONE-OPENING THRU 5250-EXIT
051606         UNTIL GL-OPEN-EOF.
051607     CLOSE GL-OPENING-FILE.
051608     DISPLAY "GL balance file created - " GL-OPENING-COUNT
051609             " opening balances loaded.".
051610 5200-EXIT.
051611     EXIT.
051612
051613*----------------------------------------------------------------
051614 5250-LOAD-ONE-OPENING.
051615*----------------------------------------------------------------
051616     READ GL-OPENING-FILE
051617         AT END
051618             MOVE 'Y' TO GL-OPEN-EOF-SW
051619             GO TO 5250-EXIT
051620     END-READ.
051621     IF GLO-ACCOUNT = SPACES
051622        OR GLO-DEBIT NOT NUMERIC
051623        OR GLO-CREDIT NOT NUMERIC
051624         DISPLAY "GLEXTRACT - opening card skipped: "
051625                 GL-OPENING-RECORD
051626         GO TO 5250-EXIT
051627     END-IF.
051628     MOVE GLO-ACCOUNT TO GLB-ACCOUNT.
051629     COMPUTE GLB-BALANCE = GLO-DEBIT - GLO-CREDIT.
051630     MOVE GL-TODAY    TO GLB-OPENED-DATE.
051631     MOVE ZERO        TO GLB-LAST-BATCH-DATE.
051632     WRITE GL-BALANCE-RECORD
051633         INVALID KEY
051634             DISPLAY "GLEXTRACT - duplicate opening card for "
051635                     GLO-ACCOUNT " skipped."
051636             GO TO 5250-EXIT
051637     END-WRITE.
051638     ADD 1 TO GL-OPENING-COUNT.
051639 5250-EXIT.
051640     EXIT.
051641
051642*----------------------------------------------------------------
051643 5300-READ-JOURNAL-LINE.
051644*----------------------------------------------------------------
051645     READ GL-INTF-FILE INTO GL-DETAIL-RECORD
051646         AT END
051647             MOVE 'Y' TO GL-INTF-EOF-SW
051648     END-READ.
051649     MOVE "GLFILE  " TO FST-FILE-NAME.
051650     MOVE "READ    " TO FST-OPERATION.
051651     MOVE GL-INTF-STATUS TO FST-STATUS.
051652     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
051653 5300-EXIT.
051654     EXIT.
051655
051656*----------------------------------------------------------------
051657 5400-ROLL-ONE-LINE.
051658*     ONLY JOURNAL LINES MOVE A BALANCE - THE HEADER AND TRAILER
051659*     ARE PASSED OVER.  AN ACCOUNT THE LEDGER HAS NOT CARRIED
051660*     BEFORE OPENS AT ZERO TODAY.
051661*----------------------------------------------------------------
051662     IF GLJ-RECORD-TYPE NOT = 'D'
051663         GO TO 5400-NEXT
051664     END-IF.
051665     MOVE 'N'         TO GL-NEW-BALANCE-SW.
051666     MOVE GLJ-ACCOUNT TO GLB-ACCOUNT.
051667     READ GL-BALANCE-FILE
051668         INVALID KEY
051669             MOVE 'Y'         TO GL-NEW-BALANCE-SW
051670             MOVE GLJ-ACCOUNT TO GLB-ACCOUNT
051671             MOVE ZERO        TO GLB-BALANCE
051672             MOVE GL-TODAY    TO GLB-OPENED-DATE
051673     END-READ.
051674     COMPUTE GLB-BALANCE = GLB-BALANCE + GLJ-DEBIT - GLJ-CREDIT.
051675     MOVE GL-TODAY TO GLB-LAST-BATCH-DATE.
051676     IF GL-NEW-BALANCE
051677         WRITE GL-BALANCE-RECORD
051678         MOVE "WRITE   " TO FST-OPERATION
051679     ELSE
051680         REWRITE GL-BALANCE-RECORD
051681         MOVE "REWRITE " TO FST-OPERATION
051682     END-IF.
051683     MOVE "GLBAL   " TO FST-FILE-NAME.
051684     MOVE GL-GLB-STATUS TO FST-STATUS.
051685     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
051686     IF GLJ-ACCOUNT = "CUSTOMER DEPOSIT"
051687         COMPUTE GL-DEPOSIT-NET =
051688             GL-DEPOSIT-NET + GLJ-CREDIT - GLJ-DEBIT
051689     END-IF.
051690 5400-NEXT.
051691     PERFORM 5300-READ-JOURNAL-LINE THRU 5300-EXIT.
051692 5400-EXIT.
051693     EXIT.
051694
051695*----------------------------------------------------------------
051696 5500-REGISTER-BATCH.
051697*     APPEND THE BATCH TO THE HISTORY; THE FIRST BATCH CREATES
051698*     IT.
051699*----------------------------------------------------------------
051700     MOVE SPACES           TO GL-BATCH-HISTORY-RECORD.
051702     MOVE GL-TODAY         TO GBH-DATE.
051704     MOVE GLH-TIME         TO GBH-TIME.
051706     MOVE GL-LINE-COUNT    TO GBH-LINE-COUNT.
051708     MOVE GL-TOTAL-DEBITS  TO GBH-TOTAL-DEBITS.
051710     MOVE GL-TOTAL-CREDITS TO GBH-TOTAL-CREDITS.
051712     MOVE GL-DEPOSIT-NET   TO GBH-DEPOSIT-NET.
051714     OPEN EXTEND GL-BATCH-FILE.
051716     IF GL-GBH-MISSING
051718         OPEN OUTPUT GL-BATCH-FILE
051720         CLOSE GL-BATCH-FILE
051722         OPEN EXTEND GL-BATCH-FILE
051724     END-IF.
051726     MOVE "GLBATCH " TO FST-FILE-NAME.
051728     MOVE "OPEN    " TO FST-OPERATION.
051730     MOVE GL-GBH-STATUS TO FST-STATUS.
051732     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
051734     WRITE GL-BATCH-LINE FROM GL-BATCH-HISTORY-RECORD.
051736     MOVE "WRITE   " TO FST-OPERATION.
051738     MOVE GL-GBH-STATUS TO FST-STATUS.
051740     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
051742     CLOSE GL-BATCH-FILE.
051744 5500-EXIT.
051746     EXIT.
051748
051750*----------------------------------------------------------------
051752     COPY FSTATPR.
051800*----------------------------------------------------------------
051900 9999-EXIT.
052000*----------------------------------------------------------------
