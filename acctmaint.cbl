001500*           TIER TO WHAT INTEREST'S RATE LOOKUP ACTUALLY
001600*           ACCEPTS (S/C, P/T/R).  A CLOSE IS REFUSED WHILE THE
001700*           CURRENT BALANCE IS NONZERO - THE MONEY HAS TO GO
001800*           SOMEWHERE FIRST - OR WHILE ANY FUNDS HOLD ON THE
001850*           ACCOUNT IS STILL OPEN.  EVERY CHANGE WRITES A
001900*           BEFORE/AFTER AUDIT PAIR, STAMPED WITH THE OPERATOR
002000*           ID, TO THE ACCOUNT AUDIT FILE THE WAY EMPMAINT
002050*           WRITES EMPAUDIT.
002100*----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*----------------------------------------------------------------
003150*                  CLOSE TO SUPERVISOR LEVEL 3.  FAILED
003160*                  SIGN-ONS AND DENIED ATTEMPTS LAND ON THE
003170*                  CENTRAL JOB LOG.
003180* 09/17/2026  RLM  NEW MENU CHOICE 4 REACTIVATES AN ACCOUNT THE
003182*                  DORMANT RUN MARKED DORMANT - SUPERVISOR
003184*                  LEVEL 3, AUDITED AS A REACTIVATE PAIR.  A NEW
003186*                  ACCOUNT STARTS ACTIVE AS OF TODAY.  THE AUDIT
003188*                  IMAGES WIDEN TO THE FULL ACCOUNT RECORD.
003190* 09/18/2026  RLM  A TERM DEPOSIT NOW TAKES THE CUSTOMER'S
003192*                  MATURITY INSTRUCTION (RENEW OR PAY OUT) AND
003194*                  GETS ITS MATURITY DATE - THE TERM'S YEARS
003196*                  FROM TODAY - WHEN ADDED OR WHEN ITS TERM
003197*                  CHANGES.  OTHER TIERS CARRY NO MATURITY.
003198*                  THE AUDIT IMAGES WIDEN WITH THE RECORD.
003200* 09/22/2026  RLM  A CLOSE IS NOW ALSO REFUSED WHILE THE ACCOUNT
003220*                  HAS AN OPEN FUNDS HOLD ON FUNDHOLD - ITS
003240*                  AVAILABLE BALANCE WOULD BE BELOW ZERO.
003242* 10/07/2026  RLM  DUAL CONTROL - AN ADD WHOSE PRINCIPAL, OR AN
003244*                  UPDATE WHOSE PRINCIPAL CHANGE, IS OVER THE
003246*                  DUAL-CONTROL LIMIT IS HELD ON THE PENDING
003248*                  APPROVAL FILE (PNDWS/PNDPR).  NEW MENU CHOICE 5
003250*                  LETS A SECOND SUPERVISOR, NOT THE ONE WHO
003252*                  KEYED IT, APPROVE (APPLY) OR REJECT EACH ONE.
003254*                  THE AUDIT LINE WIDENS TO 110 WITH THE APPROVER.
003255* 10/13/2026  RLM  EVERY ACCTAUD LINE NOW ENDS IN A SEQUENCE
003256*                  NUMBER AND A CHECK VALUE CHAINED FROM THE LINE
003257*                  BEFORE IT (CHNWS/CHNPR), WITH THE LAST ONE KEPT
003258*                  ON THE CHAIN CONTROL (CHAINCTL).
003260*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
004400     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUD"
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS AM-AUDIT-STATUS.
004601     SELECT CHAIN-CTL-FILE  ASSIGN TO "CHAINCTL"
004602                            ORGANIZATION IS INDEXED
004603                            ACCESS MODE IS DYNAMIC
004604                            RECORD KEY IS CHN-TRAIL
004605                            FILE STATUS IS CHN-CTL-STATUS.
004610     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
004620                            ORGANIZATION IS INDEXED
004630                            ACCESS MODE IS DYNAMIC
004690     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
004692                            ORGANIZATION IS LINE SEQUENTIAL
004694                            FILE STATUS IS FST-JOB-LOG-STATUS.
004700     SELECT HOLD-FILE       ASSIGN TO "FUNDHOLD"
004710                            ORGANIZATION IS INDEXED
004720                            ACCESS MODE IS DYNAMIC
004730                            RECORD KEY IS HLD-KEY
004740                            FILE STATUS IS HLD-FILE-STATUS.
004741     SELECT PENDING-FILE    ASSIGN TO "PENDAPPR"
004742                            ORGANIZATION IS INDEXED
004743                            ACCESS MODE IS DYNAMIC
004744                            RECORD KEY IS PND-KEY
004745                            FILE STATUS IS PND-FILE-STATUS.
004750 DATA DIVISION.
004800 FILE SECTION.
004900*----------------------------------------------------------------
005000* ACCOUNT MASTER FILE - ONE RECORD PER ACCOUNT, INDEXED BY
005400     COPY ACCTREC.
005500
005600*----------------------------------------------------------------
005650* ACCOUNT AUDIT FILE - ONE BEFORE/AFTER LINE PAIR PER CHANGE,
005700* EACH LINE ENDING IN ITS CHAIN STAMP
005800*----------------------------------------------------------------
005900 FD  ACCT-AUDIT-FILE.
005910 01  ACCT-AUDIT-LINE.
005920     05  ACCT-AUDIT-BODY        PIC X(110).
005930     05  ACCT-AUDIT-CHAIN       PIC X(19).
005940
005950*----------------------------------------------------------------
005960* AUDIT TRAIL CHAIN CONTROL - THE LAST STAMP PUT ON EACH TRAIL
005970*----------------------------------------------------------------
005980 FD  CHAIN-CTL-FILE.
005990     COPY CHNREC.
006010
006020*----------------------------------------------------------------
006030* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG - THE
006078
006080 FD  JOB-LOG-FILE.
006090 01  JOB-LOG-LINE               PIC X(80).
006091
006092*----------------------------------------------------------------
006093* FUNDS HOLD FILE - READ ONLY, SO AN ACCOUNT WITH MONEY STILL
006094* UNDER HOLD CANNOT BE CLOSED
006095*----------------------------------------------------------------
006096 FD  HOLD-FILE.
006097     COPY HLDREC.
006100
006110*----------------------------------------------------------------
006120* PENDING APPROVAL FILE - PRINCIPAL CHANGES OVER THE DUAL-CONTROL
006130* LIMIT WAIT HERE FOR A SECOND SUPERVISOR
006140*----------------------------------------------------------------
006150 FD  PENDING-FILE.
006160     COPY PNDREC.
006170
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------
006400* MENU SELECTION AND CONTINUE SWITCH - SAME MENU STYLE AS
006800     88  AM-CHOICE-ADD                      VALUE '1'.
006900     88  AM-CHOICE-UPDATE                   VALUE '2'.
007000     88  AM-CHOICE-CLOSE                    VALUE '3'.
007050     88  AM-CHOICE-REACTIVATE               VALUE '4'.
007100     88  AM-CHOICE-REVIEW                   VALUE '5'.
007150     88  AM-CHOICE-QUIT                     VALUE '6'.
007200     88  AM-CHOICE-VALID        VALUE '1' '2' '3' '4' '5' '6'.
007300
007400 01  AM-DONE-SW                 PIC X(01) VALUE 'N'.
007500     88  AM-DONE                            VALUE 'Y'.
008150* FILLED FROM THE PROVEN SIGN-ON, NOT A TYPED CLAIM.
008200*----------------------------------------------------------------
008300 01  AM-OPERATOR-ID             PIC X(08).
008400 01  AM-APPROVER-ID             PIC X(08) VALUE SPACES.
008600
008700*----------------------------------------------------------------
008800* MASTER FILE KEY AND FILE STATUS FIELDS
010200         88  AM-CALC-OK                     VALUE 'Y'.
010300     05  AM-TIER-OK-SW          PIC X(01) VALUE 'N'.
010400         88  AM-TIER-OK                     VALUE 'Y'.
010410     05  AM-INSTR-OK-SW         PIC X(01) VALUE 'N'.
010420         88  AM-INSTR-OK                    VALUE 'Y'.
010430     05  AM-TERM-CHANGED-SW     PIC X(01) VALUE 'N'.
010440         88  AM-TERM-CHANGED                VALUE 'Y'.
010500
010600*----------------------------------------------------------------
010700* NEW FIELD VALUES ENTERED BY THE OPERATOR, VALIDATED BEFORE
011500     88  AM-NEW-CALC-VALID                  VALUE 'S' 'C'.
011600 01  AM-NEW-TIER                PIC X(01).
011700     88  AM-NEW-TIER-VALID                  VALUE 'P' 'T' 'R'.
011710 01  AM-NEW-MAT-INSTR           PIC X(01).
011720     88  AM-NEW-MAT-INSTR-VALID             VALUE 'R' 'P'.
011730
011740*----------------------------------------------------------------
011750* MATURITY DATE WORK AREA - TODAY MOVED ON BY THE TERM'S YEARS
011760*----------------------------------------------------------------
011770 01  AM-MAT-DATE                PIC 9(06).
011780 01  AM-MAT-DATE-R REDEFINES AM-MAT-DATE.
011790     05  AM-MAT-YY              PIC 9(02).
011792     05  AM-MAT-MMDD            PIC 9(04).
011794 01  AM-MAT-NEW-YY              PIC 9(03).
011795
011800*----------------------------------------------------------------
011802* DUAL CONTROL - A PRINCIPAL, OR A PRINCIPAL CHANGE, OVER THE
011804* LIMIT IS HELD FOR A SECOND SUPERVISOR.  THE DETAIL LINE IS THE
011806* CHANGE AS KEYED, CARRIED IN PND-DETAIL UNTIL IT IS DECIDED; AN
011808* UPDATE ALSO CARRIES THE PRINCIPAL IT WAS KEYED AGAINST.
011810*----------------------------------------------------------------
011812 01  AM-DUAL-LIMIT              PIC 9(7)V99 VALUE 10000.00.
011814 01  AM-PRINCIPAL-CHANGE        PIC S9(7)V99.
011816 01  AM-APPLIED-SW              PIC X(01) VALUE 'N'.
011818     88  AM-APPLIED                         VALUE 'Y'.
011820 01  AM-PENDING-DETAIL.
011822     05  AP-ACTION              PIC X(01).
011824         88  AP-ACTION-ADD                  VALUE 'A'.
011826         88  AP-ACTION-UPDATE               VALUE 'U'.
011828     05  AP-ACCT                PIC 9(06).
011830     05  AP-OLD-PRINCIPAL       PIC 9(7)V99.
011832     05  AP-PRINCIPAL           PIC 9(7)V99.
011834     05  AP-TERM-YEARS          PIC 9(2).
011836     05  AP-CALC-MODE           PIC X(01).
011838     05  AP-TIER                PIC X(01).
011840     05  AP-MAT-INSTR           PIC X(01).
011842     05  FILLER                 PIC X(90).
011844 01  AM-PENDING-DESC.
011846     05  FILLER                 PIC X(05) VALUE "ACCT ".
011848     05  AD-ACCT                PIC 9(06).
011850     05  FILLER                 PIC X(01) VALUE SPACE.
011852     05  AD-ACTION              PIC X(06).
011854     05  FILLER                 PIC X(11) VALUE " PRINCIPAL ".
011856     05  AD-PRINCIPAL           PIC Z(6)9.99.
011858     05  FILLER                 PIC X(01) VALUE SPACE.
011860
011900*----------------------------------------------------------------
012000* BEFORE AND AFTER IMAGES OF THE RECORD BEING CHANGED.  AN ADD
012100* HAS NO BEFORE IMAGE, SO ITS BEFORE LINE SAYS (NEW); A CLOSE
012200* REMOVES THE RECORD, SO ITS AFTER LINE SAYS (CLOSED).
012300*----------------------------------------------------------------
012400 01  AM-BEFORE-IMAGE            PIC X(53).
012500 01  AM-AFTER-IMAGE             PIC X(53).
012600
012700*----------------------------------------------------------------
012800* AUDIT LINE - DATE, TIME, OPERATOR, ACTION, AND A BEFORE OR
014000     05  FILLER                 PIC X(01) VALUE SPACES.
014100     05  AU-IMAGE-TAG           PIC X(06).
014200     05  FILLER                 PIC X(01) VALUE SPACES.
014300     05  AU-IMAGE               PIC X(53).
014350     05  FILLER                 PIC X(01) VALUE SPACES.
014400     05  AU-APPROVER            PIC X(08).
014450     05  FILLER                 PIC X(05) VALUE SPACES.
014500
014600 01  AM-AUDIT-ACTION            PIC X(10).
014700 01  AM-TODAY                   PIC 9(06).
014750
014800     COPY VALIDWS.
014820
014840     COPY OPRWS.
014850
014860     COPY HLDWS.
014862
014864     COPY PNDWS.
014870
014880     COPY FSTATWS.
014900
014920     COPY CHNWS.
014940
015000 PROCEDURE DIVISION.
015100*----------------------------------------------------------------
015200 0000-MAINLINE.
018600 1000-MENU-CYCLE.
018700*----------------------------------------------------------------
018800     PERFORM 1100-GET-MENU-CHOICE THRU 1100-EXIT.
018850     EVALUATE TRUE
018900         WHEN AM-CHOICE-QUIT
018950             MOVE 'Y' TO AM-DONE-SW
019000         WHEN AM-CHOICE-REVIEW
019050             PERFORM 7600-REVIEW-PENDING THRU 7600-EXIT
019100         WHEN OTHER
019150             PERFORM 2000-RUN-CHOICE THRU 2000-EXIT
019200     END-EVALUATE.
019400 1000-EXIT.
019500     EXIT.
019600
019700*----------------------------------------------------------------
019800 1100-GET-MENU-CHOICE.
019900*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE SIX VALID
020000*     MENU CHOICES.
020100*----------------------------------------------------------------
020200     MOVE 'N' TO AM-CHOICE-OK-SW.
021300     DISPLAY "1 - ADD A NEW ACCOUNT".
021400     DISPLAY "2 - UPDATE AN EXISTING ACCOUNT".
021500     DISPLAY "3 - CLOSE AN ACCOUNT".
021550     DISPLAY "4 - REACTIVATE A DORMANT ACCOUNT".
021600     DISPLAY "5 - REVIEW CHANGES HELD FOR APPROVAL".
021650     DISPLAY "6 - QUIT".
021700     DISPLAY "Please enter your choice?".
021800     ACCEPT AM-MENU-CHOICE.
021900     IF NOT AM-CHOICE-VALID
023600             PERFORM 4000-UPDATE-ACCOUNT THRU 4000-EXIT
023700         WHEN AM-CHOICE-CLOSE
023800             PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
023850         WHEN AM-CHOICE-REACTIVATE
023860             PERFORM 5500-REACTIVATE-ACCOUNT THRU 5500-EXIT
023900     END-EVALUATE.
024000 2000-EXIT.
024100     EXIT.
024800*     PRINCIPAL APPLIES UNTIL THE FIRST POSTING OR TRANSACTION
024900*     TOUCHES IT), AND AN AUDIT PAIR IS WRITTEN WITH A (NEW)
025000*     BEFORE IMAGE.  A MISSING MASTER MEANS NO ACCOUNT EXISTS
025100*     YET, SO THE FIRST ADD CREATES THE FILE.  A NEW ACCOUNT
025120*     STARTS ACTIVE AS OF TODAY.  A PRINCIPAL OVER THE DUAL-
025140*     CONTROL LIMIT IS HELD FOR APPROVAL INSTEAD OF ADDED.
025200*----------------------------------------------------------------
025300     OPEN I-O ACCOUNT-FILE.
025400     IF AM-ACCT-FILE-MISSING
026900         GO TO 3000-EXIT
027000     END-IF.
027100     PERFORM 6000-GET-ACCOUNT-FIELDS THRU 6000-EXIT.
027105     IF AM-NEW-PRINCIPAL > AM-DUAL-LIMIT
027110         CLOSE ACCOUNT-FILE
027115         MOVE 'A'              TO AP-ACTION
027120         MOVE ZERO             TO AP-OLD-PRINCIPAL
027125         MOVE AM-NEW-PRINCIPAL TO PND-AMOUNT
027130         PERFORM 7500-HOLD-FOR-APPROVAL THRU 7500-EXIT
027135         GO TO 3000-EXIT
027140     END-IF.
027145     PERFORM 3050-WRITE-NEW-ACCOUNT THRU 3050-EXIT.
027150 3000-EXIT.
027155     EXIT.
027160
027165*----------------------------------------------------------------
027170 3050-WRITE-NEW-ACCOUNT.
027175*     KEY THE NEW RECORD IN FROM THE VALIDATED FIELDS AND WRITE
027180*     ITS AUDIT PAIR.  THE MASTER IS OPEN AND THE ACCOUNT IS
027185*     KNOWN NOT TO BE ON IT; THE MASTER IS CLOSED ON RETURN.
027190*----------------------------------------------------------------
027195     MOVE 'N'                TO AM-APPLIED-SW.
027200     MOVE AM-SEARCH-ACCT     TO ACCT-NUMBER.
027300     MOVE AM-NEW-PRINCIPAL   TO ACCT-PRINCIPAL.
027400     MOVE AM-NEW-TERM-YEARS  TO ACCT-TERM-YEARS.
027600     MOVE AM-NEW-TIER        TO ACCT-TIER.
027700     MOVE ZERO               TO ACCT-CURRENT-BALANCE.
027800     MOVE ZERO               TO ACCT-LAST-POSTED-DATE.
027810     ACCEPT AM-TODAY FROM DATE.
027820     MOVE 'A'                TO ACCT-STATUS.
027830     MOVE AM-TODAY           TO ACCT-STATUS-DATE.
027840     MOVE ZERO               TO ACCT-MATURITY-DATE.
027850     MOVE SPACE              TO ACCT-MATURITY-STAGE.
027860     MOVE ZERO               TO ACCT-TERM-RATE.
027870     MOVE 'Y'                TO AM-TERM-CHANGED-SW.
027880     PERFORM 6600-SET-MATURITY THRU 6600-EXIT.
027900     WRITE ACCOUNT-RECORD.
028000     IF AM-ACCT-FILE-STATUS NOT = '00'
028100         DISPLAY "Write failed with file status "
028200                 AM-ACCT-FILE-STATUS " - account "
028300                 AM-SEARCH-ACCT " NOT added."
028400         CLOSE ACCOUNT-FILE
028500         GO TO 3050-EXIT
028600     END-IF.
028700     MOVE ACCOUNT-RECORD TO AM-AFTER-IMAGE.
028800     CLOSE ACCOUNT-FILE.
029000     MOVE "(NEW)" TO AM-BEFORE-IMAGE.
029100     PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
029200     DISPLAY "Account " AM-SEARCH-ACCT " added.".
029250     MOVE 'Y' TO AM-APPLIED-SW.
029300 3050-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------------
031500*     FETCH THE ACCOUNT, SAVE THE BEFORE IMAGE, TAKE THE NEW
031600*     FIELD VALUES, AND REWRITE IN PLACE.  THE CURRENT BALANCE
031700*     AND LAST POSTED DATE ARE NEVER MAINTAINED HERE - THEY
031750*     BELONG TO THE POSTING RUNS.  A PRINCIPAL CHANGE OVER THE
031800*     DUAL-CONTROL LIMIT, EITHER WAY, IS HELD FOR APPROVAL.
031900*----------------------------------------------------------------
032000     PERFORM 4100-OPEN-FOR-UPDATE THRU 4100-EXIT.
032100     IF NOT AM-ACCT-FOUND
032300     END-IF.
032400     MOVE ACCOUNT-RECORD TO AM-BEFORE-IMAGE.
032500     PERFORM 6000-GET-ACCOUNT-FIELDS THRU 6000-EXIT.
032502     COMPUTE AM-PRINCIPAL-CHANGE =
032504         AM-NEW-PRINCIPAL - ACCT-PRINCIPAL.
032506     IF AM-PRINCIPAL-CHANGE < ZERO
032508         COMPUTE AM-PRINCIPAL-CHANGE = ZERO - AM-PRINCIPAL-CHANGE
032510     END-IF.
032512     IF AM-PRINCIPAL-CHANGE > AM-DUAL-LIMIT
032514         MOVE 'U'                 TO AP-ACTION
032516         MOVE ACCT-PRINCIPAL      TO AP-OLD-PRINCIPAL
032518         MOVE AM-PRINCIPAL-CHANGE TO PND-AMOUNT
032520         CLOSE ACCOUNT-FILE
032522         PERFORM 7500-HOLD-FOR-APPROVAL THRU 7500-EXIT
032524         GO TO 4000-EXIT
032526     END-IF.
032528     PERFORM 4050-REWRITE-ACCOUNT THRU 4050-EXIT.
032530 4000-EXIT.
032532     EXIT.
032534
032536*----------------------------------------------------------------
032538 4050-REWRITE-ACCOUNT.
032540*     MOVE THE VALIDATED FIELDS INTO THE RECORD READ, REWRITE
032542*     IT, AND WRITE ITS AUDIT PAIR.  THE BEFORE IMAGE IS ALREADY
032544*     SAVED; THE MASTER IS CLOSED ON RETURN.
032546*----------------------------------------------------------------
032548     MOVE 'N' TO AM-APPLIED-SW.
032550     MOVE 'N' TO AM-TERM-CHANGED-SW.
032560     IF AM-NEW-TERM-YEARS NOT = ACCT-TERM-YEARS
032570        OR AM-NEW-TIER NOT = ACCT-TIER
032580         MOVE 'Y' TO AM-TERM-CHANGED-SW
032590     END-IF.
032600     MOVE AM-NEW-PRINCIPAL  TO ACCT-PRINCIPAL.
032700     MOVE AM-NEW-TERM-YEARS TO ACCT-TERM-YEARS.
032800     MOVE AM-NEW-CALC-MODE  TO ACCT-CALC-MODE.
032900     MOVE AM-NEW-TIER       TO ACCT-TIER.
032950     PERFORM 6600-SET-MATURITY THRU 6600-EXIT.
033000     REWRITE ACCOUNT-RECORD.
033100     IF AM-ACCT-FILE-STATUS NOT = '00'
033200         DISPLAY "Rewrite failed with file status "
033300                 AM-ACCT-FILE-STATUS " - account "
033400                 AM-SEARCH-ACCT " NOT updated."
033500         CLOSE ACCOUNT-FILE
033600         GO TO 4050-EXIT
033700     END-IF.
033800     MOVE ACCOUNT-RECORD TO AM-AFTER-IMAGE.
033900     CLOSE ACCOUNT-FILE.
034000     MOVE "UPDATE" TO AM-AUDIT-ACTION.
034100     PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
034200     DISPLAY "Account " AM-SEARCH-ACCT " updated.".
034250     MOVE 'Y' TO AM-APPLIED-SW.
034300 4050-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------
038200         CLOSE ACCOUNT-FILE
038300         GO TO 5000-EXIT
038400     END-IF.
038405*    A ZERO BALANCE UNDER AN OPEN HOLD IS A NEGATIVE AVAILABLE
038410*    BALANCE - THE HOLD MUST BE RELEASED IN HOLDMAINT FIRST.
038415     PERFORM 9700-OPEN-HOLDS-FOR-INQUIRY THRU 9700-EXIT.
038420     MOVE AM-SEARCH-ACCT       TO HLD-CHECK-ACCT.
038425     ACCEPT HLD-CHECK-DATE FROM DATE.
038430     MOVE ACCT-CURRENT-BALANCE TO HLD-CHECK-BALANCE.
038435     PERFORM 9710-SUM-ACCOUNT-HOLDS THRU 9710-EXIT.
038440     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
038445     IF HLD-OPEN-COUNT > ZERO
038450         DISPLAY "Account " AM-SEARCH-ACCT " has " HLD-OPEN-COUNT
038455                 " open hold(s) - not closed."
038460         CLOSE ACCOUNT-FILE
038465         GO TO 5000-EXIT
038470     END-IF.
038500     MOVE ACCOUNT-RECORD TO AM-BEFORE-IMAGE.
038600     DELETE ACCOUNT-FILE RECORD.
038700     IF AM-ACCT-FILE-STATUS NOT = '00'
039800     DISPLAY "Account " AM-SEARCH-ACCT " closed.".
039900 5000-EXIT.
040000     EXIT.
040002
040004*----------------------------------------------------------------
040006 5500-REACTIVATE-ACCOUNT.
040008*     RETURN A DORMANT ACCOUNT TO ACTIVE ONCE THE CUSTOMER HAS
040010*     BEEN IN TOUCH.  THE STATUS DATE RESTARTS THE DORMANCY
040012*     CLOCK, SO THE NEXT DORMANT RUN DOES NOT SWEEP THE ACCOUNT
040014*     STRAIGHT BACK.  LIKE A CLOSE, THIS IS SUPERVISOR LEVEL.
040016*----------------------------------------------------------------
040018     MOVE 3 TO OPR-REQUIRED-LEVEL.
040020     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
040022     IF OPR-ACCESS-DENIED
040024         GO TO 5500-EXIT
040026     END-IF.
040028     PERFORM 4100-OPEN-FOR-UPDATE THRU 4100-EXIT.
040030     IF NOT AM-ACCT-FOUND
040032         GO TO 5500-EXIT
040034     END-IF.
040036     IF NOT ACCT-DORMANT
040038         DISPLAY "Account " AM-SEARCH-ACCT " is not dormant"
040040                 " - nothing to reactivate."
040042         CLOSE ACCOUNT-FILE
040044         GO TO 5500-EXIT
040046     END-IF.
040048     MOVE ACCOUNT-RECORD TO AM-BEFORE-IMAGE.
040050     ACCEPT AM-TODAY FROM DATE.
040052     MOVE 'A'      TO ACCT-STATUS.
040054     MOVE AM-TODAY TO ACCT-STATUS-DATE.
040056     REWRITE ACCOUNT-RECORD.
040058     IF AM-ACCT-FILE-STATUS NOT = '00'
040060         DISPLAY "Rewrite failed with file status "
040062                 AM-ACCT-FILE-STATUS " - account "
040064                 AM-SEARCH-ACCT " NOT reactivated."
040066         CLOSE ACCOUNT-FILE
040068         GO TO 5500-EXIT
040070     END-IF.
040072     MOVE ACCOUNT-RECORD TO AM-AFTER-IMAGE.
040074     CLOSE ACCOUNT-FILE.
040076     MOVE "REACTIVATE" TO AM-AUDIT-ACTION.
040078     PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
040080     DISPLAY "Account " AM-SEARCH-ACCT " reactivated.".
040082 5500-EXIT.
040084     EXIT.
040100
040200*----------------------------------------------------------------
040300 6000-GET-ACCOUNT-FIELDS.
040900     PERFORM 6200-GET-TERM-YEARS THRU 6200-EXIT.
041000     PERFORM 6300-GET-CALC-MODE THRU 6300-EXIT.
041100     PERFORM 6400-GET-TIER THRU 6400-EXIT.
041110     MOVE SPACE TO AM-NEW-MAT-INSTR.
041120     IF AM-NEW-TIER = 'T'
041130         PERFORM 6500-GET-MATURITY-INSTR THRU 6500-EXIT
041140     END-IF.
041200 6000-EXIT.
041300     EXIT.
041400
051600 6450-EXIT.
051700     EXIT.
051800
051802*----------------------------------------------------------------
051803 6500-GET-MATURITY-INSTR.
051804*     A TERM DEPOSIT CARRIES THE CUSTOMER'S STANDING INSTRUCTION
051805*     FOR MATURITY - RENEW FOR THE SAME TERM OR PAY OUT.  THE
051806*     MATURITY RUN WILL NOT TAKE A TERM WITHOUT ONE.
051807*----------------------------------------------------------------
051808     MOVE 'N' TO AM-INSTR-OK-SW.
051809     PERFORM 6550-PROMPT-FOR-INSTR THRU 6550-EXIT
051810         UNTIL AM-INSTR-OK.
051811 6500-EXIT.
051812     EXIT.
051813
051814*----------------------------------------------------------------
051815 6550-PROMPT-FOR-INSTR.
051816*----------------------------------------------------------------
051817     DISPLAY "At maturity - R renew, P pay out?".
051818     ACCEPT AM-NEW-MAT-INSTR.
051819     IF NOT AM-NEW-MAT-INSTR-VALID
051820         DISPLAY "Maturity instruction must be R or P."
051821     ELSE
051822         MOVE 'Y' TO AM-INSTR-OK-SW
051823     END-IF.
051824 6550-EXIT.
051825     EXIT.
051826
051827*----------------------------------------------------------------
051828 6600-SET-MATURITY.
051829*     ONLY A TERM DEPOSIT MATURES.  A NEW TERM DEPOSIT, ONE
051830*     WHOSE TERM WAS JUST CHANGED, OR ONE WITH NO MATURITY DATE
051831*     YET MATURES THE TERM'S YEARS FROM TODAY AND STARTS THAT
051832*     TERM AFRESH; OTHERWISE THE DATE THE MATURITY RUN SET
051833*     STANDS.  A FEBRUARY 29 MATURITY FALLS BACK TO THE 28TH.
051834*----------------------------------------------------------------
051835     IF ACCT-TIER NOT = 'T'
051836         MOVE ZERO  TO ACCT-MATURITY-DATE
051837         MOVE SPACE TO ACCT-MATURITY-INSTR
051838         MOVE SPACE TO ACCT-MATURITY-STAGE
051839         MOVE ZERO  TO ACCT-TERM-RATE
051840         GO TO 6600-EXIT
051841     END-IF.
051842     MOVE AM-NEW-MAT-INSTR TO ACCT-MATURITY-INSTR.
051843     IF ACCT-MATURITY-DATE NUMERIC
051844        AND ACCT-MATURITY-DATE > ZERO
051845        AND NOT AM-TERM-CHANGED
051846         GO TO 6600-EXIT
051847     END-IF.
051848     ACCEPT AM-TODAY FROM DATE.
051849     MOVE AM-TODAY TO AM-MAT-DATE.
051850     COMPUTE AM-MAT-NEW-YY = AM-MAT-YY + ACCT-TERM-YEARS.
051851     IF AM-MAT-NEW-YY > 99
051852         SUBTRACT 100 FROM AM-MAT-NEW-YY
051853     END-IF.
051854     MOVE AM-MAT-NEW-YY TO AM-MAT-YY.
051855     IF AM-MAT-MMDD = 0229
051856         MOVE 0228 TO AM-MAT-MMDD
051857     END-IF.
051858     MOVE AM-MAT-DATE TO ACCT-MATURITY-DATE.
051859     MOVE SPACE       TO ACCT-MATURITY-STAGE.
051860     IF ACCT-TERM-RATE NOT NUMERIC
051861         MOVE ZERO    TO ACCT-TERM-RATE
051862     END-IF.
051863 6600-EXIT.
051864     EXIT.
051865
051900*----------------------------------------------------------------
052000 7000-WRITE-AUDIT-PAIR.
052100*     APPEND A BEFORE LINE AND AN AFTER LINE FOR THE CHANGE JUST
052600     ACCEPT AU-DATE FROM DATE.
052700     ACCEPT AU-TIME FROM TIME.
052800     MOVE AM-OPERATOR-ID  TO AU-OPERATOR.
052850     MOVE AM-APPROVER-ID  TO AU-APPROVER.
052900     MOVE AM-AUDIT-ACTION TO AU-ACTION.
053000     OPEN EXTEND ACCT-AUDIT-FILE.
053100     IF AM-AUDIT-STATUS = '35'
053300         CLOSE ACCT-AUDIT-FILE
053400         OPEN EXTEND ACCT-AUDIT-FILE
053500     END-IF.
053520     MOVE "ACCTAUD " TO CHN-TRAIL-NAME.
053540     MOVE 110        TO CHN-BODY-LENGTH.
053560     PERFORM 9200-OPEN-CHAIN THRU 9200-EXIT.
053600     MOVE "BEFORE"        TO AU-IMAGE-TAG.
053700     MOVE AM-BEFORE-IMAGE TO AU-IMAGE.
053720     MOVE AM-AUDIT-DETAIL-LINE TO ACCT-AUDIT-BODY.
053740     MOVE ACCT-AUDIT-BODY      TO CHN-BODY.
053760     PERFORM 9210-STAMP-BODY THRU 9210-EXIT.
053780     MOVE CHN-STAMP            TO ACCT-AUDIT-CHAIN.
053800     WRITE ACCT-AUDIT-LINE.
053900     MOVE "AFTER"         TO AU-IMAGE-TAG.
054000     MOVE AM-AFTER-IMAGE  TO AU-IMAGE.
054020     MOVE AM-AUDIT-DETAIL-LINE TO ACCT-AUDIT-BODY.
054040     MOVE ACCT-AUDIT-BODY      TO CHN-BODY.
054060     PERFORM 9210-STAMP-BODY THRU 9210-EXIT.
054080     MOVE CHN-STAMP            TO ACCT-AUDIT-CHAIN.
054100     WRITE ACCT-AUDIT-LINE.
054200     CLOSE ACCT-AUDIT-FILE.
054250     PERFORM 9290-CLOSE-CHAIN THRU 9290-EXIT.
054300 7000-EXIT.
054400     EXIT.
054401
054402*----------------------------------------------------------------
054403 7500-HOLD-FOR-APPROVAL.
054404*     WRITE THE CHANGE, AS KEYED, TO THE PENDING APPROVAL FILE.
054405*     THE CALLER HAS SET THE ACTION, THE PRINCIPAL KEYED
054406*     AGAINST, AND THE AMOUNT THE REVIEWER SEES.  THE MASTER IS
054407*     NOT TOUCHED UNTIL THE CHANGE IS APPROVED.
054408*----------------------------------------------------------------
054409     MOVE AM-SEARCH-ACCT    TO AP-ACCT.
054410     MOVE AM-NEW-PRINCIPAL  TO AP-PRINCIPAL.
054411     MOVE AM-NEW-TERM-YEARS TO AP-TERM-YEARS.
054412     MOVE AM-NEW-CALC-MODE  TO AP-CALC-MODE.
054413     MOVE AM-NEW-TIER       TO AP-TIER.
054414     MOVE AM-NEW-MAT-INSTR  TO AP-MAT-INSTR.
054415     MOVE AM-SEARCH-ACCT    TO AD-ACCT.
054416     IF AP-ACTION-ADD
054417         MOVE "ADD"    TO AD-ACTION
054418     ELSE
054419         MOVE "UPDATE" TO AD-ACTION
054420     END-IF.
054421     MOVE AM-NEW-PRINCIPAL  TO AD-PRINCIPAL.
054422     MOVE "ACCTMAINT"       TO PND-CHECK-PROGRAM.
054423     PERFORM 9400-OPEN-PENDING-FILE THRU 9400-EXIT.
054424     MOVE AM-PENDING-DETAIL TO PND-DETAIL.
054425     MOVE AM-PENDING-DESC   TO PND-DESC.
054426     PERFORM 9410-ADD-PENDING-ITEM THRU 9410-EXIT.
054427     PERFORM 9490-CLOSE-PENDING-FILE THRU 9490-EXIT.
054428 7500-EXIT.
054429     EXIT.
054430
054431*----------------------------------------------------------------
054432 7600-REVIEW-PENDING.
054433*     THE APPROVING SUPERVISOR PROVES THEMSELVES, THEN WALKS THE
054434*     ACCOUNT CHANGES HELD FOR APPROVAL OLDEST FIRST.
054435*----------------------------------------------------------------
054436     PERFORM 9360-PROVE-CHECKER THRU 9360-EXIT.
054437     IF NOT OPR-CHECKER-PROVEN
054438         GO TO 7600-EXIT
054439     END-IF.
054440     MOVE "ACCTMAINT" TO PND-CHECK-PROGRAM.
054441     PERFORM 9400-OPEN-PENDING-FILE THRU 9400-EXIT.
054442     PERFORM 9420-START-PENDING-ITEMS THRU 9420-EXIT.
054443     IF PND-SCAN-END
054444         DISPLAY "No account changes are waiting for approval."
054445     ELSE
054446         PERFORM 7700-REVIEW-ONE-ITEM THRU 7700-EXIT
054447             UNTIL PND-SCAN-END
054448         PERFORM 9480-SHOW-REVIEW-TOTALS THRU 9480-EXIT
054449     END-IF.
054450     PERFORM 9490-CLOSE-PENDING-FILE THRU 9490-EXIT.
054451 7600-EXIT.
054452     EXIT.
054453
054454*----------------------------------------------------------------
054455 7700-REVIEW-ONE-ITEM.
054456*     AN APPROVED CHANGE IS APPLIED EXACTLY AS IF IT HAD JUST
054457*     BEEN KEYED, AUDITED UNDER THE OPERATOR WHO KEYED IT WITH
054458*     THE CHECKER AS APPROVER, AND THE ITEM IS MARKED APPROVED
054459*     ONLY ONCE IT IS ON THE MASTER.  ONE THAT NO LONGER APPLIES
054460*     STAYS PENDING FOR THE SUPERVISOR TO REJECT.
054461*----------------------------------------------------------------
054462     PERFORM 9440-TAKE-DECISION THRU 9440-EXIT.
054463     IF PND-DECIDE-REJECT
054464         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
054465     END-IF.
054466     IF NOT PND-DECIDE-APPROVE
054467         GO TO 7700-NEXT
054468     END-IF.
054469     MOVE PND-DETAIL     TO AM-PENDING-DETAIL.
054470     MOVE AP-ACCT        TO AM-SEARCH-ACCT.
054471     MOVE AP-PRINCIPAL   TO AM-NEW-PRINCIPAL.
054472     MOVE AP-TERM-YEARS  TO AM-NEW-TERM-YEARS.
054473     MOVE AP-CALC-MODE   TO AM-NEW-CALC-MODE.
054474     MOVE AP-TIER        TO AM-NEW-TIER.
054475     MOVE AP-MAT-INSTR   TO AM-NEW-MAT-INSTR.
054476     MOVE PND-MAKER      TO AM-OPERATOR-ID.
054477     MOVE OPR-CHECKER-ID TO AM-APPROVER-ID.
054478     MOVE 'N'            TO AM-APPLIED-SW.
054479     IF AP-ACTION-ADD
054480         PERFORM 7800-APPLY-ADD THRU 7800-EXIT
054481     ELSE
054482         PERFORM 7850-APPLY-UPDATE THRU 7850-EXIT
054483     END-IF.
054484     MOVE OPR-SIGNED-ID  TO AM-OPERATOR-ID.
054485     MOVE SPACES         TO AM-APPROVER-ID.
054486     IF AM-APPLIED
054487         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
054488     ELSE
054489         DISPLAY "Not applied - the item stays pending."
054490     END-IF.
054491 7700-NEXT.
054492     PERFORM 9430-READ-NEXT-PENDING THRU 9430-EXIT.
054493 7700-EXIT.
054494     EXIT.
054495
054496*----------------------------------------------------------------
054497 7800-APPLY-ADD.
054498*     THE ACCOUNT MUST STILL BE FREE ON THE MASTER.
054499*----------------------------------------------------------------
054500     OPEN I-O ACCOUNT-FILE.
054502     IF AM-ACCT-FILE-MISSING
054504         OPEN OUTPUT ACCOUNT-FILE
054506         CLOSE ACCOUNT-FILE
054508         OPEN I-O ACCOUNT-FILE
054510     END-IF.
054512     IF AM-ACCT-FILE-STATUS NOT = '00'
054514         DISPLAY "Master open failed with file status "
054516                 AM-ACCT-FILE-STATUS " - not added."
054518         GO TO 7800-EXIT
054520     END-IF.
054522     PERFORM 3100-READ-ACCOUNT-BY-KEY THRU 3100-EXIT.
054524     IF AM-ACCT-FOUND
054526         DISPLAY "Account " AM-SEARCH-ACCT
054528                 " is already on the master - not added."
054530         CLOSE ACCOUNT-FILE
054532         GO TO 7800-EXIT
054534     END-IF.
054536     PERFORM 3050-WRITE-NEW-ACCOUNT THRU 3050-EXIT.
054538 7800-EXIT.
054540     EXIT.
054542
054544*----------------------------------------------------------------
054546 7850-APPLY-UPDATE.
054548*     THE ACCOUNT MUST STILL BE ON THE MASTER WITH THE PRINCIPAL
054550*     THE CHANGE WAS KEYED AGAINST - IF ANOTHER CHANGE HAS LANDED
054552*     SINCE, THIS ONE WOULD UNDO IT.
054554*----------------------------------------------------------------
054556     PERFORM 4100-OPEN-FOR-UPDATE THRU 4100-EXIT.
054558     IF NOT AM-ACCT-FOUND
054560         GO TO 7850-EXIT
054562     END-IF.
054564     IF ACCT-PRINCIPAL NOT = AP-OLD-PRINCIPAL
054566         DISPLAY "Account " AM-SEARCH-ACCT " has changed since "
054568                 "this was keyed - not updated."
054570         CLOSE ACCOUNT-FILE
054572         GO TO 7850-EXIT
054574     END-IF.
054576     MOVE ACCOUNT-RECORD TO AM-BEFORE-IMAGE.
054578     PERFORM 4050-REWRITE-ACCOUNT THRU 4050-EXIT.
054580 7850-EXIT.
054582     EXIT.
054584
054600*----------------------------------------------------------------
054700     COPY VALIDPR.
054720*----------------------------------------------------------------
054740     COPY OPRPR.
054750*----------------------------------------------------------------
054760     COPY HLDPR.
054762*----------------------------------------------------------------
054764     COPY PNDPR.
054770*----------------------------------------------------------------
054780     COPY FSTATPR.
054785*----------------------------------------------------------------
054790     COPY CHNPR.
054800*----------------------------------------------------------------
054900 9999-EXIT.
055000*----------------------------------------------------------------
