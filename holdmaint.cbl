000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HOLDMAINT.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/22/2026.
000600 DATE-COMPILED.  09/22/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  FUNDS HOLD MAINTENANCE.  PLACES AND RELEASES HOLDS
000900*           ON THE INDEXED FUNDS HOLD FILE (FUNDHOLD, SEE HLDREC)
001000*           AND LISTS AN ACCOUNT'S HOLDS WITH ITS AVAILABLE
001100*           BALANCE - THE BALANCE LESS ITS OPEN HOLDS, WHICH IS
001200*           ALL TRANPOST, TRANENTRY, AND THE MATURITY RUN WILL
001300*           LET LEAVE THE ACCOUNT.  AN OPERATOR PLACES A MANUAL
001400*           HOLD ('M') OR, AT SUPERVISOR LEVEL 3, A LEGAL ORDER
001500*           ('L'); DEPOSIT FLOAT HOLDS ('F') ARE PLACED BY
001600*           TRANPOST AND RELEASED BY THE NIGHTLY HOLDREL RUN,
001700*           BUT MAY BE RELEASED EARLY HERE.  RELEASING A LEGAL
001800*           ORDER ALSO NEEDS LEVEL 3.  A HOLD IS NEVER DELETED -
001900*           A RELEASE STAMPS THE DATE AND THE OPERATOR ON IT.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 09/22/2026  RLM  ORIGINAL PROGRAM - PLACE, RELEASE, AND LIST
002500*                  MAINTENANCE OVER THE FUNDS HOLD FILE, BEHIND
002600*                  THE SHARED OPRWS/OPRPR SIGN-ON AT LEVEL 2.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HOLD-FILE       ASSIGN TO "FUNDHOLD"
003500                            ORGANIZATION IS INDEXED
003600                            ACCESS MODE IS DYNAMIC
003700                            RECORD KEY IS HLD-KEY
003800                            FILE STATUS IS HLD-FILE-STATUS.
003900     SELECT ACCOUNT-FILE    ASSIGN TO "ACCTFILE"
004000                            ORGANIZATION IS INDEXED
004100                            ACCESS MODE IS DYNAMIC
004200                            RECORD KEY IS ACCT-NUMBER
004300                            FILE STATUS IS HM-ACCT-FILE-STATUS.
004400     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
004500                            ORGANIZATION IS INDEXED
004600                            ACCESS MODE IS DYNAMIC
004700                            RECORD KEY IS OPR-ID
004800                            FILE STATUS IS OPR-FILE-STATUS.
004900     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
005000                            ORGANIZATION IS LINE SEQUENTIAL
005100                            FILE STATUS IS OPR-SESS-STATUS.
005200     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
005300                            ORGANIZATION IS LINE SEQUENTIAL
005400                            FILE STATUS IS FST-JOB-LOG-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700*----------------------------------------------------------------
005800* FUNDS HOLD FILE - ONE RECORD PER HOLD, KEYED BY ACCOUNT AND
005900* SEQUENCE WITHIN THE ACCOUNT
006000*----------------------------------------------------------------
006100 FD  HOLD-FILE.
006200     COPY HLDREC.
006300
006400*----------------------------------------------------------------
006500* ACCOUNT MASTER FILE - READ ONLY, TO PROVE THE ACCOUNT EXISTS
006600* AND TO SHOW ITS BALANCE
006700*----------------------------------------------------------------
006800 FD  ACCOUNT-FILE.
006900     COPY ACCTREC.
007000
007100*----------------------------------------------------------------
007200* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG
007300*----------------------------------------------------------------
007400 FD  OPERATOR-FILE.
007500     COPY OPRREC.
007600
007700 FD  OPR-SESSION-FILE.
007800 01  OPR-SESSION-LINE           PIC X(80).
007900
008000 FD  JOB-LOG-FILE.
008100 01  JOB-LOG-LINE               PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500* MENU SELECTION AND SESSION CONTROL
008600*----------------------------------------------------------------
008700 01  HM-MENU-CHOICE             PIC X(01).
008800     88  HM-CHOICE-PLACE                    VALUE '1'.
008900     88  HM-CHOICE-RELEASE                  VALUE '2'.
009000     88  HM-CHOICE-LIST                     VALUE '3'.
009100     88  HM-CHOICE-QUIT                     VALUE '4'.
009200     88  HM-CHOICE-VALID        VALUE '1' '2' '3' '4'.
009300 01  HM-DONE-SW                 PIC X(01) VALUE 'N'.
009400     88  HM-DONE                            VALUE 'Y'.
009500 01  HM-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
009600     88  HM-CHOICE-OK                       VALUE 'Y'.
009700
009800 01  HM-ACCT-FILE-STATUS        PIC X(02).
009900     88  HM-ACCT-FILE-MISSING               VALUE '35'.
010000
010100*----------------------------------------------------------------
010200* THE HOLD BEING PLACED OR RELEASED AND ITS VALIDATION SWITCHES
010300*----------------------------------------------------------------
010400 01  HM-ACCT                    PIC 9(06).
010500 01  HM-SEQ                     PIC 9(03).
010600 01  HM-NEW-TYPE                PIC X(01).
010700     88  HM-NEW-LEGAL                       VALUE 'L'.
010800     88  HM-NEW-TYPE-VALID                  VALUE 'L' 'M'.
010900 01  HM-NEW-AMOUNT              PIC 9(07)V99.
011000 01  HM-NEW-RELEASE-DATE        PIC 9(06).
011100 01  HM-NEW-REASON              PIC X(20).
011200 01  HM-TODAY                   PIC 9(06).
011300 01  HM-BALANCE                 PIC 9(07)V99.
011400 01  HM-SWITCHES.
011500     05  HM-FIELD-OK-SW         PIC X(01) VALUE 'N'.
011600         88  HM-FIELD-OK                    VALUE 'Y'.
011700     05  HM-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
011800         88  HM-ACCT-FOUND                  VALUE 'Y'.
011900     05  HM-HOLD-FOUND-SW       PIC X(01) VALUE 'N'.
012000         88  HM-HOLD-FOUND                  VALUE 'Y'.
012100
012200 01  HM-LIST-COUNT              PIC 9(03) COMP VALUE ZERO.
012300 01  HM-AMOUNT-DISPLAY          PIC -(8)9.99.
012400
012500 01  HM-LIST-LINE.
012600     05  HO-SEQ                 PIC 9(03).
012700     05  FILLER                 PIC X(01) VALUE SPACES.
012800     05  HO-TYPE                PIC X(01).
012900     05  FILLER                 PIC X(01) VALUE SPACES.
013000     05  HO-AMOUNT              PIC Z(6)9.99.
013100     05  FILLER                 PIC X(01) VALUE SPACES.
013200     05  HO-PLACED              PIC 9(06).
013300     05  FILLER                 PIC X(01) VALUE SPACES.
013400     05  HO-RELEASE             PIC 9(06).
013500     05  FILLER                 PIC X(01) VALUE SPACES.
013600     05  HO-OPERATOR            PIC X(08).
013700     05  FILLER                 PIC X(01) VALUE SPACES.
013800     05  HO-STATE               PIC X(04).
013900     05  FILLER                 PIC X(01) VALUE SPACES.
014000     05  HO-REASON              PIC X(20).
014100
014200     COPY VALIDWS.
014300
014400     COPY HLDWS.
014500
014600     COPY OPRWS.
014700
014800     COPY FSTATWS.
014900
015000 PROCEDURE DIVISION.
015100*----------------------------------------------------------------
015200 0000-MAINLINE.
015300*----------------------------------------------------------------
015400     MOVE "HOLDMAINT" TO FST-PROGRAM-ID.
015500     ACCEPT HM-TODAY FROM DATE.
015600     PERFORM 9300-SIGN-ON THRU 9300-EXIT.
015700     IF NOT OPR-SIGNED-ON
015800         GO TO 9999-EXIT
015900     END-IF.
016000     MOVE 2 TO OPR-REQUIRED-LEVEL.
016100     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
016200     IF OPR-ACCESS-DENIED
016300         GO TO 9999-EXIT
016400     END-IF.
016500     PERFORM 1000-MENU-CYCLE THRU 1000-EXIT
016600         UNTIL HM-DONE.
016700     GO TO 9999-EXIT.
016800
016900*----------------------------------------------------------------
017000 1000-MENU-CYCLE.
017100*----------------------------------------------------------------
017200     PERFORM 1100-GET-MENU-CHOICE THRU 1100-EXIT.
017300     EVALUATE TRUE
017400         WHEN HM-CHOICE-QUIT
017500             MOVE 'Y' TO HM-DONE-SW
017600         WHEN HM-CHOICE-PLACE
017700             PERFORM 2000-PLACE-HOLD THRU 2000-EXIT
017800         WHEN HM-CHOICE-RELEASE
017900             PERFORM 3000-RELEASE-HOLD THRU 3000-EXIT
018000         WHEN HM-CHOICE-LIST
018100             PERFORM 4000-LIST-HOLDS THRU 4000-EXIT
018200     END-EVALUATE.
018300 1000-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------------
018700 1100-GET-MENU-CHOICE.
018800*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE FOUR
018900*     VALID MENU CHOICES.
019000*----------------------------------------------------------------
019100     MOVE 'N' TO HM-CHOICE-OK-SW.
019200     PERFORM 1150-PROMPT-FOR-CHOICE THRU 1150-EXIT
019300         UNTIL HM-CHOICE-OK.
019400 1100-EXIT.
019500     EXIT.
019600
019700*----------------------------------------------------------------
019800 1150-PROMPT-FOR-CHOICE.
019900*----------------------------------------------------------------
020000     DISPLAY " ".
020100     DISPLAY "PAYROLL SYSTEMS GROUP - FUNDS HOLDS".
020200     DISPLAY "1 - PLACE A HOLD".
020300     DISPLAY "2 - RELEASE A HOLD".
020400     DISPLAY "3 - LIST AN ACCOUNT'S HOLDS".
020500     DISPLAY "4 - QUIT".
020600     DISPLAY "Please enter your choice?".
020700     ACCEPT HM-MENU-CHOICE.
020800     IF NOT HM-CHOICE-VALID
020900         DISPLAY "Not a valid choice - please try again."
021000     ELSE
021100         MOVE 'Y' TO HM-CHOICE-OK-SW
021200     END-IF.
021300 1150-EXIT.
021400     EXIT.
021500
021600*----------------------------------------------------------------
021700 1200-GET-ACCOUNT.
021800*     THE ACCOUNT MUST BE ON THE MASTER.  ITS BALANCE IS TAKEN
021900*     THE WAY TRANPOST TAKES IT - THE PRINCIPAL UNTIL ANYTHING
022000*     HAS POSTED, ZERO FOR A TERM PAID OUT AT MATURITY.
022100*----------------------------------------------------------------
022200     MOVE 'N' TO HM-FIELD-OK-SW.
022300     PERFORM 1250-PROMPT-FOR-ACCOUNT THRU 1250-EXIT
022400         UNTIL HM-FIELD-OK.
022500     MOVE 'N' TO HM-ACCT-FOUND-SW.
022600     OPEN INPUT ACCOUNT-FILE.
022700     IF HM-ACCT-FILE-MISSING
022800         DISPLAY "No account master on file."
022900         GO TO 1200-EXIT
023000     END-IF.
023100     MOVE HM-ACCT TO ACCT-NUMBER.
023200     READ ACCOUNT-FILE
023300         INVALID KEY
023400             DISPLAY "Account " HM-ACCT " is not on the master."
023500         NOT INVALID KEY
023600             MOVE 'Y' TO HM-ACCT-FOUND-SW
023700     END-READ.
023800     CLOSE ACCOUNT-FILE.
023900     IF NOT HM-ACCT-FOUND
024000         GO TO 1200-EXIT
024100     END-IF.
024200     EVALUATE TRUE
024300         WHEN ACCT-CURRENT-BALANCE > ZERO
024400             MOVE ACCT-CURRENT-BALANCE TO HM-BALANCE
024500         WHEN ACCT-MAT-PAID-OUT
024600             MOVE ZERO                 TO HM-BALANCE
024700         WHEN OTHER
024800             MOVE ACCT-PRINCIPAL       TO HM-BALANCE
024900     END-EVALUATE.
025000 1200-EXIT.
025100     EXIT.
025200
025300*----------------------------------------------------------------
025400 1250-PROMPT-FOR-ACCOUNT.
025500*----------------------------------------------------------------
025600     DISPLAY "Account number?".
025700     ACCEPT HM-ACCT.
025800     MOVE HM-ACCT TO VAL-NUMERIC-INPUT.
025900     MOVE 1       TO VAL-MIN-RANGE.
026000     MOVE 999999  TO VAL-MAX-RANGE.
026100     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
026200     IF VAL-ERROR-FOUND
026300         DISPLAY VAL-ERROR-MESSAGE
026400     ELSE
026500         MOVE 'Y' TO HM-FIELD-OK-SW
026600     END-IF.
026700 1250-EXIT.
026800     EXIT.
026900
027000*----------------------------------------------------------------
027100 2000-PLACE-HOLD.
027200*     TAKE AND VALIDATE THE HOLD, THEN WRITE IT ACTIVE UNDER THE
027300*     ACCOUNT'S NEXT SEQUENCE.  A LEGAL ORDER NEEDS SUPERVISOR
027400*     LEVEL 3.  A HOLD MAY BE PLACED FOR MORE THAN THE BALANCE -
027500*     THE ACCOUNT THEN HAS NOTHING AVAILABLE UNTIL IT IS
027600*     RELEASED.
027700*----------------------------------------------------------------
027800     PERFORM 1200-GET-ACCOUNT THRU 1200-EXIT.
027900     IF NOT HM-ACCT-FOUND
028000         GO TO 2000-EXIT
028100     END-IF.
028200     MOVE 'N' TO HM-FIELD-OK-SW.
028300     PERFORM 2150-PROMPT-FOR-TYPE THRU 2150-EXIT
028400         UNTIL HM-FIELD-OK.
028500     IF HM-NEW-LEGAL
028600         MOVE 3 TO OPR-REQUIRED-LEVEL
028700         PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT
028800         IF OPR-ACCESS-DENIED
028900             GO TO 2000-EXIT
029000         END-IF
029100     END-IF.
029200     MOVE 'N' TO HM-FIELD-OK-SW.
029300     PERFORM 2250-PROMPT-FOR-AMOUNT THRU 2250-EXIT
029400         UNTIL HM-FIELD-OK.
029500     MOVE 'N' TO HM-FIELD-OK-SW.
029600     PERFORM 2350-PROMPT-FOR-RELEASE THRU 2350-EXIT
029700         UNTIL HM-FIELD-OK.
029800     MOVE 'N' TO HM-FIELD-OK-SW.
029900     PERFORM 2450-PROMPT-FOR-REASON THRU 2450-EXIT
030000         UNTIL HM-FIELD-OK.
030100     PERFORM 9705-OPEN-HOLDS-FOR-UPDATE THRU 9705-EXIT.
030200     IF NOT HLD-FILE-OPEN
030300         DISPLAY "Hold file open failed with file status "
030400                 HLD-FILE-STATUS " - not placed."
030500         GO TO 2000-EXIT
030600     END-IF.
030700     MOVE HM-ACCT    TO HLD-CHECK-ACCT.
030800     MOVE HM-TODAY   TO HLD-CHECK-DATE.
030900     MOVE HM-BALANCE TO HLD-CHECK-BALANCE.
031000     PERFORM 9710-SUM-ACCOUNT-HOLDS THRU 9710-EXIT.
031100     IF HLD-LAST-SEQ = 999
031200         DISPLAY "Account " HM-ACCT " has used every hold "
031300                 "sequence - not placed."
031400         PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT
031500         GO TO 2000-EXIT
031600     END-IF.
031700     MOVE SPACES              TO HOLD-RECORD.
031800     MOVE HM-ACCT             TO HLD-ACCT-NUMBER.
031900     ADD 1 HLD-LAST-SEQ GIVING HLD-SEQ.
032000     MOVE HM-NEW-TYPE         TO HLD-TYPE.
032100     MOVE HM-NEW-AMOUNT       TO HLD-AMOUNT.
032200     MOVE HM-TODAY            TO HLD-PLACED-DATE.
032300     MOVE HM-NEW-RELEASE-DATE TO HLD-RELEASE-DATE.
032400     MOVE OPR-SIGNED-ID       TO HLD-OPERATOR.
032500     MOVE 'A'                 TO HLD-STATUS.
032600     MOVE ZERO                TO HLD-RELEASED-DATE.
032700     MOVE HM-NEW-REASON       TO HLD-REASON.
032800     WRITE HOLD-RECORD
032900         INVALID KEY
033000             DISPLAY "Hold write failed with file status "
033100                     HLD-FILE-STATUS " - not placed."
033200             PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT
033300             GO TO 2000-EXIT
033400     END-WRITE.
033500     MOVE HLD-SEQ TO HM-SEQ.
033600     COMPUTE HM-AMOUNT-DISPLAY = HLD-AVAILABLE - HM-NEW-AMOUNT.
033700     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
033800     DISPLAY "Hold " HM-SEQ " placed on account " HM-ACCT
033900             " - available balance now " HM-AMOUNT-DISPLAY ".".
034000 2000-EXIT.
034100     EXIT.
034200
034300*----------------------------------------------------------------
034400 2150-PROMPT-FOR-TYPE.
034500*----------------------------------------------------------------
034600     DISPLAY "Hold type - L legal order, M manual?".
034700     ACCEPT HM-NEW-TYPE.
034800     IF NOT HM-NEW-TYPE-VALID
034900         DISPLAY "Hold type must be L or M."
035000     ELSE
035100         MOVE 'Y' TO HM-FIELD-OK-SW
035200     END-IF.
035300 2150-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------------
035700 2250-PROMPT-FOR-AMOUNT.
035800*----------------------------------------------------------------
035900     DISPLAY "Amount to hold?".
036000     ACCEPT HM-NEW-AMOUNT.
036100     IF HM-NEW-AMOUNT = ZERO
036200         DISPLAY "Amount cannot be zero."
036300     ELSE
036400         MOVE 'Y' TO HM-FIELD-OK-SW
036500     END-IF.
036600 2250-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------------
037000 2350-PROMPT-FOR-RELEASE.
037100*     ZERO HOLDS UNTIL RELEASED HERE; A DATE MUST BE AFTER
037200*     TODAY.
037300*----------------------------------------------------------------
037400     DISPLAY "Release date YYMMDD (0 = until released)?".
037500     ACCEPT HM-NEW-RELEASE-DATE.
037600     IF HM-NEW-RELEASE-DATE = ZERO
037700         MOVE 'Y' TO HM-FIELD-OK-SW
037800         GO TO 2350-EXIT
037900     END-IF.
038000     MOVE HM-NEW-RELEASE-DATE TO VAL-NUMERIC-INPUT.
038100     MOVE 1                   TO VAL-MIN-RANGE.
038200     MOVE 991231              TO VAL-MAX-RANGE.
038300     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
038400     IF VAL-ERROR-FOUND
038500         DISPLAY VAL-ERROR-MESSAGE
038600         GO TO 2350-EXIT
038700     END-IF.
038800     IF HM-NEW-RELEASE-DATE NOT > HM-TODAY
038900         DISPLAY "Release date must be after today."
039000     ELSE
039100         MOVE 'Y' TO HM-FIELD-OK-SW
039200     END-IF.
039300 2350-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------------
039700 2450-PROMPT-FOR-REASON.
039800*----------------------------------------------------------------
039900     DISPLAY "Reason for the hold?".
040000     ACCEPT HM-NEW-REASON.
040100     MOVE HM-NEW-REASON TO VAL-ALPHA-INPUT.
040200     PERFORM 8100-CHECK-NON-BLANK THRU 8100-EXIT.
040300     IF VAL-ERROR-FOUND
040400         DISPLAY VAL-ERROR-MESSAGE
040500     ELSE
040600         MOVE 'Y' TO HM-FIELD-OK-SW
040700     END-IF.
040800 2450-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------------
041200 3000-RELEASE-HOLD.
041300*     LIST THE ACCOUNT'S HOLDS, TAKE THE SEQUENCE TO RELEASE,
041400*     AND STAMP IT RELEASED TODAY BY THIS OPERATOR.  ONLY A HOLD
041500*     STILL OPEN CAN BE RELEASED; A LEGAL ORDER NEEDS LEVEL 3.
041600*----------------------------------------------------------------
041700     PERFORM 4000-LIST-HOLDS THRU 4000-EXIT.
041800     IF HM-LIST-COUNT = ZERO
041900         GO TO 3000-EXIT
042000     END-IF.
042100     MOVE 'N' TO HM-FIELD-OK-SW.
042200     PERFORM 3150-PROMPT-FOR-SEQ THRU 3150-EXIT
042300         UNTIL HM-FIELD-OK.
042400     IF HM-SEQ = ZERO
042500         GO TO 3000-EXIT
042600     END-IF.
042700     PERFORM 9705-OPEN-HOLDS-FOR-UPDATE THRU 9705-EXIT.
042800     IF NOT HLD-FILE-OPEN
042900         DISPLAY "Hold file open failed with file status "
043000                 HLD-FILE-STATUS " - not released."
043100         GO TO 3000-EXIT
043200     END-IF.
043300     MOVE 'N'     TO HM-HOLD-FOUND-SW.
043400     MOVE HM-ACCT TO HLD-ACCT-NUMBER.
043500     MOVE HM-SEQ  TO HLD-SEQ.
043600     READ HOLD-FILE
043700         INVALID KEY
043800             DISPLAY "Hold " HM-SEQ " is not on file for account "
043900                     HM-ACCT "."
044000         NOT INVALID KEY
044100             MOVE 'Y' TO HM-HOLD-FOUND-SW
044200     END-READ.
044300     IF NOT HM-HOLD-FOUND
044400         GO TO 3000-CLOSE
044500     END-IF.
044600     MOVE HM-TODAY TO HLD-CHECK-DATE.
044700     PERFORM 9740-TEST-HOLD-OPEN THRU 9740-EXIT.
044800     IF NOT HLD-IS-OPEN
044900         DISPLAY "Hold " HM-SEQ " is no longer open - nothing "
045000                 "to release."
045100         GO TO 3000-CLOSE
045200     END-IF.
045300     IF HLD-LEGAL
045400         MOVE 3 TO OPR-REQUIRED-LEVEL
045500         PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT
045600         IF OPR-ACCESS-DENIED
045700             GO TO 3000-CLOSE
045800         END-IF
045900     END-IF.
046000     MOVE 'R'           TO HLD-STATUS.
046100     MOVE HM-TODAY      TO HLD-RELEASED-DATE.
046200     MOVE OPR-SIGNED-ID TO HLD-RELEASED-BY.
046300     REWRITE HOLD-RECORD
046400         INVALID KEY
046500             DISPLAY "Hold rewrite failed with file status "
046600                     HLD-FILE-STATUS " - not released."
046700             GO TO 3000-CLOSE
046800     END-REWRITE.
046900     DISPLAY "Hold " HM-SEQ " on account " HM-ACCT " released.".
047000 3000-CLOSE.
047100     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
047200 3000-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------
047600 3150-PROMPT-FOR-SEQ.
047700*----------------------------------------------------------------
047800     DISPLAY "Hold sequence to release (0 to cancel)?".
047900     ACCEPT HM-SEQ.
048000     MOVE HM-SEQ TO VAL-NUMERIC-INPUT.
048100     MOVE 0      TO VAL-MIN-RANGE.
048200     MOVE 999    TO VAL-MAX-RANGE.
048300     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
048400     IF VAL-ERROR-FOUND
048500         DISPLAY VAL-ERROR-MESSAGE
048600     ELSE
048700         MOVE 'Y' TO HM-FIELD-OK-SW
048800     END-IF.
048900 3150-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------
049300 4000-LIST-HOLDS.
049400*     SHOW EVERY HOLD ON THE ACCOUNT, OPEN OR NOT, IN SEQUENCE
049500*     ORDER, THEN THE BALANCE, THE TOTAL STILL HELD, AND WHAT IS
049600*     AVAILABLE.
049700*----------------------------------------------------------------
049800     MOVE ZERO TO HM-LIST-COUNT.
049900     PERFORM 1200-GET-ACCOUNT THRU 1200-EXIT.
050000     IF NOT HM-ACCT-FOUND
050100         GO TO 4000-EXIT
050200     END-IF.
050300     PERFORM 9700-OPEN-HOLDS-FOR-INQUIRY THRU 9700-EXIT.
050400     IF NOT HLD-FILE-OPEN
050500         DISPLAY "No hold file yet - no holds on account "
050600                 HM-ACCT "."
050700         GO TO 4000-EXIT
050800     END-IF.
050900     MOVE HM-ACCT    TO HLD-CHECK-ACCT.
051000     MOVE HM-TODAY   TO HLD-CHECK-DATE.
051100     MOVE HM-BALANCE TO HLD-CHECK-BALANCE.
051200     PERFORM 9710-SUM-ACCOUNT-HOLDS THRU 9710-EXIT.
051300     DISPLAY "SEQ T     AMOUNT PLACED  RELEASE OPERATOR STAT"
051400             " REASON".
051500     PERFORM 9715-START-ACCOUNT-HOLDS THRU 9715-EXIT.
051600     PERFORM 4100-LIST-ONE-HOLD THRU 4100-EXIT
051700         UNTIL HLD-SCAN-END.
051800     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
051900     MOVE HM-BALANCE TO HM-AMOUNT-DISPLAY.
052000     DISPLAY HM-LIST-COUNT " holds on file for account " HM-ACCT
052100             " - balance " HM-AMOUNT-DISPLAY.
052200     MOVE HLD-HELD-TOTAL TO HM-AMOUNT-DISPLAY.
052300     DISPLAY "Open holds " HLD-OPEN-COUNT " totalling "
052400             HM-AMOUNT-DISPLAY.
052500     MOVE HLD-AVAILABLE TO HM-AMOUNT-DISPLAY.
052600     DISPLAY "Available balance " HM-AMOUNT-DISPLAY.
052700 4000-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------
053100 4100-LIST-ONE-HOLD.
053200*----------------------------------------------------------------
053300     ADD 1 TO HM-LIST-COUNT.
053400     PERFORM 9740-TEST-HOLD-OPEN THRU 9740-EXIT.
053500     MOVE HLD-SEQ          TO HO-SEQ.
053600     MOVE HLD-TYPE         TO HO-TYPE.
053700     MOVE HLD-AMOUNT       TO HO-AMOUNT.
053800     MOVE HLD-PLACED-DATE  TO HO-PLACED.
053900     MOVE HLD-RELEASE-DATE TO HO-RELEASE.
054000     MOVE HLD-OPERATOR     TO HO-OPERATOR.
054100     EVALUATE TRUE
054200         WHEN HLD-IS-OPEN
054300             MOVE "OPEN"   TO HO-STATE
054400         WHEN HLD-RELEASED
054500             MOVE "REL "   TO HO-STATE
054600         WHEN OTHER
054700             MOVE "DUE "   TO HO-STATE
054800     END-EVALUATE.
054900     MOVE HLD-REASON       TO HO-REASON.
055000     DISPLAY HM-LIST-LINE.
055100     PERFORM 9720-READ-NEXT-HOLD THRU 9720-EXIT.
055200 4100-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------
055600     COPY VALIDPR.
055700*----------------------------------------------------------------
055800     COPY HLDPR.
055900*----------------------------------------------------------------
056000     COPY OPRPR.
056100*----------------------------------------------------------------
056200     COPY FSTATPR.
056300*----------------------------------------------------------------
056400 9999-EXIT.
056500*----------------------------------------------------------------
056600     GOBACK.
