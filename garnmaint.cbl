000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     GARNMAINT.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/04/2026.
000600 DATE-COMPILED.  09/04/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  GARNISHMENT AND SUPPORT ORDER MAINTENANCE.  COURT
000900*           GARNISHMENTS AND SUPPORT ORDERS DO NOT BEHAVE LIKE
001000*           THE FLAT AND PERCENT LINES ON DEDFILE - THEY ARE
001100*           CAPPED AT A SHARE OF DISPOSABLE PAY, TAKEN IN
001200*           PRIORITY ORDER, STOP AT THE ORDER BALANCE, AND ARE
001300*           PAID OVER TO A NAMED AGENCY.  THIS PROGRAM ADDS
001400*           ORDERS TO THE INDEXED ORDER FILE (GARNFILE, SEE
001500*           GRNREC) AND LISTS AN EMPLOYEE'S ORDERS WITH THEIR
001600*           BALANCES.  TAX'S BATCH RUN APPLIES THE ORDERS AND
001700*           KEEPS THE PAID-TO-DATE FIGURE; NOTHING HERE
001800*           CHANGES AN AMOUNT ALREADY PAID.
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 09/04/2026  RLM  ORIGINAL PROGRAM - ADD AND LIST MAINTENANCE
002400*                  OVER THE GARNISHMENT ORDER FILE, BEHIND THE
002500*                  SHARED OPRWS/OPRPR SIGN-ON AT LEVEL 2.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT GARNISH-FILE    ASSIGN TO "GARNFILE"
003400                            ORGANIZATION IS INDEXED
003500                            ACCESS MODE IS DYNAMIC
003600                            RECORD KEY IS GRN-KEY
003700                            FILE STATUS IS GM-GARN-FILE-STATUS.
003800     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
003900                            ORGANIZATION IS INDEXED
004000                            ACCESS MODE IS DYNAMIC
004100                            RECORD KEY IS OPR-ID
004200                            FILE STATUS IS OPR-FILE-STATUS.
004300     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
004400                            ORGANIZATION IS LINE SEQUENTIAL
004500                            FILE STATUS IS OPR-SESS-STATUS.
004600     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
004700                            ORGANIZATION IS LINE SEQUENTIAL
004800                            FILE STATUS IS FST-JOB-LOG-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
005200* GARNISHMENT ORDER FILE - ONE RECORD PER COURT ORDER, KEYED BY
005300* EMPLOYEE, PRIORITY, AND ORDER NUMBER
005400*----------------------------------------------------------------
005500 FD  GARNISH-FILE.
005600     COPY GRNREC.
005700
005800*----------------------------------------------------------------
005900* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG
006000*----------------------------------------------------------------
006100 FD  OPERATOR-FILE.
006200     COPY OPRREC.
006300
006400 FD  OPR-SESSION-FILE.
006500 01  OPR-SESSION-LINE           PIC X(80).
006600
006700 FD  JOB-LOG-FILE.
006800 01  JOB-LOG-LINE               PIC X(80).
006900
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200* MENU SELECTION AND SESSION CONTROL
007300*----------------------------------------------------------------
007400 01  GM-MENU-CHOICE             PIC X(01).
007500     88  GM-CHOICE-ADD                      VALUE '1'.
007600     88  GM-CHOICE-LIST                     VALUE '2'.
007700     88  GM-CHOICE-QUIT                     VALUE '3'.
007800     88  GM-CHOICE-VALID        VALUE '1' '2' '3'.
007900 01  GM-DONE-SW                 PIC X(01) VALUE 'N'.
008000     88  GM-DONE                            VALUE 'Y'.
008100 01  GM-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
008200     88  GM-CHOICE-OK                       VALUE 'Y'.
008300
008400 01  GM-GARN-FILE-STATUS        PIC X(02).
008500     88  GM-GARN-FILE-MISSING               VALUE '35'.
008600
008700*----------------------------------------------------------------
008800* THE NEW ORDER BEING TAKEN AND ITS VALIDATION SWITCHES
008900*----------------------------------------------------------------
009000 01  GM-NEW-EMP-ID              PIC 9(06).
009100 01  GM-NEW-PRIORITY            PIC 9(02).
009200 01  GM-NEW-ORDER-NO            PIC X(10).
009300 01  GM-NEW-AGENCY-CODE         PIC X(06).
009400 01  GM-NEW-AGENCY-NAME         PIC X(20).
009500 01  GM-NEW-CAP-RULE            PIC X(01).
009600     88  GM-NEW-CAP-RULE-VALID              VALUE 'P' 'A'.
009700     88  GM-NEW-CAP-AMOUNT-RULE             VALUE 'A'.
009800 01  GM-NEW-CAP-PERCENT         PIC 9(03).
009900 01  GM-NEW-PERIOD-AMOUNT       PIC 9(07)V99.
010000 01  GM-NEW-TOTAL-OWED          PIC 9(07)V99.
010100 01  GM-SWITCHES.
010200     05  GM-FIELD-OK-SW         PIC X(01) VALUE 'N'.
010300         88  GM-FIELD-OK                    VALUE 'Y'.
010400     05  GM-GARN-EOF-SW         PIC X(01) VALUE 'N'.
010500         88  GM-GARN-EOF                    VALUE 'Y'.
010600
010700 01  GM-LIST-COUNT              PIC 9(03) COMP VALUE ZERO.
010800 01  GM-BALANCE                 PIC 9(07)V99 VALUE ZERO.
010900
011000 01  GM-LIST-LINE.
011100     05  GO-PRIORITY            PIC 9(02).
011200     05  FILLER                 PIC X(01) VALUE SPACES.
011300     05  GO-ORDER-NO            PIC X(10).
011400     05  FILLER                 PIC X(01) VALUE SPACES.
011500     05  GO-AGENCY-CODE         PIC X(06).
011600     05  FILLER                 PIC X(01) VALUE SPACES.
011700     05  GO-CAP-RULE            PIC X(01).
011800     05  GO-CAP-PERCENT         PIC ZZ9.
011900     05  FILLER                 PIC X(01) VALUE SPACES.
012000     05  GO-TOTAL-OWED          PIC Z(6)9.99.
012100     05  FILLER                 PIC X(01) VALUE SPACES.
012200     05  GO-PAID-TO-DATE        PIC Z(6)9.99.
012300     05  FILLER                 PIC X(01) VALUE SPACES.
012400     05  GO-BALANCE             PIC Z(6)9.99.
012500     05  FILLER                 PIC X(01) VALUE SPACES.
012600     05  GO-STATUS              PIC X(01).
012700
012800     COPY VALIDWS.
012900
013000     COPY OPRWS.
013100
013200     COPY FSTATWS.
013300
013400 PROCEDURE DIVISION.
013500*----------------------------------------------------------------
013600 0000-MAINLINE.
013700*----------------------------------------------------------------
013800     MOVE "GARNMAINT" TO FST-PROGRAM-ID.
013900     PERFORM 9300-SIGN-ON THRU 9300-EXIT.
014000     IF NOT OPR-SIGNED-ON
014100         GO TO 9999-EXIT
014200     END-IF.
014300     MOVE 2 TO OPR-REQUIRED-LEVEL.
014400     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
014500     IF OPR-ACCESS-DENIED
014600         GO TO 9999-EXIT
014700     END-IF.
014800     PERFORM 1000-MENU-CYCLE THRU 1000-EXIT
014900         UNTIL GM-DONE.
015000     GO TO 9999-EXIT.
015100
015200*----------------------------------------------------------------
015300 1000-MENU-CYCLE.
015400*----------------------------------------------------------------
015500     PERFORM 1100-GET-MENU-CHOICE THRU 1100-EXIT.
015600     EVALUATE TRUE
015700         WHEN GM-CHOICE-QUIT
015800             MOVE 'Y' TO GM-DONE-SW
015900         WHEN GM-CHOICE-ADD
016000             PERFORM 2000-ADD-ORDER THRU 2000-EXIT
016100         WHEN GM-CHOICE-LIST
016200             PERFORM 3000-LIST-ORDERS THRU 3000-EXIT
016300     END-EVALUATE.
016400 1000-EXIT.
016500     EXIT.
016600
016700*----------------------------------------------------------------
016800 1100-GET-MENU-CHOICE.
016900*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE THREE
017000*     VALID MENU CHOICES.
017100*----------------------------------------------------------------
017200     MOVE 'N' TO GM-CHOICE-OK-SW.
017300     PERFORM 1150-PROMPT-FOR-CHOICE THRU 1150-EXIT
017400         UNTIL GM-CHOICE-OK.
017500 1100-EXIT.
017600     EXIT.
017700
017800*----------------------------------------------------------------
017900 1150-PROMPT-FOR-CHOICE.
018000*----------------------------------------------------------------
018100     DISPLAY " ".
018200     DISPLAY "PAYROLL SYSTEMS GROUP - GARNISHMENT ORDERS".
018300     DISPLAY "1 - ADD AN ORDER".
018400     DISPLAY "2 - LIST AN EMPLOYEE'S ORDERS".
018500     DISPLAY "3 - QUIT".
018600     DISPLAY "Please enter your choice?".
018700     ACCEPT GM-MENU-CHOICE.
018800     IF NOT GM-CHOICE-VALID
018900         DISPLAY "Not a valid choice - please try again."
019000     ELSE
019100         MOVE 'Y' TO GM-CHOICE-OK-SW
019200     END-IF.
019300 1150-EXIT.
019400     EXIT.
019500
019600*----------------------------------------------------------------
019700 2000-ADD-ORDER.
019800*     TAKE AND VALIDATE THE ORDER, THEN WRITE IT ACTIVE WITH
019900*     NOTHING PAID.  A MISSING ORDER FILE MEANS THIS IS THE
020000*     FIRST ORDER EVER, SO CREATE IT.  A DUPLICATE KEY IS
020100*     REFUSED - AN ORDER'S PAID-TO-DATE IS NEVER OVERWRITTEN.
020200*----------------------------------------------------------------
020300     PERFORM 2100-GET-ORDER-KEY THRU 2100-EXIT.
020400     PERFORM 2200-GET-AGENCY THRU 2200-EXIT.
020500     PERFORM 2300-GET-CAP-RULE THRU 2300-EXIT.
020600     PERFORM 2400-GET-TOTAL-OWED THRU 2400-EXIT.
020700     OPEN I-O GARNISH-FILE.
020800     IF GM-GARN-FILE-MISSING
020900         OPEN OUTPUT GARNISH-FILE
021000         CLOSE GARNISH-FILE
021100         OPEN I-O GARNISH-FILE
021200     END-IF.
021300     IF GM-GARN-FILE-STATUS NOT = '00'
021400         DISPLAY "Order file open failed with file status "
021500                 GM-GARN-FILE-STATUS " - not added."
021600         GO TO 2000-EXIT
021700     END-IF.
021800     MOVE SPACES               TO GARNISHMENT-RECORD.
021900     MOVE GM-NEW-EMP-ID        TO GRN-EMP-ID.
022000     MOVE GM-NEW-PRIORITY      TO GRN-PRIORITY.
022100     MOVE GM-NEW-ORDER-NO      TO GRN-ORDER-NO.
022200     MOVE GM-NEW-AGENCY-CODE   TO GRN-AGENCY-CODE.
022300     MOVE GM-NEW-AGENCY-NAME   TO GRN-AGENCY-NAME.
022400     MOVE GM-NEW-CAP-RULE      TO GRN-CAP-RULE.
022500     MOVE GM-NEW-CAP-PERCENT   TO GRN-CAP-PERCENT.
022600     MOVE GM-NEW-PERIOD-AMOUNT TO GRN-PERIOD-AMOUNT.
022700     MOVE GM-NEW-TOTAL-OWED    TO GRN-TOTAL-OWED.
022800     MOVE ZERO                 TO GRN-PAID-TO-DATE.
022900     MOVE 'A'                  TO GRN-STATUS.
023000     MOVE ZERO                 TO GRN-LAST-PAID-DATE.
023100     WRITE GARNISHMENT-RECORD
023200         INVALID KEY
023300             DISPLAY "Order " GM-NEW-ORDER-NO " at priority "
023400                     GM-NEW-PRIORITY " is already on file for "
023500                     GM-NEW-EMP-ID " - not added."
023600             CLOSE GARNISH-FILE
023700             GO TO 2000-EXIT
023800     END-WRITE.
023900     CLOSE GARNISH-FILE.
024000     DISPLAY "Order " GM-NEW-ORDER-NO " added for employee "
024100             GM-NEW-EMP-ID ".".
024200 2000-EXIT.
024300     EXIT.
024400
024500*----------------------------------------------------------------
024600 2100-GET-ORDER-KEY.
024700*     EMPLOYEE ID, PRIORITY (01 IS SATISFIED FIRST), AND THE
024800*     COURT'S ORDER NUMBER.
024900*----------------------------------------------------------------
025000     MOVE 'N' TO GM-FIELD-OK-SW.
025100     PERFORM 2150-PROMPT-FOR-EMP-ID THRU 2150-EXIT
025200         UNTIL GM-FIELD-OK.
025300     MOVE 'N' TO GM-FIELD-OK-SW.
025400     PERFORM 2160-PROMPT-FOR-PRIORITY THRU 2160-EXIT
025500         UNTIL GM-FIELD-OK.
025600     MOVE 'N' TO GM-FIELD-OK-SW.
025700     PERFORM 2170-PROMPT-FOR-ORDER-NO THRU 2170-EXIT
025800         UNTIL GM-FIELD-OK.
025900 2100-EXIT.
026000     EXIT.
026100
026200*----------------------------------------------------------------
026300 2150-PROMPT-FOR-EMP-ID.
026400*----------------------------------------------------------------
026500     DISPLAY "Employee id?".
026600     ACCEPT GM-NEW-EMP-ID.
026700     MOVE GM-NEW-EMP-ID TO VAL-NUMERIC-INPUT.
026800     MOVE 1             TO VAL-MIN-RANGE.
026900     MOVE 999999        TO VAL-MAX-RANGE.
027000     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
027100     IF VAL-ERROR-FOUND
027200         DISPLAY VAL-ERROR-MESSAGE
027300     ELSE
027400         MOVE 'Y' TO GM-FIELD-OK-SW
027500     END-IF.
027600 2150-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------------
028000 2160-PROMPT-FOR-PRIORITY.
028100*----------------------------------------------------------------
028200     DISPLAY "Priority - 01 is paid first?".
028300     ACCEPT GM-NEW-PRIORITY.
028400     MOVE GM-NEW-PRIORITY TO VAL-NUMERIC-INPUT.
028500     MOVE 1               TO VAL-MIN-RANGE.
028600     MOVE 99              TO VAL-MAX-RANGE.
028700     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
028800     IF VAL-ERROR-FOUND
028900         DISPLAY VAL-ERROR-MESSAGE
029000     ELSE
029100         MOVE 'Y' TO GM-FIELD-OK-SW
029200     END-IF.
029300 2160-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------------
029700 2170-PROMPT-FOR-ORDER-NO.
029800*----------------------------------------------------------------
029900     DISPLAY "Court order number?".
030000     ACCEPT GM-NEW-ORDER-NO.
030100     MOVE GM-NEW-ORDER-NO TO VAL-ALPHA-INPUT.
030200     PERFORM 8100-CHECK-NON-BLANK THRU 8100-EXIT.
030300     IF VAL-ERROR-FOUND
030400         DISPLAY VAL-ERROR-MESSAGE
030500     ELSE
030600         MOVE 'Y' TO GM-FIELD-OK-SW
030700     END-IF.
030800 2170-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------
031200 2200-GET-AGENCY.
031300*     THE AGENCY CODE GROUPS THE PAYMENT FILE; THE NAME IS
031400*     PRINTED ON THE PAYMENT SUMMARY.
031500*----------------------------------------------------------------
031600     MOVE 'N' TO GM-FIELD-OK-SW.
031700     PERFORM 2250-PROMPT-FOR-AGENCY THRU 2250-EXIT
031800         UNTIL GM-FIELD-OK.
031900     DISPLAY "Agency name?".
032000     ACCEPT GM-NEW-AGENCY-NAME.
032100 2200-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------------
032500 2250-PROMPT-FOR-AGENCY.
032600*----------------------------------------------------------------
032700     DISPLAY "Agency code?".
032800     ACCEPT GM-NEW-AGENCY-CODE.
032900     MOVE GM-NEW-AGENCY-CODE TO VAL-ALPHA-INPUT.
033000     PERFORM 8100-CHECK-NON-BLANK THRU 8100-EXIT.
033100     IF VAL-ERROR-FOUND
033200         DISPLAY VAL-ERROR-MESSAGE
033300     ELSE
033400         MOVE 'Y' TO GM-FIELD-OK-SW
033500     END-IF.
033600 2250-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------------
034000 2300-GET-CAP-RULE.
034100*     THE CAP PERCENT OF DISPOSABLE PAY APPLIES UNDER BOTH
034200*     RULES; ONLY THE FLAT-AMOUNT RULE ALSO NEEDS A PERIOD
034300*     AMOUNT.
034400*----------------------------------------------------------------
034500     MOVE 'N' TO GM-FIELD-OK-SW.
034600     PERFORM 2350-PROMPT-FOR-RULE THRU 2350-EXIT
034700         UNTIL GM-FIELD-OK.
034800     MOVE 'N' TO GM-FIELD-OK-SW.
034900     PERFORM 2360-PROMPT-FOR-PERCENT THRU 2360-EXIT
035000         UNTIL GM-FIELD-OK.
035100     MOVE ZERO TO GM-NEW-PERIOD-AMOUNT.
035200     IF GM-NEW-CAP-AMOUNT-RULE
035300         MOVE 'N' TO GM-FIELD-OK-SW
035400         PERFORM 2370-PROMPT-FOR-AMOUNT THRU 2370-EXIT
035500             UNTIL GM-FIELD-OK
035600     END-IF.
035700 2300-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------------
036100 2350-PROMPT-FOR-RULE.
036200*----------------------------------------------------------------
036300     DISPLAY "Cap rule - P percent of disposable, A flat amount?".
036400     ACCEPT GM-NEW-CAP-RULE.
036500     IF NOT GM-NEW-CAP-RULE-VALID
036600         DISPLAY "Cap rule must be P or A."
036700     ELSE
036800         MOVE 'Y' TO GM-FIELD-OK-SW
036900     END-IF.
037000 2350-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------------
037400 2360-PROMPT-FOR-PERCENT.
037500*----------------------------------------------------------------
037600     DISPLAY "Cap - percent of disposable pay, 1 to 100?".
037700     ACCEPT GM-NEW-CAP-PERCENT.
037800     MOVE GM-NEW-CAP-PERCENT TO VAL-NUMERIC-INPUT.
037900     MOVE 1                  TO VAL-MIN-RANGE.
038000     MOVE 100                TO VAL-MAX-RANGE.
038100     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
038200     IF VAL-ERROR-FOUND
038300         DISPLAY VAL-ERROR-MESSAGE
038400     ELSE
038500         MOVE 'Y' TO GM-FIELD-OK-SW
038600     END-IF.
038700 2360-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------
039100 2370-PROMPT-FOR-AMOUNT.
039200*----------------------------------------------------------------
039300     DISPLAY "Amount per pay period?".
039400     ACCEPT GM-NEW-PERIOD-AMOUNT.
039500     IF GM-NEW-PERIOD-AMOUNT = ZERO
039600         DISPLAY "Amount cannot be zero."
039700     ELSE
039800         MOVE 'Y' TO GM-FIELD-OK-SW
039900     END-IF.
040000 2370-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------
040400 2400-GET-TOTAL-OWED.
040500*----------------------------------------------------------------
040600     MOVE 'N' TO GM-FIELD-OK-SW.
040700     PERFORM 2450-PROMPT-FOR-OWED THRU 2450-EXIT
040800         UNTIL GM-FIELD-OK.
040900 2400-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------------
041300 2450-PROMPT-FOR-OWED.
041400*----------------------------------------------------------------
041500     DISPLAY "Total owed under the order?".
041600     ACCEPT GM-NEW-TOTAL-OWED.
041700     IF GM-NEW-TOTAL-OWED = ZERO
041800         DISPLAY "Total owed cannot be zero."
041900     ELSE
042000         MOVE 'Y' TO GM-FIELD-OK-SW
042100     END-IF.
042200 2450-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------
042600 3000-LIST-ORDERS.
042700*     SHOW ONE EMPLOYEE'S ORDERS IN PRIORITY ORDER WITH WHAT IS
042800*     STILL OWED ON EACH.
042900*----------------------------------------------------------------
043000     MOVE 'N' TO GM-FIELD-OK-SW.
043100     PERFORM 2150-PROMPT-FOR-EMP-ID THRU 2150-EXIT
043200         UNTIL GM-FIELD-OK.
043300     MOVE ZERO TO GM-LIST-COUNT.
043400     MOVE 'N'  TO GM-GARN-EOF-SW.
043500     OPEN INPUT GARNISH-FILE.
043600     IF GM-GARN-FILE-MISSING
043700         DISPLAY "No order file yet - nothing to list."
043800         GO TO 3000-EXIT
043900     END-IF.
044000     MOVE GM-NEW-EMP-ID TO GRN-EMP-ID.
044100     MOVE ZERO          TO GRN-PRIORITY.
044200     MOVE LOW-VALUES    TO GRN-ORDER-NO.
044300     START GARNISH-FILE KEY NOT < GRN-KEY
044400         INVALID KEY
044500             MOVE 'Y' TO GM-GARN-EOF-SW
044600     END-START.
044700     IF NOT GM-GARN-EOF
044800         PERFORM 3100-READ-ORDER THRU 3100-EXIT
044900     END-IF.
045000     DISPLAY "PR ORDER NO  AGENCY R CAP  TOTAL OWED  PAID TO DT"
045100             "     BALANCE S".
045200     PERFORM 3200-LIST-ONE-ORDER THRU 3200-EXIT
045300         UNTIL GM-GARN-EOF.
045400     CLOSE GARNISH-FILE.
045500     DISPLAY GM-LIST-COUNT " orders on file for employee "
045600             GM-NEW-EMP-ID ".".
045700 3000-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------
046100 3100-READ-ORDER.
046200*     AN ORDER FOR ANOTHER EMPLOYEE ENDS THE WALK THE SAME WAY
046300*     END OF FILE DOES.
046400*----------------------------------------------------------------
046500     READ GARNISH-FILE NEXT
046600         AT END
046700             MOVE 'Y' TO GM-GARN-EOF-SW
046800     END-READ.
046900     IF NOT GM-GARN-EOF
047000         IF GRN-EMP-ID NOT = GM-NEW-EMP-ID
047100             MOVE 'Y' TO GM-GARN-EOF-SW
047200         END-IF
047300     END-IF.
047400 3100-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------------
047800 3200-LIST-ONE-ORDER.
047900*----------------------------------------------------------------
048000     ADD 1 TO GM-LIST-COUNT.
048100     COMPUTE GM-BALANCE = GRN-TOTAL-OWED - GRN-PAID-TO-DATE.
048200     MOVE GRN-PRIORITY      TO GO-PRIORITY.
048300     MOVE GRN-ORDER-NO      TO GO-ORDER-NO.
048400     MOVE GRN-AGENCY-CODE   TO GO-AGENCY-CODE.
048500     MOVE GRN-CAP-RULE      TO GO-CAP-RULE.
048600     MOVE GRN-CAP-PERCENT   TO GO-CAP-PERCENT.
048700     MOVE GRN-TOTAL-OWED    TO GO-TOTAL-OWED.
048800     MOVE GRN-PAID-TO-DATE  TO GO-PAID-TO-DATE.
048900     MOVE GM-BALANCE        TO GO-BALANCE.
049000     MOVE GRN-STATUS        TO GO-STATUS.
049100     DISPLAY GM-LIST-LINE.
049200     PERFORM 3100-READ-ORDER THRU 3100-EXIT.
049300 3200-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------------
049700     COPY VALIDPR.
049800*----------------------------------------------------------------
049900     COPY OPRPR.
050000*----------------------------------------------------------------
050100     COPY FSTATPR.
050200*----------------------------------------------------------------
050300 9999-EXIT.
050400*----------------------------------------------------------------
050500     GOBACK.
