000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TAXMAINT.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/03/2026.
000600 DATE-COMPILED.  09/03/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  TAX TABLE FILE MAINTENANCE.  THE WITHHOLDING
000900*           BRACKETS, THE STANDARD DEDUCTION FOR EACH FILING
001000*           STATUS, AND THE PER-DEPENDENT EXEMPTION USED TO BE
001100*           COMPILED INTO TAX, SO EVERY LEGISLATED CHANGE WAS A
001200*           PROGRAM CHANGE AND A MID-YEAR CHANGE COULD NOT BE
001300*           MADE AT ALL.  THEY NOW LIVE ON THE EFFECTIVE-DATED
001400*           TAX TABLE FILE (TAXTABLE, SEE TXTREC) - ONE RECORD
001500*           PER CHANGE, KEYED BY TAX YEAR AND EFFECTIVE DATE -
001600*           AND THIS PROGRAM ADDS AND LISTS THOSE ENTRIES.  THE
001700*           FILE IS APPEND-ONLY, THE SAME AS RATEFILE: AN OLD
001800*           ENTRY IS NEVER REMOVED, SO A RERUN OF AN OLD PERIOD
001900*           STILL WITHHOLDS UNDER THE RULES IN FORCE THEN.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 09/03/2026  RLM  ORIGINAL PROGRAM - ADD AND LIST MAINTENANCE
002500*                  OVER THE EFFECTIVE-DATED TAX TABLE FILE READ
002600*                  BY TAX, BEHIND THE SHARED OPRWS/OPRPR
002700*                  SIGN-ON AT SUPERVISOR LEVEL 3.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TAX-TABLE-FILE  ASSIGN TO "TAXTABLE"
003600                            ORGANIZATION IS LINE SEQUENTIAL
003700                            FILE STATUS IS TM-TABLE-FILE-STATUS.
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
005200* EFFECTIVE-DATED TAX TABLE FILE - THE SAME RECORD SHAPE TAX
005300* PICKS ITS WITHHOLDING RULES FROM
005400*----------------------------------------------------------------
005500 FD  TAX-TABLE-FILE.
005600     COPY TXTREC.
005700
005800*----------------------------------------------------------------
005900* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG - THE
006000* SHARED SIGN-ON PROVES WHO IS MOVING THE WITHHOLDING RULES
006100*----------------------------------------------------------------
006200 FD  OPERATOR-FILE.
006300     COPY OPRREC.
006400
006500 FD  OPR-SESSION-FILE.
006600 01  OPR-SESSION-LINE           PIC X(80).
006700
006800 FD  JOB-LOG-FILE.
006900 01  JOB-LOG-LINE               PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------
007300* MENU SELECTION AND SESSION CONTROL
007400*----------------------------------------------------------------
007500 01  TM-MENU-CHOICE             PIC X(01).
007600     88  TM-CHOICE-ADD                      VALUE '1'.
007700     88  TM-CHOICE-LIST                     VALUE '2'.
007800     88  TM-CHOICE-QUIT                     VALUE '3'.
007900     88  TM-CHOICE-VALID        VALUE '1' '2' '3'.
008000 01  TM-DONE-SW                 PIC X(01) VALUE 'N'.
008100     88  TM-DONE                            VALUE 'Y'.
008200 01  TM-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
008300     88  TM-CHOICE-OK                       VALUE 'Y'.
008400
008500 01  TM-TABLE-FILE-STATUS       PIC X(02).
008600     88  TM-TABLE-FILE-MISSING              VALUE '35'.
008700
008800*----------------------------------------------------------------
008900* THE NEW TAX TABLE ENTRY BEING TAKEN AND ITS VALIDATION
009000* SWITCHES.  THE LAST BAND IS ALWAYS OPEN-ENDED, SO ONLY THE
009100* FIRST FOUR UPPER LIMITS ARE KEYED.
009200*----------------------------------------------------------------
009300 01  TM-NEW-TAX-YEAR            PIC 9(02).
009400 01  TM-NEW-EFF-DATE            PIC 9(06).
009500 01  TM-NEW-EFF-DATE-R REDEFINES TM-NEW-EFF-DATE.
009600     05  TM-NEW-EFF-YY          PIC 9(02).
009700     05  TM-NEW-EFF-MMDD        PIC 9(04).
009800 01  TM-NEW-LIMIT               PIC 9(09).
009900 01  TM-NEW-RATE                PIC 9V999.
010000 01  TM-NEW-STD-SINGLE          PIC 9(07).
010100 01  TM-NEW-STD-MARRIED         PIC 9(07).
010200 01  TM-NEW-EXEMPTION           PIC 9(05).
010300 01  TM-PREV-LIMIT              PIC 9(09) VALUE ZERO.
010400 01  TM-TOP-LIMIT               PIC 9(09) VALUE 999999999.
010500 01  TM-BAND-SUB                PIC 9(02) COMP VALUE ZERO.
010600 01  TM-BAND-COUNT              PIC 9(02) COMP VALUE 5.
010700 01  TM-NEW-BRACKET-TABLE.
010800     05  TM-NEW-BRACKET-ENTRY   OCCURS 5 TIMES.
010900         10  TM-NEW-BR-LIMIT    PIC 9(09).
011000         10  TM-NEW-BR-RATE     PIC 9V999.
011100 01  TM-SWITCHES.
011200     05  TM-YEAR-OK-SW          PIC X(01) VALUE 'N'.
011300         88  TM-YEAR-OK                     VALUE 'Y'.
011400     05  TM-DATE-OK-SW          PIC X(01) VALUE 'N'.
011500         88  TM-DATE-OK                     VALUE 'Y'.
011600     05  TM-LIMIT-OK-SW         PIC X(01) VALUE 'N'.
011700         88  TM-LIMIT-OK                    VALUE 'Y'.
011800     05  TM-AMOUNT-OK-SW        PIC X(01) VALUE 'N'.
011900         88  TM-AMOUNT-OK                   VALUE 'Y'.
012000     05  TM-TABLE-EOF-SW        PIC X(01) VALUE 'N'.
012100         88  TM-TABLE-EOF                   VALUE 'Y'.
012200
012300 01  TM-LIST-COUNT              PIC 9(03) COMP VALUE ZERO.
012400 01  TM-TODAY                   PIC 9(06).
012500
012600*----------------------------------------------------------------
012700* LIST DISPLAY LINES
012800*----------------------------------------------------------------
012900 01  TM-LIST-HEAD-LINE.
013000     05  FILLER                 PIC X(05) VALUE "YEAR ".
013100     05  LH-TAX-YEAR            PIC 9(02).
013200     05  FILLER                 PIC X(12) VALUE "  EFFECTIVE ".
013300     05  LH-EFF-DATE            PIC 9(06).
013400     05  FILLER                 PIC X(12) VALUE "  STD DED S ".
013500     05  LH-STD-SINGLE          PIC Z(6)9.
013600     05  FILLER                 PIC X(04) VALUE "  M ".
013700     05  LH-STD-MARRIED         PIC Z(6)9.
013800     05  FILLER                 PIC X(07) VALUE "  DEP  ".
013900     05  LH-EXEMPTION           PIC Z(4)9.
014000     05  FILLER                 PIC X(01) VALUE SPACES.
014100     05  LH-OPERATOR            PIC X(08).
014200
014300 01  TM-LIST-BAND-LINE.
014400     05  FILLER                 PIC X(10) VALUE "     BAND ".
014500     05  LB-BAND                PIC 9(01).
014600     05  FILLER                 PIC X(10) VALUE "  UP TO   ".
014700     05  LB-LIMIT               PIC Z(8)9.
014800     05  FILLER                 PIC X(08) VALUE "  RATE  ".
014900     05  LB-RATE                PIC 9.999.
015000
015100     COPY VALIDWS.
015200
015300     COPY OPRWS.
015400
015500     COPY FSTATWS.
015600
015700 PROCEDURE DIVISION.
015800*----------------------------------------------------------------
015900 0000-MAINLINE.
016000*----------------------------------------------------------------
016100     MOVE "TAXMAINT" TO FST-PROGRAM-ID.
016200     PERFORM 9300-SIGN-ON THRU 9300-EXIT.
016300     IF NOT OPR-SIGNED-ON
016400         GO TO 9999-EXIT
016500     END-IF.
016600*    A TAX TABLE ENTRY CHANGES EVERY EMPLOYEE'S WITHHOLDING ON
016700*    EVERY SUBSEQUENT PAY RUN - SUPERVISOR LEVEL ONLY.
016800     MOVE 3 TO OPR-REQUIRED-LEVEL.
016900     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
017000     IF OPR-ACCESS-DENIED
017100         GO TO 9999-EXIT
017200     END-IF.
017300     PERFORM 1000-MENU-CYCLE THRU 1000-EXIT
017400         UNTIL TM-DONE.
017500     GO TO 9999-EXIT.
017600
017700*----------------------------------------------------------------
017800 1000-MENU-CYCLE.
017900*----------------------------------------------------------------
018000     PERFORM 1100-GET-MENU-CHOICE THRU 1100-EXIT.
018100     EVALUATE TRUE
018200         WHEN TM-CHOICE-QUIT
018300             MOVE 'Y' TO TM-DONE-SW
018400         WHEN TM-CHOICE-ADD
018500             PERFORM 2000-ADD-TABLE-ENTRY THRU 2000-EXIT
018600         WHEN TM-CHOICE-LIST
018700             PERFORM 3000-LIST-TABLE-ENTRIES THRU 3000-EXIT
018800     END-EVALUATE.
018900 1000-EXIT.
019000     EXIT.
019100
019200*----------------------------------------------------------------
019300 1100-GET-MENU-CHOICE.
019400*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE THREE
019500*     VALID MENU CHOICES.
019600*----------------------------------------------------------------
019700     MOVE 'N' TO TM-CHOICE-OK-SW.
019800     PERFORM 1150-PROMPT-FOR-CHOICE THRU 1150-EXIT
019900         UNTIL TM-CHOICE-OK.
020000 1100-EXIT.
020100     EXIT.
020200
020300*----------------------------------------------------------------
020400 1150-PROMPT-FOR-CHOICE.
020500*----------------------------------------------------------------
020600     DISPLAY " ".
020700     DISPLAY "PAYROLL SYSTEMS GROUP - TAX TABLE MAINT".
020800     DISPLAY "1 - ADD A TAX TABLE ENTRY".
020900     DISPLAY "2 - LIST THE TAX TABLE FILE".
021000     DISPLAY "3 - QUIT".
021100     DISPLAY "Please enter your choice?".
021200     ACCEPT TM-MENU-CHOICE.
021300     IF NOT TM-CHOICE-VALID
021400         DISPLAY "Not a valid choice - please try again."
021500     ELSE
021600         MOVE 'Y' TO TM-CHOICE-OK-SW
021700     END-IF.
021800 1150-EXIT.
021900     EXIT.
022000
022100*----------------------------------------------------------------
022200 2000-ADD-TABLE-ENTRY.
022300*     TAKE AND VALIDATE THE YEAR, EFFECTIVE DATE, BRACKETS,
022400*     DEDUCTIONS, AND EXEMPTION, THEN APPEND THE ENTRY.  A
022500*     MISSING TAX TABLE FILE MEANS THIS IS THE FIRST ENTRY
022600*     EVER, SO CREATE IT.
022700*----------------------------------------------------------------
022800     PERFORM 2100-GET-TAX-YEAR THRU 2100-EXIT.
022900     PERFORM 2200-GET-EFF-DATE THRU 2200-EXIT.
023000     MOVE ZERO TO TM-PREV-LIMIT.
023100     PERFORM 2300-GET-ONE-BAND THRU 2300-EXIT
023200         VARYING TM-BAND-SUB FROM 1 BY 1
023300         UNTIL TM-BAND-SUB > TM-BAND-COUNT.
023400     PERFORM 2500-GET-DEDUCTIONS THRU 2500-EXIT.
023500     ACCEPT TM-TODAY FROM DATE.
023600     OPEN EXTEND TAX-TABLE-FILE.
023700     IF TM-TABLE-FILE-MISSING
023800         OPEN OUTPUT TAX-TABLE-FILE
023900         CLOSE TAX-TABLE-FILE
024000         OPEN EXTEND TAX-TABLE-FILE
024100     END-IF.
024200     IF TM-TABLE-FILE-STATUS NOT = '00'
024300         DISPLAY "Tax table open failed with file status "
024400                 TM-TABLE-FILE-STATUS " - not added."
024500         GO TO 2000-EXIT
024600     END-IF.
024700     MOVE SPACES             TO TAX-TABLE-RECORD.
024800     MOVE TM-NEW-TAX-YEAR    TO TXT-TAX-YEAR.
024900     MOVE TM-NEW-EFF-DATE    TO TXT-EFFECTIVE-DATE.
025000     PERFORM 2700-MOVE-ONE-BAND THRU 2700-EXIT
025100         VARYING TM-BAND-SUB FROM 1 BY 1
025200         UNTIL TM-BAND-SUB > TM-BAND-COUNT.
025300     MOVE TM-NEW-STD-SINGLE  TO TXT-STD-DED-SINGLE.
025400     MOVE TM-NEW-STD-MARRIED TO TXT-STD-DED-MARRIED.
025500     MOVE TM-NEW-EXEMPTION   TO TXT-DEP-EXEMPTION.
025600     MOVE TM-TODAY           TO TXT-ENTERED-DATE.
025700     MOVE OPR-SIGNED-ID      TO TXT-OPERATOR.
025800     WRITE TAX-TABLE-RECORD.
025900     IF TM-TABLE-FILE-STATUS NOT = '00'
026000         DISPLAY "Tax table write failed with file status "
026100                 TM-TABLE-FILE-STATUS " - not added."
026200         CLOSE TAX-TABLE-FILE
026300         GO TO 2000-EXIT
026400     END-IF.
026500     CLOSE TAX-TABLE-FILE.
026600     DISPLAY "Tax table for year " TM-NEW-TAX-YEAR
026700             " effective " TM-NEW-EFF-DATE " added.".
026800 2000-EXIT.
026900     EXIT.
027000
027100*----------------------------------------------------------------
027200 2100-GET-TAX-YEAR.
027300*     RE-PROMPT UNTIL THE TAX YEAR IS TWO DIGITS - THE SAME
027400*     YEAR CONVENTION THE YTD MASTER IS KEYED BY.
027500*----------------------------------------------------------------
027600     MOVE 'N' TO TM-YEAR-OK-SW.
027700     PERFORM 2150-PROMPT-FOR-YEAR THRU 2150-EXIT
027800         UNTIL TM-YEAR-OK.
027900 2100-EXIT.
028000     EXIT.
028100
028200*----------------------------------------------------------------
028300 2150-PROMPT-FOR-YEAR.
028400*----------------------------------------------------------------
028500     DISPLAY "Tax year - last two digits?".
028600     ACCEPT TM-NEW-TAX-YEAR.
028700     MOVE TM-NEW-TAX-YEAR TO VAL-NUMERIC-INPUT.
028800     MOVE 0               TO VAL-MIN-RANGE.
028900     MOVE 99              TO VAL-MAX-RANGE.
029000     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
029100     IF VAL-ERROR-FOUND
029200         DISPLAY VAL-ERROR-MESSAGE
029300     ELSE
029400         MOVE 'Y' TO TM-YEAR-OK-SW
029500     END-IF.
029600 2150-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------------
030000 2200-GET-EFF-DATE.
030100*     RE-PROMPT UNTIL THE EFFECTIVE DATE IS A PLAUSIBLE YYMMDD
030200*     THAT FALLS IN THE TAX YEAR JUST KEYED - AN ENTRY DATED
030300*     INTO ANOTHER YEAR COULD NEVER BE PICKED UP.
030400*----------------------------------------------------------------
030500     MOVE 'N' TO TM-DATE-OK-SW.
030600     PERFORM 2250-PROMPT-FOR-DATE THRU 2250-EXIT
030700         UNTIL TM-DATE-OK.
030800 2200-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------
031200 2250-PROMPT-FOR-DATE.
031300*----------------------------------------------------------------
031400     DISPLAY "Effective date - YYMMDD?".
031500     ACCEPT TM-NEW-EFF-DATE.
031600     MOVE TM-NEW-EFF-MMDD TO VAL-NUMERIC-INPUT.
031700     MOVE 0101            TO VAL-MIN-RANGE.
031800     MOVE 1231            TO VAL-MAX-RANGE.
031900     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
032000     IF VAL-ERROR-FOUND
032100         DISPLAY VAL-ERROR-MESSAGE
032200         GO TO 2250-EXIT
032300     END-IF.
032400     IF TM-NEW-EFF-YY NOT = TM-NEW-TAX-YEAR
032500         DISPLAY "Effective date must fall in tax year "
032600                 TM-NEW-TAX-YEAR "."
032700     ELSE
032800         MOVE 'Y' TO TM-DATE-OK-SW
032900     END-IF.
033000 2250-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------------
033400 2300-GET-ONE-BAND.
033500*     EACH BAND'S UPPER LIMIT MUST CLIMB ABOVE THE ONE BEFORE
033600*     IT; THE LAST BAND TAKES EVERYTHING ABOVE THE FOURTH LIMIT
033700*     AND IS NOT KEYED.  A RATE OF ZERO IS ALLOWED - THE FIRST
033800*     BAND IS USUALLY UNTAXED.
033900*----------------------------------------------------------------
034000     IF TM-BAND-SUB < TM-BAND-COUNT
034100         MOVE 'N' TO TM-LIMIT-OK-SW
034200         PERFORM 2350-PROMPT-FOR-LIMIT THRU 2350-EXIT
034300             UNTIL TM-LIMIT-OK
034400     ELSE
034500         MOVE TM-TOP-LIMIT TO TM-NEW-LIMIT
034600     END-IF.
034700     MOVE TM-NEW-LIMIT TO TM-NEW-BR-LIMIT (TM-BAND-SUB).
034800     MOVE TM-NEW-LIMIT TO TM-PREV-LIMIT.
034900     DISPLAY "Band " TM-BAND-SUB
035000             " rate - four digits, 0150 means .150?".
035100     ACCEPT TM-NEW-RATE.
035200     MOVE TM-NEW-RATE  TO TM-NEW-BR-RATE (TM-BAND-SUB).
035300 2300-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------------
035700 2350-PROMPT-FOR-LIMIT.
035800*----------------------------------------------------------------
035900     DISPLAY "Band " TM-BAND-SUB
036000             " upper limit - whole dollars of taxable amount?".
036100     ACCEPT TM-NEW-LIMIT.
036200     IF TM-NEW-LIMIT NOT > TM-PREV-LIMIT
036300        OR TM-NEW-LIMIT NOT < TM-TOP-LIMIT
036400         DISPLAY "Limit must be above " TM-PREV-LIMIT
036500                 " and below the open-ended top band."
036600     ELSE
036700         MOVE 'Y' TO TM-LIMIT-OK-SW
036800     END-IF.
036900 2350-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------
037300 2500-GET-DEDUCTIONS.
037400*     THE STANDARD DEDUCTION FOR EACH FILING STATUS AND THE
037500*     PER-DEPENDENT EXEMPTION, IN WHOLE DOLLARS.
037600*----------------------------------------------------------------
037700     MOVE 'N' TO TM-AMOUNT-OK-SW.
037800     PERFORM 2550-PROMPT-FOR-SINGLE THRU 2550-EXIT
037900         UNTIL TM-AMOUNT-OK.
038000     MOVE 'N' TO TM-AMOUNT-OK-SW.
038100     PERFORM 2560-PROMPT-FOR-MARRIED THRU 2560-EXIT
038200         UNTIL TM-AMOUNT-OK.
038300     MOVE 'N' TO TM-AMOUNT-OK-SW.
038400     PERFORM 2570-PROMPT-FOR-EXEMPTION THRU 2570-EXIT
038500         UNTIL TM-AMOUNT-OK.
038600 2500-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------------
039000 2550-PROMPT-FOR-SINGLE.
039100*----------------------------------------------------------------
039200     DISPLAY "Standard deduction - single filer?".
039300     ACCEPT TM-NEW-STD-SINGLE.
039400     MOVE TM-NEW-STD-SINGLE TO VAL-NUMERIC-INPUT.
039500     MOVE 0                 TO VAL-MIN-RANGE.
039600     MOVE 9999999           TO VAL-MAX-RANGE.
039700     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
039800     IF VAL-ERROR-FOUND
039900         DISPLAY VAL-ERROR-MESSAGE
040000     ELSE
040100         MOVE 'Y' TO TM-AMOUNT-OK-SW
040200     END-IF.
040300 2550-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------
040700 2560-PROMPT-FOR-MARRIED.
040800*----------------------------------------------------------------
040900     DISPLAY "Standard deduction - married filer?".
041000     ACCEPT TM-NEW-STD-MARRIED.
041100     MOVE TM-NEW-STD-MARRIED TO VAL-NUMERIC-INPUT.
041200     MOVE 0                  TO VAL-MIN-RANGE.
041300     MOVE 9999999            TO VAL-MAX-RANGE.
041400     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
041500     IF VAL-ERROR-FOUND
041600         DISPLAY VAL-ERROR-MESSAGE
041700     ELSE
041800         MOVE 'Y' TO TM-AMOUNT-OK-SW
041900     END-IF.
042000 2560-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------------
042400 2570-PROMPT-FOR-EXEMPTION.
042500*----------------------------------------------------------------
042600     DISPLAY "Exemption per dependent?".
042700     ACCEPT TM-NEW-EXEMPTION.
042800     MOVE TM-NEW-EXEMPTION TO VAL-NUMERIC-INPUT.
042900     MOVE 0                TO VAL-MIN-RANGE.
043000     MOVE 99999            TO VAL-MAX-RANGE.
043100     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
043200     IF VAL-ERROR-FOUND
043300         DISPLAY VAL-ERROR-MESSAGE
043400     ELSE
043500         MOVE 'Y' TO TM-AMOUNT-OK-SW
043600     END-IF.
043700 2570-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------------
044100 2700-MOVE-ONE-BAND.
044200*----------------------------------------------------------------
044300     MOVE TM-NEW-BR-LIMIT (TM-BAND-SUB)
044400         TO TXT-BR-LIMIT (TM-BAND-SUB).
044500     MOVE TM-NEW-BR-RATE (TM-BAND-SUB)
044600         TO TXT-BR-RATE (TM-BAND-SUB).
044700 2700-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------
045100 3000-LIST-TABLE-ENTRIES.
045200*     SHOW EVERY ENTRY ON THE TAX TABLE FILE IN THE ORDER IT
045300*     WAS ADDED, ONE HEADING LINE AND FIVE BAND LINES EACH.
045400*----------------------------------------------------------------
045500     MOVE ZERO TO TM-LIST-COUNT.
045600     MOVE 'N'  TO TM-TABLE-EOF-SW.
045700     OPEN INPUT TAX-TABLE-FILE.
045800     IF TM-TABLE-FILE-MISSING
045900         DISPLAY "No tax table file yet - nothing to list."
046000         GO TO 3000-EXIT
046100     END-IF.
046200     PERFORM 3100-READ-TABLE-ENTRY THRU 3100-EXIT.
046300     PERFORM 3200-LIST-ONE-ENTRY THRU 3200-EXIT
046400         UNTIL TM-TABLE-EOF.
046500     CLOSE TAX-TABLE-FILE.
046600     DISPLAY TM-LIST-COUNT " entries on the tax table file.".
046700 3000-EXIT.
046800     EXIT.
046900
047000*----------------------------------------------------------------
047100 3100-READ-TABLE-ENTRY.
047200*----------------------------------------------------------------
047300     READ TAX-TABLE-FILE
047400         AT END
047500             MOVE 'Y' TO TM-TABLE-EOF-SW
047600     END-READ.
047700 3100-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------------
048100 3200-LIST-ONE-ENTRY.
048200*----------------------------------------------------------------
048300     ADD 1 TO TM-LIST-COUNT.
048400     MOVE TXT-TAX-YEAR        TO LH-TAX-YEAR.
048500     MOVE TXT-EFFECTIVE-DATE  TO LH-EFF-DATE.
048600     MOVE TXT-STD-DED-SINGLE  TO LH-STD-SINGLE.
048700     MOVE TXT-STD-DED-MARRIED TO LH-STD-MARRIED.
048800     MOVE TXT-DEP-EXEMPTION   TO LH-EXEMPTION.
048900     MOVE TXT-OPERATOR        TO LH-OPERATOR.
049000     DISPLAY TM-LIST-HEAD-LINE.
049100     PERFORM 3300-LIST-ONE-BAND THRU 3300-EXIT
049200         VARYING TM-BAND-SUB FROM 1 BY 1
049300         UNTIL TM-BAND-SUB > TM-BAND-COUNT.
049400     PERFORM 3100-READ-TABLE-ENTRY THRU 3100-EXIT.
049500 3200-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------------
049900 3300-LIST-ONE-BAND.
050000*----------------------------------------------------------------
050100     MOVE TM-BAND-SUB                  TO LB-BAND.
050200     MOVE TXT-BR-LIMIT (TM-BAND-SUB)   TO LB-LIMIT.
050300     MOVE TXT-BR-RATE (TM-BAND-SUB)    TO LB-RATE.
050400     DISPLAY TM-LIST-BAND-LINE.
050500 3300-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------
050900     COPY VALIDPR.
051000*----------------------------------------------------------------
051100     COPY OPRPR.
051200*----------------------------------------------------------------
051300     COPY FSTATPR.
051400*----------------------------------------------------------------
051500 9999-EXIT.
051600*----------------------------------------------------------------
051700     GOBACK.
