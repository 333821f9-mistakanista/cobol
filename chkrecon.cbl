000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHKRECON.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/14/2026.
000600 DATE-COMPILED.  09/14/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  PAPER CHECK RECONCILIATION AND CONTROL.  TAX PRINTS A
000900*           CHECK FOR EVERY EMPLOYEE WITHOUT BANK DETAILS AND
001000*           WRITES IT TO THE CHECK REGISTER (CHKREG, SEE CKRREC).
001100*           THIS PROGRAM READS THE BANK'S PAID-CHECKS FILE
001200*           (PAIDCHK), MARKS EACH CHECK IT SHOWS AS CLEARED, AND
001300*           REPORTS ON CHKRECRP EVERY PAID ITEM IT COULD NOT
001400*           CLEAR CLEANLY - PAID BUT NEVER ISSUED, PAID AFTER A
001500*           VOID, PAID TWICE, OR PAID FOR A DIFFERENT AMOUNT - AND
001600*           THEN EVERY CHECK STILL OUTSTANDING MORE THAN 90 DAYS
001700*           AFTER ISSUE.  A SUPERVISOR CAN VOID AN OUTSTANDING
001800*           CHECK AND REISSUE IT UNDER A NEW NUMBER, AND LOADS
001900*           THE NUMBER RANGE OF NEW CHECK STOCK ONTO THE CHECK
002000*           CONTROL FILE (CHKCTL, SEE CKCREC).
002100*----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 09/14/2026  RLM  ORIGINAL PROGRAM - BANK RECONCILIATION OF THE
002600*                  CHECK REGISTER AT LEVEL 2, VOID AND REISSUE
002700*                  AND CHECK STOCK LOADING AT LEVEL 3, BEHIND THE
002800*                  SHARED OPRWS/OPRPR SIGN-ON.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
003700                            ORGANIZATION IS INDEXED
003800                            ACCESS MODE IS DYNAMIC
003900                            RECORD KEY IS CKR-CHECK-NO
004000                            FILE STATUS IS CR-CKR-STATUS.
004100     SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK"
004200                            ORGANIZATION IS SEQUENTIAL
004300                            FILE STATUS IS CR-PAID-STATUS.
004400     SELECT RECON-REPORT-FILE ASSIGN TO "CHKRECRP"
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS CR-REPORT-STATUS.
004700     SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
004800                            ORGANIZATION IS LINE SEQUENTIAL
004900                            FILE STATUS IS CR-CKC-STATUS.
005000     SELECT CHECK-PRINT-FILE ASSIGN TO "CHKPRT"
005100                            ORGANIZATION IS LINE SEQUENTIAL
005200                            FILE STATUS IS CR-CKP-STATUS.
005300     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
005400                            ORGANIZATION IS INDEXED
005500                            ACCESS MODE IS DYNAMIC
005600                            RECORD KEY IS OPR-ID
005700                            FILE STATUS IS OPR-FILE-STATUS.
005800     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
005900                            ORGANIZATION IS LINE SEQUENTIAL
006000                            FILE STATUS IS OPR-SESS-STATUS.
006100     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
006200                            ORGANIZATION IS LINE SEQUENTIAL
006300                            FILE STATUS IS FST-JOB-LOG-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600*----------------------------------------------------------------
006700* CHECK REGISTER - ONE RECORD PER PAPER CHECK, KEYED BY NUMBER
006800*----------------------------------------------------------------
006900 FD  CHECK-REGISTER-FILE.
007000     COPY CKRREC.
007100
007200*----------------------------------------------------------------
007300* BANK'S PAID-CHECKS FILE - ONE FIXED-FORMAT RECORD PER CHECK THE
007400* BANK HAS PAID SINCE ITS LAST FILE
007500*----------------------------------------------------------------
007600 FD  PAID-CHECK-FILE
007700     RECORDING MODE IS F.
007800 01  PAID-CHECK-RECORD.
007900     05  PCK-CHECK-NO           PIC 9(08).
008000     05  PCK-AMOUNT             PIC 9(07)V99.
008100     05  PCK-PAID-DATE          PIC 9(06).
008200     05  FILLER                 PIC X(17).
008300
008400*----------------------------------------------------------------
008500* RECONCILIATION REPORT - EXCEPTIONS, TOTALS, AND THE CHECKS
008600* OUTSTANDING PAST 90 DAYS
008700*----------------------------------------------------------------
008800 FD  RECON-REPORT-FILE.
008900 01  RECON-REPORT-LINE          PIC X(80).
009000
009100*----------------------------------------------------------------
009200* CHECK NUMBER CONTROL AND THE CHECK PRINT FILE, FOR REISSUES
009300*----------------------------------------------------------------
009400 FD  CHECK-CONTROL-FILE.
009500     COPY CKCREC.
009600
009700 FD  CHECK-PRINT-FILE.
009800 01  CHECK-PRINT-LINE           PIC X(80).
009900
010000*----------------------------------------------------------------
010100* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG
010200*----------------------------------------------------------------
010300 FD  OPERATOR-FILE.
010400     COPY OPRREC.
010500
010600 FD  OPR-SESSION-FILE.
010700 01  OPR-SESSION-LINE           PIC X(80).
010800
010900 FD  JOB-LOG-FILE.
011000 01  JOB-LOG-LINE               PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300*----------------------------------------------------------------
011400* MENU SELECTION AND SESSION CONTROL
011500*----------------------------------------------------------------
011600 01  CR-MENU-CHOICE             PIC X(01).
011700     88  CR-CHOICE-RECONCILE                VALUE '1'.
011800     88  CR-CHOICE-VOID                     VALUE '2'.
011900     88  CR-CHOICE-STOCK                    VALUE '3'.
012000     88  CR-CHOICE-QUIT                     VALUE '4'.
012100     88  CR-CHOICE-VALID        VALUE '1' '2' '3' '4'.
012200 01  CR-DONE-SW                 PIC X(01) VALUE 'N'.
012300     88  CR-DONE                            VALUE 'Y'.
012400 01  CR-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
012500     88  CR-CHOICE-OK                       VALUE 'Y'.
012600 01  CR-ANSWER                  PIC X(01).
012700     88  CR-ANSWER-YES                      VALUE 'Y' 'y'.
012800
012900 01  CR-CKR-STATUS              PIC X(02).
013000     88  CR-CKR-FILE-MISSING                VALUE '35'.
013100 01  CR-PAID-STATUS             PIC X(02).
013200     88  CR-PAID-FILE-MISSING               VALUE '35'.
013300 01  CR-REPORT-STATUS           PIC X(02).
013400 01  CR-CKC-STATUS              PIC X(02).
013500     88  CR-CKC-FILE-MISSING                VALUE '35'.
013600 01  CR-CKP-STATUS              PIC X(02).
013700     88  CR-CKP-FILE-MISSING                VALUE '35'.
013800 01  CR-SWITCHES.
013900     05  CR-PAID-EOF-SW         PIC X(01) VALUE 'N'.
014000         88  CR-PAID-EOF                    VALUE 'Y'.
014100     05  CR-CKR-EOF-SW          PIC X(01) VALUE 'N'.
014200         88  CR-CKR-EOF                     VALUE 'Y'.
014300     05  CR-CKC-EOF-SW          PIC X(01) VALUE 'N'.
014400         88  CR-CKC-EOF                     VALUE 'Y'.
014500     05  CR-FIELD-OK-SW         PIC X(01) VALUE 'N'.
014600         88  CR-FIELD-OK                    VALUE 'Y'.
014700     05  CR-REISSUE-SW          PIC X(01) VALUE 'N'.
014800         88  CR-REISSUE                     VALUE 'Y'.
014900
015000*----------------------------------------------------------------
015100* RECONCILIATION COUNTS AND TOTALS
015200*----------------------------------------------------------------
015300 01  CR-PAID-COUNT              PIC 9(05) VALUE ZERO.
015400 01  CR-CLEARED-COUNT           PIC 9(05) VALUE ZERO.
015500 01  CR-CLEARED-TOTAL           PIC 9(09)V99 VALUE ZERO.
015600 01  CR-EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
015700 01  CR-OUTSTANDING-COUNT       PIC 9(05) VALUE ZERO.
015800 01  CR-OUTSTANDING-TOTAL       PIC 9(09)V99 VALUE ZERO.
015900
016000*----------------------------------------------------------------
016100* AGING ARITHMETIC - EVERY DATE IS COUNTED AS YEARS TIMES 365
016200* PLUS MONTHS TIMES 30 PLUS DAYS, THE SAME ROUGH-CALENDAR
016300* TREATMENT REJFIX USES TO AGE ITS REJECTS, SO ONE SUBTRACT
016400* DECIDES A CHECK'S AGE IN DAYS.
016500*----------------------------------------------------------------
016600 01  CR-OUTSTANDING-DAYS        PIC 9(03) VALUE 90.
016700 01  CR-TODAY                   PIC 9(06).
016800 01  CR-TODAY-R REDEFINES CR-TODAY.
016900     05  CR-TODAY-YY            PIC 9(02).
017000     05  CR-TODAY-MM            PIC 9(02).
017100     05  CR-TODAY-DD            PIC 9(02).
017200 01  CR-TODAY-INDEX             PIC S9(06) COMP.
017300 01  CR-ISSUE-INDEX             PIC S9(06) COMP.
017400 01  CR-AGE-DAYS                PIC S9(06) COMP.
017500
017600*----------------------------------------------------------------
017700* VOID AND REISSUE, AND CHECK STOCK LOADING - THE CHECK IN HAND,
017800* THE CURRENT RANGE FROM THE LAST CHKCTL RECORD, AND THE NEW
017900* RANGE BEING TAKEN
018000*----------------------------------------------------------------
018100 01  CR-CHECK-NO                PIC 9(08).
018200 01  CR-NEW-CHECK-NO            PIC 9(08).
018300 01  CR-OLD-EMP-ID              PIC 9(06).
018400 01  CR-OLD-EMP-NAME            PIC X(25).
018500 01  CR-OLD-AMOUNT              PIC 9(07)V99.
018600 01  CR-SHOW-AMOUNT             PIC Z(6)9.99.
018700 01  CR-CKC-FIRST-NO            PIC 9(08) VALUE ZERO.
018800 01  CR-CKC-LAST-NO             PIC 9(08) VALUE ZERO.
018900 01  CR-CKC-NEXT-NO             PIC 9(08) VALUE ZERO.
019000 01  CR-NEW-FIRST-NO            PIC 9(08).
019100 01  CR-NEW-LAST-NO             PIC 9(08).
019200
019300*----------------------------------------------------------------
019400* REPORT LINES
019500*----------------------------------------------------------------
019600 01  CR-REPORT-HEADING.
019700     05  FILLER                 PIC X(35) VALUE
019800         "CHECK RECONCILIATION - RUN DATE".
019900     05  CH-DATE                PIC 9(06).
020000     05  FILLER                 PIC X(39) VALUE SPACES.
020100
020200 01  CR-EXCEPTION-HEADING.
020300     05  FILLER                 PIC X(40) VALUE
020400         "PAID CHECKS NOT CLEARED CLEANLY".
020500     05  FILLER                 PIC X(40) VALUE SPACES.
020600
020700 01  CR-EXCEPTION-COLUMNS.
020800     05  FILLER                 PIC X(40) VALUE
020900         "CHECK NO  EMP ID      ISSUED        PAID".
021000     05  FILLER                 PIC X(40) VALUE
021100         "  PAID ON REASON".
021200
021300 01  CR-EXCEPTION-LINE.
021400     05  CE-CHECK-NO            PIC 9(08).
021500     05  FILLER                 PIC X(02) VALUE SPACES.
021600     05  CE-EMP-ID              PIC Z(5)9 BLANK WHEN ZERO.
021700     05  FILLER                 PIC X(02) VALUE SPACES.
021800     05  CE-ISSUED              PIC Z(6)9.99 BLANK WHEN ZERO.
021900     05  FILLER                 PIC X(02) VALUE SPACES.
022000     05  CE-PAID                PIC Z(6)9.99.
022100     05  FILLER                 PIC X(02) VALUE SPACES.
022200     05  CE-PAID-DATE           PIC 9(06).
022300     05  FILLER                 PIC X(01) VALUE SPACES.
022400     05  CE-REASON              PIC X(20).
022500     05  FILLER                 PIC X(11) VALUE SPACES.
022600
022700 01  CR-RECON-TOTAL-LINE.
022800     05  FILLER                 PIC X(11) VALUE "PAID ITEMS ".
022900     05  CT-PAID-COUNT          PIC Z(4)9.
023000     05  FILLER                 PIC X(09) VALUE " CLEARED ".
023100     05  CT-CLEARED-COUNT       PIC Z(4)9.
023200     05  FILLER                 PIC X(07) VALUE " TOTAL ".
023300     05  CT-CLEARED-TOTAL       PIC Z(8)9.99.
023400     05  FILLER                 PIC X(12) VALUE " EXCEPTIONS ".
023500     05  CT-EXCEPTION-COUNT     PIC Z(4)9.
023600     05  FILLER                 PIC X(14) VALUE SPACES.
023700
023800 01  CR-NO-PAID-LINE.
023900     05  FILLER                 PIC X(40) VALUE
024000         "NO PAID-CHECKS FILE FROM THE BANK - NOTH".
024100     05  FILLER                 PIC X(40) VALUE
024200         "ING CLEARED.".
024300
024400 01  CR-OUTSTANDING-HEADING.
024500     05  FILLER                 PIC X(29) VALUE
024600         "CHECKS OUTSTANDING MORE THAN".
024700     05  CO-HEAD-DAYS           PIC ZZ9.
024800     05  FILLER                 PIC X(48) VALUE " DAYS".
024900
025000 01  CR-OUTSTANDING-COLUMNS.
025100     05  FILLER                 PIC X(40) VALUE
025200         "CHECK NO  EMP ID  NAME".
025300     05  FILLER                 PIC X(40) VALUE
025400         "          AMOUNT  ISSUED   AGE".
025500
025600 01  CR-OUTSTANDING-LINE.
025700     05  CO-CHECK-NO            PIC 9(08).
025800     05  FILLER                 PIC X(02) VALUE SPACES.
025900     05  CO-EMP-ID              PIC 9(06).
026000     05  FILLER                 PIC X(02) VALUE SPACES.
026100     05  CO-EMP-NAME            PIC X(25).
026200     05  FILLER                 PIC X(02) VALUE SPACES.
026300     05  CO-AMOUNT              PIC Z(6)9.99.
026400     05  FILLER                 PIC X(02) VALUE SPACES.
026500     05  CO-ISSUE-DATE          PIC 9(06).
026600     05  FILLER                 PIC X(02) VALUE SPACES.
026700     05  CO-AGE                 PIC ZZZ9.
026800     05  FILLER                 PIC X(11) VALUE SPACES.
026900
027000 01  CR-OUTSTANDING-TOTAL-LINE.
027100     05  FILLER                 PIC X(19) VALUE
027200         "OUTSTANDING CHECKS ".
027300     05  CO-TOTAL-COUNT         PIC Z(4)9.
027400     05  FILLER                 PIC X(07) VALUE " TOTAL ".
027500     05  CO-TOTAL-AMOUNT        PIC Z(8)9.99.
027600     05  FILLER                 PIC X(37) VALUE SPACES.
027700
027800     COPY CKPWS.
027900
028000     COPY VALIDWS.
028100
028200     COPY OPRWS.
028300
028400     COPY FSTATWS.
028500
028600 PROCEDURE DIVISION.
028700*----------------------------------------------------------------
028800 0000-MAINLINE.
028900*----------------------------------------------------------------
029000     MOVE "CHKRECON" TO FST-PROGRAM-ID.
029100     PERFORM 9300-SIGN-ON THRU 9300-EXIT.
029200     IF NOT OPR-SIGNED-ON
029300         GO TO 9999-EXIT
029400     END-IF.
029500     MOVE 2 TO OPR-REQUIRED-LEVEL.
029600     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
029700     IF OPR-ACCESS-DENIED
029800         GO TO 9999-EXIT
029900     END-IF.
030000     PERFORM 1000-MENU-CYCLE THRU 1000-EXIT
030100         UNTIL CR-DONE.
030200     GO TO 9999-EXIT.
030300
030400*----------------------------------------------------------------
030500 1000-MENU-CYCLE.
030600*----------------------------------------------------------------
030700     PERFORM 1100-GET-MENU-CHOICE THRU 1100-EXIT.
030800     EVALUATE TRUE
030900         WHEN CR-CHOICE-QUIT
031000             MOVE 'Y' TO CR-DONE-SW
031100         WHEN CR-CHOICE-RECONCILE
031200             PERFORM 2000-RECONCILE THRU 2000-EXIT
031300         WHEN CR-CHOICE-VOID
031400             PERFORM 3000-VOID-CHECK THRU 3000-EXIT
031500         WHEN CR-CHOICE-STOCK
031600             PERFORM 4000-LOAD-CHECK-STOCK THRU 4000-EXIT
031700     END-EVALUATE.
031800 1000-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------------
032200 1100-GET-MENU-CHOICE.
032300*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE FOUR VALID
032400*     MENU CHOICES.
032500*----------------------------------------------------------------
032600     MOVE 'N' TO CR-CHOICE-OK-SW.
032700     PERFORM 1150-PROMPT-FOR-CHOICE THRU 1150-EXIT
032800         UNTIL CR-CHOICE-OK.
032900 1100-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------
033300 1150-PROMPT-FOR-CHOICE.
033400*----------------------------------------------------------------
033500     DISPLAY " ".
033600     DISPLAY "PAYROLL SYSTEMS GROUP - CHECK RECONCILIATION".
033700     DISPLAY "1 - RECONCILE THE BANK'S PAID-CHECKS FILE".
033800     DISPLAY "2 - VOID AND REISSUE A CHECK".
033900     DISPLAY "3 - LOAD NEW CHECK STOCK".
034000     DISPLAY "4 - QUIT".
034100     DISPLAY "Please enter your choice?".
034200     ACCEPT CR-MENU-CHOICE.
034300     IF NOT CR-CHOICE-VALID
034400         DISPLAY "Not a valid choice - please try again."
034500     ELSE
034600         MOVE 'Y' TO CR-CHOICE-OK-SW
034700     END-IF.
034800 1150-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------------
035200 2000-RECONCILE.
035300*     CLEAR EVERY CHECK ON THE BANK'S PAID-CHECKS FILE, LISTING
035400*     THE ITEMS THAT DO NOT CLEAR CLEANLY, THEN LIST THE CHECKS
035500*     STILL OUTSTANDING PAST THE AGE LIMIT.  A MISSING REGISTER
035600*     MEANS NO CHECK HAS EVER BEEN ISSUED - IT IS CREATED SO
035700*     EVERY PAID ITEM REPORTS AS NOT ISSUED.
035800*----------------------------------------------------------------
035900     ACCEPT CR-TODAY FROM DATE.
036000     MOVE ZERO TO CR-PAID-COUNT.
036100     MOVE ZERO TO CR-CLEARED-COUNT.
036200     MOVE ZERO TO CR-CLEARED-TOTAL.
036300     MOVE ZERO TO CR-EXCEPTION-COUNT.
036400     OPEN I-O CHECK-REGISTER-FILE.
036500     IF CR-CKR-FILE-MISSING
036600         OPEN OUTPUT CHECK-REGISTER-FILE
036700         CLOSE CHECK-REGISTER-FILE
036800         OPEN I-O CHECK-REGISTER-FILE
036900     END-IF.
037000     MOVE "CHKREG  " TO FST-FILE-NAME.
037100     MOVE "OPEN    " TO FST-OPERATION.
037200     MOVE CR-CKR-STATUS TO FST-STATUS.
037300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
037400     OPEN OUTPUT RECON-REPORT-FILE.
037500     MOVE "CHKRECRP" TO FST-FILE-NAME.
037600     MOVE CR-REPORT-STATUS TO FST-STATUS.
037700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
037800     MOVE CR-TODAY TO CH-DATE.
037900     WRITE RECON-REPORT-LINE FROM CR-REPORT-HEADING.
038000     MOVE SPACES TO RECON-REPORT-LINE.
038100     WRITE RECON-REPORT-LINE.
038200     PERFORM 2100-CLEAR-PAID-CHECKS THRU 2100-EXIT.
038300     MOVE SPACES TO RECON-REPORT-LINE.
038400     WRITE RECON-REPORT-LINE.
038500     PERFORM 2500-LIST-OUTSTANDING THRU 2500-EXIT.
038600     CLOSE CHECK-REGISTER-FILE
038700           RECON-REPORT-FILE.
038800     DISPLAY CR-PAID-COUNT " paid items, " CR-CLEARED-COUNT
038900             " cleared, " CR-EXCEPTION-COUNT " exceptions, "
039000             CR-OUTSTANDING-COUNT " outstanding past "
039100             CR-OUTSTANDING-DAYS " days - see CHKRECRP.".
039200 2000-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------------
039600 2100-CLEAR-PAID-CHECKS.
039700*----------------------------------------------------------------
039800     MOVE 'N' TO CR-PAID-EOF-SW.
039900     OPEN INPUT PAID-CHECK-FILE.
040000     IF CR-PAID-FILE-MISSING
040100         WRITE RECON-REPORT-LINE FROM CR-NO-PAID-LINE
040200         GO TO 2100-EXIT
040300     END-IF.
040400     MOVE "PAIDCHK " TO FST-FILE-NAME.
040500     MOVE "OPEN    " TO FST-OPERATION.
040600     MOVE CR-PAID-STATUS TO FST-STATUS.
040700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
040800     WRITE RECON-REPORT-LINE FROM CR-EXCEPTION-HEADING.
040900     WRITE RECON-REPORT-LINE FROM CR-EXCEPTION-COLUMNS.
041000     PERFORM 2110-READ-PAID THRU 2110-EXIT.
041100     PERFORM 2200-CLEAR-ONE-CHECK THRU 2200-EXIT
041200         UNTIL CR-PAID-EOF.
041300     CLOSE PAID-CHECK-FILE.
041400     MOVE CR-PAID-COUNT      TO CT-PAID-COUNT.
041500     MOVE CR-CLEARED-COUNT   TO CT-CLEARED-COUNT.
041600     MOVE CR-CLEARED-TOTAL   TO CT-CLEARED-TOTAL.
041700     MOVE CR-EXCEPTION-COUNT TO CT-EXCEPTION-COUNT.
041800     WRITE RECON-REPORT-LINE FROM CR-RECON-TOTAL-LINE.
041900     MOVE "CHKRECRP" TO FST-FILE-NAME.
042000     MOVE "WRITE   " TO FST-OPERATION.
042100     MOVE CR-REPORT-STATUS TO FST-STATUS.
042200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
042300 2100-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------------
042700 2110-READ-PAID.
042800*----------------------------------------------------------------
042900     READ PAID-CHECK-FILE
043000         AT END
043100             MOVE 'Y' TO CR-PAID-EOF-SW
043200     END-READ.
043300 2110-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------------
043700 2200-CLEAR-ONE-CHECK.
043800*     AN ISSUED CHECK IS CLEARED WITH THE AMOUNT AND DATE THE
043900*     BANK PAID.  ONE PAID FOR A DIFFERENT AMOUNT IS STILL
044000*     CLEARED - THE BANK HAS PAID IT - BUT IS LISTED SO THE
044100*     DIFFERENCE CAN BE TAKEN UP WITH THE BANK.  NOTHING ELSE
044200*     IS CHANGED ON THE REGISTER.
044300*----------------------------------------------------------------
044400     ADD 1 TO CR-PAID-COUNT.
044500     MOVE PCK-CHECK-NO  TO CE-CHECK-NO.
044600     MOVE PCK-AMOUNT    TO CE-PAID.
044700     MOVE PCK-PAID-DATE TO CE-PAID-DATE.
044800     MOVE ZERO          TO CE-EMP-ID.
044900     MOVE ZERO          TO CE-ISSUED.
045000     MOVE PCK-CHECK-NO  TO CKR-CHECK-NO.
045100     READ CHECK-REGISTER-FILE
045200         INVALID KEY
045300             MOVE "PAID NOT ISSUED" TO CE-REASON
045400             PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
045500             GO TO 2200-READ-NEXT
045600     END-READ.
045700     MOVE CKR-EMP-ID TO CE-EMP-ID.
045800     MOVE CKR-AMOUNT TO CE-ISSUED.
045900     IF CKR-VOIDED
046000         MOVE "PAID AFTER VOID" TO CE-REASON
046100         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
046200         GO TO 2200-READ-NEXT
046300     END-IF.
046400     IF CKR-CLEARED
046500         MOVE "ALREADY CLEARED" TO CE-REASON
046600         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
046700         GO TO 2200-READ-NEXT
046800     END-IF.
046900     MOVE 'C'           TO CKR-STATUS.
047000     MOVE PCK-PAID-DATE TO CKR-CLEARED-DATE.
047100     MOVE PCK-AMOUNT    TO CKR-PAID-AMOUNT.
047200     REWRITE CHECK-REGISTER-RECORD.
047300     MOVE "CHKREG  " TO FST-FILE-NAME.
047400     MOVE "REWRITE " TO FST-OPERATION.
047500     MOVE CR-CKR-STATUS TO FST-STATUS.
047600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
047700     ADD 1          TO CR-CLEARED-COUNT.
047800     ADD PCK-AMOUNT TO CR-CLEARED-TOTAL.
047900     IF PCK-AMOUNT NOT = CKR-AMOUNT
048000         MOVE "AMOUNT MISMATCH" TO CE-REASON
048100         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
048200     END-IF.
048300 2200-READ-NEXT.
048400     PERFORM 2110-READ-PAID THRU 2110-EXIT.
048500 2200-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------
048900 2300-WRITE-EXCEPTION.
049000*----------------------------------------------------------------
049100     WRITE RECON-REPORT-LINE FROM CR-EXCEPTION-LINE.
049200     MOVE "CHKRECRP" TO FST-FILE-NAME.
049300     MOVE "WRITE   " TO FST-OPERATION.
049400     MOVE CR-REPORT-STATUS TO FST-STATUS.
049500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
049600     ADD 1 TO CR-EXCEPTION-COUNT.
049700 2300-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------------
050100 2500-LIST-OUTSTANDING.
050200*     WALK THE WHOLE REGISTER IN CHECK NUMBER ORDER, LISTING
050300*     EVERY CHECK STILL ISSUED AND OLDER THAN THE AGE LIMIT.
050400*----------------------------------------------------------------
050500     MOVE ZERO TO CR-OUTSTANDING-COUNT.
050600     MOVE ZERO TO CR-OUTSTANDING-TOTAL.
050700     MOVE 'N'  TO CR-CKR-EOF-SW.
050800     COMPUTE CR-TODAY-INDEX =
050900         (CR-TODAY-YY * 365) + (CR-TODAY-MM * 30) + CR-TODAY-DD.
051000     MOVE CR-OUTSTANDING-DAYS TO CO-HEAD-DAYS.
051100     WRITE RECON-REPORT-LINE FROM CR-OUTSTANDING-HEADING.
051200     WRITE RECON-REPORT-LINE FROM CR-OUTSTANDING-COLUMNS.
051300     MOVE ZERO TO CKR-CHECK-NO.
051400     START CHECK-REGISTER-FILE KEY IS NOT LESS THAN CKR-CHECK-NO
051500         INVALID KEY
051600             MOVE 'Y' TO CR-CKR-EOF-SW
051700     END-START.
051800     IF NOT CR-CKR-EOF
051900         PERFORM 2510-READ-NEXT-CHECK THRU 2510-EXIT
052000     END-IF.
052100     PERFORM 2520-AGE-ONE-CHECK THRU 2520-EXIT
052200         UNTIL CR-CKR-EOF.
052300     MOVE CR-OUTSTANDING-COUNT TO CO-TOTAL-COUNT.
052400     MOVE CR-OUTSTANDING-TOTAL TO CO-TOTAL-AMOUNT.
052500     WRITE RECON-REPORT-LINE FROM CR-OUTSTANDING-TOTAL-LINE.
052600     MOVE "CHKRECRP" TO FST-FILE-NAME.
052700     MOVE "WRITE   " TO FST-OPERATION.
052800     MOVE CR-REPORT-STATUS TO FST-STATUS.
052900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
053000 2500-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------------
053400 2510-READ-NEXT-CHECK.
053500*----------------------------------------------------------------
053600     READ CHECK-REGISTER-FILE NEXT RECORD
053700         AT END
053800             MOVE 'Y' TO CR-CKR-EOF-SW
053900     END-READ.
054000 2510-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------------
054400 2520-AGE-ONE-CHECK.
054500*----------------------------------------------------------------
054600     IF NOT CKR-ISSUED
054700         GO TO 2520-READ-NEXT
054800     END-IF.
054900     COMPUTE CR-ISSUE-INDEX =
055000         (CKR-ISSUE-YY * 365) + (CKR-ISSUE-MM * 30)
055100         + CKR-ISSUE-DD.
055200     COMPUTE CR-AGE-DAYS = CR-TODAY-INDEX - CR-ISSUE-INDEX.
055300     IF CR-AGE-DAYS NOT > CR-OUTSTANDING-DAYS
055400         GO TO 2520-READ-NEXT
055500     END-IF.
055600     MOVE CKR-CHECK-NO   TO CO-CHECK-NO.
055700     MOVE CKR-EMP-ID     TO CO-EMP-ID.
055800     MOVE CKR-EMP-NAME   TO CO-EMP-NAME.
055900     MOVE CKR-AMOUNT     TO CO-AMOUNT.
056000     MOVE CKR-ISSUE-DATE TO CO-ISSUE-DATE.
056100     MOVE CR-AGE-DAYS    TO CO-AGE.
056200     WRITE RECON-REPORT-LINE FROM CR-OUTSTANDING-LINE.
056300     ADD 1          TO CR-OUTSTANDING-COUNT.
056400     ADD CKR-AMOUNT TO CR-OUTSTANDING-TOTAL.
056500 2520-READ-NEXT.
056600     PERFORM 2510-READ-NEXT-CHECK THRU 2510-EXIT.
056700 2520-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------------
057100 3000-VOID-CHECK.
057200*     SUPERVISOR ONLY.  AN OUTSTANDING CHECK IS VOIDED AND, IF
057300*     ASKED, REISSUED UNDER THE NEXT CHECK NUMBER FOR THE SAME
057400*     EMPLOYEE AND AMOUNT.  THE REPLACEMENT IS REGISTERED BEFORE
057500*     THE ORIGINAL IS VOIDED, SO A FAILED REISSUE VOIDS NOTHING.
057600*----------------------------------------------------------------
057700     MOVE 3 TO OPR-REQUIRED-LEVEL.
057800     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
057900     IF OPR-ACCESS-DENIED
058000         GO TO 3000-EXIT
058100     END-IF.
058200     ACCEPT CR-TODAY FROM DATE.
058300     MOVE 'N' TO CR-FIELD-OK-SW.
058400     PERFORM 3050-PROMPT-FOR-CHECK-NO THRU 3050-EXIT
058500         UNTIL CR-FIELD-OK.
058600     OPEN I-O CHECK-REGISTER-FILE.
058700     IF CR-CKR-FILE-MISSING
058800         DISPLAY "No checks have been issued yet."
058900         GO TO 3000-EXIT
059000     END-IF.
059100     MOVE "CHKREG  " TO FST-FILE-NAME.
059200     MOVE "OPEN    " TO FST-OPERATION.
059300     MOVE CR-CKR-STATUS TO FST-STATUS.
059400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
059500     MOVE CR-CHECK-NO TO CKR-CHECK-NO.
059600     READ CHECK-REGISTER-FILE
059700         INVALID KEY
059800             DISPLAY "Check " CR-CHECK-NO
059900                     " is not on the register."
060000             CLOSE CHECK-REGISTER-FILE
060100             GO TO 3000-EXIT
060200     END-READ.
060300     IF NOT CKR-ISSUED
060400         DISPLAY "Check " CR-CHECK-NO " is not outstanding - "
060500                 "status " CKR-STATUS " - it cannot be voided."
060600         CLOSE CHECK-REGISTER-FILE
060700         GO TO 3000-EXIT
060800     END-IF.
060900     MOVE CKR-EMP-ID   TO CR-OLD-EMP-ID.
061000     MOVE CKR-EMP-NAME TO CR-OLD-EMP-NAME.
061100     MOVE CKR-AMOUNT   TO CR-OLD-AMOUNT.
061200     MOVE CKR-AMOUNT   TO CR-SHOW-AMOUNT.
061300     DISPLAY "Check " CKR-CHECK-NO " issued " CKR-ISSUE-DATE
061400             " to " CKR-EMP-ID " " CKR-EMP-NAME.
061500     DISPLAY "Amount " CR-SHOW-AMOUNT.
061600     DISPLAY "Void this check - Y/N?".
061700     ACCEPT CR-ANSWER.
061800     IF NOT CR-ANSWER-YES
061900         DISPLAY "Nothing voided."
062000         CLOSE CHECK-REGISTER-FILE
062100         GO TO 3000-EXIT
062200     END-IF.
062300     MOVE 'N' TO CR-REISSUE-SW.
062400     MOVE ZERO TO CR-NEW-CHECK-NO.
062500     DISPLAY "Reissue a replacement check - Y/N?".
062600     ACCEPT CR-ANSWER.
062700     IF CR-ANSWER-YES
062800         PERFORM 3200-REGISTER-REPLACEMENT THRU 3200-EXIT
062900         IF NOT CR-REISSUE
063000             CLOSE CHECK-REGISTER-FILE
063100             GO TO 3000-EXIT
063200         END-IF
063300     END-IF.
063400     MOVE CR-CHECK-NO TO CKR-CHECK-NO.
063500     READ CHECK-REGISTER-FILE.
063600     MOVE "CHKREG  " TO FST-FILE-NAME.
063700     MOVE "READ    " TO FST-OPERATION.
063800     MOVE CR-CKR-STATUS TO FST-STATUS.
063900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
064000     MOVE 'V'             TO CKR-STATUS.
064100     MOVE CR-TODAY        TO CKR-VOID-DATE.
064200     MOVE OPR-SIGNED-ID   TO CKR-VOID-OPERATOR.
064300     MOVE CR-NEW-CHECK-NO TO CKR-REISSUED-AS.
064400     REWRITE CHECK-REGISTER-RECORD.
064500     MOVE "REWRITE " TO FST-OPERATION.
064600     MOVE CR-CKR-STATUS TO FST-STATUS.
064700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
064800     CLOSE CHECK-REGISTER-FILE.
064900     IF CR-REISSUE
065000         PERFORM 3300-PRINT-REPLACEMENT THRU 3300-EXIT
065100         DISPLAY "Check " CR-CHECK-NO " voided and replaced by "
065200                 "check " CR-NEW-CHECK-NO " on CHKPRT."
065300     ELSE
065400         DISPLAY "Check " CR-CHECK-NO " voided."
065500     END-IF.
065600 3000-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------------
066000 3050-PROMPT-FOR-CHECK-NO.
066100*----------------------------------------------------------------
066200     DISPLAY "Check number?".
066300     ACCEPT CR-CHECK-NO.
066400     MOVE CR-CHECK-NO TO VAL-NUMERIC-INPUT.
066500     MOVE 1           TO VAL-MIN-RANGE.
066600     MOVE 99999999    TO VAL-MAX-RANGE.
066700     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
066800     IF VAL-ERROR-FOUND
066900         DISPLAY VAL-ERROR-MESSAGE
067000     ELSE
067100         MOVE 'Y' TO CR-FIELD-OK-SW
067200     END-IF.
067300 3050-EXIT.
067400     EXIT.
067500
067600*----------------------------------------------------------------
067700 3200-REGISTER-REPLACEMENT.
067800*     TAKE THE NEXT NUMBER FROM THE CHECK STOCK AND REGISTER THE
067900*     REPLACEMENT AS ISSUED TODAY.  CR-REISSUE IS LEFT OFF IF
068000*     THERE IS NO NUMBER TO GIVE IT.
068100*----------------------------------------------------------------
068200     PERFORM 5000-LOAD-CHECK-CONTROL THRU 5000-EXIT.
068300     IF CR-CKC-NEXT-NO = ZERO
068400        OR CR-CKC-NEXT-NO > CR-CKC-LAST-NO
068500         DISPLAY "No check numbers left - load new check stock "
068600                 "first.  Nothing voided."
068700         GO TO 3200-EXIT
068800     END-IF.
068900     MOVE SPACES          TO CHECK-REGISTER-RECORD.
069000     MOVE CR-CKC-NEXT-NO  TO CKR-CHECK-NO.
069100     MOVE CR-OLD-EMP-ID   TO CKR-EMP-ID.
069200     MOVE CR-OLD-EMP-NAME TO CKR-EMP-NAME.
069300     MOVE CR-OLD-AMOUNT   TO CKR-AMOUNT.
069400     MOVE CR-TODAY        TO CKR-ISSUE-DATE.
069500     MOVE 'R'             TO CKR-SOURCE.
069600     MOVE 'I'             TO CKR-STATUS.
069700     MOVE ZERO            TO CKR-CLEARED-DATE.
069800     MOVE ZERO            TO CKR-PAID-AMOUNT.
069900     MOVE ZERO            TO CKR-VOID-DATE.
070000     MOVE CR-CHECK-NO     TO CKR-REISSUE-OF.
070100     MOVE ZERO            TO CKR-REISSUED-AS.
070200     WRITE CHECK-REGISTER-RECORD
070300         INVALID KEY
070400             DISPLAY "Check " CR-CKC-NEXT-NO " is already on the "
070500                     "register - check CHKCTL.  Nothing voided."
070600             GO TO 3200-EXIT
070700     END-WRITE.
070800     MOVE "CHKREG  " TO FST-FILE-NAME.
070900     MOVE "WRITE   " TO FST-OPERATION.
071000     MOVE CR-CKR-STATUS TO FST-STATUS.
071100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
071200     MOVE CR-CKC-NEXT-NO TO CR-NEW-CHECK-NO.
071300     ADD 1 TO CR-CKC-NEXT-NO.
071400     PERFORM 5100-SAVE-CHECK-CONTROL THRU 5100-EXIT.
071500     MOVE 'Y' TO CR-REISSUE-SW.
071600 3200-EXIT.
071700     EXIT.
071800
071900*----------------------------------------------------------------
072000 3300-PRINT-REPLACEMENT.
072100*     ADD THE REPLACEMENT TO THE CHECK PRINT FILE, CREATING IT
072200*     IF NO CHECKS ARE WAITING TO PRINT.
072300*----------------------------------------------------------------
072400     OPEN EXTEND CHECK-PRINT-FILE.
072500     IF CR-CKP-FILE-MISSING
072600         OPEN OUTPUT CHECK-PRINT-FILE
072700         CLOSE CHECK-PRINT-FILE
072800         OPEN EXTEND CHECK-PRINT-FILE
072900     END-IF.
073000     MOVE "CHKPRT  " TO FST-FILE-NAME.
073100     MOVE "OPEN    " TO FST-OPERATION.
073200     MOVE CR-CKP-STATUS TO FST-STATUS.
073300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
073400     MOVE CR-NEW-CHECK-NO TO CKP-CHECK-NO.
073500     MOVE CR-TODAY        TO CKP-DATE.
073600     MOVE CR-OLD-EMP-NAME TO CKP-PAYEE.
073700     MOVE CR-OLD-AMOUNT   TO CKP-AMOUNT.
073800     MOVE CR-OLD-EMP-ID   TO CKP-EMP-ID.
073900     MOVE SPACES          TO CKP-MEMO.
074000     STRING "REISSUE OF " CR-CHECK-NO
074100         DELIMITED BY SIZE INTO CKP-MEMO.
074200     WRITE CHECK-PRINT-LINE FROM CKP-NUMBER-LINE.
074300     WRITE CHECK-PRINT-LINE FROM CKP-PAYEE-LINE.
074400     WRITE CHECK-PRINT-LINE FROM CKP-MEMO-LINE.
074500     WRITE CHECK-PRINT-LINE FROM CKP-TEAR-LINE.
074600     MOVE "WRITE   " TO FST-OPERATION.
074700     MOVE CR-CKP-STATUS TO FST-STATUS.
074800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
074900     CLOSE CHECK-PRINT-FILE.
075000 3300-EXIT.
075100     EXIT.
075200
075300*----------------------------------------------------------------
075400 4000-LOAD-CHECK-STOCK.
075500*     SUPERVISOR ONLY.  A NEW RANGE MUST START AFTER EVERY NUMBER
075600*     ALREADY HANDED OUT, SO NO CHECK NUMBER IS EVER USED TWICE.
075700*----------------------------------------------------------------
075800     MOVE 3 TO OPR-REQUIRED-LEVEL.
075900     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
076000     IF OPR-ACCESS-DENIED
076100         GO TO 4000-EXIT
076200     END-IF.
076300     PERFORM 5000-LOAD-CHECK-CONTROL THRU 5000-EXIT.
076400     IF CR-CKC-NEXT-NO NOT = ZERO
076500         DISPLAY "Current stock " CR-CKC-FIRST-NO " to "
076600                 CR-CKC-LAST-NO ", next check " CR-CKC-NEXT-NO "."
076700     END-IF.
076800     MOVE 'N' TO CR-FIELD-OK-SW.
076900     PERFORM 4100-PROMPT-FOR-RANGE THRU 4100-EXIT
077000         UNTIL CR-FIELD-OK.
077100     DISPLAY "Load checks " CR-NEW-FIRST-NO " to " CR-NEW-LAST-NO
077200             " - Y/N?".
077300     ACCEPT CR-ANSWER.
077400     IF NOT CR-ANSWER-YES
077500         DISPLAY "Nothing loaded."
077600         GO TO 4000-EXIT
077700     END-IF.
077800     MOVE CR-NEW-FIRST-NO TO CR-CKC-FIRST-NO.
077900     MOVE CR-NEW-LAST-NO  TO CR-CKC-LAST-NO.
078000     MOVE CR-NEW-FIRST-NO TO CR-CKC-NEXT-NO.
078100     PERFORM 5100-SAVE-CHECK-CONTROL THRU 5100-EXIT.
078200     DISPLAY "Check stock " CR-NEW-FIRST-NO " to " CR-NEW-LAST-NO
078300             " loaded.".
078400 4000-EXIT.
078500     EXIT.
078600
078700*----------------------------------------------------------------
078800 4100-PROMPT-FOR-RANGE.
078900*----------------------------------------------------------------
079000     DISPLAY "First check number on the new stock?".
079100     ACCEPT CR-NEW-FIRST-NO.
079200     MOVE CR-NEW-FIRST-NO TO VAL-NUMERIC-INPUT.
079300     MOVE 1               TO VAL-MIN-RANGE.
079400     MOVE 99999999        TO VAL-MAX-RANGE.
079500     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
079600     IF VAL-ERROR-FOUND
079700         DISPLAY VAL-ERROR-MESSAGE
079800         GO TO 4100-EXIT
079900     END-IF.
080000     IF CR-CKC-NEXT-NO NOT = ZERO
080100        AND CR-NEW-FIRST-NO < CR-CKC-NEXT-NO
080200         DISPLAY "New stock must start at or after check "
080300                 CR-CKC-NEXT-NO "."
080400         GO TO 4100-EXIT
080500     END-IF.
080600     DISPLAY "Last check number on the new stock?".
080700     ACCEPT CR-NEW-LAST-NO.
080800     MOVE CR-NEW-LAST-NO TO VAL-NUMERIC-INPUT.
080900     MOVE CR-NEW-FIRST-NO TO VAL-MIN-RANGE.
081000     MOVE 99999999        TO VAL-MAX-RANGE.
081100     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
081200     IF VAL-ERROR-FOUND
081300         DISPLAY VAL-ERROR-MESSAGE
081400     ELSE
081500         MOVE 'Y' TO CR-FIELD-OK-SW
081600     END-IF.
081700 4100-EXIT.
081800     EXIT.
081900
082000*----------------------------------------------------------------
082100 5000-LOAD-CHECK-CONTROL.
082200*     THE LAST RECORD ON CHKCTL IS THE CURRENT RANGE.  NO FILE
082300*     MEANS NO CHECK STOCK HAS EVER BEEN LOADED.
082400*----------------------------------------------------------------
082500     MOVE ZERO TO CR-CKC-FIRST-NO.
082600     MOVE ZERO TO CR-CKC-LAST-NO.
082700     MOVE ZERO TO CR-CKC-NEXT-NO.
082800     MOVE 'N'  TO CR-CKC-EOF-SW.
082900     OPEN INPUT CHECK-CONTROL-FILE.
083000     IF CR-CKC-FILE-MISSING
083100         GO TO 5000-EXIT
083200     END-IF.
083300     MOVE "CHKCTL  " TO FST-FILE-NAME.
083400     MOVE "OPEN    " TO FST-OPERATION.
083500     MOVE CR-CKC-STATUS TO FST-STATUS.
083600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
083700     PERFORM 5010-READ-CHECK-CONTROL THRU 5010-EXIT.
083800     PERFORM 5020-TRACK-CHECK-CONTROL THRU 5020-EXIT
083900         UNTIL CR-CKC-EOF.
084000     CLOSE CHECK-CONTROL-FILE.
084100 5000-EXIT.
084200     EXIT.
084300
084400*----------------------------------------------------------------
084500 5010-READ-CHECK-CONTROL.
084600*----------------------------------------------------------------
084700     READ CHECK-CONTROL-FILE
084800         AT END
084900             MOVE 'Y' TO CR-CKC-EOF-SW
085000     END-READ.
085100 5010-EXIT.
085200     EXIT.
085300
085400*----------------------------------------------------------------
085500 5020-TRACK-CHECK-CONTROL.
085600*----------------------------------------------------------------
085700     MOVE CKC-FIRST-NO TO CR-CKC-FIRST-NO.
085800     MOVE CKC-LAST-NO  TO CR-CKC-LAST-NO.
085900     MOVE CKC-NEXT-NO  TO CR-CKC-NEXT-NO.
086000     PERFORM 5010-READ-CHECK-CONTROL THRU 5010-EXIT.
086100 5020-EXIT.
086200     EXIT.
086300
086400*----------------------------------------------------------------
086500 5100-SAVE-CHECK-CONTROL.
086600*     APPEND THE RANGE AND NEXT NUMBER AS THE NEW CURRENT RECORD.
086700*----------------------------------------------------------------
086800     MOVE SPACES          TO CHECK-CONTROL-RECORD.
086900     MOVE CR-CKC-FIRST-NO TO CKC-FIRST-NO.
087000     MOVE CR-CKC-LAST-NO  TO CKC-LAST-NO.
087100     MOVE CR-CKC-NEXT-NO  TO CKC-NEXT-NO.
087200     MOVE "CHKRECON"      TO CKC-SOURCE.
087300     MOVE OPR-SIGNED-ID   TO CKC-OPERATOR.
087400     ACCEPT CKC-ENTERED-DATE FROM DATE.
087500     ACCEPT CKC-ENTERED-TIME FROM TIME.
087600     OPEN EXTEND CHECK-CONTROL-FILE.
087700     IF CR-CKC-FILE-MISSING
087800         OPEN OUTPUT CHECK-CONTROL-FILE
087900         CLOSE CHECK-CONTROL-FILE
088000         OPEN EXTEND CHECK-CONTROL-FILE
088100     END-IF.
088200     MOVE "CHKCTL  " TO FST-FILE-NAME.
088300     MOVE "OPEN    " TO FST-OPERATION.
088400     MOVE CR-CKC-STATUS TO FST-STATUS.
088500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
088600     WRITE CHECK-CONTROL-RECORD.
088700     MOVE "WRITE   " TO FST-OPERATION.
088800     MOVE CR-CKC-STATUS TO FST-STATUS.
088900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
089000     CLOSE CHECK-CONTROL-FILE.
089100 5100-EXIT.
089200     EXIT.
089300
089400*----------------------------------------------------------------
089500     COPY VALIDPR.
089600*----------------------------------------------------------------
089700     COPY OPRPR.
089800*----------------------------------------------------------------
089900     COPY FSTATPR.
090000*----------------------------------------------------------------
090100 9999-EXIT.
090200*----------------------------------------------------------------
090300     GOBACK.
