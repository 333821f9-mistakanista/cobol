000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CUSTINQ.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   10/12/2026.
000600 DATE-COMPILED.  10/12/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  CUSTOMER RELATIONSHIP INQUIRY.  ANSWERING "WHAT DO WE
000900*           HOLD FOR THIS CUSTOMER" MEANT RUNNING A PROGRAM PER
001000*           MASTER.  THIS INQUIRY TAKES A CUSTOMER ID, OR A NAME
001100*           SEARCH OVER THE CUSTOMER MASTER, AND SHOWS IN ONE
001200*           PICTURE THE CUSTOMER'S NAME AND ADDRESS, EVERY LINKED
001300*           ACCOUNT (TIER, BALANCE, LAST POSTED DATE) AND EVERY
001400*           LINKED EMPLOYEE ID (DEPARTMENT, STATUS, AND THIS
001500*           YEAR'S WITHHOLDING BY QUARTER) FOUND THROUGH THE
001600*           PARTY CROSS-REFERENCE, THE CUSTOMER'S OPEN REJECTS ON
001700*           THE REJECT TRACKING FILE, AND ANY MERGE HISTORY ON
001800*           THE MERGE AUDIT TRAIL.  THE SAME PICTURE CAN BE
001900*           PRINTED TO THE CUSTOMER DESK REPORT (CUSTINQR).
002000*           INQUIRY ONLY - NOTHING IS UPDATED - SO THE SHARED
002100*           SIGN-ON NEEDS NO MORE THAN LEVEL 1.
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 10/12/2026  RLM  ORIGINAL PROGRAM - CUSTOMER RELATIONSHIP
002700*                  INQUIRY BY ID OR NAME ACROSS CUSTMAST,
002800*                  CUSTXREF, ACCTFILE, EMPFILE, YTDFILE, REJTRACK,
002900*                  AND MERGAUD, WITH A PRINT OPTION, BEHIND THE
003000*                  SHARED OPRWS/OPRPR SIGN-ON AT LEVEL 1.
003020* 10/13/2026  RLM  MERGAUD LINE WIDENED TO 119 - CUSTMERGE NOW
003040*                  ENDS EACH LINE IN ITS CHAIN STAMP.
003060* 10/15/2026  RLM  THE MATCHED CUSTOMER IS KEPT IN WORKING
003070*                  STORAGE FOR THE PICTURE INSTEAD OF BEING READ
003080*                  FROM THE RECORD AREA AFTER THE CLOSE.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003900                            ORGANIZATION IS SEQUENTIAL
004000                            FILE STATUS IS CQ-CUST-STATUS.
004100     SELECT XREF-FILE       ASSIGN TO "CUSTXREF"
004200                            ORGANIZATION IS INDEXED
004300                            ACCESS MODE IS DYNAMIC
004400                            RECORD KEY IS XRF-LINK-KEY
004500                            FILE STATUS IS CQ-XREF-STATUS.
004600     SELECT ACCOUNT-FILE    ASSIGN TO "ACCTFILE"
004700                            ORGANIZATION IS INDEXED
004800                            ACCESS MODE IS DYNAMIC
004900                            RECORD KEY IS ACCT-NUMBER
005000                            FILE STATUS IS CQ-ACCT-STATUS.
005100     SELECT EMPLOYEE-FILE   ASSIGN TO "EMPFILE"
005200                            ORGANIZATION IS SEQUENTIAL
005300                            FILE STATUS IS CQ-EMP-STATUS.
005400     SELECT YTD-MASTER-FILE ASSIGN TO "YTDFILE"
005500                            ORGANIZATION IS INDEXED
005600                            ACCESS MODE IS DYNAMIC
005700                            RECORD KEY IS YTD-KEY
005800                            FILE STATUS IS CQ-YTD-STATUS.
005900     SELECT REJ-TRACK-FILE  ASSIGN TO "REJTRACK"
006000                            ORGANIZATION IS LINE SEQUENTIAL
006100                            FILE STATUS IS CQ-TRACK-STATUS.
006200     SELECT MERGE-AUDIT-FILE ASSIGN TO "MERGAUD"
006300                            ORGANIZATION IS LINE SEQUENTIAL
006400                            FILE STATUS IS CQ-MERGE-STATUS.
006500     SELECT INQ-RPT-FILE    ASSIGN TO "CUSTINQR"
006600                            ORGANIZATION IS LINE SEQUENTIAL
006700                            FILE STATUS IS CQ-RPT-STATUS.
006800     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
006900                            ORGANIZATION IS INDEXED
007000                            ACCESS MODE IS DYNAMIC
007100                            RECORD KEY IS OPR-ID
007200                            FILE STATUS IS OPR-FILE-STATUS.
007300     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
007400                            ORGANIZATION IS LINE SEQUENTIAL
007500                            FILE STATUS IS OPR-SESS-STATUS.
007600     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
007700                            ORGANIZATION IS LINE SEQUENTIAL
007800                            FILE STATUS IS FST-JOB-LOG-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100*----------------------------------------------------------------
008200* CUSTOMER MASTER - ONE RECORD PER CUSTOMER, IN CUSTOMER ID ORDER
008300*----------------------------------------------------------------
008400 FD  CUSTOMER-MASTER-FILE
008500     RECORDING MODE IS F.
008600     COPY CUSTREC.
008700
008800*----------------------------------------------------------------
008900* PARTY CROSS-REFERENCE - KEYED BY LINK, SO A CUSTOMER'S LINKS
009000* ARE FOUND BY READING IT FRONT TO BACK
009100*----------------------------------------------------------------
009200 FD  XREF-FILE.
009300     COPY XRFREC.
009400
009500*----------------------------------------------------------------
009600* ACCOUNT, EMPLOYEE, AND YTD WITHHOLDING MASTERS
009700*----------------------------------------------------------------
009800 FD  ACCOUNT-FILE.
009900     COPY ACCTREC.
010000
010100 FD  EMPLOYEE-FILE
010200     RECORDING MODE IS F.
010300     COPY EMPREC.
010400
010500 FD  YTD-MASTER-FILE.
010600     COPY YTDREC.
010700
010800*----------------------------------------------------------------
010900* REJECT TRACKING FILE (REJFIX) - ONE RECORD PER REJECT EVER
011000* SEEN; STATUS 'O' IS STILL OPEN
011100*----------------------------------------------------------------
011200 FD  REJ-TRACK-FILE.
011300 01  REJ-TRACK-RECORD.
011400     05  RTK-SOURCE             PIC X(08).
011500     05  RTK-KEY                PIC 9(06).
011600     05  RTK-FIRST-DATE         PIC 9(06).
011700     05  RTK-STATUS             PIC X(01).
011800         88  RTK-OPEN                       VALUE 'O'.
011900
012000*----------------------------------------------------------------
012100* MERGE AUDIT TRAIL (CUSTMERGE) - A HEADER LINE PER MERGE, THEN
012200* ITS DETAIL LINES, EACH OPENING WITH TWO SPACES
012300*----------------------------------------------------------------
012400 FD  MERGE-AUDIT-FILE.
012450 01  MERGE-AUDIT-LINE.
012500     05  MERGE-AUDIT-BODY       PIC X(100).
012550     05  MERGE-AUDIT-CHAIN      PIC X(19).
012600
012700*----------------------------------------------------------------
012800* CUSTOMER DESK REPORT - EACH PRINTED PICTURE IS APPENDED
012900*----------------------------------------------------------------
013000 FD  INQ-RPT-FILE.
013100 01  INQ-RPT-LINE               PIC X(80).
013200
013300*----------------------------------------------------------------
013400* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG
013500*----------------------------------------------------------------
013600 FD  OPERATOR-FILE.
013700     COPY OPRREC.
013800
013900 FD  OPR-SESSION-FILE.
014000 01  OPR-SESSION-LINE           PIC X(80).
014100
014200 FD  JOB-LOG-FILE.
014300 01  JOB-LOG-LINE               PIC X(80).
014400
014500 WORKING-STORAGE SECTION.
014600*----------------------------------------------------------------
014700* MENU SELECTION AND SESSION CONTROL
014800*----------------------------------------------------------------
014900 01  CQ-MENU-CHOICE             PIC X(01).
015000     88  CQ-CHOICE-BY-ID                    VALUE '1'.
015100     88  CQ-CHOICE-BY-NAME                  VALUE '2'.
015200     88  CQ-CHOICE-QUIT                     VALUE '3'.
015300     88  CQ-CHOICE-VALID        VALUE '1' '2' '3'.
015400 01  CQ-DONE-SW                 PIC X(01) VALUE 'N'.
015500     88  CQ-DONE                            VALUE 'Y'.
015600 01  CQ-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
015700     88  CQ-CHOICE-OK                       VALUE 'Y'.
015800 01  CQ-PRINT-CHOICE            PIC X(01).
015900     88  CQ-PRINT-YES                       VALUE 'Y' 'y'.
016000     88  CQ-PRINT-VALID         VALUE 'Y' 'y' 'N' 'n'.
016100
016200*----------------------------------------------------------------
016300* FILE STATUS FIELDS - A MISSING MASTER OR TRAIL SHOWS AS SUCH
016400* IN ITS OWN PART OF THE PICTURE
016500*----------------------------------------------------------------
016600 01  CQ-CUST-STATUS             PIC X(02).
016700     88  CQ-CUST-MISSING                    VALUE '35'.
016800 01  CQ-XREF-STATUS             PIC X(02).
016900     88  CQ-XREF-MISSING                    VALUE '35'.
017000 01  CQ-ACCT-STATUS             PIC X(02).
017100     88  CQ-ACCT-MISSING                    VALUE '35'.
017200 01  CQ-EMP-STATUS              PIC X(02).
017300     88  CQ-EMP-MISSING                     VALUE '35'.
017400 01  CQ-YTD-STATUS              PIC X(02).
017500     88  CQ-YTD-MISSING                     VALUE '35'.
017600 01  CQ-TRACK-STATUS            PIC X(02).
017700     88  CQ-TRACK-MISSING                   VALUE '35'.
017800 01  CQ-MERGE-STATUS            PIC X(02).
017900     88  CQ-MERGE-MISSING                   VALUE '35'.
018000 01  CQ-RPT-STATUS              PIC X(02).
018100
018200 01  CQ-SWITCHES.
018300     05  CQ-FIELD-OK-SW         PIC X(01) VALUE 'N'.
018400         88  CQ-FIELD-OK                    VALUE 'Y'.
018500     05  CQ-EOF-SW              PIC X(01) VALUE 'N'.
018600         88  CQ-EOF                         VALUE 'Y'.
018700     05  CQ-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
018800         88  CQ-CUST-FOUND                  VALUE 'Y'.
018900     05  CQ-PRINTING-SW         PIC X(01) VALUE 'N'.
019000         88  CQ-PRINTING                    VALUE 'Y'.
019100     05  CQ-LINK-FULL-SW        PIC X(01) VALUE 'N'.
019200         88  CQ-LINK-FULL                   VALUE 'Y'.
019300     05  CQ-IN-MERGE-SW         PIC X(01) VALUE 'N'.
019400         88  CQ-IN-MERGE                    VALUE 'Y'.
019500
019600*----------------------------------------------------------------
019700* THE CUSTOMER BEING SHOWN AND THE NAME SEARCH.  A NAME SEARCH
019800* MATCHES EVERY CUSTOMER WHOSE NAME STARTS WITH WHAT WAS KEYED,
019900* CASE ASIDE - THE KEY ENDS AT ITS FIRST DOUBLE SPACE, AND THE
020000* NAME IS CUT TO THE SAME LENGTH BEFORE THE COMPARE.
020100*----------------------------------------------------------------
020200 01  CQ-TODAY                   PIC 9(06).
020300 01  CQ-TODAY-R REDEFINES CQ-TODAY.
020400     05  CQ-TODAY-YY            PIC 9(02).
020500     05  CQ-TODAY-MMDD          PIC 9(04).
020600 01  CQ-CUST-ID                 PIC 9(06) VALUE ZERO.
020610 01  CQ-CUST-IMAGE              PIC X(82).
020620 01  CQ-CUST-IMAGE-R REDEFINES CQ-CUST-IMAGE.
020630     05  CQ-IMG-ID              PIC 9(06).
020640     05  CQ-IMG-NAME            PIC X(20).
020650     05  CQ-IMG-ADDRESS         PIC X(30).
020660     05  FILLER                 PIC X(19).
020670     05  CQ-IMG-MAIL-STATUS     PIC X(01).
020680         88  CQ-IMG-MAIL-RETURNED           VALUE 'R'.
020690     05  FILLER                 PIC X(06).
020700 01  CQ-SEARCH-NAME             PIC X(20).
020800 01  CQ-SEARCH-NAME-R REDEFINES CQ-SEARCH-NAME.
020900     05  CQ-SN-CHAR             PIC X(01) OCCURS 20 TIMES.
021000 01  CQ-NAME-WORK               PIC X(20).
021100 01  CQ-NAME-WORK-R REDEFINES CQ-NAME-WORK.
021200     05  CQ-NW-CHAR             PIC X(01) OCCURS 20 TIMES.
021300 01  CQ-KEY-LENGTH              PIC 9(02) COMP VALUE ZERO.
021400 01  CQ-TAIL-START              PIC 9(02) COMP VALUE ZERO.
021500 01  CQ-CHAR-SUB                PIC 9(02) COMP VALUE ZERO.
021600 01  CQ-MATCH-COUNT             PIC 9(05) COMP VALUE ZERO.
021700 01  CQ-MATCH-ID                PIC 9(06) VALUE ZERO.
021800 01  CQ-LOWER-CASE              PIC X(26) VALUE
021900     "abcdefghijklmnopqrstuvwxyz".
022000 01  CQ-UPPER-CASE              PIC X(26) VALUE
022100     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022200
022300*----------------------------------------------------------------
022400* THE CUSTOMER'S LINKS FROM THE CROSS-REFERENCE, WITH WHAT THE
022500* EMPLOYEE MASTER SAYS ABOUT EACH EMPLOYEE LINK.  A FULL TABLE
022600* STOPS COLLECTING AND THE PICTURE SAYS SO.
022700*----------------------------------------------------------------
022800 01  CQ-LINK-COUNT              PIC 9(03) COMP VALUE ZERO.
022900 01  CQ-ACCT-LINK-COUNT         PIC 9(03) COMP VALUE ZERO.
023000 01  CQ-EMP-LINK-COUNT          PIC 9(03) COMP VALUE ZERO.
023100 01  CQ-LINK-TABLE.
023200     05  CQ-LINK-ENTRY          OCCURS 50 TIMES
023300                                INDEXED BY CQ-LINK-IDX.
023400         10  CQK-TYPE           PIC X(01).
023500             88  CQK-EMPLOYEE               VALUE 'E'.
023600             88  CQK-ACCOUNT                VALUE 'A'.
023700         10  CQK-ID             PIC 9(06).
023800         10  CQK-EMP-FOUND-SW   PIC X(01).
023900             88  CQK-EMP-FOUND              VALUE 'Y'.
024000         10  CQK-DEPARTMENT     PIC X(03).
024100         10  CQK-EMP-STATUS     PIC X(01).
024200             88  CQK-EMP-ACTIVE             VALUE 'A'.
024300 01  CQ-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
024400 01  CQ-MERGE-COUNT             PIC 9(05) COMP VALUE ZERO.
024500 01  CQ-WANT-TYPE               PIC X(01).
024600 01  CQ-WANT-FOUND-SW           PIC X(01) VALUE 'N'.
024700     88  CQ-WANT-FOUND                      VALUE 'Y'.
024800
024900*----------------------------------------------------------------
025000* A MERGE AUDIT HEADER LINE, TAKEN APART (SEE CUSTMERGE'S
025100* MG-AUDIT-HEADER); DETAIL LINES DO NOT CARRY THE MERGE TAG
025200*----------------------------------------------------------------
025300 01  CQ-MERGE-PARSE.
025400     05  CMP-DATE               PIC X(06).
025500     05  FILLER                 PIC X(01).
025600     05  CMP-TIME               PIC X(08).
025700     05  FILLER                 PIC X(01).
025800     05  CMP-OPERATOR           PIC X(08).
025900     05  CMP-MERGE-TAG          PIC X(07).
026000         88  CMP-HEADER                     VALUE " MERGE ".
026100     05  CMP-DUPLICATE          PIC 9(06).
026200     05  FILLER                 PIC X(06).
026300     05  CMP-SURVIVOR           PIC 9(06).
026400     05  FILLER                 PIC X(51).
026500
026600*----------------------------------------------------------------
026700* THE PICTURE - EVERY LINE GOES TO THE SCREEN AND, WHEN PRINTING,
026800* TO THE CUSTOMER DESK REPORT AS WELL
026900*----------------------------------------------------------------
027000 01  CQ-OUT-LINE                PIC X(80).
027100
027200 01  CQ-HEADING-LINE.
027300     05  FILLER                 PIC X(23) VALUE
027400         "CUSTOMER RELATIONSHIP -".
027500     05  FILLER                 PIC X(01) VALUE SPACES.
027600     05  HD-CUST-ID             PIC 9(06).
027700     05  FILLER                 PIC X(07) VALUE "  RUN  ".
027800     05  HD-DATE                PIC 9(06).
027900     05  FILLER                 PIC X(04) VALUE " BY ".
028000     05  HD-OPERATOR            PIC X(08).
028100     05  FILLER                 PIC X(25) VALUE SPACES.
028200
028300 01  CQ-NAME-LINE.
028400     05  FILLER                 PIC X(10) VALUE "  NAME    ".
028500     05  NL-NAME                PIC X(20).
028600     05  FILLER                 PIC X(02) VALUE SPACES.
028700     05  NL-MAIL-NOTE           PIC X(30).
028800     05  FILLER                 PIC X(18) VALUE SPACES.
028900
029000 01  CQ-ADDRESS-LINE.
029100     05  FILLER                 PIC X(10) VALUE "  ADDRESS ".
029200     05  AL-ADDRESS             PIC X(30).
029300     05  FILLER                 PIC X(40) VALUE SPACES.
029400
029500 01  CQ-MATCH-LINE.
029600     05  FILLER                 PIC X(02) VALUE SPACES.
029700     05  ML-CUST-ID             PIC 9(06).
029800     05  FILLER                 PIC X(02) VALUE SPACES.
029900     05  ML-NAME                PIC X(20).
030000     05  FILLER                 PIC X(02) VALUE SPACES.
030100     05  ML-ADDRESS             PIC X(30).
030200     05  FILLER                 PIC X(18) VALUE SPACES.
030300
030400 01  CQ-ACCT-HEADING.
030500     05  FILLER                 PIC X(40) VALUE
030600         "ACCOUNTS  ACCOUNT  TIER        BALANCE  ".
030700     05  FILLER                 PIC X(40) VALUE
030800         "LAST POSTED  STATUS".
030900 01  CQ-ACCT-LINE.
031000     05  FILLER                 PIC X(10) VALUE SPACES.
031100     05  AC-NUMBER              PIC 9(06).
031200     05  FILLER                 PIC X(05) VALUE SPACES.
031300     05  AC-TIER                PIC X(01).
031400     05  FILLER                 PIC X(03) VALUE SPACES.
031500     05  AC-BALANCE             PIC Z(9)9.99.
031600     05  FILLER                 PIC X(05) VALUE SPACES.
031700     05  AC-LAST-POSTED         PIC 9(06).
031800     05  FILLER                 PIC X(04) VALUE SPACES.
031900     05  AC-STATUS              PIC X(20).
032000     05  FILLER                 PIC X(07) VALUE SPACES.
032100 01  CQ-ACCT-MISSING-LINE.
032200     05  FILLER                 PIC X(10) VALUE SPACES.
032300     05  AM-NUMBER              PIC 9(06).
032400     05  FILLER                 PIC X(27) VALUE
032500         "  NOT ON THE ACCOUNT MASTER".
032600     05  FILLER                 PIC X(37) VALUE SPACES.
032700
032800 01  CQ-EMP-HEADING-1           PIC X(80) VALUE
032900     "EMPLOYEES EMP ID DEPT STATUS    WITHHOLDING THIS YEAR".
033000 01  CQ-EMP-HEADING-2.
033100     05  FILLER                 PIC X(30) VALUE SPACES.
033200     05  FILLER                 PIC X(36) VALUE
033300         "       Q1       Q2       Q3       Q4".
033400     05  FILLER                 PIC X(14) VALUE
033500         "      TOTAL".
033600 01  CQ-EMP-LINE.
033700     05  FILLER                 PIC X(10) VALUE SPACES.
033800     05  EL-EMP-ID              PIC 9(06).
033900     05  FILLER                 PIC X(01) VALUE SPACES.
034000     05  EL-DEPARTMENT          PIC X(03).
034100     05  FILLER                 PIC X(02) VALUE SPACES.
034200     05  EL-STATUS              PIC X(08).
034300     05  EL-Q1                  PIC Z(5)9.99.
034400     05  EL-Q2                  PIC Z(5)9.99.
034500     05  EL-Q3                  PIC Z(5)9.99.
034600     05  EL-Q4                  PIC Z(5)9.99.
034700     05  EL-TOTAL               PIC Z(7)9.99.
034800     05  FILLER                 PIC X(03) VALUE SPACES.
034900 01  CQ-EMP-MISSING-LINE.
035000     05  FILLER                 PIC X(10) VALUE SPACES.
035100     05  EM-EMP-ID              PIC 9(06).
035200     05  FILLER                 PIC X(28) VALUE
035300         "  NOT ON THE EMPLOYEE MASTER".
035400     05  FILLER                 PIC X(36) VALUE SPACES.
035500
035600 01  CQ-REJECT-HEADING          PIC X(80) VALUE
035700     "OPEN REJECTS  MASTER    KEY     FIRST SEEN".
035800 01  CQ-REJECT-LINE.
035900     05  FILLER                 PIC X(14) VALUE SPACES.
036000     05  RL-SOURCE              PIC X(08).
036100     05  FILLER                 PIC X(02) VALUE SPACES.
036200     05  RL-KEY                 PIC 9(06).
036300     05  FILLER                 PIC X(02) VALUE SPACES.
036400     05  RL-FIRST-DATE          PIC 9(06).
036500     05  FILLER                 PIC X(42) VALUE SPACES.
036600
036700 01  CQ-MERGE-HEADING           PIC X(80) VALUE
036800     "MERGE HISTORY".
036900
037000 01  CQ-NONE-LINE               PIC X(80) VALUE
037100     "          NONE".
037200 01  CQ-NOT-ON-FILE-LINE.
037300     05  FILLER                 PIC X(10) VALUE SPACES.
037400     05  NF-FILE                PIC X(08).
037500     05  FILLER                 PIC X(62) VALUE
037600         " IS NOT ON FILE".
037700 01  CQ-LINK-FULL-LINE          PIC X(80) VALUE
037800     "          MORE THAN 50 LINKS - ONLY THE FIRST 50 ARE SHOWN".
037900 01  CQ-BLANK-LINE              PIC X(80) VALUE SPACES.
038000
038100     COPY VALIDWS.
038200
038300     COPY OPRWS.
038400
038500     COPY FSTATWS.
038600
038700 PROCEDURE DIVISION.
038800*----------------------------------------------------------------
038900 0000-MAINLINE.
039000*----------------------------------------------------------------
039100     MOVE "CUSTINQ" TO FST-PROGRAM-ID.
039200     ACCEPT CQ-TODAY FROM DATE.
039300     PERFORM 9300-SIGN-ON THRU 9300-EXIT.
039400     IF NOT OPR-SIGNED-ON
039500         GO TO 9999-EXIT
039600     END-IF.
039700     MOVE 1 TO OPR-REQUIRED-LEVEL.
039800     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
039900     IF OPR-ACCESS-DENIED
040000         GO TO 9999-EXIT
040100     END-IF.
040200     PERFORM 1000-MENU-CYCLE THRU 1000-EXIT
040300         UNTIL CQ-DONE.
040400     GO TO 9999-EXIT.
040500
040600*----------------------------------------------------------------
040700 1000-MENU-CYCLE.
040800*----------------------------------------------------------------
040900     PERFORM 1100-GET-MENU-CHOICE THRU 1100-EXIT.
041000     EVALUATE TRUE
041100         WHEN CQ-CHOICE-QUIT
041200             MOVE 'Y' TO CQ-DONE-SW
041300         WHEN CQ-CHOICE-BY-ID
041400             PERFORM 2000-INQUIRE-BY-ID THRU 2000-EXIT
041500         WHEN CQ-CHOICE-BY-NAME
041600             PERFORM 2500-SEARCH-BY-NAME THRU 2500-EXIT
041700     END-EVALUATE.
041800 1000-EXIT.
041900     EXIT.
042000
042100*----------------------------------------------------------------
042200 1100-GET-MENU-CHOICE.
042300*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE THREE
042400*     VALID MENU CHOICES.
042500*----------------------------------------------------------------
042600     MOVE 'N' TO CQ-CHOICE-OK-SW.
042700     PERFORM 1150-PROMPT-FOR-CHOICE THRU 1150-EXIT
042800         UNTIL CQ-CHOICE-OK.
042900 1100-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------
043300 1150-PROMPT-FOR-CHOICE.
043400*----------------------------------------------------------------
043500     DISPLAY " ".
043600     DISPLAY "PAYROLL SYSTEMS GROUP - CUSTOMER RELATIONSHIP".
043700     DISPLAY "1 - INQUIRE BY CUSTOMER ID".
043800     DISPLAY "2 - SEARCH BY CUSTOMER NAME".
043900     DISPLAY "3 - QUIT".
044000     DISPLAY "Please enter your choice?".
044100     ACCEPT CQ-MENU-CHOICE.
044200     IF NOT CQ-CHOICE-VALID
044300         DISPLAY "Not a valid choice - please try again."
044400     ELSE
044500         MOVE 'Y' TO CQ-CHOICE-OK-SW
044600     END-IF.
044700 1150-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------
045100 1200-PROMPT-FOR-ID.
045200*----------------------------------------------------------------
045300     DISPLAY "Customer id?".
045400     ACCEPT CQ-CUST-ID.
045500     MOVE CQ-CUST-ID TO VAL-NUMERIC-INPUT.
045600     MOVE 1          TO VAL-MIN-RANGE.
045700     MOVE 999999     TO VAL-MAX-RANGE.
045800     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
045900     IF VAL-ERROR-FOUND
046000         DISPLAY VAL-ERROR-MESSAGE
046100     ELSE
046200         MOVE 'Y' TO CQ-FIELD-OK-SW
046300     END-IF.
046400 1200-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------------
046800 1300-PROMPT-FOR-NAME.
046900*----------------------------------------------------------------
047000     DISPLAY "Customer name, or the start of it?".
047100     ACCEPT CQ-SEARCH-NAME.
047200     MOVE CQ-SEARCH-NAME TO VAL-ALPHA-INPUT.
047300     PERFORM 8100-CHECK-NON-BLANK THRU 8100-EXIT.
047400     IF VAL-ERROR-FOUND
047500         DISPLAY VAL-ERROR-MESSAGE
047600     ELSE
047700         MOVE 'Y' TO CQ-FIELD-OK-SW
047800     END-IF.
047900 1300-EXIT.
048000     EXIT.
048100
048200*----------------------------------------------------------------
048300 1400-PROMPT-FOR-PRINT.
048400*----------------------------------------------------------------
048500     DISPLAY "Print to the customer desk report - Y or N?".
048600     ACCEPT CQ-PRINT-CHOICE.
048700     IF NOT CQ-PRINT-VALID
048800         DISPLAY "Please answer Y or N."
048900     ELSE
049000         MOVE 'Y' TO CQ-FIELD-OK-SW
049100     END-IF.
049200 1400-EXIT.
049300     EXIT.
049400
049500*----------------------------------------------------------------
049600 2000-INQUIRE-BY-ID.
049700*----------------------------------------------------------------
049800     MOVE 'N' TO CQ-FIELD-OK-SW.
049900     PERFORM 1200-PROMPT-FOR-ID THRU 1200-EXIT
050000         UNTIL CQ-FIELD-OK.
050100     PERFORM 3000-SHOW-CUSTOMER THRU 3000-EXIT.
050200 2000-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------------
050600 2100-FIND-CUSTOMER.
050700*     READ THE CUSTOMER MASTER FRONT TO BACK FOR CQ-CUST-ID.  IT
050800*     IS IN ID ORDER, SO A HIGHER ID ENDS THE SEARCH.
050900*----------------------------------------------------------------
051000     MOVE 'N' TO CQ-CUST-FOUND-SW.
051100     MOVE 'N' TO CQ-EOF-SW.
051200     OPEN INPUT CUSTOMER-MASTER-FILE.
051300     IF CQ-CUST-MISSING
051400         GO TO 2100-EXIT
051500     END-IF.
051600     MOVE "CUSTMAST" TO FST-FILE-NAME.
051700     MOVE "OPEN    " TO FST-OPERATION.
051800     MOVE CQ-CUST-STATUS TO FST-STATUS.
051900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
052000     PERFORM 2150-READ-CUSTOMER THRU 2150-EXIT.
052100     PERFORM 2160-CHECK-ONE-CUSTOMER THRU 2160-EXIT
052200         UNTIL CQ-EOF.
052300     CLOSE CUSTOMER-MASTER-FILE.
052400 2100-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------------
052800 2150-READ-CUSTOMER.
052900*----------------------------------------------------------------
053000     READ CUSTOMER-MASTER-FILE
053100         AT END
053200             MOVE 'Y' TO CQ-EOF-SW
053300     END-READ.
053400     MOVE "CUSTMAST" TO FST-FILE-NAME.
053500     MOVE "READ    " TO FST-OPERATION.
053600     MOVE CQ-CUST-STATUS TO FST-STATUS.
053700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
053800 2150-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------------
054200 2160-CHECK-ONE-CUSTOMER.
054300*     ON A MATCH THE RECORD IS KEPT IN CQ-CUST-IMAGE FOR THE
054400*     PICTURE, SINCE THE FILE IS CLOSED BEFORE IT IS SHOWN.
054500*----------------------------------------------------------------
054600     IF CUST-ID = CQ-CUST-ID
054700         MOVE 'Y' TO CQ-CUST-FOUND-SW
054750         MOVE CUSTOMER-MASTER-RECORD TO CQ-CUST-IMAGE
054800         MOVE 'Y' TO CQ-EOF-SW
054900         GO TO 2160-EXIT
055000     END-IF.
055100     IF CUST-ID > CQ-CUST-ID
055200         MOVE 'Y' TO CQ-EOF-SW
055300         GO TO 2160-EXIT
055400     END-IF.
055500     PERFORM 2150-READ-CUSTOMER THRU 2150-EXIT.
055600 2160-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------------
056000 2500-SEARCH-BY-NAME.
056100*     LIST EVERY CUSTOMER WHOSE NAME STARTS WITH THE KEY.  ONE
056200*     MATCH GOES STRAIGHT TO ITS PICTURE; SEVERAL ASK WHICH ID.
056300*----------------------------------------------------------------
056400     MOVE 'N' TO CQ-FIELD-OK-SW.
056500     PERFORM 1300-PROMPT-FOR-NAME THRU 1300-EXIT
056600         UNTIL CQ-FIELD-OK.
056700     INSPECT CQ-SEARCH-NAME
056800         CONVERTING CQ-LOWER-CASE TO CQ-UPPER-CASE.
056900     MOVE ZERO TO CQ-KEY-LENGTH.
057000     INSPECT CQ-SEARCH-NAME
057100         TALLYING CQ-KEY-LENGTH
057200         FOR CHARACTERS BEFORE INITIAL "  ".
057300     COMPUTE CQ-TAIL-START = CQ-KEY-LENGTH + 1.
057400     MOVE ZERO TO CQ-MATCH-COUNT.
057500     MOVE 'N'  TO CQ-EOF-SW.
057600     OPEN INPUT CUSTOMER-MASTER-FILE.
057700     IF CQ-CUST-MISSING
057800         DISPLAY "No customer master on file."
057900         GO TO 2500-EXIT
058000     END-IF.
058100     MOVE "CUSTMAST" TO FST-FILE-NAME.
058200     MOVE "OPEN    " TO FST-OPERATION.
058300     MOVE CQ-CUST-STATUS TO FST-STATUS.
058400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
058500     PERFORM 2150-READ-CUSTOMER THRU 2150-EXIT.
058600     PERFORM 2600-MATCH-ONE-NAME THRU 2600-EXIT
058700         UNTIL CQ-EOF.
058800     CLOSE CUSTOMER-MASTER-FILE.
058900     EVALUATE TRUE
059000         WHEN CQ-MATCH-COUNT = ZERO
059100             DISPLAY "No customer name starts with "
059200                     CQ-SEARCH-NAME
059300         WHEN CQ-MATCH-COUNT = 1
059400             MOVE CQ-MATCH-ID TO CQ-CUST-ID
059500             PERFORM 3000-SHOW-CUSTOMER THRU 3000-EXIT
059600         WHEN OTHER
059700             DISPLAY CQ-MATCH-COUNT " customers match."
059800             MOVE 'N' TO CQ-FIELD-OK-SW
059900             PERFORM 1200-PROMPT-FOR-ID THRU 1200-EXIT
060000                 UNTIL CQ-FIELD-OK
060100             PERFORM 3000-SHOW-CUSTOMER THRU 3000-EXIT
060200     END-EVALUATE.
060300 2500-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700 2600-MATCH-ONE-NAME.
060800*----------------------------------------------------------------
060900     MOVE CUST-NAME TO CQ-NAME-WORK.
061000     INSPECT CQ-NAME-WORK
061100         CONVERTING CQ-LOWER-CASE TO CQ-UPPER-CASE.
061200     PERFORM 2650-BLANK-ONE-CHAR THRU 2650-EXIT
061300         VARYING CQ-CHAR-SUB FROM CQ-TAIL-START BY 1
061400         UNTIL CQ-CHAR-SUB > 20.
061500     IF CQ-NAME-WORK = CQ-SEARCH-NAME
061600         ADD 1 TO CQ-MATCH-COUNT
061700         MOVE CUST-ID      TO CQ-MATCH-ID
061800         MOVE CUST-ID      TO ML-CUST-ID
061900         MOVE CUST-NAME    TO ML-NAME
062000         MOVE CUST-ADDRESS TO ML-ADDRESS
062100         DISPLAY CQ-MATCH-LINE
062200     END-IF.
062300     PERFORM 2150-READ-CUSTOMER THRU 2150-EXIT.
062400 2600-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------------
062800 2650-BLANK-ONE-CHAR.
062900*----------------------------------------------------------------
063000     MOVE SPACE TO CQ-NW-CHAR (CQ-CHAR-SUB).
063100 2650-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------------
063500 3000-SHOW-CUSTOMER.
063600*     THE WHOLE PICTURE FOR CQ-CUST-ID.  A CUSTOMER NO LONGER ON
063700*     THE MASTER MAY HAVE BEEN MERGED AWAY, SO ITS MERGE HISTORY
063800*     IS STILL SHOWN.
063900*----------------------------------------------------------------
064000     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
064100     MOVE 'N' TO CQ-FIELD-OK-SW.
064200     PERFORM 1400-PROMPT-FOR-PRINT THRU 1400-EXIT
064300         UNTIL CQ-FIELD-OK.
064400     MOVE 'N' TO CQ-PRINTING-SW.
064500     IF CQ-PRINT-YES
064600         PERFORM 3050-OPEN-REPORT THRU 3050-EXIT
064700     END-IF.
064800     MOVE CQ-CUST-ID    TO HD-CUST-ID.
064900     MOVE CQ-TODAY      TO HD-DATE.
065000     MOVE OPR-SIGNED-ID TO HD-OPERATOR.
065100     MOVE CQ-HEADING-LINE TO CQ-OUT-LINE.
065200     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
065300     IF NOT CQ-CUST-FOUND
065400         MOVE "  NOT ON THE CUSTOMER MASTER" TO CQ-OUT-LINE
065500         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
065600         PERFORM 3600-SHOW-MERGES THRU 3600-EXIT
065700         GO TO 3000-CLOSE
065800     END-IF.
065900     MOVE CQ-IMG-NAME TO NL-NAME.
066000     IF CQ-IMG-MAIL-RETURNED
066100         MOVE "MAIL RETURNED - ADDRESS BAD" TO NL-MAIL-NOTE
066200     ELSE
066300         MOVE SPACES TO NL-MAIL-NOTE
066400     END-IF.
066500     MOVE CQ-NAME-LINE TO CQ-OUT-LINE.
066600     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
066700     MOVE CQ-IMG-ADDRESS TO AL-ADDRESS.
066800     MOVE CQ-ADDRESS-LINE TO CQ-OUT-LINE.
066900     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
067000     PERFORM 3100-COLLECT-LINKS THRU 3100-EXIT.
067100     PERFORM 3200-SHOW-ACCOUNTS THRU 3200-EXIT.
067200     PERFORM 3300-LOAD-EMPLOYEES THRU 3300-EXIT.
067300     PERFORM 3400-SHOW-EMPLOYEES THRU 3400-EXIT.
067400     PERFORM 3500-SHOW-REJECTS THRU 3500-EXIT.
067500     PERFORM 3600-SHOW-MERGES THRU 3600-EXIT.
067600 3000-CLOSE.
067700     IF CQ-PRINTING
067800         WRITE INQ-RPT-LINE FROM CQ-BLANK-LINE
067900         CLOSE INQ-RPT-FILE
068000         DISPLAY "Printed to the customer desk report."
068100     END-IF.
068200 3000-EXIT.
068300     EXIT.
068400
068500*----------------------------------------------------------------
068600 3050-OPEN-REPORT.
068700*     EACH PRINTED PICTURE IS ADDED TO THE END OF THE CUSTOMER
068800*     DESK REPORT.  A MISSING REPORT MEANS NOTHING HAS BEEN
068900*     PRINTED YET, SO CREATE IT.
069000*----------------------------------------------------------------
069100     OPEN EXTEND INQ-RPT-FILE.
069200     IF CQ-RPT-STATUS = '35'
069300         OPEN OUTPUT INQ-RPT-FILE
069400         CLOSE INQ-RPT-FILE
069500         OPEN EXTEND INQ-RPT-FILE
069600     END-IF.
069700     MOVE "CUSTINQR" TO FST-FILE-NAME.
069800     MOVE "OPEN    " TO FST-OPERATION.
069900     MOVE CQ-RPT-STATUS TO FST-STATUS.
070000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
070100     MOVE 'Y' TO CQ-PRINTING-SW.
070200 3050-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------------
070600 3100-COLLECT-LINKS.
070700*     EVERY CROSS-REFERENCE LINK THAT NAMES THIS CUSTOMER.
070800*----------------------------------------------------------------
070900     MOVE ZERO TO CQ-LINK-COUNT CQ-ACCT-LINK-COUNT
071000                  CQ-EMP-LINK-COUNT.
071100     MOVE 'N'  TO CQ-LINK-FULL-SW.
071200     MOVE 'N'  TO CQ-EOF-SW.
071300     OPEN INPUT XREF-FILE.
071400     IF CQ-XREF-MISSING
071500         MOVE "CUSTXREF" TO NF-FILE
071600         MOVE CQ-NOT-ON-FILE-LINE TO CQ-OUT-LINE
071700         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
071800         GO TO 3100-EXIT
071900     END-IF.
072000     MOVE "CUSTXREF" TO FST-FILE-NAME.
072100     MOVE "OPEN    " TO FST-OPERATION.
072200     MOVE CQ-XREF-STATUS TO FST-STATUS.
072300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
072400     PERFORM 3150-READ-XREF THRU 3150-EXIT.
072500     PERFORM 3160-TAKE-ONE-LINK THRU 3160-EXIT
072600         UNTIL CQ-EOF.
072700     CLOSE XREF-FILE.
072800     IF CQ-LINK-FULL
072900         MOVE CQ-LINK-FULL-LINE TO CQ-OUT-LINE
073000         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
073100     END-IF.
073200 3100-EXIT.
073300     EXIT.
073400
073500*----------------------------------------------------------------
073600 3150-READ-XREF.
073700*----------------------------------------------------------------
073800     READ XREF-FILE NEXT RECORD
073900         AT END
074000             MOVE 'Y' TO CQ-EOF-SW
074100     END-READ.
074200     MOVE "CUSTXREF" TO FST-FILE-NAME.
074300     MOVE "READ    " TO FST-OPERATION.
074400     MOVE CQ-XREF-STATUS TO FST-STATUS.
074500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
074600 3150-EXIT.
074700     EXIT.
074800
074900*----------------------------------------------------------------
075000 3160-TAKE-ONE-LINK.
075100*----------------------------------------------------------------
075200     IF XRF-CUST-ID NOT = CQ-CUST-ID
075300         GO TO 3160-NEXT
075400     END-IF.
075500     IF CQ-LINK-COUNT NOT < 50
075600         MOVE 'Y' TO CQ-LINK-FULL-SW
075700         GO TO 3160-NEXT
075800     END-IF.
075900     ADD 1 TO CQ-LINK-COUNT.
076000     SET CQ-LINK-IDX TO CQ-LINK-COUNT.
076100     MOVE XRF-LINK-TYPE TO CQK-TYPE (CQ-LINK-IDX).
076200     MOVE XRF-LINK-ID   TO CQK-ID (CQ-LINK-IDX).
076300     MOVE 'N'           TO CQK-EMP-FOUND-SW (CQ-LINK-IDX).
076400     MOVE SPACES        TO CQK-DEPARTMENT (CQ-LINK-IDX)
076500                           CQK-EMP-STATUS (CQ-LINK-IDX).
076600     IF XRF-LINK-ACCOUNT
076700         ADD 1 TO CQ-ACCT-LINK-COUNT
076800     ELSE
076900         ADD 1 TO CQ-EMP-LINK-COUNT
077000     END-IF.
077100 3160-NEXT.
077200     PERFORM 3150-READ-XREF THRU 3150-EXIT.
077300 3160-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------------
077700 3200-SHOW-ACCOUNTS.
077800*     EACH LINKED ACCOUNT, READ BY KEY.  THE BALANCE SHOWN IS
077900*     THE ONE TRANPOST WORKS FROM - AN ACCOUNT NEVER POSTED OR
078000*     TRANSACTED STANDS AT ITS PRINCIPAL.
078100*----------------------------------------------------------------
078200     MOVE CQ-BLANK-LINE TO CQ-OUT-LINE.
078300     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
078400     MOVE CQ-ACCT-HEADING TO CQ-OUT-LINE.
078500     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
078600     IF CQ-ACCT-LINK-COUNT = ZERO
078700         MOVE CQ-NONE-LINE TO CQ-OUT-LINE
078800         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
078900         GO TO 3200-EXIT
079000     END-IF.
079100     OPEN INPUT ACCOUNT-FILE.
079200     IF CQ-ACCT-MISSING
079300         MOVE "ACCTFILE" TO NF-FILE
079400         MOVE CQ-NOT-ON-FILE-LINE TO CQ-OUT-LINE
079500         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
079600         GO TO 3200-EXIT
079700     END-IF.
079800     MOVE "ACCTFILE" TO FST-FILE-NAME.
079900     MOVE "OPEN    " TO FST-OPERATION.
080000     MOVE CQ-ACCT-STATUS TO FST-STATUS.
080100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
080200     PERFORM 3250-SHOW-ONE-ACCOUNT THRU 3250-EXIT
080300         VARYING CQ-LINK-IDX FROM 1 BY 1
080400         UNTIL CQ-LINK-IDX > CQ-LINK-COUNT.
080500     CLOSE ACCOUNT-FILE.
080600 3200-EXIT.
080700     EXIT.
080800
080900*----------------------------------------------------------------
081000 3250-SHOW-ONE-ACCOUNT.
081100*----------------------------------------------------------------
081200     IF NOT CQK-ACCOUNT (CQ-LINK-IDX)
081300         GO TO 3250-EXIT
081400     END-IF.
081500     MOVE CQK-ID (CQ-LINK-IDX) TO ACCT-NUMBER.
081600     READ ACCOUNT-FILE
081700         INVALID KEY
081800             MOVE CQK-ID (CQ-LINK-IDX) TO AM-NUMBER
081900             MOVE CQ-ACCT-MISSING-LINE TO CQ-OUT-LINE
082000             PERFORM 7000-EMIT-LINE THRU 7000-EXIT
082100             GO TO 3250-EXIT
082200     END-READ.
082300     MOVE ACCT-NUMBER           TO AC-NUMBER.
082400     MOVE ACCT-TIER             TO AC-TIER.
082500     EVALUATE TRUE
082600         WHEN ACCT-CURRENT-BALANCE > ZERO
082700             MOVE ACCT-CURRENT-BALANCE TO AC-BALANCE
082800         WHEN ACCT-MAT-PAID-OUT
082900             MOVE ZERO                 TO AC-BALANCE
083000         WHEN OTHER
083100             MOVE ACCT-PRINCIPAL       TO AC-BALANCE
083200     END-EVALUATE.
083300     MOVE ACCT-LAST-POSTED-DATE TO AC-LAST-POSTED.
083400     EVALUATE TRUE
083500         WHEN ACCT-MAT-PAID-OUT
083600             MOVE "MATURED - PAID OUT" TO AC-STATUS
083700         WHEN ACCT-DORMANT
083800             MOVE "DORMANT"            TO AC-STATUS
083900         WHEN OTHER
084000             MOVE "ACTIVE"             TO AC-STATUS
084100     END-EVALUATE.
084200     MOVE CQ-ACCT-LINE TO CQ-OUT-LINE.
084300     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
084400 3250-EXIT.
084500     EXIT.
084600
084700*----------------------------------------------------------------
084800 3300-LOAD-EMPLOYEES.
084900*     THE EMPLOYEE MASTER IS SEQUENTIAL, SO ONE PASS PICKS UP THE
085000*     DEPARTMENT AND STATUS FOR EVERY EMPLOYEE LINK AT ONCE.
085100*----------------------------------------------------------------
085200     IF CQ-EMP-LINK-COUNT = ZERO
085300         GO TO 3300-EXIT
085400     END-IF.
085500     MOVE 'N' TO CQ-EOF-SW.
085600     OPEN INPUT EMPLOYEE-FILE.
085700     IF CQ-EMP-MISSING
085800         GO TO 3300-EXIT
085900     END-IF.
086000     MOVE "EMPFILE " TO FST-FILE-NAME.
086100     MOVE "OPEN    " TO FST-OPERATION.
086200     MOVE CQ-EMP-STATUS TO FST-STATUS.
086300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
086400     PERFORM 3350-READ-EMPLOYEE THRU 3350-EXIT.
086500     PERFORM 3360-MATCH-ONE-EMPLOYEE THRU 3360-EXIT
086600         UNTIL CQ-EOF.
086700     CLOSE EMPLOYEE-FILE.
086800 3300-EXIT.
086900     EXIT.
087000
087100*----------------------------------------------------------------
087200 3350-READ-EMPLOYEE.
087300*----------------------------------------------------------------
087400     READ EMPLOYEE-FILE
087500         AT END
087600             MOVE 'Y' TO CQ-EOF-SW
087700     END-READ.
087800     MOVE "EMPFILE " TO FST-FILE-NAME.
087900     MOVE "READ    " TO FST-OPERATION.
088000     MOVE CQ-EMP-STATUS TO FST-STATUS.
088100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
088200 3350-EXIT.
088300     EXIT.
088400
088500*----------------------------------------------------------------
088600 3360-MATCH-ONE-EMPLOYEE.
088700*----------------------------------------------------------------
088800     PERFORM 3370-NOTE-EMPLOYEE THRU 3370-EXIT
088900         VARYING CQ-LINK-IDX FROM 1 BY 1
089000         UNTIL CQ-LINK-IDX > CQ-LINK-COUNT.
089100     PERFORM 3350-READ-EMPLOYEE THRU 3350-EXIT.
089200 3360-EXIT.
089300     EXIT.
089400
089500*----------------------------------------------------------------
089600 3370-NOTE-EMPLOYEE.
089700*----------------------------------------------------------------
089800     IF CQK-EMPLOYEE (CQ-LINK-IDX)
089900        AND CQK-ID (CQ-LINK-IDX) = EMP-ID
090000         MOVE 'Y'            TO CQK-EMP-FOUND-SW (CQ-LINK-IDX)
090100         MOVE EMP-DEPARTMENT TO CQK-DEPARTMENT (CQ-LINK-IDX)
090200         MOVE EMP-STATUS     TO CQK-EMP-STATUS (CQ-LINK-IDX)
090300     END-IF.
090400 3370-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------------
090800 3400-SHOW-EMPLOYEES.
090900*     EACH LINKED EMPLOYEE WITH THIS YEAR'S WITHHOLDING, READ BY
091000*     KEY FROM THE YTD MASTER.  NO YTD RECORD YET SHOWS ZEROS.
091100*----------------------------------------------------------------
091200     MOVE CQ-BLANK-LINE TO CQ-OUT-LINE.
091300     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
091400     MOVE CQ-EMP-HEADING-1 TO CQ-OUT-LINE.
091500     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
091600     MOVE CQ-EMP-HEADING-2 TO CQ-OUT-LINE.
091700     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
091800     IF CQ-EMP-LINK-COUNT = ZERO
091900         MOVE CQ-NONE-LINE TO CQ-OUT-LINE
092000         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
092100         GO TO 3400-EXIT
092200     END-IF.
092300     IF CQ-EMP-MISSING
092400         MOVE "EMPFILE " TO NF-FILE
092500         MOVE CQ-NOT-ON-FILE-LINE TO CQ-OUT-LINE
092600         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
092700         GO TO 3400-EXIT
092800     END-IF.
092900     OPEN INPUT YTD-MASTER-FILE.
093000     IF NOT CQ-YTD-MISSING
093100         MOVE "YTDFILE " TO FST-FILE-NAME
093200         MOVE "OPEN    " TO FST-OPERATION
093300         MOVE CQ-YTD-STATUS TO FST-STATUS
093400         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
093500     END-IF.
093600     PERFORM 3450-SHOW-ONE-EMPLOYEE THRU 3450-EXIT
093700         VARYING CQ-LINK-IDX FROM 1 BY 1
093800         UNTIL CQ-LINK-IDX > CQ-LINK-COUNT.
093900     IF NOT CQ-YTD-MISSING
094000         CLOSE YTD-MASTER-FILE
094100     END-IF.
094200 3400-EXIT.
094300     EXIT.
094400
094500*----------------------------------------------------------------
094600 3450-SHOW-ONE-EMPLOYEE.
094700*----------------------------------------------------------------
094800     IF NOT CQK-EMPLOYEE (CQ-LINK-IDX)
094900         GO TO 3450-EXIT
095000     END-IF.
095100     IF NOT CQK-EMP-FOUND (CQ-LINK-IDX)
095200         MOVE CQK-ID (CQ-LINK-IDX) TO EM-EMP-ID
095300         MOVE CQ-EMP-MISSING-LINE TO CQ-OUT-LINE
095400         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
095500         GO TO 3450-EXIT
095600     END-IF.
095700     MOVE CQK-ID (CQ-LINK-IDX)         TO EL-EMP-ID.
095800     MOVE CQK-DEPARTMENT (CQ-LINK-IDX) TO EL-DEPARTMENT.
095900     IF CQK-EMP-ACTIVE (CQ-LINK-IDX)
096000         MOVE "ACTIVE"   TO EL-STATUS
096100     ELSE
096200         MOVE "INACTIVE" TO EL-STATUS
096300     END-IF.
096400     MOVE ZERO TO EL-Q1 EL-Q2 EL-Q3 EL-Q4 EL-TOTAL.
096500     IF CQ-YTD-MISSING
096600         GO TO 3450-SHOW
096700     END-IF.
096800     MOVE CQ-TODAY-YY          TO YTD-YEAR.
096900     MOVE CQK-ID (CQ-LINK-IDX) TO YTD-EMP-ID.
097000     READ YTD-MASTER-FILE
097100         INVALID KEY
097200             GO TO 3450-SHOW
097300     END-READ.
097400     MOVE YTD-Q1-WITHHOLDING    TO EL-Q1.
097500     MOVE YTD-Q2-WITHHOLDING    TO EL-Q2.
097600     MOVE YTD-Q3-WITHHOLDING    TO EL-Q3.
097700     MOVE YTD-Q4-WITHHOLDING    TO EL-Q4.
097800     MOVE YTD-TOTAL-WITHHOLDING TO EL-TOTAL.
097900 3450-SHOW.
098000     MOVE CQ-EMP-LINE TO CQ-OUT-LINE.
098100     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
098200 3450-EXIT.
098300     EXIT.
098400
098500*----------------------------------------------------------------
098600 3500-SHOW-REJECTS.
098700*     EVERY REJECT STILL OPEN ON THE TRACKING FILE FOR ONE OF THE
098800*     CUSTOMER'S LINKED EMPLOYEES OR ACCOUNTS.
098900*----------------------------------------------------------------
099000     MOVE CQ-BLANK-LINE TO CQ-OUT-LINE.
099100     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
099200     MOVE CQ-REJECT-HEADING TO CQ-OUT-LINE.
099300     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
099400     MOVE ZERO TO CQ-REJECT-COUNT.
099500     MOVE 'N'  TO CQ-EOF-SW.
099600     OPEN INPUT REJ-TRACK-FILE.
099700     IF CQ-TRACK-MISSING
099800         GO TO 3500-NONE
099900     END-IF.
100000     MOVE "REJTRACK" TO FST-FILE-NAME.
100100     MOVE "OPEN    " TO FST-OPERATION.
100200     MOVE CQ-TRACK-STATUS TO FST-STATUS.
100300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
100400     PERFORM 3550-READ-REJECT THRU 3550-EXIT.
100500     PERFORM 3560-CHECK-ONE-REJECT THRU 3560-EXIT
100600         UNTIL CQ-EOF.
100700     CLOSE REJ-TRACK-FILE.
100800 3500-NONE.
100900     IF CQ-REJECT-COUNT = ZERO
101000         MOVE CQ-NONE-LINE TO CQ-OUT-LINE
101100         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
101200     END-IF.
101300 3500-EXIT.
101400     EXIT.
101500
101600*----------------------------------------------------------------
101700 3550-READ-REJECT.
101800*----------------------------------------------------------------
101900     READ REJ-TRACK-FILE
102000         AT END
102100             MOVE 'Y' TO CQ-EOF-SW
102200     END-READ.
102300     MOVE "REJTRACK" TO FST-FILE-NAME.
102400     MOVE "READ    " TO FST-OPERATION.
102500     MOVE CQ-TRACK-STATUS TO FST-STATUS.
102600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
102700 3550-EXIT.
102800     EXIT.
102900
103000*----------------------------------------------------------------
103100 3560-CHECK-ONE-REJECT.
103200*     AN EMPFILE REJECT IS KEYED BY EMPLOYEE ID, AN ACCTFILE
103300*     REJECT BY ACCOUNT NUMBER.
103400*----------------------------------------------------------------
103500     IF NOT RTK-OPEN
103600         GO TO 3560-NEXT
103700     END-IF.
103800     EVALUATE RTK-SOURCE
103900         WHEN "EMPFILE "
104000             MOVE 'E' TO CQ-WANT-TYPE
104100         WHEN "ACCTFILE"
104200             MOVE 'A' TO CQ-WANT-TYPE
104300         WHEN OTHER
104400             GO TO 3560-NEXT
104500     END-EVALUATE.
104600     MOVE 'N' TO CQ-WANT-FOUND-SW.
104700     PERFORM 3570-FIND-LINK THRU 3570-EXIT
104800         VARYING CQ-LINK-IDX FROM 1 BY 1
104900         UNTIL CQ-LINK-IDX > CQ-LINK-COUNT
105000            OR CQ-WANT-FOUND.
105100     IF CQ-WANT-FOUND
105200         ADD 1 TO CQ-REJECT-COUNT
105300         MOVE RTK-SOURCE     TO RL-SOURCE
105400         MOVE RTK-KEY        TO RL-KEY
105500         MOVE RTK-FIRST-DATE TO RL-FIRST-DATE
105600         MOVE CQ-REJECT-LINE TO CQ-OUT-LINE
105700         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
105800     END-IF.
105900 3560-NEXT.
106000     PERFORM 3550-READ-REJECT THRU 3550-EXIT.
106100 3560-EXIT.
106200     EXIT.
106300
106400*----------------------------------------------------------------
106500 3570-FIND-LINK.
106600*----------------------------------------------------------------
106700     IF CQK-TYPE (CQ-LINK-IDX) = CQ-WANT-TYPE
106800        AND CQK-ID (CQ-LINK-IDX) = RTK-KEY
106900         MOVE 'Y' TO CQ-WANT-FOUND-SW
107000     END-IF.
107100 3570-EXIT.
107200     EXIT.
107300
107400*----------------------------------------------------------------
107500 3600-SHOW-MERGES.
107600*     EVERY MERGE THE CUSTOMER TOOK PART IN, AS SURVIVOR OR AS
107700*     THE DUPLICATE RETIRED, WITH THE DETAIL LINES THAT FOLLOW
107800*     ITS HEADER ON THE TRAIL.
107900*----------------------------------------------------------------
108000     MOVE CQ-BLANK-LINE TO CQ-OUT-LINE.
108100     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
108200     MOVE CQ-MERGE-HEADING TO CQ-OUT-LINE.
108300     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
108400     MOVE ZERO TO CQ-MERGE-COUNT.
108500     MOVE 'N'  TO CQ-IN-MERGE-SW.
108600     MOVE 'N'  TO CQ-EOF-SW.
108700     OPEN INPUT MERGE-AUDIT-FILE.
108800     IF CQ-MERGE-MISSING
108900         GO TO 3600-NONE
109000     END-IF.
109100     MOVE "MERGAUD " TO FST-FILE-NAME.
109200     MOVE "OPEN    " TO FST-OPERATION.
109300     MOVE CQ-MERGE-STATUS TO FST-STATUS.
109400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
109500     PERFORM 3650-READ-MERGE-LINE THRU 3650-EXIT.
109600     PERFORM 3660-CHECK-ONE-MERGE-LINE THRU 3660-EXIT
109700         UNTIL CQ-EOF.
109800     CLOSE MERGE-AUDIT-FILE.
109900 3600-NONE.
110000     IF CQ-MERGE-COUNT = ZERO
110100         MOVE CQ-NONE-LINE TO CQ-OUT-LINE
110200         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
110300     END-IF.
110400 3600-EXIT.
110500     EXIT.
110600
110700*----------------------------------------------------------------
110800 3650-READ-MERGE-LINE.
110900*----------------------------------------------------------------
111000     READ MERGE-AUDIT-FILE
111100         AT END
111200             MOVE 'Y' TO CQ-EOF-SW
111300     END-READ.
111400     MOVE "MERGAUD " TO FST-FILE-NAME.
111500     MOVE "READ    " TO FST-OPERATION.
111600     MOVE CQ-MERGE-STATUS TO FST-STATUS.
111700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
111800 3650-EXIT.
111900     EXIT.
112000
112100*----------------------------------------------------------------
112200 3660-CHECK-ONE-MERGE-LINE.
112300*     A HEADER STARTS OR ENDS A MERGE OF INTEREST; A DETAIL LINE
112400*     IS SHOWN ONLY INSIDE ONE.
112500*----------------------------------------------------------------
112600     MOVE MERGE-AUDIT-BODY TO CQ-MERGE-PARSE.
112700     IF CMP-HEADER
112800         IF CMP-DUPLICATE = CQ-CUST-ID
112900            OR CMP-SURVIVOR = CQ-CUST-ID
113000             MOVE 'Y' TO CQ-IN-MERGE-SW
113100             ADD 1 TO CQ-MERGE-COUNT
113200         ELSE
113300             MOVE 'N' TO CQ-IN-MERGE-SW
113400         END-IF
113500     END-IF.
113600     IF CQ-IN-MERGE
113700         MOVE MERGE-AUDIT-BODY TO CQ-OUT-LINE
113800         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
113900     END-IF.
114000     PERFORM 3650-READ-MERGE-LINE THRU 3650-EXIT.
114100 3660-EXIT.
114200     EXIT.
114300
114400*----------------------------------------------------------------
114500 7000-EMIT-LINE.
114600*     ONE LINE OF THE PICTURE TO THE SCREEN, AND TO THE CUSTOMER
114700*     DESK REPORT WHEN PRINTING.
114800*----------------------------------------------------------------
114900     DISPLAY CQ-OUT-LINE.
115000     IF CQ-PRINTING
115100         WRITE INQ-RPT-LINE FROM CQ-OUT-LINE
115200         MOVE "CUSTINQR" TO FST-FILE-NAME
115300         MOVE "WRITE   " TO FST-OPERATION
115400         MOVE CQ-RPT-STATUS TO FST-STATUS
115500         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
115600     END-IF.
115700 7000-EXIT.
115800     EXIT.
115900
116000*----------------------------------------------------------------
116100     COPY VALIDPR.
116200*----------------------------------------------------------------
116300     COPY OPRPR.
116400*----------------------------------------------------------------
116500     COPY FSTATPR.
116600*----------------------------------------------------------------
116700 9999-EXIT.
116800*----------------------------------------------------------------
116900     GOBACK.
