000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FEEASSES.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/24/2026.
000600 DATE-COMPILED.  09/24/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  MONTHLY SERVICE FEE ASSESSMENT.  FOR A COMPLETED
000900*           MONTH ENTERED AT THE START OF THE RUN, EVERY ACCOUNT
001000*           WHOSE TIER HAS A SCHEDULE ON THE SERVICE FEE FILE
001100*           (FEESCHED, SEE FEEREC) IS ASSESSED ITS FLAT MONTHLY
001200*           FEE AND, IF ITS BALANCE FELL BELOW THE TIER MINIMUM
001300*           ON ANY DAY OF THE MONTH, THE LOW BALANCE FEE.  THE
001400*           DAY-BY-DAY BALANCES ARE REBUILT BACKWARD FROM THE
001500*           MASTER BALANCE THROUGH THE CODED ENTRIES ON THE DAILY
001600*           LOG AND ITS MONTHLY HISTORY FILE, THE SAME ENTRIES
001700*           THE STATEMENT RUN PRINTS, GIVING THE MONTH'S AVERAGE
001800*           DAILY BALANCE AND ITS LOWEST BALANCE.
001900*
002000*           A FEE IS WAIVED WHEN THE AVERAGE DAILY BALANCE MEETS
002100*           THE TIER'S WAIVER AMOUNT, WHEN THE TIER WAIVES FEES
002200*           FOR EMPLOYEES AND THE ACCOUNT'S OWNER (FOUND THROUGH
002300*           CUSTXREF) ALSO HAS AN EMPLOYEE LINK, OR WHEN THE
002400*           BALANCE WOULD NOT COVER IT.  EACH FEE CHARGED IS
002500*           APPENDED TO TRANFILE AS AN 'F' TRANSACTION CARRYING
002600*           ITS KIND ('S' MONTHLY, 'L' LOW BALANCE) IN THE
002700*           ORIGINAL-CODE BYTE AND THE MONTH END IN THE ORIGINAL
002800*           DATE - TRANPOST POSTS AND LOGS IT.  EVERY FEE CHARGED
002900*           OR WAIVED IS LISTED ON THE FEE REGISTER (FEERPT) WITH
003000*           THE REASON.  A MONTH ALREADY ASSESSED IS REFUSED
003100*           UNTIL A SUPERVISOR REOPENS IT WITH PERIODCT.
003200*----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*----------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* 09/24/2026  RLM  ORIGINAL PROGRAM - MONTHLY AND LOW BALANCE
003700*                  FEES BY TIER WITH WAIVERS AND A FEE REGISTER.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DAILY-LOG-FILE    ASSIGN TO "DAILYLOG"
004600                              ORGANIZATION IS LINE SEQUENTIAL
004700                              FILE STATUS IS FA-DLG-STATUS.
004800     SELECT LOG-HISTORY-FILE  ASSIGN TO "DLGHIST"
004900                              ORGANIZATION IS LINE SEQUENTIAL
005000                              FILE STATUS IS FA-HIST-STATUS.
005100     SELECT ACCOUNT-FILE      ASSIGN TO "ACCTFILE"
005200                              ORGANIZATION IS INDEXED
005300                              ACCESS MODE IS DYNAMIC
005400                              RECORD KEY IS ACCT-NUMBER
005500                              FILE STATUS IS FA-ACCT-STATUS.
005600     SELECT XREF-FILE         ASSIGN TO "CUSTXREF"
005700                              ORGANIZATION IS INDEXED
005800                              ACCESS MODE IS DYNAMIC
005900                              RECORD KEY IS XRF-LINK-KEY
006000                              FILE STATUS IS FA-XREF-STATUS.
006100     SELECT FEE-SCHED-FILE    ASSIGN TO "FEESCHED"
006200                              ORGANIZATION IS LINE SEQUENTIAL
006300                              FILE STATUS IS FA-SCHED-STATUS.
006400     SELECT TRANSACTION-FILE  ASSIGN TO "TRANFILE"
006500                              ORGANIZATION IS SEQUENTIAL
006600                              FILE STATUS IS FA-TRAN-STATUS.
006700     SELECT FEE-RPT-FILE      ASSIGN TO "FEERPT"
006800                              ORGANIZATION IS LINE SEQUENTIAL
006900                              FILE STATUS IS FA-RPT-STATUS.
007000     SELECT PERIOD-CTL-FILE   ASSIGN TO "PRDCTL"
007100                              ORGANIZATION IS LINE SEQUENTIAL
007200                              FILE STATUS IS PRD-CTL-STATUS.
007300     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
007400                              ORGANIZATION IS LINE SEQUENTIAL
007500                              FILE STATUS IS FST-JOB-LOG-STATUS.
007600     SELECT FEE-SORT-FILE     ASSIGN TO "FEESORT".
007700 DATA DIVISION.
007800 FILE SECTION.
007900*----------------------------------------------------------------
008000* SHARED DAILY TRANSACTION LOG AND ITS MONTHLY HISTORY FILE -
008100* THE HISTORY LINE IS THE ARCHIVED LOG ENTRY BEHIND ITS ARCHIVE
008200* MONTH (SEE DLGARCH)
008300*----------------------------------------------------------------
008400 FD  DAILY-LOG-FILE.
008500 01  DAILY-LOG-LINE             PIC X(80).
008600
008700 FD  LOG-HISTORY-FILE.
008800 01  LOG-HISTORY-RECORD.
008900     05  DH-ARCHIVE-MONTH       PIC 9(04).
009000     05  FILLER                 PIC X(01).
009100     05  DH-LOG-ENTRY           PIC X(80).
009200
009300*----------------------------------------------------------------
009400* ACCOUNT MASTER FILE - READ IN KEY ORDER
009500*----------------------------------------------------------------
009600 FD  ACCOUNT-FILE.
009700     COPY ACCTREC.
009800
009900*----------------------------------------------------------------
010000* PARTY CROSS-REFERENCE - ACCOUNT NUMBER TO OWNING CUSTOMER, AND
010100* THE EMPLOYEE LINKS THAT EARN THE EMPLOYEE WAIVER
010200*----------------------------------------------------------------
010300 FD  XREF-FILE.
010400     COPY XRFREC.
010500
010600*----------------------------------------------------------------
010700* SERVICE FEE SCHEDULE - ONE RECORD PER TIER PER SCHEDULE
010800* CHANGE; THE LATEST EFFECTIVE DATE NOT PAST THE MONTH END WINS
010900*----------------------------------------------------------------
011000 FD  FEE-SCHED-FILE.
011100     COPY FEEREC.
011200
011300*----------------------------------------------------------------
011400* TRANSACTION FILE - THE FILE TRANPOST READS; A FEE IS APPENDED
011500* IN THE SAME RECORD SHAPE TRANENTRY WRITES
011600*----------------------------------------------------------------
011700 FD  TRANSACTION-FILE
011800     RECORDING MODE IS F.
011900 01  TRANSACTION-RECORD.
012000     05  TRN-ACCT-NUMBER        PIC 9(6).
012100     05  TRN-CODE               PIC X(01).
012200         88  TRN-SERVICE-FEE                VALUE 'F'.
012300     05  TRN-AMOUNT             PIC 9(7)V99.
012400     05  TRN-DATE               PIC 9(6).
012500     05  TRN-ORIG-CODE          PIC X(01).
012600     05  TRN-ORIG-DATE          PIC 9(6).
012700
012800*----------------------------------------------------------------
012900* FEE REGISTER
013000*----------------------------------------------------------------
013100 FD  FEE-RPT-FILE.
013200 01  FEE-RPT-LINE               PIC X(80).
013300
013400*----------------------------------------------------------------
013500* SHARED PROCESSING-PERIOD CONTROL FILE - CONSULTED BEFORE THE
013600* ASSESSMENT STARTS, MARKED PROCESSED AT END OF JOB
013700*----------------------------------------------------------------
013800 FD  PERIOD-CTL-FILE.
013900 01  PERIOD-CTL-LINE            PIC X(80).
014000
014100*----------------------------------------------------------------
014200* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
014300*----------------------------------------------------------------
014400 FD  JOB-LOG-FILE.
014500 01  JOB-LOG-LINE               PIC X(80).
014600
014700*----------------------------------------------------------------
014800* SORT WORK FILE - ONE RECORD PER BALANCE-MOVING ENTRY DATED IN
014900* OR AFTER THE FEE MONTH, SIGNED THE WAY IT MOVED THE BALANCE,
015000* IN ACCOUNT ORDER SO ONE FORWARD PASS OF THE MASTER TAKES EACH
015100* ACCOUNT'S ENTRIES IN TURN
015200*----------------------------------------------------------------
015300 SD  FEE-SORT-FILE.
015400 01  FEE-SORT-RECORD.
015500     05  FSR-ACCT-NUMBER        PIC 9(06).
015600     05  FSR-DATE               PIC 9(06).
015700     05  FSR-DATE-R REDEFINES FSR-DATE.
015800         10  FSR-YY             PIC 9(02).
015900         10  FSR-MM             PIC 9(02).
016000         10  FSR-DD             PIC 9(02).
016100     05  FSR-AMOUNT             PIC S9(09)V99.
016200
016300 WORKING-STORAGE SECTION.
016400*----------------------------------------------------------------
016500* FILE STATUS FIELDS - A MISSING LOG OR HISTORY FILE ONLY MEANS
016600* LESS ACTIVITY TO FIND; A MISSING CROSS-REFERENCE MEANS NO
016700* EMPLOYEE WAIVER CAN BE PROVED, SO NONE IS GIVEN.
016800*----------------------------------------------------------------
016900 01  FA-DLG-STATUS              PIC X(02).
017000     88  FA-DLG-MISSING                     VALUE '35'.
017100 01  FA-HIST-STATUS             PIC X(02).
017200     88  FA-HIST-MISSING                    VALUE '35'.
017300 01  FA-ACCT-STATUS             PIC X(02).
017400     88  FA-ACCT-MISSING                    VALUE '35'.
017500 01  FA-XREF-STATUS             PIC X(02).
017600     88  FA-XREF-MISSING                    VALUE '35'.
017700 01  FA-SCHED-STATUS            PIC X(02).
017800     88  FA-SCHED-MISSING                   VALUE '35'.
017900 01  FA-TRAN-STATUS             PIC X(02).
018000 01  FA-RPT-STATUS              PIC X(02).
018100
018200 01  FA-SWITCHES.
018300     05  FA-LOG-EOF-SW          PIC X(01) VALUE 'N'.
018400         88  FA-LOG-EOF                     VALUE 'Y'.
018500     05  FA-SORT-EOF-SW         PIC X(01) VALUE 'N'.
018600         88  FA-SORT-EOF                    VALUE 'Y'.
018700     05  FA-ACCT-EOF-SW         PIC X(01) VALUE 'N'.
018800         88  FA-ACCT-EOF                    VALUE 'Y'.
018900     05  FA-SCHED-EOF-SW        PIC X(01) VALUE 'N'.
019000         88  FA-SCHED-EOF                   VALUE 'Y'.
019100     05  FA-XREF-EOF-SW         PIC X(01) VALUE 'N'.
019200         88  FA-XREF-EOF                    VALUE 'Y'.
019300     05  FA-MONTH-OK-SW         PIC X(01) VALUE 'N'.
019400         88  FA-MONTH-OK                    VALUE 'Y'.
019500     05  FA-XREF-OPEN-SW        PIC X(01) VALUE 'N'.
019600         88  FA-XREF-OPEN                   VALUE 'Y'.
019700     05  FA-SCHED-FOUND-SW      PIC X(01) VALUE 'N'.
019800         88  FA-SCHED-FOUND                 VALUE 'Y'.
019900     05  FA-EMPLOYEE-OWNED-SW   PIC X(01) VALUE 'N'.
020000         88  FA-EMPLOYEE-OWNED              VALUE 'Y'.
020100     05  FA-RUN-ABORT-SW        PIC X(01) VALUE 'N'.
020200         88  FA-RUN-ABORT                   VALUE 'Y'.
020300
020400*----------------------------------------------------------------
020500* THE FEE MONTH - ENTERED AS YYMM, WITH ITS FIRST AND LAST DAYS.
020600* FEBRUARY HAS 29 DAYS ONLY IN A YEAR DIVISIBLE BY FOUR.
020700*----------------------------------------------------------------
020800 01  FA-TODAY                   PIC 9(06).
020900 01  FA-FEE-MONTH               PIC 9(04).
021000 01  FA-FEE-MONTH-R REDEFINES FA-FEE-MONTH.
021100     05  FA-FEE-YY              PIC 9(02).
021200     05  FA-FEE-MM              PIC 9(02).
021300 01  FA-MONTH-FROM              PIC 9(06).
021400 01  FA-MONTH-FROM-R REDEFINES FA-MONTH-FROM.
021500     05  FA-FROM-YY             PIC 9(02).
021600     05  FA-FROM-MM             PIC 9(02).
021700     05  FA-FROM-DD             PIC 9(02).
021800 01  FA-MONTH-END               PIC 9(06).
021900 01  FA-MONTH-END-R REDEFINES FA-MONTH-END.
022000     05  FA-END-YY              PIC 9(02).
022100     05  FA-END-MMDD.
022200         10  FA-END-MM          PIC 9(02).
022300         10  FA-END-DD          PIC 9(02).
022400 01  FA-LEAP-QUOTIENT           PIC 9(02).
022500 01  FA-LEAP-REMAINDER          PIC 9(01).
022600 01  FA-MONTH-DAYS-VALUES.
022700     05  FILLER                 PIC X(24) VALUE
022800         "312931303130313130313031".
022900 01  FA-MONTH-DAYS-TABLE REDEFINES FA-MONTH-DAYS-VALUES.
023000     05  FA-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
023100
023200*----------------------------------------------------------------
023300* SERVICE FEE SCHEDULE TABLE - EVERY ENTRY ON FEESCHED; THE
023400* LOOKUP PICKS, FOR THE TIER IN HAND, THE ENTRY WITH THE LATEST
023500* EFFECTIVE DATE NOT PAST THE MONTH END.  SIXTY ENTRIES HOLDS
023600* TWENTY SCHEDULE CHANGES PER TIER.
023700*----------------------------------------------------------------
023800 01  FA-SCHED-TABLE.
023900     05  FA-SCHED-ENTRY         OCCURS 60 TIMES
024000                                INDEXED BY FA-SCHED-IDX.
024100         10  FA-SCHED-TIER      PIC X(01).
024200         10  FA-SCHED-EFF-DATE  PIC 9(06).
024300         10  FA-SCHED-MONTHLY   PIC 9(03)V99.
024400         10  FA-SCHED-MIN-BAL   PIC 9(07)V99.
024500         10  FA-SCHED-LOW-FEE   PIC 9(03)V99.
024600         10  FA-SCHED-WAIVE-AVG PIC 9(07)V99.
024700         10  FA-SCHED-WAIVE-EMP PIC X(01).
024800 01  FA-SCHED-COUNT             PIC 9(02) COMP VALUE ZERO.
024900 01  FA-SCHED-BEST-DATE         PIC 9(06).
025000
025100*----------------------------------------------------------------
025200* THE SCHEDULE IN FORCE FOR THE ACCOUNT IN HAND
025300*----------------------------------------------------------------
025400 01  FA-USE-MONTHLY             PIC 9(03)V99.
025500 01  FA-USE-MIN-BAL             PIC 9(07)V99.
025600 01  FA-USE-LOW-FEE             PIC 9(03)V99.
025700 01  FA-USE-WAIVE-AVG           PIC 9(07)V99.
025800 01  FA-USE-WAIVE-EMP           PIC X(01).
025900     88  FA-USE-EMPLOYEE-WAIVER             VALUE 'Y'.
026000
026100*----------------------------------------------------------------
026200* CUSTOMERS WITH AN EMPLOYEE LINK ON CUSTXREF, LOADED ONCE SO
026300* EACH ACCOUNT'S OWNER IS TESTED WITHOUT RESCANNING THE FILE
026400*----------------------------------------------------------------
026500 01  FA-EMP-TABLE.
026600     05  FA-EMP-CUST-ID         PIC 9(06) OCCURS 2000 TIMES
026700                                INDEXED BY FA-EMP-IDX.
026800 01  FA-EMP-COUNT               PIC 9(04) COMP VALUE ZERO.
026900 01  FA-OWNER-ID                PIC 9(06).
027000
027100*----------------------------------------------------------------
027200* THE ACCOUNT IN HAND - ITS BALANCE, THE NET OF ITS ENTRIES
027300* AFTER THE MONTH, AND THE NET OF EACH DAY INSIDE IT
027400*----------------------------------------------------------------
027500 01  FA-BALANCE                 PIC 9(7)V99.
027600 01  FA-POST-MONTH-NET          PIC S9(09)V99.
027700 01  FA-MONTH-NET               PIC S9(09)V99.
027800 01  FA-DAY-NET-TABLE.
027900     05  FA-DAY-NET             PIC S9(09)V99 OCCURS 31 TIMES.
028000 01  FA-DAY-SUB                 PIC 9(02) COMP.
028100 01  FA-RUNNING-BALANCE         PIC S9(09)V99.
028200 01  FA-BALANCE-DAYS            PIC S9(11)V99.
028300 01  FA-AVERAGE-BALANCE         PIC S9(09)V99.
028400 01  FA-LOW-BALANCE             PIC S9(09)V99.
028500 01  FA-REMAINING-BALANCE       PIC S9(09)V99.
028600
028700*----------------------------------------------------------------
028800* THE FEE BEING DECIDED
028900*----------------------------------------------------------------
029000 01  FA-FEE-KIND                PIC X(01).
029100     88  FA-FEE-MONTHLY                     VALUE 'S'.
029200     88  FA-FEE-LOW-BALANCE                 VALUE 'L'.
029300 01  FA-FEE-AMOUNT              PIC 9(03)V99.
029400 01  FA-FEE-ACTION              PIC X(07).
029500 01  FA-FEE-REASON              PIC X(21).
029600
029700*----------------------------------------------------------------
029800* RUN COUNTS AND TOTALS
029900*----------------------------------------------------------------
030000 01  FA-ACCT-COUNT              PIC 9(05) COMP VALUE ZERO.
030100 01  FA-CHARGED-COUNT           PIC 9(05) COMP VALUE ZERO.
030200 01  FA-WAIVED-COUNT            PIC 9(05) COMP VALUE ZERO.
030300 01  FA-CHARGED-TOTAL           PIC 9(07)V99 VALUE ZERO.
030400 01  FA-WAIVED-TOTAL            PIC 9(07)V99 VALUE ZERO.
030500
030600*----------------------------------------------------------------
030700* REGISTER LINES
030800*----------------------------------------------------------------
030900 01  FA-RPT-HEADING.
031000     05  FILLER                 PIC X(38) VALUE
031100         "SERVICE FEE REGISTER FOR MONTH ENDING ".
031200     05  RH-MONTH-END           PIC 9(06).
031300     05  FILLER                 PIC X(08) VALUE "  - RUN ".
031400     05  RH-DATE                PIC 9(06).
031500     05  FILLER                 PIC X(22) VALUE SPACES.
031600
031700 01  FA-RPT-COLUMNS.
031800     05  FILLER                 PIC X(39) VALUE
031900         "ACCOUNT T  FEE     AMOUNT   AVG BAL    ".
032000     05  FILLER                 PIC X(41) VALUE
032100         "LOW BAL  ACTION  REASON".
032200
032300 01  FA-RPT-DETAIL-LINE.
032400     05  RD-ACCT-NUMBER         PIC 9(06).
032500     05  FILLER                 PIC X(02) VALUE SPACES.
032600     05  RD-TIER                PIC X(01).
032700     05  FILLER                 PIC X(02) VALUE SPACES.
032800     05  RD-FEE-KIND            PIC X(07).
032900     05  FILLER                 PIC X(01) VALUE SPACES.
033000     05  RD-AMOUNT              PIC ZZ9.99.
033100     05  FILLER                 PIC X(01) VALUE SPACES.
033200     05  RD-AVERAGE             PIC Z(5)9.99-.
033300     05  FILLER                 PIC X(01) VALUE SPACES.
033400     05  RD-LOW                 PIC Z(5)9.99-.
033500     05  FILLER                 PIC X(01) VALUE SPACES.
033600     05  RD-ACTION              PIC X(07).
033700     05  FILLER                 PIC X(01) VALUE SPACES.
033800     05  RD-REASON              PIC X(21).
033900     05  FILLER                 PIC X(03) VALUE SPACES.
034000
034100 01  FA-RPT-SUMMARY-LINE.
034200     05  FILLER                 PIC X(09) VALUE "ACCOUNTS ".
034300     05  RS-ACCOUNTS            PIC Z(4)9.
034400     05  FILLER                 PIC X(10) VALUE "  CHARGED ".
034500     05  RS-CHARGED             PIC Z(4)9.
034600     05  FILLER                 PIC X(01) VALUE SPACE.
034700     05  RS-CHARGED-TOTAL       PIC Z(6)9.99.
034800     05  FILLER                 PIC X(09) VALUE "  WAIVED ".
034900     05  RS-WAIVED              PIC Z(4)9.
035000     05  FILLER                 PIC X(01) VALUE SPACE.
035100     05  RS-WAIVED-TOTAL        PIC Z(6)9.99.
035200     05  FILLER                 PIC X(15) VALUE SPACES.
035300
035400     COPY DLGREC.
035500
035600     COPY PRDWS.
035700
035800     COPY VALIDWS.
035900
036000     COPY FSTATWS.
036100
036200 PROCEDURE DIVISION.
036300*----------------------------------------------------------------
036400 0000-MAINLINE.
036500*----------------------------------------------------------------
036600     MOVE "FEEASSES" TO FST-PROGRAM-ID.
036700     ACCEPT FA-TODAY FROM DATE.
036800     PERFORM 0100-GET-MONTH THRU 0100-EXIT.
036900*    ONE ASSESSMENT PER FEE MONTH - A RERUN IS REFUSED UNTIL A
037000*    SUPERVISOR REOPENS THE PERIOD WITH PERIODCT.
037100     MOVE "FEEASSES"   TO PRD-CHECK-SOURCE.
037200     MOVE FA-END-YY    TO PRD-CHECK-YEAR.
037300     MOVE FA-END-MMDD  TO PRD-CHECK-PERIOD.
037400     PERFORM 9500-CHECK-PERIOD THRU 9500-EXIT.
037500     IF PRD-ALREADY-PROCESSED
037600         DISPLAY "FEEASSES - FEE MONTH ENDING " FA-MONTH-END
037700                 " HAS ALREADY BEEN ASSESSED"
037800         DISPLAY "- REOPEN IT WITH PERIODCT BEFORE RERUNNING."
037900         MOVE 16 TO RETURN-CODE
038000         GO TO 9999-EXIT
038100     END-IF.
038200     PERFORM 0200-LOAD-FEE-SCHEDULE THRU 0200-EXIT.
038300     PERFORM 0300-LOAD-EMPLOYEE-OWNERS THRU 0300-EXIT.
038400     SORT FEE-SORT-FILE
038500         ON ASCENDING KEY FSR-ACCT-NUMBER
038600         INPUT PROCEDURE IS 1000-RELEASE-ACTIVITY
038700             THRU 1000-EXIT
038800         OUTPUT PROCEDURE IS 2000-ASSESS-ACCOUNTS
038900             THRU 2000-EXIT.
039000     IF FA-XREF-OPEN
039100         CLOSE XREF-FILE
039200     END-IF.
039300     IF SORT-RETURN NOT = ZERO
039400         DISPLAY "FEEASSES - SORT FAILED - RERUN THE JOB."
039500         MOVE 16 TO RETURN-CODE
039600         GO TO 9999-EXIT
039700     END-IF.
039800     IF FA-RUN-ABORT
039900         MOVE 16 TO RETURN-CODE
040000         GO TO 9999-EXIT
040100     END-IF.
040200     MOVE "FEEASSES" TO PRD-MARK-OPERATOR.
040300     PERFORM 9600-MARK-PERIOD-PROCESSED THRU 9600-EXIT.
040400     DISPLAY "Fee assessment complete - " FA-CHARGED-COUNT
040500             " fees charged, " FA-WAIVED-COUNT " waived.".
040600     GO TO 9999-EXIT.
040700
040800*----------------------------------------------------------------
040900 0100-GET-MONTH.
041000*     RE-PROMPT UNTIL THE FEE MONTH IS A REAL MONTH THAT HAS
041100*     ALREADY ENDED.
041200*----------------------------------------------------------------
041300     MOVE 'N' TO FA-MONTH-OK-SW.
041400     PERFORM 0150-PROMPT-FOR-MONTH THRU 0150-EXIT
041500         UNTIL FA-MONTH-OK.
041600 0100-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------
042000 0150-PROMPT-FOR-MONTH.
042100*----------------------------------------------------------------
042200     DISPLAY "Fee month to assess - YYMM?".
042300     ACCEPT FA-FEE-MONTH.
042400     MOVE FA-FEE-MM TO VAL-NUMERIC-INPUT.
042500     MOVE 1         TO VAL-MIN-RANGE.
042600     MOVE 12        TO VAL-MAX-RANGE.
042700     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
042800     IF VAL-ERROR-FOUND
042900         DISPLAY VAL-ERROR-MESSAGE
043000         GO TO 0150-EXIT
043100     END-IF.
043200     MOVE FA-FEE-YY TO FA-FROM-YY.
043300     MOVE FA-FEE-MM TO FA-FROM-MM.
043400     MOVE 1         TO FA-FROM-DD.
043500     MOVE FA-FEE-YY TO FA-END-YY.
043600     MOVE FA-FEE-MM TO FA-END-MM.
043700     MOVE FA-MONTH-DAYS (FA-FEE-MM) TO FA-END-DD.
043800     IF FA-FEE-MM = 2
043900         DIVIDE FA-FEE-YY BY 4 GIVING FA-LEAP-QUOTIENT
044000             REMAINDER FA-LEAP-REMAINDER
044100         IF FA-LEAP-REMAINDER NOT = ZERO
044200             MOVE 28 TO FA-END-DD
044300         END-IF
044400     END-IF.
044500     IF FA-MONTH-END NOT < FA-TODAY
044600         DISPLAY "The fee month must be a month that has ended."
044700         GO TO 0150-EXIT
044800     END-IF.
044900     MOVE 'Y' TO FA-MONTH-OK-SW.
045000 0150-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------------
045400 0200-LOAD-FEE-SCHEDULE.
045500*     LOAD EVERY ENTRY FROM THE SERVICE FEE SCHEDULE.  A MISSING
045600*     OR EMPTY SCHEDULE ENDS THE RUN - NO FEE IS CHARGED AT A
045700*     MADE-UP AMOUNT, AND THE MONTH STAYS OPEN FOR A RERUN.
045800*----------------------------------------------------------------
045900     MOVE ZERO TO FA-SCHED-COUNT.
046000     MOVE 'N'  TO FA-SCHED-EOF-SW.
046100     OPEN INPUT FEE-SCHED-FILE.
046200     IF FA-SCHED-MISSING
046300         DISPLAY "FEEASSES - NO FEE SCHEDULE ON FILE (FEESCHED) -"
046400         DISPLAY "NOTHING ASSESSED."
046500         MOVE 16 TO RETURN-CODE
046600         GO TO 9999-EXIT
046700     END-IF.
046800     MOVE "FEESCHED" TO FST-FILE-NAME.
046900     MOVE "OPEN    " TO FST-OPERATION.
047000     MOVE FA-SCHED-STATUS TO FST-STATUS.
047100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
047200     PERFORM 0250-READ-SCHED-ENTRY THRU 0250-EXIT.
047300     PERFORM 0260-TABLE-SCHED-ENTRY THRU 0260-EXIT
047400         UNTIL FA-SCHED-EOF.
047500     CLOSE FEE-SCHED-FILE.
047600     IF FA-SCHED-COUNT = ZERO
047700         DISPLAY "FEEASSES - FEE SCHEDULE IS EMPTY - NOTHING"
047800         DISPLAY "ASSESSED."
047900         MOVE 16 TO RETURN-CODE
048000         GO TO 9999-EXIT
048100     END-IF.
048200 0200-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------------
048600 0250-READ-SCHED-ENTRY.
048700*----------------------------------------------------------------
048800     READ FEE-SCHED-FILE
048900         AT END
049000             MOVE 'Y' TO FA-SCHED-EOF-SW
049100     END-READ.
049200     MOVE "FEESCHED" TO FST-FILE-NAME.
049300     MOVE "READ    " TO FST-OPERATION.
049400     MOVE FA-SCHED-STATUS TO FST-STATUS.
049500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
049600 0250-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------------
050000 0260-TABLE-SCHED-ENTRY.
050100*     A GARBLED ENTRY IS SKIPPED WITH A WARNING RATHER THAN
050200*     LOADED AS A FEE OF WHATEVER THE GARBLE DECODES TO.
050300*----------------------------------------------------------------
050400     EVALUATE TRUE
050500         WHEN FEE-EFFECTIVE-DATE NOT NUMERIC
050600           OR FEE-MONTHLY-AMOUNT NOT NUMERIC
050700           OR FEE-MIN-BALANCE NOT NUMERIC
050800           OR FEE-LOW-BAL-AMOUNT NOT NUMERIC
050900           OR FEE-WAIVE-AVG-BALANCE NOT NUMERIC
051000             DISPLAY "FEEASSES - BAD FEE ENTRY SKIPPED - "
051100                     FEE-SCHEDULE-RECORD
051200         WHEN FA-SCHED-COUNT NOT < 60
051300             DISPLAY "FEEASSES - FEE SCHEDULE TABLE FULL - ENTRY "
051400                     FEE-SCHEDULE-RECORD " DROPPED."
051500         WHEN OTHER
051600             ADD 1 TO FA-SCHED-COUNT
051700             SET FA-SCHED-IDX TO FA-SCHED-COUNT
051800             MOVE FEE-TIER TO FA-SCHED-TIER (FA-SCHED-IDX)
051900             MOVE FEE-EFFECTIVE-DATE
052000                 TO FA-SCHED-EFF-DATE (FA-SCHED-IDX)
052100             MOVE FEE-MONTHLY-AMOUNT
052200                 TO FA-SCHED-MONTHLY (FA-SCHED-IDX)
052300             MOVE FEE-MIN-BALANCE
052400                 TO FA-SCHED-MIN-BAL (FA-SCHED-IDX)
052500             MOVE FEE-LOW-BAL-AMOUNT
052600                 TO FA-SCHED-LOW-FEE (FA-SCHED-IDX)
052700             MOVE FEE-WAIVE-AVG-BALANCE
052800                 TO FA-SCHED-WAIVE-AVG (FA-SCHED-IDX)
052900             MOVE FEE-WAIVE-EMPLOYEE
053000                 TO FA-SCHED-WAIVE-EMP (FA-SCHED-IDX)
053100     END-EVALUATE.
053200     PERFORM 0250-READ-SCHED-ENTRY THRU 0250-EXIT.
053300 0260-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------
053700 0300-LOAD-EMPLOYEE-OWNERS.
053800*     ONE PASS OF THE CROSS-REFERENCE TABLES EVERY CUSTOMER WITH
053900*     AN EMPLOYEE LINK.  THE FILE STAYS OPEN FOR THE OWNER
054000*     LOOKUPS.  WITHOUT IT NO EMPLOYEE WAIVER IS GIVEN.
054100*----------------------------------------------------------------
054200     MOVE ZERO TO FA-EMP-COUNT.
054300     MOVE 'N'  TO FA-XREF-EOF-SW.
054400     OPEN INPUT XREF-FILE.
054500     IF FA-XREF-MISSING
054600         GO TO 0300-EXIT
054700     END-IF.
054800     MOVE "CUSTXREF" TO FST-FILE-NAME.
054900     MOVE "OPEN    " TO FST-OPERATION.
055000     MOVE FA-XREF-STATUS TO FST-STATUS.
055100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
055200     MOVE 'Y' TO FA-XREF-OPEN-SW.
055300     PERFORM 0350-READ-XREF THRU 0350-EXIT.
055400     PERFORM 0360-TABLE-EMPLOYEE THRU 0360-EXIT
055500         UNTIL FA-XREF-EOF.
055600 0300-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------------
056000 0350-READ-XREF.
056100*----------------------------------------------------------------
056200     READ XREF-FILE NEXT
056300         AT END
056400             MOVE 'Y' TO FA-XREF-EOF-SW
056500     END-READ.
056600     MOVE "CUSTXREF" TO FST-FILE-NAME.
056700     MOVE "READ    " TO FST-OPERATION.
056800     MOVE FA-XREF-STATUS TO FST-STATUS.
056900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
057000 0350-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------------
057400 0360-TABLE-EMPLOYEE.
057500*----------------------------------------------------------------
057600     IF XRF-LINK-EMPLOYEE
057700         IF FA-EMP-COUNT NOT < 2000
057800             DISPLAY "FEEASSES - EMPLOYEE TABLE FULL - CUSTOMER "
057900                     XRF-CUST-ID " GETS NO EMPLOYEE WAIVER."
058000         ELSE
058100             ADD 1 TO FA-EMP-COUNT
058200             SET FA-EMP-IDX TO FA-EMP-COUNT
058300             MOVE XRF-CUST-ID TO FA-EMP-CUST-ID (FA-EMP-IDX)
058400         END-IF
058500     END-IF.
058600     PERFORM 0350-READ-XREF THRU 0350-EXIT.
058700 0360-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100 1000-RELEASE-ACTIVITY.
059200*     RELEASE ONE SORT RECORD PER BALANCE-MOVING ENTRY DATED IN
059300*     OR AFTER THE FEE MONTH - FIRST THE ARCHIVED HISTORY, THEN
059400*     THE CURRENT DAILY LOG.  EITHER FILE MAY BE MISSING.
059500*----------------------------------------------------------------
059600     MOVE 'N' TO FA-LOG-EOF-SW.
059700     OPEN INPUT LOG-HISTORY-FILE.
059800     IF FA-HIST-MISSING
059900         GO TO 1000-DAILY-LOG
060000     END-IF.
060100     MOVE "DLGHIST " TO FST-FILE-NAME.
060200     MOVE "OPEN    " TO FST-OPERATION.
060300     MOVE FA-HIST-STATUS TO FST-STATUS.
060400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
060500     PERFORM 1300-READ-HISTORY-ENTRY THRU 1300-EXIT.
060600     PERFORM 1400-RELEASE-HISTORY-ENTRY THRU 1400-EXIT
060700         UNTIL FA-LOG-EOF.
060800     CLOSE LOG-HISTORY-FILE.
060900 1000-DAILY-LOG.
061000     MOVE 'N' TO FA-LOG-EOF-SW.
061100     OPEN INPUT DAILY-LOG-FILE.
061200     IF FA-DLG-MISSING
061300         GO TO 1000-EXIT
061400     END-IF.
061500     MOVE "DAILYLOG" TO FST-FILE-NAME.
061600     MOVE "OPEN    " TO FST-OPERATION.
061700     MOVE FA-DLG-STATUS TO FST-STATUS.
061800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
061900     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
062000     PERFORM 1200-RELEASE-LOG-ENTRY THRU 1200-EXIT
062100         UNTIL FA-LOG-EOF.
062200     CLOSE DAILY-LOG-FILE.
062300 1000-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------------
062700 1100-READ-LOG-ENTRY.
062800*----------------------------------------------------------------
062900     READ DAILY-LOG-FILE
063000         AT END
063100             MOVE 'Y' TO FA-LOG-EOF-SW
063200         NOT AT END
063300             MOVE DAILY-LOG-LINE TO DLG-LOG-DETAIL-LINE
063400     END-READ.
063500     MOVE "DAILYLOG" TO FST-FILE-NAME.
063600     MOVE "READ    " TO FST-OPERATION.
063700     MOVE FA-DLG-STATUS TO FST-STATUS.
063800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
063900 1100-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------------
064300 1200-RELEASE-LOG-ENTRY.
064400*----------------------------------------------------------------
064500     PERFORM 1500-RELEASE-IF-MOVEMENT THRU 1500-EXIT.
064600     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
064700 1200-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------------
065100 1300-READ-HISTORY-ENTRY.
065200*----------------------------------------------------------------
065300     READ LOG-HISTORY-FILE
065400         AT END
065500             MOVE 'Y' TO FA-LOG-EOF-SW
065600         NOT AT END
065700             MOVE DH-LOG-ENTRY TO DLG-LOG-DETAIL-LINE
065800     END-READ.
065900     MOVE "DLGHIST " TO FST-FILE-NAME.
066000     MOVE "READ    " TO FST-OPERATION.
066100     MOVE FA-HIST-STATUS TO FST-STATUS.
066200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
066300 1300-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------
066700 1400-RELEASE-HISTORY-ENTRY.
066800*----------------------------------------------------------------
066900     PERFORM 1500-RELEASE-IF-MOVEMENT THRU 1500-EXIT.
067000     PERFORM 1300-READ-HISTORY-ENTRY THRU 1300-EXIT.
067100 1400-EXIT.
067200     EXIT.
067300
067400*----------------------------------------------------------------
067500 1500-RELEASE-IF-MOVEMENT.
067600*     THE SAME CODED ENTRIES THE STATEMENT RUN PRINTS, SIGNED
067700*     THE WAY THEY MOVED THE BALANCE.  A REVERSAL MOVES IT THE
067800*     OPPOSITE WAY OF THE ORIGINAL CODE IT NAMES.  ENTRIES FROM
067900*     BEFORE THE FEE MONTH ARE NOT NEEDED.
068000*----------------------------------------------------------------
068100     IF DLG-ID = ZERO OR DLG-DATE < FA-MONTH-FROM
068200         GO TO 1500-EXIT
068300     END-IF.
068400     EVALUATE TRUE
068500         WHEN DLG-FROM-TRANPOST AND DLG-TRAN-DEPOSIT
068600             MOVE DLG-AMOUNT TO FSR-AMOUNT
068700         WHEN DLG-FROM-TRANPOST
068800          AND (DLG-TRAN-WITHDRAWAL OR DLG-TRAN-MATURITY
068900               OR DLG-TRAN-FEE)
069000             COMPUTE FSR-AMOUNT = ZERO - DLG-AMOUNT
069100         WHEN DLG-FROM-TRANPOST AND DLG-TRAN-REVERSAL
069200             IF DLG-ORIG-DEPOSIT
069300                 COMPUTE FSR-AMOUNT = ZERO - DLG-AMOUNT
069400             ELSE
069500                 MOVE DLG-AMOUNT TO FSR-AMOUNT
069600             END-IF
069700         WHEN DLG-FROM-INTEREST AND DLG-TRAN-INTEREST-POST
069800             MOVE DLG-AMOUNT TO FSR-AMOUNT
069900         WHEN OTHER
070000             GO TO 1500-EXIT
070100     END-EVALUATE.
070200     MOVE DLG-ID   TO FSR-ACCT-NUMBER.
070300     MOVE DLG-DATE TO FSR-DATE.
070400     RELEASE FEE-SORT-RECORD.
070500 1500-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------------
070900 2000-ASSESS-ACCOUNTS.
071000*     TAKE THE ENTRIES BACK IN ACCOUNT ORDER AND WALK THE MASTER
071100*     FORWARD IN STEP, ASSESSING EACH ACCOUNT IN TURN.
071200*----------------------------------------------------------------
071300     MOVE 'N' TO FA-SORT-EOF-SW.
071400     MOVE 'N' TO FA-ACCT-EOF-SW.
071500     OPEN INPUT ACCOUNT-FILE.
071600     IF FA-ACCT-MISSING
071700         DISPLAY "No account master on file - nothing assessed."
071800         MOVE 'Y' TO FA-RUN-ABORT-SW
071900         GO TO 2000-EXIT
072000     END-IF.
072100     MOVE "ACCTFILE" TO FST-FILE-NAME.
072200     MOVE "OPEN    " TO FST-OPERATION.
072300     MOVE FA-ACCT-STATUS TO FST-STATUS.
072400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
072500     OPEN EXTEND TRANSACTION-FILE.
072600     IF FA-TRAN-STATUS = '35'
072700         OPEN OUTPUT TRANSACTION-FILE
072800         CLOSE TRANSACTION-FILE
072900         OPEN EXTEND TRANSACTION-FILE
073000     END-IF.
073100     MOVE "TRANFILE" TO FST-FILE-NAME.
073200     MOVE "OPEN    " TO FST-OPERATION.
073300     MOVE FA-TRAN-STATUS TO FST-STATUS.
073400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
073500     OPEN OUTPUT FEE-RPT-FILE.
073600     MOVE "FEERPT  " TO FST-FILE-NAME.
073700     MOVE "OPEN    " TO FST-OPERATION.
073800     MOVE FA-RPT-STATUS TO FST-STATUS.
073900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
074000     MOVE FA-MONTH-END TO RH-MONTH-END.
074100     MOVE FA-TODAY     TO RH-DATE.
074200     WRITE FEE-RPT-LINE FROM FA-RPT-HEADING.
074300     WRITE FEE-RPT-LINE FROM FA-RPT-COLUMNS.
074400     PERFORM 2100-RETURN-ACTIVITY THRU 2100-EXIT.
074500     PERFORM 2150-READ-ACCOUNT THRU 2150-EXIT.
074600     PERFORM 2200-ASSESS-ONE-ACCOUNT THRU 2200-EXIT
074700         UNTIL FA-ACCT-EOF.
074800     MOVE FA-ACCT-COUNT    TO RS-ACCOUNTS.
074900     MOVE FA-CHARGED-COUNT TO RS-CHARGED.
075000     MOVE FA-CHARGED-TOTAL TO RS-CHARGED-TOTAL.
075100     MOVE FA-WAIVED-COUNT  TO RS-WAIVED.
075200     MOVE FA-WAIVED-TOTAL  TO RS-WAIVED-TOTAL.
075300     WRITE FEE-RPT-LINE FROM FA-RPT-SUMMARY-LINE.
075400     CLOSE ACCOUNT-FILE
075500           TRANSACTION-FILE
075600           FEE-RPT-FILE.
075700 2000-EXIT.
075800     EXIT.
075900
076000*----------------------------------------------------------------
076100 2100-RETURN-ACTIVITY.
076200*----------------------------------------------------------------
076300     RETURN FEE-SORT-FILE
076400         AT END
076500             MOVE 'Y' TO FA-SORT-EOF-SW
076600     END-RETURN.
076700 2100-EXIT.
076800     EXIT.
076900
077000*----------------------------------------------------------------
077100 2150-READ-ACCOUNT.
077200*----------------------------------------------------------------
077300     READ ACCOUNT-FILE NEXT
077400         AT END
077500             MOVE 'Y' TO FA-ACCT-EOF-SW
077600     END-READ.
077700     MOVE "ACCTFILE" TO FST-FILE-NAME.
077800     MOVE "READ    " TO FST-OPERATION.
077900     MOVE FA-ACCT-STATUS TO FST-STATUS.
078000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
078100 2150-EXIT.
078200     EXIT.
078300
078400*----------------------------------------------------------------
078500 2200-ASSESS-ONE-ACCOUNT.
078600*     GATHER THE ACCOUNT'S ENTRIES (ENTRIES FOR AN ACCOUNT NO
078700*     LONGER ON THE MASTER ARE PASSED OVER), THEN ASSESS IT.  A
078800*     TERM PAID OUT AT MATURITY, OR A TIER WITH NO SCHEDULE IN
078900*     FORCE, IS NOT ASSESSED AT ALL.
079000*----------------------------------------------------------------
079100     ADD 1 TO FA-ACCT-COUNT.
079200     MOVE ZERO TO FA-POST-MONTH-NET.
079300     MOVE ZERO TO FA-MONTH-NET.
079400     PERFORM 2250-CLEAR-ONE-DAY THRU 2250-EXIT
079500         VARYING FA-DAY-SUB FROM 1 BY 1
079600         UNTIL FA-DAY-SUB > 31.
079700     PERFORM 2300-TAKE-ACTIVITY THRU 2300-EXIT
079800         UNTIL FA-SORT-EOF OR FSR-ACCT-NUMBER > ACCT-NUMBER.
079900     IF ACCT-MAT-PAID-OUT
080000         GO TO 2200-NEXT
080100     END-IF.
080200     PERFORM 2400-FIND-SCHEDULE THRU 2400-EXIT.
080300     IF NOT FA-SCHED-FOUND
080400         GO TO 2200-NEXT
080500     END-IF.
080600     IF ACCT-CURRENT-BALANCE > ZERO
080700         MOVE ACCT-CURRENT-BALANCE TO FA-BALANCE
080800     ELSE
080900         MOVE ACCT-PRINCIPAL       TO FA-BALANCE
081000     END-IF.
081100     PERFORM 2500-AVERAGE-BALANCE THRU 2500-EXIT.
081200     PERFORM 2600-CHECK-EMPLOYEE THRU 2600-EXIT.
081300     MOVE FA-BALANCE TO FA-REMAINING-BALANCE.
081400     IF FA-USE-MONTHLY > ZERO
081500         MOVE 'S'            TO FA-FEE-KIND
081600         MOVE FA-USE-MONTHLY TO FA-FEE-AMOUNT
081700         PERFORM 2700-DECIDE-FEE THRU 2700-EXIT
081800     END-IF.
081900     IF FA-USE-LOW-FEE > ZERO
082000        AND FA-LOW-BALANCE < FA-USE-MIN-BAL
082100         MOVE 'L'            TO FA-FEE-KIND
082200         MOVE FA-USE-LOW-FEE TO FA-FEE-AMOUNT
082300         PERFORM 2700-DECIDE-FEE THRU 2700-EXIT
082400     END-IF.
082500 2200-NEXT.
082600     PERFORM 2150-READ-ACCOUNT THRU 2150-EXIT.
082700 2200-EXIT.
082800     EXIT.
082900
083000*----------------------------------------------------------------
083100 2250-CLEAR-ONE-DAY.
083200*----------------------------------------------------------------
083300     MOVE ZERO TO FA-DAY-NET (FA-DAY-SUB).
083400 2250-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------------
083800 2300-TAKE-ACTIVITY.
083900*     AN ENTRY AFTER THE MONTH ONLY UNWINDS THE MASTER BALANCE
084000*     BACK TO THE MONTH END; ONE INSIDE THE MONTH ALSO MOVES
084100*     THE BALANCE OF ITS OWN DAY.
084200*----------------------------------------------------------------
084300     IF FSR-ACCT-NUMBER = ACCT-NUMBER
084400         IF FSR-DATE > FA-MONTH-END
084500             ADD FSR-AMOUNT TO FA-POST-MONTH-NET
084600         ELSE
084700             ADD FSR-AMOUNT TO FA-MONTH-NET
084800             ADD FSR-AMOUNT TO FA-DAY-NET (FSR-DD)
084900         END-IF
085000     END-IF.
085100     PERFORM 2100-RETURN-ACTIVITY THRU 2100-EXIT.
085200 2300-EXIT.
085300     EXIT.
085400
085500*----------------------------------------------------------------
085600 2400-FIND-SCHEDULE.
085700*     THE ENTRY FOR THE ACCOUNT'S TIER WITH THE LATEST EFFECTIVE
085800*     DATE NOT PAST THE MONTH END.
085900*----------------------------------------------------------------
086000     MOVE 'N'  TO FA-SCHED-FOUND-SW.
086100     MOVE ZERO TO FA-SCHED-BEST-DATE.
086200     PERFORM 2450-CHECK-SCHED-ENTRY THRU 2450-EXIT
086300         VARYING FA-SCHED-IDX FROM 1 BY 1
086400         UNTIL FA-SCHED-IDX > FA-SCHED-COUNT.
086500 2400-EXIT.
086600     EXIT.
086700
086800*----------------------------------------------------------------
086900 2450-CHECK-SCHED-ENTRY.
087000*----------------------------------------------------------------
087100     IF ACCT-TIER = FA-SCHED-TIER (FA-SCHED-IDX)
087200        AND FA-SCHED-EFF-DATE (FA-SCHED-IDX)
087300            NOT > FA-MONTH-END
087400        AND (NOT FA-SCHED-FOUND
087500             OR FA-SCHED-EFF-DATE (FA-SCHED-IDX)
087600                NOT < FA-SCHED-BEST-DATE)
087700         MOVE FA-SCHED-MONTHLY (FA-SCHED-IDX) TO FA-USE-MONTHLY
087800         MOVE FA-SCHED-MIN-BAL (FA-SCHED-IDX) TO FA-USE-MIN-BAL
087900         MOVE FA-SCHED-LOW-FEE (FA-SCHED-IDX) TO FA-USE-LOW-FEE
088000         MOVE FA-SCHED-WAIVE-AVG (FA-SCHED-IDX)
088100             TO FA-USE-WAIVE-AVG
088200         MOVE FA-SCHED-WAIVE-EMP (FA-SCHED-IDX)
088300             TO FA-USE-WAIVE-EMP
088400         MOVE FA-SCHED-EFF-DATE (FA-SCHED-IDX)
088500             TO FA-SCHED-BEST-DATE
088600         MOVE 'Y' TO FA-SCHED-FOUND-SW
088700     END-IF.
088800 2450-EXIT.
088900     EXIT.
089000
089100*----------------------------------------------------------------
089200 2500-AVERAGE-BALANCE.
089300*     UNWIND THE MASTER BALANCE PAST EVERYTHING AFTER THE MONTH
089400*     AND EVERYTHING IN IT TO GET THE BALANCE THE MONTH OPENED
089500*     WITH, THEN WALK THE DAYS FORWARD.  EACH DAY'S CLOSING
089600*     BALANCE COUNTS ONCE TOWARD THE AVERAGE, AND THE LOWEST OF
089700*     THEM IS THE MONTH'S LOW BALANCE.
089800*----------------------------------------------------------------
089900     COMPUTE FA-RUNNING-BALANCE =
090000         FA-BALANCE - FA-POST-MONTH-NET - FA-MONTH-NET.
090100     MOVE ZERO TO FA-BALANCE-DAYS.
090200     PERFORM 2550-TAKE-ONE-DAY THRU 2550-EXIT
090300         VARYING FA-DAY-SUB FROM 1 BY 1
090400         UNTIL FA-DAY-SUB > FA-END-DD.
090500     COMPUTE FA-AVERAGE-BALANCE ROUNDED =
090600         FA-BALANCE-DAYS / FA-END-DD.
090700 2500-EXIT.
090800     EXIT.
090900
091000*----------------------------------------------------------------
091100 2550-TAKE-ONE-DAY.
091200*----------------------------------------------------------------
091300     ADD FA-DAY-NET (FA-DAY-SUB) TO FA-RUNNING-BALANCE.
091400     ADD FA-RUNNING-BALANCE      TO FA-BALANCE-DAYS.
091500     IF FA-DAY-SUB = 1
091600        OR FA-RUNNING-BALANCE < FA-LOW-BALANCE
091700         MOVE FA-RUNNING-BALANCE TO FA-LOW-BALANCE
091800     END-IF.
091900 2550-EXIT.
092000     EXIT.
092100
092200*----------------------------------------------------------------
092300 2600-CHECK-EMPLOYEE.
092400*     THE ACCOUNT IS EMPLOYEE-OWNED WHEN ITS OWNER ON CUSTXREF
092500*     ALSO HAS AN EMPLOYEE LINK.
092600*----------------------------------------------------------------
092700     MOVE 'N'  TO FA-EMPLOYEE-OWNED-SW.
092800     MOVE ZERO TO FA-OWNER-ID.
092900     IF NOT FA-XREF-OPEN
093000         GO TO 2600-EXIT
093100     END-IF.
093200     MOVE 'A'         TO XRF-LINK-TYPE.
093300     MOVE ACCT-NUMBER TO XRF-LINK-ID.
093400     READ XREF-FILE
093500         INVALID KEY
093600             GO TO 2600-EXIT
093700     END-READ.
093800     MOVE XRF-CUST-ID TO FA-OWNER-ID.
093900     PERFORM 2650-CHECK-ONE-EMPLOYEE THRU 2650-EXIT
094000         VARYING FA-EMP-IDX FROM 1 BY 1
094100         UNTIL FA-EMP-IDX > FA-EMP-COUNT
094200            OR FA-EMPLOYEE-OWNED.
094300 2600-EXIT.
094400     EXIT.
094500
094600*----------------------------------------------------------------
094700 2650-CHECK-ONE-EMPLOYEE.
094800*----------------------------------------------------------------
094900     IF FA-EMP-CUST-ID (FA-EMP-IDX) = FA-OWNER-ID
095000         MOVE 'Y' TO FA-EMPLOYEE-OWNED-SW
095100     END-IF.
095200 2650-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------------
095600 2700-DECIDE-FEE.
095700*     CHARGE OR WAIVE THE FEE IN FA-FEE-KIND AND FA-FEE-AMOUNT.
095800*     A FEE THE BALANCE LEFT AFTER ANY EARLIER FEE WOULD NOT
095900*     COVER IS WAIVED RATHER THAN SENT TO TRANPOST TO BE
096000*     REJECTED.
096100*----------------------------------------------------------------
096200     EVALUATE TRUE
096300         WHEN FA-USE-EMPLOYEE-WAIVER AND FA-EMPLOYEE-OWNED
096400             MOVE "EMPLOYEE RELATIONSHIP" TO FA-FEE-REASON
096500         WHEN FA-USE-WAIVE-AVG > ZERO
096600          AND FA-AVERAGE-BALANCE NOT < FA-USE-WAIVE-AVG
096700             MOVE "AVERAGE BALANCE MET"   TO FA-FEE-REASON
096800         WHEN FA-FEE-AMOUNT > FA-REMAINING-BALANCE
096900             MOVE "BALANCE BELOW FEE"     TO FA-FEE-REASON
097000         WHEN OTHER
097100             GO TO 2700-CHARGE
097200     END-EVALUATE.
097300     MOVE "WAIVED "     TO FA-FEE-ACTION.
097400     ADD 1              TO FA-WAIVED-COUNT.
097500     ADD FA-FEE-AMOUNT  TO FA-WAIVED-TOTAL.
097600     PERFORM 2800-REGISTER-FEE THRU 2800-EXIT.
097700     GO TO 2700-EXIT.
097800 2700-CHARGE.
097900     MOVE SPACES          TO TRANSACTION-RECORD.
098000     MOVE ACCT-NUMBER     TO TRN-ACCT-NUMBER.
098100     MOVE 'F'             TO TRN-CODE.
098200     MOVE FA-FEE-AMOUNT   TO TRN-AMOUNT.
098300     MOVE FA-TODAY        TO TRN-DATE.
098400     MOVE FA-FEE-KIND     TO TRN-ORIG-CODE.
098500     MOVE FA-MONTH-END    TO TRN-ORIG-DATE.
098600     WRITE TRANSACTION-RECORD.
098700     MOVE "TRANFILE" TO FST-FILE-NAME.
098800     MOVE "WRITE   " TO FST-OPERATION.
098900     MOVE FA-TRAN-STATUS TO FST-STATUS.
099000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
099100     SUBTRACT FA-FEE-AMOUNT FROM FA-REMAINING-BALANCE.
099200     MOVE "CHARGED"     TO FA-FEE-ACTION.
099300     MOVE SPACES        TO FA-FEE-REASON.
099400     ADD 1              TO FA-CHARGED-COUNT.
099500     ADD FA-FEE-AMOUNT  TO FA-CHARGED-TOTAL.
099600     PERFORM 2800-REGISTER-FEE THRU 2800-EXIT.
099700 2700-EXIT.
099800     EXIT.
099900
100000*----------------------------------------------------------------
100100 2800-REGISTER-FEE.
100200*----------------------------------------------------------------
100300     MOVE ACCT-NUMBER        TO RD-ACCT-NUMBER.
100400     MOVE ACCT-TIER          TO RD-TIER.
100500     IF FA-FEE-MONTHLY
100600         MOVE "MONTHLY"      TO RD-FEE-KIND
100700     ELSE
100800         MOVE "LOW BAL"      TO RD-FEE-KIND
100900     END-IF.
101000     MOVE FA-FEE-AMOUNT      TO RD-AMOUNT.
101100     MOVE FA-AVERAGE-BALANCE TO RD-AVERAGE.
101200     MOVE FA-LOW-BALANCE     TO RD-LOW.
101300     MOVE FA-FEE-ACTION      TO RD-ACTION.
101400     MOVE FA-FEE-REASON      TO RD-REASON.
101500     WRITE FEE-RPT-LINE FROM FA-RPT-DETAIL-LINE.
101600     MOVE "FEERPT  " TO FST-FILE-NAME.
101700     MOVE "WRITE   " TO FST-OPERATION.
101800     MOVE FA-RPT-STATUS TO FST-STATUS.
101900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
102000 2800-EXIT.
102100     EXIT.
102200
102300*----------------------------------------------------------------
102400     COPY VALIDPR.
102500*----------------------------------------------------------------
102600     COPY PRDPR.
102700*----------------------------------------------------------------
102800     COPY FSTATPR.
102900*----------------------------------------------------------------
103000 9999-EXIT.
103100*----------------------------------------------------------------
103200     GOBACK.
