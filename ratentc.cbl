000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RATENTC.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   10/01/2026.
000600 DATE-COMPILED.  10/01/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  RATE-CHANGE NOTICE RUN.  A RATE ENTRY RATEMAINT ADDS
000900*           FOR A FUTURE DATE CHANGES WHAT EVERY ACCOUNT IN ITS
001000*           TIER EARNS FROM THAT DATE, AND THE CUSTOMERS ARE OWED
001100*           NOTICE IN ADVANCE.  THIS RUN FINDS EVERY RATEFILE
001200*           ENTRY EFFECTIVE FROM TODAY TO THE END OF THE NOTICE
001300*           WINDOW ENTERED AT THE START OF THE RUN THAT HAS NOT
001400*           BEEN ANNOUNCED, AND QUEUES A LETTER TYPE 'C' NOTICE ON
001500*           NOTICEQ FOR EACH CUSTOMER OWNING AN ACCOUNT IN THAT
001600*           TIER - ONE LETTER PER CUSTOMER PER RATE ENTRY, HOWEVER
001700*           MANY OF THE CUSTOMER'S ACCOUNTS ARE IN THE TIER.  THE
001800*           HELLONAME NOTICE RUN PRINTS IT WITH THE OLD RATE
001900*           (&1), THE NEW RATE (&2), AND THE EFFECTIVE DATE (&3).
002000*           A TERM DEPOSIT KEEPS ITS LOCKED RATE UNTIL IT RENEWS,
002100*           BUT ITS OWNER IS TOLD ALL THE SAME.
002200*
002300*           THE OLD RATE IS THE ONE INTEREST WOULD USE THE DAY
002400*           BEFORE THE CHANGE - THE TIER'S ENTRY WITH THE LATEST
002500*           EARLIER EFFECTIVE DATE, THE FIRST ONE ON THE FILE
002600*           WHERE TWO SHARE A DATE.  FOR THE SAME REASON A SECOND
002700*           ENTRY FOR A TIER AND DATE ALREADY ON THE FILE NEVER
002800*           TAKES EFFECT, AND AN ENTRY AT THE RATE ALREADY IN
002900*           FORCE CHANGES NOTHING - NEITHER IS ANNOUNCED.
003000*
003100*           ACCOUNTS ARE TAKEN FROM THE ACCOUNT MASTER AND PLACED
003200*           WITH THEIR OWNER THROUGH CUSTXREF, THEN SORTED BY
003300*           CUSTOMER AND MATCHED FORWARD AGAINST THE CUSTOMER
003400*           MASTER.  A TERM ALREADY PAID OUT IS WAITING FOR ITS
003500*           CLOSE AND IS PASSED OVER.  AN ACCOUNT WITH NO OWNER,
003600*           OR WHOSE OWNER IS NOT ON THE MASTER, IS LISTED AS AN
003700*           EXCEPTION FOR MARKETING TO FOLLOW UP BY HAND.
003800*
003900*           EVERY ENTRY DEALT WITH - ANNOUNCED OR PASSED OVER - IS
004000*           MARKED NOTIFIED BY A RECORD ON THE APPEND-ONLY RATE
004100*           NOTICE HISTORY FILE (RATENHST), KEYED BY TIER,
004200*           EFFECTIVE DATE, AND RATE, SO IT IS NEVER ANNOUNCED
004300*           TWICE.  THE RATE FILE ITSELF STAYS APPEND-ONLY.  THE
004400*           RUN REPORT (RATENRPT) LISTS EVERY ACCOUNT, THE ENTRIES
004500*           DEALT WITH, AND THE CONTROL COUNT OF LETTERS BY TIER.
004600*----------------------------------------------------------------
004700* MODIFICATION HISTORY
004800*----------------------------------------------------------------
004900* DATE       INIT  DESCRIPTION
005000* 10/01/2026  RLM  ORIGINAL PROGRAM - RATE-CHANGE NOTICES TO THE
005100*                  CUSTOMERS OF THE TIER, NOTICE HISTORY, AND THE
005200*                  CONTROL COUNT BY TIER.
005300*----------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT RATE-FILE         ASSIGN TO "RATEFILE"
006100                              ORGANIZATION IS LINE SEQUENTIAL
006200                              FILE STATUS IS NR-RATE-STATUS.
006300     SELECT NOTICE-HIST-FILE  ASSIGN TO "RATENHST"
006400                              ORGANIZATION IS LINE SEQUENTIAL
006500                              FILE STATUS IS NR-HIST-STATUS.
006600     SELECT ACCOUNT-FILE      ASSIGN TO "ACCTFILE"
006700                              ORGANIZATION IS INDEXED
006800                              ACCESS MODE IS DYNAMIC
006900                              RECORD KEY IS ACCT-NUMBER
007000                              FILE STATUS IS NR-ACCT-STATUS.
007100     SELECT XREF-FILE         ASSIGN TO "CUSTXREF"
007200                              ORGANIZATION IS INDEXED
007300                              ACCESS MODE IS DYNAMIC
007400                              RECORD KEY IS XRF-LINK-KEY
007500                              FILE STATUS IS NR-XREF-STATUS.
007600     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
007700                              ORGANIZATION IS SEQUENTIAL
007800                              FILE STATUS IS NR-CUST-STATUS.
007900     SELECT NOTICE-QUEUE-FILE ASSIGN TO "NOTICEQ"
008000                              ORGANIZATION IS LINE SEQUENTIAL
008100                              FILE STATUS IS NR-NTC-STATUS.
008200     SELECT RATE-NTC-RPT-FILE ASSIGN TO "RATENRPT"
008300                              ORGANIZATION IS LINE SEQUENTIAL
008400                              FILE STATUS IS NR-RPT-STATUS.
008500     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
008600                              ORGANIZATION IS LINE SEQUENTIAL
008700                              FILE STATUS IS FST-JOB-LOG-STATUS.
008800     SELECT RATE-NTC-SORT-FILE ASSIGN TO "RNTSORT".
008900 DATA DIVISION.
009000 FILE SECTION.
009100*----------------------------------------------------------------
009200* EFFECTIVE-DATED RATE FILE - THE SAME RECORD SHAPE INTEREST
009300* LOADS ITS RATE TABLE FROM
009400*----------------------------------------------------------------
009500 FD  RATE-FILE.
009600 01  RATE-RECORD.
009700     05  RTE-TIER               PIC X(01).
009800     05  RTE-EFFECTIVE-DATE     PIC 9(06).
009900     05  RTE-RATE               PIC 9V999.
010000
010100*----------------------------------------------------------------
010200* RATE NOTICE HISTORY - ONE RECORD PER RATE ENTRY THIS RUN HAS
010300* DEALT WITH.  AN ENTRY WHOSE TIER, EFFECTIVE DATE, AND RATE ARE
010400* ON THIS FILE HAS BEEN NOTIFIED AND IS NEVER TAKEN AGAIN.
010500*----------------------------------------------------------------
010600 FD  NOTICE-HIST-FILE.
010700 01  NOTICE-HIST-RECORD.
010800     05  RNH-TIER               PIC X(01).
010900     05  RNH-EFFECTIVE-DATE     PIC 9(06).
011000     05  RNH-RATE               PIC 9V999.
011100     05  RNH-NOTICE-DATE        PIC 9(06).
011200     05  RNH-OLD-RATE           PIC 9V999.
011300     05  RNH-LETTER-COUNT       PIC 9(05).
011400     05  RNH-EXCEPTION-COUNT    PIC 9(05).
011500     05  RNH-OUTCOME            PIC X(01).
011600         88  RNH-LETTERS-QUEUED             VALUE 'L'.
011700         88  RNH-SAME-RATE                  VALUE 'S'.
011800         88  RNH-NOT-IN-FORCE               VALUE 'D'.
011900     05  FILLER                 PIC X(48).
012000
012100*----------------------------------------------------------------
012200* ACCOUNT MASTER FILE - READ IN KEY ORDER FOR THE TIER'S ACCOUNTS
012300*----------------------------------------------------------------
012400 FD  ACCOUNT-FILE.
012500     COPY ACCTREC.
012600
012700*----------------------------------------------------------------
012800* PARTY CROSS-REFERENCE - ACCOUNT NUMBER TO OWNING CUSTOMER
012900*----------------------------------------------------------------
013000 FD  XREF-FILE.
013100     COPY XRFREC.
013200
013300*----------------------------------------------------------------
013400* CUSTOMER MASTER FILE - IN CUSTOMER ID ORDER, MATCHED FORWARD
013500* AGAINST THE SORTED ACCOUNTS
013600*----------------------------------------------------------------
013700 FD  CUSTOMER-MASTER-FILE
013800     RECORDING MODE IS F.
013900     COPY CUSTREC.
014000
014100*----------------------------------------------------------------
014200* CUSTOMER NOTICE QUEUE - ONE RATE-CHANGE NOTICE APPENDED PER
014300* CUSTOMER PER RATE ENTRY ANNOUNCED
014400*----------------------------------------------------------------
014500 FD  NOTICE-QUEUE-FILE.
014600 01  NOTICE-QUEUE-LINE          PIC X(80).
014700
014800*----------------------------------------------------------------
014900* RATE-CHANGE NOTICE REPORT
015000*----------------------------------------------------------------
015100 FD  RATE-NTC-RPT-FILE.
015200 01  RATE-NTC-RPT-LINE          PIC X(80).
015300
015400*----------------------------------------------------------------
015500* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
015600*----------------------------------------------------------------
015700 FD  JOB-LOG-FILE.
015800 01  JOB-LOG-LINE               PIC X(80).
015900
016000*----------------------------------------------------------------
016100* SORT WORK FILE - ONE RECORD PER ACCOUNT IN A TIER BEING
016200* ANNOUNCED, PER ENTRY, IN CUSTOMER ORDER SO ONE FORWARD PASS OF
016300* THE CUSTOMER MASTER PLACES EVERY OWNER.  AN ACCOUNT WITH NO
016400* OWNER CARRIES CUSTOMER ZERO AND SORTS FIRST.
016500*----------------------------------------------------------------
016600 SD  RATE-NTC-SORT-FILE.
016700 01  RATE-NTC-SORT-RECORD.
016800     05  NSR-CUST-ID            PIC 9(06).
016900     05  NSR-RATE-SUB           PIC 9(03).
017000     05  NSR-ACCT-NUMBER        PIC 9(06).
017100
017200 WORKING-STORAGE SECTION.
017300*----------------------------------------------------------------
017400* FILE STATUS FIELDS - A MISSING HISTORY FILE ONLY MEANS NOTHING
017500* HAS BEEN ANNOUNCED YET; A MISSING CROSS-REFERENCE MEANS NO
017600* ACCOUNT CAN BE PLACED WITH ITS OWNER, WHICH THE REPORT SAYS PER
017700* ACCOUNT.
017800*----------------------------------------------------------------
017900 01  NR-RATE-STATUS             PIC X(02).
018000     88  NR-RATE-MISSING                    VALUE '35'.
018100 01  NR-HIST-STATUS             PIC X(02).
018200     88  NR-HIST-MISSING                    VALUE '35'.
018300 01  NR-ACCT-STATUS             PIC X(02).
018400     88  NR-ACCT-MISSING                    VALUE '35'.
018500 01  NR-XREF-STATUS             PIC X(02).
018600     88  NR-XREF-MISSING                    VALUE '35'.
018700 01  NR-CUST-STATUS             PIC X(02).
018800     88  NR-CUST-MISSING                    VALUE '35'.
018900 01  NR-NTC-STATUS              PIC X(02).
019000 01  NR-RPT-STATUS              PIC X(02).
019100
019200 01  NR-SWITCHES.
019300     05  NR-RATE-EOF-SW         PIC X(01) VALUE 'N'.
019400         88  NR-RATE-EOF                    VALUE 'Y'.
019500     05  NR-HIST-EOF-SW         PIC X(01) VALUE 'N'.
019600         88  NR-HIST-EOF                    VALUE 'Y'.
019700     05  NR-ACCT-EOF-SW         PIC X(01) VALUE 'N'.
019800         88  NR-ACCT-EOF                    VALUE 'Y'.
019900     05  NR-SORT-EOF-SW         PIC X(01) VALUE 'N'.
020000         88  NR-SORT-EOF                    VALUE 'Y'.
020100     05  NR-CM-EOF-SW           PIC X(01) VALUE 'N'.
020200         88  NR-CM-EOF                      VALUE 'Y'.
020300     05  NR-WINDOW-OK-SW        PIC X(01) VALUE 'N'.
020400         88  NR-WINDOW-OK                   VALUE 'Y'.
020500     05  NR-XREF-OPEN-SW        PIC X(01) VALUE 'N'.
020600         88  NR-XREF-OPEN                   VALUE 'Y'.
020700     05  NR-CUST-OPEN-SW        PIC X(01) VALUE 'N'.
020800         88  NR-CUST-OPEN                   VALUE 'Y'.
020900     05  NR-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
021000         88  NR-OWNER-FOUND                 VALUE 'Y'.
021100     05  NR-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
021200         88  NR-TABLE-FULL                  VALUE 'Y'.
021300
021400*----------------------------------------------------------------
021500* NOTICE WINDOW AND THE DATE ARITHMETIC BEHIND IT.  DATES ARE
021600* COUNTED ON THE SAME ROUGH CALENDAR DORMANT AND MATURITY USE -
021700* YEARS TIMES 365 PLUS MONTHS TIMES 30 PLUS DAYS.
021800*----------------------------------------------------------------
021900 01  NR-WINDOW-DAYS             PIC 9(02).
022000 01  NR-LETTER-TYPE             PIC X(01) VALUE 'C'.
022100 01  NR-TODAY                   PIC 9(06).
022200 01  NR-TODAY-INDEX             PIC S9(06) COMP.
022300 01  NR-WINDOW-END-INDEX        PIC S9(06) COMP.
022400 01  NR-WORK-DATE               PIC 9(06).
022500 01  NR-WORK-DATE-R REDEFINES NR-WORK-DATE.
022600     05  NR-WORK-YY             PIC 9(02).
022700     05  NR-WORK-MM             PIC 9(02).
022800     05  NR-WORK-DD             PIC 9(02).
022900 01  NR-WORK-INDEX              PIC S9(06) COMP.
023000
023100*----------------------------------------------------------------
023200* RATE TABLE - EVERY GOOD RATEFILE ENTRY IN FILE ORDER, WITH WHAT
023300* THIS RUN DECIDES ABOUT IT AND WHAT IT QUEUES FOR IT
023400*----------------------------------------------------------------
023500 01  NR-RATE-COUNT              PIC 9(03) COMP VALUE ZERO.
023600 01  NR-RATE-TABLE.
023700     05  NR-RATE-ENTRY          OCCURS 100 TIMES.
023800         10  NR-RT-TIER         PIC X(01).
023900         10  NR-RT-EFF-DATE     PIC 9(06).
024000         10  NR-RT-RATE         PIC 9V999.
024100         10  NR-RT-OLD-RATE     PIC 9V999.
024200         10  NR-RT-OLD-DATE     PIC 9(06).
024300         10  NR-RT-STATE        PIC X(01).
024400             88  NR-RT-NOT-DUE              VALUE SPACE.
024500             88  NR-RT-NOTIFIED             VALUE 'N'.
024600             88  NR-RT-ANNOUNCE             VALUE 'A'.
024700             88  NR-RT-SAME-RATE            VALUE 'S'.
024800             88  NR-RT-NOT-IN-FORCE         VALUE 'D'.
024900         10  NR-RT-ACCOUNTS     PIC 9(05) COMP.
025000         10  NR-RT-LETTERS      PIC 9(05) COMP.
025100         10  NR-RT-EXCEPTIONS   PIC 9(05) COMP.
025200 01  NR-SUB                     PIC 9(03) COMP VALUE ZERO.
025300 01  NR-SCAN                    PIC 9(03) COMP VALUE ZERO.
025400 01  NR-DUE-COUNT               PIC 9(03) COMP VALUE ZERO.
025500 01  NR-ANNOUNCE-COUNT          PIC 9(03) COMP VALUE ZERO.
025600
025700*----------------------------------------------------------------
025800* THE SORTED ACCOUNT IN HAND AND THE CUSTOMER/ENTRY PAIR LAST
025900* GIVEN A LETTER, SO A SECOND ACCOUNT OF THE SAME CUSTOMER IN THE
026000* SAME TIER DOES NOT GET ONE TOO
026100*----------------------------------------------------------------
026200 01  NR-OWNER-ID                PIC 9(06).
026300 01  NR-PREV-CUST-ID            PIC 9(06) VALUE ZERO.
026400 01  NR-PREV-RATE-SUB           PIC 9(03) VALUE ZERO.
026500 01  NR-PREV-NOTE               PIC X(24) VALUE SPACES.
026600 01  NR-DETAIL-NOTE             PIC X(24).
026700
026800*----------------------------------------------------------------
026900* RATES AND DATES AS THEY PRINT ON THE NOTICE.  A RATE OF .055 IS
027000* SHOWN AS 5.5% - THE FILE CARRIES THREE DECIMALS, SO ONE DECIMAL
027100* PLACE OF PERCENT IS ALWAYS EXACT.
027200*----------------------------------------------------------------
027300 01  NR-PERCENT                 PIC 9(02)V9.
027400 01  NR-SLOT-RATE               PIC X(12).
027500 01  NR-SLOT-SHORT-RATE.
027600     05  NS-SHORT-PERCENT       PIC 9.9.
027700     05  FILLER                 PIC X(01) VALUE "%".
027800 01  NR-SLOT-LONG-RATE.
027900     05  NS-LONG-PERCENT        PIC 99.9.
028000     05  FILLER                 PIC X(01) VALUE "%".
028100 01  NR-SLOT-DATE.
028200     05  NS-MM                  PIC 9(02).
028300     05  FILLER                 PIC X(01) VALUE "/".
028400     05  NS-DD                  PIC 9(02).
028500     05  FILLER                 PIC X(01) VALUE "/".
028600     05  NS-YY                  PIC 9(02).
028700
028800*----------------------------------------------------------------
028900* RUN COUNTS - LETTERS BY TIER ARE THE RUN'S CONTROL COUNT
029000*----------------------------------------------------------------
029100 01  NR-ACCOUNT-COUNT           PIC 9(05) COMP VALUE ZERO.
029200 01  NR-LETTER-COUNT            PIC 9(05) COMP VALUE ZERO.
029300 01  NR-EXCEPTION-COUNT         PIC 9(05) COMP VALUE ZERO.
029400 01  NR-P-LETTERS               PIC 9(05) COMP VALUE ZERO.
029500 01  NR-T-LETTERS               PIC 9(05) COMP VALUE ZERO.
029600 01  NR-R-LETTERS               PIC 9(05) COMP VALUE ZERO.
029700
029800*----------------------------------------------------------------
029900* REPORT LINES
030000*----------------------------------------------------------------
030100 01  NR-RPT-HEADING.
030200     05  FILLER                 PIC X(28) VALUE
030300         "RATE-CHANGE NOTICE RUN FOR  ".
030400     05  RH-DATE                PIC 9(06).
030500     05  FILLER                 PIC X(18) VALUE
030600         "  NOTICE WINDOW   ".
030700     05  RH-WINDOW              PIC Z9.
030800     05  FILLER                 PIC X(05) VALUE " DAYS".
030900     05  FILLER                 PIC X(21) VALUE SPACES.
031000
031100 01  NR-RPT-ACCT-COLUMNS.
031200     05  FILLER                 PIC X(40) VALUE
031300         "CUSTOMER  ACCOUNT  T  EFFECTIVE  OLD    ".
031400     05  FILLER                 PIC X(40) VALUE
031500         "NEW     NOTE".
031600
031700 01  NR-RPT-DETAIL-LINE.
031800     05  RD-CUST-ID             PIC Z(5)9.
031900     05  FILLER                 PIC X(04) VALUE SPACES.
032000     05  RD-ACCT-NUMBER         PIC 9(06).
032100     05  FILLER                 PIC X(03) VALUE SPACES.
032200     05  RD-TIER                PIC X(01).
032300     05  FILLER                 PIC X(02) VALUE SPACES.
032400     05  RD-EFF-DATE            PIC 9(06).
032500     05  FILLER                 PIC X(05) VALUE SPACES.
032600     05  RD-OLD-RATE            PIC Z.999.
032700     05  FILLER                 PIC X(02) VALUE SPACES.
032800     05  RD-NEW-RATE            PIC Z.999.
032900     05  FILLER                 PIC X(03) VALUE SPACES.
033000     05  RD-NOTE                PIC X(24).
033100     05  FILLER                 PIC X(08) VALUE SPACES.
033200
033300 01  NR-RPT-ENTRY-TITLE         PIC X(80) VALUE
033400     "RATE ENTRIES DEALT WITH".
033500
033600 01  NR-RPT-ENTRY-COLUMNS.
033700     05  FILLER                 PIC X(40) VALUE
033800         "T  EFFECTIVE  OLD    NEW    ACCOUNTS  LE".
033900     05  FILLER                 PIC X(40) VALUE
034000         "TTERS  EXCEPTIONS  NOTE".
034100
034200 01  NR-RPT-ENTRY-LINE.
034300     05  RE-TIER                PIC X(01).
034400     05  FILLER                 PIC X(02) VALUE SPACES.
034500     05  RE-EFF-DATE            PIC 9(06).
034600     05  FILLER                 PIC X(05) VALUE SPACES.
034700     05  RE-OLD-RATE            PIC Z.999.
034800     05  FILLER                 PIC X(02) VALUE SPACES.
034900     05  RE-NEW-RATE            PIC Z.999.
035000     05  FILLER                 PIC X(05) VALUE SPACES.
035100     05  RE-ACCOUNTS            PIC Z(4)9.
035200     05  FILLER                 PIC X(04) VALUE SPACES.
035300     05  RE-LETTERS             PIC Z(4)9.
035400     05  FILLER                 PIC X(07) VALUE SPACES.
035500     05  RE-EXCEPTIONS          PIC Z(4)9.
035600     05  FILLER                 PIC X(02) VALUE SPACES.
035700     05  RE-NOTE                PIC X(20).
035800     05  FILLER                 PIC X(01) VALUE SPACES.
035900
036000 01  NR-RPT-NONE-LINE           PIC X(80) VALUE
036100     "NO RATE ENTRY DUE FOR NOTICE IN THE WINDOW - NO LETTERS.".
036200
036300 01  NR-RPT-FULL-LINE           PIC X(80) VALUE
036400     "RATE TABLE FULL - LATER RATEFILE ENTRIES NOT REVIEWED.".
036500
036600 01  NR-RPT-TIER-LINE.
036700     05  FILLER                 PIC X(20) VALUE
036800         "LETTERS BY TIER   P ".
036900     05  RC-P-LETTERS           PIC Z(4)9.
037000     05  FILLER                 PIC X(05) VALUE "   T ".
037100     05  RC-T-LETTERS           PIC Z(4)9.
037200     05  FILLER                 PIC X(05) VALUE "   R ".
037300     05  RC-R-LETTERS           PIC Z(4)9.
037400     05  FILLER                 PIC X(09) VALUE "   TOTAL ".
037500     05  RC-TOTAL-LETTERS       PIC Z(4)9.
037600     05  FILLER                 PIC X(21) VALUE SPACES.
037700
037800 01  NR-RPT-COUNT-LINE.
037900     05  FILLER                 PIC X(20) VALUE
038000         "ACCOUNTS REVIEWED   ".
038100     05  RS-ACCOUNTS            PIC Z(4)9.
038200     05  FILLER                 PIC X(14) VALUE "   EXCEPTIONS ".
038300     05  RS-EXCEPTIONS          PIC Z(4)9.
038400     05  FILLER                 PIC X(36) VALUE SPACES.
038500
038600     COPY NTCREC.
038700
038800     COPY VALIDWS.
038900
039000     COPY FSTATWS.
039100
039200 PROCEDURE DIVISION.
039300*----------------------------------------------------------------
039400 0000-MAINLINE.
039500*----------------------------------------------------------------
039600     MOVE "RATENTC" TO FST-PROGRAM-ID.
039700     ACCEPT NR-TODAY FROM DATE.
039800     PERFORM 0100-GET-WINDOW THRU 0100-EXIT.
039900     MOVE NR-TODAY TO NR-WORK-DATE.
040000     PERFORM 8500-DATE-INDEX THRU 8500-EXIT.
040100     MOVE NR-WORK-INDEX TO NR-TODAY-INDEX.
040200     COMPUTE NR-WINDOW-END-INDEX =
040300         NR-TODAY-INDEX + NR-WINDOW-DAYS.
040400     PERFORM 0200-LOAD-RATE-TABLE THRU 0200-EXIT.
040500     PERFORM 0300-MARK-NOTIFIED THRU 0300-EXIT.
040600     PERFORM 0400-CHOOSE-ENTRIES THRU 0400-EXIT.
040700     PERFORM 0500-OPEN-REPORT THRU 0500-EXIT.
040800     IF NR-DUE-COUNT = ZERO
040900         WRITE RATE-NTC-RPT-LINE FROM NR-RPT-NONE-LINE
041000     END-IF.
041100     IF NR-ANNOUNCE-COUNT > ZERO
041200         PERFORM 0600-OPEN-NOTICE-FILES THRU 0600-EXIT
041300         SORT RATE-NTC-SORT-FILE
041400             ON ASCENDING KEY NSR-CUST-ID
041500                              NSR-RATE-SUB
041600                              NSR-ACCT-NUMBER
041700             INPUT PROCEDURE IS 1000-RELEASE-ACCOUNTS
041800                 THRU 1000-EXIT
041900             OUTPUT PROCEDURE IS 2000-QUEUE-LETTERS
042000                 THRU 2000-EXIT
042100         IF SORT-RETURN NOT = ZERO
042200             DISPLAY "RATENTC - ACCOUNT SORT FAILED - RERUN THE "
042300                     "JOB."
042400             MOVE 16 TO RETURN-CODE
042500             GO TO 9999-EXIT
042600         END-IF
042700         PERFORM 0700-CLOSE-NOTICE-FILES THRU 0700-EXIT
042800     END-IF.
042900     IF NR-DUE-COUNT > ZERO
043000         PERFORM 3000-MARK-ENTRIES THRU 3000-EXIT
043100     END-IF.
043200     PERFORM 5000-FINISH-REPORT THRU 5000-EXIT.
043300     IF NR-EXCEPTION-COUNT > ZERO OR NR-TABLE-FULL
043400         MOVE 4 TO RETURN-CODE
043500     END-IF.
043600     DISPLAY "Rate notice run complete - " NR-DUE-COUNT
043700             " rate entries, " NR-LETTER-COUNT " letters queued, "
043800             NR-EXCEPTION-COUNT " exceptions.".
043900     GO TO 9999-EXIT.
044000
044100*----------------------------------------------------------------
044200 0100-GET-WINDOW.
044300*     RE-PROMPT UNTIL THE NOTICE WINDOW IS 1-90 DAYS.
044400*----------------------------------------------------------------
044500     MOVE 'N' TO NR-WINDOW-OK-SW.
044600     PERFORM 0150-PROMPT-FOR-WINDOW THRU 0150-EXIT
044700         UNTIL NR-WINDOW-OK.
044800 0100-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------------
045200 0150-PROMPT-FOR-WINDOW.
045300*----------------------------------------------------------------
045400     DISPLAY "Rate-change notice window in days - 1 to 90?".
045500     ACCEPT NR-WINDOW-DAYS.
045600     MOVE NR-WINDOW-DAYS TO VAL-NUMERIC-INPUT.
045700     MOVE 1              TO VAL-MIN-RANGE.
045800     MOVE 90             TO VAL-MAX-RANGE.
045900     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
046000     IF VAL-ERROR-FOUND
046100         DISPLAY VAL-ERROR-MESSAGE
046200     ELSE
046300         MOVE 'Y' TO NR-WINDOW-OK-SW
046400     END-IF.
046500 0150-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------
046900 0200-LOAD-RATE-TABLE.
047000*     ONE PASS OF THE RATE FILE INTO THE TABLE, IN FILE ORDER.
047100*     NO RATE FILE MEANS NO RATE ENTRY CAN BE DUE.
047200*----------------------------------------------------------------
047300     MOVE 'N'  TO NR-RATE-EOF-SW.
047400     MOVE ZERO TO NR-RATE-COUNT.
047500     OPEN INPUT RATE-FILE.
047600     IF NR-RATE-MISSING
047700         GO TO 0200-EXIT
047800     END-IF.
047900     MOVE "RATEFILE" TO FST-FILE-NAME.
048000     MOVE "OPEN    " TO FST-OPERATION.
048100     MOVE NR-RATE-STATUS TO FST-STATUS.
048200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
048300     PERFORM 0250-READ-RATE-ENTRY THRU 0250-EXIT.
048400     PERFORM 0260-TABLE-RATE-ENTRY THRU 0260-EXIT
048500         UNTIL NR-RATE-EOF.
048600     CLOSE RATE-FILE.
048700 0200-EXIT.
048800     EXIT.
048900
049000*----------------------------------------------------------------
049100 0250-READ-RATE-ENTRY.
049200*----------------------------------------------------------------
049300     READ RATE-FILE
049400         AT END
049500             MOVE 'Y' TO NR-RATE-EOF-SW
049600     END-READ.
049700     MOVE "RATEFILE" TO FST-FILE-NAME.
049800     MOVE "READ    " TO FST-OPERATION.
049900     MOVE NR-RATE-STATUS TO FST-STATUS.
050000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
050100 0250-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500 0260-TABLE-RATE-ENTRY.
050600*     A GARBLED ENTRY IS SKIPPED WITH A WARNING, AS INTEREST
050700*     SKIPS IT.
050800*----------------------------------------------------------------
050900     EVALUATE TRUE
051000         WHEN RTE-EFFECTIVE-DATE NOT NUMERIC
051100           OR RTE-RATE NOT NUMERIC
051200             DISPLAY "RATENTC - BAD RATE FILE ENTRY SKIPPED - "
051300                     RATE-RECORD
051400         WHEN NR-RATE-COUNT NOT < 100
051500             MOVE 'Y' TO NR-TABLE-FULL-SW
051600             DISPLAY "RATENTC - RATE TABLE FULL - ENTRY "
051700                     RATE-RECORD " DROPPED."
051800         WHEN OTHER
051900             ADD 1 TO NR-RATE-COUNT
052000             MOVE NR-RATE-COUNT      TO NR-SUB
052100             MOVE RTE-TIER           TO NR-RT-TIER (NR-SUB)
052200             MOVE RTE-EFFECTIVE-DATE TO NR-RT-EFF-DATE (NR-SUB)
052300             MOVE RTE-RATE           TO NR-RT-RATE (NR-SUB)
052400             MOVE ZERO               TO NR-RT-OLD-RATE (NR-SUB)
052500             MOVE ZERO               TO NR-RT-OLD-DATE (NR-SUB)
052600             MOVE SPACE              TO NR-RT-STATE (NR-SUB)
052700             MOVE ZERO               TO NR-RT-ACCOUNTS (NR-SUB)
052800             MOVE ZERO               TO NR-RT-LETTERS (NR-SUB)
052900             MOVE ZERO               TO NR-RT-EXCEPTIONS (NR-SUB)
053000     END-EVALUATE.
053100     PERFORM 0250-READ-RATE-ENTRY THRU 0250-EXIT.
053200 0260-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------
053600 0300-MARK-NOTIFIED.
053700*     EVERY ENTRY WHOSE TIER, EFFECTIVE DATE, AND RATE ARE ON THE
053800*     NOTICE HISTORY HAS ALREADY BEEN DEALT WITH.  NO HISTORY FILE
053900*     MEANS NOTHING HAS BEEN.
054000*----------------------------------------------------------------
054100     MOVE 'N' TO NR-HIST-EOF-SW.
054200     OPEN INPUT NOTICE-HIST-FILE.
054300     IF NR-HIST-MISSING
054400         GO TO 0300-EXIT
054500     END-IF.
054600     MOVE "RATENHST" TO FST-FILE-NAME.
054700     MOVE "OPEN    " TO FST-OPERATION.
054800     MOVE NR-HIST-STATUS TO FST-STATUS.
054900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
055000     PERFORM 0350-READ-HISTORY THRU 0350-EXIT.
055100     PERFORM 0360-MATCH-HISTORY THRU 0360-EXIT
055200         UNTIL NR-HIST-EOF.
055300     CLOSE NOTICE-HIST-FILE.
055400 0300-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------------
055800 0350-READ-HISTORY.
055900*----------------------------------------------------------------
056000     READ NOTICE-HIST-FILE
056100         AT END
056200             MOVE 'Y' TO NR-HIST-EOF-SW
056300     END-READ.
056400     MOVE "RATENHST" TO FST-FILE-NAME.
056500     MOVE "READ    " TO FST-OPERATION.
056600     MOVE NR-HIST-STATUS TO FST-STATUS.
056700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
056800 0350-EXIT.
056900     EXIT.
057000
057100*----------------------------------------------------------------
057200 0360-MATCH-HISTORY.
057300*----------------------------------------------------------------
057400     PERFORM 0370-CHECK-HISTORY-ENTRY THRU 0370-EXIT
057500         VARYING NR-SCAN FROM 1 BY 1
057600         UNTIL NR-SCAN > NR-RATE-COUNT.
057700     PERFORM 0350-READ-HISTORY THRU 0350-EXIT.
057800 0360-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------
058200 0370-CHECK-HISTORY-ENTRY.
058300*----------------------------------------------------------------
058400     IF NR-RT-TIER (NR-SCAN)         = RNH-TIER
058500        AND NR-RT-EFF-DATE (NR-SCAN) = RNH-EFFECTIVE-DATE
058600        AND NR-RT-RATE (NR-SCAN)     = RNH-RATE
058700         MOVE 'N' TO NR-RT-STATE (NR-SCAN)
058800     END-IF.
058900 0370-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------
059300 0400-CHOOSE-ENTRIES.
059400*     AN ENTRY NOT YET NOTIFIED AND EFFECTIVE FROM TODAY TO THE
059500*     END OF THE WINDOW IS DUE.  AN ENTRY ALREADY IN EFFECT IS
059600*     LEFT ALONE - IT IS TOO LATE TO GIVE NOTICE OF IT.
059700*----------------------------------------------------------------
059800     MOVE ZERO TO NR-DUE-COUNT.
059900     MOVE ZERO TO NR-ANNOUNCE-COUNT.
060000     PERFORM 0450-CHOOSE-ONE-ENTRY THRU 0450-EXIT
060100         VARYING NR-SUB FROM 1 BY 1
060200         UNTIL NR-SUB > NR-RATE-COUNT.
060300 0400-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700 0450-CHOOSE-ONE-ENTRY.
060800*     FIND THE RATE IN FORCE THE DAY BEFORE THE DUE ENTRY, THEN
060900*     DECIDE WHETHER THE ENTRY CHANGES ANYTHING.  A SECOND ENTRY
061000*     FOR A TIER AND DATE ALREADY ON THE FILE NEVER TAKES EFFECT.
061100*----------------------------------------------------------------
061200     IF NR-RT-NOTIFIED (NR-SUB)
061300         GO TO 0450-EXIT
061400     END-IF.
061500     MOVE NR-RT-EFF-DATE (NR-SUB) TO NR-WORK-DATE.
061600     PERFORM 8500-DATE-INDEX THRU 8500-EXIT.
061700     IF NR-WORK-INDEX < NR-TODAY-INDEX
061800        OR NR-WORK-INDEX > NR-WINDOW-END-INDEX
061900         GO TO 0450-EXIT
062000     END-IF.
062100     ADD 1 TO NR-DUE-COUNT.
062200     MOVE 'A' TO NR-RT-STATE (NR-SUB).
062300     PERFORM 0460-CHECK-EARLIER-ENTRY THRU 0460-EXIT
062400         VARYING NR-SCAN FROM 1 BY 1
062500         UNTIL NR-SCAN > NR-RATE-COUNT.
062600     IF NR-RT-ANNOUNCE (NR-SUB)
062700        AND NR-RT-OLD-DATE (NR-SUB) > ZERO
062800        AND NR-RT-OLD-RATE (NR-SUB) = NR-RT-RATE (NR-SUB)
062900         MOVE 'S' TO NR-RT-STATE (NR-SUB)
063000     END-IF.
063100     IF NR-RT-ANNOUNCE (NR-SUB)
063200         ADD 1 TO NR-ANNOUNCE-COUNT
063300     END-IF.
063400 0450-EXIT.
063500     EXIT.
063600
063700*----------------------------------------------------------------
063800 0460-CHECK-EARLIER-ENTRY.
063900*     THE FIRST ENTRY ON THE FILE FOR A TIER AND DATE IS THE ONE
064000*     INTEREST USES, SO A LATER DATE ONLY REPLACES THE OLD RATE
064100*     WHEN IT IS STRICTLY LATER.
064200*----------------------------------------------------------------
064300     IF NR-RT-TIER (NR-SCAN) NOT = NR-RT-TIER (NR-SUB)
064400         GO TO 0460-EXIT
064500     END-IF.
064600     IF NR-RT-EFF-DATE (NR-SCAN) = NR-RT-EFF-DATE (NR-SUB)
064700        AND NR-SCAN < NR-SUB
064800         MOVE 'D' TO NR-RT-STATE (NR-SUB)
064900         GO TO 0460-EXIT
065000     END-IF.
065100     IF NR-RT-EFF-DATE (NR-SCAN) < NR-RT-EFF-DATE (NR-SUB)
065200        AND NR-RT-EFF-DATE (NR-SCAN) > NR-RT-OLD-DATE (NR-SUB)
065300         MOVE NR-RT-EFF-DATE (NR-SCAN)
065400             TO NR-RT-OLD-DATE (NR-SUB)
065500         MOVE NR-RT-RATE (NR-SCAN)
065600             TO NR-RT-OLD-RATE (NR-SUB)
065700     END-IF.
065800 0460-EXIT.
065900     EXIT.
066000
066100*----------------------------------------------------------------
066200 0500-OPEN-REPORT.
066300*----------------------------------------------------------------
066400     OPEN OUTPUT RATE-NTC-RPT-FILE.
066500     MOVE "RATENRPT" TO FST-FILE-NAME.
066600     MOVE "OPEN    " TO FST-OPERATION.
066700     MOVE NR-RPT-STATUS TO FST-STATUS.
066800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
066900     MOVE NR-TODAY       TO RH-DATE.
067000     MOVE NR-WINDOW-DAYS TO RH-WINDOW.
067100     WRITE RATE-NTC-RPT-LINE FROM NR-RPT-HEADING.
067200     IF NR-TABLE-FULL
067300         WRITE RATE-NTC-RPT-LINE FROM NR-RPT-FULL-LINE
067400     END-IF.
067500 0500-EXIT.
067600     EXIT.
067700
067800*----------------------------------------------------------------
067900 0600-OPEN-NOTICE-FILES.
068000*     THE CROSS-REFERENCE AND CUSTOMER MASTER MAY BE MISSING -
068100*     EVERY ACCOUNT IS THEN AN EXCEPTION, LISTED FOR FOLLOW-UP.
068200*----------------------------------------------------------------
068300     OPEN INPUT XREF-FILE.
068400     IF NR-XREF-MISSING
068500         DISPLAY "RATENTC - no cross-reference on file - no "
068600                 "account can be placed with its customer."
068700     ELSE
068800         MOVE "CUSTXREF" TO FST-FILE-NAME
068900         MOVE "OPEN    " TO FST-OPERATION
069000         MOVE NR-XREF-STATUS TO FST-STATUS
069100         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
069200         MOVE 'Y' TO NR-XREF-OPEN-SW
069300     END-IF.
069400     MOVE 'Y' TO NR-CM-EOF-SW.
069500     OPEN INPUT CUSTOMER-MASTER-FILE.
069600     IF NR-CUST-MISSING
069700         DISPLAY "RATENTC - no customer master (CUSTMAST) - no "
069800                 "letter can be addressed."
069900     ELSE
070000         MOVE "CUSTMAST" TO FST-FILE-NAME
070100         MOVE "OPEN    " TO FST-OPERATION
070200         MOVE NR-CUST-STATUS TO FST-STATUS
070300         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
070400         MOVE 'Y' TO NR-CUST-OPEN-SW
070500         MOVE 'N' TO NR-CM-EOF-SW
070600         PERFORM 0650-READ-CUSTOMER THRU 0650-EXIT
070700     END-IF.
070800     OPEN EXTEND NOTICE-QUEUE-FILE.
070900     IF NR-NTC-STATUS = '35'
071000         OPEN OUTPUT NOTICE-QUEUE-FILE
071100         CLOSE NOTICE-QUEUE-FILE
071200         OPEN EXTEND NOTICE-QUEUE-FILE
071300     END-IF.
071400     MOVE "NOTICEQ " TO FST-FILE-NAME.
071500     MOVE "OPEN    " TO FST-OPERATION.
071600     MOVE NR-NTC-STATUS TO FST-STATUS.
071700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
071800     WRITE RATE-NTC-RPT-LINE FROM NR-RPT-ACCT-COLUMNS.
071900 0600-EXIT.
072000     EXIT.
072100
072200*----------------------------------------------------------------
072300 0650-READ-CUSTOMER.
072400*----------------------------------------------------------------
072500     READ CUSTOMER-MASTER-FILE
072600         AT END
072700             MOVE 'Y' TO NR-CM-EOF-SW
072800     END-READ.
072900     MOVE "CUSTMAST" TO FST-FILE-NAME.
073000     MOVE "READ    " TO FST-OPERATION.
073100     MOVE NR-CUST-STATUS TO FST-STATUS.
073200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
073300 0650-EXIT.
073400     EXIT.
073500
073600*----------------------------------------------------------------
073700 0700-CLOSE-NOTICE-FILES.
073800*----------------------------------------------------------------
073900     CLOSE NOTICE-QUEUE-FILE.
074000     IF NR-XREF-OPEN
074100         CLOSE XREF-FILE
074200     END-IF.
074300     IF NR-CUST-OPEN
074400         CLOSE CUSTOMER-MASTER-FILE
074500     END-IF.
074600 0700-EXIT.
074700     EXIT.
074800
074900*----------------------------------------------------------------
075000 1000-RELEASE-ACCOUNTS.
075100*     ONE PASS OF THE ACCOUNT MASTER, RELEASING EACH ACCOUNT ONCE
075200*     FOR EVERY ENTRY BEING ANNOUNCED FOR ITS TIER.
075300*----------------------------------------------------------------
075400     MOVE 'N' TO NR-ACCT-EOF-SW.
075500     OPEN INPUT ACCOUNT-FILE.
075600     IF NR-ACCT-MISSING
075700         DISPLAY "No account master on file - no letters queued."
075800         GO TO 1000-EXIT
075900     END-IF.
076000     MOVE "ACCTFILE" TO FST-FILE-NAME.
076100     MOVE "OPEN    " TO FST-OPERATION.
076200     MOVE NR-ACCT-STATUS TO FST-STATUS.
076300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
076400     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
076500     PERFORM 1200-RELEASE-ONE-ACCOUNT THRU 1200-EXIT
076600         UNTIL NR-ACCT-EOF.
076700     CLOSE ACCOUNT-FILE.
076800 1000-EXIT.
076900     EXIT.
077000
077100*----------------------------------------------------------------
077200 1100-READ-ACCOUNT.
077300*----------------------------------------------------------------
077400     READ ACCOUNT-FILE NEXT
077500         AT END
077600             MOVE 'Y' TO NR-ACCT-EOF-SW
077700     END-READ.
077800     MOVE "ACCTFILE" TO FST-FILE-NAME.
077900     MOVE "READ    " TO FST-OPERATION.
078000     MOVE NR-ACCT-STATUS TO FST-STATUS.
078100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
078200 1100-EXIT.
078300     EXIT.
078400
078500*----------------------------------------------------------------
078600 1200-RELEASE-ONE-ACCOUNT.
078700*     A TERM ALREADY PAID OUT IS ONLY WAITING TO BE CLOSED.
078800*----------------------------------------------------------------
078900     IF ACCT-MAT-PAID-OUT
079000         GO TO 1200-NEXT
079100     END-IF.
079200     PERFORM 1300-FIND-OWNER THRU 1300-EXIT.
079300     PERFORM 1250-RELEASE-FOR-ENTRY THRU 1250-EXIT
079400         VARYING NR-SUB FROM 1 BY 1
079500         UNTIL NR-SUB > NR-RATE-COUNT.
079600 1200-NEXT.
079700     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
079800 1200-EXIT.
079900     EXIT.
080000
080100*----------------------------------------------------------------
080200 1250-RELEASE-FOR-ENTRY.
080300*----------------------------------------------------------------
080400     IF NR-RT-ANNOUNCE (NR-SUB)
080500        AND NR-RT-TIER (NR-SUB) = ACCT-TIER
080600         MOVE NR-OWNER-ID TO NSR-CUST-ID
080700         MOVE NR-SUB      TO NSR-RATE-SUB
080800         MOVE ACCT-NUMBER TO NSR-ACCT-NUMBER
080900         RELEASE RATE-NTC-SORT-RECORD
081000     END-IF.
081100 1250-EXIT.
081200     EXIT.
081300
081400*----------------------------------------------------------------
081500 1300-FIND-OWNER.
081600*     NO OWNER ON CUSTXREF LEAVES THE ACCOUNT AT CUSTOMER ZERO.
081700*----------------------------------------------------------------
081800     MOVE 'N'  TO NR-OWNER-FOUND-SW.
081900     MOVE ZERO TO NR-OWNER-ID.
082000     IF NOT NR-XREF-OPEN
082100         GO TO 1300-EXIT
082200     END-IF.
082300     MOVE 'A'         TO XRF-LINK-TYPE.
082400     MOVE ACCT-NUMBER TO XRF-LINK-ID.
082500     READ XREF-FILE
082600         INVALID KEY
082700             CONTINUE
082800         NOT INVALID KEY
082900             MOVE 'Y'         TO NR-OWNER-FOUND-SW
083000             MOVE XRF-CUST-ID TO NR-OWNER-ID
083100     END-READ.
083200 1300-EXIT.
083300     EXIT.
083400
083500*----------------------------------------------------------------
083600 2000-QUEUE-LETTERS.
083700*     TAKE THE ACCOUNTS BACK IN CUSTOMER ORDER AND WALK THE
083800*     CUSTOMER MASTER FORWARD IN STEP.  THE FIRST ACCOUNT OF A
083900*     CUSTOMER FOR AN ENTRY DECIDES THE LETTER; THE REST OF THAT
084000*     CUSTOMER'S ACCOUNTS IN THE TIER ARE LISTED UNDER IT.
084100*----------------------------------------------------------------
084200     MOVE 'N'    TO NR-SORT-EOF-SW.
084300     MOVE ZERO   TO NR-PREV-CUST-ID.
084400     MOVE ZERO   TO NR-PREV-RATE-SUB.
084500     PERFORM 2100-RETURN-ACCOUNT THRU 2100-EXIT.
084600     PERFORM 2200-PROCESS-SORTED-ACCOUNT THRU 2200-EXIT
084700         UNTIL NR-SORT-EOF.
084800 2000-EXIT.
084900     EXIT.
085000
085100*----------------------------------------------------------------
085200 2100-RETURN-ACCOUNT.
085300*----------------------------------------------------------------
085400     RETURN RATE-NTC-SORT-FILE
085500         AT END
085600             MOVE 'Y' TO NR-SORT-EOF-SW
085700     END-RETURN.
085800 2100-EXIT.
085900     EXIT.
086000
086100*----------------------------------------------------------------
086200 2200-PROCESS-SORTED-ACCOUNT.
086300*----------------------------------------------------------------
086400     MOVE NSR-RATE-SUB TO NR-SUB.
086500     ADD 1 TO NR-ACCOUNT-COUNT.
086600     ADD 1 TO NR-RT-ACCOUNTS (NR-SUB).
086700     IF NSR-CUST-ID = ZERO
086800         MOVE "NO OWNER ON CUSTXREF" TO NR-DETAIL-NOTE
086900         PERFORM 2800-COUNT-EXCEPTION THRU 2800-EXIT
087000         GO TO 2200-NEXT
087100     END-IF.
087200     IF NSR-CUST-ID = NR-PREV-CUST-ID
087300        AND NSR-RATE-SUB = NR-PREV-RATE-SUB
087400         MOVE NR-PREV-NOTE TO NR-DETAIL-NOTE
087500         PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT
087600         GO TO 2200-NEXT
087700     END-IF.
087800     MOVE NSR-CUST-ID  TO NR-PREV-CUST-ID.
087900     MOVE NSR-RATE-SUB TO NR-PREV-RATE-SUB.
088000     PERFORM 0650-READ-CUSTOMER THRU 0650-EXIT
088100         UNTIL NR-CM-EOF OR CUST-ID NOT < NSR-CUST-ID.
088200     IF NR-CM-EOF OR CUST-ID NOT = NSR-CUST-ID
088300         MOVE "OWNER NOT ON CUSTMAST" TO NR-DETAIL-NOTE
088400         MOVE "SAME OWNER - NO LETTER" TO NR-PREV-NOTE
088500         PERFORM 2800-COUNT-EXCEPTION THRU 2800-EXIT
088600         GO TO 2200-NEXT
088700     END-IF.
088800     PERFORM 2300-QUEUE-LETTER THRU 2300-EXIT.
088900 2200-NEXT.
089000     PERFORM 2100-RETURN-ACCOUNT THRU 2100-EXIT.
089100 2200-EXIT.
089200     EXIT.
089300
089400*----------------------------------------------------------------
089500 2300-QUEUE-LETTER.
089600*     QUEUE THE CUSTOMER'S RATE-CHANGE NOTICE, NAMING THE FIRST
089700*     OF THE CUSTOMER'S ACCOUNTS IN THE TIER, AND COUNT IT BY
089800*     TIER.
089900*----------------------------------------------------------------
090000     MOVE SPACES               TO NOTICE-RECORD.
090100     MOVE NSR-CUST-ID          TO NTC-CUST-ID.
090200     MOVE NR-LETTER-TYPE       TO NTC-LETTER-TYPE.
090300     MOVE NSR-ACCT-NUMBER      TO NTC-ACCT-NUMBER.
090400     MOVE "RATENTC"            TO NTC-SOURCE.
090500     MOVE NR-TODAY             TO NTC-DATE.
090600     IF NR-RT-OLD-DATE (NR-SUB) = ZERO
090700         MOVE "NONE"           TO NTC-DATA-1
090800     ELSE
090900         COMPUTE NR-PERCENT = NR-RT-OLD-RATE (NR-SUB) * 100
091000         PERFORM 2400-FORMAT-SLOT-RATE THRU 2400-EXIT
091100         MOVE NR-SLOT-RATE     TO NTC-DATA-1
091200     END-IF.
091300     COMPUTE NR-PERCENT = NR-RT-RATE (NR-SUB) * 100.
091400     PERFORM 2400-FORMAT-SLOT-RATE THRU 2400-EXIT.
091500     MOVE NR-SLOT-RATE         TO NTC-DATA-2.
091600     MOVE NR-RT-EFF-DATE (NR-SUB) TO NR-WORK-DATE.
091700     MOVE NR-WORK-MM           TO NS-MM.
091800     MOVE NR-WORK-DD           TO NS-DD.
091900     MOVE NR-WORK-YY           TO NS-YY.
092000     MOVE NR-SLOT-DATE         TO NTC-DATA-3.
092100     WRITE NOTICE-QUEUE-LINE FROM NOTICE-RECORD.
092200     MOVE "NOTICEQ " TO FST-FILE-NAME.
092300     MOVE "WRITE   " TO FST-OPERATION.
092400     MOVE NR-NTC-STATUS TO FST-STATUS.
092500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
092600     ADD 1 TO NR-LETTER-COUNT.
092700     ADD 1 TO NR-RT-LETTERS (NR-SUB).
092800     EVALUATE NR-RT-TIER (NR-SUB)
092900         WHEN 'P'
093000             ADD 1 TO NR-P-LETTERS
093100         WHEN 'T'
093200             ADD 1 TO NR-T-LETTERS
093300         WHEN 'R'
093400             ADD 1 TO NR-R-LETTERS
093500     END-EVALUATE.
093600     MOVE "LETTER QUEUED"      TO NR-DETAIL-NOTE.
093700     MOVE "SAME LETTER"        TO NR-PREV-NOTE.
093800     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.
093900 2300-EXIT.
094000     EXIT.
094100
094200*----------------------------------------------------------------
094300 2400-FORMAT-SLOT-RATE.
094400*     THE PERCENT IN NR-PERCENT AS IT PRINTS - 5.5% OR 12.5%.
094500*----------------------------------------------------------------
094600     MOVE SPACES TO NR-SLOT-RATE.
094700     IF NR-PERCENT < 10
094800         MOVE NR-PERCENT         TO NS-SHORT-PERCENT
094900         MOVE NR-SLOT-SHORT-RATE TO NR-SLOT-RATE
095000     ELSE
095100         MOVE NR-PERCENT         TO NS-LONG-PERCENT
095200         MOVE NR-SLOT-LONG-RATE  TO NR-SLOT-RATE
095300     END-IF.
095400 2400-EXIT.
095500     EXIT.
095600
095700*----------------------------------------------------------------
095800 2800-COUNT-EXCEPTION.
095900*     AN ACCOUNT WHOSE OWNER CANNOT BE WRITTEN TO - COUNTED AND
096000*     LISTED WITH THE REASON ALREADY IN THE NOTE.
096100*----------------------------------------------------------------
096200     ADD 1 TO NR-EXCEPTION-COUNT.
096300     ADD 1 TO NR-RT-EXCEPTIONS (NR-SUB).
096400     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.
096500 2800-EXIT.
096600     EXIT.
096700
096800*----------------------------------------------------------------
096900 2900-WRITE-DETAIL-LINE.
097000*----------------------------------------------------------------
097100     MOVE NSR-CUST-ID                  TO RD-CUST-ID.
097200     MOVE NSR-ACCT-NUMBER              TO RD-ACCT-NUMBER.
097300     MOVE NR-RT-TIER (NR-SUB)     TO RD-TIER.
097400     MOVE NR-RT-EFF-DATE (NR-SUB) TO RD-EFF-DATE.
097500     MOVE NR-RT-OLD-RATE (NR-SUB) TO RD-OLD-RATE.
097600     MOVE NR-RT-RATE (NR-SUB)     TO RD-NEW-RATE.
097700     MOVE NR-DETAIL-NOTE               TO RD-NOTE.
097800     WRITE RATE-NTC-RPT-LINE FROM NR-RPT-DETAIL-LINE.
097900     MOVE "RATENRPT" TO FST-FILE-NAME.
098000     MOVE "WRITE   " TO FST-OPERATION.
098100     MOVE NR-RPT-STATUS TO FST-STATUS.
098200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
098300 2900-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------------
098700 3000-MARK-ENTRIES.
098800*     APPEND A NOTICE HISTORY RECORD FOR EVERY DUE ENTRY - THE
098900*     ONES ANNOUNCED AND THE ONES PASSED OVER ALIKE - AND LIST IT.
099000*     AN ENTRY WITH EXCEPTIONS IS STILL MARKED; ITS EXCEPTIONS ARE
099100*     ON THE REPORT FOR FOLLOW-UP.  A MISSING HISTORY FILE MEANS
099200*     NO RUN HAS EVER WRITTEN ONE, SO CREATE IT.
099300*----------------------------------------------------------------
099400     OPEN EXTEND NOTICE-HIST-FILE.
099500     IF NR-HIST-MISSING
099600         OPEN OUTPUT NOTICE-HIST-FILE
099700         CLOSE NOTICE-HIST-FILE
099800         OPEN EXTEND NOTICE-HIST-FILE
099900     END-IF.
100000     MOVE "RATENHST" TO FST-FILE-NAME.
100100     MOVE "OPEN    " TO FST-OPERATION.
100200     MOVE NR-HIST-STATUS TO FST-STATUS.
100300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
100400     WRITE RATE-NTC-RPT-LINE FROM NR-RPT-ENTRY-TITLE.
100500     WRITE RATE-NTC-RPT-LINE FROM NR-RPT-ENTRY-COLUMNS.
100600     PERFORM 3100-MARK-ONE-ENTRY THRU 3100-EXIT
100700         VARYING NR-SUB FROM 1 BY 1
100800         UNTIL NR-SUB > NR-RATE-COUNT.
100900     CLOSE NOTICE-HIST-FILE.
101000 3000-EXIT.
101100     EXIT.
101200
101300*----------------------------------------------------------------
101400 3100-MARK-ONE-ENTRY.
101500*----------------------------------------------------------------
101600     IF NR-RT-NOT-DUE (NR-SUB)
101700        OR NR-RT-NOTIFIED (NR-SUB)
101800         GO TO 3100-EXIT
101900     END-IF.
102000     MOVE SPACES                         TO NOTICE-HIST-RECORD.
102100     MOVE NR-RT-TIER (NR-SUB)       TO RNH-TIER.
102200     MOVE NR-RT-EFF-DATE (NR-SUB)   TO RNH-EFFECTIVE-DATE.
102300     MOVE NR-RT-RATE (NR-SUB)       TO RNH-RATE.
102400     MOVE NR-TODAY                       TO RNH-NOTICE-DATE.
102500     MOVE NR-RT-OLD-RATE (NR-SUB)   TO RNH-OLD-RATE.
102600     MOVE NR-RT-LETTERS (NR-SUB)    TO RNH-LETTER-COUNT.
102700     MOVE NR-RT-EXCEPTIONS (NR-SUB) TO RNH-EXCEPTION-COUNT.
102800     EVALUATE TRUE
102900         WHEN NR-RT-SAME-RATE (NR-SUB)
103000             MOVE 'S' TO RNH-OUTCOME
103100             MOVE "NO CHANGE IN RATE"    TO RE-NOTE
103200         WHEN NR-RT-NOT-IN-FORCE (NR-SUB)
103300             MOVE 'D' TO RNH-OUTCOME
103400             MOVE "DATE ALREADY ON FILE"  TO RE-NOTE
103500         WHEN OTHER
103600             MOVE 'L' TO RNH-OUTCOME
103700             MOVE "ANNOUNCED"              TO RE-NOTE
103800     END-EVALUATE.
103900     WRITE NOTICE-HIST-RECORD.
104000     MOVE "RATENHST" TO FST-FILE-NAME.
104100     MOVE "WRITE   " TO FST-OPERATION.
104200     MOVE NR-HIST-STATUS TO FST-STATUS.
104300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
104400     MOVE NR-RT-TIER (NR-SUB)       TO RE-TIER.
104500     MOVE NR-RT-EFF-DATE (NR-SUB)   TO RE-EFF-DATE.
104600     MOVE NR-RT-OLD-RATE (NR-SUB)   TO RE-OLD-RATE.
104700     MOVE NR-RT-RATE (NR-SUB)       TO RE-NEW-RATE.
104800     MOVE NR-RT-ACCOUNTS (NR-SUB)   TO RE-ACCOUNTS.
104900     MOVE NR-RT-LETTERS (NR-SUB)    TO RE-LETTERS.
105000     MOVE NR-RT-EXCEPTIONS (NR-SUB) TO RE-EXCEPTIONS.
105100     WRITE RATE-NTC-RPT-LINE FROM NR-RPT-ENTRY-LINE.
105200 3100-EXIT.
105300     EXIT.
105400
105500*----------------------------------------------------------------
105600 5000-FINISH-REPORT.
105700*     THE CONTROL COUNT OF LETTERS BY TIER CLOSES THE REPORT.
105800*----------------------------------------------------------------
105900     MOVE NR-P-LETTERS       TO RC-P-LETTERS.
106000     MOVE NR-T-LETTERS       TO RC-T-LETTERS.
106100     MOVE NR-R-LETTERS       TO RC-R-LETTERS.
106200     MOVE NR-LETTER-COUNT    TO RC-TOTAL-LETTERS.
106300     WRITE RATE-NTC-RPT-LINE FROM NR-RPT-TIER-LINE.
106400     MOVE NR-ACCOUNT-COUNT   TO RS-ACCOUNTS.
106500     MOVE NR-EXCEPTION-COUNT TO RS-EXCEPTIONS.
106600     WRITE RATE-NTC-RPT-LINE FROM NR-RPT-COUNT-LINE.
106700     MOVE "RATENRPT" TO FST-FILE-NAME.
106800     MOVE "WRITE   " TO FST-OPERATION.
106900     MOVE NR-RPT-STATUS TO FST-STATUS.
107000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
107100     CLOSE RATE-NTC-RPT-FILE.
107200 5000-EXIT.
107300     EXIT.
107400
107500*----------------------------------------------------------------
107600 8500-DATE-INDEX.
107700*     ROUGH-CALENDAR DAY INDEX OF THE DATE IN NR-WORK-DATE.
107800*----------------------------------------------------------------
107900     COMPUTE NR-WORK-INDEX =
108000         (NR-WORK-YY * 365) + (NR-WORK-MM * 30) + NR-WORK-DD.
108100 8500-EXIT.
108200     EXIT.
108300
108400*----------------------------------------------------------------
108500     COPY VALIDPR.
108600*----------------------------------------------------------------
108700     COPY FSTATPR.
108800*----------------------------------------------------------------
108900 9999-EXIT.
109000*----------------------------------------------------------------
109100     GOBACK.
