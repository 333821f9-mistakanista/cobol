000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CASHMON.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/25/2026.
000600 DATE-COMPILED.  09/25/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  NIGHTLY LARGE-CASH AND STRUCTURING MONITOR.  TRANPOST
000900*           POSTS EACH ACCOUNT ON ITS OWN, SO NOTHING THERE SEES
001000*           A CUSTOMER'S CASH ACROSS ALL OF THEIR ACCOUNTS.  THIS
001100*           RUN TAKES EVERY DEPOSIT AND WITHDRAWAL TRANPOST HAS
001200*           LOGGED INSIDE THE ROLLING WINDOW (CN-WINDOW-DAYS,
001300*           READ BACK THROUGH THE MONTHLY HISTORY FILE DLGHIST
001400*           AS WELL AS THE CURRENT DAILY LOG), ROLLS EACH ONE UP
001500*           TO THE OWNING CUSTOMER THROUGH CUSTXREF - OR KEEPS IT
001600*           ON THE ACCOUNT WHEN NO OWNER IS LINKED - AND TOTALS
001700*           EACH PARTY'S DEPOSITS AND WITHDRAWALS BY DAY.
001800*
001900*           A DAY WHOSE DEPOSITS OR WITHDRAWALS COME TO MORE THAN
002000*           THE REPORTING THRESHOLD OPENS A LARGE-CASH CASE ('D'
002100*           OR 'W').  A DAY WHOSE DEPOSITS FALL JUST UNDER IT -
002200*           AT OR ABOVE CN-NEAR-FLOOR - IS A NEAR-THRESHOLD DAY,
002300*           AND A PARTY WITH CN-NEAR-MINIMUM OR MORE OF THEM IN
002400*           THE WINDOW OPENS A STRUCTURING CASE ('S') DATED BY
002500*           THE LATEST.  EVERY CASE GOES TO THE CASE FILE
002600*           (CASEFILE, SEE CSEREC) OPEN; A CASE ALREADY ON FILE
002700*           FROM AN EARLIER NIGHT IS NOT OPENED AGAIN, SO A
002800*           RERUN, OR A NIGHT THAT FOLLOWS A MISSED ONE, IS SAFE.
002900*           THE REVIEW REPORT (CASERPT) LISTS THE NIGHT'S NEW
003000*           CASES AND THEN EVERY CASE STILL AWAITING REVIEW OR
003100*           FILING.  CASES ARE WORKED IN CASEMAINT.
003200*----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*----------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* 09/25/2026  RLM  ORIGINAL PROGRAM - DAILY LARGE-CASH AND
003700*                  ROLLING-WINDOW STRUCTURING FLAGS BY CUSTOMER,
003800*                  WITH A CASE FILE AND REVIEW REPORT.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT DAILY-LOG-FILE    ASSIGN TO "DAILYLOG"
004700                              ORGANIZATION IS LINE SEQUENTIAL
004800                              FILE STATUS IS CN-DLG-STATUS.
004900     SELECT LOG-HISTORY-FILE  ASSIGN TO "DLGHIST"
005000                              ORGANIZATION IS LINE SEQUENTIAL
005100                              FILE STATUS IS CN-HIST-STATUS.
005200     SELECT XREF-FILE         ASSIGN TO "CUSTXREF"
005300                              ORGANIZATION IS INDEXED
005400                              ACCESS MODE IS DYNAMIC
005500                              RECORD KEY IS XRF-LINK-KEY
005600                              FILE STATUS IS CN-XREF-STATUS.
005700     SELECT CASE-FILE         ASSIGN TO "CASEFILE"
005800                              ORGANIZATION IS INDEXED
005900                              ACCESS MODE IS DYNAMIC
006000                              RECORD KEY IS CSE-KEY
006100                              FILE STATUS IS CN-CASE-STATUS.
006200     SELECT CASE-RPT-FILE     ASSIGN TO "CASERPT"
006300                              ORGANIZATION IS LINE SEQUENTIAL
006400                              FILE STATUS IS CN-RPT-STATUS.
006500     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
006600                              ORGANIZATION IS LINE SEQUENTIAL
006700                              FILE STATUS IS FST-JOB-LOG-STATUS.
006800     SELECT CASH-SORT-FILE    ASSIGN TO "CASHSORT".
006900 DATA DIVISION.
007000 FILE SECTION.
007100*----------------------------------------------------------------
007200* SHARED DAILY TRANSACTION LOG AND ITS MONTHLY HISTORY FILE -
007300* THE HISTORY LINE IS THE ARCHIVED LOG ENTRY BEHIND ITS ARCHIVE
007400* MONTH (SEE DLGARCH)
007500*----------------------------------------------------------------
007600 FD  DAILY-LOG-FILE.
007700 01  DAILY-LOG-LINE             PIC X(80).
007800
007900 FD  LOG-HISTORY-FILE.
008000 01  LOG-HISTORY-RECORD.
008100     05  DH-ARCHIVE-MONTH       PIC 9(04).
008200     05  FILLER                 PIC X(01).
008300     05  DH-LOG-ENTRY           PIC X(80).
008400
008500*----------------------------------------------------------------
008600* PARTY CROSS-REFERENCE - ACCOUNT NUMBER TO OWNING CUSTOMER
008700*----------------------------------------------------------------
008800 FD  XREF-FILE.
008900     COPY XRFREC.
009000
009100*----------------------------------------------------------------
009200* CASH MONITORING CASE FILE - ONE RECORD PER FLAG RAISED
009300*----------------------------------------------------------------
009400 FD  CASE-FILE.
009500     COPY CSEREC.
009600
009700*----------------------------------------------------------------
009800* CASE REVIEW REPORT
009900*----------------------------------------------------------------
010000 FD  CASE-RPT-FILE.
010100 01  CASE-RPT-LINE              PIC X(80).
010200
010300*----------------------------------------------------------------
010400* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
010500*----------------------------------------------------------------
010600 FD  JOB-LOG-FILE.
010700 01  JOB-LOG-LINE               PIC X(80).
010800
010900*----------------------------------------------------------------
011000* SORT WORK FILE - ONE RECORD PER DEPOSIT OR WITHDRAWAL INSIDE
011100* THE WINDOW, ALREADY CARRYING ITS PARTY, IN PARTY AND DATE
011200* ORDER SO EACH PARTY'S DAYS COME BACK TOGETHER
011300*----------------------------------------------------------------
011400 SD  CASH-SORT-FILE.
011500 01  CASH-SORT-RECORD.
011600     05  MSR-PARTY-TYPE         PIC X(01).
011700     05  MSR-PARTY-ID           PIC 9(06).
011800     05  MSR-DATE               PIC 9(06).
011900     05  MSR-CODE               PIC X(01).
012000         88  MSR-DEPOSIT                    VALUE 'D'.
012100         88  MSR-WITHDRAWAL                 VALUE 'W'.
012200     05  MSR-AMOUNT             PIC 9(09)V99.
012300     05  MSR-ACCT-NUMBER        PIC 9(06).
012400
012500 WORKING-STORAGE SECTION.
012600*----------------------------------------------------------------
012700* FILE STATUS FIELDS - A MISSING LOG OR HISTORY FILE ONLY MEANS
012800* LESS ACTIVITY TO FIND; A MISSING CROSS-REFERENCE LEAVES EVERY
012900* ENTRY ON ITS OWN ACCOUNT.
013000*----------------------------------------------------------------
013100 01  CN-DLG-STATUS              PIC X(02).
013200     88  CN-DLG-MISSING                     VALUE '35'.
013300 01  CN-HIST-STATUS             PIC X(02).
013400     88  CN-HIST-MISSING                    VALUE '35'.
013500 01  CN-XREF-STATUS             PIC X(02).
013600     88  CN-XREF-MISSING                    VALUE '35'.
013700 01  CN-CASE-STATUS             PIC X(02).
013800     88  CN-CASE-MISSING                    VALUE '35'.
013900     88  CN-CASE-DUPLICATE                  VALUE '22'.
014000 01  CN-RPT-STATUS              PIC X(02).
014100
014200 01  CN-SWITCHES.
014300     05  CN-LOG-EOF-SW          PIC X(01) VALUE 'N'.
014400         88  CN-LOG-EOF                     VALUE 'Y'.
014500     05  CN-SORT-EOF-SW         PIC X(01) VALUE 'N'.
014600         88  CN-SORT-EOF                    VALUE 'Y'.
014700     05  CN-CASE-EOF-SW         PIC X(01) VALUE 'N'.
014800         88  CN-CASE-EOF                    VALUE 'Y'.
014900     05  CN-XREF-OPEN-SW        PIC X(01) VALUE 'N'.
015000         88  CN-XREF-OPEN                   VALUE 'Y'.
015100
015200*----------------------------------------------------------------
015300* MONITORING LIMITS - A DAY'S CASH OVER THE REPORTING THRESHOLD
015400* IS FLAGGED; A DAY'S DEPOSITS FROM THE NEAR FLOOR UP TO THE
015500* THRESHOLD ARE NEAR-THRESHOLD, AND THE NEAR MINIMUM OF THOSE
015600* DAYS INSIDE THE WINDOW IS FLAGGED AS STRUCTURING.
015700*----------------------------------------------------------------
015800 01  CN-REPORT-THRESHOLD        PIC 9(07)V99 VALUE 10000.00.
015900 01  CN-NEAR-FLOOR              PIC 9(07)V99 VALUE 8000.00.
016000 01  CN-WINDOW-DAYS             PIC 9(03)    VALUE 10.
016100 01  CN-NEAR-MINIMUM            PIC 9(03)    VALUE 2.
016200
016300*----------------------------------------------------------------
016400* TODAY AND THE WINDOW, ON THE ROUGH CALENDAR THE ARCHIVE AND
016500* DORMANCY JOBS USE
016600*----------------------------------------------------------------
016700 01  CN-TODAY                   PIC 9(06).
016800 01  CN-WORK-DATE               PIC 9(06).
016900 01  CN-WORK-DATE-R REDEFINES CN-WORK-DATE.
017000     05  CN-WORK-YY             PIC 9(02).
017100     05  CN-WORK-MM             PIC 9(02).
017200     05  CN-WORK-DD             PIC 9(02).
017300 01  CN-WORK-INDEX              PIC S9(06) COMP.
017400 01  CN-TODAY-INDEX             PIC S9(06) COMP.
017500 01  CN-WINDOW-INDEX            PIC S9(06) COMP.
017600
017700*----------------------------------------------------------------
017800* THE PARTY AND THE DAY IN HAND
017900*----------------------------------------------------------------
018000 01  CN-PARTY-TYPE              PIC X(01).
018100 01  CN-PARTY-ID                PIC 9(06).
018200 01  CN-DAY-DATE                PIC 9(06).
018300 01  CN-DAY-DEP-TOTAL           PIC 9(09)V99.
018400 01  CN-DAY-DEP-COUNT           PIC 9(03) COMP.
018500 01  CN-DAY-WDL-TOTAL           PIC 9(09)V99.
018600 01  CN-DAY-WDL-COUNT           PIC 9(03) COMP.
018700 01  CN-NEAR-DAYS               PIC 9(03) COMP.
018800 01  CN-NEAR-TOTAL              PIC 9(09)V99.
018900 01  CN-NEAR-FIRST-DATE         PIC 9(06).
019000 01  CN-NEAR-LAST-DATE          PIC 9(06).
019100
019200*----------------------------------------------------------------
019300* THE CASE BEING OPENED
019400*----------------------------------------------------------------
019500 01  CN-NEW-FLAG-TYPE           PIC X(01).
019600 01  CN-NEW-FLAG-DATE           PIC 9(06).
019700 01  CN-NEW-AMOUNT              PIC 9(09)V99.
019800 01  CN-NEW-COUNT               PIC 9(03) COMP.
019900 01  CN-NEW-FROM                PIC 9(06).
020000
020100*----------------------------------------------------------------
020200* RUN COUNTS
020300*----------------------------------------------------------------
020400 01  CN-ENTRY-COUNT             PIC 9(07) COMP VALUE ZERO.
020500 01  CN-PARTY-COUNT             PIC 9(05) COMP VALUE ZERO.
020600 01  CN-NEW-CASE-COUNT          PIC 9(05) COMP VALUE ZERO.
020700 01  CN-KNOWN-CASE-COUNT        PIC 9(05) COMP VALUE ZERO.
020800 01  CN-OPEN-COUNT              PIC 9(05) COMP VALUE ZERO.
020900 01  CN-REVIEWED-COUNT          PIC 9(05) COMP VALUE ZERO.
021000
021100*----------------------------------------------------------------
021200* REVIEW REPORT LINES
021300*----------------------------------------------------------------
021400 01  CN-RPT-HEADING.
021500     05  FILLER                 PIC X(32) VALUE
021600         "CASH MONITORING CASE REVIEW FOR ".
021700     05  RH-DATE                PIC 9(06).
021800     05  FILLER                 PIC X(42) VALUE SPACES.
021900
022000 01  CN-RPT-NEW-TITLE           PIC X(80) VALUE
022100     "NEW CASES THIS RUN".
022200
022300 01  CN-RPT-OPEN-TITLE          PIC X(80) VALUE
022400     "CASES AWAITING REVIEW OR FILING".
022500
022600 01  CN-RPT-NONE                PIC X(80) VALUE
022700     "NONE.".
022800
022900 01  CN-RPT-BLANK               PIC X(80) VALUE SPACES.
023000
023100 01  CN-RPT-COLUMNS.
023200     05  FILLER                 PIC X(40) VALUE
023300         "PARTY     FLAG              DATE        ".
023400     05  FILLER                 PIC X(40) VALUE
023500         "  AMOUNT  CNT  FROM    STATUS".
023600
023700 01  CN-RPT-DETAIL-LINE.
023800     05  RD-PARTY-TYPE          PIC X(01).
023900     05  FILLER                 PIC X(01) VALUE SPACES.
024000     05  RD-PARTY-ID            PIC 9(06).
024100     05  FILLER                 PIC X(02) VALUE SPACES.
024200     05  RD-FLAG                PIC X(16).
024300     05  FILLER                 PIC X(02) VALUE SPACES.
024400     05  RD-DATE                PIC 9(06).
024500     05  FILLER                 PIC X(02) VALUE SPACES.
024600     05  RD-AMOUNT              PIC Z(8)9.99.
024700     05  FILLER                 PIC X(02) VALUE SPACES.
024800     05  RD-COUNT               PIC ZZ9.
024900     05  FILLER                 PIC X(02) VALUE SPACES.
025000     05  RD-FROM                PIC 9(06).
025100     05  FILLER                 PIC X(02) VALUE SPACES.
025200     05  RD-STATUS              PIC X(08).
025300     05  FILLER                 PIC X(09) VALUE SPACES.
025400
025500 01  CN-RPT-SUMMARY-LINE.
025600     05  FILLER                 PIC X(10) VALUE "NEW CASES ".
025700     05  RS-NEW                 PIC Z(4)9.
025800     05  FILLER                 PIC X(17) VALUE
025900         "  ALREADY ON FILE".
026000     05  RS-KNOWN               PIC Z(4)9.
026100     05  FILLER                 PIC X(07) VALUE "  OPEN ".
026200     05  RS-OPEN                PIC Z(4)9.
026300     05  FILLER                 PIC X(11) VALUE "  REVIEWED ".
026400     05  RS-REVIEWED            PIC Z(4)9.
026500     05  FILLER                 PIC X(15) VALUE SPACES.
026600
026700     COPY DLGREC.
026800
026900     COPY FSTATWS.
027000
027100 PROCEDURE DIVISION.
027200*----------------------------------------------------------------
027300 0000-MAINLINE.
027400*----------------------------------------------------------------
027500     MOVE "CASHMON" TO FST-PROGRAM-ID.
027600     ACCEPT CN-TODAY FROM DATE.
027700     MOVE CN-TODAY TO CN-WORK-DATE.
027800     PERFORM 8500-DATE-INDEX THRU 8500-EXIT.
027900     MOVE CN-WORK-INDEX TO CN-TODAY-INDEX.
028000     COMPUTE CN-WINDOW-INDEX =
028100         CN-TODAY-INDEX - CN-WINDOW-DAYS + 1.
028200     OPEN INPUT XREF-FILE.
028300     IF NOT CN-XREF-MISSING
028400         MOVE "CUSTXREF" TO FST-FILE-NAME
028500         MOVE "OPEN    " TO FST-OPERATION
028600         MOVE CN-XREF-STATUS TO FST-STATUS
028700         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
028800         MOVE 'Y' TO CN-XREF-OPEN-SW
028900     END-IF.
029000     SORT CASH-SORT-FILE
029100         ON ASCENDING KEY MSR-PARTY-TYPE
029200                          MSR-PARTY-ID
029300                          MSR-DATE
029400         INPUT PROCEDURE IS 1000-RELEASE-CASH
029500             THRU 1000-EXIT
029600         OUTPUT PROCEDURE IS 2000-REVIEW-PARTIES
029700             THRU 2000-EXIT.
029800     IF CN-XREF-OPEN
029900         CLOSE XREF-FILE
030000     END-IF.
030100     IF SORT-RETURN NOT = ZERO
030200         DISPLAY "CASHMON - CASH SORT FAILED - RERUN THE JOB."
030300         MOVE 16 TO RETURN-CODE
030400         GO TO 9999-EXIT
030500     END-IF.
030600     PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT.
030700     DISPLAY "Cash monitoring complete - " CN-NEW-CASE-COUNT
030800             " new cases, " CN-OPEN-COUNT " open.".
030900     GO TO 9999-EXIT.
031000
031100*----------------------------------------------------------------
031200 1000-RELEASE-CASH.
031300*     RELEASE ONE SORT RECORD PER DEPOSIT OR WITHDRAWAL INSIDE
031400*     THE WINDOW - FIRST THE ARCHIVED HISTORY, THEN THE CURRENT
031500*     DAILY LOG.  EITHER FILE MAY BE MISSING.
031600*----------------------------------------------------------------
031700     MOVE 'N' TO CN-LOG-EOF-SW.
031800     OPEN INPUT LOG-HISTORY-FILE.
031900     IF CN-HIST-MISSING
032000         GO TO 1000-DAILY-LOG
032100     END-IF.
032200     MOVE "DLGHIST " TO FST-FILE-NAME.
032300     MOVE "OPEN    " TO FST-OPERATION.
032400     MOVE CN-HIST-STATUS TO FST-STATUS.
032500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
032600     PERFORM 1300-READ-HISTORY-ENTRY THRU 1300-EXIT.
032700     PERFORM 1400-RELEASE-HISTORY-ENTRY THRU 1400-EXIT
032800         UNTIL CN-LOG-EOF.
032900     CLOSE LOG-HISTORY-FILE.
033000 1000-DAILY-LOG.
033100     MOVE 'N' TO CN-LOG-EOF-SW.
033200     OPEN INPUT DAILY-LOG-FILE.
033300     IF CN-DLG-MISSING
033400         GO TO 1000-EXIT
033500     END-IF.
033600     MOVE "DAILYLOG" TO FST-FILE-NAME.
033700     MOVE "OPEN    " TO FST-OPERATION.
033800     MOVE CN-DLG-STATUS TO FST-STATUS.
033900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
034000     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
034100     PERFORM 1200-RELEASE-LOG-ENTRY THRU 1200-EXIT
034200         UNTIL CN-LOG-EOF.
034300     CLOSE DAILY-LOG-FILE.
034400 1000-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------------
034800 1100-READ-LOG-ENTRY.
034900*----------------------------------------------------------------
035000     READ DAILY-LOG-FILE
035100         AT END
035200             MOVE 'Y' TO CN-LOG-EOF-SW
035300         NOT AT END
035400             MOVE DAILY-LOG-LINE TO DLG-LOG-DETAIL-LINE
035500     END-READ.
035600     MOVE "DAILYLOG" TO FST-FILE-NAME.
035700     MOVE "READ    " TO FST-OPERATION.
035800     MOVE CN-DLG-STATUS TO FST-STATUS.
035900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
036000 1100-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------
036400 1200-RELEASE-LOG-ENTRY.
036500*----------------------------------------------------------------
036600     PERFORM 1500-RELEASE-IF-CASH THRU 1500-EXIT.
036700     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
036800 1200-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------------
037200 1300-READ-HISTORY-ENTRY.
037300*----------------------------------------------------------------
037400     READ LOG-HISTORY-FILE
037500         AT END
037600             MOVE 'Y' TO CN-LOG-EOF-SW
037700         NOT AT END
037800             MOVE DH-LOG-ENTRY TO DLG-LOG-DETAIL-LINE
037900     END-READ.
038000     MOVE "DLGHIST " TO FST-FILE-NAME.
038100     MOVE "READ    " TO FST-OPERATION.
038200     MOVE CN-HIST-STATUS TO FST-STATUS.
038300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
038400 1300-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------------
038800 1400-RELEASE-HISTORY-ENTRY.
038900*----------------------------------------------------------------
039000     PERFORM 1500-RELEASE-IF-CASH THRU 1500-EXIT.
039100     PERFORM 1300-READ-HISTORY-ENTRY THRU 1300-EXIT.
039200 1400-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------------
039600 1500-RELEASE-IF-CASH.
039700*     ONLY A DEPOSIT OR WITHDRAWAL POSTED BY TRANPOST, ON AN
039800*     ACCOUNT, INSIDE THE WINDOW.  A REVERSAL UNDOES AN ERROR
039900*     RATHER THAN MOVING CASH, SO IT IS NOT NETTED HERE.  THE
040000*     PARTY IS THE ACCOUNT'S OWNING CUSTOMER WHEN CUSTXREF
040100*     LINKS ONE, OTHERWISE THE ACCOUNT ITSELF.
040200*----------------------------------------------------------------
040300     IF DLG-ID = ZERO
040400        OR NOT DLG-FROM-TRANPOST
040500        OR NOT (DLG-TRAN-DEPOSIT OR DLG-TRAN-WITHDRAWAL)
040600         GO TO 1500-EXIT
040700     END-IF.
040800     MOVE DLG-DATE TO CN-WORK-DATE.
040900     PERFORM 8500-DATE-INDEX THRU 8500-EXIT.
041000     IF CN-WORK-INDEX < CN-WINDOW-INDEX
041100        OR CN-WORK-INDEX > CN-TODAY-INDEX
041200         GO TO 1500-EXIT
041300     END-IF.
041400     MOVE 'A'    TO MSR-PARTY-TYPE.
041500     MOVE DLG-ID TO MSR-PARTY-ID.
041600     IF CN-XREF-OPEN
041700         MOVE 'A'    TO XRF-LINK-TYPE
041800         MOVE DLG-ID TO XRF-LINK-ID
041900         READ XREF-FILE
042000             NOT INVALID KEY
042100                 MOVE 'C'         TO MSR-PARTY-TYPE
042200                 MOVE XRF-CUST-ID TO MSR-PARTY-ID
042300         END-READ
042400     END-IF.
042500     MOVE DLG-DATE      TO MSR-DATE.
042600     MOVE DLG-TRAN-CODE TO MSR-CODE.
042700     MOVE DLG-AMOUNT    TO MSR-AMOUNT.
042800     MOVE DLG-ID        TO MSR-ACCT-NUMBER.
042900     ADD 1 TO CN-ENTRY-COUNT.
043000     RELEASE CASH-SORT-RECORD.
043100 1500-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------------
043500 2000-REVIEW-PARTIES.
043600*     TAKE THE ENTRIES BACK IN PARTY AND DATE ORDER AND REVIEW
043700*     EACH PARTY IN TURN.  THE CASE FILE IS CREATED EMPTY THE
043800*     FIRST TIME THE RUN IS MADE.
043900*----------------------------------------------------------------
044000     MOVE 'N' TO CN-SORT-EOF-SW.
044100     OPEN I-O CASE-FILE.
044200     IF CN-CASE-MISSING
044300         OPEN OUTPUT CASE-FILE
044400         CLOSE CASE-FILE
044500         OPEN I-O CASE-FILE
044600     END-IF.
044700     MOVE "CASEFILE" TO FST-FILE-NAME.
044800     MOVE "OPEN    " TO FST-OPERATION.
044900     MOVE CN-CASE-STATUS TO FST-STATUS.
045000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
045100     OPEN OUTPUT CASE-RPT-FILE.
045200     MOVE "CASERPT " TO FST-FILE-NAME.
045300     MOVE "OPEN    " TO FST-OPERATION.
045400     MOVE CN-RPT-STATUS TO FST-STATUS.
045500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
045600     MOVE CN-TODAY TO RH-DATE.
045700     WRITE CASE-RPT-LINE FROM CN-RPT-HEADING.
045800     WRITE CASE-RPT-LINE FROM CN-RPT-BLANK.
045900     WRITE CASE-RPT-LINE FROM CN-RPT-NEW-TITLE.
046000     WRITE CASE-RPT-LINE FROM CN-RPT-COLUMNS.
046100     PERFORM 2100-RETURN-CASH THRU 2100-EXIT.
046200     PERFORM 2200-REVIEW-ONE-PARTY THRU 2200-EXIT
046300         UNTIL CN-SORT-EOF.
046400     IF CN-NEW-CASE-COUNT = ZERO
046500         WRITE CASE-RPT-LINE FROM CN-RPT-NONE
046600     END-IF.
046700     CLOSE CASE-FILE.
046800 2000-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------------
047200 2100-RETURN-CASH.
047300*----------------------------------------------------------------
047400     RETURN CASH-SORT-FILE
047500         AT END
047600             MOVE 'Y' TO CN-SORT-EOF-SW
047700     END-RETURN.
047800 2100-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------
048200 2200-REVIEW-ONE-PARTY.
048300*     EVERY DAY OF THE PARTY'S ACTIVITY IS TESTED FOR LARGE
048400*     CASH AS IT IS TOTALLED; THE NEAR-THRESHOLD DAYS FOUND ON
048500*     THE WAY ARE THEN TESTED FOR STRUCTURING.
048600*----------------------------------------------------------------
048700     ADD 1 TO CN-PARTY-COUNT.
048800     MOVE MSR-PARTY-TYPE TO CN-PARTY-TYPE.
048900     MOVE MSR-PARTY-ID   TO CN-PARTY-ID.
049000     MOVE ZERO           TO CN-NEAR-DAYS.
049100     MOVE ZERO           TO CN-NEAR-TOTAL.
049200     MOVE ZERO           TO CN-NEAR-FIRST-DATE.
049300     MOVE ZERO           TO CN-NEAR-LAST-DATE.
049400     PERFORM 2300-REVIEW-ONE-DAY THRU 2300-EXIT
049500         UNTIL CN-SORT-EOF
049600            OR MSR-PARTY-TYPE NOT = CN-PARTY-TYPE
049700            OR MSR-PARTY-ID NOT = CN-PARTY-ID.
049800     IF CN-NEAR-DAYS NOT < CN-NEAR-MINIMUM
049900         MOVE 'S'                TO CN-NEW-FLAG-TYPE
050000         MOVE CN-NEAR-LAST-DATE  TO CN-NEW-FLAG-DATE
050100         MOVE CN-NEAR-TOTAL      TO CN-NEW-AMOUNT
050200         MOVE CN-NEAR-DAYS       TO CN-NEW-COUNT
050300         MOVE CN-NEAR-FIRST-DATE TO CN-NEW-FROM
050400         PERFORM 2500-OPEN-CASE THRU 2500-EXIT
050500     END-IF.
050600 2200-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------
051000 2300-REVIEW-ONE-DAY.
051100*     TOTAL ONE DAY'S DEPOSITS AND WITHDRAWALS FOR THE PARTY.
051200*     EACH SIDE OVER THE THRESHOLD OPENS ITS OWN CASE; DEPOSITS
051300*     FROM THE NEAR FLOOR UP TO THE THRESHOLD MAKE A
051400*     NEAR-THRESHOLD DAY.
051500*----------------------------------------------------------------
051600     MOVE MSR-DATE TO CN-DAY-DATE.
051700     MOVE ZERO     TO CN-DAY-DEP-TOTAL.
051800     MOVE ZERO     TO CN-DAY-DEP-COUNT.
051900     MOVE ZERO     TO CN-DAY-WDL-TOTAL.
052000     MOVE ZERO     TO CN-DAY-WDL-COUNT.
052100     PERFORM 2400-TAKE-ENTRY THRU 2400-EXIT
052200         UNTIL CN-SORT-EOF
052300            OR MSR-PARTY-TYPE NOT = CN-PARTY-TYPE
052400            OR MSR-PARTY-ID NOT = CN-PARTY-ID
052500            OR MSR-DATE NOT = CN-DAY-DATE.
052600     IF CN-DAY-DEP-TOTAL > CN-REPORT-THRESHOLD
052700         MOVE 'D'              TO CN-NEW-FLAG-TYPE
052800         MOVE CN-DAY-DATE      TO CN-NEW-FLAG-DATE
052900         MOVE CN-DAY-DEP-TOTAL TO CN-NEW-AMOUNT
053000         MOVE CN-DAY-DEP-COUNT TO CN-NEW-COUNT
053100         MOVE CN-DAY-DATE      TO CN-NEW-FROM
053200         PERFORM 2500-OPEN-CASE THRU 2500-EXIT
053300     ELSE
053400         IF CN-DAY-DEP-TOTAL NOT < CN-NEAR-FLOOR
053500             ADD 1 TO CN-NEAR-DAYS
053600             ADD CN-DAY-DEP-TOTAL TO CN-NEAR-TOTAL
053700             IF CN-NEAR-FIRST-DATE = ZERO
053800                 MOVE CN-DAY-DATE TO CN-NEAR-FIRST-DATE
053900             END-IF
054000             MOVE CN-DAY-DATE TO CN-NEAR-LAST-DATE
054100         END-IF
054200     END-IF.
054300     IF CN-DAY-WDL-TOTAL > CN-REPORT-THRESHOLD
054400         MOVE 'W'              TO CN-NEW-FLAG-TYPE
054500         MOVE CN-DAY-DATE      TO CN-NEW-FLAG-DATE
054600         MOVE CN-DAY-WDL-TOTAL TO CN-NEW-AMOUNT
054700         MOVE CN-DAY-WDL-COUNT TO CN-NEW-COUNT
054800         MOVE CN-DAY-DATE      TO CN-NEW-FROM
054900         PERFORM 2500-OPEN-CASE THRU 2500-EXIT
055000     END-IF.
055100 2300-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------
055500 2400-TAKE-ENTRY.
055600*----------------------------------------------------------------
055700     IF MSR-DEPOSIT
055800         ADD MSR-AMOUNT TO CN-DAY-DEP-TOTAL
055900         ADD 1          TO CN-DAY-DEP-COUNT
056000     ELSE
056100         ADD MSR-AMOUNT TO CN-DAY-WDL-TOTAL
056200         ADD 1          TO CN-DAY-WDL-COUNT
056300     END-IF.
056400     PERFORM 2100-RETURN-CASH THRU 2100-EXIT.
056500 2400-EXIT.
056600     EXIT.
056700
056800*----------------------------------------------------------------
056900 2500-OPEN-CASE.
057000*     WRITE THE CASE OPEN.  ONE ALREADY ON FILE UNDER THE SAME
057100*     PARTY, DATE, AND FLAG WAS OPENED ON AN EARLIER NIGHT AND
057200*     IS LEFT AS IT STANDS.
057300*----------------------------------------------------------------
057400     MOVE SPACES           TO CASE-RECORD.
057500     MOVE CN-PARTY-TYPE    TO CSE-PARTY-TYPE.
057600     MOVE CN-PARTY-ID      TO CSE-PARTY-ID.
057700     MOVE CN-NEW-FLAG-DATE TO CSE-FLAG-DATE.
057800     MOVE CN-NEW-FLAG-TYPE TO CSE-FLAG-TYPE.
057900     MOVE CN-NEW-AMOUNT    TO CSE-AMOUNT.
058000     MOVE CN-NEW-COUNT     TO CSE-ENTRY-COUNT.
058100     MOVE CN-NEW-FROM      TO CSE-WINDOW-FROM.
058200     MOVE 'O'              TO CSE-STATUS.
058300     MOVE ZERO             TO CSE-REVIEWED-DATE.
058400     MOVE ZERO             TO CSE-FILED-DATE.
058500     WRITE CASE-RECORD
058600         INVALID KEY
058700             IF CN-CASE-DUPLICATE
058800                 ADD 1 TO CN-KNOWN-CASE-COUNT
058900                 GO TO 2500-EXIT
059000             END-IF
059100     END-WRITE.
059200     MOVE "CASEFILE" TO FST-FILE-NAME.
059300     MOVE "WRITE   " TO FST-OPERATION.
059400     MOVE CN-CASE-STATUS TO FST-STATUS.
059500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
059600     ADD 1 TO CN-NEW-CASE-COUNT.
059700     PERFORM 4000-REPORT-CASE THRU 4000-EXIT.
059800 2500-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------------
060200 3000-LIST-OUTSTANDING.
060300*     ONE PASS OF THE WHOLE CASE FILE, IN KEY ORDER, LISTING
060400*     EVERY CASE NOT YET FILED - THE NIGHT'S NEW CASES AMONG
060500*     THEM - WITH THE OPEN AND REVIEWED COUNTS.
060600*----------------------------------------------------------------
060700     MOVE 'N' TO CN-CASE-EOF-SW.
060800     WRITE CASE-RPT-LINE FROM CN-RPT-BLANK.
060900     WRITE CASE-RPT-LINE FROM CN-RPT-OPEN-TITLE.
061000     WRITE CASE-RPT-LINE FROM CN-RPT-COLUMNS.
061100     OPEN INPUT CASE-FILE.
061200     MOVE "CASEFILE" TO FST-FILE-NAME.
061300     MOVE "OPEN    " TO FST-OPERATION.
061400     MOVE CN-CASE-STATUS TO FST-STATUS.
061500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
061600     PERFORM 3100-READ-CASE THRU 3100-EXIT.
061700     PERFORM 3200-LIST-ONE-CASE THRU 3200-EXIT
061800         UNTIL CN-CASE-EOF.
061900     CLOSE CASE-FILE.
062000     IF CN-OPEN-COUNT = ZERO AND CN-REVIEWED-COUNT = ZERO
062100         WRITE CASE-RPT-LINE FROM CN-RPT-NONE
062200     END-IF.
062300     WRITE CASE-RPT-LINE FROM CN-RPT-BLANK.
062400     MOVE CN-NEW-CASE-COUNT   TO RS-NEW.
062500     MOVE CN-KNOWN-CASE-COUNT TO RS-KNOWN.
062600     MOVE CN-OPEN-COUNT       TO RS-OPEN.
062700     MOVE CN-REVIEWED-COUNT   TO RS-REVIEWED.
062800     WRITE CASE-RPT-LINE FROM CN-RPT-SUMMARY-LINE.
062900     CLOSE CASE-RPT-FILE.
063000 3000-EXIT.
063100     EXIT.
063200
063300*----------------------------------------------------------------
063400 3100-READ-CASE.
063500*----------------------------------------------------------------
063600     READ CASE-FILE NEXT RECORD
063700         AT END
063800             MOVE 'Y' TO CN-CASE-EOF-SW
063900     END-READ.
064000     MOVE "CASEFILE" TO FST-FILE-NAME.
064100     MOVE "READ    " TO FST-OPERATION.
064200     MOVE CN-CASE-STATUS TO FST-STATUS.
064300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
064400 3100-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------------
064800 3200-LIST-ONE-CASE.
064900*----------------------------------------------------------------
065000     EVALUATE TRUE
065100         WHEN CSE-OPEN
065200             ADD 1 TO CN-OPEN-COUNT
065300             PERFORM 4000-REPORT-CASE THRU 4000-EXIT
065400         WHEN CSE-REVIEWED
065500             ADD 1 TO CN-REVIEWED-COUNT
065600             PERFORM 4000-REPORT-CASE THRU 4000-EXIT
065700     END-EVALUATE.
065800     PERFORM 3100-READ-CASE THRU 3100-EXIT.
065900 3200-EXIT.
066000     EXIT.
066100
066200*----------------------------------------------------------------
066300 4000-REPORT-CASE.
066400*     ONE REVIEW REPORT LINE FOR THE CASE IN THE RECORD AREA.
066500*----------------------------------------------------------------
066600     MOVE CSE-PARTY-TYPE  TO RD-PARTY-TYPE.
066700     MOVE CSE-PARTY-ID    TO RD-PARTY-ID.
066800     EVALUATE TRUE
066900         WHEN CSE-LARGE-CASH-IN
067000             MOVE "LARGE CASH IN"  TO RD-FLAG
067100         WHEN CSE-LARGE-CASH-OUT
067200             MOVE "LARGE CASH OUT" TO RD-FLAG
067300         WHEN OTHER
067400             MOVE "STRUCTURING"    TO RD-FLAG
067500     END-EVALUATE.
067600     MOVE CSE-FLAG-DATE   TO RD-DATE.
067700     MOVE CSE-AMOUNT      TO RD-AMOUNT.
067800     MOVE CSE-ENTRY-COUNT TO RD-COUNT.
067900     MOVE CSE-WINDOW-FROM TO RD-FROM.
068000     EVALUATE TRUE
068100         WHEN CSE-OPEN
068200             MOVE "OPEN"     TO RD-STATUS
068300         WHEN CSE-REVIEWED
068400             MOVE "REVIEWED" TO RD-STATUS
068500         WHEN OTHER
068600             MOVE "FILED"    TO RD-STATUS
068700     END-EVALUATE.
068800     WRITE CASE-RPT-LINE FROM CN-RPT-DETAIL-LINE.
068900     MOVE "CASERPT " TO FST-FILE-NAME.
069000     MOVE "WRITE   " TO FST-OPERATION.
069100     MOVE CN-RPT-STATUS TO FST-STATUS.
069200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
069300 4000-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------------
069700 8500-DATE-INDEX.
069800*     ROUGH-CALENDAR DAY INDEX OF THE DATE IN CN-WORK-DATE.
069900*----------------------------------------------------------------
070000     COMPUTE CN-WORK-INDEX =
070100         (CN-WORK-YY * 365) + (CN-WORK-MM * 30) + CN-WORK-DD.
070200 8500-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------------
070600     COPY FSTATPR.
070700*----------------------------------------------------------------
070800 9999-EXIT.
070900*----------------------------------------------------------------
071000     GOBACK.
