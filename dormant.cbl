000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DORMANT.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/17/2026.
000600 DATE-COMPILED.  09/17/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  MONTHLY DORMANT ACCOUNT RUN.  AN ACCOUNT IS DORMANT
000900*           WHEN ITS OWNER HAS MADE NO DEPOSIT OR WITHDRAWAL FOR
001000*           THE NUMBER OF MONTHS ENTERED AT THE START OF THE RUN.
001100*           ACCT-LAST-POSTED-DATE CANNOT ANSWER THAT - THE
001200*           INTEREST POSTING RUN MOVES IT EVERY PERIOD - SO THE
001300*           CUSTOMER'S OWN ACTIVITY IS TAKEN FROM THE TRANPOST
001400*           D AND W ENTRIES ON THE DAILY LOG AND ITS MONTHLY
001500*           HISTORY FILE.  INTEREST POSTINGS AND REVERSALS DO NOT
001600*           COUNT.  THE DAY AN ACCOUNT WAS OPENED OR REACTIVATED
001700*           (ACCT-STATUS-DATE) COUNTS AS ACTIVITY, SO A NEW OR
001800*           JUST-REACTIVATED ACCOUNT IS NOT SWEPT UP AT ONCE.
001900*
002000*           EACH NEWLY DORMANT ACCOUNT IS FLAGGED ON THE ACCOUNT
002100*           MASTER, LISTED ON THE DORMANT ACCOUNT REGISTER
002200*           (DORMRPT), AND A LETTER TYPE 'D' NOTICE IS QUEUED ON
002300*           NOTICEQ FOR THE OWNER FOUND THROUGH CUSTXREF - THE
002400*           HELLONAME NOTICE RUN PRINTS IT.  THE NOTICE CARRIES
002500*           THE ACCOUNT NUMBER (&1), THE DATE OF THE LAST
002600*           CUSTOMER ACTIVITY (&2), AND THE DORMANCY PERIOD IN
002700*           MONTHS (&3).  AN ACCOUNT ALREADY DORMANT IS COUNTED
002800*           BUT NOT NOTIFIED AGAIN, SO A RERUN IS HARMLESS.
002900*----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*----------------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* 09/17/2026  RLM  ORIGINAL PROGRAM - DORMANCY DETECTION, MASTER
003400*                  FLAG, REGISTER, AND OWNER NOTICES.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT DAILY-LOG-FILE    ASSIGN TO "DAILYLOG"
004300                              ORGANIZATION IS LINE SEQUENTIAL
004400                              FILE STATUS IS DM-DLG-STATUS.
004500     SELECT LOG-HISTORY-FILE  ASSIGN TO "DLGHIST"
004600                              ORGANIZATION IS LINE SEQUENTIAL
004700                              FILE STATUS IS DM-HIST-STATUS.
004800     SELECT ACCOUNT-FILE      ASSIGN TO "ACCTFILE"
004900                              ORGANIZATION IS INDEXED
005000                              ACCESS MODE IS DYNAMIC
005100                              RECORD KEY IS ACCT-NUMBER
005200                              FILE STATUS IS DM-ACCT-STATUS.
005300     SELECT XREF-FILE         ASSIGN TO "CUSTXREF"
005400                              ORGANIZATION IS INDEXED
005500                              ACCESS MODE IS DYNAMIC
005600                              RECORD KEY IS XRF-LINK-KEY
005700                              FILE STATUS IS DM-XREF-STATUS.
005800     SELECT NOTICE-QUEUE-FILE ASSIGN TO "NOTICEQ"
005900                              ORGANIZATION IS LINE SEQUENTIAL
006000                              FILE STATUS IS DM-NTC-STATUS.
006100     SELECT DORMANT-RPT-FILE  ASSIGN TO "DORMRPT"
006200                              ORGANIZATION IS LINE SEQUENTIAL
006300                              FILE STATUS IS DM-RPT-STATUS.
006400     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
006500                              ORGANIZATION IS LINE SEQUENTIAL
006600                              FILE STATUS IS FST-JOB-LOG-STATUS.
006700     SELECT DORMANT-SORT-FILE ASSIGN TO "DRMSORT".
006800 DATA DIVISION.
006900 FILE SECTION.
007000*----------------------------------------------------------------
007100* SHARED DAILY TRANSACTION LOG AND ITS MONTHLY HISTORY FILE -
007200* THE HISTORY LINE IS THE ARCHIVED LOG ENTRY BEHIND ITS ARCHIVE
007300* MONTH (SEE DLGARCH)
007400*----------------------------------------------------------------
007500 FD  DAILY-LOG-FILE.
007600 01  DAILY-LOG-LINE             PIC X(80).
007700
007800 FD  LOG-HISTORY-FILE.
007900 01  LOG-HISTORY-RECORD.
008000     05  DH-ARCHIVE-MONTH       PIC 9(04).
008100     05  FILLER                 PIC X(01).
008200     05  DH-LOG-ENTRY           PIC X(80).
008300
008400*----------------------------------------------------------------
008500* ACCOUNT MASTER FILE - READ IN KEY ORDER, DORMANT FLAG SET IN
008600* PLACE
008700*----------------------------------------------------------------
008800 FD  ACCOUNT-FILE.
008900     COPY ACCTREC.
009000
009100*----------------------------------------------------------------
009200* PARTY CROSS-REFERENCE - ACCOUNT NUMBER TO OWNING CUSTOMER
009300*----------------------------------------------------------------
009400 FD  XREF-FILE.
009500     COPY XRFREC.
009600
009700*----------------------------------------------------------------
009800* CUSTOMER NOTICE QUEUE - ONE DORMANCY NOTICE APPENDED PER
009900* NEWLY DORMANT ACCOUNT WITH A KNOWN OWNER
010000*----------------------------------------------------------------
010100 FD  NOTICE-QUEUE-FILE.
010200 01  NOTICE-QUEUE-LINE          PIC X(80).
010300
010400*----------------------------------------------------------------
010500* DORMANT ACCOUNT REGISTER
010600*----------------------------------------------------------------
010700 FD  DORMANT-RPT-FILE.
010800 01  DORMANT-RPT-LINE           PIC X(80).
010900
011000*----------------------------------------------------------------
011100* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
011200*----------------------------------------------------------------
011300 FD  JOB-LOG-FILE.
011400 01  JOB-LOG-LINE               PIC X(80).
011500
011600*----------------------------------------------------------------
011700* SORT WORK FILE - ONE RECORD PER CUSTOMER DEPOSIT OR WITHDRAWAL
011800* ON THE LOG OR ITS HISTORY, IN ACCOUNT ORDER SO ONE FORWARD
011900* PASS OF THE MASTER FINDS EACH ACCOUNT'S LAST ACTIVITY
012000*----------------------------------------------------------------
012100 SD  DORMANT-SORT-FILE.
012200 01  DORMANT-SORT-RECORD.
012300     05  DSR-ACCT-NUMBER        PIC 9(06).
012400     05  DSR-DAY-INDEX          PIC 9(05).
012500     05  DSR-DATE               PIC 9(06).
012600
012700 WORKING-STORAGE SECTION.
012800*----------------------------------------------------------------
012900* FILE STATUS FIELDS - A MISSING LOG OR HISTORY FILE ONLY MEANS
013000* LESS ACTIVITY TO FIND; A MISSING CROSS-REFERENCE MEANS NO
013100* OWNER CAN BE NOTIFIED, WHICH THE REGISTER SAYS PER ACCOUNT.
013200*----------------------------------------------------------------
013300 01  DM-DLG-STATUS              PIC X(02).
013400     88  DM-DLG-MISSING                     VALUE '35'.
013500 01  DM-HIST-STATUS             PIC X(02).
013600     88  DM-HIST-MISSING                    VALUE '35'.
013700 01  DM-ACCT-STATUS             PIC X(02).
013800     88  DM-ACCT-MISSING                    VALUE '35'.
013900 01  DM-XREF-STATUS             PIC X(02).
014000     88  DM-XREF-MISSING                    VALUE '35'.
014100 01  DM-NTC-STATUS              PIC X(02).
014200 01  DM-RPT-STATUS              PIC X(02).
014300
014400 01  DM-SWITCHES.
014500     05  DM-LOG-EOF-SW          PIC X(01) VALUE 'N'.
014600         88  DM-LOG-EOF                     VALUE 'Y'.
014700     05  DM-SORT-EOF-SW         PIC X(01) VALUE 'N'.
014800         88  DM-SORT-EOF                    VALUE 'Y'.
014900     05  DM-ACCT-EOF-SW         PIC X(01) VALUE 'N'.
015000         88  DM-ACCT-EOF                    VALUE 'Y'.
015100     05  DM-PERIOD-OK-SW        PIC X(01) VALUE 'N'.
015200         88  DM-PERIOD-OK                   VALUE 'Y'.
015300     05  DM-XREF-OPEN-SW        PIC X(01) VALUE 'N'.
015400         88  DM-XREF-OPEN                   VALUE 'Y'.
015500     05  DM-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
015600         88  DM-OWNER-FOUND                 VALUE 'Y'.
015700
015800*----------------------------------------------------------------
015900* DORMANCY PERIOD AND THE DATE ARITHMETIC BEHIND IT.  EVERY DATE
016000* IS COUNTED AS YEARS TIMES 365 PLUS MONTHS TIMES 30 PLUS DAYS,
016100* THE SAME ROUGH-CALENDAR TREATMENT REJFIX AND CHKRECON USE, AND
016200* THE PERIOD AS MONTHS TIMES 30, SO ONE COMPARE DECIDES WHETHER
016300* AN ACCOUNT'S LAST ACTIVITY FALLS INSIDE IT.
016400*----------------------------------------------------------------
016500 01  DM-DORMANCY-MONTHS         PIC 9(02).
016600 01  DM-LETTER-TYPE             PIC X(01) VALUE 'D'.
016700 01  DM-TODAY                   PIC 9(06).
016800 01  DM-TODAY-INDEX             PIC S9(06) COMP.
016900 01  DM-CUTOFF-INDEX            PIC S9(06) COMP.
017000 01  DM-WORK-DATE               PIC 9(06).
017100 01  DM-WORK-DATE-R REDEFINES DM-WORK-DATE.
017200     05  DM-WORK-YY             PIC 9(02).
017300     05  DM-WORK-MM             PIC 9(02).
017400     05  DM-WORK-DD             PIC 9(02).
017500 01  DM-WORK-INDEX              PIC S9(06) COMP.
017600
017700*----------------------------------------------------------------
017800* THE ACCOUNT IN HAND - ITS LAST CUSTOMER ACTIVITY, THE LATER OF
017900* THAT AND ITS STATUS DATE, ITS BALANCE, AND ITS OWNER
018000*----------------------------------------------------------------
018100 01  DM-LAST-DATE               PIC 9(06).
018200 01  DM-LAST-INDEX              PIC S9(06) COMP.
018300 01  DM-RECENT-INDEX            PIC S9(06) COMP.
018400 01  DM-BALANCE                 PIC 9(7)V99.
018500 01  DM-OWNER-ID                PIC 9(06).
018600 01  DM-REGISTER-NOTE           PIC X(20).
018700
018800*----------------------------------------------------------------
018900* THE LAST ACTIVITY DATE AS IT PRINTS ON THE NOTICE
019000*----------------------------------------------------------------
019100 01  DM-SLOT-DATE.
019200     05  DS-MM                  PIC 9(02).
019300     05  FILLER                 PIC X(01) VALUE "/".
019400     05  DS-DD                  PIC 9(02).
019500     05  FILLER                 PIC X(01) VALUE "/".
019600     05  DS-YY                  PIC 9(02).
019700
019800*----------------------------------------------------------------
019900* RUN COUNTS
020000*----------------------------------------------------------------
020100 01  DM-ACCT-COUNT              PIC 9(05) COMP VALUE ZERO.
020200 01  DM-NEW-DORMANT-COUNT       PIC 9(05) COMP VALUE ZERO.
020300 01  DM-OLD-DORMANT-COUNT       PIC 9(05) COMP VALUE ZERO.
020400 01  DM-NOTICE-COUNT            PIC 9(05) COMP VALUE ZERO.
020500
020600*----------------------------------------------------------------
020700* REGISTER LINES
020800*----------------------------------------------------------------
020900 01  DM-RPT-HEADING.
021000     05  FILLER                 PIC X(29) VALUE
021100         "DORMANT ACCOUNT REGISTER FOR ".
021200     05  RH-DATE                PIC 9(06).
021300     05  FILLER                 PIC X(26) VALUE
021400         " - NO CUSTOMER ACTIVITY IN".
021500     05  FILLER                 PIC X(01) VALUE SPACE.
021600     05  RH-MONTHS              PIC Z9.
021700     05  FILLER                 PIC X(07) VALUE " MONTHS".
021800     05  FILLER                 PIC X(09) VALUE SPACES.
021900
022000 01  DM-RPT-COLUMNS             PIC X(80) VALUE
022100     "ACCOUNT  T       BALANCE  LAST ACTIVITY  OWNER   NOTICE".
022200
022300 01  DM-RPT-DETAIL-LINE.
022400     05  RD-ACCT-NUMBER         PIC 9(06).
022500     05  FILLER                 PIC X(03) VALUE SPACES.
022600     05  RD-TIER                PIC X(01).
022700     05  FILLER                 PIC X(02) VALUE SPACES.
022800     05  RD-BALANCE             PIC Z(6)9.99.
022900     05  FILLER                 PIC X(02) VALUE SPACES.
023000     05  RD-LAST-ACTIVITY       PIC X(12).
023100     05  FILLER                 PIC X(03) VALUE SPACES.
023200     05  RD-OWNER               PIC 9(06).
023300     05  FILLER                 PIC X(02) VALUE SPACES.
023400     05  RD-NOTE                PIC X(20).
023500     05  FILLER                 PIC X(13) VALUE SPACES.
023600
023700 01  DM-RPT-SUMMARY-LINE.
023800     05  FILLER                 PIC X(09) VALUE "ACCOUNTS ".
023900     05  RS-ACCOUNTS            PIC Z(4)9.
024000     05  FILLER                 PIC X(16) VALUE
024100         "  NEWLY DORMANT ".
024200     05  RS-NEW-DORMANT         PIC Z(4)9.
024300     05  FILLER                 PIC X(18) VALUE
024400         "  ALREADY DORMANT ".
024500     05  RS-OLD-DORMANT         PIC Z(4)9.
024600     05  FILLER                 PIC X(10) VALUE "  NOTICES ".
024700     05  RS-NOTICES             PIC Z(4)9.
024800     05  FILLER                 PIC X(07) VALUE SPACES.
024900
025000     COPY DLGREC.
025100
025200     COPY NTCREC.
025300
025400     COPY VALIDWS.
025500
025600     COPY FSTATWS.
025700
025800 PROCEDURE DIVISION.
025900*----------------------------------------------------------------
026000 0000-MAINLINE.
026100*----------------------------------------------------------------
026200     MOVE "DORMANT" TO FST-PROGRAM-ID.
026300     ACCEPT DM-TODAY FROM DATE.
026400     PERFORM 0100-GET-PERIOD THRU 0100-EXIT.
026500     MOVE DM-TODAY TO DM-WORK-DATE.
026600     PERFORM 8500-DATE-INDEX THRU 8500-EXIT.
026700     MOVE DM-WORK-INDEX TO DM-TODAY-INDEX.
026800     COMPUTE DM-CUTOFF-INDEX =
026900         DM-TODAY-INDEX - (DM-DORMANCY-MONTHS * 30).
027000     SORT DORMANT-SORT-FILE
027100         ON ASCENDING KEY DSR-ACCT-NUMBER
027200         INPUT PROCEDURE IS 1000-RELEASE-ACTIVITY
027300             THRU 1000-EXIT
027400         OUTPUT PROCEDURE IS 2000-REVIEW-ACCOUNTS
027500             THRU 2000-EXIT.
027600     IF SORT-RETURN NOT = ZERO
027700         DISPLAY "DORMANT - ACTIVITY SORT FAILED - RERUN THE JOB."
027800         MOVE 16 TO RETURN-CODE
027900         GO TO 9999-EXIT
028000     END-IF.
028100     DISPLAY "Dormancy run complete - " DM-NEW-DORMANT-COUNT
028200             " accounts newly dormant, " DM-NOTICE-COUNT
028300             " notices queued.".
028400     GO TO 9999-EXIT.
028500
028600*----------------------------------------------------------------
028700 0100-GET-PERIOD.
028800*     RE-PROMPT UNTIL THE DORMANCY PERIOD IS 1-99 MONTHS.
028900*----------------------------------------------------------------
029000     MOVE 'N' TO DM-PERIOD-OK-SW.
029100     PERFORM 0150-PROMPT-FOR-PERIOD THRU 0150-EXIT
029200         UNTIL DM-PERIOD-OK.
029300 0100-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------------
029700 0150-PROMPT-FOR-PERIOD.
029800*----------------------------------------------------------------
029900     DISPLAY "Dormancy period in months - 1 to 99?".
030000     ACCEPT DM-DORMANCY-MONTHS.
030100     MOVE DM-DORMANCY-MONTHS TO VAL-NUMERIC-INPUT.
030200     MOVE 1                  TO VAL-MIN-RANGE.
030300     MOVE 99                 TO VAL-MAX-RANGE.
030400     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
030500     IF VAL-ERROR-FOUND
030600         DISPLAY VAL-ERROR-MESSAGE
030700     ELSE
030800         MOVE 'Y' TO DM-PERIOD-OK-SW
030900     END-IF.
031000 0150-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------
031400 1000-RELEASE-ACTIVITY.
031500*     RELEASE ONE SORT RECORD PER CUSTOMER DEPOSIT OR WITHDRAWAL
031600*     TRANPOST HAS LOGGED - FIRST THE ARCHIVED HISTORY, THEN THE
031700*     CURRENT DAILY LOG.  EITHER FILE MAY BE MISSING.
031800*----------------------------------------------------------------
031900     MOVE 'N' TO DM-LOG-EOF-SW.
032000     OPEN INPUT LOG-HISTORY-FILE.
032100     IF DM-HIST-MISSING
032200         GO TO 1000-DAILY-LOG
032300     END-IF.
032400     MOVE "DLGHIST " TO FST-FILE-NAME.
032500     MOVE "OPEN    " TO FST-OPERATION.
032600     MOVE DM-HIST-STATUS TO FST-STATUS.
032700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
032800     PERFORM 1300-READ-HISTORY-ENTRY THRU 1300-EXIT.
032900     PERFORM 1400-RELEASE-HISTORY-ENTRY THRU 1400-EXIT
033000         UNTIL DM-LOG-EOF.
033100     CLOSE LOG-HISTORY-FILE.
033200 1000-DAILY-LOG.
033300     MOVE 'N' TO DM-LOG-EOF-SW.
033400     OPEN INPUT DAILY-LOG-FILE.
033500     IF DM-DLG-MISSING
033600         GO TO 1000-EXIT
033700     END-IF.
033800     MOVE "DAILYLOG" TO FST-FILE-NAME.
033900     MOVE "OPEN    " TO FST-OPERATION.
034000     MOVE DM-DLG-STATUS TO FST-STATUS.
034100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
034200     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
034300     PERFORM 1200-RELEASE-LOG-ENTRY THRU 1200-EXIT
034400         UNTIL DM-LOG-EOF.
034500     CLOSE DAILY-LOG-FILE.
034600 1000-EXIT.
034700     EXIT.
034800
034900*----------------------------------------------------------------
035000 1100-READ-LOG-ENTRY.
035100*----------------------------------------------------------------
035200     READ DAILY-LOG-FILE
035300         AT END
035400             MOVE 'Y' TO DM-LOG-EOF-SW
035500         NOT AT END
035600             MOVE DAILY-LOG-LINE TO DLG-LOG-DETAIL-LINE
035700     END-READ.
035800     MOVE "DAILYLOG" TO FST-FILE-NAME.
035900     MOVE "READ    " TO FST-OPERATION.
036000     MOVE DM-DLG-STATUS TO FST-STATUS.
036100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
036200 1100-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------------
036600 1200-RELEASE-LOG-ENTRY.
036700*----------------------------------------------------------------
036800     PERFORM 1500-RELEASE-IF-CUSTOMER THRU 1500-EXIT.
036900     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
037000 1200-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------------
037400 1300-READ-HISTORY-ENTRY.
037500*----------------------------------------------------------------
037600     READ LOG-HISTORY-FILE
037700         AT END
037800             MOVE 'Y' TO DM-LOG-EOF-SW
037900         NOT AT END
038000             MOVE DH-LOG-ENTRY TO DLG-LOG-DETAIL-LINE
038100     END-READ.
038200     MOVE "DLGHIST " TO FST-FILE-NAME.
038300     MOVE "READ    " TO FST-OPERATION.
038400     MOVE DM-HIST-STATUS TO FST-STATUS.
038500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
038600 1300-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------------
039000 1400-RELEASE-HISTORY-ENTRY.
039100*----------------------------------------------------------------
039200     PERFORM 1500-RELEASE-IF-CUSTOMER THRU 1500-EXIT.
039300     PERFORM 1300-READ-HISTORY-ENTRY THRU 1300-EXIT.
039400 1400-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------
039800 1500-RELEASE-IF-CUSTOMER.
039900*     ONLY A DEPOSIT OR WITHDRAWAL POSTED BY TRANPOST IS THE
040000*     CUSTOMER'S OWN ACTIVITY.  INTEREST POSTINGS, REVERSALS, AND
040100*     EVERY OTHER SOURCE ARE LEFT OUT.
040200*----------------------------------------------------------------
040300     IF NOT DLG-FROM-TRANPOST OR DLG-ID = ZERO
040400         GO TO 1500-EXIT
040500     END-IF.
040600     IF NOT DLG-TRAN-DEPOSIT AND NOT DLG-TRAN-WITHDRAWAL
040700         GO TO 1500-EXIT
040800     END-IF.
040900     MOVE DLG-DATE TO DM-WORK-DATE.
041000     PERFORM 8500-DATE-INDEX THRU 8500-EXIT.
041100     MOVE DLG-ID        TO DSR-ACCT-NUMBER.
041200     MOVE DM-WORK-INDEX TO DSR-DAY-INDEX.
041300     MOVE DLG-DATE      TO DSR-DATE.
041400     RELEASE DORMANT-SORT-RECORD.
041500 1500-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------
041900 2000-REVIEW-ACCOUNTS.
042000*     TAKE THE ACTIVITY BACK IN ACCOUNT ORDER AND WALK THE MASTER
042100*     FORWARD IN STEP, DECIDING EACH ACCOUNT IN TURN.
042200*----------------------------------------------------------------
042300     MOVE 'N' TO DM-SORT-EOF-SW.
042400     MOVE 'N' TO DM-ACCT-EOF-SW.
042500     OPEN I-O ACCOUNT-FILE.
042600     IF DM-ACCT-MISSING
042700         DISPLAY "No account master on file - nothing reviewed."
042800         GO TO 2000-EXIT
042900     END-IF.
043000     MOVE "ACCTFILE" TO FST-FILE-NAME.
043100     MOVE "OPEN    " TO FST-OPERATION.
043200     MOVE DM-ACCT-STATUS TO FST-STATUS.
043300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
043400     OPEN INPUT XREF-FILE.
043500     IF NOT DM-XREF-MISSING
043600         MOVE "CUSTXREF" TO FST-FILE-NAME
043700         MOVE "OPEN    " TO FST-OPERATION
043800         MOVE DM-XREF-STATUS TO FST-STATUS
043900         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
044000         MOVE 'Y' TO DM-XREF-OPEN-SW
044100     END-IF.
044200     OPEN EXTEND NOTICE-QUEUE-FILE.
044300     IF DM-NTC-STATUS = '35'
044400         OPEN OUTPUT NOTICE-QUEUE-FILE
044500         CLOSE NOTICE-QUEUE-FILE
044600         OPEN EXTEND NOTICE-QUEUE-FILE
044700     END-IF.
044800     MOVE "NOTICEQ " TO FST-FILE-NAME.
044900     MOVE "OPEN    " TO FST-OPERATION.
045000     MOVE DM-NTC-STATUS TO FST-STATUS.
045100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
045200     OPEN OUTPUT DORMANT-RPT-FILE.
045300     MOVE "DORMRPT " TO FST-FILE-NAME.
045400     MOVE "OPEN    " TO FST-OPERATION.
045500     MOVE DM-RPT-STATUS TO FST-STATUS.
045600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
045700     MOVE DM-TODAY           TO RH-DATE.
045800     MOVE DM-DORMANCY-MONTHS TO RH-MONTHS.
045900     WRITE DORMANT-RPT-LINE FROM DM-RPT-HEADING.
046000     WRITE DORMANT-RPT-LINE FROM DM-RPT-COLUMNS.
046100     PERFORM 2100-RETURN-ACTIVITY THRU 2100-EXIT.
046200     PERFORM 2150-READ-ACCOUNT THRU 2150-EXIT.
046300     PERFORM 2200-REVIEW-ONE-ACCOUNT THRU 2200-EXIT
046400         UNTIL DM-ACCT-EOF.
046500     MOVE DM-ACCT-COUNT        TO RS-ACCOUNTS.
046600     MOVE DM-NEW-DORMANT-COUNT TO RS-NEW-DORMANT.
046700     MOVE DM-OLD-DORMANT-COUNT TO RS-OLD-DORMANT.
046800     MOVE DM-NOTICE-COUNT      TO RS-NOTICES.
046900     WRITE DORMANT-RPT-LINE FROM DM-RPT-SUMMARY-LINE.
047000     CLOSE ACCOUNT-FILE
047100           NOTICE-QUEUE-FILE
047200           DORMANT-RPT-FILE.
047300     IF DM-XREF-OPEN
047400         CLOSE XREF-FILE
047500     END-IF.
047600 2000-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------------
048000 2100-RETURN-ACTIVITY.
048100*----------------------------------------------------------------
048200     RETURN DORMANT-SORT-FILE
048300         AT END
048400             MOVE 'Y' TO DM-SORT-EOF-SW
048500     END-RETURN.
048600 2100-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------------
049000 2150-READ-ACCOUNT.
049100*----------------------------------------------------------------
049200     READ ACCOUNT-FILE NEXT
049300         AT END
049400             MOVE 'Y' TO DM-ACCT-EOF-SW
049500     END-READ.
049600     MOVE "ACCTFILE" TO FST-FILE-NAME.
049700     MOVE "READ    " TO FST-OPERATION.
049800     MOVE DM-ACCT-STATUS TO FST-STATUS.
049900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
050000 2150-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------
050400 2200-REVIEW-ONE-ACCOUNT.
050500*     GATHER THE ACCOUNT'S LAST CUSTOMER ACTIVITY (ACTIVITY FOR
050600*     AN ACCOUNT NO LONGER ON THE MASTER IS PASSED OVER), THEN
050700*     DECIDE IT.  AN ACCOUNT ALREADY DORMANT IS ONLY COUNTED.
050800*----------------------------------------------------------------
050900     ADD 1 TO DM-ACCT-COUNT.
051000     MOVE ZERO TO DM-LAST-DATE.
051100     MOVE ZERO TO DM-LAST-INDEX.
051200     PERFORM 2300-TAKE-ACTIVITY THRU 2300-EXIT
051300         UNTIL DM-SORT-EOF OR DSR-ACCT-NUMBER > ACCT-NUMBER.
051400     IF ACCT-DORMANT
051500         ADD 1 TO DM-OLD-DORMANT-COUNT
051600         GO TO 2200-NEXT
051700     END-IF.
051800     MOVE DM-LAST-INDEX TO DM-RECENT-INDEX.
051900     IF ACCT-STATUS-DATE NUMERIC AND ACCT-STATUS-DATE > ZERO
052000         MOVE ACCT-STATUS-DATE TO DM-WORK-DATE
052100         PERFORM 8500-DATE-INDEX THRU 8500-EXIT
052200         IF DM-WORK-INDEX > DM-RECENT-INDEX
052300             MOVE DM-WORK-INDEX TO DM-RECENT-INDEX
052400         END-IF
052500     END-IF.
052600     IF DM-RECENT-INDEX NOT < DM-CUTOFF-INDEX
052700         GO TO 2200-NEXT
052800     END-IF.
052900     PERFORM 2400-MARK-DORMANT THRU 2400-EXIT.
053000 2200-NEXT.
053100     PERFORM 2150-READ-ACCOUNT THRU 2150-EXIT.
053200 2200-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------
053600 2300-TAKE-ACTIVITY.
053700*----------------------------------------------------------------
053800     IF DSR-ACCT-NUMBER = ACCT-NUMBER
053900        AND DSR-DAY-INDEX > DM-LAST-INDEX
054000         MOVE DSR-DAY-INDEX TO DM-LAST-INDEX
054100         MOVE DSR-DATE      TO DM-LAST-DATE
054200     END-IF.
054300     PERFORM 2100-RETURN-ACTIVITY THRU 2100-EXIT.
054400 2300-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------------
054800 2400-MARK-DORMANT.
054900*     FLAG THE ACCOUNT, QUEUE THE OWNER'S NOTICE, AND LIST IT ON
055000*     THE REGISTER.
055100*----------------------------------------------------------------
055200     MOVE 'D'      TO ACCT-STATUS.
055300     MOVE DM-TODAY TO ACCT-STATUS-DATE.
055400     REWRITE ACCOUNT-RECORD.
055500     MOVE "ACCTFILE" TO FST-FILE-NAME.
055600     MOVE "REWRITE " TO FST-OPERATION.
055700     MOVE DM-ACCT-STATUS TO FST-STATUS.
055800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
055900     ADD 1 TO DM-NEW-DORMANT-COUNT.
056000     PERFORM 2500-FIND-OWNER THRU 2500-EXIT.
056100     IF DM-OWNER-FOUND
056200         PERFORM 2600-QUEUE-NOTICE THRU 2600-EXIT
056300         MOVE "NOTICE QUEUED"        TO DM-REGISTER-NOTE
056400     ELSE
056500         MOVE "NO OWNER ON CUSTXREF" TO DM-REGISTER-NOTE
056600     END-IF.
056700     IF ACCT-CURRENT-BALANCE > ZERO
056800         MOVE ACCT-CURRENT-BALANCE TO DM-BALANCE
056900     ELSE
057000         MOVE ACCT-PRINCIPAL       TO DM-BALANCE
057100     END-IF.
057200     MOVE ACCT-NUMBER      TO RD-ACCT-NUMBER.
057300     MOVE ACCT-TIER        TO RD-TIER.
057400     MOVE DM-BALANCE       TO RD-BALANCE.
057500     PERFORM 2700-FORMAT-LAST-DATE THRU 2700-EXIT.
057600     MOVE DM-OWNER-ID      TO RD-OWNER.
057700     MOVE DM-REGISTER-NOTE TO RD-NOTE.
057800     WRITE DORMANT-RPT-LINE FROM DM-RPT-DETAIL-LINE.
057900     MOVE "DORMRPT " TO FST-FILE-NAME.
058000     MOVE "WRITE   " TO FST-OPERATION.
058100     MOVE DM-RPT-STATUS TO FST-STATUS.
058200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
058300 2400-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------
058700 2500-FIND-OWNER.
058800*----------------------------------------------------------------
058900     MOVE 'N'  TO DM-OWNER-FOUND-SW.
059000     MOVE ZERO TO DM-OWNER-ID.
059100     IF NOT DM-XREF-OPEN
059200         GO TO 2500-EXIT
059300     END-IF.
059400     MOVE 'A'         TO XRF-LINK-TYPE.
059500     MOVE ACCT-NUMBER TO XRF-LINK-ID.
059600     READ XREF-FILE
059700         INVALID KEY
059800             CONTINUE
059900         NOT INVALID KEY
060000             MOVE 'Y'         TO DM-OWNER-FOUND-SW
060100             MOVE XRF-CUST-ID TO DM-OWNER-ID
060200     END-READ.
060300 2500-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700 2600-QUEUE-NOTICE.
060800*----------------------------------------------------------------
060900     PERFORM 2700-FORMAT-LAST-DATE THRU 2700-EXIT.
061000     MOVE SPACES             TO NOTICE-RECORD.
061100     MOVE DM-OWNER-ID        TO NTC-CUST-ID.
061200     MOVE DM-LETTER-TYPE     TO NTC-LETTER-TYPE.
061300     MOVE ACCT-NUMBER        TO NTC-ACCT-NUMBER.
061400     MOVE "DORMANT"          TO NTC-SOURCE.
061500     MOVE DM-TODAY           TO NTC-DATE.
061600     MOVE ACCT-NUMBER        TO NTC-DATA-1.
061700     MOVE RD-LAST-ACTIVITY   TO NTC-DATA-2.
061800     MOVE DM-DORMANCY-MONTHS TO NTC-DATA-3.
061900     WRITE NOTICE-QUEUE-LINE FROM NOTICE-RECORD.
062000     MOVE "NOTICEQ " TO FST-FILE-NAME.
062100     MOVE "WRITE   " TO FST-OPERATION.
062200     MOVE DM-NTC-STATUS TO FST-STATUS.
062300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
062400     ADD 1 TO DM-NOTICE-COUNT.
062500 2600-EXIT.
062600     EXIT.
062700
062800*----------------------------------------------------------------
062900 2700-FORMAT-LAST-DATE.
063000*     THE LAST CUSTOMER ACTIVITY AS MM/DD/YY, OR A NOTE THAT
063100*     THE LOGS HOLD NONE FOR THE ACCOUNT.
063200*----------------------------------------------------------------
063300     IF DM-LAST-DATE = ZERO
063400         MOVE "NONE ON FILE" TO RD-LAST-ACTIVITY
063500         GO TO 2700-EXIT
063600     END-IF.
063700     MOVE DM-LAST-DATE TO DM-WORK-DATE.
063800     MOVE DM-WORK-MM   TO DS-MM.
063900     MOVE DM-WORK-DD   TO DS-DD.
064000     MOVE DM-WORK-YY   TO DS-YY.
064100     MOVE DM-SLOT-DATE TO RD-LAST-ACTIVITY.
064200 2700-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------------
064600 8500-DATE-INDEX.
064700*     ROUGH-CALENDAR DAY INDEX OF THE DATE IN DM-WORK-DATE.
064800*----------------------------------------------------------------
064900     COMPUTE DM-WORK-INDEX =
065000         (DM-WORK-YY * 365) + (DM-WORK-MM * 30) + DM-WORK-DD.
065100 8500-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------
065500     COPY VALIDPR.
065600*----------------------------------------------------------------
065700     COPY FSTATPR.
065800*----------------------------------------------------------------
065900 9999-EXIT.
066000*----------------------------------------------------------------
066100     GOBACK.
