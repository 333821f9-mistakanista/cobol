000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     GLPROOF.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/30/2026.
000600 DATE-COMPILED.  09/30/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  SUBLEDGER-TO-GENERAL-LEDGER PROOF.  TOTALS EVERY
000900*           ACCOUNT ON THE ACCOUNT MASTER AT THE BALANCE THE
001000*           POSTING RUNS USE (CURRENT BALANCE ONCE POSTED, ZERO
001100*           ONCE PAID OUT AT MATURITY, OTHERWISE THE PRINCIPAL)
001200*           AND COMPARES THE TOTAL TO THE CUSTOMER DEPOSITS
001300*           BALANCE GLEXTRACT HAS ROLLED FORWARD ON THE GL
001400*           BALANCE FILE (GLBAL).  THE TWO SHOULD AGREE TO THE
001500*           PENNY.
001600*
001700*           WHEN THEY DO NOT, THE PROOF REPORT (GLPRFRPT) LISTS
001800*           THE LIKELY CAUSES SINCE THE GL BALANCES WERE OPENED,
001900*           EACH WITH THE AMOUNT IT ACCOUNTS FOR: ACCOUNT MASTER
002000*           CHANGES ON THE MAINTENANCE AUDIT TRAIL (ACCTAUD) THAT
002100*           MOVED A BALANCE WITH NO TRANSACTION ON THE DAILY LOG
002200*           THAT DAY, DAYS OF LOGGED ACTIVITY WITH NO GL BATCH ON
002300*           THE GL BATCH HISTORY (GLBATCH), AND DAYS WHOSE BATCH
002400*           CARRIED LESS THAN WAS LOGGED (ACTIVITY POSTED AFTER
002500*           GLEXTRACT RAN).  WHAT THE CAUSES DO NOT EXPLAIN IS
002600*           SHOWN AS UNEXPLAINED.
002700*
002800*           THE VERDICT AND TOTALS ARE ALSO WRITTEN TO THE PROOF
002900*           RESULT FILE (GLPRFRES, SEE GPRREC) FOR THE MORNING
003000*           SUMMARY.  AN OUT-OF-BALANCE PROOF ENDS WITH RETURN
003100*           CODE 4.
003200*----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*----------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* 09/30/2026  RLM  ORIGINAL PROGRAM - ACCOUNT MASTER PROOF AGAINST
003700*                  THE ROLLED GL CUSTOMER DEPOSITS BALANCE WITH A
003800*                  LIKELY-CAUSE LIST.
003820* 10/07/2026  RLM  ACCTAUD LINE WIDENED TO 110 - ACCTMAINT NOW
003840*                  CARRIES THE APPROVING SUPERVISOR ON IT.
003860* 10/13/2026  RLM  ACCTAUD LINE WIDENED TO 129 - ACCTMAINT NOW
003880*                  ENDS EACH LINE IN ITS CHAIN STAMP.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ACCOUNT-FILE      ASSIGN TO "ACCTFILE"
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS DYNAMIC
004900                              RECORD KEY IS ACCT-NUMBER
005000                              FILE STATUS IS GP-ACCT-STATUS.
005100     SELECT GL-BALANCE-FILE   ASSIGN TO "GLBAL"
005200                              ORGANIZATION IS INDEXED
005300                              ACCESS MODE IS DYNAMIC
005400                              RECORD KEY IS GLB-ACCOUNT
005500                              FILE STATUS IS GP-GLB-STATUS.
005600     SELECT GL-BATCH-FILE     ASSIGN TO "GLBATCH"
005700                              ORGANIZATION IS LINE SEQUENTIAL
005800                              FILE STATUS IS GP-GBH-STATUS.
005900     SELECT ACCT-AUDIT-FILE   ASSIGN TO "ACCTAUD"
006000                              ORGANIZATION IS LINE SEQUENTIAL
006100                              FILE STATUS IS GP-AUDIT-STATUS.
006200     SELECT DAILY-LOG-FILE    ASSIGN TO "DAILYLOG"
006300                              ORGANIZATION IS LINE SEQUENTIAL
006400                              FILE STATUS IS GP-DLG-STATUS.
006500     SELECT LOG-HISTORY-FILE  ASSIGN TO "DLGHIST"
006600                              ORGANIZATION IS LINE SEQUENTIAL
006700                              FILE STATUS IS GP-HIST-STATUS.
006800     SELECT PROOF-REPORT-FILE ASSIGN TO "GLPRFRPT"
006900                              ORGANIZATION IS LINE SEQUENTIAL
007000                              FILE STATUS IS GP-RPT-STATUS.
007100     SELECT PROOF-RESULT-FILE ASSIGN TO "GLPRFRES"
007200                              ORGANIZATION IS LINE SEQUENTIAL
007300                              FILE STATUS IS GP-RES-STATUS.
007400     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
007500                              ORGANIZATION IS LINE SEQUENTIAL
007600                              FILE STATUS IS FST-JOB-LOG-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900*----------------------------------------------------------------
008000* ACCOUNT MASTER - THE SUBLEDGER, READ IN KEY ORDER
008100*----------------------------------------------------------------
008200 FD  ACCOUNT-FILE.
008300     COPY ACCTREC.
008400
008500*----------------------------------------------------------------
008600* GL BALANCE FILE - READ FOR THE CUSTOMER DEPOSITS ACCOUNT ONLY
008700*----------------------------------------------------------------
008800 FD  GL-BALANCE-FILE.
008900     COPY GLBREC.
009000
009100*----------------------------------------------------------------
009200* GL BATCH HISTORY - ONE LINE PER BATCH GLEXTRACT ROLLED
009300*----------------------------------------------------------------
009400 FD  GL-BATCH-FILE.
009500 01  GL-BATCH-LINE              PIC X(80).
009600
009700*----------------------------------------------------------------
009800* ACCOUNT MAINTENANCE AUDIT TRAIL - BEFORE/AFTER IMAGE PAIRS
009900* WRITTEN BY ACCTMAINT
010000*----------------------------------------------------------------
010100 FD  ACCT-AUDIT-FILE.
010150 01  ACCT-AUDIT-LINE.
010200     05  ACCT-AUDIT-BODY        PIC X(110).
010250     05  ACCT-AUDIT-CHAIN       PIC X(19).
010300
010400*----------------------------------------------------------------
010500* SHARED DAILY TRANSACTION LOG AND ITS MONTHLY HISTORY FILE -
010600* THE HISTORY LINE IS THE ARCHIVED LOG ENTRY BEHIND ITS ARCHIVE
010700* MONTH (SEE DLGARCH)
010800*----------------------------------------------------------------
010900 FD  DAILY-LOG-FILE.
011000 01  DAILY-LOG-LINE             PIC X(80).
011100
011200 FD  LOG-HISTORY-FILE.
011300 01  LOG-HISTORY-RECORD.
011400     05  DH-ARCHIVE-MONTH       PIC 9(04).
011500     05  FILLER                 PIC X(01).
011600     05  DH-LOG-ENTRY           PIC X(80).
011700
011800*----------------------------------------------------------------
011900* PROOF REPORT AND PROOF RESULT
012000*----------------------------------------------------------------
012100 FD  PROOF-REPORT-FILE.
012200 01  PROOF-REPORT-LINE          PIC X(80).
012300
012400 FD  PROOF-RESULT-FILE.
012500 01  PROOF-RESULT-LINE          PIC X(80).
012600
012700*----------------------------------------------------------------
012800* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
012900*----------------------------------------------------------------
013000 FD  JOB-LOG-FILE.
013100 01  JOB-LOG-LINE               PIC X(80).
013200
013300 WORKING-STORAGE SECTION.
013400*----------------------------------------------------------------
013500* FILE STATUS FIELDS - A MISSING ACCOUNT MASTER IS A SUBLEDGER
013600* OF ZERO AND A MISSING GL BALANCE FILE A LEDGER OF ZERO; BOTH
013700* ARE PROVED AS SUCH.  A MISSING AUDIT TRAIL, LOG, OR BATCH
013800* HISTORY ONLY MEANS FEWER CAUSES TO FIND.
013900*----------------------------------------------------------------
014000 01  GP-ACCT-STATUS             PIC X(02).
014100     88  GP-ACCT-MISSING                    VALUE '35'.
014200 01  GP-GLB-STATUS              PIC X(02).
014300     88  GP-GLB-MISSING                     VALUE '35'.
014400 01  GP-GBH-STATUS              PIC X(02).
014500     88  GP-GBH-MISSING                     VALUE '35'.
014600 01  GP-AUDIT-STATUS            PIC X(02).
014700     88  GP-AUDIT-MISSING                   VALUE '35'.
014800 01  GP-DLG-STATUS              PIC X(02).
014900     88  GP-DLG-MISSING                     VALUE '35'.
015000 01  GP-HIST-STATUS             PIC X(02).
015100     88  GP-HIST-MISSING                    VALUE '35'.
015200 01  GP-RPT-STATUS              PIC X(02).
015300 01  GP-RES-STATUS              PIC X(02).
015400
015500 01  GP-SWITCHES.
015600     05  GP-EOF-SW              PIC X(01) VALUE 'N'.
015700         88  GP-EOF                         VALUE 'Y'.
015800     05  GP-GL-FOUND-SW         PIC X(01) VALUE 'N'.
015900         88  GP-GL-FOUND                    VALUE 'Y'.
016000     05  GP-BEFORE-HELD-SW      PIC X(01) VALUE 'N'.
016100         88  GP-BEFORE-HELD                 VALUE 'Y'.
016200     05  GP-ENTRY-FOUND-SW      PIC X(01) VALUE 'N'.
016300         88  GP-ENTRY-FOUND                 VALUE 'Y'.
016400     05  GP-AUD-FULL-SW         PIC X(01) VALUE 'N'.
016500         88  GP-AUD-FULL                    VALUE 'Y'.
016600     05  GP-DAY-FULL-SW         PIC X(01) VALUE 'N'.
016700         88  GP-DAY-FULL                    VALUE 'Y'.
016800
016900 01  GP-TODAY                   PIC 9(06).
017000 01  GP-TIME                    PIC 9(08).
017100
017200*----------------------------------------------------------------
017300* THE PROOF - SUBLEDGER TOTAL, THE GL CUSTOMER DEPOSITS BALANCE
017400* (A CREDIT, SO THE NEGATIVE OF ITS NET-DEBIT BALANCE), AND THE
017500* DAY THE GL BALANCES WERE OPENED, BEFORE WHICH NOTHING IS A
017600* CAUSE - IT IS IN THE OPENING BALANCE
017700*----------------------------------------------------------------
017800 01  GP-SUBLEDGER-TOTAL         PIC 9(13)V99 VALUE ZERO.
017900 01  GP-GL-DEPOSITS             PIC S9(13)V99 VALUE ZERO.
018000 01  GP-DIFFERENCE              PIC S9(13)V99 VALUE ZERO.
018100 01  GP-EXPLAINED               PIC S9(13)V99 VALUE ZERO.
018200 01  GP-UNEXPLAINED             PIC S9(13)V99 VALUE ZERO.
018300 01  GP-OPENED-DATE             PIC 9(06) VALUE ZERO.
018400 01  GP-LAST-BATCH-DATE         PIC 9(06) VALUE ZERO.
018500 01  GP-ACCOUNT-COUNT           PIC 9(07) COMP VALUE ZERO.
018600 01  GP-UNREADABLE-COUNT        PIC 9(07) COMP VALUE ZERO.
018700 01  GP-CAUSE-COUNT             PIC 9(05) COMP VALUE ZERO.
018800 01  GP-BALANCE                 PIC 9(07)V99.
018900 01  GP-BEFORE-BALANCE          PIC 9(07)V99.
019000 01  GP-SIGNED-AMOUNT           PIC S9(11)V99.
019100
019200*----------------------------------------------------------------
019300* ACCOUNT AUDIT LINE - THE LAYOUT ACCTMAINT WRITES, AND THE
019400* ACCOUNT RECORD IMAGE IT CARRIES (SEE ACCTREC).  AN ADD'S
019500* BEFORE IMAGE IS "(NEW)" - NOT NUMERIC, SO A BALANCE OF ZERO.
019600*----------------------------------------------------------------
019700 01  GP-AUDIT-PARSE.
019800     05  GA-DATE                PIC X(06).
019900     05  GA-DATE-N REDEFINES GA-DATE
020000                                PIC 9(06).
020100     05  FILLER                 PIC X(01).
020200     05  GA-TIME                PIC X(08).
020300     05  FILLER                 PIC X(01).
020400     05  GA-OPERATOR            PIC X(08).
020500     05  FILLER                 PIC X(01).
020600     05  GA-ACTION              PIC X(10).
020700     05  FILLER                 PIC X(01).
020800     05  GA-IMAGE-TAG           PIC X(06).
020900     05  FILLER                 PIC X(01).
021000     05  GA-IMAGE               PIC X(53).
021100     05  FILLER                 PIC X(14).
021200
021300 01  GP-HELD-BEFORE             PIC X(110).
021400 01  GP-HELD-BEFORE-R REDEFINES GP-HELD-BEFORE.
021500     05  GB-DATE                PIC X(06).
021600     05  FILLER                 PIC X(01).
021700     05  GB-TIME                PIC X(08).
021800     05  FILLER                 PIC X(01).
021900     05  GB-OPERATOR            PIC X(08).
022000     05  FILLER                 PIC X(01).
022100     05  GB-ACTION              PIC X(10).
022200     05  FILLER                 PIC X(08).
022300     05  GB-IMAGE               PIC X(53).
022400     05  FILLER                 PIC X(14).
022500
022600 01  GP-IMAGE.
022700     05  GI-NUMBER              PIC 9(06).
022800     05  GI-PRINCIPAL           PIC 9(07)V99.
022900     05  FILLER                 PIC X(04).
023000     05  GI-CURRENT-BALANCE     PIC 9(07)V99.
023100     05  FILLER                 PIC X(20).
023200     05  GI-MATURITY-STAGE      PIC X(01).
023300         88  GI-MAT-PAID-OUT                VALUE 'P'.
023400     05  FILLER                 PIC X(04).
023500
023600*----------------------------------------------------------------
023700* MASTER CHANGES THAT MOVED A BALANCE SINCE THE GL BALANCES
023800* OPENED, MARKED OFF AS A LOG ENTRY FOR THE SAME ACCOUNT AND
023900* DAY TURNS UP.  A FULL TABLE STOPS COLLECTING AND SAYS SO.
024000*----------------------------------------------------------------
024100 01  GP-AUD-COUNT               PIC 9(03) COMP VALUE ZERO.
024200 01  GP-AUD-SUB                 PIC 9(03) COMP VALUE ZERO.
024300 01  GP-AUD-TABLE.
024400     05  GP-AUD-ENTRY           OCCURS 200 TIMES
024500                                INDEXED BY GP-AUD-IDX.
024600         10  GPA-DATE           PIC 9(06).
024700         10  GPA-ACCOUNT        PIC 9(06).
024800         10  GPA-ACTION         PIC X(10).
024900         10  GPA-DELTA          PIC S9(09)V99.
025000         10  GPA-LOGGED-SW      PIC X(01).
025100             88  GPA-LOGGED                 VALUE 'Y'.
025200
025300*----------------------------------------------------------------
025400* DAYS OF LOGGED DEPOSIT ACTIVITY SINCE THE GL BALANCES OPENED -
025500* THE NET EACH DAY MOVED INTO CUSTOMER DEPOSITS BY GLEXTRACT'S
025600* OWN RULES, AND WHAT THAT DAY'S GL BATCH, IF ANY, CARRIED.  A
025700* FULL TABLE STOPS COLLECTING AND SAYS SO.
025800*----------------------------------------------------------------
025900 01  GP-DAY-COUNT               PIC 9(03) COMP VALUE ZERO.
026000 01  GP-DAY-SUB                 PIC 9(03) COMP VALUE ZERO.
026100 01  GP-DAY-TABLE.
026200     05  GP-DAY-ENTRY           OCCURS 400 TIMES
026300                                INDEXED BY GP-DAY-IDX.
026400         10  GPD-DATE           PIC 9(06).
026500         10  GPD-LOG-NET        PIC S9(11)V99.
026600         10  GPD-BATCH-NET      PIC S9(13)V99.
026700         10  GPD-BATCHED-SW     PIC X(01).
026800             88  GPD-BATCHED                VALUE 'Y'.
026900
027000*----------------------------------------------------------------
027100* PROOF REPORT LINES
027200*----------------------------------------------------------------
027300 01  GP-HEADING.
027400     05  FILLER                 PIC X(40) VALUE
027500         "GL PROOF - ACCOUNT MASTER TO GL CUSTOMER".
027600     05  FILLER                 PIC X(16) VALUE
027700         " DEPOSITS - RUN ".
027800     05  RH-DATE                PIC 9(06).
027900     05  FILLER                 PIC X(18) VALUE SPACES.
028000
028100 01  GP-AMOUNT-LINE.
028200     05  RA-TEXT                PIC X(44).
028300     05  RA-AMOUNT              PIC -(13)9.99.
028400     05  FILLER                 PIC X(19) VALUE SPACES.
028500
028600 01  GP-COUNT-LINE.
028700     05  RN-TEXT                PIC X(44).
028800     05  RN-COUNT               PIC Z(6)9.
028900     05  FILLER                 PIC X(29) VALUE SPACES.
029000
029100 01  GP-VERDICT-IN              PIC X(80) VALUE
029200     "PROOF RESULT - IN BALANCE".
029300
029400 01  GP-VERDICT-OUT.
029500     05  FILLER                 PIC X(33) VALUE
029600         "PROOF RESULT - OUT OF BALANCE BY ".
029700     05  RV-AMOUNT              PIC -(13)9.99.
029800     05  FILLER                 PIC X(30) VALUE SPACES.
029900
030000 01  GP-CAUSE-HEADING.
030100     05  FILLER                 PIC X(40) VALUE
030200         "LIKELY CAUSES SINCE THE GL BALANCES OPEN".
030300     05  FILLER                 PIC X(04) VALUE "ED  ".
030400     05  RO-DATE                PIC 9(06).
030500     05  FILLER                 PIC X(30) VALUE SPACES.
030600
030700 01  GP-CAUSE-COLUMNS.
030800     05  FILLER                 PIC X(40) VALUE
030900         "DATE    ACCOUNT  CAUSE                  ".
031000     05  FILLER                 PIC X(40) VALUE
031100         "                           AMOUNT".
031200
031300 01  GP-CAUSE-LINE.
031400     05  RC-DATE                PIC X(06).
031500     05  FILLER                 PIC X(02) VALUE SPACES.
031600     05  RC-ACCOUNT             PIC X(06).
031700     05  FILLER                 PIC X(03) VALUE SPACES.
031800     05  RC-CAUSE               PIC X(40).
031900     05  FILLER                 PIC X(01) VALUE SPACES.
032000     05  RC-AMOUNT              PIC -(11)9.99.
032100     05  FILLER                 PIC X(07) VALUE SPACES.
032200
032300 01  GP-NO-CAUSE-LINE-1         PIC X(80) VALUE
032400     "NO LIKELY CAUSE FOUND ON THE AUDIT TRAIL, LOG, OR BATCH".
032500 01  GP-NO-CAUSE-LINE-2         PIC X(80) VALUE
032600     "HISTORY - CHECK THE OPENING BALANCES AND MANUAL ENTRIES.".
032700 01  GP-BLANK-LINE              PIC X(80) VALUE SPACES.
032800
032900     COPY GBHREC.
033000
033100     COPY GPRREC.
033200
033300     COPY DLGREC.
033400
033500     COPY FSTATWS.
033600
033700 PROCEDURE DIVISION.
033800*----------------------------------------------------------------
033900 0000-MAINLINE.
034000*----------------------------------------------------------------
034100     MOVE "GLPROOF" TO FST-PROGRAM-ID.
034200     ACCEPT GP-TODAY FROM DATE.
034300     ACCEPT GP-TIME  FROM TIME.
034400     PERFORM 1000-TOTAL-ACCOUNT-MASTER THRU 1000-EXIT.
034500     PERFORM 2000-READ-GL-DEPOSITS THRU 2000-EXIT.
034600     COMPUTE GP-DIFFERENCE = GP-SUBLEDGER-TOTAL - GP-GL-DEPOSITS.
034700     OPEN OUTPUT PROOF-REPORT-FILE.
034800     MOVE "GLPRFRPT" TO FST-FILE-NAME.
034900     MOVE "OPEN    " TO FST-OPERATION.
035000     MOVE GP-RPT-STATUS TO FST-STATUS.
035100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
035200     PERFORM 3000-WRITE-PROOF THRU 3000-EXIT.
035300     IF GP-DIFFERENCE NOT = ZERO
035400         PERFORM 4000-FIND-CAUSES THRU 4000-EXIT
035500         PERFORM 5000-LIST-CAUSES THRU 5000-EXIT
035600         MOVE 4 TO RETURN-CODE
035700     END-IF.
035800     CLOSE PROOF-REPORT-FILE.
035900     PERFORM 6000-WRITE-RESULT THRU 6000-EXIT.
036000     MOVE GP-DIFFERENCE TO RV-AMOUNT.
036100     IF GP-DIFFERENCE = ZERO
036200         DISPLAY "GL proof complete - in balance."
036300     ELSE
036400         DISPLAY "GL proof complete - OUT OF BALANCE BY "
036500                 RV-AMOUNT " - " GP-CAUSE-COUNT
036600                 " likely causes listed."
036700     END-IF.
036800     GO TO 9999-EXIT.
036900
037000*----------------------------------------------------------------
037100 1000-TOTAL-ACCOUNT-MASTER.
037200*     EVERY ACCOUNT AT THE BALANCE TRANPOST WOULD START FROM.  A
037300*     RECORD WITH A NON-NUMERIC BALANCE IS LEFT OUT AND COUNTED.
037400*----------------------------------------------------------------
037500     MOVE 'N' TO GP-EOF-SW.
037600     OPEN INPUT ACCOUNT-FILE.
037700     IF GP-ACCT-MISSING
037800         DISPLAY "GLPROOF - no account master (ACCTFILE) - "
037900                 "subledger proved at zero."
038000         GO TO 1000-EXIT
038100     END-IF.
038200     MOVE "ACCTFILE" TO FST-FILE-NAME.
038300     MOVE "OPEN    " TO FST-OPERATION.
038400     MOVE GP-ACCT-STATUS TO FST-STATUS.
038500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
038600     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
038700     PERFORM 1200-ADD-ACCOUNT THRU 1200-EXIT
038800         UNTIL GP-EOF.
038900     CLOSE ACCOUNT-FILE.
039000 1000-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------------
039400 1100-READ-ACCOUNT.
039500*----------------------------------------------------------------
039600     READ ACCOUNT-FILE NEXT RECORD
039700         AT END
039800             MOVE 'Y' TO GP-EOF-SW
039900     END-READ.
040000     MOVE "ACCTFILE" TO FST-FILE-NAME.
040100     MOVE "READ    " TO FST-OPERATION.
040200     MOVE GP-ACCT-STATUS TO FST-STATUS.
040300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
040400 1100-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------
040800 1200-ADD-ACCOUNT.
040900*----------------------------------------------------------------
041000     IF ACCT-CURRENT-BALANCE NOT NUMERIC
041100        OR ACCT-PRINCIPAL NOT NUMERIC
041200         ADD 1 TO GP-UNREADABLE-COUNT
041300         GO TO 1200-NEXT
041400     END-IF.
041500     ADD 1 TO GP-ACCOUNT-COUNT.
041600     EVALUATE TRUE
041700         WHEN ACCT-CURRENT-BALANCE > ZERO
041800             MOVE ACCT-CURRENT-BALANCE TO GP-BALANCE
041900         WHEN ACCT-MAT-PAID-OUT
042000             MOVE ZERO                 TO GP-BALANCE
042100         WHEN OTHER
042200             MOVE ACCT-PRINCIPAL       TO GP-BALANCE
042300     END-EVALUATE.
042400     ADD GP-BALANCE TO GP-SUBLEDGER-TOTAL.
042500 1200-NEXT.
042600     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
042700 1200-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------
043100 2000-READ-GL-DEPOSITS.
043200*     THE CUSTOMER DEPOSITS BALANCE AND THE DAY THE GL BALANCES
043300*     WERE OPENED.  WITHOUT THE FILE, OR THE ACCOUNT ON IT, THE
043400*     LEDGER HAS NEVER BEEN SENT A DEPOSIT AND STANDS AT ZERO.
043500*----------------------------------------------------------------
043600     MOVE 'N' TO GP-GL-FOUND-SW.
043700     OPEN INPUT GL-BALANCE-FILE.
043800     IF GP-GLB-MISSING
043900         DISPLAY "GLPROOF - no GL balance file (GLBAL) - "
044000                 "GL deposits proved at zero."
044100         GO TO 2000-EXIT
044200     END-IF.
044300     MOVE "GLBAL   " TO FST-FILE-NAME.
044400     MOVE "OPEN    " TO FST-OPERATION.
044500     MOVE GP-GLB-STATUS TO FST-STATUS.
044600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
044700     MOVE "CUSTOMER DEPOSIT" TO GLB-ACCOUNT.
044800     READ GL-BALANCE-FILE
044900         INVALID KEY
045000             CONTINUE
045100         NOT INVALID KEY
045200             MOVE 'Y' TO GP-GL-FOUND-SW
045300             COMPUTE GP-GL-DEPOSITS = ZERO - GLB-BALANCE
045400             MOVE GLB-OPENED-DATE     TO GP-OPENED-DATE
045500             MOVE GLB-LAST-BATCH-DATE TO GP-LAST-BATCH-DATE
045600     END-READ.
045700     CLOSE GL-BALANCE-FILE.
045800 2000-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------------
046200 3000-WRITE-PROOF.
046300*----------------------------------------------------------------
046400     MOVE GP-TODAY TO RH-DATE.
046500     WRITE PROOF-REPORT-LINE FROM GP-HEADING.
046600     WRITE PROOF-REPORT-LINE FROM GP-BLANK-LINE.
046700     MOVE "ACCOUNTS ON THE ACCOUNT MASTER.............."
046800         TO RN-TEXT.
046900     MOVE GP-ACCOUNT-COUNT TO RN-COUNT.
047000     WRITE PROOF-REPORT-LINE FROM GP-COUNT-LINE.
047100     MOVE "ACCOUNT MASTER TOTAL........................"
047200         TO RA-TEXT.
047300     MOVE GP-SUBLEDGER-TOTAL TO RA-AMOUNT.
047400     WRITE PROOF-REPORT-LINE FROM GP-AMOUNT-LINE.
047500     MOVE "GL CUSTOMER DEPOSITS BALANCE................"
047600         TO RA-TEXT.
047700     MOVE GP-GL-DEPOSITS TO RA-AMOUNT.
047800     WRITE PROOF-REPORT-LINE FROM GP-AMOUNT-LINE.
047900     MOVE "DIFFERENCE (MASTER LESS GL)................."
048000         TO RA-TEXT.
048100     MOVE GP-DIFFERENCE TO RA-AMOUNT.
048200     WRITE PROOF-REPORT-LINE FROM GP-AMOUNT-LINE.
048300     MOVE "LAST GL BATCH ROLLED........................"
048400         TO RN-TEXT.
048500     MOVE GP-LAST-BATCH-DATE TO RN-COUNT.
048600     WRITE PROOF-REPORT-LINE FROM GP-COUNT-LINE.
048700     WRITE PROOF-REPORT-LINE FROM GP-BLANK-LINE.
048800     IF GP-DIFFERENCE = ZERO
048900         WRITE PROOF-REPORT-LINE FROM GP-VERDICT-IN
049000     ELSE
049100         MOVE GP-DIFFERENCE TO RV-AMOUNT
049200         WRITE PROOF-REPORT-LINE FROM GP-VERDICT-OUT
049300     END-IF.
049400     MOVE "GLPRFRPT" TO FST-FILE-NAME.
049500     MOVE "WRITE   " TO FST-OPERATION.
049600     MOVE GP-RPT-STATUS TO FST-STATUS.
049700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
049800 3000-EXIT.
049900     EXIT.
050000
050100*----------------------------------------------------------------
050200 4000-FIND-CAUSES.
050300*     COLLECT THE MASTER CHANGES FROM THE AUDIT TRAIL FIRST,
050400*     THEN ONE PASS OF THE LOG HISTORY AND DAILY LOG BOTH MARKS
050500*     OFF THE CHANGES THAT WERE LOGGED AND NETS EACH DAY'S
050600*     DEPOSIT ACTIVITY, AND THE BATCH HISTORY IS MATCHED TO THE
050700*     DAYS LAST.
050800*----------------------------------------------------------------
050900     PERFORM 4100-COLLECT-AUDIT-CHANGES THRU 4100-EXIT.
051000     PERFORM 4300-SCAN-LOG THRU 4300-EXIT.
051100     PERFORM 4700-MATCH-BATCHES THRU 4700-EXIT.
051200 4000-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------
051600 4100-COLLECT-AUDIT-CHANGES.
051700*     EACH CHANGE IS A BEFORE LINE FOLLOWED BY ITS AFTER LINE.
051800*----------------------------------------------------------------
051900     MOVE 'N' TO GP-EOF-SW.
052000     MOVE 'N' TO GP-BEFORE-HELD-SW.
052100     OPEN INPUT ACCT-AUDIT-FILE.
052200     IF GP-AUDIT-MISSING
052300         GO TO 4100-EXIT
052400     END-IF.
052500     MOVE "ACCTAUD " TO FST-FILE-NAME.
052600     MOVE "OPEN    " TO FST-OPERATION.
052700     MOVE GP-AUDIT-STATUS TO FST-STATUS.
052800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
052900     PERFORM 4150-READ-AUDIT-LINE THRU 4150-EXIT.
053000     PERFORM 4200-NOTE-AUDIT-LINE THRU 4200-EXIT
053100         UNTIL GP-EOF.
053200     CLOSE ACCT-AUDIT-FILE.
053300 4100-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------
053700 4150-READ-AUDIT-LINE.
053800*----------------------------------------------------------------
053900     READ ACCT-AUDIT-FILE
054000         AT END
054100             MOVE 'Y' TO GP-EOF-SW
054200         NOT AT END
054300             MOVE ACCT-AUDIT-BODY TO GP-AUDIT-PARSE
054400     END-READ.
054500     MOVE "ACCTAUD " TO FST-FILE-NAME.
054600     MOVE "READ    " TO FST-OPERATION.
054700     MOVE GP-AUDIT-STATUS TO FST-STATUS.
054800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
054900 4150-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------------
055300 4200-NOTE-AUDIT-LINE.
055400*     AN AFTER LINE IS PAIRED WITH THE BEFORE LINE HELD FROM THE
055500*     SAME CHANGE (SAME DATE, TIME, AND ACTION).  THE PAIR IS A
055600*     CAUSE CANDIDATE WHEN IT FALLS ON OR AFTER THE DAY THE GL
055700*     BALANCES OPENED AND MOVED THE ACCOUNT'S BALANCE.
055800*----------------------------------------------------------------
055900     IF GA-IMAGE-TAG = "BEFORE"
056000         MOVE ACCT-AUDIT-BODY TO GP-HELD-BEFORE
056100         MOVE 'Y' TO GP-BEFORE-HELD-SW
056200         GO TO 4200-NEXT
056300     END-IF.
056400     IF GA-IMAGE-TAG NOT = "AFTER " OR NOT GP-BEFORE-HELD
056500        OR GB-DATE NOT = GA-DATE OR GB-TIME NOT = GA-TIME
056600        OR GB-ACTION NOT = GA-ACTION
056700         GO TO 4200-NEXT
056800     END-IF.
056900     MOVE 'N' TO GP-BEFORE-HELD-SW.
057000     IF GA-DATE NOT NUMERIC
057100         GO TO 4200-NEXT
057200     END-IF.
057300     IF GA-DATE-N < GP-OPENED-DATE
057400         GO TO 4200-NEXT
057500     END-IF.
057600     MOVE GB-IMAGE TO GP-IMAGE.
057700     PERFORM 4250-IMAGE-BALANCE THRU 4250-EXIT.
057800     MOVE GP-BALANCE TO GP-BEFORE-BALANCE.
057900     MOVE GA-IMAGE TO GP-IMAGE.
058000     PERFORM 4250-IMAGE-BALANCE THRU 4250-EXIT.
058100     IF GP-BALANCE = GP-BEFORE-BALANCE
058200         GO TO 4200-NEXT
058300     END-IF.
058400     IF GP-AUD-COUNT NOT < 200
058500         MOVE 'Y' TO GP-AUD-FULL-SW
058600         GO TO 4200-NEXT
058700     END-IF.
058800     ADD 1 TO GP-AUD-COUNT.
058900     MOVE GP-AUD-COUNT TO GP-AUD-SUB.
059000     MOVE GA-DATE-N    TO GPA-DATE (GP-AUD-SUB).
059100     MOVE GI-NUMBER    TO GPA-ACCOUNT (GP-AUD-SUB).
059200     MOVE GA-ACTION    TO GPA-ACTION (GP-AUD-SUB).
059300     COMPUTE GPA-DELTA (GP-AUD-SUB) =
059400         GP-BALANCE - GP-BEFORE-BALANCE.
059500     MOVE 'N'          TO GPA-LOGGED-SW (GP-AUD-SUB).
059600 4200-NEXT.
059700     PERFORM 4150-READ-AUDIT-LINE THRU 4150-EXIT.
059800 4200-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------------
060200 4250-IMAGE-BALANCE.
060300*     THE SAME BALANCE RULE AS THE MASTER TOTAL.  AN IMAGE THAT
060400*     IS NOT AN ACCOUNT RECORD ("(NEW)") IS A BALANCE OF ZERO.
060500*----------------------------------------------------------------
060600     MOVE ZERO TO GP-BALANCE.
060700     IF GI-NUMBER NOT NUMERIC
060800        OR GI-PRINCIPAL NOT NUMERIC
060900        OR GI-CURRENT-BALANCE NOT NUMERIC
061000         GO TO 4250-EXIT
061100     END-IF.
061200     EVALUATE TRUE
061300         WHEN GI-CURRENT-BALANCE > ZERO
061400             MOVE GI-CURRENT-BALANCE TO GP-BALANCE
061500         WHEN GI-MAT-PAID-OUT
061600             MOVE ZERO               TO GP-BALANCE
061700         WHEN OTHER
061800             MOVE GI-PRINCIPAL       TO GP-BALANCE
061900     END-EVALUATE.
062000 4250-EXIT.
062100     EXIT.
062200
062300*----------------------------------------------------------------
062400 4300-SCAN-LOG.
062500*     THE ARCHIVED HISTORY FIRST, THEN THE CURRENT DAILY LOG.
062600*     EITHER FILE MAY BE MISSING.
062700*----------------------------------------------------------------
062800     MOVE 'N' TO GP-EOF-SW.
062900     OPEN INPUT LOG-HISTORY-FILE.
063000     IF GP-HIST-MISSING
063100         GO TO 4300-DAILY-LOG
063200     END-IF.
063300     MOVE "DLGHIST " TO FST-FILE-NAME.
063400     MOVE "OPEN    " TO FST-OPERATION.
063500     MOVE GP-HIST-STATUS TO FST-STATUS.
063600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
063700     PERFORM 4400-READ-HISTORY-ENTRY THRU 4400-EXIT.
063800     PERFORM 4450-NOTE-HISTORY-ENTRY THRU 4450-EXIT
063900         UNTIL GP-EOF.
064000     CLOSE LOG-HISTORY-FILE.
064100 4300-DAILY-LOG.
064200     MOVE 'N' TO GP-EOF-SW.
064300     OPEN INPUT DAILY-LOG-FILE.
064400     IF GP-DLG-MISSING
064500         GO TO 4300-EXIT
064600     END-IF.
064700     MOVE "DAILYLOG" TO FST-FILE-NAME.
064800     MOVE "OPEN    " TO FST-OPERATION.
064900     MOVE GP-DLG-STATUS TO FST-STATUS.
065000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
065100     PERFORM 4350-READ-LOG-ENTRY THRU 4350-EXIT.
065200     PERFORM 4380-NOTE-LOG-ENTRY THRU 4380-EXIT
065300         UNTIL GP-EOF.
065400     CLOSE DAILY-LOG-FILE.
065500 4300-EXIT.
065600     EXIT.
065700
065800*----------------------------------------------------------------
065900 4350-READ-LOG-ENTRY.
066000*----------------------------------------------------------------
066100     READ DAILY-LOG-FILE
066200         AT END
066300             MOVE 'Y' TO GP-EOF-SW
066400         NOT AT END
066500             MOVE DAILY-LOG-LINE TO DLG-LOG-DETAIL-LINE
066600     END-READ.
066700     MOVE "DAILYLOG" TO FST-FILE-NAME.
066800     MOVE "READ    " TO FST-OPERATION.
066900     MOVE GP-DLG-STATUS TO FST-STATUS.
067000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
067100 4350-EXIT.
067200     EXIT.
067300
067400*----------------------------------------------------------------
067500 4380-NOTE-LOG-ENTRY.
067600*----------------------------------------------------------------
067700     PERFORM 4500-NOTE-ENTRY THRU 4500-EXIT.
067800     PERFORM 4350-READ-LOG-ENTRY THRU 4350-EXIT.
067900 4380-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------
068300 4400-READ-HISTORY-ENTRY.
068400*----------------------------------------------------------------
068500     READ LOG-HISTORY-FILE
068600         AT END
068700             MOVE 'Y' TO GP-EOF-SW
068800         NOT AT END
068900             MOVE DH-LOG-ENTRY TO DLG-LOG-DETAIL-LINE
069000     END-READ.
069100     MOVE "DLGHIST " TO FST-FILE-NAME.
069200     MOVE "READ    " TO FST-OPERATION.
069300     MOVE GP-HIST-STATUS TO FST-STATUS.
069400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
069500 4400-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------------
069900 4450-NOTE-HISTORY-ENTRY.
070000*----------------------------------------------------------------
070100     PERFORM 4500-NOTE-ENTRY THRU 4500-EXIT.
070200     PERFORM 4400-READ-HISTORY-ENTRY THRU 4400-EXIT.
070300 4450-EXIT.
070400     EXIT.
070500
070600*----------------------------------------------------------------
070700 4500-NOTE-ENTRY.
070800*     ONLY THE POSTING RUNS' CODED ENTRIES MOVE ACCOUNT MONEY -
070900*     TRANPOST'S TRANSACTIONS AND INTEREST'S 'I' POSTINGS, BOTH
071000*     LOGGED UNDER THE ACCOUNT NUMBER.  THE SIGN FOLLOWS
071100*     GLEXTRACT'S JOURNAL: A CREDIT TO CUSTOMER DEPOSITS IS
071200*     POSITIVE.
071300*----------------------------------------------------------------
071400     IF DLG-DATE NOT NUMERIC OR DLG-DATE < GP-OPENED-DATE
071500         GO TO 4500-EXIT
071600     END-IF.
071700     MOVE ZERO TO GP-SIGNED-AMOUNT.
071800     EVALUATE TRUE
071900         WHEN DLG-FROM-INTEREST AND DLG-TRAN-INTEREST-POST
072000             MOVE DLG-AMOUNT TO GP-SIGNED-AMOUNT
072100         WHEN NOT DLG-FROM-TRANPOST
072200             GO TO 4500-EXIT
072300         WHEN DLG-TRAN-DEPOSIT
072400             MOVE DLG-AMOUNT TO GP-SIGNED-AMOUNT
072500         WHEN DLG-TRAN-WITHDRAWAL
072600             COMPUTE GP-SIGNED-AMOUNT = ZERO - DLG-AMOUNT
072700         WHEN DLG-TRAN-REVERSAL AND DLG-ORIG-DEPOSIT
072800             COMPUTE GP-SIGNED-AMOUNT = ZERO - DLG-AMOUNT
072900         WHEN DLG-TRAN-REVERSAL
073000             MOVE DLG-AMOUNT TO GP-SIGNED-AMOUNT
073100         WHEN DLG-TRAN-MATURITY
073200             COMPUTE GP-SIGNED-AMOUNT = ZERO - DLG-AMOUNT
073300         WHEN DLG-TRAN-FEE
073400             COMPUTE GP-SIGNED-AMOUNT = ZERO - DLG-AMOUNT
073500         WHEN OTHER
073600             GO TO 4500-EXIT
073700     END-EVALUATE.
073800     PERFORM 4550-MARK-LOGGED-CHANGE THRU 4550-EXIT
073900         VARYING GP-AUD-IDX FROM 1 BY 1
074000         UNTIL GP-AUD-IDX > GP-AUD-COUNT.
074100     PERFORM 4600-POST-DAY-TABLE THRU 4600-EXIT.
074200 4500-EXIT.
074300     EXIT.
074400
074500*----------------------------------------------------------------
074600 4550-MARK-LOGGED-CHANGE.
074700*----------------------------------------------------------------
074800     IF GPA-DATE (GP-AUD-IDX) = DLG-DATE
074900        AND GPA-ACCOUNT (GP-AUD-IDX) = DLG-ID
075000         MOVE 'Y' TO GPA-LOGGED-SW (GP-AUD-IDX)
075100     END-IF.
075200 4550-EXIT.
075300     EXIT.
075400
075500*----------------------------------------------------------------
075600 4600-POST-DAY-TABLE.
075700*     FIND OR ADD THE DAY IN HAND AND ADD THE ENTRY TO ITS NET.
075800*----------------------------------------------------------------
075900     MOVE 'N' TO GP-ENTRY-FOUND-SW.
076000     PERFORM 4650-CHECK-DAY-ENTRY THRU 4650-EXIT
076100         VARYING GP-DAY-IDX FROM 1 BY 1
076200         UNTIL GP-DAY-IDX > GP-DAY-COUNT
076300            OR GP-ENTRY-FOUND.
076400     IF NOT GP-ENTRY-FOUND
076500         IF GP-DAY-COUNT NOT < 400
076600             MOVE 'Y' TO GP-DAY-FULL-SW
076700             GO TO 4600-EXIT
076800         END-IF
076900         ADD 1 TO GP-DAY-COUNT
077000         MOVE GP-DAY-COUNT TO GP-DAY-SUB
077100         MOVE DLG-DATE     TO GPD-DATE (GP-DAY-SUB)
077200         MOVE ZERO         TO GPD-LOG-NET (GP-DAY-SUB)
077300         MOVE ZERO         TO GPD-BATCH-NET (GP-DAY-SUB)
077400         MOVE 'N'          TO GPD-BATCHED-SW (GP-DAY-SUB)
077500     END-IF.
077600     ADD GP-SIGNED-AMOUNT TO GPD-LOG-NET (GP-DAY-SUB).
077700 4600-EXIT.
077800     EXIT.
077900
078000*----------------------------------------------------------------
078100 4650-CHECK-DAY-ENTRY.
078200*----------------------------------------------------------------
078300     IF GPD-DATE (GP-DAY-IDX) = DLG-DATE
078400         MOVE 'Y' TO GP-ENTRY-FOUND-SW
078500         SET GP-DAY-SUB TO GP-DAY-IDX
078600     END-IF.
078700 4650-EXIT.
078800     EXIT.
078900
079000*----------------------------------------------------------------
079100 4700-MATCH-BATCHES.
079200*     EACH BATCH ON THE HISTORY IS MATCHED TO ITS DAY.  A BATCH
079300*     FOR A DAY WITH NO DEPOSIT ACTIVITY HAS NOTHING TO PROVE.
079400*----------------------------------------------------------------
079500     MOVE 'N' TO GP-EOF-SW.
079600     OPEN INPUT GL-BATCH-FILE.
079700     IF GP-GBH-MISSING
079800         GO TO 4700-EXIT
079900     END-IF.
080000     MOVE "GLBATCH " TO FST-FILE-NAME.
080100     MOVE "OPEN    " TO FST-OPERATION.
080200     MOVE GP-GBH-STATUS TO FST-STATUS.
080300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
080400     PERFORM 4750-MATCH-ONE-BATCH THRU 4750-EXIT
080500         UNTIL GP-EOF.
080600     CLOSE GL-BATCH-FILE.
080700 4700-EXIT.
080800     EXIT.
080900
081000*----------------------------------------------------------------
081100 4750-MATCH-ONE-BATCH.
081200*----------------------------------------------------------------
081300     READ GL-BATCH-FILE INTO GL-BATCH-HISTORY-RECORD
081400         AT END
081500             MOVE 'Y' TO GP-EOF-SW
081600             GO TO 4750-EXIT
081700     END-READ.
081800     MOVE 'N' TO GP-ENTRY-FOUND-SW.
081900     PERFORM 4780-CHECK-BATCH-DAY THRU 4780-EXIT
082000         VARYING GP-DAY-IDX FROM 1 BY 1
082100         UNTIL GP-DAY-IDX > GP-DAY-COUNT
082200            OR GP-ENTRY-FOUND.
082300 4750-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------
082700 4780-CHECK-BATCH-DAY.
082800*----------------------------------------------------------------
082900     IF GPD-DATE (GP-DAY-IDX) = GBH-DATE
083000         MOVE 'Y' TO GP-ENTRY-FOUND-SW
083100         MOVE 'Y' TO GPD-BATCHED-SW (GP-DAY-IDX)
083200         MOVE GBH-DEPOSIT-NET TO GPD-BATCH-NET (GP-DAY-IDX)
083300     END-IF.
083400 4780-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------------
083800 5000-LIST-CAUSES.
083900*     EVERY UNLOGGED MASTER CHANGE, EVERY DAY WITH NO BATCH, AND
084000*     EVERY DAY WHOSE BATCH FELL SHORT OF ITS LOG, EACH WITH THE
084100*     AMOUNT IT PUTS BETWEEN THE MASTER AND THE LEDGER, THEN
084200*     WHATEVER IS LEFT UNEXPLAINED.
084300*----------------------------------------------------------------
084400     MOVE ZERO TO GP-EXPLAINED.
084500     WRITE PROOF-REPORT-LINE FROM GP-BLANK-LINE.
084600     MOVE GP-OPENED-DATE TO RO-DATE.
084700     WRITE PROOF-REPORT-LINE FROM GP-CAUSE-HEADING.
084800     WRITE PROOF-REPORT-LINE FROM GP-CAUSE-COLUMNS.
084900     IF NOT GP-GL-FOUND
085000         MOVE SPACES TO RC-DATE
085100         MOVE SPACES TO RC-ACCOUNT
085200         MOVE "NO CUSTOMER DEPOSITS BALANCE ON GLBAL"
085300             TO RC-CAUSE
085400         MOVE GP-DIFFERENCE TO RC-AMOUNT
085500         WRITE PROOF-REPORT-LINE FROM GP-CAUSE-LINE
085600         ADD 1 TO GP-CAUSE-COUNT
085700     END-IF.
085800     PERFORM 5100-LIST-AUDIT-CAUSE THRU 5100-EXIT
085900         VARYING GP-AUD-IDX FROM 1 BY 1
086000         UNTIL GP-AUD-IDX > GP-AUD-COUNT.
086100     PERFORM 5200-LIST-DAY-CAUSE THRU 5200-EXIT
086200         VARYING GP-DAY-IDX FROM 1 BY 1
086300         UNTIL GP-DAY-IDX > GP-DAY-COUNT.
086400     IF GP-UNREADABLE-COUNT > ZERO
086500         MOVE "ACCOUNTS LEFT OUT - BALANCE NOT NUMERIC.."
086600             TO RN-TEXT
086700         MOVE GP-UNREADABLE-COUNT TO RN-COUNT
086800         WRITE PROOF-REPORT-LINE FROM GP-COUNT-LINE
086900         ADD 1 TO GP-CAUSE-COUNT
087000     END-IF.
087100     IF GP-AUD-FULL
087200         MOVE "MORE MASTER CHANGES THAN LISTED - TABLE FULL"
087300             TO RN-TEXT
087400         MOVE GP-AUD-COUNT TO RN-COUNT
087500         WRITE PROOF-REPORT-LINE FROM GP-COUNT-LINE
087600     END-IF.
087700     IF GP-DAY-FULL
087800         MOVE "MORE ACTIVITY DAYS THAN LISTED - TABLE FULL"
087900             TO RN-TEXT
088000         MOVE GP-DAY-COUNT TO RN-COUNT
088100         WRITE PROOF-REPORT-LINE FROM GP-COUNT-LINE
088200     END-IF.
088300     IF GP-CAUSE-COUNT = ZERO
088400         WRITE PROOF-REPORT-LINE FROM GP-NO-CAUSE-LINE-1
088500         WRITE PROOF-REPORT-LINE FROM GP-NO-CAUSE-LINE-2
088600     END-IF.
088700     WRITE PROOF-REPORT-LINE FROM GP-BLANK-LINE.
088800     MOVE "EXPLAINED BY THE CAUSES ABOVE..............."
088900         TO RA-TEXT.
089000     MOVE GP-EXPLAINED TO RA-AMOUNT.
089100     WRITE PROOF-REPORT-LINE FROM GP-AMOUNT-LINE.
089200     COMPUTE GP-UNEXPLAINED = GP-DIFFERENCE - GP-EXPLAINED.
089300     MOVE "UNEXPLAINED................................."
089400         TO RA-TEXT.
089500     MOVE GP-UNEXPLAINED TO RA-AMOUNT.
089600     WRITE PROOF-REPORT-LINE FROM GP-AMOUNT-LINE.
089700 5000-EXIT.
089800     EXIT.
089900
090000*----------------------------------------------------------------
090100 5100-LIST-AUDIT-CAUSE.
090200*----------------------------------------------------------------
090300     IF GPA-LOGGED (GP-AUD-IDX)
090400         GO TO 5100-EXIT
090500     END-IF.
090600     MOVE GPA-DATE (GP-AUD-IDX)    TO RC-DATE.
090700     MOVE GPA-ACCOUNT (GP-AUD-IDX) TO RC-ACCOUNT.
090800     MOVE SPACES TO RC-CAUSE.
090900     STRING "ACCTMAINT "           DELIMITED BY SIZE
091000            GPA-ACTION (GP-AUD-IDX) DELIMITED BY SPACE
091100            " - NO LOG ENTRY"       DELIMITED BY SIZE
091200         INTO RC-CAUSE.
091300     MOVE GPA-DELTA (GP-AUD-IDX) TO RC-AMOUNT.
091400     WRITE PROOF-REPORT-LINE FROM GP-CAUSE-LINE.
091500     ADD GPA-DELTA (GP-AUD-IDX) TO GP-EXPLAINED.
091600     ADD 1 TO GP-CAUSE-COUNT.
091700 5100-EXIT.
091800     EXIT.
091900
092000*----------------------------------------------------------------
092100 5200-LIST-DAY-CAUSE.
092200*----------------------------------------------------------------
092300     MOVE GPD-DATE (GP-DAY-IDX) TO RC-DATE.
092400     MOVE SPACES                TO RC-ACCOUNT.
092500     IF NOT GPD-BATCHED (GP-DAY-IDX)
092600         IF GPD-LOG-NET (GP-DAY-IDX) = ZERO
092700             GO TO 5200-EXIT
092800         END-IF
092900         MOVE "NO GL BATCH FOR THE DAY'S ACTIVITY"
093000             TO RC-CAUSE
093100         MOVE GPD-LOG-NET (GP-DAY-IDX) TO GP-SIGNED-AMOUNT
093200     ELSE
093300         COMPUTE GP-SIGNED-AMOUNT = GPD-LOG-NET (GP-DAY-IDX)
093400                                  - GPD-BATCH-NET (GP-DAY-IDX)
093500         IF GP-SIGNED-AMOUNT = ZERO
093600             GO TO 5200-EXIT
093700         END-IF
093800         MOVE "LOG AND GL BATCH DIFFER - LATE POSTING"
093900             TO RC-CAUSE
094000     END-IF.
094100     MOVE GP-SIGNED-AMOUNT TO RC-AMOUNT.
094200     WRITE PROOF-REPORT-LINE FROM GP-CAUSE-LINE.
094300     ADD GP-SIGNED-AMOUNT TO GP-EXPLAINED.
094400     ADD 1 TO GP-CAUSE-COUNT.
094500 5200-EXIT.
094600     EXIT.
094700
094800*----------------------------------------------------------------
094900 6000-WRITE-RESULT.
095000*     THE RESULT FILE HOLDS ONLY THE LATEST PROOF.
095100*----------------------------------------------------------------
095200     MOVE SPACES             TO GL-PROOF-RESULT-RECORD.
095300     MOVE GP-TODAY           TO GPR-DATE.
095400     MOVE GP-TIME            TO GPR-TIME.
095500     IF GP-DIFFERENCE = ZERO
095600         MOVE 'B' TO GPR-VERDICT
095700     ELSE
095800         MOVE 'O' TO GPR-VERDICT
095900     END-IF.
096000     MOVE GP-SUBLEDGER-TOTAL TO GPR-SUBLEDGER-TOTAL.
096100     MOVE GP-GL-DEPOSITS     TO GPR-GL-TOTAL.
096200     MOVE GP-DIFFERENCE      TO GPR-DIFFERENCE.
096300     MOVE GP-CAUSE-COUNT     TO GPR-CAUSE-COUNT.
096400     OPEN OUTPUT PROOF-RESULT-FILE.
096500     MOVE "GLPRFRES" TO FST-FILE-NAME.
096600     MOVE "OPEN    " TO FST-OPERATION.
096700     MOVE GP-RES-STATUS TO FST-STATUS.
096800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
096900     WRITE PROOF-RESULT-LINE FROM GL-PROOF-RESULT-RECORD.
097000     MOVE "WRITE   " TO FST-OPERATION.
097100     MOVE GP-RES-STATUS TO FST-STATUS.
097200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
097300     CLOSE PROOF-RESULT-FILE.
097400 6000-EXIT.
097500     EXIT.
097600
097700*----------------------------------------------------------------
097800     COPY FSTATPR.
097900*----------------------------------------------------------------
098000 9999-EXIT.
098100*----------------------------------------------------------------
098200     GOBACK.
