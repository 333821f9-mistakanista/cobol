000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HOLDREL.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/22/2026.
000600 DATE-COMPILED.  09/22/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  NIGHTLY FLOAT HOLD RELEASE.  TRANPOST PLACES A FLOAT
000900*           HOLD ('F') ON EVERY DEPOSIT IT POSTS, DATED TO COME
001000*           OFF A SET NUMBER OF CALENDAR DAYS LATER (SEE
001100*           HLD-FLOAT-DAYS).  THE MONEY IS AVAILABLE FROM THAT
001200*           DATE WHETHER OR NOT THIS RUN HAS BEEN; THIS RUN
001300*           MARKS EVERY ACTIVE FLOAT HOLD WHOSE RELEASE DATE HAS
001400*           COME AS RELEASED BY HOLDREL, SO THE HOLD FILE SHOWS
001500*           WHAT IS TRULY STILL HELD, AND LISTS EACH ONE ON THE
001600*           FLOAT RELEASE REGISTER (HOLDRPT).  LEGAL AND MANUAL
001700*           HOLDS ARE NEVER RELEASED HERE - AN OPERATOR RELEASES
001800*           THEM THROUGH HOLDMAINT, EVEN PAST THEIR DATE.  A
001900*           RERUN FINDS NOTHING LEFT TO RELEASE.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 09/22/2026  RLM  ORIGINAL PROGRAM - RELEASES FLOAT HOLDS THAT
002500*                  HAVE REACHED THEIR DATE, WITH A REGISTER.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HOLD-FILE         ASSIGN TO "FUNDHOLD"
003400                              ORGANIZATION IS INDEXED
003500                              ACCESS MODE IS DYNAMIC
003600                              RECORD KEY IS HLD-KEY
003700                              FILE STATUS IS HLD-FILE-STATUS.
003800     SELECT RELEASE-RPT-FILE  ASSIGN TO "HOLDRPT"
003900                              ORGANIZATION IS LINE SEQUENTIAL
004000                              FILE STATUS IS HR-RPT-STATUS.
004100     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
004200                              ORGANIZATION IS LINE SEQUENTIAL
004300                              FILE STATUS IS FST-JOB-LOG-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600*----------------------------------------------------------------
004700* FUNDS HOLD FILE - READ IN KEY ORDER, FLOAT HOLDS RELEASED IN
004800* PLACE
004900*----------------------------------------------------------------
005000 FD  HOLD-FILE.
005100     COPY HLDREC.
005200
005300*----------------------------------------------------------------
005400* FLOAT RELEASE REGISTER
005500*----------------------------------------------------------------
005600 FD  RELEASE-RPT-FILE.
005700 01  RELEASE-RPT-LINE           PIC X(80).
005800
005900*----------------------------------------------------------------
006000* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
006100*----------------------------------------------------------------
006200 FD  JOB-LOG-FILE.
006300 01  JOB-LOG-LINE               PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700* FILE STATUS AND RUN SWITCHES
006800*----------------------------------------------------------------
006900 01  HR-RPT-STATUS              PIC X(02).
007000 01  HR-HOLD-EOF-SW             PIC X(01) VALUE 'N'.
007100     88  HR-HOLD-EOF                        VALUE 'Y'.
007200 01  HR-TODAY                   PIC 9(06).
007300
007400*----------------------------------------------------------------
007500* RUN COUNTS AND TOTAL
007600*----------------------------------------------------------------
007700 01  HR-HOLD-COUNT              PIC 9(07) COMP VALUE ZERO.
007800 01  HR-RELEASE-COUNT           PIC 9(07) COMP VALUE ZERO.
007900 01  HR-RELEASE-TOTAL           PIC 9(09)V99 VALUE ZERO.
008000
008100*----------------------------------------------------------------
008200* REGISTER LINES
008300*----------------------------------------------------------------
008400 01  HR-RPT-HEADING.
008500     05  FILLER                 PIC X(32) VALUE
008600         "FLOAT HOLD RELEASE REGISTER FOR ".
008700     05  RH-DATE                PIC 9(06).
008800     05  FILLER                 PIC X(42) VALUE SPACES.
008900
009000 01  HR-RPT-COLUMNS             PIC X(80) VALUE
009100     "ACCOUNT  SEQ      AMOUNT  PLACED   DUE      REASON".
009200
009300 01  HR-RPT-DETAIL-LINE.
009400     05  RD-ACCT-NUMBER         PIC 9(06).
009500     05  FILLER                 PIC X(03) VALUE SPACES.
009600     05  RD-SEQ                 PIC 9(03).
009700     05  FILLER                 PIC X(02) VALUE SPACES.
009800     05  RD-AMOUNT              PIC Z(6)9.99.
009900     05  FILLER                 PIC X(02) VALUE SPACES.
010000     05  RD-PLACED              PIC 9(06).
010100     05  FILLER                 PIC X(03) VALUE SPACES.
010200     05  RD-DUE                 PIC 9(06).
010300     05  FILLER                 PIC X(03) VALUE SPACES.
010400     05  RD-REASON              PIC X(20).
010500     05  FILLER                 PIC X(16) VALUE SPACES.
010600
010700 01  HR-RPT-SUMMARY-LINE.
010800     05  FILLER                 PIC X(15) VALUE "HOLDS ON FILE  ".
010900     05  RS-HOLDS               PIC Z(6)9.
011000     05  FILLER                 PIC X(11) VALUE "  RELEASED ".
011100     05  RS-RELEASED            PIC Z(6)9.
011200     05  FILLER                 PIC X(11) VALUE "  TOTALING ".
011300     05  RS-TOTAL               PIC Z(8)9.99.
011400     05  FILLER                 PIC X(17) VALUE SPACES.
011500
011600     COPY HLDWS.
011700
011800     COPY FSTATWS.
011900
012000 PROCEDURE DIVISION.
012100*----------------------------------------------------------------
012200 0000-MAINLINE.
012300*----------------------------------------------------------------
012400     MOVE "HOLDREL" TO FST-PROGRAM-ID.
012500     ACCEPT HR-TODAY FROM DATE.
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700     PERFORM 2000-REVIEW-ONE-HOLD THRU 2000-EXIT
012800         UNTIL HR-HOLD-EOF.
012900     PERFORM 3000-FINISH THRU 3000-EXIT.
013000     DISPLAY "Float hold release complete - " HR-RELEASE-COUNT
013100             " holds released.".
013200     GO TO 9999-EXIT.
013300
013400*----------------------------------------------------------------
013500 1000-INITIALIZE.
013600*     THE HOLD FILE IS CREATED EMPTY IF NO HOLD HAS EVER BEEN
013700*     PLACED, SO THE RUN STILL PRODUCES ITS (EMPTY) REGISTER.
013800*----------------------------------------------------------------
013900     PERFORM 9705-OPEN-HOLDS-FOR-UPDATE THRU 9705-EXIT.
014000     MOVE "FUNDHOLD" TO FST-FILE-NAME.
014100     MOVE "OPEN    " TO FST-OPERATION.
014200     MOVE HLD-FILE-STATUS TO FST-STATUS.
014300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
014400     OPEN OUTPUT RELEASE-RPT-FILE.
014500     MOVE "HOLDRPT " TO FST-FILE-NAME.
014600     MOVE "OPEN    " TO FST-OPERATION.
014700     MOVE HR-RPT-STATUS TO FST-STATUS.
014800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
014900     MOVE HR-TODAY TO RH-DATE.
015000     WRITE RELEASE-RPT-LINE FROM HR-RPT-HEADING.
015100     WRITE RELEASE-RPT-LINE FROM HR-RPT-COLUMNS.
015200     MOVE HR-TODAY TO HLD-CHECK-DATE.
015300     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
015400 1000-EXIT.
015500     EXIT.
015600
015700*----------------------------------------------------------------
015800 2000-REVIEW-ONE-HOLD.
015900*     ONLY AN ACTIVE FLOAT HOLD THAT IS NO LONGER OPEN TODAY -
016000*     ITS RELEASE DATE HAS COME - IS RELEASED.
016100*----------------------------------------------------------------
016200     ADD 1 TO HR-HOLD-COUNT.
016300     IF NOT HLD-FLOAT
016400        OR NOT HLD-ACTIVE
016500         GO TO 2000-NEXT
016600     END-IF.
016700     PERFORM 9740-TEST-HOLD-OPEN THRU 9740-EXIT.
016800     IF HLD-IS-OPEN
016900         GO TO 2000-NEXT
017000     END-IF.
017100     MOVE 'R'       TO HLD-STATUS.
017200     MOVE HR-TODAY  TO HLD-RELEASED-DATE.
017300     MOVE "HOLDREL" TO HLD-RELEASED-BY.
017400     REWRITE HOLD-RECORD.
017500     MOVE "FUNDHOLD" TO FST-FILE-NAME.
017600     MOVE "REWRITE " TO FST-OPERATION.
017700     MOVE HLD-FILE-STATUS TO FST-STATUS.
017800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
017900     ADD 1          TO HR-RELEASE-COUNT.
018000     ADD HLD-AMOUNT TO HR-RELEASE-TOTAL.
018100     MOVE HLD-ACCT-NUMBER  TO RD-ACCT-NUMBER.
018200     MOVE HLD-SEQ          TO RD-SEQ.
018300     MOVE HLD-AMOUNT       TO RD-AMOUNT.
018400     MOVE HLD-PLACED-DATE  TO RD-PLACED.
018500     MOVE HLD-RELEASE-DATE TO RD-DUE.
018600     MOVE HLD-REASON       TO RD-REASON.
018700     WRITE RELEASE-RPT-LINE FROM HR-RPT-DETAIL-LINE.
018800 2000-NEXT.
018900     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
019000 2000-EXIT.
019100     EXIT.
019200
019300*----------------------------------------------------------------
019400 2100-READ-HOLD.
019500*----------------------------------------------------------------
019600     READ HOLD-FILE NEXT RECORD
019700         AT END
019800             MOVE 'Y' TO HR-HOLD-EOF-SW
019900     END-READ.
020000     MOVE "FUNDHOLD" TO FST-FILE-NAME.
020100     MOVE "READ    " TO FST-OPERATION.
020200     MOVE HLD-FILE-STATUS TO FST-STATUS.
020300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
020400 2100-EXIT.
020500     EXIT.
020600
020700*----------------------------------------------------------------
020800 3000-FINISH.
020900*----------------------------------------------------------------
021000     MOVE HR-HOLD-COUNT    TO RS-HOLDS.
021100     MOVE HR-RELEASE-COUNT TO RS-RELEASED.
021200     MOVE HR-RELEASE-TOTAL TO RS-TOTAL.
021300     WRITE RELEASE-RPT-LINE FROM HR-RPT-SUMMARY-LINE.
021400     CLOSE RELEASE-RPT-FILE.
021500     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
021600 3000-EXIT.
021700     EXIT.
021800
021900*----------------------------------------------------------------
022000     COPY HLDPR.
022100*----------------------------------------------------------------
022200     COPY FSTATPR.
022300*----------------------------------------------------------------
022400 9999-EXIT.
022500*----------------------------------------------------------------
022600     GOBACK.
