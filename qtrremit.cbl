001600*           RECORD - PLUS A PRINTED PAYMENT VOUCHER.  THE FILE
001700*           IS BUILT ON A WORK FILE AND RE-ADDED INDEPENDENTLY;
001800*           NOTHING IS RELEASED UNTIL THE RE-ADDED TOTAL TIES
001900*           TO THE VOUCHER TO THE PENNY.  EACH DETAIL ALSO
001910*           CARRIES THE EMPLOYER'S MATCHING CONTRIBUTIONS FOR
001920*           THE QUARTER FROM THE EMPLOYER YTD MASTER, AND THE
001930*           VOUCHER REMITS BOTH SHARES.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002400* 09/02/2026  RLM  ORIGINAL PROGRAM - REMITTANCE FILE AND
002500*                  PAYMENT VOUCHER OFF THE YTD MASTER WITH AN
002600*                  INDEPENDENT TOTAL PROOF BEFORE RELEASE.
002610* 09/08/2026  RLM  ADDED THE EMPLOYER SHARE OFF THE NEW EMPLOYER
002620*                  YTD MASTER (ERYTDFIL, SEE ERYREC) TO EACH
002630*                  DETAIL, THE TOTAL RECORD, THE PROOF, AND THE
002640*                  VOUCHER.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004500     SELECT VOUCHER-FILE    ASSIGN TO "REMITVCH"
004600                            ORGANIZATION IS LINE SEQUENTIAL
004700                            FILE STATUS IS QR-VOUCHER-STATUS.
004710     SELECT ER-YTD-FILE     ASSIGN TO "ERYTDFIL"
004720                            ORGANIZATION IS INDEXED
004730                            ACCESS MODE IS DYNAMIC
004740                            RECORD KEY IS ERY-KEY
004750                            FILE STATUS IS QR-ERY-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000*----------------------------------------------------------------
005300 FD  YTD-MASTER-FILE.
005400     COPY YTDREC.
005500
005510*----------------------------------------------------------------
005520* EMPLOYER CONTRIBUTION YTD MASTER - THE EMPLOYER'S QUARTER
005530* BUCKETS, READ BY THE SAME KEY AS THE WITHHOLDING RECORD
005540*----------------------------------------------------------------
005550 FD  ER-YTD-FILE.
005560     COPY ERYREC.
005570
005600*----------------------------------------------------------------
005700* REMITTANCE WORK FILE - THE FILE IS BUILT HERE AND RELEASED
005800* ONLY ONCE THE INDEPENDENT RE-ADD PROVES THE TOTAL
008500 01  QR-WORK-STATUS             PIC X(02).
008600 01  QR-REMIT-STATUS            PIC X(02).
008700 01  QR-VOUCHER-STATUS          PIC X(02).
008710 01  QR-ERY-STATUS              PIC X(02).
008720     88  QR-ERY-MISSING                     VALUE '35'.
008800
008900 01  QR-SWITCHES.
009000     05  QR-YTD-EOF-SW          PIC X(01) VALUE 'N'.
010300 01  QR-REMIT-YEAR              PIC 9(02).
010400 01  QR-QUARTER                 PIC 9(01).
010500 01  QR-QTR-AMOUNT              PIC 9(09)V99 VALUE ZERO.
010510 01  QR-ER-AMOUNT               PIC 9(09)V99 VALUE ZERO.
010600 01  QR-FILE-TOTAL              PIC 9(11)V99 VALUE ZERO.
010610 01  QR-ER-FILE-TOTAL           PIC 9(11)V99 VALUE ZERO.
010700 01  QR-PROOF-TOTAL             PIC 9(11)V99 VALUE ZERO.
010710 01  QR-ER-PROOF-TOTAL          PIC 9(11)V99 VALUE ZERO.
010720 01  QR-REMIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
010800 01  QR-EMPLOYEE-COUNT          PIC 9(07)    VALUE ZERO.
010900 01  QR-PROOF-COUNT             PIC 9(07)    VALUE ZERO.
011000 01  QR-TODAY                   PIC 9(06).
011800     05  RD-QUARTER             PIC 9(01).
011900     05  RD-EMP-ID              PIC 9(06).
012000     05  RD-AMOUNT              PIC 9(09)V99.
012050     05  RD-ER-AMOUNT           PIC 9(09)V99.
012100     05  FILLER                 PIC X(08)    VALUE SPACES.
012200
012300 01  QR-TOTAL-RECORD.
012400     05  RT-RECORD-TYPE         PIC X(01).
012500     05  RT-COUNT               PIC 9(07).
012600     05  RT-TOTAL               PIC 9(11)V99.
012650     05  RT-ER-TOTAL            PIC 9(11)V99.
012700     05  FILLER                 PIC X(06)    VALUE SPACES.
012800
012900*----------------------------------------------------------------
013000* VOUCHER LINES
014300     05  VP-DATE                PIC 9(06).
014400     05  FILLER                 PIC X(42) VALUE SPACES.
014500
014510 01  QR-VOUCHER-WH-LINE.
014520     05  FILLER                 PIC X(24) VALUE
014530         "EMPLOYEE WITHHOLDING..  ".
014540     05  VW-AMOUNT              PIC Z(9)9.99.
014550     05  FILLER                 PIC X(43) VALUE SPACES.
014560
014570 01  QR-VOUCHER-ER-LINE.
014580     05  FILLER                 PIC X(24) VALUE
014590         "EMPLOYER SHARE........  ".
014591     05  VE-AMOUNT              PIC Z(9)9.99.
014592     05  FILLER                 PIC X(43) VALUE SPACES.
014593
014600 01  QR-VOUCHER-AMOUNT-LINE.
014700     05  FILLER                 PIC X(24) VALUE
014800         "AMOUNT REMITTED.......  ".
016900     END-IF.
017000     PERFORM 3000-PROVE-WORK-FILE THRU 3000-EXIT.
017100     IF QR-PROOF-TOTAL NOT = QR-FILE-TOTAL
017150        OR QR-ER-PROOF-TOTAL NOT = QR-ER-FILE-TOTAL
017200        OR QR-PROOF-COUNT NOT = QR-EMPLOYEE-COUNT
017300         DISPLAY "QTRREMIT - THE RE-ADDED WORK FILE DOES NOT"
017400         DISPLAY "TIE TO THE RUN TOTALS - NOTHING RELEASED."
023400*     WALK THE YTD MASTER FOR THE REQUESTED YEAR, WRITING ONE
023500*     DETAIL PER EMPLOYEE WITH A NONZERO QUARTER BUCKET - THE
023600*     SAME BUCKETS THE QUARTERLY RECONCILIATION ADDS UP, SO THE
023700*     FILE TOTAL IS THE SUM THE RECONCILIATION COMPUTED.  THE
023710*     EMPLOYER'S SHARE COMES FROM THE EMPLOYER YTD MASTER UNDER
023720*     THE SAME KEY; NO EMPLOYER MASTER MEANS NO EMPLOYER SHARE.
023800*----------------------------------------------------------------
023900     MOVE 'N'  TO QR-YTD-EOF-SW.
024000     MOVE ZERO TO QR-FILE-TOTAL.
024100     MOVE ZERO TO QR-EMPLOYEE-COUNT.
024110     MOVE ZERO TO QR-ER-FILE-TOTAL.
024200     OPEN INPUT YTD-MASTER-FILE.
024300     IF QR-YTD-MISSING
024400         DISPLAY "No YTD withholding master on file."
024500         GO TO 2000-EXIT
024600     END-IF.
024700     OPEN OUTPUT REMIT-WORK-FILE.
024710     OPEN INPUT ER-YTD-FILE.
024800     MOVE QR-REMIT-YEAR TO YTD-YEAR.
024900     MOVE ZERO          TO YTD-EMP-ID.
025000     START YTD-MASTER-FILE KEY NOT < YTD-KEY
025800         UNTIL QR-YTD-EOF.
025900     CLOSE YTD-MASTER-FILE
026000           REMIT-WORK-FILE.
026010     IF NOT QR-ERY-MISSING
026020         CLOSE ER-YTD-FILE
026030     END-IF.
026100 2000-EXIT.
026200     EXIT.
026300
028000
028100*----------------------------------------------------------------
028200 2200-WRITE-ONE-DETAIL.
028300*     AN EMPLOYEE WITH NOTHING WITHHELD AND NO EMPLOYER SHARE
028400*     IN THE QUARTER HAS NOTHING TO REMIT AND STAYS OFF THE
028410*     FILE.
028500*----------------------------------------------------------------
028600     EVALUATE QR-QUARTER
028700         WHEN 1
029300         WHEN 4
029400             MOVE YTD-Q4-WITHHOLDING TO QR-QTR-AMOUNT
029500     END-EVALUATE.
029510     MOVE ZERO TO QR-ER-AMOUNT.
029520     IF NOT QR-ERY-MISSING
029530         MOVE YTD-KEY TO ERY-KEY
029540         READ ER-YTD-FILE
029550             INVALID KEY
029560                 CONTINUE
029570             NOT INVALID KEY
029580                 PERFORM 2300-GET-EMPLOYER-SHARE THRU 2300-EXIT
029590         END-READ
029595     END-IF.
029600     IF QR-QTR-AMOUNT > ZERO OR QR-ER-AMOUNT > ZERO
029700         MOVE 'D'           TO RD-RECORD-TYPE
029800         MOVE QR-REMIT-YEAR TO RD-YEAR
029900         MOVE QR-QUARTER    TO RD-QUARTER
030000         MOVE YTD-EMP-ID    TO RD-EMP-ID
030100         MOVE QR-QTR-AMOUNT TO RD-AMOUNT
030150         MOVE QR-ER-AMOUNT  TO RD-ER-AMOUNT
030200         WRITE REMIT-WORK-RECORD FROM QR-DETAIL-RECORD
030300         ADD 1             TO QR-EMPLOYEE-COUNT
030400         ADD QR-QTR-AMOUNT TO QR-FILE-TOTAL
030450         ADD QR-ER-AMOUNT  TO QR-ER-FILE-TOTAL
030500     END-IF.
030600     PERFORM 2100-READ-YTD-RECORD THRU 2100-EXIT.
030700 2200-EXIT.
030800     EXIT.
030810
030820*----------------------------------------------------------------
030830 2300-GET-EMPLOYER-SHARE.
030840*----------------------------------------------------------------
030850     EVALUATE QR-QUARTER
030860         WHEN 1
030870             MOVE ERY-Q1-CONTRIB TO QR-ER-AMOUNT
030880         WHEN 2
030890             MOVE ERY-Q2-CONTRIB TO QR-ER-AMOUNT
030891         WHEN 3
030892             MOVE ERY-Q3-CONTRIB TO QR-ER-AMOUNT
030893         WHEN 4
030894             MOVE ERY-Q4-CONTRIB TO QR-ER-AMOUNT
030895     END-EVALUATE.
030896 2300-EXIT.
030897     EXIT.
030900
031000*----------------------------------------------------------------
031100 3000-PROVE-WORK-FILE.
031600     MOVE 'N'  TO QR-WORK-EOF-SW.
031700     MOVE ZERO TO QR-PROOF-TOTAL.
031800     MOVE ZERO TO QR-PROOF-COUNT.
031850     MOVE ZERO TO QR-ER-PROOF-TOTAL.
031900     OPEN INPUT REMIT-WORK-FILE.
032000     PERFORM 3100-READ-WORK-RECORD THRU 3100-EXIT.
032100     PERFORM 3200-PROVE-ONE-RECORD THRU 3200-EXIT
033800 3200-PROVE-ONE-RECORD.
033900*----------------------------------------------------------------
034000     IF RD-RECORD-TYPE = 'D' AND RD-AMOUNT NUMERIC
034050        AND RD-ER-AMOUNT NUMERIC
034100         ADD 1            TO QR-PROOF-COUNT
034200         ADD RD-AMOUNT    TO QR-PROOF-TOTAL
034250         ADD RD-ER-AMOUNT TO QR-ER-PROOF-TOTAL
034300     END-IF.
034400     PERFORM 3100-READ-WORK-RECORD THRU 3100-EXIT.
034500 3200-EXIT.
035900     MOVE 'T'               TO RT-RECORD-TYPE.
036000     MOVE QR-EMPLOYEE-COUNT TO RT-COUNT.
036100     MOVE QR-FILE-TOTAL     TO RT-TOTAL.
036150     MOVE QR-ER-FILE-TOTAL  TO RT-ER-TOTAL.
036200     WRITE REMIT-RECORD FROM QR-TOTAL-RECORD.
036300     CLOSE REMIT-WORK-FILE
036400           REMIT-FILE.
038200     MOVE QR-QUARTER    TO VP-QUARTER.
038300     MOVE QR-TODAY      TO VP-DATE.
038400     WRITE VOUCHER-LINE FROM QR-VOUCHER-PERIOD-LINE.
038410     MOVE QR-FILE-TOTAL    TO VW-AMOUNT.
038420     WRITE VOUCHER-LINE FROM QR-VOUCHER-WH-LINE.
038430     MOVE QR-ER-FILE-TOTAL TO VE-AMOUNT.
038440     WRITE VOUCHER-LINE FROM QR-VOUCHER-ER-LINE.
038450     COMPUTE QR-REMIT-TOTAL = QR-FILE-TOTAL + QR-ER-FILE-TOTAL.
038500     MOVE QR-REMIT-TOTAL TO VA-AMOUNT.
038600     WRITE VOUCHER-LINE FROM QR-VOUCHER-AMOUNT-LINE.
038700     MOVE QR-EMPLOYEE-COUNT TO VC-COUNT.
038800     WRITE VOUCHER-LINE FROM QR-VOUCHER-COUNT-LINE.
