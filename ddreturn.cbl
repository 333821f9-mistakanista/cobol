000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DDRETURN.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/16/2026.
000600 DATE-COMPILED.  09/16/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  DIRECT DEPOSIT RETURNS AND NOTICES OF CHANGE.  READS
000900*           THE BANK'S RETURN FILE (DDRETURN) AND MATCHES EACH
001000*           ITEM TO THE CREDIT IT ANSWERS ON THE DIRECT DEPOSIT
001100*           HISTORY FILE (DDHIST, WRITTEN BY PAYREL) BY EMPLOYEE,
001200*           AMOUNT, AND CREDIT DATE.
001300*
001400*           A RETURNED DEPOSIT NEVER REACHED THE EMPLOYEE, SO IT
001500*           IS PAID AGAIN BY PAPER CHECK - NUMBERED FROM THE
001600*           CHECK CONTROL FILE, REGISTERED ON CHKREG WITH SOURCE
001700*           'D', AND ADDED TO THE CHECK PRINT FILE - AND A RECORD
001800*           GOES TO DDRETGL (SEE DRGREC) FOR THE GL EXTRACT TO
001900*           JOURNAL THE MONEY COMING BACK.  A NOTICE OF CHANGE
002000*           CARRIES THE CORRECTED ROUTING AND ACCOUNT NUMBERS;
002100*           THE EMPLOYEE'S BANKFILE RECORD IS UPDATED AND A
002200*           BEFORE AND AFTER IMAGE IS WRITTEN TO BANKAUD.
002300*
002400*           EVERY ITEM ACTED ON IS LOGGED TO THE RETURN HISTORY
002500*           FILE (DDRTNHST), SO A RERUN OVER THE SAME BANK FILE
002600*           DOES NOTHING TWICE.  ITEMS WITH NO MATCHING CREDIT,
002700*           ITEMS ALREADY PROCESSED, EMPLOYEES WHOSE DEPOSITS HAVE
002800*           NOW BEEN RETURNED MORE THAN ONCE, AND ANYTHING THAT
002900*           COULD NOT BE ACTED ON ARE LISTED ON DDRTNEXC.  AN
003000*           ITEM THAT COULD NOT BE ACTED ON IS NOT LOGGED, SO IT
003100*           IS PICKED UP AGAIN ON THE NEXT RUN.
003200*----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*----------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* 09/16/2026  RLM  ORIGINAL PROGRAM - BATCH PROCESSING OF THE
003700*                  BANK'S DIRECT DEPOSIT RETURNS AND NOTICES OF
003800*                  CHANGE.
003810* 10/15/2026  RLM  THE RUN TOTALS NOW INCLUDE THE DOLLAR AMOUNT
003820*                  OF THE RETURNS, AND THE BANKAUD OPEN AND
003830*                  WRITES ARE STATUS CHECKED.
003840* 10/15/2026  RLM  THE RETURN COUNT AND AMOUNT NOW TAKE ONLY THE
003850*                  RETURNS A CHECK WAS ISSUED FOR.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT DD-RETURN-FILE  ASSIGN TO "DDRETURN"
004700                            ORGANIZATION IS SEQUENTIAL
004800                            FILE STATUS IS DR-RTN-STATUS.
004900     SELECT DD-HIST-FILE    ASSIGN TO "DDHIST"
005000                            ORGANIZATION IS SEQUENTIAL
005100                            FILE STATUS IS DR-HIST-STATUS.
005200     SELECT RETURN-HIST-FILE ASSIGN TO "DDRTNHST"
005300                            ORGANIZATION IS LINE SEQUENTIAL
005400                            FILE STATUS IS DR-RHS-STATUS.
005500     SELECT EMPLOYEE-FILE   ASSIGN TO "EMPFILE"
005600                            ORGANIZATION IS SEQUENTIAL
005700                            FILE STATUS IS DR-EMP-STATUS.
005800     SELECT BANK-FILE       ASSIGN TO "BANKFILE"
005900                            ORGANIZATION IS SEQUENTIAL
006000                            FILE STATUS IS DR-BANK-STATUS.
006100     SELECT BANK-AUDIT-FILE ASSIGN TO "BANKAUD"
006200                            ORGANIZATION IS LINE SEQUENTIAL
006300                            FILE STATUS IS DR-BAUD-STATUS.
006400     SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
006500                            ORGANIZATION IS LINE SEQUENTIAL
006600                            FILE STATUS IS DR-CKC-STATUS.
006700     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
006800                            ORGANIZATION IS INDEXED
006900                            ACCESS MODE IS DYNAMIC
007000                            RECORD KEY IS CKR-CHECK-NO
007100                            FILE STATUS IS DR-CKR-STATUS.
007200     SELECT CHECK-PRINT-FILE ASSIGN TO "CHKPRT"
007300                            ORGANIZATION IS LINE SEQUENTIAL
007400                            FILE STATUS IS DR-CKP-STATUS.
007500     SELECT DD-RETURN-GL-FILE ASSIGN TO "DDRETGL"
007600                            ORGANIZATION IS SEQUENTIAL
007700                            FILE STATUS IS DR-GL-STATUS.
007800     SELECT EXCEPTION-FILE  ASSIGN TO "DDRTNEXC"
007900                            ORGANIZATION IS LINE SEQUENTIAL
008000                            FILE STATUS IS DR-EXC-STATUS.
008100     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
008200                            ORGANIZATION IS LINE SEQUENTIAL
008300                            FILE STATUS IS FST-JOB-LOG-STATUS.
008400 DATA DIVISION.
008500 FILE SECTION.
008600*----------------------------------------------------------------
008700* BANK'S RETURN FILE - ONE FIXED-FORMAT RECORD PER RETURNED
008800* DEPOSIT ('R') OR NOTICE OF CHANGE ('C'), EACH NAMING THE CREDIT
008900* IT ANSWERS.  ONLY A NOTICE OF CHANGE CARRIES NEW BANK DETAILS.
009000*----------------------------------------------------------------
009100 FD  DD-RETURN-FILE
009200     RECORDING MODE IS F.
009300 01  DD-RETURN-RECORD.
009400     05  RTN-ITEM-TYPE          PIC X(01).
009500         88  RTN-RETURN                     VALUE 'R'.
009600         88  RTN-CHANGE                     VALUE 'C'.
009700         88  RTN-ITEM-VALID                 VALUE 'R' 'C'.
009800     05  RTN-EMP-ID             PIC 9(06).
009900     05  RTN-AMOUNT             PIC 9(09)V99.
010000     05  RTN-CREDIT-DATE        PIC 9(06).
010100     05  RTN-REASON             PIC X(03).
010200     05  RTN-NEW-ROUTING        PIC 9(09).
010300     05  RTN-NEW-ACCOUNT        PIC X(17).
010400     05  FILLER                 PIC X(07).
010500
010600*----------------------------------------------------------------
010700* EVERY DIRECT DEPOSIT CREDIT PAYREL HAS RELEASED
010800*----------------------------------------------------------------
010900 FD  DD-HIST-FILE
011000     RECORDING MODE IS F.
011100     COPY DDTREC.
011200
011300*----------------------------------------------------------------
011400* RETURN HISTORY - ONE LINE PER ITEM ACTED ON, WITH THE CHECK
011500* ISSUED IN PLACE OF A RETURNED DEPOSIT
011600*----------------------------------------------------------------
011700 FD  RETURN-HIST-FILE.
011800 01  RETURN-HIST-RECORD.
011900     05  DRH-ITEM-TYPE          PIC X(01).
012000     05  DRH-EMP-ID             PIC 9(06).
012100     05  DRH-AMOUNT             PIC 9(09)V99.
012200     05  DRH-CREDIT-DATE        PIC 9(06).
012300     05  DRH-REASON             PIC X(03).
012400     05  DRH-PROCESSED-DATE     PIC 9(06).
012500     05  DRH-CHECK-NO           PIC 9(08).
012600     05  FILLER                 PIC X(39).
012700
012800*----------------------------------------------------------------
012900* EMPLOYEE MASTER - FOR THE PAYEE NAME ON A REPLACEMENT CHECK
013000*----------------------------------------------------------------
013100 FD  EMPLOYEE-FILE
013200     RECORDING MODE IS F.
013300     COPY EMPREC.
013400
013500*----------------------------------------------------------------
013600* BANK DETAILS FILE AND ITS CHANGE AUDIT
013700*----------------------------------------------------------------
013800 FD  BANK-FILE
013900     RECORDING MODE IS F.
014000 01  BANK-RECORD.
014100     05  BNK-EMP-ID             PIC 9(6).
014200     05  BNK-ROUTING            PIC 9(9).
014300     05  BNK-ACCOUNT            PIC X(17).
014400
014500 FD  BANK-AUDIT-FILE.
014600 01  BANK-AUDIT-LINE            PIC X(100).
014700
014800*----------------------------------------------------------------
014900* CHECK NUMBER CONTROL, CHECK REGISTER, AND CHECK PRINT FILE
015000*----------------------------------------------------------------
015100 FD  CHECK-CONTROL-FILE.
015200     COPY CKCREC.
015300
015400 FD  CHECK-REGISTER-FILE.
015500     COPY CKRREC.
015600
015700 FD  CHECK-PRINT-FILE.
015800 01  CHECK-PRINT-LINE           PIC X(80).
015900
016000*----------------------------------------------------------------
016100* RETURNED DEPOSITS FOR THE GL EXTRACT, AND THE EXCEPTION REPORT
016200*----------------------------------------------------------------
016300 FD  DD-RETURN-GL-FILE
016400     RECORDING MODE IS F.
016500 01  DD-RETURN-GL-LINE          PIC X(40).
016600
016700 FD  EXCEPTION-FILE.
016800 01  EXCEPTION-LINE             PIC X(80).
016900
017000*----------------------------------------------------------------
017100* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
017200*----------------------------------------------------------------
017300 FD  JOB-LOG-FILE.
017400 01  JOB-LOG-LINE               PIC X(80).
017500
017600 WORKING-STORAGE SECTION.
017700*----------------------------------------------------------------
017800* FILE STATUS FIELDS AND SWITCHES
017900*----------------------------------------------------------------
018000 01  DR-RTN-STATUS              PIC X(02).
018100     88  DR-RTN-FILE-MISSING                VALUE '35'.
018200 01  DR-HIST-STATUS             PIC X(02).
018300     88  DR-HIST-FILE-MISSING               VALUE '35'.
018400 01  DR-RHS-STATUS              PIC X(02).
018500     88  DR-RHS-FILE-MISSING                VALUE '35'.
018600 01  DR-EMP-STATUS              PIC X(02).
018700     88  DR-EMP-FILE-MISSING                VALUE '35'.
018800 01  DR-BANK-STATUS             PIC X(02).
018900     88  DR-BANK-FILE-MISSING               VALUE '35'.
019000 01  DR-BAUD-STATUS             PIC X(02).
019100     88  DR-BAUD-FILE-MISSING               VALUE '35'.
019200 01  DR-CKC-STATUS              PIC X(02).
019300     88  DR-CKC-FILE-MISSING                VALUE '35'.
019400 01  DR-CKR-STATUS              PIC X(02).
019500     88  DR-CKR-FILE-MISSING                VALUE '35'.
019600 01  DR-CKP-STATUS              PIC X(02).
019700     88  DR-CKP-FILE-MISSING                VALUE '35'.
019800 01  DR-GL-STATUS               PIC X(02).
019900     88  DR-GL-FILE-MISSING                 VALUE '35'.
020000 01  DR-EXC-STATUS              PIC X(02).
020100 01  DR-SWITCHES.
020200     05  DR-RTN-EOF-SW          PIC X(01) VALUE 'N'.
020300         88  DR-RTN-EOF                     VALUE 'Y'.
020400     05  DR-HIST-EOF-SW         PIC X(01) VALUE 'N'.
020500         88  DR-HIST-EOF                    VALUE 'Y'.
020600     05  DR-RHS-EOF-SW          PIC X(01) VALUE 'N'.
020700         88  DR-RHS-EOF                     VALUE 'Y'.
020800     05  DR-EMP-EOF-SW          PIC X(01) VALUE 'N'.
020900         88  DR-EMP-EOF                     VALUE 'Y'.
021000     05  DR-BANK-EOF-SW         PIC X(01) VALUE 'N'.
021100         88  DR-BANK-EOF                    VALUE 'Y'.
021200     05  DR-CKC-EOF-SW          PIC X(01) VALUE 'N'.
021300         88  DR-CKC-EOF                     VALUE 'Y'.
021400     05  DR-CKC-BLOCKED-SW      PIC X(01) VALUE 'N'.
021500         88  DR-CKC-BLOCKED                 VALUE 'Y'.
021600     05  DR-CREDIT-FOUND-SW     PIC X(01) VALUE 'N'.
021700         88  DR-CREDIT-FOUND                VALUE 'Y'.
021800     05  DR-DONE-BEFORE-SW      PIC X(01) VALUE 'N'.
021900         88  DR-DONE-BEFORE                 VALUE 'Y'.
022000     05  DR-RETURNED-BEFORE-SW  PIC X(01) VALUE 'N'.
022100         88  DR-RETURNED-BEFORE             VALUE 'Y'.
022200     05  DR-EMP-FOUND-SW        PIC X(01) VALUE 'N'.
022300         88  DR-EMP-FOUND                   VALUE 'Y'.
022400     05  DR-BANK-FOUND-SW       PIC X(01) VALUE 'N'.
022500         88  DR-BANK-FOUND                  VALUE 'Y'.
022600     05  DR-HIST-FULL-SW        PIC X(01) VALUE 'N'.
022700         88  DR-HIST-FULL                   VALUE 'Y'.
022800
022900 01  DR-TODAY                   PIC 9(06).
023000
023100*----------------------------------------------------------------
023200* RUN COUNTS AND TOTALS
023300*----------------------------------------------------------------
023400 01  DR-ITEM-COUNT              PIC 9(05) VALUE ZERO.
023500 01  DR-RETURN-COUNT            PIC 9(05) VALUE ZERO.
023600 01  DR-RETURN-TOTAL            PIC 9(09)V99 VALUE ZERO.
023700 01  DR-CHECK-COUNT             PIC 9(05) VALUE ZERO.
023800 01  DR-CHANGE-COUNT            PIC 9(05) VALUE ZERO.
023900 01  DR-EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
024000
024100*----------------------------------------------------------------
024200* ITEMS ALREADY ACTED ON, FROM DDRTNHST PLUS THIS RUN'S.  A FULL
024300* TABLE STILL LOGS EVERY ITEM; IT ONLY STOPS CATCHING REPEATS
024400* BEYOND THE FIRST THOUSAND.
024500*----------------------------------------------------------------
024600 01  DR-HIST-COUNT              PIC 9(04) COMP VALUE ZERO.
024700 01  DR-HIST-TABLE.
024800     05  DR-HIST-ENTRY          OCCURS 1000 TIMES
024900                                INDEXED BY DR-HIST-IDX.
025000         10  DR-HIST-T-TYPE     PIC X(01).
025100         10  DR-HIST-T-EMP-ID   PIC 9(06).
025200         10  DR-HIST-T-AMOUNT   PIC 9(09)V99.
025300         10  DR-HIST-T-DATE     PIC 9(06).
025400
025500*----------------------------------------------------------------
025600* REPLACEMENT CHECK - THE CURRENT RANGE FROM THE LAST CHKCTL
025700* RECORD, THE NUMBER GIVEN, AND THE PAYEE
025800*----------------------------------------------------------------
025900 01  DR-CKC-FIRST-NO            PIC 9(08) VALUE ZERO.
026000 01  DR-CKC-LAST-NO             PIC 9(08) VALUE ZERO.
026100 01  DR-CKC-NEXT-NO             PIC 9(08) VALUE ZERO.
026200 01  DR-NEW-CHECK-NO            PIC 9(08) VALUE ZERO.
026300 01  DR-EMP-NAME                PIC X(25).
026400
026500*----------------------------------------------------------------
026600* BANK DETAIL CHANGE AUDIT - DATE, TIME, OPERATOR, ACTION, AND A
026700* BEFORE OR AFTER IMAGE OF THE BANK RECORD, LAID OUT THE SAME AS
026800* THE EMPLOYEE MASTER AUDIT
026900*----------------------------------------------------------------
027000 01  DR-BEFORE-IMAGE            PIC X(32).
027100 01  DR-AFTER-IMAGE             PIC X(32).
027200 01  DR-AUDIT-DETAIL-LINE.
027300     05  BA-DATE                PIC 9(06).
027400     05  FILLER                 PIC X(01) VALUE SPACES.
027500     05  BA-TIME                PIC 9(08).
027600     05  FILLER                 PIC X(01) VALUE SPACES.
027700     05  BA-OPERATOR            PIC X(08).
027800     05  FILLER                 PIC X(01) VALUE SPACES.
027900     05  BA-ACTION              PIC X(10).
028000     05  FILLER                 PIC X(01) VALUE SPACES.
028100     05  BA-IMAGE-TAG           PIC X(06).
028200     05  FILLER                 PIC X(01) VALUE SPACES.
028300     05  BA-IMAGE               PIC X(48).
028400     05  FILLER                 PIC X(09) VALUE SPACES.
028500
028600*----------------------------------------------------------------
028700* EXCEPTION REPORT LINES
028800*----------------------------------------------------------------
028900 01  DR-EXC-MESSAGE             PIC X(20).
029000
029100 01  DR-REPORT-HEADING.
029200     05  FILLER                 PIC X(40) VALUE
029300         "DIRECT DEPOSIT RETURNS - EXCEPTIONS -".
029400     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
029500     05  DH-DATE                PIC 9(06).
029600     05  FILLER                 PIC X(25) VALUE SPACES.
029700
029800 01  DR-REPORT-COLUMNS.
029900     05  FILLER                 PIC X(40) VALUE
030000         "TYPE  EMP ID        AMOUNT  CREDIT  RSN ".
030100     05  FILLER                 PIC X(40) VALUE
030200         "  REASON                 CHECK NO".
030300
030400 01  DR-EXCEPTION-DETAIL.
030500     05  DX-ITEM-TYPE           PIC X(01).
030600     05  FILLER                 PIC X(05) VALUE SPACES.
030700     05  DX-EMP-ID              PIC 9(06).
030800     05  FILLER                 PIC X(02) VALUE SPACES.
030900     05  DX-AMOUNT              PIC Z(8)9.99.
031000     05  FILLER                 PIC X(02) VALUE SPACES.
031100     05  DX-CREDIT-DATE         PIC 9(06).
031200     05  FILLER                 PIC X(02) VALUE SPACES.
031300     05  DX-REASON              PIC X(03).
031400     05  FILLER                 PIC X(03) VALUE SPACES.
031500     05  DX-MESSAGE             PIC X(20).
031600     05  FILLER                 PIC X(03) VALUE SPACES.
031700     05  DX-CHECK-NO            PIC Z(07)9 BLANK WHEN ZERO.
031800     05  FILLER                 PIC X(07) VALUE SPACES.
031900
032000 01  DR-TOTAL-LINE.
032100     05  FILLER                 PIC X(06) VALUE "ITEMS ".
032200     05  DT-ITEM-COUNT          PIC Z(4)9.
032300     05  FILLER                 PIC X(09) VALUE " RETURNS ".
032400     05  DT-RETURN-COUNT        PIC Z(4)9.
032500     05  FILLER                 PIC X(08) VALUE " CHECKS ".
032600     05  DT-CHECK-COUNT         PIC Z(4)9.
032700     05  FILLER                 PIC X(09) VALUE " CHANGES ".
032800     05  DT-CHANGE-COUNT        PIC Z(4)9.
032900     05  FILLER                 PIC X(12) VALUE " EXCEPTIONS ".
033000     05  DT-EXCEPTION-COUNT     PIC Z(4)9.
033100     05  FILLER                 PIC X(11) VALUE SPACES.
033110
033120 01  DR-AMOUNT-LINE.
033130     05  FILLER                 PIC X(16) VALUE
033140         "RETURNED AMOUNT ".
033150     05  DT-RETURN-TOTAL        PIC Z(8)9.99.
033160     05  FILLER                 PIC X(52) VALUE SPACES.
033200
033300     COPY CKPWS.
033400
033500     COPY DRGREC.
033600
033700     COPY FSTATWS.
033800
033900 PROCEDURE DIVISION.
034000*----------------------------------------------------------------
034100 0000-MAINLINE.
034200*     NO RETURN FILE FROM THE BANK MEANS NOTHING CAME BACK.
034300*----------------------------------------------------------------
034400     MOVE "DDRETURN" TO FST-PROGRAM-ID.
034500     ACCEPT DR-TODAY FROM DATE.
034600     OPEN INPUT DD-RETURN-FILE.
034700     IF DR-RTN-FILE-MISSING
034800         DISPLAY "DDRETURN - NO RETURN FILE FROM THE BANK - "
034900                 "NOTHING TO PROCESS."
035000         GO TO 9999-EXIT
035100     END-IF.
035200     MOVE "DDRETURN" TO FST-FILE-NAME.
035300     MOVE "OPEN    " TO FST-OPERATION.
035400     MOVE DR-RTN-STATUS TO FST-STATUS.
035500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
035600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035700     PERFORM 2000-READ-ITEM THRU 2000-EXIT.
035800     PERFORM 2100-PROCESS-ITEM THRU 2100-EXIT
035900         UNTIL DR-RTN-EOF.
036000     PERFORM 5000-FINISH THRU 5000-EXIT.
036100     GO TO 9999-EXIT.
036200
036300*----------------------------------------------------------------
036400 1000-INITIALIZE.
036500*     LOAD WHAT HAS ALREADY BEEN ACTED ON AND THE CURRENT CHECK
036600*     RANGE, THEN OPEN THE OUTPUT FILES, CREATING ANY THAT DO
036700*     NOT EXIST YET.
036800*----------------------------------------------------------------
036900     PERFORM 1100-LOAD-RETURN-HISTORY THRU 1100-EXIT.
037000     PERFORM 1200-LOAD-CHECK-CONTROL THRU 1200-EXIT.
037100     IF DR-CKC-NEXT-NO = ZERO
037200        OR DR-CKC-NEXT-NO > DR-CKC-LAST-NO
037300         DISPLAY "DDRETURN - NO CHECK NUMBERS LEFT - RETURNED "
037400                 "DEPOSITS WILL NOT BE REISSUED."
037500     END-IF.
037600     OPEN I-O CHECK-REGISTER-FILE.
037700     IF DR-CKR-FILE-MISSING
037800         OPEN OUTPUT CHECK-REGISTER-FILE
037900         CLOSE CHECK-REGISTER-FILE
038000         OPEN I-O CHECK-REGISTER-FILE
038100     END-IF.
038200     MOVE "CHKREG  " TO FST-FILE-NAME.
038300     MOVE "OPEN    " TO FST-OPERATION.
038400     MOVE DR-CKR-STATUS TO FST-STATUS.
038500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
038600     OPEN EXTEND CHECK-PRINT-FILE.
038700     IF DR-CKP-FILE-MISSING
038800         OPEN OUTPUT CHECK-PRINT-FILE
038900         CLOSE CHECK-PRINT-FILE
039000         OPEN EXTEND CHECK-PRINT-FILE
039100     END-IF.
039200     MOVE "CHKPRT  " TO FST-FILE-NAME.
039300     MOVE DR-CKP-STATUS TO FST-STATUS.
039400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
039500     OPEN EXTEND DD-RETURN-GL-FILE.
039600     IF DR-GL-FILE-MISSING
039700         OPEN OUTPUT DD-RETURN-GL-FILE
039800         CLOSE DD-RETURN-GL-FILE
039900         OPEN EXTEND DD-RETURN-GL-FILE
040000     END-IF.
040100     MOVE "DDRETGL " TO FST-FILE-NAME.
040200     MOVE DR-GL-STATUS TO FST-STATUS.
040300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
040400     OPEN EXTEND RETURN-HIST-FILE.
040500     IF DR-RHS-FILE-MISSING
040600         OPEN OUTPUT RETURN-HIST-FILE
040700         CLOSE RETURN-HIST-FILE
040800         OPEN EXTEND RETURN-HIST-FILE
040900     END-IF.
041000     MOVE "DDRTNHST" TO FST-FILE-NAME.
041100     MOVE DR-RHS-STATUS TO FST-STATUS.
041200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
041300     OPEN OUTPUT EXCEPTION-FILE.
041400     MOVE "DDRTNEXC" TO FST-FILE-NAME.
041500     MOVE DR-EXC-STATUS TO FST-STATUS.
041600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
041700     MOVE DR-TODAY TO DH-DATE.
041800     WRITE EXCEPTION-LINE FROM DR-REPORT-HEADING.
041900     MOVE SPACES TO EXCEPTION-LINE.
042000     WRITE EXCEPTION-LINE.
042100     WRITE EXCEPTION-LINE FROM DR-REPORT-COLUMNS.
042200 1000-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------
042600 1100-LOAD-RETURN-HISTORY.
042700*     NO HISTORY FILE MEANS NOTHING HAS EVER BEEN ACTED ON.
042800*----------------------------------------------------------------
042900     MOVE 'N' TO DR-RHS-EOF-SW.
043000     OPEN INPUT RETURN-HIST-FILE.
043100     IF DR-RHS-FILE-MISSING
043200         GO TO 1100-EXIT
043300     END-IF.
043400     MOVE "DDRTNHST" TO FST-FILE-NAME.
043500     MOVE "OPEN    " TO FST-OPERATION.
043600     MOVE DR-RHS-STATUS TO FST-STATUS.
043700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
043800     PERFORM 1110-READ-RETURN-HISTORY THRU 1110-EXIT.
043900     PERFORM 1120-KEEP-RETURN-HISTORY THRU 1120-EXIT
044000         UNTIL DR-RHS-EOF.
044100     CLOSE RETURN-HIST-FILE.
044200 1100-EXIT.
044300     EXIT.
044400
044500*----------------------------------------------------------------
044600 1110-READ-RETURN-HISTORY.
044700*----------------------------------------------------------------
044800     READ RETURN-HIST-FILE
044900         AT END
045000             MOVE 'Y' TO DR-RHS-EOF-SW
045100     END-READ.
045200 1110-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------
045600 1120-KEEP-RETURN-HISTORY.
045700*----------------------------------------------------------------
045800     PERFORM 1300-ADD-HISTORY-ENTRY THRU 1300-EXIT.
045900     PERFORM 1110-READ-RETURN-HISTORY THRU 1110-EXIT.
046000 1120-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------
046400 1200-LOAD-CHECK-CONTROL.
046500*     THE LAST RECORD ON CHKCTL IS THE CURRENT RANGE.  NO FILE
046600*     MEANS NO CHECK STOCK HAS EVER BEEN LOADED.
046700*----------------------------------------------------------------
046800     MOVE ZERO TO DR-CKC-FIRST-NO.
046900     MOVE ZERO TO DR-CKC-LAST-NO.
047000     MOVE ZERO TO DR-CKC-NEXT-NO.
047100     MOVE 'N'  TO DR-CKC-EOF-SW.
047200     OPEN INPUT CHECK-CONTROL-FILE.
047300     IF DR-CKC-FILE-MISSING
047400         GO TO 1200-EXIT
047500     END-IF.
047600     MOVE "CHKCTL  " TO FST-FILE-NAME.
047700     MOVE "OPEN    " TO FST-OPERATION.
047800     MOVE DR-CKC-STATUS TO FST-STATUS.
047900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
048000     PERFORM 1210-READ-CHECK-CONTROL THRU 1210-EXIT.
048100     PERFORM 1220-TRACK-CHECK-CONTROL THRU 1220-EXIT
048200         UNTIL DR-CKC-EOF.
048300     CLOSE CHECK-CONTROL-FILE.
048400 1200-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------------
048800 1210-READ-CHECK-CONTROL.
048900*----------------------------------------------------------------
049000     READ CHECK-CONTROL-FILE
049100         AT END
049200             MOVE 'Y' TO DR-CKC-EOF-SW
049300     END-READ.
049400 1210-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------
049800 1220-TRACK-CHECK-CONTROL.
049900*----------------------------------------------------------------
050000     MOVE CKC-FIRST-NO TO DR-CKC-FIRST-NO.
050100     MOVE CKC-LAST-NO  TO DR-CKC-LAST-NO.
050200     MOVE CKC-NEXT-NO  TO DR-CKC-NEXT-NO.
050300     PERFORM 1210-READ-CHECK-CONTROL THRU 1210-EXIT.
050400 1220-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------------
050800 1300-ADD-HISTORY-ENTRY.
050900*     ADD THE HISTORY RECORD IN HAND TO THE TABLE.  THE FIRST
051000*     TIME THE TABLE FILLS, SAY SO ONCE.
051100*----------------------------------------------------------------
051200     IF DR-HIST-COUNT NOT < 1000
051300         IF NOT DR-HIST-FULL
051400             DISPLAY "DDRETURN - RETURN HISTORY TABLE FULL - "
051500                     "REPEATS MAY NOT ALL BE CAUGHT."
051600             MOVE 'Y' TO DR-HIST-FULL-SW
051700         END-IF
051800         GO TO 1300-EXIT
051900     END-IF.
052000     ADD 1 TO DR-HIST-COUNT.
052100     SET DR-HIST-IDX TO DR-HIST-COUNT.
052200     MOVE DRH-ITEM-TYPE   TO DR-HIST-T-TYPE (DR-HIST-IDX).
052300     MOVE DRH-EMP-ID      TO DR-HIST-T-EMP-ID (DR-HIST-IDX).
052400     MOVE DRH-AMOUNT      TO DR-HIST-T-AMOUNT (DR-HIST-IDX).
052500     MOVE DRH-CREDIT-DATE TO DR-HIST-T-DATE (DR-HIST-IDX).
052600 1300-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------
053000 2000-READ-ITEM.
053100*----------------------------------------------------------------
053200     READ DD-RETURN-FILE
053300         AT END
053400             MOVE 'Y' TO DR-RTN-EOF-SW
053500     END-READ.
053600     MOVE "DDRETURN" TO FST-FILE-NAME.
053700     MOVE "READ    " TO FST-OPERATION.
053800     MOVE DR-RTN-STATUS TO FST-STATUS.
053900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
054000 2000-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------------
054400 2100-PROCESS-ITEM.
054500*     AN ITEM MUST NAME A CREDIT WE SENT AND MUST NOT HAVE BEEN
054600*     ACTED ON BEFORE.
054700*----------------------------------------------------------------
054800     ADD 1 TO DR-ITEM-COUNT.
054900     MOVE ZERO TO DR-NEW-CHECK-NO.
055000     IF NOT RTN-ITEM-VALID
055100         MOVE "UNKNOWN ITEM TYPE" TO DR-EXC-MESSAGE
055200         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
055300         GO TO 2100-READ-NEXT
055400     END-IF.
055500     PERFORM 2200-FIND-CREDIT THRU 2200-EXIT.
055600     IF NOT DR-CREDIT-FOUND
055700         MOVE "NO MATCHING CREDIT" TO DR-EXC-MESSAGE
055800         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
055900         GO TO 2100-READ-NEXT
056000     END-IF.
056100     PERFORM 2300-CHECK-HISTORY THRU 2300-EXIT.
056200     IF DR-DONE-BEFORE
056300         MOVE "ALREADY PROCESSED" TO DR-EXC-MESSAGE
056400         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
056500         GO TO 2100-READ-NEXT
056600     END-IF.
056700     IF RTN-RETURN
056800         PERFORM 3000-PROCESS-RETURN THRU 3000-EXIT
056900     ELSE
057000         PERFORM 3500-PROCESS-CHANGE THRU 3500-EXIT
057100     END-IF.
057200 2100-READ-NEXT.
057300     PERFORM 2000-READ-ITEM THRU 2000-EXIT.
057400 2100-EXIT.
057500     EXIT.
057600
057700*----------------------------------------------------------------
057800 2200-FIND-CREDIT.
057900*     WALK DDHIST FOR THE CREDIT WITH THIS EMPLOYEE, AMOUNT, AND
058000*     DATE.  NO HISTORY FILE MEANS NOTHING HAS BEEN RELEASED.
058100*----------------------------------------------------------------
058200     MOVE 'N' TO DR-CREDIT-FOUND-SW.
058300     MOVE 'N' TO DR-HIST-EOF-SW.
058400     OPEN INPUT DD-HIST-FILE.
058500     IF DR-HIST-FILE-MISSING
058600         GO TO 2200-EXIT
058700     END-IF.
058800     MOVE "DDHIST  " TO FST-FILE-NAME.
058900     MOVE "OPEN    " TO FST-OPERATION.
059000     MOVE DR-HIST-STATUS TO FST-STATUS.
059100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
059200     PERFORM 2210-READ-CREDIT THRU 2210-EXIT.
059300     PERFORM 2220-MATCH-CREDIT THRU 2220-EXIT
059400         UNTIL DR-HIST-EOF OR DR-CREDIT-FOUND.
059500     CLOSE DD-HIST-FILE.
059600 2200-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------
060000 2210-READ-CREDIT.
060100*----------------------------------------------------------------
060200     READ DD-HIST-FILE
060300         AT END
060400             MOVE 'Y' TO DR-HIST-EOF-SW
060500     END-READ.
060600 2210-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------------
061000 2220-MATCH-CREDIT.
061100*----------------------------------------------------------------
061200     IF DTR-CREDIT
061300        AND DTR-EMP-ID = RTN-EMP-ID
061400        AND DTR-AMOUNT = RTN-AMOUNT
061500        AND DTR-DATE   = RTN-CREDIT-DATE
061600         MOVE 'Y' TO DR-CREDIT-FOUND-SW
061700     ELSE
061800         PERFORM 2210-READ-CREDIT THRU 2210-EXIT
061900     END-IF.
062000 2220-EXIT.
062100     EXIT.
062200
062300*----------------------------------------------------------------
062400 2300-CHECK-HISTORY.
062500*     DR-DONE-BEFORE - THIS SAME ITEM HAS ALREADY BEEN ACTED ON.
062600*     DR-RETURNED-BEFORE - SOME EARLIER DEPOSIT TO THIS EMPLOYEE
062700*     HAS ALREADY COME BACK.
062800*----------------------------------------------------------------
062900     MOVE 'N' TO DR-DONE-BEFORE-SW.
063000     MOVE 'N' TO DR-RETURNED-BEFORE-SW.
063100     PERFORM 2310-CHECK-HISTORY-ENTRY THRU 2310-EXIT
063200         VARYING DR-HIST-IDX FROM 1 BY 1
063300         UNTIL DR-HIST-IDX > DR-HIST-COUNT.
063400 2300-EXIT.
063500     EXIT.
063600
063700*----------------------------------------------------------------
063800 2310-CHECK-HISTORY-ENTRY.
063900*----------------------------------------------------------------
064000     IF DR-HIST-T-EMP-ID (DR-HIST-IDX) NOT = RTN-EMP-ID
064100         GO TO 2310-EXIT
064200     END-IF.
064300     IF DR-HIST-T-TYPE (DR-HIST-IDX)   = RTN-ITEM-TYPE
064400        AND DR-HIST-T-AMOUNT (DR-HIST-IDX) = RTN-AMOUNT
064500        AND DR-HIST-T-DATE (DR-HIST-IDX)   = RTN-CREDIT-DATE
064600         MOVE 'Y' TO DR-DONE-BEFORE-SW
064700     END-IF.
064800     IF DR-HIST-T-TYPE (DR-HIST-IDX) = 'R'
064900         MOVE 'Y' TO DR-RETURNED-BEFORE-SW
065000     END-IF.
065100 2310-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------
065500 3000-PROCESS-RETURN.
065600*     PAY THE RETURNED DEPOSIT AGAIN BY CHECK.  WITH NO PAYEE
065700*     NAME OR NO CHECK NUMBER THE ITEM IS LISTED AND LEFT FOR
065800*     THE NEXT RUN.  ONLY A RETURN PAID BY CHECK COUNTS IN THE
065810*     RETURN TOTALS.
065900*----------------------------------------------------------------
066200     PERFORM 3100-FIND-EMPLOYEE THRU 3100-EXIT.
066300     IF NOT DR-EMP-FOUND
066400         MOVE "EMPLOYEE NOT ON FILE" TO DR-EXC-MESSAGE
066500         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
066600         GO TO 3000-EXIT
066700     END-IF.
066800     IF DR-CKC-BLOCKED
066900        OR DR-CKC-NEXT-NO = ZERO
067000        OR DR-CKC-NEXT-NO > DR-CKC-LAST-NO
067100         MOVE "NO CHECK NUMBER" TO DR-EXC-MESSAGE
067200         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
067300         GO TO 3000-EXIT
067400     END-IF.
067500     PERFORM 3200-ISSUE-CHECK THRU 3200-EXIT.
067600     IF DR-NEW-CHECK-NO = ZERO
067700         MOVE "CHECK NO. IN USE" TO DR-EXC-MESSAGE
067800         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
067900         GO TO 3000-EXIT
068000     END-IF.
068010     ADD 1 TO DR-RETURN-COUNT.
068020     ADD RTN-AMOUNT TO DR-RETURN-TOTAL.
068100     MOVE SPACES          TO DRG-RETURN-RECORD.
068200     MOVE DR-TODAY        TO DRG-DATE.
068300     MOVE RTN-EMP-ID      TO DRG-EMP-ID.
068400     MOVE RTN-AMOUNT      TO DRG-AMOUNT.
068500     MOVE DR-NEW-CHECK-NO TO DRG-CHECK-NO.
068600     WRITE DD-RETURN-GL-LINE FROM DRG-RETURN-RECORD.
068700     MOVE "DDRETGL " TO FST-FILE-NAME.
068800     MOVE "WRITE   " TO FST-OPERATION.
068900     MOVE DR-GL-STATUS TO FST-STATUS.
069000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
069100     IF DR-RETURNED-BEFORE
069200         MOVE "RETURNED TWICE" TO DR-EXC-MESSAGE
069300         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
069400     END-IF.
069500     PERFORM 4100-LOG-HISTORY THRU 4100-EXIT.
069600 3000-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------
070000 3100-FIND-EMPLOYEE.
070100*----------------------------------------------------------------
070200     MOVE 'N' TO DR-EMP-FOUND-SW.
070300     MOVE 'N' TO DR-EMP-EOF-SW.
070400     OPEN INPUT EMPLOYEE-FILE.
070500     IF DR-EMP-FILE-MISSING
070600         GO TO 3100-EXIT
070700     END-IF.
070800     MOVE "EMPFILE " TO FST-FILE-NAME.
070900     MOVE "OPEN    " TO FST-OPERATION.
071000     MOVE DR-EMP-STATUS TO FST-STATUS.
071100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
071200     PERFORM 3110-READ-EMPLOYEE THRU 3110-EXIT.
071300     PERFORM 3120-MATCH-EMPLOYEE THRU 3120-EXIT
071400         UNTIL DR-EMP-EOF OR DR-EMP-FOUND.
071500     CLOSE EMPLOYEE-FILE.
071600 3100-EXIT.
071700     EXIT.
071800
071900*----------------------------------------------------------------
072000 3110-READ-EMPLOYEE.
072100*----------------------------------------------------------------
072200     READ EMPLOYEE-FILE
072300         AT END
072400             MOVE 'Y' TO DR-EMP-EOF-SW
072500     END-READ.
072600 3110-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------
073000 3120-MATCH-EMPLOYEE.
073100*----------------------------------------------------------------
073200     IF EMP-ID = RTN-EMP-ID
073300         MOVE 'Y'      TO DR-EMP-FOUND-SW
073400         MOVE EMP-NAME TO DR-EMP-NAME
073500     ELSE
073600         PERFORM 3110-READ-EMPLOYEE THRU 3110-EXIT
073700     END-IF.
073800 3120-EXIT.
073900     EXIT.
074000
074100*----------------------------------------------------------------
074200 3200-ISSUE-CHECK.
074300*     REGISTER THE REPLACEMENT UNDER THE NEXT NUMBER AND ADD IT
074400*     TO THE CHECK PRINT FILE.  A NUMBER ALREADY ON THE REGISTER
074500*     STOPS ALL FURTHER CHECKS THIS RUN, THE SAME AS IN TAX.
074600*----------------------------------------------------------------
074700     MOVE SPACES          TO CHECK-REGISTER-RECORD.
074800     MOVE DR-CKC-NEXT-NO  TO CKR-CHECK-NO.
074900     MOVE RTN-EMP-ID      TO CKR-EMP-ID.
075000     MOVE DR-EMP-NAME     TO CKR-EMP-NAME.
075100     MOVE RTN-AMOUNT      TO CKR-AMOUNT.
075200     MOVE DR-TODAY        TO CKR-ISSUE-DATE.
075300     MOVE 'D'             TO CKR-SOURCE.
075400     MOVE 'I'             TO CKR-STATUS.
075500     MOVE ZERO            TO CKR-CLEARED-DATE.
075600     MOVE ZERO            TO CKR-PAID-AMOUNT.
075700     MOVE ZERO            TO CKR-VOID-DATE.
075800     MOVE ZERO            TO CKR-REISSUE-OF.
075900     MOVE ZERO            TO CKR-REISSUED-AS.
076000     WRITE CHECK-REGISTER-RECORD
076100         INVALID KEY
076200             DISPLAY "DDRETURN - CHECK " DR-CKC-NEXT-NO
076300                     " ALREADY ON THE REGISTER - CHECK CHKCTL."
076400             MOVE 'Y' TO DR-CKC-BLOCKED-SW
076500             GO TO 3200-EXIT
076600     END-WRITE.
076700     MOVE "CHKREG  " TO FST-FILE-NAME.
076800     MOVE "WRITE   " TO FST-OPERATION.
076900     MOVE DR-CKR-STATUS TO FST-STATUS.
077000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
077100     MOVE DR-CKC-NEXT-NO  TO DR-NEW-CHECK-NO.
077200     MOVE DR-NEW-CHECK-NO TO CKP-CHECK-NO.
077300     MOVE DR-TODAY        TO CKP-DATE.
077400     MOVE DR-EMP-NAME     TO CKP-PAYEE.
077500     MOVE RTN-AMOUNT      TO CKP-AMOUNT.
077600     MOVE RTN-EMP-ID      TO CKP-EMP-ID.
077700     MOVE SPACES          TO CKP-MEMO.
077800     STRING "DD RETURN " RTN-REASON " OF " RTN-CREDIT-DATE
077900         DELIMITED BY SIZE INTO CKP-MEMO.
078000     WRITE CHECK-PRINT-LINE FROM CKP-NUMBER-LINE.
078100     WRITE CHECK-PRINT-LINE FROM CKP-PAYEE-LINE.
078200     WRITE CHECK-PRINT-LINE FROM CKP-MEMO-LINE.
078300     WRITE CHECK-PRINT-LINE FROM CKP-TEAR-LINE.
078400     MOVE "CHKPRT  " TO FST-FILE-NAME.
078500     MOVE DR-CKP-STATUS TO FST-STATUS.
078600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
078700     ADD 1 TO DR-CKC-NEXT-NO.
078800     ADD 1 TO DR-CHECK-COUNT.
078900 3200-EXIT.
079000     EXIT.
079100
079200*----------------------------------------------------------------
079300 3500-PROCESS-CHANGE.
079400*     PUT THE CORRECTED ROUTING AND ACCOUNT NUMBERS ON THE
079500*     EMPLOYEE'S BANKFILE RECORD AND AUDIT THE CHANGE.
079600*----------------------------------------------------------------
079700     IF RTN-NEW-ROUTING NOT NUMERIC
079800        OR RTN-NEW-ROUTING = ZERO
079900        OR RTN-NEW-ACCOUNT = SPACES
080000         MOVE "BAD CORRECTION DATA" TO DR-EXC-MESSAGE
080100         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
080200         GO TO 3500-EXIT
080300     END-IF.
080400     MOVE 'N' TO DR-BANK-FOUND-SW.
080500     MOVE 'N' TO DR-BANK-EOF-SW.
080600     OPEN I-O BANK-FILE.
080700     IF DR-BANK-FILE-MISSING
080800         MOVE "NO BANK RECORD" TO DR-EXC-MESSAGE
080900         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
081000         GO TO 3500-EXIT
081100     END-IF.
081200     MOVE "BANKFILE" TO FST-FILE-NAME.
081300     MOVE "OPEN    " TO FST-OPERATION.
081400     MOVE DR-BANK-STATUS TO FST-STATUS.
081500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
081600     PERFORM 3510-READ-BANK THRU 3510-EXIT.
081700     PERFORM 3520-MATCH-BANK THRU 3520-EXIT
081800         UNTIL DR-BANK-EOF OR DR-BANK-FOUND.
081900     IF NOT DR-BANK-FOUND
082000         CLOSE BANK-FILE
082100         MOVE "NO BANK RECORD" TO DR-EXC-MESSAGE
082200         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
082300         GO TO 3500-EXIT
082400     END-IF.
082500     MOVE BANK-RECORD     TO DR-BEFORE-IMAGE.
082600     MOVE RTN-NEW-ROUTING TO BNK-ROUTING.
082700     MOVE RTN-NEW-ACCOUNT TO BNK-ACCOUNT.
082800     MOVE BANK-RECORD     TO DR-AFTER-IMAGE.
082900     REWRITE BANK-RECORD.
083000     MOVE "BANKFILE" TO FST-FILE-NAME.
083100     MOVE "REWRITE " TO FST-OPERATION.
083200     MOVE DR-BANK-STATUS TO FST-STATUS.
083300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
083400     CLOSE BANK-FILE.
083500     PERFORM 3600-WRITE-AUDIT-PAIR THRU 3600-EXIT.
083600     ADD 1 TO DR-CHANGE-COUNT.
083700     PERFORM 4100-LOG-HISTORY THRU 4100-EXIT.
083800 3500-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------
084200 3510-READ-BANK.
084300*----------------------------------------------------------------
084400     READ BANK-FILE
084500         AT END
084600             MOVE 'Y' TO DR-BANK-EOF-SW
084700     END-READ.
084800 3510-EXIT.
084900     EXIT.
085000
085100*----------------------------------------------------------------
085200 3520-MATCH-BANK.
085300*----------------------------------------------------------------
085400     IF BNK-EMP-ID = RTN-EMP-ID
085500         MOVE 'Y' TO DR-BANK-FOUND-SW
085600     ELSE
085700         PERFORM 3510-READ-BANK THRU 3510-EXIT
085800     END-IF.
085900 3520-EXIT.
086000     EXIT.
086100
086200*----------------------------------------------------------------
086300 3600-WRITE-AUDIT-PAIR.
086400*     APPEND A BEFORE LINE AND AN AFTER LINE FOR THE BANK DETAIL
086500*     CHANGE.  A MISSING AUDIT FILE MEANS NO CHANGE HAS EVER BEEN
086600*     LOGGED, SO CREATE IT RATHER THAN ABENDING ON THE FIRST OPEN
086700*     EXTEND.
086800*----------------------------------------------------------------
086900     ACCEPT BA-DATE FROM DATE.
087000     ACCEPT BA-TIME FROM TIME.
087100     MOVE "DDRETURN" TO BA-OPERATOR.
087200     MOVE SPACES     TO BA-ACTION.
087300     STRING "NOC " RTN-REASON
087400         DELIMITED BY SIZE INTO BA-ACTION.
087500     OPEN EXTEND BANK-AUDIT-FILE.
087600     IF DR-BAUD-FILE-MISSING
087700         OPEN OUTPUT BANK-AUDIT-FILE
087800         CLOSE BANK-AUDIT-FILE
087900         OPEN EXTEND BANK-AUDIT-FILE
088000     END-IF.
088010     MOVE "BANKAUD " TO FST-FILE-NAME.
088020     MOVE "OPEN    " TO FST-OPERATION.
088030     MOVE DR-BAUD-STATUS TO FST-STATUS.
088040     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
088100     MOVE "BEFORE"        TO BA-IMAGE-TAG.
088200     MOVE DR-BEFORE-IMAGE TO BA-IMAGE.
088300     WRITE BANK-AUDIT-LINE FROM DR-AUDIT-DETAIL-LINE.
088310     MOVE "WRITE   " TO FST-OPERATION.
088320     MOVE DR-BAUD-STATUS TO FST-STATUS.
088330     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
088400     MOVE "AFTER"         TO BA-IMAGE-TAG.
088500     MOVE DR-AFTER-IMAGE  TO BA-IMAGE.
088600     WRITE BANK-AUDIT-LINE FROM DR-AUDIT-DETAIL-LINE.
088610     MOVE DR-BAUD-STATUS TO FST-STATUS.
088620     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
088700     CLOSE BANK-AUDIT-FILE.
088800 3600-EXIT.
088900     EXIT.
089000
089100*----------------------------------------------------------------
089200 4000-WRITE-EXCEPTION.
089300*----------------------------------------------------------------
089400     MOVE RTN-ITEM-TYPE   TO DX-ITEM-TYPE.
089500     MOVE RTN-EMP-ID      TO DX-EMP-ID.
089600     MOVE RTN-AMOUNT      TO DX-AMOUNT.
089700     MOVE RTN-CREDIT-DATE TO DX-CREDIT-DATE.
089800     MOVE RTN-REASON      TO DX-REASON.
089900     MOVE DR-EXC-MESSAGE  TO DX-MESSAGE.
090000     MOVE DR-NEW-CHECK-NO TO DX-CHECK-NO.
090100     WRITE EXCEPTION-LINE FROM DR-EXCEPTION-DETAIL.
090200     MOVE "DDRTNEXC" TO FST-FILE-NAME.
090300     MOVE "WRITE   " TO FST-OPERATION.
090400     MOVE DR-EXC-STATUS TO FST-STATUS.
090500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
090600     ADD 1 TO DR-EXCEPTION-COUNT.
090700 4000-EXIT.
090800     EXIT.
090900
091000*----------------------------------------------------------------
091100 4100-LOG-HISTORY.
091200*     RECORD THE ITEM AS ACTED ON, BOTH ON FILE AND IN THE TABLE,
091300*     SO A SECOND COPY LATER IN THE SAME BANK FILE IS CAUGHT TOO.
091400*----------------------------------------------------------------
091500     MOVE SPACES          TO RETURN-HIST-RECORD.
091600     MOVE RTN-ITEM-TYPE   TO DRH-ITEM-TYPE.
091700     MOVE RTN-EMP-ID      TO DRH-EMP-ID.
091800     MOVE RTN-AMOUNT      TO DRH-AMOUNT.
091900     MOVE RTN-CREDIT-DATE TO DRH-CREDIT-DATE.
092000     MOVE RTN-REASON      TO DRH-REASON.
092100     MOVE DR-TODAY        TO DRH-PROCESSED-DATE.
092200     MOVE DR-NEW-CHECK-NO TO DRH-CHECK-NO.
092300     WRITE RETURN-HIST-RECORD.
092400     MOVE "DDRTNHST" TO FST-FILE-NAME.
092500     MOVE "WRITE   " TO FST-OPERATION.
092600     MOVE DR-RHS-STATUS TO FST-STATUS.
092700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
092800     PERFORM 1300-ADD-HISTORY-ENTRY THRU 1300-EXIT.
092900 4100-EXIT.
093000     EXIT.
093100
093200*----------------------------------------------------------------
093300 5000-FINISH.
093400*     SAVE THE NEXT CHECK NUMBER IF ANY CHECK WAS ISSUED, CLOSE
093500*     THE REPORT WITH THE RUN TOTALS, AND CLOSE EVERYTHING.
093600*----------------------------------------------------------------
093700     IF DR-CHECK-COUNT > ZERO
093800         PERFORM 5100-SAVE-CHECK-CONTROL THRU 5100-EXIT
093900     END-IF.
094000     MOVE DR-ITEM-COUNT      TO DT-ITEM-COUNT.
094100     MOVE DR-RETURN-COUNT    TO DT-RETURN-COUNT.
094200     MOVE DR-CHECK-COUNT     TO DT-CHECK-COUNT.
094300     MOVE DR-CHANGE-COUNT    TO DT-CHANGE-COUNT.
094400     MOVE DR-EXCEPTION-COUNT TO DT-EXCEPTION-COUNT.
094410     MOVE DR-RETURN-TOTAL    TO DT-RETURN-TOTAL.
094500     MOVE SPACES TO EXCEPTION-LINE.
094600     WRITE EXCEPTION-LINE.
094700     WRITE EXCEPTION-LINE FROM DR-TOTAL-LINE.
094710     WRITE EXCEPTION-LINE FROM DR-AMOUNT-LINE.
094800     CLOSE DD-RETURN-FILE
094900           RETURN-HIST-FILE
095000           CHECK-REGISTER-FILE
095100           CHECK-PRINT-FILE
095200           DD-RETURN-GL-FILE
095300           EXCEPTION-FILE.
095400     DISPLAY "DDRETURN - " DR-ITEM-COUNT " items, "
095500             DR-CHECK-COUNT " checks reissued, "
095600             DR-CHANGE-COUNT " bank changes, "
095700             DR-EXCEPTION-COUNT " exceptions - see DDRTNEXC.".
095800 5000-EXIT.
095900     EXIT.
096000
096100*----------------------------------------------------------------
096200 5100-SAVE-CHECK-CONTROL.
096300*     APPEND THE RANGE AND NEXT NUMBER AS THE NEW CURRENT RECORD.
096400*----------------------------------------------------------------
096500     MOVE SPACES          TO CHECK-CONTROL-RECORD.
096600     MOVE DR-CKC-FIRST-NO TO CKC-FIRST-NO.
096700     MOVE DR-CKC-LAST-NO  TO CKC-LAST-NO.
096800     MOVE DR-CKC-NEXT-NO  TO CKC-NEXT-NO.
096900     MOVE "DDRETURN"      TO CKC-SOURCE.
097000     MOVE "DDRETURN"      TO CKC-OPERATOR.
097100     ACCEPT CKC-ENTERED-DATE FROM DATE.
097200     ACCEPT CKC-ENTERED-TIME FROM TIME.
097300     OPEN EXTEND CHECK-CONTROL-FILE.
097400     IF DR-CKC-FILE-MISSING
097500         OPEN OUTPUT CHECK-CONTROL-FILE
097600         CLOSE CHECK-CONTROL-FILE
097700         OPEN EXTEND CHECK-CONTROL-FILE
097800     END-IF.
097900     MOVE "CHKCTL  " TO FST-FILE-NAME.
098000     MOVE "OPEN    " TO FST-OPERATION.
098100     MOVE DR-CKC-STATUS TO FST-STATUS.
098200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
098300     WRITE CHECK-CONTROL-RECORD.
098400     MOVE "WRITE   " TO FST-OPERATION.
098500     MOVE DR-CKC-STATUS TO FST-STATUS.
098600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
098700     CLOSE CHECK-CONTROL-FILE.
098800 5100-EXIT.
098900     EXIT.
099000
099100*----------------------------------------------------------------
099200     COPY FSTATPR.
099300*----------------------------------------------------------------
099400 9999-EXIT.
099500*----------------------------------------------------------------
099600     GOBACK.
