000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MATURITY.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/18/2026.
000600 DATE-COMPILED.  09/18/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  DAILY TERM DEPOSIT MATURITY RUN.  WALKS EVERY TIER
000900*           'T' ACCOUNT ON THE ACCOUNT MASTER AND TAKES IT ONE
001000*           STEP THROUGH ITS TERM.  RUN AHEAD OF TRANPOST.
001100*
001200*           WITHIN THE NOTICE LEAD ENTERED AT THE START OF THE
001300*           RUN, A PRE-MATURITY NOTICE (LETTER TYPE 'M') IS
001400*           QUEUED ON NOTICEQ FOR THE OWNER FOUND THROUGH
001500*           CUSTXREF - THE HELLONAME NOTICE RUN PRINTS IT WITH
001600*           THE ACCOUNT NUMBER (&1), THE MATURITY DATE (&2), AND
001700*           WHAT WILL HAPPEN (&3).  ONE NOTICE PER TERM.
001800*
001900*           ON OR AFTER THE MATURITY DATE THE CUSTOMER'S
002000*           INSTRUCTION DECIDES.  A RENEWAL ROLLS THE BALANCE
002100*           INTO A NEW TERM OF THE SAME LENGTH AT THE TIER 'T'
002200*           RATE IN EFFECT ON RATEFILE TODAY, FIXED ON THE
002300*           ACCOUNT FOR THE NEW TERM.  A PAYOUT APPENDS A CODE
002400*           'M' MATURITY PAYOUT FOR THE WHOLE BALANCE TO
002500*           TRANFILE, WHICH TRANPOST POSTS AND LOGS, AND THE
002600*           ACCOUNT IS LEFT AT ZERO FOR ACCTMAINT TO CLOSE.
002700*
002800*           EVERY ACTION IS LISTED ON THE MATURITY REGISTER
002900*           (MATRPT).  THE PAYOUTS QUEUED ARE ALSO WRITTEN AS A
003000*           'MATURITY' RUN-CONTROL RECORD, SO EOD TIES TODAY'S
003100*           POSTED PAYOUTS TO THIS RUN AND GLEXTRACT'S MATURITY
003200*           PAYABLE LINE TIES TO THE REGISTER TOTAL.  THE STAGE
003300*           KEPT ON THE ACCOUNT MAKES A RERUN HARMLESS - A
003400*           NOTICE IS NOT SENT TWICE, A RENEWED ACCOUNT HAS
003500*           ALREADY MOVED ON TO ITS NEXT MATURITY, AND A PAYOUT
003600*           IS NOT QUEUED TWICE.
003700*----------------------------------------------------------------
003800* MODIFICATION HISTORY
003900*----------------------------------------------------------------
004000* DATE       INIT  DESCRIPTION
004100* 09/18/2026  RLM  ORIGINAL PROGRAM - PRE-MATURITY NOTICES,
004200*                  RENEWAL AT TODAY'S RATE OR PAYOUT THROUGH
004300*                  TRANPOST, AND THE MATURITY REGISTER.
004320* 09/22/2026  RLM  A PAYOUT IS NO LONGER QUEUED WHILE THE ACCOUNT
004340*                  HAS AN OPEN FUNDS HOLD - IT IS REGISTERED AS AN
004360*                  EXCEPTION AND TRIED AGAIN ON THE NEXT RUN.  A
004380*                  RENEWAL LEAVES THE PRINCIPAL ALONE.
004385* 10/08/2026  RLM  THE RUN CONTROL RECORD CARRIES A ZERO RUN ID -
004390*                  THIS RUN LOGS NOTHING TO THE DAILY LOG.
004392* 10/15/2026  RLM  A QUEUED PAYOUT NOW LEAVES THE TERM AT STAGE
004394*                  'Q' - TRANPOST MARKS IT PAID OUT ONLY WHEN
004396*                  THE PAYOUT POSTS, SO A REJECTED ONE IS TRIED
004398*                  AGAIN ON THE NEXT RUN.
004400*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ACCOUNT-FILE      ASSIGN TO "ACCTFILE"
005200                              ORGANIZATION IS INDEXED
005300                              ACCESS MODE IS DYNAMIC
005400                              RECORD KEY IS ACCT-NUMBER
005500                              FILE STATUS IS MT-ACCT-STATUS.
005600     SELECT RATE-FILE         ASSIGN TO "RATEFILE"
005700                              ORGANIZATION IS LINE SEQUENTIAL
005800                              FILE STATUS IS MT-RATE-STATUS.
005900     SELECT XREF-FILE         ASSIGN TO "CUSTXREF"
006000                              ORGANIZATION IS INDEXED
006100                              ACCESS MODE IS DYNAMIC
006200                              RECORD KEY IS XRF-LINK-KEY
006300                              FILE STATUS IS MT-XREF-STATUS.
006400     SELECT NOTICE-QUEUE-FILE ASSIGN TO "NOTICEQ"
006500                              ORGANIZATION IS LINE SEQUENTIAL
006600                              FILE STATUS IS MT-NTC-STATUS.
006700     SELECT TRANSACTION-FILE  ASSIGN TO "TRANFILE"
006800                              ORGANIZATION IS SEQUENTIAL
006900                              FILE STATUS IS MT-TRAN-STATUS.
007000     SELECT MATURITY-RPT-FILE ASSIGN TO "MATRPT"
007100                              ORGANIZATION IS LINE SEQUENTIAL
007200                              FILE STATUS IS MT-RPT-STATUS.
007300     SELECT RUN-CONTROL-FILE  ASSIGN TO "RUNCTRL"
007400                              ORGANIZATION IS LINE SEQUENTIAL
007500                              FILE STATUS IS MT-RUN-CTL-STATUS.
007510     SELECT HOLD-FILE         ASSIGN TO "FUNDHOLD"
007520                              ORGANIZATION IS INDEXED
007530                              ACCESS MODE IS DYNAMIC
007540                              RECORD KEY IS HLD-KEY
007550                              FILE STATUS IS HLD-FILE-STATUS.
007600     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
007700                              ORGANIZATION IS LINE SEQUENTIAL
007800                              FILE STATUS IS FST-JOB-LOG-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100*----------------------------------------------------------------
008200* ACCOUNT MASTER FILE - READ IN KEY ORDER, MATURITY FIELDS
008300* UPDATED IN PLACE
008400*----------------------------------------------------------------
008500 FD  ACCOUNT-FILE.
008600     COPY ACCTREC.
008700
008800*----------------------------------------------------------------
008900* EFFECTIVE-DATED RATE FILE - THE SAME RECORD SHAPE INTEREST
009000* LOADS ITS RATE TABLE FROM
009100*----------------------------------------------------------------
009200 FD  RATE-FILE.
009300 01  RATE-RECORD.
009400     05  RTE-TIER               PIC X(01).
009500     05  RTE-EFFECTIVE-DATE     PIC 9(06).
009600     05  RTE-RATE               PIC 9V999.
009700
009800*----------------------------------------------------------------
009900* PARTY CROSS-REFERENCE - ACCOUNT NUMBER TO OWNING CUSTOMER
010000*----------------------------------------------------------------
010100 FD  XREF-FILE.
010200     COPY XRFREC.
010300
010400*----------------------------------------------------------------
010500* CUSTOMER NOTICE QUEUE - ONE PRE-MATURITY NOTICE APPENDED PER
010600* ACCOUNT COMING UP TO MATURITY WITH A KNOWN OWNER
010700*----------------------------------------------------------------
010800 FD  NOTICE-QUEUE-FILE.
010900 01  NOTICE-QUEUE-LINE          PIC X(80).
011000
011100*----------------------------------------------------------------
011200* TRANSACTION FILE - THE FILE TRANPOST READS; A MATURITY PAYOUT
011300* IS APPENDED IN THE SAME RECORD SHAPE TRANENTRY WRITES
011400*----------------------------------------------------------------
011500 FD  TRANSACTION-FILE
011600     RECORDING MODE IS F.
011700 01  TRANSACTION-RECORD.
011800     05  TRN-ACCT-NUMBER        PIC 9(6).
011900     05  TRN-CODE               PIC X(01).
012000         88  TRN-MATURITY-PAYOUT            VALUE 'M'.
012100     05  TRN-AMOUNT             PIC 9(7)V99.
012200     05  TRN-DATE               PIC 9(6).
012300     05  TRN-ORIG-CODE          PIC X(01).
012400     05  TRN-ORIG-DATE          PIC 9(6).
012500
012600*----------------------------------------------------------------
012700* MATURITY REGISTER
012800*----------------------------------------------------------------
012900 FD  MATURITY-RPT-FILE.
013000 01  MATURITY-RPT-LINE          PIC X(80).
013100
013200*----------------------------------------------------------------
013300* BATCH RUN-CONTROL FILE - THE PAYOUTS THIS RUN QUEUED, FOR EOD
013400*----------------------------------------------------------------
013500 FD  RUN-CONTROL-FILE.
013600 01  RUN-CONTROL-LINE           PIC X(80).
013700
013710*----------------------------------------------------------------
013720* FUNDS HOLD FILE - READ ONLY, SO MONEY UNDER HOLD IS NOT PAID OUT
013730*----------------------------------------------------------------
013740 FD  HOLD-FILE.
013750     COPY HLDREC.
013760
013800*----------------------------------------------------------------
013900* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
014000*----------------------------------------------------------------
014100 FD  JOB-LOG-FILE.
014200 01  JOB-LOG-LINE               PIC X(80).
014300
014400 WORKING-STORAGE SECTION.
014500*----------------------------------------------------------------
014600* FILE STATUS FIELDS - A MISSING CROSS-REFERENCE MEANS NO OWNER
014700* CAN BE NOTIFIED, WHICH THE REGISTER SAYS PER ACCOUNT; A
014800* MISSING RATE FILE MEANS NO ACCOUNT CAN RENEW TODAY.
014900*----------------------------------------------------------------
015000 01  MT-ACCT-STATUS             PIC X(02).
015100     88  MT-ACCT-MISSING                    VALUE '35'.
015200 01  MT-RATE-STATUS             PIC X(02).
015300     88  MT-RATE-MISSING                    VALUE '35'.
015400 01  MT-XREF-STATUS             PIC X(02).
015500     88  MT-XREF-MISSING                    VALUE '35'.
015600 01  MT-NTC-STATUS              PIC X(02).
015700 01  MT-TRAN-STATUS             PIC X(02).
015800 01  MT-RPT-STATUS              PIC X(02).
015900 01  MT-RUN-CTL-STATUS          PIC X(02).
016000
016100 01  MT-SWITCHES.
016200     05  MT-ACCT-EOF-SW         PIC X(01) VALUE 'N'.
016300         88  MT-ACCT-EOF                    VALUE 'Y'.
016400     05  MT-RATE-EOF-SW         PIC X(01) VALUE 'N'.
016500         88  MT-RATE-EOF                    VALUE 'Y'.
016600     05  MT-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
016700         88  MT-RATE-FOUND                  VALUE 'Y'.
016800     05  MT-LEAD-OK-SW          PIC X(01) VALUE 'N'.
016900         88  MT-LEAD-OK                     VALUE 'Y'.
017000     05  MT-XREF-OPEN-SW        PIC X(01) VALUE 'N'.
017100         88  MT-XREF-OPEN                   VALUE 'Y'.
017200     05  MT-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
017300         88  MT-OWNER-FOUND                 VALUE 'Y'.
017400
017500*----------------------------------------------------------------
017600* NOTICE LEAD AND THE DATE ARITHMETIC BEHIND IT.  DATES ARE
017700* COUNTED ON THE SAME ROUGH CALENDAR DORMANT, REJFIX, AND
017800* CHKRECON USE - YEARS TIMES 365 PLUS MONTHS TIMES 30 PLUS
017900* DAYS - SO ONE SUBTRACTION GIVES THE DAYS LEFT IN THE TERM.
018000*----------------------------------------------------------------
018100 01  MT-LEAD-DAYS               PIC 9(02).
018200 01  MT-LETTER-TYPE             PIC X(01) VALUE 'M'.
018300 01  MT-TODAY                   PIC 9(06).
018400 01  MT-TODAY-INDEX             PIC S9(06) COMP.
018500 01  MT-DAYS-LEFT               PIC S9(06) COMP.
018600 01  MT-WORK-DATE               PIC 9(06).
018700 01  MT-WORK-DATE-R REDEFINES MT-WORK-DATE.
018800     05  MT-WORK-YY             PIC 9(02).
018900     05  MT-WORK-MM             PIC 9(02).
019000     05  MT-WORK-DD             PIC 9(02).
019100 01  MT-WORK-INDEX              PIC S9(06) COMP.
019200 01  MT-NEW-YY                  PIC 9(03).
019300
019400*----------------------------------------------------------------
019500* TODAY'S TIER 'T' RATE - THE RATEFILE ENTRY WITH THE LATEST
019600* EFFECTIVE DATE NOT PAST TODAY
019700*----------------------------------------------------------------
019800 01  MT-RENEWAL-RATE            PIC 9V999 VALUE ZERO.
019900 01  MT-RATE-BEST-DATE          PIC 9(06) VALUE ZERO.
020000
020100*----------------------------------------------------------------
020200* THE ACCOUNT IN HAND
020300*----------------------------------------------------------------
020400 01  MT-BALANCE                 PIC 9(7)V99.
020500 01  MT-OWNER-ID                PIC 9(06).
020600 01  MT-REGISTER-ACTION         PIC X(14).
020700 01  MT-REGISTER-NOTE           PIC X(22).
020800 01  MT-OLD-MATURITY            PIC 9(06).
020900
021000*----------------------------------------------------------------
021100* A DATE AS IT PRINTS ON THE NOTICE
021200*----------------------------------------------------------------
021300 01  MT-SLOT-DATE.
021400     05  MS-MM                  PIC 9(02).
021500     05  FILLER                 PIC X(01) VALUE "/".
021600     05  MS-DD                  PIC 9(02).
021700     05  FILLER                 PIC X(01) VALUE "/".
021800     05  MS-YY                  PIC 9(02).
021900
022000*----------------------------------------------------------------
022100* RUN COUNTS AND TOTALS
022200*----------------------------------------------------------------
022300 01  MT-TERM-COUNT              PIC 9(05) COMP VALUE ZERO.
022400 01  MT-NOTICE-COUNT            PIC 9(05) COMP VALUE ZERO.
022500 01  MT-RENEW-COUNT             PIC 9(05) COMP VALUE ZERO.
022600 01  MT-PAYOUT-COUNT            PIC 9(05) COMP VALUE ZERO.
022700 01  MT-EXCEPTION-COUNT         PIC 9(05) COMP VALUE ZERO.
022800 01  MT-RENEW-TOTAL             PIC 9(09)V99 VALUE ZERO.
022900 01  MT-PAYOUT-TOTAL            PIC 9(09)V99 VALUE ZERO.
023000
023100*----------------------------------------------------------------
023200* REGISTER LINES
023300*----------------------------------------------------------------
023400 01  MT-RPT-HEADING.
023500     05  FILLER                 PIC X(30) VALUE
023600         "TERM DEPOSIT MATURITY REGISTER".
023700     05  FILLER                 PIC X(05) VALUE " FOR ".
023800     05  RH-DATE                PIC 9(06).
023900     05  FILLER                 PIC X(16) VALUE
024000         "  NOTICE LEAD   ".
024100     05  RH-LEAD                PIC Z9.
024200     05  FILLER                 PIC X(05) VALUE " DAYS".
024300     05  FILLER                 PIC X(16) VALUE SPACES.
024400
024500 01  MT-RPT-COLUMNS.
024600     05  FILLER                 PIC X(28) VALUE
024700         "ACCT    MATURES    BALANCE  ".
024800     05  FILLER                 PIC X(29) VALUE
024900         "ACTION         RENEWS RATE   ".
025000     05  FILLER                 PIC X(23) VALUE
025100         "NOTE".
025200
025300 01  MT-RPT-DETAIL-LINE.
025400     05  RD-ACCT-NUMBER         PIC 9(06).
025500     05  FILLER                 PIC X(02) VALUE SPACES.
025600     05  RD-MATURITY            PIC 9(06).
025700     05  FILLER                 PIC X(02) VALUE SPACES.
025800     05  RD-BALANCE             PIC Z(6)9.99.
025900     05  FILLER                 PIC X(02) VALUE SPACES.
026000     05  RD-ACTION              PIC X(14).
026100     05  FILLER                 PIC X(01) VALUE SPACES.
026200     05  RD-NEW-MATURITY        PIC Z(6).
026300     05  FILLER                 PIC X(01) VALUE SPACES.
026400     05  RD-RATE                PIC Z.999.
026500     05  FILLER                 PIC X(02) VALUE SPACES.
026600     05  RD-NOTE                PIC X(22).
026700     05  FILLER                 PIC X(01) VALUE SPACES.
026800
026900 01  MT-RPT-COUNT-LINE.
027000     05  FILLER                 PIC X(14) VALUE "TERM ACCOUNTS ".
027100     05  RS-TERM                PIC Z(4)9.
027200     05  FILLER                 PIC X(10) VALUE "  NOTICES ".
027300     05  RS-NOTICES             PIC Z(4)9.
027400     05  FILLER                 PIC X(13) VALUE "  EXCEPTIONS ".
027500     05  RS-EXCEPTIONS          PIC Z(4)9.
027600     05  FILLER                 PIC X(28) VALUE SPACES.
027700
027800 01  MT-RPT-TOTAL-LINE.
027900     05  RT-LABEL               PIC X(16).
028000     05  FILLER                 PIC X(08) VALUE " COUNT ".
028100     05  RT-COUNT               PIC Z(4)9.
028200     05  FILLER                 PIC X(09) VALUE "  AMOUNT ".
028300     05  RT-AMOUNT              PIC Z(8)9.99.
028400     05  FILLER                 PIC X(30) VALUE SPACES.
028500
028600     COPY NTCREC.
028700
028800     COPY RUNCTL.
028900
029000     COPY VALIDWS.
029100
029120     COPY HLDWS.
029140
029200     COPY FSTATWS.
029300
029400 PROCEDURE DIVISION.
029500*----------------------------------------------------------------
029600 0000-MAINLINE.
029700*----------------------------------------------------------------
029800     MOVE "MATURITY" TO FST-PROGRAM-ID.
029900     ACCEPT MT-TODAY FROM DATE.
030000     PERFORM 0100-GET-LEAD THRU 0100-EXIT.
030100     MOVE MT-TODAY TO MT-WORK-DATE.
030200     PERFORM 8500-DATE-INDEX THRU 8500-EXIT.
030300     MOVE MT-WORK-INDEX TO MT-TODAY-INDEX.
030400     PERFORM 0200-FIND-RENEWAL-RATE THRU 0200-EXIT.
030500     PERFORM 1000-REVIEW-TERM-ACCOUNTS THRU 1000-EXIT.
030600     PERFORM 3000-WRITE-RUN-CONTROL THRU 3000-EXIT.
030700     IF MT-EXCEPTION-COUNT > ZERO
030800         MOVE 4 TO RETURN-CODE
030900     END-IF.
031000     DISPLAY "Maturity run complete - " MT-RENEW-COUNT
031100             " renewed, " MT-PAYOUT-COUNT " paid out, "
031200             MT-NOTICE-COUNT " notices queued.".
031300     GO TO 9999-EXIT.
031400
031500*----------------------------------------------------------------
031600 0100-GET-LEAD.
031700*     RE-PROMPT UNTIL THE NOTICE LEAD IS 1-90 DAYS.
031800*----------------------------------------------------------------
031900     MOVE 'N' TO MT-LEAD-OK-SW.
032000     PERFORM 0150-PROMPT-FOR-LEAD THRU 0150-EXIT
032100         UNTIL MT-LEAD-OK.
032200 0100-EXIT.
032300     EXIT.
032400
032500*----------------------------------------------------------------
032600 0150-PROMPT-FOR-LEAD.
032700*----------------------------------------------------------------
032800     DISPLAY "Pre-maturity notice lead in days - 1 to 90?".
032900     ACCEPT MT-LEAD-DAYS.
033000     MOVE MT-LEAD-DAYS TO VAL-NUMERIC-INPUT.
033100     MOVE 1            TO VAL-MIN-RANGE.
033200     MOVE 90           TO VAL-MAX-RANGE.
033300     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
033400     IF VAL-ERROR-FOUND
033500         DISPLAY VAL-ERROR-MESSAGE
033600     ELSE
033700         MOVE 'Y' TO MT-LEAD-OK-SW
033800     END-IF.
033900 0150-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------------
034300 0200-FIND-RENEWAL-RATE.
034400*     ONE PASS OF THE RATE FILE FOR THE TIER 'T' RATE IN EFFECT
034500*     TODAY - THE SAME CHOICE INTEREST'S TIER LOOKUP MAKES.  NO
034600*     RATE MEANS NO RENEWAL TODAY; EACH ACCOUNT DUE IS LISTED AS
034700*     AN EXCEPTION AND TRIED AGAIN TOMORROW.
034800*----------------------------------------------------------------
034900     MOVE 'N'  TO MT-RATE-FOUND-SW.
035000     MOVE 'N'  TO MT-RATE-EOF-SW.
035100     MOVE ZERO TO MT-RATE-BEST-DATE.
035200     OPEN INPUT RATE-FILE.
035300     IF MT-RATE-MISSING
035400         GO TO 0200-EXIT
035500     END-IF.
035600     MOVE "RATEFILE" TO FST-FILE-NAME.
035700     MOVE "OPEN    " TO FST-OPERATION.
035800     MOVE MT-RATE-STATUS TO FST-STATUS.
035900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
036000     PERFORM 0250-READ-RATE-ENTRY THRU 0250-EXIT.
036100     PERFORM 0260-CHECK-RATE-ENTRY THRU 0260-EXIT
036200         UNTIL MT-RATE-EOF.
036300     CLOSE RATE-FILE.
036400 0200-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------------
036800 0250-READ-RATE-ENTRY.
036900*----------------------------------------------------------------
037000     READ RATE-FILE
037100         AT END
037200             MOVE 'Y' TO MT-RATE-EOF-SW
037300     END-READ.
037400 0250-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------
037800 0260-CHECK-RATE-ENTRY.
037900*----------------------------------------------------------------
038000     IF RTE-TIER = 'T'
038100        AND RTE-EFFECTIVE-DATE NUMERIC
038200        AND RTE-RATE NUMERIC
038300        AND RTE-EFFECTIVE-DATE NOT > MT-TODAY
038400        AND (NOT MT-RATE-FOUND
038500             OR RTE-EFFECTIVE-DATE > MT-RATE-BEST-DATE)
038600         MOVE RTE-RATE           TO MT-RENEWAL-RATE
038700         MOVE RTE-EFFECTIVE-DATE TO MT-RATE-BEST-DATE
038800         MOVE 'Y'                TO MT-RATE-FOUND-SW
038900     END-IF.
039000     PERFORM 0250-READ-RATE-ENTRY THRU 0250-EXIT.
039100 0260-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------
039500 1000-REVIEW-TERM-ACCOUNTS.
039600*     WALK THE MASTER IN KEY ORDER, TAKING EACH TERM DEPOSIT
039700*     ONE STEP.  EVERY OTHER TIER IS PASSED OVER.
039800*----------------------------------------------------------------
039900     MOVE 'N' TO MT-ACCT-EOF-SW.
040000     OPEN I-O ACCOUNT-FILE.
040100     IF MT-ACCT-MISSING
040200         DISPLAY "No account master on file - nothing reviewed."
040300         GO TO 1000-EXIT
040400     END-IF.
040500     MOVE "ACCTFILE" TO FST-FILE-NAME.
040600     MOVE "OPEN    " TO FST-OPERATION.
040700     MOVE MT-ACCT-STATUS TO FST-STATUS.
040800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
040900     OPEN INPUT XREF-FILE.
041000     IF NOT MT-XREF-MISSING
041100         MOVE "CUSTXREF" TO FST-FILE-NAME
041200         MOVE "OPEN    " TO FST-OPERATION
041300         MOVE MT-XREF-STATUS TO FST-STATUS
041400         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
041500         MOVE 'Y' TO MT-XREF-OPEN-SW
041600     END-IF.
041650     PERFORM 9700-OPEN-HOLDS-FOR-INQUIRY THRU 9700-EXIT.
041700     OPEN EXTEND NOTICE-QUEUE-FILE.
041800     IF MT-NTC-STATUS = '35'
041900         OPEN OUTPUT NOTICE-QUEUE-FILE
042000         CLOSE NOTICE-QUEUE-FILE
042100         OPEN EXTEND NOTICE-QUEUE-FILE
042200     END-IF.
042300     MOVE "NOTICEQ " TO FST-FILE-NAME.
042400     MOVE "OPEN    " TO FST-OPERATION.
042500     MOVE MT-NTC-STATUS TO FST-STATUS.
042600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
042700     OPEN EXTEND TRANSACTION-FILE.
042800     IF MT-TRAN-STATUS = '35'
042900         OPEN OUTPUT TRANSACTION-FILE
043000         CLOSE TRANSACTION-FILE
043100         OPEN EXTEND TRANSACTION-FILE
043200     END-IF.
043300     MOVE "TRANFILE" TO FST-FILE-NAME.
043400     MOVE "OPEN    " TO FST-OPERATION.
043500     MOVE MT-TRAN-STATUS TO FST-STATUS.
043600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
043700     OPEN OUTPUT MATURITY-RPT-FILE.
043800     MOVE "MATRPT  " TO FST-FILE-NAME.
043900     MOVE "OPEN    " TO FST-OPERATION.
044000     MOVE MT-RPT-STATUS TO FST-STATUS.
044100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
044200     MOVE MT-TODAY     TO RH-DATE.
044300     MOVE MT-LEAD-DAYS TO RH-LEAD.
044400     WRITE MATURITY-RPT-LINE FROM MT-RPT-HEADING.
044500     WRITE MATURITY-RPT-LINE FROM MT-RPT-COLUMNS.
044600     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
044700     PERFORM 1200-REVIEW-ONE-ACCOUNT THRU 1200-EXIT
044800         UNTIL MT-ACCT-EOF.
044900     MOVE MT-TERM-COUNT      TO RS-TERM.
045000     MOVE MT-NOTICE-COUNT    TO RS-NOTICES.
045100     MOVE MT-EXCEPTION-COUNT TO RS-EXCEPTIONS.
045200     WRITE MATURITY-RPT-LINE FROM MT-RPT-COUNT-LINE.
045300     MOVE "RENEWED"          TO RT-LABEL.
045400     MOVE MT-RENEW-COUNT     TO RT-COUNT.
045500     MOVE MT-RENEW-TOTAL     TO RT-AMOUNT.
045600     WRITE MATURITY-RPT-LINE FROM MT-RPT-TOTAL-LINE.
045700     MOVE "PAYOUTS QUEUED"   TO RT-LABEL.
045800     MOVE MT-PAYOUT-COUNT    TO RT-COUNT.
045900     MOVE MT-PAYOUT-TOTAL    TO RT-AMOUNT.
046000     WRITE MATURITY-RPT-LINE FROM MT-RPT-TOTAL-LINE.
046100     MOVE "MATRPT  " TO FST-FILE-NAME.
046200     MOVE "WRITE   " TO FST-OPERATION.
046300     MOVE MT-RPT-STATUS TO FST-STATUS.
046400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
046500     CLOSE ACCOUNT-FILE
046600           NOTICE-QUEUE-FILE
046700           TRANSACTION-FILE
046800           MATURITY-RPT-FILE.
046850     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
046900     IF MT-XREF-OPEN
047000         CLOSE XREF-FILE
047100     END-IF.
047200 1000-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------
047600 1100-READ-ACCOUNT.
047700*----------------------------------------------------------------
047800     READ ACCOUNT-FILE NEXT
047900         AT END
048000             MOVE 'Y' TO MT-ACCT-EOF-SW
048100     END-READ.
048200     MOVE "ACCTFILE" TO FST-FILE-NAME.
048300     MOVE "READ    " TO FST-OPERATION.
048400     MOVE MT-ACCT-STATUS TO FST-STATUS.
048500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
048600 1100-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------------
049000 1200-REVIEW-ONE-ACCOUNT.
049100*     A TERM DEPOSIT WITH NO MATURITY DATE OR NO INSTRUCTION
049200*     CANNOT BE TAKEN ANY FURTHER - IT IS AN EXCEPTION UNTIL
049300*     ACCTMAINT SUPPLIES ONE.  ONE ALREADY PAID OUT IS WAITING
049350*     FOR ITS CLOSE, AND ONE WITH ITS PAYOUT QUEUED IS WAITING
049400*     FOR TRANPOST.  OTHERWISE THE DAYS LEFT IN THE TERM
049500*     DECIDE: NONE LEFT MATURES IT, FEWER THAN THE LEAD SENDS
049600*     THE NOTICE IF IT HAS NOT GONE.
049700*----------------------------------------------------------------
049800     IF ACCT-TIER NOT = 'T'
049900         GO TO 1200-NEXT
050000     END-IF.
050100     ADD 1 TO MT-TERM-COUNT.
050200     MOVE ZERO TO MT-OWNER-ID.
050300     IF ACCT-CURRENT-BALANCE > ZERO
050400         MOVE ACCT-CURRENT-BALANCE TO MT-BALANCE
050500     ELSE
050600         MOVE ACCT-PRINCIPAL       TO MT-BALANCE
050700     END-IF.
050800     IF ACCT-MAT-PAID-OUT OR ACCT-MAT-PAYOUT-QUEUED
050900         GO TO 1200-NEXT
051000     END-IF.
051100     IF ACCT-MATURITY-DATE NOT NUMERIC
051200        OR ACCT-MATURITY-DATE = ZERO
051300         MOVE "EXCEPTION"           TO MT-REGISTER-ACTION
051400         MOVE "NO MATURITY DATE"    TO MT-REGISTER-NOTE
051500         PERFORM 2900-REGISTER-EXCEPTION THRU 2900-EXIT
051600         GO TO 1200-NEXT
051700     END-IF.
051800     IF NOT ACCT-MATURE-INSTR-VALID
051900         MOVE "EXCEPTION"           TO MT-REGISTER-ACTION
052000         MOVE "NO INSTRUCTION ON FILE" TO MT-REGISTER-NOTE
052100         PERFORM 2900-REGISTER-EXCEPTION THRU 2900-EXIT
052200         GO TO 1200-NEXT
052300     END-IF.
052400     MOVE ACCT-MATURITY-DATE TO MT-WORK-DATE.
052500     PERFORM 8500-DATE-INDEX THRU 8500-EXIT.
052600     COMPUTE MT-DAYS-LEFT = MT-WORK-INDEX - MT-TODAY-INDEX.
052700     EVALUATE TRUE
052800         WHEN MT-DAYS-LEFT NOT > ZERO
052900          AND ACCT-MATURE-RENEW
053000             PERFORM 2200-RENEW-ACCOUNT THRU 2200-EXIT
053100         WHEN MT-DAYS-LEFT NOT > ZERO
053200             PERFORM 2300-PAY-OUT-ACCOUNT THRU 2300-EXIT
053300         WHEN MT-DAYS-LEFT NOT > MT-LEAD-DAYS
053400          AND ACCT-MAT-PENDING
053500             PERFORM 2100-SEND-NOTICE THRU 2100-EXIT
053600         WHEN OTHER
053700             CONTINUE
053800     END-EVALUATE.
053900 1200-NEXT.
054000     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
054100 1200-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------------
054500 2100-SEND-NOTICE.
054600*     QUEUE THE OWNER'S PRE-MATURITY NOTICE AND RECORD ON THE
054700*     ACCOUNT THAT IT HAS GONE.  AN ACCOUNT WITH NO OWNER ON
054800*     CUSTXREF IS LISTED AND TRIED AGAIN TOMORROW.
054900*----------------------------------------------------------------
055000     PERFORM 2500-FIND-OWNER THRU 2500-EXIT.
055100     IF NOT MT-OWNER-FOUND
055200         MOVE "NOTICE HELD"          TO MT-REGISTER-ACTION
055300         MOVE "NO OWNER ON CUSTXREF" TO MT-REGISTER-NOTE
055400         PERFORM 2900-REGISTER-EXCEPTION THRU 2900-EXIT
055500         GO TO 2100-EXIT
055600     END-IF.
055700     MOVE ACCT-MATURITY-DATE TO MT-WORK-DATE.
055800     PERFORM 2700-FORMAT-SLOT-DATE THRU 2700-EXIT.
055900     MOVE SPACES             TO NOTICE-RECORD.
056000     MOVE MT-OWNER-ID        TO NTC-CUST-ID.
056100     MOVE MT-LETTER-TYPE     TO NTC-LETTER-TYPE.
056200     MOVE ACCT-NUMBER        TO NTC-ACCT-NUMBER.
056300     MOVE "MATURITY"         TO NTC-SOURCE.
056400     MOVE MT-TODAY           TO NTC-DATE.
056500     MOVE ACCT-NUMBER        TO NTC-DATA-1.
056600     MOVE MT-SLOT-DATE       TO NTC-DATA-2.
056700     IF ACCT-MATURE-RENEW
056800         MOVE "RENEW"        TO NTC-DATA-3
056900     ELSE
057000         MOVE "PAY OUT"      TO NTC-DATA-3
057100     END-IF.
057200     WRITE NOTICE-QUEUE-LINE FROM NOTICE-RECORD.
057300     MOVE "NOTICEQ " TO FST-FILE-NAME.
057400     MOVE "WRITE   " TO FST-OPERATION.
057500     MOVE MT-NTC-STATUS TO FST-STATUS.
057600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
057700     ADD 1 TO MT-NOTICE-COUNT.
057800     MOVE 'N' TO ACCT-MATURITY-STAGE.
057900     PERFORM 2800-REWRITE-ACCOUNT THRU 2800-EXIT.
058000     MOVE "NOTICE QUEUED" TO MT-REGISTER-ACTION.
058100     MOVE SPACES          TO MT-REGISTER-NOTE.
058200     MOVE ZERO            TO RD-NEW-MATURITY.
058300     MOVE ZERO            TO RD-RATE.
058400     PERFORM 2950-WRITE-REGISTER-LINE THRU 2950-EXIT.
058500 2100-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------
058900 2200-RENEW-ACCOUNT.
059000*     ROLL THE BALANCE INTO A NEW TERM OF THE SAME LENGTH,
059100*     RUNNING FROM THE OLD MATURITY DATE, AT TODAY'S TIER 'T'
059200*     RATE.  THE BALANCE SIMPLY CARRIES INTO THE NEW TERM - NO
059300*     MONEY MOVES, SO NOTHING REACHES TRANFILE.
059400*----------------------------------------------------------------
059500     IF NOT MT-RATE-FOUND
059600         MOVE "NOT RENEWED"          TO MT-REGISTER-ACTION
059700         MOVE "NO TIER T RATE TODAY" TO MT-REGISTER-NOTE
059800         PERFORM 2900-REGISTER-EXCEPTION THRU 2900-EXIT
059900         GO TO 2200-EXIT
060000     END-IF.
060100     MOVE ACCT-MATURITY-DATE TO MT-OLD-MATURITY.
060200     MOVE ACCT-MATURITY-DATE TO MT-WORK-DATE.
060300     PERFORM 2600-ADD-TERM-YEARS THRU 2600-EXIT.
060400     MOVE MT-WORK-DATE       TO ACCT-MATURITY-DATE.
060600     MOVE MT-RENEWAL-RATE    TO ACCT-TERM-RATE.
060700     MOVE SPACE              TO ACCT-MATURITY-STAGE.
060800     PERFORM 2800-REWRITE-ACCOUNT THRU 2800-EXIT.
060900     ADD 1          TO MT-RENEW-COUNT.
061000     ADD MT-BALANCE TO MT-RENEW-TOTAL.
061100     MOVE "RENEWED"          TO MT-REGISTER-ACTION.
061200     MOVE SPACES             TO MT-REGISTER-NOTE.
061300     MOVE ACCT-MATURITY-DATE TO RD-NEW-MATURITY.
061400     MOVE MT-RENEWAL-RATE    TO RD-RATE.
061500     PERFORM 2950-WRITE-REGISTER-LINE THRU 2950-EXIT.
061600 2200-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------
062000 2300-PAY-OUT-ACCOUNT.
062100*     APPEND THE MATURITY PAYOUT FOR THE WHOLE BALANCE TO
062200*     TRANFILE AND MARK THE PAYOUT QUEUED SO IT IS NEVER QUEUED
062250*     TWICE.  TRANPOST MOVES THE MONEY AND MARKS THE TERM PAID
062260*     OUT ONCE THE PAYOUT POSTS.  WHILE ANY HOLD ON THE
062300*     ACCOUNT IS OPEN NOTHING IS QUEUED - THE TERM WAITS AS AN
062350*     EXCEPTION AND IS TRIED AGAIN ON THE NEXT RUN.
062400*----------------------------------------------------------------
062405     MOVE ACCT-NUMBER   TO HLD-CHECK-ACCT.
062410     MOVE MT-TODAY      TO HLD-CHECK-DATE.
062415     MOVE MT-BALANCE    TO HLD-CHECK-BALANCE.
062420     PERFORM 9710-SUM-ACCOUNT-HOLDS THRU 9710-EXIT.
062425     IF HLD-OPEN-COUNT > ZERO
062430         MOVE "NOT PAID OUT"         TO MT-REGISTER-ACTION
062435         MOVE "FUNDS ON HOLD"        TO MT-REGISTER-NOTE
062440         PERFORM 2900-REGISTER-EXCEPTION THRU 2900-EXIT
062445         GO TO 2300-EXIT
062450     END-IF.
062500     MOVE SPACES        TO TRANSACTION-RECORD.
062600     MOVE ACCT-NUMBER   TO TRN-ACCT-NUMBER.
062700     MOVE 'M'           TO TRN-CODE.
062800     MOVE MT-BALANCE    TO TRN-AMOUNT.
062900     MOVE MT-TODAY      TO TRN-DATE.
063000     MOVE ZERO          TO TRN-ORIG-DATE.
063100     WRITE TRANSACTION-RECORD.
063200     MOVE "TRANFILE" TO FST-FILE-NAME.
063300     MOVE "WRITE   " TO FST-OPERATION.
063400     MOVE MT-TRAN-STATUS TO FST-STATUS.
063500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
063600     MOVE 'Q' TO ACCT-MATURITY-STAGE.
063700     PERFORM 2800-REWRITE-ACCOUNT THRU 2800-EXIT.
063800     ADD 1          TO MT-PAYOUT-COUNT.
063900     ADD MT-BALANCE TO MT-PAYOUT-TOTAL.
064000     MOVE "PAYOUT QUEUED"        TO MT-REGISTER-ACTION.
064100     MOVE "CLOSE IN ACCTMAINT"   TO MT-REGISTER-NOTE.
064200     MOVE ZERO                   TO RD-NEW-MATURITY.
064300     MOVE ZERO                   TO RD-RATE.
064400     PERFORM 2950-WRITE-REGISTER-LINE THRU 2950-EXIT.
064500 2300-EXIT.
064600     EXIT.
064700
064800*----------------------------------------------------------------
064900 2500-FIND-OWNER.
065000*----------------------------------------------------------------
065100     MOVE 'N'  TO MT-OWNER-FOUND-SW.
065200     MOVE ZERO TO MT-OWNER-ID.
065300     IF NOT MT-XREF-OPEN
065400         GO TO 2500-EXIT
065500     END-IF.
065600     MOVE 'A'         TO XRF-LINK-TYPE.
065700     MOVE ACCT-NUMBER TO XRF-LINK-ID.
065800     READ XREF-FILE
065900         INVALID KEY
066000             CONTINUE
066100         NOT INVALID KEY
066200             MOVE 'Y'         TO MT-OWNER-FOUND-SW
066300             MOVE XRF-CUST-ID TO MT-OWNER-ID
066400     END-READ.
066500 2500-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------
066900 2600-ADD-TERM-YEARS.
067000*     MOVE THE DATE IN MT-WORK-DATE ON BY THE ACCOUNT'S TERM.
067100*     A FEBRUARY 29 MATURITY FALLS BACK TO THE 28TH.
067200*----------------------------------------------------------------
067300     COMPUTE MT-NEW-YY = MT-WORK-YY + ACCT-TERM-YEARS.
067400     IF MT-NEW-YY > 99
067500         SUBTRACT 100 FROM MT-NEW-YY
067600     END-IF.
067700     MOVE MT-NEW-YY TO MT-WORK-YY.
067800     IF MT-WORK-MM = 02 AND MT-WORK-DD = 29
067900         MOVE 28 TO MT-WORK-DD
068000     END-IF.
068100 2600-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------------
068500 2700-FORMAT-SLOT-DATE.
068600*     THE DATE IN MT-WORK-DATE AS MM/DD/YY.
068700*----------------------------------------------------------------
068800     MOVE MT-WORK-MM TO MS-MM.
068900     MOVE MT-WORK-DD TO MS-DD.
069000     MOVE MT-WORK-YY TO MS-YY.
069100 2700-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------------
069500 2800-REWRITE-ACCOUNT.
069600*----------------------------------------------------------------
069700     REWRITE ACCOUNT-RECORD.
069800     MOVE "ACCTFILE" TO FST-FILE-NAME.
069900     MOVE "REWRITE " TO FST-OPERATION.
070000     MOVE MT-ACCT-STATUS TO FST-STATUS.
070100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
070200 2800-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------------
070600 2900-REGISTER-EXCEPTION.
070700*     AN ACCOUNT THE RUN COULD NOT TAKE ANY FURTHER - COUNTED
070800*     AND LISTED WITH THE REASON ALREADY IN THE NOTE.
070900*----------------------------------------------------------------
071000     ADD 1 TO MT-EXCEPTION-COUNT.
071100     MOVE ZERO TO RD-NEW-MATURITY.
071200     MOVE ZERO TO RD-RATE.
071300     PERFORM 2950-WRITE-REGISTER-LINE THRU 2950-EXIT.
071400 2900-EXIT.
071500     EXIT.
071600
071700*----------------------------------------------------------------
071800 2950-WRITE-REGISTER-LINE.
071900*     THE ACCOUNT'S REGISTER LINE.  A RENEWAL SHOWS THE
072000*     MATURITY IT CAME FROM, NOT THE ONE IT MOVED ON TO.
072100*----------------------------------------------------------------
072200     MOVE ACCT-NUMBER        TO RD-ACCT-NUMBER.
072300     IF MT-REGISTER-ACTION = "RENEWED"
072400         MOVE MT-OLD-MATURITY    TO RD-MATURITY
072500     ELSE
072600         IF ACCT-MATURITY-DATE NUMERIC
072700             MOVE ACCT-MATURITY-DATE TO RD-MATURITY
072800         ELSE
072900             MOVE ZERO               TO RD-MATURITY
073000         END-IF
073100     END-IF.
073200     MOVE MT-BALANCE         TO RD-BALANCE.
073300     MOVE MT-REGISTER-ACTION TO RD-ACTION.
073400     MOVE MT-REGISTER-NOTE   TO RD-NOTE.
073500     WRITE MATURITY-RPT-LINE FROM MT-RPT-DETAIL-LINE.
073600     MOVE "MATRPT  " TO FST-FILE-NAME.
073700     MOVE "WRITE   " TO FST-OPERATION.
073800     MOVE MT-RPT-STATUS TO FST-STATUS.
073900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
074000 2950-EXIT.
074100     EXIT.
074200
074300*----------------------------------------------------------------
074400 3000-WRITE-RUN-CONTROL.
074500*     APPEND THE RUN'S PAYOUT TOTALS - PAYOUTS QUEUED AND THE
074600*     AMOUNT QUEUED - SO EOD CAN TIE TODAY'S POSTED MATURITY
074700*     PAYOUTS BACK TO THIS RUN.  A MISSING RUNCTRL MEANS NO RUN
074800*     HAS EVER WRITTEN ONE, SO CREATE IT.
074900*----------------------------------------------------------------
075000     ACCEPT RCT-DATE FROM DATE.
075100     ACCEPT RCT-TIME FROM TIME.
075200     MOVE "MATURITY"       TO RCT-SOURCE.
075300     MOVE MT-PAYOUT-COUNT  TO RCT-RECORD-COUNT.
075400     MOVE MT-PAYOUT-TOTAL  TO RCT-TOTAL-AMOUNT.
075450     MOVE ZERO             TO RCT-RUN-ID.
075500     OPEN EXTEND RUN-CONTROL-FILE.
075600     IF MT-RUN-CTL-STATUS = '35'
075700         OPEN OUTPUT RUN-CONTROL-FILE
075800         CLOSE RUN-CONTROL-FILE
075900         OPEN EXTEND RUN-CONTROL-FILE
076000     END-IF.
076100     MOVE "RUNCTRL " TO FST-FILE-NAME.
076200     MOVE "OPEN    " TO FST-OPERATION.
076300     MOVE MT-RUN-CTL-STATUS TO FST-STATUS.
076400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
076500     WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-DETAIL-LINE.
076600     MOVE "WRITE   " TO FST-OPERATION.
076700     MOVE MT-RUN-CTL-STATUS TO FST-STATUS.
076800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
076900     CLOSE RUN-CONTROL-FILE.
077000 3000-EXIT.
077100     EXIT.
077200
077300*----------------------------------------------------------------
077400 8500-DATE-INDEX.
077500*     ROUGH-CALENDAR DAY INDEX OF THE DATE IN MT-WORK-DATE.
077600*----------------------------------------------------------------
077700     COMPUTE MT-WORK-INDEX =
077800         (MT-WORK-YY * 365) + (MT-WORK-MM * 30) + MT-WORK-DD.
077900 8500-EXIT.
078000     EXIT.
078100
078200*----------------------------------------------------------------
078300     COPY VALIDPR.
078320*----------------------------------------------------------------
078340     COPY HLDPR.
078400*----------------------------------------------------------------
078500     COPY FSTATPR.
078600*----------------------------------------------------------------
078700 9999-EXIT.
078800*----------------------------------------------------------------
078900     GOBACK.
