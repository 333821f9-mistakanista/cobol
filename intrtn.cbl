000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTRTN.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/29/2026.
000600 DATE-COMPILED.  09/29/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  ANNUAL INTEREST INFORMATION RETURN.  FOR A TAX YEAR
000900*           ENTERED AT THE START OF THE RUN, EVERY INTEREST
001000*           POSTING ('I' ENTRIES FROM INTEREST'S POSTING RUN) ON
001100*           THE DAILY LOG AND ITS MONTHLY HISTORY FILE IS
001200*           RESOLVED TO ITS OWNING CUSTOMER THROUGH THE PARTY
001300*           CROSS-REFERENCE, SORTED BY CUSTOMER, AND TOTALED ON
001400*           CONTROL BREAKS.  EACH CUSTOMER WHOSE YEAR'S INTEREST
001500*           REACHES THE REPORTING MINIMUM IS WRITTEN TO THE
001600*           FIXED-FORMAT FILING FILE (INTFILE) - A PAYER HEADER,
001700*           ONE RECIPIENT RECORD WITH TAXPAYER ID, NAME, ADDRESS,
001800*           AND INTEREST PAID, AND A CONTROL TRAILER WITH THE
001900*           RECIPIENT COUNT AND TOTAL - AND GETS A FORMAL
002000*           RECIPIENT COPY ON INTCOPY.
002100*
002200*           THE PAYER'S OWN TAXPAYER ID, NAME, AND ADDRESS, AND
002300*           OPTIONALLY THE REPORTING MINIMUM, COME FROM THE
002400*           INTPARM PARAMETER CARD.  EVERY CUSTOMER WITH A
002500*           MISSING OR BADLY FORMED TAXPAYER ID, AND EVERY
002600*           REPORTABLE AMOUNT THAT COULD NOT BE FILED, IS LISTED
002700*           ON THE EXCEPTION REPORT (INTEXCP) FOR BACKUP
002800*           WITHHOLDING REVIEW.  A TAX YEAR ALREADY FILED IS
002900*           REFUSED UNTIL A SUPERVISOR REOPENS IT WITH PERIODCT.
003000*----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 09/29/2026  RLM  ORIGINAL PROGRAM - INTEREST INFORMATION RETURN
003500*                  FILE, RECIPIENT COPIES, AND TAXPAYER ID
003600*                  EXCEPTION REPORT.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT INT-PARM-FILE     ASSIGN TO "INTPARM"
004500                              ORGANIZATION IS LINE SEQUENTIAL
004600                              FILE STATUS IS IR-PARM-STATUS.
004700     SELECT DAILY-LOG-FILE    ASSIGN TO "DAILYLOG"
004800                              ORGANIZATION IS LINE SEQUENTIAL
004900                              FILE STATUS IS IR-DLG-STATUS.
005000     SELECT LOG-HISTORY-FILE  ASSIGN TO "DLGHIST"
005100                              ORGANIZATION IS LINE SEQUENTIAL
005200                              FILE STATUS IS IR-HIST-STATUS.
005300     SELECT XREF-FILE         ASSIGN TO "CUSTXREF"
005400                              ORGANIZATION IS INDEXED
005500                              ACCESS MODE IS DYNAMIC
005600                              RECORD KEY IS XRF-LINK-KEY
005700                              FILE STATUS IS IR-XREF-STATUS.
005800     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
005900                              ORGANIZATION IS SEQUENTIAL
006000                              FILE STATUS IS IR-CUST-STATUS.
006100     SELECT INFO-RETURN-FILE  ASSIGN TO "INTFILE"
006200                              ORGANIZATION IS SEQUENTIAL
006300                              FILE STATUS IS IR-RTN-STATUS.
006400     SELECT RECIPIENT-COPY-FILE ASSIGN TO "INTCOPY"
006500                              ORGANIZATION IS LINE SEQUENTIAL
006600                              FILE STATUS IS IR-COPY-STATUS.
006700     SELECT TIN-EXCEPTION-FILE ASSIGN TO "INTEXCP"
006800                              ORGANIZATION IS LINE SEQUENTIAL
006900                              FILE STATUS IS IR-EXCP-STATUS.
007000     SELECT PERIOD-CTL-FILE   ASSIGN TO "PRDCTL"
007100                              ORGANIZATION IS LINE SEQUENTIAL
007200                              FILE STATUS IS PRD-CTL-STATUS.
007300     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
007400                              ORGANIZATION IS LINE SEQUENTIAL
007500                              FILE STATUS IS FST-JOB-LOG-STATUS.
007600     SELECT INT-SORT-FILE     ASSIGN TO "INTSORT".
007700 DATA DIVISION.
007800 FILE SECTION.
007900*----------------------------------------------------------------
008000* PAYER PARAMETER CARD - THE INSTITUTION'S OWN TAXPAYER ID, NAME,
008100* AND ADDRESS FOR THE FILING HEADER AND RECIPIENT COPIES, AND AN
008200* OPTIONAL REPORTING MINIMUM (BLANK TAKES THE DEFAULT BELOW)
008300*----------------------------------------------------------------
008400 FD  INT-PARM-FILE.
008500 01  INT-PARM-RECORD.
008600     05  IPM-PAYER-TIN          PIC X(09).
008700     05  IPM-PAYER-NAME         PIC X(30).
008800     05  IPM-PAYER-ADDRESS      PIC X(30).
008900     05  IPM-MINIMUM            PIC 9(05)V99.
009000     05  FILLER                 PIC X(04).
009100
009200*----------------------------------------------------------------
009300* SHARED DAILY TRANSACTION LOG AND ITS MONTHLY HISTORY FILE -
009400* THE HISTORY LINE IS THE ARCHIVED LOG ENTRY BEHIND ITS ARCHIVE
009500* MONTH (SEE DLGARCH)
009600*----------------------------------------------------------------
009700 FD  DAILY-LOG-FILE.
009800 01  DAILY-LOG-LINE             PIC X(80).
009900
010000 FD  LOG-HISTORY-FILE.
010100 01  LOG-HISTORY-RECORD.
010200     05  DH-ARCHIVE-MONTH       PIC 9(04).
010300     05  FILLER                 PIC X(01).
010400     05  DH-LOG-ENTRY           PIC X(80).
010500
010600*----------------------------------------------------------------
010700* PARTY CROSS-REFERENCE - ACCOUNT NUMBER TO OWNING CUSTOMER
010800*----------------------------------------------------------------
010900 FD  XREF-FILE.
011000     COPY XRFREC.
011100
011200*----------------------------------------------------------------
011300* CUSTOMER MASTER - NAME, ADDRESS, AND TAXPAYER ID, IN CUSTOMER
011400* ID ORDER, MATCHED SEQUENTIALLY AGAINST THE SORTED RECIPIENTS
011500*----------------------------------------------------------------
011600 FD  CUSTOMER-MASTER-FILE
011700     RECORDING MODE IS F.
011800     COPY CUSTREC.
011900
012000*----------------------------------------------------------------
012100* INFORMATION RETURN FILING FILE - FIXED 100-BYTE RECORDS: ONE
012200* 'A' PAYER HEADER, ONE 'B' RECORD PER REPORTABLE RECIPIENT, AND
012300* ONE 'C' CONTROL TRAILER
012400*----------------------------------------------------------------
012500 FD  INFO-RETURN-FILE
012600     RECORDING MODE IS F.
012700 01  IRF-HEADER-RECORD.
012800     05  IRH-RECORD-TYPE        PIC X(01).
012900     05  IRH-TAX-YEAR           PIC 9(04).
013000     05  IRH-PAYER-TIN          PIC X(09).
013100     05  IRH-PAYER-NAME         PIC X(30).
013200     05  IRH-PAYER-ADDRESS      PIC X(30).
013300     05  IRH-RUN-DATE           PIC 9(06).
013400     05  FILLER                 PIC X(20).
013500 01  IRF-DETAIL-RECORD.
013600     05  IRD-RECORD-TYPE        PIC X(01).
013700     05  IRD-TAX-YEAR           PIC 9(04).
013800     05  IRD-TIN-TYPE           PIC X(01).
013900     05  IRD-TIN                PIC X(09).
014000     05  IRD-CUST-ID            PIC 9(06).
014100     05  IRD-NAME               PIC X(20).
014200     05  IRD-ADDRESS            PIC X(30).
014300     05  IRD-INTEREST           PIC 9(09)V99.
014400     05  FILLER                 PIC X(18).
014500 01  IRF-TRAILER-RECORD.
014600     05  IRT-RECORD-TYPE        PIC X(01).
014700     05  IRT-TAX-YEAR           PIC 9(04).
014800     05  IRT-RECIPIENT-COUNT    PIC 9(07).
014900     05  IRT-TOTAL-INTEREST     PIC 9(11)V99.
015000     05  FILLER                 PIC X(75).
015100
015200*----------------------------------------------------------------
015300* RECIPIENT COPIES - ONE FORMAL STATEMENT PER FILED RECIPIENT
015400*----------------------------------------------------------------
015500 FD  RECIPIENT-COPY-FILE.
015600 01  RECIPIENT-COPY-LINE        PIC X(80).
015700
015800*----------------------------------------------------------------
015900* TAXPAYER ID EXCEPTION REPORT - BACKUP WITHHOLDING REVIEW
016000*----------------------------------------------------------------
016100 FD  TIN-EXCEPTION-FILE.
016200 01  TIN-EXCEPTION-LINE         PIC X(80).
016300
016400*----------------------------------------------------------------
016500* SHARED PROCESSING-PERIOD CONTROL FILE - CONSULTED BEFORE THE
016600* RUN STARTS, MARKED PROCESSED AT END OF JOB
016700*----------------------------------------------------------------
016800 FD  PERIOD-CTL-FILE.
016900 01  PERIOD-CTL-LINE            PIC X(80).
017000
017100*----------------------------------------------------------------
017200* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
017300*----------------------------------------------------------------
017400 FD  JOB-LOG-FILE.
017500 01  JOB-LOG-LINE               PIC X(80).
017600
017700*----------------------------------------------------------------
017800* SORT WORK FILE - ONE RECORD PER INTEREST POSTING IN THE TAX
017900* YEAR, KEYED BY THE CUSTOMER IT RESOLVED TO ('C'), OR BY THE
018000* ACCOUNT ITSELF WHEN NO CUSTOMER OWNS IT ('A')
018100*----------------------------------------------------------------
018200 SD  INT-SORT-FILE.
018300 01  INT-SORT-RECORD.
018400     05  ISR-PARTY-TYPE         PIC X(01).
018500         88  ISR-CUSTOMER                   VALUE 'C'.
018600         88  ISR-ACCOUNT                    VALUE 'A'.
018700     05  ISR-PARTY-ID           PIC 9(06).
018800     05  ISR-AMOUNT             PIC 9(09)V99.
018900
019000 WORKING-STORAGE SECTION.
019100*----------------------------------------------------------------
019200* FILE STATUS FIELDS - A MISSING LOG OR HISTORY FILE ONLY MEANS
019300* LESS INTEREST TO FIND; A MISSING CROSS-REFERENCE LEAVES EVERY
019400* ACCOUNT UNOWNED AND UNFILED.  A MISSING PARAMETER CARD OR
019500* CUSTOMER MASTER ENDS THE RUN - NOTHING CAN BE FILED WITHOUT
019600* THEM.
019700*----------------------------------------------------------------
019800 01  IR-PARM-STATUS             PIC X(02).
019900     88  IR-PARM-MISSING                    VALUE '35'.
020000 01  IR-DLG-STATUS              PIC X(02).
020100     88  IR-DLG-MISSING                     VALUE '35'.
020200 01  IR-HIST-STATUS             PIC X(02).
020300     88  IR-HIST-MISSING                    VALUE '35'.
020400 01  IR-XREF-STATUS             PIC X(02).
020500     88  IR-XREF-MISSING                    VALUE '35'.
020600 01  IR-CUST-STATUS             PIC X(02).
020700     88  IR-CUST-MISSING                    VALUE '35'.
020800 01  IR-RTN-STATUS              PIC X(02).
020900 01  IR-COPY-STATUS             PIC X(02).
021000 01  IR-EXCP-STATUS             PIC X(02).
021100
021200 01  IR-SWITCHES.
021300     05  IR-LOG-EOF-SW          PIC X(01) VALUE 'N'.
021400         88  IR-LOG-EOF                     VALUE 'Y'.
021500     05  IR-SORT-EOF-SW         PIC X(01) VALUE 'N'.
021600         88  IR-SORT-EOF                    VALUE 'Y'.
021700     05  IR-CM-EOF-SW           PIC X(01) VALUE 'N'.
021800         88  IR-CM-EOF                      VALUE 'Y'.
021900     05  IR-YEAR-OK-SW          PIC X(01) VALUE 'N'.
022000         88  IR-YEAR-OK                     VALUE 'Y'.
022100     05  IR-XREF-OPEN-SW        PIC X(01) VALUE 'N'.
022200         88  IR-XREF-OPEN                   VALUE 'Y'.
022300     05  IR-GROUP-OPEN-SW       PIC X(01) VALUE 'N'.
022400         88  IR-GROUP-OPEN                  VALUE 'Y'.
022500     05  IR-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
022600         88  IR-CUST-FOUND                  VALUE 'Y'.
022700
022800*----------------------------------------------------------------
022900* THE TAX YEAR - ENTERED AS YY, WHICH MUST BE A YEAR THAT HAS
023000* ENDED; THE FILING FILE CARRIES IT IN FULL
023100*----------------------------------------------------------------
023200 01  IR-TODAY                   PIC 9(06).
023300 01  IR-TODAY-R REDEFINES IR-TODAY.
023400     05  IR-TODAY-YY            PIC 9(02).
023500     05  IR-TODAY-MMDD          PIC 9(04).
023600 01  IR-TAX-YY                  PIC 9(02).
023700 01  IR-TAX-CCYY                PIC 9(04).
023800
023900*----------------------------------------------------------------
024000* PAYER AND REPORTING MINIMUM - FROM THE PARAMETER CARD.  A
024100* YEAR'S INTEREST UNDER THE MINIMUM IS NOT REPORTED.
024200*----------------------------------------------------------------
024300 01  IR-PAYER-TIN               PIC X(09).
024400 01  IR-PAYER-NAME              PIC X(30).
024500 01  IR-PAYER-ADDRESS           PIC X(30).
024600 01  IR-MINIMUM                 PIC 9(05)V99 VALUE 10.00.
024700
024800*----------------------------------------------------------------
024900* CONTROL BREAK FIELDS - THE PARTY WHOSE GROUP IS BEING TOTALED
025000*----------------------------------------------------------------
025100 01  IR-BREAK-TYPE              PIC X(01).
025200     88  IR-BREAK-CUSTOMER                  VALUE 'C'.
025300 01  IR-BREAK-ID                PIC 9(06) VALUE ZERO.
025400 01  IR-GROUP-INTEREST          PIC 9(09)V99 VALUE ZERO.
025500
025600*----------------------------------------------------------------
025700* THE RECIPIENT IN HAND - WHY IT IS ON THE EXCEPTION REPORT, AND
025800* WHAT HAPPENED TO ITS FILING
025900*----------------------------------------------------------------
026000 01  IR-EXCP-REASON             PIC X(15).
026100 01  IR-FILED-TEXT              PIC X(09).
026200 01  IR-TIN-WORK                PIC X(09).
026300 01  IR-TIN-WORK-R REDEFINES IR-TIN-WORK.
026400     05  FILLER                 PIC X(05).
026500     05  IR-TIN-LAST-FOUR       PIC X(04).
026600
026700*----------------------------------------------------------------
026800* RUN COUNTS AND TOTALS
026900*----------------------------------------------------------------
027000 01  IR-POSTING-COUNT           PIC 9(07) COMP VALUE ZERO.
027100 01  IR-FILED-COUNT             PIC 9(07) COMP VALUE ZERO.
027200 01  IR-FILED-TOTAL             PIC 9(11)V99 VALUE ZERO.
027300 01  IR-UNDER-MIN-COUNT         PIC 9(07) COMP VALUE ZERO.
027400 01  IR-NOT-FILED-COUNT         PIC 9(07) COMP VALUE ZERO.
027500 01  IR-TIN-EXCP-COUNT          PIC 9(07) COMP VALUE ZERO.
027600
027700*----------------------------------------------------------------
027800* RECIPIENT COPY LINES
027900*----------------------------------------------------------------
028000 01  IR-COPY-TITLE-LINE.
028100     05  FILLER                 PIC X(45) VALUE
028200         "STATEMENT OF INTEREST INCOME - RECIPIENT COPY".
028300     05  FILLER                 PIC X(13) VALUE
028400         "    TAX YEAR ".
028500     05  RC-TAX-YEAR            PIC 9(04).
028600     05  FILLER                 PIC X(18) VALUE SPACES.
028700
028800 01  IR-COPY-PAYER-LINE.
028900     05  FILLER                 PIC X(16) VALUE
029000         "PAYER           ".
029100     05  RC-PAYER-NAME          PIC X(30).
029200     05  FILLER                 PIC X(34) VALUE SPACES.
029300
029400 01  IR-COPY-PAYER-ADDR-LINE.
029500     05  FILLER                 PIC X(16) VALUE SPACES.
029600     05  RC-PAYER-ADDRESS       PIC X(30).
029700     05  FILLER                 PIC X(34) VALUE SPACES.
029800
029900 01  IR-COPY-PAYER-TIN-LINE.
030000     05  FILLER                 PIC X(16) VALUE
030100         "PAYER'S TIN     ".
030200     05  RC-PAYER-TIN           PIC X(09).
030300     05  FILLER                 PIC X(55) VALUE SPACES.
030400
030500 01  IR-COPY-RECIP-LINE.
030600     05  FILLER                 PIC X(16) VALUE
030700         "RECIPIENT       ".
030800     05  RC-RECIP-NAME          PIC X(20).
030900     05  FILLER                 PIC X(44) VALUE SPACES.
031000
031100 01  IR-COPY-RECIP-ADDR-LINE.
031200     05  FILLER                 PIC X(16) VALUE SPACES.
031300     05  RC-RECIP-ADDRESS       PIC X(30).
031400     05  FILLER                 PIC X(34) VALUE SPACES.
031500
031600 01  IR-COPY-RECIP-TIN-LINE.
031700     05  FILLER                 PIC X(16) VALUE
031800         "RECIPIENT'S TIN ".
031900     05  RC-RECIP-TIN.
032000         10  RC-TIN-MASK        PIC X(05).
032100         10  RC-TIN-LAST-FOUR   PIC X(04).
032200     05  FILLER                 PIC X(02) VALUE SPACES.
032300     05  RC-TIN-NOTE            PIC X(20).
032400     05  FILLER                 PIC X(33) VALUE SPACES.
032500
032600 01  IR-COPY-ACCOUNT-LINE.
032700     05  FILLER                 PIC X(16) VALUE
032800         "CUSTOMER NUMBER ".
032900     05  RC-CUST-ID             PIC 9(06).
033000     05  FILLER                 PIC X(58) VALUE SPACES.
033100
033200 01  IR-COPY-INTEREST-LINE.
033300     05  FILLER                 PIC X(16) VALUE
033400         "INTEREST INCOME ".
033500     05  RC-INTEREST            PIC Z(8)9.99.
033600     05  FILLER                 PIC X(52) VALUE SPACES.
033700
033800 01  IR-COPY-NOTICE-LINE-1      PIC X(80) VALUE
033900     "THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHED".
034000 01  IR-COPY-NOTICE-LINE-2      PIC X(80) VALUE
034100     "TO THE TAX AUTHORITY.  KEEP IT WITH YOUR RECORDS.".
034200 01  IR-BLANK-LINE              PIC X(80) VALUE SPACES.
034300
034400*----------------------------------------------------------------
034500* EXCEPTION REPORT LINES
034600*----------------------------------------------------------------
034700 01  IR-EXCP-HEADING.
034800     05  FILLER                 PIC X(41) VALUE
034900         "INTEREST RETURN TAXPAYER ID EXCEPTIONS - ".
035000     05  FILLER                 PIC X(09) VALUE "TAX YEAR ".
035100     05  RH-TAX-YEAR            PIC 9(04).
035200     05  FILLER                 PIC X(07) VALUE " - RUN ".
035300     05  RH-DATE                PIC 9(06).
035400     05  FILLER                 PIC X(13) VALUE SPACES.
035500
035600 01  IR-EXCP-COLUMNS.
035700     05  FILLER                 PIC X(40) VALUE
035800         "P ID     NAME                 T TIN     ".
035900     05  FILLER                 PIC X(40) VALUE
036000         "      INTEREST FILING    REASON".
036100
036200 01  IR-EXCP-DETAIL-LINE.
036300     05  RD-PARTY-TYPE          PIC X(01).
036400     05  FILLER                 PIC X(01) VALUE SPACES.
036500     05  RD-PARTY-ID            PIC 9(06).
036600     05  FILLER                 PIC X(01) VALUE SPACES.
036700     05  RD-NAME                PIC X(20).
036800     05  FILLER                 PIC X(01) VALUE SPACES.
036900     05  RD-TIN-TYPE            PIC X(01).
037000     05  FILLER                 PIC X(01) VALUE SPACES.
037100     05  RD-TIN                 PIC X(09).
037200     05  FILLER                 PIC X(01) VALUE SPACES.
037300     05  RD-INTEREST            PIC Z(8)9.99.
037400     05  FILLER                 PIC X(01) VALUE SPACES.
037500     05  RD-FILED               PIC X(09).
037600     05  FILLER                 PIC X(01) VALUE SPACES.
037700     05  RD-REASON              PIC X(15).
037800
037900 01  IR-EXCP-SUMMARY-LINE.
038000     05  FILLER                 PIC X(06) VALUE "FILED ".
038100     05  RS-FILED               PIC Z(6)9.
038200     05  FILLER                 PIC X(01) VALUE SPACE.
038300     05  RS-FILED-TOTAL         PIC Z(10)9.99.
038400     05  FILLER                 PIC X(12) VALUE "  UNDER MIN ".
038500     05  RS-UNDER-MIN           PIC Z(6)9.
038600     05  FILLER                 PIC X(12) VALUE "  NOT FILED ".
038700     05  RS-NOT-FILED           PIC Z(6)9.
038800     05  FILLER                 PIC X(06) VALUE "  TIN ".
038900     05  RS-TIN-EXCP            PIC Z(6)9.
039000
039100     COPY DLGREC.
039200
039300     COPY PRDWS.
039400
039500     COPY VALIDWS.
039600
039700     COPY FSTATWS.
039800
039900 PROCEDURE DIVISION.
040000*----------------------------------------------------------------
040100 0000-MAINLINE.
040200*----------------------------------------------------------------
040300     MOVE "INTRTN" TO FST-PROGRAM-ID.
040400     ACCEPT IR-TODAY FROM DATE.
040500     PERFORM 0100-GET-TAX-YEAR THRU 0100-EXIT.
040600*    ONE FILING PER TAX YEAR - A RERUN IS REFUSED UNTIL A
040700*    SUPERVISOR REOPENS THE YEAR WITH PERIODCT.
040800     MOVE "INTRTN"  TO PRD-CHECK-SOURCE.
040900     MOVE IR-TAX-YY TO PRD-CHECK-YEAR.
041000     MOVE 1231      TO PRD-CHECK-PERIOD.
041100     PERFORM 9500-CHECK-PERIOD THRU 9500-EXIT.
041200     IF PRD-ALREADY-PROCESSED
041300         DISPLAY "INTRTN - TAX YEAR " IR-TAX-CCYY
041400                 " HAS ALREADY BEEN FILED"
041500         DISPLAY "- REOPEN IT WITH PERIODCT BEFORE RERUNNING."
041600         MOVE 16 TO RETURN-CODE
041700         GO TO 9999-EXIT
041800     END-IF.
041900     PERFORM 0200-READ-PARM-CARD THRU 0200-EXIT.
042000     PERFORM 0300-OPEN-CUSTOMER-MASTER THRU 0300-EXIT.
042100     PERFORM 0400-OPEN-CROSS-REFERENCE THRU 0400-EXIT.
042200     SORT INT-SORT-FILE
042300         ON ASCENDING KEY ISR-PARTY-TYPE
042400                          ISR-PARTY-ID
042500         INPUT PROCEDURE IS 1000-RELEASE-INTEREST
042600             THRU 1000-EXIT
042700         OUTPUT PROCEDURE IS 2000-WRITE-RETURN
042800             THRU 2000-EXIT.
042900     IF IR-XREF-OPEN
043000         CLOSE XREF-FILE
043100     END-IF.
043200     CLOSE CUSTOMER-MASTER-FILE.
043300     IF SORT-RETURN NOT = ZERO
043400         DISPLAY "INTRTN - SORT FAILED - RERUN THE JOB."
043500         MOVE 16 TO RETURN-CODE
043600         GO TO 9999-EXIT
043700     END-IF.
043800     MOVE "INTRTN" TO PRD-MARK-OPERATOR.
043900     PERFORM 9600-MARK-PERIOD-PROCESSED THRU 9600-EXIT.
044000     DISPLAY "Interest information return complete - "
044100             IR-FILED-COUNT " recipients filed, "
044200             IR-TIN-EXCP-COUNT " taxpayer ID exceptions.".
044300     GO TO 9999-EXIT.
044400
044500*----------------------------------------------------------------
044600 0100-GET-TAX-YEAR.
044700*     RE-PROMPT UNTIL THE TAX YEAR IS ONE THAT HAS ENDED.
044800*----------------------------------------------------------------
044900     MOVE 'N' TO IR-YEAR-OK-SW.
045000     PERFORM 0150-PROMPT-FOR-YEAR THRU 0150-EXIT
045100         UNTIL IR-YEAR-OK.
045200 0100-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------
045600 0150-PROMPT-FOR-YEAR.
045700*----------------------------------------------------------------
045800     DISPLAY "Tax year to file - YY?".
045900     ACCEPT IR-TAX-YY.
046000     MOVE IR-TAX-YY TO VAL-NUMERIC-INPUT.
046100     MOVE ZERO      TO VAL-MIN-RANGE.
046200     MOVE IR-TODAY-YY TO VAL-MAX-RANGE.
046300     SUBTRACT 1 FROM VAL-MAX-RANGE.
046400     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
046500     IF VAL-ERROR-FOUND
046600         DISPLAY "The tax year must be a year that has ended."
046700         GO TO 0150-EXIT
046800     END-IF.
046900     COMPUTE IR-TAX-CCYY = 2000 + IR-TAX-YY.
047000     MOVE 'Y' TO IR-YEAR-OK-SW.
047100 0150-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------
047500 0200-READ-PARM-CARD.
047600*     THE PAYER'S TAXPAYER ID MUST BE A WELL-FORMED EMPLOYER ID
047700*     AND THE NAME PRESENT - A RETURN WITHOUT THEM WOULD BE
047800*     REJECTED, SO THE RUN ENDS AND THE YEAR STAYS OPEN.  A
047900*     BLANK OR NON-NUMERIC MINIMUM LEAVES THE DEFAULT.
048000*----------------------------------------------------------------
048100     OPEN INPUT INT-PARM-FILE.
048200     IF IR-PARM-MISSING
048300         DISPLAY "INTRTN - NO PAYER PARAMETER CARD (INTPARM) -"
048400         DISPLAY "NOTHING FILED."
048500         MOVE 16 TO RETURN-CODE
048600         GO TO 9999-EXIT
048700     END-IF.
048800     MOVE "INTPARM " TO FST-FILE-NAME.
048900     MOVE "OPEN    " TO FST-OPERATION.
049000     MOVE IR-PARM-STATUS TO FST-STATUS.
049100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
049200     READ INT-PARM-FILE
049300         AT END
049400             DISPLAY "INTRTN - PAYER PARAMETER CARD IS EMPTY -"
049500             DISPLAY "NOTHING FILED."
049600             CLOSE INT-PARM-FILE
049700             MOVE 16 TO RETURN-CODE
049800             GO TO 9999-EXIT
049900     END-READ.
050000     MOVE "INTPARM " TO FST-FILE-NAME.
050100     MOVE "READ    " TO FST-OPERATION.
050200     MOVE IR-PARM-STATUS TO FST-STATUS.
050300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
050400     CLOSE INT-PARM-FILE.
050500     MOVE 'E'           TO VAL-TIN-TYPE.
050600     MOVE IPM-PAYER-TIN TO VAL-TIN-INPUT.
050700     PERFORM 8200-CHECK-TIN THRU 8200-EXIT.
050800     IF VAL-ERROR-FOUND OR IPM-PAYER-NAME = SPACES
050900         DISPLAY "INTRTN - PAYER TAXPAYER ID OR NAME ON INTPARM"
051000         DISPLAY "IS NOT VALID - NOTHING FILED."
051100         MOVE 16 TO RETURN-CODE
051200         GO TO 9999-EXIT
051300     END-IF.
051400     MOVE IPM-PAYER-TIN     TO IR-PAYER-TIN.
051500     MOVE IPM-PAYER-NAME    TO IR-PAYER-NAME.
051600     MOVE IPM-PAYER-ADDRESS TO IR-PAYER-ADDRESS.
051700     IF IPM-MINIMUM NUMERIC AND IPM-MINIMUM NOT = ZERO
051800         MOVE IPM-MINIMUM TO IR-MINIMUM
051900     END-IF.
052000 0200-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------
052400 0300-OPEN-CUSTOMER-MASTER.
052500*     THE MASTER IS READ FORWARD IN STEP WITH THE SORTED
052600*     CUSTOMERS.  WITHOUT IT NO RECIPIENT HAS A NAME, ADDRESS,
052700*     OR TAXPAYER ID, SO THE RUN ENDS AND THE YEAR STAYS OPEN.
052800*----------------------------------------------------------------
052900     MOVE 'N' TO IR-CM-EOF-SW.
053000     OPEN INPUT CUSTOMER-MASTER-FILE.
053100     IF IR-CUST-MISSING
053200         DISPLAY "INTRTN - NO CUSTOMER MASTER (CUSTMAST) -"
053300         DISPLAY "NOTHING FILED."
053400         MOVE 16 TO RETURN-CODE
053500         GO TO 9999-EXIT
053600     END-IF.
053700     MOVE "CUSTMAST" TO FST-FILE-NAME.
053800     MOVE "OPEN    " TO FST-OPERATION.
053900     MOVE IR-CUST-STATUS TO FST-STATUS.
054000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
054100     PERFORM 0350-READ-CUSTOMER THRU 0350-EXIT.
054200 0300-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600 0350-READ-CUSTOMER.
054700*----------------------------------------------------------------
054800     READ CUSTOMER-MASTER-FILE
054900         AT END
055000             MOVE 'Y' TO IR-CM-EOF-SW
055100     END-READ.
055200     MOVE "CUSTMAST" TO FST-FILE-NAME.
055300     MOVE "READ    " TO FST-OPERATION.
055400     MOVE IR-CUST-STATUS TO FST-STATUS.
055500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
055600 0350-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------------
056000 0400-OPEN-CROSS-REFERENCE.
056100*     A MISSING CROSS-REFERENCE IS NOT AN ABORT - EVERY ACCOUNT
056200*     SIMPLY STAYS UNOWNED AND IS LISTED AS NOT FILED.
056300*----------------------------------------------------------------
056400     MOVE 'N' TO IR-XREF-OPEN-SW.
056500     OPEN INPUT XREF-FILE.
056600     IF IR-XREF-MISSING
056700         DISPLAY "INTRTN - no cross-reference on file - no "
056800                 "account can be placed with its customer."
056900         GO TO 0400-EXIT
057000     END-IF.
057100     MOVE "CUSTXREF" TO FST-FILE-NAME.
057200     MOVE "OPEN    " TO FST-OPERATION.
057300     MOVE IR-XREF-STATUS TO FST-STATUS.
057400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
057500     MOVE 'Y' TO IR-XREF-OPEN-SW.
057600 0400-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------------
058000 1000-RELEASE-INTEREST.
058100*     RELEASE ONE SORT RECORD PER INTEREST POSTING IN THE TAX
058200*     YEAR - FIRST THE ARCHIVED HISTORY, THEN THE CURRENT DAILY
058300*     LOG.  EITHER FILE MAY BE MISSING.
058400*----------------------------------------------------------------
058500     MOVE 'N' TO IR-LOG-EOF-SW.
058600     OPEN INPUT LOG-HISTORY-FILE.
058700     IF IR-HIST-MISSING
058800         GO TO 1000-DAILY-LOG
058900     END-IF.
059000     MOVE "DLGHIST " TO FST-FILE-NAME.
059100     MOVE "OPEN    " TO FST-OPERATION.
059200     MOVE IR-HIST-STATUS TO FST-STATUS.
059300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
059400     PERFORM 1300-READ-HISTORY-ENTRY THRU 1300-EXIT.
059500     PERFORM 1400-RELEASE-HISTORY-ENTRY THRU 1400-EXIT
059600         UNTIL IR-LOG-EOF.
059700     CLOSE LOG-HISTORY-FILE.
059800 1000-DAILY-LOG.
059900     MOVE 'N' TO IR-LOG-EOF-SW.
060000     OPEN INPUT DAILY-LOG-FILE.
060100     IF IR-DLG-MISSING
060200         GO TO 1000-EXIT
060300     END-IF.
060400     MOVE "DAILYLOG" TO FST-FILE-NAME.
060500     MOVE "OPEN    " TO FST-OPERATION.
060600     MOVE IR-DLG-STATUS TO FST-STATUS.
060700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
060800     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
060900     PERFORM 1200-RELEASE-LOG-ENTRY THRU 1200-EXIT
061000         UNTIL IR-LOG-EOF.
061100     CLOSE DAILY-LOG-FILE.
061200 1000-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------
061600 1100-READ-LOG-ENTRY.
061700*----------------------------------------------------------------
061800     READ DAILY-LOG-FILE
061900         AT END
062000             MOVE 'Y' TO IR-LOG-EOF-SW
062100         NOT AT END
062200             MOVE DAILY-LOG-LINE TO DLG-LOG-DETAIL-LINE
062300     END-READ.
062400     MOVE "DAILYLOG" TO FST-FILE-NAME.
062500     MOVE "READ    " TO FST-OPERATION.
062600     MOVE IR-DLG-STATUS TO FST-STATUS.
062700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
062800 1100-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------
063200 1200-RELEASE-LOG-ENTRY.
063300*----------------------------------------------------------------
063400     PERFORM 1500-RELEASE-IF-INTEREST THRU 1500-EXIT.
063500     PERFORM 1100-READ-LOG-ENTRY THRU 1100-EXIT.
063600 1200-EXIT.
063700     EXIT.
063800
063900*----------------------------------------------------------------
064000 1300-READ-HISTORY-ENTRY.
064100*----------------------------------------------------------------
064200     READ LOG-HISTORY-FILE
064300         AT END
064400             MOVE 'Y' TO IR-LOG-EOF-SW
064500         NOT AT END
064600             MOVE DH-LOG-ENTRY TO DLG-LOG-DETAIL-LINE
064700     END-READ.
064800     MOVE "DLGHIST " TO FST-FILE-NAME.
064900     MOVE "READ    " TO FST-OPERATION.
065000     MOVE IR-HIST-STATUS TO FST-STATUS.
065100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
065200 1300-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------
065600 1400-RELEASE-HISTORY-ENTRY.
065700*----------------------------------------------------------------
065800     PERFORM 1500-RELEASE-IF-INTEREST THRU 1500-EXIT.
065900     PERFORM 1300-READ-HISTORY-ENTRY THRU 1300-EXIT.
066000 1400-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------
066400 1500-RELEASE-IF-INTEREST.
066500*     ONLY INTEREST'S POSTING RUN ENTRIES ('I') ARE INTEREST
066600*     PAID - A CALCULATOR-MODE INTEREST ENTRY MOVES NO MONEY.
066700*     THE LOGGED ID IS THE ACCOUNT NUMBER; ITS 'A' LINK ON THE
066800*     CROSS-REFERENCE NAMES THE OWNING CUSTOMER.
066900*----------------------------------------------------------------
067000     IF DLG-ID = ZERO OR DLG-DATE-YY NOT = IR-TAX-YY
067100        OR NOT DLG-FROM-INTEREST
067200        OR NOT DLG-TRAN-INTEREST-POST
067300         GO TO 1500-EXIT
067400     END-IF.
067500     ADD 1 TO IR-POSTING-COUNT.
067600     MOVE 'A'        TO ISR-PARTY-TYPE.
067700     MOVE DLG-ID     TO ISR-PARTY-ID.
067800     MOVE DLG-AMOUNT TO ISR-AMOUNT.
067900     IF IR-XREF-OPEN
068000         MOVE 'A'    TO XRF-LINK-TYPE
068100         MOVE DLG-ID TO XRF-LINK-ID
068200         READ XREF-FILE
068300             INVALID KEY
068400                 CONTINUE
068500             NOT INVALID KEY
068600                 MOVE 'C'         TO ISR-PARTY-TYPE
068700                 MOVE XRF-CUST-ID TO ISR-PARTY-ID
068800         END-READ
068900     END-IF.
069000     RELEASE INT-SORT-RECORD.
069100 1500-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------------
069500 2000-WRITE-RETURN.
069600*     TAKE THE SORTED POSTINGS BACK PARTY BY PARTY, TOTALING
069700*     EACH GROUP ON THE CONTROL BREAK.  THE PAYER HEADER GOES
069800*     FIRST AND THE CONTROL TRAILER LAST.
069900*----------------------------------------------------------------
070000     OPEN OUTPUT INFO-RETURN-FILE.
070100     MOVE "INTFILE " TO FST-FILE-NAME.
070200     MOVE "OPEN    " TO FST-OPERATION.
070300     MOVE IR-RTN-STATUS TO FST-STATUS.
070400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
070500     OPEN OUTPUT RECIPIENT-COPY-FILE.
070600     MOVE "INTCOPY " TO FST-FILE-NAME.
070700     MOVE "OPEN    " TO FST-OPERATION.
070800     MOVE IR-COPY-STATUS TO FST-STATUS.
070900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
071000     OPEN OUTPUT TIN-EXCEPTION-FILE.
071100     MOVE "INTEXCP " TO FST-FILE-NAME.
071200     MOVE "OPEN    " TO FST-OPERATION.
071300     MOVE IR-EXCP-STATUS TO FST-STATUS.
071400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
071500     MOVE IR-TAX-CCYY TO RH-TAX-YEAR.
071600     MOVE IR-TODAY    TO RH-DATE.
071700     WRITE TIN-EXCEPTION-LINE FROM IR-EXCP-HEADING.
071800     WRITE TIN-EXCEPTION-LINE FROM IR-EXCP-COLUMNS.
071900     MOVE SPACES           TO IRF-HEADER-RECORD.
072000     MOVE 'A'              TO IRH-RECORD-TYPE.
072100     MOVE IR-TAX-CCYY      TO IRH-TAX-YEAR.
072200     MOVE IR-PAYER-TIN     TO IRH-PAYER-TIN.
072300     MOVE IR-PAYER-NAME    TO IRH-PAYER-NAME.
072400     MOVE IR-PAYER-ADDRESS TO IRH-PAYER-ADDRESS.
072500     MOVE IR-TODAY         TO IRH-RUN-DATE.
072600     WRITE IRF-HEADER-RECORD.
072700     MOVE "INTFILE " TO FST-FILE-NAME.
072800     MOVE "WRITE   " TO FST-OPERATION.
072900     MOVE IR-RTN-STATUS TO FST-STATUS.
073000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
073100     MOVE 'N' TO IR-SORT-EOF-SW.
073200     MOVE 'N' TO IR-GROUP-OPEN-SW.
073300     PERFORM 2100-RETURN-SORTED-POSTING THRU 2100-EXIT.
073400     PERFORM 2200-PROCESS-SORTED-POSTING THRU 2200-EXIT
073500         UNTIL IR-SORT-EOF.
073600     IF IR-GROUP-OPEN
073700         PERFORM 2300-CLOSE-RECIPIENT THRU 2300-EXIT
073800     END-IF.
073900     MOVE SPACES          TO IRF-TRAILER-RECORD.
074000     MOVE 'C'             TO IRT-RECORD-TYPE.
074100     MOVE IR-TAX-CCYY     TO IRT-TAX-YEAR.
074200     MOVE IR-FILED-COUNT  TO IRT-RECIPIENT-COUNT.
074300     MOVE IR-FILED-TOTAL  TO IRT-TOTAL-INTEREST.
074400     WRITE IRF-TRAILER-RECORD.
074500     MOVE "INTFILE " TO FST-FILE-NAME.
074600     MOVE "WRITE   " TO FST-OPERATION.
074700     MOVE IR-RTN-STATUS TO FST-STATUS.
074800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
074900     MOVE IR-FILED-COUNT     TO RS-FILED.
075000     MOVE IR-FILED-TOTAL     TO RS-FILED-TOTAL.
075100     MOVE IR-UNDER-MIN-COUNT TO RS-UNDER-MIN.
075200     MOVE IR-NOT-FILED-COUNT TO RS-NOT-FILED.
075300     MOVE IR-TIN-EXCP-COUNT  TO RS-TIN-EXCP.
075400     WRITE TIN-EXCEPTION-LINE FROM IR-BLANK-LINE.
075500     WRITE TIN-EXCEPTION-LINE FROM IR-EXCP-SUMMARY-LINE.
075600     MOVE "INTEXCP " TO FST-FILE-NAME.
075700     MOVE "WRITE   " TO FST-OPERATION.
075800     MOVE IR-EXCP-STATUS TO FST-STATUS.
075900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
076000     CLOSE INFO-RETURN-FILE
076100           RECIPIENT-COPY-FILE
076200           TIN-EXCEPTION-FILE.
076300 2000-EXIT.
076400     EXIT.
076500
076600*----------------------------------------------------------------
076700 2100-RETURN-SORTED-POSTING.
076800*----------------------------------------------------------------
076900     RETURN INT-SORT-FILE
077000         AT END
077100             MOVE 'Y' TO IR-SORT-EOF-SW
077200     END-RETURN.
077300 2100-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------------
077700 2200-PROCESS-SORTED-POSTING.
077800*     A CHANGE OF PARTY IS THE CONTROL BREAK.
077900*----------------------------------------------------------------
078000     IF IR-GROUP-OPEN
078100        AND (ISR-PARTY-TYPE NOT = IR-BREAK-TYPE
078200             OR ISR-PARTY-ID NOT = IR-BREAK-ID)
078300         PERFORM 2300-CLOSE-RECIPIENT THRU 2300-EXIT
078400     END-IF.
078500     IF NOT IR-GROUP-OPEN
078600         MOVE 'Y'            TO IR-GROUP-OPEN-SW
078700         MOVE ISR-PARTY-TYPE TO IR-BREAK-TYPE
078800         MOVE ISR-PARTY-ID   TO IR-BREAK-ID
078900         MOVE ZERO           TO IR-GROUP-INTEREST
079000     END-IF.
079100     ADD ISR-AMOUNT TO IR-GROUP-INTEREST.
079200     PERFORM 2100-RETURN-SORTED-POSTING THRU 2100-EXIT.
079300 2200-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------------
079700 2300-CLOSE-RECIPIENT.
079800*     DECIDE THE GROUP JUST TOTALED.  AN ACCOUNT NO CUSTOMER
079900*     OWNS, OR A CUSTOMER NOT ON THE MASTER, HAS NO NAME OR
080000*     TAXPAYER ID TO FILE UNDER - A REPORTABLE AMOUNT FOR ONE
080100*     IS LISTED AS NOT FILED.  A CUSTOMER WITH A MISSING OR
080200*     MALFORMED TAXPAYER ID IS STILL FILED WHEN REPORTABLE, BUT
080300*     IS LISTED EITHER WAY FOR BACKUP WITHHOLDING REVIEW.
080400*----------------------------------------------------------------
080500     MOVE 'N' TO IR-GROUP-OPEN-SW.
080600     MOVE 'N' TO IR-CUST-FOUND-SW.
080700     IF IR-BREAK-CUSTOMER
080800         PERFORM 2350-MATCH-CUSTOMER THRU 2350-EXIT
080900     END-IF.
081000     IF NOT IR-CUST-FOUND
081100         IF IR-GROUP-INTEREST < IR-MINIMUM
081200             ADD 1 TO IR-UNDER-MIN-COUNT
081300             GO TO 2300-EXIT
081400         END-IF
081500         ADD 1 TO IR-NOT-FILED-COUNT
081600         MOVE "NOT FILED" TO IR-FILED-TEXT
081700         IF IR-BREAK-CUSTOMER
081800             MOVE "NOT ON CUSTMAST" TO IR-EXCP-REASON
081900         ELSE
082000             MOVE "NO OWNER LINK"   TO IR-EXCP-REASON
082100         END-IF
082200         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
082300         GO TO 2300-EXIT
082400     END-IF.
082500     MOVE SPACES TO IR-EXCP-REASON.
082600     IF CUST-TIN-NOT-ON-FILE
082700         MOVE "TIN MISSING" TO IR-EXCP-REASON
082800     ELSE
082900         MOVE CUST-TIN-TYPE TO VAL-TIN-TYPE
083000         MOVE CUST-TIN      TO VAL-TIN-INPUT
083100         PERFORM 8200-CHECK-TIN THRU 8200-EXIT
083200         IF VAL-ERROR-FOUND
083300             MOVE "TIN INVALID" TO IR-EXCP-REASON
083400         END-IF
083500     END-IF.
083600     IF IR-GROUP-INTEREST < IR-MINIMUM
083700         ADD 1 TO IR-UNDER-MIN-COUNT
083800         MOVE "UNDER MIN" TO IR-FILED-TEXT
083900     ELSE
084000         PERFORM 2400-WRITE-RECIPIENT THRU 2400-EXIT
084100         PERFORM 2500-WRITE-RECIPIENT-COPY THRU 2500-EXIT
084200         MOVE "FILED"     TO IR-FILED-TEXT
084300     END-IF.
084400     IF IR-EXCP-REASON NOT = SPACES
084500         ADD 1 TO IR-TIN-EXCP-COUNT
084600         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
084700     END-IF.
084800 2300-EXIT.
084900     EXIT.
085000
085100*----------------------------------------------------------------
085200 2350-MATCH-CUSTOMER.
085300*     WALK THE CUSTOMER MASTER FORWARD TO THE RECIPIENT.  BOTH
085400*     RUN IN ASCENDING CUSTOMER ID ORDER, SO ONE FORWARD PASS
085500*     SERVES EVERY RECIPIENT.
085600*----------------------------------------------------------------
085700     PERFORM 0350-READ-CUSTOMER THRU 0350-EXIT
085800         UNTIL IR-CM-EOF OR CUST-ID NOT < IR-BREAK-ID.
085900     IF NOT IR-CM-EOF AND CUST-ID = IR-BREAK-ID
086000         MOVE 'Y' TO IR-CUST-FOUND-SW
086100     END-IF.
086200 2350-EXIT.
086300     EXIT.
086400
086500*----------------------------------------------------------------
086600 2400-WRITE-RECIPIENT.
086700*     ONE 'B' RECORD - A MISSING TAXPAYER ID GOES OUT BLANK.
086800*----------------------------------------------------------------
086900     ADD 1                 TO IR-FILED-COUNT.
087000     ADD IR-GROUP-INTEREST TO IR-FILED-TOTAL.
087100     MOVE SPACES            TO IRF-DETAIL-RECORD.
087200     MOVE 'B'               TO IRD-RECORD-TYPE.
087300     MOVE IR-TAX-CCYY       TO IRD-TAX-YEAR.
087400     MOVE CUST-TIN-TYPE     TO IRD-TIN-TYPE.
087500     MOVE CUST-TIN          TO IRD-TIN.
087600     MOVE CUST-ID           TO IRD-CUST-ID.
087700     MOVE CUST-NAME         TO IRD-NAME.
087800     MOVE CUST-ADDRESS      TO IRD-ADDRESS.
087900     MOVE IR-GROUP-INTEREST TO IRD-INTEREST.
088000     WRITE IRF-DETAIL-RECORD.
088100     MOVE "INTFILE " TO FST-FILE-NAME.
088200     MOVE "WRITE   " TO FST-OPERATION.
088300     MOVE IR-RTN-STATUS TO FST-STATUS.
088400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
088500 2400-EXIT.
088600     EXIT.
088700
088800*----------------------------------------------------------------
088900 2500-WRITE-RECIPIENT-COPY.
089000*     THE FORMAL COPY SHOWS ONLY THE LAST FOUR DIGITS OF THE
089100*     RECIPIENT'S TAXPAYER ID.
089200*----------------------------------------------------------------
089300     MOVE IR-TAX-CCYY       TO RC-TAX-YEAR.
089400     MOVE IR-PAYER-NAME     TO RC-PAYER-NAME.
089500     MOVE IR-PAYER-ADDRESS  TO RC-PAYER-ADDRESS.
089600     MOVE IR-PAYER-TIN      TO RC-PAYER-TIN.
089700     MOVE CUST-NAME         TO RC-RECIP-NAME.
089800     MOVE CUST-ADDRESS      TO RC-RECIP-ADDRESS.
089900     MOVE CUST-ID           TO RC-CUST-ID.
090000     MOVE IR-GROUP-INTEREST TO RC-INTEREST.
090100     MOVE SPACES            TO RC-TIN-NOTE.
090200     IF CUST-TIN-NOT-ON-FILE
090300         MOVE SPACES        TO RC-RECIP-TIN
090400         MOVE "NOT ON FILE" TO RC-TIN-NOTE
090500     ELSE
090600         MOVE CUST-TIN         TO IR-TIN-WORK
090700         MOVE "XXXXX"          TO RC-TIN-MASK
090800         MOVE IR-TIN-LAST-FOUR TO RC-TIN-LAST-FOUR
090900     END-IF.
091000     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-TITLE-LINE.
091100     WRITE RECIPIENT-COPY-LINE FROM IR-BLANK-LINE.
091200     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-PAYER-LINE.
091300     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-PAYER-ADDR-LINE.
091400     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-PAYER-TIN-LINE.
091500     WRITE RECIPIENT-COPY-LINE FROM IR-BLANK-LINE.
091600     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-RECIP-LINE.
091700     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-RECIP-ADDR-LINE.
091800     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-RECIP-TIN-LINE.
091900     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-ACCOUNT-LINE.
092000     WRITE RECIPIENT-COPY-LINE FROM IR-BLANK-LINE.
092100     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-INTEREST-LINE.
092200     WRITE RECIPIENT-COPY-LINE FROM IR-BLANK-LINE.
092300     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-NOTICE-LINE-1.
092400     WRITE RECIPIENT-COPY-LINE FROM IR-COPY-NOTICE-LINE-2.
092500     WRITE RECIPIENT-COPY-LINE FROM IR-BLANK-LINE.
092600     MOVE "INTCOPY " TO FST-FILE-NAME.
092700     MOVE "WRITE   " TO FST-OPERATION.
092800     MOVE IR-COPY-STATUS TO FST-STATUS.
092900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
093000 2500-EXIT.
093100     EXIT.
093200
093300*----------------------------------------------------------------
093400 2700-WRITE-EXCEPTION.
093500*     THE CUSTOMER MASTER RECORD IS CURRENT ONLY FOR A CUSTOMER
093600*     FOUND ON IT; OTHERWISE NAME AND TAXPAYER ID ARE BLANK.
093700*----------------------------------------------------------------
093800     MOVE IR-BREAK-TYPE     TO RD-PARTY-TYPE.
093900     MOVE IR-BREAK-ID       TO RD-PARTY-ID.
094000     IF IR-CUST-FOUND
094100         MOVE CUST-NAME     TO RD-NAME
094200         MOVE CUST-TIN-TYPE TO RD-TIN-TYPE
094300         MOVE CUST-TIN      TO RD-TIN
094400     ELSE
094500         MOVE SPACES        TO RD-NAME
094600         MOVE SPACES        TO RD-TIN-TYPE
094700         MOVE SPACES        TO RD-TIN
094800     END-IF.
094900     MOVE IR-GROUP-INTEREST TO RD-INTEREST.
095000     MOVE IR-FILED-TEXT     TO RD-FILED.
095100     MOVE IR-EXCP-REASON    TO RD-REASON.
095200     WRITE TIN-EXCEPTION-LINE FROM IR-EXCP-DETAIL-LINE.
095300     MOVE "INTEXCP " TO FST-FILE-NAME.
095400     MOVE "WRITE   " TO FST-OPERATION.
095500     MOVE IR-EXCP-STATUS TO FST-STATUS.
095600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
095700 2700-EXIT.
095800     EXIT.
095900
096000*----------------------------------------------------------------
096100     COPY VALIDPR.
096200*----------------------------------------------------------------
096300     COPY PRDPR.
096400*----------------------------------------------------------------
096500     COPY FSTATPR.
096600*----------------------------------------------------------------
096700 9999-EXIT.
096800*----------------------------------------------------------------
096900     GOBACK.
