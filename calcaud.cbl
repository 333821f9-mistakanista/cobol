002110* 08/21/2026  RLM  THE DATE PROMPTS NOW RANGE-CHECK THROUGH
002120*                  THE SHARED VALIDPR PARAGRAPHS LIKE EVERY
002130*                  OTHER PROMPT-DRIVEN UTILITY.
002140* 10/13/2026  RLM  CALCLOG LINES NOW END IN A CHAIN STAMP.  THE
002150*                  SCAN WALKS THE CHAIN AS IT READS (CHNWS/CHNPR)
002160*                  AND THE SUMMARY SAYS WHETHER IT VERIFIED; A
002170*                  BROKEN CHAIN IS DETAILED BY AUDVRFY.  CHAINCTL
002180*                  FAILURES GO THROUGH FSTATWS/FSTATPR.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003100                              FILE STATUS IS CA-LOG-STATUS.
003200     SELECT AUDIT-RPT-FILE    ASSIGN TO "CALCAUDR"
003300                              ORGANIZATION IS LINE SEQUENTIAL.
003310     SELECT CHAIN-CTL-FILE    ASSIGN TO "CHAINCTL"
003320                              ORGANIZATION IS INDEXED
003330                              ACCESS MODE IS DYNAMIC
003340                              RECORD KEY IS CHN-TRAIL
003350                              FILE STATUS IS CHN-CTL-STATUS.
003360     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
003370                              ORGANIZATION IS LINE SEQUENTIAL
003380                              FILE STATUS IS FST-JOB-LOG-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600*----------------------------------------------------------------
003800* VIA ITS 1600-LOG-CALCULATION PARAGRAPH: DATE, TIME, AND THE
003900* SAME CALCULATION DETAIL IT PUTS ON THE REPORT.  THE DETAIL IS
004000* BROKEN OUT HERE SO THE OPERATION AND THE FACTORIAL RESULT CAN
004050* BE SELECTED ON WITHOUT REFERENCE MODIFICATION.  EACH LINE ENDS
004100* IN ITS CHAIN STAMP; THE SECOND VIEW SPLITS THE TWO FOR THE WALK.
004200*----------------------------------------------------------------
004300 FD  CALC-LOG-FILE.
004400 01  CALC-LOG-RECORD.
006300         10  CLG-FACTORIAL.
006400             15  CLG-FACT-LEAD  PIC X(17).
006500             15  CLG-FACT-LAST  PIC X(01).
006520     05  CLG-CHAIN              PIC X(19).
006540 01  CALC-LOG-CHAIN-VIEW.
006560     05  CLG-BODY               PIC X(98).
006580     05  CLG-STAMP              PIC X(19).
006600
006700*----------------------------------------------------------------
006800* AUDIT INQUIRY REPORT
006900*----------------------------------------------------------------
007000 FD  AUDIT-RPT-FILE.
007100 01  AUDIT-RPT-LINE             PIC X(98).
007105
007110*----------------------------------------------------------------
007115* AUDIT TRAIL CHAIN CONTROL - THE LAST STAMP PUT ON EACH TRAIL
007120*----------------------------------------------------------------
007125 FD  CHAIN-CTL-FILE.
007130     COPY CHNREC.
007135
007140*----------------------------------------------------------------
007145* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
007150*----------------------------------------------------------------
007155 FD  JOB-LOG-FILE.
007160 01  JOB-LOG-LINE               PIC X(80).
007200
007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------
015600     05  S3-OVERFLOWS           PIC Z(6)9.
015700     05  FILLER                 PIC X(59) VALUE SPACES.
015800
015805 01  CA-CHAIN-OK-LINE.
015810     05  FILLER                 PIC X(29) VALUE
015815         "AUDIT TRAIL CHAIN VERIFIED - ".
015820     05  S4-CHAINED             PIC Z(7)9.
015825     05  FILLER                 PIC X(14) VALUE " LINES CHAINED".
015830     05  FILLER                 PIC X(47) VALUE SPACES.
015835
015840 01  CA-CHAIN-BAD-LINE.
015845     05  FILLER                 PIC X(27) VALUE
015850         "AUDIT TRAIL CHAIN BROKEN - ".
015855     05  S5-FINDINGS            PIC Z(4)9.
015860     05  FILLER                 PIC X(27) VALUE
015865         " FINDINGS, FIRST AT RECORD ".
015870     05  S5-FIRST-BAD           PIC Z(7)9.
015875     05  FILLER                 PIC X(31) VALUE SPACES.
015880
015900     COPY VALIDWS.
015920
015940     COPY FSTATWS.
015960
015980     COPY CHNWS.
016000
016100 PROCEDURE DIVISION.
016200*----------------------------------------------------------------
016300 0000-MAINLINE.
016400*----------------------------------------------------------------
016450     MOVE "CALCAUD" TO FST-PROGRAM-ID.
016500     PERFORM 1000-GET-SELECTION THRU 1000-EXIT.
016600     PERFORM 2000-SCAN-AUDIT-LOG THRU 2000-EXIT.
016700     GO TO 9999-EXIT.
021200
021300*----------------------------------------------------------------
021400 2000-SCAN-AUDIT-LOG.
021420*     EVERY LINE READ IS WALKED AGAINST THE CHAIN, SELECTED OR
021440*     NOT, SO THE SUMMARY SPEAKS FOR THE WHOLE LOG.
021500*----------------------------------------------------------------
021600     MOVE 'N' TO CA-LOG-EOF-SW.
021700     OPEN INPUT CALC-LOG-FILE.
022400     MOVE CA-TO-DATE          TO RH-TO-DATE.
022500     MOVE CA-OPERATION-FILTER TO RH-OPERATION.
022600     WRITE AUDIT-RPT-LINE FROM CA-REPORT-HEADING.
022620     MOVE "CALCLOG " TO CHN-TRAIL-NAME.
022640     MOVE 98         TO CHN-BODY-LENGTH.
022660     PERFORM 9260-START-VERIFY THRU 9260-EXIT.
022700     PERFORM 2100-READ-LOG-ENTRY THRU 2100-EXIT.
022800     PERFORM 2200-SELECT-LOG-ENTRY THRU 2200-EXIT
022900         UNTIL CA-LOG-EOF.
023000     IF CA-DAY-OPEN
023100         PERFORM 2400-CLOSE-OUT-DAY THRU 2400-EXIT
023200     END-IF.
023250     PERFORM 9280-END-VERIFY THRU 9280-EXIT.
023300     PERFORM 2500-WRITE-SUMMARY THRU 2500-EXIT.
023400     CLOSE CALC-LOG-FILE
023500           AUDIT-RPT-FILE.
024500         AT END
024600             MOVE 'Y' TO CA-LOG-EOF-SW
024700     END-READ.
024710     IF CA-LOG-EOF
024720         GO TO 2100-EXIT
024730     END-IF.
024740     MOVE CLG-BODY  TO CHN-BODY.
024750     MOVE CLG-STAMP TO CHN-IN-STAMP.
024760     PERFORM 9270-VERIFY-RECORD THRU 9270-EXIT.
024800 2100-EXIT.
024900     EXIT.
025000
034600     WRITE AUDIT-RPT-LINE FROM CA-SUMMARY-LINE-2.
034700     MOVE CA-OVERFLOW-COUNT    TO S3-OVERFLOWS.
034800     WRITE AUDIT-RPT-LINE FROM CA-SUMMARY-LINE-3.
034810     IF CHN-FINDING-COUNT = ZERO
034820         MOVE CHN-CHAINED-COUNT TO S4-CHAINED
034830         WRITE AUDIT-RPT-LINE FROM CA-CHAIN-OK-LINE
034840     ELSE
034850         MOVE CHN-FINDING-COUNT TO S5-FINDINGS
034860         MOVE CHN-FIRST-BAD-POS TO S5-FIRST-BAD
034870         WRITE AUDIT-RPT-LINE FROM CA-CHAIN-BAD-LINE
034880     END-IF.
034900 2500-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------
035300     COPY VALIDPR.
035320*----------------------------------------------------------------
035340     COPY FSTATPR.
035360*----------------------------------------------------------------
035380     COPY CHNPR.
035400*----------------------------------------------------------------
035500 9999-EXIT.
035600*----------------------------------------------------------------
