000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AUDVRFY.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   10/13/2026.
000600 DATE-COMPILED.  10/13/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  AUDIT TRAIL CHAIN VERIFICATION.  WALKS EACH CHAINED
000900*           AUDIT TRAIL - THE CALCULATION LOG (CALCLOG), THE
001000*           EMPLOYEE AND ACCOUNT MAINTENANCE TRAILS (EMPAUDIT,
001100*           ACCTAUD), THE YTD ADJUSTMENT REGISTER (ADJREG), AND
001200*           THE CUSTOMER MERGE AUDIT (MERGAUD) - FROM THE FRONT,
001300*           RECOMPUTING THE CHECK VALUE OF EVERY STAMPED LINE
001400*           FROM THE LINE BEFORE IT (CHNWS/CHNPR), AND ENDS EACH
001500*           TRAIL AGAINST THE LAST STAMP ON THE CHAIN CONTROL
001600*           (CHAINCTL).
001700*
001800*           THE REPORT (AUDVRPT) LISTS EVERY FINDING BY TRAIL AND
001900*           RECORD POSITION - A GAP IN THE SEQUENCE, A LINE OUT OF
002000*           ORDER, A LINE WHOSE CHECK VALUE NO LONGER MATCHES ITS
002100*           CONTENTS, AND A TRAIL THAT ENDS SHORT OF OR RUNS PAST
002200*           ITS CONTROL - THEN A SUMMARY LINE PER TRAIL.  LINES
002300*           WRITTEN BEFORE A TRAIL WAS FIRST CHAINED CARRY NO
002400*           STAMP AND ARE ONLY COUNTED.
002500*
002600*           ONE RESULT RECORD PER TRAIL GOES TO THE VERIFICATION
002700*           RESULT FILE (AUDVRES, SEE AVRREC) FOR THE MORNING
002800*           SUMMARY.  ANY BROKEN TRAIL ENDS THE RUN WITH RETURN
002900*           CODE 8.
003000*----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 10/13/2026  RLM  ORIGINAL PROGRAM - CHAIN VERIFICATION OF THE
003500*                  FIVE AUDIT TRAILS FOR THE NIGHT RUN.
003510* 10/15/2026  RLM  THE TRAIL COUNTS ARE CLEARED AT THE START OF
003520*                  EVERY RUN - DRIVER CALLS THE PROGRAM AGAIN
003530*                  WITHOUT A CANCEL.  THE FINDING LINE NOW PRINTS
003540*                  THE LAST DIGIT OF THE SECOND SEQUENCE NUMBER.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CALC-LOG-FILE     ASSIGN TO "CALCLOG"
004400                              ORGANIZATION IS LINE SEQUENTIAL
004500                              FILE STATUS IS AV-TRAIL-STATUS.
004600     SELECT EMP-AUDIT-FILE    ASSIGN TO "EMPAUDIT"
004700                              ORGANIZATION IS LINE SEQUENTIAL
004800                              FILE STATUS IS AV-TRAIL-STATUS.
004900     SELECT ACCT-AUDIT-FILE   ASSIGN TO "ACCTAUD"
005000                              ORGANIZATION IS LINE SEQUENTIAL
005100                              FILE STATUS IS AV-TRAIL-STATUS.
005200     SELECT ADJ-REGISTER-FILE ASSIGN TO "ADJREG"
005300                              ORGANIZATION IS LINE SEQUENTIAL
005400                              FILE STATUS IS AV-TRAIL-STATUS.
005500     SELECT MERGE-AUDIT-FILE  ASSIGN TO "MERGAUD"
005600                              ORGANIZATION IS LINE SEQUENTIAL
005700                              FILE STATUS IS AV-TRAIL-STATUS.
005800     SELECT CHAIN-CTL-FILE    ASSIGN TO "CHAINCTL"
005900                              ORGANIZATION IS INDEXED
006000                              ACCESS MODE IS DYNAMIC
006100                              RECORD KEY IS CHN-TRAIL
006200                              FILE STATUS IS CHN-CTL-STATUS.
006300     SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
006400                              ORGANIZATION IS LINE SEQUENTIAL
006500                              FILE STATUS IS AV-RPT-STATUS.
006600     SELECT VERIFY-RESULT-FILE ASSIGN TO "AUDVRES"
006700                              ORGANIZATION IS LINE SEQUENTIAL
006800                              FILE STATUS IS AV-RES-STATUS.
006900     SELECT JOB-LOG-FILE      ASSIGN TO "JOBLOG"
007000                              ORGANIZATION IS LINE SEQUENTIAL
007100                              FILE STATUS IS FST-JOB-LOG-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400*----------------------------------------------------------------
007500* THE CHAINED AUDIT TRAILS - EACH LINE IS THE BODY ITS WRITER
007600* HAS ALWAYS WRITTEN, FOLLOWED BY ITS CHAIN STAMP
007700*----------------------------------------------------------------
007800 FD  CALC-LOG-FILE.
007900 01  CALC-LOG-LINE.
008000     05  CALC-LOG-BODY          PIC X(98).
008100     05  CALC-LOG-CHAIN         PIC X(19).
008200
008300 FD  EMP-AUDIT-FILE.
008400 01  EMP-AUDIT-LINE.
008500     05  EMP-AUDIT-BODY         PIC X(100).
008600     05  EMP-AUDIT-CHAIN        PIC X(19).
008700
008800 FD  ACCT-AUDIT-FILE.
008900 01  ACCT-AUDIT-LINE.
009000     05  ACCT-AUDIT-BODY        PIC X(110).
009100     05  ACCT-AUDIT-CHAIN       PIC X(19).
009200
009300 FD  ADJ-REGISTER-FILE.
009400 01  ADJ-REGISTER-LINE.
009500     05  ADJ-REGISTER-BODY      PIC X(80).
009600     05  ADJ-REGISTER-CHAIN     PIC X(19).
009700
009800 FD  MERGE-AUDIT-FILE.
009900 01  MERGE-AUDIT-LINE.
010000     05  MERGE-AUDIT-BODY       PIC X(100).
010100     05  MERGE-AUDIT-CHAIN      PIC X(19).
010200
010300*----------------------------------------------------------------
010400* AUDIT TRAIL CHAIN CONTROL - THE LAST STAMP PUT ON EACH TRAIL
010500*----------------------------------------------------------------
010600 FD  CHAIN-CTL-FILE.
010700     COPY CHNREC.
010800
010900*----------------------------------------------------------------
011000* VERIFICATION REPORT AND VERIFICATION RESULT
011100*----------------------------------------------------------------
011200 FD  VERIFY-REPORT-FILE.
011300 01  VERIFY-REPORT-LINE         PIC X(80).
011400
011500 FD  VERIFY-RESULT-FILE.
011600 01  VERIFY-RESULT-LINE         PIC X(80).
011700
011800*----------------------------------------------------------------
011900* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
012000*----------------------------------------------------------------
012100 FD  JOB-LOG-FILE.
012200 01  JOB-LOG-LINE               PIC X(80).
012300
012400 WORKING-STORAGE SECTION.
012500*----------------------------------------------------------------
012600* FILE STATUS FIELDS - THE TRAILS ARE WALKED ONE AT A TIME AND
012700* SHARE ONE STATUS.  A MISSING TRAIL IS WALKED AS AN EMPTY ONE,
012800* SO IT VERIFIES ONLY IF NOTHING WAS EVER STAMPED ON IT.
012900*----------------------------------------------------------------
013000 01  AV-TRAIL-STATUS            PIC X(02).
013100     88  AV-TRAIL-MISSING                   VALUE '35'.
013200 01  AV-RPT-STATUS              PIC X(02).
013300 01  AV-RES-STATUS              PIC X(02).
013400
013500 01  AV-SWITCHES.
013600     05  AV-EOF-SW              PIC X(01) VALUE 'N'.
013700         88  AV-EOF                         VALUE 'Y'.
013800     05  AV-TRAIL-OPEN-SW       PIC X(01) VALUE 'N'.
013900         88  AV-TRAIL-OPEN                  VALUE 'Y'.
014000
014100 01  AV-TODAY                   PIC 9(06).
014200 01  AV-TIME                    PIC 9(08).
014300 01  AV-VERIFIED-COUNT          PIC 9(03) COMP VALUE ZERO.
014400 01  AV-BROKEN-COUNT            PIC 9(03) COMP VALUE ZERO.
014500 01  AV-POSITION                PIC Z(7)9.
014600
014700*----------------------------------------------------------------
014800* THE CHAINED TRAILS, IN THE ORDER THEY ARE WALKED - THE TRAIL
014900* NAME ON THE CHAIN CONTROL AND THE LENGTH OF THE LINE BODY THE
015000* CHECK VALUE COVERS.  THE SUBSCRIPT ALSO PICKS THE FILE IN THE
015100* OPEN, READ, AND CLOSE PARAGRAPHS.
015200*----------------------------------------------------------------
015300 01  AV-TRAIL-VALUES.
015400     05  FILLER                 PIC X(11) VALUE "CALCLOG 098".
015500     05  FILLER                 PIC X(11) VALUE "EMPAUDIT100".
015600     05  FILLER                 PIC X(11) VALUE "ACCTAUD 110".
015700     05  FILLER                 PIC X(11) VALUE "ADJREG  080".
015800     05  FILLER                 PIC X(11) VALUE "MERGAUD 100".
015900 01  AV-TRAIL-TABLE REDEFINES AV-TRAIL-VALUES.
016000     05  AV-TRAIL-ENTRY         OCCURS 5 TIMES.
016100         10  AVT-NAME           PIC X(08).
016200         10  AVT-LENGTH         PIC 9(03).
016300 01  AV-TRAIL-COUNT             PIC 9(02) COMP VALUE 5.
016400 01  AV-TRAIL-SUB               PIC 9(02) COMP VALUE ZERO.
016500
016600*----------------------------------------------------------------
016700* VERIFICATION REPORT LINES
016800*----------------------------------------------------------------
016900 01  AV-HEADING.
017000     05  FILLER                 PIC X(37) VALUE
017100         "AUDIT TRAIL CHAIN VERIFICATION - RUN ".
017200     05  RH-DATE                PIC 9(06).
017300     05  FILLER                 PIC X(37) VALUE SPACES.
017400
017500 01  AV-COLUMNS.
017600     05  FILLER                 PIC X(40) VALUE
017700         "TRAIL       RECORD  FINDING             ".
017800     05  FILLER                 PIC X(40) VALUE SPACES.
017900
018000 01  AV-FINDING-LINE.
018100     05  RF-TRAIL               PIC X(08).
018200     05  FILLER                 PIC X(02) VALUE SPACES.
018300     05  RF-POSITION            PIC X(08).
018400     05  FILLER                 PIC X(02) VALUE SPACES.
018500     05  RF-FINDING             PIC X(55).
018600     05  FILLER                 PIC X(05) VALUE SPACES.
018700
018800 01  AV-TRAIL-LINE.
018900     05  RS-TRAIL               PIC X(08).
019000     05  FILLER                 PIC X(10) VALUE "  RECORDS ".
019100     05  RS-RECORDS             PIC Z(7)9.
019200     05  FILLER                 PIC X(10) VALUE "  CHAINED ".
019300     05  RS-CHAINED             PIC Z(7)9.
019400     05  FILLER                 PIC X(11) VALUE "  FINDINGS ".
019500     05  RS-FINDINGS            PIC Z(4)9.
019600     05  FILLER                 PIC X(02) VALUE SPACES.
019700     05  RS-VERDICT             PIC X(08).
019800     05  FILLER                 PIC X(10) VALUE SPACES.
019900
020000 01  AV-TOTAL-LINE.
020100     05  FILLER                 PIC X(16) VALUE
020200         "TRAILS VERIFIED ".
020300     05  RT-VERIFIED            PIC ZZ9.
020400     05  FILLER                 PIC X(16) VALUE
020500         "  TRAILS BROKEN ".
020600     05  RT-BROKEN              PIC ZZ9.
020700     05  FILLER                 PIC X(42) VALUE SPACES.
020800
020900 01  AV-BLANK-LINE              PIC X(80) VALUE SPACES.
021000
021100     COPY AVRREC.
021200
021300     COPY FSTATWS.
021400
021500     COPY CHNWS.
021600
021700 PROCEDURE DIVISION.
021800*----------------------------------------------------------------
021900 0000-MAINLINE.
022000*----------------------------------------------------------------
022100     MOVE "AUDVRFY" TO FST-PROGRAM-ID.
022200     ACCEPT AV-TODAY FROM DATE.
022300     ACCEPT AV-TIME  FROM TIME.
022350     MOVE ZERO TO AV-VERIFIED-COUNT AV-BROKEN-COUNT.
022400     PERFORM 1000-OPEN-OUTPUTS THRU 1000-EXIT.
022500     PERFORM 2000-VERIFY-TRAIL THRU 2000-EXIT
022600         VARYING AV-TRAIL-SUB FROM 1 BY 1
022700         UNTIL AV-TRAIL-SUB > AV-TRAIL-COUNT.
022800     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
022900     CLOSE VERIFY-REPORT-FILE
023000           VERIFY-RESULT-FILE.
023100     IF AV-BROKEN-COUNT > ZERO
023200         MOVE 8 TO RETURN-CODE
023300         DISPLAY "Audit trail verification complete - "
023400                 AV-BROKEN-COUNT " trails BROKEN - see AUDVRPT."
023500     ELSE
023600         DISPLAY "Audit trail verification complete - all "
023700                 AV-VERIFIED-COUNT " trails verified."
023800     END-IF.
023900     GO TO 9999-EXIT.
024000
024100*----------------------------------------------------------------
024200 1000-OPEN-OUTPUTS.
024300*     THE REPORT AND THE RESULT FILE HOLD ONLY THE LATEST RUN.
024400*----------------------------------------------------------------
024500     OPEN OUTPUT VERIFY-REPORT-FILE.
024600     MOVE "AUDVRPT " TO FST-FILE-NAME.
024700     MOVE "OPEN    " TO FST-OPERATION.
024800     MOVE AV-RPT-STATUS TO FST-STATUS.
024900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
025000     OPEN OUTPUT VERIFY-RESULT-FILE.
025100     MOVE "AUDVRES " TO FST-FILE-NAME.
025200     MOVE AV-RES-STATUS TO FST-STATUS.
025300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
025400     MOVE AV-TODAY TO RH-DATE.
025500     WRITE VERIFY-REPORT-LINE FROM AV-HEADING.
025600     WRITE VERIFY-REPORT-LINE FROM AV-BLANK-LINE.
025700     WRITE VERIFY-REPORT-LINE FROM AV-COLUMNS.
025800 1000-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------------
026200 2000-VERIFY-TRAIL.
026300*     ONE TRAIL FROM THE FRONT, EVERY FINDING LISTED AS IT IS
026400*     MADE, THEN THE END OF THE TRAIL AGAINST ITS CHAIN CONTROL.
026500*----------------------------------------------------------------
026600     MOVE AVT-NAME (AV-TRAIL-SUB)   TO CHN-TRAIL-NAME.
026700     MOVE AVT-LENGTH (AV-TRAIL-SUB) TO CHN-BODY-LENGTH.
026800     PERFORM 9260-START-VERIFY THRU 9260-EXIT.
026900     PERFORM 2100-OPEN-TRAIL THRU 2100-EXIT.
027000     IF AV-TRAIL-OPEN
027100         PERFORM 2200-READ-TRAIL THRU 2200-EXIT
027200         PERFORM 2300-CHECK-RECORD THRU 2300-EXIT
027300             UNTIL AV-EOF
027400         PERFORM 2400-CLOSE-TRAIL THRU 2400-EXIT
027500     ELSE
027600         MOVE SPACES TO RF-POSITION
027700         MOVE "TRAIL FILE NOT FOUND" TO RF-FINDING
027800         PERFORM 3000-WRITE-FINDING THRU 3000-EXIT
027900     END-IF.
028000     PERFORM 9280-END-VERIFY THRU 9280-EXIT.
028100     IF CHN-FINDING-MADE
028200         MOVE "  AT END" TO RF-POSITION
028300         MOVE CHN-FINDING TO RF-FINDING
028400         PERFORM 3000-WRITE-FINDING THRU 3000-EXIT
028500     END-IF.
028600     PERFORM 3100-WRITE-TRAIL-SUMMARY THRU 3100-EXIT.
028700     PERFORM 4000-WRITE-RESULT THRU 4000-EXIT.
028800 2000-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------------
029200 2100-OPEN-TRAIL.
029300*----------------------------------------------------------------
029400     MOVE 'N' TO AV-EOF-SW.
029500     MOVE 'N' TO AV-TRAIL-OPEN-SW.
029600     EVALUATE AV-TRAIL-SUB
029700         WHEN 1
029800             OPEN INPUT CALC-LOG-FILE
029900         WHEN 2
030000             OPEN INPUT EMP-AUDIT-FILE
030100         WHEN 3
030200             OPEN INPUT ACCT-AUDIT-FILE
030300         WHEN 4
030400             OPEN INPUT ADJ-REGISTER-FILE
030500         WHEN 5
030600             OPEN INPUT MERGE-AUDIT-FILE
030700     END-EVALUATE.
030800     IF AV-TRAIL-MISSING
030900         GO TO 2100-EXIT
031000     END-IF.
031100     MOVE CHN-TRAIL-NAME TO FST-FILE-NAME.
031200     MOVE "OPEN    " TO FST-OPERATION.
031300     MOVE AV-TRAIL-STATUS TO FST-STATUS.
031400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
031500     MOVE 'Y' TO AV-TRAIL-OPEN-SW.
031600 2100-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------
032000 2200-READ-TRAIL.
032100*     THE NEXT LINE, ITS BODY TO CHN-BODY AND ITS STAMP TO
032200*     CHN-IN-STAMP.
032300*----------------------------------------------------------------
032400     EVALUATE AV-TRAIL-SUB
032500         WHEN 1
032600             READ CALC-LOG-FILE
032700                 AT END
032800                     MOVE 'Y' TO AV-EOF-SW
032900                 NOT AT END
033000                     MOVE CALC-LOG-BODY    TO CHN-BODY
033100                     MOVE CALC-LOG-CHAIN   TO CHN-IN-STAMP
033200             END-READ
033300         WHEN 2
033400             READ EMP-AUDIT-FILE
033500                 AT END
033600                     MOVE 'Y' TO AV-EOF-SW
033700                 NOT AT END
033800                     MOVE EMP-AUDIT-BODY   TO CHN-BODY
033900                     MOVE EMP-AUDIT-CHAIN  TO CHN-IN-STAMP
034000             END-READ
034100         WHEN 3
034200             READ ACCT-AUDIT-FILE
034300                 AT END
034400                     MOVE 'Y' TO AV-EOF-SW
034500                 NOT AT END
034600                     MOVE ACCT-AUDIT-BODY  TO CHN-BODY
034700                     MOVE ACCT-AUDIT-CHAIN TO CHN-IN-STAMP
034800             END-READ
034900         WHEN 4
035000             READ ADJ-REGISTER-FILE
035100                 AT END
035200                     MOVE 'Y' TO AV-EOF-SW
035300                 NOT AT END
035400                     MOVE ADJ-REGISTER-BODY  TO CHN-BODY
035500                     MOVE ADJ-REGISTER-CHAIN TO CHN-IN-STAMP
035600             END-READ
035700         WHEN 5
035800             READ MERGE-AUDIT-FILE
035900                 AT END
036000                     MOVE 'Y' TO AV-EOF-SW
036100                 NOT AT END
036200                     MOVE MERGE-AUDIT-BODY  TO CHN-BODY
036300                     MOVE MERGE-AUDIT-CHAIN TO CHN-IN-STAMP
036400             END-READ
036500     END-EVALUATE.
036600     MOVE CHN-TRAIL-NAME TO FST-FILE-NAME.
036700     MOVE "READ    " TO FST-OPERATION.
036800     MOVE AV-TRAIL-STATUS TO FST-STATUS.
036900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
037000 2200-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------------
037400 2300-CHECK-RECORD.
037500*----------------------------------------------------------------
037600     PERFORM 9270-VERIFY-RECORD THRU 9270-EXIT.
037700     IF CHN-FINDING-MADE
037800         MOVE CHN-RECORD-POS TO AV-POSITION
037900         MOVE AV-POSITION    TO RF-POSITION
038000         MOVE CHN-FINDING    TO RF-FINDING
038100         PERFORM 3000-WRITE-FINDING THRU 3000-EXIT
038200     END-IF.
038300     PERFORM 2200-READ-TRAIL THRU 2200-EXIT.
038400 2300-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------------
038800 2400-CLOSE-TRAIL.
038900*----------------------------------------------------------------
039000     EVALUATE AV-TRAIL-SUB
039100         WHEN 1
039200             CLOSE CALC-LOG-FILE
039300         WHEN 2
039400             CLOSE EMP-AUDIT-FILE
039500         WHEN 3
039600             CLOSE ACCT-AUDIT-FILE
039700         WHEN 4
039800             CLOSE ADJ-REGISTER-FILE
039900         WHEN 5
040000             CLOSE MERGE-AUDIT-FILE
040100     END-EVALUATE.
040200     MOVE 'N' TO AV-TRAIL-OPEN-SW.
040300 2400-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------
040700 3000-WRITE-FINDING.
040800*     THE CALLER HAS SET THE POSITION AND THE FINDING TEXT.
040900*----------------------------------------------------------------
041000     MOVE CHN-TRAIL-NAME TO RF-TRAIL.
041100     WRITE VERIFY-REPORT-LINE FROM AV-FINDING-LINE.
041200 3000-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------------
041600 3100-WRITE-TRAIL-SUMMARY.
041700*----------------------------------------------------------------
041800     MOVE CHN-TRAIL-NAME    TO RS-TRAIL.
041900     MOVE CHN-RECORD-POS    TO RS-RECORDS.
042000     MOVE CHN-CHAINED-COUNT TO RS-CHAINED.
042100     MOVE CHN-FINDING-COUNT TO RS-FINDINGS.
042200     IF CHN-FINDING-COUNT = ZERO
042300         MOVE "VERIFIED" TO RS-VERDICT
042400         ADD 1 TO AV-VERIFIED-COUNT
042500     ELSE
042600         MOVE "BROKEN"   TO RS-VERDICT
042700         ADD 1 TO AV-BROKEN-COUNT
042800     END-IF.
042900     WRITE VERIFY-REPORT-LINE FROM AV-BLANK-LINE.
043000     WRITE VERIFY-REPORT-LINE FROM AV-TRAIL-LINE.
043100     WRITE VERIFY-REPORT-LINE FROM AV-BLANK-LINE.
043200 3100-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------------
043600 4000-WRITE-RESULT.
043700*----------------------------------------------------------------
043800     MOVE SPACES            TO AUDIT-VERIFY-RESULT-RECORD.
043900     MOVE AV-TODAY          TO AVR-DATE.
044000     MOVE AV-TIME           TO AVR-TIME.
044100     MOVE CHN-TRAIL-NAME    TO AVR-TRAIL.
044200     IF CHN-FINDING-COUNT = ZERO
044300         MOVE 'V' TO AVR-VERDICT
044400     ELSE
044500         MOVE 'B' TO AVR-VERDICT
044600     END-IF.
044700     MOVE CHN-RECORD-POS    TO AVR-RECORD-COUNT.
044800     MOVE CHN-CHAINED-COUNT TO AVR-CHAINED-COUNT.
044900     MOVE CHN-FINDING-COUNT TO AVR-FINDING-COUNT.
045000     MOVE CHN-FIRST-BAD-POS TO AVR-FIRST-BAD-POS.
045100     WRITE VERIFY-RESULT-LINE FROM AUDIT-VERIFY-RESULT-RECORD.
045200     MOVE "AUDVRES " TO FST-FILE-NAME.
045300     MOVE "WRITE   " TO FST-OPERATION.
045400     MOVE AV-RES-STATUS TO FST-STATUS.
045500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
045600 4000-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------------
046000 5000-WRITE-TOTALS.
046100*----------------------------------------------------------------
046200     MOVE AV-VERIFIED-COUNT TO RT-VERIFIED.
046300     MOVE AV-BROKEN-COUNT   TO RT-BROKEN.
046400     WRITE VERIFY-REPORT-LINE FROM AV-TOTAL-LINE.
046500 5000-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------
046900     COPY FSTATPR.
047000*----------------------------------------------------------------
047100     COPY CHNPR.
047200*----------------------------------------------------------------
047300 9999-EXIT.
047400*----------------------------------------------------------------
047500     GOBACK.
