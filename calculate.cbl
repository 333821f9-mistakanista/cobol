002997*                  SHARED FSTATWS/FSTATPR FILE-STATUS CHECK -
002998*                  A FAILURE IS WRITTEN TO THE CENTRAL JOB LOG
002999*                  AND ENDS THE RUN WITH RETURN CODE 16.
002999* 10/13/2026  RLM  EVERY CALCLOG LINE NOW ENDS IN A SEQUENCE
002999*                  NUMBER AND A CHECK VALUE CHAINED FROM THE LINE
002999*                  BEFORE IT (CHNWS/CHNPR), WITH THE LAST ONE KEPT
002999*                  ON THE CHAIN CONTROL (CHAINCTL), SO A LINE CUT,
002999*                  CHANGED, OR MOVED SHOWS UP ON VERIFICATION.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004100     SELECT CALC-LOG-FILE     ASSIGN TO "CALCLOG"
004200                              ORGANIZATION IS LINE SEQUENTIAL
004210                              FILE STATUS IS CALC-LOG-STATUS.
004210     SELECT CHAIN-CTL-FILE    ASSIGN TO "CHAINCTL"
004210                              ORGANIZATION IS INDEXED
004210                              ACCESS MODE IS DYNAMIC
004210                              RECORD KEY IS CHN-TRAIL
004210                              FILE STATUS IS CHN-CTL-STATUS.
004212     SELECT CALC-PARM-FILE    ASSIGN TO "CALCPARM"
004214                              ORGANIZATION IS LINE SEQUENTIAL
004216                              FILE STATUS IS CALC-PARM-STATUS.
005900 01  CALC-REPORT-LINE           PIC X(80).
006000
006100*----------------------------------------------------------------
006150* AUDIT LOG OF EVERY CALCULATION PERFORMED, SINGLE OR BATCH -
006200* EACH LINE ENDS IN ITS CHAIN STAMP
006300*----------------------------------------------------------------
006400 FD  CALC-LOG-FILE.
006410 01  CALC-LOG-LINE.
006420     05  CALC-LOG-BODY          PIC X(98).
006430     05  CALC-LOG-CHAIN         PIC X(19).
006440
006450*----------------------------------------------------------------
006460* AUDIT TRAIL CHAIN CONTROL - THE LAST STAMP PUT ON EACH TRAIL
006470*----------------------------------------------------------------
006480 FD  CHAIN-CTL-FILE.
006490     COPY CHNREC.
006510
006512*----------------------------------------------------------------
006514* PARAMETER CARD - THE RUN MODE FOR AN UNATTENDED RUN; ABSENT,
013050     COPY VALIDWS.

013060     COPY FSTATWS.
013070
013080     COPY CHNWS.
013100 PROCEDURE DIVISION.
013200*----------------------------------------------------------------
013300 0000-MAINLINE.
024600*----------------------------------------------------------------
024700 1600-LOG-CALCULATION.
024800*     APPEND ONE AUDIT LINE PER CALCULATION, SINGLE OR BATCH,
024900*     TO CALC-LOG-FILE, STAMPED AS THE NEXT LINK IN ITS CHAIN.
025000*----------------------------------------------------------------
025100     ACCEPT LL-DATE FROM DATE.
025200     ACCEPT LL-TIME FROM TIME.
025460     MOVE "OPEN    " TO FST-OPERATION.
025460     MOVE CALC-LOG-STATUS TO FST-STATUS.
025460     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
025465     MOVE "CALCLOG " TO CHN-TRAIL-NAME.
025470     MOVE 98         TO CHN-BODY-LENGTH.
025475     PERFORM 9200-OPEN-CHAIN THRU 9200-EXIT.
025480     MOVE CALC-LOG-DETAIL-LINE TO CALC-LOG-BODY.
025485     MOVE CALC-LOG-BODY        TO CHN-BODY.
025490     PERFORM 9210-STAMP-BODY THRU 9210-EXIT.
025495     MOVE CHN-STAMP            TO CALC-LOG-CHAIN.
025500     WRITE CALC-LOG-LINE.
025510     MOVE "CALCLOG " TO FST-FILE-NAME.
025510     MOVE "WRITE   " TO FST-OPERATION.
025510     MOVE CALC-LOG-STATUS TO FST-STATUS.
025510     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
025600     CLOSE CALC-LOG-FILE.
025650     PERFORM 9290-CLOSE-CHAIN THRU 9290-EXIT.
025700 1600-EXIT.
025800     EXIT.
025900
029760     COPY VALIDPR.
029770*----------------------------------------------------------------
029780     COPY FSTATPR.
029800*----------------------------------------------------------------
029850     COPY CHNPR.
029900*----------------------------------------------------------------
030000 9999-EXIT.
030100*----------------------------------------------------------------
