002399*                  LEVEL 2, AND STAMPS THE AUDIT PAIRS WITH
002399*                  THE PROVEN ID.  FAILED SIGN-ONS AND DENIED
002399*                  ATTEMPTS LAND ON THE CENTRAL JOB LOG.
002399* 09/10/2026  RLM  A SALARY CHANGE NOW TAKES AN EFFECTIVE DATE.
002399*                  A BACK-DATED CHANGE IS WRITTEN TO THE PENDING
002399*                  RETRO FILE (RETROPND, SEE RTPREC) WITH THE OLD
002399*                  AND NEW SALARY, SO THE NEXT TAX BATCH RUN PAYS
002399*                  THE PERIODS ALREADY PAID AT THE OLD RATE.
002399* 10/13/2026  RLM  EVERY EMPAUDIT LINE NOW ENDS IN A SEQUENCE
002399*                  NUMBER AND A CHECK VALUE CHAINED FROM THE LINE
002399*                  BEFORE IT (CHNWS/CHNPR), WITH THE LAST ONE KEPT
002399*                  ON THE CHAIN CONTROL (CHAINCTL).
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003400     SELECT EMP-AUDIT-FILE  ASSIGN TO "EMPAUDIT"
003500                            ORGANIZATION IS LINE SEQUENTIAL
003600                            FILE STATUS IS EM-AUDIT-STATUS.
003601     SELECT CHAIN-CTL-FILE  ASSIGN TO "CHAINCTL"
003602                            ORGANIZATION IS INDEXED
003603                            ACCESS MODE IS DYNAMIC
003604                            RECORD KEY IS CHN-TRAIL
003605                            FILE STATUS IS CHN-CTL-STATUS.
003610     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
003620                            ORGANIZATION IS INDEXED
003630                            ACCESS MODE IS DYNAMIC
003690     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
003692                            ORGANIZATION IS LINE SEQUENTIAL
003694                            FILE STATUS IS FST-JOB-LOG-STATUS.
003695     SELECT RETRO-PEND-FILE ASSIGN TO "RETROPND"
003696                            ORGANIZATION IS LINE SEQUENTIAL
003697                            FILE STATUS IS EM-RETRO-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900*----------------------------------------------------------------
004570 01  EMP-WORK-RECORD            PIC X(48).
004580
004600*----------------------------------------------------------------
004650* EMPLOYEE AUDIT FILE - ONE BEFORE/AFTER LINE PAIR PER CHANGE,
004700* EACH LINE ENDING IN ITS CHAIN STAMP
004800*----------------------------------------------------------------
004900 FD  EMP-AUDIT-FILE.
004910 01  EMP-AUDIT-LINE.
004920     05  EMP-AUDIT-BODY         PIC X(100).
004930     05  EMP-AUDIT-CHAIN        PIC X(19).
004940
004950*----------------------------------------------------------------
004960* AUDIT TRAIL CHAIN CONTROL - THE LAST STAMP PUT ON EACH TRAIL
004970*----------------------------------------------------------------
004980 FD  CHAIN-CTL-FILE.
004990     COPY CHNREC.
005010
005020*----------------------------------------------------------------
005030* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG - THE
005086
005090 FD  JOB-LOG-FILE.
005092 01  JOB-LOG-LINE               PIC X(80).
005094
005095*----------------------------------------------------------------
005096* PENDING RETRO FILE - ONE RECORD PER BACK-DATED SALARY CHANGE,
005097* PICKED UP AND PAID BY THE NEXT TAX BATCH RUN
005098*----------------------------------------------------------------
005099 FD  RETRO-PEND-FILE.
005099     COPY RTPREC.
005100
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
009520         88  EM-DEPT-OK                     VALUE 'Y'.
009530     05  EM-FREQ-OK-SW          PIC X(01) VALUE 'N'.
009540         88  EM-FREQ-OK                     VALUE 'Y'.
009550     05  EM-EFF-OK-SW           PIC X(01) VALUE 'N'.
009560         88  EM-EFF-OK                      VALUE 'Y'.
009600
009700*----------------------------------------------------------------
009800* NEW FIELD VALUES ENTERED BY THE OPERATOR, VALIDATED BEFORE
010510 01  EM-NEW-DEPARTMENT          PIC X(03).
010520 01  EM-NEW-PAY-FREQ            PIC X(01).
010530     88  EM-NEW-FREQ-VALID                  VALUE 'M' 'S'.
010540
010550*----------------------------------------------------------------
010560* SALARY CHANGE EFFECTIVE DATE - ZERO MEANS THE NEW SALARY TAKES
010570* EFFECT WITH THE NEXT PAYROLL RUN AND NOTHING IS OWED BACK.  AN
010580* EARLIER DATE IN THE CURRENT YEAR WRITES A PENDING RETRO RECORD.
010590*----------------------------------------------------------------
010591 01  EM-RETRO-STATUS            PIC X(02).
010592     88  EM-RETRO-FILE-MISSING              VALUE '35'.
010593 01  EM-OLD-SALARY              PIC 9(7)V99.
010594 01  EM-EFF-DATE                PIC 9(06).
010595 01  EM-EFF-DATE-R REDEFINES EM-EFF-DATE.
010596     05  EM-EFF-YY              PIC 9(02).
010597     05  EM-EFF-MMDD            PIC 9(04).
010598 01  EM-TODAY                   PIC 9(06).
010599 01  EM-TODAY-R REDEFINES EM-TODAY.
010599     05  EM-TODAY-YY            PIC 9(02).
010599     05  EM-TODAY-MMDD          PIC 9(04).
010600
010700*----------------------------------------------------------------
010800* BEFORE IMAGE OF THE RECORD BEING CHANGED - SAVED AHEAD OF THE
013460
013480     COPY FSTATWS.
013500
013520     COPY CHNWS.
013540
013600 PROCEDURE DIVISION.
013700*----------------------------------------------------------------
013800 0000-MAINLINE.
030600*----------------------------------------------------------------
030700 4000-UPDATE-EMPLOYEE.
030800*     POSITION ON THE EMPLOYEE IN PLACE, SAVE THE BEFORE IMAGE,
030900*     TAKE THE NEW FIELD VALUES, AND REWRITE THE RECORD.  A
030910*     CHANGED SALARY ALSO TAKES ITS EFFECTIVE DATE - A BACK-DATED
030920*     CHANGE IS QUEUED ON THE PENDING RETRO FILE ONLY ONCE THE
030930*     REWRITE HAS LANDED.
031000*----------------------------------------------------------------
031050     MOVE ZERO TO EM-EFF-DATE.
031100     PERFORM 4100-LOCATE-FOR-UPDATE THRU 4100-EXIT.
031200     IF NOT EM-EMP-FOUND
031300         DISPLAY "Employee " EM-SEARCH-ID " is not on the master."
031400         GO TO 4000-EXIT
031500     END-IF.
031600     MOVE EMPLOYEE-RECORD TO EM-BEFORE-IMAGE.
031650     MOVE EMP-SALARY      TO EM-OLD-SALARY.
031700     PERFORM 6000-GET-EMPLOYEE-FIELDS THRU 6000-EXIT.
031750     IF EM-NEW-SALARY NOT = EM-OLD-SALARY
031760         PERFORM 6700-GET-EFFECTIVE-DATE THRU 6700-EXIT
031770     END-IF.
031800     MOVE EM-NEW-NAME          TO EMP-NAME.
031900     MOVE EM-NEW-SALARY        TO EMP-SALARY.
032000     MOVE EM-NEW-FILING-STATUS TO EMP-FILING-STATUS.
032300     CLOSE EMPLOYEE-FILE.
032400     MOVE "UPDATE" TO EM-AUDIT-ACTION.
032500     PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
032550     IF EM-EFF-DATE NOT = ZERO
032560         PERFORM 7100-WRITE-RETRO-PENDING THRU 7100-EXIT
032570     END-IF.
032600     DISPLAY "Employee " EM-SEARCH-ID " updated.".
032700 4000-EXIT.
032800     EXIT.
049616 6650-EXIT.
049618     EXIT.
049620
049621*----------------------------------------------------------------
049622 6700-GET-EFFECTIVE-DATE.
049623*     RE-PROMPT UNTIL THE SALARY CHANGE'S EFFECTIVE DATE IS ZERO
049624*     (FROM THE NEXT PAYROLL RUN) OR A PLAUSIBLE YYMMDD IN THE
049625*     CURRENT YEAR THAT IS NOT IN THE FUTURE.  PERIODS PAID IN AN
049626*     EARLIER YEAR ARE CLOSED AND ARE ADJUSTED THROUGH YTDADJ.
049627*----------------------------------------------------------------
049628     ACCEPT EM-TODAY FROM DATE.
049629     MOVE 'N' TO EM-EFF-OK-SW.
049630     PERFORM 6750-PROMPT-FOR-EFF-DATE THRU 6750-EXIT
049631         UNTIL EM-EFF-OK.
049632 6700-EXIT.
049633     EXIT.
049634
049635*----------------------------------------------------------------
049636 6750-PROMPT-FOR-EFF-DATE.
049637*----------------------------------------------------------------
049638     DISPLAY "Salary effective date - YYMMDD, 0 = next run?".
049639     ACCEPT EM-EFF-DATE.
049640     IF EM-EFF-DATE = ZERO
049641         MOVE 'Y' TO EM-EFF-OK-SW
049642         GO TO 6750-EXIT
049643     END-IF.
049644     MOVE EM-EFF-MMDD TO VAL-NUMERIC-INPUT.
049645     MOVE 0101        TO VAL-MIN-RANGE.
049646     MOVE 1231        TO VAL-MAX-RANGE.
049647     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
049648     IF VAL-ERROR-FOUND
049649         DISPLAY VAL-ERROR-MESSAGE
049650         GO TO 6750-EXIT
049651     END-IF.
049652     EVALUATE TRUE
049653         WHEN EM-EFF-YY NOT = EM-TODAY-YY
049654             DISPLAY "Effective date must be in the current year."
049655         WHEN EM-EFF-DATE > EM-TODAY
049656             DISPLAY "Effective date cannot be in the future."
049657         WHEN OTHER
049658             MOVE 'Y' TO EM-EFF-OK-SW
049659     END-EVALUATE.
049660 6750-EXIT.
049661     EXIT.
049662
049670*----------------------------------------------------------------
049680 7000-WRITE-AUDIT-PAIR.
049700*     APPEND A BEFORE LINE AND AN AFTER LINE FOR THE CHANGE JUST
049800*     MADE, BOTH STAMPED WITH DATE, TIME, OPERATOR, AND ACTION.
049900*     A MISSING AUDIT FILE MEANS NO CHANGE HAS EVER BEEN LOGGED,
050900         CLOSE EMP-AUDIT-FILE
051000         OPEN EXTEND EMP-AUDIT-FILE
051100     END-IF.
051120     MOVE "EMPAUDIT" TO CHN-TRAIL-NAME.
051140     MOVE 100        TO CHN-BODY-LENGTH.
051160     PERFORM 9200-OPEN-CHAIN THRU 9200-EXIT.
051200     MOVE "BEFORE"          TO AU-IMAGE-TAG.
051300     MOVE EM-BEFORE-IMAGE   TO AU-IMAGE.
051400     PERFORM 7010-WRITE-AUDIT-LINE THRU 7010-EXIT.
051500     MOVE "AFTER"           TO AU-IMAGE-TAG.
051600     MOVE EM-AFTER-IMAGE    TO AU-IMAGE.
051700     PERFORM 7010-WRITE-AUDIT-LINE THRU 7010-EXIT.
051800     CLOSE EMP-AUDIT-FILE.
051850     PERFORM 9290-CLOSE-CHAIN THRU 9290-EXIT.
051900 7000-EXIT.
052000     EXIT.
052005
052010*----------------------------------------------------------------
052015 7010-WRITE-AUDIT-LINE.
052020*     STAMP THE AUDIT LINE AS THE NEXT LINK IN THE EMPAUDIT CHAIN
052025*     AND APPEND IT.
052030*----------------------------------------------------------------
052035     MOVE EM-AUDIT-DETAIL-LINE TO EMP-AUDIT-BODY.
052040     MOVE EMP-AUDIT-BODY       TO CHN-BODY.
052045     PERFORM 9210-STAMP-BODY THRU 9210-EXIT.
052050     MOVE CHN-STAMP            TO EMP-AUDIT-CHAIN.
052055     WRITE EMP-AUDIT-LINE.
052060 7010-EXIT.
052065     EXIT.
052100
052101*----------------------------------------------------------------
052102 7100-WRITE-RETRO-PENDING.
052103*     QUEUE THE BACK-DATED CHANGE FOR THE NEXT TAX BATCH RUN.  A
052104*     MISSING RETRO FILE MEANS NO CHANGE HAS EVER BEEN QUEUED, SO
052105*     CREATE IT RATHER THAN ABENDING ON THE FIRST OPEN EXTEND.
052106*----------------------------------------------------------------
052107     MOVE EM-SEARCH-ID   TO RTP-EMP-ID.
052108     ACCEPT RTP-ENTERED-DATE FROM DATE.
052109     ACCEPT RTP-ENTERED-TIME FROM TIME.
052110     MOVE EM-OLD-SALARY  TO RTP-OLD-SALARY.
052111     MOVE EM-NEW-SALARY  TO RTP-NEW-SALARY.
052112     MOVE EM-EFF-DATE    TO RTP-EFFECTIVE-DATE.
052113     MOVE EM-OPERATOR-ID TO RTP-OPERATOR.
052114     MOVE 'P'            TO RTP-STATUS.
052115     MOVE ZERO           TO RTP-PAID-DATE.
052116     OPEN EXTEND RETRO-PEND-FILE.
052117     IF EM-RETRO-FILE-MISSING
052118         OPEN OUTPUT RETRO-PEND-FILE
052119         CLOSE RETRO-PEND-FILE
052120         OPEN EXTEND RETRO-PEND-FILE
052121     END-IF.
052122     MOVE "RETROPND" TO FST-FILE-NAME.
052123     MOVE "OPEN    " TO FST-OPERATION.
052124     MOVE EM-RETRO-STATUS TO FST-STATUS.
052125     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
052126     WRITE RETRO-PENDING-RECORD.
052127     MOVE "WRITE   " TO FST-OPERATION.
052128     MOVE EM-RETRO-STATUS TO FST-STATUS.
052129     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
052130     CLOSE RETRO-PEND-FILE.
052131     DISPLAY "Retro pay from " EM-EFF-DATE
052132             " queued for the next payroll run.".
052133 7100-EXIT.
052134     EXIT.
052134
052200*----------------------------------------------------------------
052300     COPY VALIDPR.
052320*----------------------------------------------------------------
052340     COPY OPRPR.
052360*----------------------------------------------------------------
052380     COPY FSTATPR.
052385*----------------------------------------------------------------
052390     COPY CHNPR.
052400*----------------------------------------------------------------
052500 9999-EXIT.
052600*----------------------------------------------------------------
