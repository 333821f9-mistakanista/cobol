002540*                  SUPERVISOR OVERRIDE REASON CODE, WHICH IS
002550*                  WRITTEN TO THE ADJUSTMENT REGISTER UNDER
002560*                  THE ADJUSTMENT IT COVERED.
002565* 10/07/2026  RLM  DUAL CONTROL - AN ADJUSTMENT OVER THE DUAL-
002570*                  CONTROL LIMIT IS HELD ON THE PENDING APPROVAL
002575*                  FILE (PNDWS/PNDPR) INSTEAD OF POSTED.  A NEW
002580*                  REVIEW MODE LETS A SECOND SUPERVISOR, NOT THE
002585*                  ONE WHO KEYED IT, APPROVE (POST) OR REJECT
002590*                  EACH ONE; THE REGISTER CARRIES BOTH IDS.
002595* 10/08/2026  RLM  LOG ENTRIES CARRY A ZERO AS-OF DATE.
002596* 10/13/2026  RLM  EVERY ADJREG LINE NOW ENDS IN A SEQUENCE NUMBER
002597*                  AND A CHECK VALUE CHAINED FROM THE LINE BEFORE
002598*                  IT (CHNWS/CHNPR), WITH THE LAST ONE KEPT ON THE
002599*                  CHAIN CONTROL (CHAINCTL).
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003800     SELECT ADJ-REGISTER-FILE ASSIGN TO "ADJREG"
003900                            ORGANIZATION IS LINE SEQUENTIAL
004000                            FILE STATUS IS YA-REGISTER-STATUS.
004010     SELECT CHAIN-CTL-FILE  ASSIGN TO "CHAINCTL"
004020                            ORGANIZATION IS INDEXED
004030                            ACCESS MODE IS DYNAMIC
004040                            RECORD KEY IS CHN-TRAIL
004050                            FILE STATUS IS CHN-CTL-STATUS.
004100     SELECT DAILY-LOG-FILE  ASSIGN TO "DAILYLOG"
004200                            ORGANIZATION IS LINE SEQUENTIAL
004300                            FILE STATUS IS YA-DAILY-LOG-STATUS.
004382     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
004384                            ORGANIZATION IS LINE SEQUENTIAL
004386                            FILE STATUS IS OPR-SESS-STATUS.
004388     SELECT PENDING-FILE    ASSIGN TO "PENDAPPR"
004390                            ORGANIZATION IS INDEXED
004392                            ACCESS MODE IS DYNAMIC
004394                            RECORD KEY IS PND-KEY
004396                            FILE STATUS IS PND-FILE-STATUS.
004400     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS FST-JOB-LOG-STATUS.
005500*----------------------------------------------------------------
005600* ADJUSTMENT REGISTER - ONE LINE PER ADJUSTMENT, APPENDED
005700* ACROSS RUNS, CARRYING THE BEFORE AND AFTER FIGURES AND THE
005750* REASON SO THE ORIGINAL HISTORY STAYS TRACEABLE - EACH LINE
005800* ENDS IN ITS CHAIN STAMP
005900*----------------------------------------------------------------
006000 FD  ADJ-REGISTER-FILE.
006020 01  ADJ-REGISTER-LINE.
006040     05  ADJ-REGISTER-BODY      PIC X(80).
006060     05  ADJ-REGISTER-CHAIN     PIC X(19).
006080
006100*----------------------------------------------------------------
006120* AUDIT TRAIL CHAIN CONTROL - THE LAST STAMP PUT ON EACH TRAIL
006140*----------------------------------------------------------------
006160 FD  CHAIN-CTL-FILE.
006180     COPY CHNREC.
006200
006300*----------------------------------------------------------------
006400* SHARED DAILY TRANSACTION LOG - ONE ENTRY PER ADJUSTMENT
006850*----------------------------------------------------------------
006860 FD  YEAR-STATUS-FILE.
006870     COPY YRSREC.
006871
006872*----------------------------------------------------------------
006873* PENDING APPROVAL FILE - ADJUSTMENTS OVER THE DUAL-CONTROL
006874* LIMIT WAIT HERE FOR A SECOND SUPERVISOR
006875*----------------------------------------------------------------
006876 FD  PENDING-FILE.
006877     COPY PNDREC.
006880
006900*----------------------------------------------------------------
007000* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
009400     88  YA-STOP-RUNNING                    VALUE 0.
009500 01  YA-CONT-OK-SW              PIC X(01) VALUE 'N'.
009600     88  YA-CONT-OK                         VALUE 'Y'.
009602 01  YA-RUN-MODE                PIC X(01).
009604     88  YA-MODE-KEY                        VALUE '1'.
009606     88  YA-MODE-REVIEW                     VALUE '2'.
009608 01  YA-MODE-OK-SW              PIC X(01) VALUE 'N'.
009610     88  YA-MODE-OK                         VALUE 'Y'.
009612
009614*----------------------------------------------------------------
009616* DUAL CONTROL - AN ADJUSTMENT OVER THE LIMIT IS HELD FOR A
009618* SECOND SUPERVISOR.  THE DETAIL LINE IS THE ADJUSTMENT AS KEYED,
009620* CARRIED IN PND-DETAIL UNTIL IT IS DECIDED.
009622*----------------------------------------------------------------
009624 01  YA-DUAL-LIMIT              PIC 9(7)V99 VALUE 1000.00.
009626 01  YA-POSTED-SW               PIC X(01) VALUE 'N'.
009628     88  YA-POSTED                          VALUE 'Y'.
009630 01  YA-DUAL-SW                 PIC X(01) VALUE 'N'.
009632     88  YA-DUAL-APPROVED                   VALUE 'Y'.
009634 01  YA-PENDING-DETAIL.
009636     05  YP-YEAR                PIC 9(02).
009638     05  YP-EMP-ID              PIC 9(06).
009640     05  YP-QUARTER             PIC 9(01).
009642     05  YP-TYPE                PIC X(01).
009644     05  YP-AMOUNT              PIC 9(7)V99.
009646     05  YP-REASON              PIC X(04).
009648     05  YP-OVERRIDE-SW         PIC X(01).
009650     05  YP-OVERRIDE-CODE       PIC X(04).
009652     05  FILLER                 PIC X(92).
009654 01  YA-PENDING-DESC.
009656     05  FILLER                 PIC X(08) VALUE "YTD ADJ ".
009658     05  YD-YEAR                PIC 9(02).
009660     05  FILLER                 PIC X(05) VALUE " EMP ".
009662     05  YD-EMP-ID              PIC 9(06).
009664     05  FILLER                 PIC X(03) VALUE " Q ".
009666     05  YD-QUARTER             PIC 9(01).
009668     05  FILLER                 PIC X(01) VALUE SPACE.
009670     05  YD-DIRECTION           PIC X(08).
009672     05  FILLER                 PIC X(01) VALUE SPACE.
009674     05  YD-REASON              PIC X(04).
009676     05  FILLER                 PIC X(01) VALUE SPACE.
009700
009800*----------------------------------------------------------------
009900* THE ADJUSTMENT BEING TAKEN - KEY, QUARTER, DIRECTION,
014800     05  AJ-BEFORE              PIC Z(8)9.99.
014900     05  FILLER                 PIC X(01) VALUE SPACES.
015000     05  AJ-AFTER               PIC Z(8)9.99.
015005
015010*----------------------------------------------------------------
015015* DUAL-CONTROL REGISTER LINE - WRITTEN UNDER AN ADJUSTMENT THAT
015020* WAS HELD FOR APPROVAL, NAMING WHO KEYED IT AND WHO APPROVED IT
015025*----------------------------------------------------------------
015030 01  YA-DUAL-LINE.
015035     05  FILLER                 PIC X(29) VALUE
015040         "  DUAL CONTROL - ENTERED BY ".
015045     05  DU-MAKER               PIC X(08).
015050     05  FILLER                 PIC X(13) VALUE " APPROVED BY ".
015055     05  DU-CHECKER             PIC X(08).
015060     05  FILLER                 PIC X(22) VALUE SPACES.
015100
015110*----------------------------------------------------------------
015120* OVERRIDE REGISTER LINE - WRITTEN UNDER AN ADJUSTMENT THAT
015250     COPY DLGREC.
015260
015270     COPY OPRWS.
015280
015290     COPY PNDWS.
015300
015400     COPY VALIDWS.
015500
015600     COPY FSTATWS.
015700
015720     COPY CHNWS.
015740
015800 PROCEDURE DIVISION.
015900*----------------------------------------------------------------
016000 0000-MAINLINE.
017200     MOVE "OPEN    " TO FST-OPERATION.
017300     MOVE YA-YTD-STATUS TO FST-STATUS.
017400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
017420     MOVE "YTDADJ" TO PND-CHECK-PROGRAM.
017440     PERFORM 9400-OPEN-PENDING-FILE THRU 9400-EXIT.
017460     PERFORM 0200-GET-MODE THRU 0200-EXIT.
017480     IF YA-MODE-REVIEW
017500         PERFORM 5000-REVIEW-PENDING THRU 5000-EXIT
017520     ELSE
017540         MOVE 1 TO YA-CONTINUES
017560         PERFORM 1000-TAKE-ONE-ADJUSTMENT THRU 1000-EXIT
017580             UNTIL YA-STOP-RUNNING
017600     END-IF.
017620     PERFORM 9490-CLOSE-PENDING-FILE THRU 9490-EXIT.
017800     CLOSE YTD-MASTER-FILE.
017900     GO TO 9999-EXIT.
018000
018880     MOVE OPR-SIGNED-ID TO YA-OPERATOR-ID.
018900 0100-EXIT.
019000     EXIT.
019050
019100*----------------------------------------------------------------
019150 0200-GET-MODE.
019200*     KEY NEW ADJUSTMENTS, OR REVIEW THE ONES HELD FOR A SECOND
019250*     SUPERVISOR'S APPROVAL.
019300*----------------------------------------------------------------
019350     MOVE 'N' TO YA-MODE-OK-SW.
019400     PERFORM 0250-PROMPT-FOR-MODE THRU 0250-EXIT
019450         UNTIL YA-MODE-OK.
019500 0200-EXIT.
019550     EXIT.
019600
019650*----------------------------------------------------------------
019700 0250-PROMPT-FOR-MODE.
019750*----------------------------------------------------------------
019800     DISPLAY "1 to key adjustments, 2 to review adjustments "
019850             "held for approval?".
019900     ACCEPT YA-RUN-MODE.
019950     IF YA-MODE-KEY OR YA-MODE-REVIEW
020000         MOVE 'Y' TO YA-MODE-OK-SW
020050     ELSE
020100         DISPLAY "Mode must be 1 or 2."
020150     END-IF.
020200 0250-EXIT.
020250     EXIT.
020600
020700*----------------------------------------------------------------
020800 1000-TAKE-ONE-ADJUSTMENT.
020900*     A YEAR YECLOSE HAS CLOSED TAKES A SUPERVISOR OVERRIDE
020910*     REASON CODE BEFORE ANYTHING ELSE IS KEYED - WITHOUT ONE
020915*     THE ADJUSTMENT IS REFUSED OUTRIGHT.  AN AMOUNT OVER THE
020920*     DUAL-CONTROL LIMIT IS HELD FOR APPROVAL, NOT POSTED.
020930*----------------------------------------------------------------
021000     DISPLAY "YTD year - last two digits?".
021100     ACCEPT YA-ADJ-YEAR.
021500     PERFORM 1200-GET-TYPE THRU 1200-EXIT.
021600     PERFORM 1300-GET-AMOUNT THRU 1300-EXIT.
021700     PERFORM 1400-GET-REASON THRU 1400-EXIT.
021720     IF YA-ADJ-AMOUNT > YA-DUAL-LIMIT
021740         PERFORM 1800-HOLD-FOR-APPROVAL THRU 1800-EXIT
021760     ELSE
021780         PERFORM 2000-POST-ADJUSTMENT THRU 2000-EXIT
021800     END-IF.
021850 1000-CONTINUE.
021900     PERFORM 1500-GET-CONTINUES THRU 1500-EXIT.
022000 1000-EXIT.
034200     END-IF.
034300 1550-EXIT.
034400     EXIT.
034402
034404*----------------------------------------------------------------
034406 1800-HOLD-FOR-APPROVAL.
034408*     WRITE THE ADJUSTMENT, AS KEYED, TO THE PENDING APPROVAL
034410*     FILE.  NOTHING TOUCHES THE YTD MASTER UNTIL A SECOND
034412*     SUPERVISOR APPROVES IT IN REVIEW MODE.
034414*----------------------------------------------------------------
034416     MOVE SPACES            TO YA-PENDING-DETAIL.
034418     MOVE YA-ADJ-YEAR       TO YP-YEAR.
034420     MOVE YA-ADJ-EMP-ID     TO YP-EMP-ID.
034422     MOVE YA-ADJ-QUARTER    TO YP-QUARTER.
034424     MOVE YA-ADJ-TYPE       TO YP-TYPE.
034426     MOVE YA-ADJ-AMOUNT     TO YP-AMOUNT.
034428     MOVE YA-REASON-CODE    TO YP-REASON.
034430     MOVE YA-OVERRIDE-SW    TO YP-OVERRIDE-SW.
034432     MOVE YA-OVERRIDE-CODE  TO YP-OVERRIDE-CODE.
034434     MOVE YA-ADJ-YEAR       TO YD-YEAR.
034436     MOVE YA-ADJ-EMP-ID     TO YD-EMP-ID.
034438     MOVE YA-ADJ-QUARTER    TO YD-QUARTER.
034440     IF YA-ADJ-INCREASE
034442         MOVE "INCREASE" TO YD-DIRECTION
034444     ELSE
034446         MOVE "DECREASE" TO YD-DIRECTION
034448     END-IF.
034450     MOVE YA-REASON-CODE    TO YD-REASON.
034452     MOVE YA-PENDING-DETAIL TO PND-DETAIL.
034454     MOVE YA-PENDING-DESC   TO PND-DESC.
034456     MOVE YA-ADJ-AMOUNT     TO PND-AMOUNT.
034458     PERFORM 9410-ADD-PENDING-ITEM THRU 9410-EXIT.
034460 1800-EXIT.
034462     EXIT.
034500
034600*----------------------------------------------------------------
034700 2000-POST-ADJUSTMENT.
035000*     A DECREASE PAST WHAT WAS RECORDED IS REFUSED - A QUARTER
035100*     BUCKET CANNOT GO NEGATIVE.
035200*----------------------------------------------------------------
035250     MOVE 'N' TO YA-POSTED-SW.
035300     MOVE YA-ADJ-YEAR   TO YTD-YEAR.
035400     MOVE YA-ADJ-EMP-ID TO YTD-EMP-ID.
035500     READ YTD-MASTER-FILE
038450     MOVE YA-AFTER-AMOUNT TO YA-AFTER-DISPLAY.
038500     DISPLAY "Adjustment posted - quarter " YA-ADJ-QUARTER
038600             " now " YA-AFTER-DISPLAY ".".
038650     MOVE 'Y' TO YA-POSTED-SW.
038700 2000-EXIT.
038800     EXIT.
038900
044700     MOVE "OPEN    " TO FST-OPERATION.
044800     MOVE YA-REGISTER-STATUS TO FST-STATUS.
044900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
044920     MOVE "ADJREG  " TO CHN-TRAIL-NAME.
044940     MOVE 80         TO CHN-BODY-LENGTH.
044960     PERFORM 9200-OPEN-CHAIN THRU 9200-EXIT.
044980     MOVE YA-REGISTER-DETAIL-LINE TO ADJ-REGISTER-BODY.
045000     PERFORM 3010-WRITE-REGISTER-LINE THRU 3010-EXIT.
045020     MOVE "ADJREG  " TO FST-FILE-NAME.
045100     MOVE "WRITE   " TO FST-OPERATION.
045200     MOVE YA-REGISTER-STATUS TO FST-STATUS.
045300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
045320         MOVE YA-OVERRIDE-CODE TO OV-CODE
045330         MOVE YA-OPERATOR-ID   TO OV-OPERATOR
045340         MOVE YA-ADJ-YEAR      TO OV-YEAR
045345         MOVE YA-OVERRIDE-LINE TO ADJ-REGISTER-BODY
045350         PERFORM 3010-WRITE-REGISTER-LINE THRU 3010-EXIT
045360     END-IF.
045365     IF YA-DUAL-APPROVED
045370         MOVE PND-MAKER      TO DU-MAKER
045375         MOVE OPR-CHECKER-ID TO DU-CHECKER
045376         MOVE YA-DUAL-LINE   TO ADJ-REGISTER-BODY
045378         PERFORM 3010-WRITE-REGISTER-LINE THRU 3010-EXIT
045385     END-IF.
045400     CLOSE ADJ-REGISTER-FILE.
045450     PERFORM 9290-CLOSE-CHAIN THRU 9290-EXIT.
045500 3000-EXIT.
045600     EXIT.
045605
045610*----------------------------------------------------------------
045615 3010-WRITE-REGISTER-LINE.
045620*     STAMP THE LINE IN ADJ-REGISTER-BODY AS THE NEXT LINK IN THE
045625*     ADJREG CHAIN AND APPEND IT.
045630*----------------------------------------------------------------
045635     MOVE ADJ-REGISTER-BODY TO CHN-BODY.
045640     PERFORM 9210-STAMP-BODY THRU 9210-EXIT.
045645     MOVE CHN-STAMP         TO ADJ-REGISTER-CHAIN.
045650     WRITE ADJ-REGISTER-LINE.
045655 3010-EXIT.
045660     EXIT.
045700
045800*----------------------------------------------------------------
045900 4000-LOG-DAILY-TRANSACTION.
047100     MOVE YA-LOG-SEQ      TO DLG-SEQ-NO.
047150     MOVE SPACE           TO DLG-TRAN-CODE.
047160     MOVE SPACE           TO DLG-ORIG-CODE.
047180     MOVE ZERO            TO DLG-ASOF-DATE.
047200     OPEN EXTEND DAILY-LOG-FILE.
047300     IF YA-DAILY-LOG-STATUS = '35'
047400         OPEN OUTPUT DAILY-LOG-FILE
048600     CLOSE DAILY-LOG-FILE.
048700 4000-EXIT.
048800     EXIT.
048801
048802*----------------------------------------------------------------
048803 5000-REVIEW-PENDING.
048804*     THE APPROVING SUPERVISOR PROVES THEMSELVES, THEN WALKS THE
048805*     ADJUSTMENTS HELD FOR APPROVAL OLDEST FIRST.
048806*----------------------------------------------------------------
048807     PERFORM 9360-PROVE-CHECKER THRU 9360-EXIT.
048808     IF NOT OPR-CHECKER-PROVEN
048809         GO TO 5000-EXIT
048810     END-IF.
048811     PERFORM 9420-START-PENDING-ITEMS THRU 9420-EXIT.
048812     IF PND-SCAN-END
048813         DISPLAY "No adjustments are waiting for approval."
048814         GO TO 5000-EXIT
048815     END-IF.
048816     PERFORM 5100-REVIEW-ONE-ITEM THRU 5100-EXIT
048817         UNTIL PND-SCAN-END.
048818     PERFORM 9480-SHOW-REVIEW-TOTALS THRU 9480-EXIT.
048819 5000-EXIT.
048820     EXIT.
048821
048822*----------------------------------------------------------------
048823 5100-REVIEW-ONE-ITEM.
048824*     AN APPROVED ADJUSTMENT IS POSTED EXACTLY AS IF IT HAD JUST
048825*     BEEN KEYED, UNDER THE ID OF THE OPERATOR WHO KEYED IT, AND
048826*     THE ITEM IS MARKED APPROVED ONLY ONCE IT HAS POSTED.  ONE
048827*     THAT NO LONGER POSTS (THE RECORD HAS CHANGED SINCE) STAYS
048828*     PENDING FOR THE SUPERVISOR TO REJECT.
048829*----------------------------------------------------------------
048830     PERFORM 9440-TAKE-DECISION THRU 9440-EXIT.
048831     IF PND-DECIDE-REJECT
048832         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
048833     END-IF.
048834     IF NOT PND-DECIDE-APPROVE
048835         GO TO 5100-NEXT
048836     END-IF.
048837     MOVE PND-DETAIL        TO YA-PENDING-DETAIL.
048838     MOVE YP-YEAR           TO YA-ADJ-YEAR.
048839     MOVE YP-EMP-ID         TO YA-ADJ-EMP-ID.
048840     MOVE YP-QUARTER        TO YA-ADJ-QUARTER.
048841     MOVE YP-TYPE           TO YA-ADJ-TYPE.
048842     MOVE YP-AMOUNT         TO YA-ADJ-AMOUNT.
048843     MOVE YP-REASON         TO YA-REASON-CODE.
048844     MOVE YP-OVERRIDE-SW    TO YA-OVERRIDE-SW.
048845     MOVE YP-OVERRIDE-CODE  TO YA-OVERRIDE-CODE.
048846     MOVE PND-MAKER         TO YA-OPERATOR-ID.
048847     MOVE 'Y'               TO YA-DUAL-SW.
048848     PERFORM 2000-POST-ADJUSTMENT THRU 2000-EXIT.
048849     MOVE 'N'               TO YA-DUAL-SW.
048850     MOVE OPR-SIGNED-ID     TO YA-OPERATOR-ID.
048851     IF YA-POSTED
048852         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
048853     ELSE
048854         DISPLAY "Not posted - the item stays pending."
048855     END-IF.
048856 5100-NEXT.
048857     PERFORM 9430-READ-NEXT-PENDING THRU 9430-EXIT.
048858 5100-EXIT.
048859     EXIT.
048900
049000*----------------------------------------------------------------
049100     COPY VALIDPR.
049150*----------------------------------------------------------------
049160     COPY OPRPR.
049170*----------------------------------------------------------------
049180     COPY PNDPR.
049200*----------------------------------------------------------------
049300     COPY FSTATPR.
049320*----------------------------------------------------------------
049340     COPY CHNPR.
049400*----------------------------------------------------------------
049500 9999-EXIT.
049600*----------------------------------------------------------------
