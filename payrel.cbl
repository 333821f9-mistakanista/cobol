000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYREL.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/11/2026.
000600 DATE-COMPILED.  09/11/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  DIRECT DEPOSIT RELEASE.  TAX'S BATCH RUN NO LONGER
000900*           WRITES THE BANK TRANSMISSION FILE ITSELF - IT WRITES
001000*           THE DEPOSITS TO THE HELD FILE (DDHOLD), LISTS THE
001100*           PAY VARIANCES ON VARRPT, AND APPENDS AN 'H' RECORD
001200*           TO THE RELEASE CONTROL FILE (DDRELCTL, SEE DDRREC).
001300*           A SUPERVISOR REVIEWS THE VARIANCES AND RELEASES THE
001400*           RUN HERE, OPTIONALLY PULLING NAMED EMPLOYEES.  THE
001500*           RELEASE PROVES THE HELD FILE AGAINST ITS TRAILER AND
001600*           THE 'H' RECORD, COPIES EVERY CREDIT NOT PULLED TO
001700*           DDTRANS UNDER A NEW TRAILER, AND APPENDS A 'P'
001800*           RECORD PER EMPLOYEE PULLED AND AN 'R' RECORD
001900*           CARRYING THE RELEASING OPERATOR.  PULLED EMPLOYEES
002000*           ARE PAID OUTSIDE THE TRANSMISSION ONCE THEIR PAY IS
002100*           PUT RIGHT.
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 09/11/2026  RLM  ORIGINAL PROGRAM - INQUIRY AND SUPERVISOR
002700*                  RELEASE OF THE HELD DIRECT DEPOSIT FILE,
002800*                  BEHIND THE SHARED OPRWS/OPRPR SIGN-ON AT
002900*                  LEVEL 3.
002910* 09/16/2026  RLM  EVERY CREDIT RELEASED IS ALSO APPENDED TO THE
002920*                  DIRECT DEPOSIT HISTORY FILE (DDHIST) SO BANK
002930*                  RETURNS CAN BE MATCHED AFTER DDTRANS IS
002940*                  REPLACED.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DD-HOLD-FILE    ASSIGN TO "DDHOLD"
003800                            ORGANIZATION IS SEQUENTIAL
003900                            FILE STATUS IS PR-HOLD-STATUS.
004000     SELECT DD-TRANS-FILE   ASSIGN TO "DDTRANS"
004100                            ORGANIZATION IS SEQUENTIAL
004200                            FILE STATUS IS PR-TRANS-STATUS.
004210     SELECT DD-HIST-FILE    ASSIGN TO "DDHIST"
004220                            ORGANIZATION IS SEQUENTIAL
004230                            FILE STATUS IS PR-HIST-STATUS.
004300     SELECT DD-RELEASE-FILE ASSIGN TO "DDRELCTL"
004400                            ORGANIZATION IS LINE SEQUENTIAL
004500                            FILE STATUS IS PR-DDR-STATUS.
004600     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
004700                            ORGANIZATION IS INDEXED
004800                            ACCESS MODE IS DYNAMIC
004900                            RECORD KEY IS OPR-ID
005000                            FILE STATUS IS OPR-FILE-STATUS.
005100     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
005200                            ORGANIZATION IS LINE SEQUENTIAL
005300                            FILE STATUS IS OPR-SESS-STATUS.
005400     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
005500                            ORGANIZATION IS LINE SEQUENTIAL
005600                            FILE STATUS IS FST-JOB-LOG-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------
006000* HELD DIRECT DEPOSIT FILE AS TAX LEFT IT, AND THE BANK
006100* TRANSMISSION FILE BUILT FROM IT ON RELEASE
006200*----------------------------------------------------------------
006300 FD  DD-HOLD-FILE
006400     RECORDING MODE IS F.
006500     COPY DDTREC.
006600
006700 FD  DD-TRANS-FILE
006800     RECORDING MODE IS F.
006900 01  DD-TRANS-RECORD            PIC X(60).
007000
007010 FD  DD-HIST-FILE
007020     RECORDING MODE IS F.
007030 01  DD-HIST-RECORD             PIC X(60).
007040
007100*----------------------------------------------------------------
007200* DIRECT DEPOSIT RELEASE CONTROL - HELD, PULLED, AND RELEASED
007300*----------------------------------------------------------------
007400 FD  DD-RELEASE-FILE.
007500     COPY DDRREC.
007600
007700*----------------------------------------------------------------
007800* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG
007900*----------------------------------------------------------------
008000 FD  OPERATOR-FILE.
008100     COPY OPRREC.
008200
008300 FD  OPR-SESSION-FILE.
008400 01  OPR-SESSION-LINE           PIC X(80).
008500
008600 FD  JOB-LOG-FILE.
008700 01  JOB-LOG-LINE               PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------------
009100* MENU SELECTION AND SESSION CONTROL
009200*----------------------------------------------------------------
009300 01  PR-MENU-CHOICE             PIC X(01).
009400     88  PR-CHOICE-SHOW                     VALUE '1'.
009500     88  PR-CHOICE-RELEASE                  VALUE '2'.
009600     88  PR-CHOICE-QUIT                     VALUE '3'.
009700     88  PR-CHOICE-VALID        VALUE '1' '2' '3'.
009800 01  PR-DONE-SW                 PIC X(01) VALUE 'N'.
009900     88  PR-DONE                            VALUE 'Y'.
010000 01  PR-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
010100     88  PR-CHOICE-OK                       VALUE 'Y'.
010200 01  PR-ANSWER                  PIC X(01).
010300     88  PR-ANSWER-YES                      VALUE 'Y' 'y'.
010400 01  PR-HOLD-STATUS             PIC X(02).
010500     88  PR-HOLD-FILE-MISSING               VALUE '35'.
010600 01  PR-TRANS-STATUS            PIC X(02).
010610 01  PR-HIST-STATUS             PIC X(02).
010620     88  PR-HIST-FILE-MISSING               VALUE '35'.
010700 01  PR-DDR-STATUS              PIC X(02).
010800     88  PR-DDR-FILE-MISSING                VALUE '35'.
010900 01  PR-SWITCHES.
011000     05  PR-DDR-EOF-SW          PIC X(01) VALUE 'N'.
011100         88  PR-DDR-EOF                     VALUE 'Y'.
011200     05  PR-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
011300         88  PR-HOLD-EOF                    VALUE 'Y'.
011400     05  PR-PULLS-DONE-SW       PIC X(01) VALUE 'N'.
011500         88  PR-PULLS-DONE                  VALUE 'Y'.
011600     05  PR-FOUND-SW            PIC X(01) VALUE 'N'.
011700         88  PR-FOUND                       VALUE 'Y'.
011800     05  PR-PROOF-OK-SW         PIC X(01) VALUE 'N'.
011900         88  PR-PROOF-OK                    VALUE 'Y'.
012000
012100*----------------------------------------------------------------
012200* THE RUN ON HOLD, AS ITS 'H' RECORD DESCRIBES IT
012300*----------------------------------------------------------------
012400 01  PR-HELD-DATE               PIC 9(06) VALUE ZERO.
012500 01  PR-HELD-COUNT              PIC 9(07) VALUE ZERO.
012600 01  PR-HELD-TOTAL              PIC 9(11)V99 VALUE ZERO.
012700 01  PR-HELD-VARIANCES          PIC 9(05) VALUE ZERO.
012800
012900*----------------------------------------------------------------
013000* EMPLOYEES PULLED FROM THIS RELEASE, AND THE RELEASE FIGURES
013100*----------------------------------------------------------------
013200 01  PR-PULL-INPUT              PIC X(06).
013300 01  PR-PULL-EMP-ID             PIC 9(06).
013400 01  PR-PULL-COUNT              PIC 9(03) COMP VALUE ZERO.
013500 01  PR-PULL-SUB                PIC 9(03) COMP VALUE ZERO.
013600 01  PR-PULL-TABLE.
013700     05  PR-PULL-ENTRY          OCCURS 50 TIMES
013800                                INDEXED BY PR-PULL-IDX.
013900         10  PR-PULL-T-EMP-ID   PIC 9(06).
014000         10  PR-PULL-T-COUNT    PIC 9(03).
014100         10  PR-PULL-T-AMOUNT   PIC 9(09)V99.
014200 01  PR-FILE-COUNT              PIC 9(07) VALUE ZERO.
014300 01  PR-FILE-TOTAL              PIC 9(11)V99 VALUE ZERO.
014400 01  PR-TRAILER-COUNT           PIC 9(07) VALUE ZERO.
014500 01  PR-TRAILER-TOTAL           PIC 9(11)V99 VALUE ZERO.
014600 01  PR-RELEASE-COUNT           PIC 9(07) VALUE ZERO.
014700 01  PR-RELEASE-TOTAL           PIC 9(11)V99 VALUE ZERO.
014800 01  PR-PULLED-COUNT            PIC 9(07) VALUE ZERO.
014900 01  PR-PULLED-TOTAL            PIC 9(11)V99 VALUE ZERO.
015000 01  PR-SHOW-TOTAL              PIC Z(10)9.99.
015100 01  PR-TRAILER-RECORD.
015200     05  PRT-RECORD-TYPE        PIC X(01)    VALUE 'T'.
015300     05  PRT-COUNT              PIC 9(07).
015400     05  PRT-TOTAL              PIC 9(11)V99.
015500     05  FILLER                 PIC X(39)    VALUE SPACES.
015600
015700     COPY OPRWS.
015800
015900     COPY FSTATWS.
016000
016100 PROCEDURE DIVISION.
016200*----------------------------------------------------------------
016300 0000-MAINLINE.
016500*----------------------------------------------------------------
016600     MOVE "PAYREL" TO FST-PROGRAM-ID.
016700     PERFORM 9300-SIGN-ON THRU 9300-EXIT.
016800     IF NOT OPR-SIGNED-ON
016900         GO TO 9999-EXIT
017000     END-IF.
017100*    RELEASING MONEY TO THE BANK IS SUPERVISOR WORK.
017200     MOVE 3 TO OPR-REQUIRED-LEVEL.
017300     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
017400     IF OPR-ACCESS-DENIED
017500         GO TO 9999-EXIT
017600     END-IF.
017700     PERFORM 1000-MENU-CYCLE THRU 1000-EXIT
017800         UNTIL PR-DONE.
017900     GO TO 9999-EXIT.
018000
018100*----------------------------------------------------------------
018200 1000-MENU-CYCLE.
018400*----------------------------------------------------------------
018500     PERFORM 1100-GET-MENU-CHOICE THRU 1100-EXIT.
018600     EVALUATE TRUE
018700         WHEN PR-CHOICE-QUIT
018800             MOVE 'Y' TO PR-DONE-SW
018900         WHEN PR-CHOICE-SHOW
019000             PERFORM 2000-SHOW-HELD-RUN THRU 2000-EXIT
019100         WHEN PR-CHOICE-RELEASE
019200             PERFORM 3000-RELEASE-RUN THRU 3000-EXIT
019300     END-EVALUATE.
019400 1000-EXIT.
019500     EXIT.
019600
019700*----------------------------------------------------------------
019800 1100-GET-MENU-CHOICE.
020000*----------------------------------------------------------------
020100     MOVE 'N' TO PR-CHOICE-OK-SW.
020200     PERFORM 1150-PROMPT-FOR-CHOICE THRU 1150-EXIT
020300         UNTIL PR-CHOICE-OK.
020400 1100-EXIT.
020500     EXIT.
020600
020700*----------------------------------------------------------------
020800 1150-PROMPT-FOR-CHOICE.
021000*----------------------------------------------------------------
021100     DISPLAY " ".
021200     DISPLAY "PAYROLL SYSTEMS GROUP - DIRECT DEPOSIT RELEASE".
021300     DISPLAY "1 - SHOW THE RUN ON HOLD".
021400     DISPLAY "2 - RELEASE THE RUN ON HOLD".
021500     DISPLAY "3 - QUIT".
021600     DISPLAY "Please enter your choice?".
021700     ACCEPT PR-MENU-CHOICE.
021800     IF NOT PR-CHOICE-VALID
021900         DISPLAY "Not a valid choice - please try again."
022000     ELSE
022100         MOVE 'Y' TO PR-CHOICE-OK-SW
022200     END-IF.
022300 1150-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------------
022700 2000-SHOW-HELD-RUN.
022900*----------------------------------------------------------------
023000     PERFORM 5000-FIND-HELD-RUN THRU 5000-EXIT.
023100     IF PR-HELD-DATE = ZERO
023200         DISPLAY "No payroll run is on hold."
023300         GO TO 2000-EXIT
023400     END-IF.
023500     PERFORM 2100-DISPLAY-HELD-RUN THRU 2100-EXIT.
023600 2000-EXIT.
023700     EXIT.
023800
023900*----------------------------------------------------------------
024000 2100-DISPLAY-HELD-RUN.
024200*----------------------------------------------------------------
024300     MOVE PR-HELD-TOTAL TO PR-SHOW-TOTAL.
024400     DISPLAY "Payroll run " PR-HELD-DATE " is on hold - "
024500             PR-HELD-COUNT " deposits totalling " PR-SHOW-TOTAL.
024600     DISPLAY PR-HELD-VARIANCES
024700             " employees are listed on the variance report"
024800             " VARRPT.".
024900 2100-EXIT.
025000     EXIT.
025100
025200*----------------------------------------------------------------
025300 3000-RELEASE-RUN.
025400*     THE SUPERVISOR CONFIRMS THE VARIANCES HAVE BEEN REVIEWED,
025500*     NAMES ANY EMPLOYEES TO PULL, AND CONFIRMS THE RELEASE.  THE
025600*     HELD FILE MUST PROVE TO ITS TRAILER AND TO THE RUN'S 'H'
025700*     RECORD BEFORE ANYTHING IS WRITTEN.
025800*----------------------------------------------------------------
025900     PERFORM 5000-FIND-HELD-RUN THRU 5000-EXIT.
026000     IF PR-HELD-DATE = ZERO
026100         DISPLAY "No payroll run is on hold - nothing to release."
026200         GO TO 3000-EXIT
026300     END-IF.
026400     PERFORM 2100-DISPLAY-HELD-RUN THRU 2100-EXIT.
026500     DISPLAY "Has the variance report been reviewed - Y/N?".
026600     ACCEPT PR-ANSWER.
026700     IF NOT PR-ANSWER-YES
026800         DISPLAY "Review VARRPT first - nothing released."
026900         GO TO 3000-EXIT
027000     END-IF.
027100     MOVE ZERO TO PR-PULL-COUNT.
027200     MOVE 'N'  TO PR-PULLS-DONE-SW.
027300     PERFORM 3100-PROMPT-FOR-PULL THRU 3100-EXIT
027400         UNTIL PR-PULLS-DONE.
027500     PERFORM 3200-PROVE-HELD-FILE THRU 3200-EXIT.
027600     IF NOT PR-PROOF-OK
027700         GO TO 3000-EXIT
027800     END-IF.
027900     MOVE PR-RELEASE-TOTAL TO PR-SHOW-TOTAL.
028000     DISPLAY "Releasing " PR-RELEASE-COUNT " deposits totalling "
028100             PR-SHOW-TOTAL.
028200     MOVE PR-PULLED-TOTAL TO PR-SHOW-TOTAL.
028300     DISPLAY "Pulling   " PR-PULLED-COUNT " deposits totalling "
028400             PR-SHOW-TOTAL.
028500     DISPLAY "Release to the bank now - Y/N?".
028600     ACCEPT PR-ANSWER.
028700     IF NOT PR-ANSWER-YES
028800         DISPLAY "Nothing released - the run stays on hold."
028900         GO TO 3000-EXIT
029000     END-IF.
029100     PERFORM 3300-COPY-TO-TRANSMISSION THRU 3300-EXIT.
029200     PERFORM 3400-RECORD-RELEASE THRU 3400-EXIT.
029300     DISPLAY "Payroll run " PR-HELD-DATE
029400             " released to DDTRANS by " OPR-SIGNED-ID ".".
029500 3000-EXIT.
029600     EXIT.
029700
029800*----------------------------------------------------------------
029900 3100-PROMPT-FOR-PULL.
030000*     AN EMPLOYEE CAN ONLY BE PULLED IF THE HELD FILE CARRIES A
030100*     DEPOSIT FOR THEM.  ZERO ENDS THE LIST.
030200*----------------------------------------------------------------
030300     DISPLAY "Employee ID to pull from the release, 0 when done?".
030400     ACCEPT PR-PULL-INPUT.
030500     IF PR-PULL-INPUT NOT NUMERIC
030600         DISPLAY "Employee ID must be six digits."
030700         GO TO 3100-EXIT
030800     END-IF.
030900     MOVE PR-PULL-INPUT TO PR-PULL-EMP-ID.
031000     IF PR-PULL-EMP-ID = ZERO
031100         MOVE 'Y' TO PR-PULLS-DONE-SW
031200         GO TO 3100-EXIT
031300     END-IF.
031400     MOVE 'N' TO PR-FOUND-SW.
031500     PERFORM 3120-CHECK-PULL-ENTRY THRU 3120-EXIT
031600         VARYING PR-PULL-IDX FROM 1 BY 1
031700         UNTIL PR-PULL-IDX > PR-PULL-COUNT
031800            OR PR-FOUND.
031900     IF PR-FOUND
032000         DISPLAY "Employee " PR-PULL-EMP-ID " is already pulled."
032100         GO TO 3100-EXIT
032200     END-IF.
032300     IF PR-PULL-COUNT NOT < 50
032400         DISPLAY "No more than 50 employees can be pulled."
032500         MOVE 'Y' TO PR-PULLS-DONE-SW
032600         GO TO 3100-EXIT
032700     END-IF.
032800     PERFORM 3150-FIND-IN-HOLD THRU 3150-EXIT.
032900     IF NOT PR-FOUND
033000         DISPLAY "No held deposit for employee "
033100                 PR-PULL-EMP-ID "."
033200         GO TO 3100-EXIT
033300     END-IF.
033400     ADD 1 TO PR-PULL-COUNT.
033500     MOVE PR-PULL-COUNT  TO PR-PULL-SUB.
033600     MOVE PR-PULL-EMP-ID TO PR-PULL-T-EMP-ID (PR-PULL-SUB).
033700     MOVE ZERO           TO PR-PULL-T-COUNT (PR-PULL-SUB).
033800     MOVE ZERO           TO PR-PULL-T-AMOUNT (PR-PULL-SUB).
033900     DISPLAY "Employee " PR-PULL-EMP-ID " will be pulled.".
034000 3100-EXIT.
034100     EXIT.
034200
034300*----------------------------------------------------------------
034400 3120-CHECK-PULL-ENTRY.
034600*----------------------------------------------------------------
034700     IF PR-PULL-T-EMP-ID (PR-PULL-IDX) = PR-PULL-EMP-ID
034800         MOVE 'Y' TO PR-FOUND-SW
034900         SET PR-PULL-SUB TO PR-PULL-IDX
035000     END-IF.
035100 3120-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------
035500 3150-FIND-IN-HOLD.
035700*----------------------------------------------------------------
035800     MOVE 'N' TO PR-FOUND-SW.
035900     MOVE 'N' TO PR-HOLD-EOF-SW.
036000     OPEN INPUT DD-HOLD-FILE.
036100     IF PR-HOLD-FILE-MISSING
036200         GO TO 3150-EXIT
036300     END-IF.
036400     MOVE "DDHOLD  " TO FST-FILE-NAME.
036500     MOVE "OPEN    " TO FST-OPERATION.
036600     MOVE PR-HOLD-STATUS TO FST-STATUS.
036700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
036800     PERFORM 3160-READ-HOLD THRU 3160-EXIT.
036900     PERFORM 3170-MATCH-HOLD-CREDIT THRU 3170-EXIT
037000         UNTIL PR-HOLD-EOF OR PR-FOUND.
037100     CLOSE DD-HOLD-FILE.
037200 3150-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------
037600 3160-READ-HOLD.
037800*----------------------------------------------------------------
037900     READ DD-HOLD-FILE
038000         AT END
038100             MOVE 'Y' TO PR-HOLD-EOF-SW
038200     END-READ.
038300 3160-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------
038700 3170-MATCH-HOLD-CREDIT.
038900*----------------------------------------------------------------
039000     IF DTR-CREDIT AND DTR-EMP-ID = PR-PULL-EMP-ID
039100         MOVE 'Y' TO PR-FOUND-SW
039200     ELSE
039300         PERFORM 3160-READ-HOLD THRU 3160-EXIT
039400     END-IF.
039500 3170-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------
039900 3200-PROVE-HELD-FILE.
040000*     ADD UP THE HELD CREDITS, SPLITTING THEM INTO RELEASED AND
040100*     PULLED.  THE CREDITS MUST AGREE WITH THE FILE'S OWN TRAILER
040200*     AND WITH THE COUNT AND TOTAL TAX RECORDED WHEN IT HELD THE
040300*     RUN - A HELD FILE THAT HAS BEEN REPLACED OR DAMAGED SINCE IS
040400*     NOT SENT.
040500*----------------------------------------------------------------
040600     MOVE 'N'  TO PR-PROOF-OK-SW.
040700     MOVE ZERO TO PR-FILE-COUNT.
040800     MOVE ZERO TO PR-FILE-TOTAL.
040900     MOVE ZERO TO PR-TRAILER-COUNT.
041000     MOVE ZERO TO PR-TRAILER-TOTAL.
041100     MOVE ZERO TO PR-RELEASE-COUNT.
041200     MOVE ZERO TO PR-RELEASE-TOTAL.
041300     MOVE ZERO TO PR-PULLED-COUNT.
041400     MOVE ZERO TO PR-PULLED-TOTAL.
041500     MOVE 'N'  TO PR-HOLD-EOF-SW.
041600     OPEN INPUT DD-HOLD-FILE.
041700     IF PR-HOLD-FILE-MISSING
041800         DISPLAY "Held deposit file DDHOLD is missing - NOT "
041900                 "released."
042000         GO TO 3200-EXIT
042100     END-IF.
042200     MOVE "DDHOLD  " TO FST-FILE-NAME.
042300     MOVE "OPEN    " TO FST-OPERATION.
042400     MOVE PR-HOLD-STATUS TO FST-STATUS.
042500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
042600     PERFORM 3160-READ-HOLD THRU 3160-EXIT.
042700     PERFORM 3210-PROVE-ONE-RECORD THRU 3210-EXIT
042800         UNTIL PR-HOLD-EOF.
042900     CLOSE DD-HOLD-FILE.
043000     IF PR-FILE-COUNT NOT = PR-TRAILER-COUNT
043100        OR PR-FILE-TOTAL NOT = PR-TRAILER-TOTAL
043200        OR PR-FILE-COUNT NOT = PR-HELD-COUNT
043300        OR PR-FILE-TOTAL NOT = PR-HELD-TOTAL
043400         DISPLAY "Held deposit file does not prove to its "
043500                 "trailer and the held run - NOT released."
043600         DISPLAY "Credits " PR-FILE-COUNT " trailer "
043700                 PR-TRAILER-COUNT " held run " PR-HELD-COUNT
043800         MOVE "DDHOLD  " TO FST-FILE-NAME
043900         MOVE "PROOF   " TO FST-OPERATION
044000         MOVE "NP"       TO FST-STATUS
044100         PERFORM 9100-WRITE-JOB-LOG THRU 9100-EXIT
044200         GO TO 3200-EXIT
044300     END-IF.
044400     MOVE 'Y' TO PR-PROOF-OK-SW.
044500 3200-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------------
044900 3210-PROVE-ONE-RECORD.
045100*----------------------------------------------------------------
045200     IF DTR-TRAILER
045300         MOVE DTR-COUNT TO PR-TRAILER-COUNT
045400         MOVE DTR-TOTAL TO PR-TRAILER-TOTAL
045500         GO TO 3210-READ-NEXT
045600     END-IF.
045700     IF NOT DTR-CREDIT
045800         GO TO 3210-READ-NEXT
045900     END-IF.
046000     ADD 1          TO PR-FILE-COUNT.
046100     ADD DTR-AMOUNT TO PR-FILE-TOTAL.
046200     MOVE DTR-EMP-ID TO PR-PULL-EMP-ID.
046300     MOVE 'N' TO PR-FOUND-SW.
046400     PERFORM 3120-CHECK-PULL-ENTRY THRU 3120-EXIT
046500         VARYING PR-PULL-IDX FROM 1 BY 1
046600         UNTIL PR-PULL-IDX > PR-PULL-COUNT
046700            OR PR-FOUND.
046800     IF PR-FOUND
046900         ADD 1          TO PR-PULL-T-COUNT (PR-PULL-SUB)
047000         ADD DTR-AMOUNT TO PR-PULL-T-AMOUNT (PR-PULL-SUB)
047100         ADD 1          TO PR-PULLED-COUNT
047200         ADD DTR-AMOUNT TO PR-PULLED-TOTAL
047300     ELSE
047400         ADD 1          TO PR-RELEASE-COUNT
047500         ADD DTR-AMOUNT TO PR-RELEASE-TOTAL
047600     END-IF.
047700 3210-READ-NEXT.
047800     PERFORM 3160-READ-HOLD THRU 3160-EXIT.
047900 3210-EXIT.
048000     EXIT.
048100
048200*----------------------------------------------------------------
048300 3300-COPY-TO-TRANSMISSION.
048400*     EVERY CREDIT NOT PULLED GOES TO DDTRANS AS TAX WROTE IT,
048500*     CLOSED BY A TRAILER FOR WHAT IS ACTUALLY SENT.  EACH ONE
048510*     IS ALSO ADDED TO DDHIST FOR MATCHING BANK RETURNS LATER.
048600*----------------------------------------------------------------
048700     MOVE 'N' TO PR-HOLD-EOF-SW.
048800     OPEN INPUT  DD-HOLD-FILE
048900          OUTPUT DD-TRANS-FILE.
049000     MOVE "DDHOLD  " TO FST-FILE-NAME.
049100     MOVE "OPEN    " TO FST-OPERATION.
049200     MOVE PR-HOLD-STATUS TO FST-STATUS.
049300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
049400     MOVE "DDTRANS " TO FST-FILE-NAME.
049500     MOVE PR-TRANS-STATUS TO FST-STATUS.
049600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
049610     OPEN EXTEND DD-HIST-FILE.
049620     IF PR-HIST-FILE-MISSING
049630         OPEN OUTPUT DD-HIST-FILE
049640         CLOSE DD-HIST-FILE
049650         OPEN EXTEND DD-HIST-FILE
049660     END-IF.
049670     MOVE "DDHIST  " TO FST-FILE-NAME.
049680     MOVE PR-HIST-STATUS TO FST-STATUS.
049690     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
049700     PERFORM 3160-READ-HOLD THRU 3160-EXIT.
049800     PERFORM 3310-COPY-ONE-CREDIT THRU 3310-EXIT
049900         UNTIL PR-HOLD-EOF.
050000     MOVE PR-RELEASE-COUNT TO PRT-COUNT.
050100     MOVE PR-RELEASE-TOTAL TO PRT-TOTAL.
050200     WRITE DD-TRANS-RECORD FROM PR-TRAILER-RECORD.
050300     MOVE "DDTRANS " TO FST-FILE-NAME.
050400     MOVE "WRITE   " TO FST-OPERATION.
050500     MOVE PR-TRANS-STATUS TO FST-STATUS.
050600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
050700     CLOSE DD-HOLD-FILE
050800           DD-TRANS-FILE
050810           DD-HIST-FILE.
050900 3300-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------
051300 3310-COPY-ONE-CREDIT.
051500*----------------------------------------------------------------
051600     IF NOT DTR-CREDIT
051700         GO TO 3310-READ-NEXT
051800     END-IF.
051900     MOVE DTR-EMP-ID TO PR-PULL-EMP-ID.
052000     MOVE 'N' TO PR-FOUND-SW.
052100     PERFORM 3120-CHECK-PULL-ENTRY THRU 3120-EXIT
052200         VARYING PR-PULL-IDX FROM 1 BY 1
052300         UNTIL PR-PULL-IDX > PR-PULL-COUNT
052400            OR PR-FOUND.
052500     IF PR-FOUND
052600         GO TO 3310-READ-NEXT
052700     END-IF.
052800     WRITE DD-TRANS-RECORD FROM DD-TRANSMIT-RECORD.
052900     MOVE "DDTRANS " TO FST-FILE-NAME.
053000     MOVE "WRITE   " TO FST-OPERATION.
053100     MOVE PR-TRANS-STATUS TO FST-STATUS.
053200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
053210     WRITE DD-HIST-RECORD FROM DD-TRANSMIT-RECORD.
053220     MOVE "DDHIST  " TO FST-FILE-NAME.
053230     MOVE PR-HIST-STATUS TO FST-STATUS.
053240     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
053300 3310-READ-NEXT.
053400     PERFORM 3160-READ-HOLD THRU 3160-EXIT.
053500 3310-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------------
053900 3400-RECORD-RELEASE.
054000*     ONE 'P' RECORD PER EMPLOYEE PULLED, THEN THE 'R' RECORD
054100*     THAT TAKES THE RUN OFF HOLD.
054200*----------------------------------------------------------------
054300     OPEN EXTEND DD-RELEASE-FILE.
054400     IF PR-DDR-FILE-MISSING
054500         OPEN OUTPUT DD-RELEASE-FILE
054600         CLOSE DD-RELEASE-FILE
054700         OPEN EXTEND DD-RELEASE-FILE
054800     END-IF.
054900     MOVE "DDRELCTL" TO FST-FILE-NAME.
055000     MOVE "OPEN    " TO FST-OPERATION.
055100     MOVE PR-DDR-STATUS TO FST-STATUS.
055200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
055300     PERFORM 3410-WRITE-PULL-RECORD THRU 3410-EXIT
055400         VARYING PR-PULL-IDX FROM 1 BY 1
055500         UNTIL PR-PULL-IDX > PR-PULL-COUNT.
055600     MOVE SPACES           TO DD-RELEASE-RECORD.
055700     MOVE PR-HELD-DATE     TO DDR-RUN-DATE.
055800     MOVE 'R'              TO DDR-REC-TYPE.
055900     MOVE ZERO             TO DDR-EMP-ID.
056000     MOVE PR-RELEASE-COUNT TO DDR-COUNT.
056100     MOVE PR-RELEASE-TOTAL TO DDR-TOTAL.
056200     MOVE PR-HELD-VARIANCES TO DDR-VARIANCE-COUNT.
056300     PERFORM 3420-WRITE-RELEASE-RECORD THRU 3420-EXIT.
056400     CLOSE DD-RELEASE-FILE.
056500 3400-EXIT.
056600     EXIT.
056700
056800*----------------------------------------------------------------
056900 3410-WRITE-PULL-RECORD.
057100*----------------------------------------------------------------
057200     MOVE SPACES          TO DD-RELEASE-RECORD.
057300     MOVE PR-HELD-DATE    TO DDR-RUN-DATE.
057400     MOVE 'P'             TO DDR-REC-TYPE.
057500     MOVE PR-PULL-T-EMP-ID (PR-PULL-IDX) TO DDR-EMP-ID.
057600     MOVE PR-PULL-T-COUNT (PR-PULL-IDX)  TO DDR-COUNT.
057700     MOVE PR-PULL-T-AMOUNT (PR-PULL-IDX) TO DDR-TOTAL.
057800     MOVE ZERO            TO DDR-VARIANCE-COUNT.
057900     PERFORM 3420-WRITE-RELEASE-RECORD THRU 3420-EXIT.
058000 3410-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------
058400 3420-WRITE-RELEASE-RECORD.
058600*----------------------------------------------------------------
058700     MOVE OPR-SIGNED-ID TO DDR-OPERATOR.
058800     ACCEPT DDR-ENTERED-DATE FROM DATE.
058900     ACCEPT DDR-ENTERED-TIME FROM TIME.
059000     WRITE DD-RELEASE-RECORD.
059100     MOVE "DDRELCTL" TO FST-FILE-NAME.
059200     MOVE "WRITE   " TO FST-OPERATION.
059300     MOVE PR-DDR-STATUS TO FST-STATUS.
059400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
059500 3420-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------
059900 5000-FIND-HELD-RUN.
060000*     THE RUN ON HOLD IS THE LAST 'H' RECORD WITH NO 'R' RECORD
060100*     AFTER IT FOR THE SAME RUN DATE.
060200*----------------------------------------------------------------
060300     MOVE ZERO TO PR-HELD-DATE.
060400     MOVE 'N'  TO PR-DDR-EOF-SW.
060500     OPEN INPUT DD-RELEASE-FILE.
060600     IF PR-DDR-FILE-MISSING
060700         GO TO 5000-EXIT
060800     END-IF.
060900     MOVE "DDRELCTL" TO FST-FILE-NAME.
061000     MOVE "OPEN    " TO FST-OPERATION.
061100     MOVE PR-DDR-STATUS TO FST-STATUS.
061200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
061300     PERFORM 5100-READ-RELEASE THRU 5100-EXIT.
061400     PERFORM 5200-TRACK-RELEASE THRU 5200-EXIT
061500         UNTIL PR-DDR-EOF.
061600     CLOSE DD-RELEASE-FILE.
061700 5000-EXIT.
061800     EXIT.
061900
062000*----------------------------------------------------------------
062100 5100-READ-RELEASE.
062300*----------------------------------------------------------------
062400     READ DD-RELEASE-FILE
062500         AT END
062600             MOVE 'Y' TO PR-DDR-EOF-SW
062700     END-READ.
062800 5100-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------
063200 5200-TRACK-RELEASE.
063400*----------------------------------------------------------------
063500     IF DDR-HELD
063600         MOVE DDR-RUN-DATE       TO PR-HELD-DATE
063700         MOVE DDR-COUNT          TO PR-HELD-COUNT
063800         MOVE DDR-TOTAL          TO PR-HELD-TOTAL
063900         MOVE DDR-VARIANCE-COUNT TO PR-HELD-VARIANCES
064000     END-IF.
064100     IF DDR-RELEASED AND DDR-RUN-DATE = PR-HELD-DATE
064200         MOVE ZERO TO PR-HELD-DATE
064300     END-IF.
064400     PERFORM 5100-READ-RELEASE THRU 5100-EXIT.
064500 5200-EXIT.
064600     EXIT.
064700
064800*----------------------------------------------------------------
064900     COPY OPRPR.
065000
065100*----------------------------------------------------------------
065200     COPY FSTATPR.
065300
065400*----------------------------------------------------------------
065500 9999-EXIT.
065700*----------------------------------------------------------------
065800     GOBACK.
