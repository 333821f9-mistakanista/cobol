000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CASEMAINT.
000300 AUTHOR.         PAYROLL SYSTEMS GROUP.
000400 INSTALLATION.   PAYROLL.
000500 DATE-WRITTEN.   09/25/2026.
000600 DATE-COMPILED.  09/25/2026.
000700*----------------------------------------------------------------
000800* REMARKS.  CASH MONITORING CASE MAINTENANCE.  WORKS THE CASES
000900*           THE NIGHTLY CASHMON RUN OPENS ON THE CASE FILE
001000*           (CASEFILE, SEE CSEREC).  AN OPERATOR AT LEVEL 2 LISTS
001100*           THE CASES AWAITING ACTION AND MARKS AN OPEN CASE
001200*           REVIEWED WITH A NOTE OF THE OUTCOME; FILING A
001300*           REVIEWED CASE WITH THE AUTHORITY NEEDS SUPERVISOR
001400*           LEVEL 3.  A CASE IS NEVER DELETED OR REOPENED - EACH
001500*           STEP STAMPS ITS DATE AND THE OPERATOR ON THE RECORD.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*----------------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* 09/25/2026  RLM  ORIGINAL PROGRAM - LIST, REVIEW, AND FILE
002100*                  MAINTENANCE OVER THE CASH MONITORING CASE
002200*                  FILE, BEHIND THE SHARED OPRWS/OPRPR SIGN-ON AT
002300*                  LEVEL 2.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CASE-FILE       ASSIGN TO "CASEFILE"
003200                            ORGANIZATION IS INDEXED
003300                            ACCESS MODE IS DYNAMIC
003400                            RECORD KEY IS CSE-KEY
003500                            FILE STATUS IS CE-CASE-STATUS.
003600     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
003700                            ORGANIZATION IS INDEXED
003800                            ACCESS MODE IS DYNAMIC
003900                            RECORD KEY IS OPR-ID
004000                            FILE STATUS IS OPR-FILE-STATUS.
004100     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
004200                            ORGANIZATION IS LINE SEQUENTIAL
004300                            FILE STATUS IS OPR-SESS-STATUS.
004400     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS FST-JOB-LOG-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*----------------------------------------------------------------
005000* CASH MONITORING CASE FILE - ONE RECORD PER FLAG RAISED, KEYED
005100* BY PARTY, DATE FLAGGED, AND FLAG
005200*----------------------------------------------------------------
005300 FD  CASE-FILE.
005400     COPY CSEREC.
005500
005600*----------------------------------------------------------------
005700* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG
005800*----------------------------------------------------------------
005900 FD  OPERATOR-FILE.
006000     COPY OPRREC.
006100
006200 FD  OPR-SESSION-FILE.
006300 01  OPR-SESSION-LINE           PIC X(80).
006400
006500 FD  JOB-LOG-FILE.
006600 01  JOB-LOG-LINE               PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000* MENU SELECTION AND SESSION CONTROL
007100*----------------------------------------------------------------
007200 01  CE-MENU-CHOICE             PIC X(01).
007300     88  CE-CHOICE-LIST                     VALUE '1'.
007400     88  CE-CHOICE-REVIEW                   VALUE '2'.
007500     88  CE-CHOICE-FILE                     VALUE '3'.
007600     88  CE-CHOICE-QUIT                     VALUE '4'.
007700     88  CE-CHOICE-VALID        VALUE '1' '2' '3' '4'.
007800 01  CE-DONE-SW                 PIC X(01) VALUE 'N'.
007900     88  CE-DONE                            VALUE 'Y'.
008000 01  CE-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
008100     88  CE-CHOICE-OK                       VALUE 'Y'.
008200
008300 01  CE-CASE-STATUS             PIC X(02).
008400     88  CE-CASE-MISSING                    VALUE '35'.
008500
008600*----------------------------------------------------------------
008700* THE CASE BEING WORKED AND ITS VALIDATION SWITCHES
008800*----------------------------------------------------------------
008900 01  CE-PARTY-TYPE              PIC X(01).
009000     88  CE-PARTY-VALID                     VALUE 'C' 'A'.
009100 01  CE-PARTY-ID                PIC 9(06).
009200 01  CE-FLAG-DATE               PIC 9(06).
009300 01  CE-FLAG-TYPE               PIC X(01).
009400     88  CE-FLAG-VALID                      VALUE 'D' 'W' 'S'.
009500 01  CE-NOTE                    PIC X(30).
009600 01  CE-TODAY                   PIC 9(06).
009700 01  CE-SWITCHES.
009800     05  CE-FIELD-OK-SW         PIC X(01) VALUE 'N'.
009900         88  CE-FIELD-OK                    VALUE 'Y'.
010000     05  CE-CASE-FOUND-SW       PIC X(01) VALUE 'N'.
010100         88  CE-CASE-FOUND                  VALUE 'Y'.
010200     05  CE-CASE-EOF-SW         PIC X(01) VALUE 'N'.
010300         88  CE-CASE-EOF                    VALUE 'Y'.
010400
010500 01  CE-LIST-COUNT              PIC 9(05) COMP VALUE ZERO.
010600
010700 01  CE-LIST-LINE.
010800     05  CL-PARTY-TYPE          PIC X(01).
010900     05  FILLER                 PIC X(01) VALUE SPACES.
011000     05  CL-PARTY-ID            PIC 9(06).
011100     05  FILLER                 PIC X(01) VALUE SPACES.
011200     05  CL-DATE                PIC 9(06).
011300     05  FILLER                 PIC X(01) VALUE SPACES.
011400     05  CL-FLAG                PIC X(01).
011500     05  FILLER                 PIC X(01) VALUE SPACES.
011600     05  CL-AMOUNT              PIC Z(8)9.99.
011700     05  FILLER                 PIC X(01) VALUE SPACES.
011800     05  CL-COUNT               PIC ZZ9.
011900     05  FILLER                 PIC X(01) VALUE SPACES.
012000     05  CL-STATUS              PIC X(08).
012100     05  FILLER                 PIC X(01) VALUE SPACES.
012200     05  CL-REVIEWER            PIC X(08).
012300     05  FILLER                 PIC X(01) VALUE SPACES.
012400     05  CL-NOTE                PIC X(30).
012500
012600     COPY VALIDWS.
012700
012800     COPY OPRWS.
012900
013000     COPY FSTATWS.
013100
013200 PROCEDURE DIVISION.
013300*----------------------------------------------------------------
013400 0000-MAINLINE.
013500*----------------------------------------------------------------
013600     MOVE "CASEMAINT" TO FST-PROGRAM-ID.
013700     ACCEPT CE-TODAY FROM DATE.
013800     PERFORM 9300-SIGN-ON THRU 9300-EXIT.
013900     IF NOT OPR-SIGNED-ON
014000         GO TO 9999-EXIT
014100     END-IF.
014200     MOVE 2 TO OPR-REQUIRED-LEVEL.
014300     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
014400     IF OPR-ACCESS-DENIED
014500         GO TO 9999-EXIT
014600     END-IF.
014700     PERFORM 1000-MENU-CYCLE THRU 1000-EXIT
014800         UNTIL CE-DONE.
014900     GO TO 9999-EXIT.
015000
015100*----------------------------------------------------------------
015200 1000-MENU-CYCLE.
015300*----------------------------------------------------------------
015400     PERFORM 1100-GET-MENU-CHOICE THRU 1100-EXIT.
015500     EVALUATE TRUE
015600         WHEN CE-CHOICE-QUIT
015700             MOVE 'Y' TO CE-DONE-SW
015800         WHEN CE-CHOICE-LIST
015900             PERFORM 4000-LIST-CASES THRU 4000-EXIT
016000         WHEN CE-CHOICE-REVIEW
016100             PERFORM 2000-REVIEW-CASE THRU 2000-EXIT
016200         WHEN CE-CHOICE-FILE
016300             PERFORM 3000-FILE-CASE THRU 3000-EXIT
016400     END-EVALUATE.
016500 1000-EXIT.
016600     EXIT.
016700
016800*----------------------------------------------------------------
016900 1100-GET-MENU-CHOICE.
017000*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE FOUR
017100*     VALID MENU CHOICES.
017200*----------------------------------------------------------------
017300     MOVE 'N' TO CE-CHOICE-OK-SW.
017400     PERFORM 1150-PROMPT-FOR-CHOICE THRU 1150-EXIT
017500         UNTIL CE-CHOICE-OK.
017600 1100-EXIT.
017700     EXIT.
017800
017900*----------------------------------------------------------------
018000 1150-PROMPT-FOR-CHOICE.
018100*----------------------------------------------------------------
018200     DISPLAY " ".
018300     DISPLAY "PAYROLL SYSTEMS GROUP - CASH MONITORING CASES".
018400     DISPLAY "1 - LIST CASES AWAITING ACTION".
018500     DISPLAY "2 - MARK A CASE REVIEWED".
018600     DISPLAY "3 - MARK A CASE FILED".
018700     DISPLAY "4 - QUIT".
018800     DISPLAY "Please enter your choice?".
018900     ACCEPT CE-MENU-CHOICE.
019000     IF NOT CE-CHOICE-VALID
019100         DISPLAY "Not a valid choice - please try again."
019200     ELSE
019300         MOVE 'Y' TO CE-CHOICE-OK-SW
019400     END-IF.
019500 1150-EXIT.
019600     EXIT.
019700
019800*----------------------------------------------------------------
019900 1200-GET-CASE.
020000*     TAKE THE CASE KEY AS THE LIST SHOWS IT - PARTY TYPE AND
020100*     NUMBER, DATE FLAGGED, AND FLAG - AND READ THE CASE WITH
020200*     THE FILE OPEN FOR UPDATE.  THE CALLER CLOSES THE FILE
020300*     WHEN THE CASE IS FOUND.
020400*----------------------------------------------------------------
020500     MOVE 'N' TO CE-CASE-FOUND-SW.
020600     MOVE 'N' TO CE-FIELD-OK-SW.
020700     PERFORM 1250-PROMPT-FOR-PARTY-TYPE THRU 1250-EXIT
020800         UNTIL CE-FIELD-OK.
020900     MOVE 'N' TO CE-FIELD-OK-SW.
021000     PERFORM 1260-PROMPT-FOR-PARTY-ID THRU 1260-EXIT
021100         UNTIL CE-FIELD-OK.
021200     MOVE 'N' TO CE-FIELD-OK-SW.
021300     PERFORM 1270-PROMPT-FOR-DATE THRU 1270-EXIT
021400         UNTIL CE-FIELD-OK.
021500     MOVE 'N' TO CE-FIELD-OK-SW.
021600     PERFORM 1280-PROMPT-FOR-FLAG THRU 1280-EXIT
021700         UNTIL CE-FIELD-OK.
021800     OPEN I-O CASE-FILE.
021900     IF CE-CASE-MISSING
022000         DISPLAY "No case file yet - CASHMON has opened no cases."
022100         GO TO 1200-EXIT
022200     END-IF.
022300     MOVE "CASEFILE" TO FST-FILE-NAME.
022400     MOVE "OPEN    " TO FST-OPERATION.
022500     MOVE CE-CASE-STATUS TO FST-STATUS.
022600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
022700     MOVE CE-PARTY-TYPE TO CSE-PARTY-TYPE.
022800     MOVE CE-PARTY-ID   TO CSE-PARTY-ID.
022900     MOVE CE-FLAG-DATE  TO CSE-FLAG-DATE.
023000     MOVE CE-FLAG-TYPE  TO CSE-FLAG-TYPE.
023100     READ CASE-FILE
023200         INVALID KEY
023300             DISPLAY "No such case on file."
023400         NOT INVALID KEY
023500             MOVE 'Y' TO CE-CASE-FOUND-SW
023600     END-READ.
023700     IF NOT CE-CASE-FOUND
023800         CLOSE CASE-FILE
023900     END-IF.
024000 1200-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------
024400 1250-PROMPT-FOR-PARTY-TYPE.
024500*----------------------------------------------------------------
024600     DISPLAY "Party type - C customer, A account?".
024700     ACCEPT CE-PARTY-TYPE.
024800     IF NOT CE-PARTY-VALID
024900         DISPLAY "Party type must be C or A."
025000     ELSE
025100         MOVE 'Y' TO CE-FIELD-OK-SW
025200     END-IF.
025300 1250-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------------
025700 1260-PROMPT-FOR-PARTY-ID.
025800*----------------------------------------------------------------
025900     DISPLAY "Customer or account number?".
026000     ACCEPT CE-PARTY-ID.
026100     MOVE CE-PARTY-ID TO VAL-NUMERIC-INPUT.
026200     MOVE 1           TO VAL-MIN-RANGE.
026300     MOVE 999999      TO VAL-MAX-RANGE.
026400     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
026500     IF VAL-ERROR-FOUND
026600         DISPLAY VAL-ERROR-MESSAGE
026700     ELSE
026800         MOVE 'Y' TO CE-FIELD-OK-SW
026900     END-IF.
027000 1260-EXIT.
027100     EXIT.
027200
027300*----------------------------------------------------------------
027400 1270-PROMPT-FOR-DATE.
027500*----------------------------------------------------------------
027600     DISPLAY "Date flagged YYMMDD?".
027700     ACCEPT CE-FLAG-DATE.
027800     MOVE CE-FLAG-DATE TO VAL-NUMERIC-INPUT.
027900     MOVE 1            TO VAL-MIN-RANGE.
028000     MOVE 991231       TO VAL-MAX-RANGE.
028100     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
028200     IF VAL-ERROR-FOUND
028300         DISPLAY VAL-ERROR-MESSAGE
028400     ELSE
028500         MOVE 'Y' TO CE-FIELD-OK-SW
028600     END-IF.
028700 1270-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------
029100 1280-PROMPT-FOR-FLAG.
029200*----------------------------------------------------------------
029300     DISPLAY "Flag - D cash in, W cash out, S structuring?".
029400     ACCEPT CE-FLAG-TYPE.
029500     IF NOT CE-FLAG-VALID
029600         DISPLAY "Flag must be D, W, or S."
029700     ELSE
029800         MOVE 'Y' TO CE-FIELD-OK-SW
029900     END-IF.
030000 1280-EXIT.
030100     EXIT.
030200
030300*----------------------------------------------------------------
030400 1300-PROMPT-FOR-NOTE.
030500*----------------------------------------------------------------
030600     DISPLAY "Note for the case record?".
030700     ACCEPT CE-NOTE.
030800     MOVE CE-NOTE TO VAL-ALPHA-INPUT.
030900     PERFORM 8100-CHECK-NON-BLANK THRU 8100-EXIT.
031000     IF VAL-ERROR-FOUND
031100         DISPLAY VAL-ERROR-MESSAGE
031200     ELSE
031300         MOVE 'Y' TO CE-FIELD-OK-SW
031400     END-IF.
031500 1300-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------
031900 2000-REVIEW-CASE.
032000*     ONLY AN OPEN CASE CAN BE MARKED REVIEWED.  THE NOTE
032100*     RECORDS THE OUTCOME OF THE REVIEW.
032200*----------------------------------------------------------------
032300     PERFORM 1200-GET-CASE THRU 1200-EXIT.
032400     IF NOT CE-CASE-FOUND
032500         GO TO 2000-EXIT
032600     END-IF.
032700     IF NOT CSE-OPEN
032800         DISPLAY "The case is not open - nothing to review."
032900         GO TO 2000-CLOSE
033000     END-IF.
033100     MOVE 'N' TO CE-FIELD-OK-SW.
033200     PERFORM 1300-PROMPT-FOR-NOTE THRU 1300-EXIT
033300         UNTIL CE-FIELD-OK.
033400     MOVE 'R'           TO CSE-STATUS.
033500     MOVE CE-TODAY      TO CSE-REVIEWED-DATE.
033600     MOVE OPR-SIGNED-ID TO CSE-REVIEWED-BY.
033700     MOVE CE-NOTE       TO CSE-NOTE.
033800     REWRITE CASE-RECORD
033900         INVALID KEY
034000             DISPLAY "Case rewrite failed with file status "
034100                     CE-CASE-STATUS " - not reviewed."
034200             GO TO 2000-CLOSE
034300     END-REWRITE.
034400     DISPLAY "Case marked reviewed.".
034500 2000-CLOSE.
034600     CLOSE CASE-FILE.
034700 2000-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------
035100 3000-FILE-CASE.
035200*     FILING NEEDS SUPERVISOR LEVEL 3, AND THE CASE MUST HAVE
035300*     BEEN REVIEWED FIRST.  THE NOTE RECORDS THE FILING
035400*     REFERENCE.
035500*----------------------------------------------------------------
035600     MOVE 3 TO OPR-REQUIRED-LEVEL.
035700     PERFORM 9350-CHECK-LEVEL THRU 9350-EXIT.
035800     IF OPR-ACCESS-DENIED
035900         GO TO 3000-EXIT
036000     END-IF.
036100     PERFORM 1200-GET-CASE THRU 1200-EXIT.
036200     IF NOT CE-CASE-FOUND
036300         GO TO 3000-EXIT
036400     END-IF.
036500     IF NOT CSE-REVIEWED
036600         DISPLAY "Only a reviewed case can be filed."
036700         GO TO 3000-CLOSE
036800     END-IF.
036900     MOVE 'N' TO CE-FIELD-OK-SW.
037000     PERFORM 1300-PROMPT-FOR-NOTE THRU 1300-EXIT
037100         UNTIL CE-FIELD-OK.
037200     MOVE 'F'           TO CSE-STATUS.
037300     MOVE CE-TODAY      TO CSE-FILED-DATE.
037400     MOVE OPR-SIGNED-ID TO CSE-FILED-BY.
037500     MOVE CE-NOTE       TO CSE-NOTE.
037600     REWRITE CASE-RECORD
037700         INVALID KEY
037800             DISPLAY "Case rewrite failed with file status "
037900                     CE-CASE-STATUS " - not filed."
038000             GO TO 3000-CLOSE
038100     END-REWRITE.
038200     DISPLAY "Case marked filed.".
038300 3000-CLOSE.
038400     CLOSE CASE-FILE.
038500 3000-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------------
038900 4000-LIST-CASES.
039000*     EVERY CASE STILL OPEN OR REVIEWED, IN KEY ORDER.  FILED
039100*     CASES ARE DONE WITH AND ARE NOT LISTED.
039200*----------------------------------------------------------------
039300     MOVE ZERO TO CE-LIST-COUNT.
039400     MOVE 'N'  TO CE-CASE-EOF-SW.
039500     OPEN INPUT CASE-FILE.
039600     IF CE-CASE-MISSING
039700         DISPLAY "No case file yet - CASHMON has opened no cases."
039800         GO TO 4000-EXIT
039900     END-IF.
040000     MOVE "CASEFILE" TO FST-FILE-NAME.
040100     MOVE "OPEN    " TO FST-OPERATION.
040200     MOVE CE-CASE-STATUS TO FST-STATUS.
040300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
040400     DISPLAY "T PARTY  DATE   F       AMOUNT CNT STATUS   "
040500             "REVIEWER NOTE".
040600     PERFORM 4100-READ-CASE THRU 4100-EXIT.
040700     PERFORM 4200-LIST-ONE-CASE THRU 4200-EXIT
040800         UNTIL CE-CASE-EOF.
040900     CLOSE CASE-FILE.
041000     DISPLAY CE-LIST-COUNT " cases awaiting action.".
041100 4000-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------
041500 4100-READ-CASE.
041600*----------------------------------------------------------------
041700     READ CASE-FILE NEXT RECORD
041800         AT END
041900             MOVE 'Y' TO CE-CASE-EOF-SW
042000     END-READ.
042100     MOVE "CASEFILE" TO FST-FILE-NAME.
042200     MOVE "READ    " TO FST-OPERATION.
042300     MOVE CE-CASE-STATUS TO FST-STATUS.
042400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
042500 4100-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------
042900 4200-LIST-ONE-CASE.
043000*----------------------------------------------------------------
043100     IF CSE-FILED
043200         GO TO 4200-NEXT
043300     END-IF.
043400     ADD 1 TO CE-LIST-COUNT.
043500     MOVE CSE-PARTY-TYPE  TO CL-PARTY-TYPE.
043600     MOVE CSE-PARTY-ID    TO CL-PARTY-ID.
043700     MOVE CSE-FLAG-DATE   TO CL-DATE.
043800     MOVE CSE-FLAG-TYPE   TO CL-FLAG.
043900     MOVE CSE-AMOUNT      TO CL-AMOUNT.
044000     MOVE CSE-ENTRY-COUNT TO CL-COUNT.
044100     IF CSE-OPEN
044200         MOVE "OPEN"      TO CL-STATUS
044300     ELSE
044400         MOVE "REVIEWED"  TO CL-STATUS
044500     END-IF.
044600     MOVE CSE-REVIEWED-BY TO CL-REVIEWER.
044700     MOVE CSE-NOTE        TO CL-NOTE.
044800     DISPLAY CE-LIST-LINE.
044900 4200-NEXT.
045000     PERFORM 4100-READ-CASE THRU 4100-EXIT.
045100 4200-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------------
045500     COPY VALIDPR.
045600*----------------------------------------------------------------
045700     COPY OPRPR.
045800*----------------------------------------------------------------
045900     COPY FSTATPR.
046000*----------------------------------------------------------------
046100 9999-EXIT.
046200*----------------------------------------------------------------
046300     GOBACK.
