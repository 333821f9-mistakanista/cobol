002450*                  RUN, SO IT SITS WITH YTDADJ, NOT WITH A
002460*                  NAME FIX.  FAILED SIGN-ONS AND DENIED
002470*                  ATTEMPTS LAND ON THE CENTRAL JOB LOG.
002472* 10/07/2026  RLM  DUAL CONTROL - A NEW RATE ENTRY IS HELD ON THE
002474*                  PENDING APPROVAL FILE (PNDWS/PNDPR) AND ONLY
002476*                  APPENDED TO RATEFILE WHEN A SECOND SUPERVISOR,
002478*                  NOT THE ONE WHO KEYED IT, APPROVES IT UNDER
002480*                  THE NEW REVIEW CHOICE.  THE DECIDED PENDING
002482*                  RECORD IS THE AUDIT OF WHO KEYED AND WHO
002484*                  APPROVED THE RATE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003460     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
003470                            ORGANIZATION IS LINE SEQUENTIAL
003480                            FILE STATUS IS OPR-SESS-STATUS.
003481     SELECT PENDING-FILE    ASSIGN TO "PENDAPPR"
003482                            ORGANIZATION IS INDEXED
003483                            ACCESS MODE IS DYNAMIC
003484                            RECORD KEY IS PND-KEY
003485                            FILE STATUS IS PND-FILE-STATUS.
003490     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
003492                            ORGANIZATION IS LINE SEQUENTIAL
003494                            FILE STATUS IS FST-JOB-LOG-STATUS.
004300     05  RTE-TIER               PIC X(01).
004400     05  RTE-EFFECTIVE-DATE     PIC 9(06).
004500     05  RTE-RATE               PIC 9V999.
004501
004502*----------------------------------------------------------------
004503* PENDING APPROVAL FILE - EVERY NEW RATE WAITS HERE FOR A SECOND
004504* SUPERVISOR
004505*----------------------------------------------------------------
004506 FD  PENDING-FILE.
004507     COPY PNDREC.
004510
004520*----------------------------------------------------------------
004530* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG - THE
005100 01  RM-MENU-CHOICE             PIC X(01).
005200     88  RM-CHOICE-ADD                      VALUE '1'.
005300     88  RM-CHOICE-LIST                     VALUE '2'.
005350     88  RM-CHOICE-REVIEW                   VALUE '3'.
005400     88  RM-CHOICE-QUIT                     VALUE '4'.
005450     88  RM-CHOICE-VALID        VALUE '1' '2' '3' '4'.
005600 01  RM-DONE-SW                 PIC X(01) VALUE 'N'.
005700     88  RM-DONE                            VALUE 'Y'.
005800 01  RM-CHOICE-OK-SW            PIC X(01) VALUE 'N'.
008000
008100 01  RM-LIST-COUNT              PIC 9(03) COMP VALUE ZERO.
008200 01  RM-RATE-DISPLAY            PIC 9.999.
008202
008204*----------------------------------------------------------------
008206* DUAL CONTROL - THE ENTRY AS KEYED, CARRIED IN PND-DETAIL UNTIL
008208* A SECOND SUPERVISOR DECIDES IT
008210*----------------------------------------------------------------
008212 01  RM-WRITTEN-SW              PIC X(01) VALUE 'N'.
008214     88  RM-WRITTEN                         VALUE 'Y'.
008216 01  RM-PENDING-DETAIL.
008218     05  RP-TIER                PIC X(01).
008220     05  RP-EFF-DATE            PIC 9(06).
008222     05  RP-RATE                PIC 9V999.
008224     05  FILLER                 PIC X(109).
008226 01  RM-PENDING-DESC.
008228     05  FILLER                 PIC X(10) VALUE "RATE TIER ".
008230     05  RD-TIER                PIC X(01).
008232     05  FILLER                 PIC X(11) VALUE " EFFECTIVE ".
008234     05  RD-EFF-DATE            PIC 9(06).
008236     05  FILLER                 PIC X(06) VALUE " RATE ".
008238     05  RD-RATE                PIC 9.999.
008240     05  FILLER                 PIC X(01) VALUE SPACE.
008300
008400     COPY VALIDWS.
008420
008440     COPY OPRWS.
008445
008450     COPY PNDWS.
008460
008480     COPY FSTATWS.
008500
010200             PERFORM 2000-ADD-RATE-ENTRY THRU 2000-EXIT
010300         WHEN RM-CHOICE-LIST
010400             PERFORM 3000-LIST-RATE-ENTRIES THRU 3000-EXIT
010420         WHEN RM-CHOICE-REVIEW
010440             PERFORM 4000-REVIEW-PENDING THRU 4000-EXIT
010500     END-EVALUATE.
010600 1000-EXIT.
010700     EXIT.
010800
010900*----------------------------------------------------------------
011000 1100-GET-MENU-CHOICE.
011100*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE FOUR
011200*     VALID MENU CHOICES.
011300*----------------------------------------------------------------
011400     MOVE 'N' TO RM-CHOICE-OK-SW.
012400     DISPLAY "PAYROLL SYSTEMS GROUP - RATE FILE MAINT".
012500     DISPLAY "1 - ADD A RATE ENTRY".
012600     DISPLAY "2 - LIST THE RATE FILE".
012650     DISPLAY "3 - REVIEW RATE ENTRIES HELD FOR APPROVAL".
012700     DISPLAY "4 - QUIT".
012800     DISPLAY "Please enter your choice?".
012900     ACCEPT RM-MENU-CHOICE.
013000     IF NOT RM-CHOICE-VALID
013800*----------------------------------------------------------------
013900 2000-ADD-RATE-ENTRY.
014000*     TAKE AND VALIDATE THE TIER, EFFECTIVE DATE, AND RATE,
014100*     THEN HOLD THE ENTRY FOR A SECOND SUPERVISOR - NO RATE
014200*     GOES ON THE FILE ON ONE OPERATOR'S SAY.
014300*----------------------------------------------------------------
014400     PERFORM 2100-GET-TIER THRU 2100-EXIT.
014500     PERFORM 2200-GET-EFF-DATE THRU 2200-EXIT.
014600     PERFORM 2300-GET-RATE THRU 2300-EXIT.
014605     PERFORM 2400-HOLD-FOR-APPROVAL THRU 2400-EXIT.
014610 2000-EXIT.
014615     EXIT.
017400
017500*----------------------------------------------------------------
017600 2100-GET-TIER.
024700     END-IF.
024800 2350-EXIT.
024900     EXIT.
024902
024904*----------------------------------------------------------------
024906 2400-HOLD-FOR-APPROVAL.
024908*     WRITE THE ENTRY, AS KEYED, TO THE PENDING APPROVAL FILE.
024910*     RATEFILE IS NOT TOUCHED UNTIL IT IS APPROVED.
024912*----------------------------------------------------------------
024914     MOVE SPACES            TO RM-PENDING-DETAIL.
024916     MOVE RM-NEW-TIER       TO RP-TIER.
024918     MOVE RM-NEW-EFF-DATE   TO RP-EFF-DATE.
024920     MOVE RM-NEW-RATE       TO RP-RATE.
024922     MOVE RM-NEW-TIER       TO RD-TIER.
024924     MOVE RM-NEW-EFF-DATE   TO RD-EFF-DATE.
024926     MOVE RM-NEW-RATE       TO RD-RATE.
024928     MOVE "RATEMAINT"       TO PND-CHECK-PROGRAM.
024930     PERFORM 9400-OPEN-PENDING-FILE THRU 9400-EXIT.
024932     MOVE RM-PENDING-DETAIL TO PND-DETAIL.
024934     MOVE RM-PENDING-DESC   TO PND-DESC.
024936     MOVE ZERO              TO PND-AMOUNT.
024938     PERFORM 9410-ADD-PENDING-ITEM THRU 9410-EXIT.
024940     PERFORM 9490-CLOSE-PENDING-FILE THRU 9490-EXIT.
024942 2400-EXIT.
024944     EXIT.
024946
024947*----------------------------------------------------------------
024948 2500-WRITE-RATE-ENTRY.
024949*     APPEND AN APPROVED ENTRY.  A MISSING RATE FILE MEANS THIS
024950*     IS THE FIRST ENTRY EVER, SO CREATE IT.
024951*----------------------------------------------------------------
024952     MOVE 'N' TO RM-WRITTEN-SW.
024953     OPEN EXTEND RATE-FILE.
024954     IF RM-RATE-FILE-MISSING
024955         OPEN OUTPUT RATE-FILE
024956         CLOSE RATE-FILE
024957         OPEN EXTEND RATE-FILE
024958     END-IF.
024959     IF RM-RATE-FILE-STATUS NOT = '00'
024960         DISPLAY "Rate file open failed with file status "
024961                 RM-RATE-FILE-STATUS " - not added."
024962         GO TO 2500-EXIT
024963     END-IF.
024964     MOVE RM-NEW-TIER     TO RTE-TIER.
024965     MOVE RM-NEW-EFF-DATE TO RTE-EFFECTIVE-DATE.
024966     MOVE RM-NEW-RATE     TO RTE-RATE.
024967     WRITE RATE-RECORD.
024968     IF RM-RATE-FILE-STATUS NOT = '00'
024969         DISPLAY "Rate file write failed with file status "
024970                 RM-RATE-FILE-STATUS " - not added."
024971         CLOSE RATE-FILE
024972         GO TO 2500-EXIT
024973     END-IF.
024974     CLOSE RATE-FILE.
024975     MOVE RM-NEW-RATE TO RM-RATE-DISPLAY.
024976     DISPLAY "Rate " RM-RATE-DISPLAY " for tier " RM-NEW-TIER
024977             " effective " RM-NEW-EFF-DATE " added.".
024978     MOVE 'Y' TO RM-WRITTEN-SW.
024979 2500-EXIT.
024980     EXIT.
025000
025100*----------------------------------------------------------------
025200 3000-LIST-RATE-ENTRIES.
028900     PERFORM 3100-READ-RATE-ENTRY THRU 3100-EXIT.
029000 3200-EXIT.
029100     EXIT.
029101
029102*----------------------------------------------------------------
029103 4000-REVIEW-PENDING.
029104*     THE APPROVING SUPERVISOR PROVES THEMSELVES, THEN WALKS THE
029105*     RATE ENTRIES HELD FOR APPROVAL OLDEST FIRST.
029106*----------------------------------------------------------------
029107     PERFORM 9360-PROVE-CHECKER THRU 9360-EXIT.
029108     IF NOT OPR-CHECKER-PROVEN
029109         GO TO 4000-EXIT
029110     END-IF.
029111     MOVE "RATEMAINT" TO PND-CHECK-PROGRAM.
029112     PERFORM 9400-OPEN-PENDING-FILE THRU 9400-EXIT.
029113     PERFORM 9420-START-PENDING-ITEMS THRU 9420-EXIT.
029114     IF PND-SCAN-END
029115         DISPLAY "No rate entries are waiting for approval."
029116     ELSE
029117         PERFORM 4100-REVIEW-ONE-ITEM THRU 4100-EXIT
029118             UNTIL PND-SCAN-END
029119         PERFORM 9480-SHOW-REVIEW-TOTALS THRU 9480-EXIT
029120     END-IF.
029121     PERFORM 9490-CLOSE-PENDING-FILE THRU 9490-EXIT.
029122 4000-EXIT.
029123     EXIT.
029124
029125*----------------------------------------------------------------
029126 4100-REVIEW-ONE-ITEM.
029127*     AN APPROVED ENTRY IS APPENDED TO RATEFILE AND THE ITEM IS
029128*     MARKED APPROVED ONLY ONCE IT IS ON THE FILE.
029129*----------------------------------------------------------------
029130     PERFORM 9440-TAKE-DECISION THRU 9440-EXIT.
029131     IF PND-DECIDE-REJECT
029132         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
029133     END-IF.
029134     IF NOT PND-DECIDE-APPROVE
029135         GO TO 4100-NEXT
029136     END-IF.
029137     MOVE PND-DETAIL        TO RM-PENDING-DETAIL.
029138     MOVE RP-TIER           TO RM-NEW-TIER.
029139     MOVE RP-EFF-DATE       TO RM-NEW-EFF-DATE.
029140     MOVE RP-RATE           TO RM-NEW-RATE.
029141     PERFORM 2500-WRITE-RATE-ENTRY THRU 2500-EXIT.
029142     IF RM-WRITTEN
029143         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
029144     ELSE
029145         DISPLAY "Not added - the item stays pending."
029146     END-IF.
029147 4100-NEXT.
029148     PERFORM 9430-READ-NEXT-PENDING THRU 9430-EXIT.
029149 4100-EXIT.
029150     EXIT.
029200
029300*----------------------------------------------------------------
029400     COPY VALIDPR.
029420*----------------------------------------------------------------
029440     COPY OPRPR.
029445*----------------------------------------------------------------
029450     COPY PNDPR.
029460*----------------------------------------------------------------
029480     COPY FSTATPR.
029500*----------------------------------------------------------------
