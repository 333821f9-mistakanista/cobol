001600*           TO FINISH CLEAN IF THEY DO NOT TIE TO THE TRAILER.
001700*           UNLOAD FOLLOWED BY RELOAD IS ALSO THE CLEAN REORG
001800*           PATH WHEN A MASTER GROWS.
001810*           RECOVERY (MODE 3) RELOADS THE ACCOUNT MASTER FROM ITS
001820*           LATEST BACKUP AND THEN REPLAYS, IN LOG ORDER, EVERY
001830*           TRANPOST AND POSTED INTEREST ENTRY ON THE DAILY LOG
001840*           (AND ITS ARCHIVED HISTORY) LOGGED AFTER THE BACKUP WAS
001850*           TAKEN, AND REPORTS THE RECOVERED BALANCES PROVEN
001860*           AGAINST THE RUN-CONTROL TOTALS OF THE REPLAYED RUNS
001870*           (RECOVRPT).
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*----------------------------------------------------------------
002300* 09/02/2026  RLM  ORIGINAL PROGRAM - UNLOAD AND RELOAD WITH
002400*                  COUNT AND HASH-TOTAL VERIFICATION FOR THE
002500*                  THREE INDEXED MASTERS.
002510* 09/18/2026  RLM  WIDENED THE ACCOUNT BACKUP RECORD TO CARRY THE
002520*                  LONGER ACCOUNT RECORD (STATUS AND MATURITY
002530*                  FIELDS).  TAKE A FRESH UNLOAD AFTER THE
002540*                  MASTER IS CONVERTED - AN OLDER BACKUP RELOADS
002550*                  WITH THE NEW FIELDS BLANK.
002555* 10/08/2026  RLM  FORWARD RECOVERY OF THE ACCOUNT MASTER.  THE
002560*                  ACCOUNT BACKUP'S TRAILER NOW CARRIES THE DATE
002565*                  AND TIME THE UNLOAD STARTED AND THE LAST BATCH
002570*                  RUN ID ON THE DAILY LOG AT THAT MOMENT.  NEW
002575*                  MODE 3 RELOADS THE BACKUP, REPLAYS THE TRANPOST
002580*                  AND INTEREST POSTINGS LOGGED SINCE, AND PROVES
002585*                  EACH REPLAYED RUN AGAINST ITS RUN-CONTROL
002590*                  RECORD.  A BACKUP TAKEN BEFORE THIS CHANGE HAS
002595*                  NO TIMESTAMP AND IS REFUSED FOR RECOVERY.
002596* 10/15/2026  RLM  A REPLAYED MATURITY PAYOUT NOW MARKS THE TERM
002597*                  PAID OUT, AS TRANPOST DOES, SO ITS ZERO BALANCE
002598*                  IS NOT READ BACK AS PRINCIPAL.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
005400     SELECT XREF-BKUP-FILE  ASSIGN TO "XREFBKUP"
005500                            ORGANIZATION IS SEQUENTIAL
005600                            FILE STATUS IS IX-XREF-BKUP-STATUS.
005605     SELECT DAILY-LOG-FILE  ASSIGN TO "DAILYLOG"
005610                            ORGANIZATION IS LINE SEQUENTIAL
005615                            FILE STATUS IS IX-DLG-STATUS.
005620     SELECT LOG-HISTORY-FILE ASSIGN TO "DLGHIST"
005625                            ORGANIZATION IS LINE SEQUENTIAL
005630                            FILE STATUS IS IX-HIST-STATUS.
005635     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
005640                            ORGANIZATION IS LINE SEQUENTIAL
005645                            FILE STATUS IS IX-RUN-CTL-STATUS.
005650     SELECT RECOVERY-RPT-FILE ASSIGN TO "RECOVRPT"
005655                            ORGANIZATION IS LINE SEQUENTIAL
005660                            FILE STATUS IS IX-RPT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------
007500*----------------------------------------------------------------
007600 FD  ACCT-BKUP-FILE
007700     RECORDING MODE IS F.
007800 01  ACCT-BKUP-RECORD           PIC X(60).
007900
008000 FD  YTD-BKUP-FILE
008100     RECORDING MODE IS F.
008400 FD  XREF-BKUP-FILE
008500     RECORDING MODE IS F.
008600 01  XREF-BKUP-RECORD           PIC X(45).
008602
008604*----------------------------------------------------------------
008606* DAILY LOG AND ITS ARCHIVED HISTORY - READ TO STAMP AN ACCOUNT
008608* BACKUP WITH THE LAST RUN IT COVERS AND TO REPLAY WHAT WAS
008610* POSTED SINCE; RUN-CONTROL FILE - THE REPLAYED RUNS' OWN TOTALS
008612*----------------------------------------------------------------
008614 FD  DAILY-LOG-FILE.
008616 01  DAILY-LOG-LINE             PIC X(80).
008618
008620 FD  LOG-HISTORY-FILE.
008622 01  LOG-HISTORY-RECORD.
008624     05  DH-ARCHIVE-MONTH       PIC 9(04).
008626     05  FILLER                 PIC X(01).
008628     05  DH-LOG-ENTRY           PIC X(80).
008630
008632 FD  RUN-CONTROL-FILE.
008634 01  RUN-CONTROL-LINE           PIC X(80).
008636
008638*----------------------------------------------------------------
008640* FORWARD RECOVERY REPORT
008642*----------------------------------------------------------------
008644 FD  RECOVERY-RPT-FILE.
008646 01  RECOVERY-RPT-LINE          PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------
009200 01  IX-RUN-MODE                PIC X(01).
009300     88  IX-MODE-UNLOAD                     VALUE '1'.
009400     88  IX-MODE-RELOAD                     VALUE '2'.
009450     88  IX-MODE-RECOVER                    VALUE '3'.
009500     88  IX-MODE-VALID          VALUE '1' '2' '3'.
009600 01  IX-FILE-CHOICE             PIC X(01).
009700     88  IX-FILE-ACCT                       VALUE 'A'.
009800     88  IX-FILE-YTD                        VALUE 'Y'.
011800     88  IX-YTD-BKUP-MISSING                VALUE '35'.
011900 01  IX-XREF-BKUP-STATUS        PIC X(02).
012000     88  IX-XREF-BKUP-MISSING               VALUE '35'.
012010 01  IX-DLG-STATUS              PIC X(02).
012020     88  IX-DLG-MISSING                     VALUE '35'.
012030 01  IX-HIST-STATUS             PIC X(02).
012040     88  IX-HIST-MISSING                    VALUE '35'.
012050 01  IX-RUN-CTL-STATUS          PIC X(02).
012060     88  IX-RUN-CTL-MISSING                 VALUE '35'.
012070 01  IX-RPT-STATUS              PIC X(02).
012100
012200 01  IX-SWITCHES.
012300     05  IX-EOF-SW              PIC X(01) VALUE 'N'.
012600         88  IX-TRAILER-SEEN                VALUE 'Y'.
012700     05  IX-RELOAD-BAD-SW       PIC X(01) VALUE 'N'.
012800         88  IX-RELOAD-BAD                  VALUE 'Y'.
012805     05  IX-RELOAD-PROVEN-SW    PIC X(01) VALUE 'N'.
012810         88  IX-RELOAD-PROVEN               VALUE 'Y'.
012815     05  IX-LOG-EOF-SW          PIC X(01) VALUE 'N'.
012820         88  IX-LOG-EOF                     VALUE 'Y'.
012825     05  IX-REPLAYABLE-SW       PIC X(01) VALUE 'N'.
012830         88  IX-REPLAYABLE                  VALUE 'Y'.
012835     05  IX-RUN-FULL-SW         PIC X(01) VALUE 'N'.
012840         88  IX-RUN-FULL                    VALUE 'Y'.
012845     05  IX-RECOVERY-BAD-SW     PIC X(01) VALUE 'N'.
012850         88  IX-RECOVERY-BAD                VALUE 'Y'.
012900
013000*----------------------------------------------------------------
013100* RUNNING COUNT AND HASH TOTALS - COMPUTED IDENTICALLY ON THE
014900     05  IXT-COUNT              PIC 9(07).
015000     05  IXT-KEY-HASH           PIC 9(15).
015100     05  IXT-AMOUNT-HASH        PIC 9(13)V99.
015120     05  IXT-BKUP-DATE          PIC 9(06)     VALUE ZERO.
015140     05  IXT-BKUP-TIME          PIC 9(08)     VALUE ZERO.
015160     05  IXT-LAST-RUN-ID        PIC 9(08)     VALUE ZERO.
015180     05  FILLER                 PIC X(29)     VALUE SPACES.
015300
015400 01  IX-HELD-TRAILER.
015500     05  IXH-COUNT              PIC 9(07).
015600     05  IXH-KEY-HASH           PIC 9(15).
015700     05  IXH-AMOUNT-HASH        PIC 9(13)V99.
015701     05  IXH-BKUP-STAMP.
015702         10  IXH-BKUP-DATE      PIC 9(06).
015703         10  IXH-BKUP-TIME      PIC 9(08).
015704     05  IXH-LAST-RUN-ID        PIC 9(08).
015705
015706*----------------------------------------------------------------
015707* ACCOUNT BACKUP STAMP - WHEN THE UNLOAD STARTED AND THE LAST
015708* REPLAYABLE RUN ON THE DAILY LOG AT THAT MOMENT.  ONLY THE
015709* ACCOUNT UNLOAD SETS THEM; THE OTHER TRAILERS CARRY ZEROS.
015710*----------------------------------------------------------------
015711 01  IX-BKUP-STAMP.
015712     05  IX-BKUP-DATE           PIC 9(06)     VALUE ZERO.
015713     05  IX-BKUP-TIME           PIC 9(08)     VALUE ZERO.
015714 01  IX-LAST-RUN-ID             PIC 9(08)     VALUE ZERO.
015715 01  IX-LOG-STAMP.
015716     05  IX-LOG-DATE            PIC 9(06).
015717     05  IX-LOG-TIME            PIC 9(08).
015718
015719*----------------------------------------------------------------
015720* FORWARD RECOVERY TOTALS.  THE MASTER IS TOTALLED AT ITS
015721* EFFECTIVE BALANCES (AS TRANPOST AND INTEREST SEE THEM) BEFORE
015722* AND AFTER THE REPLAY; THE DIFFERENCE MUST BE THE NET OF THE
015723* ENTRIES APPLIED.
015724*----------------------------------------------------------------
015725 01  IX-TODAY                   PIC 9(06)     VALUE ZERO.
015726 01  IX-ACCOUNT-COUNT           PIC 9(07)     VALUE ZERO.
015727 01  IX-MASTER-TOTAL            PIC 9(13)V99  VALUE ZERO.
015728 01  IX-BEFORE-TOTAL            PIC 9(13)V99  VALUE ZERO.
015729 01  IX-AFTER-TOTAL             PIC 9(13)V99  VALUE ZERO.
015730 01  IX-APPLIED-NET             PIC S9(13)V99 VALUE ZERO.
015731 01  IX-DIFFERENCE              PIC S9(13)V99 VALUE ZERO.
015732 01  IX-REPLAY-COUNT            PIC 9(07)     VALUE ZERO.
015733 01  IX-APPLIED-COUNT           PIC 9(07)     VALUE ZERO.
015734 01  IX-NOT-APPLIED-COUNT       PIC 9(07)     VALUE ZERO.
015735 01  IX-OLD-BALANCE             PIC 9(09)V99  VALUE ZERO.
015736 01  IX-NEW-BALANCE             PIC 9(09)V99  VALUE ZERO.
015737 01  IX-EXC-REASON              PIC X(30)     VALUE SPACES.
015738 01  IX-LOGGED-COUNT            PIC 9(07)     VALUE ZERO.
015739 01  IX-LOGGED-AMOUNT           PIC 9(11)V99  VALUE ZERO.
015740
015741*----------------------------------------------------------------
015742* RUNS SEEN ON THE LOG SINCE THE BACKUP, BY SOURCE AND RUN ID.
015743* ENTRIES OF THE BACKUP'S LAST RUN LOGGED BEFORE THE STAMP ARE
015744* ALREADY IN THE BACKUP BUT STILL COUNT TOWARD THAT RUN'S
015745* CONTROL TOTALS, SO A RUN THAT SPANNED THE UNLOAD STILL TIES.
015746* A FULL TABLE STOPS COLLECTING AND THE PROOF SAYS SO.
015747*----------------------------------------------------------------
015748 01  IX-RUN-COUNT               PIC 9(03) COMP VALUE ZERO.
015749 01  IX-RUN-SUB                 PIC 9(03) COMP VALUE ZERO.
015750 01  IX-KEY-SOURCE              PIC X(08).
015751 01  IX-KEY-RUN-ID              PIC 9(08).
015752 01  IX-RUN-TABLE.
015753     05  IX-RUN-ENTRY           OCCURS 100 TIMES
015754                                INDEXED BY IX-RUN-IDX.
015755         10  IXR-SOURCE         PIC X(08).
015756         10  IXR-RUN-ID         PIC 9(08).
015757         10  IXR-BKUP-COUNT     PIC 9(07).
015758         10  IXR-BKUP-AMOUNT    PIC 9(11)V99.
015759         10  IXR-REPLAY-COUNT   PIC 9(07).
015760         10  IXR-REPLAY-AMOUNT  PIC 9(11)V99.
015761         10  IXR-CTL-SW         PIC X(01).
015762             88  IXR-CTL-FOUND              VALUE 'Y'.
015763         10  IXR-CTL-COUNT      PIC 9(07).
015764         10  IXR-CTL-AMOUNT     PIC 9(09)V99.
015765
015766*----------------------------------------------------------------
015767* RECOVERY REPORT LINES
015768*----------------------------------------------------------------
015769 01  IX-RPT-HEADING.
015770     05  FILLER                 PIC X(40) VALUE
015771         "FORWARD RECOVERY OF ACCTFILE FROM BACKUP".
015772     05  FILLER                 PIC X(16) VALUE
015773         " AND LOG - RUN  ".
015774     05  RH-DATE                PIC 9(06).
015775     05  FILLER                 PIC X(18) VALUE SPACES.
015776
015777 01  IX-RPT-STAMP-LINE.
015778     05  FILLER                 PIC X(20) VALUE
015779         "BACKUP TAKEN        ".
015780     05  RS-DATE                PIC 9(06).
015781     05  FILLER                 PIC X(01) VALUE SPACES.
015782     05  RS-TIME                PIC 9(08).
015783     05  FILLER                 PIC X(19) VALUE
015784         "   LAST RUN IN IT  ".
015785     05  RS-RUN-ID              PIC 9(08).
015786     05  FILLER                 PIC X(18) VALUE SPACES.
015787
015788 01  IX-RPT-AMOUNT-LINE.
015789     05  RA-TEXT                PIC X(44).
015790     05  RA-AMOUNT              PIC -(13)9.99.
015791     05  FILLER                 PIC X(19) VALUE SPACES.
015792
015793 01  IX-RPT-COUNT-LINE.
015794     05  RN-TEXT                PIC X(44).
015795     05  RN-COUNT               PIC Z(6)9.
015796     05  FILLER                 PIC X(29) VALUE SPACES.
015797
015798 01  IX-RPT-EXC-HEADING         PIC X(80) VALUE
015799     "LOG ENTRIES THAT COULD NOT BE APPLIED".
015800 01  IX-RPT-EXC-COLUMNS.
015801     05  FILLER                 PIC X(40) VALUE
015802         "DATE   TIME     SOURCE   C ACCOUNT     ".
015803     05  FILLER                 PIC X(40) VALUE
015804         "AMOUNT  REASON".
015805 01  IX-RPT-EXC-LINE.
015806     05  RX-DATE                PIC 9(06).
015807     05  FILLER                 PIC X(01) VALUE SPACES.
015808     05  RX-TIME                PIC 9(08).
015809     05  FILLER                 PIC X(01) VALUE SPACES.
015810     05  RX-SOURCE              PIC X(08).
015811     05  FILLER                 PIC X(01) VALUE SPACES.
015812     05  RX-CODE                PIC X(01).
015813     05  FILLER                 PIC X(01) VALUE SPACES.
015814     05  RX-ACCOUNT             PIC 9(06).
015815     05  FILLER                 PIC X(01) VALUE SPACES.
015816     05  RX-AMOUNT              PIC Z(8)9.99.
015817     05  FILLER                 PIC X(02) VALUE SPACES.
015818     05  RX-REASON              PIC X(30).
015819     05  FILLER                 PIC X(01) VALUE SPACES.
015820 01  IX-RPT-NO-EXC-LINE         PIC X(80) VALUE
015821     "  NONE - EVERY ENTRY LOGGED SINCE THE BACKUP WAS APPLIED.".
015822
015823 01  IX-RPT-RUN-HEADING         PIC X(80) VALUE
015824     "RUN-CONTROL PROOF OF THE REPLAYED RUNS".
015825 01  IX-RPT-RUN-COLUMNS.
015826     05  FILLER                 PIC X(40) VALUE
015827         "SOURCE   RUN ID    LOGGED CONTROL       ".
015828     05  FILLER                 PIC X(40) VALUE
015829         " AMOUNT   CONTROL AMT  RESULT".
015830 01  IX-RPT-RUN-LINE.
015831     05  RR-SOURCE              PIC X(08).
015832     05  FILLER                 PIC X(01) VALUE SPACES.
015833     05  RR-RUN-ID              PIC 9(08).
015834     05  FILLER                 PIC X(01) VALUE SPACES.
015835     05  RR-LOGGED-COUNT        PIC Z(6)9.
015836     05  FILLER                 PIC X(01) VALUE SPACES.
015837     05  RR-CTL-COUNT           PIC Z(6)9.
015838     05  FILLER                 PIC X(01) VALUE SPACES.
015839     05  RR-LOGGED-AMOUNT       PIC Z(9)9.99.
015840     05  FILLER                 PIC X(01) VALUE SPACES.
015841     05  RR-CTL-AMOUNT          PIC Z(9)9.99.
015842     05  FILLER                 PIC X(02) VALUE SPACES.
015843     05  RR-RESULT              PIC X(15).
015844 01  IX-RPT-SPAN-LINE.
015845     05  FILLER                 PIC X(20) VALUE
015846         "  LOGGED INCLUDES   ".
015847     05  RP-COUNT               PIC Z(6)9.
015848     05  FILLER                 PIC X(36) VALUE
015849         " ENTRIES ALREADY IN THE BACKUP FOR ".
015850     05  RP-RUN-ID              PIC 9(08).
015851     05  FILLER                 PIC X(09) VALUE SPACES.
015852 01  IX-RPT-NO-RUN-LINE         PIC X(80) VALUE
015853     "  NONE - NO TRANPOST OR INTEREST POSTING LOGGED SINCE.".
015854 01  IX-RPT-FULL-LINE           PIC X(80) VALUE
015855     "  RUN TABLE FULL - LATER RUNS NOT PROVEN.".
015856
015857 01  IX-RPT-PROVEN-LINE         PIC X(80) VALUE
015858     "RECOVERY RESULT - PROVEN".
015859 01  IX-RPT-NOT-PROVEN-LINE     PIC X(80) VALUE
015860     "RECOVERY RESULT - NOT PROVEN - SEE ABOVE".
015861 01  IX-RPT-NOTE-1              PIC X(80) VALUE
015862     "NOTE - MAINTENANCE, DORMANCY, MATURITY, AND HOLD CHANGES".
015863 01  IX-RPT-NOTE-2              PIC X(80) VALUE
015864     "SINCE THE BACKUP ARE NOT ON THE LOG AND ARE NOT REPLAYED -".
015865 01  IX-RPT-NOTE-3              PIC X(80) VALUE
015866     "REAPPLY THEM FROM THEIR OWN AUDIT TRAILS.".
015867 01  IX-RPT-BLANK-LINE          PIC X(80) VALUE SPACES.
015868
015869     COPY DLGREC.
015870
015871     COPY RUNCTL.
015872
015900 PROCEDURE DIVISION.
016000*----------------------------------------------------------------
016100 0000-MAINLINE.
016200*----------------------------------------------------------------
016300     PERFORM 0100-GET-RUN-MODE THRU 0100-EXIT.
016350     IF NOT IX-MODE-RECOVER
016400         PERFORM 0200-GET-FILE-CHOICE THRU 0200-EXIT
016450     END-IF.
016500     EVALUATE TRUE
016600         WHEN IX-MODE-UNLOAD AND IX-FILE-ACCT
016700             PERFORM 1000-UNLOAD-ACCT THRU 1000-EXIT
017500             PERFORM 5000-RELOAD-YTD THRU 5000-EXIT
017600         WHEN IX-MODE-RELOAD AND IX-FILE-XREF
017700             PERFORM 6000-RELOAD-XREF THRU 6000-EXIT
017720         WHEN IX-MODE-RECOVER
017740             PERFORM 8500-RECOVER-ACCT THRU 8500-EXIT
017800     END-EVALUATE.
017900     GO TO 9999-EXIT.
018000
018100*----------------------------------------------------------------
018200 0100-GET-RUN-MODE.
018300*     RE-PROMPT UNTIL THE RUN MODE IS 1, 2, OR 3.
018400*----------------------------------------------------------------
018500     MOVE 'N' TO IX-MODE-OK-SW.
018600     PERFORM 0150-PROMPT-FOR-MODE THRU 0150-EXIT
019100*----------------------------------------------------------------
019200 0150-PROMPT-FOR-MODE.
019300*----------------------------------------------------------------
019350     DISPLAY "Enter 1 to unload, 2 to reload, or 3 to recover".
019400     DISPLAY "the account master from backup and log?".
019500     ACCEPT IX-RUN-MODE.
019600     IF NOT IX-MODE-VALID
019700         DISPLAY "Mode must be 1, 2, or 3."
019800     ELSE
019900         MOVE 'Y' TO IX-MODE-OK-SW
020000     END-IF.
022800 1000-UNLOAD-ACCT.
022900*     COPY THE ACCOUNT MASTER TO ITS BACKUP FILE, HASHING THE
023000*     ACCOUNT NUMBERS AND THE PRINCIPAL PLUS CURRENT BALANCE.
023020*     THE TRAILER IS STAMPED WITH THE TIME THE UNLOAD STARTED
023040*     AND THE LAST TRANPOST OR INTEREST POSTING RUN ON THE LOG
023060*     BY THEN, SO A RECOVERY KNOWS WHERE TO START REPLAYING.
023100*----------------------------------------------------------------
023200     MOVE 'N'  TO IX-EOF-SW.
023300     MOVE ZERO TO IX-RECORD-COUNT IX-KEY-HASH IX-AMOUNT-HASH.
023600         DISPLAY "No account master on file - nothing unloaded."
023700         GO TO 1000-EXIT
023800     END-IF.
023820     ACCEPT IX-BKUP-DATE FROM DATE.
023840     ACCEPT IX-BKUP-TIME FROM TIME.
023860     MOVE ZERO TO IX-LAST-RUN-ID.
023880     PERFORM 8700-WALK-LOG THRU 8700-EXIT.
023900     OPEN OUTPUT ACCT-BKUP-FILE.
024000     PERFORM 1100-READ-ACCT THRU 1100-EXIT.
024100     PERFORM 1200-UNLOAD-ONE-ACCT THRU 1200-EXIT
054500     MOVE IX-RECORD-COUNT TO IXT-COUNT.
054600     MOVE IX-KEY-HASH    TO IXT-KEY-HASH.
054700     MOVE IX-AMOUNT-HASH TO IXT-AMOUNT-HASH.
054720     MOVE IX-BKUP-DATE   TO IXT-BKUP-DATE.
054740     MOVE IX-BKUP-TIME   TO IXT-BKUP-TIME.
054760     MOVE IX-LAST-RUN-ID TO IXT-LAST-RUN-ID.
054800 7000-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------
055200 7500-HOLD-TRAILER.
055300*     THE TRAILER'S OWN FIGURES, HELD FOR THE PROOF AFTER THE
055350*     LAST RECORD LOADS.  A TRAILER WRITTEN BEFORE BACKUPS WERE
055400*     STAMPED CARRIES SPACES THERE, HELD AS ZEROS.
055500*----------------------------------------------------------------
055600     MOVE IX-DATA-RECORD TO IX-TRAILER-RECORD.
055700     MOVE IXT-COUNT       TO IXH-COUNT.
055800     MOVE IXT-KEY-HASH    TO IXH-KEY-HASH.
055900     MOVE IXT-AMOUNT-HASH TO IXH-AMOUNT-HASH.
055910     IF IXT-BKUP-DATE NUMERIC
055920        AND IXT-BKUP-TIME NUMERIC
055930        AND IXT-LAST-RUN-ID NUMERIC
055940         MOVE IXT-BKUP-DATE   TO IXH-BKUP-DATE
055950         MOVE IXT-BKUP-TIME   TO IXH-BKUP-TIME
055960         MOVE IXT-LAST-RUN-ID TO IXH-LAST-RUN-ID
055970     ELSE
055980         MOVE ZERO TO IXH-BKUP-DATE IXH-BKUP-TIME IXH-LAST-RUN-ID
055990     END-IF.
056000     MOVE 'Y' TO IX-TRAILER-SEEN-SW.
056100 7500-EXIT.
056200     EXIT.
056205
056210*----------------------------------------------------------------
056215 7600-TEST-REPLAYABLE.
056220*     A LOG ENTRY MOVES A MASTER BALANCE WHEN TRANPOST POSTED
056225*     IT OR THE INTEREST POSTING RUN POSTED IT ('I').  A BATCH
056230*     INTEREST PROJECTION AND EVERY OTHER SOURCE DO NOT.
056235*----------------------------------------------------------------
056240     MOVE 'N' TO IX-REPLAYABLE-SW.
056245     IF DLG-FROM-TRANPOST
056250        OR (DLG-FROM-INTEREST AND DLG-TRAN-INTEREST-POST)
056255         MOVE 'Y' TO IX-REPLAYABLE-SW
056260     END-IF.
056265 7600-EXIT.
056270     EXIT.
056300
056400*----------------------------------------------------------------
056500 8000-VERIFY-TRAILER.
056900*     WITH NO TRAILER, OR TOTALS THAT DO NOT TIE ALL END THE
057000*     RUN WITH RETURN CODE 16 - DO NOT USE THE RELOADED FILE
057100*     UNTIL THE BACKUP IS ACCOUNTED FOR.  THE CALLER LEAVES
057120*     THE FILE NAME IN IXD-IMAGE FOR THE MESSAGES.  ONLY A
057140*     PROVEN RELOAD IS SAFE TO REPLAY THE LOG ONTO.
057200*----------------------------------------------------------------
057205     MOVE 'N' TO IX-RELOAD-PROVEN-SW.
057210     IF IX-RELOAD-BAD
057220         DISPLAY "RELOAD OF " IXD-IMAGE " DROPPED RECORDS ON"
057230         DISPLAY "DUPLICATE KEYS - RELOAD NOT PROVEN; DO NOT"
058800     END-IF.
058900     DISPLAY IXD-IMAGE " reloaded and proven - "
059000             IX-RECORD-COUNT " records.".
059050     MOVE 'Y' TO IX-RELOAD-PROVEN-SW.
059100 8000-EXIT.
059200     EXIT.
059210
059220*----------------------------------------------------------------
059230 8500-RECOVER-ACCT.
059240*     FORWARD RECOVERY OF THE ACCOUNT MASTER.  THE BACKUP MUST
059250*     CARRY ITS TIMESTAMP BEFORE THE MASTER IS TOUCHED; THE
059260*     RELOAD MUST PROVE AGAINST THE TRAILER BEFORE ANYTHING IS
059270*     REPLAYED ONTO IT.  THE REPLAY RUNS THE LOG IN ORDER -
059280*     ARCHIVED HISTORY, THEN THE CURRENT DAILY LOG - AND THE
059290*     MASTER IS TOTALLED EITHER SIDE OF IT FOR THE PROOF.  ANY
059300*     ENTRY NOT APPLIED OR RUN THAT DOES NOT TIE ENDS THE RUN
059310*     WITH RETURN CODE 4.
059320*----------------------------------------------------------------
059330     PERFORM 8510-CHECK-BACKUP-STAMP THRU 8510-EXIT.
059340     IF IXH-BKUP-DATE = ZERO
059350         GO TO 8500-EXIT
059360     END-IF.
059370     PERFORM 4000-RELOAD-ACCT THRU 4000-EXIT.
059380     IF NOT IX-RELOAD-PROVEN
059390         DISPLAY "Recovery stopped - nothing replayed."
059400         GO TO 8500-EXIT
059410     END-IF.
059420     ACCEPT IX-TODAY FROM DATE.
059430     MOVE 'N'  TO IX-RECOVERY-BAD-SW IX-RUN-FULL-SW.
059440     MOVE ZERO TO IX-RUN-COUNT IX-REPLAY-COUNT IX-APPLIED-COUNT
059450                  IX-NOT-APPLIED-COUNT IX-APPLIED-NET.
059460     OPEN OUTPUT RECOVERY-RPT-FILE.
059470     MOVE IX-TODAY TO RH-DATE.
059480     WRITE RECOVERY-RPT-LINE FROM IX-RPT-HEADING.
059490     WRITE RECOVERY-RPT-LINE FROM IX-RPT-BLANK-LINE.
059500     MOVE IXH-BKUP-DATE   TO RS-DATE.
059510     MOVE IXH-BKUP-TIME   TO RS-TIME.
059520     MOVE IXH-LAST-RUN-ID TO RS-RUN-ID.
059530     WRITE RECOVERY-RPT-LINE FROM IX-RPT-STAMP-LINE.
059540     WRITE RECOVERY-RPT-LINE FROM IX-RPT-BLANK-LINE.
059550     PERFORM 8600-TOTAL-MASTER THRU 8600-EXIT.
059560     MOVE IX-MASTER-TOTAL TO IX-BEFORE-TOTAL.
059570     WRITE RECOVERY-RPT-LINE FROM IX-RPT-EXC-HEADING.
059580     WRITE RECOVERY-RPT-LINE FROM IX-RPT-EXC-COLUMNS.
059590     OPEN I-O ACCOUNT-FILE.
059600     PERFORM 8700-WALK-LOG THRU 8700-EXIT.
059610     CLOSE ACCOUNT-FILE.
059620     IF IX-NOT-APPLIED-COUNT = ZERO
059630         WRITE RECOVERY-RPT-LINE FROM IX-RPT-NO-EXC-LINE
059640     END-IF.
059650     PERFORM 8600-TOTAL-MASTER THRU 8600-EXIT.
059660     MOVE IX-MASTER-TOTAL TO IX-AFTER-TOTAL.
059670     PERFORM 8850-MATCH-RUN-CONTROL THRU 8850-EXIT.
059680     PERFORM 8900-WRITE-PROOF THRU 8900-EXIT.
059690     CLOSE RECOVERY-RPT-FILE.
059700     IF IX-RECOVERY-BAD
059800         DISPLAY "ACCTFILE recovered but NOT proven - see the"
059850         DISPLAY "recovery report (RECOVRPT)."
059900         MOVE 4 TO RETURN-CODE
060000     ELSE
060100         DISPLAY "ACCTFILE recovered and proven - "
060200                 IX-APPLIED-COUNT " log entries replayed."
060300     END-IF.
060400 8500-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------------
060800 8510-CHECK-BACKUP-STAMP.
060900*     READ THE ACCOUNT BACKUP THROUGH TO ITS TRAILER.  A BACKUP
061000*     WITH NO TRAILER OR NO TIMESTAMP CANNOT SAY WHERE THE LOG
061100*     REPLAY STARTS, SO THE MASTER IS LEFT ALONE.
061200*----------------------------------------------------------------
061300     MOVE 'N'  TO IX-EOF-SW.
061400     MOVE 'N'  TO IX-TRAILER-SEEN-SW.
061500     MOVE ZERO TO IXH-BKUP-DATE IXH-BKUP-TIME IXH-LAST-RUN-ID.
061600     OPEN INPUT ACCT-BKUP-FILE.
061700     IF IX-ACCT-BKUP-MISSING
061800         DISPLAY "No account backup on file - nothing recovered."
061900         MOVE 16 TO RETURN-CODE
062000         GO TO 8510-EXIT
062100     END-IF.
062200     PERFORM 4100-READ-ACCT-BKUP THRU 4100-EXIT.
062300     PERFORM 8520-SCAN-ONE-BKUP THRU 8520-EXIT
062400         UNTIL IX-EOF.
062500     CLOSE ACCT-BKUP-FILE.
062600     IF IXH-BKUP-DATE = ZERO
062700         DISPLAY "Account backup carries no timestamp - take a"
062800         DISPLAY "fresh unload; nothing recovered."
062900         MOVE 16 TO RETURN-CODE
063000     END-IF.
063100 8510-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------------
063500 8520-SCAN-ONE-BKUP.
063600*----------------------------------------------------------------
063700     IF IXD-TYPE = 'T'
063800         PERFORM 7500-HOLD-TRAILER THRU 7500-EXIT
063900     END-IF.
064000     PERFORM 4100-READ-ACCT-BKUP THRU 4100-EXIT.
064100 8520-EXIT.
064200     EXIT.
064300
064400*----------------------------------------------------------------
064500 8600-TOTAL-MASTER.
064600*     COUNT AND TOTAL THE ACCOUNT MASTER AT ITS EFFECTIVE
064700*     BALANCES.
064800*----------------------------------------------------------------
064900     MOVE 'N'  TO IX-EOF-SW.
065000     MOVE ZERO TO IX-ACCOUNT-COUNT IX-MASTER-TOTAL.
065100     OPEN INPUT ACCOUNT-FILE.
065200     PERFORM 1100-READ-ACCT THRU 1100-EXIT.
065300     PERFORM 8610-ADD-ONE-BALANCE THRU 8610-EXIT
065400         UNTIL IX-EOF.
065500     CLOSE ACCOUNT-FILE.
065600 8600-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------------
066000 8610-ADD-ONE-BALANCE.
066100*----------------------------------------------------------------
066200     PERFORM 8620-EFFECTIVE-BALANCE THRU 8620-EXIT.
066300     ADD 1              TO IX-ACCOUNT-COUNT.
066400     ADD IX-OLD-BALANCE TO IX-MASTER-TOTAL.
066500     PERFORM 1100-READ-ACCT THRU 1100-EXIT.
066600 8610-EXIT.
066700     EXIT.
066800
066900*----------------------------------------------------------------
067000 8620-EFFECTIVE-BALANCE.
067100*     THE BALANCE TRANPOST AND THE INTEREST POSTING RUN WORK
067200*     FROM - AN ACCOUNT NEVER POSTED OR TRANSACTED STANDS AT ITS
067300*     PRINCIPAL; A PAID-OUT TERM DEPOSIT'S ZERO IS REAL.
067400*----------------------------------------------------------------
067500     EVALUATE TRUE
067600         WHEN ACCT-CURRENT-BALANCE > ZERO
067700             MOVE ACCT-CURRENT-BALANCE TO IX-OLD-BALANCE
067800         WHEN ACCT-MAT-PAID-OUT
067900             MOVE ZERO                 TO IX-OLD-BALANCE
068000         WHEN OTHER
068100             MOVE ACCT-PRINCIPAL       TO IX-OLD-BALANCE
068200     END-EVALUATE.
068300 8620-EXIT.
068400     EXIT.
068500
068600*----------------------------------------------------------------
068700 8700-WALK-LOG.
068800*     READ THE ARCHIVED HISTORY, THEN THE CURRENT DAILY LOG, AND
068900*     TAKE EACH ENTRY IN TURN.  EITHER FILE MAY BE MISSING.  THE
069000*     UNLOAD WALKS IT FOR THE LAST RUN IT COVERS; THE RECOVERY
069100*     WALKS IT TO REPLAY.
069200*----------------------------------------------------------------
069300     MOVE 'N' TO IX-LOG-EOF-SW.
069400     OPEN INPUT LOG-HISTORY-FILE.
069500     IF IX-HIST-MISSING
069600         GO TO 8700-DAILY-LOG
069700     END-IF.
069800     PERFORM 8710-READ-HISTORY-ENTRY THRU 8710-EXIT.
069900     PERFORM 8720-WALK-HISTORY-ENTRY THRU 8720-EXIT
070000         UNTIL IX-LOG-EOF.
070100     CLOSE LOG-HISTORY-FILE.
070200 8700-DAILY-LOG.
070300     MOVE 'N' TO IX-LOG-EOF-SW.
070400     OPEN INPUT DAILY-LOG-FILE.
070500     IF IX-DLG-MISSING
070600         GO TO 8700-EXIT
070700     END-IF.
070800     PERFORM 8730-READ-LOG-ENTRY THRU 8730-EXIT.
070900     PERFORM 8740-WALK-LOG-ENTRY THRU 8740-EXIT
071000         UNTIL IX-LOG-EOF.
071100     CLOSE DAILY-LOG-FILE.
071200 8700-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------------
071600 8710-READ-HISTORY-ENTRY.
071700*----------------------------------------------------------------
071800     READ LOG-HISTORY-FILE
071900         AT END
072000             MOVE 'Y' TO IX-LOG-EOF-SW
072100         NOT AT END
072200             MOVE DH-LOG-ENTRY TO DLG-LOG-DETAIL-LINE
072300     END-READ.
072400 8710-EXIT.
072500     EXIT.
072600
072700*----------------------------------------------------------------
072800 8720-WALK-HISTORY-ENTRY.
072900*----------------------------------------------------------------
073000     PERFORM 8750-TAKE-LOG-ENTRY THRU 8750-EXIT.
073100     PERFORM 8710-READ-HISTORY-ENTRY THRU 8710-EXIT.
073200 8720-EXIT.
073300     EXIT.
073400
073500*----------------------------------------------------------------
073600 8730-READ-LOG-ENTRY.
073700*----------------------------------------------------------------
073800     READ DAILY-LOG-FILE
073900         AT END
074000             MOVE 'Y' TO IX-LOG-EOF-SW
074100         NOT AT END
074200             MOVE DAILY-LOG-LINE TO DLG-LOG-DETAIL-LINE
074300     END-READ.
074400 8730-EXIT.
074500     EXIT.
074600
074700*----------------------------------------------------------------
074800 8740-WALK-LOG-ENTRY.
074900*----------------------------------------------------------------
075000     PERFORM 8750-TAKE-LOG-ENTRY THRU 8750-EXIT.
075100     PERFORM 8730-READ-LOG-ENTRY THRU 8730-EXIT.
075200 8740-EXIT.
075300     EXIT.
075400
075500*----------------------------------------------------------------
075600 8750-TAKE-LOG-ENTRY.
075700*     ONLY TRANPOST POSTINGS AND POSTED INTEREST MOVE A MASTER
075800*     BALANCE; EVERY OTHER ENTRY IS PASSED OVER.  ON THE UNLOAD
075900*     THE LAST SUCH ENTRY AT OR BEFORE THE STAMP NAMES THE LAST
076000*     RUN THE BACKUP COVERS.  ON A RECOVERY AN ENTRY AFTER THE
076100*     BACKUP'S STAMP IS REPLAYED; ONE AT OR BEFORE IT THAT
076200*     BELONGS TO THE BACKUP'S LAST RUN IS ALREADY IN THE BACKUP
076300*     AND ONLY COUNTS TOWARD THAT RUN'S PROOF.
076400*----------------------------------------------------------------
076500     PERFORM 7600-TEST-REPLAYABLE THRU 7600-EXIT.
076600     IF NOT IX-REPLAYABLE
076700         GO TO 8750-EXIT
076800     END-IF.
076900     MOVE DLG-DATE TO IX-LOG-DATE.
077000     MOVE DLG-TIME TO IX-LOG-TIME.
077100     IF IX-MODE-UNLOAD
077200         IF IX-LOG-STAMP NOT > IX-BKUP-STAMP
077300             MOVE DLG-RUN-ID TO IX-LAST-RUN-ID
077400         END-IF
077500         GO TO 8750-EXIT
077600     END-IF.
077700     IF IX-LOG-STAMP > IXH-BKUP-STAMP
077800         PERFORM 8800-REPLAY-ENTRY THRU 8800-EXIT
077900         GO TO 8750-EXIT
078000     END-IF.
078100     IF DLG-RUN-ID = IXH-LAST-RUN-ID
078200         PERFORM 8760-FIND-OR-ADD-RUN THRU 8760-EXIT
078300         IF IX-RUN-SUB > ZERO
078400             ADD 1          TO IXR-BKUP-COUNT (IX-RUN-SUB)
078500             ADD DLG-AMOUNT TO IXR-BKUP-AMOUNT (IX-RUN-SUB)
078600         END-IF
078700     END-IF.
078800 8750-EXIT.
078900     EXIT.
079000
079100*----------------------------------------------------------------
079200 8760-FIND-OR-ADD-RUN.
079300*     FIND THE LOG ENTRY'S RUN ON THE RUN TABLE, ADDING IT IF
079400*     NEW.  IX-RUN-SUB COMES BACK ZERO WHEN THE TABLE IS FULL.
079500*----------------------------------------------------------------
079600     MOVE DLG-SOURCE TO IX-KEY-SOURCE.
079700     MOVE DLG-RUN-ID TO IX-KEY-RUN-ID.
079800     PERFORM 8770-FIND-RUN THRU 8770-EXIT.
079900     IF IX-RUN-SUB > ZERO
080000         GO TO 8760-EXIT
080100     END-IF.
080200     IF IX-RUN-COUNT NOT < 100
080300         MOVE 'Y' TO IX-RUN-FULL-SW
080400         GO TO 8760-EXIT
080500     END-IF.
080600     ADD 1 TO IX-RUN-COUNT.
080700     MOVE IX-RUN-COUNT  TO IX-RUN-SUB.
080800     MOVE IX-KEY-SOURCE TO IXR-SOURCE (IX-RUN-SUB).
080900     MOVE IX-KEY-RUN-ID TO IXR-RUN-ID (IX-RUN-SUB).
081000     MOVE ZERO TO IXR-BKUP-COUNT (IX-RUN-SUB)
081100                  IXR-BKUP-AMOUNT (IX-RUN-SUB)
081200                  IXR-REPLAY-COUNT (IX-RUN-SUB)
081300                  IXR-REPLAY-AMOUNT (IX-RUN-SUB)
081400                  IXR-CTL-COUNT (IX-RUN-SUB)
081500                  IXR-CTL-AMOUNT (IX-RUN-SUB).
081600     MOVE 'N' TO IXR-CTL-SW (IX-RUN-SUB).
081700 8760-EXIT.
081800     EXIT.
081900
082000*----------------------------------------------------------------
082100 8770-FIND-RUN.
082200*     LOOK UP IX-KEY-SOURCE AND IX-KEY-RUN-ID ON THE RUN TABLE;
082300*     IX-RUN-SUB COMES BACK ZERO WHEN THE RUN IS NOT THERE.
082400*----------------------------------------------------------------
082500     MOVE ZERO TO IX-RUN-SUB.
082600     PERFORM 8780-COMPARE-RUN THRU 8780-EXIT
082700         VARYING IX-RUN-IDX FROM 1 BY 1
082800         UNTIL IX-RUN-IDX > IX-RUN-COUNT
082900            OR IX-RUN-SUB > ZERO.
083000 8770-EXIT.
083100     EXIT.
083200
083300*----------------------------------------------------------------
083400 8780-COMPARE-RUN.
083500*----------------------------------------------------------------
083600     IF IXR-SOURCE (IX-RUN-IDX) = IX-KEY-SOURCE
083700        AND IXR-RUN-ID (IX-RUN-IDX) = IX-KEY-RUN-ID
083800         SET IX-RUN-SUB TO IX-RUN-IDX
083900     END-IF.
084000 8780-EXIT.
084100     EXIT.
084200
084300*----------------------------------------------------------------
084400 8800-REPLAY-ENTRY.
084500*     APPLY ONE LOGGED POSTING TO THE RELOADED MASTER BY THE
084600*     RULES THAT POSTED IT.  POSTED INTEREST IS ADDED AND SETS
084700*     THE LAST-POSTED DATE BACK TO THE AS-OF DATE IT POSTED
084800*     THROUGH.  A WITHDRAWAL, MATURITY PAYOUT, SERVICE FEE, OR
084900*     REVERSAL OF A DEPOSIT COMES OFF; A DEPOSIT OR A REVERSAL
085000*     OF A WITHDRAWAL OR FEE GOES ON, AND A DEPOSIT REACTIVATES
085100*     A DORMANT ACCOUNT AS OF THE DAY IT WAS LOGGED.  A MATURITY
085110*     PAYOUT MARKS THE TERM PAID OUT, AS TRANPOST DID.  THE ENTRY
085200*     COUNTS TOWARD ITS RUN'S PROOF WHETHER OR NOT IT APPLIES;
085300*     ONE THAT CANNOT APPLY IS LISTED AND FAILS THE RECOVERY.
085400*----------------------------------------------------------------
085500     ADD 1 TO IX-REPLAY-COUNT.
085600     PERFORM 8760-FIND-OR-ADD-RUN THRU 8760-EXIT.
085700     IF IX-RUN-SUB > ZERO
085800         ADD 1          TO IXR-REPLAY-COUNT (IX-RUN-SUB)
085900         ADD DLG-AMOUNT TO IXR-REPLAY-AMOUNT (IX-RUN-SUB)
086000     END-IF.
086100     MOVE DLG-ID TO ACCT-NUMBER.
086200     READ ACCOUNT-FILE
086300         INVALID KEY
086400             MOVE "ACCOUNT NOT ON MASTER" TO IX-EXC-REASON
086500             PERFORM 8890-WRITE-EXCEPTION THRU 8890-EXIT
086600             GO TO 8800-EXIT
086700     END-READ.
086800     PERFORM 8620-EFFECTIVE-BALANCE THRU 8620-EXIT.
086900     EVALUATE TRUE
087000         WHEN DLG-FROM-INTEREST
087100             COMPUTE IX-NEW-BALANCE = IX-OLD-BALANCE + DLG-AMOUNT
087200             IF DLG-ASOF-DATE NUMERIC
087300                AND DLG-ASOF-DATE > ZERO
087400                 MOVE DLG-ASOF-DATE TO ACCT-LAST-POSTED-DATE
087500             ELSE
087600                 MOVE DLG-DATE      TO ACCT-LAST-POSTED-DATE
087700             END-IF
087800         WHEN DLG-TRAN-WITHDRAWAL
087900           OR DLG-TRAN-MATURITY
088000           OR DLG-TRAN-FEE
088100           OR (DLG-TRAN-REVERSAL AND DLG-ORIG-DEPOSIT)
088200             IF DLG-AMOUNT > IX-OLD-BALANCE
088300                 MOVE "WOULD DRIVE BALANCE NEGATIVE"
088400                     TO IX-EXC-REASON
088500                 PERFORM 8890-WRITE-EXCEPTION THRU 8890-EXIT
088600                 GO TO 8800-EXIT
088700             END-IF
088800             COMPUTE IX-NEW-BALANCE = IX-OLD-BALANCE - DLG-AMOUNT
088900         WHEN OTHER
089000             COMPUTE IX-NEW-BALANCE = IX-OLD-BALANCE + DLG-AMOUNT
089100     END-EVALUATE.
089200     IF DLG-TRAN-DEPOSIT AND ACCT-DORMANT
089300         MOVE 'A'      TO ACCT-STATUS
089400         MOVE DLG-DATE TO ACCT-STATUS-DATE
089500     END-IF.
089510     IF DLG-TRAN-MATURITY
089520         MOVE 'P' TO ACCT-MATURITY-STAGE
089530     END-IF.
089600     MOVE IX-NEW-BALANCE TO ACCT-CURRENT-BALANCE.
089700     REWRITE ACCOUNT-RECORD
089800         INVALID KEY
089900             MOVE "REWRITE FAILED" TO IX-EXC-REASON
090000             PERFORM 8890-WRITE-EXCEPTION THRU 8890-EXIT
090100             GO TO 8800-EXIT
090200     END-REWRITE.
090300     ADD 1 TO IX-APPLIED-COUNT.
090400     COMPUTE IX-APPLIED-NET =
090500         IX-APPLIED-NET + IX-NEW-BALANCE - IX-OLD-BALANCE.
090600 8800-EXIT.
090700     EXIT.
090800
090900*----------------------------------------------------------------
091000 8850-MATCH-RUN-CONTROL.
091100*     PICK UP EACH REPLAYED RUN'S OWN CONTROL TOTALS FROM THE
091200*     RUN-CONTROL FILE BY SOURCE AND RUN ID.  A RUN THAT NEVER
091300*     WROTE ONE (AN ABENDED RUN) IS LEFT UNMATCHED.
091400*----------------------------------------------------------------
091500     MOVE 'N' TO IX-LOG-EOF-SW.
091600     OPEN INPUT RUN-CONTROL-FILE.
091700     IF IX-RUN-CTL-MISSING
091800         GO TO 8850-EXIT
091900     END-IF.
092000     PERFORM 8860-READ-RUN-CONTROL THRU 8860-EXIT.
092100     PERFORM 8870-MATCH-ONE-CONTROL THRU 8870-EXIT
092200         UNTIL IX-LOG-EOF.
092300     CLOSE RUN-CONTROL-FILE.
092400 8850-EXIT.
092500     EXIT.
092600
092700*----------------------------------------------------------------
092800 8860-READ-RUN-CONTROL.
092900*----------------------------------------------------------------
093000     READ RUN-CONTROL-FILE INTO RUN-CONTROL-DETAIL-LINE
093100         AT END
093200             MOVE 'Y' TO IX-LOG-EOF-SW
093300     END-READ.
093400 8860-EXIT.
093500     EXIT.
093600
093700*----------------------------------------------------------------
093800 8870-MATCH-ONE-CONTROL.
093900*----------------------------------------------------------------
094000     IF RCT-FROM-TRANPOST OR RCT-FROM-INTEREST
094100         MOVE RCT-SOURCE TO IX-KEY-SOURCE
094200         MOVE RCT-RUN-ID TO IX-KEY-RUN-ID
094300         PERFORM 8770-FIND-RUN THRU 8770-EXIT
094400         IF IX-RUN-SUB > ZERO
094500             MOVE 'Y'              TO IXR-CTL-SW (IX-RUN-SUB)
094600             MOVE RCT-RECORD-COUNT TO IXR-CTL-COUNT (IX-RUN-SUB)
094700             MOVE RCT-TOTAL-AMOUNT TO IXR-CTL-AMOUNT (IX-RUN-SUB)
094800         END-IF
094900     END-IF.
095000     PERFORM 8860-READ-RUN-CONTROL THRU 8860-EXIT.
095100 8870-EXIT.
095200     EXIT.
095300
095400*----------------------------------------------------------------
095500 8890-WRITE-EXCEPTION.
095600*----------------------------------------------------------------
095700     ADD 1 TO IX-NOT-APPLIED-COUNT.
095800     MOVE 'Y'           TO IX-RECOVERY-BAD-SW.
095900     MOVE DLG-DATE      TO RX-DATE.
096000     MOVE DLG-TIME      TO RX-TIME.
096100     MOVE DLG-SOURCE    TO RX-SOURCE.
096200     MOVE DLG-TRAN-CODE TO RX-CODE.
096300     MOVE DLG-ID        TO RX-ACCOUNT.
096400     MOVE DLG-AMOUNT    TO RX-AMOUNT.
096500     MOVE IX-EXC-REASON TO RX-REASON.
096600     WRITE RECOVERY-RPT-LINE FROM IX-RPT-EXC-LINE.
096700 8890-EXIT.
096800     EXIT.
096900
097000*----------------------------------------------------------------
097100 8900-WRITE-PROOF.
097200*     THE MASTER TOTALS EITHER SIDE OF THE REPLAY, THEN EACH
097300*     REPLAYED RUN AGAINST ITS RUN-CONTROL RECORD, THEN THE
097400*     VERDICT.
097500*----------------------------------------------------------------
097600     COMPUTE IX-DIFFERENCE =
097700         IX-AFTER-TOTAL - IX-BEFORE-TOTAL - IX-APPLIED-NET.
097800     WRITE RECOVERY-RPT-LINE FROM IX-RPT-BLANK-LINE.
097900     MOVE "ACCOUNTS ON THE RECOVERED MASTER............"
098000         TO RN-TEXT.
098100     MOVE IX-ACCOUNT-COUNT TO RN-COUNT.
098200     WRITE RECOVERY-RPT-LINE FROM IX-RPT-COUNT-LINE.
098300     MOVE "LOG ENTRIES SINCE THE BACKUP................"
098400         TO RN-TEXT.
098500     MOVE IX-REPLAY-COUNT TO RN-COUNT.
098600     WRITE RECOVERY-RPT-LINE FROM IX-RPT-COUNT-LINE.
098700     MOVE "LOG ENTRIES APPLIED........................."
098800         TO RN-TEXT.
098900     MOVE IX-APPLIED-COUNT TO RN-COUNT.
099000     WRITE RECOVERY-RPT-LINE FROM IX-RPT-COUNT-LINE.
099100     MOVE "LOG ENTRIES NOT APPLIED....................."
099200         TO RN-TEXT.
099300     MOVE IX-NOT-APPLIED-COUNT TO RN-COUNT.
099400     WRITE RECOVERY-RPT-LINE FROM IX-RPT-COUNT-LINE.
099500     MOVE "MASTER TOTAL AS RELOADED FROM BACKUP........"
099600         TO RA-TEXT.
099700     MOVE IX-BEFORE-TOTAL TO RA-AMOUNT.
099800     WRITE RECOVERY-RPT-LINE FROM IX-RPT-AMOUNT-LINE.
099900     MOVE "NET OF LOG ENTRIES APPLIED.................."
100000         TO RA-TEXT.
100100     MOVE IX-APPLIED-NET TO RA-AMOUNT.
100200     WRITE RECOVERY-RPT-LINE FROM IX-RPT-AMOUNT-LINE.
100300     MOVE "MASTER TOTAL AFTER REPLAY..................."
100400         TO RA-TEXT.
100500     MOVE IX-AFTER-TOTAL TO RA-AMOUNT.
100600     WRITE RECOVERY-RPT-LINE FROM IX-RPT-AMOUNT-LINE.
100700     MOVE "DIFFERENCE.................................."
100800         TO RA-TEXT.
100900     MOVE IX-DIFFERENCE TO RA-AMOUNT.
101000     WRITE RECOVERY-RPT-LINE FROM IX-RPT-AMOUNT-LINE.
101100     IF IX-DIFFERENCE NOT = ZERO
101200         MOVE 'Y' TO IX-RECOVERY-BAD-SW
101300     END-IF.
101400     WRITE RECOVERY-RPT-LINE FROM IX-RPT-BLANK-LINE.
101500     WRITE RECOVERY-RPT-LINE FROM IX-RPT-RUN-HEADING.
101600     WRITE RECOVERY-RPT-LINE FROM IX-RPT-RUN-COLUMNS.
101700     PERFORM 8910-WRITE-ONE-RUN THRU 8910-EXIT
101800         VARYING IX-RUN-IDX FROM 1 BY 1
101900         UNTIL IX-RUN-IDX > IX-RUN-COUNT.
102000     IF IX-REPLAY-COUNT = ZERO
102100         WRITE RECOVERY-RPT-LINE FROM IX-RPT-NO-RUN-LINE
102200     END-IF.
102300     IF IX-RUN-FULL
102400         WRITE RECOVERY-RPT-LINE FROM IX-RPT-FULL-LINE
102500         MOVE 'Y' TO IX-RECOVERY-BAD-SW
102600     END-IF.
102700     WRITE RECOVERY-RPT-LINE FROM IX-RPT-BLANK-LINE.
102800     IF IX-RECOVERY-BAD
102900         WRITE RECOVERY-RPT-LINE FROM IX-RPT-NOT-PROVEN-LINE
103000     ELSE
103100         WRITE RECOVERY-RPT-LINE FROM IX-RPT-PROVEN-LINE
103200     END-IF.
103300     WRITE RECOVERY-RPT-LINE FROM IX-RPT-BLANK-LINE.
103400     WRITE RECOVERY-RPT-LINE FROM IX-RPT-NOTE-1.
103500     WRITE RECOVERY-RPT-LINE FROM IX-RPT-NOTE-2.
103600     WRITE RECOVERY-RPT-LINE FROM IX-RPT-NOTE-3.
103700 8900-EXIT.
103800     EXIT.
103900
104000*----------------------------------------------------------------
104100 8910-WRITE-ONE-RUN.
104200*     A RUN WHOLLY INSIDE THE BACKUP NEEDS NO PROOF.  THE REST
104300*     TIE WHEN EVERYTHING THE RUN LOGGED - IN THE BACKUP PLUS
104400*     REPLAYED - MATCHES ITS RUN-CONTROL COUNT AND AMOUNT.
104500*----------------------------------------------------------------
104600     IF IXR-REPLAY-COUNT (IX-RUN-IDX) = ZERO
104700         GO TO 8910-EXIT
104800     END-IF.
104900     COMPUTE IX-LOGGED-COUNT = IXR-BKUP-COUNT (IX-RUN-IDX)
105000                             + IXR-REPLAY-COUNT (IX-RUN-IDX).
105100     COMPUTE IX-LOGGED-AMOUNT = IXR-BKUP-AMOUNT (IX-RUN-IDX)
105200                              + IXR-REPLAY-AMOUNT (IX-RUN-IDX).
105300     MOVE IXR-SOURCE (IX-RUN-IDX)     TO RR-SOURCE.
105400     MOVE IXR-RUN-ID (IX-RUN-IDX)     TO RR-RUN-ID.
105500     MOVE IX-LOGGED-COUNT             TO RR-LOGGED-COUNT.
105600     MOVE IX-LOGGED-AMOUNT            TO RR-LOGGED-AMOUNT.
105700     MOVE IXR-CTL-COUNT (IX-RUN-IDX)  TO RR-CTL-COUNT.
105800     MOVE IXR-CTL-AMOUNT (IX-RUN-IDX) TO RR-CTL-AMOUNT.
105900     EVALUATE TRUE
106000         WHEN NOT IXR-CTL-FOUND (IX-RUN-IDX)
106100             MOVE "NO RUN CONTROL" TO RR-RESULT
106200             MOVE 'Y' TO IX-RECOVERY-BAD-SW
106300         WHEN IX-LOGGED-COUNT = IXR-CTL-COUNT (IX-RUN-IDX)
106400          AND IX-LOGGED-AMOUNT = IXR-CTL-AMOUNT (IX-RUN-IDX)
106500             MOVE "TIES"           TO RR-RESULT
106600         WHEN OTHER
106700             MOVE "DOES NOT TIE"   TO RR-RESULT
106800             MOVE 'Y' TO IX-RECOVERY-BAD-SW
106900     END-EVALUATE.
107000     WRITE RECOVERY-RPT-LINE FROM IX-RPT-RUN-LINE.
107100     IF IXR-BKUP-COUNT (IX-RUN-IDX) > ZERO
107200         MOVE IXR-BKUP-COUNT (IX-RUN-IDX) TO RP-COUNT
107300         MOVE IXR-RUN-ID (IX-RUN-IDX)     TO RP-RUN-ID
107400         WRITE RECOVERY-RPT-LINE FROM IX-RPT-SPAN-LINE
107500     END-IF.
107600 8910-EXIT.
107700     EXIT.
107800
107900*----------------------------------------------------------------
108000 9999-EXIT.
108100*----------------------------------------------------------------
108200     GOBACK.
