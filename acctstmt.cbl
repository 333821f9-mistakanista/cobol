001800*           THE OPENING BALANCE REBUILT FROM THE PRINCIPAL
001900*           PLUS EVERY CODED ENTRY BEFORE THE STATEMENT MONTH
002000*           STAYS RIGHT NO MATTER HOW MUCH HISTORY HAS BEEN
002100*           ARCHIVED OFF THE LIVE LOG.  EACH STATEMENT ENDS
002120*           WITH THE ACCOUNT'S FUNDS HOLDS STILL OPEN ON THE
002140*           DAY IT IS PRINTED.  SERVICE FEES PRINT AS MONTHLY OR
002160*           LOW BALANCE FEES, AND A REVERSED FEE AS A REFUND.
002170*           STATEMENTS COME OUT IN OWNER ORDER; ONE WHOSE OWNER'S
002180*           MAIL IS COMING BACK IS HELD AND LISTED ON ACMAILX.
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*----------------------------------------------------------------
002807*                  WAY THE INTEREST POSTING RUN AND ACTINQ DO -
002808*                  ARCHIVED ACTIVITY STILL FEEDS THE OPENING
002809*                  BALANCE, SO THE MASTER PROOF CANNOT
002810*                  FALSE-ALARM ONCE DLGARCH HAS RUN.
002815* 09/02/2026  RLM  TRANPOST'S NEW 'R' REVERSALS NOW PRINT AS
002820*                  REVERSAL LINES - SHOWN AS A CORRECTION, NOT
002830*                  CUSTOMER ACTIVITY - MOVING THE BALANCE THE
002840*                  OPPOSITE WAY OF THE ORIGINAL D/W CODE THEY
002850*                  NAME.
002855* 09/22/2026  RLM  TRANPOST'S 'M' MATURITY PAYOUTS NOW PRINT AND
002860*                  COME OFF THE BALANCE, AND A TERM PAID OUT AT
002865*                  MATURITY PROVES AGAINST ZERO, NOT ITS
002870*                  PRINCIPAL.  EACH STATEMENT NOW LISTS THE
002875*                  ACCOUNT'S OPEN FUNDS HOLDS FROM FUNDHOLD.
002880* 09/24/2026  RLM  TRANPOST'S 'F' SERVICE FEES NOW PRINT AS A
002885*                  MONTHLY OR LOW BALANCE FEE AND COME OFF THE
002890*                  BALANCE; A REVERSAL NAMING 'F' PRINTS AS A FEE
002895*                  REFUND.
002900* 10/05/2026  RLM  EACH ACCOUNT IS PLACED WITH ITS OWNER THROUGH
002910*                  CUSTXREF AND STATEMENTS SORT BY OWNER.  WHERE
002920*                  CUSTMAINT HAS FLAGGED THE OWNER'S ADDRESS FOR
002930*                  RETURNED MAIL THE STATEMENT IS NOT PRINTED - IT
002940*                  IS LISTED ON THE NEW ACMAILX REPORT WITH ITS
002950*                  CLOSING BALANCE, AND STILL PROVED AGAINST THE
002960*                  MASTER.
002970*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
004700     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
004800                            ORGANIZATION IS LINE SEQUENTIAL
004900                            FILE STATUS IS FST-JOB-LOG-STATUS.
004910     SELECT HOLD-FILE       ASSIGN TO "FUNDHOLD"
004920                            ORGANIZATION IS INDEXED
004930                            ACCESS MODE IS DYNAMIC
004940                            RECORD KEY IS HLD-KEY
004950                            FILE STATUS IS HLD-FILE-STATUS.
004952     SELECT XREF-FILE       ASSIGN TO "CUSTXREF"
004954                            ORGANIZATION IS INDEXED
004956                            ACCESS MODE IS DYNAMIC
004958                            RECORD KEY IS XRF-LINK-KEY
004960                            FILE STATUS IS AS-XREF-STATUS.
004962     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
004964                            ORGANIZATION IS SEQUENTIAL
004966                            FILE STATUS IS AS-CUST-STATUS.
004968     SELECT MAIL-EXCEPTION-FILE ASSIGN TO "ACMAILX"
004970                            ORGANIZATION IS LINE SEQUENTIAL
004972                            FILE STATUS IS AS-MAILX-STATUS.
005000     SELECT STMT-SORT-FILE  ASSIGN TO "STMTSORT".
005100 DATA DIVISION.
005200 FILE SECTION.
007500*----------------------------------------------------------------
007600 FD  JOB-LOG-FILE.
007700 01  JOB-LOG-LINE               PIC X(80).
007710
007720*----------------------------------------------------------------
007730* FUNDS HOLD FILE - READ ONLY, FOR THE OPEN HOLDS EACH
007740* STATEMENT LISTS
007750*----------------------------------------------------------------
007760 FD  HOLD-FILE.
007770     COPY HLDREC.
007771
007772*----------------------------------------------------------------
007773* CUSTOMER CROSS-REFERENCE - READ BY KEY FOR EACH ACCOUNT'S OWNER
007774*----------------------------------------------------------------
007775 FD  XREF-FILE.
007776     COPY XRFREC.
007777
007778*----------------------------------------------------------------
007779* CUSTOMER MASTER - READ FORWARD IN STEP WITH THE OWNER ORDER
007780*----------------------------------------------------------------
007781 FD  CUSTOMER-MASTER-FILE
007782     RECORDING MODE IS F.
007783     COPY CUSTREC.
007784
007785*----------------------------------------------------------------
007786* HELD-MAIL REPORT - ONE LINE PER STATEMENT NOT PRINTED BECAUSE
007787* THE OWNER'S MAIL IS COMING BACK
007788*----------------------------------------------------------------
007789 FD  MAIL-EXCEPTION-FILE.
007790 01  MAIL-EXCEPTION-LINE        PIC X(80).
007800
007900*----------------------------------------------------------------
008000* SORT WORK FILE - EVERY CODED BALANCE-MOVING ENTRY, KEYED SO
008050* EACH ACCOUNT'S HISTORY COMES BACK IN DATE AND SEQUENCE ORDER,
008100* THE ACCOUNTS GROUPED BY OWNER (ZERO WHERE NONE IS ON FILE)
008200*----------------------------------------------------------------
008300 SD  STMT-SORT-FILE.
008400 01  STMT-SORT-RECORD.
008450     05  SST-CUST               PIC 9(06).
008500     05  SST-ACCT               PIC 9(06).
008600     05  SST-DATE               PIC 9(06).
008700     05  SST-TIME               PIC 9(08).
009200         88  SST-WITHDRAWAL                 VALUE 'W'.
009300         88  SST-INTEREST-POST              VALUE 'I'.
009310         88  SST-REVERSAL                   VALUE 'R'.
009315         88  SST-MATURITY                   VALUE 'M'.
009316         88  SST-FEE                        VALUE 'F'.
009320     05  SST-ORIG-CODE          PIC X(01).
009330         88  SST-ORIG-DEPOSIT               VALUE 'D'.
009340         88  SST-ORIG-FEE                   VALUE 'F'.
009360         88  SST-FEE-LOW-BALANCE            VALUE 'L'.
009400     05  SST-AMOUNT             PIC 9(09)V99.
009500
009600 WORKING-STORAGE SECTION.
010200 01  AS-ACCT-FILE-STATUS        PIC X(02).
010300     88  AS-ACCT-FILE-MISSING               VALUE '35'.
010400 01  AS-STMT-STATUS             PIC X(02).
010410 01  AS-XREF-STATUS             PIC X(02).
010420     88  AS-XREF-MISSING                    VALUE '35'.
010430 01  AS-CUST-STATUS             PIC X(02).
010440     88  AS-CUST-MISSING                    VALUE '35'.
010450 01  AS-MAILX-STATUS            PIC X(02).
010500
010600 01  AS-SWITCHES.
010700     05  AS-LOG-EOF-SW          PIC X(01) VALUE 'N'.
011600         88  AS-MONTH-OK                    VALUE 'Y'.
011700     05  AS-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
011800         88  AS-ACCT-FOUND                  VALUE 'Y'.
011805     05  AS-XREF-OPEN-SW        PIC X(01) VALUE 'N'.
011810         88  AS-XREF-OPEN                   VALUE 'Y'.
011815     05  AS-CUST-OPEN-SW        PIC X(01) VALUE 'N'.
011820         88  AS-CUST-OPEN                   VALUE 'Y'.
011825     05  AS-CM-EOF-SW           PIC X(01) VALUE 'Y'.
011830         88  AS-CM-EOF                      VALUE 'Y'.
011835     05  AS-MAIL-HELD-SW        PIC X(01) VALUE 'N'.
011840         88  AS-MAIL-HELD                   VALUE 'Y'.
011845     05  AS-PROOF-FAILED-SW     PIC X(01) VALUE 'N'.
011850         88  AS-PROOF-FAILED                VALUE 'Y'.
011900
012000*----------------------------------------------------------------
012100* STATEMENT MONTH AND ITS DATE WINDOW - YYMM01 THROUGH YYMM31
014000 01  AS-SIGNED-AMOUNT           PIC S9(9)V99 VALUE ZERO.
014100 01  AS-STMT-COUNT              PIC 9(05) COMP VALUE ZERO.
014200 01  AS-MISMATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
014250 01  AS-TODAY                   PIC 9(06).
014255
014260*----------------------------------------------------------------
014265* OWNER OF THE ACCOUNT LAST LOOKED UP ON CUSTXREF - THE LOG RUNS
014270* AN ACCOUNT'S ENTRIES TOGETHER OFTEN ENOUGH TO SAVE THE READS
014275*----------------------------------------------------------------
014280 01  AS-LAST-XREF-ACCT          PIC 9(06) VALUE ZERO.
014285 01  AS-OWNER-ID                PIC 9(06) VALUE ZERO.
014290 01  AS-BREAK-CUST              PIC 9(06) VALUE ZERO.
014295 01  AS-HELD-COUNT              PIC 9(05) COMP VALUE ZERO.
014300
014400*----------------------------------------------------------------
014500* STATEMENT LINES
018500     "*** ACCOUNT NOT ON THE MASTER ***".
018600
018700 01  AS-BLANK-LINE              PIC X(80) VALUE SPACES.
018702
018704 01  AS-HOLD-HEADING            PIC X(80) VALUE
018706     "FUNDS HOLDS STILL OPEN".
018708
018710 01  AS-HOLD-LINE.
018712     05  FILLER                 PIC X(02) VALUE SPACES.
018714     05  SL-PLACED              PIC 9(06).
018716     05  FILLER                 PIC X(02) VALUE SPACES.
018718     05  SL-TYPE                PIC X(14).
018720     05  SL-AMOUNT              PIC Z(6)9.99.
018722     05  FILLER                 PIC X(09) VALUE " RELEASE ".
018724     05  SL-RELEASE             PIC X(08).
018726     05  FILLER                 PIC X(02) VALUE SPACES.
018728     05  SL-REASON              PIC X(20).
018730     05  FILLER                 PIC X(07) VALUE SPACES.
018732
018734 01  AS-HOLD-TOTAL-LINE.
018736     05  FILLER                 PIC X(20) VALUE
018738         "TOTAL ON HOLD...... ".
018740     05  ST-HELD                PIC -(8)9.99.
018742     05  FILLER                 PIC X(48) VALUE SPACES.
018744
018746*----------------------------------------------------------------
018748* HELD-MAIL REPORT LINES
018750*----------------------------------------------------------------
018752 01  AS-MAILX-HEADING.
018754     05  FILLER                 PIC X(40) VALUE
018756         "STATEMENTS HELD - MAIL RETURNED   MONTH ".
018758     05  MH-MONTH               PIC 9(04).
018760     05  FILLER                 PIC X(36) VALUE SPACES.
018762
018764 01  AS-MAILX-DETAIL-LINE.
018766     05  MD-ACCT                PIC 9(06).
018768     05  FILLER                 PIC X(02) VALUE SPACES.
018770     05  MD-CUST                PIC 9(06).
018772     05  FILLER                 PIC X(02) VALUE SPACES.
018774     05  MD-NAME                PIC X(20).
018776     05  FILLER                 PIC X(10) VALUE " RETURNED ".
018778     05  MD-RETURNED            PIC 9(06).
018780     05  FILLER                 PIC X(02) VALUE SPACES.
018782     05  MD-CLOSING             PIC -(8)9.99.
018784     05  FILLER                 PIC X(02) VALUE SPACES.
018786     05  MD-NOTE                PIC X(12).
018788
018790 01  AS-MAILX-SUMMARY-LINE.
018792     05  FILLER                 PIC X(16) VALUE
018793         "STATEMENTS HELD ".
018794     05  MS-HELD                PIC Z(4)9.
018796     05  FILLER                 PIC X(59) VALUE SPACES.
018800
018900     COPY DLGREC.
019000
019100     COPY FSTATWS.
019200
019300     COPY VALIDWS.
019320
019340     COPY HLDWS.
019400
019500 PROCEDURE DIVISION.
019600*----------------------------------------------------------------
019800*----------------------------------------------------------------
019900     MOVE "ACCTSTMT" TO FST-PROGRAM-ID.
020000     PERFORM 0100-GET-STATEMENT-MONTH THRU 0100-EXIT.
020050     ACCEPT AS-TODAY FROM DATE.
020100     COMPUTE AS-MONTH-FROM = (AS-STMT-MONTH * 100) + 1.
020200     COMPUTE AS-MONTH-TO   = (AS-STMT-MONTH * 100) + 31.
020300     OPEN INPUT ACCOUNT-FILE.
021000     MOVE "OPEN    " TO FST-OPERATION.
021100     MOVE AS-STMT-STATUS TO FST-STATUS.
021200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
021250     PERFORM 9700-OPEN-HOLDS-FOR-INQUIRY THRU 9700-EXIT.
021260     PERFORM 0200-OPEN-OWNER-FILES THRU 0200-EXIT.
021300     SORT STMT-SORT-FILE
021350         ON ASCENDING KEY SST-CUST
021400                          SST-ACCT
021500                          SST-DATE
021600                          SST-TIME
021700                          SST-SEQ
022600     END-IF.
022700     CLOSE ACCOUNT-FILE
022800           STMT-PRINT-FILE.
022850     PERFORM 9790-CLOSE-HOLD-FILE THRU 9790-EXIT.
022860     PERFORM 0300-CLOSE-OWNER-FILES THRU 0300-EXIT.
022900     DISPLAY "Statement run complete - " AS-STMT-COUNT
022950             " statements, " AS-MISMATCH-COUNT " mismatches, "
023000             AS-HELD-COUNT " held for returned mail.".
023100     GO TO 9999-EXIT.
023200
023300*----------------------------------------------------------------
025600     END-IF.
025700 0150-EXIT.
025800     EXIT.
025801
025802*----------------------------------------------------------------
025803 0200-OPEN-OWNER-FILES.
025804*     THE CROSS-REFERENCE AND CUSTOMER MASTER MAY BE MISSING -
025805*     EVERY STATEMENT THEN PRINTS, WITH NO OWNER TO CHECK.
025806*----------------------------------------------------------------
025807     OPEN INPUT XREF-FILE.
025808     IF AS-XREF-MISSING
025809         DISPLAY "ACCTSTMT - no cross-reference on file - no "
025810                 "statement can be checked for returned mail."
025811     ELSE
025812         MOVE "CUSTXREF" TO FST-FILE-NAME
025813         MOVE "OPEN    " TO FST-OPERATION
025814         MOVE AS-XREF-STATUS TO FST-STATUS
025815         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
025816         MOVE 'Y' TO AS-XREF-OPEN-SW
025817     END-IF.
025818     MOVE 'Y' TO AS-CM-EOF-SW.
025819     OPEN INPUT CUSTOMER-MASTER-FILE.
025820     IF AS-CUST-MISSING
025821         DISPLAY "ACCTSTMT - no customer master (CUSTMAST) - no "
025822                 "statement can be checked for returned mail."
025823     ELSE
025824         MOVE "CUSTMAST" TO FST-FILE-NAME
025825         MOVE "OPEN    " TO FST-OPERATION
025826         MOVE AS-CUST-STATUS TO FST-STATUS
025827         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
025828         MOVE 'Y' TO AS-CUST-OPEN-SW
025829         MOVE 'N' TO AS-CM-EOF-SW
025830         PERFORM 0250-READ-CUSTOMER THRU 0250-EXIT
025831     END-IF.
025832     OPEN OUTPUT MAIL-EXCEPTION-FILE.
025833     MOVE "ACMAILX " TO FST-FILE-NAME.
025834     MOVE "OPEN    " TO FST-OPERATION.
025835     MOVE AS-MAILX-STATUS TO FST-STATUS.
025836     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
025837     MOVE AS-STMT-MONTH TO MH-MONTH.
025838     WRITE MAIL-EXCEPTION-LINE FROM AS-MAILX-HEADING.
025839 0200-EXIT.
025840     EXIT.
025841
025842*----------------------------------------------------------------
025843 0250-READ-CUSTOMER.
025844*----------------------------------------------------------------
025845     READ CUSTOMER-MASTER-FILE
025846         AT END
025847             MOVE 'Y' TO AS-CM-EOF-SW
025848     END-READ.
025849     MOVE "CUSTMAST" TO FST-FILE-NAME.
025850     MOVE "READ    " TO FST-OPERATION.
025851     MOVE AS-CUST-STATUS TO FST-STATUS.
025852     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
025853 0250-EXIT.
025854     EXIT.
025855
025856*----------------------------------------------------------------
025857 0300-CLOSE-OWNER-FILES.
025858*----------------------------------------------------------------
025859     MOVE AS-HELD-COUNT TO MS-HELD.
025860     WRITE MAIL-EXCEPTION-LINE FROM AS-MAILX-SUMMARY-LINE.
025861     CLOSE MAIL-EXCEPTION-FILE.
025862     IF AS-XREF-OPEN
025863         CLOSE XREF-FILE
025864     END-IF.
025865     IF AS-CUST-OPEN
025866         CLOSE CUSTOMER-MASTER-FILE
025867     END-IF.
025868 0300-EXIT.
025869     EXIT.
025900
026000*----------------------------------------------------------------
026100 1000-RELEASE-LOG-ENTRIES.
030400     IF DLG-ID NOT = ZERO
030500        AND ((DLG-FROM-TRANPOST
030600              AND (DLG-TRAN-DEPOSIT OR DLG-TRAN-WITHDRAWAL
030620                   OR DLG-TRAN-REVERSAL OR DLG-TRAN-MATURITY
030640                   OR DLG-TRAN-FEE))
030700          OR (DLG-FROM-INTEREST AND DLG-TRAN-INTEREST-POST))
030800         MOVE DLG-ID        TO SST-ACCT
030900         MOVE DLG-DATE      TO SST-DATE
031300         MOVE DLG-TRAN-CODE TO SST-CODE
031350         MOVE DLG-ORIG-CODE TO SST-ORIG-CODE
031400         MOVE DLG-AMOUNT    TO SST-AMOUNT
031420         PERFORM 1300-FIND-OWNER THRU 1300-EXIT
031440         MOVE AS-OWNER-ID   TO SST-CUST
031500         RELEASE STMT-SORT-RECORD
031600     END-IF.
031700     IF AS-READ-SOURCE-SW = 'L'
031780     END-IF.
031800 1200-EXIT.
031900     EXIT.
031902
031904*----------------------------------------------------------------
031906 1300-FIND-OWNER.
031908*     NO OWNER ON CUSTXREF LEAVES THE ACCOUNT AT CUSTOMER ZERO.
031910*----------------------------------------------------------------
031912     IF DLG-ID = AS-LAST-XREF-ACCT
031914         GO TO 1300-EXIT
031916     END-IF.
031918     MOVE DLG-ID TO AS-LAST-XREF-ACCT.
031920     MOVE ZERO   TO AS-OWNER-ID.
031922     IF NOT AS-XREF-OPEN
031924         GO TO 1300-EXIT
031926     END-IF.
031928     MOVE 'A'    TO XRF-LINK-TYPE.
031930     MOVE DLG-ID TO XRF-LINK-ID.
031932     READ XREF-FILE
031934         INVALID KEY
031936             CONTINUE
031938         NOT INVALID KEY
031940             MOVE XRF-CUST-ID TO AS-OWNER-ID
031942     END-READ.
031944 1300-EXIT.
031946     EXIT.
032000
032100*----------------------------------------------------------------
032200 2000-WRITE-STATEMENTS.
035800         MOVE 'Y'      TO AS-GROUP-OPEN-SW
035900         MOVE 'N'      TO AS-HEADER-DONE-SW
036000         MOVE SST-ACCT TO AS-BREAK-ACCT
036050         MOVE SST-CUST TO AS-BREAK-CUST
036100         PERFORM 2250-FETCH-MASTER-ACCOUNT THRU 2250-EXIT
036150         PERFORM 2270-CHECK-RETURNED-MAIL THRU 2270-EXIT
036200         IF AS-ACCT-FOUND
036300             MOVE ACCT-PRINCIPAL TO AS-OPENING-BALANCE
036400         ELSE
038500     END-READ.
038600 2250-EXIT.
038700     EXIT.
038702
038704*----------------------------------------------------------------
038706 2270-CHECK-RETURNED-MAIL.
038708*     THE ACCOUNTS COME BACK IN OWNER ORDER, SO ONE FORWARD PASS
038710*     OF THE CUSTOMER MASTER FINDS EACH OWNER.  A STATEMENT IS
038712*     HELD ONLY WHEN ITS OWNER IS ON FILE WITH THE ADDRESS
038714*     FLAGGED FOR RETURNED MAIL.
038716*----------------------------------------------------------------
038718     MOVE 'N' TO AS-MAIL-HELD-SW.
038720     IF AS-BREAK-CUST = ZERO
038722         GO TO 2270-EXIT
038724     END-IF.
038726     PERFORM 0250-READ-CUSTOMER THRU 0250-EXIT
038728         UNTIL AS-CM-EOF OR CUST-ID NOT < AS-BREAK-CUST.
038730     IF NOT AS-CM-EOF AND CUST-ID = AS-BREAK-CUST
038732        AND CUST-MAIL-RETURNED
038734         MOVE 'Y' TO AS-MAIL-HELD-SW
038736     END-IF.
038738 2270-EXIT.
038740     EXIT.
038800
038900*----------------------------------------------------------------
039000 2300-APPLY-ONE-ENTRY.
039300*     AFTER THE MONTH ONLY ADJUSTS THE MASTER PROOF.
039400*----------------------------------------------------------------
039450*    A REVERSAL MOVES THE BALANCE THE OPPOSITE WAY OF THE
039460*    ORIGINAL TRANSACTION IT NAMES.  A MATURITY PAYOUT OR A
039480*    SERVICE FEE COMES OFF LIKE A WITHDRAWAL.
039500     IF SST-WITHDRAWAL OR SST-MATURITY OR SST-FEE
039510        OR (SST-REVERSAL AND SST-ORIG-DEPOSIT)
039600         COMPUTE AS-SIGNED-AMOUNT = ZERO - SST-AMOUNT
039700     ELSE
041100
041200*----------------------------------------------------------------
041300 2400-PRINT-MONTH-ENTRY.
041320*     A HELD STATEMENT PRINTS NOTHING BUT STILL CARRIES ITS
041340*     RUNNING BALANCE TO THE CLOSE-OUT.
041400*----------------------------------------------------------------
041410     IF AS-MAIL-HELD
041420         MOVE 'Y' TO AS-HEADER-DONE-SW
041430         ADD AS-SIGNED-AMOUNT TO AS-RUNNING-BALANCE
041440         GO TO 2400-EXIT
041450     END-IF.
041500     IF NOT AS-HEADER-DONE
041600         MOVE 'Y'            TO AS-HEADER-DONE-SW
041700         ADD 1               TO AS-STMT-COUNT
043300             MOVE "WITHDRAWAL      " TO SD-DESC
043400         WHEN SST-INTEREST-POST
043500             MOVE "INTEREST POSTED " TO SD-DESC
043505         WHEN SST-REVERSAL AND SST-ORIG-FEE
043510             MOVE "FEE REFUND      " TO SD-DESC
043520         WHEN SST-REVERSAL
043540             MOVE "REVERSAL        " TO SD-DESC
043560         WHEN SST-MATURITY
043580             MOVE "MATURITY PAYOUT " TO SD-DESC
043582         WHEN SST-FEE AND SST-FEE-LOW-BALANCE
043584             MOVE "LOW BALANCE FEE " TO SD-DESC
043586         WHEN SST-FEE
043588             MOVE "MONTHLY FEE     " TO SD-DESC
043600         WHEN OTHER
043700             MOVE "OTHER           " TO SD-DESC
043800     END-EVALUATE.
045100*     AN ACCOUNT WITH NO ENTRY INSIDE THE MONTH GETS NO
045200*     STATEMENT.  FOR ONE THAT DID, THE CLOSING BALANCE PLUS
045300*     ANY POST-MONTH ACTIVITY MUST EQUAL THE MASTER'S CURRENT
045400*     BALANCE (THE PRINCIPAL WHERE NOTHING HAS EVER POSTED,
045450*     ZERO FOR A TERM PAID OUT AT MATURITY) - ANYTHING ELSE IS
045460*     FLAGGED.  THE ACCOUNT'S OPEN HOLDS FOLLOW.  A STATEMENT
045480*     HELD FOR RETURNED MAIL IS PROVED THE SAME WAY BUT ONLY
045500*     LISTED ON THE HELD-MAIL REPORT.
045600*----------------------------------------------------------------
045700     IF NOT AS-HEADER-DONE
045800         MOVE 'N' TO AS-GROUP-OPEN-SW
045900         GO TO 2500-EXIT
046000     END-IF.
046010     PERFORM 2550-PROVE-AGAINST-MASTER THRU 2550-EXIT.
046020     IF AS-MAIL-HELD
046030         PERFORM 2700-LIST-HELD-STATEMENT THRU 2700-EXIT
046040         MOVE 'N' TO AS-GROUP-OPEN-SW
046050         GO TO 2500-EXIT
046060     END-IF.
046100     MOVE AS-RUNNING-BALANCE TO SC-CLOSING.
046200     WRITE STMT-PRINT-LINE FROM AS-CLOSING-LINE.
046205     IF AS-PROOF-FAILED AND AS-ACCT-FOUND
046210         WRITE STMT-PRINT-LINE FROM AS-MISMATCH-LINE
046215     END-IF.
046220     PERFORM 2600-LIST-OPEN-HOLDS THRU 2600-EXIT.
046225     WRITE STMT-PRINT-LINE FROM AS-BLANK-LINE.
046230     MOVE 'N' TO AS-GROUP-OPEN-SW.
046235 2500-EXIT.
046240     EXIT.
046245
046250*----------------------------------------------------------------
046255 2550-PROVE-AGAINST-MASTER.
046260*     AN ACCOUNT NOT ON THE MASTER ALWAYS FAILS THE PROOF.
046265*----------------------------------------------------------------
046270     MOVE 'N' TO AS-PROOF-FAILED-SW.
046300     IF AS-ACCT-FOUND
046400         EVALUATE TRUE
046500             WHEN ACCT-CURRENT-BALANCE NOT = ZERO
046600                 MOVE ACCT-CURRENT-BALANCE TO AS-MASTER-BALANCE
046650             WHEN ACCT-MAT-PAID-OUT
046700                 MOVE ZERO                 TO AS-MASTER-BALANCE
046750             WHEN OTHER
046800                 MOVE ACCT-PRINCIPAL       TO AS-MASTER-BALANCE
046850         END-EVALUATE
046900         COMPUTE AS-EXPECTED-MASTER =
047000             AS-RUNNING-BALANCE + AS-POST-MONTH-NET
047100         IF AS-EXPECTED-MASTER NOT = AS-MASTER-BALANCE
047150             MOVE 'Y' TO AS-PROOF-FAILED-SW
047200             ADD 1 TO AS-MISMATCH-COUNT
047300             MOVE AS-MASTER-BALANCE TO SM-MASTER
047500         END-IF
047600     ELSE
047650         MOVE 'Y' TO AS-PROOF-FAILED-SW
047700         ADD 1 TO AS-MISMATCH-COUNT
047800     END-IF.
048000 2550-EXIT.
048200     EXIT.
048210
048220*----------------------------------------------------------------
048230 2600-LIST-OPEN-HOLDS.
048240*     EVERY HOLD ON THE ACCOUNT STILL OPEN TODAY, WITH THE
048250*     TOTAL HELD.  AN ACCOUNT WITH NONE PRINTS NOTHING HERE.
048260*----------------------------------------------------------------
048270     MOVE AS-BREAK-ACCT TO HLD-CHECK-ACCT.
048280     MOVE AS-TODAY      TO HLD-CHECK-DATE.
048290     MOVE ZERO          TO HLD-CHECK-BALANCE.
048300     PERFORM 9710-SUM-ACCOUNT-HOLDS THRU 9710-EXIT.
048310     IF HLD-OPEN-COUNT = ZERO
048320         GO TO 2600-EXIT
048330     END-IF.
048340     WRITE STMT-PRINT-LINE FROM AS-HOLD-HEADING.
048350     PERFORM 9715-START-ACCOUNT-HOLDS THRU 9715-EXIT.
048360     PERFORM 2650-PRINT-ONE-HOLD THRU 2650-EXIT
048370         UNTIL HLD-SCAN-END.
048380     MOVE HLD-HELD-TOTAL TO ST-HELD.
048390     WRITE STMT-PRINT-LINE FROM AS-HOLD-TOTAL-LINE.
048400 2600-EXIT.
048410     EXIT.
048420
048430*----------------------------------------------------------------
048440 2650-PRINT-ONE-HOLD.
048450*----------------------------------------------------------------
048460     PERFORM 9740-TEST-HOLD-OPEN THRU 9740-EXIT.
048470     IF NOT HLD-IS-OPEN
048480         GO TO 2650-NEXT
048490     END-IF.
048500     MOVE HLD-PLACED-DATE TO SL-PLACED.
048510     EVALUATE TRUE
048520         WHEN HLD-FLOAT
048530             MOVE "DEPOSIT FLOAT " TO SL-TYPE
048540         WHEN HLD-LEGAL
048550             MOVE "LEGAL ORDER   " TO SL-TYPE
048560         WHEN OTHER
048570             MOVE "MANUAL HOLD   " TO SL-TYPE
048580     END-EVALUATE.
048590     MOVE HLD-AMOUNT TO SL-AMOUNT.
048600     IF HLD-RELEASE-DATE = ZERO
048610         MOVE "NO DATE " TO SL-RELEASE
048620     ELSE
048630         MOVE HLD-RELEASE-DATE TO SL-RELEASE
048640     END-IF.
048650     MOVE HLD-REASON TO SL-REASON.
048660     WRITE STMT-PRINT-LINE FROM AS-HOLD-LINE.
048670 2650-NEXT.
048680     PERFORM 9720-READ-NEXT-HOLD THRU 9720-EXIT.
048690 2650-EXIT.
048700     EXIT.
048701
048702*----------------------------------------------------------------
048703 2700-LIST-HELD-STATEMENT.
048704*     ONE LINE PER HELD STATEMENT - THE OWNER RECORD IS STILL THE
048705*     ONE 2270 MATCHED.
048706*----------------------------------------------------------------
048707     ADD 1 TO AS-HELD-COUNT.
048708     MOVE AS-BREAK-ACCT      TO MD-ACCT.
048709     MOVE AS-BREAK-CUST      TO MD-CUST.
048710     MOVE CUST-NAME          TO MD-NAME.
048711     MOVE CUST-RETURNED-DATE TO MD-RETURNED.
048712     MOVE AS-RUNNING-BALANCE TO MD-CLOSING.
048713     EVALUATE TRUE
048714         WHEN NOT AS-ACCT-FOUND
048715             MOVE "NOT ON MASTR" TO MD-NOTE
048716         WHEN AS-PROOF-FAILED
048717             MOVE "MASTER DIFFS" TO MD-NOTE
048718         WHEN OTHER
048719             MOVE SPACES         TO MD-NOTE
048720     END-EVALUATE.
048721     WRITE MAIL-EXCEPTION-LINE FROM AS-MAILX-DETAIL-LINE.
048722     MOVE "ACMAILX " TO FST-FILE-NAME.
048723     MOVE "WRITE   " TO FST-OPERATION.
048724     MOVE AS-MAILX-STATUS TO FST-STATUS.
048725     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
048726 2700-EXIT.
048727     EXIT.
048728
048729*----------------------------------------------------------------
048730     COPY VALIDPR.
048740*----------------------------------------------------------------
048750     COPY HLDPR.
048760*----------------------------------------------------------------
048770     COPY FSTATPR.
048800*----------------------------------------------------------------
048900 9999-EXIT.
049000*----------------------------------------------------------------
