000900*           FOR ONE CUSTOMER ENTERED AT THE TERMINAL OR AS A
001000*           MAIL-MERGE BATCH RUN OVER THE CUSTOMER MASTER FILE.
001100*           THE GREETING CAN BE ADDRESSED WITH A TITLE AND IN
001200*           ONE OF SEVERAL SALUTATION LANGUAGES.  A THIRD
001210*           RUN MODE SENDS THE CUSTOMER NOTICES OTHER JOBS
001220*           QUEUE ON NOTICEQ (DORMANCY AND THE LIKE).
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
002707*                  NO TEMPLATE LINES, OR A MISSING TEMPLATE
002708*                  FILE, FALLS BACK TO THE STANDARD BODY LINE
002709*                  SO THE MAIL STILL GOES OUT.
002710* 09/17/2026  RLM  ADDED RUN MODE 3, THE NOTICE RUN.  IT SORTS
002711*                  THE NOTICE QUEUE (NOTICEQ, SEE NTCREC) INTO
002712*                  CUSTOMER ORDER, MERGES IT AGAINST THE
002713*                  CUSTOMER MASTER, AND WRITES EACH NOTICE
002714*                  THROUGH ITS LETTER TYPE'S TEMPLATE LINES,
002715*                  WITH NEW &1, &2, AND &3 SLOTS FOR THE
002716*                  VALUES THE QUEUEING JOB SUPPLIED.  A NOTICE
002717*                  FOR A CUSTOMER NOT ON THE MASTER, OR WHOSE
002718*                  TYPE HAS NO TEMPLATE, GOES TO THE NTCEXCPT
002719*                  EXCEPTION REPORT AND STAYS QUEUED.
002720* 10/05/2026  RLM  A CUSTOMER WHOSE ADDRESS CUSTMAINT HAS FLAGGED
002721*                  FOR RETURNED MAIL GETS NO LETTER.  THE BATCH
002722*                  RUN LISTS THE LETTER ON THE NEW LTRMAILX
002723*                  EXCEPTION REPORT; THE NOTICE RUN HOLDS THE
002724*                  NOTICE ON NTCEXCPT AND KEEPS IT QUEUED UNTIL
002725*                  THE ADDRESS IS PUT RIGHT.
002726* 10/15/2026  RLM  THE NOTICE WORK FILE'S REOPEN FOR THE QUEUE
002727*                  REPLACE IS NOW STATUS CHECKED LIKE EVERY
002728*                  OTHER OPEN.
002790*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003750                                 ORGANIZATION IS LINE SEQUENTIAL
003760                                 FILE STATUS IS
003770                                     FST-JOB-LOG-STATUS.
003771     SELECT NOTICE-QUEUE-FILE    ASSIGN TO "NOTICEQ"
003772                                 ORGANIZATION IS LINE SEQUENTIAL
003773                                 FILE STATUS IS HN-NTC-STATUS.
003774     SELECT NOTICE-WORK-FILE     ASSIGN TO "NTCWORK"
003775                                 ORGANIZATION IS LINE SEQUENTIAL
003776                                 FILE STATUS IS HN-WORK-STATUS.
003777     SELECT NOTICE-EXCEPTION-FILE ASSIGN TO "NTCEXCPT"
003778                                 ORGANIZATION IS LINE SEQUENTIAL
003779                                 FILE STATUS IS HN-EXC-STATUS.
003779     SELECT MAIL-EXCEPTION-FILE  ASSIGN TO "LTRMAILX"
003779                                 ORGANIZATION IS LINE SEQUENTIAL
003779                                 FILE STATUS IS HN-MAILX-STATUS.
003780     SELECT NOTICE-SORT-FILE     ASSIGN TO "NTCSORT".
003800
003900 DATA DIVISION.
004000 FILE SECTION.
005697*----------------------------------------------------------------
005698 FD  JOB-LOG-FILE.
005699 01  JOB-LOG-LINE               PIC X(80).
005699
005699*----------------------------------------------------------------
005699* CUSTOMER NOTICE QUEUE - APPENDED TO BY THE JOBS THAT NEED A
005699* NOTICE SENT, REPLACED BY THE NOTICE RUN WITH THE NOTICES IT
005699* HELD.  THE WORK FILE CARRIES THE HELD NOTICES UNTIL THE RUN
005699* COMPLETES.
005699*----------------------------------------------------------------
005699 FD  NOTICE-QUEUE-FILE.
005699 01  NOTICE-QUEUE-LINE          PIC X(80).
005699
005699 FD  NOTICE-WORK-FILE.
005699 01  NOTICE-WORK-LINE           PIC X(80).
005699
005699*----------------------------------------------------------------
005699* NOTICE EXCEPTION REPORT - ONE LINE PER NOTICE HELD
005699*----------------------------------------------------------------
005699 FD  NOTICE-EXCEPTION-FILE.
005699 01  NOTICE-EXCEPTION-LINE      PIC X(80).
005699
005699*----------------------------------------------------------------
005699* HELD-MAIL EXCEPTION REPORT - ONE LINE PER BATCH LETTER NOT
005699* WRITTEN BECAUSE THE CUSTOMER'S MAIL IS COMING BACK
005699*----------------------------------------------------------------
005699 FD  MAIL-EXCEPTION-FILE.
005699 01  MAIL-EXCEPTION-LINE        PIC X(80).
005699
005699*----------------------------------------------------------------
005699* SORT WORK FILE - THE QUEUED NOTICES IN CUSTOMER ORDER
005699*----------------------------------------------------------------
005699 SD  NOTICE-SORT-FILE.
005699 01  NOTICE-SORT-RECORD.
005699     05  NSR-CUST-ID            PIC 9(06).
005699     05  FILLER                 PIC X(01).
005699     05  NSR-ACCT-NUMBER        PIC 9(06).
005699     05  FILLER                 PIC X(67).
005700
005800 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------------
006200 01  HN-RUN-MODE                PIC X(01).
006300     88  HN-MODE-SINGLE                     VALUE '1'.
006400     88  HN-MODE-BATCH                      VALUE '2'.
006410     88  HN-MODE-NOTICE                     VALUE '3'.
006420     88  HN-MODE-TO-FILE                    VALUE '2' '3'.
006500
006600*----------------------------------------------------------------
006700* CUSTOMER NAME - RE-PROMPTED UNTIL NON-BLANK
009200 01  HN-SWITCHES.
009300     05  HN-CUST-EOF-SW         PIC X(01) VALUE 'N'.
009400         88  HN-CUST-EOF                    VALUE 'Y'.
009401     05  HN-SORT-EOF-SW         PIC X(01) VALUE 'N'.
009402         88  HN-SORT-EOF                    VALUE 'Y'.
009403     05  HN-WORK-EOF-SW         PIC X(01) VALUE 'N'.
009404         88  HN-WORK-EOF                    VALUE 'Y'.
009405
009406*----------------------------------------------------------------
009407* NOTICE RUN FIELDS - THE &1, &2, AND &3 SLOT VALUES THE
009408* QUEUEING JOB SUPPLIED, THE REASON A NOTICE IS HELD, AND THE
009409* RUN COUNTS
009410*----------------------------------------------------------------
009411 01  HN-SLOT-1                  PIC X(12).
009412 01  HN-SLOT-2                  PIC X(12).
009413 01  HN-SLOT-3                  PIC X(12).
009414 01  HN-HOLD-REASON             PIC X(30).
009415 01  HN-NTC-STATUS              PIC X(02).
009416     88  HN-NTC-FILE-MISSING                VALUE '35'.
009417 01  HN-WORK-STATUS             PIC X(02).
009418 01  HN-EXC-STATUS              PIC X(02).
009419 01  HN-SENT-COUNT              PIC 9(05) COMP VALUE ZERO.
009420 01  HN-HELD-COUNT              PIC 9(05) COMP VALUE ZERO.
009440 01  HN-MAILX-STATUS            PIC X(02).
009460 01  HN-MAIL-HELD-COUNT         PIC 9(05) COMP VALUE ZERO.
009500
009600*----------------------------------------------------------------
009700* LETTER LINES
011388 01  HN-NEXT-CHAR               PIC X(01).
011390
011400
011401*----------------------------------------------------------------
011402* NOTICE EXCEPTION REPORT LINES
011403*----------------------------------------------------------------
011404 01  HN-EXC-HEADING.
011405     05  FILLER                 PIC X(30) VALUE
011406         "NOTICES HELD BY THE RUN OF ".
011407     05  XH-DATE                PIC 9(06).
011408     05  FILLER                 PIC X(44) VALUE SPACES.
011409
011410 01  HN-EXC-DETAIL-LINE.
011411     05  XD-CUST-ID             PIC 9(06).
011412     05  FILLER                 PIC X(02) VALUE SPACES.
011413     05  XD-ACCT-NUMBER         PIC 9(06).
011414     05  FILLER                 PIC X(02) VALUE SPACES.
011415     05  XD-LETTER-TYPE         PIC X(01).
011416     05  FILLER                 PIC X(02) VALUE SPACES.
011417     05  XD-SOURCE              PIC X(08).
011418     05  FILLER                 PIC X(02) VALUE SPACES.
011419     05  XD-REASON              PIC X(30).
011420     05  FILLER                 PIC X(21) VALUE SPACES.
011421
011422 01  HN-EXC-SUMMARY-LINE.
011423     05  FILLER                 PIC X(05) VALUE "SENT ".
011424     05  XS-SENT                PIC Z(4)9.
011425     05  FILLER                 PIC X(08) VALUE "  HELD ".
011426     05  XS-HELD                PIC Z(4)9.
011427     05  FILLER                 PIC X(57) VALUE SPACES.
011427
011427*----------------------------------------------------------------
011427* HELD-MAIL EXCEPTION REPORT LINES - BATCH LETTER RUN
011427*----------------------------------------------------------------
011427 01  HN-MAILX-HEADING.
011427     05  FILLER                 PIC X(38) VALUE
011427         "BATCH LETTERS HELD - MAIL RETURNED    ".
011427     05  FILLER                 PIC X(07) VALUE "RUN OF ".
011427     05  MH-DATE                PIC 9(06).
011427     05  FILLER                 PIC X(29) VALUE SPACES.
011427
011427 01  HN-MAILX-DETAIL-LINE.
011427     05  MD-CUST-ID             PIC 9(06).
011427     05  FILLER                 PIC X(02) VALUE SPACES.
011427     05  MD-NAME                PIC X(20).
011427     05  FILLER                 PIC X(02) VALUE SPACES.
011427     05  MD-ADDRESS             PIC X(30).
011427     05  FILLER                 PIC X(10) VALUE " RETURNED ".
011427     05  MD-RETURNED            PIC 9(06).
011427     05  FILLER                 PIC X(04) VALUE SPACES.
011427
011427 01  HN-MAILX-SUMMARY-LINE.
011427     05  FILLER                 PIC X(14) VALUE "LETTERS HELD  ".
011427     05  MS-HELD                PIC Z(4)9.
011427     05  FILLER                 PIC X(61) VALUE SPACES.
011430
011440     COPY NTCREC.
011445
011450     COPY VALIDWS.

011460     COPY FSTATWS.
011700 0000-MAINLINE.
011800*----------------------------------------------------------------
011850     MOVE "HELLONAME" TO FST-PROGRAM-ID.
011900     DISPLAY "Enter 1 for a single letter, 2 for a batch run,".
011950     DISPLAY "3 for the notice run?".
012000     ACCEPT HN-RUN-MODE.
012010     PERFORM 2500-LOAD-TEMPLATES THRU 2500-EXIT.
012100     EVALUATE TRUE
012150         WHEN HN-MODE-BATCH
012200             PERFORM 3000-BATCH-LETTER-RUN THRU 3000-EXIT
012250         WHEN HN-MODE-NOTICE
012300             PERFORM 4000-NOTICE-RUN THRU 4000-EXIT
012350         WHEN OTHER
012400             PERFORM 1000-SINGLE-LETTER THRU 1000-EXIT
012500     END-EVALUATE.
012600     GO TO 9999-EXIT.
012700
012800*----------------------------------------------------------------
019620         VARYING HN-TPL-SUB FROM 1 BY 1
019622         UNTIL HN-TPL-SUB > HN-TPL-COUNT.
019624     IF HN-TPL-MATCH-COUNT = ZERO
019626         IF HN-MODE-TO-FILE
019628             WRITE LETTER-LINE FROM HN-LETTER-BODY-LINE
019630         ELSE
019632             DISPLAY HN-LETTER-BODY-LINE
019656     ADD 1 TO HN-TPL-MATCH-COUNT.
019658     MOVE HN-TPL-T-TEXT (HN-TPL-SUB) TO HN-TPL-TEXT-WORK.
019660     PERFORM 2700-MERGE-TEMPLATE-LINE THRU 2700-EXIT.
019662     IF HN-MODE-TO-FILE
019664         WRITE LETTER-LINE FROM HN-MERGED-LINE-WORK
019666     ELSE
019668         DISPLAY HN-MERGED-LINE-WORK
019680 2700-MERGE-TEMPLATE-LINE.
019682*     WALK THE TEMPLATE TEXT ONE POSITION AT A TIME.  AN & SLOT
019684*     NAMING N, T, OR A IS REPLACED WITH THE CUSTOMER'S NAME,
019686*     TITLE, OR ACCOUNT NUMBER (TRAILING SPACES DROPPED), AND
019687*     1, 2, OR 3 WITH A NOTICE'S QUEUED VALUES; ANY
019688*     OTHER CHARACTER IS COPIED ACROSS AS IT STANDS.
019690*----------------------------------------------------------------
019692     MOVE SPACES TO HN-MERGED-LINE-WORK.
019720     END-IF.
019722     IF HN-TPL-CHAR (HN-SRC-SUB) = '&'
019724        AND (HN-NEXT-CHAR = 'N' OR HN-NEXT-CHAR = 'T'
019726             OR HN-NEXT-CHAR = 'A' OR HN-NEXT-CHAR = '1'
019727             OR HN-NEXT-CHAR = '2' OR HN-NEXT-CHAR = '3')
019728         PERFORM 2740-SET-INSERT-VALUE THRU 2740-EXIT
019730         PERFORM 2760-COPY-INSERT-VALUE THRU 2760-EXIT
019732         ADD 2 TO HN-SRC-SUB
019774             MOVE HN-TITLE-TEXT    TO HN-INSERT-TEXT
019776         WHEN 'A'
019778             MOVE HN-CUSTOMER-ID   TO HN-INSERT-TEXT
019779         WHEN '1'
019779             MOVE HN-SLOT-1        TO HN-INSERT-TEXT
019779         WHEN '2'
019779             MOVE HN-SLOT-2        TO HN-INSERT-TEXT
019779         WHEN '3'
019779             MOVE HN-SLOT-3        TO HN-INSERT-TEXT
019780     END-EVALUATE.
019782     MOVE ZERO TO HN-INSERT-LEN.
019784     PERFORM 2750-FIND-INSERT-LEN THRU 2750-EXIT
019600*----------------------------------------------------------------
019700 3000-BATCH-LETTER-RUN.
019800*     PROCESS THE ENTIRE CUSTOMER MASTER FILE, WRITING ONE
019850*     LETTER PER CUSTOMER TO LETTER-FILE.  A CUSTOMER WHOSE MAIL
019900*     IS COMING BACK IS LISTED ON THE HELD-MAIL REPORT INSTEAD.
020000*----------------------------------------------------------------
020100     MOVE 'N' TO HN-CUST-EOF-SW.
020200     OPEN INPUT  CUSTOMER-MASTER-FILE
020320     MOVE "OPEN    " TO FST-OPERATION.
020320     MOVE HN-LETTER-STATUS TO FST-STATUS.
020320     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
020330     OPEN OUTPUT MAIL-EXCEPTION-FILE.
020340     MOVE "LTRMAILX" TO FST-FILE-NAME.
020350     MOVE "OPEN    " TO FST-OPERATION.
020360     MOVE HN-MAILX-STATUS TO FST-STATUS.
020370     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
020380     ACCEPT MH-DATE FROM DATE.
020390     WRITE MAIL-EXCEPTION-LINE FROM HN-MAILX-HEADING.
020400     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
020500     PERFORM 3200-PROCESS-CUSTOMER THRU 3200-EXIT
020600         UNTIL HN-CUST-EOF.
020620     MOVE HN-MAIL-HELD-COUNT TO MS-HELD.
020640     WRITE MAIL-EXCEPTION-LINE FROM HN-MAILX-SUMMARY-LINE.
020700     CLOSE CUSTOMER-MASTER-FILE
020750           LETTER-FILE
020800           MAIL-EXCEPTION-FILE.
020850     DISPLAY "Batch letter run complete - " HN-MAIL-HELD-COUNT
020900             " held for returned mail.".
021000 3000-EXIT.
021100     EXIT.
021200
022300*----------------------------------------------------------------
022400 3200-PROCESS-CUSTOMER.
022500*----------------------------------------------------------------
022520     IF CUST-MAIL-RETURNED
022540         PERFORM 3300-HOLD-LETTER THRU 3300-EXIT
022560         GO TO 3200-NEXT
022580     END-IF.
022600     MOVE CUST-NAME          TO HN-CUSTOMER-NAME.
022620     MOVE CUST-ID             TO HN-CUSTOMER-ID.
022640     MOVE CUST-ADDRESS        TO HN-CUSTOMER-ADDRESS.
023310     MOVE "WRITE   " TO FST-OPERATION.
023310     MOVE HN-LETTER-STATUS TO FST-STATUS.
023310     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023350 3200-NEXT.
023400     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
023500 3200-EXIT.
023600     EXIT.
023605
023610*----------------------------------------------------------------
023615 3300-HOLD-LETTER.
023620*     THE CUSTOMER'S ADDRESS IS FLAGGED FOR RETURNED MAIL - LIST
023625*     THE LETTER NOT WRITTEN.
023630*----------------------------------------------------------------
023635     ADD 1 TO HN-MAIL-HELD-COUNT.
023640     MOVE CUST-ID            TO MD-CUST-ID.
023645     MOVE CUST-NAME          TO MD-NAME.
023650     MOVE CUST-ADDRESS       TO MD-ADDRESS.
023655     MOVE CUST-RETURNED-DATE TO MD-RETURNED.
023660     WRITE MAIL-EXCEPTION-LINE FROM HN-MAILX-DETAIL-LINE.
023665     MOVE "LTRMAILX" TO FST-FILE-NAME.
023670     MOVE "WRITE   " TO FST-OPERATION.
023675     MOVE HN-MAILX-STATUS TO FST-STATUS.
023680     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023685 3300-EXIT.
023690     EXIT.
023700
023701*----------------------------------------------------------------
023702 4000-NOTICE-RUN.
023703*     SEND EVERY NOTICE ON THE NOTICE QUEUE.  THE QUEUE IS
023704*     SORTED INTO CUSTOMER ORDER SO ONE FORWARD PASS OF THE
023705*     CUSTOMER MASTER SERVES THE WHOLE RUN.  A NOTICE THAT CANNOT
023706*     GO OUT IS LISTED ON THE EXCEPTION REPORT AND HELD ON THE
023707*     WORK FILE, WHICH REPLACES THE QUEUE ONCE THE RUN COMPLETES -
023708*     SO IT IS TRIED AGAIN NEXT RUN RATHER THAN LOST.
023709*----------------------------------------------------------------
023710     OPEN INPUT NOTICE-QUEUE-FILE.
023711     IF HN-NTC-FILE-MISSING
023712         DISPLAY "No notice queue on file - no notices sent."
023713         GO TO 4000-EXIT
023714     END-IF.
023715     MOVE "NOTICEQ " TO FST-FILE-NAME.
023716     MOVE "OPEN    " TO FST-OPERATION.
023717     MOVE HN-NTC-STATUS TO FST-STATUS.
023718     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023719     CLOSE NOTICE-QUEUE-FILE.
023720     SORT NOTICE-SORT-FILE
023721         ON ASCENDING KEY NSR-CUST-ID
023722                          NSR-ACCT-NUMBER
023723         USING NOTICE-QUEUE-FILE
023724         OUTPUT PROCEDURE IS 4100-SEND-NOTICES
023725             THRU 4100-EXIT.
023726     IF SORT-RETURN NOT = ZERO
023727         DISPLAY "HELLONAME - NOTICE SORT FAILED - QUEUE LEFT "
023728                 "UNCHANGED; RERUN THE JOB."
023729         MOVE 16 TO RETURN-CODE
023730         GO TO 4000-EXIT
023731     END-IF.
023732     PERFORM 4600-REPLACE-QUEUE THRU 4600-EXIT.
023733     DISPLAY "Notice run complete - " HN-SENT-COUNT " sent, "
023734             HN-HELD-COUNT " held.".
023735 4000-EXIT.
023736     EXIT.
023737
023738*----------------------------------------------------------------
023739 4100-SEND-NOTICES.
023740*     TAKE THE NOTICES BACK IN CUSTOMER ORDER AND MATCH THE
023741*     CUSTOMER MASTER FORWARD FOR EACH ONE'S NAME AND ADDRESS.
023742*     A MISSING CUSTOMER MASTER HOLDS EVERY NOTICE.
023743*----------------------------------------------------------------
023744     MOVE 'N' TO HN-SORT-EOF-SW.
023745     MOVE 'N' TO HN-CUST-EOF-SW.
023746     OPEN INPUT CUSTOMER-MASTER-FILE.
023747     IF HN-CUST-STATUS = '35'
023748         MOVE 'Y' TO HN-CUST-EOF-SW
023749     ELSE
023750         MOVE "CUSTMAST" TO FST-FILE-NAME
023751         MOVE "OPEN    " TO FST-OPERATION
023752         MOVE HN-CUST-STATUS TO FST-STATUS
023753         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
023754         PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT
023755     END-IF.
023756     OPEN OUTPUT LETTER-FILE.
023757     MOVE "LETTERS " TO FST-FILE-NAME.
023758     MOVE "OPEN    " TO FST-OPERATION.
023759     MOVE HN-LETTER-STATUS TO FST-STATUS.
023760     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023761     OPEN OUTPUT NOTICE-WORK-FILE.
023762     MOVE "NTCWORK " TO FST-FILE-NAME.
023763     MOVE "OPEN    " TO FST-OPERATION.
023764     MOVE HN-WORK-STATUS TO FST-STATUS.
023765     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023766     OPEN OUTPUT NOTICE-EXCEPTION-FILE.
023767     MOVE "NTCEXCPT" TO FST-FILE-NAME.
023768     MOVE "OPEN    " TO FST-OPERATION.
023769     MOVE HN-EXC-STATUS TO FST-STATUS.
023770     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023771     ACCEPT XH-DATE FROM DATE.
023772     WRITE NOTICE-EXCEPTION-LINE FROM HN-EXC-HEADING.
023773     PERFORM 4200-RETURN-NOTICE THRU 4200-EXIT.
023774     PERFORM 4300-SEND-ONE-NOTICE THRU 4300-EXIT
023775         UNTIL HN-SORT-EOF.
023776     MOVE HN-SENT-COUNT TO XS-SENT.
023777     MOVE HN-HELD-COUNT TO XS-HELD.
023778     WRITE NOTICE-EXCEPTION-LINE FROM HN-EXC-SUMMARY-LINE.
023779     IF HN-CUST-STATUS NOT = '35'
023780         CLOSE CUSTOMER-MASTER-FILE
023781     END-IF.
023782     CLOSE LETTER-FILE
023783           NOTICE-WORK-FILE
023784           NOTICE-EXCEPTION-FILE.
023785 4100-EXIT.
023786     EXIT.
023787
023788*----------------------------------------------------------------
023789 4200-RETURN-NOTICE.
023790*----------------------------------------------------------------
023791     RETURN NOTICE-SORT-FILE INTO NOTICE-RECORD
023792         AT END
023793             MOVE 'Y' TO HN-SORT-EOF-SW
023794     END-RETURN.
023795 4200-EXIT.
023796     EXIT.
023797
023798*----------------------------------------------------------------
023799 4300-SEND-ONE-NOTICE.
023800*     BOTH SIDES RUN IN ASCENDING CUSTOMER ORDER.  A CUSTOMER
023801*     NOT ON THE MASTER, ONE WHOSE MAIL IS COMING BACK, OR A
023802*     LETTER TYPE WITH NO TEMPLATE LINES (A NOTICE NEVER GOES
023803*     OUT WITH THE STANDARD GREETING BODY), HOLDS THE NOTICE.
023804*----------------------------------------------------------------
023805     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT
023806         UNTIL HN-CUST-EOF OR CUST-ID NOT < NTC-CUST-ID.
023807     MOVE SPACES TO HN-HOLD-REASON.
023808     IF HN-CUST-EOF OR CUST-ID NOT = NTC-CUST-ID
023809         MOVE "CUSTOMER NOT ON MASTER" TO HN-HOLD-REASON
023810         PERFORM 4500-HOLD-NOTICE THRU 4500-EXIT
023811         GO TO 4300-NEXT
023812     END-IF.
023812     IF CUST-MAIL-RETURNED
023812         MOVE "MAIL RETURNED - ADDRESS BAD" TO HN-HOLD-REASON
023812         PERFORM 4500-HOLD-NOTICE THRU 4500-EXIT
023812         GO TO 4300-NEXT
023812     END-IF.
023813     MOVE NTC-LETTER-TYPE TO HN-LETTER-TYPE.
023814     PERFORM 4400-COUNT-TYPE-LINES THRU 4400-EXIT.
023815     IF HN-TPL-MATCH-COUNT = ZERO
023816         MOVE "NO TEMPLATE FOR LETTER TYPE" TO HN-HOLD-REASON
023817         PERFORM 4500-HOLD-NOTICE THRU 4500-EXIT
023818         GO TO 4300-NEXT
023819     END-IF.
023820     MOVE CUST-NAME          TO HN-CUSTOMER-NAME.
023821     MOVE CUST-ID            TO HN-CUSTOMER-ID.
023822     MOVE CUST-ADDRESS       TO HN-CUSTOMER-ADDRESS.
023823     MOVE CUST-TITLE-CODE    TO HN-TITLE-CODE.
023824     MOVE CUST-LANGUAGE-CODE TO HN-LANGUAGE-CODE.
023825     MOVE NTC-DATA-1         TO HN-SLOT-1.
023826     MOVE NTC-DATA-2         TO HN-SLOT-2.
023827     MOVE NTC-DATA-3         TO HN-SLOT-3.
023828     PERFORM 2000-BUILD-SALUTATION THRU 2000-EXIT.
023829     WRITE LETTER-LINE FROM HN-LETTER-REF-LINE.
023830     WRITE LETTER-LINE FROM HN-LETTER-ADDRESS-LINE.
023831     WRITE LETTER-LINE FROM HN-LETTER-GREETING-LINE.
023832     PERFORM 2600-EMIT-LETTER-BODY THRU 2600-EXIT.
023833     WRITE LETTER-LINE FROM HN-LETTER-CLOSE-LINE.
023834     WRITE LETTER-LINE FROM HN-LETTER-BLANK-LINE.
023835     MOVE "LETTERS " TO FST-FILE-NAME.
023836     MOVE "WRITE   " TO FST-OPERATION.
023837     MOVE HN-LETTER-STATUS TO FST-STATUS.
023838     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023839     ADD 1 TO HN-SENT-COUNT.
023840 4300-NEXT.
023841     PERFORM 4200-RETURN-NOTICE THRU 4200-EXIT.
023842 4300-EXIT.
023843     EXIT.
023844
023845*----------------------------------------------------------------
023846 4400-COUNT-TYPE-LINES.
023847*----------------------------------------------------------------
023848     MOVE ZERO TO HN-TPL-MATCH-COUNT.
023849     PERFORM 4450-COUNT-ONE-LINE THRU 4450-EXIT
023850         VARYING HN-TPL-SUB FROM 1 BY 1
023851         UNTIL HN-TPL-SUB > HN-TPL-COUNT.
023852 4400-EXIT.
023853     EXIT.
023854
023855*----------------------------------------------------------------
023856 4450-COUNT-ONE-LINE.
023857*----------------------------------------------------------------
023858     IF HN-TPL-T-TYPE (HN-TPL-SUB) = HN-LETTER-TYPE
023859         ADD 1 TO HN-TPL-MATCH-COUNT
023860     END-IF.
023861 4450-EXIT.
023862     EXIT.
023863
023864*----------------------------------------------------------------
023865 4500-HOLD-NOTICE.
023866*     LIST THE NOTICE ON THE EXCEPTION REPORT AND KEEP IT ON THE
023867*     WORK FILE FOR THE NEXT RUN.
023868*----------------------------------------------------------------
023869     MOVE NTC-CUST-ID     TO XD-CUST-ID.
023870     MOVE NTC-ACCT-NUMBER TO XD-ACCT-NUMBER.
023871     MOVE NTC-LETTER-TYPE TO XD-LETTER-TYPE.
023872     MOVE NTC-SOURCE      TO XD-SOURCE.
023873     MOVE HN-HOLD-REASON  TO XD-REASON.
023874     WRITE NOTICE-EXCEPTION-LINE FROM HN-EXC-DETAIL-LINE.
023875     WRITE NOTICE-WORK-LINE FROM NOTICE-RECORD.
023876     MOVE "NTCWORK " TO FST-FILE-NAME.
023877     MOVE "WRITE   " TO FST-OPERATION.
023878     MOVE HN-WORK-STATUS TO FST-STATUS.
023879     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023880     ADD 1 TO HN-HELD-COUNT.
023881 4500-EXIT.
023882     EXIT.
023883
023884*----------------------------------------------------------------
023885 4600-REPLACE-QUEUE.
023886*     COPY THE HELD NOTICES BACK OVER THE QUEUE.  THE NOTICES
023887*     SENT THIS RUN ARE NOT QUEUED AGAIN; A HELD NOTICE STAYS
023888*     QUEUED UNTIL ITS CUSTOMER, ADDRESS, OR TEMPLATE IS PUT
023889*     RIGHT.
023890*----------------------------------------------------------------
023891     MOVE 'N' TO HN-WORK-EOF-SW.
023892     OPEN INPUT  NOTICE-WORK-FILE.
023893     MOVE "NTCWORK " TO FST-FILE-NAME.
023894     MOVE "OPEN    " TO FST-OPERATION.
023895     MOVE HN-WORK-STATUS TO FST-STATUS.
023896     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023897     OPEN OUTPUT NOTICE-QUEUE-FILE.
023898     MOVE "NOTICEQ " TO FST-FILE-NAME.
023899     MOVE "OPEN    " TO FST-OPERATION.
023900     MOVE HN-NTC-STATUS TO FST-STATUS.
023901     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023902     PERFORM 4650-READ-HELD-NOTICE THRU 4650-EXIT.
023903     PERFORM 4660-COPY-HELD-NOTICE THRU 4660-EXIT
023904         UNTIL HN-WORK-EOF.
023905     CLOSE NOTICE-WORK-FILE
023906           NOTICE-QUEUE-FILE.
023907 4600-EXIT.
023908     EXIT.
023909
023910*----------------------------------------------------------------
023911 4650-READ-HELD-NOTICE.
023912*----------------------------------------------------------------
023913     READ NOTICE-WORK-FILE
023914         AT END
023915             MOVE 'Y' TO HN-WORK-EOF-SW
023916     END-READ.
023917 4650-EXIT.
023918     EXIT.
023919
023920*----------------------------------------------------------------
023921 4660-COPY-HELD-NOTICE.
023922*----------------------------------------------------------------
023923     WRITE NOTICE-QUEUE-LINE FROM NOTICE-WORK-LINE.
023924     MOVE "NOTICEQ " TO FST-FILE-NAME.
023925     MOVE "WRITE   " TO FST-OPERATION.
023926     MOVE HN-NTC-STATUS TO FST-STATUS.
023927     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
023928     PERFORM 4650-READ-HELD-NOTICE THRU 4650-EXIT.
023929 4660-EXIT.
023930     EXIT.
023931
024000*----------------------------------------------------------------
024010     COPY VALIDPR.
024020*----------------------------------------------------------------
024030     COPY FSTATPR.
024050*----------------------------------------------------------------
024100 9999-EXIT.
024200*----------------------------------------------------------------
024300     GOBACK.
