001600*           PREBATCH'S REJECT COUNTS - WITH A SINGLE OVERALL
001700*           CLEAN/ATTENTION VERDICT AT THE TOP.  THE BODY IS
001800*           BUILT ON A WORK FILE FIRST SO THE VERDICT CAN LEAD
001820*           THE PAGE.  THE COUNT OF CASH MONITORING CASES STILL
001840*           OPEN OR AWAITING FILING ON THE CASE FILE (CASEFILE)
001860*           CLOSES THE BODY; THOSE ARE COMPLIANCE'S WORK QUEUE,
001880*           NOT A SIGN THE NIGHT RAN BADLY, SO THEY DO NOT TURN
001900*           THE VERDICT.  THE LATEST GL PROOF (GLPRFRES) ENDS THE
001920*           PAGE WITH AN IN-BALANCE OR OUT-OF-BALANCE LINE; OUT OF
001940*           BALANCE, OR NO PROOF SINCE YESTERDAY, IS AN ATTENTION
001950*           ITEM.  CHANGES HELD FOR A SECOND SUPERVISOR'S
001960*           APPROVAL (PENDAPPR) FOR MORE THAN A DAY ARE LISTED
001965*           AFTER IT, EACH ONE AN ATTENTION ITEM.  LAST COMES THE
001970*           AUDIT TRAIL CHAIN VERIFICATION (AUDVRES) - A BROKEN
001975*           TRAIL, OR NO VERIFICATION SINCE YESTERDAY, IS AN
001980*           ATTENTION ITEM.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002400* 09/02/2026  RLM  ORIGINAL PROGRAM - CONSOLIDATED MORNING
002500*                  SUMMARY OVER NIGHTSTAT, JOBLOG, EODRPT, AND
002600*                  EDITRPT WITH AN OVERALL VERDICT.
002620* 09/25/2026  RLM  OPEN AND REVIEWED CASH MONITORING CASE COUNTS
002640*                  FROM CASEFILE.
002660* 09/30/2026  RLM  IN-BALANCE/OUT-OF-BALANCE LINE FROM THE LATEST
002680*                  GL PROOF (GLPRFRES).
002685* 10/07/2026  RLM  DUAL-CONTROL ITEMS STILL AWAITING APPROVAL ON
002690*                  PENDAPPR MORE THAN A DAY AFTER THEY WERE KEYED.
002692* 10/13/2026  RLM  A LINE PER BROKEN AUDIT TRAIL FROM THE LATEST
002694*                  CHAIN VERIFICATION (AUDVRES).
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004300     SELECT EDIT-REPORT-FILE  ASSIGN TO "EDITRPT"
004400                              ORGANIZATION IS LINE SEQUENTIAL
004500                              FILE STATUS IS MR-EDITRPT-STATUS.
004510     SELECT CASE-FILE         ASSIGN TO "CASEFILE"
004520                              ORGANIZATION IS INDEXED
004530                              ACCESS MODE IS DYNAMIC
004540                              RECORD KEY IS CSE-KEY
004550                              FILE STATUS IS MR-CASE-STATUS.
004560     SELECT PROOF-RESULT-FILE ASSIGN TO "GLPRFRES"
004570                              ORGANIZATION IS LINE SEQUENTIAL
004580                              FILE STATUS IS MR-PROOF-STATUS.
004582     SELECT PENDING-FILE      ASSIGN TO "PENDAPPR"
004584                              ORGANIZATION IS INDEXED
004586                              ACCESS MODE IS DYNAMIC
004588                              RECORD KEY IS PND-KEY
004590                              FILE STATUS IS MR-PEND-STATUS.
004592     SELECT AUDIT-VERIFY-FILE ASSIGN TO "AUDVRES"
004594                              ORGANIZATION IS LINE SEQUENTIAL
004596                              FILE STATUS IS MR-AUDV-STATUS.
004600     SELECT MORN-WORK-FILE    ASSIGN TO "MORNWORK"
004700                              ORGANIZATION IS LINE SEQUENTIAL
004800                              FILE STATUS IS MR-WORK-STATUS.
006600
006700 FD  EDIT-REPORT-FILE.
006800 01  EDIT-REPORT-LINE           PIC X(80).
006810
006820*----------------------------------------------------------------
006830* CASH MONITORING CASE FILE - READ IN KEY ORDER TO COUNT THE
006840* CASES STILL TO BE WORKED
006850*----------------------------------------------------------------
006860 FD  CASE-FILE.
006870     COPY CSEREC.
006872
006874*----------------------------------------------------------------
006876* GL PROOF RESULT - THE ONE RECORD THE LATEST GLPROOF RUN LEFT
006878*----------------------------------------------------------------
006880 FD  PROOF-RESULT-FILE.
006882 01  PROOF-RESULT-LINE          PIC X(80).
006884
006886*----------------------------------------------------------------
006888* PENDING APPROVAL FILE - READ IN KEY ORDER FOR THE ITEMS STILL
006890* WAITING ON A SECOND SUPERVISOR
006892*----------------------------------------------------------------
006894 FD  PENDING-FILE.
006896     COPY PNDREC.
006900
006910*----------------------------------------------------------------
006920* AUDIT TRAIL VERIFICATION RESULT - ONE RECORD PER CHAINED TRAIL
006930* FROM THE LATEST AUDVRFY RUN
006940*----------------------------------------------------------------
006950 FD  AUDIT-VERIFY-FILE.
006960 01  AUDIT-VERIFY-LINE          PIC X(80).
006970
007000*----------------------------------------------------------------
007100* WORK FILE - THE REPORT BODY, COPIED UNDER THE VERDICT ONCE
007200* EVERYTHING HAS BEEN COUNTED
009300     88  MR-EODRPT-MISSING                  VALUE '35'.
009400 01  MR-EDITRPT-STATUS          PIC X(02).
009500     88  MR-EDITRPT-MISSING                 VALUE '35'.
009520 01  MR-CASE-STATUS             PIC X(02).
009540     88  MR-CASE-MISSING                    VALUE '35'.
009560 01  MR-PROOF-STATUS            PIC X(02).
009580     88  MR-PROOF-MISSING                   VALUE '35'.
009585 01  MR-PEND-STATUS             PIC X(02).
009590     88  MR-PEND-MISSING                    VALUE '35'.
009592 01  MR-AUDV-STATUS             PIC X(02).
009594     88  MR-AUDV-MISSING                    VALUE '35'.
009600 01  MR-WORK-STATUS             PIC X(02).
009700 01  MR-RPT-STATUS              PIC X(02).
009800
013000 01  MR-TALLY                   PIC 9(03) COMP VALUE ZERO.
013100 01  MR-REJECT-WORK             PIC X(05).
013200 01  MR-REJECT-NUM              PIC 9(05).
013210
013220*----------------------------------------------------------------
013230* CASH MONITORING CASE COUNTS - REPORTED ONLY
013240*----------------------------------------------------------------
013250 01  MR-OPEN-CASE-COUNT         PIC 9(05) COMP VALUE ZERO.
013260 01  MR-REVIEWED-CASE-COUNT     PIC 9(05) COMP VALUE ZERO.
013265
013270*----------------------------------------------------------------
013275* DUAL-CONTROL ITEMS - ONE KEYED BEFORE THIS TIME YESTERDAY HAS
013280* WAITED MORE THAN A DAY
013285*----------------------------------------------------------------
013290 01  MR-NOW-TIME                PIC 9(08).
013295 01  MR-PENDING-COUNT           PIC 9(05) COMP VALUE ZERO.
013300
013400*----------------------------------------------------------------
013500* NIGHT STATUS PARSE AREA - THE LAYOUT DRIVER WRITES
020200     05  MC-TEXT                PIC X(40).
020300     05  MC-COUNT               PIC Z(4)9.
020400     05  FILLER                 PIC X(35) VALUE SPACES.
020402
020404 01  MR-PROOF-IN-LINE.
020406     05  FILLER                 PIC X(25) VALUE
020408         "IN BALANCE - PROOF DATED ".
020410     05  PI-DATE                PIC 9(06).
020412     05  FILLER                 PIC X(49) VALUE SPACES.
020414
020416 01  MR-PROOF-OUT-LINE.
020418     05  FILLER                 PIC X(18) VALUE
020420         "OUT OF BALANCE BY ".
020422     05  PO-AMOUNT              PIC -(12)9.99.
020424     05  FILLER                 PIC X(03) VALUE " - ".
020426     05  PO-CAUSES              PIC Z(4)9.
020428     05  FILLER                 PIC X(26) VALUE
020430         " LIKELY CAUSES ON GLPRFRPT".
020432     05  FILLER                 PIC X(12) VALUE SPACES.
020434
020436 01  MR-PROOF-STALE-LINE.
020438     05  FILLER                 PIC X(40) VALUE
020440         "NO GL PROOF SINCE YESTERDAY - LAST PROOF".
020442     05  FILLER                 PIC X(07) VALUE " DATED ".
020444     05  PS-DATE                PIC 9(06).
020446     05  FILLER                 PIC X(27) VALUE SPACES.
020450
020452 01  MR-PENDING-LINE.
020454     05  PL-PROGRAM             PIC X(10).
020456     05  FILLER                 PIC X(01) VALUE SPACES.
020458     05  PL-DATE                PIC 9(06).
020460     05  FILLER                 PIC X(04) VALUE " BY ".
020462     05  PL-MAKER               PIC X(08).
020464     05  FILLER                 PIC X(01) VALUE SPACES.
020466     05  PL-DESC                PIC X(40).
020468     05  FILLER                 PIC X(10) VALUE SPACES.
020470
020472     COPY GPRREC.
020475
020480*----------------------------------------------------------------
020485* AUDIT TRAIL CHAIN VERIFICATION - THE TRAILS ON THE RESULT,
020490* HOW MANY BROKE, AND THE RUN DATE
020495*----------------------------------------------------------------
020500 01  MR-AUDV-COUNT              PIC 9(03) COMP VALUE ZERO.
020505 01  MR-AUDV-BROKEN-COUNT       PIC 9(03) COMP VALUE ZERO.
020510 01  MR-AUDV-DATE               PIC 9(06) VALUE ZERO.
020515
020520 01  MR-CHAIN-BROKEN-LINE.
020525     05  CB-TRAIL               PIC X(08).
020530     05  FILLER                 PIC X(17) VALUE
020535         " CHAIN BROKEN -  ".
020540     05  CB-FINDINGS            PIC Z(4)9.
020545     05  FILLER                 PIC X(27) VALUE
020550         " FINDINGS, FIRST AT RECORD ".
020555     05  CB-FIRST-BAD           PIC Z(7)9.
020560     05  FILLER                 PIC X(15) VALUE SPACES.
020565
020570 01  MR-CHAIN-OK-LINE.
020575     05  FILLER                 PIC X(04) VALUE "ALL ".
020580     05  CO-COUNT               PIC Z9.
020585     05  FILLER                 PIC X(35) VALUE
020590         " AUDIT TRAILS VERIFIED - RUN DATED ".
020595     05  CO-DATE                PIC 9(06).
020600     05  FILLER                 PIC X(33) VALUE SPACES.
020605
020610 01  MR-CHAIN-STALE-LINE.
020615     05  FILLER                 PIC X(37) VALUE
020620         "NO CHAIN VERIFICATION SINCE YESTERDAY".
020625     05  FILLER                 PIC X(18) VALUE
020630         " - LAST RUN DATED ".
020635     05  CS-DATE                PIC 9(06).
020640     05  FILLER                 PIC X(19) VALUE SPACES.
020645
020650     COPY AVRREC.
020655
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------
021000 0000-MAINLINE.
021100*----------------------------------------------------------------
021200     ACCEPT MR-TODAY FROM DATE.
021250     ACCEPT MR-NOW-TIME FROM TIME.
021300     PERFORM 0100-COMPUTE-YESTERDAY THRU 0100-EXIT.
021400     OPEN OUTPUT MORN-WORK-FILE.
021500     IF MR-WORK-STATUS NOT = '00'
022200     PERFORM 2000-JOBLOG-SECTION THRU 2000-EXIT.
022300     PERFORM 3000-EOD-SECTION THRU 3000-EXIT.
022400     PERFORM 4000-REJECT-SECTION THRU 4000-EXIT.
022450     PERFORM 4500-CASE-SECTION THRU 4500-EXIT.
022460     PERFORM 4800-GL-PROOF-SECTION THRU 4800-EXIT.
022480     PERFORM 4900-PENDING-SECTION THRU 4900-EXIT.
022490     PERFORM 6000-AUDIT-CHAIN-SECTION THRU 6000-EXIT.
022500     CLOSE MORN-WORK-FILE.
022600     PERFORM 5000-ASSEMBLE-REPORT THRU 5000-EXIT.
022700     DISPLAY "Morning summary complete - "
048500     PERFORM 4100-READ-EDIT-LINE THRU 4100-EXIT.
048600 4200-EXIT.
048700     EXIT.
048701
048702*----------------------------------------------------------------
048703 4500-CASE-SECTION.
048704*     CASES CASHMON HAS OPENED THAT STILL AWAIT REVIEW, AND
048705*     REVIEWED CASES STILL AWAITING FILING.  NO CASE FILE MEANS
048706*     NO CASE HAS EVER BEEN OPENED.
048707*----------------------------------------------------------------
048708     MOVE "CASH MONITORING CASES" TO MORN-WORK-LINE.
048709     WRITE MORN-WORK-LINE.
048710     MOVE ZERO TO MR-OPEN-CASE-COUNT.
048711     MOVE ZERO TO MR-REVIEWED-CASE-COUNT.
048712     MOVE 'N'  TO MR-EOF-SW.
048713     OPEN INPUT CASE-FILE.
048714     IF MR-CASE-MISSING
048715         MOVE "NONE - NO CASE FILE ON FILE." TO MORN-WORK-LINE
048716         WRITE MORN-WORK-LINE
048717         GO TO 4500-WRAP-UP
048718     END-IF.
048719     PERFORM 4600-READ-CASE THRU 4600-EXIT.
048720     PERFORM 4700-NOTE-CASE THRU 4700-EXIT
048721         UNTIL MR-EOF.
048722     CLOSE CASE-FILE.
048723     MOVE "OPEN CASES AWAITING REVIEW.............."
048724         TO MC-TEXT.
048725     MOVE MR-OPEN-CASE-COUNT TO MC-COUNT.
048726     WRITE MORN-WORK-LINE FROM MR-COUNT-LINE.
048727     MOVE "REVIEWED CASES AWAITING FILING.........."
048728         TO MC-TEXT.
048729     MOVE MR-REVIEWED-CASE-COUNT TO MC-COUNT.
048730     WRITE MORN-WORK-LINE FROM MR-COUNT-LINE.
048731 4500-WRAP-UP.
048732     WRITE MORN-WORK-LINE FROM MR-SECTION-BLANK.
048733 4500-EXIT.
048734     EXIT.
048735
048736*----------------------------------------------------------------
048737 4600-READ-CASE.
048738*     ANY READ FAILURE ENDS THE COUNT AS IF AT END OF FILE.
048739*----------------------------------------------------------------
048740     READ CASE-FILE NEXT RECORD
048741         AT END
048742             MOVE 'Y' TO MR-EOF-SW
048743     END-READ.
048744     IF MR-CASE-STATUS NOT = '00'
048745         MOVE 'Y' TO MR-EOF-SW
048746     END-IF.
048747 4600-EXIT.
048748     EXIT.
048749
048750*----------------------------------------------------------------
048751 4700-NOTE-CASE.
048752*----------------------------------------------------------------
048753     EVALUATE TRUE
048754         WHEN CSE-OPEN
048755             ADD 1 TO MR-OPEN-CASE-COUNT
048756         WHEN CSE-REVIEWED
048757             ADD 1 TO MR-REVIEWED-CASE-COUNT
048758     END-EVALUATE.
048759     PERFORM 4600-READ-CASE THRU 4600-EXIT.
048760 4700-EXIT.
048761     EXIT.
048762
048764*----------------------------------------------------------------
048766 4800-GL-PROOF-SECTION.
048768*     THE LATEST GL PROOF'S VERDICT.  NO PROOF ON FILE, A PROOF
048770*     OLDER THAN YESTERDAY, OR AN OUT-OF-BALANCE PROOF IS AN
048772*     ATTENTION ITEM.
048774*----------------------------------------------------------------
048776     MOVE "GL PROOF - ACCOUNT MASTER TO GL DEPOSITS"
048778         TO MORN-WORK-LINE.
048780     WRITE MORN-WORK-LINE.
048782     OPEN INPUT PROOF-RESULT-FILE.
048784     IF MR-PROOF-MISSING
048786         MOVE "NO GL PROOF ON FILE - DID GLPROOF RUN?"
048788             TO MORN-WORK-LINE
048790         WRITE MORN-WORK-LINE
048792         ADD 1 TO MR-ATTENTION-COUNT
048794         GO TO 4800-WRAP-UP
048796     END-IF.
048798     READ PROOF-RESULT-FILE INTO GL-PROOF-RESULT-RECORD
048800         AT END
048802             MOVE SPACES TO GL-PROOF-RESULT-RECORD
048804     END-READ.
048806     CLOSE PROOF-RESULT-FILE.
048808     IF GPR-DATE NOT NUMERIC
048810         MOVE "NO GL PROOF ON FILE - DID GLPROOF RUN?"
048812             TO MORN-WORK-LINE
048814         WRITE MORN-WORK-LINE
048816         ADD 1 TO MR-ATTENTION-COUNT
048818         GO TO 4800-WRAP-UP
048820     END-IF.
048822     IF GPR-DATE < MR-YESTERDAY
048824         MOVE GPR-DATE TO PS-DATE
048826         WRITE MORN-WORK-LINE FROM MR-PROOF-STALE-LINE
048828         ADD 1 TO MR-ATTENTION-COUNT
048830     END-IF.
048832     IF GPR-IN-BALANCE
048834         MOVE GPR-DATE TO PI-DATE
048836         WRITE MORN-WORK-LINE FROM MR-PROOF-IN-LINE
048838     ELSE
048840         MOVE GPR-DIFFERENCE  TO PO-AMOUNT
048842         MOVE GPR-CAUSE-COUNT TO PO-CAUSES
048844         WRITE MORN-WORK-LINE FROM MR-PROOF-OUT-LINE
048846         ADD 1 TO MR-ATTENTION-COUNT
048848     END-IF.
048850 4800-WRAP-UP.
048852     WRITE MORN-WORK-LINE FROM MR-SECTION-BLANK.
048854 4800-EXIT.
048856     EXIT.
048858
048860*----------------------------------------------------------------
048862 4900-PENDING-SECTION.
048864*     EVERY CHANGE STILL HELD FOR A SECOND SUPERVISOR THAT WAS
048866*     KEYED MORE THAN A DAY AGO.  EACH ONE IS AN ATTENTION ITEM.
048868*     NO PENDING FILE MEANS NOTHING HAS EVER BEEN HELD.
048870*----------------------------------------------------------------
048872     MOVE "DUAL-CONTROL ITEMS PENDING OVER A DAY"
048873         TO MORN-WORK-LINE.
048874     WRITE MORN-WORK-LINE.
048876     MOVE ZERO TO MR-PENDING-COUNT.
048878     MOVE 'N'  TO MR-EOF-SW.
048880     OPEN INPUT PENDING-FILE.
048882     IF MR-PEND-MISSING
048884         MOVE "NONE - NO PENDING APPROVAL FILE." TO MORN-WORK-LINE
048886         WRITE MORN-WORK-LINE
048888         GO TO 4900-WRAP-UP
048890     END-IF.
048892     PERFORM 4910-READ-PENDING THRU 4910-EXIT.
048894     PERFORM 4920-NOTE-PENDING THRU 4920-EXIT
048896         UNTIL MR-EOF.
048898     CLOSE PENDING-FILE.
048900     IF MR-PENDING-COUNT = ZERO
048902         MOVE "NONE." TO MORN-WORK-LINE
048904         WRITE MORN-WORK-LINE
048906     END-IF.
048908 4900-WRAP-UP.
048910     WRITE MORN-WORK-LINE FROM MR-SECTION-BLANK.
048912 4900-EXIT.
048914     EXIT.
048916
048918*----------------------------------------------------------------
048920 4910-READ-PENDING.
048922*     ANY READ FAILURE ENDS THE LIST AS IF AT END OF FILE.
048924*----------------------------------------------------------------
048926     READ PENDING-FILE NEXT RECORD
048928         AT END
048930             MOVE 'Y' TO MR-EOF-SW
048932     END-READ.
048934     IF MR-PEND-STATUS NOT = '00'
048936         MOVE 'Y' TO MR-EOF-SW
048938     END-IF.
048940 4910-EXIT.
048942     EXIT.
048944
048946*----------------------------------------------------------------
048948 4920-NOTE-PENDING.
048950*     AN ITEM DATED BEFORE YESTERDAY, OR YESTERDAY BEFORE THIS
048952*     TIME OF DAY, HAS WAITED MORE THAN A DAY.
048954*----------------------------------------------------------------
048956     IF NOT PND-OPEN
048958         GO TO 4920-NEXT
048960     END-IF.
048962     IF PND-DATE > MR-YESTERDAY
048964         GO TO 4920-NEXT
048966     END-IF.
048968     IF PND-DATE = MR-YESTERDAY AND PND-TIME NOT < MR-NOW-TIME
048970         GO TO 4920-NEXT
048972     END-IF.
048974     ADD 1 TO MR-PENDING-COUNT.
048976     ADD 1 TO MR-ATTENTION-COUNT.
048978     MOVE PND-PROGRAM TO PL-PROGRAM.
048980     MOVE PND-DATE    TO PL-DATE.
048982     MOVE PND-MAKER   TO PL-MAKER.
048984     MOVE PND-DESC    TO PL-DESC.
048986     WRITE MORN-WORK-LINE FROM MR-PENDING-LINE.
048988 4920-NEXT.
048990     PERFORM 4910-READ-PENDING THRU 4910-EXIT.
048992 4920-EXIT.
048994     EXIT.
048996
048998*----------------------------------------------------------------
049000 5000-ASSEMBLE-REPORT.
049100*     THE VERDICT LEADS THE PAGE, THEN THE BODY BUILT ON THE
049200*     WORK FILE.
053000     EXIT.
053100
053400*----------------------------------------------------------------
053401 6000-AUDIT-CHAIN-SECTION.
053402*     THE LATEST AUDIT TRAIL CHAIN VERIFICATION.  NO RESULT ON
053403*     FILE, A RESULT OLDER THAN YESTERDAY, OR ANY BROKEN TRAIL IS
053404*     AN ATTENTION ITEM; EACH BROKEN TRAIL GETS ITS OWN LINE.
053405*----------------------------------------------------------------
053406     MOVE "AUDIT TRAIL CHAIN VERIFICATION" TO MORN-WORK-LINE.
053407     WRITE MORN-WORK-LINE.
053408     MOVE ZERO TO MR-AUDV-COUNT.
053409     MOVE ZERO TO MR-AUDV-BROKEN-COUNT.
053410     MOVE ZERO TO MR-AUDV-DATE.
053411     MOVE 'N'  TO MR-EOF-SW.
053412     OPEN INPUT AUDIT-VERIFY-FILE.
053413     IF MR-AUDV-MISSING
053414         GO TO 6000-CHECK-COUNT
053415     END-IF.
053416     PERFORM 6100-READ-AUDIT-VERIFY THRU 6100-EXIT.
053417     PERFORM 6200-NOTE-AUDIT-VERIFY THRU 6200-EXIT
053418         UNTIL MR-EOF.
053419     CLOSE AUDIT-VERIFY-FILE.
053420 6000-CHECK-COUNT.
053421     IF MR-AUDV-COUNT = ZERO
053422         MOVE "NO CHAIN VERIFICATION ON FILE - DID AUDVRFY RUN?"
053423             TO MORN-WORK-LINE
053424         WRITE MORN-WORK-LINE
053425         ADD 1 TO MR-ATTENTION-COUNT
053426         GO TO 6000-WRAP-UP
053427     END-IF.
053428     IF MR-AUDV-DATE < MR-YESTERDAY
053429         MOVE MR-AUDV-DATE TO CS-DATE
053430         WRITE MORN-WORK-LINE FROM MR-CHAIN-STALE-LINE
053431         ADD 1 TO MR-ATTENTION-COUNT
053432     END-IF.
053433     IF MR-AUDV-BROKEN-COUNT = ZERO
053434         MOVE MR-AUDV-COUNT TO CO-COUNT
053435         MOVE MR-AUDV-DATE  TO CO-DATE
053436         WRITE MORN-WORK-LINE FROM MR-CHAIN-OK-LINE
053437     END-IF.
053438 6000-WRAP-UP.
053439     WRITE MORN-WORK-LINE FROM MR-SECTION-BLANK.
053440 6000-EXIT.
053441     EXIT.
053442
053443*----------------------------------------------------------------
053444 6100-READ-AUDIT-VERIFY.
053445*     ANY READ FAILURE ENDS THE LIST AS IF AT END OF FILE.
053446*----------------------------------------------------------------
053447     READ AUDIT-VERIFY-FILE INTO AUDIT-VERIFY-RESULT-RECORD
053448         AT END
053449             MOVE 'Y' TO MR-EOF-SW
053450     END-READ.
053451     IF MR-AUDV-STATUS NOT = '00'
053452         MOVE 'Y' TO MR-EOF-SW
053453     END-IF.
053454 6100-EXIT.
053455     EXIT.
053456
053457*----------------------------------------------------------------
053458 6200-NOTE-AUDIT-VERIFY.
053459*     A RECORD WITHOUT A NUMERIC DATE IS NOT A RESULT AND IS
053460*     PASSED OVER.
053461*----------------------------------------------------------------
053462     IF AVR-DATE NOT NUMERIC
053463         GO TO 6200-NEXT
053464     END-IF.
053465     ADD 1 TO MR-AUDV-COUNT.
053466     MOVE AVR-DATE TO MR-AUDV-DATE.
053467     IF AVR-BROKEN
053468         ADD 1 TO MR-AUDV-BROKEN-COUNT
053469         ADD 1 TO MR-ATTENTION-COUNT
053470         MOVE AVR-TRAIL         TO CB-TRAIL
053471         MOVE AVR-FINDING-COUNT TO CB-FINDINGS
053472         MOVE AVR-FIRST-BAD-POS TO CB-FIRST-BAD
053473         WRITE MORN-WORK-LINE FROM MR-CHAIN-BROKEN-LINE
053474     END-IF.
053475 6200-NEXT.
053476     PERFORM 6100-READ-AUDIT-VERIFY THRU 6100-EXIT.
053477 6200-EXIT.
053478     EXIT.
053479
053480*----------------------------------------------------------------
053500 9999-EXIT.
053600*----------------------------------------------------------------
053700     GOBACK.
