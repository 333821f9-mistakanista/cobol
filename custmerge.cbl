002600*                  WITH LINK RE-POINTING, LOAD-FILE REPAIR,
002700*                  MASTER RETIREMENT, AND A MERGE AUDIT TRAIL,
002800*                  BEHIND THE SHARED OPRWS/OPRPR SIGN-ON.
002820* 09/29/2026  RLM  WORK RECORD, RETIRED-CUSTOMER IMAGE, AND THE
002840*                  AUDIT RETIREMENT LINE WIDENED TO THE LONGER
002860*                  MASTER RECORD CARRYING THE TAXPAYER ID.
002865* 10/05/2026  RLM  THE RETIRED DUPLICATE'S MAILING ADDRESS NOW
002870*                  GOES TO THE ADDRESS HISTORY (ADDRHIST), ENDED
002875*                  ON THE MERGE DATE, SO MAIL SENT UNDER THE OLD
002880*                  ID CAN STILL BE TRACED.  RECORD IMAGES WIDENED
002885*                  TO THE MASTER RECORD WITH THE ADDRESS DATE AND
002890*                  RETURNED-MAIL FLAG.
002891* 10/07/2026  RLM  DUAL CONTROL - A MERGE IS NO LONGER RUN WHEN IT
002892*                  IS KEYED.  THE REQUEST IS HELD ON THE PENDING
002893*                  APPROVAL FILE (PNDWS/PNDPR) AND RUNS ONLY
002894*                  WHEN A SECOND SUPERVISOR, NOT THE ONE WHO
002895*                  KEYED IT, APPROVES IT IN THE NEW REVIEW MODE.
002896*                  THE MERGE AUDIT HEADER CARRIES BOTH IDS.
002900* 10/13/2026  RLM  EVERY MERGAUD LINE NOW ENDS IN A SEQUENCE
002920*                  NUMBER AND A CHECK VALUE CHAINED FROM THE LINE
002940*                  BEFORE IT (CHNWS/CHNPR), WITH THE LAST ONE KEPT
002960*                  ON THE CHAIN CONTROL (CHAINCTL).
002980*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
005300     SELECT MERGE-AUDIT-FILE ASSIGN TO "MERGAUD"
005400                            ORGANIZATION IS LINE SEQUENTIAL
005500                            FILE STATUS IS MG-AUDIT-STATUS.
005510     SELECT CHAIN-CTL-FILE  ASSIGN TO "CHAINCTL"
005520                            ORGANIZATION IS INDEXED
005530                            ACCESS MODE IS DYNAMIC
005540                            RECORD KEY IS CHN-TRAIL
005550                            FILE STATUS IS CHN-CTL-STATUS.
005600     SELECT OPERATOR-FILE   ASSIGN TO "OPERFILE"
005700                            ORGANIZATION IS INDEXED
005800                            ACCESS MODE IS DYNAMIC
006100     SELECT OPR-SESSION-FILE ASSIGN TO "OPRSESS"
006200                            ORGANIZATION IS LINE SEQUENTIAL
006300                            FILE STATUS IS OPR-SESS-STATUS.
006310     SELECT PENDING-FILE    ASSIGN TO "PENDAPPR"
006320                            ORGANIZATION IS INDEXED
006330                            ACCESS MODE IS DYNAMIC
006340                            RECORD KEY IS PND-KEY
006350                            FILE STATUS IS PND-FILE-STATUS.
006400     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
006500                            ORGANIZATION IS LINE SEQUENTIAL
006600                            FILE STATUS IS FST-JOB-LOG-STATUS.
006620     SELECT ADDRESS-HISTORY-FILE ASSIGN TO "ADDRHIST"
006640                            ORGANIZATION IS LINE SEQUENTIAL
006660                            FILE STATUS IS MG-ADH-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900*----------------------------------------------------------------
007600
007700 FD  CUST-WORK-FILE
007800     RECORDING MODE IS F.
007900 01  CUST-WORK-RECORD           PIC X(82).
008000
008100*----------------------------------------------------------------
008200* PARTY CROSS-REFERENCE - EVERY LINK NAMING THE DUPLICATE IS
010200
010300*----------------------------------------------------------------
010400* MERGE AUDIT FILE - ONE HEADER PER MERGE, ONE LINE PER LINK
010450* MOVED, AND THE RETIRED CUSTOMER'S LAST IMAGE - EACH LINE ENDS
010500* IN ITS CHAIN STAMP
010600*----------------------------------------------------------------
010700 FD  MERGE-AUDIT-FILE.
010720 01  MERGE-AUDIT-LINE.
010740     05  MERGE-AUDIT-BODY       PIC X(100).
010760     05  MERGE-AUDIT-CHAIN      PIC X(19).
010780
010800*----------------------------------------------------------------
010820* AUDIT TRAIL CHAIN CONTROL - THE LAST STAMP PUT ON EACH TRAIL
010840*----------------------------------------------------------------
010860 FD  CHAIN-CTL-FILE.
010880     COPY CHNREC.
010900
011000*----------------------------------------------------------------
011100* OPERATOR MASTER, SIGN-ON SESSION, AND CENTRAL JOB LOG - THE
011900
012000 FD  JOB-LOG-FILE.
012100 01  JOB-LOG-LINE               PIC X(80).
012101
012102*----------------------------------------------------------------
012103* PENDING APPROVAL FILE - MERGE REQUESTS WAIT HERE FOR A SECOND
012104* SUPERVISOR
012105*----------------------------------------------------------------
012106 FD  PENDING-FILE.
012107     COPY PNDREC.
012110
012120*----------------------------------------------------------------
012130* ADDRESS HISTORY - THE RETIRED DUPLICATE'S ADDRESS IS APPENDED
012140*----------------------------------------------------------------
012150 FD  ADDRESS-HISTORY-FILE.
012160 01  ADDRESS-HISTORY-LINE       PIC X(80).
012200
012300 WORKING-STORAGE SECTION.
012400*----------------------------------------------------------------
013300     88  MG-XREF-LOAD-MISSING               VALUE '35'.
013400 01  MG-XREF-WORK-STATUS        PIC X(02).
013500 01  MG-AUDIT-STATUS            PIC X(02).
013550 01  MG-ADH-STATUS              PIC X(02).
013600
013700*----------------------------------------------------------------
013800* THE MERGE IN HAND - SURVIVOR, DUPLICATE, AND THE WORKING
015700         88  MG-RETIRED                     VALUE 'Y'.
015710     05  MG-IDS-OK-SW           PIC X(01) VALUE 'N'.
015720         88  MG-IDS-OK                      VALUE 'Y'.
015730     05  MG-MODE-OK-SW          PIC X(01) VALUE 'N'.
015740         88  MG-MODE-OK                     VALUE 'Y'.
015750 01  MG-RUN-MODE                PIC X(01).
015760     88  MG-MODE-REQUEST                    VALUE '1'.
015770     88  MG-MODE-REVIEW                     VALUE '2'.
015800 01  MG-MOVED-COUNT             PIC 9(03) COMP VALUE ZERO.
015900 01  MG-COLLISION-COUNT         PIC 9(03) COMP VALUE ZERO.
016000 01  MG-DUP-IMAGE               PIC X(82).
016005
016010*----------------------------------------------------------------
016015* DUAL CONTROL - THE MERGE REQUEST AS HELD IN PND-DETAIL, AND THE
016020* ONE-LINE DESCRIPTION THE REVIEWING SUPERVISOR SEES
016025*----------------------------------------------------------------
016030 01  MG-PENDING-DETAIL.
016035     05  MP-SURVIVOR-ID         PIC 9(06).
016040     05  MP-DUPLICATE-ID        PIC 9(06).
016045     05  FILLER                 PIC X(108).
016050 01  MG-PENDING-DESC.
016055     05  FILLER                 PIC X(15) VALUE "CUSTOMER MERGE ".
016060     05  MD-DUPLICATE-ID        PIC 9(06).
016065     05  FILLER                 PIC X(06) VALUE " INTO ".
016070     05  MD-SURVIVOR-ID         PIC 9(06).
016075     05  FILLER                 PIC X(07) VALUE SPACES.
016100
016200*----------------------------------------------------------------
016300* MERGE AUDIT LINES
017200     05  AH-DUPLICATE           PIC 9(06).
017300     05  FILLER                 PIC X(06) VALUE " INTO ".
017400     05  AH-SURVIVOR            PIC 9(06).
017450     05  FILLER                 PIC X(13) VALUE " APPROVED BY ".
017500     05  AH-APPROVER            PIC X(08).
017550     05  FILLER                 PIC X(35) VALUE SPACES.
017600
017700 01  MG-AUDIT-LINK-LINE.
017800     05  FILLER                 PIC X(12) VALUE "  MOVED LINK".
018300
018400 01  MG-AUDIT-RETIRE-LINE.
018500     05  FILLER                 PIC X(10) VALUE "  RETIRED ".
018600     05  AR-IMAGE               PIC X(82).
018700     05  FILLER                 PIC X(08) VALUE SPACES.
018800
018900 01  MG-COLLISION-LINE.
019000     05  FILLER                 PIC X(12) VALUE "  COLLISION ".
019500     05  AC-STATUS              PIC X(02).
019600     05  FILLER                 PIC X(62) VALUE SPACES.
019700
019720     COPY ADHREC.
019740
019800     COPY VALIDWS.
019900
020000     COPY OPRWS.
020020
020040     COPY PNDWS.
020100
020200     COPY FSTATWS.
020300
020320     COPY CHNWS.
020340
020400 PROCEDURE DIVISION.
020500*----------------------------------------------------------------
020600 0000-MAINLINE.
021500     IF OPR-ACCESS-DENIED
021600         GO TO 9999-EXIT
021700     END-IF.
021750     MOVE "CUSTMERGE" TO PND-CHECK-PROGRAM.
021800     PERFORM 9400-OPEN-PENDING-FILE THRU 9400-EXIT.
021850     PERFORM 0100-GET-MODE THRU 0100-EXIT.
021900     IF MG-MODE-REVIEW
021950         PERFORM 4000-REVIEW-PENDING THRU 4000-EXIT
022000     ELSE
022050         PERFORM 0400-REQUEST-MERGE THRU 0400-EXIT
022200     END-IF.
022202     PERFORM 9490-CLOSE-PENDING-FILE THRU 9490-EXIT.
022204     GO TO 9999-EXIT.
022206
022208*----------------------------------------------------------------
022210 0100-GET-MODE.
022212*     KEY A NEW MERGE REQUEST, OR REVIEW THE REQUESTS HELD FOR A
022214*     SECOND SUPERVISOR'S APPROVAL.
022216*----------------------------------------------------------------
022218     MOVE 'N' TO MG-MODE-OK-SW.
022220     PERFORM 0150-PROMPT-FOR-MODE THRU 0150-EXIT
022222         UNTIL MG-MODE-OK.
022224 0100-EXIT.
022226     EXIT.
022228
022230*----------------------------------------------------------------
022232 0150-PROMPT-FOR-MODE.
022234*----------------------------------------------------------------
022236     DISPLAY "1 to request a merge, 2 to review merges held "
022238             "for approval?".
022240     ACCEPT MG-RUN-MODE.
022242     IF MG-MODE-REQUEST OR MG-MODE-REVIEW
022244         MOVE 'Y' TO MG-MODE-OK-SW
022246     ELSE
022248         DISPLAY "Mode must be 1 or 2."
022250     END-IF.
022252 0150-EXIT.
022254     EXIT.
022256
022258*----------------------------------------------------------------
022260 0600-RUN-MERGE.
022262*     THE MERGE ITSELF, RUN ONLY ONCE A SECOND SUPERVISOR HAS
022264*     APPROVED IT.  THE SURVIVOR AND DUPLICATE HAVE JUST BEEN
022266*     PROVEN AGAINST THE MASTER BY 0300.
022268*----------------------------------------------------------------
022270     MOVE ZERO TO MG-MOVED-COUNT.
022272     MOVE ZERO TO MG-COLLISION-COUNT.
022300     PERFORM 0500-OPEN-MERGE-AUDIT THRU 0500-EXIT.
022400     PERFORM 1000-REPOINT-XREF-LINKS THRU 1000-EXIT.
022500     PERFORM 2000-REPOINT-LOAD-FILE THRU 2000-EXIT.
022600     PERFORM 3000-RETIRE-DUPLICATE THRU 3000-EXIT.
022700     IF MG-RETIRED
022800         MOVE MG-DUP-IMAGE TO AR-IMAGE
022850         MOVE MG-AUDIT-RETIRE-LINE TO MERGE-AUDIT-BODY
022900         PERFORM 0510-WRITE-AUDIT-LINE THRU 0510-EXIT
022950         PERFORM 3500-APPEND-ADDRESS-HISTORY THRU 3500-EXIT
023000     END-IF.
023100     CLOSE MERGE-AUDIT-FILE.
023150     PERFORM 9290-CLOSE-CHAIN THRU 9290-EXIT.
023200     DISPLAY "Merge complete - " MG-MOVED-COUNT
023300             " links moved, " MG-COLLISION-COUNT
023400             " collisions reported.".
023450 0600-EXIT.
023500     EXIT.
023600
023700*----------------------------------------------------------------
023800 0200-GET-MERGE-IDS.
026500*----------------------------------------------------------------
026600 0300-VERIFY-BOTH-CUSTOMERS.
026700*     ONE PASS OF THE CUSTOMER MASTER PROVES BOTH IDS AND HOLDS
026750*     THE DUPLICATE'S IMAGE FOR THE AUDIT RECORD AND ITS ADDRESS
026800*     FOR THE ADDRESS HISTORY.
026900*----------------------------------------------------------------
027000     MOVE 'N' TO MG-SURVIVOR-FOUND-SW.
027100     MOVE 'N' TO MG-DUP-FOUND-SW.
030900     IF CUST-ID = MG-DUPLICATE-ID
031000         MOVE 'Y' TO MG-DUP-FOUND-SW
031100         MOVE CUSTOMER-MASTER-RECORD TO MG-DUP-IMAGE
031110         MOVE SPACES             TO ADDRESS-HISTORY-RECORD
031120         MOVE CUST-ID            TO ADH-CUST-ID
031130         MOVE CUST-ADDRESS       TO ADH-ADDRESS
031140         MOVE CUST-ADDRESS-DATE  TO ADH-START-DATE
031150         MOVE 'M'                TO ADH-REASON
031160         MOVE CUST-MAIL-STATUS   TO ADH-MAIL-STATUS
031170         MOVE CUST-RETURNED-DATE TO ADH-RETURNED-DATE
031200     END-IF.
031300     PERFORM 0350-READ-CUSTOMER THRU 0350-EXIT.
031400 0360-EXIT.
031500     EXIT.
031502
031504*----------------------------------------------------------------
031506 0400-REQUEST-MERGE.
031508*     TAKE AND PROVE THE TWO IDS, THEN HOLD THE MERGE ON THE
031510*     PENDING APPROVAL FILE.  NOTHING MOVES UNTIL A SECOND
031512*     SUPERVISOR APPROVES IT IN REVIEW MODE.
031514*----------------------------------------------------------------
031516     PERFORM 0200-GET-MERGE-IDS THRU 0200-EXIT.
031518     PERFORM 0300-VERIFY-BOTH-CUSTOMERS THRU 0300-EXIT.
031520     IF NOT MG-SURVIVOR-FOUND OR NOT MG-DUP-FOUND
031522         GO TO 0400-EXIT
031524     END-IF.
031526     MOVE SPACES          TO MG-PENDING-DETAIL.
031528     MOVE MG-SURVIVOR-ID  TO MP-SURVIVOR-ID.
031530     MOVE MG-DUPLICATE-ID TO MP-DUPLICATE-ID.
031532     MOVE MG-SURVIVOR-ID  TO MD-SURVIVOR-ID.
031534     MOVE MG-DUPLICATE-ID TO MD-DUPLICATE-ID.
031536     MOVE MG-PENDING-DETAIL TO PND-DETAIL.
031538     MOVE MG-PENDING-DESC   TO PND-DESC.
031540     MOVE ZERO              TO PND-AMOUNT.
031542     PERFORM 9410-ADD-PENDING-ITEM THRU 9410-EXIT.
031544 0400-EXIT.
031546     EXIT.
031600
031700*----------------------------------------------------------------
031800 0500-OPEN-MERGE-AUDIT.
032600         CLOSE MERGE-AUDIT-FILE
032700         OPEN EXTEND MERGE-AUDIT-FILE
032800     END-IF.
032820     MOVE "MERGAUD " TO CHN-TRAIL-NAME.
032840     MOVE 100        TO CHN-BODY-LENGTH.
032860     PERFORM 9200-OPEN-CHAIN THRU 9200-EXIT.
032900     ACCEPT AH-DATE FROM DATE.
033000     ACCEPT AH-TIME FROM TIME.
033050     MOVE PND-MAKER       TO AH-OPERATOR.
033100     MOVE OPR-CHECKER-ID  TO AH-APPROVER.
033200     MOVE MG-DUPLICATE-ID TO AH-DUPLICATE.
033300     MOVE MG-SURVIVOR-ID  TO AH-SURVIVOR.
033350     MOVE MG-AUDIT-HEADER TO MERGE-AUDIT-BODY.
033400     PERFORM 0510-WRITE-AUDIT-LINE THRU 0510-EXIT.
033500 0500-EXIT.
033600     EXIT.
033605
033610*----------------------------------------------------------------
033615 0510-WRITE-AUDIT-LINE.
033620*     STAMP THE LINE IN MERGE-AUDIT-BODY AS THE NEXT LINK IN THE
033625*     MERGAUD CHAIN AND APPEND IT.
033630*----------------------------------------------------------------
033635     MOVE MERGE-AUDIT-BODY TO CHN-BODY.
033640     PERFORM 9210-STAMP-BODY THRU 9210-EXIT.
033645     MOVE CHN-STAMP        TO MERGE-AUDIT-CHAIN.
033650     WRITE MERGE-AUDIT-LINE.
033655 0510-EXIT.
033660     EXIT.
033700
033800*----------------------------------------------------------------
033900 1000-REPOINT-XREF-LINKS.
037900         MOVE XRF-LINK-TYPE TO AC-LINK-TYPE
038000         MOVE XRF-LINK-ID   TO AC-LINK-ID
038100         MOVE MG-XREF-STATUS TO AC-STATUS
038150         MOVE MG-COLLISION-LINE TO MERGE-AUDIT-BODY
038200         PERFORM 0510-WRITE-AUDIT-LINE THRU 0510-EXIT
038300         DISPLAY "COLLISION - LINK " XRF-LINK-TYPE
038400                 XRF-LINK-ID " NOT MOVED, FILE STATUS "
038500                 MG-XREF-STATUS "."
038800     ADD 1 TO MG-MOVED-COUNT.
038900     MOVE XRF-LINK-TYPE TO AL-LINK-TYPE.
039000     MOVE XRF-LINK-ID   TO AL-LINK-ID.
039050     MOVE MG-AUDIT-LINK-LINE TO MERGE-AUDIT-BODY.
039100     PERFORM 0510-WRITE-AUDIT-LINE THRU 0510-EXIT.
039200 1200-NEXT.
039300     PERFORM 1100-READ-XREF THRU 1100-EXIT.
039400 1200-EXIT.
054900     PERFORM 3200-READ-WORK-RECORD THRU 3200-EXIT.
055000 3300-EXIT.
055100     EXIT.
055102
055104*----------------------------------------------------------------
055106 3500-APPEND-ADDRESS-HISTORY.
055108*     THE DUPLICATE'S ADDRESS ENDS ON THE MERGE DATE.  A MISSING
055110*     ADDRHIST MEANS NO ADDRESS HAS BEEN RETIRED YET, SO CREATE
055112*     IT RATHER THAN ABENDING ON THE OPEN EXTEND.
055114*----------------------------------------------------------------
055116     MOVE AH-DATE       TO ADH-END-DATE.
055118     MOVE PND-MAKER     TO ADH-OPERATOR.
055120     OPEN EXTEND ADDRESS-HISTORY-FILE.
055122     IF MG-ADH-STATUS = '35'
055124         OPEN OUTPUT ADDRESS-HISTORY-FILE
055126         CLOSE ADDRESS-HISTORY-FILE
055128         OPEN EXTEND ADDRESS-HISTORY-FILE
055130     END-IF.
055132     WRITE ADDRESS-HISTORY-LINE FROM ADDRESS-HISTORY-RECORD.
055134     IF MG-ADH-STATUS NOT = '00'
055136         DISPLAY "ADDRHIST WRITE FAILED WITH FILE STATUS "
055138                 MG-ADH-STATUS " - ADD THE DUPLICATE'S ADDRESS "
055140                 "TO ADDRHIST BY HAND."
055142     END-IF.
055144     CLOSE ADDRESS-HISTORY-FILE.
055146 3500-EXIT.
055147     EXIT.
055148
055149*----------------------------------------------------------------
055150 4000-REVIEW-PENDING.
055151*     THE APPROVING SUPERVISOR PROVES THEMSELVES, THEN WALKS THE
055152*     MERGE REQUESTS HELD FOR APPROVAL OLDEST FIRST.
055153*----------------------------------------------------------------
055154     PERFORM 9360-PROVE-CHECKER THRU 9360-EXIT.
055155     IF NOT OPR-CHECKER-PROVEN
055156         GO TO 4000-EXIT
055157     END-IF.
055158     PERFORM 9420-START-PENDING-ITEMS THRU 9420-EXIT.
055159     IF PND-SCAN-END
055160         DISPLAY "No merges are waiting for approval."
055161         GO TO 4000-EXIT
055162     END-IF.
055163     PERFORM 4100-REVIEW-ONE-ITEM THRU 4100-EXIT
055164         UNTIL PND-SCAN-END.
055165     PERFORM 9480-SHOW-REVIEW-TOTALS THRU 9480-EXIT.
055166 4000-EXIT.
055167     EXIT.
055168
055169*----------------------------------------------------------------
055170 4100-REVIEW-ONE-ITEM.
055171*     AN APPROVED MERGE IS RE-PROVEN AGAINST THE MASTER BEFORE IT
055172*     RUNS - EITHER CUSTOMER MAY HAVE GONE SINCE IT WAS KEYED.
055173*     ONE THAT NO LONGER PROVES STAYS PENDING FOR THE SUPERVISOR
055174*     TO REJECT.
055175*----------------------------------------------------------------
055176     PERFORM 9440-TAKE-DECISION THRU 9440-EXIT.
055177     IF PND-DECIDE-REJECT
055178         PERFORM 9450-RECORD-DECISION THRU 9450-EXIT
055179     END-IF.
055180     IF NOT PND-DECIDE-APPROVE
055181         GO TO 4100-NEXT
055182     END-IF.
055183     MOVE PND-DETAIL      TO MG-PENDING-DETAIL.
055184     MOVE MP-SURVIVOR-ID  TO MG-SURVIVOR-ID.
055185     MOVE MP-DUPLICATE-ID TO MG-DUPLICATE-ID.
055186     PERFORM 0300-VERIFY-BOTH-CUSTOMERS THRU 0300-EXIT.
055187     IF NOT MG-SURVIVOR-FOUND OR NOT MG-DUP-FOUND
055188         DISPLAY "Not merged - the item stays pending."
055189         GO TO 4100-NEXT
055190     END-IF.
055191     PERFORM 0600-RUN-MERGE THRU 0600-EXIT.
055192     PERFORM 9450-RECORD-DECISION THRU 9450-EXIT.
055193 4100-NEXT.
055194     PERFORM 9430-READ-NEXT-PENDING THRU 9430-EXIT.
055195 4100-EXIT.
055196     EXIT.
055200
055300*----------------------------------------------------------------
055400     COPY VALIDPR.
055500*----------------------------------------------------------------
055600     COPY OPRPR.
055620*----------------------------------------------------------------
055640     COPY PNDPR.
055700*----------------------------------------------------------------
055800     COPY FSTATPR.
055820*----------------------------------------------------------------
055840     COPY CHNPR.
055900*----------------------------------------------------------------
056000 9999-EXIT.
056100*----------------------------------------------------------------
