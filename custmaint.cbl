003130*                  REQUIRES MAINTENANCE LEVEL 2 BEFORE ANY
003140*                  CHANGE.  FAILED SIGN-ONS AND DENIED ATTEMPTS
003150*                  LAND ON THE CENTRAL JOB LOG.
003155* 09/29/2026  RLM  TAKES THE CUSTOMER'S TAXPAYER ID TYPE AND
003160*                  NUMBER ON ADD AND UPDATE, FORMAT-CHECKED BY
003165*                  THE SHARED 8200-CHECK-TIN.  A BLANK TYPE
003170*                  LEAVES THE ID OFF FILE FOR NOW - THE INTEREST
003175*                  INFORMATION RETURN LISTS IT FOR FOLLOW-UP.
003180*                  WORK RECORD AND INSERT IMAGE WIDENED TO THE
003185*                  LONGER MASTER RECORD.
003186* 10/05/2026  RLM  NEW OPTION 5 FLAGS A CUSTOMER'S ADDRESS WHEN
003187*                  MAIL COMES BACK UNDELIVERABLE, OR CLEARS THE
003188*                  FLAG ONCE THE ADDRESS IS CONFIRMED; HELLONAME,
003189*                  YEAREND, AND ACCTSTMT HOLD MAIL TO A FLAGGED
003190*                  ADDRESS.  AN UPDATE THAT CHANGES THE ADDRESS
003191*                  APPENDS THE OLD ONE TO THE ADDRESS HISTORY
003192*                  (ADDRHIST) WITH ITS START AND END DATES AND
003193*                  CLEARS THE FLAG.  ADD DATES THE FIRST ADDRESS.
003194*                  WORK RECORD AND INSERT IMAGE WIDENED AGAIN.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
006090     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
006092                            ORGANIZATION IS LINE SEQUENTIAL
006094                            FILE STATUS IS FST-JOB-LOG-STATUS.
006095     SELECT ADDRESS-HISTORY-FILE ASSIGN TO "ADDRHIST"
006096                            ORGANIZATION IS LINE SEQUENTIAL
006097                            FILE STATUS IS CM-ADH-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300*----------------------------------------------------------------
007500*----------------------------------------------------------------
007600 FD  CUST-WORK-FILE
007700     RECORDING MODE IS F.
007800 01  CUST-WORK-RECORD           PIC X(82).
007900
008000*----------------------------------------------------------------
008100* PARTY CROSS-REFERENCE - MAINTAINED IN PLACE SO THE LINKS ARE
011078
011080 FD  JOB-LOG-FILE.
011090 01  JOB-LOG-LINE               PIC X(80).
011091
011092*----------------------------------------------------------------
011093* ADDRESS HISTORY - ONE LINE APPENDED PER ADDRESS RETIRED BY AN
011094* UPDATE, SO WHERE ANY PAST MAILING WENT CAN BE PROVED
011095*----------------------------------------------------------------
011096 FD  ADDRESS-HISTORY-FILE.
011097 01  ADDRESS-HISTORY-LINE       PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300*----------------------------------------------------------------
011900     88  CM-CHOICE-UPDATE                   VALUE '2'.
012000     88  CM-CHOICE-LINK                     VALUE '3'.
012100     88  CM-CHOICE-REPORT                   VALUE '4'.
012150     88  CM-CHOICE-MAIL                     VALUE '5'.
012200     88  CM-CHOICE-QUIT                     VALUE '6'.
012250     88  CM-CHOICE-VALID        VALUE '1' '2' '3' '4' '5' '6'.
012400
012500 01  CM-DONE-SW                 PIC X(01) VALUE 'N'.
012600     88  CM-DONE                            VALUE 'Y'.
014000     88  CM-EMP-FILE-MISSING                VALUE '35'.
014100 01  CM-ACCT-FILE-STATUS        PIC X(02).
014200     88  CM-ACCT-FILE-MISSING               VALUE '35'.
014250 01  CM-ADH-STATUS              PIC X(02).
014300
014400*----------------------------------------------------------------
014500* CUSTOMER SEARCH KEY AND THE WORKING SWITCHES
017600         88  CM-LANG-OK                     VALUE 'Y'.
017700     05  CM-LTYPE-OK-SW         PIC X(01) VALUE 'N'.
017800         88  CM-LTYPE-OK                    VALUE 'Y'.
017820     05  CM-TIN-OK-SW           PIC X(01) VALUE 'N'.
017840         88  CM-TIN-OK                      VALUE 'Y'.
017900     05  CM-LINK-OK-SW          PIC X(01) VALUE 'N'.
018000         88  CM-LINK-OK                     VALUE 'Y'.
018020     05  CM-ADDR-CHANGED-SW     PIC X(01) VALUE 'N'.
018040         88  CM-ADDR-CHANGED                VALUE 'Y'.
018060     05  CM-MAIL-OK-SW          PIC X(01) VALUE 'N'.
018080         88  CM-MAIL-OK                     VALUE 'Y'.
018100
018200*----------------------------------------------------------------
018300* NEW FIELD VALUES ENTERED BY THE OPERATOR, VALIDATED BEFORE
019200 01  CM-NEW-LANGUAGE-CODE       PIC X(01).
019300     88  CM-NEW-LANG-VALID      VALUE '1' '2' '3'.
019400 01  CM-NEW-LETTER-TYPE         PIC X(01).
019420 01  CM-NEW-TIN-TYPE            PIC X(01).
019440     88  CM-NEW-TIN-NONE                    VALUE SPACE.
019460 01  CM-NEW-TIN                 PIC X(09).
019500
019600*----------------------------------------------------------------
019700* THE LINK BEING TAKEN - TYPE AND THE ID IT POINTS AT.  N ENDS
020900* RE-READ FOR THE SEQUENCED INSERT, SINCE THE FILE'S RECORD
021000* AREA IS REUSED BY EVERY READ OF THE COPY PASS.
021100*----------------------------------------------------------------
021200 01  CM-NEW-IMAGE               PIC X(82).
021300
021400*----------------------------------------------------------------
021500* UNLINKED-CUSTOMER REPORT COUNTS
021600*----------------------------------------------------------------
021700 01  CM-CUST-COUNT              PIC 9(5) COMP VALUE ZERO.
021800 01  CM-UNLINKED-COUNT          PIC 9(5) COMP VALUE ZERO.
021805
021810*----------------------------------------------------------------
021815* RETURNED-MAIL ENTRY AND ADDRESS DATING - TODAY'S DATE STAMPS A
021820* NEW ADDRESS, A RETIRED ONE, AND A RETURNED-MAIL FLAG
021825*----------------------------------------------------------------
021830 01  CM-TODAY                   PIC 9(06).
021835 01  CM-MAIL-ACTION             PIC X(01).
021840     88  CM-MAIL-MARK-RETURNED              VALUE 'R'.
021845     88  CM-MAIL-CLEAR                      VALUE 'C'.
021850     88  CM-MAIL-NO-CHANGE                  VALUE 'N'.
021855     88  CM-MAIL-ACTION-VALID   VALUE 'R' 'C' 'N'.
021860
021865     COPY ADHREC.
021900
022000     COPY VALIDWS.
022020
024100
024200*----------------------------------------------------------------
024300 1100-GET-MENU-CHOICE.
024400*     RE-PROMPT UNTIL THE OPERATOR ENTERS ONE OF THE SIX VALID
024500*     MENU CHOICES.
024600*----------------------------------------------------------------
024700     MOVE 'N' TO CM-CHOICE-OK-SW.
025900     DISPLAY "2 - UPDATE AN EXISTING CUSTOMER".
026000     DISPLAY "3 - ADD LINKS TO AN EXISTING CUSTOMER".
026100     DISPLAY "4 - REPORT CUSTOMERS WITH NO LINKS".
026150     DISPLAY "5 - RECORD OR CLEAR RETURNED MAIL".
026200     DISPLAY "6 - QUIT".
026300     DISPLAY "Please enter your choice?".
026400     ACCEPT CM-MENU-CHOICE.
026500     IF NOT CM-CHOICE-VALID
027900     END-IF.
028000     DISPLAY "Customer id?".
028100     ACCEPT CM-SEARCH-ID.
028150     ACCEPT CM-TODAY FROM DATE.
028200     EVALUATE TRUE
028300         WHEN CM-CHOICE-ADD
028400             PERFORM 3000-ADD-CUSTOMER THRU 3000-EXIT
028600             PERFORM 4000-UPDATE-CUSTOMER THRU 4000-EXIT
028700         WHEN CM-CHOICE-LINK
028800             PERFORM 5000-LINK-CUSTOMER THRU 5000-EXIT
028820         WHEN CM-CHOICE-MAIL
028840             PERFORM 5500-RETURNED-MAIL THRU 5500-EXIT
028900     END-EVALUATE.
029000 2000-EXIT.
029100     EXIT.
031000     MOVE CM-NEW-TITLE-CODE    TO CUST-TITLE-CODE.
031100     MOVE CM-NEW-LANGUAGE-CODE TO CUST-LANGUAGE-CODE.
031200     MOVE CM-NEW-LETTER-TYPE   TO CUST-LETTER-TYPE.
031220     MOVE CM-NEW-TIN-TYPE      TO CUST-TIN-TYPE.
031240     MOVE CM-NEW-TIN           TO CUST-TIN.
031250     MOVE CM-TODAY             TO CUST-ADDRESS-DATE.
031260     MOVE SPACE                TO CUST-MAIL-STATUS.
031270     MOVE ZERO                 TO CUST-RETURNED-DATE.
031300     MOVE CUSTOMER-MASTER-RECORD TO CM-NEW-IMAGE.
031400     PERFORM 3400-INSERT-IN-SEQUENCE THRU 3400-EXIT.
031500     IF NOT CM-ADD-OK
048000 4000-UPDATE-CUSTOMER.
048100*     POSITION ON THE CUSTOMER IN PLACE, TAKE THE NEW FIELD
048200*     VALUES, AND REWRITE THE RECORD.  THE OPERATOR MAY THEN
048220*     ADD LINKS IN THE SAME SITTING.  A NEW ADDRESS IS DATED
048240*     FROM TODAY AND CLEARS ANY RETURNED-MAIL FLAG; THE ADDRESS
048260*     IT REPLACES GOES TO THE ADDRESS HISTORY ONCE THE REWRITE
048280*     HAS LANDED.
048400*----------------------------------------------------------------
048500     PERFORM 4100-LOCATE-FOR-UPDATE THRU 4100-EXIT.
048600     IF NOT CM-CUST-FOUND
048900         GO TO 4000-EXIT
049000     END-IF.
049100     PERFORM 6000-GET-CUSTOMER-FIELDS THRU 6000-EXIT.
049150     PERFORM 4200-NOTE-ADDRESS-CHANGE THRU 4200-EXIT.
049200     MOVE CM-NEW-NAME          TO CUST-NAME.
049300     MOVE CM-NEW-ADDRESS       TO CUST-ADDRESS.
049400     MOVE CM-NEW-TITLE-CODE    TO CUST-TITLE-CODE.
049500     MOVE CM-NEW-LANGUAGE-CODE TO CUST-LANGUAGE-CODE.
049600     MOVE CM-NEW-LETTER-TYPE   TO CUST-LETTER-TYPE.
049620     MOVE CM-NEW-TIN-TYPE      TO CUST-TIN-TYPE.
049640     MOVE CM-NEW-TIN           TO CUST-TIN.
049650     IF CM-ADDR-CHANGED
049660         MOVE CM-TODAY             TO CUST-ADDRESS-DATE
049670         MOVE SPACE                TO CUST-MAIL-STATUS
049680         MOVE ZERO                 TO CUST-RETURNED-DATE
049690     END-IF.
049700     REWRITE CUSTOMER-MASTER-RECORD.
049800     IF CM-CUST-FILE-STATUS NOT = '00'
049900         DISPLAY "Rewrite failed with file status "
050400     END-IF.
050500     CLOSE CUSTOMER-MASTER-FILE.
050600     DISPLAY "Customer " CM-SEARCH-ID " updated.".
050620     IF CM-ADDR-CHANGED
050640         PERFORM 4300-APPEND-ADDRESS-HISTORY THRU 4300-EXIT
050660     END-IF.
050700     PERFORM 7000-TAKE-CUSTOMER-LINKS THRU 7000-EXIT.
050800 4000-EXIT.
050900     EXIT.
053000     END-IF.
053100 4100-EXIT.
053200     EXIT.
053202
053204*----------------------------------------------------------------
053206 4200-NOTE-ADDRESS-CHANGE.
053208*     THE MASTER RECORD STILL HOLDS THE OLD VALUES.  WHEN THE
053210*     OPERATOR HAS ENTERED A DIFFERENT ADDRESS, THE OLD ONE IS
053212*     CAPTURED HERE FOR THE HISTORY - STARTED ON ITS ADDRESS
053214*     DATE, ENDED TODAY, WITH WHATEVER RETURNED-MAIL FLAG IT
053216*     CARRIED.
053218*----------------------------------------------------------------
053220     MOVE 'N' TO CM-ADDR-CHANGED-SW.
053222     IF CM-NEW-ADDRESS = CUST-ADDRESS
053224         GO TO 4200-EXIT
053226     END-IF.
053228     MOVE 'Y' TO CM-ADDR-CHANGED-SW.
053230     MOVE SPACES             TO ADDRESS-HISTORY-RECORD.
053232     MOVE CUST-ID            TO ADH-CUST-ID.
053234     MOVE CUST-ADDRESS       TO ADH-ADDRESS.
053236     MOVE CUST-ADDRESS-DATE  TO ADH-START-DATE.
053238     MOVE CM-TODAY           TO ADH-END-DATE.
053240     MOVE 'C'                TO ADH-REASON.
053242     MOVE CUST-MAIL-STATUS   TO ADH-MAIL-STATUS.
053244     MOVE CUST-RETURNED-DATE TO ADH-RETURNED-DATE.
053246     MOVE OPR-SIGNED-ID      TO ADH-OPERATOR.
053248 4200-EXIT.
053250     EXIT.
053252
053254*----------------------------------------------------------------
053256 4300-APPEND-ADDRESS-HISTORY.
053258*     A MISSING ADDRHIST MEANS NO ADDRESS HAS BEEN RETIRED YET,
053260*     SO CREATE IT RATHER THAN ABENDING ON THE OPEN EXTEND.
053262*----------------------------------------------------------------
053264     OPEN EXTEND ADDRESS-HISTORY-FILE.
053266     IF CM-ADH-STATUS = '35'
053268         OPEN OUTPUT ADDRESS-HISTORY-FILE
053270         CLOSE ADDRESS-HISTORY-FILE
053272         OPEN EXTEND ADDRESS-HISTORY-FILE
053274     END-IF.
053276     WRITE ADDRESS-HISTORY-LINE FROM ADDRESS-HISTORY-RECORD.
053278     IF CM-ADH-STATUS NOT = '00'
053280         DISPLAY "ADDRHIST WRITE FAILED WITH FILE STATUS "
053282                 CM-ADH-STATUS " - THE NEW ADDRESS IS ON THE "
053284                 "MASTER BUT THE OLD ONE IS NOT ON THE HISTORY; "
053286                 "ADD IT TO ADDRHIST BY HAND."
053288     END-IF.
053290     CLOSE ADDRESS-HISTORY-FILE.
053292 4300-EXIT.
053294     EXIT.
053300
053400*----------------------------------------------------------------
053500 5000-LINK-CUSTOMER.
054500     PERFORM 7000-TAKE-CUSTOMER-LINKS THRU 7000-EXIT.
054600 5000-EXIT.
054700     EXIT.
054701
054702*----------------------------------------------------------------
054703 5500-RETURNED-MAIL.
054704*     MAIL CAME BACK UNDELIVERABLE - FLAG THE CUSTOMER'S ADDRESS
054705*     AS BAD FROM TODAY SO THE LETTER AND STATEMENT RUNS HOLD
054706*     EVERYTHING FOR IT.  THE FLAG CAN ALSO BE CLEARED WHEN THE
054707*     CUSTOMER CONFIRMS THE ADDRESS ON FILE IS RIGHT; A NEW
054708*     ADDRESS TAKEN THROUGH OPTION 2 CLEARS IT AS WELL.
054709*----------------------------------------------------------------
054710     PERFORM 4100-LOCATE-FOR-UPDATE THRU 4100-EXIT.
054711     IF NOT CM-CUST-FOUND
054712         DISPLAY "Customer " CM-SEARCH-ID
054713                 " is not on the master."
054714         GO TO 5500-EXIT
054715     END-IF.
054716     DISPLAY "Customer " CUST-ID " " CUST-NAME.
054717     DISPLAY "Address  " CUST-ADDRESS.
054718     IF CUST-MAIL-RETURNED
054719         DISPLAY "Mail flagged as returned since "
054720                 CUST-RETURNED-DATE "."
054721     ELSE
054722         DISPLAY "Address is not flagged."
054723     END-IF.
054724     MOVE 'N' TO CM-MAIL-OK-SW.
054725     PERFORM 5550-PROMPT-FOR-MAIL-ACTION THRU 5550-EXIT
054726         UNTIL CM-MAIL-OK.
054727     IF CM-MAIL-NO-CHANGE
054728         CLOSE CUSTOMER-MASTER-FILE
054729         GO TO 5500-EXIT
054730     END-IF.
054731     IF CM-MAIL-MARK-RETURNED
054732         MOVE 'R'      TO CUST-MAIL-STATUS
054733         MOVE CM-TODAY TO CUST-RETURNED-DATE
054734     ELSE
054735         MOVE SPACE    TO CUST-MAIL-STATUS
054736         MOVE ZERO     TO CUST-RETURNED-DATE
054737     END-IF.
054738     REWRITE CUSTOMER-MASTER-RECORD.
054739     IF CM-CUST-FILE-STATUS NOT = '00'
054740         DISPLAY "Rewrite failed with file status "
054741                 CM-CUST-FILE-STATUS " - customer "
054742                 CM-SEARCH-ID " NOT updated."
054743         CLOSE CUSTOMER-MASTER-FILE
054744         GO TO 5500-EXIT
054745     END-IF.
054746     CLOSE CUSTOMER-MASTER-FILE.
054747     IF CM-MAIL-MARK-RETURNED
054748         DISPLAY "Customer " CM-SEARCH-ID
054749                 " flagged - mail held until it is fixed."
054750     ELSE
054751         DISPLAY "Customer " CM-SEARCH-ID " returned-mail flag "
054752                 "cleared."
054753     END-IF.
054754 5500-EXIT.
054755     EXIT.
054756
054757*----------------------------------------------------------------
054758 5550-PROMPT-FOR-MAIL-ACTION.
054759*----------------------------------------------------------------
054760     DISPLAY "R - mail returned, C - clear the flag, "
054761             "N - no change?".
054762     ACCEPT CM-MAIL-ACTION.
054763     IF NOT CM-MAIL-ACTION-VALID
054764         DISPLAY "Enter R, C, or N."
054765     ELSE
054766         MOVE 'Y' TO CM-MAIL-OK-SW
054767     END-IF.
054768 5550-EXIT.
054769     EXIT.
054800
054900*----------------------------------------------------------------
055000 6000-GET-CUSTOMER-FIELDS.
055600     PERFORM 6300-GET-TITLE-CODE THRU 6300-EXIT.
055700     PERFORM 6400-GET-LANGUAGE-CODE THRU 6400-EXIT.
055800     PERFORM 6500-GET-LETTER-TYPE THRU 6500-EXIT.
055850     PERFORM 6600-GET-TAXPAYER-ID THRU 6600-EXIT.
055900 6000-EXIT.
056000     EXIT.
056100
068100     END-IF.
068200 6550-EXIT.
068300     EXIT.
068302
068304*----------------------------------------------------------------
068306 6600-GET-TAXPAYER-ID.
068308*     RE-PROMPT UNTIL THE TAXPAYER ID PASSES THE FORMAT CHECK,
068310*     OR THE OPERATOR LEAVES THE TYPE BLANK BECAUSE THE
068312*     CUSTOMER HAS NOT SUPPLIED ONE YET.
068314*----------------------------------------------------------------
068316     MOVE 'N' TO CM-TIN-OK-SW.
068318     PERFORM 6650-PROMPT-FOR-TAXPAYER-ID THRU 6650-EXIT
068320         UNTIL CM-TIN-OK.
068322 6600-EXIT.
068324     EXIT.
068326
068328*----------------------------------------------------------------
068330 6650-PROMPT-FOR-TAXPAYER-ID.
068332*----------------------------------------------------------------
068334     MOVE SPACES TO CM-NEW-TIN-TYPE.
068336     MOVE SPACES TO CM-NEW-TIN.
068338     DISPLAY "Taxpayer ID type - S SSN, E EIN,"
068340             " blank if not known?".
068342     ACCEPT CM-NEW-TIN-TYPE.
068344     IF CM-NEW-TIN-NONE
068346         DISPLAY "No taxpayer ID on file - customer will be"
068348         DISPLAY "listed for backup withholding review."
068350         MOVE 'Y' TO CM-TIN-OK-SW
068352         GO TO 6650-EXIT
068354     END-IF.
068356     DISPLAY "Taxpayer ID - nine digits, no dashes?".
068358     ACCEPT CM-NEW-TIN.
068360     MOVE CM-NEW-TIN-TYPE TO VAL-TIN-TYPE.
068362     MOVE CM-NEW-TIN      TO VAL-TIN-INPUT.
068364     PERFORM 8200-CHECK-TIN THRU 8200-EXIT.
068366     IF VAL-ERROR-FOUND
068368         DISPLAY VAL-ERROR-MESSAGE
068370     ELSE
068372         MOVE 'Y' TO CM-TIN-OK-SW
068374     END-IF.
068376 6650-EXIT.
068378     EXIT.
068400
068500*----------------------------------------------------------------
068600 7000-TAKE-CUSTOMER-LINKS.
