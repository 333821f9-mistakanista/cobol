002000* 08/09/2026  RLM  ADDED A BATCH PAYROLL RUN OVER EMPLOYEE-FILE
002100*                  THAT WRITES A DETAIL/TOTAL TAX-REPORT-FILE,
002200*                  ALONGSIDE THE EXISTING SINGLE EMPLOYEE MODE.
002300* 08/09/2026  RLM  ADDED FILING STATUS AND DEPENDENTS SO THE
002400*                  TAXABLE AMOUNT IS REDUCED BY A STANDARD
002500*                  DEDUCTION AND A PER-DEPENDENT EXEMPTION
002600*                  BEFORE THE BRACKET TABLE IS APPLIED.
002700* 08/09/2026  RLM  ADDED A YEAR-TO-DATE WITHHOLDING MASTER FILE,
002800*                  KEYED BY EMPLOYEE ID, UPDATED BY EACH BATCH
002900*                  PAYROLL RUN, AND A QUARTERLY RECONCILIATION
003000*                  REPORT (MODE 3) THAT COMPARES EXPECTED
003100*                  WITHHOLDING AGAINST WHAT WAS ACTUALLY RECORDED.
003200* 08/09/2026  RLM  RE-PROMPT ON THE ENTERED SALARY IF IT IS
003300*                  OUTSIDE A REASONABLE RANGE, USING THE SHARED
003400*                  VALIDPR/VALIDWS VALIDATION COPYBOOKS.
003500* 08/09/2026  RLM  CHANGED THE FINAL STOP RUN TO GOBACK SO THIS
003600*                  PROGRAM CAN BE CALLED FROM DRIVER AS WELL AS
003700*                  RUN STAND-ALONE.
003800* 08/09/2026  RLM  EVERY COMPUTED TAX FIGURE, SINGLE OR BATCH, IS
003900*                  NOW ALSO APPENDED TO THE SHARED DAILY
004000*                  TRANSACTION LOG (DLGREC) FOR THE END-OF-DAY
004100*                  RECONCILIATION JOB.
004200* 08/09/2026  RLM  RE-PROMPT ON THE ENTERED QUARTER IF IT IS NOT
004300*                  1-4, AND STOPPED ADDING AN UNVALIDATED QUARTER
004400*                  INTO YTD-TOTAL-WITHHOLDING WHEN NO QUARTER
004500*                  BUCKET WAS ACTUALLY UPDATED.
004600* 08/09/2026  RLM  ADDED YTD-YEAR TO THE YTD MASTER KEY SO EACH
004700*                  CALENDAR YEAR GETS ITS OWN WITHHOLDING RECORD
004800*                  INSTEAD OF ACCUMULATING FOREVER ACROSS YEARS.
004900* 08/21/2026  RLM  THE BATCH AND RECONCILIATION RUNS NOW READ
005000*                  THE ACCEPTED EMPLOYEE FILE WRITTEN BY THE
005100*                  PREBATCH EDIT RUN INSTEAD OF THE RAW MASTER,
005200*                  SO A BAD MASTER RECORD CANNOT REACH THE YTD
005300*                  MASTER OR THE PAYROLL REPORT.
005400* 08/21/2026  RLM  MOVED THE YTD MASTER RECORD OUT TO THE SHARED
005500*                  YTDREC COPYBOOK SO THE ANNUAL WITHHOLDING
005600*                  STATEMENT JOB (WITHSTMT) SHARES THE LAYOUT.
005700* 08/21/2026  RLM  SALARIES NOW CARRY CENTS END TO END - THE
005800*                  MASTER, THE ENTRY PROMPT, THE TAXABLE-AMOUNT
005900*                  FIGURES, AND THE BRACKET WALK ALL HOLD TWO
006000*                  DECIMALS, AND EACH BAND'S TAX IS ROUNDED TO
006100*                  THE CENT AS IT IS ACCUMULATED, SO COMPUTED
006200*                  TOTALS TIE TO THE BANK TO THE PENNY.
006300* 08/21/2026  RLM  THE BATCH PAYROLL REPORT NOW BREAKS ON THE
006400*                  NEW EMPLOYEE DEPARTMENT CODE - THE ACCEPTED
006500*                  EMPLOYEES ARE SORTED BY DEPARTMENT, EACH
006600*                  DEPARTMENT GETS A SUBTOTAL LINE UNDER ITS
006700*                  DETAIL, AND A DEPARTMENT SUMMARY FOLLOWS THE
006800*                  GRAND TOTAL - SO FINANCE NO LONGER RE-KEYS
006900*                  THE REPORT TO ALLOCATE WITHHOLDING COST.
007000* 08/21/2026  RLM  THE RUN MODE AND QUARTER CAN NOW COME FROM
007100*                  A PARAMETER CARD (TAXPARM) INSTEAD OF THE
007200*                  TERMINAL, SO THE BATCH RUN CAN BE CHAINED
007300*                  UNATTENDED BY DRIVER'S NIGHT RUN.  A BAD
007400*                  CARD ENDS THE RUN WITH RETURN CODE 16
007500*                  RATHER THAN HANGING ON A PROMPT.
007600* 08/21/2026  RLM  EVERY FILE OPERATION NOW GOES THROUGH THE
007700*                  SHARED FSTATWS/FSTATPR FILE-STATUS CHECK -
007800*                  A FAILURE IS WRITTEN TO THE CENTRAL JOB LOG
007900*                  AND ENDS THE RUN WITH RETURN CODE 16.
008000* 08/21/2026  RLM  EVERY DAILY LOG ENTRY IS NOW STAMPED WITH A
008100*                  RUN IDENTIFIER AND A SEQUENCE NUMBER (SEE
008200*                  DLGREC) SO A RESTARTED BATCH CAN BE TIED
008300*                  OUT HONESTLY BY THE END-OF-DAY JOB.
008400* 08/21/2026  RLM  THE BATCH RUN NOW WRITES ITS OWN RUN-CONTROL
008500*                  RECORD (RUNCTL) AT END OF JOB - RECORD COUNT,
008600*                  TOTAL WITHHOLDING, RUN DATE/TIME - SO EOD
008700*                  RECONCILES AGAINST MACHINE-WRITTEN TOTALS
008800*                  INSTEAD OF A HAND-KEYED CONTROL RECORD.
008900* 08/21/2026  RLM  ADDED A DEDUCTIONS FILE (BENEFITS,
009000*                  GARNISHMENTS, RETIREMENT - AMOUNT OR PERCENT,
009100*                  KEYED BY EMPLOYEE ID) APPLIED AFTER THE TAX
009200*                  CALCULATION, AND A PAY REGISTER PER BATCH RUN
009300*                  SHOWING GROSS, WITHHOLDING, EACH DEDUCTION,
009400*                  AND NET PAY, WITH TOTALS THAT TIE TO THE
009500*                  GRAND TOTAL TAX WITHHELD.
009600* 08/21/2026  RLM  MOVED EMPLOYEE-RECORD OUT TO THE SHARED
009700*                  EMPREC COPYBOOK NOW THAT EMPMAINT MAINTAINS
009800*                  THE MASTER, AND SKIP EMPLOYEES EMPMAINT HAS
009900*                  DEACTIVATED IN THE BATCH AND RECONCILIATION
010000*                  RUNS.
010100* 09/02/2026  RLM  THE BATCH RUN IS NOW A PAY-PERIOD RUN.  EACH
010200*                  EMPLOYEE'S NEW PAY FREQUENCY (M MONTHLY, S
010300*                  SEMI-MONTHLY) DIVIDES THE ANNUAL SALARY INTO
010400*                  THE PERIOD'S GROSS AND THE ANNUALIZED TAX
010500*                  INTO THE PERIOD'S WITHHOLDING, AND THE YTD
010600*                  QUARTER BUCKETS ACCUMULATE FROM HOWEVER MANY
010700*                  PERIOD RUNS FALL IN THE QUARTER - SO A
010800*                  MID-QUARTER HIRE OR RAISE STOPS BEING A
010900*                  MANUAL YTDADJ EXERCISE.  THE RECONCILIATION
011000*                  EXPECTS PERIODS-PER-QUARTER TIMES THE ROUNDED
011100*                  PERIOD TAX, SO ROUNDING CANNOT FALSE-ALARM A
011200*                  MISMATCH.
011300* 09/02/2026  RLM  THE BATCH RUN NOW CONSULTS THE SHARED
011400*                  PROCESSING-PERIOD CONTROL FILE (PRDCTL,
011500*                  PRDWS/PRDPR) BEFORE IT STARTS AND MARKS ITS
011600*                  PERIOD PROCESSED AT END OF JOB.  A PAYROLL
011700*                  PERIOD IS KEYED BY ITS RUN DATE, SO THE SAME
011800*                  PERIOD RUN CANNOT DOUBLE THE YTD BUCKETS
011900*                  UNLESS A SUPERVISOR REOPENS IT WITH PERIODCT.
012000* 09/02/2026  RLM  THE BATCH RUN NOW ALSO WRITES A FIXED-FORMAT
012100*                  DIRECT-DEPOSIT TRANSMISSION FILE - ONE CREDIT
012200*                  RECORD PER EMPLOYEE'S NET PAY, ROUTING AND
012300*                  ACCOUNT FROM THE NEW BANK DETAILS FILE
012400*                  (BANKFILE), AND A TRAILER WHOSE COUNT AND
012500*                  TOTAL TIE TO THE REGISTER - PLUS AN EXCEPTION
012600*                  LIST OF EMPLOYEES WITH NO BANK DETAILS WHO
012700*                  STILL NEED A PAPER CHECK.  DEPOSITS PLUS
012800*                  CHECKS TIE TO RT-NET TO THE PENNY.
012900* 09/03/2026  RLM  THE BRACKETS, THE STANDARD DEDUCTIONS, AND
013000*                  THE DEPENDENT EXEMPTION ARE NO LONGER
013100*                  COMPILED IN.  THEY ARE PICKED FROM THE
013200*                  EFFECTIVE-DATED TAX TABLE FILE (TAXTABLE,
013300*                  MAINTAINED BY TAXMAINT) - THE LATEST ENTRY
013400*                  FOR THE PERIOD'S YEAR DATED ON OR BEFORE THE
013500*                  PERIOD - SO A MID-YEAR CHANGE IS A TABLE
013600*                  ENTRY AND A RERUN OF AN OLD QUARTER WITHHOLDS
013700*                  UNDER THE RULES IN FORCE AT THE TIME.  NO
013800*                  ENTRY IN EFFECT ENDS THE RUN WITH RC 16.
013900* 09/04/2026  RLM  COURT GARNISHMENTS AND SUPPORT ORDERS ARE NOW
014000*                  APPLIED FROM THEIR OWN INDEXED ORDER FILE
014100*                  (GARNFILE, SEE GRNREC) AFTER WITHHOLDING -
014200*                  READ STRAIGHT OFF THE FILE BY EMPLOYEE, SO NO
014300*                  TABLE LIMITS HOW MANY ORDERS ARE CARRIED.  EACH
014400*                  EMPLOYEE'S ORDERS ARE TAKEN IN PRIORITY ORDER,
014500*                  CAPPED AT THE ORDER'S SHARE OF DISPOSABLE PAY
014600*                  AND STOPPED AT THE ORDER BALANCE.  THE
014700*                  REGISTER SHOWS EACH ORDER'S REMAINING BALANCE,
014800*                  AND THE PERIOD'S PAYMENTS GO TO A PER-AGENCY
014900*                  PAYMENT FILE (GARNPAY) WITH A SUMMARY
015000*                  (GARNSUM).
015100* 09/08/2026  RLM  EACH BATCH RUN NOW ACCRUES THE EMPLOYER'S
015200*                  MATCHING CONTRIBUTIONS PER EMPLOYEE FROM THE
015300*                  CONTRIBUTION RATE TABLE (CONTRATE, SEE CTRREC),
015400*                  STOPPING EACH ONE AT ITS ANNUAL WAGE BASE.  THE
015500*                  COST IS CARRIED ON A NEW EMPLOYER YTD MASTER
015600*                  (ERYTDFIL, SEE ERYREC), PRINTED AS AN EMPLOYER
015700*                  COST SECTION AT THE FOOT OF THE PAY REGISTER,
015800*                  AND WRITTEN BY DEPARTMENT TO THE ACCRUAL FILE
015900*                  (ERCONTRB, SEE ERCREC) FOR THE GL EXTRACT.
016000* 09/10/2026  RLM  RETROACTIVE PAY.  A BACK-DATED SALARY CHANGE
016100*                  QUEUED BY EMPMAINT ON THE PENDING RETRO FILE
016200*                  (RETROPND, SEE RTPREC) IS PAID BY THE NEXT
016300*                  BATCH RUN - EVERY PERIOD ALREADY PROCESSED
016400*                  THIS YEAR ON OR AFTER THE EFFECTIVE DATE (PER
016500*                  PRDCTL) IS RECOMPUTED AT THE OLD AND THE NEW
016600*                  SALARY UNDER THAT PERIOD'S TAX TABLE.  THE
016700*                  DIFFERENCE PRINTS AS A RETRO LINE ON THE PAY
016800*                  REGISTER AND GOES AS ITS OWN 'R' CREDIT ON
016900*                  DDTRANS, THE EXTRA WITHHOLDING LANDS IN THE
017000*                  YTD QUARTER OF THE PERIOD IT BELONGS TO, AND
017100*                  EVERY PERIOD RECOMPUTED IS LISTED ON THE
017200*                  RETRO AUDIT REPORT (RETROAUD).
017300* 09/11/2026  RLM  VARIANCE REVIEW AND RELEASE HOLD.  EACH
017400*                  EMPLOYEE'S GROSS, WITHHOLDING, DEDUCTIONS,
017500*                  AND NET ARE COMPARED WITH THE PREVIOUS RUN'S
017600*                  (LAST PAY MASTER LASTPAY, SEE LPYREC) AND
017700*                  ANY FIGURE MOVING MORE THAN THE TAXPARM
017800*                  PERCENT OR AMOUNT IS LISTED ON THE VARIANCE
017900*                  REPORT (VARRPT), WITH NEW EMPLOYEES, MISSING
018000*                  EMPLOYEES, AND NET PAY NOT ABOVE ZERO.  THE
018100*                  DEPOSITS NOW GO TO THE HELD FILE (DDHOLD)
018200*                  AND AN 'H' RECORD ON DDRELCTL (SEE DDRREC);
018300*                  ONLY PAYREL'S SUPERVISOR RELEASE WRITES
018400*                  DDTRANS.  A RUN IS REFUSED WHILE AN EARLIER
018500*                  RUN'S DEPOSITS ARE STILL ON HOLD.
018600* 09/14/2026  RLM  PAPER CHECKS.  AN EMPLOYEE WITH NO BANK
018700*                  DETAILS AND A POSITIVE NET IS NOW PRINTED A
018800*                  CHECK ON THE CHECK PRINT FILE (CHKPRT, SEE
018900*                  CKPWS), NUMBERED FROM THE RANGE ON THE CHECK
019000*                  CONTROL FILE (CHKCTL, SEE CKCREC), AND THE
019100*                  CHECK IS WRITTEN TO THE CHECK REGISTER
019200*                  (CHKREG, SEE CKRREC) FOR CHKRECON TO
019300*                  RECONCILE.  THE CHECK NUMBER PRINTS ON
019400*                  DDEXCEPT; AN EMPLOYEE LEFT WITHOUT ONE WHEN
019500*                  THE RANGE RUNS OUT IS LISTED THERE AS SUCH.
019600* 10/08/2026  RLM  THE RUN CONTROL RECORD NOW CARRIES THE RUN ID
019700*                  STAMPED ON THIS RUN'S LOG ENTRIES.  LOG
019800*                  ENTRIES CARRY A ZERO AS-OF DATE.
019810* 10/15/2026  RLM  AN EMPLOYEE LISTED ON VARRPT FOR MORE THAN ONE
019820*                  REASON NOW GETS ONE LINE PER REASON INSTEAD OF
019830*                  ONLY THE LAST REASON FOUND.  THE LISTED COUNT
019840*                  STILL COUNTS EMPLOYEES, NOT LINES.
019850* 10/15/2026  RLM  A HELD RETRO CHANGE PAID IN A LATER RUN NO
019860*                  LONGER REPAYS PERIODS THAT RAN ON OR AFTER THE
019870*                  DAY IT WAS KEYED, WHICH WERE ALREADY PAID AT
019880*                  THE NEW SALARY.
019900*----------------------------------------------------------------
020000 ENVIRONMENT DIVISION.
020100 CONFIGURATION SECTION.
020200 SOURCE-COMPUTER.   IBM-370.
020300 OBJECT-COMPUTER.   IBM-370.
020400 INPUT-OUTPUT SECTION.
020500 FILE-CONTROL.
020600     SELECT EMPLOYEE-FILE   ASSIGN TO "EMPCLEAN"
020700                            ORGANIZATION IS SEQUENTIAL
020800                            FILE STATUS IS TAX-EMP-FILE-STATUS.
020900     SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
021000                            ORGANIZATION IS LINE SEQUENTIAL
021100                            FILE STATUS IS TAX-REPORT-STATUS.
021200     SELECT YTD-MASTER-FILE ASSIGN TO "YTDFILE"
021300                            ORGANIZATION IS INDEXED
021400                            ACCESS MODE IS DYNAMIC
021500                            RECORD KEY IS YTD-KEY
021600                            FILE STATUS IS YTD-FILE-STATUS.
021700     SELECT TAX-RECON-FILE  ASSIGN TO "TAXRECN"
021800                            ORGANIZATION IS LINE SEQUENTIAL
021900                            FILE STATUS IS TAX-RECON-STATUS.
022000     SELECT DEDUCTION-FILE  ASSIGN TO "DEDFILE"
022100                            ORGANIZATION IS SEQUENTIAL
022200                            FILE STATUS IS TAX-DED-FILE-STATUS.
022300     SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
022400                            ORGANIZATION IS LINE SEQUENTIAL
022500                            FILE STATUS IS TAX-PAYREG-STATUS.
022600     SELECT BANK-FILE       ASSIGN TO "BANKFILE"
022700                            ORGANIZATION IS SEQUENTIAL
022800                            FILE STATUS IS TAX-BANK-FILE-STATUS.
022900     SELECT DD-TRANS-FILE   ASSIGN TO "DDHOLD"
023000                            ORGANIZATION IS SEQUENTIAL
023100                            FILE STATUS IS TAX-DD-TRANS-STATUS.
023200     SELECT DD-EXCEPT-FILE  ASSIGN TO "DDEXCEPT"
023300                            ORGANIZATION IS LINE SEQUENTIAL
023400                            FILE STATUS IS TAX-DD-EXCEPT-STATUS.
023500     SELECT DAILY-LOG-FILE  ASSIGN TO "DAILYLOG"
023600                            ORGANIZATION IS LINE SEQUENTIAL
023700                            FILE STATUS IS TAX-DAILY-LOG-STATUS.
023800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
023900                            ORGANIZATION IS LINE SEQUENTIAL
024000                            FILE STATUS IS TAX-RUN-CTL-STATUS.
024100     SELECT TAX-PARM-FILE   ASSIGN TO "TAXPARM"
024200                            ORGANIZATION IS LINE SEQUENTIAL
024300                            FILE STATUS IS TAX-PARM-STATUS.
024400     SELECT TAX-TABLE-FILE  ASSIGN TO "TAXTABLE"
024500                            ORGANIZATION IS LINE SEQUENTIAL
024600                            FILE STATUS IS TAX-TABLE-STATUS.
024700     SELECT GARNISH-FILE    ASSIGN TO "GARNFILE"
024800                            ORGANIZATION IS INDEXED
024900                            ACCESS MODE IS DYNAMIC
025000                            RECORD KEY IS GRN-KEY
025100                            FILE STATUS IS TAX-GARN-FILE-STATUS.
025200     SELECT GARN-WORK-FILE  ASSIGN TO "GARNWORK"
025300                            ORGANIZATION IS SEQUENTIAL
025400                            FILE STATUS IS TAX-GARN-WORK-STATUS.
025500     SELECT GARN-PAY-FILE   ASSIGN TO "GARNPAY"
025600                            ORGANIZATION IS SEQUENTIAL
025700                            FILE STATUS IS TAX-GARN-PAY-STATUS.
025800     SELECT GARN-SUMMARY-FILE ASSIGN TO "GARNSUM"
025900                            ORGANIZATION IS LINE SEQUENTIAL
026000                            FILE STATUS IS TAX-GARN-SUM-STATUS.
026100     SELECT CONTRIB-RATE-FILE ASSIGN TO "CONTRATE"
026200                            ORGANIZATION IS LINE SEQUENTIAL
026300                            FILE STATUS IS TAX-CTR-STATUS.
026400     SELECT ER-YTD-FILE     ASSIGN TO "ERYTDFIL"
026500                            ORGANIZATION IS INDEXED
026600                            ACCESS MODE IS DYNAMIC
026700                            RECORD KEY IS ERY-KEY
026800                            FILE STATUS IS TAX-ERY-STATUS.
026900     SELECT ER-CONTRIB-FILE ASSIGN TO "ERCONTRB"
027000                            ORGANIZATION IS SEQUENTIAL
027100                            FILE STATUS IS TAX-ERC-STATUS.
027200     SELECT RETRO-PEND-FILE ASSIGN TO "RETROPND"
027300                            ORGANIZATION IS LINE SEQUENTIAL
027400                            FILE STATUS IS TAX-RTP-STATUS.
027500     SELECT RETRO-AUDIT-FILE ASSIGN TO "RETROAUD"
027600                            ORGANIZATION IS LINE SEQUENTIAL
027700                            FILE STATUS IS TAX-RTA-STATUS.
027800     SELECT LAST-PAY-FILE   ASSIGN TO "LASTPAY"
027900                            ORGANIZATION IS INDEXED
028000                            ACCESS MODE IS DYNAMIC
028100                            RECORD KEY IS LPY-EMP-ID
028200                            FILE STATUS IS TAX-LPY-STATUS.
028300     SELECT VARIANCE-FILE   ASSIGN TO "VARRPT"
028400                            ORGANIZATION IS LINE SEQUENTIAL
028500                            FILE STATUS IS TAX-VAR-STATUS.
028600     SELECT DD-RELEASE-FILE ASSIGN TO "DDRELCTL"
028700                            ORGANIZATION IS LINE SEQUENTIAL
028800                            FILE STATUS IS TAX-DDR-STATUS.
028900     SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
029000                            ORGANIZATION IS LINE SEQUENTIAL
029100                            FILE STATUS IS TAX-CKC-STATUS.
029200     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
029300                            ORGANIZATION IS INDEXED
029400                            ACCESS MODE IS DYNAMIC
029500                            RECORD KEY IS CKR-CHECK-NO
029600                            FILE STATUS IS TAX-CKR-STATUS.
029700     SELECT CHECK-PRINT-FILE ASSIGN TO "CHKPRT"
029800                            ORGANIZATION IS LINE SEQUENTIAL
029900                            FILE STATUS IS TAX-CKP-STATUS.
030000     SELECT PERIOD-CTL-FILE ASSIGN TO "PRDCTL"
030100                            ORGANIZATION IS LINE SEQUENTIAL
030200                            FILE STATUS IS PRD-CTL-STATUS.
030300     SELECT JOB-LOG-FILE    ASSIGN TO "JOBLOG"
030400                            ORGANIZATION IS LINE SEQUENTIAL
030500                            FILE STATUS IS FST-JOB-LOG-STATUS.
030600     SELECT TAX-SORT-FILE   ASSIGN TO "TAXSORT".
030700     SELECT GARN-SORT-FILE  ASSIGN TO "GARNSORT".
030800 DATA DIVISION.
030900 FILE SECTION.
031000*----------------------------------------------------------------
031100* ACCEPTED EMPLOYEE FILE - ONE RECORD PER EMPLOYEE THAT PASSED
031200* THE PREBATCH EDIT RUN AGAINST THE EMPLOYEE MASTER
031300*----------------------------------------------------------------
031400 FD  EMPLOYEE-FILE
031500     RECORDING MODE IS F.
031600     COPY EMPREC.
031700
031800*----------------------------------------------------------------
031900* TAX REPORT - ONE DETAIL LINE PER EMPLOYEE PLUS A GRAND TOTAL
032000*----------------------------------------------------------------
032100 FD  TAX-REPORT-FILE.
032200 01  TAX-REPORT-LINE            PIC X(80).
032300
032400*----------------------------------------------------------------
032500* YEAR-TO-DATE WITHHOLDING MASTER - ONE RECORD PER EMPLOYEE PER
032600* YEAR, KEYED BY YEAR AND EMPLOYEE ID, HOLDING EACH QUARTER'S
032700* ACCUMULATED WITHHOLDING PLUS A RUNNING YEAR TOTAL.  YTD-YEAR
032800* IS THE SAME TWO-DIGIT YEAR CONVENTION USED ELSEWHERE IN THIS
032900* SYSTEM (SEE DLG-DATE-YY IN DLGREC) SO A NEW CALENDAR YEAR
033000* STARTS A FRESH SET OF RECORDS INSTEAD OF ADDING FOREVER ONTO
033100* THE SAME BUCKETS.
033200*----------------------------------------------------------------
033300 FD  YTD-MASTER-FILE.
033400     COPY YTDREC.
033500
033600*----------------------------------------------------------------
033700* QUARTERLY RECONCILIATION REPORT
033800*----------------------------------------------------------------
033900 FD  TAX-RECON-FILE.
034000 01  TAX-RECON-LINE             PIC X(80).
034100
034200*----------------------------------------------------------------
034300* DEDUCTIONS FILE - ZERO OR MORE RECORDS PER EMPLOYEE, EACH A
034400* FLAT AMOUNT ('A') OR A PERCENT OF GROSS SALARY ('P') TAKEN
034500* OUT OF PAY AFTER WITHHOLDING IS COMPUTED
034600*----------------------------------------------------------------
034700 FD  DEDUCTION-FILE
034800     RECORDING MODE IS F.
034900 01  DEDUCTION-RECORD.
035000     05  DED-EMP-ID             PIC 9(6).
035100     05  DED-DESC               PIC X(15).
035200     05  DED-METHOD             PIC X(01).
035300         88  DED-METHOD-AMOUNT              VALUE 'A'.
035400         88  DED-METHOD-PERCENT             VALUE 'P'.
035500     05  DED-VALUE              PIC 9(5)V99.
035600
035700*----------------------------------------------------------------
035800* PAY REGISTER - GROSS, WITHHOLDING, DEDUCTIONS, AND NET PAY
035900* PER EMPLOYEE PER BATCH RUN
036000*----------------------------------------------------------------
036100 FD  PAY-REGISTER-FILE.
036200 01  PAY-REGISTER-LINE          PIC X(80).
036300
036400*----------------------------------------------------------------
036500* BANK DETAILS FILE - ZERO OR ONE RECORD PER EMPLOYEE, THE
036600* ROUTING AND ACCOUNT NUMBERS THE DIRECT-DEPOSIT CREDIT IS
036700* TRANSMITTED TO.  AN EMPLOYEE WITH NO RECORD HERE GETS A
036800* PAPER CHECK AND A LINE ON THE EXCEPTION LIST.
036900*----------------------------------------------------------------
037000 FD  BANK-FILE
037100     RECORDING MODE IS F.
037200 01  BANK-RECORD.
037300     05  BNK-EMP-ID             PIC 9(6).
037400     05  BNK-ROUTING            PIC 9(9).
037500     05  BNK-ACCOUNT            PIC X(17).
037600
037700*----------------------------------------------------------------
037800* DIRECT-DEPOSIT TRANSMISSION FILE - ONE FIXED-FORMAT CREDIT
037900* RECORD PER EMPLOYEE PAID BY DEPOSIT, CLOSED BY A TRAILER
038000* WHOSE RECORD COUNT AND MONEY TOTAL THE BANK PROVES AGAINST.
038100* WRITTEN HELD (DDHOLD); PAYREL RELEASES IT TO DDTRANS.
038200*----------------------------------------------------------------
038300 FD  DD-TRANS-FILE
038400     RECORDING MODE IS F.
038500 01  DD-TRANS-RECORD            PIC X(60).
038600
038700*----------------------------------------------------------------
038800* DIRECT-DEPOSIT EXCEPTION LIST - THE EMPLOYEES STILL PAID BY
038900* PAPER CHECK, WITH A TOTAL THAT PLUS THE TRANSMISSION TRAILER
039000* TIES TO THE REGISTER'S TOTAL NET
039100*----------------------------------------------------------------
039200 FD  DD-EXCEPT-FILE.
039300 01  DD-EXCEPT-LINE             PIC X(80).
039400
039500*----------------------------------------------------------------
039600* SHARED DAILY TRANSACTION LOG - APPENDED TO BY TAX AND INTEREST
039700*----------------------------------------------------------------
039800 FD  DAILY-LOG-FILE.
039900 01  DAILY-LOG-LINE             PIC X(80).
040000
040100*----------------------------------------------------------------
040200* BATCH RUN-CONTROL FILE - ONE RECORD APPENDED PER BATCH RUN
040300*----------------------------------------------------------------
040400 FD  RUN-CONTROL-FILE.
040500 01  RUN-CONTROL-LINE           PIC X(80).
040600
040700*----------------------------------------------------------------
040800* PARAMETER CARD - THE RUN MODE AND QUARTER FOR AN UNATTENDED
040900* RUN; ABSENT, THE OPERATOR IS PROMPTED AS ALWAYS
041000*----------------------------------------------------------------
041100 FD  TAX-PARM-FILE.
041200 01  TAX-PARM-RECORD.
041300     05  TAX-PARM-MODE          PIC X(01).
041400     05  TAX-PARM-QUARTER       PIC 9(01).
041500     05  TAX-PARM-VAR-PERCENT   PIC 9(03)V9.
041600     05  TAX-PARM-VAR-AMOUNT    PIC 9(07)V99.
041700
041800*----------------------------------------------------------------
041900* EFFECTIVE-DATED TAX TABLE - BRACKETS, STANDARD DEDUCTIONS, AND
042000* THE DEPENDENT EXEMPTION, ONE ENTRY PER LEGISLATED CHANGE.  THE
042100* ENTRY IN EFFECT FOR THE PERIOD BEING RUN IS PICKED AT START.
042200*----------------------------------------------------------------
042300 FD  TAX-TABLE-FILE.
042400     COPY TXTREC.
042500
042600*----------------------------------------------------------------
042700* GARNISHMENT ORDER FILE - ONE RECORD PER COURT ORDER, KEYED BY
042800* EMPLOYEE, PRIORITY, AND ORDER NUMBER.  READ DIRECTLY PER
042900* EMPLOYEE AND REWRITTEN WITH THE NEW PAID-TO-DATE.
043000*----------------------------------------------------------------
043100 FD  GARNISH-FILE.
043200     COPY GRNREC.
043300
043400*----------------------------------------------------------------
043500* GARNISHMENT PAYMENT WORK FILE - THE PERIOD'S PAYMENTS IN THE
043600* ORDER THEY WERE TAKEN, RE-SEQUENCED BY AGENCY AT END OF JOB
043700*----------------------------------------------------------------
043800 FD  GARN-WORK-FILE
043900     RECORDING MODE IS F.
044000 01  GARN-WORK-RECORD           PIC X(60).
044100
044200*----------------------------------------------------------------
044300* GARNISHMENT PAYMENT FILE - ONE DETAIL PER PAYMENT GROUPED BY
044400* AGENCY, AN AGENCY TOTAL RECORD AFTER EACH AGENCY, AND A FILE
044500* TRAILER
044600*----------------------------------------------------------------
044700 FD  GARN-PAY-FILE
044800     RECORDING MODE IS F.
044900 01  GARN-PAY-RECORD            PIC X(60).
045000
045100*----------------------------------------------------------------
045200* GARNISHMENT PAYMENT SUMMARY - WHAT IS OWED TO EACH AGENCY FOR
045300* THE PERIOD
045400*----------------------------------------------------------------
045500 FD  GARN-SUMMARY-FILE.
045600 01  GARN-SUMMARY-LINE          PIC X(80).
045700
045800*----------------------------------------------------------------
045900* EMPLOYER CONTRIBUTION RATE TABLE - RATE AND ANNUAL WAGE BASE
046000* PER CONTRIBUTION PER YEAR, LOADED AT THE START OF THE RUN
046100*----------------------------------------------------------------
046200 FD  CONTRIB-RATE-FILE.
046300     COPY CTRREC.
046400
046500*----------------------------------------------------------------
046600* EMPLOYER CONTRIBUTION YTD MASTER - SAME KEY AS THE YTD
046700* WITHHOLDING MASTER; YEAR'S WAGES AND QUARTERLY EMPLOYER COST
046800*----------------------------------------------------------------
046900 FD  ER-YTD-FILE.
047000     COPY ERYREC.
047100
047200*----------------------------------------------------------------
047300* EMPLOYER CONTRIBUTION ACCRUAL FILE - ONE RECORD PER EMPLOYEE
047400* PAID, BY DEPARTMENT, FOR THE GL EXTRACT
047500*----------------------------------------------------------------
047600 FD  ER-CONTRIB-FILE
047700     RECORDING MODE IS F.
047800 01  ER-CONTRIB-LINE            PIC X(40).
047900
048000*----------------------------------------------------------------
048100* PENDING RETRO FILE - BACK-DATED SALARY CHANGES QUEUED BY
048200* EMPMAINT; A 'D' COPY IS APPENDED FOR EACH ONE THIS RUN CLOSES
048300*----------------------------------------------------------------
048400 FD  RETRO-PEND-FILE.
048500     COPY RTPREC.
048600
048700*----------------------------------------------------------------
048800* RETRO AUDIT REPORT - EVERY PERIOD RECOMPUTED FOR EVERY RETRO
048900* CHANGE, WITH THE OLD AND NEW FIGURES AND THE DIFFERENCE PAID
049000*----------------------------------------------------------------
049100 FD  RETRO-AUDIT-FILE.
049200 01  RETRO-AUDIT-LINE           PIC X(100).
049300
049400*----------------------------------------------------------------
049500* LAST PAY MASTER - EACH EMPLOYEE'S LAST TWO RUNS' PAY FIGURES,
049600* THE BASE THE VARIANCE REVIEW COMPARES THIS RUN WITH
049700*----------------------------------------------------------------
049800 FD  LAST-PAY-FILE.
049900     COPY LPYREC.
050000
050100*----------------------------------------------------------------
050200* VARIANCE REPORT - WHAT THE SUPERVISOR REVIEWS BEFORE RELEASING
050300* THE HELD DEPOSITS
050400*----------------------------------------------------------------
050500 FD  VARIANCE-FILE.
050600 01  VARIANCE-LINE              PIC X(132).
050700
050800*----------------------------------------------------------------
050900* DIRECT DEPOSIT RELEASE CONTROL - ONE 'H' RECORD PER RUN HELD
051000*----------------------------------------------------------------
051100 FD  DD-RELEASE-FILE.
051200     COPY DDRREC.
051300
051400*----------------------------------------------------------------
051500* CHECK NUMBER CONTROL, THE CHECK REGISTER, AND THE CHECK PRINT
051600* FILE FOR THE EMPLOYEES PAID BY PAPER CHECK
051700*----------------------------------------------------------------
051800 FD  CHECK-CONTROL-FILE.
051900     COPY CKCREC.
052000
052100 FD  CHECK-REGISTER-FILE.
052200     COPY CKRREC.
052300
052400 FD  CHECK-PRINT-FILE.
052500 01  CHECK-PRINT-LINE           PIC X(80).
052600
052700*----------------------------------------------------------------
052800* SHARED PROCESSING-PERIOD CONTROL FILE - CONSULTED BEFORE THE
052900* BATCH RUN STARTS, MARKED PROCESSED AT END OF JOB
053000*----------------------------------------------------------------
053100 FD  PERIOD-CTL-FILE.
053200 01  PERIOD-CTL-LINE            PIC X(80).
053300
053400*----------------------------------------------------------------
053500* CENTRAL JOB LOG - ONE LINE PER FAILED FILE OPERATION
053600*----------------------------------------------------------------
053700 FD  JOB-LOG-FILE.
053800 01  JOB-LOG-LINE               PIC X(80).
053900
054000*----------------------------------------------------------------
054100* SORT WORK FILE - THE ACCEPTED EMPLOYEES RE-SEQUENCED INTO
054200* DEPARTMENT ORDER SO THE PAYROLL REPORT CAN BREAK ON
054300* DEPARTMENT.  THE LAYOUT MIRRORS EMPREC.
054400*----------------------------------------------------------------
054500 SD  TAX-SORT-FILE.
054600 01  TAX-SORT-RECORD.
054700     05  TSR-EMP-ID             PIC 9(6).
054800     05  TSR-EMP-NAME           PIC X(25).
054900     05  TSR-EMP-SALARY         PIC 9(7)V99.
055000     05  TSR-FILING-STATUS      PIC X(01).
055100     05  TSR-DEPENDENTS         PIC 9(2).
055200     05  TSR-STATUS             PIC X(01).
055300         88  TSR-INACTIVE                   VALUE 'I'.
055400     05  TSR-DEPARTMENT         PIC X(03).
055500     05  TSR-PAY-FREQUENCY      PIC X(01).
055600
055700*----------------------------------------------------------------
055800* SORT WORK FILE - THE PERIOD'S GARNISHMENT PAYMENTS RE-SEQUENCED
055900* BY AGENCY.  THE LAYOUT MIRRORS THE PAYMENT DETAIL RECORD.
056000*----------------------------------------------------------------
056100 SD  GARN-SORT-FILE.
056200 01  GARN-SORT-RECORD.
056300     05  GSR-RECORD-TYPE        PIC X(01).
056400     05  GSR-AGENCY-CODE        PIC X(06).
056500     05  GSR-ORDER-NO           PIC X(10).
056600     05  GSR-EMP-ID             PIC 9(06).
056700     05  GSR-AMOUNT             PIC 9(09)V99.
056800     05  GSR-DATE               PIC 9(06).
056900     05  GSR-AGENCY-NAME        PIC X(20).
057000
057100 WORKING-STORAGE SECTION.
057200*----------------------------------------------------------------
057300* RUN MODE - SINGLE EMPLOYEE ENTRY OR BATCH PAYROLL RUN
057400*----------------------------------------------------------------
057500 01  TAX-RUN-MODE               PIC X(01).
057600     88  TAX-MODE-SINGLE                    VALUE '1'.
057700     88  TAX-MODE-BATCH                     VALUE '2'.
057800     88  TAX-MODE-RECON                     VALUE '3'.
057900
058000*----------------------------------------------------------------
058100* CURRENT YEAR FOR THE YTD MASTER KEY - ACCEPTED ONCE WHEN THE
058200* YTD MASTER IS OPENED SO EVERY RECORD WRITTEN OR READ DURING
058300* THIS RUN IS KEYED TO THE CORRECT YEAR'S BUCKET.
058400*----------------------------------------------------------------
058500 01  TAX-TODAY                  PIC 9(06).
058600 01  TAX-TODAY-R REDEFINES TAX-TODAY.
058700     05  TAX-TODAY-YY           PIC 9(02).
058800     05  TAX-TODAY-MMDD         PIC 9(04).
058900
059000 01  TAX-QUARTER                PIC 9(01).
059100     88  TAX-QTR-1                          VALUE 1.
059200     88  TAX-QTR-2                          VALUE 2.
059300     88  TAX-QTR-3                          VALUE 3.
059400     88  TAX-QTR-4                          VALUE 4.
059500
059600*----------------------------------------------------------------
059700* EMPLOYEE SALARY INPUT AND COMPUTED TAX RESULT
059800*----------------------------------------------------------------
059900 01  TAX-INPUT-SALARY           PIC 9(7)V99.
060000 01  TAX-RATE-DISPLAY           PIC Z(5)9.99.
060100
060200*----------------------------------------------------------------
060300* FILING STATUS AND DEPENDENTS - REDUCE THE TAXABLE AMOUNT
060400* WITH A STANDARD DEDUCTION AND A PER-DEPENDENT EXEMPTION
060500* BEFORE THE BRACKET TABLE IS APPLIED.
060600*----------------------------------------------------------------
060700 01  TAX-FILING-STATUS          PIC X(01).
060800     88  TAX-FILING-SINGLE                  VALUE 'S'.
060900     88  TAX-FILING-MARRIED                 VALUE 'M'.
061000 01  TAX-DEPENDENTS             PIC 9(2).
061100 01  TAX-STD-DEDUCTION          PIC 9(7)     VALUE ZERO.
061200 01  TAX-STD-DED-SINGLE         PIC 9(7)     VALUE ZERO.
061300 01  TAX-STD-DED-MARRIED        PIC 9(7)     VALUE ZERO.
061400 01  TAX-DEPENDENT-EXEMPTION    PIC 9(5)     VALUE ZERO.
061500 01  TAX-TAXABLE-AMOUNT         PIC 9(9)V99  VALUE ZERO.
061600
061700*----------------------------------------------------------------
061800* PROGRESSIVE TAX BRACKET TABLE
061900*
062000* EACH ENTRY GIVES THE UPPER SALARY LIMIT OF THE BAND AND THE
062100* MARGINAL RATE THAT APPLIES TO THE PORTION OF SALARY FALLING
062200* WITHIN THAT BAND.  THE TABLE IS FILLED FROM THE TAX TABLE
062300* FILE ENTRY IN EFFECT FOR THE PERIOD BEING RUN (SEE TXTREC).
062400*----------------------------------------------------------------
062500 01  TAX-BRACKET-TABLE.
062600     05  TAX-BRACKET-ENTRY  OCCURS 5 TIMES
062700                            INDEXED BY TAX-BR-IDX.
062800         10  TAX-BR-LIMIT       PIC 9(9).
062900         10  TAX-BR-RATE        PIC 9V999.
063000
063100 01  TAX-BRACKET-COUNT          PIC 9(2) COMP VALUE 5.
063200
063300*----------------------------------------------------------------
063400* TAX TABLE SELECTION - THE DATE WHOSE RULES APPLY, THE ENTRY
063500* PICKED SO FAR, AND THE FILE CONTROLS
063600*----------------------------------------------------------------
063700 01  TAX-TABLE-STATUS           PIC X(02).
063800     88  TAX-TABLE-FILE-MISSING             VALUE '35'.
063900 01  TAX-TABLE-EOF-SW           PIC X(01)    VALUE 'N'.
064000     88  TAX-TABLE-EOF                      VALUE 'Y'.
064100 01  TAX-TABLE-FOUND-SW         PIC X(01)    VALUE 'N'.
064200     88  TAX-TABLE-FOUND                    VALUE 'Y'.
064300 01  TAX-TABLE-DATE             PIC 9(06)    VALUE ZERO.
064400 01  TAX-TABLE-DATE-R REDEFINES TAX-TABLE-DATE.
064500     05  TAX-TABLE-DATE-YY      PIC 9(02).
064600     05  TAX-TABLE-DATE-MMDD    PIC 9(04).
064700 01  TAX-TABLE-EFF-DATE         PIC 9(06)    VALUE ZERO.
064800 01  TAX-QTR-END-MMDD-TABLE.
064900     05  FILLER                 PIC 9(04)    VALUE 0331.
065000     05  FILLER                 PIC 9(04)    VALUE 0630.
065100     05  FILLER                 PIC 9(04)    VALUE 0930.
065200     05  FILLER                 PIC 9(04)    VALUE 1231.
065300 01  TAX-QTR-END-TABLE REDEFINES TAX-QTR-END-MMDD-TABLE.
065400     05  TAX-QTR-END-MMDD       PIC 9(04)    OCCURS 4 TIMES.
065500
065600*----------------------------------------------------------------
065700* MARGINAL CALCULATION WORK FIELDS
065800*----------------------------------------------------------------
065900 01  TAX-PREV-LIMIT             PIC 9(9)V99  VALUE ZERO.
066000 01  TAX-BAND-PORTION           PIC 9(9)V99  VALUE ZERO.
066100 01  TAX-COMPUTED-TAX           PIC 9(9)V99  VALUE ZERO.
066200 01  TAX-SWITCHES.
066300     05  TAX-DONE-SW            PIC X(01)    VALUE 'N'.
066400         88  TAX-DONE                        VALUE 'Y'.
066500     05  TAX-EMP-EOF-SW         PIC X(01)    VALUE 'N'.
066600         88  TAX-EMP-EOF                     VALUE 'Y'.
066700     05  YTD-RECORD-FOUND-SW    PIC X(01)    VALUE 'N'.
066800         88  YTD-RECORD-FOUND                VALUE 'Y'.
066900     05  TAX-SALARY-OK-SW       PIC X(01)    VALUE 'N'.
067000         88  TAX-SALARY-OK                   VALUE 'Y'.
067100     05  TAX-QUARTER-OK-SW      PIC X(01)    VALUE 'N'.
067200         88  TAX-QUARTER-OK                   VALUE 'Y'.

067300*----------------------------------------------------------------
067400* DAILY-LOG-FILE STATUS - A MISSING "DAILYLOG" FILE MEANS NO
067500* TRANSACTION HAS EVER BEEN LOGGED BEFORE, SO CREATE IT RATHER
067600* THAN ABENDING ON THE FIRST OPEN EXTEND.
067700*----------------------------------------------------------------
067800 01  TAX-DAILY-LOG-STATUS       PIC X(02).
067900
068000 01  YTD-FILE-STATUS            PIC X(02)    VALUE '00'.
068100 01  TAX-PARM-STATUS            PIC X(02).
068200     88  TAX-PARM-FILE-MISSING              VALUE '35'.
068300 01  TAX-PARM-PRESENT-SW        PIC X(01)    VALUE 'N'.
068400     88  TAX-PARM-PRESENT                   VALUE 'Y'.
068500 01  TAX-PARM-ERROR-SW          PIC X(01)    VALUE 'N'.
068600     88  TAX-PARM-ERROR                     VALUE 'Y'.
068700 01  TAX-EMP-FILE-STATUS        PIC X(02).
068800 01  TAX-REPORT-STATUS          PIC X(02).
068900 01  TAX-RECON-STATUS           PIC X(02).
069000 01  TAX-PAYREG-STATUS          PIC X(02).
069100
069200*----------------------------------------------------------------
069300* QUARTERLY RECONCILIATION WORK FIELDS
069400*----------------------------------------------------------------
069500 01  TAX-EXPECTED-QTR-TAX       PIC 9(9)V99  VALUE ZERO.
069600 01  TAX-ACTUAL-QTR-TAX         PIC 9(9)V99  VALUE ZERO.
069700 01  TAX-QTR-VARIANCE           PIC S9(9)V99 VALUE ZERO.
069800
069900*----------------------------------------------------------------
070000* BATCH PAYROLL RUN WORK FIELDS
070100*----------------------------------------------------------------
070200 01  TAX-GRAND-TOTAL            PIC 9(9)V99  VALUE ZERO.
070300 01  TAX-EMPLOYEE-COUNT         PIC 9(5) COMP VALUE ZERO.
070400
070500*----------------------------------------------------------------
070600* PAY-PERIOD WORK FIELDS - THE EMPLOYEE'S PAY FREQUENCY DIVIDES
070700* THE ANNUAL SALARY AND THE ANNUALIZED TAX INTO THIS PERIOD'S
070800* GROSS AND WITHHOLDING.  MONTHLY IS 12 PERIODS A YEAR (3 A
070900* QUARTER), SEMI-MONTHLY 24 (6 A QUARTER).
071000*----------------------------------------------------------------
071100 01  TAX-PAY-FREQUENCY          PIC X(01).
071200     88  TAX-PAID-SEMIMONTHLY               VALUE 'S'.
071300 01  TAX-PERIODS-PER-YEAR       PIC 9(2) COMP VALUE 12.
071400 01  TAX-PERIODS-PER-QUARTER    PIC 9(2) COMP VALUE 3.
071500 01  TAX-PERIOD-GROSS           PIC 9(7)V99  VALUE ZERO.
071600 01  TAX-PERIOD-TAX             PIC 9(9)V99  VALUE ZERO.
071700 01  TAX-LOG-AMOUNT             PIC 9(9)V99  VALUE ZERO.
071800
071900*----------------------------------------------------------------
072000* DEDUCTION TABLE - LOADED FROM DEDFILE AT THE START OF A BATCH
072100* RUN AND SCANNED BY EMPLOYEE ID AS EACH EMPLOYEE IS PAID.  A
072200* MISSING DEDFILE MEANS NO EMPLOYEE HAS ANY DEDUCTION.
072300*----------------------------------------------------------------
072400 01  TAX-DED-FILE-STATUS        PIC X(02).
072500     88  TAX-DED-FILE-MISSING               VALUE '35'.
072600 01  TAX-DED-EOF-SW             PIC X(01)    VALUE 'N'.
072700     88  TAX-DED-EOF                        VALUE 'Y'.
072800 01  TAX-DED-COUNT              PIC 9(3) COMP VALUE ZERO.
072900 01  TAX-DED-TABLE.
073000     05  TAX-DED-ENTRY          OCCURS 200 TIMES
073100                                INDEXED BY TAX-DED-IDX.
073200         10  TAX-DED-T-EMP-ID   PIC 9(6).
073300         10  TAX-DED-T-DESC     PIC X(15).
073400         10  TAX-DED-T-METHOD   PIC X(01).
073500         10  TAX-DED-T-VALUE    PIC 9(5)V99.
073600
073700*----------------------------------------------------------------
073800* BANK DETAILS TABLE - LOADED FROM BANKFILE AT THE START OF A
073900* BATCH RUN AND SCANNED BY EMPLOYEE ID AS EACH EMPLOYEE IS
074000* PAID, THE SAME WAY THE DEDUCTION TABLE IS.  A MISSING
074100* BANKFILE MEANS EVERYONE IS STILL ON PAPER CHECKS.
074200*----------------------------------------------------------------
074300 01  TAX-BANK-FILE-STATUS       PIC X(02).
074400     88  TAX-BANK-FILE-MISSING              VALUE '35'.
074500 01  TAX-BANK-EOF-SW            PIC X(01)    VALUE 'N'.
074600     88  TAX-BANK-EOF                       VALUE 'Y'.
074700 01  TAX-BANK-FOUND-SW          PIC X(01)    VALUE 'N'.
074800     88  TAX-BANK-FOUND                     VALUE 'Y'.
074900 01  TAX-BANK-COUNT             PIC 9(3) COMP VALUE ZERO.
075000 01  TAX-BANK-SUB               PIC 9(3) COMP VALUE ZERO.
075100 01  TAX-BANK-TABLE.
075200     05  TAX-BANK-ENTRY         OCCURS 200 TIMES
075300                                INDEXED BY TAX-BANK-IDX.
075400         10  TAX-BNK-T-EMP-ID   PIC 9(6).
075500         10  TAX-BNK-T-ROUTING  PIC 9(9).
075600         10  TAX-BNK-T-ACCOUNT  PIC X(17).
075700
075800*----------------------------------------------------------------
075900* PAY REGISTER WORK FIELDS AND RUN TOTALS
076000*----------------------------------------------------------------
076100 01  TAX-DED-AMOUNT             PIC 9(9)V99  VALUE ZERO.
076200 01  TAX-DED-EMP-TOTAL          PIC 9(9)V99  VALUE ZERO.
076300 01  TAX-NET-PAY                PIC S9(9)V99 VALUE ZERO.
076400 01  TAX-REG-TOTAL-GROSS        PIC 9(11)V99 VALUE ZERO.
076500 01  TAX-REG-TOTAL-DED          PIC 9(11)V99 VALUE ZERO.
076600 01  TAX-REG-TOTAL-NET          PIC S9(11)V99 VALUE ZERO.
076700
076800*----------------------------------------------------------------
076900* GARNISHMENT WORK FIELDS - DISPOSABLE PAY IS THE PERIOD'S GROSS
077000* LESS WITHHOLDING.  AN ORDER'S CAP IS ITS PERCENT OF DISPOSABLE
077100* PAY, LESS WHAT HIGHER-PRIORITY ORDERS ALREADY TOOK THIS
077200* PERIOD, SO A LOWER PRIORITY ORDER ONLY GETS WHAT ROOM IS LEFT.
077300*----------------------------------------------------------------
077400 01  TAX-GARN-FILE-STATUS       PIC X(02).
077500     88  TAX-GARN-FILE-MISSING              VALUE '35'.
077600 01  TAX-GARN-WORK-STATUS       PIC X(02).
077700 01  TAX-GARN-PAY-STATUS        PIC X(02).
077800 01  TAX-GARN-SUM-STATUS        PIC X(02).
077900 01  TAX-GARN-PRESENT-SW        PIC X(01)    VALUE 'N'.
078000     88  TAX-GARN-PRESENT                   VALUE 'Y'.
078100 01  TAX-GARN-EOF-SW            PIC X(01)    VALUE 'N'.
078200     88  TAX-GARN-EOF                       VALUE 'Y'.
078300 01  TAX-DISPOSABLE-PAY         PIC S9(9)V99 VALUE ZERO.
078400 01  TAX-GARN-CAP               PIC S9(9)V99 VALUE ZERO.
078500 01  TAX-GARN-BALANCE           PIC 9(7)V99  VALUE ZERO.
078600 01  TAX-GARN-AMOUNT            PIC 9(7)V99  VALUE ZERO.
078700 01  TAX-GARN-EMP-TOTAL         PIC 9(9)V99  VALUE ZERO.
078800 01  TAX-GARN-COUNT             PIC 9(7)     VALUE ZERO.
078900 01  TAX-GARN-TOTAL             PIC 9(11)V99 VALUE ZERO.
079000 01  TAX-GARN-AGENCY-BREAK      PIC X(06)    VALUE SPACES.
079100 01  TAX-GARN-AGENCY-NAME       PIC X(20)    VALUE SPACES.
079200 01  TAX-GARN-AGENCY-COUNT      PIC 9(7)     VALUE ZERO.
079300 01  TAX-GARN-AGENCY-TOTAL      PIC 9(11)V99 VALUE ZERO.
079400
079500*----------------------------------------------------------------
079600* EMPLOYER CONTRIBUTION TABLE AND WORK FIELDS - THE YEAR'S RATES
079700* LOADED FROM CONTRATE, WITH THE RUN'S WAGES SUBJECT AND COST
079800* PER CONTRIBUTION FOR THE EMPLOYER COST SECTION.  A WAGE BASE
079900* OF ZERO MEANS THE CONTRIBUTION HAS NO CAP.
080000*----------------------------------------------------------------
080100 01  TAX-CTR-STATUS             PIC X(02).
080200     88  TAX-CTR-FILE-MISSING               VALUE '35'.
080300 01  TAX-ERY-STATUS             PIC X(02).
080400 01  TAX-ERC-STATUS             PIC X(02).
080500 01  TAX-CTR-EOF-SW             PIC X(01)    VALUE 'N'.
080600     88  TAX-CTR-EOF                        VALUE 'Y'.
080700 01  TAX-CTR-FOUND-SW           PIC X(01)    VALUE 'N'.
080800     88  TAX-CTR-FOUND                      VALUE 'Y'.
080900 01  ERY-RECORD-FOUND-SW        PIC X(01)    VALUE 'N'.
081000     88  ERY-RECORD-FOUND                   VALUE 'Y'.
081100 01  TAX-CTR-COUNT              PIC 9(2) COMP VALUE ZERO.
081200 01  TAX-CTR-SUB                PIC 9(2) COMP VALUE ZERO.
081300 01  TAX-CTR-TABLE.
081400     05  TAX-CTR-ENTRY          OCCURS 10 TIMES
081500                                INDEXED BY TAX-CTR-IDX.
081600         10  TAX-CTR-T-CODE     PIC X(04).
081700         10  TAX-CTR-T-DESC     PIC X(15).
081800         10  TAX-CTR-T-RATE     PIC 9V9999.
081900         10  TAX-CTR-T-BASE     PIC 9(9)V99.
082000         10  TAX-CTR-T-WAGES    PIC 9(11)V99.
082100         10  TAX-CTR-T-COST     PIC 9(11)V99.
082200 01  TAX-ER-PRIOR-WAGES         PIC 9(9)V99  VALUE ZERO.
082300 01  TAX-ER-SUBJECT             PIC 9(9)V99  VALUE ZERO.
082400 01  TAX-ER-AMOUNT              PIC 9(9)V99  VALUE ZERO.
082500 01  TAX-ER-EMP-TOTAL           PIC 9(9)V99  VALUE ZERO.
082600 01  TAX-ER-RUN-TOTAL           PIC 9(11)V99 VALUE ZERO.
082700 01  TAX-ER-WAGES               PIC 9(9)V99  VALUE ZERO.
082800
082900 01  TAX-ER-COST-HEADING.
083000     05  FILLER                 PIC X(40) VALUE
083100         "EMPLOYER COST - CONTRIBUTIONS THIS RUN".
083200     05  FILLER                 PIC X(40) VALUE SPACES.
083300
083400 01  TAX-ER-COST-LINE.
083500     05  FILLER                 PIC X(02) VALUE SPACES.
083600     05  EC-CODE                PIC X(04).
083700     05  FILLER                 PIC X(02) VALUE SPACES.
083800     05  EC-DESC                PIC X(15).
083900     05  FILLER                 PIC X(06) VALUE " RATE ".
084000     05  EC-RATE                PIC 9.9999.
084100     05  FILLER                 PIC X(07) VALUE " WAGES ".
084200     05  EC-WAGES               PIC Z(9)9.99.
084300     05  FILLER                 PIC X(06) VALUE " COST ".
084400     05  EC-COST                PIC Z(8)9.99.
084500     05  FILLER                 PIC X(07) VALUE SPACES.
084600
084700 01  TAX-ER-COST-TOTAL-LINE.
084800     05  FILLER                 PIC X(61) VALUE
084900         "  TOTAL EMPLOYER COST".
085000     05  ET-COST                PIC Z(8)9.99.
085100     05  FILLER                 PIC X(07) VALUE SPACES.
085200
085300     COPY ERCREC.
085400
085500 01  TAX-REGISTER-GARN-LINE.
085600     05  FILLER                 PIC X(10) VALUE SPACES.
085700     05  FILLER                 PIC X(05) VALUE "GARN ".
085800     05  RG-ORDER-NO            PIC X(10).
085900     05  FILLER                 PIC X(02) VALUE SPACES.
086000     05  RG-AMOUNT              PIC Z(6)9.99.
086100     05  FILLER                 PIC X(10) VALUE "  BALANCE ".
086200     05  RG-BALANCE             PIC Z(6)9.99.
086300     05  FILLER                 PIC X(23) VALUE SPACES.
086400
086500 01  TAX-GARN-PAY-DETAIL.
086600     05  GPD-RECORD-TYPE        PIC X(01)    VALUE 'D'.
086700     05  GPD-AGENCY-CODE        PIC X(06).
086800     05  GPD-ORDER-NO           PIC X(10).
086900     05  GPD-EMP-ID             PIC 9(06).
087000     05  GPD-AMOUNT             PIC 9(09)V99.
087100     05  GPD-DATE               PIC 9(06).
087200     05  GPD-AGENCY-NAME        PIC X(20).
087300
087400 01  TAX-GARN-PAY-AGENCY.
087500     05  GPA-RECORD-TYPE        PIC X(01)    VALUE 'A'.
087600     05  GPA-AGENCY-CODE        PIC X(06).
087700     05  GPA-COUNT              PIC 9(07).
087800     05  GPA-TOTAL              PIC 9(11)V99.
087900     05  GPA-DATE               PIC 9(06).
088000     05  FILLER                 PIC X(27)    VALUE SPACES.
088100
088200 01  TAX-GARN-PAY-TRAILER.
088300     05  GPT-RECORD-TYPE        PIC X(01)    VALUE 'T'.
088400     05  GPT-COUNT              PIC 9(07).
088500     05  GPT-TOTAL              PIC 9(11)V99.
088600     05  FILLER                 PIC X(39)    VALUE SPACES.
088700
088800 01  TAX-GARN-SUM-HEADING.
088900     05  FILLER                 PIC X(34) VALUE
089000         "GARNISHMENT PAYMENTS BY AGENCY FOR".
089100     05  FILLER                 PIC X(01) VALUE SPACES.
089200     05  GH-DATE                PIC 9(06).
089300     05  FILLER                 PIC X(39) VALUE SPACES.
089400
089500 01  TAX-GARN-SUM-LINE.
089600     05  GS-AGENCY-CODE         PIC X(06).
089700     05  FILLER                 PIC X(02) VALUE SPACES.
089800     05  GS-AGENCY-NAME         PIC X(20).
089900     05  FILLER                 PIC X(10) VALUE "  PAYMENTS".
090000     05  GS-COUNT               PIC Z(5)9.
090100     05  FILLER                 PIC X(07) VALUE " TOTAL ".
090200     05  GS-TOTAL               PIC Z(9)9.99.
090300     05  FILLER                 PIC X(16) VALUE SPACES.
090400
090500 01  TAX-GARN-SUM-TOTAL-LINE.
090600     05  FILLER                 PIC X(38) VALUE
090700         "ALL AGENCIES                          ".
090800     05  FILLER                 PIC X(08) VALUE "PAYMENTS".
090900     05  GT-COUNT               PIC Z(7)9.
091000     05  FILLER                 PIC X(07) VALUE " TOTAL ".
091100     05  GT-TOTAL               PIC Z(9)9.99.
091200     05  FILLER                 PIC X(06) VALUE SPACES.
091300*----------------------------------------------------------------
091400* RETROACTIVE PAY - THE RETRO CHANGES STILL PENDING ON RETROPND,
091500* THE PAYROLL PERIODS ALREADY PROCESSED THIS YEAR (FROM PRDCTL),
091600* AND THE RETRO FIGURES FOR ONE CHANGE AND FOR THE EMPLOYEE.  A
091700* RETRO DIFFERENCE IS SIGNED - A BACK-DATED CUT RECOVERS THE
091800* OVERPAYMENT.  A CHANGE IS 'P' PENDING, 'C' CLOSED BY AN EARLIER
091900* RUN, 'D' CLOSED BY THIS RUN, OR 'H' HELD BACK THIS RUN.
092000*----------------------------------------------------------------
092100 01  TAX-RTP-STATUS             PIC X(02).
092200     88  TAX-RTP-FILE-MISSING               VALUE '35'.
092300 01  TAX-RTA-STATUS             PIC X(02).
092400 01  TAX-RTP-EOF-SW             PIC X(01)    VALUE 'N'.
092500     88  TAX-RTP-EOF                        VALUE 'Y'.
092600 01  TAX-RTO-FOUND-SW           PIC X(01)    VALUE 'N'.
092700     88  TAX-RTO-FOUND                      VALUE 'Y'.
092800 01  TAX-RTO-RELOAD-SW          PIC X(01)    VALUE 'N'.
092900     88  TAX-RTO-RELOAD                     VALUE 'Y'.
093000 01  TAX-RTO-NO-TABLE-SW        PIC X(01)    VALUE 'N'.
093100     88  TAX-RTO-NO-TABLE                   VALUE 'Y'.
093200 01  TAX-PPD-FOUND-SW           PIC X(01)    VALUE 'N'.
093300     88  TAX-PPD-FOUND                      VALUE 'Y'.
093400 01  TAX-RTO-COUNT              PIC 9(3) COMP VALUE ZERO.
093500 01  TAX-RTO-SUB                PIC 9(3) COMP VALUE ZERO.
093600 01  TAX-RTO-TABLE.
093700     05  TAX-RTO-ENTRY          OCCURS 100 TIMES
093800                                INDEXED BY TAX-RTO-IDX.
093900         10  TAX-RTO-T-EMP-ID   PIC 9(06).
094000         10  TAX-RTO-T-ENT-DATE PIC 9(06).
094100         10  TAX-RTO-T-ENT-TIME PIC 9(08).
094200         10  TAX-RTO-T-OLD-SAL  PIC 9(7)V99.
094300         10  TAX-RTO-T-NEW-SAL  PIC 9(7)V99.
094400         10  TAX-RTO-T-EFF-DATE PIC 9(06).
094500         10  TAX-RTO-T-OPERATOR PIC X(08).
094600         10  TAX-RTO-T-STATUS   PIC X(01).
094700             88  TAX-RTO-T-PENDING              VALUE 'P'.
094800             88  TAX-RTO-T-CLOSED               VALUE 'C'.
094900             88  TAX-RTO-T-PAID                 VALUE 'D'.
095000             88  TAX-RTO-T-HELD                 VALUE 'H'.
095100 01  TAX-PPD-COUNT              PIC 9(3) COMP VALUE ZERO.
095200 01  TAX-PPD-SUB                PIC 9(3) COMP VALUE ZERO.
095300 01  TAX-PPD-TABLE.
095400     05  TAX-PPD-ENTRY          OCCURS 60 TIMES
095500                                INDEXED BY TAX-PPD-IDX.
095600         10  TAX-PPD-DATE       PIC 9(06).
095700         10  TAX-PPD-STATUS     PIC X(01).
095800             88  TAX-PPD-PROCESSED              VALUE 'P'.
095900 01  TAX-RTO-YEAR-START         PIC 9(06)    VALUE ZERO.
096000 01  TAX-RTO-PERIOD-DATE        PIC 9(06)    VALUE ZERO.
096100 01  TAX-RTO-PERIOD-DATE-R REDEFINES TAX-RTO-PERIOD-DATE.
096200     05  TAX-RTO-PERIOD-YY      PIC 9(02).
096300     05  TAX-RTO-PERIOD-MMDD    PIC 9(04).
096400     05  TAX-RTO-PERIOD-MMDD-R REDEFINES TAX-RTO-PERIOD-MMDD.
096500         10  TAX-RTO-PERIOD-MM  PIC 9(02).
096600         10  FILLER             PIC 9(02).
096700 01  TAX-RTO-QTR                PIC 9(01)    VALUE ZERO.
096800 01  TAX-RTO-SAVE-RC            PIC S9(4) COMP VALUE ZERO.
096900 01  TAX-RTO-OLD-GROSS          PIC 9(7)V99  VALUE ZERO.
097000 01  TAX-RTO-OLD-TAX            PIC 9(9)V99  VALUE ZERO.
097100 01  TAX-RTO-P-GROSS            PIC S9(7)V99 VALUE ZERO.
097200 01  TAX-RTO-P-TAX              PIC S9(9)V99 VALUE ZERO.
097300 01  TAX-RTC-GROSS              PIC S9(7)V99 VALUE ZERO.
097400 01  TAX-RTC-TAX                PIC S9(9)V99 VALUE ZERO.
097500 01  TAX-RTC-PERIODS            PIC 9(3) COMP VALUE ZERO.
097600 01  TAX-RTC-QTR-TABLE.
097700     05  TAX-RTC-Q-TAX          PIC S9(9)V99 OCCURS 4 TIMES.
097800 01  TAX-RTO-GROSS              PIC S9(7)V99 VALUE ZERO.
097900 01  TAX-RTO-TAX                PIC S9(9)V99 VALUE ZERO.
098000 01  TAX-RTO-NET                PIC S9(9)V99 VALUE ZERO.
098100 01  TAX-RTO-PERIODS            PIC 9(3) COMP VALUE ZERO.
098200 01  TAX-RTO-FROM-DATE          PIC 9(06)    VALUE ZERO.
098300 01  TAX-RTO-QTR-TABLE.
098400     05  TAX-RTO-Q-TAX          PIC S9(9)V99 OCCURS 4 TIMES.
098500 01  TAX-RTO-RUN-COUNT          PIC 9(5) COMP VALUE ZERO.
098600 01  TAX-RTO-RUN-GROSS          PIC S9(11)V99 VALUE ZERO.
098700 01  TAX-RTO-RUN-TAX            PIC S9(11)V99 VALUE ZERO.
098800
098900 01  TAX-RTA-HEADING.
099000     05  FILLER                 PIC X(38) VALUE
099100         "RETROACTIVE PAY AUDIT FOR PAYROLL RUN ".
099200     05  AH-DATE                PIC 9(06).
099300     05  FILLER                 PIC X(56) VALUE SPACES.
099400
099500 01  TAX-RTA-CHANGE-LINE.
099600     05  FILLER                 PIC X(09) VALUE "EMPLOYEE ".
099700     05  AC-EMP-ID              PIC 9(06).
099800     05  FILLER                 PIC X(02) VALUE SPACES.
099900     05  AC-EMP-NAME            PIC X(25).
100000     05  FILLER                 PIC X(08) VALUE " SALARY ".
100100     05  AC-OLD-SALARY          PIC Z(6)9.99.
100200     05  FILLER                 PIC X(04) VALUE " TO ".
100300     05  AC-NEW-SALARY          PIC Z(6)9.99.
100400     05  FILLER                 PIC X(11) VALUE " EFFECTIVE ".
100500     05  AC-EFF-DATE            PIC 9(06).
100600     05  FILLER                 PIC X(09) VALUE SPACES.
100700
100800 01  TAX-RTA-COLUMN-LINE.
100900     05  FILLER                 PIC X(16) VALUE
101000         "    PERIOD  QTR ".
101100     05  FILLER                 PIC X(24) VALUE
101200         "   OLD GROSS   NEW GROSS".
101300     05  FILLER                 PIC X(24) VALUE
101400         "     OLD TAX     NEW TAX".
101500     05  FILLER                 PIC X(26) VALUE
101600         "   GROSS DIFF     TAX DIFF".
101700     05  FILLER                 PIC X(10) VALUE SPACES.
101800
101900 01  TAX-RTA-PERIOD-LINE.
102000     05  FILLER                 PIC X(04) VALUE SPACES.
102100     05  AP-PERIOD              PIC 9(06).
102200     05  FILLER                 PIC X(03) VALUE "  Q".
102300     05  AP-QTR                 PIC 9(01).
102400     05  FILLER                 PIC X(02) VALUE SPACES.
102500     05  AP-OLD-GROSS           PIC Z(8)9.99.
102600     05  AP-NEW-GROSS           PIC Z(8)9.99.
102700     05  AP-OLD-TAX             PIC Z(8)9.99.
102800     05  AP-NEW-TAX             PIC Z(8)9.99.
102900     05  AP-GROSS-DIFF          PIC -(9)9.99.
103000     05  AP-TAX-DIFF            PIC -(9)9.99.
103100     05  FILLER                 PIC X(10) VALUE SPACES.
103200
103300 01  TAX-RTA-RESULT-LINE.
103400     05  FILLER                 PIC X(04) VALUE SPACES.
103500     05  AR-TEXT                PIC X(46).
103600     05  FILLER                 PIC X(09) VALUE " PERIODS ".
103700     05  AR-PERIODS             PIC ZZ9.
103800     05  FILLER                 PIC X(07) VALUE " GROSS ".
103900     05  AR-GROSS               PIC -(9)9.99.
104000     05  FILLER                 PIC X(05) VALUE " TAX ".
104100     05  AR-TAX                 PIC -(9)9.99.
104200
104300 01  TAX-RTA-TOTAL-LINE.
104400     05  FILLER                 PIC X(22) VALUE
104500         "RETRO CHANGES PAID    ".
104600     05  AT-COUNT               PIC ZZZZ9.
104700     05  FILLER                 PIC X(13) VALUE "  TOTAL GROSS".
104800     05  AT-GROSS               PIC -(11)9.99.
104900     05  FILLER                 PIC X(11) VALUE "  TOTAL TAX".
105000     05  AT-TAX                 PIC -(11)9.99.
105100     05  FILLER                 PIC X(19) VALUE SPACES.
105200
105300 01  TAX-REGISTER-RETRO-LINE.
105400     05  FILLER                 PIC X(10) VALUE SPACES.
105500     05  FILLER                 PIC X(15) VALUE "RETRO PAY FROM ".
105600     05  RR-FROM-DATE           PIC 9(06).
105700     05  FILLER                 PIC X(09) VALUE " PERIODS ".
105800     05  RR-PERIODS             PIC ZZ9.
105900     05  FILLER                 PIC X(07) VALUE " GROSS ".
106000     05  RR-GROSS               PIC -(6)9.99.
106100     05  FILLER                 PIC X(05) VALUE " TAX ".
106200     05  RR-TAX                 PIC -(6)9.99.
106300     05  FILLER                 PIC X(05) VALUE SPACES.
106400*----------------------------------------------------------------
106500* VARIANCE REVIEW - THE THRESHOLDS (TAXPARM, OR THESE DEFAULTS;
106600* A ZERO THRESHOLD TURNS THAT TEST OFF), THIS EMPLOYEE'S FIGURES
106700* AND THE PREVIOUS RUN'S, AND THE REPORT COUNTS.  THE HELD DATE
106800* IS THE RUN WHOSE DEPOSITS ARE STILL WAITING FOR PAYREL.
106900*----------------------------------------------------------------
107000 01  TAX-LPY-STATUS             PIC X(02).
107100 01  TAX-VAR-STATUS             PIC X(02).
107200 01  TAX-DDR-STATUS             PIC X(02).
107300     88  TAX-DDR-FILE-MISSING               VALUE '35'.
107400 01  TAX-DDR-EOF-SW             PIC X(01)    VALUE 'N'.
107500     88  TAX-DDR-EOF                        VALUE 'Y'.
107600 01  TAX-DDR-HELD-DATE          PIC 9(06)    VALUE ZERO.
107700 01  TAX-LPY-FOUND-SW           PIC X(01)    VALUE 'N'.
107800     88  TAX-LPY-FOUND                      VALUE 'Y'.
107900 01  TAX-LPY-EOF-SW             PIC X(01)    VALUE 'N'.
108000     88  TAX-LPY-EOF                        VALUE 'Y'.
108100 01  TAX-VAR-BASE-SW            PIC X(01)    VALUE 'N'.
108200     88  TAX-VAR-HAS-BASE                   VALUE 'Y'.
108300 01  TAX-VAR-HIT-SW             PIC X(01)    VALUE 'N'.
108400     88  TAX-VAR-HIT                        VALUE 'Y'.
108500 01  TAX-VAR-OVER-SW            PIC X(01)    VALUE 'N'.
108600     88  TAX-VAR-OVER                       VALUE 'Y'.
108610 01  TAX-VAR-LISTED-SW          PIC X(01)    VALUE 'N'.
108620     88  TAX-VAR-LISTED                     VALUE 'Y'.
108700 01  TAX-VAR-PERCENT            PIC 9(03)V9  VALUE 10.0.
108800 01  TAX-VAR-AMOUNT             PIC 9(07)V99 VALUE 500.00.
108900 01  TAX-VAR-PREV-DATE          PIC 9(06)    VALUE ZERO.
109000 01  TAX-VAR-CUR-GROSS          PIC S9(9)V99 VALUE ZERO.
109100 01  TAX-VAR-CUR-TAX            PIC S9(9)V99 VALUE ZERO.
109200 01  TAX-VAR-CUR-DED            PIC S9(9)V99 VALUE ZERO.
109300 01  TAX-VAR-CUR-NET            PIC S9(9)V99 VALUE ZERO.
109400 01  TAX-VAR-OLD                PIC S9(9)V99 VALUE ZERO.
109500 01  TAX-VAR-NEW                PIC S9(9)V99 VALUE ZERO.
109600 01  TAX-VAR-DIFF               PIC S9(9)V99 VALUE ZERO.
109700 01  TAX-VAR-OVER-COUNT         PIC 9(5) COMP VALUE ZERO.
109800 01  TAX-VAR-NEW-COUNT          PIC 9(5) COMP VALUE ZERO.
109900 01  TAX-VAR-MISSING-COUNT      PIC 9(5) COMP VALUE ZERO.
110000 01  TAX-VAR-NONPOS-COUNT       PIC 9(5) COMP VALUE ZERO.
110100 01  TAX-VAR-LISTED-COUNT       PIC 9(5) COMP VALUE ZERO.
110200
110300 01  TAX-VAR-HEADING.
110400     05  FILLER                 PIC X(32) VALUE
110500         "PAYROLL VARIANCE REVIEW FOR RUN ".
110600     05  VH-DATE                PIC 9(06).
110700     05  FILLER                 PIC X(40) VALUE
110800         "  FLAGGED WHEN A FIGURE MOVES MORE THAN ".
110900     05  VH-PERCENT             PIC ZZ9.9.
111000     05  FILLER                 PIC X(12) VALUE " PERCENT OR ".
111100     05  VH-AMOUNT              PIC Z(6)9.99.
111200     05  FILLER                 PIC X(27) VALUE
111300         " - * MARKS THE FIGURE".
111400
111500 01  TAX-VAR-COLUMN-LINE.
111600     05  FILLER                 PIC X(27) VALUE
111700         "EMP ID NAME".
111800     05  FILLER                 PIC X(23) VALUE
111900         " PREV GROSS  CUR GROSS ".
112000     05  FILLER                 PIC X(23) VALUE
112100         "   PREV TAX    CUR TAX ".
112200     05  FILLER                 PIC X(23) VALUE
112300         "   PREV DED    CUR DED ".
112400     05  FILLER                 PIC X(23) VALUE
112500         "   PREV NET    CUR NET ".
112600     05  FILLER                 PIC X(13) VALUE " REASON".
112700
112800 01  TAX-VAR-DETAIL-LINE.
112900     05  VD-EMP-ID              PIC 9(06).
113000     05  FILLER                 PIC X(01) VALUE SPACES.
113100     05  VD-EMP-NAME            PIC X(20).
113200     05  FILLER                 PIC X(01) VALUE SPACES.
113300     05  VD-PREV-GROSS          PIC -(6)9.99.
113400     05  FILLER                 PIC X(01) VALUE SPACES.
113500     05  VD-CUR-GROSS           PIC -(6)9.99.
113600     05  VD-GROSS-MARK          PIC X(01).
113700     05  FILLER                 PIC X(01) VALUE SPACES.
113800     05  VD-PREV-TAX            PIC -(6)9.99.
113900     05  FILLER                 PIC X(01) VALUE SPACES.
114000     05  VD-CUR-TAX             PIC -(6)9.99.
114100     05  VD-TAX-MARK            PIC X(01).
114200     05  FILLER                 PIC X(01) VALUE SPACES.
114300     05  VD-PREV-DED            PIC -(6)9.99.
114400     05  FILLER                 PIC X(01) VALUE SPACES.
114500     05  VD-CUR-DED             PIC -(6)9.99.
114600     05  VD-DED-MARK            PIC X(01).
114700     05  FILLER                 PIC X(01) VALUE SPACES.
114800     05  VD-PREV-NET            PIC -(6)9.99.
114900     05  FILLER                 PIC X(01) VALUE SPACES.
115000     05  VD-CUR-NET             PIC -(6)9.99.
115100     05  VD-NET-MARK            PIC X(01).
115200     05  FILLER                 PIC X(01) VALUE SPACES.
115300     05  VD-REASON              PIC X(12).
115400
115500 01  TAX-VAR-TOTAL-LINE.
115600     05  FILLER                 PIC X(12) VALUE "OVER LIMIT  ".
115700     05  VT-OVER                PIC ZZZZ9.
115800     05  FILLER                 PIC X(17) VALUE
115900         "   NEW EMPLOYEES ".
116000     05  VT-NEW                 PIC ZZZZ9.
116100     05  FILLER                 PIC X(13) VALUE "   NOT PAID  ".
116200     05  VT-MISSING             PIC ZZZZ9.
116300     05  FILLER                 PIC X(21) VALUE
116400         "   NET NOT POSITIVE  ".
116500     05  VT-NONPOS              PIC ZZZZ9.
116600     05  FILLER                 PIC X(21) VALUE
116700         "   EMPLOYEES LISTED  ".
116800     05  VT-LISTED              PIC ZZZZ9.
116900     05  FILLER                 PIC X(23) VALUE SPACES.
117000
117100 01  TAX-VAR-HOLD-LINE.
117200     05  FILLER                 PIC X(24) VALUE
117300         "DIRECT DEPOSITS HELD -  ".
117400     05  VL-COUNT               PIC Z(6)9.
117500     05  FILLER                 PIC X(15) VALUE " CREDITS TOTAL ".
117600     05  VL-TOTAL               PIC Z(10)9.99.
117700     05  FILLER                 PIC X(38) VALUE
117800         " - RELEASE WITH PAYREL AFTER REVIEW".
117900     05  FILLER                 PIC X(34) VALUE SPACES.
118000
118100 01  TAX-REGISTER-HEADING.
118200     05  FILLER                 PIC X(26) VALUE
118300         "PAY REGISTER FOR QUARTER ".
118400     05  RH-QUARTER             PIC 9(01).
118500     05  FILLER                 PIC X(53) VALUE SPACES.
118600
118700 01  TAX-REGISTER-EMP-LINE.
118800     05  RE-EMP-ID              PIC 9(6).
118900     05  FILLER                 PIC X(02) VALUE SPACES.
119000     05  RE-EMP-NAME            PIC X(25).
119100     05  FILLER                 PIC X(08) VALUE "  GROSS ".
119200     05  RE-GROSS               PIC Z(6)9.99.
119300     05  FILLER                 PIC X(06) VALUE "  TAX ".
119400     05  RE-TAX                 PIC Z(6)9.99.
119500     05  FILLER                 PIC X(13) VALUE SPACES.
119600
119700 01  TAX-REGISTER-DED-LINE.
119800     05  FILLER                 PIC X(10) VALUE SPACES.
119900     05  RD-DESC                PIC X(15).
120000     05  FILLER                 PIC X(02) VALUE SPACES.
120100     05  RD-AMOUNT              PIC Z(6)9.99.
120200     05  FILLER                 PIC X(43) VALUE SPACES.
120300
120400 01  TAX-REGISTER-NET-LINE.
120500     05  FILLER                 PIC X(10) VALUE SPACES.
120600     05  FILLER                 PIC X(17) VALUE
120700         "NET PAY........".
120800     05  RN-NET-PAY             PIC -(8)9.99.
120900     05  FILLER                 PIC X(41) VALUE SPACES.
121000
121100 01  TAX-REGISTER-TOTAL-LINE.
121200     05  FILLER                 PIC X(07) VALUE "TOTALS ".
121300     05  FILLER                 PIC X(07) VALUE " GROSS ".
121400     05  RT-GROSS               PIC Z(8)9.99.
121500     05  FILLER                 PIC X(05) VALUE " TAX ".
121600     05  RT-TAX                 PIC Z(8)9.99.
121700     05  FILLER                 PIC X(05) VALUE " DED ".
121800     05  RT-DED                 PIC Z(8)9.99.
121900     05  FILLER                 PIC X(05) VALUE " NET ".
122000     05  RT-NET                 PIC -(8)9.99.
122100     05  FILLER                 PIC X(02) VALUE SPACES.
122200
122300*----------------------------------------------------------------
122400* DIRECT-DEPOSIT WORK FIELDS, THE TRANSMISSION RECORD LAYOUTS,
122500* AND THE EXCEPTION LIST LINES.  THE DEPOSIT AND PAPER-CHECK
122600* TOTALS TOGETHER TIE TO THE REGISTER'S TOTAL NET.
122700*----------------------------------------------------------------
122800 01  TAX-DD-TRANS-STATUS        PIC X(02).
122900 01  TAX-DD-EXCEPT-STATUS       PIC X(02).
123000 01  TAX-DD-COUNT               PIC 9(7)     VALUE ZERO.
123100 01  TAX-DD-TOTAL               PIC 9(11)V99 VALUE ZERO.
123200 01  TAX-CHECK-COUNT            PIC 9(7)     VALUE ZERO.
123300 01  TAX-CHECK-TOTAL            PIC 9(11)V99 VALUE ZERO.
123400 01  TAX-DD-AMOUNT              PIC 9(9)V99  VALUE ZERO.
123500
123600 01  TAX-DD-CREDIT-RECORD.
123700     05  DDC-RECORD-TYPE        PIC X(01)    VALUE 'C'.
123800     05  DDC-EMP-ID             PIC 9(6).
123900     05  DDC-ROUTING            PIC 9(9).
124000     05  DDC-ACCOUNT            PIC X(17).
124100     05  DDC-AMOUNT             PIC 9(9)V99.
124200     05  DDC-DATE               PIC 9(6).
124300     05  DDC-PAY-TYPE           PIC X(01)    VALUE SPACE.
124400         88  DDC-REGULAR-PAY                VALUE SPACE.
124500         88  DDC-RETRO-PAY                  VALUE 'R'.
124600     05  FILLER                 PIC X(09)    VALUE SPACES.
124700
124800 01  TAX-DD-TRAILER-RECORD.
124900     05  DDT-RECORD-TYPE        PIC X(01)    VALUE 'T'.
125000     05  DDT-COUNT              PIC 9(7).
125100     05  DDT-TOTAL              PIC 9(11)V99.
125200     05  FILLER                 PIC X(39)    VALUE SPACES.
125300
125400 01  TAX-DD-EXCEPT-HEADING.
125500     05  FILLER                 PIC X(38) VALUE
125600         "DIRECT DEPOSIT EXCEPTIONS - CHECKS FOR".
125700     05  FILLER                 PIC X(01) VALUE SPACES.
125800     05  XH-DATE                PIC 9(06).
125900     05  FILLER                 PIC X(35) VALUE SPACES.
126000
126100 01  TAX-DD-EXCEPT-LINE.
126200     05  XD-EMP-ID              PIC 9(6).
126300     05  FILLER                 PIC X(02) VALUE SPACES.
126400     05  XD-EMP-NAME            PIC X(25).
126500     05  FILLER                 PIC X(02) VALUE SPACES.
126600     05  XD-NET-PAY             PIC -(8)9.99.
126700     05  FILLER                 PIC X(02) VALUE SPACES.
126800     05  XD-REASON              PIC X(20).
126900     05  FILLER                 PIC X(01) VALUE SPACES.
127000     05  XD-CHECK-NO            PIC Z(07)9 BLANK WHEN ZERO.
127100     05  FILLER                 PIC X(02) VALUE SPACES.
127200
127300 01  TAX-DD-SUMMARY-LINE.
127400     05  FILLER                 PIC X(09) VALUE "DEPOSITS ".
127500     05  XS-DD-COUNT            PIC Z(5)9.
127600     05  FILLER                 PIC X(07) VALUE " TOTAL ".
127700     05  XS-DD-TOTAL            PIC Z(9)9.99.
127800     05  FILLER                 PIC X(08) VALUE "  CHECKS".
127900     05  FILLER                 PIC X(01) VALUE SPACES.
128000     05  XS-CHECK-COUNT         PIC Z(5)9.
128100     05  FILLER                 PIC X(07) VALUE " TOTAL ".
128200     05  XS-CHECK-TOTAL         PIC Z(9)9.99.
128300     05  FILLER                 PIC X(17) VALUE SPACES.
128400
128500*----------------------------------------------------------------
128600* PAPER CHECKS - THE RANGE AND NEXT NUMBER FROM THE LAST CHKCTL
128700* RECORD (ZERO WHEN NO STOCK HAS BEEN LOADED), THE CHECKS THIS
128800* RUN ISSUED, AND THE EMPLOYEES IT COULD NOT NUMBER A CHECK FOR.
128900*----------------------------------------------------------------
129000 01  TAX-CKC-STATUS             PIC X(02).
129100     88  TAX-CKC-FILE-MISSING               VALUE '35'.
129200 01  TAX-CKR-STATUS             PIC X(02).
129300     88  TAX-CKR-FILE-MISSING               VALUE '35'.
129400 01  TAX-CKP-STATUS             PIC X(02).
129500 01  TAX-CKC-EOF-SW             PIC X(01)    VALUE 'N'.
129600     88  TAX-CKC-EOF                        VALUE 'Y'.
129700 01  TAX-CKC-BLOCKED-SW         PIC X(01)    VALUE 'N'.
129800     88  TAX-CKC-BLOCKED                    VALUE 'Y'.
129900 01  TAX-CKC-FIRST-NO           PIC 9(08)    VALUE ZERO.
130000 01  TAX-CKC-LAST-NO            PIC 9(08)    VALUE ZERO.
130100 01  TAX-CKC-NEXT-NO            PIC 9(08)    VALUE ZERO.
130200 01  TAX-CHECKS-ISSUED          PIC 9(05)    VALUE ZERO.
130300 01  TAX-CHECKS-UNNUMBERED      PIC 9(05)    VALUE ZERO.
130400
130500*----------------------------------------------------------------
130600* DEPARTMENT BREAK FIELDS AND THE DEPARTMENT SUMMARY TABLE -
130700* SUBTOTALS CUT ON EACH CHANGE OF DEPARTMENT IN THE SORTED
130800* FILE; THE TABLE FEEDS THE SUMMARY PAGE AFTER THE GRAND
130900* TOTAL.  FIFTY DEPARTMENTS IS WELL PAST THE SHOP'S SIZE.
131000*----------------------------------------------------------------
131100 01  TAX-DEPT-BREAK             PIC X(03) VALUE SPACES.
131200 01  TAX-DEPT-OPEN-SW           PIC X(01) VALUE 'N'.
131300     88  TAX-DEPT-OPEN                      VALUE 'Y'.
131400 01  TAX-DEPT-SUBTOTAL          PIC 9(9)V99 VALUE ZERO.
131500 01  TAX-DEPT-TABLE-COUNT       PIC 9(3) COMP VALUE ZERO.
131600 01  TAX-DEPT-SUB               PIC 9(3) COMP VALUE ZERO.
131700 01  TAX-DEPT-FOUND-SW          PIC X(01) VALUE 'N'.
131800     88  TAX-DEPT-FOUND                     VALUE 'Y'.
131900 01  TAX-DEPT-TABLE.
132000     05  TAX-DEPT-ENTRY         OCCURS 50 TIMES
132100                                INDEXED BY TAX-DEPT-IDX.
132200         10  TDE-DEPARTMENT     PIC X(03).
132300         10  TDE-EMP-COUNT      PIC 9(5) COMP.
132400         10  TDE-TOTAL-TAX      PIC 9(9)V99.
132500
132600 01  TAX-DEPT-SUBTOTAL-LINE.
132700     05  FILLER                 PIC X(11) VALUE "DEPARTMENT ".
132800     05  DS-DEPARTMENT          PIC X(03).
132900     05  FILLER                 PIC X(19) VALUE
133000         " SUBTOTAL..........".
133100     05  DS-SUBTOTAL            PIC Z(6)9.99.
133200     05  FILLER                 PIC X(37) VALUE SPACES.
133300
133400 01  TAX-DEPT-SUMMARY-HEADING   PIC X(80) VALUE
133500     "DEPARTMENT SUMMARY".
133600
133700 01  TAX-DEPT-SUMMARY-LINE.
133800     05  FILLER                 PIC X(11) VALUE "DEPARTMENT ".
133900     05  DM-DEPARTMENT          PIC X(03).
134000     05  FILLER                 PIC X(12) VALUE "  EMPLOYEES ".
134100     05  DM-EMP-COUNT           PIC Z(4)9.
134200     05  FILLER                 PIC X(07) VALUE "  TAX ".
134300     05  DM-TOTAL-TAX           PIC Z(8)9.99.
134400     05  FILLER                 PIC X(30) VALUE SPACES.
134500
134600 01  TAX-DETAIL-LINE.
134700     05  TD-EMP-ID              PIC 9(6).
134800     05  FILLER                 PIC X(02) VALUE SPACES.
134900     05  TD-EMP-NAME            PIC X(25).
135000     05  FILLER                 PIC X(02) VALUE SPACES.
135100     05  TD-SALARY              PIC Z(6)9.99.
135200     05  FILLER                 PIC X(02) VALUE SPACES.
135300     05  TD-TAX                 PIC Z(6)9.99.
135400     05  FILLER                 PIC X(02) VALUE SPACES.
135500     05  TD-FILING-STATUS       PIC X(01).
135600     05  FILLER                 PIC X(02) VALUE SPACES.
135700     05  TD-DEPENDENTS          PIC Z9.
135800     05  FILLER                 PIC X(16) VALUE SPACES.
135900
136000 01  TAX-TOTAL-LINE.
136100     05  FILLER                 PIC X(33) VALUE
136200         "GRAND TOTAL TAX WITHHELD........".
136300     05  TT-GRAND-TOTAL         PIC Z(6)9.99.
136400     05  FILLER                 PIC X(37) VALUE SPACES.
136500
136600 01  TAX-RECON-DETAIL-LINE.
136700     05  TR-EMP-ID              PIC 9(6).
136800     05  FILLER                 PIC X(02) VALUE SPACES.
136900     05  TR-EMP-NAME            PIC X(25).
137000     05  FILLER                 PIC X(02) VALUE SPACES.
137100     05  TR-EXPECTED            PIC Z(6)9.99.
137200     05  FILLER                 PIC X(02) VALUE SPACES.
137300     05  TR-ACTUAL              PIC Z(6)9.99.
137400     05  FILLER                 PIC X(02) VALUE SPACES.
137500     05  TR-VARIANCE            PIC -(6)9.99.
137600     05  FILLER                 PIC X(02) VALUE SPACES.
137700     05  TR-FLAG                PIC X(08).
137800     05  FILLER                 PIC X(01) VALUE SPACES.

137900*----------------------------------------------------------------
138000* DAILY TRANSACTION LOG WORK FIELD - THE EMPLOYEE ID TO LOG.
138100* BATCH SETS THIS TO THE EMPLOYEE BEING PROCESSED; A SINGLE-
138200* EMPLOYEE ENTRY HAS NO EMPLOYEE ID ON FILE SO IT LOGS ZERO.
138300*----------------------------------------------------------------
138400 01  TAX-LOG-ID                 PIC 9(06)    VALUE ZERO.
138500 01  TAX-RUN-CTL-STATUS         PIC X(02).
138600*----------------------------------------------------------------
138700* RUN IDENTIFIER AND LOG SEQUENCE - THE RUN'S START TIME IS
138800* STAMPED ON EVERY LOG ENTRY THIS RUN WRITES, WITH A SEQUENCE
138900* NUMBER WITHIN THE RUN, SO A RESTART'S ENTRIES ARE TELLABLE
139000* FROM THE ABENDED RUN'S.
139100*----------------------------------------------------------------
139200 01  TAX-RUN-ID                 PIC 9(08)    VALUE ZERO.
139300 01  TAX-LOG-SEQ                PIC 9(04)    VALUE ZERO.

139400     COPY DLGREC.

139500     COPY RUNCTL.

139600     COPY CKPWS.

139700     COPY PRDWS.

139800     COPY FSTATWS.

139900     COPY VALIDWS.

140000 PROCEDURE DIVISION.
140100*----------------------------------------------------------------
140200 0000-MAINLINE.
140300*----------------------------------------------------------------
140400     MOVE "TAX" TO FST-PROGRAM-ID.
140500     ACCEPT TAX-RUN-ID FROM TIME.
140600     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT.
140700     IF TAX-PARM-ERROR
140800         GO TO 9999-EXIT
140900     END-IF.
141000     IF NOT TAX-PARM-PRESENT
141100         DISPLAY "Enter 1 for a single employee, 2 for a batch"
141200         DISPLAY "run, or 3 for a quarterly reconciliation?"
141300         ACCEPT TAX-RUN-MODE
141400     END-IF.
141500     EVALUATE TRUE
141600         WHEN TAX-MODE-BATCH
141700             PERFORM 3000-BATCH-PAYROLL-RUN THRU 3000-EXIT
141800         WHEN TAX-MODE-RECON
141900             PERFORM 4000-QUARTERLY-RECONCILIATION THRU 4000-EXIT
142000         WHEN OTHER
142100             ACCEPT TAX-TODAY FROM DATE
142200             MOVE TAX-TODAY TO TAX-TABLE-DATE
142300             PERFORM 0200-LOAD-TAX-TABLE THRU 0200-EXIT
142400             IF NOT TAX-TABLE-FOUND
142500                 GO TO 9999-EXIT
142600             END-IF
142700             PERFORM 1000-INPUT-LOGIC THRU 1000-EXIT
142800             PERFORM 2000-CALCULATE-TAX THRU 2000-EXIT
142900             MOVE ZERO TO TAX-LOG-ID
143000             MOVE TAX-COMPUTED-TAX TO TAX-LOG-AMOUNT
143100             PERFORM 2200-LOG-DAILY-TRANSACTION THRU 2200-EXIT
143200     END-EVALUATE.
143300     GO TO 9999-EXIT.
143400
143500*----------------------------------------------------------------
143600 0100-READ-PARM-CARD.
143700*     A PRESENT TAXPARM CARD ANSWERS THE RUN MODE AND QUARTER
143800*     PROMPTS SO THE SCHEDULER CAN RUN THIS PROGRAM WITH NO
143900*     OPERATOR.  A MISSING CARD MEANS THE USUAL PROMPTS; A BAD
144000*     CARD IS AN ERROR, NOT A PROMPT - NOTHING MAY HANG AN
144100*     UNATTENDED RUN.
144200*----------------------------------------------------------------
144300     OPEN INPUT TAX-PARM-FILE.
144400     IF TAX-PARM-FILE-MISSING
144500         GO TO 0100-EXIT
144600     END-IF.
144700     READ TAX-PARM-FILE
144800         AT END
144900             CLOSE TAX-PARM-FILE
145000             GO TO 0100-EXIT
145100     END-READ.
145200     CLOSE TAX-PARM-FILE.
145300     MOVE 'Y' TO TAX-PARM-PRESENT-SW.
145400     MOVE TAX-PARM-MODE TO TAX-RUN-MODE.
145500*    THE VARIANCE THRESHOLDS ARE OPTIONAL ON THE CARD - BLANK
145600*    LEAVES THE DEFAULTS.
145700     IF TAX-PARM-VAR-PERCENT NUMERIC
145800         MOVE TAX-PARM-VAR-PERCENT TO TAX-VAR-PERCENT
145900     END-IF.
146000     IF TAX-PARM-VAR-AMOUNT NUMERIC
146100         MOVE TAX-PARM-VAR-AMOUNT TO TAX-VAR-AMOUNT
146200     END-IF.
146300     IF NOT TAX-MODE-SINGLE AND NOT TAX-MODE-BATCH
146400        AND NOT TAX-MODE-RECON
146500         DISPLAY "TAX - BAD RUN MODE ON PARAMETER CARD - "
146600                 TAX-PARM-MODE
146700         MOVE 'Y' TO TAX-PARM-ERROR-SW
146800         MOVE 16  TO RETURN-CODE
146900         GO TO 0100-EXIT
147000     END-IF.
147100     IF TAX-MODE-BATCH OR TAX-MODE-RECON
147200         IF TAX-PARM-QUARTER NOT NUMERIC
147300            OR TAX-PARM-QUARTER < 1 OR TAX-PARM-QUARTER > 4
147400             DISPLAY "TAX - BAD QUARTER ON PARAMETER CARD - "
147500                     TAX-PARM-QUARTER
147600             MOVE 'Y' TO TAX-PARM-ERROR-SW
147700             MOVE 16  TO RETURN-CODE
147800         ELSE
147900             MOVE TAX-PARM-QUARTER TO TAX-QUARTER
148000         END-IF
148100     END-IF.
148200 0100-EXIT.
148300     EXIT.
148400
148500*----------------------------------------------------------------
148600 0200-LOAD-TAX-TABLE.
148700*     PICK THE TAX TABLE ENTRY IN EFFECT ON TAX-TABLE-DATE - THE
148800*     LATEST ENTRY FOR THAT DATE'S YEAR WHOSE EFFECTIVE DATE IS
148900*     NOT AFTER IT - AND LOAD ITS BRACKETS, DEDUCTIONS, AND
149000*     EXEMPTION.  THE FILE IS APPEND-ONLY, SO OF TWO ENTRIES
149100*     WITH THE SAME DATE THE LATER ONE ON THE FILE IS THE
149200*     CORRECTION AND WINS.  NO ENTRY IN EFFECT ENDS THE RUN -
149300*     NOBODY IS WITHHELD AT A MADE-UP RATE.
149400*----------------------------------------------------------------
149500     MOVE 'N'  TO TAX-TABLE-FOUND-SW.
149600     MOVE 'N'  TO TAX-TABLE-EOF-SW.
149700     MOVE ZERO TO TAX-TABLE-EFF-DATE.
149800     OPEN INPUT TAX-TABLE-FILE.
149900     IF TAX-TABLE-FILE-MISSING
150000         DISPLAY "TAX - NO TAX TABLE FILE ON FILE - LOAD THE"
150100         DISPLAY "WITHHOLDING RULES WITH TAXMAINT FIRST."
150200         MOVE 16 TO RETURN-CODE
150300         GO TO 0200-EXIT
150400     END-IF.
150500     MOVE "TAXTABLE" TO FST-FILE-NAME.
150600     MOVE "OPEN    " TO FST-OPERATION.
150700     MOVE TAX-TABLE-STATUS TO FST-STATUS.
150800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
150900     PERFORM 0210-READ-TAX-TABLE THRU 0210-EXIT.
151000     PERFORM 0220-CHECK-TAX-TABLE-ENTRY THRU 0220-EXIT
151100         UNTIL TAX-TABLE-EOF.
151200     CLOSE TAX-TABLE-FILE.
151300     IF NOT TAX-TABLE-FOUND
151400         DISPLAY "TAX - NO TAX TABLE ENTRY IN EFFECT ON "
151500                 TAX-TABLE-DATE " - ADD ONE WITH TAXMAINT."
151600         MOVE 16 TO RETURN-CODE
151700     END-IF.
151800 0200-EXIT.
151900     EXIT.
152000
152100*----------------------------------------------------------------
152200 0210-READ-TAX-TABLE.
152300*----------------------------------------------------------------
152400     READ TAX-TABLE-FILE
152500         AT END
152600             MOVE 'Y' TO TAX-TABLE-EOF-SW
152700     END-READ.
152800 0210-EXIT.
152900     EXIT.
153000
153100*----------------------------------------------------------------
153200 0220-CHECK-TAX-TABLE-ENTRY.
153300*     A GARBLED ENTRY IS SKIPPED WITH A WARNING RATHER THAN
153400*     LOADED AS WHATEVER THE GARBLE DECODES TO.
153500*----------------------------------------------------------------
153600     EVALUATE TRUE
153700         WHEN TXT-KEY NOT NUMERIC
153800           OR TXT-STD-DED-SINGLE NOT NUMERIC
153900           OR TXT-STD-DED-MARRIED NOT NUMERIC
154000           OR TXT-DEP-EXEMPTION NOT NUMERIC
154100             DISPLAY "TAX - BAD TAX TABLE ENTRY SKIPPED - "
154200                     TXT-KEY
154300         WHEN TXT-TAX-YEAR NOT = TAX-TABLE-DATE-YY
154400           OR TXT-EFFECTIVE-DATE > TAX-TABLE-DATE
154500           OR TXT-EFFECTIVE-DATE < TAX-TABLE-EFF-DATE
154600             CONTINUE
154700         WHEN OTHER
154800             MOVE 'Y' TO TAX-TABLE-FOUND-SW
154900             MOVE TXT-EFFECTIVE-DATE  TO TAX-TABLE-EFF-DATE
155000             MOVE TXT-STD-DED-SINGLE  TO TAX-STD-DED-SINGLE
155100             MOVE TXT-STD-DED-MARRIED TO TAX-STD-DED-MARRIED
155200             MOVE TXT-DEP-EXEMPTION   TO TAX-DEPENDENT-EXEMPTION
155300             PERFORM 0230-LOAD-ONE-BRACKET THRU 0230-EXIT
155400                 VARYING TAX-BR-IDX FROM 1 BY 1
155500                 UNTIL TAX-BR-IDX > TAX-BRACKET-COUNT
155600     END-EVALUATE.
155700     PERFORM 0210-READ-TAX-TABLE THRU 0210-EXIT.
155800 0220-EXIT.
155900     EXIT.
156000
156100*----------------------------------------------------------------
156200 0230-LOAD-ONE-BRACKET.
156300*----------------------------------------------------------------
156400     MOVE TXT-BR-LIMIT (TAX-BR-IDX) TO TAX-BR-LIMIT (TAX-BR-IDX).
156500     MOVE TXT-BR-RATE (TAX-BR-IDX)  TO TAX-BR-RATE (TAX-BR-IDX).
156600 0230-EXIT.
156700     EXIT.
156800
156900*----------------------------------------------------------------
157000 1000-INPUT-LOGIC.
157100*----------------------------------------------------------------
157200     PERFORM 1010-GET-SALARY THRU 1010-EXIT.
157300     DISPLAY "Filing status - S for single, M for married?".
157400     ACCEPT TAX-FILING-STATUS.
157500     DISPLAY "Number of dependents?".
157600     ACCEPT TAX-DEPENDENTS.
157700 1000-EXIT.
157800     EXIT.

157900*----------------------------------------------------------------
158000 1010-GET-SALARY.
158100*     RE-PROMPT UNTIL THE SALARY IS WITHIN A REASONABLE RANGE.
158200*----------------------------------------------------------------
158300     MOVE 'N' TO TAX-SALARY-OK-SW.
158400     PERFORM 1020-PROMPT-FOR-SALARY THRU 1020-EXIT
158500         UNTIL TAX-SALARY-OK.
158600 1010-EXIT.
158700     EXIT.

158800*----------------------------------------------------------------
158900 1020-PROMPT-FOR-SALARY.
159000*----------------------------------------------------------------
159100     DISPLAY "Please enter your salary?".
159200     ACCEPT TAX-INPUT-SALARY.
159300     MOVE TAX-INPUT-SALARY TO VAL-NUMERIC-INPUT.
159400     MOVE 1                TO VAL-MIN-RANGE.
159500     MOVE 9999999           TO VAL-MAX-RANGE.
159600     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
159700     IF VAL-ERROR-FOUND
159800         DISPLAY VAL-ERROR-MESSAGE
159900     ELSE
160000         MOVE 'Y' TO TAX-SALARY-OK-SW
160100     END-IF.
160200 1020-EXIT.
160300     EXIT.
160400
160500*----------------------------------------------------------------
160600 2000-CALCULATE-TAX.
160700*     REDUCE THE SALARY TO A TAXABLE AMOUNT, THEN WALK THE
160800*     BRACKET TABLE, TAXING ONLY THE SLICE OF THE TAXABLE
160900*     AMOUNT THAT FALLS WITHIN EACH BAND.
161000*----------------------------------------------------------------
161100     PERFORM 1900-COMPUTE-TAXABLE-AMOUNT THRU 1900-EXIT.
161200     MOVE ZERO TO TAX-COMPUTED-TAX.
161300     MOVE ZERO TO TAX-PREV-LIMIT.
161400     MOVE 'N'  TO TAX-DONE-SW.
161500     PERFORM 2100-APPLY-BRACKET THRU 2100-EXIT
161600         VARYING TAX-BR-IDX FROM 1 BY 1
161700         UNTIL TAX-BR-IDX > TAX-BRACKET-COUNT
161800            OR TAX-DONE.
161900     MOVE TAX-COMPUTED-TAX TO TAX-RATE-DISPLAY.
162000     IF TAX-MODE-SINGLE
162100         IF TAX-COMPUTED-TAX = ZERO
162200             DISPLAY "No tax!"
162300         ELSE
162400             DISPLAY "Tax due: " TAX-RATE-DISPLAY
162500         END-IF
162600     END-IF.
162700 2000-EXIT.
162800     EXIT.
162900
163000*----------------------------------------------------------------
163100 1900-COMPUTE-TAXABLE-AMOUNT.
163200*     THE STANDARD DEDUCTION DEPENDS ON FILING STATUS; EACH
163300*     DEPENDENT CLAIMED SHRINKS THE TAXABLE AMOUNT FURTHER.
163400*     A SALARY FULLY ABSORBED BY DEDUCTIONS IS NOT TAXED.
163500*----------------------------------------------------------------
163600     IF TAX-FILING-MARRIED
163700         MOVE TAX-STD-DED-MARRIED TO TAX-STD-DEDUCTION
163800     ELSE
163900         MOVE TAX-STD-DED-SINGLE  TO TAX-STD-DEDUCTION
164000     END-IF.
164100     COMPUTE TAX-TAXABLE-AMOUNT =
164200         TAX-INPUT-SALARY - TAX-STD-DEDUCTION -
164300         (TAX-DEPENDENTS * TAX-DEPENDENT-EXEMPTION).
164400     IF TAX-INPUT-SALARY < TAX-STD-DEDUCTION +
164500         (TAX-DEPENDENTS * TAX-DEPENDENT-EXEMPTION)
164600         MOVE ZERO TO TAX-TAXABLE-AMOUNT
164700     END-IF.
164800 1900-EXIT.
164900     EXIT.
165000
165100*----------------------------------------------------------------
165200 2100-APPLY-BRACKET.
165300*----------------------------------------------------------------
165400     IF TAX-TAXABLE-AMOUNT > TAX-BR-LIMIT (TAX-BR-IDX)
165500         COMPUTE TAX-BAND-PORTION =
165600             TAX-BR-LIMIT (TAX-BR-IDX) - TAX-PREV-LIMIT
165700         MOVE TAX-BR-LIMIT (TAX-BR-IDX) TO TAX-PREV-LIMIT
165800     ELSE
165900         COMPUTE TAX-BAND-PORTION =
166000             TAX-TAXABLE-AMOUNT - TAX-PREV-LIMIT
166100         MOVE 'Y' TO TAX-DONE-SW
166200     END-IF.
166300     COMPUTE TAX-COMPUTED-TAX ROUNDED =
166400         TAX-COMPUTED-TAX +
166500         (TAX-BAND-PORTION * TAX-BR-RATE (TAX-BR-IDX)).
166600 2100-EXIT.
166700     EXIT.
166800
166900*----------------------------------------------------------------
167000 2200-LOG-DAILY-TRANSACTION.
167100*     APPEND ONE ENTRY PER COMPUTED TAX FIGURE, SINGLE OR BATCH,
167200*     TO THE SHARED DAILY TRANSACTION LOG FOR THE END-OF-DAY JOB.
167300*----------------------------------------------------------------
167400     ACCEPT DLG-DATE FROM DATE.
167500     ACCEPT DLG-TIME FROM TIME.
167600     MOVE "TAX"           TO DLG-SOURCE.
167700     MOVE TAX-LOG-ID       TO DLG-ID.
167800     MOVE TAX-LOG-AMOUNT   TO DLG-AMOUNT.
167900     MOVE TAX-RUN-ID       TO DLG-RUN-ID.
168000     ADD 1                 TO TAX-LOG-SEQ.
168100     MOVE TAX-LOG-SEQ      TO DLG-SEQ-NO.
168200     MOVE SPACE            TO DLG-TRAN-CODE.
168300     MOVE SPACE            TO DLG-ORIG-CODE.
168400     MOVE ZERO             TO DLG-ASOF-DATE.
168500     OPEN EXTEND DAILY-LOG-FILE.
168600     IF TAX-DAILY-LOG-STATUS = '35'
168700         OPEN OUTPUT DAILY-LOG-FILE
168800         CLOSE DAILY-LOG-FILE
168900         OPEN EXTEND DAILY-LOG-FILE
169000     END-IF.
169100     MOVE "DAILYLOG" TO FST-FILE-NAME.
169200     MOVE "OPEN    " TO FST-OPERATION.
169300     MOVE TAX-DAILY-LOG-STATUS TO FST-STATUS.
169400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
169500     WRITE DAILY-LOG-LINE FROM DLG-LOG-DETAIL-LINE.
169600     MOVE "WRITE   " TO FST-OPERATION.
169700     MOVE TAX-DAILY-LOG-STATUS TO FST-STATUS.
169800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
169900     CLOSE DAILY-LOG-FILE.
170000 2200-EXIT.
170100     EXIT.
170200
170300*----------------------------------------------------------------
170400 2500-COMPUTE-PERIOD-FIGURES.
170500*     DIVIDE THE ANNUAL SALARY AND THE ANNUALIZED TAX BY THE
170600*     EMPLOYEE'S PERIODS PER YEAR - MONTHLY IS 12, SEMI-MONTHLY
170700*     24 - ROUNDING EACH PERIOD FIGURE TO THE CENT.  THE CALLER
170800*     LOADS TAX-PAY-FREQUENCY AND TAX-INPUT-SALARY AND HAS
170900*     ALREADY COMPUTED THE ANNUAL TAX.
171000*----------------------------------------------------------------
171100     IF TAX-PAID-SEMIMONTHLY
171200         MOVE 24 TO TAX-PERIODS-PER-YEAR
171300         MOVE 6  TO TAX-PERIODS-PER-QUARTER
171400     ELSE
171500         MOVE 12 TO TAX-PERIODS-PER-YEAR
171600         MOVE 3  TO TAX-PERIODS-PER-QUARTER
171700     END-IF.
171800     COMPUTE TAX-PERIOD-GROSS ROUNDED =
171900         TAX-INPUT-SALARY / TAX-PERIODS-PER-YEAR.
172000     COMPUTE TAX-PERIOD-TAX ROUNDED =
172100         TAX-COMPUTED-TAX / TAX-PERIODS-PER-YEAR.
172200 2500-EXIT.
172300     EXIT.
172400
172500*----------------------------------------------------------------
172600 3000-BATCH-PAYROLL-RUN.
172700*     PROCESS THE ENTIRE EMPLOYEE MASTER FILE, WRITING ONE
172800*     DETAIL LINE PER EMPLOYEE AND A GRAND TOTAL LINE.
172900*----------------------------------------------------------------
173000     PERFORM 3020-GET-QUARTER THRU 3020-EXIT.
173100*    ONE PAYROLL PERIOD RUN PER RUN DATE - A SECOND RUN THE
173200*    SAME DAY WOULD DOUBLE THE YTD BUCKETS, SO IT IS REFUSED
173300*    UNTIL A SUPERVISOR REOPENS THE PERIOD WITH PERIODCT.
173400     ACCEPT TAX-TODAY FROM DATE.
173500     MOVE "TAX"          TO PRD-CHECK-SOURCE.
173600     MOVE TAX-TODAY-YY   TO PRD-CHECK-YEAR.
173700     MOVE TAX-TODAY-MMDD TO PRD-CHECK-PERIOD.
173800     PERFORM 9500-CHECK-PERIOD THRU 9500-EXIT.
173900     IF PRD-ALREADY-PROCESSED
174000         DISPLAY "TAX - PAYROLL PERIOD " TAX-TODAY " HAS "
174100                 "ALREADY PROCESSED - REOPEN IT WITH PERIODCT "
174200                 "BEFORE RERUNNING."
174300         MOVE 16 TO RETURN-CODE
174400         GO TO 3000-EXIT
174500     END-IF.
174600*    THE LAST RUN'S DEPOSITS MUST HAVE GONE TO THE BANK BEFORE
174700*    THIS RUN REPLACES THE HELD FILE.
174800     PERFORM 3035-CHECK-RELEASE-HOLD THRU 3035-EXIT.
174900     IF TAX-DDR-HELD-DATE NOT = ZERO
175000        AND TAX-DDR-HELD-DATE NOT = TAX-TODAY
175100         DISPLAY "TAX - DEPOSITS FROM PAYROLL RUN "
175200                 TAX-DDR-HELD-DATE " ARE STILL ON HOLD - "
175300                 "RELEASE THEM WITH PAYREL BEFORE RUNNING."
175400         MOVE 16 TO RETURN-CODE
175500         GO TO 3000-EXIT
175600     END-IF.
175700*    THE PERIOD'S RUN DATE PICKS THE WITHHOLDING RULES IN FORCE.
175800     MOVE TAX-TODAY TO TAX-TABLE-DATE.
175900     PERFORM 0200-LOAD-TAX-TABLE THRU 0200-EXIT.
176000     IF NOT TAX-TABLE-FOUND
176100         GO TO 3000-EXIT
176200     END-IF.
176300     MOVE ZERO TO TAX-GRAND-TOTAL.
176400     MOVE ZERO TO TAX-EMPLOYEE-COUNT.
176500     MOVE 'N'  TO TAX-EMP-EOF-SW.
176600     OPEN INPUT  EMPLOYEE-FILE
176700          OUTPUT TAX-REPORT-FILE
176800          OUTPUT PAY-REGISTER-FILE.
176900     MOVE "EMPCLEAN" TO FST-FILE-NAME.
177000     MOVE "OPEN    " TO FST-OPERATION.
177100     MOVE TAX-EMP-FILE-STATUS TO FST-STATUS.
177200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
177300     MOVE "TAXRPT  " TO FST-FILE-NAME.
177400     MOVE "OPEN    " TO FST-OPERATION.
177500     MOVE TAX-REPORT-STATUS TO FST-STATUS.
177600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
177700     MOVE "PAYREG  " TO FST-FILE-NAME.
177800     MOVE "OPEN    " TO FST-OPERATION.
177900     MOVE TAX-PAYREG-STATUS TO FST-STATUS.
178000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
178100     PERFORM 3050-OPEN-YTD-MASTER THRU 3050-EXIT.
178200     PERFORM 3060-LOAD-DEDUCTIONS THRU 3060-EXIT.
178300     OPEN OUTPUT DD-TRANS-FILE
178400          OUTPUT DD-EXCEPT-FILE.
178500     MOVE "DDHOLD  " TO FST-FILE-NAME.
178600     MOVE "OPEN    " TO FST-OPERATION.
178700     MOVE TAX-DD-TRANS-STATUS TO FST-STATUS.
178800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
178900     MOVE "DDEXCEPT" TO FST-FILE-NAME.
179000     MOVE "OPEN    " TO FST-OPERATION.
179100     MOVE TAX-DD-EXCEPT-STATUS TO FST-STATUS.
179200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
179300     PERFORM 3065-LOAD-BANK-DETAILS THRU 3065-EXIT.
179400     PERFORM 3090-OPEN-GARNISHMENTS THRU 3090-EXIT.
179500     PERFORM 3095-OPEN-EMPLOYER-COST THRU 3095-EXIT.
179600     PERFORM 3040-LOAD-RETRO-PENDING THRU 3040-EXIT.
179700     PERFORM 3440-OPEN-VARIANCE THRU 3440-EXIT.
179800     PERFORM 3930-OPEN-CHECKS THRU 3930-EXIT.
179900     MOVE TAX-TODAY TO XH-DATE.
180000     WRITE DD-EXCEPT-LINE FROM TAX-DD-EXCEPT-HEADING.
180100     MOVE TAX-QUARTER TO RH-QUARTER.
180200     WRITE PAY-REGISTER-LINE FROM TAX-REGISTER-HEADING.
180300     SORT TAX-SORT-FILE
180400         ON ASCENDING KEY TSR-DEPARTMENT
180500                          TSR-EMP-ID
180600         INPUT PROCEDURE IS 3110-RELEASE-EMPLOYEES
180700             THRU 3110-EXIT
180800         OUTPUT PROCEDURE IS 3150-PROCESS-SORTED
180900             THRU 3150-EXIT.
181000     IF SORT-RETURN NOT = ZERO
181100         DISPLAY "TAX - PAYROLL SORT FAILED - RERUN THE JOB."
181200         MOVE 16 TO RETURN-CODE
181300         CLOSE EMPLOYEE-FILE
181400               YTD-MASTER-FILE
181500               PAY-REGISTER-FILE
181600               DD-TRANS-FILE
181700               DD-EXCEPT-FILE
181800               GARN-WORK-FILE
181900               ER-YTD-FILE
182000               ER-CONTRIB-FILE
182100               RETRO-AUDIT-FILE
182200               LAST-PAY-FILE
182300               VARIANCE-FILE
182400               CHECK-REGISTER-FILE
182500               CHECK-PRINT-FILE
182600               TAX-REPORT-FILE
182700         IF TAX-GARN-PRESENT
182800             CLOSE GARNISH-FILE
182900         END-IF
183000         GO TO 3000-EXIT
183100     END-IF.
183200     MOVE TAX-GRAND-TOTAL TO TT-GRAND-TOTAL.
183300     WRITE TAX-REPORT-LINE FROM TAX-TOTAL-LINE.
183400     MOVE "TAXRPT  " TO FST-FILE-NAME.
183500     MOVE "WRITE   " TO FST-OPERATION.
183600     MOVE TAX-REPORT-STATUS TO FST-STATUS.
183700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
183800     MOVE TAX-REG-TOTAL-GROSS TO RT-GROSS.
183900     MOVE TAX-GRAND-TOTAL     TO RT-TAX.
184000     MOVE TAX-REG-TOTAL-DED   TO RT-DED.
184100     MOVE TAX-REG-TOTAL-NET   TO RT-NET.
184200     PERFORM 3700-WRITE-DEPT-SUMMARY THRU 3700-EXIT.
184300     WRITE PAY-REGISTER-LINE FROM TAX-REGISTER-TOTAL-LINE.
184400     MOVE "PAYREG  " TO FST-FILE-NAME.
184500     MOVE "WRITE   " TO FST-OPERATION.
184600     MOVE TAX-PAYREG-STATUS TO FST-STATUS.
184700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
184800     PERFORM 3280-WRITE-EMPLOYER-COST THRU 3280-EXIT.
184900     PERFORM 3295-WRITE-RETRO-TOTAL THRU 3295-EXIT.
185000     PERFORM 3470-LIST-MISSING THRU 3470-EXIT.
185100     PERFORM 3480-WRITE-VARIANCE-TOTAL THRU 3480-EXIT.
185200     MOVE TAX-DD-COUNT TO DDT-COUNT.
185300     MOVE TAX-DD-TOTAL TO DDT-TOTAL.
185400     WRITE DD-TRANS-RECORD FROM TAX-DD-TRAILER-RECORD.
185500     MOVE "DDHOLD  " TO FST-FILE-NAME.
185600     MOVE "WRITE   " TO FST-OPERATION.
185700     MOVE TAX-DD-TRANS-STATUS TO FST-STATUS.
185800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
185900     MOVE TAX-DD-COUNT     TO XS-DD-COUNT.
186000     MOVE TAX-DD-TOTAL     TO XS-DD-TOTAL.
186100     MOVE TAX-CHECK-COUNT  TO XS-CHECK-COUNT.
186200     MOVE TAX-CHECK-TOTAL  TO XS-CHECK-TOTAL.
186300     WRITE DD-EXCEPT-LINE FROM TAX-DD-SUMMARY-LINE.
186400     MOVE "DDEXCEPT" TO FST-FILE-NAME.
186500     MOVE "WRITE   " TO FST-OPERATION.
186600     MOVE TAX-DD-EXCEPT-STATUS TO FST-STATUS.
186700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
186800     CLOSE EMPLOYEE-FILE
186900           YTD-MASTER-FILE
187000           PAY-REGISTER-FILE
187100           DD-TRANS-FILE
187200           DD-EXCEPT-FILE
187300           ER-YTD-FILE
187400           ER-CONTRIB-FILE
187500           RETRO-AUDIT-FILE
187600           LAST-PAY-FILE
187700           VARIANCE-FILE
187800           CHECK-REGISTER-FILE
187900           CHECK-PRINT-FILE
188000           TAX-REPORT-FILE.
188100     PERFORM 3800-RELEASE-GARN-PAYMENTS THRU 3800-EXIT.
188200     PERFORM 3900-MARK-RETROS-PAID THRU 3900-EXIT.
188300     PERFORM 3490-HOLD-DEPOSITS THRU 3490-EXIT.
188400     PERFORM 3950-SAVE-CHECK-CONTROL THRU 3950-EXIT.
188500     PERFORM 3500-WRITE-RUN-CONTROL THRU 3500-EXIT.
188600     MOVE "TAX" TO PRD-MARK-OPERATOR.
188700     PERFORM 9600-MARK-PERIOD-PROCESSED THRU 9600-EXIT.
188800     DISPLAY "Batch payroll run complete - "
188900             TAX-EMPLOYEE-COUNT " employees processed.".
189000 3000-EXIT.
189100     EXIT.
189200
189300*----------------------------------------------------------------
189400 3020-GET-QUARTER.
189500*     RE-PROMPT UNTIL THE QUARTER ENTERED IS 1-4.
189600*----------------------------------------------------------------
189700     IF TAX-PARM-PRESENT
189800         GO TO 3020-EXIT
189900     END-IF.
190000     MOVE 'N' TO TAX-QUARTER-OK-SW.
190100     PERFORM 3030-PROMPT-FOR-QUARTER THRU 3030-EXIT
190200         UNTIL TAX-QUARTER-OK.
190300 3020-EXIT.
190400     EXIT.
190500
190600*----------------------------------------------------------------
190700 3030-PROMPT-FOR-QUARTER.
190800*----------------------------------------------------------------
190900     DISPLAY "Which quarter - 1, 2, 3, or 4?".
191000     ACCEPT TAX-QUARTER.
191100     MOVE TAX-QUARTER      TO VAL-NUMERIC-INPUT.
191200     MOVE 1                TO VAL-MIN-RANGE.
191300     MOVE 4                TO VAL-MAX-RANGE.
191400     PERFORM 8000-CHECK-NUMERIC-RANGE THRU 8000-EXIT.
191500     IF VAL-ERROR-FOUND
191600         DISPLAY VAL-ERROR-MESSAGE
191700     ELSE
191800         MOVE 'Y' TO TAX-QUARTER-OK-SW
191900     END-IF.
192000 3030-EXIT.
192100     EXIT.
192200
192300*----------------------------------------------------------------
192400 3035-CHECK-RELEASE-HOLD.
192500*     FIND THE RUN, IF ANY, WHOSE DEPOSITS ARE STILL HELD - THE
192600*     LAST 'H' RECORD WITH NO 'R' RECORD AFTER IT FOR THE SAME
192700*     RUN DATE.  NO CONTROL FILE MEANS NOTHING HAS BEEN HELD.
192800*----------------------------------------------------------------
192900     MOVE ZERO TO TAX-DDR-HELD-DATE.
193000     MOVE 'N'  TO TAX-DDR-EOF-SW.
193100     OPEN INPUT DD-RELEASE-FILE.
193200     IF TAX-DDR-FILE-MISSING
193300         GO TO 3035-EXIT
193400     END-IF.
193500     MOVE "DDRELCTL" TO FST-FILE-NAME.
193600     MOVE "OPEN    " TO FST-OPERATION.
193700     MOVE TAX-DDR-STATUS TO FST-STATUS.
193800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
193900     PERFORM 3036-READ-RELEASE THRU 3036-EXIT.
194000     PERFORM 3037-TRACK-RELEASE THRU 3037-EXIT
194100         UNTIL TAX-DDR-EOF.
194200     CLOSE DD-RELEASE-FILE.
194300 3035-EXIT.
194400     EXIT.
194500
194600*----------------------------------------------------------------
194700 3036-READ-RELEASE.
194800*----------------------------------------------------------------
194900     READ DD-RELEASE-FILE
195000         AT END
195100             MOVE 'Y' TO TAX-DDR-EOF-SW
195200     END-READ.
195300 3036-EXIT.
195400     EXIT.
195500
195600*----------------------------------------------------------------
195700 3037-TRACK-RELEASE.
195800*----------------------------------------------------------------
195900     IF DDR-HELD
196000         MOVE DDR-RUN-DATE TO TAX-DDR-HELD-DATE
196100     END-IF.
196200     IF DDR-RELEASED AND DDR-RUN-DATE = TAX-DDR-HELD-DATE
196300         MOVE ZERO TO TAX-DDR-HELD-DATE
196400     END-IF.
196500     PERFORM 3036-READ-RELEASE THRU 3036-EXIT.
196600 3037-EXIT.
196700     EXIT.
196800
196900*----------------------------------------------------------------
197000 3040-LOAD-RETRO-PENDING.
197100*     START THE RETRO AUDIT REPORT, LOAD THE RETRO CHANGES STILL
197200*     PENDING, AND - IF THERE ARE ANY - THE PAYROLL PERIODS
197300*     ALREADY PROCESSED THIS YEAR.  THE LAST RECORD ON THE FILE
197400*     FOR A CHANGE SAYS WHETHER AN EARLIER RUN HAS PAID IT.  A
197500*     MISSING RETRO FILE MEANS NO SALARY CHANGE HAS EVER BEEN
197600*     BACK-DATED.
197700*----------------------------------------------------------------
197800     MOVE ZERO TO TAX-RTO-COUNT.
197900     MOVE ZERO TO TAX-PPD-COUNT.
198000     MOVE ZERO TO TAX-RTO-RUN-COUNT.
198100     MOVE ZERO TO TAX-RTO-RUN-GROSS.
198200     MOVE ZERO TO TAX-RTO-RUN-TAX.
198300     COMPUTE TAX-RTO-YEAR-START = TAX-TODAY-YY * 10000 + 0101.
198400     OPEN OUTPUT RETRO-AUDIT-FILE.
198500     MOVE "RETROAUD" TO FST-FILE-NAME.
198600     MOVE "OPEN    " TO FST-OPERATION.
198700     MOVE TAX-RTA-STATUS TO FST-STATUS.
198800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
198900     MOVE TAX-TODAY TO AH-DATE.
199000     WRITE RETRO-AUDIT-LINE FROM TAX-RTA-HEADING.
199100     MOVE 'N' TO TAX-RTP-EOF-SW.
199200     OPEN INPUT RETRO-PEND-FILE.
199300     IF TAX-RTP-FILE-MISSING
199400         GO TO 3040-EXIT
199500     END-IF.
199600     MOVE "RETROPND" TO FST-FILE-NAME.
199700     MOVE "OPEN    " TO FST-OPERATION.
199800     MOVE TAX-RTP-STATUS TO FST-STATUS.
199900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
200000     PERFORM 3041-READ-RETRO-PENDING THRU 3041-EXIT.
200100     PERFORM 3042-TABLE-RETRO-PENDING THRU 3042-EXIT
200200         UNTIL TAX-RTP-EOF.
200300     CLOSE RETRO-PEND-FILE.
200400     IF TAX-RTO-COUNT > ZERO
200500         PERFORM 3045-LOAD-PAID-PERIODS THRU 3045-EXIT
200600     END-IF.
200700 3040-EXIT.
200800     EXIT.
200900
201000*----------------------------------------------------------------
201100 3041-READ-RETRO-PENDING.
201200*----------------------------------------------------------------
201300     READ RETRO-PEND-FILE
201400         AT END
201500             MOVE 'Y' TO TAX-RTP-EOF-SW
201600     END-READ.
201700 3041-EXIT.
201800     EXIT.
201900
202000*----------------------------------------------------------------
202100 3042-TABLE-RETRO-PENDING.
202200*     A LATER RECORD FOR A CHANGE ALREADY IN THE TABLE REPLACES
202300*     ITS STATUS.  A GARBLED RECORD IS SKIPPED WITH A WARNING, AND
202400*     A FULL TABLE LEAVES THE REST FOR THE NEXT RUN.
202500*----------------------------------------------------------------
202600     IF RTP-KEY NOT NUMERIC
202700        OR RTP-OLD-SALARY NOT NUMERIC
202800        OR RTP-NEW-SALARY NOT NUMERIC
202900        OR RTP-EFFECTIVE-DATE NOT NUMERIC
203000         DISPLAY "TAX - BAD RETRO RECORD SKIPPED - " RTP-KEY
203100         GO TO 3042-READ-NEXT
203200     END-IF.
203300     MOVE 'N' TO TAX-RTO-FOUND-SW.
203400     PERFORM 3043-CHECK-RETRO-ENTRY THRU 3043-EXIT
203500         VARYING TAX-RTO-IDX FROM 1 BY 1
203600         UNTIL TAX-RTO-IDX > TAX-RTO-COUNT
203700            OR TAX-RTO-FOUND.
203800     IF TAX-RTO-FOUND
203900         IF RTP-DONE
204000             MOVE 'C' TO TAX-RTO-T-STATUS (TAX-RTO-SUB)
204100         ELSE
204200             MOVE 'P' TO TAX-RTO-T-STATUS (TAX-RTO-SUB)
204300         END-IF
204400         GO TO 3042-READ-NEXT
204500     END-IF.
204600     IF RTP-DONE
204700         GO TO 3042-READ-NEXT
204800     END-IF.
204900     IF TAX-RTO-COUNT NOT < 100
205000         DISPLAY "TAX - RETRO TABLE FULL - " RTP-KEY
205100                 " LEFT FOR THE NEXT RUN."
205200         GO TO 3042-READ-NEXT
205300     END-IF.
205400     ADD 1 TO TAX-RTO-COUNT.
205500     MOVE TAX-RTO-COUNT      TO TAX-RTO-SUB.
205600     MOVE RTP-EMP-ID         TO TAX-RTO-T-EMP-ID (TAX-RTO-SUB).
205700     MOVE RTP-ENTERED-DATE   TO TAX-RTO-T-ENT-DATE (TAX-RTO-SUB).
205800     MOVE RTP-ENTERED-TIME   TO TAX-RTO-T-ENT-TIME (TAX-RTO-SUB).
205900     MOVE RTP-OLD-SALARY     TO TAX-RTO-T-OLD-SAL (TAX-RTO-SUB).
206000     MOVE RTP-NEW-SALARY     TO TAX-RTO-T-NEW-SAL (TAX-RTO-SUB).
206100     MOVE RTP-EFFECTIVE-DATE TO TAX-RTO-T-EFF-DATE (TAX-RTO-SUB).
206200     MOVE RTP-OPERATOR       TO TAX-RTO-T-OPERATOR (TAX-RTO-SUB).
206300     MOVE 'P'                TO TAX-RTO-T-STATUS (TAX-RTO-SUB).
206400 3042-READ-NEXT.
206500     PERFORM 3041-READ-RETRO-PENDING THRU 3041-EXIT.
206600 3042-EXIT.
206700     EXIT.
206800
206900*----------------------------------------------------------------
207000 3043-CHECK-RETRO-ENTRY.
207100*----------------------------------------------------------------
207200     IF TAX-RTO-T-EMP-ID (TAX-RTO-IDX) = RTP-EMP-ID
207300        AND TAX-RTO-T-ENT-DATE (TAX-RTO-IDX) = RTP-ENTERED-DATE
207400        AND TAX-RTO-T-ENT-TIME (TAX-RTO-IDX) = RTP-ENTERED-TIME
207500         MOVE 'Y' TO TAX-RTO-FOUND-SW
207600         SET TAX-RTO-SUB TO TAX-RTO-IDX
207700     END-IF.
207800 3043-EXIT.
207900     EXIT.
208000
208100*----------------------------------------------------------------
208200 3045-LOAD-PAID-PERIODS.
208300*     EVERY TAX PERIOD THIS YEAR BEFORE TODAY'S WHOSE LAST CONTROL
208400*     RECORD SAYS PROCESSED HAS BEEN PAID.  A PERIOD REOPENED BY
208500*     PERIODCT AND NOT YET RERUN HAS NOT.
208600*----------------------------------------------------------------
208700     MOVE 'N' TO PRD-CTL-EOF-SW.
208800     OPEN INPUT PERIOD-CTL-FILE.
208900     IF PRD-CTL-FILE-MISSING
209000         GO TO 3045-EXIT
209100     END-IF.
209200     MOVE "PRDCTL  " TO FST-FILE-NAME.
209300     MOVE "OPEN    " TO FST-OPERATION.
209400     MOVE PRD-CTL-STATUS TO FST-STATUS.
209500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
209600     PERFORM 9510-READ-PERIOD-RECORD THRU 9510-EXIT.
209700     PERFORM 3046-TABLE-PAID-PERIOD THRU 3046-EXIT
209800         UNTIL PRD-CTL-EOF.
209900     CLOSE PERIOD-CTL-FILE.
210000 3045-EXIT.
210100     EXIT.
210200
210300*----------------------------------------------------------------
210400 3046-TABLE-PAID-PERIOD.
210500*----------------------------------------------------------------
210600     IF PRD-SOURCE NOT = "TAX"
210700        OR PRD-YEAR NOT = TAX-TODAY-YY
210800        OR PRD-PERIOD NOT < TAX-TODAY-MMDD
210900         GO TO 3046-READ-NEXT
211000     END-IF.
211100     MOVE PRD-YEAR   TO TAX-RTO-PERIOD-YY.
211200     MOVE PRD-PERIOD TO TAX-RTO-PERIOD-MMDD.
211300     MOVE 'N' TO TAX-PPD-FOUND-SW.
211400     PERFORM 3047-CHECK-PAID-PERIOD THRU 3047-EXIT
211500         VARYING TAX-PPD-IDX FROM 1 BY 1
211600         UNTIL TAX-PPD-IDX > TAX-PPD-COUNT
211700            OR TAX-PPD-FOUND.
211800     IF NOT TAX-PPD-FOUND
211900         IF TAX-PPD-COUNT NOT < 60
212000             DISPLAY "TAX - PAID PERIOD TABLE FULL - PERIOD "
212100                     TAX-RTO-PERIOD-DATE " NOT RECOMPUTED."
212200             GO TO 3046-READ-NEXT
212300         END-IF
212400         ADD 1 TO TAX-PPD-COUNT
212500         MOVE TAX-PPD-COUNT       TO TAX-PPD-SUB
212600         MOVE TAX-RTO-PERIOD-DATE TO TAX-PPD-DATE (TAX-PPD-SUB)
212700     END-IF.
212800     MOVE PRD-STATUS TO TAX-PPD-STATUS (TAX-PPD-SUB).
212900 3046-READ-NEXT.
213000     PERFORM 9510-READ-PERIOD-RECORD THRU 9510-EXIT.
213100 3046-EXIT.
213200     EXIT.
213300
213400*----------------------------------------------------------------
213500 3047-CHECK-PAID-PERIOD.
213600*----------------------------------------------------------------
213700     IF TAX-PPD-DATE (TAX-PPD-IDX) = TAX-RTO-PERIOD-DATE
213800         MOVE 'Y' TO TAX-PPD-FOUND-SW
213900         SET TAX-PPD-SUB TO TAX-PPD-IDX
214000     END-IF.
214100 3047-EXIT.
214200     EXIT.
214300
214400*----------------------------------------------------------------
214500 3050-OPEN-YTD-MASTER.
214600*     THE YTD MASTER MAY NOT EXIST YET ON THE FIRST RUN OF THE
214700*     YEAR - IF I-O OPEN FAILS BECAUSE THE FILE IS MISSING,
214800*     CREATE IT AND RE-OPEN FOR UPDATE.  THE CURRENT YEAR IS
214900*     ACCEPTED HERE SINCE IT DRIVES EVERY KEY USED FOR THE REST
215000*     OF THIS RUN.
215100*----------------------------------------------------------------
215200     ACCEPT TAX-TODAY FROM DATE.
215300     OPEN I-O YTD-MASTER-FILE.
215400     IF YTD-FILE-STATUS = '35'
215500         OPEN OUTPUT YTD-MASTER-FILE
215600         CLOSE YTD-MASTER-FILE
215700         OPEN I-O YTD-MASTER-FILE
215800     END-IF.
215900     MOVE "YTDFILE " TO FST-FILE-NAME.
216000     MOVE "OPEN    " TO FST-OPERATION.
216100     MOVE YTD-FILE-STATUS TO FST-STATUS.
216200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
216300 3050-EXIT.
216400     EXIT.
216500
216600*----------------------------------------------------------------
216700 3100-READ-EMPLOYEE.
216800*----------------------------------------------------------------
216900     READ EMPLOYEE-FILE
217000         AT END
217100             MOVE 'Y' TO TAX-EMP-EOF-SW
217200     END-READ.
217300     MOVE "EMPCLEAN" TO FST-FILE-NAME.
217400     MOVE "READ    " TO FST-OPERATION.
217500     MOVE TAX-EMP-FILE-STATUS TO FST-STATUS.
217600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
217700 3100-EXIT.
217800     EXIT.
217900
218000*----------------------------------------------------------------
218100 3110-RELEASE-EMPLOYEES.
218200*     READ THE ACCEPTED EMPLOYEE FILE FRONT TO BACK AND RELEASE
218300*     EVERY RECORD TO THE DEPARTMENT SORT.
218400*----------------------------------------------------------------
218500     PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT.
218600     PERFORM 3120-RELEASE-ONE-EMPLOYEE THRU 3120-EXIT
218700         UNTIL TAX-EMP-EOF.
218800 3110-EXIT.
218900     EXIT.
219000
219100*----------------------------------------------------------------
219200 3120-RELEASE-ONE-EMPLOYEE.
219300*----------------------------------------------------------------
219400     MOVE EMPLOYEE-RECORD TO TAX-SORT-RECORD.
219500     RELEASE TAX-SORT-RECORD.
219600     PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT.
219700 3120-EXIT.
219800     EXIT.
219900
220000*----------------------------------------------------------------
220100 3150-PROCESS-SORTED.
220200*     TAKE THE EMPLOYEES BACK IN DEPARTMENT ORDER, CUTTING A
220300*     DEPARTMENT SUBTOTAL LINE ON EACH CHANGE OF DEPARTMENT.
220400*----------------------------------------------------------------
220500     MOVE 'N'    TO TAX-DEPT-OPEN-SW.
220600     MOVE SPACES TO TAX-DEPT-BREAK.
220700     PERFORM 3170-RETURN-SORTED-EMPLOYEE THRU 3170-EXIT.
220800     PERFORM 3200-PROCESS-EMPLOYEE THRU 3200-EXIT
220900         UNTIL TAX-EMP-EOF.
221000     IF TAX-DEPT-OPEN
221100         PERFORM 3600-WRITE-DEPT-SUBTOTAL THRU 3600-EXIT
221200     END-IF.
221300 3150-EXIT.
221400     EXIT.
221500
221600*----------------------------------------------------------------
221700 3170-RETURN-SORTED-EMPLOYEE.
221800*----------------------------------------------------------------
221900     MOVE 'N' TO TAX-EMP-EOF-SW.
222000     RETURN TAX-SORT-FILE
222100         AT END
222200             MOVE 'Y' TO TAX-EMP-EOF-SW
222300     END-RETURN.
222400 3170-EXIT.
222500     EXIT.
222600
222700*----------------------------------------------------------------
222800 3200-PROCESS-EMPLOYEE.
222900*     AN EMPLOYEE EMPMAINT HAS DEACTIVATED STAYS ON THE MASTER
223000*     BUT IS NOT PAID, SO THE BATCH RUN SKIPS IT.  A CHANGE OF
223100*     DEPARTMENT CUTS THE PREVIOUS DEPARTMENT'S SUBTOTAL.
223200*----------------------------------------------------------------
223300     IF TSR-INACTIVE
223400         PERFORM 3170-RETURN-SORTED-EMPLOYEE THRU 3170-EXIT
223500         GO TO 3200-EXIT
223600     END-IF.
223700     IF TAX-DEPT-OPEN AND TSR-DEPARTMENT NOT = TAX-DEPT-BREAK
223800         PERFORM 3600-WRITE-DEPT-SUBTOTAL THRU 3600-EXIT
223900     END-IF.
224000     IF NOT TAX-DEPT-OPEN
224100         MOVE 'Y'            TO TAX-DEPT-OPEN-SW
224200         MOVE TSR-DEPARTMENT TO TAX-DEPT-BREAK
224300         MOVE ZERO           TO TAX-DEPT-SUBTOTAL
224400     END-IF.
224500     PERFORM 3290-COMPUTE-RETRO THRU 3290-EXIT.
224600     MOVE TSR-EMP-SALARY     TO TAX-INPUT-SALARY.
224700     MOVE TSR-FILING-STATUS  TO TAX-FILING-STATUS.
224800     MOVE TSR-DEPENDENTS     TO TAX-DEPENDENTS.
224900     PERFORM 2000-CALCULATE-TAX THRU 2000-EXIT.
225000     MOVE TSR-PAY-FREQUENCY  TO TAX-PAY-FREQUENCY.
225100     PERFORM 2500-COMPUTE-PERIOD-FIGURES THRU 2500-EXIT.
225200     ADD TAX-PERIOD-TAX TO TAX-GRAND-TOTAL.
225300     ADD TAX-RTO-TAX    TO TAX-GRAND-TOTAL.
225400     ADD TAX-PERIOD-TAX TO TAX-DEPT-SUBTOTAL.
225500     ADD TAX-RTO-TAX    TO TAX-DEPT-SUBTOTAL.
225600     ADD 1 TO TAX-EMPLOYEE-COUNT.
225700     PERFORM 3650-POST-DEPT-TABLE THRU 3650-EXIT.
225800     MOVE TSR-EMP-ID         TO TD-EMP-ID.
225900     MOVE TSR-EMP-NAME       TO TD-EMP-NAME.
226000     COMPUTE TD-SALARY = TAX-PERIOD-GROSS + TAX-RTO-GROSS.
226100     COMPUTE TD-TAX    = TAX-PERIOD-TAX + TAX-RTO-TAX.
226200     MOVE TSR-FILING-STATUS  TO TD-FILING-STATUS.
226300     MOVE TSR-DEPENDENTS     TO TD-DEPENDENTS.
226400     WRITE TAX-REPORT-LINE FROM TAX-DETAIL-LINE.
226500     MOVE "TAXRPT  " TO FST-FILE-NAME.
226600     MOVE "WRITE   " TO FST-OPERATION.
226700     MOVE TAX-REPORT-STATUS TO FST-STATUS.
226800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
226900     PERFORM 3250-UPDATE-YTD THRU 3250-EXIT.
227000     PERFORM 3270-ACCRUE-EMPLOYER-COST THRU 3270-EXIT.
227100     PERFORM 3300-REGISTER-EMPLOYEE THRU 3300-EXIT.
227200     MOVE TSR-EMP-ID TO TAX-LOG-ID.
227300     COMPUTE TAX-LOG-AMOUNT = TAX-PERIOD-TAX + TAX-RTO-TAX.
227400     PERFORM 2200-LOG-DAILY-TRANSACTION THRU 2200-EXIT.
227500     PERFORM 3170-RETURN-SORTED-EMPLOYEE THRU 3170-EXIT.
227600 3200-EXIT.
227700     EXIT.
227800
227900*----------------------------------------------------------------
228000 3600-WRITE-DEPT-SUBTOTAL.
228100*----------------------------------------------------------------
228200     MOVE TAX-DEPT-BREAK    TO DS-DEPARTMENT.
228300     MOVE TAX-DEPT-SUBTOTAL TO DS-SUBTOTAL.
228400     WRITE TAX-REPORT-LINE FROM TAX-DEPT-SUBTOTAL-LINE.
228500     MOVE 'N' TO TAX-DEPT-OPEN-SW.
228600 3600-EXIT.
228700     EXIT.
228800
228900*----------------------------------------------------------------
229000 3650-POST-DEPT-TABLE.
229100*     FIND OR ADD THE SUMMARY TABLE ENTRY FOR THE EMPLOYEE'S
229200*     DEPARTMENT.  A FULL TABLE ONLY COSTS THE SUMMARY LINE -
229300*     THE DETAIL AND SUBTOTALS ARE ALREADY ON THE REPORT.
229400*----------------------------------------------------------------
229500     MOVE 'N' TO TAX-DEPT-FOUND-SW.
229600     PERFORM 3660-CHECK-DEPT-ENTRY THRU 3660-EXIT
229700         VARYING TAX-DEPT-IDX FROM 1 BY 1
229800         UNTIL TAX-DEPT-IDX > TAX-DEPT-TABLE-COUNT
229900            OR TAX-DEPT-FOUND.
230000     IF NOT TAX-DEPT-FOUND
230100         IF TAX-DEPT-TABLE-COUNT NOT < 50
230200             DISPLAY "TAX - DEPARTMENT TABLE FULL - "
230300                     TSR-DEPARTMENT " MISSING FROM SUMMARY."
230400             GO TO 3650-EXIT
230500         END-IF
230600         ADD 1 TO TAX-DEPT-TABLE-COUNT
230700         MOVE TAX-DEPT-TABLE-COUNT TO TAX-DEPT-SUB
230800         MOVE TSR-DEPARTMENT TO TDE-DEPARTMENT (TAX-DEPT-SUB)
230900         MOVE ZERO           TO TDE-EMP-COUNT (TAX-DEPT-SUB)
231000         MOVE ZERO           TO TDE-TOTAL-TAX (TAX-DEPT-SUB)
231100     END-IF.
231200     ADD 1              TO TDE-EMP-COUNT (TAX-DEPT-SUB).
231300     ADD TAX-PERIOD-TAX TO TDE-TOTAL-TAX (TAX-DEPT-SUB).
231400     ADD TAX-RTO-TAX    TO TDE-TOTAL-TAX (TAX-DEPT-SUB).
231500 3650-EXIT.
231600     EXIT.
231700
231800*----------------------------------------------------------------
231900 3660-CHECK-DEPT-ENTRY.
232000*----------------------------------------------------------------
232100     IF TDE-DEPARTMENT (TAX-DEPT-IDX) = TSR-DEPARTMENT
232200         MOVE 'Y' TO TAX-DEPT-FOUND-SW
232300         SET TAX-DEPT-SUB TO TAX-DEPT-IDX
232400     END-IF.
232500 3660-EXIT.
232600     EXIT.
232700
232800*----------------------------------------------------------------
232900 3700-WRITE-DEPT-SUMMARY.
233000*     THE ONE-PAGE DEPARTMENT SUMMARY UNDER THE GRAND TOTAL -
233100*     EMPLOYEES PAID AND TAX WITHHELD PER DEPARTMENT.
233200*----------------------------------------------------------------
233300     WRITE TAX-REPORT-LINE FROM TAX-DEPT-SUMMARY-HEADING.
233400     PERFORM 3750-WRITE-ONE-DEPT THRU 3750-EXIT
233500         VARYING TAX-DEPT-IDX FROM 1 BY 1
233600         UNTIL TAX-DEPT-IDX > TAX-DEPT-TABLE-COUNT.
233700     MOVE "TAXRPT  " TO FST-FILE-NAME.
233800     MOVE "WRITE   " TO FST-OPERATION.
233900     MOVE TAX-REPORT-STATUS TO FST-STATUS.
234000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
234100 3700-EXIT.
234200     EXIT.
234300
234400*----------------------------------------------------------------
234500 3750-WRITE-ONE-DEPT.
234600*----------------------------------------------------------------
234700     MOVE TDE-DEPARTMENT (TAX-DEPT-IDX) TO DM-DEPARTMENT.
234800     MOVE TDE-EMP-COUNT (TAX-DEPT-IDX)  TO DM-EMP-COUNT.
234900     MOVE TDE-TOTAL-TAX (TAX-DEPT-IDX)  TO DM-TOTAL-TAX.
235000     WRITE TAX-REPORT-LINE FROM TAX-DEPT-SUMMARY-LINE.
235100 3750-EXIT.
235200     EXIT.
235300
235400*----------------------------------------------------------------
235500 3250-UPDATE-YTD.
235600*     ADD THIS PERIOD RUN'S WITHHOLDING INTO THE EMPLOYEE'S
235700*     YEAR-TO-DATE WITHHOLDING RECORD FOR THE QUARTER ENTERED,
235800*     CREATING THE RECORD ON THE EMPLOYEE'S FIRST APPEARANCE.
235900*     KEYED BY YEAR AND EMPLOYEE ID SO A NEW CALENDAR YEAR GETS
236000*     ITS OWN RECORD INSTEAD OF PILING ONTO LAST YEAR'S TOTALS.
236100*     RETRO WITHHOLDING GOES INTO THE QUARTER OF THE PERIOD IT
236200*     WAS RECOMPUTED FOR, NOT THE QUARTER BEING RUN.
236300*----------------------------------------------------------------
236400     MOVE TAX-TODAY-YY TO YTD-YEAR.
236500     MOVE TSR-EMP-ID TO YTD-EMP-ID.
236600     MOVE 'N' TO YTD-RECORD-FOUND-SW.
236700     READ YTD-MASTER-FILE
236800         INVALID KEY
236900             MOVE 'N' TO YTD-RECORD-FOUND-SW
237000         NOT INVALID KEY
237100             MOVE 'Y' TO YTD-RECORD-FOUND-SW
237200     END-READ.
237300     IF NOT YTD-RECORD-FOUND
237400         MOVE TAX-TODAY-YY TO YTD-YEAR
237500         MOVE TSR-EMP-ID TO YTD-EMP-ID
237600         MOVE TSR-EMP-NAME TO YTD-EMP-NAME
237700         MOVE ZERO       TO YTD-Q1-WITHHOLDING
237800         MOVE ZERO       TO YTD-Q2-WITHHOLDING
237900         MOVE ZERO       TO YTD-Q3-WITHHOLDING
238000         MOVE ZERO       TO YTD-Q4-WITHHOLDING
238100         MOVE ZERO       TO YTD-TOTAL-WITHHOLDING
238200     END-IF.
238300     EVALUATE TRUE
238400         WHEN TAX-QTR-1
238500             ADD TAX-PERIOD-TAX TO YTD-Q1-WITHHOLDING
238600             ADD TAX-PERIOD-TAX TO YTD-TOTAL-WITHHOLDING
238700         WHEN TAX-QTR-2
238800             ADD TAX-PERIOD-TAX TO YTD-Q2-WITHHOLDING
238900             ADD TAX-PERIOD-TAX TO YTD-TOTAL-WITHHOLDING
239000         WHEN TAX-QTR-3
239100             ADD TAX-PERIOD-TAX TO YTD-Q3-WITHHOLDING
239200             ADD TAX-PERIOD-TAX TO YTD-TOTAL-WITHHOLDING
239300         WHEN TAX-QTR-4
239400             ADD TAX-PERIOD-TAX TO YTD-Q4-WITHHOLDING
239500             ADD TAX-PERIOD-TAX TO YTD-TOTAL-WITHHOLDING
239600         WHEN OTHER
239700             CONTINUE
239800     END-EVALUATE.
239900     ADD TAX-RTO-Q-TAX (1) TO YTD-Q1-WITHHOLDING.
240000     ADD TAX-RTO-Q-TAX (2) TO YTD-Q2-WITHHOLDING.
240100     ADD TAX-RTO-Q-TAX (3) TO YTD-Q3-WITHHOLDING.
240200     ADD TAX-RTO-Q-TAX (4) TO YTD-Q4-WITHHOLDING.
240300     ADD TAX-RTO-TAX       TO YTD-TOTAL-WITHHOLDING.
240400     IF YTD-RECORD-FOUND
240500         REWRITE YTD-MASTER-RECORD
240600         MOVE "REWRITE " TO FST-OPERATION
240700     ELSE
240800         WRITE YTD-MASTER-RECORD
240900         MOVE "WRITE   " TO FST-OPERATION
241000     END-IF.
241100     MOVE "YTDFILE " TO FST-FILE-NAME.
241200     MOVE YTD-FILE-STATUS TO FST-STATUS.
241300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
241400 3250-EXIT.
241500     EXIT.
241600
241700*----------------------------------------------------------------
241800 3270-ACCRUE-EMPLOYER-COST.
241900*     WORK OUT THE EMPLOYER'S CONTRIBUTIONS ON THIS PERIOD'S
242000*     GROSS, ADD THEM AND THE GROSS INTO THE EMPLOYER YTD
242100*     MASTER FOR THE QUARTER ENTERED, AND WRITE THE EMPLOYEE'S
242200*     TOTAL TO THE ACCRUAL FILE BY DEPARTMENT FOR THE GL.
242300*     RETRO PAY IS WAGES PAID THIS PERIOD AND ATTRACTS THE
242400*     CONTRIBUTION NOW; A RETRO RECOVERY DOES NOT REVERSE WHAT
242500*     EARLIER PERIODS ACCRUED.
242600*----------------------------------------------------------------
242700     MOVE ZERO TO TAX-ER-EMP-TOTAL.
242800     MOVE TAX-PERIOD-GROSS TO TAX-ER-WAGES.
242900     IF TAX-RTO-GROSS > ZERO
243000         ADD TAX-RTO-GROSS TO TAX-ER-WAGES
243100     END-IF.
243200     MOVE TAX-TODAY-YY TO ERY-YEAR.
243300     MOVE TSR-EMP-ID   TO ERY-EMP-ID.
243400     READ ER-YTD-FILE
243500         INVALID KEY
243600             MOVE 'N' TO ERY-RECORD-FOUND-SW
243700         NOT INVALID KEY
243800             MOVE 'Y' TO ERY-RECORD-FOUND-SW
243900     END-READ.
244000     IF NOT ERY-RECORD-FOUND
244100         MOVE TAX-TODAY-YY TO ERY-YEAR
244200         MOVE TSR-EMP-ID   TO ERY-EMP-ID
244300         MOVE TSR-EMP-NAME TO ERY-EMP-NAME
244400         MOVE ZERO         TO ERY-YTD-WAGES
244500         MOVE ZERO         TO ERY-Q1-CONTRIB
244600         MOVE ZERO         TO ERY-Q2-CONTRIB
244700         MOVE ZERO         TO ERY-Q3-CONTRIB
244800         MOVE ZERO         TO ERY-Q4-CONTRIB
244900         MOVE ZERO         TO ERY-TOTAL-CONTRIB
245000     END-IF.
245100     MOVE ERY-YTD-WAGES TO TAX-ER-PRIOR-WAGES.
245200     PERFORM 3275-ACCRUE-ONE-CONTRIB THRU 3275-EXIT
245300         VARYING TAX-CTR-IDX FROM 1 BY 1
245400         UNTIL TAX-CTR-IDX > TAX-CTR-COUNT.
245500     ADD TAX-ER-WAGES TO ERY-YTD-WAGES.
245600     EVALUATE TRUE
245700         WHEN TAX-QTR-1
245800             ADD TAX-ER-EMP-TOTAL TO ERY-Q1-CONTRIB
245900         WHEN TAX-QTR-2
246000             ADD TAX-ER-EMP-TOTAL TO ERY-Q2-CONTRIB
246100         WHEN TAX-QTR-3
246200             ADD TAX-ER-EMP-TOTAL TO ERY-Q3-CONTRIB
246300         WHEN TAX-QTR-4
246400             ADD TAX-ER-EMP-TOTAL TO ERY-Q4-CONTRIB
246500         WHEN OTHER
246600             CONTINUE
246700     END-EVALUATE.
246800     ADD TAX-ER-EMP-TOTAL TO ERY-TOTAL-CONTRIB.
246900     IF ERY-RECORD-FOUND
247000         REWRITE ER-YTD-RECORD
247100         MOVE "REWRITE " TO FST-OPERATION
247200     ELSE
247300         WRITE ER-YTD-RECORD
247400         MOVE "WRITE   " TO FST-OPERATION
247500     END-IF.
247600     MOVE "ERYTDFIL" TO FST-FILE-NAME.
247700     MOVE TAX-ERY-STATUS TO FST-STATUS.
247800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
247900     IF TAX-ER-EMP-TOTAL > ZERO
248000         MOVE TAX-TODAY        TO ERC-DATE
248100         MOVE TSR-EMP-ID       TO ERC-EMP-ID
248200         MOVE TSR-DEPARTMENT   TO ERC-DEPARTMENT
248300         MOVE TAX-ER-EMP-TOTAL TO ERC-AMOUNT
248400         WRITE ER-CONTRIB-LINE FROM ERC-ACCRUAL-RECORD
248500         MOVE "ERCONTRB" TO FST-FILE-NAME
248600         MOVE "WRITE   " TO FST-OPERATION
248700         MOVE TAX-ERC-STATUS TO FST-STATUS
248800         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
248900     END-IF.
249000     ADD TAX-ER-EMP-TOTAL TO TAX-ER-RUN-TOTAL.
249100 3270-EXIT.
249200     EXIT.
249300
249400*----------------------------------------------------------------
249500 3275-ACCRUE-ONE-CONTRIB.
249600*     ONLY THE PART OF THIS PERIOD'S GROSS THAT STILL FALLS
249700*     UNDER THE WAGE BASE, GIVEN THE WAGES ALREADY PAID THIS
249800*     YEAR, ATTRACTS THE CONTRIBUTION.
249900*----------------------------------------------------------------
250000     EVALUATE TRUE
250100         WHEN TAX-CTR-T-BASE (TAX-CTR-IDX) = ZERO
250200             MOVE TAX-ER-WAGES TO TAX-ER-SUBJECT
250300         WHEN TAX-ER-PRIOR-WAGES
250400                  NOT < TAX-CTR-T-BASE (TAX-CTR-IDX)
250500             MOVE ZERO TO TAX-ER-SUBJECT
250600         WHEN OTHER
250700             COMPUTE TAX-ER-SUBJECT =
250800                 TAX-CTR-T-BASE (TAX-CTR-IDX) - TAX-ER-PRIOR-WAGES
250900             IF TAX-ER-SUBJECT > TAX-ER-WAGES
251000                 MOVE TAX-ER-WAGES TO TAX-ER-SUBJECT
251100             END-IF
251200     END-EVALUATE.
251300     COMPUTE TAX-ER-AMOUNT ROUNDED =
251400         TAX-ER-SUBJECT * TAX-CTR-T-RATE (TAX-CTR-IDX).
251500     ADD TAX-ER-SUBJECT TO TAX-CTR-T-WAGES (TAX-CTR-IDX).
251600     ADD TAX-ER-AMOUNT  TO TAX-CTR-T-COST (TAX-CTR-IDX).
251700     ADD TAX-ER-AMOUNT  TO TAX-ER-EMP-TOTAL.
251800 3275-EXIT.
251900     EXIT.
252000
252100*----------------------------------------------------------------
252200 3280-WRITE-EMPLOYER-COST.
252300*     THE EMPLOYER COST SECTION UNDER THE REGISTER TOTALS - ONE
252400*     LINE PER CONTRIBUTION WITH THE WAGES IT WAS CHARGED ON,
252500*     THEN THE RUN'S TOTAL EMPLOYER COST.  NONE OF THIS COMES
252600*     OUT OF THE EMPLOYEES' NET PAY.
252700*----------------------------------------------------------------
252800     WRITE PAY-REGISTER-LINE FROM TAX-ER-COST-HEADING.
252900     PERFORM 3285-WRITE-ONE-CONTRIB THRU 3285-EXIT
253000         VARYING TAX-CTR-IDX FROM 1 BY 1
253100         UNTIL TAX-CTR-IDX > TAX-CTR-COUNT.
253200     MOVE TAX-ER-RUN-TOTAL TO ET-COST.
253300     WRITE PAY-REGISTER-LINE FROM TAX-ER-COST-TOTAL-LINE.
253400     MOVE "PAYREG  " TO FST-FILE-NAME.
253500     MOVE "WRITE   " TO FST-OPERATION.
253600     MOVE TAX-PAYREG-STATUS TO FST-STATUS.
253700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
253800 3280-EXIT.
253900     EXIT.
254000
254100*----------------------------------------------------------------
254200 3285-WRITE-ONE-CONTRIB.
254300*----------------------------------------------------------------
254400     MOVE TAX-CTR-T-CODE (TAX-CTR-IDX)  TO EC-CODE.
254500     MOVE TAX-CTR-T-DESC (TAX-CTR-IDX)  TO EC-DESC.
254600     MOVE TAX-CTR-T-RATE (TAX-CTR-IDX)  TO EC-RATE.
254700     MOVE TAX-CTR-T-WAGES (TAX-CTR-IDX) TO EC-WAGES.
254800     MOVE TAX-CTR-T-COST (TAX-CTR-IDX)  TO EC-COST.
254900     WRITE PAY-REGISTER-LINE FROM TAX-ER-COST-LINE.
255000 3285-EXIT.
255100     EXIT.
255200
255300*----------------------------------------------------------------
255400 3290-COMPUTE-RETRO.
255500*     WORK OUT WHAT THE EMPLOYEE IS OWED BACK ON EVERY PENDING
255600*     RETRO CHANGE (SEE 3291), LEAVING THE TOTAL RETRO GROSS AND
255700*     WITHHOLDING FOR THE REGISTER AND THE DEPOSIT AND THE EXTRA
255800*     WITHHOLDING BY QUARTER FOR THE YTD MASTER.  THE TAX TABLE
255900*     IS PUT BACK TO THE ONE IN FORCE FOR THIS RUN BEFORE THE
256000*     EMPLOYEE'S OWN PERIOD PAY IS WORKED OUT.
256100*----------------------------------------------------------------
256200     MOVE ZERO TO TAX-RTO-GROSS.
256300     MOVE ZERO TO TAX-RTO-TAX.
256400     MOVE ZERO TO TAX-RTO-NET.
256500     MOVE ZERO TO TAX-RTO-PERIODS.
256600     MOVE ZERO TO TAX-RTO-FROM-DATE.
256700     MOVE ZERO TO TAX-RTO-Q-TAX (1).
256800     MOVE ZERO TO TAX-RTO-Q-TAX (2).
256900     MOVE ZERO TO TAX-RTO-Q-TAX (3).
257000     MOVE ZERO TO TAX-RTO-Q-TAX (4).
257100     MOVE 'N'  TO TAX-RTO-RELOAD-SW.
257200     IF TAX-RTO-COUNT = ZERO
257300         GO TO 3290-EXIT
257400     END-IF.
257500     MOVE TSR-FILING-STATUS  TO TAX-FILING-STATUS.
257600     MOVE TSR-DEPENDENTS     TO TAX-DEPENDENTS.
257700     MOVE TSR-PAY-FREQUENCY  TO TAX-PAY-FREQUENCY.
257800     PERFORM 3291-RETRO-ONE-CHANGE THRU 3291-EXIT
257900         VARYING TAX-RTO-IDX FROM 1 BY 1
258000         UNTIL TAX-RTO-IDX > TAX-RTO-COUNT.
258100     IF TAX-RTO-RELOAD
258200         MOVE TAX-TODAY TO TAX-TABLE-DATE
258300         PERFORM 0200-LOAD-TAX-TABLE THRU 0200-EXIT
258400     END-IF.
258500     COMPUTE TAX-RTO-NET = TAX-RTO-GROSS - TAX-RTO-TAX.
258600 3290-EXIT.
258700     EXIT.
258800
258900*----------------------------------------------------------------
259000 3291-RETRO-ONE-CHANGE.
259100*     RECOMPUTE EACH PAID PERIOD ON OR AFTER THE CHANGE'S
259200*     EFFECTIVE DATE AT THE OLD AND AT THE NEW SALARY, UNDER THE
259300*     TAX TABLE IN FORCE FOR THAT PERIOD.  IF ANY PERIOD HAS NO
259400*     TABLE IN FORCE THE WHOLE CHANGE IS HELD RATHER THAN PART
259500*     PAID.  A CHANGE EFFECTIVE IN AN EARLIER YEAR IS CLOSED
259600*     UNPAID - THAT YEAR'S PERIODS ARE SHUT AND ARE ADJUSTED
259700*     THROUGH YTDADJ.
259800*----------------------------------------------------------------
259900     IF TAX-RTO-T-EMP-ID (TAX-RTO-IDX) NOT = TSR-EMP-ID
260000        OR NOT TAX-RTO-T-PENDING (TAX-RTO-IDX)
260100         GO TO 3291-EXIT
260200     END-IF.
260300     MOVE TSR-EMP-ID   TO AC-EMP-ID.
260400     MOVE TSR-EMP-NAME TO AC-EMP-NAME.
260500     MOVE TAX-RTO-T-OLD-SAL (TAX-RTO-IDX)  TO AC-OLD-SALARY.
260600     MOVE TAX-RTO-T-NEW-SAL (TAX-RTO-IDX)  TO AC-NEW-SALARY.
260700     MOVE TAX-RTO-T-EFF-DATE (TAX-RTO-IDX) TO AC-EFF-DATE.
260800     WRITE RETRO-AUDIT-LINE FROM TAX-RTA-CHANGE-LINE.
260900     MOVE "RETROAUD" TO FST-FILE-NAME.
261000     MOVE "WRITE   " TO FST-OPERATION.
261100     MOVE TAX-RTA-STATUS TO FST-STATUS.
261200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
261300     MOVE ZERO TO TAX-RTC-GROSS.
261400     MOVE ZERO TO TAX-RTC-TAX.
261500     MOVE ZERO TO TAX-RTC-PERIODS.
261600     MOVE ZERO TO TAX-RTC-Q-TAX (1).
261700     MOVE ZERO TO TAX-RTC-Q-TAX (2).
261800     MOVE ZERO TO TAX-RTC-Q-TAX (3).
261900     MOVE ZERO TO TAX-RTC-Q-TAX (4).
262000     MOVE 'N'  TO TAX-RTO-NO-TABLE-SW.
262100     IF TAX-RTO-T-EFF-DATE (TAX-RTO-IDX) < TAX-RTO-YEAR-START
262200         MOVE "EFFECTIVE IN AN EARLIER YEAR - NOT RECOMPUTED"
262300                                   TO AR-TEXT
262400         MOVE 'D' TO TAX-RTO-T-STATUS (TAX-RTO-IDX)
262500         PERFORM 3293-WRITE-RETRO-RESULT THRU 3293-EXIT
262600         GO TO 3291-EXIT
262700     END-IF.
262800     WRITE RETRO-AUDIT-LINE FROM TAX-RTA-COLUMN-LINE.
262900     PERFORM 3292-RETRO-ONE-PERIOD THRU 3292-EXIT
263000         VARYING TAX-PPD-IDX FROM 1 BY 1
263100         UNTIL TAX-PPD-IDX > TAX-PPD-COUNT
263200            OR TAX-RTO-NO-TABLE.
263300     EVALUATE TRUE
263400         WHEN TAX-RTO-NO-TABLE
263500             MOVE "NO TAX TABLE FOR A PAID PERIOD - HELD PENDING"
263600                                   TO AR-TEXT
263700             MOVE 'H' TO TAX-RTO-T-STATUS (TAX-RTO-IDX)
263800             MOVE ZERO TO TAX-RTC-GROSS
263900             MOVE ZERO TO TAX-RTC-TAX
264000         WHEN TAX-RTC-PERIODS = ZERO
264100             MOVE "NO PAID PERIOD ON OR AFTER THE EFFECTIVE DATE"
264200                                   TO AR-TEXT
264300             MOVE 'D' TO TAX-RTO-T-STATUS (TAX-RTO-IDX)
264400         WHEN OTHER
264500             MOVE "PAID AS RETRO PAY THIS RUN" TO AR-TEXT
264600             MOVE 'D' TO TAX-RTO-T-STATUS (TAX-RTO-IDX)
264700             ADD TAX-RTC-GROSS     TO TAX-RTO-GROSS
264800             ADD TAX-RTC-TAX       TO TAX-RTO-TAX
264900             ADD TAX-RTC-PERIODS   TO TAX-RTO-PERIODS
265000             ADD TAX-RTC-Q-TAX (1) TO TAX-RTO-Q-TAX (1)
265100             ADD TAX-RTC-Q-TAX (2) TO TAX-RTO-Q-TAX (2)
265200             ADD TAX-RTC-Q-TAX (3) TO TAX-RTO-Q-TAX (3)
265300             ADD TAX-RTC-Q-TAX (4) TO TAX-RTO-Q-TAX (4)
265400             IF TAX-RTO-FROM-DATE = ZERO
265500                OR TAX-RTO-T-EFF-DATE (TAX-RTO-IDX)
265600                       < TAX-RTO-FROM-DATE
265700                 MOVE TAX-RTO-T-EFF-DATE (TAX-RTO-IDX)
265800                                   TO TAX-RTO-FROM-DATE
265900             END-IF
266000             ADD 1             TO TAX-RTO-RUN-COUNT
266100             ADD TAX-RTC-GROSS TO TAX-RTO-RUN-GROSS
266200             ADD TAX-RTC-TAX   TO TAX-RTO-RUN-TAX
266300     END-EVALUATE.
266400     PERFORM 3293-WRITE-RETRO-RESULT THRU 3293-EXIT.
266500 3291-EXIT.
266600     EXIT.
266700
266800*----------------------------------------------------------------
266900 3292-RETRO-ONE-PERIOD.
267000*     ONE PAID PERIOD AT THE OLD AND THE NEW SALARY.  A PERIOD
267010*     PAID ON OR AFTER THE DAY THE CHANGE WAS KEYED RAN AT THE
267020*     NEW SALARY ALREADY, SO IT IS SKIPPED.  THE TABLE
267100*     LOOKUP'S RETURN CODE IS PUT BACK - A MISSING TABLE HOLDS
267200*     THE CHANGE, IT DOES NOT FAIL THE PAYROLL RUN.
267300*----------------------------------------------------------------
267400     IF NOT TAX-PPD-PROCESSED (TAX-PPD-IDX)
267500        OR TAX-PPD-DATE (TAX-PPD-IDX)
267600               < TAX-RTO-T-EFF-DATE (TAX-RTO-IDX)
267610        OR TAX-PPD-DATE (TAX-PPD-IDX)
267620               NOT < TAX-RTO-T-ENT-DATE (TAX-RTO-IDX)
267700         GO TO 3292-EXIT
267800     END-IF.
267900     MOVE TAX-PPD-DATE (TAX-PPD-IDX) TO TAX-RTO-PERIOD-DATE.
268000     MOVE TAX-RTO-PERIOD-DATE TO TAX-TABLE-DATE.
268100     MOVE 'Y'         TO TAX-RTO-RELOAD-SW.
268200     MOVE RETURN-CODE TO TAX-RTO-SAVE-RC.
268300     PERFORM 0200-LOAD-TAX-TABLE THRU 0200-EXIT.
268400     MOVE TAX-RTO-SAVE-RC TO RETURN-CODE.
268500     IF NOT TAX-TABLE-FOUND
268600         MOVE 'Y' TO TAX-RTO-NO-TABLE-SW
268700         GO TO 3292-EXIT
268800     END-IF.
268900     MOVE TAX-RTO-T-OLD-SAL (TAX-RTO-IDX) TO TAX-INPUT-SALARY.
269000     PERFORM 2000-CALCULATE-TAX THRU 2000-EXIT.
269100     PERFORM 2500-COMPUTE-PERIOD-FIGURES THRU 2500-EXIT.
269200     MOVE TAX-PERIOD-GROSS TO TAX-RTO-OLD-GROSS.
269300     MOVE TAX-PERIOD-TAX   TO TAX-RTO-OLD-TAX.
269400     MOVE TAX-RTO-T-NEW-SAL (TAX-RTO-IDX) TO TAX-INPUT-SALARY.
269500     PERFORM 2000-CALCULATE-TAX THRU 2000-EXIT.
269600     PERFORM 2500-COMPUTE-PERIOD-FIGURES THRU 2500-EXIT.
269700     COMPUTE TAX-RTO-P-GROSS =
269800         TAX-PERIOD-GROSS - TAX-RTO-OLD-GROSS.
269900     COMPUTE TAX-RTO-P-TAX   = TAX-PERIOD-TAX - TAX-RTO-OLD-TAX.
270000     COMPUTE TAX-RTO-QTR     = (TAX-RTO-PERIOD-MM - 1) / 3 + 1.
270100     ADD TAX-RTO-P-TAX   TO TAX-RTC-Q-TAX (TAX-RTO-QTR).
270200     ADD TAX-RTO-P-GROSS TO TAX-RTC-GROSS.
270300     ADD TAX-RTO-P-TAX   TO TAX-RTC-TAX.
270400     ADD 1               TO TAX-RTC-PERIODS.
270500     MOVE TAX-RTO-PERIOD-DATE TO AP-PERIOD.
270600     MOVE TAX-RTO-QTR         TO AP-QTR.
270700     MOVE TAX-RTO-OLD-GROSS   TO AP-OLD-GROSS.
270800     MOVE TAX-PERIOD-GROSS    TO AP-NEW-GROSS.
270900     MOVE TAX-RTO-OLD-TAX     TO AP-OLD-TAX.
271000     MOVE TAX-PERIOD-TAX      TO AP-NEW-TAX.
271100     MOVE TAX-RTO-P-GROSS     TO AP-GROSS-DIFF.
271200     MOVE TAX-RTO-P-TAX       TO AP-TAX-DIFF.
271300     WRITE RETRO-AUDIT-LINE FROM TAX-RTA-PERIOD-LINE.
271400     MOVE "RETROAUD" TO FST-FILE-NAME.
271500     MOVE "WRITE   " TO FST-OPERATION.
271600     MOVE TAX-RTA-STATUS TO FST-STATUS.
271700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
271800 3292-EXIT.
271900     EXIT.
272000
272100*----------------------------------------------------------------
272200 3293-WRITE-RETRO-RESULT.
272300*----------------------------------------------------------------
272400     MOVE TAX-RTC-PERIODS TO AR-PERIODS.
272500     MOVE TAX-RTC-GROSS   TO AR-GROSS.
272600     MOVE TAX-RTC-TAX     TO AR-TAX.
272700     WRITE RETRO-AUDIT-LINE FROM TAX-RTA-RESULT-LINE.
272800     MOVE "RETROAUD" TO FST-FILE-NAME.
272900     MOVE "WRITE   " TO FST-OPERATION.
273000     MOVE TAX-RTA-STATUS TO FST-STATUS.
273100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
273200 3293-EXIT.
273300     EXIT.
273400
273500*----------------------------------------------------------------
273600 3295-WRITE-RETRO-TOTAL.
273700*     LIST THE CHANGES STILL PENDING BECAUSE THE EMPLOYEE WAS NOT
273800*     PAID THIS RUN - THEY WAIT FOR THE NEXT ONE - THEN THE RUN'S
273900*     RETRO TOTALS.
274000*----------------------------------------------------------------
274100     PERFORM 3296-LIST-UNPAID-RETRO THRU 3296-EXIT
274200         VARYING TAX-RTO-IDX FROM 1 BY 1
274300         UNTIL TAX-RTO-IDX > TAX-RTO-COUNT.
274400     MOVE TAX-RTO-RUN-COUNT TO AT-COUNT.
274500     MOVE TAX-RTO-RUN-GROSS TO AT-GROSS.
274600     MOVE TAX-RTO-RUN-TAX   TO AT-TAX.
274700     WRITE RETRO-AUDIT-LINE FROM TAX-RTA-TOTAL-LINE.
274800     MOVE "RETROAUD" TO FST-FILE-NAME.
274900     MOVE "WRITE   " TO FST-OPERATION.
275000     MOVE TAX-RTA-STATUS TO FST-STATUS.
275100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
275200 3295-EXIT.
275300     EXIT.
275400
275500*----------------------------------------------------------------
275600 3296-LIST-UNPAID-RETRO.
275700*----------------------------------------------------------------
275800     IF NOT TAX-RTO-T-PENDING (TAX-RTO-IDX)
275900         GO TO 3296-EXIT
276000     END-IF.
276100     MOVE TAX-RTO-T-EMP-ID (TAX-RTO-IDX)   TO AC-EMP-ID.
276200     MOVE SPACES                           TO AC-EMP-NAME.
276300     MOVE TAX-RTO-T-OLD-SAL (TAX-RTO-IDX)  TO AC-OLD-SALARY.
276400     MOVE TAX-RTO-T-NEW-SAL (TAX-RTO-IDX)  TO AC-NEW-SALARY.
276500     MOVE TAX-RTO-T-EFF-DATE (TAX-RTO-IDX) TO AC-EFF-DATE.
276600     WRITE RETRO-AUDIT-LINE FROM TAX-RTA-CHANGE-LINE.
276700     MOVE "EMPLOYEE NOT PAID THIS RUN - STILL PENDING" TO AR-TEXT.
276800     MOVE ZERO TO TAX-RTC-PERIODS.
276900     MOVE ZERO TO TAX-RTC-GROSS.
277000     MOVE ZERO TO TAX-RTC-TAX.
277100     PERFORM 3293-WRITE-RETRO-RESULT THRU 3293-EXIT.
277200 3296-EXIT.
277300     EXIT.

277400*----------------------------------------------------------------
277500 3060-LOAD-DEDUCTIONS.
277600*     LOAD EVERY DEDUCTION RECORD INTO THE TABLE SCANNED PER
277700*     EMPLOYEE.  A MISSING DEDFILE MEANS NO DEDUCTIONS; A
277800*     RECORD WHOSE METHOD IS NOT A OR P IS SKIPPED WITH A
277900*     WARNING RATHER THAN TAKING AN UNKNOWN BITE OUT OF PAY.
278000*----------------------------------------------------------------
278100     MOVE ZERO TO TAX-DED-COUNT.
278200     MOVE 'N'  TO TAX-DED-EOF-SW.
278300     OPEN INPUT DEDUCTION-FILE.
278400     IF TAX-DED-FILE-MISSING
278500         MOVE 'Y' TO TAX-DED-EOF-SW
278600         GO TO 3060-EXIT
278700     END-IF.
278800     PERFORM 3070-READ-DEDUCTION THRU 3070-EXIT.
278900     PERFORM 3080-TABLE-DEDUCTION THRU 3080-EXIT
279000         UNTIL TAX-DED-EOF.
279100     CLOSE DEDUCTION-FILE.
279200 3060-EXIT.
279300     EXIT.
279400
279500*----------------------------------------------------------------
279600 3070-READ-DEDUCTION.
279700*----------------------------------------------------------------
279800     READ DEDUCTION-FILE
279900         AT END
280000             MOVE 'Y' TO TAX-DED-EOF-SW
280100     END-READ.
280200 3070-EXIT.
280300     EXIT.
280400
280500*----------------------------------------------------------------
280600 3080-TABLE-DEDUCTION.
280700*----------------------------------------------------------------
280800     EVALUATE TRUE
280900         WHEN NOT DED-METHOD-AMOUNT AND NOT DED-METHOD-PERCENT
281000             DISPLAY "Deduction for " DED-EMP-ID
281100                     " has method " DED-METHOD " - skipped."
281200         WHEN TAX-DED-COUNT NOT < 200
281300             DISPLAY "Deduction table full - " DED-EMP-ID
281400                     " skipped."
281500         WHEN OTHER
281600             ADD 1 TO TAX-DED-COUNT
281700             SET TAX-DED-IDX TO TAX-DED-COUNT
281800             MOVE DED-EMP-ID TO TAX-DED-T-EMP-ID (TAX-DED-IDX)
281900             MOVE DED-DESC   TO TAX-DED-T-DESC (TAX-DED-IDX)
282000             MOVE DED-METHOD TO TAX-DED-T-METHOD (TAX-DED-IDX)
282100             MOVE DED-VALUE  TO TAX-DED-T-VALUE (TAX-DED-IDX)
282200     END-EVALUATE.
282300     PERFORM 3070-READ-DEDUCTION THRU 3070-EXIT.
282400 3080-EXIT.
282500     EXIT.
282600
282700*----------------------------------------------------------------
282800 3065-LOAD-BANK-DETAILS.
282900*     LOAD EVERY BANK DETAILS RECORD INTO THE TABLE SCANNED PER
283000*     EMPLOYEE, THE SAME WAY THE DEDUCTIONS LOAD.  A MISSING
283100*     BANKFILE MEANS EVERY EMPLOYEE STILL GETS A PAPER CHECK.
283200*----------------------------------------------------------------
283300     MOVE ZERO TO TAX-BANK-COUNT.
283400     MOVE 'N'  TO TAX-BANK-EOF-SW.
283500     OPEN INPUT BANK-FILE.
283600     IF TAX-BANK-FILE-MISSING
283700         MOVE 'Y' TO TAX-BANK-EOF-SW
283800         GO TO 3065-EXIT
283900     END-IF.
284000     PERFORM 3067-READ-BANK-DETAIL THRU 3067-EXIT.
284100     PERFORM 3068-TABLE-BANK-DETAIL THRU 3068-EXIT
284200         UNTIL TAX-BANK-EOF.
284300     CLOSE BANK-FILE.
284400 3065-EXIT.
284500     EXIT.
284600
284700*----------------------------------------------------------------
284800 3067-READ-BANK-DETAIL.
284900*----------------------------------------------------------------
285000     READ BANK-FILE
285100         AT END
285200             MOVE 'Y' TO TAX-BANK-EOF-SW
285300     END-READ.
285400 3067-EXIT.
285500     EXIT.
285600
285700*----------------------------------------------------------------
285800 3068-TABLE-BANK-DETAIL.
285900*     A RECORD WHOSE ROUTING NUMBER IS NOT NUMERIC IS SKIPPED
286000*     WITH A WARNING - A GARBLED ROUTING NUMBER MUST NOT REACH
286100*     THE TRANSMISSION FILE.
286200*----------------------------------------------------------------
286300     EVALUATE TRUE
286400         WHEN BNK-ROUTING NOT NUMERIC
286500             DISPLAY "Bank details for " BNK-EMP-ID
286600                     " have a bad routing number - skipped."
286700         WHEN TAX-BANK-COUNT NOT < 200
286800             DISPLAY "Bank details table full - " BNK-EMP-ID
286900                     " skipped."
287000         WHEN OTHER
287100             ADD 1 TO TAX-BANK-COUNT
287200             SET TAX-BANK-IDX TO TAX-BANK-COUNT
287300             MOVE BNK-EMP-ID  TO TAX-BNK-T-EMP-ID (TAX-BANK-IDX)
287400             MOVE BNK-ROUTING TO TAX-BNK-T-ROUTING (TAX-BANK-IDX)
287500             MOVE BNK-ACCOUNT TO TAX-BNK-T-ACCOUNT (TAX-BANK-IDX)
287600     END-EVALUATE.
287700     PERFORM 3067-READ-BANK-DETAIL THRU 3067-EXIT.
287800 3068-EXIT.
287900     EXIT.
288000
288100*----------------------------------------------------------------
288200 3090-OPEN-GARNISHMENTS.
288300*     A MISSING ORDER FILE MEANS NOBODY IS UNDER A COURT ORDER.
288400*     THE PAYMENT WORK FILE IS OPENED EITHER WAY SO AN EMPTY
288500*     PERIOD STILL PRODUCES AN EMPTY PAYMENT FILE AND SUMMARY.
288600*----------------------------------------------------------------
288700     MOVE ZERO TO TAX-GARN-COUNT.
288800     MOVE ZERO TO TAX-GARN-TOTAL.
288900     MOVE 'Y'  TO TAX-GARN-PRESENT-SW.
289000     OPEN I-O GARNISH-FILE.
289100     IF TAX-GARN-FILE-MISSING
289200         MOVE 'N' TO TAX-GARN-PRESENT-SW
289300     ELSE
289400         MOVE "GARNFILE" TO FST-FILE-NAME
289500         MOVE "OPEN    " TO FST-OPERATION
289600         MOVE TAX-GARN-FILE-STATUS TO FST-STATUS
289700         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
289800     END-IF.
289900     OPEN OUTPUT GARN-WORK-FILE.
290000     MOVE "GARNWORK" TO FST-FILE-NAME.
290100     MOVE "OPEN    " TO FST-OPERATION.
290200     MOVE TAX-GARN-WORK-STATUS TO FST-STATUS.
290300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
290400 3090-EXIT.
290500     EXIT.
290600
290700*----------------------------------------------------------------
290800 3095-OPEN-EMPLOYER-COST.
290900*     LOAD THIS YEAR'S CONTRIBUTION RATES, OPEN THE EMPLOYER YTD
291000*     MASTER FOR UPDATE (CREATING IT ON ITS FIRST RUN), AND
291100*     START A FRESH ACCRUAL FILE.  NO RATES FOR THE YEAR MEANS
291200*     NO EMPLOYER COST IS ACCRUED, WHICH IS SAID ON THE CONSOLE
291300*     BUT DOES NOT STOP THE PAYROLL.
291400*----------------------------------------------------------------
291500     MOVE ZERO TO TAX-CTR-COUNT.
291600     MOVE ZERO TO TAX-ER-RUN-TOTAL.
291700     MOVE 'N'  TO TAX-CTR-EOF-SW.
291800     OPEN INPUT CONTRIB-RATE-FILE.
291900     IF TAX-CTR-FILE-MISSING
292000         MOVE 'Y' TO TAX-CTR-EOF-SW
292100     ELSE
292200         MOVE "CONTRATE" TO FST-FILE-NAME
292300         MOVE "OPEN    " TO FST-OPERATION
292400         MOVE TAX-CTR-STATUS TO FST-STATUS
292500         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
292600         PERFORM 3096-READ-CONTRIB-RATE THRU 3096-EXIT
292700         PERFORM 3097-TABLE-CONTRIB-RATE THRU 3097-EXIT
292800             UNTIL TAX-CTR-EOF
292900         CLOSE CONTRIB-RATE-FILE
293000     END-IF.
293100     IF TAX-CTR-COUNT = ZERO
293200         DISPLAY "TAX - NO EMPLOYER CONTRIBUTION RATES FOR YEAR "
293300                 TAX-TODAY-YY " - NO EMPLOYER COST ACCRUED."
293400     END-IF.
293500     OPEN I-O ER-YTD-FILE.
293600     IF TAX-ERY-STATUS = '35'
293700         OPEN OUTPUT ER-YTD-FILE
293800         CLOSE ER-YTD-FILE
293900         OPEN I-O ER-YTD-FILE
294000     END-IF.
294100     MOVE "ERYTDFIL" TO FST-FILE-NAME.
294200     MOVE "OPEN    " TO FST-OPERATION.
294300     MOVE TAX-ERY-STATUS TO FST-STATUS.
294400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
294500     OPEN OUTPUT ER-CONTRIB-FILE.
294600     MOVE "ERCONTRB" TO FST-FILE-NAME.
294700     MOVE "OPEN    " TO FST-OPERATION.
294800     MOVE TAX-ERC-STATUS TO FST-STATUS.
294900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
295000 3095-EXIT.
295100     EXIT.
295200
295300*----------------------------------------------------------------
295400 3096-READ-CONTRIB-RATE.
295500*----------------------------------------------------------------
295600     READ CONTRIB-RATE-FILE
295700         AT END
295800             MOVE 'Y' TO TAX-CTR-EOF-SW
295900     END-READ.
296000 3096-EXIT.
296100     EXIT.
296200
296300*----------------------------------------------------------------
296400 3097-TABLE-CONTRIB-RATE.
296500*     ONLY THIS YEAR'S RATES ARE KEPT.  A LATER RECORD FOR A
296600*     CODE ALREADY IN THE TABLE REPLACES IT - THE FILE IS
296700*     APPEND-ONLY, SO THE LAST WORD ON A RATE IS THE ONE IN
296800*     FORCE.
296900*----------------------------------------------------------------
297000     IF CTR-YEAR NOT = TAX-TODAY-YY
297100         GO TO 3097-READ-NEXT
297200     END-IF.
297300     MOVE 'N' TO TAX-CTR-FOUND-SW.
297400     PERFORM 3098-CHECK-CTR-ENTRY THRU 3098-EXIT
297500         VARYING TAX-CTR-IDX FROM 1 BY 1
297600         UNTIL TAX-CTR-IDX > TAX-CTR-COUNT
297700            OR TAX-CTR-FOUND.
297800     IF NOT TAX-CTR-FOUND
297900         IF TAX-CTR-COUNT NOT < 10
298000             DISPLAY "Contribution rate table full - " CTR-CODE
298100                     " skipped."
298200             GO TO 3097-READ-NEXT
298300         END-IF
298400         ADD 1 TO TAX-CTR-COUNT
298500         MOVE TAX-CTR-COUNT TO TAX-CTR-SUB
298600         MOVE ZERO TO TAX-CTR-T-WAGES (TAX-CTR-SUB)
298700         MOVE ZERO TO TAX-CTR-T-COST (TAX-CTR-SUB)
298800     END-IF.
298900     MOVE CTR-CODE      TO TAX-CTR-T-CODE (TAX-CTR-SUB).
299000     MOVE CTR-DESC      TO TAX-CTR-T-DESC (TAX-CTR-SUB).
299100     MOVE CTR-RATE      TO TAX-CTR-T-RATE (TAX-CTR-SUB).
299200     MOVE CTR-WAGE-BASE TO TAX-CTR-T-BASE (TAX-CTR-SUB).
299300 3097-READ-NEXT.
299400     PERFORM 3096-READ-CONTRIB-RATE THRU 3096-EXIT.
299500 3097-EXIT.
299600     EXIT.
299700
299800*----------------------------------------------------------------
299900 3098-CHECK-CTR-ENTRY.
300000*----------------------------------------------------------------
300100     IF TAX-CTR-T-CODE (TAX-CTR-IDX) = CTR-CODE
300200         MOVE 'Y' TO TAX-CTR-FOUND-SW
300300         SET TAX-CTR-SUB TO TAX-CTR-IDX
300400     END-IF.
300500 3098-EXIT.
300600     EXIT.
300700
300800*----------------------------------------------------------------
300900 3500-WRITE-RUN-CONTROL.
301000*     APPEND THIS RUN'S OWN CONTROL TOTALS - RECORD COUNT AND
301100*     TOTAL WITHHOLDING - SO THE END-OF-DAY JOB RECONCILES
301200*     AGAINST WHAT THE RUN ACTUALLY DID.  A MISSING RUNCTRL
301300*     MEANS NO RUN HAS EVER WRITTEN ONE, SO CREATE IT.
301400*----------------------------------------------------------------
301500     ACCEPT RCT-DATE FROM DATE.
301600     ACCEPT RCT-TIME FROM TIME.
301700     MOVE "TAX"              TO RCT-SOURCE.
301800     MOVE TAX-EMPLOYEE-COUNT TO RCT-RECORD-COUNT.
301900     MOVE TAX-GRAND-TOTAL    TO RCT-TOTAL-AMOUNT.
302000     MOVE TAX-RUN-ID         TO RCT-RUN-ID.
302100     OPEN EXTEND RUN-CONTROL-FILE.
302200     IF TAX-RUN-CTL-STATUS = '35'
302300         OPEN OUTPUT RUN-CONTROL-FILE
302400         CLOSE RUN-CONTROL-FILE
302500         OPEN EXTEND RUN-CONTROL-FILE
302600     END-IF.
302700     MOVE "RUNCTRL " TO FST-FILE-NAME.
302800     MOVE "OPEN    " TO FST-OPERATION.
302900     MOVE TAX-RUN-CTL-STATUS TO FST-STATUS.
303000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
303100     WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-DETAIL-LINE.
303200     MOVE "WRITE   " TO FST-OPERATION.
303300     MOVE TAX-RUN-CTL-STATUS TO FST-STATUS.
303400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
303500     CLOSE RUN-CONTROL-FILE.
303600 3500-EXIT.
303700     EXIT.
303800
303900*----------------------------------------------------------------
304000 3800-RELEASE-GARN-PAYMENTS.
304100*     RE-SEQUENCE THE PERIOD'S PAYMENTS BY AGENCY INTO THE
304200*     PAYMENT FILE - EACH AGENCY'S DETAILS FOLLOWED BY ITS
304300*     TOTAL RECORD, THE WHOLE CLOSED BY A TRAILER - WITH ONE
304400*     SUMMARY LINE PER AGENCY.
304500*----------------------------------------------------------------
304600     CLOSE GARN-WORK-FILE.
304700     IF TAX-GARN-PRESENT
304800         CLOSE GARNISH-FILE
304900     END-IF.
305000     SORT GARN-SORT-FILE
305100         ON ASCENDING KEY GSR-AGENCY-CODE
305200                          GSR-EMP-ID
305300                          GSR-ORDER-NO
305400         USING GARN-WORK-FILE
305500         OUTPUT PROCEDURE IS 3850-WRITE-AGENCY-PAYMENTS
305600             THRU 3850-EXIT.
305700     IF SORT-RETURN NOT = ZERO
305800         DISPLAY "TAX - GARNISHMENT PAYMENT SORT FAILED - RERUN"
305900                 " THE PAYMENT FILE FROM GARNWORK."
306000         MOVE 16 TO RETURN-CODE
306100     END-IF.
306200 3800-EXIT.
306300     EXIT.
306400
306500*----------------------------------------------------------------
306600 3850-WRITE-AGENCY-PAYMENTS.
306700*----------------------------------------------------------------
306800     OPEN OUTPUT GARN-PAY-FILE
306900          OUTPUT GARN-SUMMARY-FILE.
307000     MOVE "GARNPAY " TO FST-FILE-NAME.
307100     MOVE "OPEN    " TO FST-OPERATION.
307200     MOVE TAX-GARN-PAY-STATUS TO FST-STATUS.
307300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
307400     MOVE "GARNSUM " TO FST-FILE-NAME.
307500     MOVE TAX-GARN-SUM-STATUS TO FST-STATUS.
307600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
307700     MOVE TAX-TODAY TO GH-DATE.
307800     WRITE GARN-SUMMARY-LINE FROM TAX-GARN-SUM-HEADING.
307900     MOVE SPACES TO TAX-GARN-AGENCY-BREAK.
308000     MOVE 'N'    TO TAX-GARN-EOF-SW.
308100     PERFORM 3860-RETURN-PAYMENT THRU 3860-EXIT.
308200     PERFORM 3870-WRITE-ONE-PAYMENT THRU 3870-EXIT
308300         UNTIL TAX-GARN-EOF.
308400     IF TAX-GARN-AGENCY-BREAK NOT = SPACES
308500         PERFORM 3880-WRITE-AGENCY-TOTAL THRU 3880-EXIT
308600     END-IF.
308700     MOVE TAX-GARN-COUNT TO GPT-COUNT.
308800     MOVE TAX-GARN-TOTAL TO GPT-TOTAL.
308900     WRITE GARN-PAY-RECORD FROM TAX-GARN-PAY-TRAILER.
309000     MOVE "GARNPAY " TO FST-FILE-NAME.
309100     MOVE "WRITE   " TO FST-OPERATION.
309200     MOVE TAX-GARN-PAY-STATUS TO FST-STATUS.
309300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
309400     MOVE TAX-GARN-COUNT TO GT-COUNT.
309500     MOVE TAX-GARN-TOTAL TO GT-TOTAL.
309600     WRITE GARN-SUMMARY-LINE FROM TAX-GARN-SUM-TOTAL-LINE.
309700     CLOSE GARN-PAY-FILE
309800           GARN-SUMMARY-FILE.
309900 3850-EXIT.
310000     EXIT.
310100
310200*----------------------------------------------------------------
310300 3860-RETURN-PAYMENT.
310400*----------------------------------------------------------------
310500     RETURN GARN-SORT-FILE
310600         AT END
310700             MOVE 'Y' TO TAX-GARN-EOF-SW
310800     END-RETURN.
310900 3860-EXIT.
311000     EXIT.
311100
311200*----------------------------------------------------------------
311300 3870-WRITE-ONE-PAYMENT.
311400*     A CHANGE OF AGENCY CUTS THE PREVIOUS AGENCY'S TOTAL.
311500*----------------------------------------------------------------
311600     IF GSR-AGENCY-CODE NOT = TAX-GARN-AGENCY-BREAK
311700         IF TAX-GARN-AGENCY-BREAK NOT = SPACES
311800             PERFORM 3880-WRITE-AGENCY-TOTAL THRU 3880-EXIT
311900         END-IF
312000         MOVE GSR-AGENCY-CODE TO TAX-GARN-AGENCY-BREAK
312100         MOVE GSR-AGENCY-NAME TO TAX-GARN-AGENCY-NAME
312200         MOVE ZERO            TO TAX-GARN-AGENCY-COUNT
312300         MOVE ZERO            TO TAX-GARN-AGENCY-TOTAL
312400     END-IF.
312500     WRITE GARN-PAY-RECORD FROM GARN-SORT-RECORD.
312600     MOVE "GARNPAY " TO FST-FILE-NAME.
312700     MOVE "WRITE   " TO FST-OPERATION.
312800     MOVE TAX-GARN-PAY-STATUS TO FST-STATUS.
312900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
313000     ADD 1          TO TAX-GARN-AGENCY-COUNT.
313100     ADD GSR-AMOUNT TO TAX-GARN-AGENCY-TOTAL.
313200     ADD 1          TO TAX-GARN-COUNT.
313300     ADD GSR-AMOUNT TO TAX-GARN-TOTAL.
313400     PERFORM 3860-RETURN-PAYMENT THRU 3860-EXIT.
313500 3870-EXIT.
313600     EXIT.
313700
313800*----------------------------------------------------------------
313900 3880-WRITE-AGENCY-TOTAL.
314000*----------------------------------------------------------------
314100     MOVE TAX-GARN-AGENCY-BREAK TO GPA-AGENCY-CODE.
314200     MOVE TAX-GARN-AGENCY-COUNT TO GPA-COUNT.
314300     MOVE TAX-GARN-AGENCY-TOTAL TO GPA-TOTAL.
314400     MOVE TAX-TODAY             TO GPA-DATE.
314500     WRITE GARN-PAY-RECORD FROM TAX-GARN-PAY-AGENCY.
314600     MOVE TAX-GARN-AGENCY-BREAK TO GS-AGENCY-CODE.
314700     MOVE TAX-GARN-AGENCY-NAME  TO GS-AGENCY-NAME.
314800     MOVE TAX-GARN-AGENCY-COUNT TO GS-COUNT.
314900     MOVE TAX-GARN-AGENCY-TOTAL TO GS-TOTAL.
315000     WRITE GARN-SUMMARY-LINE FROM TAX-GARN-SUM-LINE.
315100 3880-EXIT.
315200     EXIT.
315300
315400*----------------------------------------------------------------
315500 3900-MARK-RETROS-PAID.
315600*     NOW THE DEPOSITS ARE WRITTEN, APPEND A 'D' COPY OF EVERY
315700*     RETRO CHANGE THIS RUN CLOSED SO THE NEXT RUN DOES NOT PAY IT
315800*     AGAIN.  HELD AND STILL-PENDING CHANGES GET NO RECORD.
315900*----------------------------------------------------------------
316000     IF TAX-RTO-COUNT = ZERO
316100         GO TO 3900-EXIT
316200     END-IF.
316300     OPEN EXTEND RETRO-PEND-FILE.
316400     MOVE "RETROPND" TO FST-FILE-NAME.
316500     MOVE "OPEN    " TO FST-OPERATION.
316600     MOVE TAX-RTP-STATUS TO FST-STATUS.
316700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
316800     PERFORM 3910-MARK-ONE-RETRO THRU 3910-EXIT
316900         VARYING TAX-RTO-IDX FROM 1 BY 1
317000         UNTIL TAX-RTO-IDX > TAX-RTO-COUNT.
317100     CLOSE RETRO-PEND-FILE.
317200 3900-EXIT.
317300     EXIT.
317400
317500*----------------------------------------------------------------
317600 3910-MARK-ONE-RETRO.
317700*----------------------------------------------------------------
317800     IF NOT TAX-RTO-T-PAID (TAX-RTO-IDX)
317900         GO TO 3910-EXIT
318000     END-IF.
318100     MOVE TAX-RTO-T-EMP-ID (TAX-RTO-IDX)   TO RTP-EMP-ID.
318200     MOVE TAX-RTO-T-ENT-DATE (TAX-RTO-IDX) TO RTP-ENTERED-DATE.
318300     MOVE TAX-RTO-T-ENT-TIME (TAX-RTO-IDX) TO RTP-ENTERED-TIME.
318400     MOVE TAX-RTO-T-OLD-SAL (TAX-RTO-IDX)  TO RTP-OLD-SALARY.
318500     MOVE TAX-RTO-T-NEW-SAL (TAX-RTO-IDX)  TO RTP-NEW-SALARY.
318600     MOVE TAX-RTO-T-EFF-DATE (TAX-RTO-IDX) TO RTP-EFFECTIVE-DATE.
318700     MOVE TAX-RTO-T-OPERATOR (TAX-RTO-IDX) TO RTP-OPERATOR.
318800     MOVE 'D'                              TO RTP-STATUS.
318900     MOVE TAX-TODAY                        TO RTP-PAID-DATE.
319000     WRITE RETRO-PENDING-RECORD.
319100     MOVE "RETROPND" TO FST-FILE-NAME.
319200     MOVE "WRITE   " TO FST-OPERATION.
319300     MOVE TAX-RTP-STATUS TO FST-STATUS.
319400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
319500 3910-EXIT.
319600     EXIT.
319700
319800*----------------------------------------------------------------
319900 3930-OPEN-CHECKS.
320000*     PICK UP THE CHECK NUMBER RANGE, AND OPEN THE CHECK
320100*     REGISTER (CREATING IT THE FIRST TIME A CHECK IS EVER
320200*     ISSUED) AND THIS RUN'S CHECK PRINT FILE.
320300*----------------------------------------------------------------
320400     MOVE ZERO TO TAX-CHECKS-ISSUED.
320500     MOVE ZERO TO TAX-CHECKS-UNNUMBERED.
320600     MOVE 'N'  TO TAX-CKC-BLOCKED-SW.
320700     PERFORM 3935-LOAD-CHECK-CONTROL THRU 3935-EXIT.
320800     OPEN I-O CHECK-REGISTER-FILE.
320900     IF TAX-CKR-FILE-MISSING
321000         OPEN OUTPUT CHECK-REGISTER-FILE
321100         CLOSE CHECK-REGISTER-FILE
321200         OPEN I-O CHECK-REGISTER-FILE
321300     END-IF.
321400     MOVE "CHKREG  " TO FST-FILE-NAME.
321500     MOVE "OPEN    " TO FST-OPERATION.
321600     MOVE TAX-CKR-STATUS TO FST-STATUS.
321700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
321800     OPEN OUTPUT CHECK-PRINT-FILE.
321900     MOVE "CHKPRT  " TO FST-FILE-NAME.
322000     MOVE TAX-CKP-STATUS TO FST-STATUS.
322100     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
322200     IF TAX-CKC-NEXT-NO = ZERO
322300        OR TAX-CKC-NEXT-NO > TAX-CKC-LAST-NO
322400         DISPLAY "TAX - NO CHECK NUMBERS LEFT ON CHKCTL - LOAD "
322500                 "NEW CHECK STOCK WITH CHKRECON.  CHECKS WILL "
322600                 "NOT BE NUMBERED THIS RUN."
322700     END-IF.
322800 3930-EXIT.
322900     EXIT.
323000
323100*----------------------------------------------------------------
323200 3935-LOAD-CHECK-CONTROL.
323300*     THE LAST RECORD ON CHKCTL IS THE CURRENT RANGE.  NO FILE
323400*     MEANS NO CHECK STOCK HAS EVER BEEN LOADED.
323500*----------------------------------------------------------------
323600     MOVE ZERO TO TAX-CKC-FIRST-NO.
323700     MOVE ZERO TO TAX-CKC-LAST-NO.
323800     MOVE ZERO TO TAX-CKC-NEXT-NO.
323900     MOVE 'N'  TO TAX-CKC-EOF-SW.
324000     OPEN INPUT CHECK-CONTROL-FILE.
324100     IF TAX-CKC-FILE-MISSING
324200         GO TO 3935-EXIT
324300     END-IF.
324400     MOVE "CHKCTL  " TO FST-FILE-NAME.
324500     MOVE "OPEN    " TO FST-OPERATION.
324600     MOVE TAX-CKC-STATUS TO FST-STATUS.
324700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
324800     PERFORM 3936-READ-CHECK-CONTROL THRU 3936-EXIT.
324900     PERFORM 3937-TRACK-CHECK-CONTROL THRU 3937-EXIT
325000         UNTIL TAX-CKC-EOF.
325100     CLOSE CHECK-CONTROL-FILE.
325200 3935-EXIT.
325300     EXIT.
325400
325500*----------------------------------------------------------------
325600 3936-READ-CHECK-CONTROL.
325700*----------------------------------------------------------------
325800     READ CHECK-CONTROL-FILE
325900         AT END
326000             MOVE 'Y' TO TAX-CKC-EOF-SW
326100     END-READ.
326200 3936-EXIT.
326300     EXIT.
326400
326500*----------------------------------------------------------------
326600 3937-TRACK-CHECK-CONTROL.
326700*----------------------------------------------------------------
326800     MOVE CKC-FIRST-NO TO TAX-CKC-FIRST-NO.
326900     MOVE CKC-LAST-NO  TO TAX-CKC-LAST-NO.
327000     MOVE CKC-NEXT-NO  TO TAX-CKC-NEXT-NO.
327100     PERFORM 3936-READ-CHECK-CONTROL THRU 3936-EXIT.
327200 3937-EXIT.
327300     EXIT.
327400
327500*----------------------------------------------------------------
327600 3940-ISSUE-CHECK.
327700*     TAKE THE NEXT CHECK NUMBER, REGISTER THE CHECK AS ISSUED,
327800*     AND PRINT IT.  WITH THE RANGE USED UP, OR A NUMBER ALREADY
327900*     ON THE REGISTER, THE EMPLOYEE IS LEFT ON DDEXCEPT WITHOUT
328000*     A CHECK AND NO FURTHER CHECKS ARE NUMBERED THIS RUN.
328100*----------------------------------------------------------------
328200     IF TAX-CKC-BLOCKED
328300        OR TAX-CKC-NEXT-NO = ZERO
328400        OR TAX-CKC-NEXT-NO > TAX-CKC-LAST-NO
328500         MOVE "NO CHECK NUMBER" TO XD-REASON
328600         ADD 1 TO TAX-CHECKS-UNNUMBERED
328700         GO TO 3940-EXIT
328800     END-IF.
328900     MOVE SPACES          TO CHECK-REGISTER-RECORD.
329000     MOVE TAX-CKC-NEXT-NO TO CKR-CHECK-NO.
329100     MOVE TSR-EMP-ID      TO CKR-EMP-ID.
329200     MOVE TSR-EMP-NAME    TO CKR-EMP-NAME.
329300     MOVE TAX-NET-PAY     TO CKR-AMOUNT.
329400     MOVE TAX-TODAY       TO CKR-ISSUE-DATE.
329500     MOVE 'P'             TO CKR-SOURCE.
329600     MOVE 'I'             TO CKR-STATUS.
329700     MOVE ZERO            TO CKR-CLEARED-DATE.
329800     MOVE ZERO            TO CKR-PAID-AMOUNT.
329900     MOVE ZERO            TO CKR-VOID-DATE.
330000     MOVE ZERO            TO CKR-REISSUE-OF.
330100     MOVE ZERO            TO CKR-REISSUED-AS.
330200     WRITE CHECK-REGISTER-RECORD
330300         INVALID KEY
330400             DISPLAY "TAX - CHECK NO. " TAX-CKC-NEXT-NO
330500                     " IS ALREADY ON THE CHECK REGISTER - NO "
330600                     "MORE CHECKS NUMBERED THIS RUN."
330700             MOVE 'Y' TO TAX-CKC-BLOCKED-SW
330800             MOVE "CHECK NO. IN USE" TO XD-REASON
330900             ADD 1 TO TAX-CHECKS-UNNUMBERED
331000             GO TO 3940-EXIT
331100     END-WRITE.
331200     MOVE "CHKREG  " TO FST-FILE-NAME.
331300     MOVE "WRITE   " TO FST-OPERATION.
331400     MOVE TAX-CKR-STATUS TO FST-STATUS.
331500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
331600     MOVE TAX-CKC-NEXT-NO TO CKP-CHECK-NO.
331700     MOVE TAX-TODAY       TO CKP-DATE.
331800     MOVE TSR-EMP-NAME    TO CKP-PAYEE.
331900     MOVE TAX-NET-PAY     TO CKP-AMOUNT.
332000     MOVE TSR-EMP-ID      TO CKP-EMP-ID.
332100     MOVE "PAYROLL"       TO CKP-MEMO.
332200     PERFORM 3945-PRINT-CHECK THRU 3945-EXIT.
332300     MOVE TAX-CKC-NEXT-NO TO XD-CHECK-NO.
332400     ADD 1 TO TAX-CKC-NEXT-NO.
332500     ADD 1 TO TAX-CHECKS-ISSUED.
332600 3940-EXIT.
332700     EXIT.
332800
332900*----------------------------------------------------------------
333000 3945-PRINT-CHECK.
333100*----------------------------------------------------------------
333200     WRITE CHECK-PRINT-LINE FROM CKP-NUMBER-LINE.
333300     WRITE CHECK-PRINT-LINE FROM CKP-PAYEE-LINE.
333400     WRITE CHECK-PRINT-LINE FROM CKP-MEMO-LINE.
333500     WRITE CHECK-PRINT-LINE FROM CKP-TEAR-LINE.
333600     MOVE "CHKPRT  " TO FST-FILE-NAME.
333700     MOVE "WRITE   " TO FST-OPERATION.
333800     MOVE TAX-CKP-STATUS TO FST-STATUS.
333900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
334000 3945-EXIT.
334100     EXIT.
334200
334300*----------------------------------------------------------------
334400 3950-SAVE-CHECK-CONTROL.
334500*     MOVE THE NEXT CHECK NUMBER ON BY APPENDING A NEW CHKCTL
334600*     RECORD FOR THE SAME RANGE.  NOTHING IS WRITTEN WHEN THE
334700*     RUN ISSUED NO CHECKS.
334800*----------------------------------------------------------------
334900     IF TAX-CHECKS-UNNUMBERED > ZERO
335000         DISPLAY "TAX - " TAX-CHECKS-UNNUMBERED " EMPLOYEES "
335100                 "COULD NOT BE ISSUED A CHECK - SEE DDEXCEPT."
335200     END-IF.
335300     IF TAX-CHECKS-ISSUED = ZERO
335400         GO TO 3950-EXIT
335500     END-IF.
335600     MOVE SPACES           TO CHECK-CONTROL-RECORD.
335700     MOVE TAX-CKC-FIRST-NO TO CKC-FIRST-NO.
335800     MOVE TAX-CKC-LAST-NO  TO CKC-LAST-NO.
335900     MOVE TAX-CKC-NEXT-NO  TO CKC-NEXT-NO.
336000     MOVE "TAX"            TO CKC-SOURCE.
336100     MOVE "TAX"            TO CKC-OPERATOR.
336200     ACCEPT CKC-ENTERED-DATE FROM DATE.
336300     ACCEPT CKC-ENTERED-TIME FROM TIME.
336400     OPEN EXTEND CHECK-CONTROL-FILE.
336500     IF TAX-CKC-FILE-MISSING
336600         OPEN OUTPUT CHECK-CONTROL-FILE
336700         CLOSE CHECK-CONTROL-FILE
336800         OPEN EXTEND CHECK-CONTROL-FILE
336900     END-IF.
337000     MOVE "CHKCTL  " TO FST-FILE-NAME.
337100     MOVE "OPEN    " TO FST-OPERATION.
337200     MOVE TAX-CKC-STATUS TO FST-STATUS.
337300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
337400     WRITE CHECK-CONTROL-RECORD.
337500     MOVE "WRITE   " TO FST-OPERATION.
337600     MOVE TAX-CKC-STATUS TO FST-STATUS.
337700     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
337800     CLOSE CHECK-CONTROL-FILE.
337900     DISPLAY "TAX - " TAX-CHECKS-ISSUED " CHECKS PRINTED TO "
338000             "CHKPRT, NEXT CHECK NO. " TAX-CKC-NEXT-NO ".".
338100 3950-EXIT.
338200     EXIT.
338300*----------------------------------------------------------------
338400 3300-REGISTER-EMPLOYEE.
338500*     WRITE THIS EMPLOYEE'S PAY REGISTER BLOCK - GROSS AND
338600*     WITHHOLDING, ONE LINE PER DEDUCTION ON FILE, AND THE NET
338700*     PAY LEFT AFTER WITHHOLDING AND DEDUCTIONS COME OUT.  RETRO
338800*     PAY PRINTS ON ITS OWN LINE UNDER THE PERIOD'S GROSS.
338900*----------------------------------------------------------------
339000     MOVE TSR-EMP-ID       TO RE-EMP-ID.
339100     MOVE TSR-EMP-NAME     TO RE-EMP-NAME.
339200     MOVE TAX-PERIOD-GROSS TO RE-GROSS.
339300     MOVE TAX-PERIOD-TAX   TO RE-TAX.
339400     WRITE PAY-REGISTER-LINE FROM TAX-REGISTER-EMP-LINE.
339500     IF TAX-RTO-PERIODS > ZERO
339600         MOVE TAX-RTO-FROM-DATE TO RR-FROM-DATE
339700         MOVE TAX-RTO-PERIODS   TO RR-PERIODS
339800         MOVE TAX-RTO-GROSS     TO RR-GROSS
339900         MOVE TAX-RTO-TAX       TO RR-TAX
340000         WRITE PAY-REGISTER-LINE FROM TAX-REGISTER-RETRO-LINE
340100     END-IF.
340200     MOVE ZERO TO TAX-DED-EMP-TOTAL.
340300     PERFORM 3350-APPLY-ONE-DEDUCTION THRU 3350-EXIT
340400         VARYING TAX-DED-IDX FROM 1 BY 1
340500         UNTIL TAX-DED-IDX > TAX-DED-COUNT.
340600     PERFORM 3360-APPLY-GARNISHMENTS THRU 3360-EXIT.
340700     COMPUTE TAX-NET-PAY =
340800         TAX-PERIOD-GROSS + TAX-RTO-GROSS - TAX-PERIOD-TAX
340900             - TAX-RTO-TAX - TAX-DED-EMP-TOTAL
341000             - TAX-GARN-EMP-TOTAL.
341100     MOVE TAX-NET-PAY TO RN-NET-PAY.
341200     WRITE PAY-REGISTER-LINE FROM TAX-REGISTER-NET-LINE.
341300     MOVE "PAYREG  " TO FST-FILE-NAME.
341400     MOVE "WRITE   " TO FST-OPERATION.
341500     MOVE TAX-PAYREG-STATUS TO FST-STATUS.
341600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
341700     ADD TAX-PERIOD-GROSS  TO TAX-REG-TOTAL-GROSS.
341800     ADD TAX-RTO-GROSS     TO TAX-REG-TOTAL-GROSS.
341900     ADD TAX-DED-EMP-TOTAL TO TAX-REG-TOTAL-DED.
342000     ADD TAX-GARN-EMP-TOTAL TO TAX-REG-TOTAL-DED.
342100     ADD TAX-NET-PAY       TO TAX-REG-TOTAL-NET.
342200     PERFORM 3450-CHECK-VARIANCE THRU 3450-EXIT.
342300     PERFORM 3400-WRITE-DIRECT-DEPOSIT THRU 3400-EXIT.
342400 3300-EXIT.
342500     EXIT.
342600
342700*----------------------------------------------------------------
342800 3350-APPLY-ONE-DEDUCTION.
342900*     A FLAT DEDUCTION COMES OUT OF EACH PERIOD AS KEYED; A
343000*     PERCENT DEDUCTION IS THAT PERCENT OF THE PERIOD'S GROSS,
343100*     ROUNDED TO THE CENT.
343200*----------------------------------------------------------------
343300     IF TAX-DED-T-EMP-ID (TAX-DED-IDX) NOT = TSR-EMP-ID
343400         GO TO 3350-EXIT
343500     END-IF.
343600     IF TAX-DED-T-METHOD (TAX-DED-IDX) = 'P'
343700         COMPUTE TAX-DED-AMOUNT ROUNDED =
343800             TAX-PERIOD-GROSS * TAX-DED-T-VALUE (TAX-DED-IDX)
343900               / 100
344000     ELSE
344100         MOVE TAX-DED-T-VALUE (TAX-DED-IDX) TO TAX-DED-AMOUNT
344200     END-IF.
344300     MOVE TAX-DED-T-DESC (TAX-DED-IDX) TO RD-DESC.
344400     MOVE TAX-DED-AMOUNT               TO RD-AMOUNT.
344500     WRITE PAY-REGISTER-LINE FROM TAX-REGISTER-DED-LINE.
344600     ADD TAX-DED-AMOUNT TO TAX-DED-EMP-TOTAL.
344700 3350-EXIT.
344800     EXIT.
344900
345000*----------------------------------------------------------------
345100 3360-APPLY-GARNISHMENTS.
345200*     WALK THE EMPLOYEE'S ORDERS STRAIGHT OFF THE ORDER FILE IN
345300*     KEY ORDER - PRIORITY FIRST - SO THE NUMBER OF ORDERS IS
345400*     NEVER LIMITED BY A TABLE.  DISPOSABLE PAY IS WHAT IS LEFT
345500*     AFTER WITHHOLDING, RETRO PAY INCLUDED.
345600*----------------------------------------------------------------
345700     MOVE ZERO TO TAX-GARN-EMP-TOTAL.
345800     IF NOT TAX-GARN-PRESENT
345900         GO TO 3360-EXIT
346000     END-IF.
346100     COMPUTE TAX-DISPOSABLE-PAY =
346200         TAX-PERIOD-GROSS + TAX-RTO-GROSS
346300           - TAX-PERIOD-TAX - TAX-RTO-TAX.
346400     IF TAX-DISPOSABLE-PAY NOT > ZERO
346500         GO TO 3360-EXIT
346600     END-IF.
346700     MOVE 'N'        TO TAX-GARN-EOF-SW.
346800     MOVE TSR-EMP-ID TO GRN-EMP-ID.
346900     MOVE ZERO       TO GRN-PRIORITY.
347000     MOVE LOW-VALUES TO GRN-ORDER-NO.
347100     START GARNISH-FILE KEY NOT < GRN-KEY
347200         INVALID KEY
347300             MOVE 'Y' TO TAX-GARN-EOF-SW
347400     END-START.
347500     IF NOT TAX-GARN-EOF
347600         PERFORM 3365-READ-EMP-ORDER THRU 3365-EXIT
347700     END-IF.
347800     PERFORM 3370-APPLY-ONE-ORDER THRU 3370-EXIT
347900         UNTIL TAX-GARN-EOF.
348000 3360-EXIT.
348100     EXIT.
348200
348300*----------------------------------------------------------------
348400 3365-READ-EMP-ORDER.
348500*     AN ORDER FOR ANOTHER EMPLOYEE ENDS THE WALK THE SAME WAY
348600*     END OF FILE DOES.
348700*----------------------------------------------------------------
348800     READ GARNISH-FILE NEXT
348900         AT END
349000             MOVE 'Y' TO TAX-GARN-EOF-SW
349100     END-READ.
349200     IF NOT TAX-GARN-EOF
349300         MOVE "GARNFILE" TO FST-FILE-NAME
349400         MOVE "READ    " TO FST-OPERATION
349500         MOVE TAX-GARN-FILE-STATUS TO FST-STATUS
349600         PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
349700         IF GRN-EMP-ID NOT = TSR-EMP-ID
349800             MOVE 'Y' TO TAX-GARN-EOF-SW
349900         END-IF
350000     END-IF.
350100 3365-EXIT.
350200     EXIT.
350300
350400*----------------------------------------------------------------
350500 3370-APPLY-ONE-ORDER.
350600*     TAKE THE LEAST OF THE RULE'S AMOUNT, THE ROOM LEFT UNDER
350700*     THE ORDER'S CAP, AND THE ORDER BALANCE.  A SATISFIED
350800*     ORDER, OR ONE WITH NO ROOM LEFT UNDER ITS CAP, TAKES
350900*     NOTHING AND PRINTS NOTHING.
351000*----------------------------------------------------------------
351100     IF NOT GRN-ACTIVE
351200         GO TO 3370-READ-NEXT
351300     END-IF.
351400     COMPUTE TAX-GARN-BALANCE =
351500         GRN-TOTAL-OWED - GRN-PAID-TO-DATE.
351600     COMPUTE TAX-GARN-CAP ROUNDED =
351700         (TAX-DISPOSABLE-PAY * GRN-CAP-PERCENT / 100)
351800           - TAX-GARN-EMP-TOTAL.
351900     IF TAX-GARN-CAP NOT > ZERO OR TAX-GARN-BALANCE = ZERO
352000         GO TO 3370-READ-NEXT
352100     END-IF.
352200     IF GRN-CAP-AMOUNT-RULE AND GRN-PERIOD-AMOUNT < TAX-GARN-CAP
352300         MOVE GRN-PERIOD-AMOUNT TO TAX-GARN-AMOUNT
352400     ELSE
352500         MOVE TAX-GARN-CAP      TO TAX-GARN-AMOUNT
352600     END-IF.
352700     IF TAX-GARN-AMOUNT > TAX-GARN-BALANCE
352800         MOVE TAX-GARN-BALANCE  TO TAX-GARN-AMOUNT
352900     END-IF.
353000     ADD TAX-GARN-AMOUNT TO GRN-PAID-TO-DATE.
353100     SUBTRACT TAX-GARN-AMOUNT FROM TAX-GARN-BALANCE.
353200     MOVE TAX-TODAY TO GRN-LAST-PAID-DATE.
353300     IF TAX-GARN-BALANCE = ZERO
353400         MOVE 'S' TO GRN-STATUS
353500     END-IF.
353600     REWRITE GARNISHMENT-RECORD.
353700     MOVE "GARNFILE" TO FST-FILE-NAME.
353800     MOVE "REWRITE " TO FST-OPERATION.
353900     MOVE TAX-GARN-FILE-STATUS TO FST-STATUS.
354000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
354100     MOVE GRN-ORDER-NO     TO RG-ORDER-NO.
354200     MOVE TAX-GARN-AMOUNT  TO RG-AMOUNT.
354300     MOVE TAX-GARN-BALANCE TO RG-BALANCE.
354400     WRITE PAY-REGISTER-LINE FROM TAX-REGISTER-GARN-LINE.
354500     MOVE GRN-AGENCY-CODE  TO GPD-AGENCY-CODE.
354600     MOVE GRN-ORDER-NO     TO GPD-ORDER-NO.
354700     MOVE TSR-EMP-ID       TO GPD-EMP-ID.
354800     MOVE TAX-GARN-AMOUNT  TO GPD-AMOUNT.
354900     MOVE TAX-TODAY        TO GPD-DATE.
355000     MOVE GRN-AGENCY-NAME  TO GPD-AGENCY-NAME.
355100     WRITE GARN-WORK-RECORD FROM TAX-GARN-PAY-DETAIL.
355200     MOVE "GARNWORK" TO FST-FILE-NAME.
355300     MOVE "WRITE   " TO FST-OPERATION.
355400     MOVE TAX-GARN-WORK-STATUS TO FST-STATUS.
355500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
355600     ADD TAX-GARN-AMOUNT TO TAX-GARN-EMP-TOTAL.
355700 3370-READ-NEXT.
355800     PERFORM 3365-READ-EMP-ORDER THRU 3365-EXIT.
355900 3370-EXIT.
356000     EXIT.
356100
356200*----------------------------------------------------------------
356300 3400-WRITE-DIRECT-DEPOSIT.
356400*     PAY THE EMPLOYEE'S NET BY DEPOSIT WHEN BANK DETAILS ARE
356500*     ON FILE AND THE NET IS POSITIVE; OTHERWISE LIST THE
356600*     EMPLOYEE FOR A PAPER CHECK.  A NON-POSITIVE NET IS NEVER
356700*     TRANSMITTED - THE BANK HAS NO DEBIT AUTHORITY HERE.
356800*     AN EMPLOYEE WITH NO BANK DETAILS AND A POSITIVE NET IS
356900*     PRINTED A NUMBERED CHECK FOR THE WHOLE NET.
357000*     RETRO PAY GOES AS ITS OWN 'R' CREDIT WHEN BOTH IT AND THE
357100*     REST OF THE NET ARE POSITIVE; A RETRO RECOVERY JUST COMES
357200*     OFF THE ONE REGULAR CREDIT.
357300*----------------------------------------------------------------
357400     PERFORM 3420-SCAN-BANK-TABLE THRU 3420-EXIT.
357500     IF TAX-BANK-FOUND AND TAX-NET-PAY > ZERO
357600         IF TAX-RTO-NET > ZERO AND TAX-NET-PAY > TAX-RTO-NET
357700             COMPUTE TAX-DD-AMOUNT = TAX-NET-PAY - TAX-RTO-NET
357800             MOVE SPACE TO DDC-PAY-TYPE
357900             PERFORM 3410-WRITE-DD-CREDIT THRU 3410-EXIT
358000             MOVE TAX-RTO-NET TO TAX-DD-AMOUNT
358100             MOVE 'R'         TO DDC-PAY-TYPE
358200         ELSE
358300             MOVE TAX-NET-PAY TO TAX-DD-AMOUNT
358400             MOVE SPACE       TO DDC-PAY-TYPE
358500         END-IF
358600         PERFORM 3410-WRITE-DD-CREDIT THRU 3410-EXIT
358700         GO TO 3400-EXIT
358800     END-IF.
358900     MOVE TSR-EMP-ID   TO XD-EMP-ID.
359000     MOVE TSR-EMP-NAME TO XD-EMP-NAME.
359100     MOVE TAX-NET-PAY  TO XD-NET-PAY.
359200     MOVE ZERO         TO XD-CHECK-NO.
359300     IF NOT TAX-BANK-FOUND
359400         MOVE "NO BANK DETAILS" TO XD-REASON
359500         IF TAX-NET-PAY > ZERO
359600             PERFORM 3940-ISSUE-CHECK THRU 3940-EXIT
359700         END-IF
359800     ELSE
359900         MOVE "NET PAY NOT POSITIVE" TO XD-REASON
360000     END-IF.
360100     WRITE DD-EXCEPT-LINE FROM TAX-DD-EXCEPT-LINE.
360200     ADD 1           TO TAX-CHECK-COUNT.
360300     ADD TAX-NET-PAY TO TAX-CHECK-TOTAL.
360400 3400-EXIT.
360500     EXIT.
360600
360700*----------------------------------------------------------------
360800 3410-WRITE-DD-CREDIT.
360900*     ONE CREDIT RECORD FOR TAX-DD-AMOUNT, TYPED BY DDC-PAY-TYPE.
361000*----------------------------------------------------------------
361100     MOVE TSR-EMP-ID TO DDC-EMP-ID.
361200     MOVE TAX-BNK-T-ROUTING (TAX-BANK-SUB) TO DDC-ROUTING.
361300     MOVE TAX-BNK-T-ACCOUNT (TAX-BANK-SUB) TO DDC-ACCOUNT.
361400     MOVE TAX-DD-AMOUNT TO DDC-AMOUNT.
361500     MOVE TAX-TODAY     TO DDC-DATE.
361600     WRITE DD-TRANS-RECORD FROM TAX-DD-CREDIT-RECORD.
361700     MOVE "DDHOLD  " TO FST-FILE-NAME.
361800     MOVE "WRITE   " TO FST-OPERATION.
361900     MOVE TAX-DD-TRANS-STATUS TO FST-STATUS.
362000     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
362100     ADD 1             TO TAX-DD-COUNT.
362200     ADD TAX-DD-AMOUNT TO TAX-DD-TOTAL.
362300 3410-EXIT.
362400     EXIT.
362500
362600*----------------------------------------------------------------
362700 3420-SCAN-BANK-TABLE.
362800*     FIND THE BANK TABLE ENTRY FOR THE EMPLOYEE IN HAND.
362900*----------------------------------------------------------------
363000     MOVE 'N' TO TAX-BANK-FOUND-SW.
363100     PERFORM 3430-CHECK-BANK-ENTRY THRU 3430-EXIT
363200         VARYING TAX-BANK-IDX FROM 1 BY 1
363300         UNTIL TAX-BANK-IDX > TAX-BANK-COUNT
363400            OR TAX-BANK-FOUND.
363500 3420-EXIT.
363600     EXIT.
363700
363800*----------------------------------------------------------------
363900 3430-CHECK-BANK-ENTRY.
364000*----------------------------------------------------------------
364100     IF TAX-BNK-T-EMP-ID (TAX-BANK-IDX) = TSR-EMP-ID
364200         MOVE 'Y' TO TAX-BANK-FOUND-SW
364300         SET TAX-BANK-SUB TO TAX-BANK-IDX
364400     END-IF.
364500 3430-EXIT.
364600     EXIT.
364700
364800*----------------------------------------------------------------
364900 3440-OPEN-VARIANCE.
365000*     OPEN THE LAST PAY MASTER FOR UPDATE (CREATING IT ON ITS
365100*     FIRST RUN) AND START THE VARIANCE REPORT.
365200*----------------------------------------------------------------
365300     MOVE ZERO TO TAX-VAR-PREV-DATE.
365400     MOVE ZERO TO TAX-VAR-OVER-COUNT.
365500     MOVE ZERO TO TAX-VAR-NEW-COUNT.
365600     MOVE ZERO TO TAX-VAR-MISSING-COUNT.
365700     MOVE ZERO TO TAX-VAR-NONPOS-COUNT.
365800     MOVE ZERO TO TAX-VAR-LISTED-COUNT.
365900     OPEN I-O LAST-PAY-FILE.
366000     IF TAX-LPY-STATUS = '35'
366100         OPEN OUTPUT LAST-PAY-FILE
366200         CLOSE LAST-PAY-FILE
366300         OPEN I-O LAST-PAY-FILE
366400     END-IF.
366500     MOVE "LASTPAY " TO FST-FILE-NAME.
366600     MOVE "OPEN    " TO FST-OPERATION.
366700     MOVE TAX-LPY-STATUS TO FST-STATUS.
366800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
366900     OPEN OUTPUT VARIANCE-FILE.
367000     MOVE "VARRPT  " TO FST-FILE-NAME.
367100     MOVE "OPEN    " TO FST-OPERATION.
367200     MOVE TAX-VAR-STATUS TO FST-STATUS.
367300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
367400     MOVE TAX-TODAY       TO VH-DATE.
367500     MOVE TAX-VAR-PERCENT TO VH-PERCENT.
367600     MOVE TAX-VAR-AMOUNT  TO VH-AMOUNT.
367700     WRITE VARIANCE-LINE FROM TAX-VAR-HEADING.
367800     WRITE VARIANCE-LINE FROM TAX-VAR-COLUMN-LINE.
367900 3440-EXIT.
368000     EXIT.
368100
368200*----------------------------------------------------------------
368300 3450-CHECK-VARIANCE.
368400*     COMPARE THIS EMPLOYEE'S PAY WITH THE PREVIOUS RUN'S AND LIST
368500*     THE EMPLOYEE IF NET PAY IS NOT ABOVE ZERO, IF THERE IS NO
368600*     PREVIOUS RUN TO COMPARE WITH, OR IF ANY FIGURE MOVED BY MORE
368700*     THAN A THRESHOLD.  THEN THIS RUN BECOMES THE LAST RUN ON THE
368800*     LAST PAY MASTER.  A RERUN OF THE SAME PERIOD COMPARES WITH
368900*     THE RUN BEFORE IT, NOT WITH ITS OWN FIRST ATTEMPT.
368910*     AN EMPLOYEE LISTED FOR MORE THAN ONE REASON GETS A LINE
368920*     FOR EACH.
369000*----------------------------------------------------------------
369100     COMPUTE TAX-VAR-CUR-GROSS = TAX-PERIOD-GROSS + TAX-RTO-GROSS.
369200     COMPUTE TAX-VAR-CUR-TAX   = TAX-PERIOD-TAX + TAX-RTO-TAX.
369300     COMPUTE TAX-VAR-CUR-DED   =
369400         TAX-DED-EMP-TOTAL + TAX-GARN-EMP-TOTAL.
369500     MOVE TAX-NET-PAY TO TAX-VAR-CUR-NET.
369600     MOVE TSR-EMP-ID  TO LPY-EMP-ID.
369700     READ LAST-PAY-FILE
369800         INVALID KEY
369900             MOVE 'N' TO TAX-LPY-FOUND-SW
370000         NOT INVALID KEY
370100             MOVE 'Y' TO TAX-LPY-FOUND-SW
370200     END-READ.
370300     IF NOT TAX-LPY-FOUND
370400         MOVE TSR-EMP-ID TO LPY-EMP-ID
370500         MOVE ZERO       TO LPY-PRIOR-DATE
370600         MOVE ZERO       TO LPY-PRIOR-GROSS
370700         MOVE ZERO       TO LPY-PRIOR-TAX
370800         MOVE ZERO       TO LPY-PRIOR-DED
370900         MOVE ZERO       TO LPY-PRIOR-NET
371000     ELSE
371100         IF LPY-LAST-DATE NOT = TAX-TODAY
371200             MOVE LPY-LAST-PAY TO LPY-PRIOR-PAY
371300         END-IF
371400     END-IF.
371500     MOVE 'N' TO TAX-VAR-BASE-SW.
371600     MOVE 'N' TO TAX-VAR-OVER-SW.
371700     MOVE SPACES TO VD-GROSS-MARK.
371800     MOVE SPACES TO VD-TAX-MARK.
371900     MOVE SPACES TO VD-DED-MARK.
372000     MOVE SPACES TO VD-NET-MARK.
372100     IF LPY-PRIOR-DATE NOT = ZERO
372200         MOVE 'Y' TO TAX-VAR-BASE-SW
372300         IF LPY-PRIOR-DATE > TAX-VAR-PREV-DATE
372400             MOVE LPY-PRIOR-DATE TO TAX-VAR-PREV-DATE
372500         END-IF
372600         MOVE LPY-PRIOR-GROSS   TO TAX-VAR-OLD
372700         MOVE TAX-VAR-CUR-GROSS TO TAX-VAR-NEW
372800         PERFORM 3455-TEST-ONE-FIGURE THRU 3455-EXIT
372900         IF TAX-VAR-HIT
373000             MOVE '*' TO VD-GROSS-MARK
373100         END-IF
373200         MOVE LPY-PRIOR-TAX     TO TAX-VAR-OLD
373300         MOVE TAX-VAR-CUR-TAX   TO TAX-VAR-NEW
373400         PERFORM 3455-TEST-ONE-FIGURE THRU 3455-EXIT
373500         IF TAX-VAR-HIT
373600             MOVE '*' TO VD-TAX-MARK
373700         END-IF
373800         MOVE LPY-PRIOR-DED     TO TAX-VAR-OLD
373900         MOVE TAX-VAR-CUR-DED   TO TAX-VAR-NEW
374000         PERFORM 3455-TEST-ONE-FIGURE THRU 3455-EXIT
374100         IF TAX-VAR-HIT
374200             MOVE '*' TO VD-DED-MARK
374300         END-IF
374400         MOVE LPY-PRIOR-NET     TO TAX-VAR-OLD
374500         MOVE TAX-VAR-CUR-NET   TO TAX-VAR-NEW
374600         PERFORM 3455-TEST-ONE-FIGURE THRU 3455-EXIT
374700         IF TAX-VAR-HIT
374800             MOVE '*' TO VD-NET-MARK
374900         END-IF
375000     END-IF.
375100     MOVE TSR-EMP-ID        TO VD-EMP-ID.
375110     MOVE TSR-EMP-NAME      TO VD-EMP-NAME.
375120     MOVE LPY-PRIOR-GROSS   TO VD-PREV-GROSS.
375130     MOVE LPY-PRIOR-TAX     TO VD-PREV-TAX.
375140     MOVE LPY-PRIOR-DED     TO VD-PREV-DED.
375150     MOVE LPY-PRIOR-NET     TO VD-PREV-NET.
375160     MOVE TAX-VAR-CUR-GROSS TO VD-CUR-GROSS.
375170     MOVE TAX-VAR-CUR-TAX   TO VD-CUR-TAX.
375180     MOVE TAX-VAR-CUR-DED   TO VD-CUR-DED.
375190     MOVE TAX-VAR-CUR-NET   TO VD-CUR-NET.
375195     MOVE 'N' TO TAX-VAR-LISTED-SW.
375200     IF TAX-VAR-OVER
375300         MOVE "OVER LIMIT" TO VD-REASON
375400         ADD 1 TO TAX-VAR-OVER-COUNT
375450         PERFORM 3460-WRITE-VARIANCE-LINE THRU 3460-EXIT
375500     END-IF.
375600     IF NOT TAX-VAR-HAS-BASE
375700         MOVE "NEW EMPLOYEE" TO VD-REASON
375800         ADD 1 TO TAX-VAR-NEW-COUNT
375850         PERFORM 3460-WRITE-VARIANCE-LINE THRU 3460-EXIT
375900     END-IF.
376000     IF TAX-VAR-CUR-NET NOT > ZERO
376100         MOVE "NET NOT > 0" TO VD-REASON
376200         ADD 1 TO TAX-VAR-NONPOS-COUNT
376250         PERFORM 3460-WRITE-VARIANCE-LINE THRU 3460-EXIT
376300     END-IF.
377700     MOVE TSR-EMP-NAME      TO LPY-EMP-NAME.
377800     MOVE TAX-TODAY         TO LPY-LAST-DATE.
377900     MOVE TAX-VAR-CUR-GROSS TO LPY-LAST-GROSS.
378000     MOVE TAX-VAR-CUR-TAX   TO LPY-LAST-TAX.
378100     MOVE TAX-VAR-CUR-DED   TO LPY-LAST-DED.
378200     MOVE TAX-VAR-CUR-NET   TO LPY-LAST-NET.
378300     IF TAX-LPY-FOUND
378400         REWRITE LAST-PAY-RECORD
378500         MOVE "REWRITE " TO FST-OPERATION
378600     ELSE
378700         WRITE LAST-PAY-RECORD
378800         MOVE "WRITE   " TO FST-OPERATION
378900     END-IF.
379000     MOVE "LASTPAY " TO FST-FILE-NAME.
379100     MOVE TAX-LPY-STATUS TO FST-STATUS.
379200     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
379300 3450-EXIT.
379400     EXIT.
379500
379600*----------------------------------------------------------------
379700 3455-TEST-ONE-FIGURE.
379800*     A FIGURE IS OVER WHEN IT MOVED BY MORE THAN THE AMOUNT, OR
379900*     BY MORE THAN THE PERCENT OF ITS PREVIOUS VALUE.  A FIGURE
380000*     THAT WAS ZERO AND IS NOT NOW IS OVER ON THE PERCENT TEST.
380100*----------------------------------------------------------------
380200     MOVE 'N' TO TAX-VAR-HIT-SW.
380300     COMPUTE TAX-VAR-DIFF = TAX-VAR-NEW - TAX-VAR-OLD.
380400     IF TAX-VAR-DIFF < ZERO
380500         COMPUTE TAX-VAR-DIFF = ZERO - TAX-VAR-DIFF
380600     END-IF.
380700     IF TAX-VAR-OLD < ZERO
380800         COMPUTE TAX-VAR-OLD = ZERO - TAX-VAR-OLD
380900     END-IF.
381000     IF TAX-VAR-DIFF = ZERO
381100         GO TO 3455-EXIT
381200     END-IF.
381300     IF TAX-VAR-AMOUNT > ZERO AND TAX-VAR-DIFF > TAX-VAR-AMOUNT
381400         MOVE 'Y' TO TAX-VAR-HIT-SW
381500     END-IF.
381600     IF TAX-VAR-PERCENT > ZERO
381700         IF TAX-VAR-OLD = ZERO
381800            OR TAX-VAR-DIFF * 100 > TAX-VAR-OLD * TAX-VAR-PERCENT
381900             MOVE 'Y' TO TAX-VAR-HIT-SW
382000         END-IF
382100     END-IF.
382200     IF TAX-VAR-HIT
382300         MOVE 'Y' TO TAX-VAR-OVER-SW
382400     END-IF.
382500 3455-EXIT.
382600     EXIT.
382700
382800*----------------------------------------------------------------
382900 3460-WRITE-VARIANCE-LINE.
382910*     THE FIRST LINE WRITTEN FOR AN EMPLOYEE COUNTS THE EMPLOYEE
382920*     AS LISTED.
383000*----------------------------------------------------------------
383100     WRITE VARIANCE-LINE FROM TAX-VAR-DETAIL-LINE.
383200     MOVE "VARRPT  " TO FST-FILE-NAME.
383300     MOVE "WRITE   " TO FST-OPERATION.
383400     MOVE TAX-VAR-STATUS TO FST-STATUS.
383500     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
383600     IF NOT TAX-VAR-LISTED
383610         ADD 1 TO TAX-VAR-LISTED-COUNT
383620         MOVE 'Y' TO TAX-VAR-LISTED-SW
383630     END-IF.
383700 3460-EXIT.
383800     EXIT.
383900
384000*----------------------------------------------------------------
384100 3470-LIST-MISSING.
384200*     AN EMPLOYEE PAID IN THE PREVIOUS RUN BUT NOT IN THIS ONE IS
384300*     LISTED AS NOT PAID.  WITH NO PREVIOUS RUN THERE IS NOTHING
384400*     TO MISS.
384500*----------------------------------------------------------------
384600     IF TAX-VAR-PREV-DATE = ZERO
384700         GO TO 3470-EXIT
384800     END-IF.
384900     MOVE 'N'  TO TAX-LPY-EOF-SW.
385000     MOVE ZERO TO LPY-EMP-ID.
385100     START LAST-PAY-FILE KEY NOT < LPY-EMP-ID
385200         INVALID KEY
385300             MOVE 'Y' TO TAX-LPY-EOF-SW
385400     END-START.
385500     PERFORM 3475-CHECK-ONE-MISSING THRU 3475-EXIT
385600         UNTIL TAX-LPY-EOF.
385700 3470-EXIT.
385800     EXIT.
385900
386000*----------------------------------------------------------------
386100 3475-CHECK-ONE-MISSING.
386200*----------------------------------------------------------------
386300     READ LAST-PAY-FILE NEXT
386400         AT END
386500             MOVE 'Y' TO TAX-LPY-EOF-SW
386600             GO TO 3475-EXIT
386700     END-READ.
386800     IF LPY-LAST-DATE NOT = TAX-VAR-PREV-DATE
386900         GO TO 3475-EXIT
387000     END-IF.
387100     MOVE LPY-EMP-ID     TO VD-EMP-ID.
387200     MOVE LPY-EMP-NAME   TO VD-EMP-NAME.
387300     MOVE LPY-LAST-GROSS TO VD-PREV-GROSS.
387400     MOVE LPY-LAST-TAX   TO VD-PREV-TAX.
387500     MOVE LPY-LAST-DED   TO VD-PREV-DED.
387600     MOVE LPY-LAST-NET   TO VD-PREV-NET.
387700     MOVE ZERO           TO VD-CUR-GROSS.
387800     MOVE ZERO           TO VD-CUR-TAX.
387900     MOVE ZERO           TO VD-CUR-DED.
388000     MOVE ZERO           TO VD-CUR-NET.
388100     MOVE SPACES         TO VD-GROSS-MARK.
388200     MOVE SPACES         TO VD-TAX-MARK.
388300     MOVE SPACES         TO VD-DED-MARK.
388400     MOVE SPACES         TO VD-NET-MARK.
388500     MOVE "NOT PAID"     TO VD-REASON.
388550     MOVE 'N'            TO TAX-VAR-LISTED-SW.
388600     ADD 1 TO TAX-VAR-MISSING-COUNT.
388700     PERFORM 3460-WRITE-VARIANCE-LINE THRU 3460-EXIT.
388800 3475-EXIT.
388900     EXIT.
389000
389100*----------------------------------------------------------------
389200 3480-WRITE-VARIANCE-TOTAL.
389300*----------------------------------------------------------------
389400     MOVE TAX-VAR-OVER-COUNT    TO VT-OVER.
389500     MOVE TAX-VAR-NEW-COUNT     TO VT-NEW.
389600     MOVE TAX-VAR-MISSING-COUNT TO VT-MISSING.
389700     MOVE TAX-VAR-NONPOS-COUNT  TO VT-NONPOS.
389800     MOVE TAX-VAR-LISTED-COUNT  TO VT-LISTED.
389900     WRITE VARIANCE-LINE FROM TAX-VAR-TOTAL-LINE.
390000     MOVE TAX-DD-COUNT TO VL-COUNT.
390100     MOVE TAX-DD-TOTAL TO VL-TOTAL.
390200     WRITE VARIANCE-LINE FROM TAX-VAR-HOLD-LINE.
390300     MOVE "VARRPT  " TO FST-FILE-NAME.
390400     MOVE "WRITE   " TO FST-OPERATION.
390500     MOVE TAX-VAR-STATUS TO FST-STATUS.
390600     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
390700 3480-EXIT.
390800     EXIT.
390900
391000*----------------------------------------------------------------
391100 3490-HOLD-DEPOSITS.
391200*     RECORD THE RUN'S DEPOSITS AS HELD.  THEY GO NO FURTHER
391300*     UNTIL A SUPERVISOR RELEASES THEM WITH PAYREL.
391400*----------------------------------------------------------------
391500     MOVE SPACES               TO DD-RELEASE-RECORD.
391600     MOVE TAX-TODAY            TO DDR-RUN-DATE.
391700     MOVE 'H'                  TO DDR-REC-TYPE.
391800     MOVE ZERO                 TO DDR-EMP-ID.
391900     MOVE TAX-DD-COUNT         TO DDR-COUNT.
392000     MOVE TAX-DD-TOTAL         TO DDR-TOTAL.
392100     MOVE TAX-VAR-LISTED-COUNT TO DDR-VARIANCE-COUNT.
392200     MOVE "TAX"                TO DDR-OPERATOR.
392300     ACCEPT DDR-ENTERED-DATE FROM DATE.
392400     ACCEPT DDR-ENTERED-TIME FROM TIME.
392500     OPEN EXTEND DD-RELEASE-FILE.
392600     IF TAX-DDR-FILE-MISSING
392700         OPEN OUTPUT DD-RELEASE-FILE
392800         CLOSE DD-RELEASE-FILE
392900         OPEN EXTEND DD-RELEASE-FILE
393000     END-IF.
393100     MOVE "DDRELCTL" TO FST-FILE-NAME.
393200     MOVE "OPEN    " TO FST-OPERATION.
393300     MOVE TAX-DDR-STATUS TO FST-STATUS.
393400     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
393500     WRITE DD-RELEASE-RECORD.
393600     MOVE "WRITE   " TO FST-OPERATION.
393700     MOVE TAX-DDR-STATUS TO FST-STATUS.
393800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
393900     CLOSE DD-RELEASE-FILE.
394000     DISPLAY "TAX - " TAX-DD-COUNT " DEPOSITS HELD, "
394100             TAX-VAR-LISTED-COUNT " EMPLOYEES ON VARRPT - "
394200             "RELEASE WITH PAYREL.".
394300 3490-EXIT.
394400     EXIT.
394500
394600*----------------------------------------------------------------
394700 4000-QUARTERLY-RECONCILIATION.
394800*     FOR EVERY EMPLOYEE, COMPARE WHAT THIS QUARTER'S SALARY
394900*     SHOULD HAVE WITHHELD (PERIODS-PER-QUARTER TIMES THE
395000*     ROUNDED PERIOD TAX ON THE CURRENT SALARY) AGAINST WHAT
395100*     WAS ACTUALLY RECORDED ON THE YTD MASTER FOR THAT QUARTER.
395200*----------------------------------------------------------------
395300     PERFORM 3020-GET-QUARTER THRU 3020-EXIT.
395400*    THE QUARTER IS EXPECTED UNDER THE RULES IN FORCE AT ITS
395500*    CLOSE, SO AN OLD QUARTER RECONCILES AGAINST ITS OWN TABLE.
395600     ACCEPT TAX-TODAY FROM DATE.
395700     MOVE TAX-TODAY-YY TO TAX-TABLE-DATE-YY.
395800     MOVE TAX-QTR-END-MMDD (TAX-QUARTER) TO TAX-TABLE-DATE-MMDD.
395900     PERFORM 0200-LOAD-TAX-TABLE THRU 0200-EXIT.
396000     IF NOT TAX-TABLE-FOUND
396100         GO TO 4000-EXIT
396200     END-IF.
396300     MOVE 'N' TO TAX-EMP-EOF-SW.
396400     OPEN INPUT EMPLOYEE-FILE
396500          OUTPUT TAX-RECON-FILE.
396600     MOVE "EMPCLEAN" TO FST-FILE-NAME.
396700     MOVE "OPEN    " TO FST-OPERATION.
396800     MOVE TAX-EMP-FILE-STATUS TO FST-STATUS.
396900     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
397000     MOVE "TAXRECN " TO FST-FILE-NAME.
397100     MOVE "OPEN    " TO FST-OPERATION.
397200     MOVE TAX-RECON-STATUS TO FST-STATUS.
397300     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
397400     PERFORM 3050-OPEN-YTD-MASTER THRU 3050-EXIT.
397500     PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT.
397600     PERFORM 4200-RECON-EMPLOYEE THRU 4200-EXIT
397700         UNTIL TAX-EMP-EOF.
397800     CLOSE EMPLOYEE-FILE
397900           YTD-MASTER-FILE
398000           TAX-RECON-FILE.
398100     DISPLAY "Quarterly reconciliation report complete.".
398200 4000-EXIT.
398300     EXIT.

398400*----------------------------------------------------------------
398500 4200-RECON-EMPLOYEE.
398600*     DEACTIVATED EMPLOYEES ARE SKIPPED THE SAME WAY THE BATCH
398700*     RUN SKIPS THEM - NOTHING IS WITHHELD FOR THEM TO RECONCILE.
398800*----------------------------------------------------------------
398900     IF EMP-INACTIVE
399000         PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT
399100         GO TO 4200-EXIT
399200     END-IF.
399300     MOVE EMP-SALARY        TO TAX-INPUT-SALARY.
399400     MOVE EMP-FILING-STATUS TO TAX-FILING-STATUS.
399500     MOVE EMP-DEPENDENTS    TO TAX-DEPENDENTS.
399600     PERFORM 2000-CALCULATE-TAX THRU 2000-EXIT.
399700     MOVE EMP-PAY-FREQUENCY TO TAX-PAY-FREQUENCY.
399800     PERFORM 2500-COMPUTE-PERIOD-FIGURES THRU 2500-EXIT.
399900     COMPUTE TAX-EXPECTED-QTR-TAX =
400000         TAX-PERIOD-TAX * TAX-PERIODS-PER-QUARTER.
400100     PERFORM 4300-LOOKUP-YTD THRU 4300-EXIT.
400200     COMPUTE TAX-QTR-VARIANCE =
400300         TAX-EXPECTED-QTR-TAX - TAX-ACTUAL-QTR-TAX.
400400     MOVE EMP-ID              TO TR-EMP-ID.
400500     MOVE EMP-NAME            TO TR-EMP-NAME.
400600     MOVE TAX-EXPECTED-QTR-TAX TO TR-EXPECTED.
400700     MOVE TAX-ACTUAL-QTR-TAX   TO TR-ACTUAL.
400800     MOVE TAX-QTR-VARIANCE     TO TR-VARIANCE.
400900     IF TAX-QTR-VARIANCE = ZERO
401000         MOVE "OK"       TO TR-FLAG
401100     ELSE
401200         MOVE "MISMATCH" TO TR-FLAG
401300     END-IF.
401400     WRITE TAX-RECON-LINE FROM TAX-RECON-DETAIL-LINE.
401500     MOVE "TAXRECN " TO FST-FILE-NAME.
401600     MOVE "WRITE   " TO FST-OPERATION.
401700     MOVE TAX-RECON-STATUS TO FST-STATUS.
401800     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
401900     PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT.
402000 4200-EXIT.
402100     EXIT.

402200*----------------------------------------------------------------
402300 4300-LOOKUP-YTD.
402400*     PULL THE ACTUAL WITHHOLDING RECORDED FOR THE SELECTED
402500*     QUARTER FROM THE YTD MASTER; AN EMPLOYEE WITH NO YTD
402600*     RECORD YET HAS NOT HAD ANYTHING WITHHELD.
402700*----------------------------------------------------------------
402800     MOVE TAX-TODAY-YY TO YTD-YEAR.
402900     MOVE EMP-ID TO YTD-EMP-ID.
403000     MOVE ZERO   TO TAX-ACTUAL-QTR-TAX.
403100     READ YTD-MASTER-FILE
403200         INVALID KEY
403300             CONTINUE
403400         NOT INVALID KEY
403500             EVALUATE TRUE
403600                 WHEN TAX-QTR-1
403700                     MOVE YTD-Q1-WITHHOLDING TO TAX-ACTUAL-QTR-TAX
403800                 WHEN TAX-QTR-2
403900                     MOVE YTD-Q2-WITHHOLDING TO TAX-ACTUAL-QTR-TAX
404000                 WHEN TAX-QTR-3
404100                     MOVE YTD-Q3-WITHHOLDING TO TAX-ACTUAL-QTR-TAX
404200                 WHEN TAX-QTR-4
404300                     MOVE YTD-Q4-WITHHOLDING TO TAX-ACTUAL-QTR-TAX
404400             END-EVALUATE
404500     END-READ.
404600 4300-EXIT.
404700     EXIT.

404800*----------------------------------------------------------------
404900     COPY VALIDPR.
405000*----------------------------------------------------------------
405100     COPY PRDPR.
405200*----------------------------------------------------------------
405300     COPY FSTATPR.
405400*----------------------------------------------------------------
405500 9999-EXIT.
405600*----------------------------------------------------------------
405700     GOBACK.
