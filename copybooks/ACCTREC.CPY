001850*                  TWICE.  A ZERO CURRENT BALANCE MEANS NO
001860*                  POSTING OR TRANSACTION HAS TOUCHED THE
001870*                  ACCOUNT YET - THE PRINCIPAL STILL APPLIES.
001880* 09/17/2026  RLM  ADDED ACCT-STATUS AND ACCT-STATUS-DATE.  THE
001881*                  MONTHLY DORMANCY RUN MARKS AN ACCOUNT WITH NO
001882*                  CUSTOMER DEPOSIT OR WITHDRAWAL IN THE SET
001883*                  NUMBER OF MONTHS DORMANT; TRANPOST REFUSES
001884*                  ITS WITHDRAWALS UNTIL A SUPERVISOR
001885*                  REACTIVATES IT IN ACCTMAINT OR A DEPOSIT
001886*                  POSTS.  THE STATUS DATE IS THE DAY THE
001887*                  ACCOUNT WAS OPENED OR LAST CHANGED STATUS.
001888*                  A SPACE STATUS (A RECORD OLDER THAN THE
001889*                  FIELD) IS ACTIVE.
001890* 09/18/2026  RLM  ADDED THE TERM DEPOSIT MATURITY FIELDS.  A
001891*                  TIER 'T' ACCOUNT MATURES ON ACCT-MATURITY-
001892*                  DATE AND IS THEN RENEWED FOR THE SAME TERM
001893*                  OR PAID OUT, AS ACCT-MATURITY-INSTR SAYS.
001894*                  ACCT-MATURITY-STAGE RECORDS HOW FAR THE
001895*                  DAILY MATURITY RUN HAS TAKEN THE CURRENT
001896*                  TERM (NOTICE SENT, PAYOUT QUEUED), AND
001897*                  ACCT-TERM-RATE IS THE RATE FIXED AT THE LAST
001898*                  RENEWAL - ZERO MEANS THE TIER RATE ON
001899*                  RATEFILE APPLIES.
001900* 10/15/2026  RLM  ADDED STAGE 'Q' - PAYOUT QUEUED.  THE MATURITY
001910*                  RUN LEAVES A PAID-OUT TERM AT 'Q' UNTIL
001920*                  TRANPOST POSTS THE PAYOUT AND MARKS IT 'P'.
001930*                  A REJECTED PAYOUT GOES BACK TO PENDING SO
001940*                  THE NEXT MATURITY RUN TRIES IT AGAIN.
001950*----------------------------------------------------------------
002000 01  ACCOUNT-RECORD.
002100     05  ACCT-NUMBER            PIC 9(6).
002200     05  ACCT-PRINCIPAL         PIC 9(7)V99.
002800     05  ACCT-LAST-POSTED-R REDEFINES ACCT-LAST-POSTED-DATE.
002900         10  ACCT-LAST-POSTED-YY   PIC 9(2).
003000         10  ACCT-LAST-POSTED-MMDD PIC 9(4).
003100     05  ACCT-STATUS            PIC X(01).
003200         88  ACCT-ACTIVE                    VALUE 'A' SPACE.
003300         88  ACCT-DORMANT                   VALUE 'D'.
003400     05  ACCT-STATUS-DATE       PIC 9(6).
003500     05  ACCT-MATURITY-DATE     PIC 9(6).
003600     05  ACCT-MATURITY-R REDEFINES ACCT-MATURITY-DATE.
003700         10  ACCT-MATURITY-YY   PIC 9(2).
003800         10  ACCT-MATURITY-MMDD PIC 9(4).
003900     05  ACCT-MATURITY-INSTR    PIC X(01).
004000         88  ACCT-MATURE-RENEW              VALUE 'R'.
004100         88  ACCT-MATURE-PAYOUT             VALUE 'P'.
004200         88  ACCT-MATURE-INSTR-VALID        VALUE 'R' 'P'.
004300     05  ACCT-MATURITY-STAGE    PIC X(01).
004400         88  ACCT-MAT-PENDING               VALUE SPACE.
004500         88  ACCT-MAT-NOTIFIED              VALUE 'N'.
004550         88  ACCT-MAT-PAYOUT-QUEUED         VALUE 'Q'.
004600         88  ACCT-MAT-PAID-OUT              VALUE 'P'.
004700     05  ACCT-TERM-RATE         PIC 9V999.
