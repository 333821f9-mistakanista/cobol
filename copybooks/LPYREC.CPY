000100*----------------------------------------------------------------
000200* LPYREC - LAST PAY MASTER RECORD (FILE "LASTPAY").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM
000600*                THAT READS OR UPDATES THE LAST PAY MASTER.  ONE
000700*                RECORD PER EMPLOYEE, KEYED BY EMPLOYEE ID,
000800*                HOLDING THE GROSS, WITHHOLDING, DEDUCTIONS, AND
000900*                NET OF THE LAST TWO PAYROLL RUNS THE EMPLOYEE WAS
001000*                PAID IN.  TAX'S BATCH RUN COMPARES EACH
001100*                EMPLOYEE'S PAY WITH THE PREVIOUS RUN'S FOR THE
001200*                VARIANCE REVIEW AND THEN SHIFTS THE LAST RUN DOWN
001300*                TO PRIOR.  A RERUN OF THE SAME PERIOD COMPARES
001400*                WITH PRIOR INSTEAD, SO A REOPENED PERIOD NEVER
001500*                COMPARES WITH ITSELF.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*----------------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* 09/11/2026  RLM  ORIGINAL COPYBOOK - BUILT AND READ BY TAX.
002100*----------------------------------------------------------------
002200 01  LAST-PAY-RECORD.
002300     05  LPY-EMP-ID             PIC 9(06).
002400     05  LPY-EMP-NAME           PIC X(25).
002500     05  LPY-LAST-PAY.
002600         10  LPY-LAST-DATE      PIC 9(06).
002700         10  LPY-LAST-GROSS     PIC 9(07)V99.
002800         10  LPY-LAST-TAX       PIC 9(07)V99.
002900         10  LPY-LAST-DED       PIC 9(07)V99.
003000         10  LPY-LAST-NET       PIC S9(07)V99.
003100     05  LPY-PRIOR-PAY.
003200         10  LPY-PRIOR-DATE     PIC 9(06).
003300         10  LPY-PRIOR-GROSS    PIC 9(07)V99.
003400         10  LPY-PRIOR-TAX      PIC 9(07)V99.
003500         10  LPY-PRIOR-DED      PIC 9(07)V99.
003600         10  LPY-PRIOR-NET      PIC S9(07)V99.
003700     05  FILLER                 PIC X(10).
