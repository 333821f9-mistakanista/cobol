000100*----------------------------------------------------------------
000200* FEEREC - SERVICE FEE SCHEDULE RECORD (FILE "FEESCHED").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                READS THE SERVICE FEE SCHEDULE.  ONE RECORD PER
000700*                ACCOUNT TIER PER SCHEDULE CHANGE, THE SAME WAY
000800*                RATEFILE CARRIES RATES - THE ENTRY WITH THE
000900*                LATEST EFFECTIVE DATE NOT PAST THE END OF THE
001000*                MONTH BEING ASSESSED WINS.  FEE-MONTHLY-AMOUNT IS
001100*                THE FLAT MONTHLY SERVICE FEE; FEE-LOW-BAL-AMOUNT
001200*                IS CHARGED WHEN THE BALANCE FELL BELOW
001300*                FEE-MIN-BALANCE ON ANY DAY OF THE MONTH.  EITHER
001400*                FEE IS WAIVED WHEN THE MONTH'S AVERAGE DAILY
001500*                BALANCE REACHES FEE-WAIVE-AVG-BALANCE (ZERO MEANS
001600*                NO AVERAGE BALANCE WAIVER) OR, WHEN
001700*                FEE-WAIVE-EMPLOYEE IS 'Y', WHEN THE ACCOUNT'S
001800*                OWNER IS ALSO AN EMPLOYEE.  A ZERO AMOUNT MEANS
001900*                THE TIER IS NOT CHARGED THAT FEE.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 09/24/2026  RLM  ORIGINAL COPYBOOK - READ BY THE MONTHLY FEE
002500*                  ASSESSMENT RUN (FEEASSES).
002600*----------------------------------------------------------------
002700 01  FEE-SCHEDULE-RECORD.
002800     05  FEE-TIER               PIC X(01).
002900     05  FEE-EFFECTIVE-DATE     PIC 9(06).
003000     05  FEE-MONTHLY-AMOUNT     PIC 9(03)V99.
003100     05  FEE-MIN-BALANCE        PIC 9(07)V99.
003200     05  FEE-LOW-BAL-AMOUNT     PIC 9(03)V99.
003300     05  FEE-WAIVE-AVG-BALANCE  PIC 9(07)V99.
003400     05  FEE-WAIVE-EMPLOYEE     PIC X(01).
003500         88  FEE-EMPLOYEE-WAIVED            VALUE 'Y'.
003600     05  FILLER                 PIC X(20).
