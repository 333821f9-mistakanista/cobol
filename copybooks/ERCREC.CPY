000100*----------------------------------------------------------------
000200* ERCREC - EMPLOYER CONTRIBUTION ACCRUAL RECORD ("ERCONTRB").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT WRITES OR READS THE EMPLOYER
000700*                CONTRIBUTION ACCRUAL FILE.  THE BATCH PAYROLL
000800*                RUN WRITES ONE RECORD PER EMPLOYEE PAID WITH
000900*                THE EMPLOYER'S TOTAL CONTRIBUTION FOR THE
001000*                PERIOD AND THE EMPLOYEE'S DEPARTMENT; THE GL
001100*                EXTRACT JOURNALS THE DAY'S RECORDS AS EXPENSE BY
001200*                DEPARTMENT AGAINST CONTRIBUTIONS PAYABLE.  KEPT
001300*                OFF THE DAILY LOG SO THE END-OF-DAY TIE-OUT OF
001400*                WITHHOLDING IS NOT DISTURBED.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 09/08/2026  RLM  ORIGINAL COPYBOOK - SHARED BY TAX AND
002000*                  GLEXTRACT.
002100*----------------------------------------------------------------
002200 01  ERC-ACCRUAL-RECORD.
002300     05  ERC-DATE               PIC 9(06).
002400     05  ERC-EMP-ID             PIC 9(06).
002500     05  ERC-DEPARTMENT         PIC X(03).
002600     05  ERC-AMOUNT             PIC 9(09)V99.
002700     05  FILLER                 PIC X(14).
