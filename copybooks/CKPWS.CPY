000100*----------------------------------------------------------------
000200* CKPWS - PAPER CHECK PRINT LINES.
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT PRINTS PAPER CHECKS TO THE CHECK
000700*                PRINT FILE (CHKPRT).  FOUR 80-BYTE LINES PER
000800*                CHECK - NUMBER AND DATE, PAYEE AND PROTECTED
000900*                AMOUNT, EMPLOYEE AND MEMO, AND A TEAR LINE - SO A
001000*                CHECK PRINTED BY THE PAYROLL RUN AND ONE REISSUED
001100*                BY CHKRECON LOOK THE SAME.
001200*----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* 09/14/2026  RLM  ORIGINAL COPYBOOK - SHARED BY TAX AND CHKRECON.
001700*----------------------------------------------------------------
001800 01  CKP-NUMBER-LINE.
001900     05  FILLER                 PIC X(30) VALUE
002000         "PAYROLL SYSTEMS GROUP".
002100     05  FILLER                 PIC X(20) VALUE SPACES.
002200     05  FILLER                 PIC X(10) VALUE "CHECK NO. ".
002300     05  CKP-CHECK-NO           PIC 9(08).
002400     05  FILLER                 PIC X(06) VALUE "  DATE".
002500     05  CKP-DATE               PIC 9(06).
002600 01  CKP-PAYEE-LINE.
002700     05  FILLER                 PIC X(20) VALUE
002800         "PAY TO THE ORDER OF ".
002900     05  CKP-PAYEE              PIC X(25).
003000     05  FILLER                 PIC X(20) VALUE SPACES.
003100     05  FILLER                 PIC X(02) VALUE "$ ".
003200     05  CKP-AMOUNT             PIC *(9)9.99.
003300 01  CKP-MEMO-LINE.
003400     05  FILLER                 PIC X(09) VALUE "EMPLOYEE ".
003500     05  CKP-EMP-ID             PIC 9(06).
003600     05  FILLER                 PIC X(02) VALUE SPACES.
003700     05  CKP-MEMO               PIC X(25).
003800     05  FILLER                 PIC X(20) VALUE SPACES.
003900     05  FILLER                 PIC X(18) VALUE
004000         "VOID AFTER 90 DAYS".
004100 01  CKP-TEAR-LINE              PIC X(80) VALUE ALL "-".
