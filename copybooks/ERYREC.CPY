000100*----------------------------------------------------------------
000200* ERYREC - EMPLOYER CONTRIBUTION YTD MASTER RECORD ("ERYTDFIL").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM
000600*                THAT READS OR UPDATES THE EMPLOYER CONTRIBUTION
000700*                MASTER.  IT SITS ALONGSIDE THE YTD WITHHOLDING
000800*                MASTER (SEE YTDREC) WITH THE SAME KEY - ONE
000900*                RECORD PER EMPLOYEE PER YEAR - AND HOLDS THE
001000*                YEAR'S GROSS WAGES (WHAT THE WAGE-BASE CAPS IN
001100*                CTRREC ARE MEASURED AGAINST) AND EACH QUARTER'S
001200*                EMPLOYER CONTRIBUTIONS PLUS A RUNNING TOTAL.
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* 09/08/2026  RLM  ORIGINAL COPYBOOK - BUILT BY TAX, READ BY
001800*                  QTRREMIT FOR THE EMPLOYER SHARE.
001900*----------------------------------------------------------------
002000 01  ER-YTD-RECORD.
002100     05  ERY-KEY.
002200         10  ERY-YEAR           PIC 9(02).
002300         10  ERY-EMP-ID         PIC 9(06).
002400     05  ERY-EMP-NAME           PIC X(25).
002500     05  ERY-YTD-WAGES          PIC 9(09)V99.
002600     05  ERY-Q1-CONTRIB         PIC 9(09)V99.
002700     05  ERY-Q2-CONTRIB         PIC 9(09)V99.
002800     05  ERY-Q3-CONTRIB         PIC 9(09)V99.
002900     05  ERY-Q4-CONTRIB         PIC 9(09)V99.
003000     05  ERY-TOTAL-CONTRIB      PIC 9(09)V99.
003100     05  FILLER                 PIC X(10).
