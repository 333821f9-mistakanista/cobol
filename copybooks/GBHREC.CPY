000100*----------------------------------------------------------------
000200* GBHREC - GL BATCH HISTORY RECORD ("GLBATCH").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT WRITES OR READS THE GL BATCH HISTORY
000700*                FILE.  GLEXTRACT APPENDS ONE RECORD FOR EVERY
000800*                BATCH IT ROLLS INTO THE GL BALANCE FILE (GLBAL,
000900*                SEE GLBREC) - THE BATCH DATE AND TIME, ITS LINE
001000*                COUNT AND DEBIT AND CREDIT TOTALS, AND THE NET IT
001100*                MOVED INTO CUSTOMER DEPOSITS (CREDITS LESS
001200*                DEBITS).  A BATCH DATE ALREADY ON THE FILE IS
001300*                NEVER ROLLED TWICE, AND THE GL PROOF READS THE
001400*                DATES BACK TO FIND DAYS OF ACTIVITY THAT NEVER
001500*                REACHED THE LEDGER.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*----------------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* 09/30/2026  RLM  ORIGINAL COPYBOOK - SHARED BY GLEXTRACT AND
002100*                  GLPROOF.
002200*----------------------------------------------------------------
002300 01  GL-BATCH-HISTORY-RECORD.
002400     05  GBH-DATE               PIC 9(06).
002500     05  GBH-TIME               PIC 9(08).
002600     05  GBH-LINE-COUNT         PIC 9(05).
002700     05  GBH-TOTAL-DEBITS       PIC 9(13)V99.
002800     05  GBH-TOTAL-CREDITS      PIC 9(13)V99.
002900     05  GBH-DEPOSIT-NET        PIC S9(13)V99.
003000     05  FILLER                 PIC X(16).
