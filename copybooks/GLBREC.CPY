000100*----------------------------------------------------------------
000200* GLBREC - GL BALANCE RECORD ("GLBAL").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                READS OR UPDATES THE GL BALANCE FILE.  ONE RECORD
000700*                PER GENERAL-LEDGER ACCOUNT, KEYED BY THE ACCOUNT
000800*                NAME THE GL EXTRACT JOURNALS TO.  EACH GLEXTRACT
000900*                RUN ROLLS THE BATCH IT RELEASED INTO THE
001000*                BALANCES, SO THE FILE ALWAYS CARRIES WHAT THE
001100*                LEDGER HAS BEEN SENT.  THE BALANCE IS NET DEBIT -
001200*                DEBITS LESS CREDITS - SO A CREDIT-NORMAL ACCOUNT
001300*                SUCH AS CUSTOMER DEPOSITS CARRIES A NEGATIVE
001400*                BALANCE.  THE OPENED DATE IS THE DAY THE ACCOUNT
001500*                WAS FIRST CARRIED (ITS OPENING BALANCE, IF ANY,
001600*                STANDING FROM BEFORE THAT BATCH); THE LAST BATCH
001700*                DATE IS THE LAST DAY A BATCH MOVED IT.
001800*----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 09/30/2026  RLM  ORIGINAL COPYBOOK - SHARED BY GLEXTRACT AND
002300*                  GLPROOF.
002400*----------------------------------------------------------------
002500 01  GL-BALANCE-RECORD.
002600     05  GLB-ACCOUNT            PIC X(16).
002700     05  GLB-BALANCE            PIC S9(13)V99.
002800     05  GLB-OPENED-DATE        PIC 9(06).
002900     05  GLB-LAST-BATCH-DATE    PIC 9(06).
003000     05  FILLER                 PIC X(17).
