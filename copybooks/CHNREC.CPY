000100*----------------------------------------------------------------
000200* CHNREC - AUDIT TRAIL CHAIN CONTROL RECORD ("CHAINCTL").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                STAMPS OR VERIFIES A CHAINED AUDIT TRAIL
000700*                (CALCLOG, EMPAUDIT, ACCTAUD, ADJREG, MERGAUD).
000800*                ONE RECORD PER TRAIL, KEYED BY THE TRAIL NAME,
000900*                HOLDING THE SEQUENCE NUMBER AND CHECK VALUE LAST
001000*                STAMPED ON IT AND WHICH PROGRAM STAMPED IT WHEN.
001100*                THE VERIFICATION HOLDS THE TRAIL'S LAST RECORD TO
001200*                THIS, SO LINES CUT FROM THE END OF A TRAIL SHOW
001300*                UP AS WELL AS LINES CUT FROM THE MIDDLE.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* 10/13/2026  RLM  ORIGINAL COPYBOOK - SHARED BY CALCULATION,
001900*                  EMPMAINT, ACCTMAINT, YTDADJ, CUSTMERGE,
002000*                  CALCAUD, AND AUDVRFY.
002100*----------------------------------------------------------------
002200 01  CHAIN-CTL-RECORD.
002300     05  CHN-TRAIL              PIC X(08).
002400     05  CHN-LAST-SEQ           PIC 9(08).
002500     05  CHN-LAST-CHECK         PIC 9(09).
002600     05  CHN-LAST-DATE          PIC 9(06).
002700     05  CHN-LAST-TIME          PIC 9(08).
002800     05  CHN-LAST-PROGRAM       PIC X(12).
002900     05  FILLER                 PIC X(29).
