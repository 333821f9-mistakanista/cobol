000100*----------------------------------------------------------------
000200* CKCREC - CHECK NUMBER CONTROL RECORD ("CHKCTL").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                NUMBERS PAPER CHECKS.  THE RECORD CARRIES THE
000700*                RANGE OF CHECK NUMBERS ON THE CHECK STOCK IN HAND
000800*                AND THE NEXT NUMBER TO USE.  THE FILE IS
000900*                APPEND-ONLY AND THE LAST RECORD ON IT WINS, THE
001000*                SAME WAY PRDCTL WORKS - CHKRECON APPENDS ONE WHEN
001100*                NEW STOCK IS LOADED, AND TAX AND CHKRECON APPEND
001200*                ONE WITH THE NEXT NUMBER MOVED ON WHENEVER THEY
001300*                ISSUE CHECKS.  THE RANGE IS USED UP WHEN THE NEXT
001400*                NUMBER PASSES THE LAST.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 09/14/2026  RLM  ORIGINAL COPYBOOK - SHARED BY TAX AND CHKRECON.
002000*----------------------------------------------------------------
002100 01  CHECK-CONTROL-RECORD.
002200     05  CKC-FIRST-NO           PIC 9(08).
002300     05  CKC-LAST-NO            PIC 9(08).
002400     05  CKC-NEXT-NO            PIC 9(08).
002500     05  CKC-SOURCE             PIC X(08).
002600     05  CKC-OPERATOR           PIC X(08).
002700     05  CKC-ENTERED-DATE       PIC 9(06).
002800     05  CKC-ENTERED-TIME       PIC 9(08).
002900     05  FILLER                 PIC X(26).
