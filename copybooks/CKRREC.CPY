000100*----------------------------------------------------------------
000200* CKRREC - CHECK REGISTER RECORD ("CHKREG").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                WRITES OR READS THE CHECK REGISTER.  ONE RECORD
000700*                PER PAPER CHECK, KEYED BY CHECK NUMBER.  TAX
000800*                WRITES EACH CHECK IT ISSUES WITH STATUS 'I'.
000900*                CHKRECON SETS STATUS 'C' WHEN THE BANK'S
001000*                PAID-CHECKS FILE SHOWS THE CHECK PAID, KEEPING
001100*                THE AMOUNT THE BANK PAID, OR 'V' WHEN A
001200*                SUPERVISOR VOIDS IT.  A CHECK REISSUED AFTER A
001300*                VOID POINTS BACK AT THE ONE IT REPLACES, AND THE
001400*                VOIDED CHECK POINTS FORWARD AT ITS REPLACEMENT.
001410*                DDRETURN WRITES SOURCE 'D' FOR A CHECK ISSUED IN
001420*                PLACE OF A DIRECT DEPOSIT THE BANK RETURNED.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 09/14/2026  RLM  ORIGINAL COPYBOOK - SHARED BY TAX AND CHKRECON.
001910* 09/16/2026  RLM  SOURCE 'D' - DIRECT DEPOSIT RETURN REISSUE.
002000*----------------------------------------------------------------
002100 01  CHECK-REGISTER-RECORD.
002200     05  CKR-CHECK-NO           PIC 9(08).
002300     05  CKR-EMP-ID             PIC 9(06).
002400     05  CKR-EMP-NAME           PIC X(25).
002500     05  CKR-AMOUNT             PIC 9(07)V99.
002600     05  CKR-ISSUE-DATE         PIC 9(06).
002700     05  CKR-ISSUE-DATE-R REDEFINES CKR-ISSUE-DATE.
002800         10  CKR-ISSUE-YY       PIC 9(02).
002900         10  CKR-ISSUE-MM       PIC 9(02).
003000         10  CKR-ISSUE-DD       PIC 9(02).
003100     05  CKR-SOURCE             PIC X(01).
003200         88  CKR-FROM-PAYROLL               VALUE 'P'.
003300         88  CKR-FROM-REISSUE               VALUE 'R'.
003310         88  CKR-FROM-DD-RETURN             VALUE 'D'.
003400     05  CKR-STATUS             PIC X(01).
003500         88  CKR-ISSUED                     VALUE 'I'.
003600         88  CKR-CLEARED                    VALUE 'C'.
003700         88  CKR-VOIDED                     VALUE 'V'.
003800     05  CKR-CLEARED-DATE       PIC 9(06).
003900     05  CKR-PAID-AMOUNT        PIC 9(07)V99.
004000     05  CKR-VOID-DATE          PIC 9(06).
004100     05  CKR-VOID-OPERATOR      PIC X(08).
004200     05  CKR-REISSUE-OF         PIC 9(08).
004300     05  CKR-REISSUED-AS        PIC 9(08).
004400     05  FILLER                 PIC X(10).
