000100*----------------------------------------------------------------
000200* PNDWS - SHARED PENDING APPROVAL WORKING-STORAGE.
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT USES THE PNDPR PENDING APPROVAL
000700*                PARAGRAPHS.  THE PROGRAM DECLARES ITS OWN
000800*                PENDING-FILE (SELECT ...  ASSIGN TO "PENDAPPR",
000900*                INDEXED, ACCESS DYNAMIC, RECORD KEY PND-KEY, FILE
001000*                STATUS PND-FILE-STATUS, FD WITH COPY PNDREC),
001100*                CARRIES THE OPRWS/OPRPR SIGN-ON PAIR FOR THE
001200*                CHECKER'S PROOF, AND LOADS PND-CHECK-PROGRAM WITH
001300*                ITS OWN NAME BEFORE ADDING OR WALKING ITEMS.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* 10/07/2026  RLM  ORIGINAL COPYBOOK - STANDARD MAKER-CHECKER
001900*                  FIELDS, IN THE SAME STYLE AS THE HLDWS/HLDPR
002000*                  PAIR.
002100*----------------------------------------------------------------
002200 01  PND-FILE-STATUS            PIC X(02).
002300     88  PND-FILE-MISSING                   VALUE '35'.
002400     88  PND-DUPLICATE-KEY                  VALUE '22'.
002500 01  PND-FILE-OPEN-SW           PIC X(01) VALUE 'N'.
002600     88  PND-FILE-OPEN                      VALUE 'Y'.
002700 01  PND-SCAN-END-SW            PIC X(01) VALUE 'N'.
002800     88  PND-SCAN-END                       VALUE 'Y'.
002900 01  PND-WRITTEN-SW             PIC X(01) VALUE 'N'.
003000     88  PND-WRITTEN                        VALUE 'Y'.
003100 01  PND-CHECK-PROGRAM          PIC X(10).
003200 01  PND-DECISION               PIC X(01).
003300     88  PND-DECIDE-APPROVE                 VALUE 'A' 'a'.
003400     88  PND-DECIDE-REJECT                  VALUE 'R' 'r'.
003500     88  PND-DECIDE-SKIP                    VALUE 'S' 's'.
003600 01  PND-DECISION-OK-SW         PIC X(01) VALUE 'N'.
003700     88  PND-DECISION-OK                    VALUE 'Y'.
003800 01  PND-SEEN-COUNT             PIC 9(03) COMP VALUE ZERO.
003900 01  PND-APPROVED-COUNT         PIC 9(03) COMP VALUE ZERO.
004000 01  PND-REJECTED-COUNT         PIC 9(03) COMP VALUE ZERO.
004100 01  PND-COUNT-DISPLAY          PIC ZZ9.
004200 01  PND-AMOUNT-DISPLAY         PIC Z(8)9.99.
