000100*----------------------------------------------------------------
000200* GRNREC - GARNISHMENT AND SUPPORT ORDER RECORD ("GARNFILE").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM
000600*                THAT READS OR UPDATES THE GARNISHMENT ORDER
000700*                FILE.  ONE RECORD PER COURT ORDER, KEYED BY
000800*                EMPLOYEE ID, PRIORITY, AND ORDER NUMBER, SO A
000900*                START ON THE EMPLOYEE ID WALKS THAT EMPLOYEE'S
001000*                ORDERS IN THE ORDER THEY MUST BE SATISFIED.
001100*                THE CAP RULE SAYS HOW MUCH ONE PERIOD TAKES -
001200*                'P' THE CAP PERCENT OF DISPOSABLE PAY, 'A' THE
001300*                FLAT PERIOD AMOUNT BUT NEVER MORE THAN THE CAP
001400*                PERCENT OF DISPOSABLE PAY.  DISPOSABLE PAY IS
001500*                THE PERIOD'S GROSS LESS WITHHOLDING.  AN ORDER
001600*                STOPS AT ITS TOTAL OWED AND IS MARKED
001700*                SATISFIED.
001800*----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 09/04/2026  RLM  ORIGINAL COPYBOOK - SHARED BY GARNMAINT AND
002300*                  TAX.
002400*----------------------------------------------------------------
002500 01  GARNISHMENT-RECORD.
002600     05  GRN-KEY.
002700         10  GRN-EMP-ID         PIC 9(06).
002800         10  GRN-PRIORITY       PIC 9(02).
002900         10  GRN-ORDER-NO       PIC X(10).
003000     05  GRN-AGENCY-CODE        PIC X(06).
003100     05  GRN-AGENCY-NAME        PIC X(20).
003200     05  GRN-CAP-RULE           PIC X(01).
003300         88  GRN-CAP-PERCENT-RULE           VALUE 'P'.
003400         88  GRN-CAP-AMOUNT-RULE            VALUE 'A'.
003500         88  GRN-CAP-RULE-VALID             VALUE 'P' 'A'.
003600     05  GRN-CAP-PERCENT        PIC 9(03).
003700     05  GRN-PERIOD-AMOUNT      PIC 9(07)V99.
003800     05  GRN-TOTAL-OWED         PIC 9(07)V99.
003900     05  GRN-PAID-TO-DATE       PIC 9(07)V99.
004000     05  GRN-STATUS             PIC X(01).
004100         88  GRN-ACTIVE                     VALUE 'A'.
004200         88  GRN-SATISFIED                  VALUE 'S'.
004300     05  GRN-LAST-PAID-DATE     PIC 9(06).
004400     05  FILLER                 PIC X(10).
