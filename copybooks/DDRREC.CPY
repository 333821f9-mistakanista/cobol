000100*----------------------------------------------------------------
000200* DDRREC - DIRECT DEPOSIT RELEASE CONTROL RECORD ("DDRELCTL").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                READS OR ADDS TO THE RELEASE CONTROL FILE.  TAX'S
000700*                BATCH RUN WRITES ITS DEPOSITS TO THE HELD FILE
000800*                (DDHOLD) AND APPENDS AN 'H' RECORD FOR THE RUN.
000900*                PAYREL, SIGNED ON AT SUPERVISOR LEVEL, COPIES THE
001000*                HELD FILE TO THE BANK TRANSMISSION FILE
001100*                (DDTRANS), APPENDING A 'P' RECORD FOR EACH
001200*                EMPLOYEE PULLED FROM IT AND AN 'R' RECORD
001300*                CARRYING THE RELEASING OPERATOR.  THE FILE IS
001400*                APPEND-ONLY; A RUN IS ON HOLD WHILE ITS 'H'
001500*                RECORD HAS NO 'R' RECORD AFTER IT FOR THE SAME
001600*                RUN DATE.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 09/11/2026  RLM  ORIGINAL COPYBOOK - SHARED BY TAX AND PAYREL.
002200*----------------------------------------------------------------
002300 01  DD-RELEASE-RECORD.
002400     05  DDR-RUN-DATE           PIC 9(06).
002500     05  DDR-REC-TYPE           PIC X(01).
002600         88  DDR-HELD                       VALUE 'H'.
002700         88  DDR-PULLED                     VALUE 'P'.
002800         88  DDR-RELEASED                   VALUE 'R'.
002900     05  DDR-EMP-ID             PIC 9(06).
003000     05  DDR-COUNT              PIC 9(07).
003100     05  DDR-TOTAL              PIC 9(11)V99.
003200     05  DDR-VARIANCE-COUNT     PIC 9(05).
003300     05  DDR-OPERATOR           PIC X(08).
003400     05  DDR-ENTERED-DATE       PIC 9(06).
003500     05  DDR-ENTERED-TIME       PIC 9(08).
003600     05  FILLER                 PIC X(20).
