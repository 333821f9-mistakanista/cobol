000100*----------------------------------------------------------------
000200* RTPREC - PENDING RETROACTIVE PAY RECORD (FILE "RETROPND").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM
000600*                THAT WRITES OR READS THE PENDING RETRO FILE.
000700*                EMPMAINT WRITES ONE 'P' RECORD WHEN A SALARY
000800*                CHANGE IS BACK-DATED, CARRYING THE OLD AND NEW
000900*                SALARY AND THE DATE THE CHANGE TOOK EFFECT.
001000*                THE NEXT TAX BATCH RUN RECOMPUTES EVERY PERIOD
001100*                ALREADY PAID ON OR AFTER THAT DATE, PAYS THE
001200*                DIFFERENCE, AND APPENDS A 'D' COPY OF THE
001300*                RECORD.  THE FILE IS APPEND-ONLY - A CHANGE IS
001400*                KNOWN BY ITS EMPLOYEE ID AND THE DATE AND TIME
001500*                IT WAS ENTERED, AND THE LAST RECORD FOR THAT
001600*                KEY WINS, THE SAME WAY PRDCTL WORKS.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 09/10/2026  RLM  ORIGINAL COPYBOOK - SHARED BY EMPMAINT AND
002200*                  TAX.
002300*----------------------------------------------------------------
002400 01  RETRO-PENDING-RECORD.
002500     05  RTP-KEY.
002600         10  RTP-EMP-ID         PIC 9(06).
002700         10  RTP-ENTERED-DATE   PIC 9(06).
002800         10  RTP-ENTERED-TIME   PIC 9(08).
002900     05  RTP-OLD-SALARY         PIC 9(07)V99.
003000     05  RTP-NEW-SALARY         PIC 9(07)V99.
003100     05  RTP-EFFECTIVE-DATE     PIC 9(06).
003200     05  RTP-EFFECTIVE-DATE-R REDEFINES RTP-EFFECTIVE-DATE.
003300         10  RTP-EFFECTIVE-YY   PIC 9(02).
003400         10  RTP-EFFECTIVE-MMDD PIC 9(04).
003500     05  RTP-OPERATOR           PIC X(08).
003600     05  RTP-STATUS             PIC X(01).
003700         88  RTP-PENDING                    VALUE 'P'.
003800         88  RTP-DONE                       VALUE 'D'.
003900     05  RTP-PAID-DATE          PIC 9(06).
004000     05  FILLER                 PIC X(11).
