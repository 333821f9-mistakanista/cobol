000100*----------------------------------------------------------------
000200* DDTREC - DIRECT DEPOSIT RECORD ("DDHOLD", "DDTRANS", "DDHIST").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                READS THE HELD OR THE RELEASED DIRECT DEPOSIT
000700*                FILE.  THE LAYOUT IS THE ONE TAX BUILDS IN
000800*                TAX-DD-CREDIT-RECORD AND TAX-DD-TRAILER-RECORD -
000900*                ONE 'C' CREDIT PER DEPOSIT AND A CLOSING 'T'
001000*                TRAILER WITH THE CREDIT COUNT AND MONEY TOTAL.  A
001100*                PAY TYPE OF 'R' MARKS A RETRO PAY CREDIT.
001110*                DDHIST HOLDS EVERY CREDIT EVER RELEASED, WITH NO
001120*                TRAILERS.
001200*----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* 09/11/2026  RLM  ORIGINAL COPYBOOK - READ BY PAYREL.
001610* 09/16/2026  RLM  ALSO THE LAYOUT OF DDHIST, WRITTEN BY PAYREL
001620*                  AND READ BY DDRETURN.
001700*----------------------------------------------------------------
001800 01  DD-TRANSMIT-RECORD.
001900     05  DTR-RECORD-TYPE        PIC X(01).
002000         88  DTR-CREDIT                     VALUE 'C'.
002100         88  DTR-TRAILER                    VALUE 'T'.
002200     05  DTR-CREDIT-DATA.
002300         10  DTR-EMP-ID         PIC 9(06).
002400         10  DTR-ROUTING        PIC 9(09).
002500         10  DTR-ACCOUNT        PIC X(17).
002600         10  DTR-AMOUNT         PIC 9(09)V99.
002700         10  DTR-DATE           PIC 9(06).
002800         10  DTR-PAY-TYPE       PIC X(01).
002900             88  DTR-REGULAR-PAY            VALUE SPACE.
003000             88  DTR-RETRO-PAY              VALUE 'R'.
003100         10  FILLER             PIC X(09).
003200     05  DTR-TRAILER-DATA REDEFINES DTR-CREDIT-DATA.
003300         10  DTR-COUNT          PIC 9(07).
003400         10  DTR-TOTAL          PIC 9(11)V99.
003500         10  FILLER             PIC X(39).
