000100*----------------------------------------------------------------
000200* TXTREC - EFFECTIVE-DATED TAX TABLE RECORD (FILE "TAXTABLE").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM
000600*                THAT READS OR ADDS TO THE TAX TABLE FILE.  ONE
000700*                RECORD PER LEGISLATED CHANGE, KEYED BY TAX YEAR
000800*                AND EFFECTIVE DATE, CARRYING THE WHOLE SET OF
000900*                WITHHOLDING RULES IN FORCE FROM THAT DATE - THE
001000*                FIVE MARGINAL BRACKETS (UPPER LIMIT AND RATE,
001100*                THE LAST BAND OPEN-ENDED AT 999999999), THE
001200*                STANDARD DEDUCTION FOR EACH FILING STATUS, AND
001300*                THE PER-DEPENDENT EXEMPTION.  THE FILE IS
001400*                APPEND-ONLY: THE ENTRY IN EFFECT FOR A PAY
001500*                PERIOD IS THE LATEST ONE FOR THAT YEAR DATED ON
001600*                OR BEFORE THE PERIOD, AND OF TWO ENTRIES WITH
001700*                THE SAME DATE THE LATER ONE ON THE FILE WINS.
001800*----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 09/03/2026  RLM  ORIGINAL COPYBOOK - SHARED BY TAXMAINT AND
002300*                  TAX.
002400*----------------------------------------------------------------
002500 01  TAX-TABLE-RECORD.
002600     05  TXT-KEY.
002700         10  TXT-TAX-YEAR       PIC 9(02).
002800         10  TXT-EFFECTIVE-DATE PIC 9(06).
002900     05  TXT-BRACKET-ENTRY      OCCURS 5 TIMES.
003000         10  TXT-BR-LIMIT       PIC 9(09).
003100         10  TXT-BR-RATE        PIC 9V999.
003200     05  TXT-STD-DED-SINGLE     PIC 9(07).
003300     05  TXT-STD-DED-MARRIED    PIC 9(07).
003400     05  TXT-DEP-EXEMPTION      PIC 9(05).
003500     05  TXT-ENTERED-DATE       PIC 9(06).
003600     05  TXT-OPERATOR           PIC X(08).
003700     05  FILLER                 PIC X(10).
