000100*----------------------------------------------------------------
000200* AVRREC - AUDIT TRAIL VERIFICATION RESULT RECORD ("AUDVRES").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT WRITES OR READS THE AUDIT TRAIL
000700*                VERIFICATION RESULT.  AUDVRFY REPLACES THE FILE
000800*                EVERY RUN WITH ONE RECORD PER CHAINED TRAIL - THE
000900*                RECORDS READ, HOW MANY CARRY THE CHAIN STAMP, THE
001000*                FINDINGS (GAPS, RECORDS OUT OF ORDER, ALTERED
001100*                RECORDS, A TRAIL THAT ENDS SHORT OF ITS CHAIN
001200*                CONTROL), THE POSITION OF THE FIRST BAD RECORD,
001300*                AND THE VERIFIED OR BROKEN VERDICT.  MORNRPT
001400*                PRINTS A LINE FOR EVERY BROKEN TRAIL.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 10/13/2026  RLM  ORIGINAL COPYBOOK - SHARED BY AUDVRFY AND
002000*                  MORNRPT.
002100*----------------------------------------------------------------
002200 01  AUDIT-VERIFY-RESULT-RECORD.
002300     05  AVR-DATE               PIC 9(06).
002400     05  AVR-TIME               PIC 9(08).
002500     05  AVR-TRAIL              PIC X(08).
002600     05  AVR-VERDICT            PIC X(01).
002700         88  AVR-VERIFIED                   VALUE 'V'.
002800         88  AVR-BROKEN                     VALUE 'B'.
002900     05  AVR-RECORD-COUNT       PIC 9(08).
003000     05  AVR-CHAINED-COUNT      PIC 9(08).
003100     05  AVR-FINDING-COUNT      PIC 9(05).
003200     05  AVR-FIRST-BAD-POS      PIC 9(08).
003300     05  FILLER                 PIC X(28).
