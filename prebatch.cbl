002460*                  FREQUENCY AND REJECT A RECORD WHOSE FREQUENCY
002470*                  IS NOT M OR S - THE PER-PERIOD PAYROLL RUN
002480*                  DIVIDES BY IT.
002482* 10/15/2026  RLM  WIDENED THE ACCOUNT ACCEPTED AND REJECT
002484*                  RECORDS TO THE FULL MASTER RECORD, SO THE
002486*                  STATUS, MATURITY, AND TERM RATE FIELDS REACH
002488*                  INTEREST AND REJFIX.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
007600
007700 FD  ACCT-CLEAN-FILE
007800     RECORDING MODE IS F.
007900 01  ACCT-CLEAN-RECORD          PIC X(53).
008000
008100 FD  ACCT-REJECT-FILE
008200     RECORDING MODE IS F.
008300 01  ACCT-REJECT-RECORD         PIC X(53).
008400
008500*----------------------------------------------------------------
008600* EDIT ERROR REPORT - ONE LINE PER REJECTED RECORD PLUS COUNTS
