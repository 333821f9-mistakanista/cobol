001893*                  INTEREST, AND TRANPOST WRITE AT END OF JOB,
001894*                  AND EACH SOURCE IS RECONCILED ON BOTH TOTAL
001895*                  AMOUNT AND RECORD COUNT.
001896* 09/18/2026  RLM  ADDED A MATURITY LINE - THE PAYOUTS THE
001897*                  MATURITY RUN QUEUED (ITS RUN-CONTROL RECORD)
001898*                  AGAINST TODAY'S 'M' PAYOUTS TRANPOST LOGGED.
001899*                  THE PAYOUTS STAY IN THE TRANPOST LINE TOO.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
007092 01  EOD-EXP-TAX-COUNT          PIC 9(7)    VALUE ZERO.
007094 01  EOD-EXP-INTEREST-COUNT     PIC 9(7)    VALUE ZERO.
007096 01  EOD-EXP-TRANPOST-COUNT     PIC 9(7)    VALUE ZERO.
007097 01  EOD-EXPECTED-MATURITY      PIC 9(9)V99 VALUE ZERO.
007098 01  EOD-EXP-MATURITY-COUNT     PIC 9(7)    VALUE ZERO.
007100 01  EOD-ACTUAL-TAX             PIC 9(9)V99 VALUE ZERO.
007200 01  EOD-ACTUAL-INTEREST        PIC 9(9)V99 VALUE ZERO.
007210 01  EOD-ACTUAL-TRANPOST        PIC 9(9)V99 VALUE ZERO.
007212 01  EOD-ACT-TAX-COUNT          PIC 9(7)    VALUE ZERO.
007214 01  EOD-ACT-INTEREST-COUNT     PIC 9(7)    VALUE ZERO.
007216 01  EOD-ACT-TRANPOST-COUNT     PIC 9(7)    VALUE ZERO.
007217 01  EOD-ACTUAL-MATURITY        PIC 9(9)V99 VALUE ZERO.
007218 01  EOD-ACT-MATURITY-COUNT     PIC 9(7)    VALUE ZERO.
007300 01  EOD-AMOUNT-VARIANCE        PIC S9(9)V99 VALUE ZERO.
007420 01  EOD-COUNT-VARIANCE         PIC S9(7)   VALUE ZERO.
007430
010620     MOVE ZERO TO EOD-ACT-TAX-COUNT.
010630     MOVE ZERO TO EOD-ACT-INTEREST-COUNT.
010640     MOVE ZERO TO EOD-ACT-TRANPOST-COUNT.
010650     MOVE ZERO TO EOD-ACTUAL-MATURITY.
010660     MOVE ZERO TO EOD-ACT-MATURITY-COUNT.
010700     MOVE 'N'  TO EOD-LOG-EOF-SW.
010800     OPEN OUTPUT EOD-REPORT-FILE.
010805     MOVE "EODRPT  " TO FST-FILE-NAME.
012720     MOVE ZERO TO EOD-EXP-TAX-COUNT.
012730     MOVE ZERO TO EOD-EXP-INTEREST-COUNT.
012740     MOVE ZERO TO EOD-EXP-TRANPOST-COUNT.
012750     MOVE ZERO TO EOD-EXPECTED-MATURITY.
012760     MOVE ZERO TO EOD-EXP-MATURITY-COUNT.
012800     MOVE 'N'  TO EOD-CONTROL-EOF-SW.
012900     OPEN INPUT RUN-CONTROL-FILE.
012910     IF EOD-CONTROL-NOT-FOUND
013890             WHEN RCT-FROM-TRANPOST
013892                 ADD RCT-TOTAL-AMOUNT TO EOD-EXPECTED-TRANPOST
013894                 ADD RCT-RECORD-COUNT TO EOD-EXP-TRANPOST-COUNT
013895             WHEN RCT-FROM-MATURITY
013896                 ADD RCT-TOTAL-AMOUNT TO EOD-EXPECTED-MATURITY
013897                 ADD RCT-RECORD-COUNT TO EOD-EXP-MATURITY-COUNT
013898             WHEN OTHER
013899                 CONTINUE
013900         END-EVALUATE
013902     END-IF.
013904     PERFORM 1060-READ-RUN-CONTROL THRU 1060-EXIT.
016210             WHEN DLG-FROM-TRANPOST
016220                 ADD DLG-AMOUNT TO EOD-ACTUAL-TRANPOST
016225                 ADD 1          TO EOD-ACT-TRANPOST-COUNT
016230                 IF DLG-TRAN-MATURITY
016235                     ADD DLG-AMOUNT TO EOD-ACTUAL-MATURITY
016240                     ADD 1          TO EOD-ACT-MATURITY-COUNT
016245                 END-IF
016300             WHEN OTHER
016400                 CONTINUE
016500         END-EVALUATE
017760     MOVE EOD-EXP-TRANPOST-COUNT   TO EOD-WRK-EXP-COUNT.
017770     MOVE EOD-ACT-TRANPOST-COUNT   TO EOD-WRK-ACT-COUNT.
017780     PERFORM 1350-EMIT-ONE-SOURCE THRU 1350-EXIT.
017782     MOVE "MATURITY"               TO EOD-WRK-SOURCE.
017783     MOVE EOD-EXPECTED-MATURITY    TO EOD-WRK-EXP-AMOUNT.
017784     MOVE EOD-ACTUAL-MATURITY      TO EOD-WRK-ACT-AMOUNT.
017785     MOVE EOD-EXP-MATURITY-COUNT   TO EOD-WRK-EXP-COUNT.
017786     MOVE EOD-ACT-MATURITY-COUNT   TO EOD-WRK-ACT-COUNT.
017787     PERFORM 1350-EMIT-ONE-SOURCE THRU 1350-EXIT.
017790 1300-EXIT.
017800     EXIT.
017810
