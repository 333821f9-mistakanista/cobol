002009*                  THE DAY, AND THE MAINTENANCE AND ADJUSTMENT
002011*                  PROGRAMS ADOPT IT INSTEAD OF TAKING ANY
002013*                  TYPED ID AT FACE VALUE.
002015* 10/13/2026  RLM  THE NIGHT RUN AND ITS RESTART END WITH AUDVRFY,
002016*                  THE AUDIT TRAIL CHAIN VERIFICATION.  A BROKEN
002017*                  TRAIL IS A WARNING (RETURN CODE 8), NOT A HALT.
002019*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
004124     88  DRV-PRIOR-FOUND                    VALUE 'Y'.
004126 01  DRV-PRIOR-SUB              PIC 9(01) COMP VALUE ZERO.
004128 01  DRV-PRIOR-TABLE.
004130     05  DRV-PRIOR-ENTRY        OCCURS 5 TIMES
004132                                INDEXED BY DRV-PRI-IDX.
004134         10  DPR-STEP           PIC X(08).
004136         10  DPR-OUTCOME        PIC X(08).
008180     DISPLAY "3 - INTEREST (SIMPLE/COMPOUND/AMORTIZATION)".
008182     DISPLAY "4 - HELLONAME (CUSTOMER LETTER GENERATOR)".
008184     DISPLAY "5 - QUIT".
008186     DISPLAY "6 - NIGHT RUN (EDIT, TAX, INTEREST, EOD, AUDIT)".
008188     DISPLAY "7 - RESTART NIGHT RUN FROM THE FAILED STEP".
008190     DISPLAY "Please enter your choice?".
008192     ACCEPT DRV-MENU-CHOICE.
010520     PERFORM 3100-RUN-ONE-STEP THRU 3100-EXIT.
010530     MOVE "EOD"      TO DRV-STEP-PROGRAM.
010540     PERFORM 3100-RUN-ONE-STEP THRU 3100-EXIT.
010542     MOVE "AUDVRFY"  TO DRV-STEP-PROGRAM.
010544     PERFORM 3100-RUN-ONE-STEP THRU 3100-EXIT.
010550     IF DRV-NIGHT-HALTED
010560         MOVE "NIGHT RUN HALTED - SEE FAILED STEP ABOVE"
010570             TO DRV-NIGHT-END-LINE
011051     PERFORM 3300-RESTART-ONE-STEP THRU 3300-EXIT.
011053     MOVE "EOD"      TO DRV-STEP-PROGRAM.
011055     PERFORM 3300-RESTART-ONE-STEP THRU 3300-EXIT.
011056     MOVE "AUDVRFY"  TO DRV-STEP-PROGRAM.
011057     PERFORM 3300-RESTART-ONE-STEP THRU 3300-EXIT.
011058     IF DRV-NIGHT-HALTED
011059         MOVE "NIGHT RUN HALTED - SEE FAILED STEP ABOVE"
011061             TO DRV-NIGHT-END-LINE
011063     ELSE
011111     MOVE "TAX"      TO DPR-STEP (2).
011113     MOVE "INTEREST" TO DPR-STEP (3).
011115     MOVE "EOD"      TO DPR-STEP (4).
011116     MOVE "AUDVRFY"  TO DPR-STEP (5).
011117     PERFORM 3260-CLEAR-PRIOR-ENTRY THRU 3260-EXIT
011119         VARYING DRV-PRI-IDX FROM 1 BY 1
011121         UNTIL DRV-PRI-IDX > 5.
011123     OPEN INPUT NIGHT-STATUS-FILE.
011125     IF DRV-NIGHT-STAT-MISSING
011127         MOVE 'Y' TO DRV-NO-PRIOR-SW
011193*----------------------------------------------------------------
011195     PERFORM 3290-MATCH-ONE-STEP THRU 3290-EXIT
011197         VARYING DRV-PRI-IDX FROM 1 BY 1
011199         UNTIL DRV-PRI-IDX > 5.
011201     PERFORM 3270-READ-STATUS-RECORD THRU 3270-EXIT.
011203 3280-EXIT.
011205     EXIT.
011291     MOVE 'N' TO DRV-PRIOR-FOUND-SW.
011293     PERFORM 3360-CHECK-PRIOR-ENTRY THRU 3360-EXIT
011295         VARYING DRV-PRI-IDX FROM 1 BY 1
011297         UNTIL DRV-PRI-IDX > 5
011299            OR DRV-PRIOR-FOUND.
011301 3350-EXIT.
011303     EXIT.
