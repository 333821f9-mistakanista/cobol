003230*                  THE SHARED OPRWS/OPRPR SIGN-ON AND REQUIRES
003240*                  MAINTENANCE LEVEL 2.  FAILED SIGN-ONS AND
003250*                  DENIED ATTEMPTS LAND ON THE CENTRAL JOB LOG.
003260* 09/17/2026  RLM  AN ACCOUNT FIX MOVES THE CORRECTED FIELDS
003270*                  ONTO THE MASTER RECORD ONE BY ONE INSTEAD OF
003280*                  REWRITING FROM THE REJECT IMAGE, SO THE
003290*                  ACCOUNT STATUS AND STATUS DATE ARE KEPT.
003292* 10/15/2026  RLM  WIDENED THE ACCOUNT REJECT RECORD TO THE FULL
003294*                  MASTER RECORD PREBATCH NOW WRITES.
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
006900
007000 FD  ACCT-REJECT-FILE
007100     RECORDING MODE IS F.
007200 01  ACCT-REJECT-RECORD         PIC X(53).
007300
007400*----------------------------------------------------------------
007500* EMPLOYEE MASTER - THE CORRECTED RECORD IS REWRITTEN IN PLACE
081400             CLOSE ACCOUNT-FILE
081500             GO TO 4600-EXIT
081600     END-READ.
081610*    THE REJECT IMAGE CARRIES ONLY THE EDITED FIELDS - THE
081620*    ACCOUNT STATUS ON THE MASTER STAYS AS IT IS.
081630     MOVE RFA-PRINCIPAL        TO ACCT-PRINCIPAL.
081640     MOVE RFA-TERM-YEARS       TO ACCT-TERM-YEARS.
081650     MOVE RFA-CALC-MODE        TO ACCT-CALC-MODE.
081660     MOVE RFA-TIER             TO ACCT-TIER.
081670     MOVE RFA-CURRENT-BALANCE  TO ACCT-CURRENT-BALANCE.
081680     MOVE RFA-LAST-POSTED-DATE TO ACCT-LAST-POSTED-DATE.
081700     REWRITE ACCOUNT-RECORD.
081800     IF RF-ACCT-FILE-STATUS NOT = '00'
081900         DISPLAY "Rewrite failed with file status "
082000                 RF-ACCT-FILE-STATUS " - not applied."
