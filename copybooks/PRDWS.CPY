002300*                  TRANPOST, AND PERIODCT SO A PROCESSED PERIOD
002400*                  CANNOT BE RUN TWICE WITHOUT A SUPERVISOR
002500*                  REOPEN.
002520* 10/07/2026  RLM  PRD-APPROVER CARVED FROM THE FILLER - A REOPEN
002540*                  IS NOW WRITTEN ONLY ON A SECOND SUPERVISOR'S
002560*                  APPROVAL, AND CARRIES BOTH IDS.
002600*----------------------------------------------------------------
002700 01  PRD-CTL-STATUS             PIC X(02).
002800     88  PRD-CTL-FILE-MISSING               VALUE '35'.
004400         88  PRD-STATUS-PROCESSED           VALUE 'P'.
004500         88  PRD-STATUS-REOPENED            VALUE 'O'.
004600     05  PRD-OPERATOR           PIC X(08).
004700     05  PRD-APPROVER           PIC X(08).
004800     05  FILLER                 PIC X(35).
