001899*                  OUT) SO EOD, THE STATEMENTS, AND THE GL
001899*                  EXTRACT SEE A REVERSAL AS A CORRECTION, NOT
001899*                  AS REAL CUSTOMER ACTIVITY.
001899* 09/18/2026  RLM  ADDED THE 'M' MATURITY PAYOUT CODE.  TRANPOST
001899*                  LOGS IT WHEN IT PAYS OUT A MATURED TERM
001899*                  DEPOSIT, SO THE GL EXTRACT AND EOD CAN TIE
001899*                  PAYOUTS TO THE MATURITY RUN.
001899* 09/24/2026  RLM  ADDED THE 'F' SERVICE FEE CODE.  ON A FEE THE
001899*                  ORIGINAL-CODE BYTE CARRIES THE KIND OF FEE -
001899*                  'S' MONTHLY SERVICE, 'L' LOW BALANCE - AND A
001899*                  REVERSAL NAMING 'F' IS A FEE REFUND.
001899* 10/08/2026  RLM  ADDED DLG-ASOF-DATE OUT OF THE FILLER.  THE
001899*                  INTEREST POSTING RUN CARRIES THE RATE AS-OF
001899*                  DATE IT POSTED THROUGH, SO A FORWARD RECOVERY
001899*                  (IDXUNLD) CAN SET THE LAST-POSTED DATE BACK
001899*                  EXACTLY.  EVERY OTHER ENTRY CARRIES ZERO.
001900*----------------------------------------------------------------
002000 01  DLG-LOG-DETAIL-LINE.
002100     05  DLG-DATE               PIC 9(06).
002750         88  DLG-TRAN-WITHDRAWAL            VALUE 'W'.
002760         88  DLG-TRAN-INTEREST-POST         VALUE 'I'.
002770         88  DLG-TRAN-REVERSAL              VALUE 'R'.
002775         88  DLG-TRAN-MATURITY              VALUE 'M'.
002777         88  DLG-TRAN-FEE                   VALUE 'F'.
002780     05  DLG-ORIG-CODE          PIC X(01).
002790         88  DLG-ORIG-DEPOSIT               VALUE 'D'.
002795         88  DLG-ORIG-WITHDRAWAL            VALUE 'W'.
002796         88  DLG-ORIG-FEE                   VALUE 'F'.
002797         88  DLG-FEE-MONTHLY                VALUE 'S'.
002798         88  DLG-FEE-LOW-BALANCE            VALUE 'L'.
002800     05  DLG-ASOF-DATE          PIC 9(06).
002900     05  FILLER                 PIC X(21).
