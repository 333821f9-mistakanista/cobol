001700* 08/21/2026  RLM  ORIGINAL COPYBOOK - SHARED BY TAX, INTEREST,
001800*                  TRANPOST, AND EOD SO EVERY BATCH RUN WRITES
001900*                  THE SAME SHAPE OF RUN-CONTROL RECORD.
001910* 09/18/2026  RLM  ADDED THE MATURITY SOURCE.  THE MATURITY RUN
001920*                  RECORDS THE PAYOUTS IT QUEUED FOR TRANPOST.
001930* 10/08/2026  RLM  ADDED RCT-RUN-ID OUT OF THE FILLER - THE SAME
001940*                  RUN ID THE RUN STAMPS ON ITS DAILY LOG ENTRIES
001950*                  (DLG-RUN-ID) - SO A FORWARD RECOVERY (IDXUNLD)
001960*                  CAN PROVE THE ENTRIES IT REPLAYS AGAINST THE
001970*                  RUN THAT LOGGED THEM.  MATURITY LOGS NOTHING
001980*                  AND CARRIES ZERO.
002000*----------------------------------------------------------------
002100 01  RUN-CONTROL-DETAIL-LINE.
002200     05  RCT-DATE               PIC 9(06).
002500         88  RCT-FROM-TAX                   VALUE "TAX".
002600         88  RCT-FROM-INTEREST              VALUE "INTEREST".
002700         88  RCT-FROM-TRANPOST              VALUE "TRANPOST".
002710         88  RCT-FROM-MATURITY              VALUE "MATURITY".
002800     05  RCT-RECORD-COUNT       PIC 9(07).
002900     05  RCT-TOTAL-AMOUNT       PIC 9(09)V99.
003000     05  RCT-RUN-ID             PIC 9(08).
003100     05  FILLER                 PIC X(32).
