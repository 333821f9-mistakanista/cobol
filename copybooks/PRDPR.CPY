001900* 09/02/2026  RLM  ORIGINAL COPYBOOK - STANDARD PERIOD-CONTROL
002000*                  CHECK AND MARK PARAGRAPHS, IN THE SAME STYLE
002100*                  AS THE FSTATWS/FSTATPR PAIR.
002120* 10/07/2026  RLM  9600 CLEARS PRD-APPROVER - A PROCESSED MARK IS
002140*                  NEVER AN APPROVED CHANGE.
002200*----------------------------------------------------------------
002300 9500-CHECK-PERIOD.
002400*     A MISSING CONTROL FILE MEANS NO PERIOD HAS EVER BEEN
007600     MOVE PRD-CHECK-PERIOD TO PRD-PERIOD.
007700     MOVE 'P'              TO PRD-STATUS.
007800     MOVE PRD-MARK-OPERATOR TO PRD-OPERATOR.
007850     MOVE SPACES           TO PRD-APPROVER.
007900     OPEN EXTEND PERIOD-CTL-FILE.
008000     IF PRD-CTL-FILE-MISSING
008100         OPEN OUTPUT PERIOD-CTL-FILE
