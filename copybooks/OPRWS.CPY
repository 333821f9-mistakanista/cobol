001600*                ATTEMPTS LAND ON THE CENTRAL JOB LOG.  DRIVER
001700*                SIGNS THE OPERATOR ON ONCE AND WRITES TODAY'S
001800*                SESSION; EVERY OTHER PROGRAM ADOPTS IT OR,
001850*                RUN STAND-ALONE, PROMPTS FOR ITSELF.  A PROGRAM
001900*                UNDER DUAL CONTROL ALSO PROVES A SECOND,
001950*                APPROVING SUPERVISOR INTO OPR-CHECKER-ID.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002400* 09/02/2026  RLM  ORIGINAL COPYBOOK - STANDARD SIGN-ON AND
002500*                  PERMISSION-LEVEL FIELDS, IN THE SAME STYLE
002600*                  AS THE FSTATWS/FSTATPR PAIR.
002620* 10/07/2026  RLM  CHECKER FIELDS FOR THE SECOND SUPERVISOR WHO
002640*                  APPROVES A CHANGE HELD ON THE PENDING FILE.
002700*----------------------------------------------------------------
002800 01  OPR-FILE-STATUS            PIC X(02).
002900     88  OPR-FILE-MISSING                   VALUE '35'.
004600     05  OSS-ID                 PIC X(08).
004700     05  OSS-LEVEL              PIC 9(01).
004800     05  FILLER                 PIC X(57).
004900 01  OPR-CHECKER-SW             PIC X(01) VALUE 'N'.
005000     88  OPR-CHECKER-PROVEN                 VALUE 'Y'.
005100 01  OPR-CHECKER-ID             PIC X(08) VALUE SPACES.
