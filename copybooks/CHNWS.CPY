000100*----------------------------------------------------------------
000200* CHNWS - SHARED AUDIT TRAIL CHAINING WORKING-STORAGE.
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT USES THE CHNPR CHAINING PARAGRAPHS.
000700*                THE PROGRAM DECLARES ITS OWN CHAIN-CTL-FILE
000800*                (SELECT ...  ASSIGN TO "CHAINCTL", INDEXED,
000900*                ACCESS DYNAMIC, RECORD KEY CHN-TRAIL, FILE STATUS
001000*                CHN-CTL-STATUS, FD WITH COPY CHNREC), CARRIES THE
001100*                FSTATWS/FSTATPR PAIR, AND LOADS CHN-TRAIL-NAME
001200*                AND CHN-BODY-LENGTH FOR THE TRAIL BEING STAMPED
001300*                OR VERIFIED.  EVERY TRAIL LINE ENDS IN THE
001400*                19-BYTE CHN-STAMP - A SPACE, THE SEQUENCE NUMBER,
001500*                A SPACE, AND THE CHECK VALUE - AFTER ITS BODY.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*----------------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* 10/13/2026  RLM  ORIGINAL COPYBOOK - SEQUENCE AND CHAINED CHECK
002100*                  VALUE FIELDS FOR THE AUDIT TRAILS, IN THE SAME
002200*                  STYLE AS THE PNDWS/PNDPR PAIR.
002300*----------------------------------------------------------------
002400 01  CHN-CTL-STATUS             PIC X(02).
002500     88  CHN-CTL-MISSING                    VALUE '35'.
002600     88  CHN-CTL-NOT-FOUND                  VALUE '23'.
002700 01  CHN-CTL-OPEN-SW            PIC X(01) VALUE 'N'.
002800     88  CHN-CTL-OPEN                       VALUE 'Y'.
002900 01  CHN-NEW-TRAIL-SW           PIC X(01) VALUE 'N'.
003000     88  CHN-NEW-TRAIL                      VALUE 'Y'.
003100 01  CHN-TRAIL-NAME             PIC X(08).
003200
003300*----------------------------------------------------------------
003400* THE LINE BEING STAMPED OR VERIFIED, LESS ITS STAMP, AND THE
003500* STAMP ITSELF - AS WRITTEN, AND AS READ BACK (WHERE A LINE FROM
003600* BEFORE THE CHAIN BEGAN HAS SPACES)
003700*----------------------------------------------------------------
003800 01  CHN-BODY-LENGTH            PIC 9(03) COMP VALUE ZERO.
003900 01  CHN-BODY                   PIC X(200).
004000 01  CHN-BODY-R REDEFINES CHN-BODY.
004100     05  CHN-BODY-CHAR          PIC X(01) OCCURS 200 TIMES.
004200 01  CHN-STAMP.
004300     05  FILLER                 PIC X(01) VALUE SPACE.
004400     05  CHN-STAMP-SEQ          PIC 9(08).
004500     05  FILLER                 PIC X(01) VALUE SPACE.
004600     05  CHN-STAMP-CHECK        PIC 9(09).
004700 01  CHN-IN-STAMP.
004800     05  FILLER                 PIC X(01).
004900     05  CHN-IN-SEQ             PIC X(08).
005000     05  CHN-IN-SEQ-N REDEFINES CHN-IN-SEQ
005100                                PIC 9(08).
005200     05  FILLER                 PIC X(01).
005300     05  CHN-IN-CHECK           PIC X(09).
005400     05  CHN-IN-CHECK-N REDEFINES CHN-IN-CHECK
005500                                PIC 9(09).
005600
005700*----------------------------------------------------------------
005800* CHECK VALUE ARITHMETIC.  EACH CHARACTER OF THE BODY IS TAKEN AS
005900* ITS POSITION IN CHN-ALPHABET (ANY CHARACTER NOT IN IT COUNTS
006000* AS ONE PAST THE END) AND FOLDED INTO A RUNNING REMAINDER THAT
006100* STARTS FROM THE PREVIOUS RECORD'S CHECK VALUE AND THIS
006200* RECORD'S SEQUENCE NUMBER.
006300*----------------------------------------------------------------
006400 01  CHN-PREV-CHECK             PIC 9(09) VALUE ZERO.
006500 01  CHN-CHECK                  PIC 9(09) VALUE ZERO.
006600 01  CHN-WORK                   PIC 9(11) COMP VALUE ZERO.
006700 01  CHN-QUOTIENT               PIC 9(11) COMP VALUE ZERO.
006800 01  CHN-MODULUS                PIC 9(09) VALUE 999999937.
006900 01  CHN-SUB                    PIC 9(03) COMP VALUE ZERO.
007000 01  CHN-ORD                    PIC 9(03) COMP VALUE ZERO.
007100 01  CHN-ALPHABET.
007200     05  FILLER                 PIC X(32) VALUE
007300         " 0123456789ABCDEFGHIJKLMNOPQRSTU".
007400     05  FILLER                 PIC X(32) VALUE
007500         "VWXYZabcdefghijklmnopqrstuvwxyz.".
007600     05  FILLER                 PIC X(31) VALUE
007700         ",-/()*'#&:;$%+=<>?!@_[]|""\^`{}~".
007800
007900*----------------------------------------------------------------
008000* VERIFICATION - WHERE THE WALK IS, WHAT THE CHAIN CONTROL SAYS
008100* THE TRAIL SHOULD END ON, AND THE FINDING FOR THE CURRENT RECORD
008200*----------------------------------------------------------------
008300 01  CHN-STARTED-SW             PIC X(01) VALUE 'N'.
008400     88  CHN-STARTED                        VALUE 'Y'.
008500 01  CHN-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
008600     88  CHN-CTL-FOUND                      VALUE 'Y'.
008700 01  CHN-FINDING-SW             PIC X(01) VALUE 'N'.
008800     88  CHN-FINDING-MADE                   VALUE 'Y'.
008900 01  CHN-CTL-SEQ                PIC 9(08) VALUE ZERO.
009000 01  CHN-CTL-CHECK              PIC 9(09) VALUE ZERO.
009100 01  CHN-PREV-SEQ               PIC 9(08) VALUE ZERO.
009200 01  CHN-EXPECT-SEQ             PIC 9(08) VALUE ZERO.
009300 01  CHN-RECORD-POS             PIC 9(08) VALUE ZERO.
009400 01  CHN-CHAINED-COUNT          PIC 9(08) VALUE ZERO.
009500 01  CHN-PRE-CHAIN-COUNT        PIC 9(08) VALUE ZERO.
009600 01  CHN-FINDING-COUNT          PIC 9(05) VALUE ZERO.
009700 01  CHN-FIRST-BAD-POS          PIC 9(08) VALUE ZERO.
009800 01  CHN-FINDING.
009900     05  CHN-FINDING-TEXT       PIC X(32).
010000     05  CHN-FINDING-SEQ-1      PIC 9(08).
010100     05  CHN-FINDING-JOIN       PIC X(07).
010200     05  CHN-FINDING-SEQ-2      PIC 9(08).
