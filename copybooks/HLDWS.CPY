000100*----------------------------------------------------------------
000200* HLDWS - SHARED FUNDS HOLD WORKING-STORAGE.
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT USES THE HLDPR HOLD PARAGRAPHS.  THE
000700*                PROGRAM DECLARES ITS OWN HOLD-FILE (SELECT ...
000800*                ASSIGN TO "FUNDHOLD", INDEXED, ACCESS DYNAMIC,
000900*                RECORD KEY HLD-KEY, FILE STATUS HLD-FILE-STATUS,
001000*                FD WITH COPY HLDREC), OPENS IT THROUGH 9700 OR
001100*                9705, LOADS HLD-CHECK-ACCT, HLD-CHECK-DATE, AND
001200*                HLD-CHECK-BALANCE, AND PERFORMS
001300*                9710-SUM-ACCOUNT-HOLDS FOR THE AVAILABLE BALANCE
001400*                - THE BALANCE LESS THE ACCOUNT'S OPEN HOLDS.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 09/22/2026  RLM  ORIGINAL COPYBOOK - STANDARD HOLD TOTALS AND
002000*                  FLOAT RELEASE DATE FIELDS, IN THE SAME STYLE AS
002100*                  THE PRDWS/PRDPR PAIR.
002200*----------------------------------------------------------------
002300 01  HLD-FILE-STATUS            PIC X(02).
002400     88  HLD-FILE-MISSING                   VALUE '35'.
002500 01  HLD-FILE-OPEN-SW           PIC X(01) VALUE 'N'.
002600     88  HLD-FILE-OPEN                      VALUE 'Y'.
002700 01  HLD-SCAN-END-SW            PIC X(01) VALUE 'N'.
002800     88  HLD-SCAN-END                       VALUE 'Y'.
002900 01  HLD-OPEN-SW                PIC X(01) VALUE 'N'.
003000     88  HLD-IS-OPEN                        VALUE 'Y'.
003100 01  HLD-CHECK-ACCT             PIC 9(06).
003200 01  HLD-CHECK-DATE             PIC 9(06).
003300 01  HLD-CHECK-BALANCE          PIC 9(07)V99.
003400 01  HLD-HELD-TOTAL             PIC 9(09)V99.
003500 01  HLD-AVAILABLE              PIC S9(09)V99.
003600 01  HLD-OPEN-COUNT             PIC 9(03) COMP.
003700 01  HLD-LEGAL-COUNT            PIC 9(03) COMP.
003800 01  HLD-LAST-SEQ               PIC 9(03).
003900*----------------------------------------------------------------
004000* FLOAT RELEASE DATE - CALENDAR DAYS A DEPOSIT IS HELD, ADDED
004100* ONE DAY AT A TIME AGAINST THE MONTH-LENGTH TABLE.
004200*----------------------------------------------------------------
004300 01  HLD-FLOAT-DAYS             PIC 9(02) VALUE 2.
004400 01  HLD-FLOAT-RELEASE          PIC 9(06).
004500 01  HLD-DATE-WORK              PIC 9(06).
004600 01  HLD-DATE-WORK-R REDEFINES HLD-DATE-WORK.
004700     05  HLD-WORK-YY            PIC 9(02).
004800     05  HLD-WORK-MM            PIC 9(02).
004900     05  HLD-WORK-DD            PIC 9(02).
005000 01  HLD-MONTH-LIMIT            PIC 9(02).
005100 01  HLD-LEAP-QUOTIENT          PIC 9(02).
005200 01  HLD-LEAP-REMAINDER         PIC 9(01).
005300 01  HLD-MONTH-DAYS-VALUES.
005400     05  FILLER                 PIC X(24) VALUE
005500         "312931303130313130313031".
005600 01  HLD-MONTH-DAYS-TABLE REDEFINES HLD-MONTH-DAYS-VALUES.
005700     05  HLD-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
