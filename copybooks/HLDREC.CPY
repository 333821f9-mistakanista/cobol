000100*----------------------------------------------------------------
000200* HLDREC - FUNDS HOLD RECORD ("FUNDHOLD").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                READS OR UPDATES THE FUNDS HOLD FILE.  ONE RECORD
000700*                PER HOLD, KEYED BY ACCOUNT NUMBER AND A SEQUENCE
000800*                WITHIN THE ACCOUNT, SO A START ON THE ACCOUNT
000900*                NUMBER WALKS THAT ACCOUNT'S HOLDS.  THE TYPE SAYS
001000*                WHY THE MONEY IS HELD - 'F' DEPOSIT FLOAT, PLACED
001100*                BY TRANPOST ON EVERY POSTED DEPOSIT AND RELEASED
001200*                BY THE NIGHTLY HOLDREL RUN ON ITS RELEASE DATE;
001300*                'L' LEGAL ORDER AND 'M' MANUAL, PLACED AND
001400*                RELEASED IN HOLDMAINT.  A ZERO RELEASE DATE HOLDS
001500*                UNTIL RELEASED BY HAND.  A HOLD IS OPEN WHILE IT
001600*                IS ACTIVE AND ITS RELEASE DATE HAS NOT COME.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 09/22/2026  RLM  ORIGINAL COPYBOOK - SHARED BY TRANPOST,
002200*                  TRANENTRY, ACCTMAINT, ACCTSTMT, MATURITY,
002300*                  HOLDMAINT, AND HOLDREL.
002400*----------------------------------------------------------------
002500 01  HOLD-RECORD.
002600     05  HLD-KEY.
002700         10  HLD-ACCT-NUMBER    PIC 9(06).
002800         10  HLD-SEQ            PIC 9(03).
002900     05  HLD-TYPE               PIC X(01).
003000         88  HLD-FLOAT                      VALUE 'F'.
003100         88  HLD-LEGAL                      VALUE 'L'.
003200         88  HLD-MANUAL                     VALUE 'M'.
003300         88  HLD-TYPE-VALID                 VALUE 'F' 'L' 'M'.
003400     05  HLD-AMOUNT             PIC 9(07)V99.
003500     05  HLD-PLACED-DATE        PIC 9(06).
003600     05  HLD-RELEASE-DATE       PIC 9(06).
003700     05  HLD-OPERATOR           PIC X(08).
003800     05  HLD-STATUS             PIC X(01).
003900         88  HLD-ACTIVE                     VALUE 'A'.
004000         88  HLD-RELEASED                   VALUE 'R'.
004100     05  HLD-RELEASED-DATE      PIC 9(06).
004200     05  HLD-RELEASED-BY        PIC X(08).
004300     05  HLD-REASON             PIC X(20).
004400     05  FILLER                 PIC X(06).
