000100*----------------------------------------------------------------
000200* PNDREC - PENDING APPROVAL RECORD ("PENDAPPR").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                HOLDS A CHANGE FOR A SECOND OPERATOR'S APPROVAL
000700*                OR REPORTS ON THE ITEMS WAITING.  ONE RECORD PER
000800*                HELD CHANGE, KEYED BY THE PROGRAM THAT TOOK IT
000900*                AND THE DATE AND TIME IT WAS ENTERED, SO A START
001000*                ON THE PROGRAM NAME WALKS THAT PROGRAM'S ITEMS
001100*                OLDEST FIRST.  AN ITEM OPENS 'P' PENDING AND IS
001200*                DECIDED 'A' APPROVED OR 'R' REJECTED BY A
001300*                SUPERVISOR WHO IS NOT THE OPERATOR WHO ENTERED
001400*                IT.  PND-DETAIL CARRIES THE CHANGE ITSELF IN THE
001500*                OWNING PROGRAM'S OWN LAYOUT; PND-DESC AND
001600*                PND-AMOUNT ARE WHAT THE REVIEWER AND MORNRPT SEE.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/07/2026  RLM  ORIGINAL COPYBOOK - SHARED BY YTDADJ,
002200*                  RATEMAINT, PERIODCT, ACCTMAINT, CUSTMERGE, AND
002300*                  MORNRPT.
002310* 10/15/2026  RLM  ADDED A TRAILING FILLER FOR GROWTH - THE RECORD
002320*                  IS NOW 250 BYTES.  RELOAD ANY PENDAPPR FILE
002330*                  BUILT AT THE OLD LENGTH BEFORE THE NEXT RUN.
002400*----------------------------------------------------------------
002500 01  PENDING-RECORD.
002600     05  PND-KEY.
002700         10  PND-PROGRAM        PIC X(10).
002800         10  PND-DATE           PIC 9(06).
002900         10  PND-TIME           PIC 9(08).
003000     05  PND-STATUS             PIC X(01).
003100         88  PND-OPEN                       VALUE 'P'.
003200         88  PND-APPROVED                   VALUE 'A'.
003300         88  PND-REJECTED                   VALUE 'R'.
003400     05  PND-MAKER              PIC X(08).
003500     05  PND-CHECKER            PIC X(08).
003600     05  PND-DECIDED-DATE       PIC 9(06).
003700     05  PND-DECIDED-TIME       PIC 9(08).
003800     05  PND-AMOUNT             PIC 9(09)V99.
003900     05  PND-DESC               PIC X(40).
004000     05  PND-DETAIL             PIC X(120).
004100     05  FILLER                 PIC X(24).
