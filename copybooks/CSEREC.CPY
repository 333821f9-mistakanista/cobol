000100*----------------------------------------------------------------
000200* CSEREC - CASH MONITORING CASE RECORD ("CASEFILE").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM THAT
000600*                READS OR UPDATES THE CASH MONITORING CASE FILE.
000700*                ONE RECORD PER FLAG RAISED BY THE NIGHTLY CASHMON
000800*                RUN, KEYED BY THE PARTY, THE DATE FLAGGED, AND
000900*                THE KIND OF FLAG, SO A RERUN FOR THE SAME NIGHT
001000*                FINDS THE CASE ALREADY ON FILE.  THE PARTY IS THE
001100*                OWNING CUSTOMER ('C') FOUND THROUGH CUSTXREF, OR
001200*                THE ACCOUNT ITSELF ('A') WHEN NO OWNER IS LINKED.
001300*                'D' AND 'W' ARE A DAY'S CASH IN OR OUT OVER THE
001400*                REPORTING THRESHOLD, THE AMOUNT BEING THE DAY'S
001500*                TOTAL; 'S' IS REPEATED DEPOSITS JUST UNDER IT
001600*                INSIDE THE ROLLING WINDOW, THE AMOUNT BEING THEIR
001700*                TOTAL AND THE WINDOW-FROM DATE THE FIRST OF THEM.
001800*                A CASE OPENS 'O', IS MARKED REVIEWED 'R' AND THEN
001900*                FILED 'F' IN CASEMAINT, EACH STEP STAMPED WITH
002000*                ITS DATE AND OPERATOR.
002100*----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 09/25/2026  RLM  ORIGINAL COPYBOOK - SHARED BY CASHMON,
002600*                  CASEMAINT, AND MORNRPT.
002700*----------------------------------------------------------------
002800 01  CASE-RECORD.
002900     05  CSE-KEY.
003000         10  CSE-PARTY-TYPE     PIC X(01).
003100             88  CSE-PARTY-CUSTOMER         VALUE 'C'.
003200             88  CSE-PARTY-ACCOUNT          VALUE 'A'.
003300             88  CSE-PARTY-VALID            VALUE 'C' 'A'.
003400         10  CSE-PARTY-ID       PIC 9(06).
003500         10  CSE-FLAG-DATE      PIC 9(06).
003600         10  CSE-FLAG-TYPE      PIC X(01).
003700             88  CSE-LARGE-CASH-IN          VALUE 'D'.
003800             88  CSE-LARGE-CASH-OUT         VALUE 'W'.
003900             88  CSE-STRUCTURING            VALUE 'S'.
004000             88  CSE-FLAG-VALID             VALUE 'D' 'W' 'S'.
004100     05  CSE-AMOUNT             PIC 9(09)V99.
004200     05  CSE-ENTRY-COUNT        PIC 9(03).
004300     05  CSE-WINDOW-FROM        PIC 9(06).
004400     05  CSE-STATUS             PIC X(01).
004500         88  CSE-OPEN                       VALUE 'O'.
004600         88  CSE-REVIEWED                   VALUE 'R'.
004700         88  CSE-FILED                      VALUE 'F'.
004800     05  CSE-REVIEWED-DATE      PIC 9(06).
004900     05  CSE-REVIEWED-BY        PIC X(08).
005000     05  CSE-FILED-DATE         PIC 9(06).
005100     05  CSE-FILED-BY           PIC X(08).
005200     05  CSE-NOTE               PIC X(30).
005300     05  FILLER                 PIC X(09).
