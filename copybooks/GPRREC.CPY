000100*----------------------------------------------------------------
000200* GPRREC - GL PROOF RESULT RECORD ("GLPRFRES").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT WRITES OR READS THE GL PROOF RESULT.
000700*                GLPROOF REPLACES THE ONE RECORD EVERY RUN WITH
000800*                THE ACCOUNT MASTER TOTAL, THE ROLLED GL CUSTOMER
000900*                DEPOSITS BALANCE, THEIR DIFFERENCE, THE
001000*                IN-BALANCE OR OUT-OF-BALANCE VERDICT, AND HOW
001100*                MANY LIKELY CAUSES THE PROOF REPORT LISTS.
001200*                MORNRPT PRINTS THE VERDICT LINE FROM IT.
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* 09/30/2026  RLM  ORIGINAL COPYBOOK - SHARED BY GLPROOF AND
001800*                  MORNRPT.
001900*----------------------------------------------------------------
002000 01  GL-PROOF-RESULT-RECORD.
002100     05  GPR-DATE               PIC 9(06).
002200     05  GPR-TIME               PIC 9(08).
002300     05  GPR-VERDICT            PIC X(01).
002400         88  GPR-IN-BALANCE                 VALUE 'B'.
002500         88  GPR-OUT-OF-BALANCE             VALUE 'O'.
002600     05  GPR-SUBLEDGER-TOTAL    PIC 9(13)V99.
002700     05  GPR-GL-TOTAL           PIC S9(13)V99.
002800     05  GPR-DIFFERENCE         PIC S9(13)V99.
002900     05  GPR-CAUSE-COUNT        PIC 9(05).
003000     05  FILLER                 PIC X(15).
