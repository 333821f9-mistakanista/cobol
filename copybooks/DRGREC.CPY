000100*----------------------------------------------------------------
000200* DRGREC - DIRECT DEPOSIT RETURN GL RECORD ("DDRETGL").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO WORKING-STORAGE FOR ANY
000600*                PROGRAM THAT WRITES OR READS THE DIRECT DEPOSIT
000700*                RETURN GL FILE.  DDRETURN WRITES ONE RECORD FOR
000800*                EVERY DEPOSIT THE BANK SENT BACK AND THAT IT
000900*                REISSUED BY CHECK, CARRYING THE REPLACEMENT CHECK
001000*                NUMBER.  THE GL EXTRACT JOURNALS THE DAY'S
001100*                RECORDS AS CASH RECEIVED BACK AGAINST NET PAY
001200*                PAYABLE, WHICH THE REPLACEMENT CHECK THEN
001300*                SETTLES.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* 09/16/2026  RLM  ORIGINAL COPYBOOK - SHARED BY DDRETURN AND
001900*                  GLEXTRACT.
002000*----------------------------------------------------------------
002100 01  DRG-RETURN-RECORD.
002200     05  DRG-DATE               PIC 9(06).
002300     05  DRG-EMP-ID             PIC 9(06).
002400     05  DRG-AMOUNT             PIC 9(09)V99.
002500     05  DRG-CHECK-NO           PIC 9(08).
002600     05  FILLER                 PIC X(09).
