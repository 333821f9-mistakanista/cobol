000100*----------------------------------------------------------------
000200* CTRREC - EMPLOYER CONTRIBUTION RATE RECORD ("CONTRATE").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER UNDER THE FD OF ANY PROGRAM
000600*                THAT READS THE EMPLOYER CONTRIBUTION RATE
000700*                TABLE.  ONE RECORD PER CONTRIBUTION PER YEAR -
000800*                THE RATE THE EMPLOYER PAYS ON EACH EMPLOYEE'S
000900*                GROSS, AND THE ANNUAL WAGE BASE ABOVE WHICH
001000*                NOTHING MORE IS DUE FOR THAT EMPLOYEE (ZERO
001100*                MEANS THE CONTRIBUTION HAS NO CAP).  THE FILE
001200*                IS APPEND-ONLY: OF TWO RECORDS FOR THE SAME
001300*                YEAR AND CODE, THE LATER ONE ON THE FILE WINS.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* 09/08/2026  RLM  ORIGINAL COPYBOOK - READ BY THE BATCH
001900*                  PAYROLL RUN TO ACCRUE EMPLOYER COST.
002000*----------------------------------------------------------------
002100 01  CONTRIB-RATE-RECORD.
002200     05  CTR-YEAR               PIC 9(02).
002300     05  CTR-CODE               PIC X(04).
002400     05  CTR-DESC               PIC X(15).
002500     05  CTR-RATE               PIC 9V9999.
002600     05  CTR-WAGE-BASE          PIC 9(09)V99.
002700     05  FILLER                 PIC X(10).
