000100*----------------------------------------------------------------
000200* NTCREC - CUSTOMER NOTICE QUEUE RECORD ("NOTICEQ").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO THE WORKING-STORAGE OF ANY
000600*                PROGRAM THAT QUEUES A CUSTOMER NOTICE FOR
000700*                HELLONAME OR READS THE QUEUE.  ONE RECORD PER
000800*                NOTICE, NAMING THE CUSTOMER, THE LETTER TYPE
000900*                WHOSE LTRTMPL TEMPLATE LINES CARRY THE WORDING,
001000*                THE ACCOUNT THE NOTICE IS ABOUT, THE PROGRAM THAT
001100*                QUEUED IT, AND UP TO THREE VALUES FOR THE &1, &2,
001200*                AND &3 TEMPLATE SLOTS.  THE NOTICE RUN IN
001300*                HELLONAME MERGES THE QUEUE AGAINST THE CUSTOMER
001400*                MASTER AND REPLACES IT WITH ONLY THE NOTICES IT
001500*                COULD NOT SEND.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*----------------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* 09/17/2026  RLM  ORIGINAL COPYBOOK - SHARED BY DORMANT AND
002100*                  HELLONAME.
002200*----------------------------------------------------------------
002300 01  NOTICE-RECORD.
002400     05  NTC-CUST-ID            PIC 9(06).
002500     05  NTC-LETTER-TYPE        PIC X(01).
002600     05  NTC-ACCT-NUMBER        PIC 9(06).
002700     05  NTC-SOURCE             PIC X(08).
002800     05  NTC-DATE               PIC 9(06).
002900     05  NTC-DATA-1             PIC X(12).
003000     05  NTC-DATA-2             PIC X(12).
003100     05  NTC-DATA-3             PIC X(12).
003200     05  FILLER                 PIC X(17).
