000100*----------------------------------------------------------------
000200* ADHREC - CUSTOMER ADDRESS HISTORY RECORD ("ADDRHIST").
000300*----------------------------------------------------------------
000400* INSTALLATION.  PAYROLL.
000500* REMARKS.       COPY THIS MEMBER INTO THE WORKING-STORAGE OF ANY
000600*                PROGRAM THAT RETIRES A CUSTOMER'S MAILING ADDRESS
000700*                OR READS THE HISTORY.  ONE RECORD PER PRIOR
000800*                ADDRESS, APPENDED WHEN IT STOPS BEING THE ADDRESS
000900*                ON CUSTMAST, WITH THE DAY IT TOOK EFFECT AND THE
001000*                DAY IT ENDED - SO THE ADDRESS ANY LETTER OR
001100*                STATEMENT WENT TO ON A GIVEN DAY IS THE HISTORY
001200*                RECORD WHOSE DATES SPAN IT, OR THE CURRENT
001300*                ADDRESS WHEN NONE DOES.  A START DATE OF ZERO
001400*                MEANS THE ADDRESS WAS ON FILE BEFORE ADDRESSES
001500*                WERE DATED.  THE RETURNED-MAIL FLAG AND DATE ARE
001600*                THE ONES THE ADDRESS CARRIED WHEN IT WAS RETIRED.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/05/2026  RLM  ORIGINAL COPYBOOK - SHARED BY CUSTMAINT AND
002200*                  CUSTMERGE.
002300*----------------------------------------------------------------
002400 01  ADDRESS-HISTORY-RECORD.
002500     05  ADH-CUST-ID            PIC 9(06).
002600     05  ADH-ADDRESS            PIC X(30).
002700     05  ADH-START-DATE         PIC 9(06).
002800     05  ADH-END-DATE           PIC 9(06).
002900     05  ADH-REASON             PIC X(01).
003000         88  ADH-ADDRESS-CHANGED            VALUE 'C'.
003100         88  ADH-CUSTOMER-MERGED            VALUE 'M'.
003200     05  ADH-MAIL-STATUS        PIC X(01).
003300         88  ADH-MAIL-RETURNED              VALUE 'R'.
003400     05  ADH-RETURNED-DATE      PIC 9(06).
003500     05  ADH-OPERATOR           PIC X(08).
003600     05  FILLER                 PIC X(16).
