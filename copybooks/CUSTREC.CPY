001710* 08/21/2026  RLM  ADDED CUST-LETTER-TYPE - THE LETTER TEMPLATE
001720*                  CODE THE BATCH LETTER RUN USES TO PICK THIS
001730*                  CUSTOMER'S BODY TEXT FROM THE TEMPLATE FILE.
001740* 09/29/2026  RLM  ADDED CUST-TIN-TYPE AND CUST-TIN - THE
001750*                  TAXPAYER ID REPORTED ON THE ANNUAL INTEREST
001760*                  INFORMATION RETURN (INTRTN).  A BLANK TYPE
001770*                  MEANS NO TAXPAYER ID IS ON FILE YET.
001772* 10/05/2026  RLM  ADDED CUST-ADDRESS-DATE, THE DAY THE CURRENT
001774*                  ADDRESS TOOK EFFECT (ZERO FOR AN ADDRESS ON
001776*                  FILE BEFORE ADDRESSES WERE DATED), AND THE
001778*                  RETURNED-MAIL FLAG AND ITS DATE.  A FLAGGED
001780*                  ADDRESS GETS NO LETTERS OR STATEMENTS UNTIL
001782*                  CUSTMAINT TAKES A NEW ONE.
001800*----------------------------------------------------------------
001900 01  CUSTOMER-MASTER-RECORD.
002000     05  CUST-ID                PIC 9(06).
002300     05  CUST-TITLE-CODE        PIC X(01).
002400     05  CUST-LANGUAGE-CODE     PIC X(01).
002500     05  CUST-LETTER-TYPE       PIC X(01).
002600     05  CUST-TIN-TYPE          PIC X(01).
002700         88  CUST-TIN-SSN                   VALUE 'S'.
002800         88  CUST-TIN-EIN                   VALUE 'E'.
002900         88  CUST-TIN-NOT-ON-FILE           VALUE SPACE.
003000     05  CUST-TIN               PIC X(09).
003100     05  CUST-ADDRESS-DATE      PIC 9(06).
003200     05  CUST-MAIL-STATUS       PIC X(01).
003300         88  CUST-MAIL-OK                   VALUE SPACE.
003400         88  CUST-MAIL-RETURNED             VALUE 'R'.
003500     05  CUST-RETURNED-DATE     PIC 9(06).
