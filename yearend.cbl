004600*                  AND A SORT FAILURE ENDS THE JOB WITH A
004700*                  NONZERO RETURN CODE INSTEAD OF SKIPPING
004800*                  ANYONE.
004810* 10/05/2026  RLM  NO STATEMENT LETTER IS WRITTEN FOR A CUSTOMER
004820*                  WHOSE ADDRESS CUSTMAINT HAS FLAGGED FOR
004830*                  RETURNED MAIL - THE LETTER IS HELD AND LISTED
004840*                  ON THE YEMAILX EXCEPTION REPORT INSTEAD.  THE
004850*                  STATEMENT BLOCK ON YEARENDR STILL PRINTS.
004900*----------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
006840     SELECT JOB-LOG-FILE        ASSIGN TO "JOBLOG"
006850                                ORGANIZATION IS LINE SEQUENTIAL
006860                                FILE STATUS IS FST-JOB-LOG-STATUS.
006870     SELECT MAIL-EXCEPTION-FILE ASSIGN TO "YEMAILX"
006880                                ORGANIZATION IS LINE SEQUENTIAL
006890                                FILE STATUS IS YE-EXC-STATUS.
006900     SELECT SORT-WORK-FILE      ASSIGN TO "SORTWORK".
007000
007100 DATA DIVISION.
010088*----------------------------------------------------------------
010090 FD  JOB-LOG-FILE.
010092 01  JOB-LOG-LINE               PIC X(80).
010093
010094*----------------------------------------------------------------
010095* HELD-MAIL EXCEPTION REPORT - ONE LINE PER STATEMENT LETTER NOT
010096* WRITTEN BECAUSE THE CUSTOMER'S MAIL IS COMING BACK
010097*----------------------------------------------------------------
010098 FD  MAIL-EXCEPTION-FILE.
010099 01  MAIL-EXCEPTION-LINE        PIC X(80).
010100
010200*----------------------------------------------------------------
010300* SORT WORK FILE - ONE RELEASED RECORD PER POSTABLE LOG ENTRY,
015400     88  YE-CUST-NOT-FOUND                  VALUE '35'.
015410 01  YE-RPT-STATUS              PIC X(02).
015420 01  YE-LETTER-STATUS           PIC X(02).
015450 01  YE-EXC-STATUS              PIC X(02).
015500
015600*----------------------------------------------------------------
015700* THE CUSTOMER THE LOG ENTRY IN HAND RESOLVED TO - THE RAW
019030 01  YL-TITLE-TEXT              PIC X(05).
019032 01  YL-GREETING-TEXT           PIC X(10).
019034 01  YE-LETTER-COUNT            PIC 9(7) COMP VALUE ZERO.
019034 01  YE-HELD-COUNT              PIC 9(7) COMP VALUE ZERO.
019034
019034*----------------------------------------------------------------
019034* HELD-MAIL EXCEPTION REPORT LINES
019034*----------------------------------------------------------------
019034 01  YE-EXC-HEADING.
019034     05  FILLER                 PIC X(38) VALUE
019034         "YEAR-END LETTERS HELD - MAIL RETURNED ".
019034     05  FILLER                 PIC X(07) VALUE "RUN OF ".
019034     05  YXH-DATE               PIC 9(06).
019034     05  FILLER                 PIC X(29) VALUE SPACES.
019034
019034 01  YE-EXC-DETAIL-LINE.
019034     05  YXD-CUST-ID            PIC 9(06).
019034     05  FILLER                 PIC X(02) VALUE SPACES.
019034     05  YXD-NAME               PIC X(20).
019034     05  FILLER                 PIC X(02) VALUE SPACES.
019034     05  YXD-ADDRESS            PIC X(30).
019034     05  FILLER                 PIC X(10) VALUE " RETURNED ".
019034     05  YXD-RETURNED           PIC 9(06).
019034     05  FILLER                 PIC X(04) VALUE SPACES.
019034
019034 01  YE-EXC-SUMMARY-LINE.
019034     05  FILLER                 PIC X(14) VALUE "LETTERS HELD  ".
019034     05  YXS-HELD               PIC Z(6)9.
019034     05  FILLER                 PIC X(59) VALUE SPACES.
019036
019040 01  YE-STATEMENT-LINE.
019100     05  YS-CUST-ID             PIC 9(06).
032730     MOVE "OPEN    " TO FST-OPERATION.
032730     MOVE YE-LETTER-STATUS TO FST-STATUS.
032730     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
032735     OPEN OUTPUT MAIL-EXCEPTION-FILE.
032740     MOVE "YEMAILX " TO FST-FILE-NAME.
032745     MOVE "OPEN    " TO FST-OPERATION.
032750     MOVE YE-EXC-STATUS TO FST-STATUS.
032755     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
032760     MOVE YE-TODAY TO YXH-DATE.
032765     WRITE MAIL-EXCEPTION-LINE FROM YE-EXC-HEADING.
032800     PERFORM 2050-OPEN-CUSTOMER-MASTER THRU 2050-EXIT.
032900     MOVE 'N'  TO YE-SORT-EOF-SW.
033000     MOVE 'N'  TO YE-GROUP-OPEN-SW.
033800     IF YE-CM-OPEN
033900         CLOSE CUSTOMER-MASTER-FILE
034000     END-IF.
034020     MOVE YE-HELD-COUNT TO YXS-HELD.
034040     WRITE MAIL-EXCEPTION-LINE FROM YE-EXC-SUMMARY-LINE.
034100     CLOSE YEAR-END-RPT-FILE
034120           STMT-LETTER-FILE
034140           MAIL-EXCEPTION-FILE.
034200     DISPLAY "Year-end statement run complete - "
034300             YE-STATEMENT-COUNT " customers, "
034320             YE-LETTER-COUNT " letters, "
034340             YE-HELD-COUNT " held for returned mail.".
034400 2000-EXIT.
034500     EXIT.
034600
041900*     ONE STATEMENT BLOCK PER CUSTOMER - NAME AND ADDRESS FROM
042000*     THE CUSTOMER MASTER, THEN THE COMBINED TOTALS LINE.  AN
042100*     ID THE CROSS-REFERENCE COULD NOT PLACE IS FLAGGED SO THE
042150*     JANUARY MAILING DESK CAN CHASE THE LINK.  A CUSTOMER WHOSE
042200*     MAIL IS COMING BACK GETS NO LETTER - IT IS LISTED AS HELD.
042300*----------------------------------------------------------------
042400     ADD 1 TO YE-STATEMENT-COUNT.
042500     MOVE YE-BREAK-ID TO SN-CUST-ID
043000        AND CUST-ID = YE-BREAK-ID
043100        AND YE-BREAK-RESOLVED = 'Y'
043200         WRITE YEAR-END-RPT-LINE FROM YE-STMT-ADDR-LINE
043210         IF CUST-MAIL-RETURNED
043220             PERFORM 2450-HOLD-STATEMENT-LETTER THRU 2450-EXIT
043230         ELSE
043240             PERFORM 2400-WRITE-STATEMENT-LETTER THRU 2400-EXIT
043250         END-IF
043300     END-IF.
043400     MOVE YE-GROUP-TAX      TO YS-TOTAL-TAX.
043500     MOVE YE-GROUP-INTEREST TO YS-TOTAL-INTEREST.
044251     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
044252 2400-EXIT.
044254     EXIT.
044254
044254*----------------------------------------------------------------
044254 2450-HOLD-STATEMENT-LETTER.
044254*     THE CUSTOMER'S ADDRESS IS FLAGGED FOR RETURNED MAIL, SO THE
044254*     LETTER IS NOT WRITTEN.  IT IS LISTED FOR THE MAILING DESK,
044254*     WHICH SENDS IT BY HAND ONCE A GOOD ADDRESS IS ON FILE.
044254*----------------------------------------------------------------
044254     ADD 1 TO YE-HELD-COUNT.
044254     MOVE YE-BREAK-ID        TO YXD-CUST-ID.
044254     MOVE CUST-NAME          TO YXD-NAME.
044254     MOVE CUST-ADDRESS       TO YXD-ADDRESS.
044254     MOVE CUST-RETURNED-DATE TO YXD-RETURNED.
044254     WRITE MAIL-EXCEPTION-LINE FROM YE-EXC-DETAIL-LINE.
044254     MOVE "YEMAILX " TO FST-FILE-NAME.
044254     MOVE "WRITE   " TO FST-OPERATION.
044254     MOVE YE-EXC-STATUS TO FST-STATUS.
044254     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
044254 2450-EXIT.
044254     EXIT.
044256
044258*----------------------------------------------------------------
044260 2420-BUILD-LETTER-SALUTATION.
