000900*                AND VAL-MAX-RANGE.  8100-CHECK-NON-BLANK CHECKS
001000*                THAT VAL-ALPHA-INPUT IS NOT SPACES.  BOTH SET
001100*                VAL-ERROR-SW AND VAL-ERROR-MESSAGE FOR THE
001150*                CALLER TO DISPLAY.  8200-CHECK-TIN CHECKS THE
001200*                FORMAT OF THE TAXPAYER ID IN VAL-TIN-INPUT FOR
001250*                THE ID TYPE IN VAL-TIN-TYPE THE SAME WAY.
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
001700* 08/09/2026  RLM  ORIGINAL COPYBOOK - FACTORED OUT OF THE
001800*                  NON-BLANK AND RANGE CHECKS DUPLICATED ACROSS
001900*                  CALCULATION, TAX, INTEREST, AND HELLONAME.
001910* 09/29/2026  RLM  ADDED 8200-CHECK-TIN - NINE DIGITS, AND FOR A
001920*                  SOCIAL SECURITY NUMBER NO 000, 666, OR 9XX
001930*                  AREA, 00 GROUP, OR 0000 SERIAL; FOR AN
001940*                  EMPLOYER ID NO 00 PREFIX.  SHARED BY CUSTMAINT
001950*                  AND THE INTEREST INFORMATION RETURN.
002000*----------------------------------------------------------------
002100 8000-CHECK-NUMERIC-RANGE.
002200     MOVE 'N' TO VAL-ERROR-SW.
003900     END-IF.
004000 8100-EXIT.
004100     EXIT.
004200
004300 8200-CHECK-TIN.
004400     MOVE 'N' TO VAL-ERROR-SW.
004500     MOVE SPACES TO VAL-ERROR-MESSAGE.
004600     IF VAL-TIN-INPUT = SPACES
004700         MOVE 'Y' TO VAL-ERROR-SW
004800         MOVE "Taxpayer ID is missing." TO VAL-ERROR-MESSAGE
004900         GO TO 8200-EXIT
005000     END-IF.
005100     IF NOT VAL-TIN-SSN AND NOT VAL-TIN-EIN
005200         MOVE 'Y' TO VAL-ERROR-SW
005300         MOVE "Taxpayer ID type must be S or E."
005400             TO VAL-ERROR-MESSAGE
005500         GO TO 8200-EXIT
005600     END-IF.
005700     IF VAL-TIN-INPUT NOT NUMERIC
005800         MOVE 'Y' TO VAL-ERROR-SW
005900         MOVE "Taxpayer ID must be nine digits."
006000             TO VAL-ERROR-MESSAGE
006100         GO TO 8200-EXIT
006200     END-IF.
006300     IF VAL-TIN-SSN
006400         IF VAL-TIN-AREA = "000" OR VAL-TIN-AREA = "666"
006500            OR VAL-TIN-AREA-FIRST = "9"
006600            OR VAL-TIN-GROUP = "00"
006700            OR VAL-TIN-SERIAL = "0000"
006800             MOVE 'Y' TO VAL-ERROR-SW
006900             MOVE "Not a valid social security number."
007000                 TO VAL-ERROR-MESSAGE
007100         END-IF
007200     ELSE
007300         IF VAL-TIN-PREFIX = "00"
007400             MOVE 'Y' TO VAL-ERROR-SW
007500             MOVE "Not a valid employer ID number."
007600                 TO VAL-ERROR-MESSAGE
007700         END-IF
007800     END-IF.
007900 8200-EXIT.
008000     EXIT.
