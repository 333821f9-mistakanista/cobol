000800*                CHECKED INTO VAL-NUMERIC-INPUT OR
000900*                VAL-ALPHA-INPUT (AND VAL-MIN-RANGE AND
001000*                VAL-MAX-RANGE FOR A RANGE CHECK) BEFORE
001050*                PERFORMING THE MATCHING VALIDPR PARAGRAPH.  A
001100*                TAXPAYER ID CHECK TAKES VAL-TIN-TYPE AND
001150*                VAL-TIN-INPUT.
001200*----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*----------------------------------------------------------------
001600* 08/09/2026  RLM  ORIGINAL COPYBOOK - FACTORED OUT OF THE
001700*                  NON-BLANK AND RANGE CHECKS DUPLICATED ACROSS
001800*                  CALCULATION, TAX, INTEREST, AND HELLONAME.
001820* 09/29/2026  RLM  ADDED VAL-TIN-TYPE AND VAL-TIN-INPUT, WITH
001840*                  THE AREA/GROUP/SERIAL AND EIN PREFIX VIEWS,
001860*                  FOR THE 8200-CHECK-TIN FORMAT CHECK.
001900*----------------------------------------------------------------
002000 01  VAL-NUMERIC-INPUT          PIC 9(09).
002100 01  VAL-MIN-RANGE              PIC 9(09).
002200 01  VAL-MAX-RANGE              PIC 9(09).
002300 01  VAL-ALPHA-INPUT            PIC X(20).
002305 01  VAL-TIN-TYPE               PIC X(01).
002310     88  VAL-TIN-SSN                        VALUE 'S'.
002315     88  VAL-TIN-EIN                        VALUE 'E'.
002320 01  VAL-TIN-INPUT              PIC X(09).
002325 01  VAL-TIN-SSN-VIEW REDEFINES VAL-TIN-INPUT.
002330     05  VAL-TIN-AREA           PIC X(03).
002335     05  VAL-TIN-GROUP          PIC X(02).
002340     05  VAL-TIN-SERIAL         PIC X(04).
002345 01  VAL-TIN-EIN-VIEW REDEFINES VAL-TIN-INPUT.
002350     05  VAL-TIN-PREFIX         PIC X(02).
002355     05  FILLER                 PIC X(07).
002360 01  VAL-TIN-AREA-VIEW REDEFINES VAL-TIN-INPUT.
002365     05  VAL-TIN-AREA-FIRST     PIC X(01).
002370     05  FILLER                 PIC X(08).
002400 01  VAL-ERROR-SW               PIC X(01) VALUE 'N'.
002500     88  VAL-ERROR-FOUND                    VALUE 'Y'.
002600 01  VAL-ERROR-MESSAGE          PIC X(40).
