000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARCHAIN                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : THE ONE COPY OF THE AUDIT CHAIN ARITHMETIC (SEE *
001000*                COPYBOOK PARCHN FOR THE PARAMETER AREA).  FOR   *
001100*                ONE PARAUD RECORD IT RETURNS -                  *
001200*                  CHN-REC-HASH   - A CHECK VALUE OF THE WHOLE   *
001300*                                   RECORD, ITS TWO HASH FIELDS  *
001400*                                   TAKEN AS ZERO;               *
001500*                  CHN-CHAIN-HASH - A CHECK VALUE OF THE PREVIOUS*
001600*                                   RECORD'S CHAIN HASH FOLLOWED *
001700*                                   BY THIS RECORD'S OWN.        *
001800*                AN EDITED RECORD NO LONGER MATCHES ITS OWN CHECK*
001900*                VALUE, AND A RECORD DROPPED, SLIPPED IN OR MOVED*
002000*                NO LONGER LINKS TO ITS NEIGHBOUR.  EACH CHECK   *
002100*                VALUE IS TWO NINE-DIGIT POLYNOMIAL REMAINDERS   *
002200*                OVER THE BYTES OF THE TEXT, TAKEN MODULO TWO    *
002300*                DIFFERENT PRIMES.  NO I/O IS DONE HERE AND      *
002400*                NOTHING CICS-SPECIFIC APPEARS, AS IN PARCALC.   *
002500*                                                                *
002600*   MODIFICATION HISTORY                                         *
002700*   ---------------------------------------------------------    *
002800*   2026-10-15  JA  ORIGINAL.                                    *
002900******************************************************************
003000 PROGRAM-ID. PARCHAIN.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800******************************************************************
003900*  COMPUTATION WORK AREAS                                        *
004000******************************************************************
004100 77  WS-TEXT-LEN                PIC 9(04) VALUE ZERO COMP.
004200 77  WS-IX                      PIC 9(04) VALUE ZERO COMP.
004300 77  WS-HASH-A                  PIC 9(18) VALUE ZERO COMP.
004400 77  WS-HASH-B                  PIC 9(18) VALUE ZERO COMP.
004500 77  WS-QUOTIENT                PIC 9(18) VALUE ZERO COMP.
004600 77  WS-REMAINDER               PIC 9(18) VALUE ZERO COMP.
004700 77  WS-HASH-RESULT             PIC 9(18) VALUE ZERO.
004800
004900 01  WS-HASH-TEXT               PIC X(130).
005000
005100 01  WS-LINK-TEXT.
005200     05  WS-LINK-PREV-HASH       PIC 9(18).
005300     05  WS-LINK-REC-HASH        PIC 9(18).
005400
005500******************************************************************
005600*  ONE BYTE OF TEXT AS A NUMBER 0-255 - THE BYTE IS MOVED INTO   *
005700*  THE LOW HALF OF A BINARY HALFWORD WHOSE HIGH HALF STAYS ZERO. *
005800******************************************************************
005900 01  WS-BYTE-WORK.
006000     05  WS-BYTE-HIGH            PIC X(01) VALUE LOW-VALUE.
006100     05  WS-BYTE-LOW             PIC X(01) VALUE LOW-VALUE.
006200 01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
006300                                 PIC 9(04) COMP.
006400
006500 LINKAGE SECTION.
006600 COPY PARCHN.
006700
006800 PROCEDURE DIVISION USING PAR-CHAIN-AREA.
006900
007000******************************************************************
007100*  0000-MAINLINE                                                 *
007200*  AUD-REC-HASH AND AUD-CHAIN-HASH ARE BYTES 90-125 OF THE       *
007300*  RECORD (SEE PARAUD) - THEY ARE ZEROED IN THE WORK COPY SO A   *
007400*  STAMPED RECORD HASHES THE SAME AS IT DID BEFORE STAMPING.     *
007500******************************************************************
007600 0000-MAINLINE.
007700     MOVE CHN-AUDIT-IMAGE TO WS-HASH-TEXT
007800     MOVE ZEROS TO WS-HASH-TEXT (90:36)
007900     MOVE 130 TO WS-TEXT-LEN
008000     PERFORM 2000-HASH-TEXT THRU 2000-HASH-TEXT-EXIT
008100     MOVE WS-HASH-RESULT TO CHN-REC-HASH
008200     MOVE CHN-PREV-CHAIN-HASH TO WS-LINK-PREV-HASH
008300     MOVE CHN-REC-HASH        TO WS-LINK-REC-HASH
008400     MOVE SPACES       TO WS-HASH-TEXT
008500     MOVE WS-LINK-TEXT TO WS-HASH-TEXT
008600     MOVE 36 TO WS-TEXT-LEN
008700     PERFORM 2000-HASH-TEXT THRU 2000-HASH-TEXT-EXIT
008800     MOVE WS-HASH-RESULT TO CHN-CHAIN-HASH
008900     GO TO 9999-EXIT.
009000
009100******************************************************************
009200*  2000-HASH-TEXT                                                *
009300*  CHECK VALUE OF THE FIRST WS-TEXT-LEN BYTES OF WS-HASH-TEXT -  *
009400*  THE TWO REMAINDERS SIDE BY SIDE AS AN 18-DIGIT NUMBER.        *
009500******************************************************************
009600 2000-HASH-TEXT.
009700     MOVE ZERO TO WS-HASH-A
009800     MOVE ZERO TO WS-HASH-B
009900     MOVE 1 TO WS-IX
010000     PERFORM 2100-HASH-ONE-BYTE THRU 2100-HASH-ONE-BYTE-EXIT
010100         UNTIL WS-IX > WS-TEXT-LEN
010200     MULTIPLY WS-HASH-A BY 1000000000 GIVING WS-HASH-RESULT
010300     ADD WS-HASH-B TO WS-HASH-RESULT.
010400 2000-HASH-TEXT-EXIT.
010500     EXIT.
010600
010700******************************************************************
010800*  2100-HASH-ONE-BYTE                                            *
010900*  A = (A * 263 + BYTE + 1) MOD 999999937                        *
011000*  B = (B * 271 + BYTE + 1) MOD 999999929                        *
011100*  ORDINARY MULTIPLY/DIVIDE IN PLACE OF FUNCTION MOD - NEITHER   *
011200*  INTERMEDIATE EXCEEDS TWELVE DIGITS.                           *
011300******************************************************************
011400 2100-HASH-ONE-BYTE.
011500     MOVE WS-HASH-TEXT (WS-IX:1) TO WS-BYTE-LOW
011600     MULTIPLY 263 BY WS-HASH-A
011700     ADD WS-BYTE-VALUE 1 TO WS-HASH-A
011800     DIVIDE WS-HASH-A BY 999999937 GIVING WS-QUOTIENT
011900         REMAINDER WS-REMAINDER
012000     MOVE WS-REMAINDER TO WS-HASH-A
012100     MULTIPLY 271 BY WS-HASH-B
012200     ADD WS-BYTE-VALUE 1 TO WS-HASH-B
012300     DIVIDE WS-HASH-B BY 999999929 GIVING WS-QUOTIENT
012400         REMAINDER WS-REMAINDER
012500     MOVE WS-REMAINDER TO WS-HASH-B
012600     ADD 1 TO WS-IX.
012700 2100-HASH-ONE-BYTE-EXIT.
012800     EXIT.
012900
013000 9999-EXIT.
013100     GOBACK.
