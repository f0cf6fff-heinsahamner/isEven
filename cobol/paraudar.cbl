002200*   MODIFICATION HISTORY                                         *
002300*   ---------------------------------------------------------    *
002400*   2026-08-22  JA  ORIGINAL.                                    *
002410*   2026-10-15  JA  RECORD IS NOW 130 BYTES, CARRYING THE AUDIT  *
002420*                    CHAIN. THE SPLIT IS A CLEAN PREFIX: FROM    *
002430*                    THE FIRST RECORD ON OR AFTER THE CUTOFF     *
002440*                    EVERYTHING IS RETAINED, SO THE ARCHIVE      *
002450*                    FOLLOWED BY THE LIVE FILE IS STILL ONE      *
002460*                    UNBROKEN CHAIN.                             *
002500******************************************************************
002600 PROGRAM-ID. PARAUDAR.
002700 DATE-WRITTEN. 2026-08-22.
005800
005900 FD  ARCOUT
006000     RECORDING MODE IS F.
006100 01  ARCOUT-RECORD              PIC X(130).
006200
006300 FD  AUDOUT
006400     RECORDING MODE IS F.
006500 01  AUDOUT-RECORD              PIC X(130).
006600
006700 WORKING-STORAGE SECTION.
006800******************************************************************
007800******************************************************************
007900 77  WS-AUD-EOF-SW              PIC X(01) VALUE 'N'.
008000     88  END-OF-AUDIT                     VALUE 'Y'.
008010 77  WS-RETAIN-SW               PIC X(01) VALUE 'N'.
008020     88  RETAINING-REST                   VALUE 'Y'.
008100
008200******************************************************************
008300*  COUNTERS                                                      *
008500 77  WS-READ-COUNT              PIC 9(09) VALUE ZERO COMP.
008600 77  WS-ARCHIVE-COUNT           PIC 9(09) VALUE ZERO COMP.
008700 77  WS-RETAIN-COUNT            PIC 9(09) VALUE ZERO COMP.
008710 77  WS-HELD-OLD-COUNT          PIC 9(09) VALUE ZERO COMP.
008800
008900******************************************************************
009000*  PARAMETER WORK AREAS                                          *
017300*  2100-SPLIT-ONE-RECORD                                         *
017400*  THE AUDIT DATE IS THE FIRST TEN BYTES OF THE TIMESTAMP        *
017500*  (CCYY-MM-DD) SO A CHARACTER COMPARE ORDERS IT CORRECTLY.      *
017510*  ONCE ONE RECORD ON OR AFTER THE CUTOFF HAS BEEN SEEN, ALL     *
017520*  THAT FOLLOW ARE RETAINED WHATEVER THEIR DATE - AN OLDER       *
017530*  TIMESTAMP LATER IN THE FILE (A LATE ONLINE FOLD) STAYS IN     *
017540*  CHAIN ORDER AND IS COUNTED AS HELD BACK.                      *
017600******************************************************************
017700 2100-SPLIT-ONE-RECORD.
017800     ADD 1 TO WS-READ-COUNT
017900     MOVE AUD-TIMESTAMP (1:10) TO WS-AUD-DATE
018000     IF WS-AUD-DATE < WS-CUTOFF-DATE
018010      AND NOT RETAINING-REST
018100         WRITE ARCOUT-RECORD FROM PAR-AUDIT-RECORD
018200         ADD 1 TO WS-ARCHIVE-COUNT
018300     ELSE
018310         SET RETAINING-REST TO TRUE
018320         IF WS-AUD-DATE < WS-CUTOFF-DATE
018330             ADD 1 TO WS-HELD-OLD-COUNT
018340         END-IF
018400         WRITE AUDOUT-RECORD FROM PAR-AUDIT-RECORD
018500         ADD 1 TO WS-RETAIN-COUNT
018600     END-IF
019500     DISPLAY 'PARAUDAR - CORTE=' WS-CUTOFF-DATE
019600         ' LIDOS=' WS-READ-COUNT
019700         ' ARQUIVADOS=' WS-ARCHIVE-COUNT
019800         ' RETIDOS=' WS-RETAIN-COUNT
019810     IF WS-HELD-OLD-COUNT > ZERO
019820         DISPLAY 'PARAUDAR - ' WS-HELD-OLD-COUNT
019830             ' ANTERIORES AO CORTE RETIDOS PARA MANTER A CADEIA'
019840     END-IF.
019900 8000-WRITE-TOTALS-EXIT.
020000     EXIT.
020100
