002010*   2026-09-03  JA  THE AUDIT RECORD NOW CARRIES THE VALOR       *
002020*                    SIGN (AUD-SIGN) - A NEGATIVE PRINTS '-'     *
002030*                    BESIDE THE VALOR COLUMN.                    *
002040*   2026-10-15  JA  AN ACCOUNT FILTER NOW FOLLOWS MERGES ON THE  *
002050*                    ACCVSAM MASTER - A RETIRED NUMBER AND ITS   *
002060*                    SUCCESSOR SELECT AS ONE ACCOUNT, AND THE    *
002070*                    NUMBER A RE-ROUTED RECORD ARRIVED UNDER     *
002080*                    PRINTS IN A CONTA ORIGEM COLUMN.            *
002082*   2026-10-15  JA  A COMPENSATING RECORD WRITTEN BY THE       *
002084*                    PARBKOUT RUN BACKOUT PRINTS 'ESTORNO' IN A  *
002086*                    NEW COLUMN.                                 *
002100******************************************************************
002200 PROGRAM-ID. PARAUDRP.
002300 DATE-WRITTEN. 2026-08-22.
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS FS-AUDIN.
003200
003210
003220     SELECT OPTIONAL ACCFILE ASSIGN TO ACCFILE
003230         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS DYNAMIC
003250         RECORD KEY IS ACC-ACCOUNT-NO
003260         FILE STATUS IS FS-ACCFILE.
003300     SELECT PRMCARD ASSIGN TO PRMCARD
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS FS-PRMCARD.
004400     RECORDING MODE IS F.
004500     COPY PARAUD.
004600
004610 FD  ACCFILE.
004620     COPY PARACC.
004700 FD  PRMCARD
004800     RECORDING MODE IS F.
004900 01  PRMCARD-RECORD             PIC X(80).
005800******************************************************************
005900 77  FS-AUDIN                   PIC X(02) VALUE '00'.
006000 77  FS-PRMCARD                 PIC X(02) VALUE '00'.
006050 77  FS-ACCFILE                 PIC X(02) VALUE '00'.
006100 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
006200
006300******************************************************************
006800 77  WS-SELECT-SW               PIC X(01) VALUE 'N'.
006900     88  RECORD-SELECTED                  VALUE 'Y'.
007000     88  RECORD-NOT-SELECTED              VALUE 'N'.
007010 77  WS-MST-EOF-SW              PIC X(01) VALUE 'N'.
007020     88  END-OF-MASTER                    VALUE 'Y'.
007030 77  WS-MAP-DONE-SW             PIC X(01) VALUE 'N'.
007040     88  MAP-IS-DONE                      VALUE 'Y'.
007100
007200******************************************************************
007300*  COUNTERS                                                      *
007900 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
008000
008100 77  WS-AUD-DATE                PIC X(10) VALUE SPACES.
008104 77  WS-FILTER-ACCOUNT          PIC X(10) VALUE SPACES.
008108 77  WS-RECORD-ACCOUNT          PIC X(10) VALUE SPACES.
008112
008116******************************************************************
008120*  MERGE TABLE - RETIRED ACCOUNT AND THE SUCCESSOR IT WAS MERGED *
008124*  INTO, LOADED FROM THE ACCOUNT MASTER AT START-UP, SO THE      *
008128*  ACCOUNT FILTER SEES BOTH NUMBERS AS ONE ACCOUNT HISTORY.      *
008132*  WS-MAP-ACCOUNT IS THE NUMBER 1140-MAP-SUCCESSOR RESOLVES.     *
008136******************************************************************
008140 77  WS-MRG-MAX                 PIC 9(05) VALUE 500 COMP.
008144 77  WS-MRG-COUNT               PIC 9(05) VALUE ZERO COMP.
008148 77  WS-MRG-SUB                 PIC 9(05) VALUE ZERO COMP.
008152 77  WS-MRG-FOUND-SUB           PIC 9(05) VALUE ZERO COMP.
008156 77  WS-MRG-HOPS                PIC 9(02) VALUE ZERO COMP.
008160 77  WS-MRG-HOP-MAX             PIC 9(02) VALUE 5 COMP.
008164 77  WS-MAP-ACCOUNT             PIC X(10) VALUE SPACES.
008168
008172 01  WS-MERGE-TABLE.
008176     05  WS-MRG-ENTRY OCCURS 500 TIMES.
008180         10  WS-MRG-OLD-ACCOUNT  PIC X(10).
008184         10  WS-MRG-NEW-ACCOUNT  PIC X(10).
008200
008300******************************************************************
008400*  PARAMETER CARD WORKING COPY                                   *
013800     05  FILLER                  PIC X(07) VALUE 'RESTO'.
013900     05  FILLER                  PIC X(10) VALUE 'RESULTADO'.
014000     05  FILLER                  PIC X(07) VALUE 'CANAL'.
014100     05  FILLER                  PIC X(13) VALUE 'CONTA ORIGEM'.
014150     05  FILLER                  PIC X(08) VALUE 'ESTORNO'.
014160     05  FILLER                  PIC X(16) VALUE SPACES.
014200
014300 01  WS-RPT-DETAIL-LINE.
014400     05  RPT-D-RUN-ID            PIC X(10).
015300     05  RPT-D-RESULT            PIC X(10).
015400     05  FILLER                  PIC X(03) VALUE SPACES.
015500     05  RPT-D-CHANNEL           PIC X(01).
015600     05  FILLER                  PIC X(03) VALUE SPACES.
015620     05  RPT-D-ORIG-ACCOUNT      PIC X(10).
015640     05  FILLER                  PIC X(03) VALUE SPACES.
015650     05  RPT-D-BACKOUT           PIC X(07).
015660     05  FILLER                  PIC X(17) VALUE SPACES.
015700
015800 01  WS-RPT-TOTAL-LINE.
015900     05  RPT-T-LABEL             PIC X(32).
020200         END-READ
020300         CLOSE PRMCARD
020400     END-IF
020410     PERFORM 1080-LOAD-MERGES THRU 1080-LOAD-MERGES-EXIT
020420     MOVE APM-ACCOUNT-NO TO WS-FILTER-ACCOUNT
020430     IF APM-ACCOUNT-NO NOT = SPACES
020440      AND WS-MRG-COUNT > ZERO
020450         MOVE APM-ACCOUNT-NO TO WS-MAP-ACCOUNT
020460         PERFORM 1140-MAP-SUCCESSOR THRU 1140-MAP-SUCCESSOR-EXIT
020470         MOVE WS-MAP-ACCOUNT TO WS-FILTER-ACCOUNT
020480     END-IF
020500     OPEN OUTPUT RPTFILE
020600     IF FS-RPTFILE NOT = '00'
020700         DISPLAY 'PARAUDRP - UNABLE TO OPEN RPTFILE, STATUS='
021400 1000-INITIALIZE-EXIT.
021500     EXIT.
021600
021601******************************************************************
021602*  1080-LOAD-MERGES                                              *
021603*  EVERY ACCOUNT RETIRED INTO A SUCCESSOR (PARMAINT 'M' CARD),   *
021604*  WHATEVER ITS MERGE DATE - THE INQUIRY SPANS THE WHOLE HISTORY.*
021605*  NO MASTER LEAVES EVERY NUMBER STANDING ALONE.                 *
021606******************************************************************
021607 1080-LOAD-MERGES.
021608     OPEN INPUT ACCFILE
021609     IF FS-ACCFILE NOT = '00'
021610         GO TO 1080-LOAD-MERGES-EXIT
021611     END-IF
021612     MOVE LOW-VALUES TO ACC-ACCOUNT-NO
021613     START ACCFILE KEY NOT < ACC-ACCOUNT-NO
021614         INVALID KEY
021615             SET END-OF-MASTER TO TRUE
021616     END-START
021617     PERFORM 1085-NOTE-ONE-MERGE THRU 1085-NOTE-ONE-MERGE-EXIT
021618         UNTIL END-OF-MASTER
021619     CLOSE ACCFILE.
021620 1080-LOAD-MERGES-EXIT.
021621     EXIT.
021622
021623 1085-NOTE-ONE-MERGE.
021624     READ ACCFILE NEXT
021625         AT END
021626             SET END-OF-MASTER TO TRUE
021627             GO TO 1085-NOTE-ONE-MERGE-EXIT
021628     END-READ
021629     IF ACC-NOT-MERGED
021630         GO TO 1085-NOTE-ONE-MERGE-EXIT
021631     END-IF
021632     IF WS-MRG-COUNT >= WS-MRG-MAX
021633         DISPLAY 'PARAUDRP - MERGE TABLE OVERFLOW AT '
021634             WS-MRG-MAX ' ACCOUNTS'
021635         MOVE 16 TO RETURN-CODE
021636         GO TO 9999-EXIT
021637     END-IF
021638     ADD 1 TO WS-MRG-COUNT
021639     MOVE ACC-ACCOUNT-NO   TO WS-MRG-OLD-ACCOUNT (WS-MRG-COUNT)
021640     MOVE ACC-SUCCESSOR-NO TO WS-MRG-NEW-ACCOUNT (WS-MRG-COUNT).
021641 1085-NOTE-ONE-MERGE-EXIT.
021642     EXIT.
021643
021644******************************************************************
021645*  1140-MAP-SUCCESSOR                                            *
021646*  REPLACES WS-MAP-ACCOUNT BY THE ACCOUNT IT WAS MERGED INTO,    *
021647*  FOLLOWING A CHAIN OF MERGES TO ITS END.  A NUMBER THAT WAS    *
021648*  NEVER RETIRED COMES BACK UNCHANGED.                           *
021649******************************************************************
021650 1140-MAP-SUCCESSOR.
021651     MOVE ZERO TO WS-MRG-HOPS
021652     MOVE 'N' TO WS-MAP-DONE-SW
021653     PERFORM 1145-MAP-ONE-HOP THRU 1145-MAP-ONE-HOP-EXIT
021654         UNTIL MAP-IS-DONE.
021655 1140-MAP-SUCCESSOR-EXIT.
021656     EXIT.
021657
021658 1145-MAP-ONE-HOP.
021659     MOVE ZERO TO WS-MRG-SUB
021660     MOVE ZERO TO WS-MRG-FOUND-SUB
021661     PERFORM 1146-TEST-ONE-MERGE THRU 1146-TEST-ONE-MERGE-EXIT
021662         UNTIL WS-MRG-FOUND-SUB > ZERO
021663            OR WS-MRG-SUB >= WS-MRG-COUNT
021664     IF WS-MRG-FOUND-SUB = ZERO
021665      OR WS-MRG-HOPS >= WS-MRG-HOP-MAX
021666         SET MAP-IS-DONE TO TRUE
021667         GO TO 1145-MAP-ONE-HOP-EXIT
021668     END-IF
021669     ADD 1 TO WS-MRG-HOPS
021670     MOVE WS-MRG-NEW-ACCOUNT (WS-MRG-FOUND-SUB) TO WS-MAP-ACCOUNT.
021671 1145-MAP-ONE-HOP-EXIT.
021672     EXIT.
021673
021674 1146-TEST-ONE-MERGE.
021675     ADD 1 TO WS-MRG-SUB
021676     IF WS-MRG-OLD-ACCOUNT (WS-MRG-SUB) = WS-MAP-ACCOUNT
021677         MOVE WS-MRG-SUB TO WS-MRG-FOUND-SUB
021678     END-IF.
021679 1146-TEST-ONE-MERGE-EXIT.
021680     EXIT.
021700******************************************************************
021800*  1400-WRITE-REPORT-HEADERS                                     *
021900******************************************************************
027500*  EVERY FILTER IS OPTIONAL - A BLANK PARAMETER FIELD PASSES     *
027600*  EVERY RECORD.  THE AUDIT DATE IS THE FIRST TEN BYTES OF THE   *
027700*  TIMESTAMP (CCYY-MM-DD), SO A CHARACTER COMPARE ORDERS IT      *
027800*  CORRECTLY.  THE ACCOUNT COMPARE IS MADE ON THE END OF EACH    *
027810*  NUMBER'S MERGE CHAIN, SO A RETIRED ACCOUNT AND ITS SUCCESSOR  *
027820*  SELECT TOGETHER WHICHEVER OF THE TWO THE CARD NAMES.          *
027900******************************************************************
028000 2200-APPLY-FILTERS.
028100     SET RECORD-SELECTED TO TRUE
029000         SET RECORD-NOT-SELECTED TO TRUE
029100         GO TO 2200-APPLY-FILTERS-EXIT
029200     END-IF
029300     MOVE AUD-ACCOUNT-NO TO WS-RECORD-ACCOUNT
029310     IF APM-ACCOUNT-NO NOT = SPACES
029320      AND WS-MRG-COUNT > ZERO
029330         MOVE AUD-ACCOUNT-NO TO WS-MAP-ACCOUNT
029340         PERFORM 1140-MAP-SUCCESSOR THRU 1140-MAP-SUCCESSOR-EXIT
029350         MOVE WS-MAP-ACCOUNT TO WS-RECORD-ACCOUNT
029360     END-IF
029370     IF APM-ACCOUNT-NO NOT = SPACES
029400      AND WS-RECORD-ACCOUNT NOT = WS-FILTER-ACCOUNT
029500         SET RECORD-NOT-SELECTED TO TRUE
029600         GO TO 2200-APPLY-FILTERS-EXIT
029700     END-IF
031700     MOVE AUD-RESTO      TO RPT-D-RESTO
031800     MOVE AUD-RESULT     TO RPT-D-RESULT
031900     MOVE AUD-CHANNEL    TO RPT-D-CHANNEL
031950     MOVE AUD-ORIG-ACCOUNT-NO TO RPT-D-ORIG-ACCOUNT
031960     IF AUD-IS-BACKOUT
031970         MOVE 'ESTORNO' TO RPT-D-BACKOUT
031980     END-IF
032000     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
032100         AFTER ADVANCING 1 LINE
032200     ADD 1 TO WS-LINE-COUNT.
