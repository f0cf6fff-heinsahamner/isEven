000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARAUDSQ                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : APPENDS PARAUD RECORDS THAT WERE WRITTEN        *
001000*                OUTSIDE THE BATCH RUN (THE PAUD QUEUE OF ONLINE *
001100*                DECISIONS) TO THE LIVE AUDIT FILE, STAMPING     *
001200*                EACH WITH THE NEXT NUMBER OF THE ONE AUDIT      *
001300*                SEQUENCE, ITS CHECK VALUE AND ITS CHAIN HASH    *
001400*                (PARCHAIN) ON THE WAY IN - THE SAME STAMP       *
001500*                PARIDADE PUTS ON ITS OWN RECORDS.  THE CHAIN    *
001600*                CONTINUES FROM THE LAST RECORD OF TAILIN (THE   *
001700*                LIVE FILE BEING EXTENDED), OR OF ARCTAIL (THE   *
001800*                ARCHIVE) WHEN TAILIN HOLDS NOTHING STAMPED, OR  *
001900*                FROM SEQUENCE ONE AND A ZERO HASH WHEN NEITHER  *
002000*                DOES - WHICH IS HOW THE CONVERSION JOB CHAINS   *
002100*                AN UNSTAMPED FILE FROM SCRATCH.                 *
002200*                                                                *
002300*                A RECORD THAT ARRIVES ALREADY STAMPED IS        *
002400*                STAMPED AGAIN AND COUNTED, AND THE STEP ENDS    *
002500*                RC=4 - STAMPED RECORDS BELONG TO THE CHAIN      *
002600*                ALREADY AND SHOULD NOT BE PRESENTED TWICE.      *
002700*                                                                *
002800*   MODIFICATION HISTORY                                         *
002900*   ---------------------------------------------------------    *
003000*   2026-10-15  JA  ORIGINAL.                                    *
003100******************************************************************
003200 PROGRAM-ID. PARAUDSQ.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT AUDIN ASSIGN TO AUDIN
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-AUDIN.
004200
004300     SELECT OPTIONAL TAILIN ASSIGN TO TAILIN
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-TAILIN.
004600
004700     SELECT OPTIONAL ARCTAIL ASSIGN TO ARCTAIL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-ARCTAIL.
005000
005100     SELECT AUDOUT ASSIGN TO AUDOUT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-AUDOUT.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  AUDIN
005800     RECORDING MODE IS F.
005900     COPY PARAUD.
006000
006100*    ONLY THE CHAIN FIELDS OF TAILIN AND ARCTAIL ARE NEEDED -
006200*    SAME POSITIONS AS IN PARAUD.
006300 FD  TAILIN
006400     RECORDING MODE IS F.
006500 01  TAILIN-RECORD.
006600     05  FILLER                  PIC X(79).
006700     05  TLN-CHAIN-SEQ           PIC 9(10).
006800     05  TLN-REC-HASH            PIC 9(18).
006900     05  TLN-CHAIN-HASH          PIC 9(18).
007000     05  FILLER                  PIC X(05).
007100
007200 FD  ARCTAIL
007300     RECORDING MODE IS F.
007400 01  ARCTAIL-RECORD.
007500     05  FILLER                  PIC X(79).
007600     05  ARC-CHAIN-SEQ           PIC 9(10).
007700     05  ARC-REC-HASH            PIC 9(18).
007800     05  ARC-CHAIN-HASH          PIC 9(18).
007900     05  FILLER                  PIC X(05).
008000
008100 FD  AUDOUT
008200     RECORDING MODE IS F.
008300 01  AUDOUT-RECORD              PIC X(130).
008400
008500 WORKING-STORAGE SECTION.
008600******************************************************************
008700*  FILE STATUS FIELDS                                            *
008800******************************************************************
008900 77  FS-AUDIN                   PIC X(02) VALUE '00'.
009000 77  FS-TAILIN                  PIC X(02) VALUE '00'.
009100 77  FS-ARCTAIL                 PIC X(02) VALUE '00'.
009200 77  FS-AUDOUT                  PIC X(02) VALUE '00'.
009300
009400******************************************************************
009500*  SWITCHES                                                      *
009600******************************************************************
009700 77  WS-AUD-EOF-SW              PIC X(01) VALUE 'N'.
009800     88  END-OF-AUDIT                     VALUE 'Y'.
009900 77  WS-ASC-EOF-SW              PIC X(01) VALUE 'N'.
010000     88  END-OF-AUDIT-SCAN                VALUE 'Y'.
010100 77  WS-ASC-FOUND-SW            PIC X(01) VALUE 'N'.
010200     88  CHAIN-TAIL-FOUND                 VALUE 'Y'.
010300
010400******************************************************************
010500*  COUNTERS                                                      *
010600******************************************************************
010700 77  WS-READ-COUNT              PIC 9(09) VALUE ZERO COMP.
010800 77  WS-RESTAMP-COUNT           PIC 9(09) VALUE ZERO COMP.
010900
011000******************************************************************
011100*  THE CHAIN - THE TAIL IT CONTINUES FROM AND THE RANGE STAMPED  *
011200******************************************************************
011300 77  WS-CHAIN-SEQ               PIC 9(10) VALUE ZERO.
011400 77  WS-CHAIN-HASH              PIC 9(18) VALUE ZERO.
011500 77  WS-TAIL-SEQ                PIC 9(10) VALUE ZERO.
011600 77  WS-FIRST-SEQ               PIC 9(10) VALUE ZERO.
011700 COPY PARCHN.
011800
011900 PROCEDURE DIVISION.
012000
012100******************************************************************
012200*  0000-MAINLINE                                                 *
012300******************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
012600     PERFORM 2000-READ-AUDIT THRU 2000-READ-AUDIT-EXIT.
012700     PERFORM 2100-STAMP-ONE-RECORD
012800         THRU 2100-STAMP-ONE-RECORD-EXIT
012900         UNTIL END-OF-AUDIT.
013000     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT.
013100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
013200     GO TO 9999-EXIT.
013300
013400******************************************************************
013500*  1000-INITIALIZE                                               *
013600*  THE TAIL IS FOUND BEFORE AUDOUT IS OPENED - IN THE DAILY FOLD *
013700*  TAILIN AND AUDOUT ARE THE SAME LIVE FILE.                     *
013800******************************************************************
013900 1000-INITIALIZE.
014000     PERFORM 1100-FIND-CHAIN-TAIL THRU 1100-FIND-CHAIN-TAIL-EXIT
014100     OPEN INPUT AUDIN
014200     IF FS-AUDIN NOT = '00'
014300         DISPLAY 'PARAUDSQ - UNABLE TO OPEN AUDIN, STATUS='
014400             FS-AUDIN
014500         MOVE 16 TO RETURN-CODE
014600         GO TO 9999-EXIT
014700     END-IF
014800     OPEN EXTEND AUDOUT
014900     IF FS-AUDOUT NOT = '00'
015000         OPEN OUTPUT AUDOUT
015100         IF FS-AUDOUT NOT = '00'
015200             DISPLAY 'PARAUDSQ - UNABLE TO OPEN AUDOUT, STATUS='
015300                 FS-AUDOUT
015400             MOVE 16 TO RETURN-CODE
015500             GO TO 9999-EXIT
015600         END-IF
015700     END-IF.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
016000
016100******************************************************************
016200*  1100-FIND-CHAIN-TAIL                                          *
016300*  THE LAST STAMPED RECORD OF TAILIN, ELSE OF ARCTAIL, ELSE A    *
016400*  NEW CHAIN - SAME RULE AS PARIDADE'S 2530-FIND-CHAIN-TAIL.     *
016500******************************************************************
016600 1100-FIND-CHAIN-TAIL.
016700     MOVE ZERO TO WS-CHAIN-SEQ
016800     MOVE ZERO TO WS-CHAIN-HASH
016900     MOVE 'N' TO WS-ASC-FOUND-SW
017000     OPEN INPUT TAILIN
017100     IF FS-TAILIN = '00'
017200         MOVE 'N' TO WS-ASC-EOF-SW
017300         PERFORM 1110-SCAN-ONE-TAIL THRU 1110-SCAN-ONE-TAIL-EXIT
017400             UNTIL END-OF-AUDIT-SCAN
017500         CLOSE TAILIN
017600     END-IF
017700     IF NOT CHAIN-TAIL-FOUND
017800         OPEN INPUT ARCTAIL
017900         IF FS-ARCTAIL = '00'
018000             MOVE 'N' TO WS-ASC-EOF-SW
018100             PERFORM 1120-SCAN-ONE-ARCHIVE
018200                 THRU 1120-SCAN-ONE-ARCHIVE-EXIT
018300                 UNTIL END-OF-AUDIT-SCAN
018400             CLOSE ARCTAIL
018500         END-IF
018600     END-IF
018700     MOVE WS-CHAIN-SEQ TO WS-TAIL-SEQ.
018800 1100-FIND-CHAIN-TAIL-EXIT.
018900     EXIT.
019000
019100 1110-SCAN-ONE-TAIL.
019200     READ TAILIN
019300         AT END
019400             SET END-OF-AUDIT-SCAN TO TRUE
019500             GO TO 1110-SCAN-ONE-TAIL-EXIT
019600     END-READ
019700     IF TLN-CHAIN-SEQ NUMERIC
019800      AND TLN-CHAIN-SEQ > ZERO
019900         MOVE TLN-CHAIN-SEQ  TO WS-CHAIN-SEQ
020000         MOVE TLN-CHAIN-HASH TO WS-CHAIN-HASH
020100         SET CHAIN-TAIL-FOUND TO TRUE
020200     END-IF.
020300 1110-SCAN-ONE-TAIL-EXIT.
020400     EXIT.
020500
020600 1120-SCAN-ONE-ARCHIVE.
020700     READ ARCTAIL
020800         AT END
020900             SET END-OF-AUDIT-SCAN TO TRUE
021000             GO TO 1120-SCAN-ONE-ARCHIVE-EXIT
021100     END-READ
021200     IF ARC-CHAIN-SEQ NUMERIC
021300      AND ARC-CHAIN-SEQ > ZERO
021400         MOVE ARC-CHAIN-SEQ  TO WS-CHAIN-SEQ
021500         MOVE ARC-CHAIN-HASH TO WS-CHAIN-HASH
021600         SET CHAIN-TAIL-FOUND TO TRUE
021700     END-IF.
021800 1120-SCAN-ONE-ARCHIVE-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200*  2000-READ-AUDIT                                               *
022300******************************************************************
022400 2000-READ-AUDIT.
022500     READ AUDIN
022600         AT END
022700             SET END-OF-AUDIT TO TRUE
022800     END-READ.
022900 2000-READ-AUDIT-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*  2100-STAMP-ONE-RECORD                                         *
023400*  SAME STAMP AS PARIDADE'S 2500-WRITE-AUDIT-RECORD.             *
023500******************************************************************
023600 2100-STAMP-ONE-RECORD.
023700     ADD 1 TO WS-READ-COUNT
023800     IF AUD-CHAIN-SEQ NUMERIC
023900      AND AUD-CHAIN-SEQ > ZERO
024000         ADD 1 TO WS-RESTAMP-COUNT
024100     END-IF
024200     ADD 1 TO WS-CHAIN-SEQ
024300     IF WS-FIRST-SEQ = ZERO
024400         MOVE WS-CHAIN-SEQ TO WS-FIRST-SEQ
024500     END-IF
024600     MOVE WS-CHAIN-SEQ       TO AUD-CHAIN-SEQ
024700     MOVE ZERO               TO AUD-REC-HASH
024800     MOVE ZERO               TO AUD-CHAIN-HASH
024900     MOVE PAR-AUDIT-RECORD   TO CHN-AUDIT-IMAGE
025000     MOVE WS-CHAIN-HASH      TO CHN-PREV-CHAIN-HASH
025100     CALL 'PARCHAIN' USING PAR-CHAIN-AREA
025200     MOVE CHN-REC-HASH       TO AUD-REC-HASH
025300     MOVE CHN-CHAIN-HASH     TO AUD-CHAIN-HASH
025400     MOVE CHN-CHAIN-HASH     TO WS-CHAIN-HASH
025500     WRITE AUDOUT-RECORD FROM PAR-AUDIT-RECORD
025600     IF FS-AUDOUT NOT = '00'
025700         DISPLAY 'PARAUDSQ - AUDOUT WRITE FAILED, STATUS='
025800             FS-AUDOUT
025900         MOVE 16 TO RETURN-CODE
026000         GO TO 9999-EXIT
026100     END-IF
026200     PERFORM 2000-READ-AUDIT THRU 2000-READ-AUDIT-EXIT.
026300 2100-STAMP-ONE-RECORD-EXIT.
026400     EXIT.
026500
026600******************************************************************
026700*  8000-WRITE-TOTALS                                             *
026800******************************************************************
026900 8000-WRITE-TOTALS.
027000     DISPLAY 'PARAUDSQ - CADEIA ANTERIOR ATE ' WS-TAIL-SEQ
027100         ' LIDOS=' WS-READ-COUNT
027200     IF WS-READ-COUNT > ZERO
027300         DISPLAY 'PARAUDSQ - ENCADEADOS ' WS-FIRST-SEQ
027400             ' A ' WS-CHAIN-SEQ
027500     END-IF
027600     IF WS-RESTAMP-COUNT > ZERO
027700         DISPLAY 'PARAUDSQ - ' WS-RESTAMP-COUNT
027800             ' REGISTROS JA CHEGARAM ENCADEADOS - VERIFIQUE A'
027900             ' ORIGEM'
028000         MOVE 4 TO RETURN-CODE
028100     END-IF.
028200 8000-WRITE-TOTALS-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600*  9000-TERMINATE                                                *
028700******************************************************************
028800 9000-TERMINATE.
028900     CLOSE AUDIN
029000     CLOSE AUDOUT.
029100 9000-TERMINATE-EXIT.
029200     EXIT.
029300
029400 9999-EXIT.
029500     GOBACK.
