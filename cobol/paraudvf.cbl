000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARAUDVF                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : AUDIT CHAIN VERIFICATION.  READS THE AUDIT      *
001000*                ARCHIVE (ARCIN) AND THEN THE LIVE AUDIT FILE    *
001100*                (AUDIN) AS ONE STREAM AND RE-COMPUTES EVERY     *
001200*                RECORD'S CHECK VALUE AND CHAIN HASH (PARCHAIN). *
001300*                EACH RECORD IS PROVED FOUR WAYS -               *
001400*                  ALTERADO      - ITS CONTENTS NO LONGER MATCH  *
001500*                                  ITS OWN CHECK VALUE;          *
001600*                  LACUNA        - ITS SEQUENCE NUMBER SKIPS     *
001700*                                  AHEAD (RECORDS REMOVED);      *
001800*                  FORA DE ORDEM - ITS SEQUENCE NUMBER IS NOT    *
001900*                                  ABOVE THE ONE BEFORE IT       *
002000*                                  (REORDERED OR REPEATED);      *
002100*                  QUEBRA        - IN SEQUENCE AND UNCHANGED BUT *
002200*                                  NOT CHAINED TO THE RECORD     *
002300*                                  BEFORE IT.                    *
002400*                EVERY FINDING IS LISTED, AND ANY FINDING ENDS   *
002500*                THE STEP RC=8.  THE LAST SEQUENCE NUMBER AND    *
002600*                FINAL CHAIN HASH ARE PRINTED ON EVERY RUN - A   *
002700*                TAIL CUT OFF THE END OF THE FILE LEAVES NO GAP  *
002800*                BEHIND IT, SO AUDIT KEEPS THOSE TWO FIGURES AND *
002900*                CHECKS THE NEXT RUN STARTS NO LOWER.            *
003000*                                                                *
003100*   MODIFICATION HISTORY                                         *
003200*   ---------------------------------------------------------    *
003300*   2026-10-15  JA  ORIGINAL.                                    *
003400******************************************************************
003500 PROGRAM-ID. PARAUDVF.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL ARCIN ASSIGN TO ARCIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-ARCIN.
004500
004600     SELECT AUDIN ASSIGN TO AUDIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-AUDIN.
004900
005000     SELECT RPTFILE ASSIGN TO RPTFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-RPTFILE.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ARCIN
005700     RECORDING MODE IS F.
005800 01  ARCIN-RECORD               PIC X(130).
005900
006000 FD  AUDIN
006100     RECORDING MODE IS F.
006200 01  AUDIN-RECORD               PIC X(130).
006300
006400 FD  RPTFILE
006500     RECORDING MODE IS F.
006600 01  RPT-LINE                   PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900******************************************************************
007000*  FILE STATUS FIELDS                                            *
007100******************************************************************
007200 77  FS-ARCIN                   PIC X(02) VALUE '00'.
007300 77  FS-AUDIN                   PIC X(02) VALUE '00'.
007400 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
007500
007600******************************************************************
007700*  SWITCHES                                                      *
007800******************************************************************
007900 77  WS-AUD-EOF-SW              PIC X(01) VALUE 'N'.
008000     88  END-OF-AUDIT                     VALUE 'Y'.
008100 77  WS-SOURCE-SW               PIC X(01) VALUE 'A'.
008200     88  READING-ARCHIVE                  VALUE 'A'.
008300     88  READING-LIVE                     VALUE 'V'.
008400 77  WS-ALTERED-SW              PIC X(01) VALUE 'N'.
008500     88  RECORD-ALTERED                   VALUE 'Y'.
008600
008700******************************************************************
008800*  COUNTERS                                                      *
008900******************************************************************
009000 77  WS-ARCHIVE-COUNT           PIC 9(09) VALUE ZERO COMP.
009100 77  WS-LIVE-COUNT              PIC 9(09) VALUE ZERO COMP.
009200 77  WS-POSITION                PIC 9(09) VALUE ZERO COMP.
009300 77  WS-GAP-COUNT               PIC 9(09) VALUE ZERO COMP.
009400 77  WS-MISSING-COUNT           PIC 9(10) VALUE ZERO.
009500 77  WS-BREAK-COUNT             PIC 9(09) VALUE ZERO COMP.
009600 77  WS-ORDER-COUNT             PIC 9(09) VALUE ZERO COMP.
009700 77  WS-ALTER-COUNT             PIC 9(09) VALUE ZERO COMP.
009800 77  WS-ANOMALY-COUNT           PIC 9(09) VALUE ZERO COMP.
009900 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
010000 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
010100 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
010200
010300******************************************************************
010400*  CHAIN WORK AREAS - THE LAST RECORD ACCEPTED INTO THE CHAIN    *
010500*  AND WHAT THE CURRENT RECORD SHOULD CARRY                      *
010600******************************************************************
010700 77  WS-PREV-SEQ                PIC 9(10) VALUE ZERO.
010800 77  WS-PREV-CHAIN-HASH         PIC 9(18) VALUE ZERO.
010900 77  WS-REC-SEQ                 PIC 9(10) VALUE ZERO.
011000 77  WS-EXPECTED-SEQ            PIC 9(10) VALUE ZERO.
011100 77  WS-GAP-SIZE                PIC 9(10) VALUE ZERO.
011200 77  WS-OCCURRENCE              PIC X(16) VALUE SPACES.
011300
011400 COPY PARAUD.
011500
011600 COPY PARCHN.
011700
011800******************************************************************
011900*  RUN DATE WORK AREAS                                           *
012000******************************************************************
012100 01  WS-RUN-DATE-YYYYMMDD.
012200     05  WS-RD-CCYY              PIC 9(04).
012300     05  WS-RD-MM                PIC 9(02).
012400     05  WS-RD-DD                PIC 9(02).
012500
012600 01  WS-RUN-DATE-DISPLAY.
012700     05  WS-RDD-DD               PIC 9(02).
012800     05  FILLER                  PIC X(01) VALUE '/'.
012900     05  WS-RDD-MM               PIC 9(02).
013000     05  FILLER                  PIC X(01) VALUE '/'.
013100     05  WS-RDD-CCYY             PIC 9(04).
013200
013300******************************************************************
013400*  VERIFICATION REPORT LINE LAYOUTS                              *
013500******************************************************************
013600 01  WS-RPT-TITLE-LINE1.
013700     05  FILLER                  PIC X(16) VALUE 'PARAUDVF-REL'.
013800     05  FILLER                  PIC X(48)
013900         VALUE 'VERIFICACAO DO ENCADEAMENTO DA AUDITORIA'.
014000     05  FILLER                  PIC X(68) VALUE SPACES.
014100
014200 01  WS-RPT-TITLE-LINE2.
014300     05  FILLER                  PIC X(06) VALUE 'DATA: '.
014400     05  RPT-H-DATE              PIC X(10).
014500     05  FILLER                  PIC X(05) VALUE SPACES.
014600     05  FILLER                  PIC X(07) VALUE 'PAGINA '.
014700     05  RPT-H-PAGE              PIC ZZZ9.
014800     05  FILLER                  PIC X(100) VALUE SPACES.
014900
015000 01  WS-RPT-COLUMN-HDR.
015100     05  FILLER                  PIC X(09) VALUE 'ARQUIVO'.
015200     05  FILLER                  PIC X(13) VALUE '    POSICAO'.
015300     05  FILLER                  PIC X(12) VALUE 'SEQUENCIAL'.
015400     05  FILLER                  PIC X(12) VALUE '  ESPERADO'.
015500     05  FILLER                  PIC X(16) VALUE 'OCORRENCIA'.
015600     05  FILLER                  PIC X(10) VALUE 'RUN-ID'.
015700     05  FILLER                  PIC X(28) VALUE 'TIMESTAMP'.
015800     05  FILLER                  PIC X(10) VALUE 'CONTA'.
015900     05  FILLER                  PIC X(22) VALUE SPACES.
016000
016100 01  WS-RPT-DETAIL-LINE.
016200     05  RPT-D-SOURCE            PIC X(09).
016300     05  RPT-D-POSITION          PIC ZZZ,ZZZ,ZZ9.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  RPT-D-SEQ               PIC Z(09)9.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  RPT-D-EXPECTED          PIC Z(09)9.
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  RPT-D-OCCURRENCE        PIC X(16).
017000     05  RPT-D-RUN-ID            PIC X(10).
017100     05  RPT-D-TIMESTAMP         PIC X(28).
017200     05  RPT-D-ACCOUNT           PIC X(10).
017300     05  FILLER                  PIC X(22) VALUE SPACES.
017400
017500 01  WS-RPT-TOTAL-LINE.
017600     05  RPT-T-LABEL             PIC X(32).
017700     05  RPT-T-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.
017800     05  FILLER                  PIC X(87) VALUE SPACES.
017900
018000 01  WS-RPT-HASH-LINE.
018100     05  FILLER                  PIC X(32)
018200         VALUE 'HASH FINAL DO ENCADEAMENTO.....:'.
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  RPT-X-HASH              PIC 9(18).
018500     05  FILLER                  PIC X(81) VALUE SPACES.
018600
018700 01  WS-RPT-RESULT-LINE.
018800     05  FILLER                  PIC X(11) VALUE 'RESULTADO: '.
018900     05  RPT-R-RESULT            PIC X(30).
019000     05  FILLER                  PIC X(91) VALUE SPACES.
019100
019200 PROCEDURE DIVISION.
019300
019400******************************************************************
019500*  0000-MAINLINE                                                 *
019600******************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019900     PERFORM 2000-READ-AUDIT THRU 2000-READ-AUDIT-EXIT.
020000     PERFORM 2100-VERIFY-ONE-RECORD
020100         THRU 2100-VERIFY-ONE-RECORD-EXIT
020200         UNTIL END-OF-AUDIT.
020300     PERFORM 8000-WRITE-REPORT-TOTALS
020400         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
020500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
020600     GO TO 9999-EXIT.
020700
020800******************************************************************
020900*  1000-INITIALIZE                                               *
021000*  NO ARCHIVE YET IS NOT AN ERROR - THE CHAIN THEN STARTS IN THE *
021100*  LIVE FILE.  THE LIVE FILE ITSELF MUST BE THERE.               *
021200******************************************************************
021300 1000-INITIALIZE.
021400     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
021500     MOVE WS-RD-DD   TO WS-RDD-DD
021600     MOVE WS-RD-MM   TO WS-RDD-MM
021700     MOVE WS-RD-CCYY TO WS-RDD-CCYY
021800     OPEN INPUT ARCIN
021900     IF FS-ARCIN NOT = '00'
022000      AND FS-ARCIN NOT = '05'
022100         DISPLAY 'PARAUDVF - UNABLE TO OPEN ARCIN, STATUS='
022200             FS-ARCIN
022300         MOVE 16 TO RETURN-CODE
022400         GO TO 9999-EXIT
022500     END-IF
022600     OPEN INPUT AUDIN
022700     IF FS-AUDIN NOT = '00'
022800         DISPLAY 'PARAUDVF - UNABLE TO OPEN AUDIN, STATUS='
022900             FS-AUDIN
023000         MOVE 16 TO RETURN-CODE
023100         GO TO 9999-EXIT
023200     END-IF
023300     OPEN OUTPUT RPTFILE
023400     IF FS-RPTFILE NOT = '00'
023500         DISPLAY 'PARAUDVF - UNABLE TO OPEN RPTFILE, STATUS='
023600             FS-RPTFILE
023700         MOVE 16 TO RETURN-CODE
023800         GO TO 9999-EXIT
023900     END-IF
024000     PERFORM 1400-WRITE-REPORT-HEADERS
024100         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
024200 1000-INITIALIZE-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*  1400-WRITE-REPORT-HEADERS                                     *
024700******************************************************************
024800 1400-WRITE-REPORT-HEADERS.
024900     ADD 1 TO WS-PAGE-COUNT
025000     MOVE WS-RUN-DATE-DISPLAY TO RPT-H-DATE
025100     MOVE WS-PAGE-COUNT       TO RPT-H-PAGE
025200     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
025300     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
025400     WRITE RPT-LINE FROM WS-RPT-COLUMN-HDR AFTER ADVANCING 2 LINES
025500     MOVE ZERO TO WS-LINE-COUNT.
025600 1400-WRITE-REPORT-HEADERS-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000*  1410-CHECK-PAGE-BREAK                                         *
026100******************************************************************
026200 1410-CHECK-PAGE-BREAK.
026300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
026400         PERFORM 1400-WRITE-REPORT-HEADERS
026500             THRU 1400-WRITE-REPORT-HEADERS-EXIT
026600     END-IF.
026700 1410-CHECK-PAGE-BREAK-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*  2000-READ-AUDIT                                               *
027200*  THE ARCHIVE FIRST, THEN THE LIVE FILE - ONE CHAIN RUNS        *
027300*  THROUGH BOTH.  POSITION COUNTS FROM ONE WITHIN EACH FILE.     *
027400******************************************************************
027500 2000-READ-AUDIT.
027600     IF READING-ARCHIVE
027700         READ ARCIN INTO PAR-AUDIT-RECORD
027800             AT END
027900                 SET READING-LIVE TO TRUE
028000                 MOVE ZERO TO WS-POSITION
028100                 GO TO 2000-READ-AUDIT
028200         END-READ
028300         ADD 1 TO WS-ARCHIVE-COUNT
028400     ELSE
028500         READ AUDIN INTO PAR-AUDIT-RECORD
028600             AT END
028700                 SET END-OF-AUDIT TO TRUE
028800                 GO TO 2000-READ-AUDIT-EXIT
028900         END-READ
029000         ADD 1 TO WS-LIVE-COUNT
029100     END-IF
029200     ADD 1 TO WS-POSITION.
029300 2000-READ-AUDIT-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*  2100-VERIFY-ONE-RECORD                                        *
029800*  THE CHECK VALUE PROVES THE RECORD, THE SEQUENCE NUMBER ITS    *
029900*  PLACE.  ONLY A RECORD IN ITS PLACE AND UNCHANGED CAN SHOW A   *
030000*  BROKEN LINK ON ITS OWN, SO QUEBRA IS TESTED LAST.  THE CHAIN  *
030100*  MOVES ON FROM ANY RECORD NOT BEHIND IT, USING THE HASH THE    *
030200*  RECORD CARRIES, SO ONE BAD RECORD IS REPORTED ONCE AND DOES   *
030300*  NOT CONDEMN EVERYTHING AFTER IT.                              *
030400******************************************************************
030500 2100-VERIFY-ONE-RECORD.
030600     MOVE ZERO TO WS-REC-SEQ
030700     IF AUD-CHAIN-SEQ NUMERIC
030800         MOVE AUD-CHAIN-SEQ TO WS-REC-SEQ
030900     END-IF
031000     MOVE WS-PREV-SEQ TO WS-EXPECTED-SEQ
031100     ADD 1 TO WS-EXPECTED-SEQ
031200     MOVE PAR-AUDIT-RECORD   TO CHN-AUDIT-IMAGE
031300     MOVE WS-PREV-CHAIN-HASH TO CHN-PREV-CHAIN-HASH
031400     CALL 'PARCHAIN' USING PAR-CHAIN-AREA
031500     MOVE 'N' TO WS-ALTERED-SW
031600     IF AUD-REC-HASH NOT NUMERIC
031700      OR AUD-REC-HASH NOT = CHN-REC-HASH
031800         SET RECORD-ALTERED TO TRUE
031900         ADD 1 TO WS-ALTER-COUNT
032000         MOVE 'ALTERADO' TO WS-OCCURRENCE
032100         PERFORM 2300-WRITE-DETAIL-LINE
032200             THRU 2300-WRITE-DETAIL-LINE-EXIT
032300     END-IF
032400     IF WS-REC-SEQ > WS-EXPECTED-SEQ
032500         ADD 1 TO WS-GAP-COUNT
032600         SUBTRACT WS-EXPECTED-SEQ FROM WS-REC-SEQ
032700             GIVING WS-GAP-SIZE
032800         ADD WS-GAP-SIZE TO WS-MISSING-COUNT
032900         MOVE 'LACUNA' TO WS-OCCURRENCE
033000         PERFORM 2300-WRITE-DETAIL-LINE
033100             THRU 2300-WRITE-DETAIL-LINE-EXIT
033200     ELSE
033300         IF WS-REC-SEQ < WS-EXPECTED-SEQ
033400             ADD 1 TO WS-ORDER-COUNT
033500             MOVE 'FORA DE ORDEM' TO WS-OCCURRENCE
033600             PERFORM 2300-WRITE-DETAIL-LINE
033700                 THRU 2300-WRITE-DETAIL-LINE-EXIT
033800             GO TO 2100-READ-NEXT
033900         END-IF
034000         IF NOT RECORD-ALTERED
034100          AND AUD-CHAIN-HASH NOT = CHN-CHAIN-HASH
034200             ADD 1 TO WS-BREAK-COUNT
034300             MOVE 'QUEBRA' TO WS-OCCURRENCE
034400             PERFORM 2300-WRITE-DETAIL-LINE
034500                 THRU 2300-WRITE-DETAIL-LINE-EXIT
034600         END-IF
034700     END-IF
034800     MOVE WS-REC-SEQ TO WS-PREV-SEQ
034900     IF AUD-CHAIN-HASH NUMERIC
035000         MOVE AUD-CHAIN-HASH TO WS-PREV-CHAIN-HASH
035100     ELSE
035200         MOVE CHN-CHAIN-HASH TO WS-PREV-CHAIN-HASH
035300     END-IF.
035400 2100-READ-NEXT.
035500     PERFORM 2000-READ-AUDIT THRU 2000-READ-AUDIT-EXIT.
035600 2100-VERIFY-ONE-RECORD-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*  2300-WRITE-DETAIL-LINE                                        *
036100******************************************************************
036200 2300-WRITE-DETAIL-LINE.
036300     ADD 1 TO WS-ANOMALY-COUNT
036400     PERFORM 1410-CHECK-PAGE-BREAK
036500         THRU 1410-CHECK-PAGE-BREAK-EXIT
036600     MOVE SPACES TO WS-RPT-DETAIL-LINE
036700     IF READING-ARCHIVE
036800         MOVE 'ARQUIVO' TO RPT-D-SOURCE
036900     ELSE
037000         MOVE 'VIVO' TO RPT-D-SOURCE
037100     END-IF
037200     MOVE WS-POSITION      TO RPT-D-POSITION
037300     MOVE WS-REC-SEQ       TO RPT-D-SEQ
037400     MOVE WS-EXPECTED-SEQ  TO RPT-D-EXPECTED
037500     MOVE WS-OCCURRENCE    TO RPT-D-OCCURRENCE
037600     MOVE AUD-RUN-ID       TO RPT-D-RUN-ID
037700     MOVE AUD-TIMESTAMP    TO RPT-D-TIMESTAMP
037800     MOVE AUD-ACCOUNT-NO   TO RPT-D-ACCOUNT
037900     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
038000         AFTER ADVANCING 1 LINE
038100     ADD 1 TO WS-LINE-COUNT.
038200 2300-WRITE-DETAIL-LINE-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600*  8000-WRITE-REPORT-TOTALS                                      *
038700******************************************************************
038800 8000-WRITE-REPORT-TOTALS.
038900     IF WS-ANOMALY-COUNT = ZERO
039000         MOVE SPACES TO WS-RPT-DETAIL-LINE
039100         MOVE 'NENHUMA OCORRENCIA' TO RPT-D-OCCURRENCE
039200         WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
039300             AFTER ADVANCING 1 LINE
039400     END-IF
039500
039600     MOVE 'REGISTROS LIDOS NO ARQUIVO.....:' TO RPT-T-LABEL
039700     MOVE WS-ARCHIVE-COUNT TO RPT-T-VALUE
039800     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
039900         AFTER ADVANCING 2 LINES
040000
040100     MOVE 'REGISTROS LIDOS NO VIVO........:' TO RPT-T-LABEL
040200     MOVE WS-LIVE-COUNT TO RPT-T-VALUE
040300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
040400         AFTER ADVANCING 1 LINE
040500
040600     MOVE 'LACUNAS........................:' TO RPT-T-LABEL
040700     MOVE WS-GAP-COUNT TO RPT-T-VALUE
040800     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
040900         AFTER ADVANCING 1 LINE
041000
041100     MOVE 'SEQUENCIAIS AUSENTES...........:' TO RPT-T-LABEL
041200     MOVE WS-MISSING-COUNT TO RPT-T-VALUE
041300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
041400         AFTER ADVANCING 1 LINE
041500
041600     MOVE 'QUEBRAS DE ENCADEAMENTO........:' TO RPT-T-LABEL
041700     MOVE WS-BREAK-COUNT TO RPT-T-VALUE
041800     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
041900         AFTER ADVANCING 1 LINE
042000
042100     MOVE 'REGISTROS FORA DE ORDEM........:' TO RPT-T-LABEL
042200     MOVE WS-ORDER-COUNT TO RPT-T-VALUE
042300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
042400         AFTER ADVANCING 1 LINE
042500
042600     MOVE 'REGISTROS ALTERADOS............:' TO RPT-T-LABEL
042700     MOVE WS-ALTER-COUNT TO RPT-T-VALUE
042800     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
042900         AFTER ADVANCING 1 LINE
043000
043100     MOVE 'ULTIMO SEQUENCIAL..............:' TO RPT-T-LABEL
043200     MOVE WS-PREV-SEQ TO RPT-T-VALUE
043300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
043400         AFTER ADVANCING 2 LINES
043500
043600     MOVE WS-PREV-CHAIN-HASH TO RPT-X-HASH
043700     WRITE RPT-LINE FROM WS-RPT-HASH-LINE
043800         AFTER ADVANCING 1 LINE
043900
044000     IF WS-ANOMALY-COUNT = ZERO
044100         MOVE 'ENCADEAMENTO INTEGRO' TO RPT-R-RESULT
044200     ELSE
044300         MOVE 'ENCADEAMENTO VIOLADO' TO RPT-R-RESULT
044400         MOVE 8 TO RETURN-CODE
044500     END-IF
044600     WRITE RPT-LINE FROM WS-RPT-RESULT-LINE
044700         AFTER ADVANCING 2 LINES
044800
044900     DISPLAY 'PARAUDVF - ARQUIVO=' WS-ARCHIVE-COUNT
045000         ' VIVO=' WS-LIVE-COUNT
045100         ' OCORRENCIAS=' WS-ANOMALY-COUNT
045200     DISPLAY 'PARAUDVF - ULTIMO SEQUENCIAL=' WS-PREV-SEQ
045300         ' HASH=' WS-PREV-CHAIN-HASH.
045400 8000-WRITE-REPORT-TOTALS-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800*  9000-TERMINATE                                                *
045900******************************************************************
046000 9000-TERMINATE.
046100     CLOSE ARCIN
046200     CLOSE AUDIN
046300     CLOSE RPTFILE.
046400 9000-TERMINATE-EXIT.
046500     EXIT.
046600
046700 9999-EXIT.
046800     GOBACK.
