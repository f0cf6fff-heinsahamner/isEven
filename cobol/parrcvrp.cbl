000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARRCVRP                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : RECEIVED FEEDER FILES REGISTRY LISTING.  READS  *
001000*                THE REGISTRY PARMERGE KEEPS OF EVERY ACCEPTED   *
001100*                FEEDER FILE (COPYBOOK PARRCV), SORTED BY        *
001200*                BUSINESS DATE, BRANCH AND FILE SEQUENCE NUMBER  *
001300*                AHEAD OF THIS PROGRAM (SEE PARRCLJB), AND       *
001400*                PRINTS WHICH FILES ARRIVED ON WHICH BUSINESS    *
001500*                DAY - ONE LINE PER FILE WITH ITS FILE DATE,     *
001600*                RECORD COUNT, VALOR HASH AND WHEN IT WAS        *
001700*                RECEIVED, AND A LINE PER DAY NAMING ANY FEEDER  *
001800*                BRANCH THAT SENT NOTHING.  AN OPTIONAL          *
001900*                PARAMETER CARD LIMITS THE LISTING TO A RANGE    *
002000*                OF BUSINESS DATES -                             *
002100*                   COL 1-10   DATE FROM (CCYY-MM-DD)            *
002200*                   COL 11-20  DATE TO   (CCYY-MM-DD)            *
002300*                A BLANK FIELD MEANS NO LIMIT.                   *
002400*                                                                *
002500*   MODIFICATION HISTORY                                         *
002600*   ---------------------------------------------------------    *
002700*   2026-10-15  JA  ORIGINAL.                                    *
002710*   2026-10-15  JA  THE MISSING-BRANCH TEXT IS BUILT FROM THE    *
002720*                    BRANCHES SEEN, NOT FROM THE DAY'S FILE      *
002730*                    COUNT - A BRANCH SENDING TWO FILES NO       *
002740*                    LONGER HIDES ONE THAT SENT NONE.            *
002800******************************************************************
002900 PROGRAM-ID. PARRCVRP.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RCVIN ASSIGN TO RCVIN
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-RCVIN.
003900
004000     SELECT PRMCARD ASSIGN TO PRMCARD
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-PRMCARD.
004300
004400     SELECT RPTFILE ASSIGN TO RPTFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-RPTFILE.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RCVIN
005100     RECORDING MODE IS F.
005200     COPY PARRCV.
005300
005400 FD  PRMCARD
005500     RECORDING MODE IS F.
005600 01  PRMCARD-RECORD             PIC X(80).
005700
005800 FD  RPTFILE
005900     RECORDING MODE IS F.
006000 01  RPT-LINE                   PIC X(132).
006100
006200 WORKING-STORAGE SECTION.
006300******************************************************************
006400*  FILE STATUS FIELDS                                            *
006500******************************************************************
006600 77  FS-RCVIN                   PIC X(02) VALUE '00'.
006700 77  FS-PRMCARD                 PIC X(02) VALUE '00'.
006800 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
006900
007000******************************************************************
007100*  SWITCHES                                                      *
007200******************************************************************
007300 77  WS-RCV-EOF-SW              PIC X(01) VALUE 'N'.
007400     88  END-OF-REGISTRY                  VALUE 'Y'.
007500 77  WS-SELECT-SW               PIC X(01) VALUE 'N'.
007600     88  RECORD-SELECTED                  VALUE 'Y'.
007700     88  RECORD-NOT-SELECTED              VALUE 'N'.
007800
007900******************************************************************
008000*  COUNTERS                                                      *
008100******************************************************************
008200 77  WS-FILE-COUNT              PIC 9(09) VALUE ZERO COMP.
008300 77  WS-RECORD-TOTAL            PIC 9(09) VALUE ZERO COMP.
008400 77  WS-DAY-COUNT               PIC 9(09) VALUE ZERO COMP.
008500 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
008600 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
008700 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
008800
008900******************************************************************
009000*  CURRENT BUSINESS-DAY GROUP - FILES AND RECORDS SO FAR, AND    *
009100*  WHICH OF THE THREE FEEDER BRANCHES HAS BEEN SEEN.             *
009200******************************************************************
009300 77  WS-CURRENT-DAY             PIC X(10) VALUE SPACES.
009400 77  WS-DAY-FILES               PIC 9(09) VALUE ZERO COMP.
009500 77  WS-DAY-RECORDS             PIC 9(09) VALUE ZERO COMP.
009600 77  WS-BRANCH-SUB              PIC 9(01) VALUE ZERO COMP.
009700 77  WS-MISSING-PTR             PIC 9(03) VALUE ZERO COMP.
009750 77  WS-BRANCH-DIGIT            PIC 9(01) VALUE ZERO.
009800
009900 01  WS-DAY-BRANCH-TABLE.
010000     05  WS-DAY-BRANCH-SW OCCURS 3 TIMES
010100                                 PIC X(01).
010200         88  DAY-BRANCH-SEEN              VALUE 'Y'.
010300
010400******************************************************************
010500*  PARAMETER CARD WORKING COPY                                   *
010600******************************************************************
010700 01  WS-RCV-PARM-CARD.
010800     05  RPM-DATE-FROM           PIC X(10).
010900     05  RPM-DATE-TO             PIC X(10).
011000     05  FILLER                  PIC X(60).
011100
011200******************************************************************
011300*  RUN DATE WORK AREAS                                           *
011400******************************************************************
011500 01  WS-RUN-DATE-YYYYMMDD.
011600     05  WS-RD-CCYY              PIC 9(04).
011700     05  WS-RD-MM                PIC 9(02).
011800     05  WS-RD-DD                PIC 9(02).
011900
012000 01  WS-RUN-DATE-DISPLAY.
012100     05  WS-RDD-DD               PIC 9(02).
012200     05  FILLER                  PIC X(01) VALUE '/'.
012300     05  WS-RDD-MM               PIC 9(02).
012400     05  FILLER                  PIC X(01) VALUE '/'.
012500     05  WS-RDD-CCYY             PIC 9(04).
012600
012700******************************************************************
012800*  REGISTRY LISTING LINE LAYOUTS                                 *
012900******************************************************************
013000 01  WS-RPT-TITLE-LINE1.
013100     05  FILLER                  PIC X(16) VALUE 'PARRCVRP-REL'.
013200     05  FILLER                  PIC X(44)
013300         VALUE 'REGISTRO DE ARQUIVOS RECEBIDOS DAS AGENCIAS'.
013400     05  FILLER                  PIC X(72) VALUE SPACES.
013500
013600 01  WS-RPT-TITLE-LINE2.
013700     05  FILLER                  PIC X(06) VALUE 'DATA: '.
013800     05  RPT-H-DATE              PIC X(10).
013900     05  FILLER                  PIC X(05) VALUE SPACES.
014000     05  FILLER                  PIC X(07) VALUE 'PAGINA '.
014100     05  RPT-H-PAGE              PIC ZZZ9.
014200     05  FILLER                  PIC X(100) VALUE SPACES.
014300
014400 01  WS-RPT-FILTER-LINE.
014500     05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
014600     05  RPT-F-DATE-FROM         PIC X(10).
014700     05  FILLER                  PIC X(03) VALUE ' A '.
014800     05  RPT-F-DATE-TO           PIC X(10).
014900     05  FILLER                  PIC X(100) VALUE SPACES.
015000
015100 01  WS-RPT-COLUMN-HDR.
015200     05  FILLER                  PIC X(12) VALUE 'MOVIMENTO'.
015300     05  FILLER                  PIC X(09) VALUE 'AGENCIA'.
015400     05  FILLER                  PIC X(11) VALUE 'SEQUENCIA'.
015500     05  FILLER                  PIC X(14) VALUE 'DATA ARQUIVO'.
015600     05  FILLER                  PIC X(14) VALUE '    REGISTROS'.
015700     05  FILLER                  PIC X(22)
015800         VALUE '            HASH VALOR'.
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  FILLER                  PIC X(22) VALUE 'RECEBIDO EM'.
016100     05  FILLER                  PIC X(08) VALUE 'RUN-ID'.
016200     05  FILLER                  PIC X(18) VALUE SPACES.
016300
016400 01  WS-RPT-DETAIL-LINE.
016500     05  RPT-D-BUSINESS-DATE     PIC X(12).
016600     05  FILLER                  PIC X(03) VALUE SPACES.
016700     05  RPT-D-BRANCH            PIC X(01).
016800     05  FILLER                  PIC X(05) VALUE SPACES.
016900     05  RPT-D-FILE-SEQ          PIC 9(06).
017000     05  FILLER                  PIC X(05) VALUE SPACES.
017100     05  RPT-D-FILE-DATE         PIC X(14).
017200     05  RPT-D-RECORD-COUNT      PIC ZZZ,ZZZ,ZZ9.
017300     05  FILLER                  PIC X(03) VALUE SPACES.
017400     05  RPT-D-HASH-TOTAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
017500     05  FILLER                  PIC X(06) VALUE SPACES.
017600     05  RPT-D-RECEIVED-DATE     PIC X(11).
017700     05  RPT-D-RECEIVED-TIME     PIC X(11).
017800     05  RPT-D-RUN-ID            PIC X(08).
017900     05  FILLER                  PIC X(19) VALUE SPACES.
018000
018100 01  WS-RPT-DAY-LINE.
018200     05  FILLER                  PIC X(12) VALUE SPACES.
018300     05  FILLER                  PIC X(13) VALUE 'ARQUIVOS NO '.
018400     05  FILLER                  PIC X(10) VALUE 'MOVIMENTO '.
018500     05  RPT-Y-BUSINESS-DATE     PIC X(10).
018600     05  FILLER                  PIC X(02) VALUE ': '.
018700     05  RPT-Y-FILES             PIC ZZ9.
018800     05  FILLER                  PIC X(13) VALUE '  REGISTROS: '.
018900     05  RPT-Y-RECORDS           PIC ZZZ,ZZZ,ZZ9.
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  RPT-Y-MISSING           PIC X(40).
019200     05  FILLER                  PIC X(16) VALUE SPACES.
019300
019400 01  WS-RPT-TOTAL-LINE.
019500     05  RPT-T-LABEL             PIC X(32).
019600     05  RPT-T-VALUE             PIC ZZZ,ZZZ,ZZ9.
019700     05  FILLER                  PIC X(89) VALUE SPACES.
019800
019900 PROCEDURE DIVISION.
020000
020100******************************************************************
020200*  0000-MAINLINE                                                 *
020300******************************************************************
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020600     PERFORM 2000-READ-REGISTRY THRU 2000-READ-REGISTRY-EXIT.
020700     PERFORM 2100-LIST-ONE-FILE THRU 2100-LIST-ONE-FILE-EXIT
020800         UNTIL END-OF-REGISTRY.
020900     PERFORM 8000-WRITE-REPORT-TOTALS
021000         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
021100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
021200     GO TO 9999-EXIT.
021300
021400******************************************************************
021500*  1000-INITIALIZE                                               *
021600*  THE PARAMETER CARD IS OPTIONAL IN EFFECT - A MISSING OR       *
021700*  BLANK CARD LISTS THE WHOLE REGISTRY.                          *
021800******************************************************************
021900 1000-INITIALIZE.
022000     MOVE SPACES TO WS-RCV-PARM-CARD
022100     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
022200     MOVE WS-RD-DD   TO WS-RDD-DD
022300     MOVE WS-RD-MM   TO WS-RDD-MM
022400     MOVE WS-RD-CCYY TO WS-RDD-CCYY
022500     OPEN INPUT RCVIN
022600     IF FS-RCVIN NOT = '00'
022700         DISPLAY 'PARRCVRP - UNABLE TO OPEN RCVIN, STATUS='
022800             FS-RCVIN
022900         MOVE 16 TO RETURN-CODE
023000         GO TO 9999-EXIT
023100     END-IF
023200     OPEN INPUT PRMCARD
023300     IF FS-PRMCARD = '00'
023400         READ PRMCARD INTO WS-RCV-PARM-CARD
023500             AT END
023600                 CONTINUE
023700         END-READ
023800         CLOSE PRMCARD
023900     END-IF
024000     OPEN OUTPUT RPTFILE
024100     IF FS-RPTFILE NOT = '00'
024200         DISPLAY 'PARRCVRP - UNABLE TO OPEN RPTFILE, STATUS='
024300             FS-RPTFILE
024400         MOVE 16 TO RETURN-CODE
024500         GO TO 9999-EXIT
024600     END-IF
024700     PERFORM 1400-WRITE-REPORT-HEADERS
024800         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300*  1400-WRITE-REPORT-HEADERS                                     *
025400******************************************************************
025500 1400-WRITE-REPORT-HEADERS.
025600     ADD 1 TO WS-PAGE-COUNT
025700     MOVE WS-RUN-DATE-DISPLAY TO RPT-H-DATE
025800     MOVE WS-PAGE-COUNT       TO RPT-H-PAGE
025900     MOVE RPM-DATE-FROM       TO RPT-F-DATE-FROM
026000     MOVE RPM-DATE-TO         TO RPT-F-DATE-TO
026100     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
026200     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
026300     WRITE RPT-LINE FROM WS-RPT-FILTER-LINE AFTER ADVANCING 1 LINE
026400     WRITE RPT-LINE FROM WS-RPT-COLUMN-HDR AFTER ADVANCING 2 LINES
026500     MOVE ZERO TO WS-LINE-COUNT.
026600 1400-WRITE-REPORT-HEADERS-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000*  1410-CHECK-PAGE-BREAK                                         *
027100******************************************************************
027200 1410-CHECK-PAGE-BREAK.
027300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
027400         PERFORM 1400-WRITE-REPORT-HEADERS
027500             THRU 1400-WRITE-REPORT-HEADERS-EXIT
027600     END-IF.
027700 1410-CHECK-PAGE-BREAK-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100*  2000-READ-REGISTRY                                            *
028200******************************************************************
028300 2000-READ-REGISTRY.
028400     READ RCVIN
028500         AT END
028600             SET END-OF-REGISTRY TO TRUE
028700     END-READ.
028800 2000-READ-REGISTRY-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200*  2100-LIST-ONE-FILE                                            *
029300*  THE PARRCVJB PRIMING RECORD IS PASSED OVER.  A CHANGE OF      *
029400*  BUSINESS DATE CLOSES THE PREVIOUS DAY'S GROUP FIRST.          *
029500******************************************************************
029600 2100-LIST-ONE-FILE.
029700     IF RCV-IS-PRIME-RECORD
029800         PERFORM 2000-READ-REGISTRY THRU 2000-READ-REGISTRY-EXIT
029900         GO TO 2100-LIST-ONE-FILE-EXIT
030000     END-IF
030100     PERFORM 2200-APPLY-FILTERS THRU 2200-APPLY-FILTERS-EXIT
030200     IF RECORD-NOT-SELECTED
030300         PERFORM 2000-READ-REGISTRY THRU 2000-READ-REGISTRY-EXIT
030400         GO TO 2100-LIST-ONE-FILE-EXIT
030500     END-IF
030600     IF RCV-BUSINESS-DATE NOT = WS-CURRENT-DAY
030700         IF WS-CURRENT-DAY NOT = SPACES
030800             PERFORM 2400-WRITE-DAY-LINE
030900                 THRU 2400-WRITE-DAY-LINE-EXIT
031000         END-IF
031100         MOVE RCV-BUSINESS-DATE TO WS-CURRENT-DAY
031200         MOVE ZERO   TO WS-DAY-FILES
031300         MOVE ZERO   TO WS-DAY-RECORDS
031400         MOVE SPACES TO WS-DAY-BRANCH-TABLE
031500         ADD 1 TO WS-DAY-COUNT
031600     END-IF
031700     PERFORM 2300-WRITE-DETAIL-LINE
031750         THRU 2300-WRITE-DETAIL-LINE-EXIT
031800     ADD 1 TO WS-FILE-COUNT
031900     ADD 1 TO WS-DAY-FILES
032000     ADD RCV-RECORD-COUNT TO WS-RECORD-TOTAL
032100     ADD RCV-RECORD-COUNT TO WS-DAY-RECORDS
032200     IF RCV-BRANCH-ID = '1' OR '2' OR '3'
032300         MOVE RCV-BRANCH-ID TO WS-BRANCH-SUB
032400         SET DAY-BRANCH-SEEN (WS-BRANCH-SUB) TO TRUE
032500     END-IF
032600     PERFORM 2000-READ-REGISTRY THRU 2000-READ-REGISTRY-EXIT.
032700 2100-LIST-ONE-FILE-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100*  2200-APPLY-FILTERS                                            *
033200*  BUSINESS DATES ARE CCYY-MM-DD, SO A CHARACTER COMPARE ORDERS  *
033300*  THEM CORRECTLY.  A BLANK CARD FIELD PASSES EVERY RECORD.      *
033400******************************************************************
033500 2200-APPLY-FILTERS.
033600     SET RECORD-SELECTED TO TRUE
033700     IF RPM-DATE-FROM NOT = SPACES
033800      AND RCV-BUSINESS-DATE < RPM-DATE-FROM
033900         SET RECORD-NOT-SELECTED TO TRUE
034000         GO TO 2200-APPLY-FILTERS-EXIT
034100     END-IF
034200     IF RPM-DATE-TO NOT = SPACES
034300      AND RCV-BUSINESS-DATE > RPM-DATE-TO
034400         SET RECORD-NOT-SELECTED TO TRUE
034500     END-IF.
034600 2200-APPLY-FILTERS-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*  2300-WRITE-DETAIL-LINE                                        *
035100******************************************************************
035200 2300-WRITE-DETAIL-LINE.
035300     PERFORM 1410-CHECK-PAGE-BREAK
035400         THRU 1410-CHECK-PAGE-BREAK-EXIT
035500     MOVE SPACES TO WS-RPT-DETAIL-LINE
035600     MOVE RCV-BUSINESS-DATE TO RPT-D-BUSINESS-DATE
035700     MOVE RCV-BRANCH-ID     TO RPT-D-BRANCH
035800     MOVE RCV-FILE-SEQ      TO RPT-D-FILE-SEQ
035900     MOVE RCV-FILE-DATE     TO RPT-D-FILE-DATE
036000     MOVE RCV-RECORD-COUNT  TO RPT-D-RECORD-COUNT
036100     MOVE RCV-HASH-TOTAL    TO RPT-D-HASH-TOTAL
036200     MOVE RCV-RECEIVED-DATE TO RPT-D-RECEIVED-DATE
036300     MOVE RCV-RECEIVED-TIME TO RPT-D-RECEIVED-TIME
036400     MOVE RCV-MERGE-RUN-ID  TO RPT-D-RUN-ID
036500     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
036600         AFTER ADVANCING 1 LINE
036700     ADD 1 TO WS-LINE-COUNT.
036800 2300-WRITE-DETAIL-LINE-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200*  2400-WRITE-DAY-LINE                                           *
037300*  CLOSES ONE BUSINESS DAY - FILES AND RECORDS RECEIVED, AND     *
037400*  THE FEEDER BRANCHES THAT SENT NOTHING THAT DAY.               *
037410*  EVERY BRANCH IS CHECKED, WHATEVER THE FILE COUNT - ONE        *
037420*  BRANCH MAY SEND SEVERAL FILES IN A DAY.                       *
037500******************************************************************
037600 2400-WRITE-DAY-LINE.
037700     PERFORM 1410-CHECK-PAGE-BREAK
037800         THRU 1410-CHECK-PAGE-BREAK-EXIT
037900     MOVE WS-CURRENT-DAY TO RPT-Y-BUSINESS-DATE
038000     MOVE WS-DAY-FILES   TO RPT-Y-FILES
038100     MOVE WS-DAY-RECORDS TO RPT-Y-RECORDS
038200     MOVE SPACES TO RPT-Y-MISSING
038400     MOVE 1 TO WS-MISSING-PTR
038900     MOVE 1 TO WS-BRANCH-SUB
039000     PERFORM 2410-NAME-ONE-MISSING
039100         THRU 2410-NAME-ONE-MISSING-EXIT
039200         UNTIL WS-BRANCH-SUB > 3
039400     WRITE RPT-LINE FROM WS-RPT-DAY-LINE
039500         AFTER ADVANCING 1 LINE
039600     MOVE SPACES TO RPT-LINE
039700     WRITE RPT-LINE AFTER ADVANCING 1 LINE
039800     ADD 2 TO WS-LINE-COUNT.
039900 2400-WRITE-DAY-LINE-EXIT.
040000     EXIT.
040100
040200 2410-NAME-ONE-MISSING.
040300     IF NOT DAY-BRANCH-SEEN (WS-BRANCH-SUB)
040310*        THE FIRST BRANCH FOUND MISSING OPENS THE TEXT.
040320         IF WS-MISSING-PTR = 1
040330             STRING 'SEM ARQUIVO DA AGENCIA:' DELIMITED BY SIZE
040340                 INTO RPT-Y-MISSING
040350                 WITH POINTER WS-MISSING-PTR
040360             END-STRING
040370         END-IF
040380         MOVE WS-BRANCH-SUB TO WS-BRANCH-DIGIT
040400         STRING ' '             DELIMITED BY SIZE
040500                WS-BRANCH-DIGIT DELIMITED BY SIZE
040600             INTO RPT-Y-MISSING
040700             WITH POINTER WS-MISSING-PTR
040800         END-STRING
040900     END-IF
041000     ADD 1 TO WS-BRANCH-SUB.
041100 2410-NAME-ONE-MISSING-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500*  8000-WRITE-REPORT-TOTALS                                      *
041600******************************************************************
041700 8000-WRITE-REPORT-TOTALS.
041800     IF WS-CURRENT-DAY NOT = SPACES
041900         PERFORM 2400-WRITE-DAY-LINE THRU 2400-WRITE-DAY-LINE-EXIT
042000     END-IF
042100
042200     MOVE 'MOVIMENTOS LISTADOS............:' TO RPT-T-LABEL
042300     MOVE WS-DAY-COUNT TO RPT-T-VALUE
042400     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
042500         AFTER ADVANCING 2 LINES
042600
042700     MOVE 'ARQUIVOS RECEBIDOS.............:' TO RPT-T-LABEL
042800     MOVE WS-FILE-COUNT TO RPT-T-VALUE
042900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
043000         AFTER ADVANCING 1 LINE
043100
043200     MOVE 'REGISTROS RECEBIDOS............:' TO RPT-T-LABEL
043300     MOVE WS-RECORD-TOTAL TO RPT-T-VALUE
043400     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
043500         AFTER ADVANCING 1 LINE
043600
043700     DISPLAY 'PARRCVRP - MOVIMENTOS=' WS-DAY-COUNT
043800         ' ARQUIVOS=' WS-FILE-COUNT
043900         ' REGISTROS=' WS-RECORD-TOTAL.
044000 8000-WRITE-REPORT-TOTALS-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*  9000-TERMINATE                                                *
044500******************************************************************
044600 9000-TERMINATE.
044700     CLOSE RCVIN
044800     CLOSE RPTFILE.
044900 9000-TERMINATE-EXIT.
045000     EXIT.
045100
045200 9999-EXIT.
045300     GOBACK.
