000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARREVMT                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : REVERSAL MATCHING.  READS THE DAY'S PROVED      *
001000*                EXTRACT (COPYBOOK PARXTR) AND PAIRS EVERY       *
001100*                NEGATIVE VALOR - AN ADJUSTMENT OR REVERSAL -    *
001200*                WITH AN UNREVERSED POSITIVE ENTRY OF THE SAME   *
001300*                ACCOUNT AND ABSOLUTE VALOR POSTED WITHIN THE    *
001400*                LOOK-BACK WINDOW, KEEPING THE OPEN ENTRIES ON   *
001500*                THE REVVSAM KSDS (COPYBOOK PARREV) FROM ONE DAY *
001600*                TO THE NEXT.  THE REPORT LISTS -                *
001700*                   MATCHED PAIRS (INCLUDING AN ORIGINAL THAT    *
001800*                      ARRIVED AFTER ITS REVERSAL)               *
001900*                   REVERSALS WITH NO ORIGINAL                   *
002000*                   DOUBLE REVERSALS (THE ONLY ORIGINAL FOUND    *
002100*                      WAS ALREADY REVERSED)                     *
002200*                   PARTIAL REVERSALS OF A LARGER ORIGINAL, AND  *
002300*                      PARTLY REVERSED ORIGINALS THAT LEFT THE   *
002400*                      WINDOW WITHOUT BEING COMPLETED            *
002500*                   REVERSALS STILL UNMATCHED WHEN THEY LEFT     *
002600*                      THE WINDOW - THESE END THE STEP RC=8.     *
002700*                THE WINDOW IS OPTIONS KEYWORD REV-WINDOW        *
002800*                (CALENDAR DAYS, DEFAULT 30) ON THE CENTRAL      *
002900*                RUN-OPTIONS FILE (OPTFILE, COPYBOOK PAROPT).    *
003000*                AGES ARE MEASURED FROM THE BUSINESS DATE ON     *
003100*                THE EXTRACT HEADER.  THE RUN-ID OF THE LAST     *
003200*                EXTRACT APPLIED IS KEPT ON THE KSDS CONTROL     *
003300*                RECORD - THE SAME EXTRACT PRESENTED AGAIN IS    *
003400*                NOT MATCHED TWICE AND ENDS THE STEP RC=4.       *
003500*                                                                *
003600*   MODIFICATION HISTORY                                         *
003700*   ---------------------------------------------------------    *
003800*   2026-10-15  JA  ORIGINAL.                                    *
003900******************************************************************
004000 PROGRAM-ID. PARREVMT.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT XTRIN ASSIGN TO XTRIN
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-XTRIN.
005000
005100     SELECT REVFILE ASSIGN TO REVFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS REV-KEY
005500         FILE STATUS IS FS-REVFILE.
005600
005700     SELECT OPTIONAL OPTFILE ASSIGN TO OPTFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-OPTFILE.
006000
006100     SELECT RPTFILE ASSIGN TO RPTFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-RPTFILE.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  XTRIN
006800     RECORDING MODE IS F.
006900     COPY PARXTR.
007000
007100 FD  REVFILE.
007200     COPY PARREV.
007300
007400 FD  OPTFILE
007500     RECORDING MODE IS F.
007600     COPY PAROPT.
007700
007800 FD  RPTFILE
007900     RECORDING MODE IS F.
008000 01  RPT-LINE                   PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300******************************************************************
008400*  FILE STATUS FIELDS                                            *
008500******************************************************************
008600 77  FS-XTRIN                   PIC X(02) VALUE '00'.
008700 77  FS-REVFILE                 PIC X(02) VALUE '00'.
008800 77  FS-OPTFILE                 PIC X(02) VALUE '00'.
008900 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
009000
009100******************************************************************
009200*  SWITCHES                                                      *
009300******************************************************************
009400 77  WS-XTR-EOF-SW              PIC X(01) VALUE 'N'.
009500     88  END-OF-EXTRACT                   VALUE 'Y'.
009600 77  WS-OPT-EOF-SW              PIC X(01) VALUE 'N'.
009700     88  END-OF-OPTIONS                   VALUE 'Y'.
009800 77  WS-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
009900     88  END-OF-SCAN                      VALUE 'Y'.
010000 77  WS-APPLIED-SW              PIC X(01) VALUE 'N'.
010100     88  RUN-ALREADY-APPLIED              VALUE 'Y'.
010200 77  WS-FOUND-SW                PIC X(01) VALUE 'N'.
010300     88  ENTRY-FOUND                      VALUE 'Y'.
010400 77  WS-PRIOR-SW                PIC X(01) VALUE 'N'.
010500     88  PRIOR-REVERSAL-FOUND             VALUE 'Y'.
010600 77  WS-DATE-SW                 PIC X(01) VALUE 'N'.
010700     88  DATE-IS-VALID                    VALUE 'Y'.
010800 77  WS-LEAP-SW                 PIC X(01) VALUE 'N'.
010900     88  YEAR-IS-LEAP                     VALUE 'Y'.
011000
011100******************************************************************
011200*  COUNTERS                                                      *
011300******************************************************************
011400 77  WS-READ-COUNT              PIC 9(09) VALUE ZERO COMP.
011500 77  WS-ZERO-COUNT              PIC 9(09) VALUE ZERO COMP.
011600 77  WS-POSITIVE-COUNT          PIC 9(09) VALUE ZERO COMP.
011700 77  WS-NEGATIVE-COUNT          PIC 9(09) VALUE ZERO COMP.
011800 77  WS-MATCHED-COUNT           PIC 9(09) VALUE ZERO COMP.
011900 77  WS-LATE-COUNT              PIC 9(09) VALUE ZERO COMP.
012000 77  WS-PARTIAL-COUNT           PIC 9(09) VALUE ZERO COMP.
012100 77  WS-NO-ORIGINAL-COUNT       PIC 9(09) VALUE ZERO COMP.
012200 77  WS-DOUBLE-COUNT            PIC 9(09) VALUE ZERO COMP.
012300 77  WS-EXPIRED-REV-COUNT       PIC 9(09) VALUE ZERO COMP.
012400 77  WS-PARTIAL-CLOSED-COUNT    PIC 9(09) VALUE ZERO COMP.
012500 77  WS-PURGED-COUNT            PIC 9(09) VALUE ZERO COMP.
012600 77  WS-WAITING-COUNT           PIC 9(09) VALUE ZERO COMP.
012700 77  WS-OPEN-COUNT              PIC 9(09) VALUE ZERO COMP.
012800 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
012900 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
013000 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
013100
013200******************************************************************
013300*  LOOK-BACK WINDOW (OPTIONS KEYWORD REV-WINDOW) AND THE WORK    *
013400*  FIELDS OF ONE MATCH                                           *
013500******************************************************************
013600 77  WS-WINDOW-DAYS             PIC 9(05) VALUE 30 COMP.
013700 77  WS-START-VALOR             PIC 9(09) VALUE ZERO.
013800 77  WS-REMAINING               PIC 9(09) VALUE ZERO.
013900 77  WS-NEW-SIGN                PIC X(01) VALUE SPACE.
014000 77  WS-NEW-STATUS              PIC X(01) VALUE SPACE.
014100 77  WS-NEW-REVERSED            PIC 9(09) VALUE ZERO.
014200 77  WS-NEW-LAST-DATE           PIC X(10) VALUE SPACES.
014300 77  WS-PRIOR-DATE              PIC X(10) VALUE SPACES.
014400
014500******************************************************************
014600*  EXTRACT HEADER - THE RUN BEING MATCHED AND ITS BUSINESS DATE. *
014700*  THE FD RECORD IS REPARSED THROUGH THE PARXTC LAYOUT.          *
014800******************************************************************
014900 77  WS-RUN-ID                  PIC X(08) VALUE SPACES.
015000 77  WS-BUS-DATE-ISO            PIC X(10) VALUE SPACES.
015100 COPY PARXTC.
015200
015300******************************************************************
015400*  AGE COMPUTATION WORK AREAS - DAY SERIALS ARE DAYS SINCE THE   *
015500*  (PROLEPTIC) YEAR ZERO SO TWO DATES SUBTRACT DIRECTLY.         *
015600******************************************************************
015700 77  WS-TODAY-SERIAL            PIC 9(09) VALUE ZERO COMP.
015800 77  WS-AGE-DAYS                PIC 9(09) VALUE ZERO COMP.
015900 77  WS-DS-YEARS                PIC 9(09) VALUE ZERO COMP.
016000 77  WS-DS-WORK                 PIC 9(09) VALUE ZERO COMP.
016100 77  WS-DS-REM                  PIC 9(09) VALUE ZERO COMP.
016200 77  WS-DS-SERIAL               PIC 9(09) VALUE ZERO COMP.
016300
016400 01  WS-DS-DATE.
016500     05  WS-DS-CCYY              PIC 9(04).
016600     05  WS-DS-MM                PIC 9(02).
016700     05  WS-DS-DD                PIC 9(02).
016800
016900 01  WS-ISO-DATE-PARTS.
017000     05  WS-ID-CCYY              PIC X(04).
017100     05  FILLER                  PIC X(01).
017200     05  WS-ID-MM                PIC X(02).
017300     05  FILLER                  PIC X(01).
017400     05  WS-ID-DD                PIC X(02).
017500
017600******************************************************************
017700*  CUMULATIVE DAYS BEFORE EACH MONTH (NON-LEAP)                  *
017800******************************************************************
017900 01  WS-MONTH-OFFSET-VALUES.
018000     05  FILLER                  PIC X(18)
018100         VALUE '000031059090120151'.
018200     05  FILLER                  PIC X(18)
018300         VALUE '181212243273304334'.
018400
018500 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
018600     05  WS-MONTH-OFFSET OCCURS 12 TIMES
018700                                 PIC 9(03).
018800
018900******************************************************************
019000*  RUN DATE WORK AREAS                                           *
019100******************************************************************
019200 01  WS-RUN-DATE-YYYYMMDD.
019300     05  WS-RD-CCYY              PIC 9(04).
019400     05  WS-RD-MM                PIC 9(02).
019500     05  WS-RD-DD                PIC 9(02).
019600
019700 01  WS-RUN-DATE-DISPLAY.
019800     05  WS-RDD-DD               PIC 9(02).
019900     05  FILLER                  PIC X(01) VALUE '/'.
020000     05  WS-RDD-MM               PIC 9(02).
020100     05  FILLER                  PIC X(01) VALUE '/'.
020200     05  WS-RDD-CCYY             PIC 9(04).
020300
020400******************************************************************
020500*  MATCHING REPORT LINE LAYOUTS                                  *
020600******************************************************************
020700 01  WS-RPT-TITLE-LINE1.
020800     05  FILLER                  PIC X(16) VALUE 'PARREVMT-REL'.
020900     05  FILLER                  PIC X(44)
021000         VALUE 'RELATORIO DE CASAMENTO DE ESTORNOS'.
021100     05  FILLER                  PIC X(72) VALUE SPACES.
021200
021300 01  WS-RPT-TITLE-LINE2.
021400     05  FILLER                  PIC X(06) VALUE 'DATA: '.
021500     05  RPT-H-DATE              PIC X(10).
021600     05  FILLER                  PIC X(05) VALUE SPACES.
021700     05  FILLER                  PIC X(07) VALUE 'PAGINA '.
021800     05  RPT-H-PAGE              PIC ZZZ9.
021900     05  FILLER                  PIC X(100) VALUE SPACES.
022000
022100 01  WS-RPT-RUN-LINE.
022200     05  FILLER                  PIC X(11) VALUE 'MOVIMENTO: '.
022300     05  RPT-R-BUS-DATE          PIC X(10).
022400     05  FILLER                  PIC X(12) VALUE '  EXECUCAO: '.
022500     05  RPT-R-RUN-ID            PIC X(08).
022600     05  FILLER                  PIC X(10) VALUE '  JANELA: '.
022700     05  RPT-R-WINDOW            PIC ZZZZ9.
022800     05  FILLER                  PIC X(05) VALUE ' DIAS'.
022900     05  FILLER                  PIC X(71) VALUE SPACES.
023000
023100 01  WS-RPT-COLUMN-HDR.
023200     05  FILLER                  PIC X(24) VALUE 'SITUACAO'.
023300     05  FILLER                  PIC X(12) VALUE 'CONTA'.
023400     05  FILLER                  PIC X(14) VALUE '      VALOR'.
023500     05  FILLER                  PIC X(12) VALUE 'DATA'.
023600     05  FILLER                  PIC X(12) VALUE 'DATA ORIG.'.
023700     05  FILLER                  PIC X(14) VALUE ' VALOR ORIG.'.
023800     05  FILLER                  PIC X(14) VALUE '      SALDO'.
023900     05  FILLER                  PIC X(05) VALUE ' DIAS'.
024000     05  FILLER                  PIC X(25) VALUE SPACES.
024100
024200 01  WS-RPT-DETAIL-LINE.
024300     05  RPT-D-SITUATION         PIC X(24).
024400     05  RPT-D-ACCOUNT           PIC X(12).
024500     05  RPT-D-VALOR             PIC ZZZ,ZZZ,ZZ9.
024600     05  FILLER                  PIC X(03).
024700     05  RPT-D-DATE              PIC X(12).
024800     05  RPT-D-ORIG-DATE         PIC X(12).
024900     05  RPT-D-ORIG-VALOR        PIC ZZZ,ZZZ,ZZ9.
025000     05  FILLER                  PIC X(03).
025100     05  RPT-D-REMAINING         PIC ZZZ,ZZZ,ZZ9.
025200     05  FILLER                  PIC X(03).
025300     05  RPT-D-AGE               PIC ZZZZ9.
025400     05  FILLER                  PIC X(25).
025500
025600 01  WS-RPT-MESSAGE-LINE.
025700     05  RPT-M-TEXT              PIC X(80).
025800     05  FILLER                  PIC X(52) VALUE SPACES.
025900
026000 01  WS-RPT-TOTAL-LINE.
026100     05  RPT-T-LABEL             PIC X(32).
026200     05  RPT-T-VALUE             PIC ZZZ,ZZZ,ZZ9.
026300     05  FILLER                  PIC X(89) VALUE SPACES.
026400
026500 PROCEDURE DIVISION.
026600
026700******************************************************************
026800*  0000-MAINLINE                                                 *
026900*  MATCH EVERY DETAIL OF THE EXTRACT, THEN AGE THE OPEN ENTRIES  *
027000*  OUT OF THE WINDOW AND MARK THE RUN AS APPLIED.  AN EXTRACT    *
027100*  ALREADY APPLIED IS ONLY REPORTED.                             *
027200******************************************************************
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027500     IF RUN-ALREADY-APPLIED
027600         MOVE 'EXECUCAO JA CASADA ANTERIORMENTE - NADA A FAZER'
027700           TO RPT-M-TEXT
027800         WRITE RPT-LINE FROM WS-RPT-MESSAGE-LINE
027900             AFTER ADVANCING 2 LINES
028000         DISPLAY 'PARREVMT - EXECUCAO ' WS-RUN-ID
028100             ' JA CASADA - EXTRATO IGNORADO'
028200         MOVE 4 TO RETURN-CODE
028300         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
028400         GO TO 9999-EXIT
028500     END-IF.
028600     PERFORM 2000-READ-EXTRACT THRU 2000-READ-EXTRACT-EXIT.
028700     PERFORM 2100-PROCESS-ONE-RECORD
028800         THRU 2100-PROCESS-ONE-RECORD-EXIT
028900         UNTIL END-OF-EXTRACT.
029000     PERFORM 6000-AGE-ENTRIES THRU 6000-AGE-ENTRIES-EXIT.
029100     PERFORM 7000-UPDATE-CONTROL THRU 7000-UPDATE-CONTROL-EXIT.
029200     PERFORM 8000-WRITE-REPORT-TOTALS
029300         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
029400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
029500     GO TO 9999-EXIT.
029600
029700******************************************************************
029800*  1000-INITIALIZE                                               *
029900******************************************************************
030000 1000-INITIALIZE.
030100     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
030200     MOVE WS-RD-DD   TO WS-RDD-DD
030300     MOVE WS-RD-MM   TO WS-RDD-MM
030400     MOVE WS-RD-CCYY TO WS-RDD-CCYY
030500     PERFORM 1050-READ-OPTIONS THRU 1050-READ-OPTIONS-EXIT
030600     OPEN INPUT XTRIN
030700     IF FS-XTRIN NOT = '00'
030800         DISPLAY 'PARREVMT - UNABLE TO OPEN XTRIN, STATUS='
030900             FS-XTRIN
031000         MOVE 16 TO RETURN-CODE
031100         GO TO 9999-EXIT
031200     END-IF
031300     PERFORM 1100-READ-HEADER THRU 1100-READ-HEADER-EXIT
031400     OPEN I-O REVFILE
031500     IF FS-REVFILE NOT = '00'
031600         DISPLAY 'PARREVMT - UNABLE TO OPEN REVFILE, STATUS='
031700             FS-REVFILE
031800         MOVE 16 TO RETURN-CODE
031900         GO TO 9999-EXIT
032000     END-IF
032100     PERFORM 1200-CHECK-CONTROL THRU 1200-CHECK-CONTROL-EXIT
032200     OPEN OUTPUT RPTFILE
032300     IF FS-RPTFILE NOT = '00'
032400         DISPLAY 'PARREVMT - UNABLE TO OPEN RPTFILE, STATUS='
032500             FS-RPTFILE
032600         MOVE 16 TO RETURN-CODE
032700         GO TO 9999-EXIT
032800     END-IF
032900     PERFORM 1400-WRITE-REPORT-HEADERS
033000         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
033100 1000-INITIALIZE-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*  1050-READ-OPTIONS                                             *
033600*  APPLIES THE CENTRAL RUN-OPTIONS FILE (COPYBOOK PAROPT,        *
033700*  MAINTAINED BY PAROPMNT) - REV-WINDOW AND LINES-PAGE.  AN      *
033800*  ABSENT FILE OR A BAD VALUE LEAVES THE DEFAULT IN FORCE.       *
033900******************************************************************
034000 1050-READ-OPTIONS.
034100     OPEN INPUT OPTFILE
034200     IF FS-OPTFILE NOT = '00'
034300         GO TO 1050-READ-OPTIONS-EXIT
034400     END-IF
034500     PERFORM 1060-READ-ONE-OPTION
034600         THRU 1060-READ-ONE-OPTION-EXIT
034700     PERFORM 1070-APPLY-ONE-OPTION
034800         THRU 1070-APPLY-ONE-OPTION-EXIT
034900         UNTIL END-OF-OPTIONS
035000     CLOSE OPTFILE.
035100 1050-READ-OPTIONS-EXIT.
035200     EXIT.
035300
035400 1060-READ-ONE-OPTION.
035500     READ OPTFILE
035600         AT END
035700             SET END-OF-OPTIONS TO TRUE
035800     END-READ.
035900 1060-READ-ONE-OPTION-EXIT.
036000     EXIT.
036100
036200 1070-APPLY-ONE-OPTION.
036300     IF OPT-KEYWORD = 'REV-WINDOW'
036400      AND OPT-VALUE-X NUMERIC AND OPT-VALUE-NUM > ZERO
036500      AND OPT-VALUE-NUM < 10000
036600         MOVE OPT-VALUE-NUM TO WS-WINDOW-DAYS
036700     END-IF
036800     IF OPT-KEYWORD = 'LINES-PAGE'
036900      AND OPT-VALUE-X NUMERIC AND OPT-VALUE-NUM > ZERO
037000      AND OPT-VALUE-NUM < 1000
037100         MOVE OPT-VALUE-NUM TO WS-LINES-PER-PAGE
037200     END-IF
037300     PERFORM 1060-READ-ONE-OPTION
037400         THRU 1060-READ-ONE-OPTION-EXIT.
037500 1070-APPLY-ONE-OPTION-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*  1100-READ-HEADER                                              *
038000*  THE EXTRACT OPENS WITH THE HEADER OF THE RUN THAT WROTE IT    *
038100*  (SEE PARXTC) - ITS RUN-ID AND BUSINESS DATE ARE THE RUN       *
038200*  BEING MATCHED AND THE DAY AGES ARE MEASURED FROM.  LATER      *
038300*  HEADERS (A PARIDRST RESTART EXTENDS THE FILE) ARE READ PAST.  *
038400******************************************************************
038500 1100-READ-HEADER.
038600     READ XTRIN
038700         AT END
038800             DISPLAY 'PARREVMT - EXTRACT IS EMPTY - NO HEADER'
038900             MOVE 16 TO RETURN-CODE
039000             GO TO 9999-EXIT
039100     END-READ
039200     IF NOT XTR-IS-HEADER-REC
039300         DISPLAY 'PARREVMT - EXTRACT DOES NOT START WITH A HEADER'
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 9999-EXIT
039600     END-IF
039700     MOVE PAR-EXTRACT-RECORD TO PAR-EXTRACT-HEADER-RECORD
039800     MOVE XTH-RUN-ID   TO WS-RUN-ID
039900     MOVE XTH-RUN-DATE TO WS-BUS-DATE-ISO
040000     MOVE WS-BUS-DATE-ISO TO WS-ISO-DATE-PARTS
040100     PERFORM 5150-PARSE-ISO-DATE THRU 5150-PARSE-ISO-DATE-EXIT
040200     IF NOT DATE-IS-VALID
040300         DISPLAY 'PARREVMT - INVALID BUSINESS DATE ON HEADER: '
040400             WS-BUS-DATE-ISO
040500         MOVE 16 TO RETURN-CODE
040600         GO TO 9999-EXIT
040700     END-IF
040800     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
040900 1100-READ-HEADER-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300*  1200-CHECK-CONTROL                                            *
041400*  THE ALL-NINES CONTROL RECORD NAMES THE LAST RUN APPLIED - THE *
041500*  SAME RUN PRESENTED AGAIN (A RERUN OF THE STEP) IS NOT MATCHED *
041600*  A SECOND TIME.                                                *
041700******************************************************************
041800 1200-CHECK-CONTROL.
041900     MOVE '99999999999999999999999-12-3199999' TO REV-KEY-TEXT
042000     READ REVFILE
042100     IF FS-REVFILE = '23'
042200         GO TO 1200-CHECK-CONTROL-EXIT
042300     END-IF
042400     IF FS-REVFILE NOT = '00'
042500         DISPLAY 'PARREVMT - REVFILE READ FAILED, STATUS='
042600             FS-REVFILE
042700         MOVE 16 TO RETURN-CODE
042800         GO TO 9999-EXIT
042900     END-IF
043000     IF REV-RUN-ID = WS-RUN-ID
043100         SET RUN-ALREADY-APPLIED TO TRUE
043200     END-IF.
043300 1200-CHECK-CONTROL-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700*  1400-WRITE-REPORT-HEADERS                                     *
043800******************************************************************
043900 1400-WRITE-REPORT-HEADERS.
044000     ADD 1 TO WS-PAGE-COUNT
044100     MOVE WS-RUN-DATE-DISPLAY TO RPT-H-DATE
044200     MOVE WS-PAGE-COUNT       TO RPT-H-PAGE
044300     MOVE WS-BUS-DATE-ISO     TO RPT-R-BUS-DATE
044400     MOVE WS-RUN-ID           TO RPT-R-RUN-ID
044500     MOVE WS-WINDOW-DAYS      TO RPT-R-WINDOW
044600     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
044700     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
044800     WRITE RPT-LINE FROM WS-RPT-RUN-LINE AFTER ADVANCING 1 LINE
044900     WRITE RPT-LINE FROM WS-RPT-COLUMN-HDR AFTER ADVANCING 2 LINES
045000     MOVE ZERO TO WS-LINE-COUNT.
045100 1400-WRITE-REPORT-HEADERS-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*  1410-CHECK-PAGE-BREAK                                         *
045600******************************************************************
045700 1410-CHECK-PAGE-BREAK.
045800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
045900         PERFORM 1400-WRITE-REPORT-HEADERS
046000             THRU 1400-WRITE-REPORT-HEADERS-EXIT
046100     END-IF.
046200 1410-CHECK-PAGE-BREAK-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600*  2000-READ-EXTRACT                                             *
046700*  ONLY THE DETAILS ARE MATCHED - CONTROL RECORDS ARE READ PAST. *
046800******************************************************************
046900 2000-READ-EXTRACT.
047000     READ XTRIN
047100         AT END
047200             SET END-OF-EXTRACT TO TRUE
047300             GO TO 2000-READ-EXTRACT-EXIT
047400     END-READ
047500     IF XTR-IS-CONTROL-REC
047600         GO TO 2000-READ-EXTRACT
047700     END-IF.
047800 2000-READ-EXTRACT-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*  2100-PROCESS-ONE-RECORD                                       *
048300*  A NEGATIVE VALOR LOOKS FOR ITS ORIGINAL; A POSITIVE ONE FIRST *
048400*  LOOKS FOR A REVERSAL THAT ARRIVED AHEAD OF IT, THEN JOINS THE *
048500*  OPEN ENTRIES.  A ZERO VALOR HAS NOTHING TO REVERSE.           *
048600******************************************************************
048700 2100-PROCESS-ONE-RECORD.
048800     ADD 1 TO WS-READ-COUNT
048900     IF XTR-VALOR NOT NUMERIC
049000      OR XTR-VALOR = ZERO
049100         ADD 1 TO WS-ZERO-COUNT
049200     ELSE
049300         IF XTR-IS-NEGATIVE
049400             ADD 1 TO WS-NEGATIVE-COUNT
049500             PERFORM 3000-MATCH-REVERSAL
049600                 THRU 3000-MATCH-REVERSAL-EXIT
049700         ELSE
049800             ADD 1 TO WS-POSITIVE-COUNT
049900             PERFORM 4000-POST-ORIGINAL
050000                 THRU 4000-POST-ORIGINAL-EXIT
050100         END-IF
050200     END-IF
050300     PERFORM 2000-READ-EXTRACT THRU 2000-READ-EXTRACT-EXIT.
050400 2100-PROCESS-ONE-RECORD-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800*  3000-MATCH-REVERSAL                                           *
050900*  IN ORDER OF PREFERENCE -                                      *
051000*    AN OPEN ORIGINAL OF THE SAME ACCOUNT AND VALOR IN THE       *
051100*       WINDOW - A MATCHED PAIR;                                 *
051200*    ONLY A REVERSED ONE - A DOUBLE REVERSAL, HELD;              *
051300*    AN OPEN OR PARTLY REVERSED ORIGINAL OF THE SAME ACCOUNT     *
051400*       WITH AT LEAST THIS MUCH STILL UNREVERSED - A PARTIAL     *
051500*       REVERSAL;                                                *
051600*    NOTHING - A REVERSAL WITH NO ORIGINAL, HELD FOR ONE TO      *
051700*       ARRIVE.                                                  *
051800*  THE OLDEST QUALIFYING ORIGINAL IS TAKEN (THE KEY RUNS BY      *
051900*  DATE WITHIN ACCOUNT AND VALOR).                               *
052000******************************************************************
052100 3000-MATCH-REVERSAL.
052200     MOVE 'N' TO WS-FOUND-SW
052300     MOVE 'N' TO WS-PRIOR-SW
052400     MOVE SPACES TO WS-PRIOR-DATE
052500     MOVE XTR-VALOR TO WS-START-VALOR
052600     PERFORM 5000-START-SCAN THRU 5000-START-SCAN-EXIT
052700     PERFORM 3010-TEST-EXACT THRU 3010-TEST-EXACT-EXIT
052800         UNTIL END-OF-SCAN OR ENTRY-FOUND
052900     IF ENTRY-FOUND
053000         MOVE REV-ENTRY-DATE TO WS-PRIOR-DATE
053100         SET REV-IS-REVERSED TO TRUE
053200         MOVE REV-VALOR       TO REV-REVERSED-VALOR
053300         MOVE WS-BUS-DATE-ISO TO REV-LAST-DATE
053400         PERFORM 5200-REWRITE-ENTRY THRU 5200-REWRITE-ENTRY-EXIT
053500         ADD 1 TO WS-MATCHED-COUNT
053600         MOVE 'ESTORNO CASADO' TO RPT-D-SITUATION
053700         PERFORM 3900-WRITE-EVENT-LINE
053800             THRU 3900-WRITE-EVENT-LINE-EXIT
053900         GO TO 3000-MATCH-REVERSAL-EXIT
054000     END-IF
054100     IF PRIOR-REVERSAL-FOUND
054200         ADD 1 TO WS-DOUBLE-COUNT
054300         MOVE 'ESTORNO DUPLO' TO RPT-D-SITUATION
054400         PERFORM 3900-WRITE-EVENT-LINE
054500             THRU 3900-WRITE-EVENT-LINE-EXIT
054600         MOVE '-' TO WS-NEW-SIGN
054700         MOVE 'D' TO WS-NEW-STATUS
054800         PERFORM 5400-ADD-ENTRY THRU 5400-ADD-ENTRY-EXIT
054900         GO TO 3000-MATCH-REVERSAL-EXIT
055000     END-IF
055100     PERFORM 3100-FIND-PARTIAL THRU 3100-FIND-PARTIAL-EXIT
055200     IF ENTRY-FOUND
055300         PERFORM 3200-APPLY-PARTIAL THRU 3200-APPLY-PARTIAL-EXIT
055400         GO TO 3000-MATCH-REVERSAL-EXIT
055500     END-IF
055600     ADD 1 TO WS-NO-ORIGINAL-COUNT
055700     MOVE 'ESTORNO SEM ORIGINAL' TO RPT-D-SITUATION
055800     PERFORM 3900-WRITE-EVENT-LINE THRU 3900-WRITE-EVENT-LINE-EXIT
055900     MOVE '-' TO WS-NEW-SIGN
056000     MOVE 'U' TO WS-NEW-STATUS
056100     PERFORM 5400-ADD-ENTRY THRU 5400-ADD-ENTRY-EXIT.
056200 3000-MATCH-REVERSAL-EXIT.
056300     EXIT.
056400
056500 3010-TEST-EXACT.
056600     IF REV-ACCOUNT-NO NOT = XTR-ACCOUNT-NO
056700      OR REV-VALOR NOT = XTR-VALOR
056800         SET END-OF-SCAN TO TRUE
056900         GO TO 3010-TEST-EXACT-EXIT
057000     END-IF
057100     IF REV-IS-ORIGINAL
057200         PERFORM 5100-COMPUTE-ENTRY-AGE
057300             THRU 5100-COMPUTE-ENTRY-AGE-EXIT
057400         IF WS-AGE-DAYS NOT > WS-WINDOW-DAYS
057500             IF REV-IS-OPEN
057600                 SET ENTRY-FOUND TO TRUE
057700                 GO TO 3010-TEST-EXACT-EXIT
057800             END-IF
057900             IF REV-IS-REVERSED
058000              AND NOT PRIOR-REVERSAL-FOUND
058100                 SET PRIOR-REVERSAL-FOUND TO TRUE
058200                 MOVE REV-ENTRY-DATE TO WS-PRIOR-DATE
058300             END-IF
058400         END-IF
058500     END-IF
058600     PERFORM 5010-READ-NEXT-ENTRY THRU 5010-READ-NEXT-ENTRY-EXIT.
058700 3010-TEST-EXACT-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100*  3100-FIND-PARTIAL                                             *
059200*  A LARGER ORIGINAL OF THE SAME ACCOUNT - THE SCAN STARTS AT THE*
059300*  NEXT VALOR UP AND RUNS TO THE END OF THE ACCOUNT.             *
059400******************************************************************
059500 3100-FIND-PARTIAL.
059600     MOVE 'N' TO WS-FOUND-SW
059700     IF XTR-VALOR NOT < 999999999
059800         GO TO 3100-FIND-PARTIAL-EXIT
059900     END-IF
060000     ADD 1 TO XTR-VALOR GIVING WS-START-VALOR
060100     PERFORM 5000-START-SCAN THRU 5000-START-SCAN-EXIT
060200     PERFORM 3110-TEST-PARTIAL THRU 3110-TEST-PARTIAL-EXIT
060300         UNTIL END-OF-SCAN OR ENTRY-FOUND.
060400 3100-FIND-PARTIAL-EXIT.
060500     EXIT.
060600
060700 3110-TEST-PARTIAL.
060800     IF REV-ACCOUNT-NO NOT = XTR-ACCOUNT-NO
060900         SET END-OF-SCAN TO TRUE
061000         GO TO 3110-TEST-PARTIAL-EXIT
061100     END-IF
061200     IF REV-IS-ORIGINAL
061300      AND (REV-IS-OPEN OR REV-IS-PARTLY-REVERSED)
061400         PERFORM 5100-COMPUTE-ENTRY-AGE
061500             THRU 5100-COMPUTE-ENTRY-AGE-EXIT
061600         SUBTRACT REV-REVERSED-VALOR FROM REV-VALOR
061700             GIVING WS-REMAINING
061800         IF WS-AGE-DAYS NOT > WS-WINDOW-DAYS
061900          AND WS-REMAINING NOT < XTR-VALOR
062000             SET ENTRY-FOUND TO TRUE
062100             GO TO 3110-TEST-PARTIAL-EXIT
062200         END-IF
062300     END-IF
062400     PERFORM 5010-READ-NEXT-ENTRY THRU 5010-READ-NEXT-ENTRY-EXIT.
062500 3110-TEST-PARTIAL-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900*  3200-APPLY-PARTIAL                                            *
063000*  THE REVERSAL IS TAKEN OFF THE ORIGINAL'S UNREVERSED BALANCE - *
063100*  A BALANCE THAT REACHES ZERO LEAVES THE ORIGINAL FULLY         *
063200*  REVERSED.                                                     *
063300******************************************************************
063400 3200-APPLY-PARTIAL.
063500     MOVE REV-ENTRY-DATE TO WS-PRIOR-DATE
063600     ADD XTR-VALOR TO REV-REVERSED-VALOR
063700     MOVE WS-BUS-DATE-ISO TO REV-LAST-DATE
063800     IF REV-REVERSED-VALOR = REV-VALOR
063900         SET REV-IS-REVERSED TO TRUE
064000     ELSE
064100         SET REV-IS-PARTLY-REVERSED TO TRUE
064200     END-IF
064300     PERFORM 5200-REWRITE-ENTRY THRU 5200-REWRITE-ENTRY-EXIT
064400     ADD 1 TO WS-PARTIAL-COUNT
064500     MOVE 'ESTORNO PARCIAL' TO RPT-D-SITUATION
064600     PERFORM 3900-WRITE-EVENT-LINE
064700         THRU 3900-WRITE-EVENT-LINE-EXIT.
064800 3200-APPLY-PARTIAL-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200*  3900-WRITE-EVENT-LINE                                         *
065300*  ONE LINE FOR THE EXTRACT DETAIL IN HAND - RPT-D-SITUATION IS  *
065400*  SET BY THE CALLER.  THE ORIGINAL'S DATE, VALOR AND REMAINING  *
065500*  BALANCE ARE SHOWN WHEN ONE WAS FOUND.                         *
065600******************************************************************
065700 3900-WRITE-EVENT-LINE.
065800     PERFORM 1410-CHECK-PAGE-BREAK THRU 1410-CHECK-PAGE-BREAK-EXIT
065900     MOVE XTR-ACCOUNT-NO  TO RPT-D-ACCOUNT
066000     MOVE XTR-VALOR       TO RPT-D-VALOR
066100     MOVE WS-BUS-DATE-ISO TO RPT-D-DATE
066200     MOVE WS-PRIOR-DATE   TO RPT-D-ORIG-DATE
066300     IF ENTRY-FOUND
066400         MOVE REV-VALOR TO RPT-D-ORIG-VALOR
066500         SUBTRACT REV-REVERSED-VALOR FROM REV-VALOR
066600             GIVING WS-REMAINING
066700         MOVE WS-REMAINING TO RPT-D-REMAINING
066800     ELSE
066900         MOVE ZERO TO RPT-D-ORIG-VALOR
067000         MOVE ZERO TO RPT-D-REMAINING
067100     END-IF
067200     MOVE ZERO TO RPT-D-AGE
067300     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
067400         AFTER ADVANCING 1 LINE
067500     ADD 1 TO WS-LINE-COUNT
067600     MOVE SPACES TO WS-RPT-DETAIL-LINE.
067700 3900-WRITE-EVENT-LINE-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100*  4000-POST-ORIGINAL                                            *
068200*  A REVERSAL OF THE SAME ACCOUNT AND VALOR ALREADY WAITING IN   *
068300*  THE WINDOW IS MATCHED AND RELEASED, AND THE ORIGINAL IS KEPT  *
068400*  AS REVERSED; OTHERWISE IT JOINS THE OPEN ENTRIES.             *
068500******************************************************************
068600 4000-POST-ORIGINAL.
068700     MOVE 'N' TO WS-FOUND-SW
068800     MOVE SPACES TO WS-PRIOR-DATE
068900     MOVE XTR-VALOR TO WS-START-VALOR
069000     PERFORM 5000-START-SCAN THRU 5000-START-SCAN-EXIT
069100     PERFORM 4010-TEST-WAITING THRU 4010-TEST-WAITING-EXIT
069200         UNTIL END-OF-SCAN OR ENTRY-FOUND
069300     MOVE '+' TO WS-NEW-SIGN
069400     IF ENTRY-FOUND
069500         MOVE REV-ENTRY-DATE TO WS-PRIOR-DATE
069600         PERFORM 5300-DELETE-ENTRY THRU 5300-DELETE-ENTRY-EXIT
069700         ADD 1 TO WS-MATCHED-COUNT
069800         ADD 1 TO WS-LATE-COUNT
069900         MOVE 'R' TO WS-NEW-STATUS
070000         MOVE XTR-VALOR       TO WS-NEW-REVERSED
070100         MOVE WS-BUS-DATE-ISO TO WS-NEW-LAST-DATE
070200         MOVE 'N' TO WS-FOUND-SW
070300         MOVE 'CASADO - ORIG. POSTERIOR' TO RPT-D-SITUATION
070400         PERFORM 3900-WRITE-EVENT-LINE
070500             THRU 3900-WRITE-EVENT-LINE-EXIT
070600     ELSE
070700         MOVE 'O' TO WS-NEW-STATUS
070800     END-IF
070900     PERFORM 5400-ADD-ENTRY THRU 5400-ADD-ENTRY-EXIT.
071000 4000-POST-ORIGINAL-EXIT.
071100     EXIT.
071200
071300 4010-TEST-WAITING.
071400     IF REV-ACCOUNT-NO NOT = XTR-ACCOUNT-NO
071500      OR REV-VALOR NOT = XTR-VALOR
071600         SET END-OF-SCAN TO TRUE
071700         GO TO 4010-TEST-WAITING-EXIT
071800     END-IF
071900     IF REV-IS-REVERSAL
072000         PERFORM 5100-COMPUTE-ENTRY-AGE
072100             THRU 5100-COMPUTE-ENTRY-AGE-EXIT
072200         IF WS-AGE-DAYS NOT > WS-WINDOW-DAYS
072300             SET ENTRY-FOUND TO TRUE
072400             GO TO 4010-TEST-WAITING-EXIT
072500         END-IF
072600     END-IF
072700     PERFORM 5010-READ-NEXT-ENTRY THRU 5010-READ-NEXT-ENTRY-EXIT.
072800 4010-TEST-WAITING-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*  5000-START-SCAN                                               *
073300*  POSITIONS THE KSDS AT THE FIRST ENTRY OF THE EXTRACT DETAIL'S *
073400*  ACCOUNT WITH A VALOR NOT BELOW WS-START-VALOR AND READS IT.   *
073500******************************************************************
073600 5000-START-SCAN.
073700     MOVE 'N' TO WS-SCAN-EOF-SW
073800     MOVE XTR-ACCOUNT-NO TO REV-ACCOUNT-NO
073900     MOVE WS-START-VALOR TO REV-VALOR
074000     MOVE LOW-VALUES     TO REV-ENTRY-DATE
074100     MOVE ZERO           TO REV-ENTRY-SEQ
074200     START REVFILE KEY NOT < REV-KEY
074300     IF FS-REVFILE = '23'
074400         SET END-OF-SCAN TO TRUE
074500         GO TO 5000-START-SCAN-EXIT
074600     END-IF
074700     IF FS-REVFILE NOT = '00'
074800         DISPLAY 'PARREVMT - REVFILE START FAILED, STATUS='
074900             FS-REVFILE
075000         MOVE 16 TO RETURN-CODE
075100         GO TO 9999-EXIT
075200     END-IF
075300     PERFORM 5010-READ-NEXT-ENTRY THRU 5010-READ-NEXT-ENTRY-EXIT.
075400 5000-START-SCAN-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800*  5010-READ-NEXT-ENTRY                                          *
075900*  THE CONTROL RECORD IS READ PAST.                              *
076000******************************************************************
076100 5010-READ-NEXT-ENTRY.
076200     READ REVFILE NEXT
076300         AT END
076400             SET END-OF-SCAN TO TRUE
076500             GO TO 5010-READ-NEXT-ENTRY-EXIT
076600     END-READ
076700     IF FS-REVFILE NOT = '00'
076800         DISPLAY 'PARREVMT - REVFILE READ FAILED, STATUS='
076900             FS-REVFILE
077000         MOVE 16 TO RETURN-CODE
077100         GO TO 9999-EXIT
077200     END-IF
077300     IF REV-IS-CONTROL-RECORD
077400         GO TO 5010-READ-NEXT-ENTRY
077500     END-IF.
077600 5010-READ-NEXT-ENTRY-EXIT.
077700     EXIT.
077800
077900******************************************************************
078000*  5100-COMPUTE-ENTRY-AGE                                        *
078100*  AGE IN DAYS OF THE ENTRY IN HAND, FROM THE BUSINESS DATE IT   *
078200*  WAS POSTED.  A DATE THAT WILL NOT PARSE IS TREATED AS OUTSIDE *
078300*  THE WINDOW - A BROKEN ENTRY MUST NOT MATCH ANYTHING.          *
078400******************************************************************
078500 5100-COMPUTE-ENTRY-AGE.
078600     MOVE REV-ENTRY-DATE TO WS-ISO-DATE-PARTS
078700     PERFORM 5150-PARSE-ISO-DATE THRU 5150-PARSE-ISO-DATE-EXIT
078800     IF NOT DATE-IS-VALID
078900      OR WS-DS-SERIAL > WS-TODAY-SERIAL
079000         MOVE 99999 TO WS-AGE-DAYS
079100     ELSE
079200         SUBTRACT WS-DS-SERIAL FROM WS-TODAY-SERIAL
079300             GIVING WS-AGE-DAYS
079400     END-IF.
079500 5100-COMPUTE-ENTRY-AGE-EXIT.
079600     EXIT.
079700
079800 5150-PARSE-ISO-DATE.
079900     MOVE 'N' TO WS-DATE-SW
080000     IF WS-ID-CCYY NOT NUMERIC
080100      OR WS-ID-MM NOT NUMERIC
080200      OR WS-ID-DD NOT NUMERIC
080300         GO TO 5150-PARSE-ISO-DATE-EXIT
080400     END-IF
080500     MOVE WS-ID-CCYY TO WS-DS-CCYY
080600     MOVE WS-ID-MM   TO WS-DS-MM
080700     MOVE WS-ID-DD   TO WS-DS-DD
080800     IF WS-DS-MM < 1 OR WS-DS-MM > 12
080900      OR WS-DS-DD < 1 OR WS-DS-DD > 31
081000      OR WS-DS-CCYY < 1
081100         GO TO 5150-PARSE-ISO-DATE-EXIT
081200     END-IF
081300     SET DATE-IS-VALID TO TRUE
081400     PERFORM 7500-COMPUTE-DAY-SERIAL
081500         THRU 7500-COMPUTE-DAY-SERIAL-EXIT.
081600 5150-PARSE-ISO-DATE-EXIT.
081700     EXIT.
081800
081900******************************************************************
082000*  5200-REWRITE-ENTRY / 5300-DELETE-ENTRY                        *
082100*  THE ENTRY IN HAND IS THE ONE LAST READ.                       *
082200******************************************************************
082300 5200-REWRITE-ENTRY.
082400     REWRITE PAR-REVERSIBLE-RECORD
082500     IF FS-REVFILE NOT = '00'
082600         DISPLAY 'PARREVMT - REVFILE REWRITE FAILED, STATUS='
082700             FS-REVFILE
082800         MOVE 16 TO RETURN-CODE
082900         GO TO 9999-EXIT
083000     END-IF.
083100 5200-REWRITE-ENTRY-EXIT.
083200     EXIT.
083300
083400 5300-DELETE-ENTRY.
083500     DELETE REVFILE
083600     IF FS-REVFILE NOT = '00'
083700         DISPLAY 'PARREVMT - REVFILE DELETE FAILED, STATUS='
083800             FS-REVFILE
083900         MOVE 16 TO RETURN-CODE
084000         GO TO 9999-EXIT
084100     END-IF.
084200 5300-DELETE-ENTRY-EXIT.
084300     EXIT.
084400
084500******************************************************************
084600*  5400-ADD-ENTRY                                                *
084700*  THE EXTRACT DETAIL IN HAND JOINS THE FILE UNDER TODAY'S       *
084800*  BUSINESS DATE WITH WS-NEW-SIGN/WS-NEW-STATUS (AND, FOR AN     *
084900*  ORIGINAL MATCHED ON ARRIVAL, WS-NEW-REVERSED/WS-NEW-LAST-     *
085000*  DATE).  THE SEQUENCE STARTS AT 1 AND STEPS PAST ANY EQUAL     *
085100*  ENTRY ALREADY ON FILE FOR THE SAME DAY.                       *
085200******************************************************************
085300 5400-ADD-ENTRY.
085400     MOVE SPACES TO PAR-REVERSIBLE-RECORD
085500     MOVE XTR-ACCOUNT-NO  TO REV-ACCOUNT-NO
085600     MOVE XTR-VALOR       TO REV-VALOR
085700     MOVE WS-BUS-DATE-ISO TO REV-ENTRY-DATE
085800     MOVE ZERO            TO REV-ENTRY-SEQ
085900     MOVE WS-NEW-SIGN     TO REV-ENTRY-SIGN
086000     MOVE WS-NEW-STATUS   TO REV-STATUS
086100     MOVE WS-NEW-REVERSED TO REV-REVERSED-VALOR
086200     MOVE WS-NEW-LAST-DATE TO REV-LAST-DATE
086300     MOVE XTR-RUN-ID      TO REV-RUN-ID
086400     MOVE XTR-SOURCE-CODE TO REV-SOURCE-CODE
086500     PERFORM 5410-WRITE-ENTRY THRU 5410-WRITE-ENTRY-EXIT
086600     MOVE ZERO   TO WS-NEW-REVERSED
086700     MOVE SPACES TO WS-NEW-LAST-DATE.
086800 5400-ADD-ENTRY-EXIT.
086900     EXIT.
087000
087100 5410-WRITE-ENTRY.
087200     ADD 1 TO REV-ENTRY-SEQ
087300     WRITE PAR-REVERSIBLE-RECORD
087400     IF FS-REVFILE = '22'
087500      AND REV-ENTRY-SEQ < 99999
087600         GO TO 5410-WRITE-ENTRY
087700     END-IF
087800     IF FS-REVFILE NOT = '00'
087900         DISPLAY 'PARREVMT - REVFILE WRITE FAILED, STATUS='
088000             FS-REVFILE ' CONTA=' XTR-ACCOUNT-NO
088100         MOVE 16 TO RETURN-CODE
088200         GO TO 9999-EXIT
088300     END-IF.
088400 5410-WRITE-ENTRY-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800*  6000-AGE-ENTRIES                                              *
088900*  ONE PASS OVER THE WHOLE FILE.  AN ENTRY OLDER THAN THE WINDOW *
089000*  CAN NO LONGER BE MATCHED AND IS REMOVED - A REVERSAL STILL    *
089100*  WAITING FOR ITS ORIGINAL IS REPORTED AND FAILS THE STEP, AND  *
089200*  A PARTLY REVERSED ORIGINAL IS REPORTED AS NEVER COMPLETED.    *
089300******************************************************************
089400 6000-AGE-ENTRIES.
089500     MOVE 'N' TO WS-SCAN-EOF-SW
089600     MOVE 'N' TO WS-FOUND-SW
089700     MOVE LOW-VALUES TO REV-KEY
089800     START REVFILE KEY NOT < REV-KEY
089900     IF FS-REVFILE = '23'
090000         GO TO 6000-AGE-ENTRIES-EXIT
090100     END-IF
090200     IF FS-REVFILE NOT = '00'
090300         DISPLAY 'PARREVMT - REVFILE START FAILED, STATUS='
090400             FS-REVFILE
090500         MOVE 16 TO RETURN-CODE
090600         GO TO 9999-EXIT
090700     END-IF
090800     PERFORM 5010-READ-NEXT-ENTRY THRU 5010-READ-NEXT-ENTRY-EXIT
090900     PERFORM 6010-AGE-ONE-ENTRY THRU 6010-AGE-ONE-ENTRY-EXIT
091000         UNTIL END-OF-SCAN.
091100 6000-AGE-ENTRIES-EXIT.
091200     EXIT.
091300
091400 6010-AGE-ONE-ENTRY.
091500     PERFORM 5100-COMPUTE-ENTRY-AGE
091600         THRU 5100-COMPUTE-ENTRY-AGE-EXIT
091700     IF WS-AGE-DAYS NOT > WS-WINDOW-DAYS
091800         ADD 1 TO WS-OPEN-COUNT
091900         IF REV-IS-REVERSAL
092000             ADD 1 TO WS-WAITING-COUNT
092100         END-IF
092200         PERFORM 5010-READ-NEXT-ENTRY
092300             THRU 5010-READ-NEXT-ENTRY-EXIT
092400         GO TO 6010-AGE-ONE-ENTRY-EXIT
092500     END-IF
092600     IF REV-IS-REVERSAL
092700         ADD 1 TO WS-EXPIRED-REV-COUNT
092800         MOVE 'SEM ORIGINAL APOS PRAZO' TO RPT-D-SITUATION
092900         PERFORM 6100-WRITE-AGED-LINE
093000             THRU 6100-WRITE-AGED-LINE-EXIT
093100     END-IF
093200     IF REV-IS-ORIGINAL
093300      AND REV-IS-PARTLY-REVERSED
093400         ADD 1 TO WS-PARTIAL-CLOSED-COUNT
093500         MOVE 'PARCIAL NAO CONCLUIDO' TO RPT-D-SITUATION
093600         PERFORM 6100-WRITE-AGED-LINE
093700             THRU 6100-WRITE-AGED-LINE-EXIT
093800     END-IF
093900     PERFORM 5300-DELETE-ENTRY THRU 5300-DELETE-ENTRY-EXIT
094000     ADD 1 TO WS-PURGED-COUNT
094100     PERFORM 5010-READ-NEXT-ENTRY THRU 5010-READ-NEXT-ENTRY-EXIT.
094200 6010-AGE-ONE-ENTRY-EXIT.
094300     EXIT.
094400
094500 6100-WRITE-AGED-LINE.
094600     PERFORM 1410-CHECK-PAGE-BREAK THRU 1410-CHECK-PAGE-BREAK-EXIT
094700     MOVE REV-ACCOUNT-NO TO RPT-D-ACCOUNT
094800     MOVE REV-ENTRY-DATE TO RPT-D-DATE
094900     IF REV-IS-REVERSAL
095000         MOVE REV-VALOR TO RPT-D-VALOR
095100         MOVE ZERO      TO RPT-D-ORIG-VALOR
095200         MOVE ZERO      TO RPT-D-REMAINING
095300     ELSE
095400         MOVE REV-REVERSED-VALOR TO RPT-D-VALOR
095500         MOVE REV-ENTRY-DATE     TO RPT-D-ORIG-DATE
095600         MOVE REV-LAST-DATE      TO RPT-D-DATE
095700         MOVE REV-VALOR          TO RPT-D-ORIG-VALOR
095800         SUBTRACT REV-REVERSED-VALOR FROM REV-VALOR
095900             GIVING WS-REMAINING
096000         MOVE WS-REMAINING       TO RPT-D-REMAINING
096100     END-IF
096200     MOVE WS-AGE-DAYS TO RPT-D-AGE
096300     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
096400         AFTER ADVANCING 1 LINE
096500     ADD 1 TO WS-LINE-COUNT
096600     MOVE SPACES TO WS-RPT-DETAIL-LINE.
096700 6100-WRITE-AGED-LINE-EXIT.
096800     EXIT.
096900
097000******************************************************************
097100*  7000-UPDATE-CONTROL                                           *
097200*  MARKS THIS RUN AS APPLIED ON THE CONTROL RECORD (WRITTEN      *
097300*  AFRESH IF THE PRIMING RECORD HAS BEEN LOST).                  *
097400******************************************************************
097500 7000-UPDATE-CONTROL.
097600     MOVE '99999999999999999999999-12-3199999' TO REV-KEY-TEXT
097700     READ REVFILE
097800     IF FS-REVFILE = '23'
097900         MOVE SPACES TO PAR-REVERSIBLE-RECORD
098000         MOVE '99999999999999999999999-12-3199999' TO REV-KEY-TEXT
098100         MOVE WS-RUN-ID       TO REV-RUN-ID
098200         MOVE WS-BUS-DATE-ISO TO REV-LAST-DATE
098300         WRITE PAR-REVERSIBLE-RECORD
098400     ELSE
098500         IF FS-REVFILE = '00'
098600             MOVE WS-RUN-ID       TO REV-RUN-ID
098700             MOVE WS-BUS-DATE-ISO TO REV-LAST-DATE
098800             REWRITE PAR-REVERSIBLE-RECORD
098900         END-IF
099000     END-IF
099100     IF FS-REVFILE NOT = '00'
099200         DISPLAY 'PARREVMT - REVFILE CONTROL UPDATE FAILED,'
099300             ' STATUS='
099400             FS-REVFILE
099500         MOVE 16 TO RETURN-CODE
099600         GO TO 9999-EXIT
099700     END-IF.
099800 7000-UPDATE-CONTROL-EXIT.
099900     EXIT.
100000
100100******************************************************************
100200*  7500-COMPUTE-DAY-SERIAL                                       *
100300*  DAY SERIAL OF WS-DS-DATE - WHOLE YEARS BEFORE THIS ONE AT     *
100400*  365 DAYS PLUS THE GREGORIAN LEAP DAYS, PLUS THE DAYS BEFORE   *
100500*  THIS MONTH (ONE MORE AFTER FEBRUARY IN A LEAP YEAR), PLUS     *
100600*  THE DAY OF THE MONTH - THE PARAGING ARITHMETIC.               *
100700******************************************************************
100800 7500-COMPUTE-DAY-SERIAL.
100900     SUBTRACT 1 FROM WS-DS-CCYY GIVING WS-DS-YEARS
101000     MULTIPLY WS-DS-YEARS BY 365 GIVING WS-DS-SERIAL
101100     DIVIDE WS-DS-YEARS BY 4 GIVING WS-DS-WORK
101200     ADD WS-DS-WORK TO WS-DS-SERIAL
101300     DIVIDE WS-DS-YEARS BY 100 GIVING WS-DS-WORK
101400     SUBTRACT WS-DS-WORK FROM WS-DS-SERIAL
101500     DIVIDE WS-DS-YEARS BY 400 GIVING WS-DS-WORK
101600     ADD WS-DS-WORK TO WS-DS-SERIAL
101700     ADD WS-MONTH-OFFSET (WS-DS-MM) TO WS-DS-SERIAL
101800     PERFORM 7510-TEST-LEAP-YEAR THRU 7510-TEST-LEAP-YEAR-EXIT
101900     IF YEAR-IS-LEAP AND WS-DS-MM > 2
102000         ADD 1 TO WS-DS-SERIAL
102100     END-IF
102200     ADD WS-DS-DD TO WS-DS-SERIAL.
102300 7500-COMPUTE-DAY-SERIAL-EXIT.
102400     EXIT.
102500
102600 7510-TEST-LEAP-YEAR.
102700     MOVE 'N' TO WS-LEAP-SW
102800     DIVIDE WS-DS-CCYY BY 4 GIVING WS-DS-WORK
102900         REMAINDER WS-DS-REM
103000     IF WS-DS-REM NOT = ZERO
103100         GO TO 7510-TEST-LEAP-YEAR-EXIT
103200     END-IF
103300     DIVIDE WS-DS-CCYY BY 100 GIVING WS-DS-WORK
103400         REMAINDER WS-DS-REM
103500     IF WS-DS-REM NOT = ZERO
103600         SET YEAR-IS-LEAP TO TRUE
103700         GO TO 7510-TEST-LEAP-YEAR-EXIT
103800     END-IF
103900     DIVIDE WS-DS-CCYY BY 400 GIVING WS-DS-WORK
104000         REMAINDER WS-DS-REM
104100     IF WS-DS-REM = ZERO
104200         SET YEAR-IS-LEAP TO TRUE
104300     END-IF.
104400 7510-TEST-LEAP-YEAR-EXIT.
104500     EXIT.
104600
104700******************************************************************
104800*  8000-WRITE-REPORT-TOTALS                                      *
104900*  TOTALS AND THE RETURN CODE - RC 8 WHEN ANY REVERSAL LEFT THE  *
105000*  WINDOW WITHOUT FINDING ITS ORIGINAL.                          *
105100******************************************************************
105200 8000-WRITE-REPORT-TOTALS.
105300     MOVE 'REGISTROS DO EXTRATO LIDOS......' TO RPT-T-LABEL
105400     MOVE WS-READ-COUNT TO RPT-T-VALUE
105500     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
105600         AFTER ADVANCING 3 LINES
105700     MOVE 'ORIGINAIS (VALOR POSITIVO)......' TO RPT-T-LABEL
105800     MOVE WS-POSITIVE-COUNT TO RPT-T-VALUE
105900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
106000         AFTER ADVANCING 1 LINE
106100     MOVE 'ESTORNOS (VALOR NEGATIVO).......' TO RPT-T-LABEL
106200     MOVE WS-NEGATIVE-COUNT TO RPT-T-VALUE
106300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
106400         AFTER ADVANCING 1 LINE
106500     MOVE 'VALOR ZERO - IGNORADOS..........' TO RPT-T-LABEL
106600     MOVE WS-ZERO-COUNT TO RPT-T-VALUE
106700     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
106800         AFTER ADVANCING 1 LINE
106900     MOVE 'ESTORNOS CASADOS................' TO RPT-T-LABEL
107000     MOVE WS-MATCHED-COUNT TO RPT-T-VALUE
107100     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
107200         AFTER ADVANCING 2 LINES
107300     MOVE '  COM ORIGINAL POSTERIOR........' TO RPT-T-LABEL
107400     MOVE WS-LATE-COUNT TO RPT-T-VALUE
107500     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
107600         AFTER ADVANCING 1 LINE
107700     MOVE 'ESTORNOS PARCIAIS...............' TO RPT-T-LABEL
107800     MOVE WS-PARTIAL-COUNT TO RPT-T-VALUE
107900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
108000         AFTER ADVANCING 1 LINE
108100     MOVE 'ESTORNOS SEM ORIGINAL...........' TO RPT-T-LABEL
108200     MOVE WS-NO-ORIGINAL-COUNT TO RPT-T-VALUE
108300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
108400         AFTER ADVANCING 1 LINE
108500     MOVE 'ESTORNOS DUPLOS.................' TO RPT-T-LABEL
108600     MOVE WS-DOUBLE-COUNT TO RPT-T-VALUE
108700     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
108800         AFTER ADVANCING 1 LINE
108900     MOVE 'SEM ORIGINAL APOS O PRAZO.......' TO RPT-T-LABEL
109000     MOVE WS-EXPIRED-REV-COUNT TO RPT-T-VALUE
109100     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
109200         AFTER ADVANCING 2 LINES
109300     MOVE 'PARCIAIS NAO CONCLUIDOS.........' TO RPT-T-LABEL
109400     MOVE WS-PARTIAL-CLOSED-COUNT TO RPT-T-VALUE
109500     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
109600         AFTER ADVANCING 1 LINE
109700     MOVE 'ITENS VENCIDOS REMOVIDOS........' TO RPT-T-LABEL
109800     MOVE WS-PURGED-COUNT TO RPT-T-VALUE
109900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
110000         AFTER ADVANCING 1 LINE
110100     MOVE 'ITENS EM ABERTO NA JANELA.......' TO RPT-T-LABEL
110200     MOVE WS-OPEN-COUNT TO RPT-T-VALUE
110300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
110400         AFTER ADVANCING 2 LINES
110500     MOVE '  ESTORNOS AGUARDANDO ORIGINAL..' TO RPT-T-LABEL
110600     MOVE WS-WAITING-COUNT TO RPT-T-VALUE
110700     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
110800         AFTER ADVANCING 1 LINE
110900
111000     DISPLAY 'PARREVMT - LIDOS=' WS-READ-COUNT
111100         ' CASADOS=' WS-MATCHED-COUNT
111200         ' PARCIAIS=' WS-PARTIAL-COUNT
111300         ' SEM-ORIGINAL=' WS-NO-ORIGINAL-COUNT
111400         ' DUPLOS=' WS-DOUBLE-COUNT
111500         ' VENCIDOS=' WS-EXPIRED-REV-COUNT
111600     IF WS-EXPIRED-REV-COUNT > ZERO
111700         DISPLAY 'PARREVMT - ALERTA - ESTORNOS SEM ORIGINAL APOS'
111800             ' O PRAZO DE ' WS-WINDOW-DAYS ' DIAS'
111900         MOVE 8 TO RETURN-CODE
112000     END-IF.
112100 8000-WRITE-REPORT-TOTALS-EXIT.
112200     EXIT.
112300
112400******************************************************************
112500*  9000-TERMINATE                                                *
112600******************************************************************
112700 9000-TERMINATE.
112800     CLOSE XTRIN
112900     CLOSE REVFILE
113000     CLOSE RPTFILE.
113100 9000-TERMINATE-EXIT.
113200     EXIT.
113300
113400 9999-EXIT.
113500     GOBACK.
