000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARPNDRP                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : DAILY DUAL-CONTROL REPORT.  CHANGES TO THE      *
001000*                ACCOUNT MASTER (PARMAINT, PARONLIN PARMNT PANEL)*
001100*                AND TO THE RUN-OPTIONS FILE (PAROPMNT) WAIT ON  *
001200*                THE PNDVSAM KSDS (COPYBOOK PARPND) UNTIL A      *
001300*                SECOND USER APPROVES OR DECLINES THEM.  THIS RUN*
001400*                 - TAKES THE AGE LIMIT FROM OPTIONS KEYWORD     *
001500*                   PEND-MAX-AGE (CALENDAR DAYS, DEFAULT 5) ONTO *
001600*                   THE KSDS CONTROL RECORD, WHERE THE DECIDING  *
001700*                   PROGRAMS READ IT;                            *
001800*                 - MARKS EXPIRED ('E') EVERY CHANGE STILL       *
001900*                   PENDING PAST THAT LIMIT;                     *
002000*                 - LISTS EVERY CHANGE MADE OR DECIDED ON THE    *
002100*                   REPORT DATE - MADE, APPROVED, DECLINED,      *
002200*                   EXPIRED OR FAILED - WITH THE MAKER AND THE   *
002300*                   CHECKER, AND COUNTS WHAT IS STILL OPEN.      *
002400*                THE REPORT DATE IS TODAY, OR THE CCYY-MM-DD     *
002500*                PARM TO REPRINT AN EARLIER DAY.  AGES ARE       *
002600*                ALWAYS MEASURED FROM TODAY.  THE STEP ENDS RC=4 *
002700*                WHEN ANY CHANGE EXPIRED OR FAILED ON THE DAY.   *
002800*                                                                *
002900*   MODIFICATION HISTORY                                         *
003000*   ---------------------------------------------------------    *
003100*   2026-10-15  JA  ORIGINAL.                                    *
003200******************************************************************
003300 PROGRAM-ID. PARPNDRP.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PNDFILE ASSIGN TO PNDFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PND-ID
004400         FILE STATUS IS FS-PNDFILE.
004500
004600     SELECT OPTIONAL OPTFILE ASSIGN TO OPTFILE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-OPTFILE.
004900
005000     SELECT RPTFILE ASSIGN TO RPTFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-RPTFILE.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PNDFILE.
005700     COPY PARPND.
005800
005900 FD  OPTFILE
006000     RECORDING MODE IS F.
006100     COPY PAROPT.
006200
006300 FD  RPTFILE
006400     RECORDING MODE IS F.
006500 01  RPT-LINE                   PIC X(132).
006600
006700 WORKING-STORAGE SECTION.
006800******************************************************************
006900*  FILE STATUS FIELDS                                            *
007000******************************************************************
007100 77  FS-PNDFILE                 PIC X(02) VALUE '00'.
007200 77  FS-OPTFILE                 PIC X(02) VALUE '00'.
007300 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
007400
007500******************************************************************
007600*  SWITCHES                                                      *
007700******************************************************************
007800 77  WS-OPT-EOF-SW              PIC X(01) VALUE 'N'.
007900     88  END-OF-OPTIONS                   VALUE 'Y'.
008000 77  WS-PND-EOF-SW              PIC X(01) VALUE 'N'.
008100     88  END-OF-PENDING                   VALUE 'Y'.
008200 77  WS-LIST-SW                 PIC X(01) VALUE 'N'.
008300     88  LIST-THIS-CHANGE                 VALUE 'Y'.
008400 77  WS-DATE-SW                 PIC X(01) VALUE 'N'.
008500     88  DATE-IS-VALID                    VALUE 'Y'.
008600 77  WS-LEAP-SW                 PIC X(01) VALUE 'N'.
008700     88  YEAR-IS-LEAP                     VALUE 'Y'.
008800
008900******************************************************************
009000*  COUNTERS - THE DAY'S MOVEMENT, THEN WHAT IS STILL OPEN        *
009100******************************************************************
009200 77  WS-READ-COUNT              PIC 9(09) VALUE ZERO COMP.
009300 77  WS-MADE-COUNT              PIC 9(09) VALUE ZERO COMP.
009400 77  WS-APPROVED-COUNT          PIC 9(09) VALUE ZERO COMP.
009500 77  WS-APPLIED-COUNT           PIC 9(09) VALUE ZERO COMP.
009600 77  WS-FAILED-COUNT            PIC 9(09) VALUE ZERO COMP.
009700 77  WS-DECLINED-COUNT          PIC 9(09) VALUE ZERO COMP.
009800 77  WS-EXPIRED-COUNT           PIC 9(09) VALUE ZERO COMP.
009900 77  WS-EXPIRED-NOW-COUNT       PIC 9(09) VALUE ZERO COMP.
010000 77  WS-OPEN-COUNT              PIC 9(09) VALUE ZERO COMP.
010100 77  WS-WAITING-COUNT           PIC 9(09) VALUE ZERO COMP.
010200 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
010300 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
010400 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
010500
010600******************************************************************
010700*  AGE LIMIT (OPTIONS KEYWORD PEND-MAX-AGE) AND REPORT DATE      *
010800******************************************************************
010900 77  WS-MAX-AGE                 PIC 9(03) VALUE 5.
011000 77  WS-REPORT-DATE             PIC X(10) VALUE SPACES.
011100 77  WS-TODAY-ISO               PIC X(10) VALUE SPACES.
011200 77  WS-TIME-DISPLAY            PIC X(08) VALUE SPACES.
011300
011400 01  WS-RUN-TIME-HHMMSS.
011500     05  WS-RT-HH                PIC X(02).
011600     05  WS-RT-MM                PIC X(02).
011700     05  WS-RT-SS                PIC X(02).
011800     05  WS-RT-CC                PIC X(02).
011900
012000******************************************************************
012100*  THE CARD IMAGE OF A CHANGE SEEN AS THE CARD THAT MADE IT      *
012200******************************************************************
012300 COPY PARMNT REPLACING PAR-MAINT-CARD BY WS-MAINT-CARD.
012400
012500 COPY PAROPC REPLACING PAR-OPTION-CARD BY WS-OPTION-CARD.
012600
012700******************************************************************
012800*  AGE COMPUTATION WORK AREAS - DAY SERIALS ARE DAYS SINCE THE   *
012900*  (PROLEPTIC) YEAR ZERO SO TWO DATES SUBTRACT DIRECTLY.         *
013000******************************************************************
013100 77  WS-TODAY-SERIAL            PIC 9(09) VALUE ZERO COMP.
013200 77  WS-AGE-DAYS                PIC 9(09) VALUE ZERO COMP.
013300 77  WS-DS-YEARS                PIC 9(09) VALUE ZERO COMP.
013400 77  WS-DS-WORK                 PIC 9(09) VALUE ZERO COMP.
013500 77  WS-DS-REM                  PIC 9(09) VALUE ZERO COMP.
013600 77  WS-DS-SERIAL               PIC 9(09) VALUE ZERO COMP.
013700
013800 01  WS-DS-DATE.
013900     05  WS-DS-CCYY              PIC 9(04).
014000     05  WS-DS-MM                PIC 9(02).
014100     05  WS-DS-DD                PIC 9(02).
014200
014300 01  WS-ISO-DATE-PARTS.
014400     05  WS-ID-CCYY              PIC X(04).
014500     05  FILLER                  PIC X(01).
014600     05  WS-ID-MM                PIC X(02).
014700     05  FILLER                  PIC X(01).
014800     05  WS-ID-DD                PIC X(02).
014900
015000******************************************************************
015100*  CUMULATIVE DAYS BEFORE EACH MONTH (NON-LEAP)                  *
015200******************************************************************
015300 01  WS-MONTH-OFFSET-VALUES.
015400     05  FILLER                  PIC X(18)
015500         VALUE '000031059090120151'.
015600     05  FILLER                  PIC X(18)
015700         VALUE '181212243273304334'.
015800
015900 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
016000     05  WS-MONTH-OFFSET OCCURS 12 TIMES
016100                                 PIC 9(03).
016200
016300******************************************************************
016400*  RUN DATE WORK AREAS                                           *
016500******************************************************************
016600 01  WS-RUN-DATE-YYYYMMDD.
016700     05  WS-RD-CCYY              PIC 9(04).
016800     05  WS-RD-MM                PIC 9(02).
016900     05  WS-RD-DD                PIC 9(02).
017000
017100 01  WS-RUN-DATE-DISPLAY.
017200     05  WS-RDD-DD               PIC 9(02).
017300     05  FILLER                  PIC X(01) VALUE '/'.
017400     05  WS-RDD-MM               PIC 9(02).
017500     05  FILLER                  PIC X(01) VALUE '/'.
017600     05  WS-RDD-CCYY             PIC 9(04).
017700
017800******************************************************************
017900*  REPORT LINE LAYOUTS                                           *
018000******************************************************************
018100 01  WS-RPT-TITLE-LINE1.
018200     05  FILLER                  PIC X(16) VALUE 'PARPNDRP-REL'.
018300     05  FILLER                  PIC X(44)
018400         VALUE 'RELATORIO DE DUPLA APROVACAO'.
018500     05  FILLER                  PIC X(72) VALUE SPACES.
018600
018700 01  WS-RPT-TITLE-LINE2.
018800     05  FILLER                  PIC X(06) VALUE 'DATA: '.
018900     05  RPT-H-DATE              PIC X(10).
019000     05  FILLER                  PIC X(05) VALUE SPACES.
019100     05  FILLER                  PIC X(07) VALUE 'PAGINA '.
019200     05  RPT-H-PAGE              PIC ZZZ9.
019300     05  FILLER                  PIC X(100) VALUE SPACES.
019400
019500 01  WS-RPT-RUN-LINE.
019600     05  FILLER                  PIC X(18)
019700         VALUE 'MOVIMENTO DO DIA: '.
019800     05  RPT-R-REPORT-DATE       PIC X(10).
019900     05  FILLER                  PIC X(16)
020000         VALUE '  PRAZO MAXIMO: '.
020100     05  RPT-R-MAX-AGE           PIC ZZ9.
020200     05  FILLER                  PIC X(05) VALUE ' DIAS'.
020300     05  FILLER                  PIC X(80) VALUE SPACES.
020400
020500 01  WS-RPT-COLUMN-HDR.
020600     05  FILLER                  PIC X(09) VALUE 'NUMERO'.
020700     05  FILLER                  PIC X(04) VALUE 'ALV'.
020800     05  FILLER                  PIC X(02) VALUE 'AC'.
020900     05  FILLER                  PIC X(13) VALUE 'CONTA/OPCAO'.
021000     05  FILLER                  PIC X(11) VALUE 'SITUACAO'.
021100     05  FILLER                  PIC X(11) VALUE 'AUTOR'.
021200     05  FILLER                  PIC X(17) VALUE 'FEITA EM'.
021300     05  FILLER                  PIC X(11) VALUE 'APROVADOR'.
021400     05  FILLER                  PIC X(17) VALUE 'DECIDIDA EM'.
021500     05  FILLER                  PIC X(30) VALUE 'RESULTADO'.
021600     05  FILLER                  PIC X(07) VALUE SPACES.
021700
021800 01  WS-RPT-DETAIL-LINE.
021900     05  RPT-D-ID                PIC X(09).
022000     05  RPT-D-TARGET            PIC X(04).
022100     05  RPT-D-ACTION            PIC X(02).
022200     05  RPT-D-KEY               PIC X(13).
022300     05  RPT-D-STATUS            PIC X(11).
022400     05  RPT-D-MAKER             PIC X(09).
022500     05  RPT-D-MAKER-CHANNEL     PIC X(02).
022600     05  RPT-D-MADE              PIC X(17).
022700     05  RPT-D-CHECKER           PIC X(09).
022800     05  RPT-D-CHECKER-CHANNEL   PIC X(02).
022900     05  RPT-D-DECIDED           PIC X(17).
023000     05  RPT-D-RESULT            PIC X(30).
023100     05  FILLER                  PIC X(07).
023200
023300 01  WS-RPT-MESSAGE-LINE.
023400     05  RPT-M-TEXT              PIC X(80).
023500     05  FILLER                  PIC X(52) VALUE SPACES.
023600
023700 01  WS-RPT-TOTAL-LINE.
023800     05  RPT-T-LABEL             PIC X(32).
023900     05  RPT-T-VALUE             PIC ZZZ,ZZZ,ZZ9.
024000     05  FILLER                  PIC X(89) VALUE SPACES.
024100
024200 LINKAGE SECTION.
024300 01  LK-PARM-AREA.
024400     05  LK-PARM-LEN             PIC S9(04) COMP.
024500     05  LK-PARM-TEXT            PIC X(80).
024600
024700 PROCEDURE DIVISION USING LK-PARM-AREA.
024800
024900******************************************************************
025000*  0000-MAINLINE                                                 *
025100*  REFRESH THE AGE LIMIT, THEN ONE PASS OVER THE KSDS - EXPIRE,  *
025200*  LIST AND COUNT EACH CHANGE IN NUMBER ORDER.                   *
025300******************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
025600     PERFORM 1200-UPDATE-CONTROL THRU 1200-UPDATE-CONTROL-EXIT.
025700     PERFORM 1400-WRITE-REPORT-HEADERS
025800         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
025900     PERFORM 2000-START-BROWSE THRU 2000-START-BROWSE-EXIT.
026000     PERFORM 2100-PROCESS-ONE-CHANGE
026100         THRU 2100-PROCESS-ONE-CHANGE-EXIT
026200         UNTIL END-OF-PENDING.
026300     PERFORM 8000-WRITE-REPORT-TOTALS
026400         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
026500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
026600     GO TO 9999-EXIT.
026700
026800******************************************************************
026900*  1000-INITIALIZE                                               *
027000******************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
027300     MOVE WS-RD-DD   TO WS-RDD-DD
027400     MOVE WS-RD-MM   TO WS-RDD-MM
027500     MOVE WS-RD-CCYY TO WS-RDD-CCYY
027600     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME
027700     STRING WS-RD-CCYY '-' WS-RD-MM '-' WS-RD-DD
027800         DELIMITED BY SIZE INTO WS-TODAY-ISO
027900     END-STRING
028000     STRING WS-RT-HH ':' WS-RT-MM ':' WS-RT-SS
028100         DELIMITED BY SIZE INTO WS-TIME-DISPLAY
028200     END-STRING
028300     MOVE WS-RD-CCYY TO WS-DS-CCYY
028400     MOVE WS-RD-MM   TO WS-DS-MM
028500     MOVE WS-RD-DD   TO WS-DS-DD
028600     PERFORM 7500-COMPUTE-DAY-SERIAL
028700         THRU 7500-COMPUTE-DAY-SERIAL-EXIT
028800     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL
028900     MOVE WS-TODAY-ISO TO WS-REPORT-DATE
029000     IF LK-PARM-LEN > ZERO
029100         PERFORM 1020-SET-FROM-PARM THRU 1020-SET-FROM-PARM-EXIT
029200     END-IF
029300     PERFORM 1050-READ-OPTIONS THRU 1050-READ-OPTIONS-EXIT
029400     OPEN I-O PNDFILE
029500     IF FS-PNDFILE NOT = '00'
029600         DISPLAY 'PARPNDRP - UNABLE TO OPEN PNDFILE, STATUS='
029700             FS-PNDFILE
029800         MOVE 16 TO RETURN-CODE
029900         GO TO 9999-EXIT
030000     END-IF
030100     OPEN OUTPUT RPTFILE
030200     IF FS-RPTFILE NOT = '00'
030300         DISPLAY 'PARPNDRP - UNABLE TO OPEN RPTFILE, STATUS='
030400             FS-RPTFILE
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 9999-EXIT
030700     END-IF.
030800 1000-INITIALIZE-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200*  1020-SET-FROM-PARM                                            *
031300*  AN EXPLICIT CCYY-MM-DD PARM REPRINTS AN EARLIER DAY.          *
031400******************************************************************
031500 1020-SET-FROM-PARM.
031600     IF LK-PARM-LEN NOT = 10
031700      OR LK-PARM-TEXT (1:4) NOT NUMERIC
031800      OR LK-PARM-TEXT (5:1) NOT = '-'
031900      OR LK-PARM-TEXT (6:2) NOT NUMERIC
032000      OR LK-PARM-TEXT (8:1) NOT = '-'
032100      OR LK-PARM-TEXT (9:2) NOT NUMERIC
032200         DISPLAY 'PARPNDRP - PARM INVALIDO - USE CCYY-MM-DD'
032300         MOVE 16 TO RETURN-CODE
032400         GO TO 9999-EXIT
032500     END-IF
032600     MOVE LK-PARM-TEXT (1:10) TO WS-REPORT-DATE.
032700 1020-SET-FROM-PARM-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100*  1050-READ-OPTIONS                                             *
033200*  APPLIES THE CENTRAL RUN-OPTIONS FILE (COPYBOOK PAROPT,        *
033300*  MAINTAINED BY PAROPMNT) - PEND-MAX-AGE AND LINES-PAGE.  AN    *
033400*  ABSENT FILE OR A BAD VALUE LEAVES THE DEFAULT IN FORCE.       *
033500******************************************************************
033600 1050-READ-OPTIONS.
033700     OPEN INPUT OPTFILE
033800     IF FS-OPTFILE NOT = '00'
033900         GO TO 1050-READ-OPTIONS-EXIT
034000     END-IF
034100     PERFORM 1060-READ-ONE-OPTION
034200         THRU 1060-READ-ONE-OPTION-EXIT
034300     PERFORM 1070-APPLY-ONE-OPTION
034400         THRU 1070-APPLY-ONE-OPTION-EXIT
034500         UNTIL END-OF-OPTIONS
034600     CLOSE OPTFILE.
034700 1050-READ-OPTIONS-EXIT.
034800     EXIT.
034900
035000 1060-READ-ONE-OPTION.
035100     READ OPTFILE
035200         AT END
035300             SET END-OF-OPTIONS TO TRUE
035400     END-READ.
035500 1060-READ-ONE-OPTION-EXIT.
035600     EXIT.
035700
035800 1070-APPLY-ONE-OPTION.
035900     IF OPT-KEYWORD = 'PEND-MAX-AGE'
036000      AND OPT-VALUE-X NUMERIC AND OPT-VALUE-NUM > ZERO
036100      AND OPT-VALUE-NUM < 1000
036200         MOVE OPT-VALUE-NUM TO WS-MAX-AGE
036300     END-IF
036400     IF OPT-KEYWORD = 'LINES-PAGE'
036500      AND OPT-VALUE-X NUMERIC AND OPT-VALUE-NUM > ZERO
036600      AND OPT-VALUE-NUM < 1000
036700         MOVE OPT-VALUE-NUM TO WS-LINES-PER-PAGE
036800     END-IF
036900     PERFORM 1060-READ-ONE-OPTION
037000         THRU 1060-READ-ONE-OPTION-EXIT.
037100 1070-APPLY-ONE-OPTION-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500*  1200-UPDATE-CONTROL                                           *
037600*  THE AGE LIMIT GOES ONTO THE CONTROL RECORD, WHERE PARMAINT,   *
037700*  PAROPMNT AND PARONLIN READ IT WHEN A CHANGE IS DECIDED.  THE  *
037800*  CONTROL RECORD ALSO HANDS OUT THE CHANGE NUMBERS - IF IT IS   *
037900*  MISSING NOTHING CAN BE RECORDED AND PARPNDCV MUST BE RERUN.   *
038000******************************************************************
038100 1200-UPDATE-CONTROL.
038200     MOVE ZERO TO PND-ID-N
038300     READ PNDFILE
038400         INVALID KEY
038500             DISPLAY 'PARPNDRP - PNDFILE CONTROL RECORD MISSING,'
038600                 ' STATUS=' FS-PNDFILE
038700             MOVE 16 TO RETURN-CODE
038800             GO TO 9999-EXIT
038900     END-READ
039000     MOVE WS-MAX-AGE   TO PND-CTL-MAX-AGE
039100     MOVE WS-TODAY-ISO TO PND-CTL-AGE-DATE
039200     PERFORM 5900-REWRITE-CHANGE THRU 5900-REWRITE-CHANGE-EXIT.
039300 1200-UPDATE-CONTROL-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*  1400-WRITE-REPORT-HEADERS                                     *
039800******************************************************************
039900 1400-WRITE-REPORT-HEADERS.
040000     ADD 1 TO WS-PAGE-COUNT
040100     MOVE WS-RUN-DATE-DISPLAY TO RPT-H-DATE
040200     MOVE WS-PAGE-COUNT       TO RPT-H-PAGE
040300     MOVE WS-REPORT-DATE      TO RPT-R-REPORT-DATE
040400     MOVE WS-MAX-AGE          TO RPT-R-MAX-AGE
040500     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
040600     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
040700     WRITE RPT-LINE FROM WS-RPT-RUN-LINE AFTER ADVANCING 1 LINE
040800     WRITE RPT-LINE FROM WS-RPT-COLUMN-HDR AFTER ADVANCING 2 LINES
040900     MOVE ZERO TO WS-LINE-COUNT.
041000 1400-WRITE-REPORT-HEADERS-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400*  1410-CHECK-PAGE-BREAK                                         *
041500******************************************************************
041600 1410-CHECK-PAGE-BREAK.
041700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
041800         PERFORM 1400-WRITE-REPORT-HEADERS
041900             THRU 1400-WRITE-REPORT-HEADERS-EXIT
042000     END-IF.
042100 1410-CHECK-PAGE-BREAK-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*  2000-START-BROWSE                                             *
042600*  FROM THE FIRST CHANGE - THE CONTROL RECORD (KEY ZERO) IS      *
042700*  NOT A CHANGE.                                                 *
042800******************************************************************
042900 2000-START-BROWSE.
043000     MOVE 1 TO PND-ID-N
043100     START PNDFILE KEY IS NOT LESS THAN PND-ID
043200         INVALID KEY
043300             SET END-OF-PENDING TO TRUE
043400             MOVE 'NENHUMA ALTERACAO REGISTRADA' TO RPT-M-TEXT
043500             WRITE RPT-LINE FROM WS-RPT-MESSAGE-LINE
043600                 AFTER ADVANCING 2 LINES
043700             GO TO 2000-START-BROWSE-EXIT
043800     END-START
043900     PERFORM 2010-READ-NEXT-CHANGE
044000         THRU 2010-READ-NEXT-CHANGE-EXIT.
044100 2000-START-BROWSE-EXIT.
044200     EXIT.
044300
044400 2010-READ-NEXT-CHANGE.
044500     READ PNDFILE NEXT RECORD
044600         AT END
044700             SET END-OF-PENDING TO TRUE
044800     END-READ.
044900 2010-READ-NEXT-CHANGE-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300*  2100-PROCESS-ONE-CHANGE                                       *
045400*  A CHANGE STILL PENDING PAST THE AGE LIMIT IS EXPIRED FIRST.   *
045500*  THE CHANGE IS LISTED WHEN IT WAS MADE OR DECIDED ON THE       *
045600*  REPORT DATE, AND COUNTED ON THE OPEN TOTALS WHILE IT IS       *
045700*  PENDING OR APPROVED AND WAITING FOR PAROPMNT.                 *
045800******************************************************************
045900 2100-PROCESS-ONE-CHANGE.
046000     ADD 1 TO WS-READ-COUNT
046100     IF PND-IS-PENDING
046200         PERFORM 5000-COMPUTE-CHANGE-AGE
046300             THRU 5000-COMPUTE-CHANGE-AGE-EXIT
046400         IF WS-AGE-DAYS > WS-MAX-AGE
046500             PERFORM 2200-EXPIRE-CHANGE
046600                 THRU 2200-EXPIRE-CHANGE-EXIT
046700         END-IF
046800     END-IF
046900     IF PND-IS-PENDING
047000         ADD 1 TO WS-OPEN-COUNT
047100     END-IF
047200     IF PND-IS-APPROVED-WAITING
047300         ADD 1 TO WS-WAITING-COUNT
047400     END-IF
047500     MOVE 'N' TO WS-LIST-SW
047600     IF PND-MADE-DATE = WS-REPORT-DATE
047700         SET LIST-THIS-CHANGE TO TRUE
047800         ADD 1 TO WS-MADE-COUNT
047900     END-IF
048000     IF PND-DECIDED-DATE = WS-REPORT-DATE
048100         SET LIST-THIS-CHANGE TO TRUE
048200         PERFORM 2300-COUNT-DECISION THRU 2300-COUNT-DECISION-EXIT
048300     END-IF
048400     IF LIST-THIS-CHANGE
048500         PERFORM 2900-WRITE-CHANGE-LINE
048600             THRU 2900-WRITE-CHANGE-LINE-EXIT
048700     END-IF
048800     PERFORM 2010-READ-NEXT-CHANGE
048900         THRU 2010-READ-NEXT-CHANGE-EXIT.
049000 2100-PROCESS-ONE-CHANGE-EXIT.
049100     EXIT.
049200
049300******************************************************************
049400*  2200-EXPIRE-CHANGE                                            *
049500*  NO CHECKER DECIDED IN TIME - THE CHANGE CAN NO LONGER BE      *
049600*  APPROVED.  THE DECISION DATE IS TODAY, SO TODAY'S REPORT      *
049700*  LISTS IT.                                                     *
049800******************************************************************
049900 2200-EXPIRE-CHANGE.
050000     MOVE 'E'             TO PND-STATUS
050100     MOVE WS-TODAY-ISO    TO PND-DECIDED-DATE
050200     MOVE WS-TIME-DISPLAY TO PND-DECIDED-TIME
050300     MOVE 'EXPIRADA - PRAZO ESGOTADO' TO PND-RESULT
050400     PERFORM 5900-REWRITE-CHANGE THRU 5900-REWRITE-CHANGE-EXIT
050500     ADD 1 TO WS-EXPIRED-NOW-COUNT.
050600 2200-EXPIRE-CHANGE-EXIT.
050700     EXIT.
050800
050900 2300-COUNT-DECISION.
051000     IF PND-IS-APPLIED
051100         ADD 1 TO WS-APPROVED-COUNT
051200         ADD 1 TO WS-APPLIED-COUNT
051300     END-IF
051400     IF PND-IS-APPROVED-WAITING
051500         ADD 1 TO WS-APPROVED-COUNT
051600     END-IF
051700     IF PND-IS-FAILED
051800         ADD 1 TO WS-APPROVED-COUNT
051900         ADD 1 TO WS-FAILED-COUNT
052000     END-IF
052100     IF PND-IS-DECLINED
052200         ADD 1 TO WS-DECLINED-COUNT
052300     END-IF
052400     IF PND-IS-EXPIRED
052500         ADD 1 TO WS-EXPIRED-COUNT
052600     END-IF.
052700 2300-COUNT-DECISION-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*  2900-WRITE-CHANGE-LINE                                        *
053200*  ONE LINE PER CHANGE - THE ACCOUNT OR OPTIONS KEYWORD IS TAKEN *
053300*  FROM THE CARD IMAGE THAT MADE IT.                             *
053400******************************************************************
053500 2900-WRITE-CHANGE-LINE.
053600     PERFORM 1410-CHECK-PAGE-BREAK THRU 1410-CHECK-PAGE-BREAK-EXIT
053700     MOVE SPACES TO WS-RPT-DETAIL-LINE
053800     MOVE PND-ID TO RPT-D-ID
053900     IF PND-FOR-ACCOUNTS
054000         MOVE PND-CHANGE-IMAGE TO WS-MAINT-CARD
054100         MOVE 'CAD'            TO RPT-D-TARGET
054200         MOVE MNT-ACTION       TO RPT-D-ACTION
054300         MOVE MNT-ACCOUNT-NO   TO RPT-D-KEY
054400     ELSE
054500         MOVE PND-CHANGE-IMAGE TO WS-OPTION-CARD
054600         MOVE 'OPC'            TO RPT-D-TARGET
054700         MOVE OPC-ACTION       TO RPT-D-ACTION
054800         MOVE OPC-KEYWORD      TO RPT-D-KEY
054900     END-IF
055000     IF PND-IS-PENDING
055100         MOVE 'PENDENTE'   TO RPT-D-STATUS
055200     END-IF
055300     IF PND-IS-APPROVED-WAITING
055400         MOVE 'APROVADA'   TO RPT-D-STATUS
055500     END-IF
055600     IF PND-IS-APPLIED
055700         MOVE 'APLICADA'   TO RPT-D-STATUS
055800     END-IF
055900     IF PND-IS-DECLINED
056000         MOVE 'RECUSADA'   TO RPT-D-STATUS
056100     END-IF
056200     IF PND-IS-EXPIRED
056300         MOVE 'EXPIRADA'   TO RPT-D-STATUS
056400     END-IF
056500     IF PND-IS-FAILED
056600         MOVE 'FALHOU'     TO RPT-D-STATUS
056700     END-IF
056800     MOVE PND-MAKER-USER      TO RPT-D-MAKER
056900     MOVE PND-MAKER-CHANNEL   TO RPT-D-MAKER-CHANNEL
057000     STRING PND-MADE-DATE ' ' PND-MADE-TIME (1:5)
057100         DELIMITED BY SIZE INTO RPT-D-MADE
057200     END-STRING
057300     MOVE PND-CHECKER-USER    TO RPT-D-CHECKER
057400     MOVE PND-CHECKER-CHANNEL TO RPT-D-CHECKER-CHANNEL
057500     IF PND-DECIDED-DATE NOT = SPACES
057600         STRING PND-DECIDED-DATE ' ' PND-DECIDED-TIME (1:5)
057700             DELIMITED BY SIZE INTO RPT-D-DECIDED
057800         END-STRING
057900     END-IF
058000     MOVE PND-RESULT TO RPT-D-RESULT
058100     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
058200         AFTER ADVANCING 1 LINE
058300     ADD 1 TO WS-LINE-COUNT
058400     IF PND-REASON NOT = SPACES
058500         PERFORM 1410-CHECK-PAGE-BREAK
058600             THRU 1410-CHECK-PAGE-BREAK-EXIT
058700         MOVE SPACES TO WS-RPT-DETAIL-LINE
058800         MOVE 'MOTIVO:'  TO RPT-D-STATUS
058900         MOVE PND-REASON TO RPT-D-RESULT
059000         WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
059100             AFTER ADVANCING 1 LINE
059200         ADD 1 TO WS-LINE-COUNT
059300     END-IF.
059400 2900-WRITE-CHANGE-LINE-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800*  5000-COMPUTE-CHANGE-AGE                                       *
059900*  AGE IN CALENDAR DAYS OF THE CHANGE IN HAND, FROM TODAY.  A    *
060000*  MADE DATE THAT WILL NOT PARSE COUNTS AS PAST ANY LIMIT.       *
060100******************************************************************
060200 5000-COMPUTE-CHANGE-AGE.
060300     MOVE PND-MADE-DATE TO WS-ISO-DATE-PARTS
060400     PERFORM 5150-PARSE-ISO-DATE THRU 5150-PARSE-ISO-DATE-EXIT
060500     IF NOT DATE-IS-VALID
060600      OR WS-DS-SERIAL > WS-TODAY-SERIAL
060700         MOVE 99999 TO WS-AGE-DAYS
060800     ELSE
060900         SUBTRACT WS-DS-SERIAL FROM WS-TODAY-SERIAL
061000             GIVING WS-AGE-DAYS
061100     END-IF.
061200 5000-COMPUTE-CHANGE-AGE-EXIT.
061300     EXIT.
061400
061500 5150-PARSE-ISO-DATE.
061600     MOVE 'N' TO WS-DATE-SW
061700     IF WS-ID-CCYY NOT NUMERIC
061800      OR WS-ID-MM NOT NUMERIC
061900      OR WS-ID-DD NOT NUMERIC
062000         GO TO 5150-PARSE-ISO-DATE-EXIT
062100     END-IF
062200     MOVE WS-ID-CCYY TO WS-DS-CCYY
062300     MOVE WS-ID-MM   TO WS-DS-MM
062400     MOVE WS-ID-DD   TO WS-DS-DD
062500     IF WS-DS-MM < 1 OR WS-DS-MM > 12
062600      OR WS-DS-DD < 1 OR WS-DS-DD > 31
062700      OR WS-DS-CCYY < 1
062800         GO TO 5150-PARSE-ISO-DATE-EXIT
062900     END-IF
063000     SET DATE-IS-VALID TO TRUE
063100     PERFORM 7500-COMPUTE-DAY-SERIAL
063200         THRU 7500-COMPUTE-DAY-SERIAL-EXIT.
063300 5150-PARSE-ISO-DATE-EXIT.
063400     EXIT.
063500
063600 5900-REWRITE-CHANGE.
063700     REWRITE PAR-PENDING-RECORD
063800         INVALID KEY
063900             DISPLAY 'PARPNDRP - PNDFILE REWRITE FAILED, STATUS='
064000                 FS-PNDFILE
064100             MOVE 16 TO RETURN-CODE
064200             GO TO 9999-EXIT
064300     END-REWRITE.
064400 5900-REWRITE-CHANGE-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800*  7500-COMPUTE-DAY-SERIAL                                       *
064900*  DAY SERIAL OF WS-DS-DATE - WHOLE YEARS BEFORE THIS ONE AT     *
065000*  365 DAYS PLUS THE GREGORIAN LEAP DAYS, PLUS THE DAYS BEFORE   *
065100*  THIS MONTH (ONE MORE AFTER FEBRUARY IN A LEAP YEAR), PLUS     *
065200*  THE DAY OF THE MONTH - THE PARREVMT ARITHMETIC.               *
065300******************************************************************
065400 7500-COMPUTE-DAY-SERIAL.
065500     SUBTRACT 1 FROM WS-DS-CCYY GIVING WS-DS-YEARS
065600     MULTIPLY WS-DS-YEARS BY 365 GIVING WS-DS-SERIAL
065700     DIVIDE WS-DS-YEARS BY 4 GIVING WS-DS-WORK
065800     ADD WS-DS-WORK TO WS-DS-SERIAL
065900     DIVIDE WS-DS-YEARS BY 100 GIVING WS-DS-WORK
066000     SUBTRACT WS-DS-WORK FROM WS-DS-SERIAL
066100     DIVIDE WS-DS-YEARS BY 400 GIVING WS-DS-WORK
066200     ADD WS-DS-WORK TO WS-DS-SERIAL
066300     ADD WS-MONTH-OFFSET (WS-DS-MM) TO WS-DS-SERIAL
066400     PERFORM 7510-TEST-LEAP-YEAR THRU 7510-TEST-LEAP-YEAR-EXIT
066500     IF YEAR-IS-LEAP AND WS-DS-MM > 2
066600         ADD 1 TO WS-DS-SERIAL
066700     END-IF
066800     ADD WS-DS-DD TO WS-DS-SERIAL.
066900 7500-COMPUTE-DAY-SERIAL-EXIT.
067000     EXIT.
067100
067200 7510-TEST-LEAP-YEAR.
067300     MOVE 'N' TO WS-LEAP-SW
067400     DIVIDE WS-DS-CCYY BY 4 GIVING WS-DS-WORK
067500         REMAINDER WS-DS-REM
067600     IF WS-DS-REM NOT = ZERO
067700         GO TO 7510-TEST-LEAP-YEAR-EXIT
067800     END-IF
067900     DIVIDE WS-DS-CCYY BY 100 GIVING WS-DS-WORK
068000         REMAINDER WS-DS-REM
068100     IF WS-DS-REM NOT = ZERO
068200         SET YEAR-IS-LEAP TO TRUE
068300         GO TO 7510-TEST-LEAP-YEAR-EXIT
068400     END-IF
068500     DIVIDE WS-DS-CCYY BY 400 GIVING WS-DS-WORK
068600         REMAINDER WS-DS-REM
068700     IF WS-DS-REM = ZERO
068800         SET YEAR-IS-LEAP TO TRUE
068900     END-IF.
069000 7510-TEST-LEAP-YEAR-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400*  8000-WRITE-REPORT-TOTALS                                      *
069500*  THE DAY'S MOVEMENT, THEN WHAT IS STILL OPEN.  RC 4 WHEN ANY   *
069600*  CHANGE EXPIRED OR FAILED TO APPLY ON THE REPORT DATE.         *
069700******************************************************************
069800 8000-WRITE-REPORT-TOTALS.
069900     MOVE 'ALTERACOES FEITAS NO DIA........' TO RPT-T-LABEL
070000     MOVE WS-MADE-COUNT TO RPT-T-VALUE
070100     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
070200         AFTER ADVANCING 3 LINES
070300     MOVE 'APROVADAS NO DIA................' TO RPT-T-LABEL
070400     MOVE WS-APPROVED-COUNT TO RPT-T-VALUE
070500     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
070600         AFTER ADVANCING 1 LINE
070700     MOVE '  APLICADAS.....................' TO RPT-T-LABEL
070800     MOVE WS-APPLIED-COUNT TO RPT-T-VALUE
070900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
071000         AFTER ADVANCING 1 LINE
071100     MOVE '  FALHARAM NA APLICACAO.........' TO RPT-T-LABEL
071200     MOVE WS-FAILED-COUNT TO RPT-T-VALUE
071300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
071400         AFTER ADVANCING 1 LINE
071500     MOVE 'RECUSADAS NO DIA................' TO RPT-T-LABEL
071600     MOVE WS-DECLINED-COUNT TO RPT-T-VALUE
071700     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
071800         AFTER ADVANCING 1 LINE
071900     MOVE 'EXPIRADAS NO DIA................' TO RPT-T-LABEL
072000     MOVE WS-EXPIRED-COUNT TO RPT-T-VALUE
072100     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
072200         AFTER ADVANCING 1 LINE
072300     MOVE '  POR ESTA EXECUCAO.............' TO RPT-T-LABEL
072400     MOVE WS-EXPIRED-NOW-COUNT TO RPT-T-VALUE
072500     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
072600         AFTER ADVANCING 1 LINE
072700     MOVE 'PENDENTES DE DECISAO............' TO RPT-T-LABEL
072800     MOVE WS-OPEN-COUNT TO RPT-T-VALUE
072900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
073000         AFTER ADVANCING 2 LINES
073100     MOVE 'APROVADAS AGUARDANDO PAROPMNT...' TO RPT-T-LABEL
073200     MOVE WS-WAITING-COUNT TO RPT-T-VALUE
073300     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
073400         AFTER ADVANCING 1 LINE
073500
073600     DISPLAY 'PARPNDRP - DIA=' WS-REPORT-DATE
073700         ' FEITAS=' WS-MADE-COUNT
073800         ' APROVADAS=' WS-APPROVED-COUNT
073900         ' RECUSADAS=' WS-DECLINED-COUNT
074000         ' EXPIRADAS=' WS-EXPIRED-COUNT
074100         ' FALHAS=' WS-FAILED-COUNT
074200         ' PENDENTES=' WS-OPEN-COUNT
074300     IF WS-EXPIRED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
074400         MOVE 4 TO RETURN-CODE
074500     END-IF.
074600 8000-WRITE-REPORT-TOTALS-EXIT.
074700     EXIT.
074800
074900******************************************************************
075000*  9000-TERMINATE                                                *
075100******************************************************************
075200 9000-TERMINATE.
075300     CLOSE PNDFILE
075400     CLOSE RPTFILE.
075500 9000-TERMINATE-EXIT.
075600     EXIT.
075700
075800 9999-EXIT.
075900     GOBACK.
