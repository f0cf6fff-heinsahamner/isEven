000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*  PROGRAM    : PARRESUM                                         *
000500*  AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                 *
000600*  INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS               *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  FUNCTION   : OPERATIONS MORNING SUMMARY.  THE LAST STEP OF    *
001000*               PARIDJOB AND PARIDRST - ONE PAGE FOR THE SHIFT   *
001100*               SUPERVISOR AND THE MORNING MEETING THAT SAYS     *
001200*               WHETHER THE NIGHT WAS CLEAN, WITHOUT OPENING     *
001300*               EVERY STEP'S OUTPUT.  IT READS -                 *
001400*                 RSTFILE  THE RUN-STATE RECORD (PARRST)         *
001500*                 CTLIN    THE RUN'S CONTROL TOTALS (PARTOT)     *
001600*                 CNTFILE  PARCOUNT'S INDEPENDENT COUNT (PARCNT) *
001700*                 SRCFILE  PARMERGE'S PER-SOURCE COUNTS (PARSRC) *
001800*                 HSTFILE  THE RUN-HISTORY FILE (PARTOT LAYOUT)  *
001900*                 STAFILE  THE STATISTICS HISTORY (PARSTA)       *
002000*                 SUSFILE  THE REJECT SUSPENSE KSDS (PARSUS)     *
002100*               AND PRINTS THE BUSINESS DATE AND RUN-ID,         *
002200*               WHETHER THE DAY WAS RESTARTED AND HOW MANY       *
002300*               RECORDS WERE SKIPPED, THE BALANCE (PROVED THE    *
002400*               SAME WAY PARRECON PROVES IT) WITH THE PER-       *
002500*               SOURCE READ COUNTS, THE REJECTS AND DUPLICATES   *
002600*               AGAINST THE AVERAGE OF THE PREVIOUS 10 RUNS,     *
002700*               THE SUSPENSE BY AGE BUCKET (AS PARAGING AGES     *
002800*               IT), THE ACCOUNTS PARSTATS FLAGGED, AND ONE      *
002900*               OVERALL STATUS WITH THE REASONS FOR IT -         *
003000*                  GREEN  RC 0  NOTHING NEEDS ATTENTION          *
003100*                  AMBER  RC 4  THE RUN IS GOOD BUT SOMETHING    *
003200*                               NEEDS LOOKING AT TODAY           *
003300*                  RED    RC 8  THE RUN IS INCOMPLETE, OUT OF    *
003400*                               BALANCE OR OVER THE REJECT-RATE  *
003500*                               LIMIT                            *
003600*               THE STATUS IS ALSO THE STEP RETURN CODE SO THE   *
003700*               SCHEDULER CAN ACT ON IT.  EVERY INPUT EXCEPT     *
003800*               THE REPORT IS OPTIONAL - A MISSING OR STALE      *
003900*               INPUT IS ITSELF REPORTED AND COLOURS THE         *
004000*               STATUS, SO THE PAGE IS ALWAYS PRINTED.  MORE     *
004010*               ACCOUNTS ON THE STATISTICS FILE THAN THE TABLE   *
004020*               HOLDS IS RED ON THE PAGE AND RC 16.              *
004100*                                                                *
004200*  THE THRESHOLDS COME FROM THE CENTRAL RUN-OPTIONS FILE         *
004300*  (OPTFILE, COPYBOOK PAROPT) - HIST-REJ-PCT AND STAT-TOL-PCT    *
004400*  AS PARHIST AND PARSTATS USE THEM, AND SUM-AVG-PCT, HOW FAR    *
004500*  ABOVE THE 10-RUN AVERAGE THE REJECTS OR DUPLICATES MAY GO     *
004600*  BEFORE THE DAY TURNS AMBER (DEFAULT 50.00).                   *
004700*                                                                *
004800*  PARAMETER CARD -                                              *
004900*       COL 1     'R' WHEN RUN FROM THE RESTART JOB (PARIDRST)   *
005000*                                                                *
005100*  MODIFICATION HISTORY                                          *
005200*  ---------------------------------------------------------     *
005300*  2026-10-15  JA  ORIGINAL.                                     *
005310*  2026-10-15  JA  A FULL STATISTICS TABLE NO LONGER ENDS THE    *
005320*                   RUN WITHOUT A PAGE - IT IS NOTED RED, THE    *
005330*                   ACCOUNT TESTS ARE SKIPPED, AND RC 16 IS SET  *
005340*                   AFTER THE PAGE IS PRINTED.                   *
005400******************************************************************
005500 PROGRAM-ID. PARRESUM.
005600 DATE-WRITTEN. 2026-10-15.
005700 DATE-COMPILED.
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT OPTIONAL RSTFILE ASSIGN TO RSTFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FS-RSTFILE.
006500
006600     SELECT OPTIONAL CTLIN ASSIGN TO CTLIN
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS FS-CTLIN.
006900
007000     SELECT OPTIONAL CNTFILE ASSIGN TO CNTFILE
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS FS-CNTFILE.
007300
007400     SELECT OPTIONAL SRCFILE ASSIGN TO SRCFILE
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS FS-SRCFILE.
007700
007800     SELECT OPTIONAL HSTFILE ASSIGN TO HSTFILE
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS FS-HSTFILE.
008100
008200     SELECT OPTIONAL STAFILE ASSIGN TO STAFILE
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS FS-STAFILE.
008500
008600     SELECT SUSFILE ASSIGN TO SUSFILE
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS SUS-KEY
009000         FILE STATUS IS FS-SUSFILE.
009100
009200     SELECT OPTIONAL OPTFILE ASSIGN TO OPTFILE
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS FS-OPTFILE.
009500
009600     SELECT OPTIONAL PRMCARD ASSIGN TO PRMCARD
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS FS-PRMCARD.
009900
010000     SELECT RPTFILE ASSIGN TO RPTFILE
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS FS-RPTFILE.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  RSTFILE
010700     RECORDING MODE IS F.
010800     COPY PARRST.
010900
011000 FD  CTLIN
011100     RECORDING MODE IS F.
011200     COPY PARTOT.
011300
011400 FD  CNTFILE
011500     RECORDING MODE IS F.
011600     COPY PARCNT.
011700
011800 FD  SRCFILE
011900     RECORDING MODE IS F.
012000     COPY PARSRC.
012100
012200******************************************************************
012300*  RUN-HISTORY RECORD - THE PARTOT LAYOUT (THE CONTROL-TOTALS    *
012400*  RECORD EACH GOOD RUN APPENDS), WITH ONLY THE FIELDS THE       *
012500*  AVERAGE NEEDS NAMED SO THEY DO NOT CLASH WITH CTLIN'S.        *
012600******************************************************************
012700 FD  HSTFILE
012800     RECORDING MODE IS F.
012900 01  HST-RECORD.
013000     05  HST-RUN-ID              PIC X(08).
013100     05  HST-RUN-DATE            PIC X(10).
013200     05  FILLER                  PIC X(02).
013300     05  HST-READ-COUNT          PIC 9(09).
013400     05  FILLER                  PIC X(18).
013500     05  HST-REJECT-COUNT        PIC 9(09).
013600     05  HST-DUP-COUNT           PIC 9(09).
013700     05  FILLER                  PIC X(79).
013800
013900 FD  STAFILE
014000     RECORDING MODE IS F.
014100     COPY PARSTA.
014200
014300 FD  SUSFILE.
014400     COPY PARSUS.
014500
014600 FD  OPTFILE
014700     RECORDING MODE IS F.
014800     COPY PAROPT.
014900
015000 FD  PRMCARD
015100     RECORDING MODE IS F.
015200 01  PRMCARD-RECORD             PIC X(80).
015300
015400 FD  RPTFILE
015500     RECORDING MODE IS F.
015600 01  RPT-LINE                   PIC X(132).
015700
015800 WORKING-STORAGE SECTION.
015900******************************************************************
016000*  FILE STATUS FIELDS                                            *
016100******************************************************************
016200 77  FS-RSTFILE                 PIC X(02) VALUE '00'.
016300 77  FS-CTLIN                   PIC X(02) VALUE '00'.
016400 77  FS-CNTFILE                 PIC X(02) VALUE '00'.
016500 77  FS-SRCFILE                 PIC X(02) VALUE '00'.
016600 77  FS-HSTFILE                 PIC X(02) VALUE '00'.
016700 77  FS-STAFILE                 PIC X(02) VALUE '00'.
016800 77  FS-SUSFILE                 PIC X(02) VALUE '00'.
016900 77  FS-OPTFILE                 PIC X(02) VALUE '00'.
017000 77  FS-PRMCARD                 PIC X(02) VALUE '00'.
017100 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
017200
017300******************************************************************
017400*  SWITCHES                                                      *
017500******************************************************************
017600 77  WS-OVERALL-SW              PIC X(01) VALUE 'G'.
017700     88  STATUS-GREEN                     VALUE 'G'.
017800     88  STATUS-AMBER                     VALUE 'A'.
017900     88  STATUS-RED                       VALUE 'R'.
018000 77  WS-RST-SW                  PIC X(01) VALUE 'N'.
018100     88  RUN-STATE-PRESENT                VALUE 'Y'.
018200     88  RUN-STATE-ABSENT                 VALUE 'N'.
018300 77  WS-CTL-SW                  PIC X(01) VALUE 'N'.
018400     88  CONTROLS-PRESENT                 VALUE 'Y'.
018500     88  CONTROLS-ABSENT                  VALUE 'N'.
018600 77  WS-CNT-SW                  PIC X(01) VALUE 'N'.
018700     88  COUNT-PRESENT                    VALUE 'Y'.
018800     88  COUNT-ABSENT                     VALUE 'N'.
018900 77  WS-SRC-SW                  PIC X(01) VALUE 'N'.
019000     88  SOURCES-PRESENT                  VALUE 'Y'.
019100     88  SOURCES-ABSENT                   VALUE 'N'.
019200 77  WS-SUS-SW                  PIC X(01) VALUE 'N'.
019300     88  SUSPENSE-AVAILABLE               VALUE 'Y'.
019400     88  SUSPENSE-UNAVAILABLE             VALUE 'N'.
019500 77  WS-RESTART-SW              PIC X(01) VALUE 'N'.
019600     88  DAY-WAS-RESTARTED                VALUE 'Y'.
019700 77  WS-BALANCE-SW              PIC X(01) VALUE 'U'.
019800     88  RUN-IN-BALANCE                   VALUE 'Y'.
019900     88  RUN-OUT-OF-BALANCE               VALUE 'N'.
020000     88  BALANCE-NOT-PROVED               VALUE 'U'.
020100 77  WS-OPT-EOF-SW              PIC X(01) VALUE 'N'.
020200     88  END-OF-OPTIONS                   VALUE 'Y'.
020300 77  WS-HST-EOF-SW              PIC X(01) VALUE 'N'.
020400     88  END-OF-HISTORY                   VALUE 'Y'.
020500 77  WS-STA-EOF-SW              PIC X(01) VALUE 'N'.
020600     88  END-OF-STATISTICS                VALUE 'Y'.
020700 77  WS-SUS-EOF-SW              PIC X(01) VALUE 'N'.
020800     88  END-OF-SUSPENSE                  VALUE 'Y'.
020810 77  WS-STH-FULL-SW              PIC X(01) VALUE 'N'.
020820     88  STATISTICS-TABLE-FULL            VALUE 'Y'.
020900 77  WS-STH-FOUND-SW            PIC X(01) VALUE 'N'.
021000     88  ACCOUNT-FOUND                    VALUE 'Y'.
021100     88  ACCOUNT-NOT-FOUND                VALUE 'N'.
021200
021300******************************************************************
021400*  PARAMETER CARD                                                *
021500******************************************************************
021600 01  WS-PARM-CARD.
021700     05  WS-PRM-JOB-SW           PIC X(01).
021800         88  PRM-RESTART-JOB             VALUE 'R'.
021900     05  FILLER                  PIC X(79).
022000
022100******************************************************************
022200*  RUN IDENTIFICATION AND THRESHOLDS                             *
022300******************************************************************
022400 77  WS-RUN-ID                  PIC X(08) VALUE SPACES.
022500 77  WS-BUS-DATE                PIC X(10) VALUE SPACES.
022600 77  WS-REJ-THRESHOLD           PIC 9(03)V9(02) VALUE 10.00.
022700 77  WS-STAT-TOLERANCE          PIC 9(03)V9(02) VALUE 10.00.
022800 77  WS-ABOVE-AVG-PCT           PIC 9(03)V9(02) VALUE 50.00.
022900 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
023000 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
023100 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
023200 77  WS-ADVANCE                 PIC 9(01) VALUE 1 COMP.
023300
023400******************************************************************
023500*  BALANCE WORK AREAS - THE SAME SUMS PARRECON PROVES            *
023600******************************************************************
023700 77  WS-TOTAL-READ-COUNT        PIC 9(09) VALUE ZERO COMP.
023800 77  WS-DISPOSED-COUNT          PIC 9(09) VALUE ZERO COMP.
023900 77  WS-CLASSIFIED-COUNT        PIC 9(09) VALUE ZERO COMP.
024000 77  WS-SIGNED-COUNT            PIC 9(09) VALUE ZERO COMP.
024100 77  WS-SRC-SUB                 PIC 9(01) VALUE ZERO COMP.
024200
024300******************************************************************
024400*  RUN-HISTORY AVERAGE - THE LAST WS-AVG-MAX RUNS BEFORE THIS    *
024500*  ONE, OLDEST SHIFTED OUT AS THE FILE IS READ (AS IN PARHIST).  *
024600******************************************************************
024700 77  WS-AVG-MAX                 PIC 9(03) VALUE 10 COMP.
024800 77  WS-AVG-COUNT               PIC 9(03) VALUE ZERO COMP.
024900 77  WS-AVG-SUB                 PIC 9(03) VALUE ZERO COMP.
025000 77  WS-SUM-REJECT              PIC 9(11) VALUE ZERO COMP.
025100 77  WS-SUM-DUP                 PIC 9(11) VALUE ZERO COMP.
025200 77  WS-MEAN-REJECT             PIC 9(09) VALUE ZERO.
025300 77  WS-MEAN-DUP                PIC 9(09) VALUE ZERO.
025400 77  WS-LIMIT-WORK              PIC 9(11)V9(02) VALUE ZERO.
025500 77  WS-PCT-WORK                PIC 9(11)V9(02) VALUE ZERO.
025600 77  WS-REJECT-PCT              PIC 9(03)V9(02) VALUE ZERO.
025700 77  WS-REJ-ABOVE-SW            PIC X(01) VALUE 'N'.
025800     88  REJECTS-ABOVE-AVERAGE            VALUE 'Y'.
025900 77  WS-DUP-ABOVE-SW            PIC X(01) VALUE 'N'.
026000     88  DUPS-ABOVE-AVERAGE               VALUE 'Y'.
026100
026200 01  WS-AVG-TABLE.
026300     05  WS-AVG-ENTRY OCCURS 10 TIMES.
026400         10  WS-AVG-REJECT       PIC 9(09).
026500         10  WS-AVG-DUP          PIC 9(09).
026600
026700******************************************************************
026800*  STATISTICS TABLE - PER ACCOUNT, THE LATEST EVEN PERCENTAGE    *
026900*  POSTED FOR THIS BUSINESS DATE AND THE LATEST ONE BEFORE IT -  *
027000*  THE SAME COMPARISON PARSTATS FLAGS ON.                        *
027100******************************************************************
027200 77  WS-STH-MAX                 PIC 9(05) VALUE 2000 COMP.
027300 77  WS-STH-COUNT               PIC 9(05) VALUE ZERO COMP.
027400 77  WS-STH-SUB                 PIC 9(05) VALUE ZERO COMP.
027500 77  WS-STH-FOUND-SUB           PIC 9(05) VALUE ZERO COMP.
027600 77  WS-PCT-DIFF                PIC 9(03)V9(02) VALUE ZERO.
027700
027800 01  WS-STH-TABLE.
027900     05  WS-STH-ENTRY OCCURS 2000 TIMES.
028000         10  WS-STH-ACCOUNT      PIC X(10).
028100         10  WS-STH-PRIOR-PCT    PIC 9(03)V9(02).
028200         10  WS-STH-CUR-PCT      PIC 9(03)V9(02).
028300         10  WS-STH-PRIOR-SW     PIC X(01).
028400         10  WS-STH-CUR-SW       PIC X(01).
028500
028600******************************************************************
028700*  FLAGGED ACCOUNTS - THE FIRST WS-FLAG-MAX ARE LISTED, THE      *
028800*  REST ONLY COUNTED, SO THE SUMMARY STAYS ON ONE PAGE.          *
028900******************************************************************
029000 77  WS-FLAG-MAX                PIC 9(03) VALUE 10 COMP.
029100 77  WS-FLAG-COUNT              PIC 9(09) VALUE ZERO COMP.
029200 77  WS-FLAG-LISTED             PIC 9(03) VALUE ZERO COMP.
029300 77  WS-FLAG-SUB                PIC 9(03) VALUE ZERO COMP.
029400 77  WS-STA-READ-COUNT          PIC 9(09) VALUE ZERO COMP.
029500
029600 01  WS-FLAG-TABLE.
029700     05  WS-FLAG-ENTRY OCCURS 10 TIMES.
029800         10  WS-FLG-ACCOUNT      PIC X(10).
029900         10  WS-FLG-PRIOR-PCT    PIC 9(03)V9(02).
030000         10  WS-FLG-CUR-PCT      PIC 9(03)V9(02).
030100         10  WS-FLG-DIFF         PIC 9(03)V9(02).
030200
030300******************************************************************
030400*  STATUS REASONS - ONE LINE PER CONDITION THAT COLOURED THE     *
030500*  OVERALL STATUS, PRINTED UNDER IT.                             *
030600******************************************************************
030700 77  WS-RSN-MAX                 PIC 9(03) VALUE 12 COMP.
030800 77  WS-RSN-COUNT               PIC 9(03) VALUE ZERO COMP.
030900 77  WS-RSN-SUB                 PIC 9(03) VALUE ZERO COMP.
031000 77  WS-REASON-LEVEL            PIC X(08) VALUE SPACES.
031100 77  WS-REASON-TEXT             PIC X(60) VALUE SPACES.
031200
031300 01  WS-REASON-TABLE.
031400     05  WS-RSN-ENTRY OCCURS 12 TIMES.
031500         10  WS-RSN-LEVEL        PIC X(08).
031600         10  WS-RSN-TEXT         PIC X(60).
031700
031800******************************************************************
031900*  SUSPENSE AGING - THE PARAGING BUCKETS (1-7, 8-30, OVER 30     *
032000*  DAYS FROM THE DATE FIRST SEEN).  DAY SERIALS ARE DAYS SINCE   *
032100*  THE (PROLEPTIC) YEAR ZERO SO TWO DATES SUBTRACT DIRECTLY.     *
032200******************************************************************
032300 77  WS-SUS-READ-COUNT          PIC 9(09) VALUE ZERO COMP.
032400 77  WS-TOT-BUCKET1             PIC 9(09) VALUE ZERO COMP.
032500 77  WS-TOT-BUCKET2             PIC 9(09) VALUE ZERO COMP.
032600 77  WS-TOT-BUCKET3             PIC 9(09) VALUE ZERO COMP.
032700 77  WS-TODAY-SERIAL            PIC 9(09) VALUE ZERO COMP.
032800 77  WS-FIRST-SERIAL            PIC 9(09) VALUE ZERO COMP.
032900 77  WS-AGE-DAYS                PIC 9(09) VALUE ZERO COMP.
033000 77  WS-OLDEST-AGE              PIC 9(09) VALUE ZERO COMP.
033100 77  WS-OLDEST-DATE             PIC X(10) VALUE SPACES.
033200 77  WS-DS-YEARS                PIC 9(09) VALUE ZERO COMP.
033300 77  WS-DS-WORK                 PIC 9(09) VALUE ZERO COMP.
033400 77  WS-DS-REM                  PIC 9(09) VALUE ZERO COMP.
033500 77  WS-DS-SERIAL               PIC 9(09) VALUE ZERO COMP.
033600 77  WS-LEAP-SW                 PIC X(01) VALUE 'N'.
033700     88  YEAR-IS-LEAP                     VALUE 'Y'.
033800
033900 01  WS-DS-DATE.
034000     05  WS-DS-CCYY              PIC 9(04).
034100     05  WS-DS-MM                PIC 9(02).
034200     05  WS-DS-DD                PIC 9(02).
034300
034400 01  WS-SUS-DATE-PARTS.
034500     05  WS-SD-CCYY              PIC X(04).
034600     05  FILLER                  PIC X(01).
034700     05  WS-SD-MM                PIC X(02).
034800     05  FILLER                  PIC X(01).
034900     05  WS-SD-DD                PIC X(02).
035000
035100******************************************************************
035200*  CUMULATIVE DAYS BEFORE EACH MONTH (NON-LEAP)                  *
035300******************************************************************
035400 01  WS-MONTH-OFFSET-VALUES.
035500     05  FILLER                  PIC X(18)
035600         VALUE '000031059090120151'.
035700     05  FILLER                  PIC X(18)
035800         VALUE '181212243273304334'.
035900
036000 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
036100     05  WS-MONTH-OFFSET OCCURS 12 TIMES
036200                                 PIC 9(03).
036300
036400******************************************************************
036500*  RUN DATE WORK AREAS                                           *
036600******************************************************************
036700 01  WS-RUN-DATE-YYYYMMDD.
036800     05  WS-RD-CCYY              PIC 9(04).
036900     05  WS-RD-MM                PIC 9(02).
037000     05  WS-RD-DD                PIC 9(02).
037100
037200 01  WS-RUN-DATE-DISPLAY.
037300     05  WS-RDD-DD               PIC 9(02).
037400     05  FILLER                  PIC X(01) VALUE '/'.
037500     05  WS-RDD-MM               PIC 9(02).
037600     05  FILLER                  PIC X(01) VALUE '/'.
037700     05  WS-RDD-CCYY             PIC 9(04).
037800
037900******************************************************************
038000*  SUMMARY REPORT LINE LAYOUTS                                   *
038100******************************************************************
038200 77  WS-PRINT-AREA              PIC X(132) VALUE SPACES.
038300 77  WS-PCT-EDIT                PIC ZZ9.99.
038400
038500 01  WS-RPT-TITLE-LINE1.
038600     05  FILLER                  PIC X(16) VALUE 'PARRESUM-REL'.
038700     05  FILLER                  PIC X(50)
038800         VALUE 'RESUMO OPERACIONAL DO PROCESSAMENTO DIARIO'.
038900     05  FILLER                  PIC X(66) VALUE SPACES.
039000
039100 01  WS-RPT-TITLE-LINE2.
039200     05  FILLER                  PIC X(06) VALUE 'DATA: '.
039300     05  RPT-H-DATE              PIC X(10).
039400     05  FILLER                  PIC X(05) VALUE SPACES.
039500     05  FILLER                  PIC X(06) VALUE 'MVTO: '.
039600     05  RPT-H-BUSDATE           PIC X(10).
039700     05  FILLER                  PIC X(05) VALUE SPACES.
039800     05  FILLER                  PIC X(08) VALUE 'RUN-ID: '.
039900     05  RPT-H-RUN-ID            PIC X(08).
040000     05  FILLER                  PIC X(05) VALUE SPACES.
040100     05  FILLER                  PIC X(07) VALUE 'PAGINA '.
040200     05  RPT-H-PAGE              PIC ZZZ9.
040300     05  FILLER                  PIC X(58) VALUE SPACES.
040400
040500 01  WS-RPT-SECTION-LINE.
040600     05  RPT-S-TEXT              PIC X(60).
040700     05  FILLER                  PIC X(72) VALUE SPACES.
040800
040900 01  WS-RPT-TEXT-LINE.
041000     05  RPT-X-LABEL             PIC X(32).
041100     05  FILLER                  PIC X(01) VALUE SPACES.
041200     05  RPT-X-TEXT              PIC X(60).
041300     05  FILLER                  PIC X(39) VALUE SPACES.
041400
041500 01  WS-RPT-TOTAL-LINE.
041600     05  RPT-T-LABEL             PIC X(32).
041700     05  RPT-T-VALUE             PIC ZZZ,ZZZ,ZZ9.
041800     05  FILLER                  PIC X(89) VALUE SPACES.
041900
042000 01  WS-RPT-SOURCE-LINE.
042100     05  FILLER                  PIC X(08) VALUE '  FONTE '.
042200     05  RPT-F-CODE              PIC X(01).
042300     05  FILLER                  PIC X(09) VALUE '  MERGE: '.
042400     05  RPT-F-MERGE             PIC ZZZ,ZZZ,ZZ9.
042500     05  FILLER                  PIC X(09) VALUE '  LIDOS: '.
042600     05  RPT-F-READ              PIC ZZZ,ZZZ,ZZ9.
042700     05  FILLER                  PIC X(03) VALUE SPACES.
042800     05  RPT-F-STATUS            PIC X(20).
042900     05  FILLER                  PIC X(60) VALUE SPACES.
043000
043100 01  WS-RPT-AVG-LINE.
043200     05  RPT-A-LABEL             PIC X(32).
043300     05  RPT-A-TODAY             PIC ZZZ,ZZZ,ZZ9.
043400     05  FILLER                  PIC X(03) VALUE SPACES.
043500     05  FILLER                  PIC X(07) VALUE 'MEDIA: '.
043600     05  RPT-A-AVERAGE           PIC ZZZ,ZZZ,ZZ9.
043700     05  FILLER                  PIC X(03) VALUE SPACES.
043800     05  RPT-A-STATUS            PIC X(20).
043900     05  FILLER                  PIC X(45) VALUE SPACES.
044000
044100 01  WS-RPT-FLAG-LINE.
044200     05  FILLER                  PIC X(02) VALUE SPACES.
044300     05  RPT-G-ACCOUNT           PIC X(12).
044400     05  FILLER                  PIC X(08) VALUE 'ANTER: '.
044500     05  RPT-G-PRIOR-PCT         PIC ZZ9.99.
044600     05  FILLER                  PIC X(10) VALUE '   ATUAL: '.
044700     05  RPT-G-CUR-PCT           PIC ZZ9.99.
044800     05  FILLER                  PIC X(14) VALUE '   DIFERENCA: '.
044900     05  RPT-G-DIFF              PIC ZZ9.99.
045000     05  FILLER                  PIC X(68) VALUE SPACES.
045100
045200 01  WS-RPT-REASON-LINE.
045300     05  FILLER                  PIC X(02) VALUE SPACES.
045400     05  RPT-R-LEVEL             PIC X(10).
045500     05  RPT-R-TEXT              PIC X(60).
045600     05  FILLER                  PIC X(60) VALUE SPACES.
045700
045800 PROCEDURE DIVISION.
045900
046000******************************************************************
046100*  0000-MAINLINE                                                 *
046200*  EVERY INPUT IS GATHERED AND JUDGED FIRST, THEN THE PAGE IS    *
046300*  PRINTED - THE OVERALL STATUS GOES AT THE TOP, SO IT MUST BE   *
046400*  KNOWN BEFORE THE FIRST LINE IS WRITTEN.                       *
046500******************************************************************
046600 0000-MAINLINE.
046700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
046800     PERFORM 2000-READ-RUN-STATE THRU 2000-READ-RUN-STATE-EXIT.
046900     PERFORM 2100-READ-CONTROL-TOTALS
047000         THRU 2100-READ-CONTROL-TOTALS-EXIT.
047100     PERFORM 2200-READ-INPUT-COUNTS
047200         THRU 2200-READ-INPUT-COUNTS-EXIT.
047300     PERFORM 3000-EVALUATE-RUN THRU 3000-EVALUATE-RUN-EXIT.
047400     PERFORM 3100-EVALUATE-BALANCE
047500         THRU 3100-EVALUATE-BALANCE-EXIT.
047600     PERFORM 3200-EVALUATE-HISTORY
047700         THRU 3200-EVALUATE-HISTORY-EXIT.
047800     PERFORM 3300-EVALUATE-SUSPENSE
047900         THRU 3300-EVALUATE-SUSPENSE-EXIT.
048000     PERFORM 3400-EVALUATE-STATISTICS
048100         THRU 3400-EVALUATE-STATISTICS-EXIT.
048200     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT.
048300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
048400     GO TO 9999-EXIT.
048500
048600******************************************************************
048700*  1000-INITIALIZE                                               *
048800******************************************************************
048900 1000-INITIALIZE.
049000     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
049100     MOVE WS-RD-DD   TO WS-RDD-DD
049200     MOVE WS-RD-MM   TO WS-RDD-MM
049300     MOVE WS-RD-CCYY TO WS-RDD-CCYY
049400     MOVE WS-RD-CCYY TO WS-DS-CCYY
049500     MOVE WS-RD-MM   TO WS-DS-MM
049600     MOVE WS-RD-DD   TO WS-DS-DD
049700     PERFORM 7000-COMPUTE-DAY-SERIAL
049800         THRU 7000-COMPUTE-DAY-SERIAL-EXIT
049900     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL
050000     PERFORM 1050-READ-OPTIONS THRU 1050-READ-OPTIONS-EXIT
050100     MOVE SPACES TO WS-PARM-CARD
050200     OPEN INPUT PRMCARD
050300     IF FS-PRMCARD = '00'
050400         READ PRMCARD INTO WS-PARM-CARD
050500             AT END
050600                 CONTINUE
050700         END-READ
050800         CLOSE PRMCARD
050900     END-IF
051000     OPEN OUTPUT RPTFILE
051100     IF FS-RPTFILE NOT = '00'
051200         DISPLAY 'PARRESUM - UNABLE TO OPEN RPTFILE, STATUS='
051300             FS-RPTFILE
051400         MOVE 16 TO RETURN-CODE
051500         GO TO 9999-EXIT
051600     END-IF.
051700 1000-INITIALIZE-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100*  1050-READ-OPTIONS                                             *
052200*  APPLIES THE CENTRAL RUN-OPTIONS FILE (COPYBOOK PAROPT,        *
052300*  MAINTAINED BY PAROPMNT).  AN ABSENT FILE OR A BAD VALUE       *
052400*  LEAVES THE BUILT-IN DEFAULT IN FORCE.                         *
052500******************************************************************
052600 1050-READ-OPTIONS.
052700     OPEN INPUT OPTFILE
052800     IF FS-OPTFILE NOT = '00'
052900         GO TO 1050-READ-OPTIONS-EXIT
053000     END-IF
053100     PERFORM 1060-READ-ONE-OPTION
053200         THRU 1060-READ-ONE-OPTION-EXIT
053300     PERFORM 1070-APPLY-ONE-OPTION
053400         THRU 1070-APPLY-ONE-OPTION-EXIT
053500         UNTIL END-OF-OPTIONS
053600     CLOSE OPTFILE.
053700 1050-READ-OPTIONS-EXIT.
053800     EXIT.
053900
054000 1060-READ-ONE-OPTION.
054100     READ OPTFILE
054200         AT END
054300             SET END-OF-OPTIONS TO TRUE
054400     END-READ.
054500 1060-READ-ONE-OPTION-EXIT.
054600     EXIT.
054700
054800 1070-APPLY-ONE-OPTION.
054900     IF OPT-KEYWORD = 'HIST-REJ-PCT'
055000      AND OPT-VALUE-PCT NUMERIC
055100         MOVE OPT-VALUE-PCT TO WS-REJ-THRESHOLD
055200     END-IF
055300     IF OPT-KEYWORD = 'STAT-TOL-PCT'
055400      AND OPT-VALUE-PCT NUMERIC
055500         MOVE OPT-VALUE-PCT TO WS-STAT-TOLERANCE
055600     END-IF
055700     IF OPT-KEYWORD = 'SUM-AVG-PCT'
055800      AND OPT-VALUE-PCT NUMERIC
055900         MOVE OPT-VALUE-PCT TO WS-ABOVE-AVG-PCT
056000     END-IF
056100     IF OPT-KEYWORD = 'LINES-PAGE'
056200      AND OPT-VALUE-X NUMERIC AND OPT-VALUE-NUM > ZERO
056300      AND OPT-VALUE-NUM < 1000
056400         MOVE OPT-VALUE-NUM TO WS-LINES-PER-PAGE
056500     END-IF
056600     PERFORM 1060-READ-ONE-OPTION
056700         THRU 1060-READ-ONE-OPTION-EXIT.
056800 1070-APPLY-ONE-OPTION-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200*  1400-WRITE-REPORT-HEADERS                                     *
057300******************************************************************
057400 1400-WRITE-REPORT-HEADERS.
057500     ADD 1 TO WS-PAGE-COUNT
057600     MOVE WS-RUN-DATE-DISPLAY TO RPT-H-DATE
057700     MOVE WS-BUS-DATE         TO RPT-H-BUSDATE
057800     MOVE WS-RUN-ID           TO RPT-H-RUN-ID
057900     MOVE WS-PAGE-COUNT       TO RPT-H-PAGE
058000     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
058100     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
058200     MOVE ZERO TO WS-LINE-COUNT.
058300 1400-WRITE-REPORT-HEADERS-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700*  1410-CHECK-PAGE-BREAK                                         *
058800******************************************************************
058900 1410-CHECK-PAGE-BREAK.
059000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
059100         PERFORM 1400-WRITE-REPORT-HEADERS
059200             THRU 1400-WRITE-REPORT-HEADERS-EXIT
059300     END-IF.
059400 1410-CHECK-PAGE-BREAK-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800*  2000-READ-RUN-STATE                                           *
059900*  THE ONE RUN-STATE RECORD PARIDADE LEAVES BEHIND (PARRST) -    *
060000*  STILL 'A' MEANS THE RUN DIED OR WAS NEVER FINISHED.  THE      *
060100*  FILE STAYS OPEN UNTIL 9000-TERMINATE, AS CTLIN DOES; ONLY AN  *
060150*  EMPTY FILE IS CLOSED AGAIN AT ONCE.                           *
060200******************************************************************
060300 2000-READ-RUN-STATE.
060400     SET RUN-STATE-ABSENT TO TRUE
060500     OPEN INPUT RSTFILE
060600     IF FS-RSTFILE NOT = '00'
060700         GO TO 2000-READ-RUN-STATE-EXIT
060800     END-IF
060900     READ RSTFILE
061000         AT END
061100             CLOSE RSTFILE
061200             GO TO 2000-READ-RUN-STATE-EXIT
061300     END-READ
061400     SET RUN-STATE-PRESENT TO TRUE
061500     MOVE RST-RUN-ID   TO WS-RUN-ID
061600     MOVE RST-RUN-DATE TO WS-BUS-DATE.
061700 2000-READ-RUN-STATE-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100*  2100-READ-CONTROL-TOTALS                                      *
062200*  THE CTLOUT RECORD PARIDADE WROTE.  IT ONLY COUNTS WHEN IT IS  *
062300*  THIS RUN'S - A RUN REFUSED BEFORE ITS FILES OPENED LEAVES AN  *
062400*  UNWRITTEN CTLOUT BEHIND, SO THE RECORD MUST BE NUMERIC AND    *
062500*  CARRY THE RUN-ID THE RUN-STATE RECORD NAMES.  THE FILE STAYS  *
062600*  OPEN UNTIL 9000-TERMINATE (AS IN PARRECON) SO THE FIELDS ARE  *
062700*  READ FROM A LIVE RECORD AREA.                                 *
062800******************************************************************
062900 2100-READ-CONTROL-TOTALS.
063000     SET CONTROLS-ABSENT TO TRUE
063100     OPEN INPUT CTLIN
063200     IF FS-CTLIN NOT = '00'
063300         GO TO 2100-READ-CONTROL-TOTALS-EXIT
063400     END-IF
063500     READ CTLIN
063600         AT END
063700             CLOSE CTLIN
063800             GO TO 2100-READ-CONTROL-TOTALS-EXIT
063900     END-READ
064000     SET CONTROLS-PRESENT TO TRUE
064100     IF CTL-READ-COUNT NOT NUMERIC
064200      OR CTL-EVEN-COUNT NOT NUMERIC
064300      OR CTL-ODD-COUNT NOT NUMERIC
064400      OR CTL-REJECT-COUNT NOT NUMERIC
064500      OR CTL-DUP-COUNT NOT NUMERIC
064600      OR CTL-SKIP-COUNT NOT NUMERIC
064700      OR CTL-POS-COUNT NOT NUMERIC
064800      OR CTL-NEG-COUNT NOT NUMERIC
064900         SET CONTROLS-ABSENT TO TRUE
065000     END-IF
065100     IF RUN-STATE-PRESENT
065200      AND CTL-RUN-ID NOT = RST-RUN-ID
065300         SET CONTROLS-ABSENT TO TRUE
065400     END-IF
065500     IF CONTROLS-ABSENT
065600         CLOSE CTLIN
065700         GO TO 2100-READ-CONTROL-TOTALS-EXIT
065800     END-IF
065900     MOVE CTL-RUN-ID   TO WS-RUN-ID
066000     MOVE CTL-RUN-DATE TO WS-BUS-DATE.
066100 2100-READ-CONTROL-TOTALS-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*  2200-READ-INPUT-COUNTS                                        *
066600*  PARCOUNT'S INDEPENDENT COUNT AND PARMERGE'S PER-SOURCE COUNTS *
066700*  - BOTH OPTIONAL, BOTH KEPT OPEN UNTIL 9000-TERMINATE.         *
066800******************************************************************
066900 2200-READ-INPUT-COUNTS.
067000     SET COUNT-ABSENT TO TRUE
067100     OPEN INPUT CNTFILE
067200     IF FS-CNTFILE = '00'
067300         READ CNTFILE
067400             AT END
067500                 CLOSE CNTFILE
067600             NOT AT END
067700                 SET COUNT-PRESENT TO TRUE
067800         END-READ
067900     END-IF
068000     IF COUNT-PRESENT
068100      AND CNT-RECORD-COUNT NOT NUMERIC
068200         CLOSE CNTFILE
068300         SET COUNT-ABSENT TO TRUE
068400     END-IF
068500     SET SOURCES-ABSENT TO TRUE
068600     OPEN INPUT SRCFILE
068700     IF FS-SRCFILE = '00'
068800         READ SRCFILE
068900             AT END
069000                 CLOSE SRCFILE
069100             NOT AT END
069200                 SET SOURCES-PRESENT TO TRUE
069300         END-READ
069400     END-IF.
069500 2200-READ-INPUT-COUNTS-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900*  3000-EVALUATE-RUN                                             *
070000*  DID THE RUN FINISH, AND WAS IT A RESTART.  A RESTART IS A     *
070100*  RUN FROM PARIDRST (PARAMETER CARD) OR ONE THAT SKIPPED        *
070200*  RECORDS A PRIOR ATTEMPT HAD ALREADY DISPOSED OF.              *
070300******************************************************************
070400 3000-EVALUATE-RUN.
070500     IF RUN-STATE-ABSENT
070600         MOVE 'SEM REGISTRO DE ESTADO DA EXECUCAO (RUNSTATE)'
070700           TO WS-REASON-TEXT
070800         PERFORM 7300-RAISE-RED THRU 7300-RAISE-RED-EXIT
070900     ELSE
071000         IF RST-RUN-ACTIVE
071100             MOVE 'EXECUCAO INCOMPLETA - RETOMAR COM PARIDRST'
071200               TO WS-REASON-TEXT
071300             PERFORM 7300-RAISE-RED THRU 7300-RAISE-RED-EXIT
071400         END-IF
071500     END-IF
071600     IF CONTROLS-ABSENT
071700         MOVE 'TOTAIS DE CONTROLE (CTLOUT) AUSENTES OU INVALIDOS'
071800           TO WS-REASON-TEXT
071900         PERFORM 7300-RAISE-RED THRU 7300-RAISE-RED-EXIT
072000         GO TO 3000-EVALUATE-RUN-EXIT
072100     END-IF
072200     IF PRM-RESTART-JOB OR CTL-SKIP-COUNT > ZERO
072300         SET DAY-WAS-RESTARTED TO TRUE
072400         MOVE 'DIA PROCESSADO COM RESTART' TO WS-REASON-TEXT
072500         PERFORM 7200-RAISE-AMBER THRU 7200-RAISE-AMBER-EXIT
072600     END-IF.
072700 3000-EVALUATE-RUN-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100*  3100-EVALUATE-BALANCE                                         *
073200*  THE PARRECON PROOF - PARCOUNT'S COUNT AGAINST READ PLUS       *
073300*  SKIPPED, EVEN + ODD + REJECT + DUPLICATE AGAINST READ, AND    *
073400*  POSITIVES + NEGATIVES AGAINST EVEN + ODD, THEN EACH SOURCE    *
073500*  AGAINST PARMERGE (NOT ON A RESTART, WHERE THE SKIPPED         *
073600*  RECORDS CANNOT BE PUT BACK BY SOURCE).  A FEEDER BRANCH THAT  *
073700*  SENT NOTHING (NO FILE, OR A FILE PARMERGE REFUSED) IS         *
073800*  BALANCED BUT STILL WORTH A LOOK.                              *
073900******************************************************************
074000 3100-EVALUATE-BALANCE.
074100     IF CONTROLS-ABSENT
074200         GO TO 3100-EVALUATE-BALANCE-EXIT
074300     END-IF
074400     SET RUN-IN-BALANCE TO TRUE
074500     ADD CTL-EVEN-COUNT CTL-ODD-COUNT CTL-REJECT-COUNT
074600         CTL-DUP-COUNT
074700         GIVING WS-DISPOSED-COUNT
074800     ADD CTL-READ-COUNT CTL-SKIP-COUNT
074900         GIVING WS-TOTAL-READ-COUNT
075000     ADD CTL-EVEN-COUNT CTL-ODD-COUNT
075100         GIVING WS-CLASSIFIED-COUNT
075200     ADD CTL-POS-COUNT CTL-NEG-COUNT
075300         GIVING WS-SIGNED-COUNT
075400     IF COUNT-PRESENT
075500         IF CNT-RECORD-COUNT NOT = WS-TOTAL-READ-COUNT
075600             SET RUN-OUT-OF-BALANCE TO TRUE
075700         END-IF
075800     ELSE
075900         MOVE 'CONTAGEM INDEPENDENTE (PARCOUNT) AUSENTE'
076000           TO WS-REASON-TEXT
076100         PERFORM 7200-RAISE-AMBER THRU 7200-RAISE-AMBER-EXIT
076200     END-IF
076300     IF CTL-READ-COUNT NOT = WS-DISPOSED-COUNT
076400         SET RUN-OUT-OF-BALANCE TO TRUE
076500     END-IF
076600     IF WS-SIGNED-COUNT NOT = WS-CLASSIFIED-COUNT
076700         SET RUN-OUT-OF-BALANCE TO TRUE
076800     END-IF
076900     IF SOURCES-PRESENT
077000         MOVE 1 TO WS-SRC-SUB
077100         PERFORM 3110-CHECK-ONE-SOURCE
077200             THRU 3110-CHECK-ONE-SOURCE-EXIT
077300             UNTIL WS-SRC-SUB > 5
077400     END-IF
077500     IF RUN-OUT-OF-BALANCE
077600         MOVE 'PROCESSAMENTO FORA DE BALANCO' TO WS-REASON-TEXT
077700         PERFORM 7300-RAISE-RED THRU 7300-RAISE-RED-EXIT
077800     END-IF.
077900 3100-EVALUATE-BALANCE-EXIT.
078000     EXIT.
078100
078200 3110-CHECK-ONE-SOURCE.
078300     IF NOT DAY-WAS-RESTARTED
078400      AND SRC-READ-COUNT (WS-SRC-SUB)
078500          NOT = CTL-SRC-READ-COUNT (WS-SRC-SUB)
078600         SET RUN-OUT-OF-BALANCE TO TRUE
078700     END-IF
078800     IF WS-SRC-SUB < 4
078900      AND SRC-READ-COUNT (WS-SRC-SUB) = ZERO
079000         MOVE SPACES TO WS-REASON-TEXT
079100         STRING 'FONTE ' DELIMITED BY SIZE
079200                SRC-CODE (WS-SRC-SUB) DELIMITED BY SIZE
079300                ' SEM REGISTROS (ARQUIVO AUSENTE OU RECUSADO)'
079400                    DELIMITED BY SIZE
079500                INTO WS-REASON-TEXT
079600         PERFORM 7200-RAISE-AMBER THRU 7200-RAISE-AMBER-EXIT
079700     END-IF
079800     ADD 1 TO WS-SRC-SUB.
079900 3110-CHECK-ONE-SOURCE-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300*  3200-EVALUATE-HISTORY                                         *
080400*  AVERAGES THE REJECTS AND DUPLICATES OF THE LAST WS-AVG-MAX    *
080500*  RUNS ON THE RUN-HISTORY FILE BEFORE THIS ONE (THIS RUN'S OWN  *
080600*  RECORD, APPENDED BY THE STEP BEFORE, IS LEFT OUT) AND TESTS   *
080700*  TODAY AGAINST THE AVERAGE PLUS WS-ABOVE-AVG-PCT PERCENT.  THE *
080800*  REJECT RATE OVER HIST-REJ-PCT IS THE CONDITION PARHIST PAGES  *
080900*  ON, SO IT TURNS THE DAY RED.                                  *
081000******************************************************************
081100 3200-EVALUATE-HISTORY.
081200     IF CONTROLS-ABSENT
081300         GO TO 3200-EVALUATE-HISTORY-EXIT
081400     END-IF
081500     IF CTL-READ-COUNT > ZERO
081600         MULTIPLY CTL-REJECT-COUNT BY 100 GIVING WS-PCT-WORK
081700         DIVIDE WS-PCT-WORK BY CTL-READ-COUNT
081800             GIVING WS-REJECT-PCT ROUNDED
081900     END-IF
082000     IF WS-REJECT-PCT > WS-REJ-THRESHOLD
082100         MOVE 'TAXA DE REJEICAO ACIMA DO LIMITE (HIST-REJ-PCT)'
082200           TO WS-REASON-TEXT
082300         PERFORM 7300-RAISE-RED THRU 7300-RAISE-RED-EXIT
082400     END-IF
082500     OPEN INPUT HSTFILE
082600     IF FS-HSTFILE NOT = '00'
082700         GO TO 3200-EVALUATE-HISTORY-EXIT
082800     END-IF
082900     PERFORM 3210-READ-HISTORY THRU 3210-READ-HISTORY-EXIT
083000     PERFORM 3220-NOTE-ONE-RUN THRU 3220-NOTE-ONE-RUN-EXIT
083100         UNTIL END-OF-HISTORY
083200     CLOSE HSTFILE
083300     IF WS-AVG-COUNT = ZERO
083400         GO TO 3200-EVALUATE-HISTORY-EXIT
083500     END-IF
083600     MOVE ZERO TO WS-AVG-SUB
083700     PERFORM 3240-ADD-ONE-RUN THRU 3240-ADD-ONE-RUN-EXIT
083800         UNTIL WS-AVG-SUB >= WS-AVG-COUNT
083900     DIVIDE WS-SUM-REJECT BY WS-AVG-COUNT
084000         GIVING WS-MEAN-REJECT ROUNDED
084100     DIVIDE WS-SUM-DUP BY WS-AVG-COUNT
084200         GIVING WS-MEAN-DUP ROUNDED
084300     MOVE WS-MEAN-REJECT TO WS-LIMIT-WORK
084400     PERFORM 3250-APPLY-MARGIN THRU 3250-APPLY-MARGIN-EXIT
084500     IF CTL-REJECT-COUNT > WS-LIMIT-WORK
084600         SET REJECTS-ABOVE-AVERAGE TO TRUE
084700         MOVE 'REJEITADOS ACIMA DA MEDIA DAS ULTIMAS EXECUCOES'
084800           TO WS-REASON-TEXT
084900         PERFORM 7200-RAISE-AMBER THRU 7200-RAISE-AMBER-EXIT
085000     END-IF
085100     MOVE WS-MEAN-DUP TO WS-LIMIT-WORK
085200     PERFORM 3250-APPLY-MARGIN THRU 3250-APPLY-MARGIN-EXIT
085300     IF CTL-DUP-COUNT > WS-LIMIT-WORK
085400         SET DUPS-ABOVE-AVERAGE TO TRUE
085500         MOVE 'DUPLICADOS ACIMA DA MEDIA DAS ULTIMAS EXECUCOES'
085600           TO WS-REASON-TEXT
085700         PERFORM 7200-RAISE-AMBER THRU 7200-RAISE-AMBER-EXIT
085800     END-IF.
085900 3200-EVALUATE-HISTORY-EXIT.
086000     EXIT.
086100
086200 3210-READ-HISTORY.
086300     READ HSTFILE
086400         AT END
086500             SET END-OF-HISTORY TO TRUE
086600     END-READ.
086700 3210-READ-HISTORY-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100*  3220-NOTE-ONE-RUN                                             *
087200*  KEEPS THE LAST WS-AVG-MAX RUNS OTHER THAN THIS ONE - WHEN THE *
087300*  TABLE IS FULL THE OLDEST ENTRY IS SHIFTED OUT FIRST.          *
087400******************************************************************
087500 3220-NOTE-ONE-RUN.
087600     IF HST-RUN-ID = WS-RUN-ID
087700      OR HST-REJECT-COUNT NOT NUMERIC
087800      OR HST-DUP-COUNT NOT NUMERIC
087900         PERFORM 3210-READ-HISTORY THRU 3210-READ-HISTORY-EXIT
088000         GO TO 3220-NOTE-ONE-RUN-EXIT
088100     END-IF
088200     IF WS-AVG-COUNT >= WS-AVG-MAX
088300         MOVE 1 TO WS-AVG-SUB
088400         PERFORM 3230-SHIFT-ONE-RUN THRU 3230-SHIFT-ONE-RUN-EXIT
088500             UNTIL WS-AVG-SUB >= WS-AVG-MAX
088600     ELSE
088700         ADD 1 TO WS-AVG-COUNT
088800     END-IF
088900     MOVE HST-REJECT-COUNT TO WS-AVG-REJECT (WS-AVG-COUNT)
089000     MOVE HST-DUP-COUNT    TO WS-AVG-DUP (WS-AVG-COUNT)
089100     PERFORM 3210-READ-HISTORY THRU 3210-READ-HISTORY-EXIT.
089200 3220-NOTE-ONE-RUN-EXIT.
089300     EXIT.
089400
089500 3230-SHIFT-ONE-RUN.
089600     MOVE WS-AVG-ENTRY (WS-AVG-SUB + 1)
089700       TO WS-AVG-ENTRY (WS-AVG-SUB)
089800     ADD 1 TO WS-AVG-SUB.
089900 3230-SHIFT-ONE-RUN-EXIT.
090000     EXIT.
090100
090200 3240-ADD-ONE-RUN.
090300     ADD 1 TO WS-AVG-SUB
090400     ADD WS-AVG-REJECT (WS-AVG-SUB) TO WS-SUM-REJECT
090500     ADD WS-AVG-DUP (WS-AVG-SUB)    TO WS-SUM-DUP.
090600 3240-ADD-ONE-RUN-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000*  3250-APPLY-MARGIN                                             *
091100*  RAISES THE AVERAGE IN WS-LIMIT-WORK BY WS-ABOVE-AVG-PCT       *
091200*  PERCENT - THE CEILING TODAY'S COUNT IS TESTED AGAINST.        *
091300******************************************************************
091400 3250-APPLY-MARGIN.
091500     MULTIPLY WS-LIMIT-WORK BY WS-ABOVE-AVG-PCT
091600         GIVING WS-PCT-WORK
091700     DIVIDE WS-PCT-WORK BY 100 GIVING WS-PCT-WORK
091800     ADD WS-PCT-WORK TO WS-LIMIT-WORK.
091900 3250-APPLY-MARGIN-EXIT.
092000     EXIT.
092100
092200******************************************************************
092300*  3300-EVALUATE-SUSPENSE                                        *
092400*  AGES EVERY OUTSTANDING REJECT THE WAY PARAGING DOES, SO THE   *
092500*  BUCKETS HERE TIE TO THE AGING LISTING THE SAME MORNING.  THE  *
092600*  PARSUSJB PRIMING RECORD IS PASSED OVER.  ANYTHING OVER 30     *
092700*  DAYS OLD TURNS THE DAY AMBER.                                 *
092800******************************************************************
092900 3300-EVALUATE-SUSPENSE.
093000     SET SUSPENSE-UNAVAILABLE TO TRUE
093100     OPEN INPUT SUSFILE
093200     IF FS-SUSFILE NOT = '00'
093300         MOVE 'SUSPENSE (SUSVSAM) INDISPONIVEL' TO WS-REASON-TEXT
093400         PERFORM 7200-RAISE-AMBER THRU 7200-RAISE-AMBER-EXIT
093500         GO TO 3300-EVALUATE-SUSPENSE-EXIT
093600     END-IF
093700     SET SUSPENSE-AVAILABLE TO TRUE
093800     PERFORM 3310-READ-SUSPENSE THRU 3310-READ-SUSPENSE-EXIT
093900     PERFORM 3320-AGE-ONE-RECORD THRU 3320-AGE-ONE-RECORD-EXIT
094000         UNTIL END-OF-SUSPENSE
094100     CLOSE SUSFILE
094200     IF WS-TOT-BUCKET3 > ZERO
094300         MOVE 'SUSPENSE COM REJEITADOS HA MAIS DE 30 DIAS'
094400           TO WS-REASON-TEXT
094500         PERFORM 7200-RAISE-AMBER THRU 7200-RAISE-AMBER-EXIT
094600     END-IF.
094700 3300-EVALUATE-SUSPENSE-EXIT.
094800     EXIT.
094900
095000 3310-READ-SUSPENSE.
095100     READ SUSFILE NEXT
095200         AT END
095300             SET END-OF-SUSPENSE TO TRUE
095400     END-READ.
095500 3310-READ-SUSPENSE-EXIT.
095600     EXIT.
095700
095800 3320-AGE-ONE-RECORD.
095900     IF SUS-IS-PRIME-RECORD
096000         PERFORM 3310-READ-SUSPENSE THRU 3310-READ-SUSPENSE-EXIT
096100         GO TO 3320-AGE-ONE-RECORD-EXIT
096200     END-IF
096300     ADD 1 TO WS-SUS-READ-COUNT
096400     PERFORM 3330-COMPUTE-AGE THRU 3330-COMPUTE-AGE-EXIT
096500     IF WS-AGE-DAYS > 30
096600         ADD 1 TO WS-TOT-BUCKET3
096700     ELSE
096800         IF WS-AGE-DAYS > 7
096900             ADD 1 TO WS-TOT-BUCKET2
097000         ELSE
097100             ADD 1 TO WS-TOT-BUCKET1
097200         END-IF
097300     END-IF
097400     IF WS-AGE-DAYS > WS-OLDEST-AGE
097500         MOVE WS-AGE-DAYS          TO WS-OLDEST-AGE
097600         MOVE SUS-DATE-FIRST-SEEN  TO WS-OLDEST-DATE
097700     END-IF
097800     PERFORM 3310-READ-SUSPENSE THRU 3310-READ-SUSPENSE-EXIT.
097900 3320-AGE-ONE-RECORD-EXIT.
098000     EXIT.
098100
098200******************************************************************
098300*  3330-COMPUTE-AGE                                              *
098400*  AGE IN DAYS FROM THE DATE FIRST SEEN - AN UNPARSEABLE DATE    *
098500*  IS FORCED INTO THE OVER-30 BUCKET, AS IN PARAGING.            *
098600******************************************************************
098700 3330-COMPUTE-AGE.
098800     MOVE SUS-DATE-FIRST-SEEN TO WS-SUS-DATE-PARTS
098900     IF WS-SD-CCYY NOT NUMERIC
099000      OR WS-SD-MM NOT NUMERIC
099100      OR WS-SD-DD NOT NUMERIC
099200         MOVE 99 TO WS-AGE-DAYS
099300         GO TO 3330-COMPUTE-AGE-EXIT
099400     END-IF
099500     MOVE WS-SD-CCYY TO WS-DS-CCYY
099600     MOVE WS-SD-MM   TO WS-DS-MM
099700     MOVE WS-SD-DD   TO WS-DS-DD
099800     IF WS-DS-MM < 01 OR WS-DS-MM > 12
099900         MOVE 99 TO WS-AGE-DAYS
100000         GO TO 3330-COMPUTE-AGE-EXIT
100100     END-IF
100200     PERFORM 7000-COMPUTE-DAY-SERIAL
100300         THRU 7000-COMPUTE-DAY-SERIAL-EXIT
100400     MOVE WS-DS-SERIAL TO WS-FIRST-SERIAL
100500     IF WS-FIRST-SERIAL > WS-TODAY-SERIAL
100600         MOVE ZERO TO WS-AGE-DAYS
100700     ELSE
100800         SUBTRACT WS-FIRST-SERIAL FROM WS-TODAY-SERIAL
100900             GIVING WS-AGE-DAYS
101000     END-IF.
101100 3330-COMPUTE-AGE-EXIT.
101200     EXIT.
101300
101400******************************************************************
101500*  3400-EVALUATE-STATISTICS                                      *
101600*  REBUILDS PARSTATS' VERDICT FROM THE STATISTICS HISTORY - FOR  *
101700*  EACH ACCOUNT POSTED ON THIS BUSINESS DATE, ITS EVEN           *
101800*  PERCENTAGE AGAINST ITS LATEST EARLIER ONE, FLAGGED WHEN THE   *
101900*  SHIFT IS OVER STAT-TOL-PCT.  MATCHED BY BUSINESS DATE RATHER  *
102000*  THAN RUN-ID BECAUSE A RESTARTED DAY'S STATISTICS CARRY THE    *
102100*  RUN-ID OF THE EXTRACT'S FIRST ATTEMPT.                        *
102200******************************************************************
102300 3400-EVALUATE-STATISTICS.
102400     IF WS-BUS-DATE = SPACES
102500         GO TO 3400-EVALUATE-STATISTICS-EXIT
102600     END-IF
102700     OPEN INPUT STAFILE
102800     IF FS-STAFILE NOT = '00'
102900         GO TO 3400-EVALUATE-STATISTICS-EXIT
103000     END-IF
103100     PERFORM 3410-READ-STATISTICS THRU 3410-READ-STATISTICS-EXIT
103200     PERFORM 3420-NOTE-ONE-STATISTIC
103300         THRU 3420-NOTE-ONE-STATISTIC-EXIT
103400         UNTIL END-OF-STATISTICS
103500     CLOSE STAFILE
103550     IF STATISTICS-TABLE-FULL
103560         GO TO 3400-EVALUATE-STATISTICS-EXIT
103570     END-IF
103600     MOVE ZERO TO WS-STH-SUB
103700     PERFORM 3440-TEST-ONE-ACCOUNT THRU 3440-TEST-ONE-ACCOUNT-EXIT
103800         UNTIL WS-STH-SUB >= WS-STH-COUNT
103900     IF WS-FLAG-COUNT > ZERO
104000         MOVE 'CONTAS COM DESVIO DE PARIDADE (PARSTATS)'
104100           TO WS-REASON-TEXT
104200         PERFORM 7200-RAISE-AMBER THRU 7200-RAISE-AMBER-EXIT
104300     END-IF.
104400 3400-EVALUATE-STATISTICS-EXIT.
104500     EXIT.
104600
104700 3410-READ-STATISTICS.
104800     READ STAFILE
104900         AT END
105000             SET END-OF-STATISTICS TO TRUE
105100     END-READ.
105200 3410-READ-STATISTICS-EXIT.
105300     EXIT.
105400
105500******************************************************************
105600*  3420-NOTE-ONE-STATISTIC                                       *
105700*  THE FILE IS IN RUN ORDER, SO THE LAST RECORD SEEN FOR AN      *
105800*  ACCOUNT ON EITHER SIDE OF THE BUSINESS DATE IS THE LATEST.    *
105900*  RECORDS POSTED AFTER THE BUSINESS DATE ARE IGNORED.           *
106000******************************************************************
106100 3420-NOTE-ONE-STATISTIC.
106200     IF STA-RUN-DATE > WS-BUS-DATE
106300      OR STA-EVEN-PCT NOT NUMERIC
106400         PERFORM 3410-READ-STATISTICS
106500             THRU 3410-READ-STATISTICS-EXIT
106600         GO TO 3420-NOTE-ONE-STATISTIC-EXIT
106700     END-IF
106800     ADD 1 TO WS-STA-READ-COUNT
106900     PERFORM 3430-FIND-ACCOUNT THRU 3430-FIND-ACCOUNT-EXIT
107000     IF ACCOUNT-NOT-FOUND
107100         IF WS-STH-COUNT >= WS-STH-MAX
107200             DISPLAY 'PARRESUM - STATISTICS TABLE OVERFLOW AT '
107300                 WS-STH-MAX ' ACCOUNTS'
107310             MOVE SPACES TO WS-REASON-TEXT
107320             STRING 'TABELA DE ESTATISTICAS CHEIA - '
107325                        DELIMITED BY SIZE
107330                    'PARIDADE NAO AVALIADA'
107335                        DELIMITED BY SIZE
107338                    INTO WS-REASON-TEXT
107340             PERFORM 7300-RAISE-RED THRU 7300-RAISE-RED-EXIT
107350             SET STATISTICS-TABLE-FULL TO TRUE
107360             SET END-OF-STATISTICS TO TRUE
107500             GO TO 3420-NOTE-ONE-STATISTIC-EXIT
107600         END-IF
107700         ADD 1 TO WS-STH-COUNT
107800         MOVE WS-STH-COUNT TO WS-STH-FOUND-SUB
107900         MOVE STA-ACCOUNT-NO TO WS-STH-ACCOUNT (WS-STH-FOUND-SUB)
108000         MOVE ZERO TO WS-STH-PRIOR-PCT (WS-STH-FOUND-SUB)
108100         MOVE ZERO TO WS-STH-CUR-PCT (WS-STH-FOUND-SUB)
108200         MOVE 'N'  TO WS-STH-PRIOR-SW (WS-STH-FOUND-SUB)
108300         MOVE 'N'  TO WS-STH-CUR-SW (WS-STH-FOUND-SUB)
108400     END-IF
108500     IF STA-RUN-DATE = WS-BUS-DATE
108600         MOVE STA-EVEN-PCT TO WS-STH-CUR-PCT (WS-STH-FOUND-SUB)
108700         MOVE 'Y'          TO WS-STH-CUR-SW (WS-STH-FOUND-SUB)
108800     ELSE
108900         MOVE STA-EVEN-PCT TO WS-STH-PRIOR-PCT (WS-STH-FOUND-SUB)
109000         MOVE 'Y'          TO WS-STH-PRIOR-SW (WS-STH-FOUND-SUB)
109100     END-IF
109200     PERFORM 3410-READ-STATISTICS THRU 3410-READ-STATISTICS-EXIT.
109300 3420-NOTE-ONE-STATISTIC-EXIT.
109400     EXIT.
109500
109600 3430-FIND-ACCOUNT.
109700     SET ACCOUNT-NOT-FOUND TO TRUE
109800     MOVE ZERO TO WS-STH-FOUND-SUB
109900     MOVE ZERO TO WS-STH-SUB
110000     PERFORM 3435-TEST-ONE-ENTRY THRU 3435-TEST-ONE-ENTRY-EXIT
110100         UNTIL ACCOUNT-FOUND
110200            OR WS-STH-SUB >= WS-STH-COUNT.
110300 3430-FIND-ACCOUNT-EXIT.
110400     EXIT.
110500
110600 3435-TEST-ONE-ENTRY.
110700     ADD 1 TO WS-STH-SUB
110800     IF WS-STH-ACCOUNT (WS-STH-SUB) = STA-ACCOUNT-NO
110900         SET ACCOUNT-FOUND TO TRUE
111000         MOVE WS-STH-SUB TO WS-STH-FOUND-SUB
111100     END-IF.
111200 3435-TEST-ONE-ENTRY-EXIT.
111300     EXIT.
111400
111500******************************************************************
111600*  3440-TEST-ONE-ACCOUNT                                         *
111700*  AN ACCOUNT NEEDS BOTH A RECORD FOR TODAY AND AN EARLIER ONE - *
111800*  A NEW ACCOUNT IS NEVER FLAGGED, AS IN PARSTATS.               *
111900******************************************************************
112000 3440-TEST-ONE-ACCOUNT.
112100     ADD 1 TO WS-STH-SUB
112200     IF WS-STH-CUR-SW (WS-STH-SUB) NOT = 'Y'
112300      OR WS-STH-PRIOR-SW (WS-STH-SUB) NOT = 'Y'
112400         GO TO 3440-TEST-ONE-ACCOUNT-EXIT
112500     END-IF
112600     IF WS-STH-CUR-PCT (WS-STH-SUB)
112700        > WS-STH-PRIOR-PCT (WS-STH-SUB)
112800         SUBTRACT WS-STH-PRIOR-PCT (WS-STH-SUB)
112900             FROM WS-STH-CUR-PCT (WS-STH-SUB)
113000             GIVING WS-PCT-DIFF
113100     ELSE
113200         SUBTRACT WS-STH-CUR-PCT (WS-STH-SUB)
113300             FROM WS-STH-PRIOR-PCT (WS-STH-SUB)
113400             GIVING WS-PCT-DIFF
113500     END-IF
113600     IF WS-PCT-DIFF NOT > WS-STAT-TOLERANCE
113700         GO TO 3440-TEST-ONE-ACCOUNT-EXIT
113800     END-IF
113900     ADD 1 TO WS-FLAG-COUNT
114000     IF WS-FLAG-LISTED < WS-FLAG-MAX
114100         ADD 1 TO WS-FLAG-LISTED
114200         MOVE WS-STH-ACCOUNT (WS-STH-SUB)
114300           TO WS-FLG-ACCOUNT (WS-FLAG-LISTED)
114400         MOVE WS-STH-PRIOR-PCT (WS-STH-SUB)
114500           TO WS-FLG-PRIOR-PCT (WS-FLAG-LISTED)
114600         MOVE WS-STH-CUR-PCT (WS-STH-SUB)
114700           TO WS-FLG-CUR-PCT (WS-FLAG-LISTED)
114800         MOVE WS-PCT-DIFF TO WS-FLG-DIFF (WS-FLAG-LISTED)
114900     END-IF.
115000 3440-TEST-ONE-ACCOUNT-EXIT.
115100     EXIT.
115200
115300******************************************************************
115400*  7000-COMPUTE-DAY-SERIAL                                       *
115500*  DAY SERIAL OF WS-DS-DATE - THE PARAGING ARITHMETIC, SO BOTH   *
115600*  PROGRAMS AGE A REJECT IDENTICALLY.                            *
115700******************************************************************
115800 7000-COMPUTE-DAY-SERIAL.
115900     SUBTRACT 1 FROM WS-DS-CCYY GIVING WS-DS-YEARS
116000     MULTIPLY WS-DS-YEARS BY 365 GIVING WS-DS-SERIAL
116100     DIVIDE WS-DS-YEARS BY 4 GIVING WS-DS-WORK
116200     ADD WS-DS-WORK TO WS-DS-SERIAL
116300     DIVIDE WS-DS-YEARS BY 100 GIVING WS-DS-WORK
116400     SUBTRACT WS-DS-WORK FROM WS-DS-SERIAL
116500     DIVIDE WS-DS-YEARS BY 400 GIVING WS-DS-WORK
116600     ADD WS-DS-WORK TO WS-DS-SERIAL
116700     ADD WS-MONTH-OFFSET (WS-DS-MM) TO WS-DS-SERIAL
116800     PERFORM 7100-TEST-LEAP-YEAR THRU 7100-TEST-LEAP-YEAR-EXIT
116900     IF YEAR-IS-LEAP AND WS-DS-MM > 2
117000         ADD 1 TO WS-DS-SERIAL
117100     END-IF
117200     ADD WS-DS-DD TO WS-DS-SERIAL.
117300 7000-COMPUTE-DAY-SERIAL-EXIT.
117400     EXIT.
117500
117600 7100-TEST-LEAP-YEAR.
117700     MOVE 'N' TO WS-LEAP-SW
117800     DIVIDE WS-DS-CCYY BY 4 GIVING WS-DS-WORK
117900         REMAINDER WS-DS-REM
118000     IF WS-DS-REM NOT = ZERO
118100         GO TO 7100-TEST-LEAP-YEAR-EXIT
118200     END-IF
118300     DIVIDE WS-DS-CCYY BY 100 GIVING WS-DS-WORK
118400         REMAINDER WS-DS-REM
118500     IF WS-DS-REM NOT = ZERO
118600         SET YEAR-IS-LEAP TO TRUE
118700         GO TO 7100-TEST-LEAP-YEAR-EXIT
118800     END-IF
118900     DIVIDE WS-DS-CCYY BY 400 GIVING WS-DS-WORK
119000         REMAINDER WS-DS-REM
119100     IF WS-DS-REM = ZERO
119200         SET YEAR-IS-LEAP TO TRUE
119300     END-IF.
119400 7100-TEST-LEAP-YEAR-EXIT.
119500     EXIT.
119600
119700******************************************************************
119800*  7200-RAISE-AMBER / 7300-RAISE-RED                             *
119900*  NOTE THE CONDITION IN WS-REASON-TEXT AND RAISE THE OVERALL    *
120000*  STATUS - NEVER LOWER IT, SO RED STAYS RED.                    *
120100******************************************************************
120200 7200-RAISE-AMBER.
120300     IF STATUS-GREEN
120400         SET STATUS-AMBER TO TRUE
120500     END-IF
120600     MOVE 'AMBER' TO WS-REASON-LEVEL
120700     PERFORM 7400-NOTE-REASON THRU 7400-NOTE-REASON-EXIT.
120800 7200-RAISE-AMBER-EXIT.
120900     EXIT.
121000
121100 7300-RAISE-RED.
121200     SET STATUS-RED TO TRUE
121300     MOVE 'RED' TO WS-REASON-LEVEL
121400     PERFORM 7400-NOTE-REASON THRU 7400-NOTE-REASON-EXIT.
121500 7300-RAISE-RED-EXIT.
121600     EXIT.
121700
121800 7400-NOTE-REASON.
121900     IF WS-RSN-COUNT < WS-RSN-MAX
122000         ADD 1 TO WS-RSN-COUNT
122100         MOVE WS-REASON-LEVEL TO WS-RSN-LEVEL (WS-RSN-COUNT)
122200         MOVE WS-REASON-TEXT  TO WS-RSN-TEXT (WS-RSN-COUNT)
122300     END-IF
122400     DISPLAY 'PARRESUM - ' WS-REASON-LEVEL ' - ' WS-REASON-TEXT
122500     MOVE SPACES TO WS-REASON-TEXT.
122600 7400-NOTE-REASON-EXIT.
122700     EXIT.
122800
122900******************************************************************
123000*  8000-WRITE-SUMMARY                                            *
123100*  THE ONE PAGE - OVERALL STATUS AND ITS REASONS FIRST, THEN     *
123200*  ONE BLOCK PER SUBJECT.                                        *
123300******************************************************************
123400 8000-WRITE-SUMMARY.
123500     PERFORM 1400-WRITE-REPORT-HEADERS
123600         THRU 1400-WRITE-REPORT-HEADERS-EXIT
123700     MOVE SPACES TO WS-RPT-TEXT-LINE
123800     MOVE 'SITUACAO GERAL.................:' TO RPT-X-LABEL
123900     IF STATUS-RED
124000         MOVE 'RED    (RC=8)' TO RPT-X-TEXT
124100     ELSE
124200         IF STATUS-AMBER
124300             MOVE 'AMBER  (RC=4)' TO RPT-X-TEXT
124400         ELSE
124500             MOVE 'GREEN  (RC=0)' TO RPT-X-TEXT
124600         END-IF
124700     END-IF
124800     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
124900     MOVE 2 TO WS-ADVANCE
125000     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
125100     MOVE ZERO TO WS-RSN-SUB
125200     PERFORM 8010-PRINT-ONE-REASON THRU 8010-PRINT-ONE-REASON-EXIT
125300         UNTIL WS-RSN-SUB >= WS-RSN-COUNT
125400     PERFORM 8100-WRITE-RUN-BLOCK THRU 8100-WRITE-RUN-BLOCK-EXIT
125500     PERFORM 8200-WRITE-BALANCE-BLOCK
125600         THRU 8200-WRITE-BALANCE-BLOCK-EXIT
125700     PERFORM 8300-WRITE-HISTORY-BLOCK
125800         THRU 8300-WRITE-HISTORY-BLOCK-EXIT
125900     PERFORM 8400-WRITE-SUSPENSE-BLOCK
126000         THRU 8400-WRITE-SUSPENSE-BLOCK-EXIT
126100     PERFORM 8500-WRITE-FLAGGED-BLOCK
126200         THRU 8500-WRITE-FLAGGED-BLOCK-EXIT.
126300 8000-WRITE-SUMMARY-EXIT.
126400     EXIT.
126500
126600 8010-PRINT-ONE-REASON.
126700     ADD 1 TO WS-RSN-SUB
126800     MOVE SPACES TO WS-RPT-REASON-LINE
126900     MOVE WS-RSN-LEVEL (WS-RSN-SUB) TO RPT-R-LEVEL
127000     MOVE WS-RSN-TEXT (WS-RSN-SUB)  TO RPT-R-TEXT
127100     MOVE WS-RPT-REASON-LINE TO WS-PRINT-AREA
127200     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT.
127300 8010-PRINT-ONE-REASON-EXIT.
127400     EXIT.
127500
127600******************************************************************
127700*  8100-WRITE-RUN-BLOCK                                          *
127800******************************************************************
127900 8100-WRITE-RUN-BLOCK.
128000     MOVE '1. EXECUCAO' TO RPT-S-TEXT
128100     MOVE WS-RPT-SECTION-LINE TO WS-PRINT-AREA
128200     MOVE 2 TO WS-ADVANCE
128300     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
128400     MOVE SPACES TO WS-RPT-TEXT-LINE
128500     MOVE 'ESTADO DA EXECUCAO.............:' TO RPT-X-LABEL
128600     IF RUN-STATE-ABSENT
128700         MOVE 'SEM REGISTRO' TO RPT-X-TEXT
128800     ELSE
128900         IF RST-RUN-ACTIVE
129000             MOVE 'INCOMPLETA' TO RPT-X-TEXT
129100         ELSE
129200             MOVE 'CONCLUIDA' TO RPT-X-TEXT
129300         END-IF
129400     END-IF
129500     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
129600     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
129700     MOVE SPACES TO WS-RPT-TEXT-LINE
129800     MOVE 'DIA COM RESTART................:' TO RPT-X-LABEL
129900     IF DAY-WAS-RESTARTED
130000         MOVE 'SIM' TO RPT-X-TEXT
130100     ELSE
130200         MOVE 'NAO' TO RPT-X-TEXT
130300     END-IF
130400     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
130500     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
130600     IF CONTROLS-PRESENT
130700         MOVE 'REGISTROS SALTADOS NO RESTART..:' TO RPT-T-LABEL
130800         MOVE CTL-SKIP-COUNT TO RPT-T-VALUE
130900         MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
131000         PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
131100     END-IF.
131200 8100-WRITE-RUN-BLOCK-EXIT.
131300     EXIT.
131400
131500******************************************************************
131600*  8200-WRITE-BALANCE-BLOCK                                      *
131700******************************************************************
131800 8200-WRITE-BALANCE-BLOCK.
131900     MOVE '2. BALANCEAMENTO' TO RPT-S-TEXT
132000     MOVE WS-RPT-SECTION-LINE TO WS-PRINT-AREA
132100     MOVE 2 TO WS-ADVANCE
132200     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
132300     MOVE SPACES TO WS-RPT-TEXT-LINE
132400     MOVE 'SITUACAO DO BALANCO............:' TO RPT-X-LABEL
132500     IF RUN-IN-BALANCE
132600         MOVE 'EM BALANCO' TO RPT-X-TEXT
132700     ELSE
132800         IF RUN-OUT-OF-BALANCE
132900             MOVE 'FORA DE BALANCO' TO RPT-X-TEXT
133000         ELSE
133100             MOVE 'NAO VERIFICADO' TO RPT-X-TEXT
133200         END-IF
133300     END-IF
133400     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
133500     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
133600     IF CONTROLS-ABSENT
133700         GO TO 8200-WRITE-BALANCE-BLOCK-EXIT
133800     END-IF
133900     IF COUNT-PRESENT
134000         MOVE 'CONTAGEM INDEPENDENTE..........:' TO RPT-T-LABEL
134100         MOVE CNT-RECORD-COUNT TO RPT-T-VALUE
134200         MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
134300         PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
134400     END-IF
134500     MOVE 'LIDOS + SALTADOS...............:' TO RPT-T-LABEL
134600     MOVE WS-TOTAL-READ-COUNT TO RPT-T-VALUE
134700     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
134800     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
134900     MOVE 'PARES + IMPARES + REJ + DUP....:' TO RPT-T-LABEL
135000     MOVE WS-DISPOSED-COUNT TO RPT-T-VALUE
135100     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
135200     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
135300     MOVE 1 TO WS-SRC-SUB
135400     PERFORM 8210-PRINT-ONE-SOURCE THRU 8210-PRINT-ONE-SOURCE-EXIT
135500         UNTIL WS-SRC-SUB > 5.
135600 8200-WRITE-BALANCE-BLOCK-EXIT.
135700     EXIT.
135800
135900 8210-PRINT-ONE-SOURCE.
136000     MOVE SPACES TO RPT-F-STATUS
136100     MOVE CTL-SRC-CODE (WS-SRC-SUB)       TO RPT-F-CODE
136200     MOVE CTL-SRC-READ-COUNT (WS-SRC-SUB) TO RPT-F-READ
136300     IF SOURCES-PRESENT
136400         MOVE SRC-READ-COUNT (WS-SRC-SUB) TO RPT-F-MERGE
136500         IF DAY-WAS-RESTARTED
136600             MOVE 'NAO VERIFICADA' TO RPT-F-STATUS
136700         ELSE
136800             IF SRC-READ-COUNT (WS-SRC-SUB)
136900                NOT = CTL-SRC-READ-COUNT (WS-SRC-SUB)
137000                 MOVE '* DIVERGENTE *' TO RPT-F-STATUS
137100             END-IF
137200         END-IF
137300     ELSE
137400         MOVE ZERO TO RPT-F-MERGE
137500         MOVE 'SEM CONTAGEM MERGE' TO RPT-F-STATUS
137600     END-IF
137700     MOVE WS-RPT-SOURCE-LINE TO WS-PRINT-AREA
137800     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
137900     ADD 1 TO WS-SRC-SUB.
138000 8210-PRINT-ONE-SOURCE-EXIT.
138100     EXIT.
138200
138300******************************************************************
138400*  8300-WRITE-HISTORY-BLOCK                                      *
138500******************************************************************
138600 8300-WRITE-HISTORY-BLOCK.
138700     MOVE '3. REJEITADOS E DUPLICADOS X MEDIA DAS EXECUCOES'
138800       TO RPT-S-TEXT
138900     MOVE WS-RPT-SECTION-LINE TO WS-PRINT-AREA
139000     MOVE 2 TO WS-ADVANCE
139100     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
139200     IF CONTROLS-ABSENT
139300         GO TO 8300-WRITE-HISTORY-BLOCK-EXIT
139400     END-IF
139500     MOVE 'EXECUCOES NA MEDIA.............:' TO RPT-T-LABEL
139600     MOVE WS-AVG-COUNT TO RPT-T-VALUE
139700     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
139800     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
139900     MOVE SPACES TO RPT-A-STATUS
140000     MOVE 'REJEITADOS.....................:' TO RPT-A-LABEL
140100     MOVE CTL-REJECT-COUNT TO RPT-A-TODAY
140200     MOVE WS-MEAN-REJECT   TO RPT-A-AVERAGE
140300     IF REJECTS-ABOVE-AVERAGE
140400         MOVE '* ACIMA DA MEDIA *' TO RPT-A-STATUS
140500     END-IF
140600     MOVE WS-RPT-AVG-LINE TO WS-PRINT-AREA
140700     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
140800     MOVE SPACES TO RPT-A-STATUS
140900     MOVE 'DUPLICADOS.....................:' TO RPT-A-LABEL
141000     MOVE CTL-DUP-COUNT TO RPT-A-TODAY
141100     MOVE WS-MEAN-DUP   TO RPT-A-AVERAGE
141200     IF DUPS-ABOVE-AVERAGE
141300         MOVE '* ACIMA DA MEDIA *' TO RPT-A-STATUS
141400     END-IF
141500     MOVE WS-RPT-AVG-LINE TO WS-PRINT-AREA
141600     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
141700     MOVE SPACES TO WS-RPT-TEXT-LINE
141800     MOVE 'PCT REJEITADOS / LIMITE........:' TO RPT-X-LABEL
141900     MOVE WS-REJECT-PCT TO WS-PCT-EDIT
142000     MOVE WS-PCT-EDIT TO RPT-X-TEXT (1:6)
142100     MOVE '/' TO RPT-X-TEXT (8:1)
142200     MOVE WS-REJ-THRESHOLD TO WS-PCT-EDIT
142300     MOVE WS-PCT-EDIT TO RPT-X-TEXT (10:6)
142400     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
142500     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT.
142600 8300-WRITE-HISTORY-BLOCK-EXIT.
142700     EXIT.
142800
142900******************************************************************
143000*  8400-WRITE-SUSPENSE-BLOCK                                     *
143100******************************************************************
143200 8400-WRITE-SUSPENSE-BLOCK.
143300     MOVE '4. SUSPENSE POR IDADE' TO RPT-S-TEXT
143400     MOVE WS-RPT-SECTION-LINE TO WS-PRINT-AREA
143500     MOVE 2 TO WS-ADVANCE
143600     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
143700     IF SUSPENSE-UNAVAILABLE
143800         MOVE SPACES TO WS-RPT-TEXT-LINE
143900         MOVE 'SUSPENSE.......................:' TO RPT-X-LABEL
144000         MOVE 'INDISPONIVEL' TO RPT-X-TEXT
144100         MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
144200         PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
144300         GO TO 8400-WRITE-SUSPENSE-BLOCK-EXIT
144400     END-IF
144500     MOVE '1 A 7 DIAS.....................:' TO RPT-T-LABEL
144600     MOVE WS-TOT-BUCKET1 TO RPT-T-VALUE
144700     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
144800     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
144900     MOVE '8 A 30 DIAS....................:' TO RPT-T-LABEL
145000     MOVE WS-TOT-BUCKET2 TO RPT-T-VALUE
145100     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
145200     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
145300     MOVE 'MAIS DE 30 DIAS................:' TO RPT-T-LABEL
145400     MOVE WS-TOT-BUCKET3 TO RPT-T-VALUE
145500     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
145600     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
145700     MOVE 'TOTAL EM SUSPENSE..............:' TO RPT-T-LABEL
145800     MOVE WS-SUS-READ-COUNT TO RPT-T-VALUE
145900     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
146000     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
146100     IF WS-SUS-READ-COUNT > ZERO
146200         MOVE SPACES TO WS-RPT-TEXT-LINE
146300         MOVE 'MAIS ANTIGO (PRIMEIRA VEZ).....:' TO RPT-X-LABEL
146400         MOVE WS-OLDEST-DATE TO RPT-X-TEXT
146500         MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
146600         PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
146700     END-IF.
146800 8400-WRITE-SUSPENSE-BLOCK-EXIT.
146900     EXIT.
147000
147100******************************************************************
147200*  8500-WRITE-FLAGGED-BLOCK                                      *
147300******************************************************************
147400 8500-WRITE-FLAGGED-BLOCK.
147500     MOVE '5. CONTAS EM ALERTA NO PARSTATS' TO RPT-S-TEXT
147600     MOVE WS-RPT-SECTION-LINE TO WS-PRINT-AREA
147700     MOVE 2 TO WS-ADVANCE
147800     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
147900     MOVE 'CONTAS EM ALERTA...............:' TO RPT-T-LABEL
148000     MOVE WS-FLAG-COUNT TO RPT-T-VALUE
148100     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
148200     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
148300     MOVE ZERO TO WS-FLAG-SUB
148400     PERFORM 8510-PRINT-ONE-FLAG THRU 8510-PRINT-ONE-FLAG-EXIT
148500         UNTIL WS-FLAG-SUB >= WS-FLAG-LISTED
148600     IF WS-FLAG-COUNT > WS-FLAG-LISTED
148700         MOVE SPACES TO WS-RPT-TEXT-LINE
148800         MOVE '  (DEMAIS NO RELATORIO PARSTATS)' TO RPT-X-LABEL
148900         MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
149000         PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
149100     END-IF.
149200 8500-WRITE-FLAGGED-BLOCK-EXIT.
149300     EXIT.
149400
149500 8510-PRINT-ONE-FLAG.
149600     ADD 1 TO WS-FLAG-SUB
149700     MOVE WS-FLG-ACCOUNT (WS-FLAG-SUB)   TO RPT-G-ACCOUNT
149800     MOVE WS-FLG-PRIOR-PCT (WS-FLAG-SUB) TO RPT-G-PRIOR-PCT
149900     MOVE WS-FLG-CUR-PCT (WS-FLAG-SUB)   TO RPT-G-CUR-PCT
150000     MOVE WS-FLG-DIFF (WS-FLAG-SUB)      TO RPT-G-DIFF
150100     MOVE WS-RPT-FLAG-LINE TO WS-PRINT-AREA
150200     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT.
150300 8510-PRINT-ONE-FLAG-EXIT.
150400     EXIT.
150500
150600******************************************************************
150700*  8900-PRINT-LINE                                               *
150800*  WRITES WS-PRINT-AREA AFTER WS-ADVANCE LINES (THEN BACK TO     *
150900*  SINGLE SPACING).                                              *
151000******************************************************************
151100 8900-PRINT-LINE.
151200     PERFORM 1410-CHECK-PAGE-BREAK THRU 1410-CHECK-PAGE-BREAK-EXIT
151300     WRITE RPT-LINE FROM WS-PRINT-AREA
151400         AFTER ADVANCING WS-ADVANCE LINES
151500     ADD WS-ADVANCE TO WS-LINE-COUNT
151600     MOVE 1 TO WS-ADVANCE.
151700 8900-PRINT-LINE-EXIT.
151800     EXIT.
151900
152000******************************************************************
152100*  9000-TERMINATE                                                *
152200*  THE STATUS BECOMES THE CONDITION CODE FOR THE SCHEDULER.      *
152300******************************************************************
152400 9000-TERMINATE.
152500     DISPLAY 'PARRESUM - MVTO=' WS-BUS-DATE
152600         ' RUN-ID=' WS-RUN-ID
152700         ' SITUACAO=' WS-OVERALL-SW
152800     IF STATUS-RED
152900         MOVE 8 TO RETURN-CODE
153000     ELSE
153100         IF STATUS-AMBER
153200             MOVE 4 TO RETURN-CODE
153300         ELSE
153400             MOVE ZERO TO RETURN-CODE
153500         END-IF
153600     END-IF
153650     IF STATISTICS-TABLE-FULL
153660         MOVE 16 TO RETURN-CODE
153670     END-IF
153700     IF RUN-STATE-PRESENT
153800         CLOSE RSTFILE
153900     END-IF
154000     IF CONTROLS-PRESENT
154100         CLOSE CTLIN
154200     END-IF
154300     IF COUNT-PRESENT
154400         CLOSE CNTFILE
154500     END-IF
154600     IF SOURCES-PRESENT
154700         CLOSE SRCFILE
154800     END-IF
154900     CLOSE RPTFILE.
155000 9000-TERMINATE-EXIT.
155100     EXIT.
155200
155300 9999-EXIT.
155400     GOBACK.
