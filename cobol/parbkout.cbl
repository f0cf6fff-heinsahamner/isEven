000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARBKOUT                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : WHOLE-RUN BACKOUT.  DRIVEN BY A RUN-ID CARD,    *
001000*                TAKES ONE PARIDADE RUN BACK OUT OF EVERY FILE   *
001100*                IT WAS POSTED TO, SO THE DAY CAN BE RUN AGAIN   *
001200*                AGAINST THE SAME BUSINESS DATE:                 *
001300*                - RUNHIST, STATHIST AND XTRMONTH ARE COPIED TO  *
001400*                  NEW GENERATIONS WITHOUT THE RUN'S RECORDS     *
001500*                  (THE DRIVING JOB SWAPS THEM IN);              *
001600*                - THE RUN'S ENTRIES COME OFF THE SUSPENSE KSDS, *
001700*                  AND THAT DAY'S ENTRIES OFF THE RECEIVED-FILES *
001800*                  REGISTRY SO THE FEEDERS MAY SEND AGAIN;       *
001900*                - ONE COMPENSATING AUDIT RECORD, FLAGGED AS     *
002000*                  BACKOUT, IS WRITTEN FOR EVERY DECISION THE    *
002100*                  RUN LOGGED (CHAINED IN BY PARAUDSQ);          *
002200*                - RECYCLED RECORDS THE RUN CONSUMED GO BACK TO  *
002300*                  THE RECYCLE FILE;                             *
002400*                - THE RUN-STATE ENTRY IS MARKED BACKED OUT AND  *
002500*                  THE BUSINESS DATE IS SET BACK TO THE RUN'S.   *
002600*                AN ABENDED ATTEMPT THAT A RESTART COMPLETED     *
002700*                WENT OUT UNDER ITS OWN RUN-ID - ANY EXTRACT     *
002800*                SEGMENT OF THE SAME BUSINESS DATE WHOSE RUN-ID  *
002900*                NEVER REACHED RUNHIST IS TAKEN OUT WITH IT.     *
003000*                THE REPORT SHOWS BEFORE/AFTER COUNTS FOR EVERY  *
003100*                FILE AND PROVES THEM AGAINST THE CONTROL TOTALS *
003200*                THE RUN PUBLISHED (CTLOUT, KEPT ON RUNHIST).    *
003300*                NOTHING IS DELETED FROM THE KSDS FILES, AND THE *
003400*                RUN-STATE AND BUSINESS DATE ARE LEFT ALONE,     *
003500*                UNLESS THOSE TOTALS BALANCE (OR THE CARD FORCES *
003600*                IT).  ENDS RC=4 WHEN FORCED, WITH NO PUBLISHED  *
003700*                TOTALS, OR WHEN REVVSAM HOLDS ENTRIES OF THE    *
003800*                DAY FOR MANUAL REVIEW; RC=8 WHEN THE TOTALS DO  *
003900*                NOT BALANCE AND NOTHING WAS APPLIED; RC=16 WHEN *
004000*                THE RUN CANNOT BE BACKED OUT AT ALL - AMONG     *
004010*                THEM A PARTITIONED DAY (PARSPLIT), WHOSE        *
004020*                PARTITIONS' RUN-STATE IS NOT TAKEN BACK HERE.   *
004100*                                                                *
004200*   PARAMETER CARD (PRMCARD)                                     *
004300*     COLS  1-8   RUN-ID TO BACK OUT (REQUIRED)                  *
004400*     COLS 10-19  BUSINESS DATE CCYY-MM-DD - ONLY NEEDED WHEN    *
004500*                 THE RUN NEVER REACHED RUNHIST AND IS NO LONGER *
004600*                 ON THE RUN-STATE FILE                          *
004700*     COL  21     'F' - APPLY EVEN IF THE TOTALS DO NOT BALANCE  *
004800*                                                                *
004900*   MODIFICATION HISTORY                                         *
005000*   ---------------------------------------------------------    *
005100*   2026-10-15  JA  ORIGINAL.                                    *
005110*   2026-10-15  JA  REFUSES A PARTITIONED DAY RC=16, AND EVERY   *
005120*                    WRITE/REWRITE NOW CHECKS ITS FILE STATUS.   *
005200******************************************************************
005300 PROGRAM-ID. PARBKOUT.
005400 DATE-WRITTEN. 2026-10-15.
005500 DATE-COMPILED.
005600
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT PRMCARD ASSIGN TO PRMCARD
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FS-PRMCARD.
006300
006400     SELECT HSTIN ASSIGN TO HSTIN
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-HSTIN.
006700
006800     SELECT HSTOUT ASSIGN TO HSTOUT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FS-HSTOUT.
007100
007200     SELECT OPTIONAL STAIN ASSIGN TO STAIN
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS FS-STAIN.
007500
007600     SELECT STAOUT ASSIGN TO STAOUT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS FS-STAOUT.
007900
008000     SELECT OPTIONAL XTRIN ASSIGN TO XTRIN
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS FS-XTRIN.
008300
008400     SELECT XTROUT ASSIGN TO XTROUT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS FS-XTROUT.
008700
008800     SELECT OPTIONAL AUDIN ASSIGN TO AUDIN
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS FS-AUDIN.
009100
009200     SELECT AUDOUT ASSIGN TO AUDOUT
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS FS-AUDOUT.
009500
009600     SELECT OPTIONAL REJIN ASSIGN TO REJIN
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS FS-REJIN.
009900
010000     SELECT OPTIONAL RCYIN ASSIGN TO RCYIN
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS FS-RCYIN.
010300
010400     SELECT RCYOUT ASSIGN TO RCYOUT
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS FS-RCYOUT.
010700
010800     SELECT OPTIONAL SUSFILE ASSIGN TO SUSFILE
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS SEQUENTIAL
011100         RECORD KEY IS SUS-KEY
011200         FILE STATUS IS FS-SUSFILE.
011300
011400     SELECT OPTIONAL RCVFILE ASSIGN TO RCVFILE
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS SEQUENTIAL
011700         RECORD KEY IS RCV-KEY
011800         FILE STATUS IS FS-RCVFILE.
011900
012000     SELECT OPTIONAL REVFILE ASSIGN TO REVFILE
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS SEQUENTIAL
012300         RECORD KEY IS REV-KEY
012400         FILE STATUS IS FS-REVFILE.
012500
012600     SELECT OPTIONAL RSTFILE ASSIGN TO RSTFILE
012700         ORGANIZATION IS SEQUENTIAL
012800         FILE STATUS IS FS-RSTFILE.
012900
013000     SELECT DATFILE ASSIGN TO DATFILE
013100         ORGANIZATION IS SEQUENTIAL
013200         FILE STATUS IS FS-DATFILE.
013300
013400     SELECT RPTFILE ASSIGN TO RPTFILE
013500         ORGANIZATION IS SEQUENTIAL
013600         FILE STATUS IS FS-RPTFILE.
013700
013800 DATA DIVISION.
013900 FILE SECTION.
014000 FD  PRMCARD
014100     RECORDING MODE IS F.
014200 01  PRMCARD-RECORD             PIC X(80).
014300
014400 FD  HSTIN
014500     RECORDING MODE IS F.
014600 01  HSTIN-RECORD               PIC X(144).
014700
014800 FD  HSTOUT
014900     RECORDING MODE IS F.
015000 01  HSTOUT-RECORD              PIC X(144).
015100
015200 FD  STAIN
015300     RECORDING MODE IS F.
015400     COPY PARSTA.
015500
015600 FD  STAOUT
015700     RECORDING MODE IS F.
015800 01  STAOUT-RECORD              PIC X(70).
015900
016000 FD  XTRIN
016100     RECORDING MODE IS F.
016200     COPY PARXTR.
016300     COPY PARXTC.
016400
016500 FD  XTROUT
016600     RECORDING MODE IS F.
016700 01  XTROUT-RECORD              PIC X(50).
016800
016900 FD  AUDIN
017000     RECORDING MODE IS F.
017100     COPY PARAUD.
017200
017300 FD  AUDOUT
017400     RECORDING MODE IS F.
017500 01  AUDOUT-RECORD              PIC X(130).
017600
017700 FD  REJIN
017800     RECORDING MODE IS F.
017900     COPY PARREJ.
018000
018100 FD  RCYIN
018200     RECORDING MODE IS F.
018300 01  RCYIN-RECORD               PIC X(60).
018400
018500 FD  RCYOUT
018600     RECORDING MODE IS F.
018700     COPY PARREC.
018800
018900 FD  SUSFILE.
019000     COPY PARSUS.
019100
019200 FD  RCVFILE.
019300     COPY PARRCV.
019400
019500 FD  REVFILE.
019600     COPY PARREV.
019700
019800 FD  RSTFILE
019900     RECORDING MODE IS F.
020000     COPY PARRST.
020100
020200 FD  DATFILE
020300     RECORDING MODE IS F.
020400     COPY PARBDT.
020500
020600 FD  RPTFILE
020700     RECORDING MODE IS F.
020800 01  RPT-LINE                   PIC X(132).
020900
021000 WORKING-STORAGE SECTION.
021100******************************************************************
021200*  FILE STATUS FIELDS                                            *
021300******************************************************************
021400 77  FS-PRMCARD                 PIC X(02) VALUE '00'.
021500 77  FS-HSTIN                   PIC X(02) VALUE '00'.
021600 77  FS-HSTOUT                  PIC X(02) VALUE '00'.
021700 77  FS-STAIN                   PIC X(02) VALUE '00'.
021800 77  FS-STAOUT                  PIC X(02) VALUE '00'.
021900 77  FS-XTRIN                   PIC X(02) VALUE '00'.
022000 77  FS-XTROUT                  PIC X(02) VALUE '00'.
022100 77  FS-AUDIN                   PIC X(02) VALUE '00'.
022200 77  FS-AUDOUT                  PIC X(02) VALUE '00'.
022300 77  FS-REJIN                   PIC X(02) VALUE '00'.
022400 77  FS-RCYIN                   PIC X(02) VALUE '00'.
022500 77  FS-RCYOUT                  PIC X(02) VALUE '00'.
022600 77  FS-SUSFILE                 PIC X(02) VALUE '00'.
022700 77  FS-RCVFILE                 PIC X(02) VALUE '00'.
022800 77  FS-REVFILE                 PIC X(02) VALUE '00'.
022900 77  FS-RSTFILE                 PIC X(02) VALUE '00'.
023000 77  FS-DATFILE                 PIC X(02) VALUE '00'.
023100 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
023200
023300******************************************************************
023400*  SWITCHES                                                      *
023500******************************************************************
023600 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
023700     88  END-OF-FILE                      VALUE 'Y'.
023800 77  WS-PUBLISHED-SW            PIC X(01) VALUE 'N'.
023900     88  TOTALS-PUBLISHED                 VALUE 'Y'.
024000 77  WS-IN-SET-SW               PIC X(01) VALUE 'N'.
024100     88  RUN-IN-SET                       VALUE 'Y'.
024200     88  RUN-NOT-IN-SET                   VALUE 'N'.
024300 77  WS-IN-DAY-SW               PIC X(01) VALUE 'N'.
024400     88  RUN-IN-DAY                       VALUE 'Y'.
024500     88  RUN-NOT-IN-DAY                   VALUE 'N'.
024600 77  WS-DROP-SEG-SW             PIC X(01) VALUE 'N'.
024700     88  DROPPING-SEGMENT                 VALUE 'Y'.
024800 77  WS-BALANCE-SW              PIC X(01) VALUE 'Y'.
024900     88  TOTALS-BALANCE                   VALUE 'Y'.
025000     88  TOTALS-DIVERGE                   VALUE 'N'.
025100 77  WS-APPLY-SW                PIC X(01) VALUE 'N'.
025200     88  BACKOUT-APPLIED                  VALUE 'Y'.
025300 77  WS-SUSFILE-PRESENT-SW      PIC X(01) VALUE 'N'.
025400     88  SUSFILE-IS-PRESENT               VALUE 'Y'.
025500 77  WS-RCVFILE-PRESENT-SW      PIC X(01) VALUE 'N'.
025600     88  RCVFILE-IS-PRESENT               VALUE 'Y'.
025700 77  WS-RST-PRESENT-SW          PIC X(01) VALUE 'N'.
025800     88  RUN-STATE-PRESENT                VALUE 'Y'.
025900
026000******************************************************************
026100*  BACKOUT PARAMETER CARD                                        *
026200******************************************************************
026300 01  WS-BACKOUT-CARD.
026400     05  BKC-RUN-ID              PIC X(08).
026500     05  FILLER                  PIC X(01).
026600     05  BKC-RUN-DATE            PIC X(10).
026700     05  FILLER                  PIC X(01).
026800     05  BKC-FORCE-SW            PIC X(01).
026900         88  BKC-FORCE-REQUESTED         VALUE 'F'.
027000     05  FILLER                  PIC X(59).
027100
027200******************************************************************
027300*  RUN HISTORY WORKING COPY AND THE TOTALS THE RUN PUBLISHED     *
027400******************************************************************
027500 COPY PARTOT.
027600
027700 77  WS-BUS-DATE                PIC X(10) VALUE SPACES.
027800 77  WS-LATEST-HIST-DATE        PIC X(10) VALUE SPACES.
027900 77  WS-PUB-READ-COUNT          PIC 9(09) VALUE ZERO COMP.
028000 77  WS-PUB-CLASSIFIED          PIC 9(09) VALUE ZERO COMP.
028100 77  WS-PUB-REJECT-COUNT        PIC 9(09) VALUE ZERO COMP.
028200 77  WS-PUB-RECYCLED            PIC 9(09) VALUE ZERO COMP.
028300 77  WS-SRC-SUB                 PIC 9(04) VALUE ZERO COMP.
028400
028500******************************************************************
028600*  RUN-IDS BACKED OUT (THE CARD'S PLUS ANY ABENDED ATTEMPT A     *
028700*  RESTART COMPLETED) AND RUN-IDS OF THE SAME BUSINESS DATE THAT *
028800*  DID REACH RUNHIST (WHICH ARE LEFT ALONE).                     *
028900******************************************************************
029000 77  WS-TEST-RUN-ID             PIC X(08) VALUE SPACES.
029100 77  WS-SET-MAX                 PIC 9(04) VALUE 10 COMP.
029200 77  WS-SET-COUNT               PIC 9(04) VALUE ZERO COMP.
029300 77  WS-SET-SUB                 PIC 9(04) VALUE ZERO COMP.
029400 01  WS-SET-TABLE.
029500     05  WS-SET-RUN-ID           PIC X(08) OCCURS 10 TIMES.
029600
029700 77  WS-DAY-MAX                 PIC 9(04) VALUE 20 COMP.
029800 77  WS-DAY-COUNT               PIC 9(04) VALUE ZERO COMP.
029900 77  WS-DAY-SUB                 PIC 9(04) VALUE ZERO COMP.
030000 01  WS-DAY-TABLE.
030100     05  WS-DAY-RUN-ID           PIC X(08) OCCURS 20 TIMES.
030200
030300******************************************************************
030400*  COUNTERS - BEFORE / REMOVED / ADDED PER FILE                  *
030500******************************************************************
030600 77  WS-HST-BEFORE              PIC 9(09) VALUE ZERO COMP.
030700 77  WS-HST-REMOVED             PIC 9(09) VALUE ZERO COMP.
030800 77  WS-STA-BEFORE              PIC 9(09) VALUE ZERO COMP.
030900 77  WS-STA-REMOVED             PIC 9(09) VALUE ZERO COMP.
031000 77  WS-STA-REMOVED-RECS        PIC 9(09) VALUE ZERO COMP.
031100 77  WS-XTM-BEFORE              PIC 9(09) VALUE ZERO COMP.
031200 77  WS-XTM-REMOVED             PIC 9(09) VALUE ZERO COMP.
031300 77  WS-XTM-DETAILS-REMOVED     PIC 9(09) VALUE ZERO COMP.
031400 77  WS-XTM-RUN-DETAILS         PIC 9(09) VALUE ZERO COMP.
031500 77  WS-XTM-SEGMENTS            PIC 9(09) VALUE ZERO COMP.
031600 77  WS-AUD-BEFORE              PIC 9(09) VALUE ZERO COMP.
031700 77  WS-AUD-ADDED               PIC 9(09) VALUE ZERO COMP.
031800 77  WS-AUD-RUN-COUNT           PIC 9(09) VALUE ZERO COMP.
031900 77  WS-RCY-BEFORE              PIC 9(09) VALUE ZERO COMP.
032000 77  WS-RCY-ADDED               PIC 9(09) VALUE ZERO COMP.
032100 77  WS-SUS-BEFORE              PIC 9(09) VALUE ZERO COMP.
032200 77  WS-SUS-REMOVED             PIC 9(09) VALUE ZERO COMP.
032300 77  WS-RCV-BEFORE              PIC 9(09) VALUE ZERO COMP.
032400 77  WS-RCV-REMOVED             PIC 9(09) VALUE ZERO COMP.
032500 77  WS-REV-REVIEW              PIC 9(09) VALUE ZERO COMP.
032600 77  WS-WORK-COUNT              PIC 9(09) VALUE ZERO COMP.
032700 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
032800 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
032900 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
033000
033100 77  WS-RST-STATUS-BEFORE       PIC X(01) VALUE SPACE.
033200 77  WS-RST-STATUS-AFTER        PIC X(01) VALUE SPACE.
033300 77  WS-BDT-BEFORE              PIC X(10) VALUE SPACES.
033400 77  WS-BDT-AFTER               PIC X(10) VALUE SPACES.
033500 77  WS-TIMESTAMP               PIC X(26) VALUE SPACES.
033600
033700******************************************************************
033800*  RECYCLED VALOR AS IT IS RE-PRESENTED - SIGN BYTE (BLANK OR    *
033900*  '-') AHEAD OF THE NINE DIGITS, THE WAY PARCALC READS IT.      *
034000******************************************************************
034100 01  WS-RESTORE-VALOR.
034200     05  WS-RV-SIGN              PIC X(01).
034300     05  WS-RV-DIGITS            PIC 9(09).
034400
034500******************************************************************
034600*  RUN DATE / TIME WORK AREAS                                    *
034700******************************************************************
034800 01  WS-RUN-DATE-YYYYMMDD.
034900     05  WS-RD-CCYY              PIC 9(04).
035000     05  WS-RD-MM                PIC 9(02).
035100     05  WS-RD-DD                PIC 9(02).
035200
035300 01  WS-RUN-DATE-DISPLAY.
035400     05  WS-RDD-DD               PIC 9(02).
035500     05  FILLER                  PIC X(01) VALUE '/'.
035600     05  WS-RDD-MM               PIC 9(02).
035700     05  FILLER                  PIC X(01) VALUE '/'.
035800     05  WS-RDD-CCYY             PIC 9(04).
035900
036000 01  WS-RUN-TIME-HHMMSSCC.
036100     05  WS-RT-HH                PIC 9(02).
036200     05  WS-RT-MM                PIC 9(02).
036300     05  WS-RT-SS                PIC 9(02).
036400     05  WS-RT-CC                PIC 9(02).
036500
036600******************************************************************
036700*  BACKOUT REPORT LINE LAYOUTS                                   *
036800******************************************************************
036900 01  WS-PRINT-LINE              PIC X(132) VALUE SPACES.
037000
037100 01  WS-RPT-TITLE-LINE1.
037200     05  FILLER                  PIC X(16) VALUE 'PARBKOUT-REL'.
037300     05  FILLER                  PIC X(40)
037400         VALUE 'RELATORIO DE ESTORNO DE EXECUCAO'.
037500     05  FILLER                  PIC X(76) VALUE SPACES.
037600
037700 01  WS-RPT-TITLE-LINE2.
037800     05  FILLER                  PIC X(06) VALUE 'DATA: '.
037900     05  RPT-H-DATE              PIC X(10).
038000     05  FILLER                  PIC X(05) VALUE SPACES.
038100     05  FILLER                  PIC X(07) VALUE 'PAGINA '.
038200     05  RPT-H-PAGE              PIC ZZZ9.
038300     05  FILLER                  PIC X(100) VALUE SPACES.
038400
038500 01  WS-RPT-TEXT-LINE.
038600     05  RPT-X-LABEL             PIC X(32).
038700     05  FILLER                  PIC X(01) VALUE SPACE.
038800     05  RPT-X-TEXT              PIC X(60).
038900     05  FILLER                  PIC X(39) VALUE SPACES.
039000
039100 01  WS-RPT-FILE-HDR.
039200     05  FILLER                  PIC X(24) VALUE 'ARQUIVO'.
039300     05  FILLER                  PIC X(14) VALUE '      ANTES'.
039400     05  FILLER                  PIC X(14) VALUE '  REMOVIDOS'.
039500     05  FILLER                  PIC X(14) VALUE '  INCLUIDOS'.
039600     05  FILLER                  PIC X(14) VALUE '     DEPOIS'.
039700     05  FILLER                  PIC X(52) VALUE SPACES.
039800
039900 01  WS-RPT-FILE-LINE.
040000     05  RPT-F-FILE              PIC X(24).
040100     05  RPT-F-BEFORE            PIC ZZZ,ZZZ,ZZ9.
040200     05  FILLER                  PIC X(03) VALUE SPACES.
040300     05  RPT-F-REMOVED           PIC ZZZ,ZZZ,ZZ9.
040400     05  FILLER                  PIC X(03) VALUE SPACES.
040500     05  RPT-F-ADDED             PIC ZZZ,ZZZ,ZZ9.
040600     05  FILLER                  PIC X(03) VALUE SPACES.
040700     05  RPT-F-AFTER             PIC ZZZ,ZZZ,ZZ9.
040800     05  FILLER                  PIC X(55) VALUE SPACES.
040900
041000 01  WS-RPT-BALANCE-HDR.
041100     05  FILLER                  PIC X(40)
041200         VALUE 'CONFERENCIA COM O CTLOUT PUBLICADO'.
041300     05  FILLER                  PIC X(14) VALUE '  PUBLICADO'.
041400     05  FILLER                  PIC X(14) VALUE ' ENCONTRADO'.
041500     05  FILLER                  PIC X(12) VALUE 'SITUACAO'.
041600     05  FILLER                  PIC X(52) VALUE SPACES.
041700
041800 01  WS-RPT-BALANCE-LINE.
041900     05  RPT-B-ITEM              PIC X(40).
042000     05  RPT-B-PUBLISHED         PIC ZZZ,ZZZ,ZZ9.
042100     05  FILLER                  PIC X(03) VALUE SPACES.
042200     05  RPT-B-FOUND             PIC ZZZ,ZZZ,ZZ9.
042300     05  FILLER                  PIC X(03) VALUE SPACES.
042400     05  RPT-B-STATUS            PIC X(12).
042500     05  FILLER                  PIC X(52) VALUE SPACES.
042600
042700 77  WS-RST-RUN-ID              PIC X(08) VALUE SPACES.
042800 77  WS-RST-RUN-DATE            PIC X(10) VALUE SPACES.
042810 77  WS-RST-PARTITION-NO        PIC X(02) VALUE SPACES.
042820     88  RST-DAY-WAS-PARTITIONED          VALUE 'PT'.
042900 77  WS-AUD-PRIOR-BACKOUT       PIC 9(09) VALUE ZERO COMP.
043000 77  WS-EDIT-COUNT              PIC ZZZ,ZZZ,ZZ9.
043100 77  WS-RCY-REJECTS             PIC 9(09) VALUE ZERO COMP.
043200
043300 PROCEDURE DIVISION.
043400
043500******************************************************************
043600*  0000-MAINLINE                                                 *
043700*  WORK OUT WHICH RUN(S) AND WHICH BUSINESS DATE ARE COMING OUT, *
043800*  COPY THE SEQUENTIAL HISTORIES WITHOUT THEM, PROVE THE COUNTS  *
043900*  AGAINST THE PUBLISHED TOTALS, AND ONLY THEN TOUCH THE KSDS    *
044000*  FILES, THE RUN-STATE AND THE BUSINESS DATE.                   *
044100******************************************************************
044200 0000-MAINLINE.
044300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
044400     PERFORM 1100-SCAN-RUN-HISTORY
044500         THRU 1100-SCAN-RUN-HISTORY-EXIT.
044600     PERFORM 1200-FIX-BUSINESS-DATE
044700         THRU 1200-FIX-BUSINESS-DATE-EXIT.
044800     PERFORM 2000-COPY-RUN-HISTORY
044900         THRU 2000-COPY-RUN-HISTORY-EXIT.
045000     PERFORM 2100-COPY-MONTH-EXTRACT
045100         THRU 2100-COPY-MONTH-EXTRACT-EXIT.
045200     PERFORM 2200-COPY-STATISTICS THRU 2200-COPY-STATISTICS-EXIT.
045300     PERFORM 2300-COMPENSATE-AUDIT
045400         THRU 2300-COMPENSATE-AUDIT-EXIT.
045500     PERFORM 2400-RESTORE-RECYCLED-REJECTS
045600         THRU 2400-RESTORE-RECYCLED-REJECTS-EXIT.
045700     PERFORM 2500-COUNT-RECYCLE THRU 2500-COUNT-RECYCLE-EXIT.
045800     PERFORM 2600-CHECK-BALANCE THRU 2600-CHECK-BALANCE-EXIT.
045900     PERFORM 3000-APPLY-BACKOUT THRU 3000-APPLY-BACKOUT-EXIT.
046000     PERFORM 3500-COUNT-REVERSALS THRU 3500-COUNT-REVERSALS-EXIT.
046100     PERFORM 8000-WRITE-REPORT THRU 8000-WRITE-REPORT-EXIT.
046200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
046300     GO TO 9999-EXIT.
046400
046500******************************************************************
046600*  1000-INITIALIZE                                               *
046700******************************************************************
046800 1000-INITIALIZE.
046900     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
047000     ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME
047100     MOVE WS-RD-DD   TO WS-RDD-DD
047200     MOVE WS-RD-MM   TO WS-RDD-MM
047300     MOVE WS-RD-CCYY TO WS-RDD-CCYY
047400     STRING WS-RD-CCYY   DELIMITED BY SIZE
047500            '-'          DELIMITED BY SIZE
047600            WS-RD-MM     DELIMITED BY SIZE
047700            '-'          DELIMITED BY SIZE
047800            WS-RD-DD     DELIMITED BY SIZE
047900            '-'          DELIMITED BY SIZE
048000            WS-RT-HH     DELIMITED BY SIZE
048100            '.'          DELIMITED BY SIZE
048200            WS-RT-MM     DELIMITED BY SIZE
048300            '.'          DELIMITED BY SIZE
048400            WS-RT-SS     DELIMITED BY SIZE
048500            '.'          DELIMITED BY SIZE
048600            WS-RT-CC     DELIMITED BY SIZE
048700            INTO WS-TIMESTAMP
048800     OPEN INPUT PRMCARD
048900     IF FS-PRMCARD NOT = '00'
049000         DISPLAY 'PARBKOUT - UNABLE TO OPEN PRMCARD, STATUS='
049100             FS-PRMCARD
049200         MOVE 16 TO RETURN-CODE
049300         GO TO 9999-EXIT
049400     END-IF
049500     MOVE SPACES TO WS-BACKOUT-CARD
049600     READ PRMCARD INTO WS-BACKOUT-CARD
049700         AT END
049800             CONTINUE
049900     END-READ
050000     CLOSE PRMCARD
050100     IF BKC-RUN-ID = SPACES
050200         DISPLAY 'PARBKOUT - CARTAO SEM RUN-ID - NADA A ESTORNAR'
050300         MOVE 16 TO RETURN-CODE
050400         GO TO 9999-EXIT
050500     END-IF
050600     OPEN OUTPUT RPTFILE
050700     IF FS-RPTFILE NOT = '00'
050800         DISPLAY 'PARBKOUT - UNABLE TO OPEN RPTFILE, STATUS='
050900             FS-RPTFILE
051000         MOVE 16 TO RETURN-CODE
051100         GO TO 9999-EXIT
051200     END-IF
051300     PERFORM 1400-WRITE-REPORT-HEADERS
051400         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
051500 1000-INITIALIZE-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900*  1100-SCAN-RUN-HISTORY                                         *
052000*  FINDS THE RUN'S OWN CONTROL-TOTALS RECORD (THE CTLOUT IT      *
052100*  PUBLISHED) AND THE LATEST BUSINESS DATE ON RUNHIST.  A RUN-ID *
052200*  IS A TIME OF DAY, SO IT CAN RECUR ON ANOTHER DATE - THE       *
052300*  LATEST DATE CARRYING IT IS THE ONE TAKEN.                     *
052400******************************************************************
052500 1100-SCAN-RUN-HISTORY.
052600     OPEN INPUT HSTIN
052700     IF FS-HSTIN NOT = '00'
052800         DISPLAY 'PARBKOUT - UNABLE TO OPEN HSTIN, STATUS='
052900             FS-HSTIN
053000         MOVE 16 TO RETURN-CODE
053100         GO TO 9999-EXIT
053200     END-IF
053300     MOVE 'N' TO WS-EOF-SW
053400     PERFORM 1110-READ-HISTORY THRU 1110-READ-HISTORY-EXIT
053500     PERFORM 1120-SCAN-ONE-HISTORY THRU 1120-SCAN-ONE-HISTORY-EXIT
053600         UNTIL END-OF-FILE
053700     CLOSE HSTIN.
053800 1100-SCAN-RUN-HISTORY-EXIT.
053900     EXIT.
054000
054100 1110-READ-HISTORY.
054200     READ HSTIN INTO PAR-CONTROL-TOTALS-RECORD
054300         AT END
054400             SET END-OF-FILE TO TRUE
054500     END-READ.
054600 1110-READ-HISTORY-EXIT.
054700     EXIT.
054800
054900 1120-SCAN-ONE-HISTORY.
055000     ADD 1 TO WS-HST-BEFORE
055100     IF CTL-RUN-DATE > WS-LATEST-HIST-DATE
055200         MOVE CTL-RUN-DATE TO WS-LATEST-HIST-DATE
055300     END-IF
055400     IF CTL-RUN-ID = BKC-RUN-ID
055500      AND CTL-RUN-DATE NOT < WS-BUS-DATE
055600         SET TOTALS-PUBLISHED TO TRUE
055700         MOVE CTL-RUN-DATE     TO WS-BUS-DATE
055800         MOVE CTL-READ-COUNT   TO WS-PUB-READ-COUNT
055900         MOVE CTL-EVEN-COUNT   TO WS-PUB-CLASSIFIED
056000         ADD  CTL-ODD-COUNT    TO WS-PUB-CLASSIFIED
056100         MOVE CTL-REJECT-COUNT TO WS-PUB-REJECT-COUNT
056200         MOVE ZERO TO WS-PUB-RECYCLED
056300         MOVE ZERO TO WS-SRC-SUB
056400         PERFORM 1130-FIND-RECYCLE-SOURCE
056500             THRU 1130-FIND-RECYCLE-SOURCE-EXIT
056600             UNTIL WS-SRC-SUB >= 5
056700     END-IF
056800     PERFORM 1110-READ-HISTORY THRU 1110-READ-HISTORY-EXIT.
056900 1120-SCAN-ONE-HISTORY-EXIT.
057000     EXIT.
057100
057200 1130-FIND-RECYCLE-SOURCE.
057300     ADD 1 TO WS-SRC-SUB
057400     IF CTL-SRC-CODE (WS-SRC-SUB) = 'R'
057500         MOVE CTL-SRC-READ-COUNT (WS-SRC-SUB) TO WS-PUB-RECYCLED
057600     END-IF.
057700 1130-FIND-RECYCLE-SOURCE-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100*  1200-FIX-BUSINESS-DATE                                        *
058200*  THE BUSINESS DATE BEING BACKED OUT COMES FROM THE RUN'S       *
058300*  RUNHIST RECORD; A RUN THAT DIED BEFORE PUBLISHING ITS TOTALS  *
058400*  IS DATED FROM THE RUN-STATE FILE, OR FROM THE CARD.  ONLY THE *
058500*  LATEST DAY MAY COME OUT - BACKING OUT A DAY WITH LATER DAYS   *
058600*  POSTED ON TOP WOULD SET THE BUSINESS DATE BACK UNDER THEM -   *
058700*  AND NEVER WHILE ANOTHER RUN IS STILL MARKED ACTIVE.  A RUN    *
058710*  THAT WAS A PARTITIONED DAY ('PT' ON THE DAY'S RUN-STATE) IS   *
058720*  REFUSED - ONLY THE DAY'S OWN RUN-STATE RECORD IS HANDLED HERE.*
058800******************************************************************
058900 1200-FIX-BUSINESS-DATE.
059000     OPEN INPUT RSTFILE
059100     IF FS-RSTFILE = '00'
059200         READ RSTFILE
059300             AT END
059400                 CONTINUE
059500             NOT AT END
059600                 SET RUN-STATE-PRESENT TO TRUE
059700                 MOVE RST-RUN-ID   TO WS-RST-RUN-ID
059800                 MOVE RST-RUN-DATE TO WS-RST-RUN-DATE
059900                 MOVE RST-STATUS   TO WS-RST-STATUS-BEFORE
060000                 MOVE RST-STATUS   TO WS-RST-STATUS-AFTER
060010                 MOVE RST-PARTITION-NO
060020                   TO WS-RST-PARTITION-NO
060100         END-READ
060200         CLOSE RSTFILE
060300     END-IF
060310     IF RUN-STATE-PRESENT
060320      AND RST-DAY-WAS-PARTITIONED
060330      AND WS-RST-RUN-ID = BKC-RUN-ID
060340         DISPLAY 'PARBKOUT - EXECUCAO ' BKC-RUN-ID
060350             ' E DE DIA PARTICIONADO (PARSPLIT) - O ESTORNO NAO'
060360             ' DESFAZ AS PARTICOES'
060370         MOVE 16 TO RETURN-CODE
060380         GO TO 9999-EXIT
060390     END-IF
060400     IF NOT TOTALS-PUBLISHED
060500         IF RUN-STATE-PRESENT
060600          AND WS-RST-RUN-ID = BKC-RUN-ID
060700             MOVE WS-RST-RUN-DATE TO WS-BUS-DATE
060800         ELSE
060900             IF BKC-RUN-DATE NOT = SPACES
061000                 MOVE BKC-RUN-DATE TO WS-BUS-DATE
061100             ELSE
061200                 DISPLAY 'PARBKOUT - EXECUCAO ' BKC-RUN-ID
061300                     ' FORA DO RUNHIST E DO RUNSTATE - INFORME A'
061400                     ' DATA DE NEGOCIO NO CARTAO'
061500                 MOVE 16 TO RETURN-CODE
061600                 GO TO 9999-EXIT
061700             END-IF
061800         END-IF
061900     END-IF
062000     IF WS-LATEST-HIST-DATE > WS-BUS-DATE
062100         DISPLAY 'PARBKOUT - RUNHIST TEM EXECUCOES DE '
062200             WS-LATEST-HIST-DATE ' POSTERIORES A ' WS-BUS-DATE
062300             ' - ESTORNE-AS PRIMEIRO'
062400         MOVE 16 TO RETURN-CODE
062500         GO TO 9999-EXIT
062600     END-IF
062700     IF RUN-STATE-PRESENT
062800      AND WS-RST-STATUS-BEFORE = 'A'
062900      AND WS-RST-RUN-ID NOT = BKC-RUN-ID
063000         DISPLAY 'PARBKOUT - EXECUCAO ' WS-RST-RUN-ID
063100             ' AINDA ATIVA/INCOMPLETA - CONCLUA-A ANTES DO'
063200             ' ESTORNO'
063300         MOVE 16 TO RETURN-CODE
063400         GO TO 9999-EXIT
063500     END-IF
063600     OPEN INPUT DATFILE
063700     IF FS-DATFILE NOT = '00'
063800         DISPLAY 'PARBKOUT - UNABLE TO OPEN DATFILE, STATUS='
063900             FS-DATFILE
064000         MOVE 16 TO RETURN-CODE
064100         GO TO 9999-EXIT
064200     END-IF
064300     READ DATFILE
064400         AT END
064500             DISPLAY 'PARBKOUT - DATFILE VAZIO'
064600             CLOSE DATFILE
064700             MOVE 16 TO RETURN-CODE
064800             GO TO 9999-EXIT
064900     END-READ
065000     MOVE BDT-BUSINESS-DATE TO WS-BDT-BEFORE
065100     MOVE BDT-BUSINESS-DATE TO WS-BDT-AFTER
065200     CLOSE DATFILE
065300     MOVE 1          TO WS-SET-COUNT
065400     MOVE BKC-RUN-ID TO WS-SET-RUN-ID (1)
065500     DISPLAY 'PARBKOUT - ESTORNO DA EXECUCAO ' BKC-RUN-ID
065600         ' DE ' WS-BUS-DATE.
065700 1200-FIX-BUSINESS-DATE-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*  1400-WRITE-REPORT-HEADERS                                     *
066200******************************************************************
066300 1400-WRITE-REPORT-HEADERS.
066400     ADD 1 TO WS-PAGE-COUNT
066500     MOVE WS-RUN-DATE-DISPLAY TO RPT-H-DATE
066600     MOVE WS-PAGE-COUNT       TO RPT-H-PAGE
066700     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
066800     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
066900     MOVE SPACES TO RPT-LINE
067000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
067100     MOVE ZERO TO WS-LINE-COUNT.
067200 1400-WRITE-REPORT-HEADERS-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600*  1410-CHECK-PAGE-BREAK                                         *
067700******************************************************************
067800 1410-CHECK-PAGE-BREAK.
067900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
068000         PERFORM 1400-WRITE-REPORT-HEADERS
068100             THRU 1400-WRITE-REPORT-HEADERS-EXIT
068200     END-IF.
068300 1410-CHECK-PAGE-BREAK-EXIT.
068400     EXIT.
068500
068600******************************************************************
068700*  2000-COPY-RUN-HISTORY                                         *
068800*  RUNHIST GOES TO ITS NEW GENERATION WITHOUT THE RUN'S RECORD.  *
068900*  THE OTHER RUN-IDS OF THE SAME BUSINESS DATE ARE NOTED - THEY  *
069000*  REACHED RUNHIST, SO THEIR EXTRACT SEGMENTS ARE NOT AN ABENDED *
069100*  ATTEMPT OF THIS RUN.                                          *
069200******************************************************************
069300 2000-COPY-RUN-HISTORY.
069400     OPEN INPUT HSTIN
069500     IF FS-HSTIN NOT = '00'
069600         DISPLAY 'PARBKOUT - UNABLE TO OPEN HSTIN, STATUS='
069700             FS-HSTIN
069800         MOVE 16 TO RETURN-CODE
069900         GO TO 9999-EXIT
070000     END-IF
070100     OPEN OUTPUT HSTOUT
070200     IF FS-HSTOUT NOT = '00'
070300         DISPLAY 'PARBKOUT - UNABLE TO OPEN HSTOUT, STATUS='
070400             FS-HSTOUT
070500         MOVE 16 TO RETURN-CODE
070600         GO TO 9999-EXIT
070700     END-IF
070800     MOVE 'N' TO WS-EOF-SW
070900     PERFORM 1110-READ-HISTORY THRU 1110-READ-HISTORY-EXIT
071000     PERFORM 2010-COPY-ONE-HISTORY THRU 2010-COPY-ONE-HISTORY-EXIT
071100         UNTIL END-OF-FILE
071200     CLOSE HSTIN
071300     CLOSE HSTOUT.
071400 2000-COPY-RUN-HISTORY-EXIT.
071500     EXIT.
071600
071700 2010-COPY-ONE-HISTORY.
071800     IF CTL-RUN-ID = BKC-RUN-ID
071900      AND CTL-RUN-DATE = WS-BUS-DATE
072000         ADD 1 TO WS-HST-REMOVED
072100     ELSE
072200         IF CTL-RUN-DATE = WS-BUS-DATE
072300             PERFORM 2020-NOTE-DAY-RUN THRU 2020-NOTE-DAY-RUN-EXIT
072400         END-IF
072500         WRITE HSTOUT-RECORD FROM PAR-CONTROL-TOTALS-RECORD
072510         IF FS-HSTOUT NOT = '00'
072520             DISPLAY 'PARBKOUT - WRITE HSTOUT FALHOU, STATUS='
072530                 FS-HSTOUT
072540             MOVE 16 TO RETURN-CODE
072550             GO TO 9999-EXIT
072560         END-IF
072600     END-IF
072700     PERFORM 1110-READ-HISTORY THRU 1110-READ-HISTORY-EXIT.
072800 2010-COPY-ONE-HISTORY-EXIT.
072900     EXIT.
073000
073100 2020-NOTE-DAY-RUN.
073200     IF WS-DAY-COUNT >= WS-DAY-MAX
073300         DISPLAY 'PARBKOUT - MAIS DE ' WS-DAY-MAX
073400             ' EXECUCOES EM ' WS-BUS-DATE ' NO RUNHIST'
073500         MOVE 16 TO RETURN-CODE
073600         GO TO 9999-EXIT
073700     END-IF
073800     ADD 1 TO WS-DAY-COUNT
073900     MOVE CTL-RUN-ID TO WS-DAY-RUN-ID (WS-DAY-COUNT).
074000 2020-NOTE-DAY-RUN-EXIT.
074100     EXIT.
074200
074300******************************************************************
074400*  2100-COPY-MONTH-EXTRACT                                       *
074500*  XTRMONTH GOES TO ITS NEW GENERATION WITHOUT THE RUN'S HEADER- *
074600*  TO-TRAILER SEGMENTS.  A SEGMENT OF THE SAME BUSINESS DATE     *
074700*  WHOSE RUN-ID NEVER REACHED RUNHIST IS THE ABENDED ATTEMPT A   *
074800*  RESTART COMPLETED (THE RESTART RUNS UNDER A NEW RUN-ID BUT    *
074900*  EXTENDS THE SAME EXTRACT) - IT COMES OUT TOO, AND ITS RUN-ID  *
075000*  JOINS THE SET BACKED OUT EVERYWHERE ELSE.  A RECYCLED DETAIL  *
075100*  GOES BACK TO THE RECYCLE FILE AS IT WAS FIRST PRESENTED.      *
075200******************************************************************
075300 2100-COPY-MONTH-EXTRACT.
075400     OPEN INPUT XTRIN
075500     IF FS-XTRIN NOT = '00'
075600      AND FS-XTRIN NOT = '05'
075700         DISPLAY 'PARBKOUT - UNABLE TO OPEN XTRIN, STATUS='
075800             FS-XTRIN
075900         MOVE 16 TO RETURN-CODE
076000         GO TO 9999-EXIT
076100     END-IF
076200     OPEN OUTPUT XTROUT
076300     IF FS-XTROUT NOT = '00'
076400         DISPLAY 'PARBKOUT - UNABLE TO OPEN XTROUT, STATUS='
076500             FS-XTROUT
076600         MOVE 16 TO RETURN-CODE
076700         GO TO 9999-EXIT
076800     END-IF
076900     OPEN OUTPUT RCYOUT
077000     IF FS-RCYOUT NOT = '00'
077100         DISPLAY 'PARBKOUT - UNABLE TO OPEN RCYOUT, STATUS='
077200             FS-RCYOUT
077300         MOVE 16 TO RETURN-CODE
077400         GO TO 9999-EXIT
077500     END-IF
077600     MOVE 'N' TO WS-EOF-SW
077700     MOVE 'N' TO WS-DROP-SEG-SW
077800     PERFORM 2110-READ-EXTRACT THRU 2110-READ-EXTRACT-EXIT
077900     PERFORM 2120-COPY-ONE-EXTRACT THRU 2120-COPY-ONE-EXTRACT-EXIT
078000         UNTIL END-OF-FILE
078100     CLOSE XTRIN
078200     CLOSE XTROUT.
078300 2100-COPY-MONTH-EXTRACT-EXIT.
078400     EXIT.
078500
078600 2110-READ-EXTRACT.
078700     READ XTRIN
078800         AT END
078900             SET END-OF-FILE TO TRUE
079000     END-READ.
079100 2110-READ-EXTRACT-EXIT.
079200     EXIT.
079300
079400 2120-COPY-ONE-EXTRACT.
079500     ADD 1 TO WS-XTM-BEFORE
079600     IF XTR-IS-HEADER-REC
079700         PERFORM 2130-START-SEGMENT THRU 2130-START-SEGMENT-EXIT
079800     END-IF
079900     IF DROPPING-SEGMENT
080000         ADD 1 TO WS-XTM-REMOVED
080100         IF NOT XTR-IS-CONTROL-REC
080200             ADD 1 TO WS-XTM-DETAILS-REMOVED
080300             IF XTR-RUN-ID = BKC-RUN-ID
080400                 ADD 1 TO WS-XTM-RUN-DETAILS
080500             END-IF
080600             IF XTR-SOURCE-CODE = 'R'
080700                 PERFORM 2140-RESTORE-RECYCLED-DETAIL
080800                     THRU 2140-RESTORE-RECYCLED-DETAIL-EXIT
080900             END-IF
081000         END-IF
081100     ELSE
081200         WRITE XTROUT-RECORD FROM PAR-EXTRACT-RECORD
081210         IF FS-XTROUT NOT = '00'
081220             DISPLAY 'PARBKOUT - WRITE XTROUT FALHOU, STATUS='
081230                 FS-XTROUT
081240             MOVE 16 TO RETURN-CODE
081250             GO TO 9999-EXIT
081260         END-IF
081300     END-IF
081400     PERFORM 2110-READ-EXTRACT THRU 2110-READ-EXTRACT-EXIT.
081500 2120-COPY-ONE-EXTRACT-EXIT.
081600     EXIT.
081700
081800 2130-START-SEGMENT.
081900     MOVE 'N' TO WS-DROP-SEG-SW
082000     IF XTH-RUN-DATE NOT = WS-BUS-DATE
082100         GO TO 2130-START-SEGMENT-EXIT
082200     END-IF
082300     IF XTH-RUN-ID = BKC-RUN-ID
082400         SET DROPPING-SEGMENT TO TRUE
082500         ADD 1 TO WS-XTM-SEGMENTS
082600         GO TO 2130-START-SEGMENT-EXIT
082700     END-IF
082800     MOVE XTH-RUN-ID TO WS-TEST-RUN-ID
082900     PERFORM 8600-TEST-RUN-IN-DAY THRU 8600-TEST-RUN-IN-DAY-EXIT
083000     IF RUN-IN-DAY
083100         GO TO 2130-START-SEGMENT-EXIT
083200     END-IF
083300     SET DROPPING-SEGMENT TO TRUE
083400     ADD 1 TO WS-XTM-SEGMENTS
083500     PERFORM 8500-TEST-RUN-IN-SET THRU 8500-TEST-RUN-IN-SET-EXIT
083600     IF RUN-IN-SET
083700         GO TO 2130-START-SEGMENT-EXIT
083800     END-IF
083900     IF WS-SET-COUNT >= WS-SET-MAX
084000         DISPLAY 'PARBKOUT - MAIS DE ' WS-SET-MAX
084100             ' TENTATIVAS EM ' WS-BUS-DATE ' NO XTRMONTH'
084200         MOVE 16 TO RETURN-CODE
084300         GO TO 9999-EXIT
084400     END-IF
084500     ADD 1 TO WS-SET-COUNT
084600     MOVE XTH-RUN-ID TO WS-SET-RUN-ID (WS-SET-COUNT)
084700     DISPLAY 'PARBKOUT - TENTATIVA ABORTADA ' XTH-RUN-ID
084800         ' DE ' WS-BUS-DATE ' ESTORNADA JUNTO'.
084900 2130-START-SEGMENT-EXIT.
085000     EXIT.
085100
085200 2140-RESTORE-RECYCLED-DETAIL.
085300     MOVE SPACES TO PAR-INPUT-RECORD
085400     IF XTR-ORIG-ACCOUNT-NO NOT = SPACES
085500         MOVE XTR-ORIG-ACCOUNT-NO TO PAR-ACCOUNT-NO
085600     ELSE
085700         MOVE XTR-ACCOUNT-NO      TO PAR-ACCOUNT-NO
085800     END-IF
085900     MOVE SPACE TO WS-RV-SIGN
086000     IF XTR-IS-NEGATIVE
086100         MOVE '-' TO WS-RV-SIGN
086200     END-IF
086300     MOVE XTR-VALOR        TO WS-RV-DIGITS
086400     MOVE WS-RESTORE-VALOR TO PAR-VALOR-IN
086500     WRITE PAR-INPUT-RECORD
086510     IF FS-RCYOUT NOT = '00'
086520         DISPLAY 'PARBKOUT - WRITE RCYOUT FALHOU, STATUS='
086530             FS-RCYOUT
086540         MOVE 16 TO RETURN-CODE
086550         GO TO 9999-EXIT
086560     END-IF
086600     ADD 1 TO WS-RCY-ADDED.
086700 2140-RESTORE-RECYCLED-DETAIL-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100*  2200-COPY-STATISTICS                                          *
087200*  STATHIST GOES TO ITS NEW GENERATION WITHOUT THE DAY'S RECORDS *
087300*  OF THE RUN(S) BACKED OUT.  PARSTATS TAGS THEM WITH THE FIRST  *
087400*  RUN-ID ON THE SORTED EXTRACT, WHICH MAY BE EITHER ATTEMPT.    *
087500******************************************************************
087600 2200-COPY-STATISTICS.
087700     OPEN INPUT STAIN
087800     IF FS-STAIN NOT = '00'
087900      AND FS-STAIN NOT = '05'
088000         DISPLAY 'PARBKOUT - UNABLE TO OPEN STAIN, STATUS='
088100             FS-STAIN
088200         MOVE 16 TO RETURN-CODE
088300         GO TO 9999-EXIT
088400     END-IF
088500     OPEN OUTPUT STAOUT
088600     IF FS-STAOUT NOT = '00'
088700         DISPLAY 'PARBKOUT - UNABLE TO OPEN STAOUT, STATUS='
088800             FS-STAOUT
088900         MOVE 16 TO RETURN-CODE
089000         GO TO 9999-EXIT
089100     END-IF
089200     MOVE 'N' TO WS-EOF-SW
089300     PERFORM 2210-READ-STATISTICS THRU 2210-READ-STATISTICS-EXIT
089400     PERFORM 2220-COPY-ONE-STATISTICS
089500         THRU 2220-COPY-ONE-STATISTICS-EXIT
089600         UNTIL END-OF-FILE
089700     CLOSE STAIN
089800     CLOSE STAOUT.
089900 2200-COPY-STATISTICS-EXIT.
090000     EXIT.
090100
090200 2210-READ-STATISTICS.
090300     READ STAIN
090400         AT END
090500             SET END-OF-FILE TO TRUE
090600     END-READ.
090700 2210-READ-STATISTICS-EXIT.
090800     EXIT.
090900
091000 2220-COPY-ONE-STATISTICS.
091100     ADD 1 TO WS-STA-BEFORE
091200     SET RUN-NOT-IN-SET TO TRUE
091300     IF STA-RUN-DATE = WS-BUS-DATE
091400         MOVE STA-RUN-ID TO WS-TEST-RUN-ID
091500         PERFORM 8500-TEST-RUN-IN-SET
091600             THRU 8500-TEST-RUN-IN-SET-EXIT
091700     END-IF
091800     IF RUN-IN-SET
091900         ADD 1 TO WS-STA-REMOVED
092000         ADD STA-RECORD-COUNT TO WS-STA-REMOVED-RECS
092100     ELSE
092200         WRITE STAOUT-RECORD FROM PAR-STATS-RECORD
092210         IF FS-STAOUT NOT = '00'
092220             DISPLAY 'PARBKOUT - WRITE STAOUT FALHOU, STATUS='
092230                 FS-STAOUT
092240             MOVE 16 TO RETURN-CODE
092250             GO TO 9999-EXIT
092260         END-IF
092300     END-IF
092400     PERFORM 2210-READ-STATISTICS THRU 2210-READ-STATISTICS-EXIT.
092500 2220-COPY-ONE-STATISTICS-EXIT.
092600     EXIT.
092700
092800******************************************************************
092900*  2300-COMPENSATE-AUDIT                                         *
093000*  EVERY DECISION THE RUN(S) LOGGED GETS A COMPENSATING RECORD - *
093100*  THE SAME DECISION UNDER THE SAME RUN-ID, STAMPED WITH THE     *
093200*  BACKOUT'S OWN TIME AND FLAGGED AS BACKOUT.  THEY ARE WRITTEN  *
093300*  UNCHAINED; PARAUDSQ CHAINS THEM ONTO THE LIVE FILE IN THE     *
093400*  NEXT STEP.  A RUN THAT ALREADY HAS COMPENSATING RECORDS WAS   *
093500*  BACKED OUT BEFORE AND IS REFUSED.                             *
093600******************************************************************
093700 2300-COMPENSATE-AUDIT.
093800     OPEN INPUT AUDIN
093900     IF FS-AUDIN NOT = '00'
094000      AND FS-AUDIN NOT = '05'
094100         DISPLAY 'PARBKOUT - UNABLE TO OPEN AUDIN, STATUS='
094200             FS-AUDIN
094300         MOVE 16 TO RETURN-CODE
094400         GO TO 9999-EXIT
094500     END-IF
094600     OPEN OUTPUT AUDOUT
094700     IF FS-AUDOUT NOT = '00'
094800         DISPLAY 'PARBKOUT - UNABLE TO OPEN AUDOUT, STATUS='
094900             FS-AUDOUT
095000         MOVE 16 TO RETURN-CODE
095100         GO TO 9999-EXIT
095200     END-IF
095300     MOVE 'N' TO WS-EOF-SW
095400     PERFORM 2310-READ-AUDIT THRU 2310-READ-AUDIT-EXIT
095500     PERFORM 2320-COMPENSATE-ONE-AUDIT
095600         THRU 2320-COMPENSATE-ONE-AUDIT-EXIT
095700         UNTIL END-OF-FILE
095800     CLOSE AUDIN
095900     CLOSE AUDOUT
096000     IF WS-AUD-PRIOR-BACKOUT > ZERO
096100         DISPLAY 'PARBKOUT - EXECUCAO ' BKC-RUN-ID
096200             ' JA ESTORNADA - ' WS-AUD-PRIOR-BACKOUT
096300             ' REGISTROS DE ESTORNO NA AUDITORIA'
096400         MOVE 16 TO RETURN-CODE
096500         GO TO 9999-EXIT
096600     END-IF.
096700 2300-COMPENSATE-AUDIT-EXIT.
096800     EXIT.
096900
097000 2310-READ-AUDIT.
097100     READ AUDIN
097200         AT END
097300             SET END-OF-FILE TO TRUE
097400     END-READ.
097500 2310-READ-AUDIT-EXIT.
097600     EXIT.
097700
097800 2320-COMPENSATE-ONE-AUDIT.
097900     ADD 1 TO WS-AUD-BEFORE
098000     MOVE AUD-RUN-ID TO WS-TEST-RUN-ID
098100     PERFORM 8500-TEST-RUN-IN-SET THRU 8500-TEST-RUN-IN-SET-EXIT
098200     IF RUN-NOT-IN-SET
098300         GO TO 2320-READ-NEXT
098400     END-IF
098500     IF AUD-IS-BACKOUT
098600         ADD 1 TO WS-AUD-PRIOR-BACKOUT
098700         GO TO 2320-READ-NEXT
098800     END-IF
098900     IF AUD-RUN-ID = BKC-RUN-ID
099000         ADD 1 TO WS-AUD-RUN-COUNT
099100     END-IF
099200     MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
099300     MOVE ZERO         TO AUD-CHAIN-SEQ
099400     MOVE ZERO         TO AUD-REC-HASH
099500     MOVE ZERO         TO AUD-CHAIN-HASH
099600     MOVE 'B'          TO AUD-BACKOUT-FLAG
099700     WRITE AUDOUT-RECORD FROM PAR-AUDIT-RECORD
099710     IF FS-AUDOUT NOT = '00'
099720         DISPLAY 'PARBKOUT - WRITE AUDOUT FALHOU, STATUS='
099730             FS-AUDOUT
099740         MOVE 16 TO RETURN-CODE
099750         GO TO 9999-EXIT
099760     END-IF
099800     ADD 1 TO WS-AUD-ADDED.
099900 2320-READ-NEXT.
100000     PERFORM 2310-READ-AUDIT THRU 2310-READ-AUDIT-EXIT.
100100 2320-COMPENSATE-ONE-AUDIT-EXIT.
100200     EXIT.
100300
100400******************************************************************
100500*  2400-RESTORE-RECYCLED-REJECTS                                 *
100600*  A RECYCLED RECORD THE RUN REJECTED AGAIN WAS CONSUMED FROM    *
100700*  RECYCLE TOO, AND ITS SUSPENSE ENTRY COMES OUT BELOW - IT GOES *
100800*  BACK TO RECYCLE.  REJFILE IS RECREATED BY EVERY RUN, SO IT IS *
100900*  ONLY TAKEN AS THIS RUN'S WHILE THE RUN-STATE STILL NAMES A    *
101000*  RUN BEING BACKED OUT.                                         *
101100******************************************************************
101200 2400-RESTORE-RECYCLED-REJECTS.
101300     IF NOT RUN-STATE-PRESENT
101400         GO TO 2400-REJFILE-NOT-OURS
101500     END-IF
101600     MOVE WS-RST-RUN-ID TO WS-TEST-RUN-ID
101700     PERFORM 8500-TEST-RUN-IN-SET THRU 8500-TEST-RUN-IN-SET-EXIT
101800     IF RUN-NOT-IN-SET
101900         GO TO 2400-REJFILE-NOT-OURS
102000     END-IF
102100     OPEN INPUT REJIN
102200     IF FS-REJIN NOT = '00'
102300      AND FS-REJIN NOT = '05'
102400         DISPLAY 'PARBKOUT - UNABLE TO OPEN REJIN, STATUS='
102500             FS-REJIN
102600         MOVE 16 TO RETURN-CODE
102700         GO TO 9999-EXIT
102800     END-IF
102900     MOVE 'N' TO WS-EOF-SW
103000     PERFORM 2410-READ-REJECT THRU 2410-READ-REJECT-EXIT
103100     PERFORM 2420-RESTORE-ONE-REJECT
103200         THRU 2420-RESTORE-ONE-REJECT-EXIT
103300         UNTIL END-OF-FILE
103400     CLOSE REJIN
103500     GO TO 2400-RESTORE-RECYCLED-REJECTS-EXIT.
103600 2400-REJFILE-NOT-OURS.
103700     DISPLAY 'PARBKOUT - REJFILE NAO E DESTA EXECUCAO - '
103800         'RECICLADOS REJEITADOS NAO DEVOLVIDOS AO RECYCLE'.
103900 2400-RESTORE-RECYCLED-REJECTS-EXIT.
104000     EXIT.
104100
104200 2410-READ-REJECT.
104300     READ REJIN
104400         AT END
104500             SET END-OF-FILE TO TRUE
104600     END-READ.
104700 2410-READ-REJECT-EXIT.
104800     EXIT.
104900
105000 2420-RESTORE-ONE-REJECT.
105100     IF REJ-SOURCE-CODE = 'R'
105200         MOVE SPACES         TO PAR-INPUT-RECORD
105300         MOVE REJ-ACCOUNT-NO TO PAR-ACCOUNT-NO
105400         MOVE REJ-VALOR-IN   TO PAR-VALOR-IN
105500         WRITE PAR-INPUT-RECORD
105510         IF FS-RCYOUT NOT = '00'
105520             DISPLAY 'PARBKOUT - WRITE RCYOUT FALHOU, STATUS='
105530                 FS-RCYOUT
105540             MOVE 16 TO RETURN-CODE
105550             GO TO 9999-EXIT
105560         END-IF
105600         ADD 1 TO WS-RCY-ADDED
105700         ADD 1 TO WS-RCY-REJECTS
105800     END-IF
105900     PERFORM 2410-READ-REJECT THRU 2410-READ-REJECT-EXIT.
106000 2420-RESTORE-ONE-REJECT-EXIT.
106100     EXIT.
106200
106300******************************************************************
106400*  2500-COUNT-RECYCLE                                            *
106500*  THE RECYCLE FILE ITSELF IS ONLY COUNTED - THE DRIVING JOB     *
106600*  APPENDS THE RESTORED RECORDS ONCE THE BACKOUT IS APPLIED.     *
106700******************************************************************
106800 2500-COUNT-RECYCLE.
106900     OPEN INPUT RCYIN
107000     IF FS-RCYIN NOT = '00'
107100         GO TO 2500-COUNT-RECYCLE-EXIT
107200     END-IF
107300     MOVE 'N' TO WS-EOF-SW
107400     PERFORM 2510-COUNT-ONE-RECYCLE
107500         THRU 2510-COUNT-ONE-RECYCLE-EXIT
107600         UNTIL END-OF-FILE
107700     CLOSE RCYIN.
107800 2500-COUNT-RECYCLE-EXIT.
107900     EXIT.
108000
108100 2510-COUNT-ONE-RECYCLE.
108200     READ RCYIN
108300         AT END
108400             SET END-OF-FILE TO TRUE
108500         NOT AT END
108600             ADD 1 TO WS-RCY-BEFORE
108700     END-READ.
108800 2510-COUNT-ONE-RECYCLE-EXIT.
108900     EXIT.
109000
109100******************************************************************
109200*  2600-CHECK-BALANCE                                            *
109300*  THE RUN'S OWN EXTRACT DETAILS AND AUDIT DECISIONS MUST EACH   *
109400*  EQUAL THE EVEN+ODD IT PUBLISHED, AND THE STATISTICS REMOVED   *
109500*  MUST ACCOUNT FOR EVERY EXTRACT DETAIL REMOVED.  A RUN THAT    *
109600*  NEVER PUBLISHED TOTALS HAS NOTHING TO PROVE AGAINST.          *
109700******************************************************************
109800 2600-CHECK-BALANCE.
109900     IF NOT TOTALS-PUBLISHED
110000         GO TO 2600-CHECK-BALANCE-EXIT
110100     END-IF
110200     IF WS-XTM-RUN-DETAILS NOT = WS-PUB-CLASSIFIED
110300         SET TOTALS-DIVERGE TO TRUE
110400     END-IF
110500     IF WS-AUD-RUN-COUNT NOT = WS-PUB-CLASSIFIED
110600         SET TOTALS-DIVERGE TO TRUE
110700     END-IF
110800     IF WS-STA-REMOVED-RECS NOT = WS-XTM-DETAILS-REMOVED
110900         SET TOTALS-DIVERGE TO TRUE
111000     END-IF.
111100 2600-CHECK-BALANCE-EXIT.
111200     EXIT.
111300
111400******************************************************************
111500*  3000-APPLY-BACKOUT                                            *
111600*  THE KSDS DELETES, THE RUN-STATE AND THE BUSINESS DATE ARE     *
111700*  UPDATED IN PLACE, SO THEY ARE ONLY TOUCHED WHEN THE TOTALS    *
111800*  BALANCE (OR THE CARD FORCES IT).  OTHERWISE THE KSDS FILES    *
111900*  ARE STILL READ SO THE REPORT SHOWS WHAT WOULD COME OFF.       *
112000******************************************************************
112100 3000-APPLY-BACKOUT.
112200     IF TOTALS-BALANCE
112300      OR BKC-FORCE-REQUESTED
112400         SET BACKOUT-APPLIED TO TRUE
112500     ELSE
112600         DISPLAY 'PARBKOUT - TOTAIS NAO CONFEREM COM O CTLOUT - '
112700             'NADA APLICADO'
112800     END-IF
112900     PERFORM 3100-PURGE-SUSPENSE THRU 3100-PURGE-SUSPENSE-EXIT
113000     PERFORM 3200-PURGE-RECEIVED THRU 3200-PURGE-RECEIVED-EXIT
113100     IF NOT BACKOUT-APPLIED
113200         GO TO 3000-APPLY-BACKOUT-EXIT
113300     END-IF
113400     PERFORM 3300-CLEAR-RUN-STATE THRU 3300-CLEAR-RUN-STATE-EXIT
113500     PERFORM 3400-RESET-BUSINESS-DATE
113600         THRU 3400-RESET-BUSINESS-DATE-EXIT.
113700 3000-APPLY-BACKOUT-EXIT.
113800     EXIT.
113900
114000******************************************************************
114100*  3100-PURGE-SUSPENSE                                           *
114200*  A SUSPENSE ENTRY COMES OFF WHEN THE RUN(S) BACKED OUT FIRST   *
114300*  SUSPENDED IT ON THE DAY.  AN ENTRY ALREADY SUSPENDED BY AN    *
114400*  EARLIER DAY STAYS - THE RUN ONLY SAW IT AGAIN.                *
114500******************************************************************
114600 3100-PURGE-SUSPENSE.
114700     IF BACKOUT-APPLIED
114800         OPEN I-O SUSFILE
114900     ELSE
115000         OPEN INPUT SUSFILE
115100     END-IF
115200     IF FS-SUSFILE NOT = '00'
115300         GO TO 3100-PURGE-SUSPENSE-EXIT
115400     END-IF
115500     SET SUSFILE-IS-PRESENT TO TRUE
115600     MOVE 'N' TO WS-EOF-SW
115700     PERFORM 3110-PURGE-ONE-SUSPENSE
115800         THRU 3110-PURGE-ONE-SUSPENSE-EXIT
115900         UNTIL END-OF-FILE
116000     CLOSE SUSFILE.
116100 3100-PURGE-SUSPENSE-EXIT.
116200     EXIT.
116300
116400 3110-PURGE-ONE-SUSPENSE.
116500     READ SUSFILE NEXT RECORD
116600         AT END
116700             SET END-OF-FILE TO TRUE
116800             GO TO 3110-PURGE-ONE-SUSPENSE-EXIT
116900     END-READ
117000     IF SUS-IS-PRIME-RECORD
117100         GO TO 3110-PURGE-ONE-SUSPENSE-EXIT
117200     END-IF
117300     ADD 1 TO WS-SUS-BEFORE
117400     IF SUS-DATE-FIRST-SEEN NOT = WS-BUS-DATE
117500         GO TO 3110-PURGE-ONE-SUSPENSE-EXIT
117600     END-IF
117700     MOVE SUS-RUN-ID TO WS-TEST-RUN-ID
117800     PERFORM 8500-TEST-RUN-IN-SET THRU 8500-TEST-RUN-IN-SET-EXIT
117900     IF RUN-NOT-IN-SET
118000         GO TO 3110-PURGE-ONE-SUSPENSE-EXIT
118100     END-IF
118200     ADD 1 TO WS-SUS-REMOVED
118300     IF BACKOUT-APPLIED
118400         DELETE SUSFILE RECORD
118500         IF FS-SUSFILE NOT = '00'
118600             DISPLAY 'PARBKOUT - DELETE SUSFILE FALHOU, STATUS='
118700                 FS-SUSFILE ' CHAVE=' SUS-KEY
118800             MOVE 16 TO RETURN-CODE
118900             GO TO 9999-EXIT
119000         END-IF
119100     END-IF.
119200 3110-PURGE-ONE-SUSPENSE-EXIT.
119300     EXIT.
119400
119500******************************************************************
119600*  3200-PURGE-RECEIVED                                           *
119700*  THE DAY'S ENTRIES COME OFF THE RECEIVED-FILES REGISTRY, SO    *
119800*  THE FEEDERS CAN SEND CORRECTED FILES UNDER THE SAME BRANCH    *
119900*  AND SEQUENCE WITHOUT PARMERGE REFUSING THEM AS REPEATS.       *
120000******************************************************************
120100 3200-PURGE-RECEIVED.
120200     IF BACKOUT-APPLIED
120300         OPEN I-O RCVFILE
120400     ELSE
120500         OPEN INPUT RCVFILE
120600     END-IF
120700     IF FS-RCVFILE NOT = '00'
120800         GO TO 3200-PURGE-RECEIVED-EXIT
120900     END-IF
121000     SET RCVFILE-IS-PRESENT TO TRUE
121100     MOVE 'N' TO WS-EOF-SW
121200     PERFORM 3210-PURGE-ONE-RECEIVED
121300         THRU 3210-PURGE-ONE-RECEIVED-EXIT
121400         UNTIL END-OF-FILE
121500     CLOSE RCVFILE.
121600 3200-PURGE-RECEIVED-EXIT.
121700     EXIT.
121800
121900 3210-PURGE-ONE-RECEIVED.
122000     READ RCVFILE NEXT RECORD
122100         AT END
122200             SET END-OF-FILE TO TRUE
122300             GO TO 3210-PURGE-ONE-RECEIVED-EXIT
122400     END-READ
122500     IF RCV-IS-PRIME-RECORD
122600         GO TO 3210-PURGE-ONE-RECEIVED-EXIT
122700     END-IF
122800     ADD 1 TO WS-RCV-BEFORE
122900     IF RCV-BUSINESS-DATE NOT = WS-BUS-DATE
123000         GO TO 3210-PURGE-ONE-RECEIVED-EXIT
123100     END-IF
123200     ADD 1 TO WS-RCV-REMOVED
123300     IF BACKOUT-APPLIED
123400         DELETE RCVFILE RECORD
123500         IF FS-RCVFILE NOT = '00'
123600             DISPLAY 'PARBKOUT - DELETE RCVFILE FALHOU, STATUS='
123700                 FS-RCVFILE ' CHAVE=' RCV-KEY-TEXT
123800             MOVE 16 TO RETURN-CODE
123900             GO TO 9999-EXIT
124000         END-IF
124100     END-IF.
124200 3210-PURGE-ONE-RECEIVED-EXIT.
124300     EXIT.
124400
124500******************************************************************
124600*  3300-CLEAR-RUN-STATE                                          *
124700*  THE RUN-STATE ENTRY IS MARKED BACKED OUT ('B') WHEN IT STILL  *
124800*  NAMES A RUN BEING BACKED OUT - NEITHER ACTIVE NOR COMPLETE, SO*
124900*  A NORMAL RUN STARTS CLEAN AND A RESTART FINDS NOTHING TO      *
125000*  RESUME.                                                       *
125100******************************************************************
125200 3300-CLEAR-RUN-STATE.
125300     IF NOT RUN-STATE-PRESENT
125400         GO TO 3300-CLEAR-RUN-STATE-EXIT
125500     END-IF
125600     MOVE WS-RST-RUN-ID TO WS-TEST-RUN-ID
125700     PERFORM 8500-TEST-RUN-IN-SET THRU 8500-TEST-RUN-IN-SET-EXIT
125800     IF RUN-NOT-IN-SET
125900         GO TO 3300-CLEAR-RUN-STATE-EXIT
126000     END-IF
126100     OPEN I-O RSTFILE
126200     IF FS-RSTFILE NOT = '00'
126300         DISPLAY 'PARBKOUT - UNABLE TO OPEN RSTFILE, STATUS='
126400             FS-RSTFILE
126500         MOVE 16 TO RETURN-CODE
126600         GO TO 9999-EXIT
126700     END-IF
126800     READ RSTFILE
126900         AT END
127000             CLOSE RSTFILE
127100             GO TO 3300-CLEAR-RUN-STATE-EXIT
127200     END-READ
127300     MOVE 'B'          TO RST-STATUS
127400     MOVE WS-TIMESTAMP TO RST-END-TIMESTAMP
127500     REWRITE PAR-RUN-STATE-RECORD
127510     IF FS-RSTFILE NOT = '00'
127520         DISPLAY 'PARBKOUT - REWRITE RSTFILE FALHOU, STATUS='
127530             FS-RSTFILE
127540         MOVE 16 TO RETURN-CODE
127550         GO TO 9999-EXIT
127560     END-IF
127600     CLOSE RSTFILE
127700     MOVE 'B' TO WS-RST-STATUS-AFTER.
127800 3300-CLEAR-RUN-STATE-EXIT.
127900     EXIT.
128000
128100******************************************************************
128200*  3400-RESET-BUSINESS-DATE                                      *
128300*  PARBDATE ROLLED THE DATE PAST THE DAY ONLY IF THE RUN         *
128400*  COMPLETED; EITHER WAY IT GOES BACK TO THE DAY BACKED OUT SO   *
128500*  THE RERUN POSTS UNDER THE SAME BUSINESS DATE.                 *
128600******************************************************************
128700 3400-RESET-BUSINESS-DATE.
128800     OPEN I-O DATFILE
128900     IF FS-DATFILE NOT = '00'
129000         DISPLAY 'PARBKOUT - UNABLE TO OPEN DATFILE, STATUS='
129100             FS-DATFILE
129200         MOVE 16 TO RETURN-CODE
129300         GO TO 9999-EXIT
129400     END-IF
129500     READ DATFILE
129600         AT END
129700             CLOSE DATFILE
129800             GO TO 3400-RESET-BUSINESS-DATE-EXIT
129900     END-READ
130000     MOVE WS-BUS-DATE TO BDT-BUSINESS-DATE
130100     REWRITE PAR-BUSINESS-DATE-RECORD
130110     IF FS-DATFILE NOT = '00'
130120         DISPLAY 'PARBKOUT - REWRITE DATFILE FALHOU, STATUS='
130130             FS-DATFILE
130140         MOVE 16 TO RETURN-CODE
130150         GO TO 9999-EXIT
130160     END-IF
130200     CLOSE DATFILE
130300     MOVE WS-BUS-DATE TO WS-BDT-AFTER.
130400 3400-RESET-BUSINESS-DATE-EXIT.
130500     EXIT.
130600
130700******************************************************************
130800*  3500-COUNT-REVERSALS                                          *
130900*  REVVSAM IS NOT UNWOUND - A MATCH UPDATES AN OLDER ORIGINAL IN *
131000*  PLACE AND THE BALANCE BEFORE IT IS NOT KEPT.  THE DAY'S       *
131100*  ENTRIES ARE COUNTED FOR MANUAL REVIEW INSTEAD.                *
131200******************************************************************
131300 3500-COUNT-REVERSALS.
131400     OPEN INPUT REVFILE
131500     IF FS-REVFILE NOT = '00'
131600         GO TO 3500-COUNT-REVERSALS-EXIT
131700     END-IF
131800     MOVE 'N' TO WS-EOF-SW
131900     PERFORM 3510-COUNT-ONE-REVERSAL
132000         THRU 3510-COUNT-ONE-REVERSAL-EXIT
132100         UNTIL END-OF-FILE
132200     CLOSE REVFILE.
132300 3500-COUNT-REVERSALS-EXIT.
132400     EXIT.
132500
132600 3510-COUNT-ONE-REVERSAL.
132700     READ REVFILE NEXT RECORD
132800         AT END
132900             SET END-OF-FILE TO TRUE
133000             GO TO 3510-COUNT-ONE-REVERSAL-EXIT
133100     END-READ
133200     IF REV-IS-CONTROL-RECORD
133300         GO TO 3510-COUNT-ONE-REVERSAL-EXIT
133400     END-IF
133500     IF REV-ENTRY-DATE = WS-BUS-DATE
133600      OR REV-LAST-DATE = WS-BUS-DATE
133700         ADD 1 TO WS-REV-REVIEW
133800     END-IF.
133900 3510-COUNT-ONE-REVERSAL-EXIT.
134000     EXIT.
134100
134200******************************************************************
134300*  8000-WRITE-REPORT                                             *
134400******************************************************************
134500 8000-WRITE-REPORT.
134600     MOVE SPACES TO WS-RPT-TEXT-LINE
134700     MOVE 'EXECUCAO ESTORNADA.............:' TO RPT-X-LABEL
134800     MOVE BKC-RUN-ID TO RPT-X-TEXT
134900     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
135000     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
135100     MOVE 'DATA DE NEGOCIO................:' TO RPT-X-LABEL
135200     MOVE WS-BUS-DATE TO RPT-X-TEXT
135300     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
135400     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
135500     MOVE 1 TO WS-SET-SUB
135600     PERFORM 8010-PRINT-ONE-ATTEMPT
135700         THRU 8010-PRINT-ONE-ATTEMPT-EXIT
135800         UNTIL WS-SET-SUB >= WS-SET-COUNT
135900     MOVE SPACES TO WS-PRINT-LINE
136000     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
136100     MOVE WS-RPT-FILE-HDR TO WS-PRINT-LINE
136200     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
136300
136400     MOVE 'RUNHIST' TO RPT-F-FILE
136500     MOVE WS-HST-BEFORE  TO RPT-F-BEFORE
136600     MOVE WS-HST-REMOVED TO RPT-F-REMOVED
136700     MOVE ZERO           TO RPT-F-ADDED
136800     SUBTRACT WS-HST-REMOVED FROM WS-HST-BEFORE
136900         GIVING WS-WORK-COUNT
137000     PERFORM 8020-PRINT-FILE-LINE THRU 8020-PRINT-FILE-LINE-EXIT
137100
137200     MOVE 'STATHIST' TO RPT-F-FILE
137300     MOVE WS-STA-BEFORE  TO RPT-F-BEFORE
137400     MOVE WS-STA-REMOVED TO RPT-F-REMOVED
137500     MOVE ZERO           TO RPT-F-ADDED
137600     SUBTRACT WS-STA-REMOVED FROM WS-STA-BEFORE
137700         GIVING WS-WORK-COUNT
137800     PERFORM 8020-PRINT-FILE-LINE THRU 8020-PRINT-FILE-LINE-EXIT
137900
138000     MOVE 'XTRMONTH' TO RPT-F-FILE
138100     MOVE WS-XTM-BEFORE  TO RPT-F-BEFORE
138200     MOVE WS-XTM-REMOVED TO RPT-F-REMOVED
138300     MOVE ZERO           TO RPT-F-ADDED
138400     SUBTRACT WS-XTM-REMOVED FROM WS-XTM-BEFORE
138500         GIVING WS-WORK-COUNT
138600     PERFORM 8020-PRINT-FILE-LINE THRU 8020-PRINT-FILE-LINE-EXIT
138700
138800     MOVE 'AUDFILE' TO RPT-F-FILE
138900     MOVE WS-AUD-BEFORE  TO RPT-F-BEFORE
139000     MOVE ZERO           TO RPT-F-REMOVED
139100     MOVE WS-AUD-ADDED   TO RPT-F-ADDED
139200     ADD WS-AUD-BEFORE WS-AUD-ADDED GIVING WS-WORK-COUNT
139300     PERFORM 8020-PRINT-FILE-LINE THRU 8020-PRINT-FILE-LINE-EXIT
139400
139500     MOVE 'RECYCLE' TO RPT-F-FILE
139600     MOVE WS-RCY-BEFORE  TO RPT-F-BEFORE
139700     MOVE ZERO           TO RPT-F-REMOVED
139800     MOVE WS-RCY-ADDED   TO RPT-F-ADDED
139900     ADD WS-RCY-BEFORE WS-RCY-ADDED GIVING WS-WORK-COUNT
140000     PERFORM 8020-PRINT-FILE-LINE THRU 8020-PRINT-FILE-LINE-EXIT
140100
140200     MOVE 'SUSVSAM' TO RPT-F-FILE
140300     MOVE WS-SUS-BEFORE  TO RPT-F-BEFORE
140400     MOVE WS-SUS-REMOVED TO RPT-F-REMOVED
140500     MOVE ZERO           TO RPT-F-ADDED
140600     MOVE WS-SUS-BEFORE  TO WS-WORK-COUNT
140700     IF BACKOUT-APPLIED
140800         SUBTRACT WS-SUS-REMOVED FROM WS-WORK-COUNT
140900     END-IF
141000     PERFORM 8020-PRINT-FILE-LINE THRU 8020-PRINT-FILE-LINE-EXIT
141100
141200     MOVE 'RCVVSAM' TO RPT-F-FILE
141300     MOVE WS-RCV-BEFORE  TO RPT-F-BEFORE
141400     MOVE WS-RCV-REMOVED TO RPT-F-REMOVED
141500     MOVE ZERO           TO RPT-F-ADDED
141600     MOVE WS-RCV-BEFORE  TO WS-WORK-COUNT
141700     IF BACKOUT-APPLIED
141800         SUBTRACT WS-RCV-REMOVED FROM WS-WORK-COUNT
141900     END-IF
142000     PERFORM 8020-PRINT-FILE-LINE THRU 8020-PRINT-FILE-LINE-EXIT
142100
142200     PERFORM 8100-PRINT-BALANCE THRU 8100-PRINT-BALANCE-EXIT
142300     PERFORM 8200-PRINT-STATE THRU 8200-PRINT-STATE-EXIT
142400     DISPLAY 'PARBKOUT - EXECUCAO=' BKC-RUN-ID
142500         ' DATA=' WS-BUS-DATE
142600         ' XTRMONTH-REMOVIDOS=' WS-XTM-REMOVED
142700         ' AUDITORIA-ESTORNOS=' WS-AUD-ADDED
142800         ' SUSPENSO-REMOVIDOS=' WS-SUS-REMOVED
142900         ' APLICADO=' WS-APPLY-SW.
143000 8000-WRITE-REPORT-EXIT.
143100     EXIT.
143200
143300 8010-PRINT-ONE-ATTEMPT.
143400     ADD 1 TO WS-SET-SUB
143500     MOVE SPACES TO WS-RPT-TEXT-LINE
143600     MOVE 'TENTATIVA ABORTADA ESTORNADA...:' TO RPT-X-LABEL
143700     MOVE WS-SET-RUN-ID (WS-SET-SUB) TO RPT-X-TEXT
143800     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
143900     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT.
144000 8010-PRINT-ONE-ATTEMPT-EXIT.
144100     EXIT.
144200
144300 8020-PRINT-FILE-LINE.
144400     MOVE WS-WORK-COUNT TO RPT-F-AFTER
144500     MOVE WS-RPT-FILE-LINE TO WS-PRINT-LINE
144600     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT.
144700 8020-PRINT-FILE-LINE-EXIT.
144800     EXIT.
144900
145000******************************************************************
145100*  8100-PRINT-BALANCE                                            *
145200*  ONE LINE PER PROOF AGAINST THE PUBLISHED TOTALS.  REJECTS AND *
145300*  RECYCLED RECORDS ARE SHOWN FOR INFORMATION ONLY - A REJECT    *
145400*  ALREADY ON SUSPENSE FROM AN EARLIER DAY IS NOT SUSPENDED      *
145500*  AGAIN, AND A RECYCLED DUPLICATE REACHES NEITHER FILE.         *
145600******************************************************************
145700 8100-PRINT-BALANCE.
145800     MOVE SPACES TO WS-PRINT-LINE
145900     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
146000     IF NOT TOTALS-PUBLISHED
146100         MOVE SPACES TO WS-RPT-TEXT-LINE
146200         MOVE 'CONFERENCIA....................:' TO RPT-X-LABEL
146300         MOVE 'EXECUCAO SEM TOTAIS PUBLICADOS NO RUNHIST'
146400           TO RPT-X-TEXT
146500         MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
146600         PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
146700         GO TO 8100-PRINT-BALANCE-EXIT
146800     END-IF
146900     MOVE WS-RPT-BALANCE-HDR TO WS-PRINT-LINE
147000     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
147100
147200     MOVE 'DETALHES DA EXECUCAO NO XTRMONTH' TO RPT-B-ITEM
147300     MOVE WS-PUB-CLASSIFIED  TO RPT-B-PUBLISHED
147400     MOVE WS-XTM-RUN-DETAILS TO RPT-B-FOUND
147500     IF WS-XTM-RUN-DETAILS = WS-PUB-CLASSIFIED
147600         MOVE 'CONFERE' TO RPT-B-STATUS
147700     ELSE
147800         MOVE 'DIVERGE' TO RPT-B-STATUS
147900     END-IF
148000     PERFORM 8110-PRINT-BALANCE-LINE
148100         THRU 8110-PRINT-BALANCE-LINE-EXIT
148200
148300     MOVE 'DECISOES DA EXECUCAO NA AUDITORIA' TO RPT-B-ITEM
148400     MOVE WS-PUB-CLASSIFIED TO RPT-B-PUBLISHED
148500     MOVE WS-AUD-RUN-COUNT  TO RPT-B-FOUND
148600     IF WS-AUD-RUN-COUNT = WS-PUB-CLASSIFIED
148700         MOVE 'CONFERE' TO RPT-B-STATUS
148800     ELSE
148900         MOVE 'DIVERGE' TO RPT-B-STATUS
149000     END-IF
149100     PERFORM 8110-PRINT-BALANCE-LINE
149200         THRU 8110-PRINT-BALANCE-LINE-EXIT
149300
149400     MOVE 'XTRMONTH (TODAS TENTATIVAS) X STATHIST' TO RPT-B-ITEM
149500     MOVE WS-XTM-DETAILS-REMOVED TO RPT-B-PUBLISHED
149600     MOVE WS-STA-REMOVED-RECS    TO RPT-B-FOUND
149700     IF WS-STA-REMOVED-RECS = WS-XTM-DETAILS-REMOVED
149800         MOVE 'CONFERE' TO RPT-B-STATUS
149900     ELSE
150000         MOVE 'DIVERGE' TO RPT-B-STATUS
150100     END-IF
150200     PERFORM 8110-PRINT-BALANCE-LINE
150300         THRU 8110-PRINT-BALANCE-LINE-EXIT
150400
150500     MOVE 'REGISTROS LIDOS PELA EXECUCAO' TO RPT-B-ITEM
150600     MOVE WS-PUB-READ-COUNT TO RPT-B-PUBLISHED
150700     ADD WS-PUB-CLASSIFIED WS-PUB-REJECT-COUNT
150800         GIVING WS-WORK-COUNT
150900     MOVE WS-WORK-COUNT     TO RPT-B-FOUND
151000     MOVE 'INFORMATIVO' TO RPT-B-STATUS
151100     PERFORM 8110-PRINT-BALANCE-LINE
151200         THRU 8110-PRINT-BALANCE-LINE-EXIT
151300
151400     MOVE 'REJEITOS X SUSPENSO REMOVIDO' TO RPT-B-ITEM
151500     MOVE WS-PUB-REJECT-COUNT TO RPT-B-PUBLISHED
151600     MOVE WS-SUS-REMOVED      TO RPT-B-FOUND
151700     MOVE 'INFORMATIVO' TO RPT-B-STATUS
151800     PERFORM 8110-PRINT-BALANCE-LINE
151900         THRU 8110-PRINT-BALANCE-LINE-EXIT
152000
152100     MOVE 'RECICLADOS LIDOS X DEVOLVIDOS' TO RPT-B-ITEM
152200     MOVE WS-PUB-RECYCLED TO RPT-B-PUBLISHED
152300     MOVE WS-RCY-ADDED    TO RPT-B-FOUND
152400     MOVE 'INFORMATIVO' TO RPT-B-STATUS
152500     PERFORM 8110-PRINT-BALANCE-LINE
152600         THRU 8110-PRINT-BALANCE-LINE-EXIT.
152700 8100-PRINT-BALANCE-EXIT.
152800     EXIT.
152900
153000 8110-PRINT-BALANCE-LINE.
153100     MOVE WS-RPT-BALANCE-LINE TO WS-PRINT-LINE
153200     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT.
153300 8110-PRINT-BALANCE-LINE-EXIT.
153400     EXIT.
153500
153600******************************************************************
153700*  8200-PRINT-STATE                                              *
153800*  RUN-STATE, BUSINESS DATE, THE REVVSAM REVIEW COUNT AND THE    *
153900*  OUTCOME - WHICH ALSO SETS THE RETURN CODE.                    *
154000******************************************************************
154100 8200-PRINT-STATE.
154200     MOVE SPACES TO WS-PRINT-LINE
154300     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
154400     MOVE SPACES TO WS-RPT-TEXT-LINE
154500     MOVE 'RUNSTATE ANTES / DEPOIS........:' TO RPT-X-LABEL
154600     STRING WS-RST-STATUS-BEFORE DELIMITED BY SIZE
154700            ' / '                DELIMITED BY SIZE
154800            WS-RST-STATUS-AFTER  DELIMITED BY SIZE
154900            '   (EXECUCAO '      DELIMITED BY SIZE
155000            WS-RST-RUN-ID        DELIMITED BY SIZE
155100            ')'                  DELIMITED BY SIZE
155200            INTO RPT-X-TEXT
155300     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
155400     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
155500
155600     MOVE SPACES TO WS-RPT-TEXT-LINE
155700     MOVE 'BUSDATE ANTES / DEPOIS.........:' TO RPT-X-LABEL
155800     STRING WS-BDT-BEFORE DELIMITED BY SIZE
155900            ' / '         DELIMITED BY SIZE
156000            WS-BDT-AFTER  DELIMITED BY SIZE
156100            INTO RPT-X-TEXT
156200     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
156300     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
156400
156500     MOVE SPACES TO WS-RPT-TEXT-LINE
156600     MOVE 'REVVSAM - ENTRADAS DO DIA......:' TO RPT-X-LABEL
156700     MOVE WS-REV-REVIEW TO WS-EDIT-COUNT
156800     IF WS-REV-REVIEW > ZERO
156900         STRING WS-EDIT-COUNT DELIMITED BY SIZE
157000                ' - REVISAR MANUALMENTE (NAO ESTORNADAS)'
157100                              DELIMITED BY SIZE
157200                INTO RPT-X-TEXT
157300     ELSE
157400         MOVE WS-EDIT-COUNT TO RPT-X-TEXT
157500     END-IF
157600     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
157700     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT
157800
157900     MOVE SPACES TO WS-RPT-TEXT-LINE
158000     MOVE 'RESULTADO......................:' TO RPT-X-LABEL
158100     IF NOT BACKOUT-APPLIED
158200         MOVE 'TOTAIS DIVERGEM - ESTORNO NAO APLICADO'
158300           TO RPT-X-TEXT
158400         MOVE 8 TO RETURN-CODE
158500     ELSE
158600         IF TOTALS-DIVERGE
158700             MOVE 'ESTORNO APLICADO POR FORCA - TOTAIS DIVERGEM'
158800               TO RPT-X-TEXT
158900             MOVE 4 TO RETURN-CODE
159000         ELSE
159100             MOVE 'ESTORNO APLICADO' TO RPT-X-TEXT
159200             IF NOT TOTALS-PUBLISHED
159300              OR WS-REV-REVIEW > ZERO
159400                 MOVE 4 TO RETURN-CODE
159500             END-IF
159600         END-IF
159700     END-IF
159800     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
159900     PERFORM 8900-PRINT-LINE THRU 8900-PRINT-LINE-EXIT.
160000 8200-PRINT-STATE-EXIT.
160100     EXIT.
160200
160300******************************************************************
160400*  8500-TEST-RUN-IN-SET                                          *
160500******************************************************************
160600 8500-TEST-RUN-IN-SET.
160700     SET RUN-NOT-IN-SET TO TRUE
160800     MOVE ZERO TO WS-SET-SUB
160900     PERFORM 8510-TEST-ONE-SET-ENTRY
161000         THRU 8510-TEST-ONE-SET-ENTRY-EXIT
161100         UNTIL RUN-IN-SET
161200            OR WS-SET-SUB >= WS-SET-COUNT.
161300 8500-TEST-RUN-IN-SET-EXIT.
161400     EXIT.
161500
161600 8510-TEST-ONE-SET-ENTRY.
161700     ADD 1 TO WS-SET-SUB
161800     IF WS-SET-RUN-ID (WS-SET-SUB) = WS-TEST-RUN-ID
161900         SET RUN-IN-SET TO TRUE
162000     END-IF.
162100 8510-TEST-ONE-SET-ENTRY-EXIT.
162200     EXIT.
162300
162400******************************************************************
162500*  8600-TEST-RUN-IN-DAY                                          *
162600******************************************************************
162700 8600-TEST-RUN-IN-DAY.
162800     SET RUN-NOT-IN-DAY TO TRUE
162900     MOVE ZERO TO WS-DAY-SUB
163000     PERFORM 8610-TEST-ONE-DAY-ENTRY
163100         THRU 8610-TEST-ONE-DAY-ENTRY-EXIT
163200         UNTIL RUN-IN-DAY
163300            OR WS-DAY-SUB >= WS-DAY-COUNT.
163400 8600-TEST-RUN-IN-DAY-EXIT.
163500     EXIT.
163600
163700 8610-TEST-ONE-DAY-ENTRY.
163800     ADD 1 TO WS-DAY-SUB
163900     IF WS-DAY-RUN-ID (WS-DAY-SUB) = WS-TEST-RUN-ID
164000         SET RUN-IN-DAY TO TRUE
164100     END-IF.
164200 8610-TEST-ONE-DAY-ENTRY-EXIT.
164300     EXIT.
164400
164500******************************************************************
164600*  8900-PRINT-LINE                                               *
164700******************************************************************
164800 8900-PRINT-LINE.
164900     PERFORM 1410-CHECK-PAGE-BREAK THRU 1410-CHECK-PAGE-BREAK-EXIT
165000     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE
165100     ADD 1 TO WS-LINE-COUNT.
165200 8900-PRINT-LINE-EXIT.
165300     EXIT.
165400
165500******************************************************************
165600*  9000-TERMINATE                                                *
165700******************************************************************
165800 9000-TERMINATE.
165900     CLOSE RCYOUT
166000     CLOSE RPTFILE.
166100 9000-TERMINATE-EXIT.
166200     EXIT.
166300
166400 9999-EXIT.
166500     GOBACK.
