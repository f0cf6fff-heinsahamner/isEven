000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARJOIN                                         *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : CLOSES A PARTITIONED DAY.  PROVES THAT EVERY    *
001000*                PARTITION PARSPLIT CREATED (PTNFILE) HAS RUN TO *
001100*                COMPLETION UNDER THE DAY'S RUN-ID (PRSTIN, THE  *
001200*                PARTITIONS' RUN-STATE FILES) AND PUBLISHED ITS  *
001300*                CONTROL TOTALS EXACTLY ONCE (CTLIN, THE         *
001400*                PARTITIONS' CTLOUT RECORDS), THEN SUMS THOSE    *
001500*                TOTALS INTO THE ONE CTLOUT RECORD FOR THE DAY   *
001600*                THAT THE RECONCILIATION, RUNHIST AND THE MORNING*
001700*                SUMMARY READ, PRINTS THE CONSOLIDATION PAGE AND *
001800*                MARKS THE DAY'S OWN RUN-STATE RECORD COMPLETE.  *
001900*                RECORDS OF ANY OTHER RUN-ID (A PARTITION NOT IN *
002000*                USE TODAY STILL HOLDING AN EARLIER DAY) ARE     *
002100*                IGNORED.  ENDS RC=16, WRITING NO CTLOUT AND     *
002200*                LEAVING THE DAY OPEN, WHEN A PARTITION IS       *
002300*                MISSING, INCOMPLETE OR PUBLISHED TWICE - THE    *
002400*                REPORT NAMES THE PARTITIONS TO RESTART.         *
002410*                A COMPLETE DAY'S SUSPENSE ADDS (SUSADD, EVERY   *
002420*                PARTITION'S NEW REJECTS) ARE THEN POSTED TO THE *
002430*                SUSPENSE KSDS, WHICH THE PARTITIONS THEMSELVES  *
002440*                NEVER OPEN.                                     *
002500*                                                                *
002600*   MODIFICATION HISTORY                                         *
002700*   ---------------------------------------------------------    *
002800*   2026-10-15  JA  ORIGINAL.                                    *
002810*   2026-10-15  JA  POSTS THE PARTITIONS' SUSADD FILES TO THE    *
002820*                    SUSPENSE KSDS (4500) - THE PARTITIONS NO    *
002830*                    LONGER SHARE IT WHILE THEY RUN.             *
002900******************************************************************
003000 PROGRAM-ID. PARJOIN.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PTNFILE ASSIGN TO PTNFILE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS FS-PTNFILE.
004000
004100     SELECT RSTFILE ASSIGN TO RSTFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-RSTFILE.
004400
004500     SELECT PRSTIN ASSIGN TO PRSTIN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-PRSTIN.
004800
004900     SELECT CTLIN ASSIGN TO CTLIN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-CTLIN.
005200
005300     SELECT CTLOUT ASSIGN TO CTLOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-CTLOUT.
005600
005700     SELECT RPTFILE ASSIGN TO RPTFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-RPTFILE.
005910
005920     SELECT SUSADD ASSIGN TO SUSADD
005930         ORGANIZATION IS SEQUENTIAL
005940         FILE STATUS IS FS-SUSADD.
005950
005960     SELECT SUSFILE ASSIGN TO SUSFILE
005970         ORGANIZATION IS INDEXED
005975         ACCESS MODE IS RANDOM
005980         RECORD KEY IS SUS-KEY
005990         FILE STATUS IS FS-SUSFILE.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PTNFILE
006400     RECORDING MODE IS F.
006500     COPY PARPTN.
006600
006700 FD  RSTFILE
006800     RECORDING MODE IS F.
006900     COPY PARRST.
007000
007100*    ONLY THE RUN-ID, STATUS AND PARTITION OF EACH PARTITION'S
007200*    RUN-STATE RECORD ARE NEEDED - SAME POSITIONS AS IN PARRST.
007300 FD  PRSTIN
007400     RECORDING MODE IS F.
007500 01  PRSTIN-RECORD.
007600     05  PRS-RUN-ID              PIC X(08).
007700     05  PRS-RUN-DATE            PIC X(10).
007800     05  PRS-STATUS              PIC X(01).
007900     05  FILLER                  PIC X(52).
008000     05  PRS-PARTITION-NO        PIC X(02).
008100     05  FILLER                  PIC X(07).
008200
008300 FD  CTLIN
008400     RECORDING MODE IS F.
008500     COPY PARTOT.
008600
008700 FD  CTLOUT
008800     RECORDING MODE IS F.
008900 01  CTLOUT-RECORD               PIC X(144).
009000
009100 FD  RPTFILE
009200     RECORDING MODE IS F.
009300 01  RPT-LINE                    PIC X(132).
009400
009410 FD  SUSADD
009420     RECORDING MODE IS F.
009430 01  SUSADD-RECORD               PIC X(60).
009440
009450 FD  SUSFILE.
009460     COPY PARSUS.
009470
009500 WORKING-STORAGE SECTION.
009600******************************************************************
009700*  FILE STATUS FIELDS                                            *
009800******************************************************************
009900 77  FS-PTNFILE                 PIC X(02) VALUE '00'.
010000 77  FS-RSTFILE                 PIC X(02) VALUE '00'.
010100 77  FS-PRSTIN                  PIC X(02) VALUE '00'.
010200 77  FS-CTLIN                   PIC X(02) VALUE '00'.
010300 77  FS-CTLOUT                  PIC X(02) VALUE '00'.
010400 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
010410 77  FS-SUSADD                  PIC X(02) VALUE '00'.
010420 77  FS-SUSFILE                 PIC X(02) VALUE '00'.
010500
010600 77  WS-PTN-EOF-SW              PIC X(01) VALUE 'N'.
010700     88  END-OF-PARTITIONS                 VALUE 'Y'.
010800 77  WS-PRS-EOF-SW              PIC X(01) VALUE 'N'.
010900     88  END-OF-PART-STATES                VALUE 'Y'.
011000 77  WS-CTL-EOF-SW              PIC X(01) VALUE 'N'.
011100     88  END-OF-CTLIN                      VALUE 'Y'.
011110 77  WS-SUS-EOF-SW              PIC X(01) VALUE 'N'.
011120     88  END-OF-SUSADD                     VALUE 'Y'.
011200 77  WS-DAY-OK-SW               PIC X(01) VALUE 'Y'.
011300     88  DAY-COMPLETE                      VALUE 'Y'.
011400
011500******************************************************************
011600*  PARTITION TABLE - WHAT PTNFILE SAYS EACH PARTITION HOLDS, ITS *
011700*  RUN STATE AND THE CONTROL TOTALS IT PUBLISHED.                *
011800******************************************************************
011900 77  WS-PTN-MAX                 PIC 9(02) VALUE 8 COMP.
012000 77  WS-STREAM-COUNT            PIC 9(02) VALUE ZERO COMP.
012100 77  WS-PTN-RECORDS             PIC 9(02) VALUE ZERO COMP.
012200 77  WS-PTN-SUB                 PIC 9(02) VALUE ZERO COMP.
012300 77  WS-PTN-NN                  PIC 9(02) VALUE ZERO.
012400 77  WS-SRC-SUB                 PIC 9(02) VALUE ZERO COMP.
012500
012600 01  WS-PARTITION-TABLE.
012700     05  WS-PT-ENTRY OCCURS 8 TIMES.
012800         10  WS-PT-LISTED-SW    PIC X(01).
012900             88  WS-PT-LISTED              VALUE 'Y'.
013000         10  WS-PT-STATUS       PIC X(01).
013100             88  WS-PT-COMPLETE            VALUE 'C'.
013200         10  WS-PT-CTL-SW       PIC X(01).
013300             88  WS-PT-CTL-SEEN            VALUE 'Y'.
013400         10  WS-PT-UPTO         PIC X(10).
013500         10  WS-PT-EXPECTED     PIC 9(09) COMP.
013600         10  WS-PT-READ         PIC 9(09) COMP.
013700         10  WS-PT-SKIP         PIC 9(09) COMP.
013800         10  WS-PT-EVEN         PIC 9(09) COMP.
013900         10  WS-PT-ODD          PIC 9(09) COMP.
014000         10  WS-PT-REJECT       PIC 9(09) COMP.
014100         10  WS-PT-DUP          PIC 9(09) COMP.
014200
014300 77  WS-RUN-ID                  PIC X(08) VALUE SPACES.
014400 77  WS-RUN-DATE                PIC X(10) VALUE SPACES.
014500 77  WS-DIVISOR                 PIC 9(02) VALUE ZERO.
014600 77  WS-EXPECTED-TOTAL          PIC 9(09) VALUE ZERO COMP.
014700 77  WS-OTHER-RUN-COUNT         PIC 9(09) VALUE ZERO COMP.
014800 77  WS-WORK-COUNT              PIC 9(09) VALUE ZERO COMP.
014810 77  WS-SUS-ADDED               PIC 9(09) VALUE ZERO COMP.
014820 77  WS-SUS-ON-FILE             PIC 9(09) VALUE ZERO COMP.
014830 77  WS-SUS-OTHER-RUN           PIC 9(09) VALUE ZERO COMP.
014900 77  WS-TIMESTAMP               PIC X(26) VALUE SPACES.
015000
015100******************************************************************
015200*  THE DAY'S CONTROL-TOTALS RECORD - THE PARTITIONS' SUMS, WITH  *
015300*  CTL-PARTITION-NO BLANK AS ON A SINGLE-STREAM RUN.             *
015400******************************************************************
015500 COPY PARTOT REPLACING ==PAR-CONTROL-TOTALS-RECORD==
015600                    BY ==WS-DAY-TOTALS-RECORD==
015700                       LEADING ==CTL-== BY ==DAY-==.
015800
015900 01  WS-RUN-DATE-YYYYMMDD.
016000     05  WS-RD-CCYY             PIC 9(04).
016100     05  WS-RD-MM               PIC 9(02).
016200     05  WS-RD-DD               PIC 9(02).
016300
016400 01  WS-RUN-DATE-DISPLAY.
016500     05  WS-RDD-DD              PIC 9(02).
016600     05  FILLER                 PIC X(01) VALUE '/'.
016700     05  WS-RDD-MM              PIC 9(02).
016800     05  FILLER                 PIC X(01) VALUE '/'.
016900     05  WS-RDD-CCYY            PIC 9(04).
017000
017100 01  WS-RUN-TIME-HHMMSSCC.
017200     05  WS-RT-HH               PIC 9(02).
017300     05  WS-RT-MM               PIC 9(02).
017400     05  WS-RT-SS               PIC 9(02).
017500     05  WS-RT-CC               PIC 9(02).
017600
017700******************************************************************
017800*  CONSOLIDATION REPORT LINE LAYOUTS                             *
017900******************************************************************
018000 01  WS-PRINT-LINE              PIC X(132) VALUE SPACES.
018100
018200 01  WS-RPT-TITLE-LINE1.
018300     05  FILLER                  PIC X(16) VALUE 'PARJOIN-REL'.
018400     05  FILLER                  PIC X(40)
018500         VALUE 'CONSOLIDACAO DO DIA PARTICIONADO'.
018600     05  FILLER                  PIC X(76) VALUE SPACES.
018700
018800 01  WS-RPT-TITLE-LINE2.
018900     05  FILLER                  PIC X(06) VALUE 'DATA: '.
019000     05  RPT-H-DATE              PIC X(10).
019100     05  FILLER                  PIC X(05) VALUE SPACES.
019200     05  FILLER                  PIC X(10) VALUE 'EXECUCAO: '.
019300     05  RPT-H-RUN-ID            PIC X(08).
019400     05  FILLER                  PIC X(05) VALUE SPACES.
019500     05  FILLER                  PIC X(11) VALUE 'MOVIMENTO: '.
019600     05  RPT-H-RUN-DATE          PIC X(10).
019700     05  FILLER                  PIC X(05) VALUE SPACES.
019800     05  FILLER                  PIC X(11) VALUE 'PARTICOES: '.
019900     05  RPT-H-STREAMS           PIC Z9.
020000     05  FILLER                  PIC X(49) VALUE SPACES.
020100
020200 01  WS-RPT-PART-HDR.
020300     05  FILLER                  PIC X(06) VALUE 'PART'.
020400     05  FILLER                  PIC X(12) VALUE 'ATE A CONTA'.
020500     05  FILLER                  PIC X(13) VALUE '     ESPERADO'.
020600     05  FILLER                  PIC X(13) VALUE '        LIDOS'.
020700     05  FILLER                  PIC X(13) VALUE '      PULADOS'.
020800     05  FILLER                  PIC X(13) VALUE '        PARES'.
020900     05  FILLER                  PIC X(13) VALUE '      IMPARES'.
021000     05  FILLER                  PIC X(13) VALUE '   REJEITADOS'.
021100     05  FILLER                  PIC X(13) VALUE '   DUPLICADOS'.
021200     05  FILLER                  PIC X(03) VALUE SPACES.
021300     05  FILLER                  PIC X(20) VALUE 'SITUACAO'.
021400
021500 01  WS-RPT-PART-LINE.
021600     05  RPT-P-PARTITION         PIC X(06).
021700     05  RPT-P-UPTO              PIC X(12).
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  RPT-P-EXPECTED          PIC ZZZ,ZZZ,ZZ9.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  RPT-P-READ              PIC ZZZ,ZZZ,ZZ9.
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  RPT-P-SKIP              PIC ZZZ,ZZZ,ZZ9.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  RPT-P-EVEN              PIC ZZZ,ZZZ,ZZ9.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  RPT-P-ODD               PIC ZZZ,ZZZ,ZZ9.
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  RPT-P-REJECT            PIC ZZZ,ZZZ,ZZ9.
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  RPT-P-DUP               PIC ZZZ,ZZZ,ZZ9.
023200     05  FILLER                  PIC X(03) VALUE SPACES.
023300     05  RPT-P-STATUS            PIC X(20).
023400
023500 01  WS-RPT-TEXT-LINE.
023600     05  RPT-X-LABEL             PIC X(32).
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  RPT-X-TEXT              PIC X(60).
023900     05  FILLER                  PIC X(39) VALUE SPACES.
023910
023920 01  WS-RPT-SUS-TEXT.
023930     05  RPT-S-ADDED             PIC ZZZ,ZZZ,ZZ9.
023940     05  FILLER                  PIC X(12) VALUE ' INCLUIDOS, '.
023950     05  RPT-S-ON-FILE           PIC ZZZ,ZZZ,ZZ9.
023960     05  FILLER                  PIC X(16)
023965         VALUE ' JA EM SUSPENSAO'.
023970     05  FILLER                  PIC X(10) VALUE SPACES.
024000
024100 PROCEDURE DIVISION.
024200******************************************************************
024300*  0000-MAINLINE                                                 *
024400******************************************************************
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
024700     PERFORM 2000-READ-PARTITION-STATES
024800         THRU 2000-READ-PARTITION-STATES-EXIT
024900     PERFORM 3000-READ-PARTITION-TOTALS
025000         THRU 3000-READ-PARTITION-TOTALS-EXIT
025100     PERFORM 4000-CHECK-PARTITIONS THRU 4000-CHECK-PARTITIONS-EXIT
025200     PERFORM 8000-WRITE-REPORT THRU 8000-WRITE-REPORT-EXIT
025300     IF NOT DAY-COMPLETE
025400         MOVE 16 TO RETURN-CODE
025500         CLOSE RPTFILE
025600         GO TO 9999-EXIT
025700     END-IF
025750     PERFORM 4500-POST-SUSPENSE THRU 4500-POST-SUSPENSE-EXIT
025800     PERFORM 5000-WRITE-DAY-TOTALS THRU 5000-WRITE-DAY-TOTALS-EXIT
025900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
026000     GO TO 9999-EXIT.
026100
026200******************************************************************
026300*  1000-INITIALIZE                                               *
026400*  READS THE PARTITION CONTROL AND PROVES THE DAY'S OWN RUN-STATE*
026500*  RECORD STANDS FOR THE SAME PARTITIONED DAY, STILL OPEN - A DAY*
026600*  ALREADY MERGED IS NEVER MERGED AGAIN.                         *
026700******************************************************************
026800 1000-INITIALIZE.
026900     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
027000     ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME
027100     MOVE WS-RD-DD   TO WS-RDD-DD
027200     MOVE WS-RD-MM   TO WS-RDD-MM
027300     MOVE WS-RD-CCYY TO WS-RDD-CCYY
027400     STRING WS-RD-CCYY   DELIMITED BY SIZE
027500            '-'          DELIMITED BY SIZE
027600            WS-RD-MM     DELIMITED BY SIZE
027700            '-'          DELIMITED BY SIZE
027800            WS-RD-DD     DELIMITED BY SIZE
027900            '-'          DELIMITED BY SIZE
028000            WS-RT-HH     DELIMITED BY SIZE
028100            '.'          DELIMITED BY SIZE
028200            WS-RT-MM     DELIMITED BY SIZE
028300            '.'          DELIMITED BY SIZE
028400            WS-RT-SS     DELIMITED BY SIZE
028500            '.'          DELIMITED BY SIZE
028600            WS-RT-CC     DELIMITED BY SIZE
028700            INTO WS-TIMESTAMP
028800     MOVE SPACES TO WS-PARTITION-TABLE
028900     MOVE 1 TO WS-PTN-SUB
029000     PERFORM 1010-CLEAR-ENTRY THRU 1010-CLEAR-ENTRY-EXIT
029100         UNTIL WS-PTN-SUB > WS-PTN-MAX
029200     OPEN OUTPUT RPTFILE
029300     IF FS-RPTFILE NOT = '00'
029400         DISPLAY 'PARJOIN - UNABLE TO OPEN RPTFILE, STATUS='
029500             FS-RPTFILE
029600         MOVE 16 TO RETURN-CODE
029700         GO TO 9999-EXIT
029800     END-IF
029900     PERFORM 1100-READ-PARTITION-CONTROL
030000         THRU 1100-READ-PARTITION-CONTROL-EXIT
030100     PERFORM 1200-CHECK-DAY-STATE THRU 1200-CHECK-DAY-STATE-EXIT.
030200 1000-INITIALIZE-EXIT.
030300     EXIT.
030400
030500 1010-CLEAR-ENTRY.
030600     MOVE ZERO TO WS-PT-EXPECTED (WS-PTN-SUB)
030700                  WS-PT-READ (WS-PTN-SUB)
030800                  WS-PT-SKIP (WS-PTN-SUB)
030900                  WS-PT-EVEN (WS-PTN-SUB)
031000                  WS-PT-ODD (WS-PTN-SUB)
031100                  WS-PT-REJECT (WS-PTN-SUB)
031200                  WS-PT-DUP (WS-PTN-SUB)
031300     ADD 1 TO WS-PTN-SUB.
031400 1010-CLEAR-ENTRY-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800*  1100-READ-PARTITION-CONTROL                                   *
031900*  EVERY PTNFILE RECORD MUST CARRY THE ONE RUN-ID AND STREAM     *
032000*  COUNT, AND THERE MUST BE ONE RECORD PER STREAM.               *
032100******************************************************************
032200 1100-READ-PARTITION-CONTROL.
032300     OPEN INPUT PTNFILE
032400     IF FS-PTNFILE NOT = '00'
032500         DISPLAY 'PARJOIN - UNABLE TO OPEN PTNFILE, STATUS='
032600             FS-PTNFILE
032700         MOVE 16 TO RETURN-CODE
032800         GO TO 9999-EXIT
032900     END-IF
033000     PERFORM 1110-READ-ONE-PARTITION
033100         THRU 1110-READ-ONE-PARTITION-EXIT
033200         UNTIL END-OF-PARTITIONS
033300     CLOSE PTNFILE
033400     IF WS-PTN-RECORDS = ZERO
033500      OR WS-PTN-RECORDS NOT = WS-STREAM-COUNT
033600         DISPLAY 'PARJOIN - PTNFILE VAZIO OU INCOMPLETO - '
033700             WS-PTN-RECORDS ' REGISTROS PARA ' WS-STREAM-COUNT
033800             ' PARTICOES'
033900         MOVE 16 TO RETURN-CODE
034000         GO TO 9999-EXIT
034100     END-IF.
034200 1100-READ-PARTITION-CONTROL-EXIT.
034300     EXIT.
034400
034500 1110-READ-ONE-PARTITION.
034600     READ PTNFILE
034700         AT END
034800             SET END-OF-PARTITIONS TO TRUE
034900             GO TO 1110-READ-ONE-PARTITION-EXIT
035000     END-READ
035100     IF WS-PTN-RECORDS = ZERO
035200         MOVE PTN-RUN-ID       TO WS-RUN-ID
035300         MOVE PTN-RUN-DATE     TO WS-RUN-DATE
035400         MOVE PTN-STREAM-COUNT TO WS-STREAM-COUNT
035500     END-IF
035600     ADD 1 TO WS-PTN-RECORDS
035700     IF PTN-RUN-ID NOT = WS-RUN-ID
035800      OR PTN-STREAM-COUNT NOT = WS-STREAM-COUNT
035900      OR PTN-PARTITION-NO NOT NUMERIC
036000         DISPLAY 'PARJOIN - PTNFILE INCONSISTENTE NO REGISTRO '
036100             WS-PTN-RECORDS ' - RODE O PARSPLJB'
036200         MOVE 16 TO RETURN-CODE
036300         GO TO 9999-EXIT
036400     END-IF
036500     MOVE PTN-PARTITION-NO TO WS-PTN-NN
036600     IF WS-PTN-NN < 1 OR WS-PTN-NN > WS-STREAM-COUNT
036700         DISPLAY 'PARJOIN - PTNFILE INCONSISTENTE NO REGISTRO '
036800             WS-PTN-RECORDS ' - RODE O PARSPLJB'
036900         MOVE 16 TO RETURN-CODE
037000         GO TO 9999-EXIT
037100     END-IF
037200     IF WS-PT-LISTED (WS-PTN-NN)
037300         DISPLAY 'PARJOIN - PTNFILE REPETE A PARTICAO '
037400             PTN-PARTITION-NO ' - RODE O PARSPLJB'
037500         MOVE 16 TO RETURN-CODE
037600         GO TO 9999-EXIT
037700     END-IF
037800     SET WS-PT-LISTED (WS-PTN-NN) TO TRUE
037900     MOVE PTN-UPTO-ACCOUNT TO WS-PT-UPTO (WS-PTN-NN)
038000     MOVE PTN-RECORD-COUNT TO WS-PT-EXPECTED (WS-PTN-NN)
038100     ADD PTN-RECORD-COUNT  TO WS-EXPECTED-TOTAL.
038200 1110-READ-ONE-PARTITION-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600*  1200-CHECK-DAY-STATE                                          *
038700******************************************************************
038800 1200-CHECK-DAY-STATE.
038900     OPEN INPUT RSTFILE
039000     IF FS-RSTFILE NOT = '00'
039100         DISPLAY 'PARJOIN - UNABLE TO OPEN RSTFILE, STATUS='
039200             FS-RSTFILE
039300         MOVE 16 TO RETURN-CODE
039400         GO TO 9999-EXIT
039500     END-IF
039600     READ RSTFILE
039700         AT END
039800             MOVE SPACES TO PAR-RUN-STATE-RECORD
039900     END-READ
040000     CLOSE RSTFILE
040100     IF RST-RUN-ID NOT = WS-RUN-ID
040200      OR NOT RST-PARTITIONED-DAY
040300         DISPLAY 'PARJOIN - O RUNSTATE DO DIA NAO E DA EXECUCAO '
040400             WS-RUN-ID ' - RODE O PARSPLJB'
040500         MOVE 16 TO RETURN-CODE
040600         GO TO 9999-EXIT
040700     END-IF
040800     IF NOT RST-RUN-ACTIVE
040900         DISPLAY 'PARJOIN - DIA PARTICIONADO ' WS-RUN-ID
041000             ' JA CONSOLIDADO (SITUACAO ' RST-STATUS ')'
041100         MOVE 16 TO RETURN-CODE
041200         GO TO 9999-EXIT
041300     END-IF.
041400 1200-CHECK-DAY-STATE-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800*  2000-READ-PARTITION-STATES                                    *
041900*  PRSTIN IS THE CONCATENATION OF THE PARTITIONS' RUN-STATE      *
042000*  FILES.  ONLY RECORDS OF TODAY'S RUN-ID COUNT.                 *
042100******************************************************************
042200 2000-READ-PARTITION-STATES.
042300     OPEN INPUT PRSTIN
042400     IF FS-PRSTIN NOT = '00'
042500         DISPLAY 'PARJOIN - UNABLE TO OPEN PRSTIN, STATUS='
042600             FS-PRSTIN
042700         MOVE 16 TO RETURN-CODE
042800         GO TO 9999-EXIT
042900     END-IF
043000     PERFORM 2100-READ-ONE-STATE THRU 2100-READ-ONE-STATE-EXIT
043100         UNTIL END-OF-PART-STATES
043200     CLOSE PRSTIN.
043300 2000-READ-PARTITION-STATES-EXIT.
043400     EXIT.
043500
043600 2100-READ-ONE-STATE.
043700     READ PRSTIN
043800         AT END
043900             SET END-OF-PART-STATES TO TRUE
044000             GO TO 2100-READ-ONE-STATE-EXIT
044100     END-READ
044200     IF PRS-RUN-ID NOT = WS-RUN-ID
044300      OR PRS-PARTITION-NO NOT NUMERIC
044400         GO TO 2100-READ-ONE-STATE-EXIT
044500     END-IF
044600     MOVE PRS-PARTITION-NO TO WS-PTN-NN
044700     IF WS-PTN-NN > ZERO AND WS-PTN-NN NOT > WS-STREAM-COUNT
044800         MOVE PRS-STATUS TO WS-PT-STATUS (WS-PTN-NN)
044900     END-IF.
045000 2100-READ-ONE-STATE-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*  3000-READ-PARTITION-TOTALS                                    *
045500*  CTLIN IS THE CONCATENATION OF THE PARTITIONS' CTLOUT FILES.   *
045600*  A PARTITION PUBLISHING TWICE WOULD BE COUNTED TWICE - IT      *
045700*  FAILS THE MERGE.  THE DAY'S TOTALS ARE SUMMED AS THEY COME.   *
045800******************************************************************
045900 3000-READ-PARTITION-TOTALS.
046000     MOVE SPACES TO WS-DAY-TOTALS-RECORD
046100     MOVE WS-RUN-ID   TO DAY-RUN-ID
046200     MOVE WS-RUN-DATE TO DAY-RUN-DATE
046300     MOVE ZERO TO DAY-DIVISOR DAY-READ-COUNT DAY-EVEN-COUNT
046400                  DAY-ODD-COUNT DAY-REJECT-COUNT DAY-DUP-COUNT
046500                  DAY-SKIP-COUNT DAY-POS-COUNT DAY-NEG-COUNT
046600     MOVE 1 TO WS-SRC-SUB
046700     PERFORM 3010-CLEAR-SOURCE THRU 3010-CLEAR-SOURCE-EXIT
046800         UNTIL WS-SRC-SUB > 5
046900     OPEN INPUT CTLIN
047000     IF FS-CTLIN NOT = '00'
047100         DISPLAY 'PARJOIN - UNABLE TO OPEN CTLIN, STATUS='
047200             FS-CTLIN
047300         MOVE 16 TO RETURN-CODE
047400         GO TO 9999-EXIT
047500     END-IF
047600     PERFORM 3100-READ-ONE-TOTAL THRU 3100-READ-ONE-TOTAL-EXIT
047700         UNTIL END-OF-CTLIN
047800     CLOSE CTLIN
047900     IF WS-OTHER-RUN-COUNT > ZERO
048000         DISPLAY 'PARJOIN - ' WS-OTHER-RUN-COUNT
048100             ' REGISTRO(S) DE CTLIN DE OUTRAS EXECUCOES IGNORADOS'
048200     END-IF.
048300 3000-READ-PARTITION-TOTALS-EXIT.
048400     EXIT.
048500
048600 3010-CLEAR-SOURCE.
048700     MOVE ZERO TO DAY-SRC-READ-COUNT (WS-SRC-SUB)
048800     ADD 1 TO WS-SRC-SUB.
048900 3010-CLEAR-SOURCE-EXIT.
049000     EXIT.
049100
049200 3100-READ-ONE-TOTAL.
049300     READ CTLIN
049400         AT END
049500             SET END-OF-CTLIN TO TRUE
049600             GO TO 3100-READ-ONE-TOTAL-EXIT
049700     END-READ
049800     IF CTL-RUN-ID NOT = WS-RUN-ID
049900      OR CTL-PARTITION-NO NOT NUMERIC
050000         ADD 1 TO WS-OTHER-RUN-COUNT
050100         GO TO 3100-READ-ONE-TOTAL-EXIT
050200     END-IF
050300     MOVE CTL-PARTITION-NO TO WS-PTN-NN
050400     IF WS-PTN-NN < 1 OR WS-PTN-NN > WS-STREAM-COUNT
050500         ADD 1 TO WS-OTHER-RUN-COUNT
050600         GO TO 3100-READ-ONE-TOTAL-EXIT
050700     END-IF
050800     IF WS-PT-CTL-SEEN (WS-PTN-NN)
050900         DISPLAY 'PARJOIN - PARTICAO ' CTL-PARTITION-NO
051000             ' PUBLICOU CTLOUT MAIS DE UMA VEZ'
051100         MOVE 'N' TO WS-DAY-OK-SW
051200         MOVE 'D' TO WS-PT-STATUS (WS-PTN-NN)
051300         GO TO 3100-READ-ONE-TOTAL-EXIT
051400     END-IF
051500     SET WS-PT-CTL-SEEN (WS-PTN-NN) TO TRUE
051600     IF DAY-DIVISOR = ZERO
051700         MOVE CTL-DIVISOR TO DAY-DIVISOR
051800     END-IF
051900     IF CTL-DIVISOR NOT = DAY-DIVISOR
052000         DISPLAY 'PARJOIN - PARTICAO ' CTL-PARTITION-NO
052100             ' RODOU COM DIVISOR ' CTL-DIVISOR
052200             ' E AS ANTERIORES COM ' DAY-DIVISOR
052300         MOVE 'N' TO WS-DAY-OK-SW
052400     END-IF
052500     MOVE CTL-READ-COUNT   TO WS-PT-READ (WS-PTN-NN)
052600     MOVE CTL-SKIP-COUNT   TO WS-PT-SKIP (WS-PTN-NN)
052700     MOVE CTL-EVEN-COUNT   TO WS-PT-EVEN (WS-PTN-NN)
052800     MOVE CTL-ODD-COUNT    TO WS-PT-ODD (WS-PTN-NN)
052900     MOVE CTL-REJECT-COUNT TO WS-PT-REJECT (WS-PTN-NN)
053000     MOVE CTL-DUP-COUNT    TO WS-PT-DUP (WS-PTN-NN)
053100     ADD CTL-READ-COUNT    TO DAY-READ-COUNT
053200     ADD CTL-EVEN-COUNT    TO DAY-EVEN-COUNT
053300     ADD CTL-ODD-COUNT     TO DAY-ODD-COUNT
053400     ADD CTL-REJECT-COUNT  TO DAY-REJECT-COUNT
053500     ADD CTL-DUP-COUNT     TO DAY-DUP-COUNT
053600     ADD CTL-SKIP-COUNT    TO DAY-SKIP-COUNT
053700     ADD CTL-POS-COUNT     TO DAY-POS-COUNT
053800     ADD CTL-NEG-COUNT     TO DAY-NEG-COUNT
053900     MOVE 1 TO WS-SRC-SUB
054000     PERFORM 3110-ADD-SOURCE THRU 3110-ADD-SOURCE-EXIT
054100         UNTIL WS-SRC-SUB > 5.
054200 3100-READ-ONE-TOTAL-EXIT.
054300     EXIT.
054400
054500*    THE SLOT ORDER IS FIXED BY PARIDADE (1040-INIT-SOURCE-TABLE),
054600*    SO EVERY PARTITION CARRIES THE SAME CODE IN THE SAME SLOT.
054700 3110-ADD-SOURCE.
054800     MOVE CTL-SRC-CODE (WS-SRC-SUB) TO DAY-SRC-CODE (WS-SRC-SUB)
054900     ADD CTL-SRC-READ-COUNT (WS-SRC-SUB)
055000         TO DAY-SRC-READ-COUNT (WS-SRC-SUB)
055100     ADD 1 TO WS-SRC-SUB.
055200 3110-ADD-SOURCE-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*  4000-CHECK-PARTITIONS                                         *
055700*  EVERY PARTITION MUST BE COMPLETE UNDER TODAY'S RUN-ID AND HAVE*
055800*  PUBLISHED ITS TOTALS.  THE STATUS COLUMN OF THE REPORT SAYS   *
055900*  WHICH PARTITIONS STILL NEED THEIR RESTART JOB (PARPTRJB).     *
056000******************************************************************
056100 4000-CHECK-PARTITIONS.
056200     MOVE 1 TO WS-PTN-SUB
056300     PERFORM 4100-CHECK-ONE-PARTITION
056400         THRU 4100-CHECK-ONE-PARTITION-EXIT
056500         UNTIL WS-PTN-SUB > WS-STREAM-COUNT.
056600 4000-CHECK-PARTITIONS-EXIT.
056700     EXIT.
056800
056900 4100-CHECK-ONE-PARTITION.
057000     MOVE WS-PTN-SUB TO WS-PTN-NN
057100     IF WS-PT-STATUS (WS-PTN-SUB) = 'D'
057200         GO TO 4100-CHECK-ONE-PARTITION-NEXT
057300     END-IF
057400     IF NOT WS-PT-LISTED (WS-PTN-SUB)
057500         MOVE 'N' TO WS-DAY-OK-SW
057600         DISPLAY 'PARJOIN - PARTICAO ' WS-PTN-NN
057700             ' AUSENTE DO PTNFILE'
057800         GO TO 4100-CHECK-ONE-PARTITION-NEXT
057900     END-IF
058000     IF NOT WS-PT-COMPLETE (WS-PTN-SUB)
058100         MOVE 'N' TO WS-DAY-OK-SW
058200         DISPLAY 'PARJOIN - PARTICAO ' WS-PTN-NN
058300             ' NAO CONCLUIDA NA EXECUCAO ' WS-RUN-ID
058400             ' - REINICIE COM O PARPTRJB'
058500         GO TO 4100-CHECK-ONE-PARTITION-NEXT
058600     END-IF
058700     IF NOT WS-PT-CTL-SEEN (WS-PTN-SUB)
058800         MOVE 'N' TO WS-DAY-OK-SW
058900         DISPLAY 'PARJOIN - PARTICAO ' WS-PTN-NN
059000             ' SEM CTLOUT DA EXECUCAO ' WS-RUN-ID
059100     END-IF.
059200 4100-CHECK-ONE-PARTITION-NEXT.
059300     ADD 1 TO WS-PTN-SUB.
059400 4100-CHECK-ONE-PARTITION-EXIT.
059500     EXIT.
059600
059601******************************************************************
059602*  4500-POST-SUSPENSE                                            *
059603*  THE PARTITIONS RUN AT THE SAME TIME AND SO NEVER UPDATE THE   *
059604*  SUSPENSE KSDS THEMSELVES - EACH WROTE ITS REJECTS TO ITS OWN  *
059605*  SUSADD FILE (PARIDADE 2270).  ONCE THE DAY IS PROVEN COMPLETE *
059606*  THEY ARE ADDED HERE, IN ONE STEP, BEFORE THE DAY'S CTLOUT IS  *
059607*  WRITTEN.  A KEY ALREADY ON SUSPENSE IS LEFT ALONE, SO A       *
059608*  RESEND NEVER REFRESHES THE DATE FIRST SEEN - AND A RERUN OF   *
059609*  THIS STEP AFTER A LATER FAILURE ADDS NOTHING TWICE.  RECORDS  *
059610*  OF ANY OTHER RUN-ID ARE IGNORED.  ANY OTHER WRITE FAILURE IS  *
059611*  RC=16 WITH THE DAY LEFT OPEN.                                 *
059612******************************************************************
059613 4500-POST-SUSPENSE.
059614     OPEN INPUT SUSADD
059615     IF FS-SUSADD NOT = '00'
059616         DISPLAY 'PARJOIN - UNABLE TO OPEN SUSADD, STATUS='
059617             FS-SUSADD
059618         MOVE 16 TO RETURN-CODE
059619         GO TO 9999-EXIT
059620     END-IF
059621     OPEN I-O SUSFILE
059622     IF FS-SUSFILE NOT = '00'
059623         DISPLAY 'PARJOIN - UNABLE TO OPEN SUSFILE, STATUS='
059624             FS-SUSFILE
059625         MOVE 16 TO RETURN-CODE
059626         GO TO 9999-EXIT
059627     END-IF
059628     PERFORM 4510-POST-ONE-SUSPENSE
059629         THRU 4510-POST-ONE-SUSPENSE-EXIT
059630         UNTIL END-OF-SUSADD
059631     CLOSE SUSADD
059632     CLOSE SUSFILE
059633     IF WS-SUS-OTHER-RUN > ZERO
059634         DISPLAY 'PARJOIN - ' WS-SUS-OTHER-RUN
059635             ' REGISTRO(S) DE SUSADD DE OUTRAS EXECUCOES'
059636             ' IGNORADOS'
059637     END-IF
059638     DISPLAY 'PARJOIN - SUSPENSAO: ' WS-SUS-ADDED ' INCLUIDOS, '
059639         WS-SUS-ON-FILE ' JA EM SUSPENSAO'
059640     MOVE SPACES TO WS-RPT-TEXT-LINE
059641     MOVE 'SUSPENSAO DAS PARTICOES........:' TO RPT-X-LABEL
059642     MOVE WS-SUS-ADDED   TO RPT-S-ADDED
059643     MOVE WS-SUS-ON-FILE TO RPT-S-ON-FILE
059644     MOVE WS-RPT-SUS-TEXT TO RPT-X-TEXT
059645     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE AFTER ADVANCING 1 LINE.
059646 4500-POST-SUSPENSE-EXIT.
059647     EXIT.
059648
059649 4510-POST-ONE-SUSPENSE.
059650     READ SUSADD INTO PAR-SUSPENSE-RECORD
059651         AT END
059652             SET END-OF-SUSADD TO TRUE
059653             GO TO 4510-POST-ONE-SUSPENSE-EXIT
059654     END-READ
059655     IF SUS-RUN-ID NOT = WS-RUN-ID
059656         ADD 1 TO WS-SUS-OTHER-RUN
059657         GO TO 4510-POST-ONE-SUSPENSE-EXIT
059658     END-IF
059659     WRITE PAR-SUSPENSE-RECORD
059660         INVALID KEY
059661             CONTINUE
059662     END-WRITE
059663     IF FS-SUSFILE = '22'
059664         ADD 1 TO WS-SUS-ON-FILE
059665         GO TO 4510-POST-ONE-SUSPENSE-EXIT
059666     END-IF
059667     IF FS-SUSFILE NOT = '00'
059668         DISPLAY 'PARJOIN - SUSPENSE WRITE FAILED, KEY='
059669             SUS-KEY ' STATUS=' FS-SUSFILE
059670         MOVE 16 TO RETURN-CODE
059671         GO TO 9999-EXIT
059672     END-IF
059673     ADD 1 TO WS-SUS-ADDED.
059674 4510-POST-ONE-SUSPENSE-EXIT.
059675     EXIT.
059676
059700******************************************************************
059800*  5000-WRITE-DAY-TOTALS                                         *
059900******************************************************************
060000 5000-WRITE-DAY-TOTALS.
060100     OPEN OUTPUT CTLOUT
060200     IF FS-CTLOUT NOT = '00'
060300         DISPLAY 'PARJOIN - UNABLE TO OPEN CTLOUT, STATUS='
060400             FS-CTLOUT
060500         MOVE 16 TO RETURN-CODE
060600         GO TO 9999-EXIT
060700     END-IF
060800     WRITE CTLOUT-RECORD FROM WS-DAY-TOTALS-RECORD
060900     CLOSE CTLOUT
061000     MOVE WS-STREAM-COUNT TO WS-PTN-NN
061100     DISPLAY 'PARJOIN - DIA ' WS-RUN-ID ' CONSOLIDADO - '
061200         WS-PTN-NN ' PARTICOES, LIDOS ' DAY-READ-COUNT
061300         ' PULADOS ' DAY-SKIP-COUNT.
061400 5000-WRITE-DAY-TOTALS-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800*  8000-WRITE-REPORT                                             *
061900*  ONE LINE PER PARTITION AND A DAY TOTAL.  THE EXPECTED COUNT IS*
062000*  WHAT PARSPLIT ROUTED TO THE PARTITION - PARRECON PROVES IT    *
062100*  AGAINST READ + SKIPPED.                                       *
062200******************************************************************
062300 8000-WRITE-REPORT.
062400     MOVE WS-RUN-DATE-DISPLAY TO RPT-H-DATE
062500     MOVE WS-RUN-ID           TO RPT-H-RUN-ID
062600     MOVE WS-RUN-DATE         TO RPT-H-RUN-DATE
062700     MOVE WS-STREAM-COUNT     TO RPT-H-STREAMS
062800     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
062900     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
063000     MOVE SPACES TO RPT-LINE
063100     WRITE RPT-LINE AFTER ADVANCING 1 LINE
063200     WRITE RPT-LINE FROM WS-RPT-PART-HDR AFTER ADVANCING 1 LINE
063300     MOVE 1 TO WS-PTN-SUB
063400     PERFORM 8100-PRINT-ONE-PARTITION
063500         THRU 8100-PRINT-ONE-PARTITION-EXIT
063600         UNTIL WS-PTN-SUB > WS-STREAM-COUNT
063700     MOVE SPACES             TO WS-RPT-PART-LINE
063800     MOVE 'TOTAL'            TO RPT-P-PARTITION
063900     MOVE WS-EXPECTED-TOTAL  TO RPT-P-EXPECTED
064000     MOVE DAY-READ-COUNT     TO RPT-P-READ
064100     MOVE DAY-SKIP-COUNT     TO RPT-P-SKIP
064200     MOVE DAY-EVEN-COUNT     TO RPT-P-EVEN
064300     MOVE DAY-ODD-COUNT      TO RPT-P-ODD
064400     MOVE DAY-REJECT-COUNT   TO RPT-P-REJECT
064500     MOVE DAY-DUP-COUNT      TO RPT-P-DUP
064600     IF DAY-COMPLETE
064700         MOVE 'CONSOLIDADO'  TO RPT-P-STATUS
064800     ELSE
064900         MOVE 'NAO CONSOLIDADO' TO RPT-P-STATUS
065000     END-IF
065100     MOVE SPACES TO RPT-LINE
065200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
065300     WRITE RPT-LINE FROM WS-RPT-PART-LINE AFTER ADVANCING 1 LINE
065400     MOVE SPACES TO RPT-LINE
065500     WRITE RPT-LINE AFTER ADVANCING 1 LINE
065600     MOVE SPACES TO WS-RPT-TEXT-LINE
065700     IF DAY-COMPLETE
065800         MOVE 'CTLOUT DO DIA..................:' TO RPT-X-LABEL
065900         MOVE 'GRAVADO - PARTICAO EM BRANCO' TO RPT-X-TEXT
066000     ELSE
066100         MOVE 'DIA PERMANECE ABERTO...........:' TO RPT-X-LABEL
066200         MOVE 'REINICIE AS PARTICOES MARCADAS E RODE O PARJOIJB'
066300             TO RPT-X-TEXT
066400     END-IF
066500     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE AFTER ADVANCING 1 LINE.
066600 8000-WRITE-REPORT-EXIT.
066700     EXIT.
066800
066900 8100-PRINT-ONE-PARTITION.
067000     MOVE SPACES TO WS-RPT-PART-LINE
067100     MOVE WS-PTN-SUB TO WS-PTN-NN
067200     MOVE WS-PTN-NN                   TO RPT-P-PARTITION
067300     MOVE WS-PT-UPTO (WS-PTN-SUB)     TO RPT-P-UPTO
067400     IF WS-PT-UPTO (WS-PTN-SUB) = SPACES
067500         MOVE '(FIM)'                 TO RPT-P-UPTO
067600     END-IF
067700     MOVE WS-PT-EXPECTED (WS-PTN-SUB) TO RPT-P-EXPECTED
067800     MOVE WS-PT-READ (WS-PTN-SUB)     TO RPT-P-READ
067900     MOVE WS-PT-SKIP (WS-PTN-SUB)     TO RPT-P-SKIP
068000     MOVE WS-PT-EVEN (WS-PTN-SUB)     TO RPT-P-EVEN
068100     MOVE WS-PT-ODD (WS-PTN-SUB)      TO RPT-P-ODD
068200     MOVE WS-PT-REJECT (WS-PTN-SUB)   TO RPT-P-REJECT
068300     MOVE WS-PT-DUP (WS-PTN-SUB)      TO RPT-P-DUP
068400     MOVE 'NAO CONCLUIDA'             TO RPT-P-STATUS
068500     IF WS-PT-COMPLETE (WS-PTN-SUB)
068600         IF WS-PT-CTL-SEEN (WS-PTN-SUB)
068700             MOVE 'CONCLUIDA'         TO RPT-P-STATUS
068800         ELSE
068900             MOVE 'SEM CTLOUT'        TO RPT-P-STATUS
069000         END-IF
069100     END-IF
069200     IF WS-PT-STATUS (WS-PTN-SUB) = 'D'
069300         MOVE 'CTLOUT DUPLICADO'      TO RPT-P-STATUS
069400     END-IF
069500     IF WS-PT-STATUS (WS-PTN-SUB) = 'A'
069600         MOVE 'ATIVA - REINICIAR'     TO RPT-P-STATUS
069700     END-IF
069800     IF WS-PT-STATUS (WS-PTN-SUB) = SPACE
069900         MOVE 'NAO RODOU - SUBMETER'  TO RPT-P-STATUS
070000     END-IF
070100     WRITE RPT-LINE FROM WS-RPT-PART-LINE AFTER ADVANCING 1 LINE
070200     ADD 1 TO WS-PTN-SUB.
070300 8100-PRINT-ONE-PARTITION-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700*  9000-TERMINATE                                                *
070800*  THE DAY IS MARKED COMPLETE ONLY ONCE ITS CTLOUT IS WRITTEN.   *
070900******************************************************************
071000 9000-TERMINATE.
071100     CLOSE RPTFILE
071200     OPEN I-O RSTFILE
071300     IF FS-RSTFILE NOT = '00'
071400         DISPLAY 'PARJOIN - UNABLE TO REOPEN RSTFILE, STATUS='
071500             FS-RSTFILE
071600         MOVE 16 TO RETURN-CODE
071700         GO TO 9000-TERMINATE-EXIT
071800     END-IF
071900     READ RSTFILE
072000         AT END
072100             CLOSE RSTFILE
072200             GO TO 9000-TERMINATE-EXIT
072300     END-READ
072400     MOVE 'C'          TO RST-STATUS
072500     MOVE WS-TIMESTAMP TO RST-END-TIMESTAMP
072600     REWRITE PAR-RUN-STATE-RECORD
072700     CLOSE RSTFILE.
072800 9000-TERMINATE-EXIT.
072900     EXIT.
073000
073100 9999-EXIT.
073200     GOBACK.
