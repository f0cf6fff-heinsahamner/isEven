000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARSPLIT                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : SPLITS THE DAY'S SORTED, CONSOLIDATED INPUT INTO*
001000*                ACCOUNT-RANGE PARTITIONS SO THE DAY CAN RUN AS  *
001100*                SEVERAL PARIDADE STREAMS AT ONCE.  THE NUMBER OF*
001200*                STREAMS (PART-STREAMS) AND THE HIGHEST ACCOUNT  *
001300*                OF EACH PARTITION BUT THE LAST (PART-UPTO-NN)   *
001400*                COME FROM THE CENTRAL OPTIONS FILE.  EVERY      *
001500*                RECORD GOES TO EXACTLY ONE OF PART01-PART08 -   *
001600*                THE PARTITIONS NOT IN USE ARE WRITTEN EMPTY.    *
001700*                ONE PTNFILE RECORD (COPYBOOK PARPTN) PER        *
001800*                PARTITION CARRIES THE DAY'S RUN-ID, THE RANGE   *
001900*                AND THE RECORD COUNT; EACH PARTITION'S PARIDADE *
002000*                TAKES ITS RUN-ID FROM IT, AND PARJOIN AND       *
002100*                PARRECON PROVE THE COUNTS FROM IT.  THE DAY'S   *
002200*                OWN RUN-STATE RECORD IS MARKED ACTIVE FOR THE   *
002300*                PARTITIONED DAY ('PT' IN RST-PARTITION-NO) AND  *
002400*                STAYS SO UNTIL PARJOIN HAS MERGED EVERY         *
002500*                PARTITION.  ENDS RC=16, WRITING NOTHING, WHEN   *
002600*                THE OPTIONS DO NOT DESCRIBE A USABLE SPLIT, WHEN*
002700*                A RUN IS STILL ACTIVE, OR WHEN INFILE IS NOT IN *
002800*                ACCOUNT ORDER.                                  *
002900*                                                                *
003000*   MODIFICATION HISTORY                                         *
003100*   ---------------------------------------------------------    *
003200*   2026-10-15  JA  ORIGINAL.                                    *
003210*   2026-10-15  JA  INFILE OUT OF ACCOUNT ORDER NOW CLOSES AND   *
003220*                    EMPTIES PTNFILE AND PART01-08 (9200) BEFORE *
003230*                    ENDING RC=16, AS THE HEADER ALREADY SAID.   *
003300******************************************************************
003400 PROGRAM-ID. PARSPLIT.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT INFILE ASSIGN TO INFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-INFILE.
004400
004500     SELECT OPTIONAL OPTFILE ASSIGN TO OPTFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-OPTFILE.
004800
004900     SELECT OPTIONAL DATFILE ASSIGN TO DATFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-DATFILE.
005200
005300     SELECT RSTFILE ASSIGN TO RSTFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-RSTFILE.
005600
005700     SELECT PTNFILE ASSIGN TO PTNFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-PTNFILE.
006000
006100     SELECT PART01 ASSIGN TO PART01
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-PART01.
006400
006500     SELECT PART02 ASSIGN TO PART02
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS FS-PART02.
006800
006900     SELECT PART03 ASSIGN TO PART03
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS FS-PART03.
007200
007300     SELECT PART04 ASSIGN TO PART04
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS FS-PART04.
007600
007700     SELECT PART05 ASSIGN TO PART05
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS FS-PART05.
008000
008100     SELECT PART06 ASSIGN TO PART06
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS FS-PART06.
008400
008500     SELECT PART07 ASSIGN TO PART07
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS FS-PART07.
008800
008900     SELECT PART08 ASSIGN TO PART08
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS FS-PART08.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  INFILE
009600     RECORDING MODE IS F.
009700     COPY PARREC.
009800
009900 FD  OPTFILE
010000     RECORDING MODE IS F.
010100     COPY PAROPT.
010200
010300 FD  DATFILE
010400     RECORDING MODE IS F.
010500     COPY PARBDT.
010600
010700 FD  RSTFILE
010800     RECORDING MODE IS F.
010900     COPY PARRST.
011000
011100 FD  PTNFILE
011200     RECORDING MODE IS F.
011300     COPY PARPTN.
011400
011500 FD  PART01
011600     RECORDING MODE IS F.
011700 01  PART01-RECORD              PIC X(60).
011800
011900 FD  PART02
012000     RECORDING MODE IS F.
012100 01  PART02-RECORD              PIC X(60).
012200
012300 FD  PART03
012400     RECORDING MODE IS F.
012500 01  PART03-RECORD              PIC X(60).
012600
012700 FD  PART04
012800     RECORDING MODE IS F.
012900 01  PART04-RECORD              PIC X(60).
013000
013100 FD  PART05
013200     RECORDING MODE IS F.
013300 01  PART05-RECORD              PIC X(60).
013400
013500 FD  PART06
013600     RECORDING MODE IS F.
013700 01  PART06-RECORD              PIC X(60).
013800
013900 FD  PART07
014000     RECORDING MODE IS F.
014100 01  PART07-RECORD              PIC X(60).
014200
014300 FD  PART08
014400     RECORDING MODE IS F.
014500 01  PART08-RECORD              PIC X(60).
014600
014700 WORKING-STORAGE SECTION.
014800 77  FS-INFILE                  PIC X(02).
014900 77  FS-OPTFILE                 PIC X(02).
015000 77  FS-DATFILE                 PIC X(02).
015100 77  FS-RSTFILE                 PIC X(02).
015200 77  FS-PTNFILE                 PIC X(02).
015300 77  FS-PART01                  PIC X(02).
015400 77  FS-PART02                  PIC X(02).
015500 77  FS-PART03                  PIC X(02).
015600 77  FS-PART04                  PIC X(02).
015700 77  FS-PART05                  PIC X(02).
015800 77  FS-PART06                  PIC X(02).
015900 77  FS-PART07                  PIC X(02).
016000 77  FS-PART08                  PIC X(02).
016100
016200 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
016300     88  END-OF-INPUT                      VALUE 'Y'.
016400 77  WS-OPT-EOF-SW              PIC X(01) VALUE 'N'.
016500     88  END-OF-OPTIONS                    VALUE 'Y'.
016600 77  WS-RST-PRESENT-SW          PIC X(01) VALUE 'N'.
016700     88  PRIOR-RECORD-PRESENT              VALUE 'Y'.
016800 77  WS-SPLIT-OK-SW             PIC X(01) VALUE 'Y'.
016900     88  SPLIT-OPTIONS-OK                  VALUE 'Y'.
017000
017100******************************************************************
017200*  PARTITION TABLE - ONE ENTRY PER POSSIBLE STREAM.  WS-PTN-UPTO *
017300*  IS THE PART-UPTO-NN BOUND (SPACES ON THE LAST PARTITION IN    *
017400*  USE, WHICH TAKES EVERY ACCOUNT ABOVE THE BOUND BEFORE IT).    *
017500******************************************************************
017600 77  WS-PTN-MAX                 PIC 9(02) VALUE 8 COMP.
017700 77  WS-STREAM-COUNT            PIC 9(02) VALUE 1 COMP.
017800 77  WS-PTN-SUB                 PIC 9(02) VALUE ZERO COMP.
017900 77  WS-PTN-IX                  PIC 9(02) VALUE ZERO COMP.
018000 77  WS-UPTO-NN                 PIC 9(02) VALUE ZERO.
018100
018200 01  WS-PARTITION-TABLE.
018300     05  WS-PTN-ENTRY OCCURS 8 TIMES.
018400         10  WS-PTN-UPTO        PIC X(10).
018500         10  WS-PTN-COUNT       PIC 9(09) COMP.
018600
018700 77  WS-RECORD-COUNT            PIC 9(09) VALUE ZERO COMP.
018800 77  WS-PREV-ACCOUNT-NO         PIC X(10) VALUE LOW-VALUES.
018900 77  WS-DISPLAY-NO              PIC 9(02) VALUE ZERO.
019000 77  WS-DISPLAY-COUNT           PIC Z(08)9.
019100
019200 01  WS-RUN-DATE-YYYYMMDD.
019300     05  WS-RD-CCYY             PIC 9(04).
019400     05  WS-RD-MM               PIC 9(02).
019500     05  WS-RD-DD               PIC 9(02).
019600
019700 01  WS-RUN-TIME-HHMMSSCC.
019800     05  WS-RT-HH               PIC 9(02).
019900     05  WS-RT-MM               PIC 9(02).
020000     05  WS-RT-SS               PIC 9(02).
020100     05  WS-RT-CC               PIC 9(02).
020200
020300 01  WS-BUS-DATE-ISO.
020400     05  WS-BDI-CCYY            PIC 9(04).
020500     05  FILLER                 PIC X(01) VALUE '-'.
020600     05  WS-BDI-MM              PIC 9(02).
020700     05  FILLER                 PIC X(01) VALUE '-'.
020800     05  WS-BDI-DD              PIC 9(02).
020900
021000 77  WS-RUN-ID                  PIC X(08) VALUE SPACES.
021100 77  WS-TIMESTAMP               PIC X(26) VALUE SPACES.
021200
021300 PROCEDURE DIVISION.
021400******************************************************************
021500*  0000-MAINLINE - VALIDATE THE SPLIT, CHECK THE DAY'S RUN STATE,*
021600*  ROUTE EVERY RECORD, WRITE THE PARTITION CONTROL AND MARK THE  *
021700*  PARTITIONED DAY ACTIVE.                                       *
021800******************************************************************
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022100     PERFORM 2000-READ-INPUT THRU 2000-READ-INPUT-EXIT
022200     PERFORM 2100-ROUTE-RECORD THRU 2100-ROUTE-RECORD-EXIT
022300         UNTIL END-OF-INPUT
022400     PERFORM 8000-WRITE-PARTITIONS THRU 8000-WRITE-PARTITIONS-EXIT
022500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
022600     GO TO 9999-EXIT.
022700
022800******************************************************************
022900*  1000-INITIALIZE - BUILD THE RUN-ID, READ THE BUSINESS DATE AND*
023000*  THE SPLIT OPTIONS, CHECK THE DAY'S RUN STATE, THEN OPEN THE   *
023100*  FILES.  NOTHING IS OPENED FOR OUTPUT UNTIL EVERY CHECK PASSES.*
023200******************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
023500     ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME
023600     MOVE WS-RUN-TIME-HHMMSSCC TO WS-RUN-ID
023700     STRING WS-RD-CCYY   DELIMITED BY SIZE
023800            '-'          DELIMITED BY SIZE
023900            WS-RD-MM     DELIMITED BY SIZE
024000            '-'          DELIMITED BY SIZE
024100            WS-RD-DD     DELIMITED BY SIZE
024200            '-'          DELIMITED BY SIZE
024300            WS-RT-HH     DELIMITED BY SIZE
024400            '.'          DELIMITED BY SIZE
024500            WS-RT-MM     DELIMITED BY SIZE
024600            '.'          DELIMITED BY SIZE
024700            WS-RT-SS     DELIMITED BY SIZE
024800            '.'          DELIMITED BY SIZE
024900            WS-RT-CC     DELIMITED BY SIZE
025000            INTO WS-TIMESTAMP
025100     MOVE SPACES TO WS-PARTITION-TABLE
025200     MOVE 1 TO WS-PTN-SUB
025300     PERFORM 1010-CLEAR-COUNT THRU 1010-CLEAR-COUNT-EXIT
025400         UNTIL WS-PTN-SUB > WS-PTN-MAX
025500     PERFORM 1100-READ-BUSINESS-DATE
025600         THRU 1100-READ-BUSINESS-DATE-EXIT
025700     PERFORM 1200-READ-OPTIONS THRU 1200-READ-OPTIONS-EXIT
025800     PERFORM 1300-VALIDATE-SPLIT THRU 1300-VALIDATE-SPLIT-EXIT
025900     IF NOT SPLIT-OPTIONS-OK
026000         MOVE 16 TO RETURN-CODE
026100         GO TO 9999-EXIT
026200     END-IF
026300     PERFORM 1400-CHECK-RUN-STATE THRU 1400-CHECK-RUN-STATE-EXIT
026400     OPEN INPUT INFILE
026500     IF FS-INFILE NOT = '00'
026600         DISPLAY 'PARSPLIT - UNABLE TO OPEN INFILE, STATUS='
026700             FS-INFILE
026800         MOVE 16 TO RETURN-CODE
026900         GO TO 9999-EXIT
027000     END-IF
027100     PERFORM 1500-OPEN-PARTITIONS THRU 1500-OPEN-PARTITIONS-EXIT.
027200 1000-INITIALIZE-EXIT.
027300     EXIT.
027400
027500 1010-CLEAR-COUNT.
027600     MOVE ZERO TO WS-PTN-COUNT (WS-PTN-SUB)
027700     ADD 1 TO WS-PTN-SUB.
027800 1010-CLEAR-COUNT-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*  1100-READ-BUSINESS-DATE - THE PARTITIONS RUN FOR THE BUSINESS *
028300*  DATE ON DATFILE (THE MACHINE DATE WHEN THERE IS NONE), THE    *
028400*  SAME DATE EACH PARTITION'S PARIDADE CHECKS PTNFILE AGAINST.   *
028500******************************************************************
028600 1100-READ-BUSINESS-DATE.
028700     MOVE WS-RD-CCYY TO WS-BDI-CCYY
028800     MOVE WS-RD-MM   TO WS-BDI-MM
028900     MOVE WS-RD-DD   TO WS-BDI-DD
029000     OPEN INPUT DATFILE
029100     IF FS-DATFILE NOT = '00'
029200         GO TO 1100-READ-BUSINESS-DATE-EXIT
029300     END-IF
029400     READ DATFILE
029500         AT END
029600             CLOSE DATFILE
029700             GO TO 1100-READ-BUSINESS-DATE-EXIT
029800     END-READ
029900     IF BDT-BUSINESS-DATE (1:4) NUMERIC
030000      AND BDT-BUSINESS-DATE (6:2) NUMERIC
030100      AND BDT-BUSINESS-DATE (9:2) NUMERIC
030200      AND BDT-MM > 00 AND BDT-MM < 13
030300         MOVE BDT-CCYY TO WS-BDI-CCYY
030400         MOVE BDT-MM   TO WS-BDI-MM
030500         MOVE BDT-DD   TO WS-BDI-DD
030600     ELSE
030700         DISPLAY 'PARSPLIT - DATA DE MOVIMENTO INVALIDA: '
030800             BDT-BUSINESS-DATE ' - USANDO A DATA DA MAQUINA'
030900     END-IF
031000     CLOSE DATFILE.
031100 1100-READ-BUSINESS-DATE-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*  1200-READ-OPTIONS - PICKS PART-STREAMS AND PART-UPTO-01..07   *
031600*  OFF THE OPTIONS FILE.  AN ABSENT FILE OR KEYWORD LEAVES ONE   *
031700*  STREAM, WHICH TAKES THE WHOLE DAY.                            *
031800******************************************************************
031900 1200-READ-OPTIONS.
032000     OPEN INPUT OPTFILE
032100     IF FS-OPTFILE NOT = '00'
032200         GO TO 1200-READ-OPTIONS-EXIT
032300     END-IF
032400     PERFORM 1210-READ-ONE-OPTION THRU 1210-READ-ONE-OPTION-EXIT
032500     PERFORM 1220-APPLY-ONE-OPTION THRU 1220-APPLY-ONE-OPTION-EXIT
032600         UNTIL END-OF-OPTIONS
032700     CLOSE OPTFILE.
032800 1200-READ-OPTIONS-EXIT.
032900     EXIT.
033000
033100 1210-READ-ONE-OPTION.
033200     READ OPTFILE
033300         AT END
033400             SET END-OF-OPTIONS TO TRUE
033500     END-READ.
033600 1210-READ-ONE-OPTION-EXIT.
033700     EXIT.
033800
033900*    A PART-STREAMS VALUE OUTSIDE 1-8 IS KEPT AS READ SO THE
034000*    VALIDATION REFUSES IT RATHER THAN QUIETLY RUNNING ONE STREAM.
034100 1220-APPLY-ONE-OPTION.
034200     IF OPT-KEYWORD = 'PART-STREAMS'
034300         IF OPT-VALUE-X NUMERIC AND OPT-VALUE-NUM < 100
034400             MOVE OPT-VALUE-NUM TO WS-STREAM-COUNT
034500         ELSE
034600             MOVE ZERO TO WS-STREAM-COUNT
034700         END-IF
034800     END-IF
034900     IF OPT-KEYWORD (1:10) = 'PART-UPTO-'
035000      AND OPT-KEYWORD (11:2) NUMERIC
035100         MOVE OPT-KEYWORD (11:2) TO WS-UPTO-NN
035200         IF WS-UPTO-NN > ZERO AND WS-UPTO-NN < WS-PTN-MAX
035300             MOVE OPT-VALUE-ACCOUNT TO WS-PTN-UPTO (WS-UPTO-NN)
035400         END-IF
035500     END-IF
035600     PERFORM 1210-READ-ONE-OPTION THRU 1210-READ-ONE-OPTION-EXIT.
035700 1220-APPLY-ONE-OPTION-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*  1300-VALIDATE-SPLIT - N STREAMS NEED PART-UPTO-01 THROUGH     *
036200*  PART-UPTO-(N-1), EACH HIGHER THAN THE ONE BEFORE.  A BOUND    *
036300*  SET FOR A PARTITION NOT IN USE IS IGNORED (AND CLEARED, SO    *
036400*  THE LAST PARTITION IN USE HAS NO UPPER BOUND).                *
036500******************************************************************
036600 1300-VALIDATE-SPLIT.
036700     IF WS-STREAM-COUNT < 1 OR WS-STREAM-COUNT > WS-PTN-MAX
036800         MOVE WS-STREAM-COUNT TO WS-DISPLAY-NO
036900         DISPLAY 'PARSPLIT - PART-STREAMS ' WS-DISPLAY-NO
037000             ' INVALIDO - DEVE SER DE 1 A 8'
037100         MOVE 'N' TO WS-SPLIT-OK-SW
037200         GO TO 1300-VALIDATE-SPLIT-EXIT
037300     END-IF
037400     MOVE 1 TO WS-PTN-SUB
037500     PERFORM 1310-CHECK-ONE-BOUND THRU 1310-CHECK-ONE-BOUND-EXIT
037600         UNTIL WS-PTN-SUB > WS-PTN-MAX.
037700 1300-VALIDATE-SPLIT-EXIT.
037800     EXIT.
037900
038000 1310-CHECK-ONE-BOUND.
038100     IF WS-PTN-SUB NOT < WS-STREAM-COUNT
038200         MOVE SPACES TO WS-PTN-UPTO (WS-PTN-SUB)
038300         GO TO 1310-CHECK-ONE-BOUND-NEXT
038400     END-IF
038500     MOVE WS-PTN-SUB TO WS-DISPLAY-NO
038600     IF WS-PTN-UPTO (WS-PTN-SUB) = SPACES
038700         DISPLAY 'PARSPLIT - PART-UPTO-' WS-DISPLAY-NO
038800             ' AUSENTE - OBRIGATORIO COM PART-STREAMS ACIMA DE '
038900             WS-DISPLAY-NO
039000         MOVE 'N' TO WS-SPLIT-OK-SW
039100         GO TO 1310-CHECK-ONE-BOUND-NEXT
039200     END-IF
039300     IF WS-PTN-SUB > 1
039400         IF WS-PTN-UPTO (WS-PTN-SUB) NOT >
039500            WS-PTN-UPTO (WS-PTN-SUB - 1)
039600             DISPLAY 'PARSPLIT - PART-UPTO-' WS-DISPLAY-NO
039700                 ' (' WS-PTN-UPTO (WS-PTN-SUB) ') NAO E MAIOR'
039800                 ' QUE O LIMITE ANTERIOR'
039900             MOVE 'N' TO WS-SPLIT-OK-SW
040000         END-IF
040100     END-IF.
040200 1310-CHECK-ONE-BOUND-NEXT.
040300     ADD 1 TO WS-PTN-SUB.
040400 1310-CHECK-ONE-BOUND-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*  1400-CHECK-RUN-STATE - THE DAY'S OWN RUN-STATE RECORD (THE    *
040900*  SAME FILE A SINGLE-STREAM PARIDADE KEEPS).  A RUN STILL MARKED*
041000*  ACTIVE - A SINGLE-STREAM RUN THAT DIED, OR A PARTITIONED DAY  *
041100*  PARJOIN HAS NOT YET CLOSED - MUST BE FINISHED FIRST; SPLITTING*
041200*  AGAIN WOULD OVERWRITE THE PARTITIONS A RESTART STILL NEEDS.   *
041300*  THE FILE IS ONLY MARKED ONCE THE SPLIT HAS BEEN WRITTEN.      *
041400******************************************************************
041500 1400-CHECK-RUN-STATE.
041600     OPEN INPUT RSTFILE
041700     IF FS-RSTFILE NOT = '00'
041800         DISPLAY 'PARSPLIT - UNABLE TO OPEN RSTFILE, STATUS='
041900             FS-RSTFILE
042000         MOVE 16 TO RETURN-CODE
042100         GO TO 9999-EXIT
042200     END-IF
042300     READ RSTFILE
042400         AT END
042500             CONTINUE
042600         NOT AT END
042700             SET PRIOR-RECORD-PRESENT TO TRUE
042800     END-READ
042900     CLOSE RSTFILE
043000     IF PRIOR-RECORD-PRESENT AND RST-RUN-ACTIVE
043100         IF RST-PARTITIONED-DAY
043200             DISPLAY 'PARSPLIT - DIA PARTICIONADO ' RST-RUN-ID
043300                 ' DE ' RST-RUN-DATE ' AINDA ABERTO - REINICIE AS'
043400                 ' PARTICOES PENDENTES E RODE O PARJOIJB'
043500         ELSE
043600             DISPLAY 'PARSPLIT - EXECUCAO ' RST-RUN-ID
043700                 ' DE ' RST-RUN-DATE ' INCOMPLETA - '
043800                 'USE O JOB DE RESTART (PARIDRST)'
043900         END-IF
044000         MOVE 16 TO RETURN-CODE
044100         GO TO 9999-EXIT
044200     END-IF.
044300 1400-CHECK-RUN-STATE-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700*  1500-OPEN-PARTITIONS - ALL EIGHT ARE OPENED, SO A PARTITION   *
044800*  NOT IN USE TODAY IS LEFT EMPTY RATHER THAN HOLDING AN EARLIER *
044900*  DAY'S RECORDS.                                                *
045000******************************************************************
045100 1500-OPEN-PARTITIONS.
045200     OPEN OUTPUT PTNFILE
045300     IF FS-PTNFILE NOT = '00'
045400         DISPLAY 'PARSPLIT - UNABLE TO OPEN PTNFILE, STATUS='
045500             FS-PTNFILE
045600         MOVE 16 TO RETURN-CODE
045700         GO TO 9999-EXIT
045800     END-IF
045900     OPEN OUTPUT PART01 PART02 PART03 PART04
046000                 PART05 PART06 PART07 PART08
046100     IF FS-PART01 NOT = '00' OR FS-PART02 NOT = '00'
046200      OR FS-PART03 NOT = '00' OR FS-PART04 NOT = '00'
046300      OR FS-PART05 NOT = '00' OR FS-PART06 NOT = '00'
046400      OR FS-PART07 NOT = '00' OR FS-PART08 NOT = '00'
046500         DISPLAY 'PARSPLIT - UNABLE TO OPEN PART01-08, STATUS='
046600             FS-PART01 ' ' FS-PART02 ' ' FS-PART03 ' ' FS-PART04
046700             ' ' FS-PART05 ' ' FS-PART06 ' ' FS-PART07
046800             ' ' FS-PART08
046900         MOVE 16 TO RETURN-CODE
047000         GO TO 9999-EXIT
047100     END-IF
047200     MOVE 1 TO WS-PTN-IX.
047300 1500-OPEN-PARTITIONS-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700*  2000-READ-INPUT - PRIMING AND SUBSEQUENT READS OF INFILE.     *
047800******************************************************************
047900 2000-READ-INPUT.
048000     READ INFILE
048100         AT END
048200             SET END-OF-INPUT TO TRUE
048300     END-READ.
048400 2000-READ-INPUT-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800*  2100-ROUTE-RECORD - INFILE IS IN ACCOUNT ORDER, SO THE CURRENT*
048900*  PARTITION ONLY EVER MOVES FORWARD: PAST EACH BOUND THE        *
049000*  ACCOUNT EXCEEDS, NEVER PAST THE LAST PARTITION IN USE.  A     *
049100*  RECORD OUT OF ORDER WOULD LAND IN THE WRONG RANGE - THE SPLIT *
049200*  IS ABANDONED, WHAT WAS WRITTEN SO FAR IS EMPTIED AGAIN (9200) *
049250*  AND THE DAY'S RUN STATE IS LEFT UNTOUCHED.                    *
049300******************************************************************
049400 2100-ROUTE-RECORD.
049500     IF PAR-ACCOUNT-NO < WS-PREV-ACCOUNT-NO
049600         DISPLAY 'PARSPLIT - INFILE FORA DE SEQUENCIA APOS O '
049700             'REGISTRO ' WS-RECORD-COUNT
049800             ' - CONTA ' PAR-ACCOUNT-NO
049900             ' APOS ' WS-PREV-ACCOUNT-NO
050000         MOVE 16 TO RETURN-CODE
050030         PERFORM 9200-ABANDON-SPLIT
050060             THRU 9200-ABANDON-SPLIT-EXIT
050100         GO TO 9999-EXIT
050200     END-IF
050300     MOVE PAR-ACCOUNT-NO TO WS-PREV-ACCOUNT-NO
050400     ADD 1 TO WS-RECORD-COUNT
050500     PERFORM 2110-ADVANCE-PARTITION
050600         THRU 2110-ADVANCE-PARTITION-EXIT
050700         UNTIL WS-PTN-IX NOT < WS-STREAM-COUNT
050800            OR PAR-ACCOUNT-NO NOT > WS-PTN-UPTO (WS-PTN-IX)
050900     PERFORM 2120-WRITE-PARTITION THRU 2120-WRITE-PARTITION-EXIT
051000     ADD 1 TO WS-PTN-COUNT (WS-PTN-IX)
051100     PERFORM 2000-READ-INPUT THRU 2000-READ-INPUT-EXIT.
051200 2100-ROUTE-RECORD-EXIT.
051300     EXIT.
051400
051500 2110-ADVANCE-PARTITION.
051600     ADD 1 TO WS-PTN-IX.
051700 2110-ADVANCE-PARTITION-EXIT.
051800     EXIT.
051900
052000 2120-WRITE-PARTITION.
052100     IF WS-PTN-IX = 1
052200         WRITE PART01-RECORD FROM PAR-INPUT-RECORD
052300     END-IF
052400     IF WS-PTN-IX = 2
052500         WRITE PART02-RECORD FROM PAR-INPUT-RECORD
052600     END-IF
052700     IF WS-PTN-IX = 3
052800         WRITE PART03-RECORD FROM PAR-INPUT-RECORD
052900     END-IF
053000     IF WS-PTN-IX = 4
053100         WRITE PART04-RECORD FROM PAR-INPUT-RECORD
053200     END-IF
053300     IF WS-PTN-IX = 5
053400         WRITE PART05-RECORD FROM PAR-INPUT-RECORD
053500     END-IF
053600     IF WS-PTN-IX = 6
053700         WRITE PART06-RECORD FROM PAR-INPUT-RECORD
053800     END-IF
053900     IF WS-PTN-IX = 7
054000         WRITE PART07-RECORD FROM PAR-INPUT-RECORD
054100     END-IF
054200     IF WS-PTN-IX = 8
054300         WRITE PART08-RECORD FROM PAR-INPUT-RECORD
054400     END-IF.
054500 2120-WRITE-PARTITION-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900*  8000-WRITE-PARTITIONS - ONE PTNFILE RECORD PER PARTITION IN   *
055000*  USE, WITH THE RANGE IT HOLDS AND HOW MANY RECORDS WENT TO IT. *
055100******************************************************************
055200 8000-WRITE-PARTITIONS.
055300     MOVE WS-STREAM-COUNT TO WS-DISPLAY-NO
055400     DISPLAY 'PARSPLIT - EXECUCAO ' WS-RUN-ID ' MOVIMENTO '
055500         WS-BUS-DATE-ISO ' EM ' WS-DISPLAY-NO ' PARTICOES'
055600     MOVE 1 TO WS-PTN-SUB
055700     PERFORM 8100-WRITE-ONE-PARTITION
055800         THRU 8100-WRITE-ONE-PARTITION-EXIT
055900         UNTIL WS-PTN-SUB > WS-STREAM-COUNT
056000     MOVE WS-RECORD-COUNT TO WS-DISPLAY-COUNT
056100     DISPLAY 'PARSPLIT - TOTAL DE REGISTROS LIDOS   '
056200         WS-DISPLAY-COUNT.
056300 8000-WRITE-PARTITIONS-EXIT.
056400     EXIT.
056500
056600 8100-WRITE-ONE-PARTITION.
056700     MOVE SPACES TO PAR-PARTITION-RECORD
056800     MOVE WS-PTN-SUB      TO WS-DISPLAY-NO
056900     MOVE WS-DISPLAY-NO   TO PTN-PARTITION-NO
057000     MOVE WS-STREAM-COUNT TO PTN-STREAM-COUNT
057100     MOVE WS-RUN-ID       TO PTN-RUN-ID
057200     MOVE WS-BUS-DATE-ISO TO PTN-RUN-DATE
057300     IF WS-PTN-SUB > 1
057400         MOVE WS-PTN-UPTO (WS-PTN-SUB - 1) TO PTN-AFTER-ACCOUNT
057500     END-IF
057600     MOVE WS-PTN-UPTO (WS-PTN-SUB) TO PTN-UPTO-ACCOUNT
057700     MOVE WS-PTN-COUNT (WS-PTN-SUB) TO PTN-RECORD-COUNT
057800     MOVE WS-TIMESTAMP    TO PTN-SPLIT-TIMESTAMP
057900     WRITE PAR-PARTITION-RECORD
058000     MOVE WS-PTN-COUNT (WS-PTN-SUB) TO WS-DISPLAY-COUNT
058100     DISPLAY 'PARSPLIT - PARTICAO ' PTN-PARTITION-NO
058200         ' ACIMA DE ' PTN-AFTER-ACCOUNT
058300         ' ATE ' PTN-UPTO-ACCOUNT
058400         ' REGISTROS ' WS-DISPLAY-COUNT
058500     IF WS-PTN-COUNT (WS-PTN-SUB) = ZERO
058600         DISPLAY 'PARSPLIT - PARTICAO ' PTN-PARTITION-NO
058700             ' VAZIA - O PARIDADE DELA RODA SEM REGISTROS'
058800     END-IF
058900     ADD 1 TO WS-PTN-SUB.
059000 8100-WRITE-ONE-PARTITION-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400*  9000-TERMINATE - CLOSE THE FILES, THEN MARK THE PARTITIONED   *
059500*  DAY ACTIVE ON THE DAY'S RUN-STATE RECORD.  AN EMPTY (FRESHLY  *
059600*  SEEDED) FILE TAKES ITS FIRST RECORD THROUGH A PLAIN OUTPUT    *
059700*  OPEN.                                                         *
059800******************************************************************
059900 9000-TERMINATE.
060000     CLOSE INFILE
060100     CLOSE PTNFILE
060200     CLOSE PART01 PART02 PART03 PART04
060300           PART05 PART06 PART07 PART08
060400     IF PRIOR-RECORD-PRESENT
060500         OPEN I-O RSTFILE
060600         READ RSTFILE
060700             AT END
060800                 CONTINUE
060900         END-READ
061000         PERFORM 9100-MARK-DAY-ACTIVE
061100             THRU 9100-MARK-DAY-ACTIVE-EXIT
061200         REWRITE PAR-RUN-STATE-RECORD
061300     ELSE
061400         OPEN OUTPUT RSTFILE
061500         PERFORM 9100-MARK-DAY-ACTIVE
061600             THRU 9100-MARK-DAY-ACTIVE-EXIT
061700         WRITE PAR-RUN-STATE-RECORD
061800     END-IF
061900     IF FS-RSTFILE NOT = '00'
062000         DISPLAY 'PARSPLIT - UNABLE TO MARK RSTFILE, STATUS='
062100             FS-RSTFILE
062200         MOVE 16 TO RETURN-CODE
062300     END-IF
062400     CLOSE RSTFILE.
062500 9000-TERMINATE-EXIT.
062600     EXIT.
062700
062800 9100-MARK-DAY-ACTIVE.
062900     MOVE SPACES          TO PAR-RUN-STATE-RECORD
063000     MOVE WS-RUN-ID       TO RST-RUN-ID
063100     MOVE WS-BUS-DATE-ISO TO RST-RUN-DATE
063200     MOVE 'A'             TO RST-STATUS
063300     MOVE WS-TIMESTAMP    TO RST-START-TIMESTAMP
063400     SET RST-PARTITIONED-DAY TO TRUE.
063500 9100-MARK-DAY-ACTIVE-EXIT.
063600     EXIT.
063700
063710******************************************************************
063715*  9200-ABANDON-SPLIT - CLOSE THE FILES, THEN OPEN PTNFILE AND   *
063720*  PART01-08 OUTPUT ONCE MORE AND CLOSE THEM, SO A SPLIT GIVEN UP*
063725*  PART WAY LEAVES THEM EMPTY RATHER THAN HALF WRITTEN.  RSTFILE *
063730*  IS NEVER OPENED.                                              *
063735******************************************************************
063740 9200-ABANDON-SPLIT.
063745     CLOSE INFILE
063750     CLOSE PTNFILE
063755     CLOSE PART01 PART02 PART03 PART04
063760           PART05 PART06 PART07 PART08
063765     OPEN OUTPUT PTNFILE
063770     OPEN OUTPUT PART01 PART02 PART03 PART04
063775                 PART05 PART06 PART07 PART08
063780     CLOSE PTNFILE
063785     CLOSE PART01 PART02 PART03 PART04
063790           PART05 PART06 PART07 PART08.
063795 9200-ABANDON-SPLIT-EXIT.
063797     EXIT.
063799
063800 9999-EXIT.
063900     GOBACK.
