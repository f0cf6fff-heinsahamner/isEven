008542*                    THE DEAD SEGMENT'S MISSING TRAILER IS     *
008543*                    WRITTEN FROM THE TALLIED DETAILS, SO      *
008544*                    PARXTCHK PROVES A RESTARTED DAY CLEAN.    *
008545*   2026-10-15  JA  THE EXTRACT AND REJECT RECORDS NOW CARRY     *
008546*                    THE PAR-SOURCE-CODE EACH RECORD ARRIVED     *
008547*                    UNDER (XTR-/REJ-SOURCE-CODE) SO PARRETRN    *
008548*                    CAN RETURN EACH FEEDER BRANCH ITS OWN       *
008549*                    RESULTS AND REJECTS.                        *
008550*   2026-10-15  JA  INPUT FOR AN ACCOUNT RETIRED INTO A          *
008551*                    SUCCESSOR (ACC-SUCCESSOR-NO, FROM ITS       *
008552*                    MERGE DATE) NOW POSTS TO THE SUCCESSOR      *
008554*                    UNDER THE SUCCESSOR'S RULE INSTEAD OF       *
008555*                    REJECTING V004.  THE DETAIL LINE, AUDIT     *
008557*                    AND EXTRACT CARRY THE ORIGINAL NUMBER;      *
008558*                    REJECTS AND SUSPENSE KEEP THE FEEDER'S.     *
008559*   2026-10-15  JA  EVERY AUDIT RECORD NOW CARRIES THE NEXT      *
008561*                    NUMBER OF THE ONE AUDIT SEQUENCE AND ITS    *
008562*                    CHECK VALUE AND CHAIN HASH (PARCHAIN) - THE *
008563*                    CHAIN TAIL IS FOUND BY A PRE-EXTEND SCAN OF *
008565*                    AUDFILE, OR OF THE ARCHIVE (ARCTAIL) WHEN   *
008566*                    THE LIVE FILE HOLDS NOTHING YET.            *
008568*   2026-10-15  JA  PARTITIONED RUNS - EXEC PARM 'PART=NN' RUNS  *
008569*                    ONE ACCOUNT-RANGE PARTITION SPLIT OFF BY    *
008570*                    PARSPLIT, UNDER THE DAY'S RUN-ID FROM ITS   *
008572*                    PTNFILE RECORD, WITH ITS OWN RUN STATE,     *
008573*                    CHECKPOINTS AND OUTPUT DATA SETS.  ITS      *
008574*                    AUDIT RECORDS GO OUT UNSTAMPED AND JOIN     *
008576*                    THE CHAIN IN THE PARJOIJB MERGE; THE        *
008577*                    EXTRACT HEADER, CTLOUT AND REPORT HEADER    *
008579*                    NAME THE PARTITION.  A SINGLE-STREAM RUN    *
008580*                    IS REFUSED WHILE A PARTITIONED DAY IS OPEN. *
008581*   2026-10-15  JA  A PARTITION NO LONGER OPENS THE SUSPENSE     *
008583*                    KSDS, WHICH ITS SIBLINGS SHARE - EVERY      *
008584*                    REJECT GOES TO ITS OWN SUSADD FILE (1205,   *
008585*                    2270) FOR PARJOIN TO POST TO THE KSDS.  A   *
008587*                    SUSADD THAT WILL NOT OPEN IS RC 16.         *
008588*   2026-10-15  JA  A PARTITION FOUND OVER ITS OWN ACTIVE RUN    *
008589*                    STATE NAMES PARPTRJB (SET P=NN) AND NOT     *
008590*                    PARIDRST.                                   *
008592******************************************************************
008595 PROGRAM-ID. PARIDADE.
008600 DATE-WRITTEN. 2026-08-09.
008700 DATE-COMPILED.
008800
010800     SELECT AUDFILE ASSIGN TO AUDFILE
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS FS-AUDFILE.
011020
011040     SELECT OPTIONAL ARCTAIL ASSIGN TO ARCTAIL
011060         ORGANIZATION IS SEQUENTIAL
011080         FILE STATUS IS FS-ARCTAIL.
011100
011200     SELECT XTRFILE ASSIGN TO XTRFILE
011300         ORGANIZATION IS SEQUENTIAL
011852         RECORD KEY IS SUS-KEY
011858         FILE STATUS IS FS-SUSFILE.
011864
011866     SELECT SUSADD ASSIGN TO SUSADD
011867         ORGANIZATION IS SEQUENTIAL
011868         FILE STATUS IS FS-SUSADD.
011869
011870     SELECT OPTIONAL RSTFILE ASSIGN TO RSTFILE
011876         ORGANIZATION IS SEQUENTIAL
011882         FILE STATUS IS FS-RSTFILE.
011888
011890     SELECT OPTIONAL PTNFILE ASSIGN TO PTNFILE
011892         ORGANIZATION IS SEQUENTIAL
011894         FILE STATUS IS FS-PTNFILE.
011896
011900     SELECT OPTIONAL OPTFILE ASSIGN TO OPTFILE
011910         ORGANIZATION IS SEQUENTIAL
011920         FILE STATUS IS FS-OPTFILE.
014600 FD  AUDFILE
014700     RECORDING MODE IS F.
014800     COPY PARAUD.
014808
014816*    ONLY THE CHAIN FIELDS OF THE ARCHIVE ARE NEEDED - SAME
014824*    POSITIONS AS IN PARAUD.
014832 FD  ARCTAIL
014840     RECORDING MODE IS F.
014848 01  ARCTAIL-RECORD.
014856     05  FILLER                  PIC X(79).
014864     05  ARC-CHAIN-SEQ           PIC 9(10).
014872     05  ARC-REC-HASH            PIC 9(18).
014880     05  ARC-CHAIN-HASH          PIC 9(18).
014888     05  FILLER                  PIC X(05).
014900
015000 FD  XTRFILE
015100     RECORDING MODE IS F.
015649 FD  SUSFILE.
015658     COPY PARSUS.
015667
015668 FD  SUSADD
015669     RECORDING MODE IS F.
015670 01  SUSADD-RECORD              PIC X(60).
015671
015676 FD  RSTFILE
015685     RECORDING MODE IS F.
015694     COPY PARRST.
015703
015704 FD  PTNFILE
015706     RECORDING MODE IS F.
015708     COPY PARPTN.
015710
015712 FD  OPTFILE
015721     RECORDING MODE IS F.
015730     COPY PAROPT.
017200 77  FS-REJFILE                 PIC X(02) VALUE '00'.
017300 77  FS-CHKFILE                 PIC X(02) VALUE '00'.
017400 77  FS-AUDFILE                 PIC X(02) VALUE '00'.
017450 77  FS-ARCTAIL                 PIC X(02) VALUE '00'.
017500 77  FS-XTRFILE                 PIC X(02) VALUE '00'.
017600 77  FS-ACCFILE                 PIC X(02) VALUE '00'.
017620 77  FS-DATFILE                 PIC X(02) VALUE '00'.
017630 77  FS-SUSFILE                 PIC X(02) VALUE '00'.
017635 77  FS-SUSADD                  PIC X(02) VALUE '00'.
017640 77  FS-RSTFILE                 PIC X(02) VALUE '00'.
017650 77  FS-OPTFILE                 PIC X(02) VALUE '00'.
017660 77  FS-PTNFILE                 PIC X(02) VALUE '00'.
017700 77  FS-CTLCARD                 PIC X(02) VALUE '00'.
017800 77  FS-CTLOUT                  PIC X(02) VALUE '00'.
017900
020280     88  END-OF-CHECKPOINTS               VALUE 'Y'.
020290 77  WS-PRIOR-RUN-ID            PIC X(08) VALUE SPACES.
020292 77  WS-FOUND-CHK-REC-NO        PIC 9(09) VALUE ZERO COMP.
020294 77  WS-FOLLOW-SW               PIC X(01) VALUE 'N'.
020296     88  SUCCESSOR-FOLLOWED               VALUE 'Y'.
020297*    THE PARTITION THIS EXECUTION RUNS ('01'-'08', FROM EXEC
020298*    PARM 'PART=NN'), BLANK ON A SINGLE-STREAM RUN.
020299 77  WS-PARTITION-NO            PIC X(02) VALUE SPACES.
020301     88  PARTITION-RUN                    VALUE '01' THRU '08'.
020302 77  WS-PTN-EOF-SW              PIC X(01) VALUE 'N'.
020303     88  END-OF-PARTITIONS                VALUE 'Y'.
020304 77  WS-PTN-FOUND-SW            PIC X(01) VALUE 'N'.
020305     88  PARTITION-FOUND                  VALUE 'Y'.
020306
020400******************************************************************
020500*  COUNTERS                                                      *
020600*  WS-READ-COUNT IS THE ABSOLUTE POSITION IN INFILE (PRESET TO   *
021850 77  WS-POS-COUNT                 PIC 9(09) VALUE ZERO COMP.
021860 77  WS-NEG-COUNT                 PIC 9(09) VALUE ZERO COMP.
021900 77  WS-DUP-COUNT                 PIC 9(09) VALUE ZERO COMP.
021950 77  WS-REROUTE-COUNT             PIC 9(09) VALUE ZERO COMP.
022000 77  WS-CHECKPOINT-COUNTER        PIC 9(09) VALUE ZERO COMP.
022100 77  WS-CHECKPOINT-INTERVAL       PIC 9(09) VALUE 100 COMP.
022200 77  WS-SKIP-TARGET                PIC 9(09) VALUE ZERO COMP.
023600 77  WS-WORK-VALOR-IN               PIC X(10) VALUE SPACES.
023700 77  WS-WORK-SOURCE                 PIC X(01) VALUE SPACE.
023800 77  WS-PREV-ACCOUNT-NO             PIC X(10) VALUE SPACES.
023810*    THE ACCOUNT THE RECORD IN HAND ACTUALLY POSTS TO - THE
023820*    INPUT NUMBER, OR ITS SUCCESSOR WHEN THE INPUT NUMBER HAS
023830*    BEEN RETIRED BY A MERGE (SEE 1227-FOLLOW-SUCCESSOR).
023840*    WS-ORIG-ACCOUNT-NO HOLDS THE RETIRED NUMBER, SPACES WHEN
023850*    THE RECORD WAS NOT RE-ROUTED.
023860 77  WS-POST-ACCOUNT-NO             PIC X(10) VALUE SPACES.
023870 77  WS-ORIG-ACCOUNT-NO             PIC X(10) VALUE SPACES.
023880 77  WS-MERGE-HOPS                  PIC 9(02) VALUE ZERO COMP.
023890 77  WS-MERGE-HOP-MAX               PIC 9(02) VALUE 5 COMP.
023900
024000******************************************************************
024100*  DUPLICATE DETECTION - INFILE ARRIVES PRESORTED BY ACCOUNT    *
026100 77  WS-REASON-CODE                 PIC X(04) VALUE SPACES.
026200 77  WS-REASON-TEXT                 PIC X(30) VALUE SPACES.
026300 77  WS-RUN-ID                      PIC X(08) VALUE SPACES.
026310*    THE TIME THIS EXECUTION STARTED - THE RUN-ID ITSELF ON A
026320*    SINGLE-STREAM RUN, BUT NOT ON A PARTITION, WHICH TAKES THE
026330*    DAY'S RUN-ID FROM PTNFILE (SEE XTH-EXEC-TIME IN PARXTC).
026340 77  WS-EXEC-TIME                   PIC X(08) VALUE SPACES.
026400 77  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
026500
026600******************************************************************
029200*  PARCALC PARAMETER AREA (SEE 2210-CALL-PARCALC)               *
029300******************************************************************
029400 COPY PARCLC.
029405 COPY PARCHN.
029410
029423******************************************************************
029436*  EXTRACT CONTROL (HEADER/TRAILER) WORK AREAS - THIS           *
029554
029566 COPY PARXTC.
029579
029581*    THE AUDIT CHAIN TAIL - THE LAST SEQUENCE NUMBER AND CHAIN
029583*    HASH ALREADY WRITTEN, FOUND BY THE PRE-EXTEND SCAN (2530)
029585*    AND CARRIED FORWARD RECORD BY RECORD IN 2500.
029587 77  WS-CHAIN-SEQ               PIC 9(10) VALUE ZERO.
029589 77  WS-CHAIN-HASH              PIC 9(18) VALUE ZERO.
029591 77  WS-ASC-EOF-SW              PIC X(01) VALUE 'N'.
029593     88  END-OF-AUDIT-SCAN                VALUE 'Y'.
029595 77  WS-ASC-FOUND-SW            PIC X(01) VALUE 'N'.
029597     88  CHAIN-TAIL-FOUND                 VALUE 'Y'.
029600 01  WS-CLASS-TOTAL-LABEL.
029700     05  FILLER                  PIC X(12)
029800         VALUE 'TOTAL RESTO '.
038200     05  FILLER                  PIC X(11)
038300         VALUE '   DIVISOR '.
038400     05  RPT-H-DIVISOR           PIC Z9.
038410     05  RPT-H-PART-LABEL        PIC X(12) VALUE SPACES.
038420     05  RPT-H-PARTITION         PIC X(02) VALUE SPACES.
038500     05  FILLER                  PIC X(37) VALUE SPACES.
038600
038700 01  WS-RPT-COLUMN-HDR.
038800     05  FILLER                  PIC X(12) VALUE 'CONTA'.
038900     05  FILLER                  PIC X(14) VALUE 'VALOR'.
039000     05  FILLER                  PIC X(08) VALUE 'RESTO'.
039100     05  FILLER                  PIC X(10) VALUE 'RESULTADO'.
039150     05  FILLER                  PIC X(14) VALUE '  CONTA ORIGEM'.
039200     05  FILLER                  PIC X(74) VALUE SPACES.
039300
039400 01  WS-RPT-ACCOUNT-BREAK-LINE.
039500     05  FILLER                  PIC X(08) VALUE 'CONTA: '.
040300     05  RPT-D-RESTO             PIC 9(02).
040400     05  FILLER                  PIC X(06) VALUE SPACES.
040500     05  RPT-D-RESULT            PIC X(10).
040510     05  FILLER                  PIC X(02) VALUE SPACES.
040520     05  RPT-D-ORIG-ACCOUNT      PIC X(12).
040600     05  FILLER                  PIC X(74) VALUE SPACES.
040700
040800 01  WS-RPT-TOTAL-LINE.
040900     05  RPT-T-LABEL             PIC X(32).
047800     END-IF
047805     MOVE WS-DIVISOR TO WS-REC-DIVISOR
047806     MOVE WS-DIVISOR TO WS-MAX-DIVISOR
047807     IF PARTITION-RUN
047808         PERFORM 1190-READ-PARTITION-CONTROL
047809             THRU 1190-READ-PARTITION-CONTROL-EXIT
047810     END-IF
047811     PERFORM 1160-CHECK-RUN-STATE
047820         THRU 1160-CHECK-RUN-STATE-EXIT
047900     PERFORM 1200-OPEN-FILES THRU 1200-OPEN-FILES-EXIT
048200     IF CC-ADHOC-REQUESTED OR NOT INFILE-IS-PRESENT
052500******************************************************************
052600 1030-BUILD-RUN-ID.
052700     MOVE WS-RUN-TIME-HHMMSSCC TO WS-RUN-ID
052710     MOVE WS-RUN-TIME-HHMMSSCC TO WS-EXEC-TIME
052800     STRING WS-RDD-CCYY  DELIMITED BY SIZE
052900            '-'          DELIMITED BY SIZE
053000            WS-RDD-MM    DELIMITED BY SIZE
061700*     PARM='SUMMARY'    FORCES SUMMARY-ONLY MODE                 *
061800*     PARM='SNNNNNNNNN' AD HOC VALOR, OPTIONAL LEADING '-'       *
061900*                       FOLLOWED BY NINE DIGITS (10 BYTES TOTAL) *
061910*     PARM='PART=NN'    RUNS PARTITION NN (01-08) OF A DAY SPLIT *
061920*                       BY PARSPLIT - ANY OTHER NN IS REFUSED    *
062000******************************************************************
062100 1150-APPLY-PARM.
062200     IF LK-PARM-LEN = ZERO
062600         SET CC-MODE-SUMMARY TO TRUE
062700         GO TO 1150-APPLY-PARM-EXIT
062800     END-IF
062810     IF LK-PARM-TEXT(1:5) = 'PART='
062820         MOVE LK-PARM-TEXT(6:2) TO WS-PARTITION-NO
062830         IF LK-PARM-LEN NOT = 7 OR NOT PARTITION-RUN
062840             DISPLAY 'PARIDADE - PARTICAO INVALIDA NO PARM: '
062850                 LK-PARM-TEXT(1:LK-PARM-LEN)
062860             MOVE 16 TO RETURN-CODE
062870             GO TO 9999-EXIT
062880         END-IF
062890         GO TO 1150-APPLY-PARM-EXIT
062895     END-IF
062900     IF LK-PARM-LEN = 10
063000         SET CC-ADHOC-REQUESTED TO TRUE
063100         MOVE LK-PARM-TEXT(1:10) TO CC-ADHOC-VALOR
063200     END-IF.
063300 1150-APPLY-PARM-EXIT.
063301     EXIT.
063302
063303******************************************************************
063304*  1160-CHECK-RUN-STATE                                          *
063305*  THE RUN-STATE FILE HOLDS ONE RECORD (COPYBOOK PARRST),        *
063306*  REWRITTEN IN PLACE BY EVERY BATCH RUN.  A RECORD STILL        *
063307*  MARKED ACTIVE MEANS THE PRIOR RUN DIED MID-FLIGHT - A        *
063308*  NORMAL RUN REFUSES TO START OVER IT, AND A RESTART RUN       *
063309*  PICKS THE DEAD RUN'S LAST CHECKPOINT OUT OF CHKFILE BY       *
063310*  ITSELF (UNLESS THE OPERATOR PUNCHED AN EXPLICIT NON-ZERO     *
063311*  POSITION, WHICH STILL WINS).  A RESTART WITH NOTHING         *
063312*  OUTSTANDING IS REFUSED TOO - A RESUBMITTED PARIDRST WOULD    *
063313*  OTHERWISE EXTEND A COMPLETE DAY WITH A FULL DUPLICATE OF     *
063314*  ITSELF.  SKIPPED FOR AD HOC REQUESTS AND WHEN NO RUN-STATE   *
063315*  FILE IS SUPPLIED, SO THE AD HOC JOB NEEDS NO RUN-STATE DD.   *
063316******************************************************************
063317 1160-CHECK-RUN-STATE.
063318     IF CC-ADHOC-REQUESTED
063319         GO TO 1160-CHECK-RUN-STATE-EXIT
063320     END-IF
063321     OPEN I-O RSTFILE
063322     IF FS-RSTFILE NOT = '00'
063323         GO TO 1160-CHECK-RUN-STATE-EXIT
063324     END-IF
063325     SET RUN-STATE-TRACKED TO TRUE
063326     READ RSTFILE
063327         AT END
063328             CONTINUE
063329         NOT AT END
063330             SET PRIOR-RECORD-PRESENT TO TRUE
063331     END-READ
063332*    A RESTART WITH NO INCOMPLETE RUN OUTSTANDING WOULD EXTEND
063333*    THE COMPLETE DAY'S FILES WITH A FULL DUPLICATE - REFUSED,
063334*    UNLESS THE OPERATOR PUNCHED AN EXPLICIT POSITION FOR AN
063335*    UNUSUAL RECOVERY.
063336     IF CC-RESTART-REQUESTED
063337      AND CC-RESTART-REC-NO = ZERO
063338      AND NOT (PRIOR-RECORD-PRESENT AND RST-RUN-ACTIVE)
063339         DISPLAY 'PARIDADE - RESTART SOLICITADO MAS NENHUMA'
063340             ' EXECUCAO INCOMPLETA PENDENTE - NADA A RETOMAR'
063341         CLOSE RSTFILE
063342         MOVE 16 TO RETURN-CODE
063343         GO TO 9999-EXIT
063344     END-IF
063345*    A PARTITION ALREADY COMPLETE UNDER TODAY'S RUN-ID WOULD
063346*    ONLY WRITE ITS WHOLE RANGE A SECOND TIME.
063347     IF PARTITION-RUN AND PRIOR-RECORD-PRESENT
063348      AND RST-RUN-COMPLETE AND RST-RUN-ID = WS-RUN-ID
063349         DISPLAY 'PARIDADE - PARTICAO ' WS-PARTITION-NO
063350             ' JA CONCLUIDA NA EXECUCAO ' WS-RUN-ID
063351         CLOSE RSTFILE
063352         MOVE 16 TO RETURN-CODE
063353         GO TO 9999-EXIT
063354     END-IF
063355*    A PARTITIONED DAY STILL OPEN IS CLOSED BY RESTARTING ITS
063356*    PENDING PARTITIONS AND MERGING - NEVER BY A SINGLE STREAM.
063357     IF NOT PARTITION-RUN AND PRIOR-RECORD-PRESENT
063358      AND RST-RUN-ACTIVE AND RST-PARTITIONED-DAY
063359         DISPLAY 'PARIDADE - DIA PARTICIONADO ' RST-RUN-ID
063360             ' DE ' RST-RUN-DATE ' AINDA ABERTO - REINICIE AS'
063361             ' PARTICOES PENDENTES E RODE O PARJOIJB'
063362         CLOSE RSTFILE
063363         MOVE 16 TO RETURN-CODE
063364         GO TO 9999-EXIT
063365     END-IF
063366     IF PRIOR-RECORD-PRESENT AND RST-RUN-ACTIVE
063367         IF CC-RESTART-REQUESTED
063368             MOVE RST-RUN-ID TO WS-PRIOR-RUN-ID
063369             IF CC-RESTART-REC-NO = ZERO
063370                 PERFORM 1170-FIND-LAST-CHECKPOINT
063371                     THRU 1170-FIND-LAST-CHECKPOINT-EXIT
063372                 MOVE WS-FOUND-CHK-REC-NO TO CC-RESTART-REC-NO
063373                 DISPLAY 'PARIDADE - RESTART DA EXECUCAO '
063374                     WS-PRIOR-RUN-ID
063375                     ' A PARTIR DO REGISTRO ' CC-RESTART-REC-NO
063376             END-IF
063377         ELSE
063378             IF PARTITION-RUN
063379                 DISPLAY 'PARIDADE - PARTICAO ' WS-PARTITION-NO
063380                     ' DA EXECUCAO ' RST-RUN-ID ' INCOMPLETA - '
063381                     'REINICIE A PARTICAO COM O PARPTRJB (SET P='
063382                     WS-PARTITION-NO ')'
063383             ELSE
063384                 DISPLAY 'PARIDADE - EXECUCAO ' RST-RUN-ID
063385                     ' DE ' RST-RUN-DATE ' INCOMPLETA - '
063386                     'USE O JOB DE RESTART (PARIDRST)'
063387             END-IF
063388             CLOSE RSTFILE
063389             MOVE 16 TO RETURN-CODE
063390             GO TO 9999-EXIT
063391         END-IF
063392     END-IF
063393     IF PRIOR-RECORD-PRESENT
063394         PERFORM 1180-MARK-RUN-ACTIVE
063395             THRU 1180-MARK-RUN-ACTIVE-EXIT
063396         REWRITE PAR-RUN-STATE-RECORD
063397         CLOSE RSTFILE
063398     ELSE
063399*        AN EMPTY (FRESHLY SEEDED) FILE TAKES ITS FIRST RECORD
063400*        THROUGH A PLAIN OUTPUT OPEN - WRITE IS NOT VALID ON A
063401*        SEQUENTIAL FILE OPENED I-O.
063402         CLOSE RSTFILE
063403         OPEN OUTPUT RSTFILE
063404         PERFORM 1180-MARK-RUN-ACTIVE
063405             THRU 1180-MARK-RUN-ACTIVE-EXIT
063406         WRITE PAR-RUN-STATE-RECORD
063407         CLOSE RSTFILE
063408     END-IF.
063409 1160-CHECK-RUN-STATE-EXIT.
063410     EXIT.
063411
063412 1180-MARK-RUN-ACTIVE.
063413     MOVE SPACES TO PAR-RUN-STATE-RECORD
063414     MOVE WS-RUN-ID       TO RST-RUN-ID
063415     MOVE WS-BUS-DATE-ISO TO RST-RUN-DATE
063497     MOVE 'A'             TO RST-STATUS
063498     MOVE WS-TIMESTAMP    TO RST-START-TIMESTAMP
063499     MOVE WS-PARTITION-NO TO RST-PARTITION-NO.
063500 1180-MARK-RUN-ACTIVE-EXIT.
063501     EXIT.
063502
063503******************************************************************
063504*  1190-READ-PARTITION-CONTROL                                   *
063505*  A PARTITION RUNS UNDER THE DAY'S RUN-ID, TAKEN FROM ITS OWN   *
063506*  RECORD ON THE PTNFILE PARSPLIT WROTE WHEN IT SPLIT THE INPUT, *
063507*  SO EVERY PARTITION'S AUDIT, EXTRACT AND CONTROL TOTALS CARRY  *
063508*  THE ONE RUN-ID THE MERGED DAY IS KNOWN BY.  NO RECORD FOR     *
063509*  THIS PARTITION, OR ONE SPLIT FOR ANOTHER BUSINESS DATE, MEANS *
063510*  THE INPUT IN FRONT OF THIS STEP IS NOT TODAY'S - REFUSED.     *
063511******************************************************************
063512 1190-READ-PARTITION-CONTROL.
063513     OPEN INPUT PTNFILE
063514     IF FS-PTNFILE NOT = '00'
063515         DISPLAY 'PARIDADE - UNABLE TO OPEN PTNFILE, STATUS='
063516             FS-PTNFILE
063517         MOVE 16 TO RETURN-CODE
063518         GO TO 9999-EXIT
063519     END-IF
063520     PERFORM 1195-READ-ONE-PARTITION
063521         THRU 1195-READ-ONE-PARTITION-EXIT
063522         UNTIL END-OF-PARTITIONS OR PARTITION-FOUND
063523     CLOSE PTNFILE
063524     IF NOT PARTITION-FOUND
063525         DISPLAY 'PARIDADE - PARTICAO ' WS-PARTITION-NO
063526             ' NAO CONSTA DO PTNFILE - RODE O PARSPLJB'
063527         MOVE 16 TO RETURN-CODE
063528         GO TO 9999-EXIT
063529     END-IF
063530     IF PTN-RUN-DATE NOT = WS-BUS-DATE-ISO
063531         DISPLAY 'PARIDADE - PTNFILE E DE ' PTN-RUN-DATE
063532             ' E O MOVIMENTO E DE ' WS-BUS-DATE-ISO
063533             ' - RODE O PARSPLJB'
063534         MOVE 16 TO RETURN-CODE
063535         GO TO 9999-EXIT
063536     END-IF
063537     MOVE PTN-RUN-ID TO WS-RUN-ID
063538     DISPLAY 'PARIDADE - PARTICAO ' WS-PARTITION-NO
063539         ' DA EXECUCAO ' WS-RUN-ID
063540         ' - REGISTROS ' PTN-RECORD-COUNT.
063541 1190-READ-PARTITION-CONTROL-EXIT.
063542     EXIT.
063543
063544 1195-READ-ONE-PARTITION.
063545     READ PTNFILE
063546         AT END
063547             SET END-OF-PARTITIONS TO TRUE
063548             GO TO 1195-READ-ONE-PARTITION-EXIT
063549     END-READ
063550     IF PTN-PARTITION-NO = WS-PARTITION-NO
063551         SET PARTITION-FOUND TO TRUE
063552     END-IF.
063553 1195-READ-ONE-PARTITION-EXIT.
063554     EXIT.
063555
063556******************************************************************
063557*  1170-FIND-LAST-CHECKPOINT                                     *
063558*  SCANS CHKFILE FOR THE HIGHEST CHK-LAST-REC-NO LOGGED BY THE   *
063559*  DEAD RUN - THE POSITION THE OPERATOR USED TO TRANSCRIBE BY    *
063560*  HAND AT 3 A.M.  NO CHECKPOINT FOUND MEANS THE RUN DIED        *
063561*  BEFORE ITS FIRST CHECKPOINT, SO THE RESTART STARTS AT         *
063562*  RECORD ONE.  CHKFILE IS CLOSED AGAIN SO 1200-OPEN-FILES CAN   *
063563*  EXTEND IT AS ALWAYS.                                          *
063564******************************************************************
063565 1170-FIND-LAST-CHECKPOINT.
063566     MOVE ZERO TO WS-FOUND-CHK-REC-NO
063567     MOVE 'N' TO WS-CHK-EOF-SW
063568     OPEN INPUT CHKFILE
063569     IF FS-CHKFILE NOT = '00'
063570         GO TO 1170-FIND-LAST-CHECKPOINT-EXIT
063571     END-IF
063572     PERFORM 1175-SCAN-ONE-CHECKPOINT
063573         THRU 1175-SCAN-ONE-CHECKPOINT-EXIT
063574         UNTIL END-OF-CHECKPOINTS
063575     CLOSE CHKFILE.
063576 1170-FIND-LAST-CHECKPOINT-EXIT.
063577     EXIT.
063578
063579 1175-SCAN-ONE-CHECKPOINT.
063580     READ CHKFILE
063581         AT END
063582             SET END-OF-CHECKPOINTS TO TRUE
063583             GO TO 1175-SCAN-ONE-CHECKPOINT-EXIT
063584     END-READ
063585     IF CHK-RUN-ID = WS-PRIOR-RUN-ID
063586      AND CHK-LAST-REC-NO > WS-FOUND-CHK-REC-NO
063587         MOVE CHK-LAST-REC-NO TO WS-FOUND-CHK-REC-NO
063588     END-IF.
063589 1175-SCAN-ONE-CHECKPOINT-EXIT.
063590     EXIT.
063591
063600******************************************************************
063700*  1200-OPEN-FILES                                               *
063800******************************************************************
064310
064320*    THE SUSPENSE KSDS IS OPTIONAL SO THE AD HOC JOB CAN RUN
064330*    WITHOUT IT - WHEN ABSENT, REJECTS SIMPLY ARE NOT POSTED
064340*    TO SUSPENSE.  A PARTITION NEVER OPENS IT (SEE 1205).
064342     IF PARTITION-RUN
064344         PERFORM 1205-OPEN-PARTITION-SUSPENSE
064346             THRU 1205-OPEN-PARTITION-SUSPENSE-EXIT
064348         GO TO 1200-OPEN-FILES-MASTER
064349     END-IF
064350     OPEN I-O SUSFILE
064360     IF FS-SUSFILE NOT = '00'
064370         MOVE 'N' TO WS-SUSFILE-PRESENT-SW
064380     END-IF.
064390
064395 1200-OPEN-FILES-MASTER.
064400*    THE MASTER IS THE ACCVSAM KSDS MAINTAINED IN PLACE BY
064410*    PARMAINT.  AN ABSENT (OR DUMMY) MASTER BYPASSES THE
064420*    ACCOUNT LOOKUP SO THE AD HOC JOB CAN STILL RUN WITHOUT ONE.
068200             GO TO 9999-EXIT
068300         END-IF
068400     END-IF
068440*    A PARTITION WRITES ITS AUDIT RECORDS TO ITS OWN FILE FOR
068442*    THE MERGE TO CHAIN IN (SEE 1210) - IT NEVER TOUCHES THE
068444*    LIVE CHAIN, WHICH ONLY ONE WRITER MAY EXTEND AT A TIME.
068446     IF PARTITION-RUN
068447         PERFORM 1210-OPEN-PARTITION-AUDIT
068457             THRU 1210-OPEN-PARTITION-AUDIT-EXIT
068467         GO TO 1200-OPEN-FILES-EXTRACT
068477     END-IF
068487     PERFORM 2530-FIND-CHAIN-TAIL THRU 2530-FIND-CHAIN-TAIL-EXIT
068500     OPEN EXTEND AUDFILE
068600     IF FS-AUDFILE NOT = '00'
068700         OPEN OUTPUT AUDFILE
069100             MOVE 16 TO RETURN-CODE
069200             GO TO 9999-EXIT
069300         END-IF
069400     END-IF.
069500
069550 1200-OPEN-FILES-EXTRACT.
069600     IF CC-RESTART-REQUESTED
069610*        THE ABEND LEFT THE DEAD EXECUTION'S SEGMENT WITHOUT A
069620*        TRAILER - SCAN THE FILE FIRST SO THE MISSING TRAILER
071500 1200-OPEN-FILES-EXIT.
071600     EXIT.
071700
071710******************************************************************
071711*  1205-OPEN-PARTITION-SUSPENSE                                  *
071712*  THE PARTITIONS OF A DAY RUN AT THE SAME TIME, SO NONE OF THEM *
071713*  MAY UPDATE THE SUSPENSE KSDS - A PARTITION LEAVES SUSFILE     *
071714*  UNOPENED (2260 THEN POSTS NOTHING) AND WRITES EVERY REJECT TO *
071715*  ITS OWN SUSADD FILE THROUGH 2270.  PARJOIN ADDS EVERY         *
071716*  PARTITION'S FILE TO THE KSDS IN ONE STEP ONCE THE DAY IS      *
071717*  COMPLETE.  SUSADD IS STARTED FRESH ON A NORMAL RUN AND        *
071718*  EXTENDED ON A RESTART, THE SAME AS AUDFILE - A RECORD WRITTEN *
071719*  TWICE ACROSS A RESTART IS DROPPED BY PARJOIN AS A KEY ALREADY *
071720*  ON SUSPENSE.  A PARTITION THAT CANNOT OPEN SUSADD STOPS WITH  *
071721*  RETURN CODE 16 RATHER THAN LOSE ITS SUSPENSE POSTINGS.        *
071722******************************************************************
071723 1205-OPEN-PARTITION-SUSPENSE.
071724     MOVE 'N' TO WS-SUSFILE-PRESENT-SW
071725     IF CC-RESTART-REQUESTED
071726         OPEN EXTEND SUSADD
071727     ELSE
071728         OPEN OUTPUT SUSADD
071729     END-IF
071730     IF FS-SUSADD NOT = '00'
071731         DISPLAY 'PARIDADE - UNABLE TO OPEN SUSADD, STATUS='
071732             FS-SUSADD
071733         MOVE 16 TO RETURN-CODE
071734         GO TO 9999-EXIT
071735     END-IF.
071736 1205-OPEN-PARTITION-SUSPENSE-EXIT.
071737     EXIT.
071738
071739******************************************************************
071740*  1210-OPEN-PARTITION-AUDIT                                     *
071741*  A PARTITION'S AUDIT FILE HOLDS ONLY THIS PARTITION'S RECORDS  *
071742*  FOR THE DAY, WRITTEN UNSTAMPED - THE PARJOIJB MERGE APPENDS   *
071743*  EVERY PARTITION'S FILE TO THE LIVE AUDIT FILE IN PARTITION    *
071744*  ORDER THROUGH PARAUDSQ, WHICH STAMPS THEM INTO THE ONE CHAIN. *
071745*  STARTED FRESH ON A NORMAL RUN AND EXTENDED ON A RESTART, THE  *
071746*  SAME AS REJFILE.                                              *
071747******************************************************************
071748 1210-OPEN-PARTITION-AUDIT.
071749     IF CC-RESTART-REQUESTED
071750         OPEN EXTEND AUDFILE
071751     ELSE
071752         OPEN OUTPUT AUDFILE
071753     END-IF
071754     IF FS-AUDFILE NOT = '00'
071755         DISPLAY 'PARIDADE - UNABLE TO OPEN AUDFILE, STATUS='
071756             FS-AUDFILE
071757         MOVE 16 TO RETURN-CODE
071758         GO TO 9999-EXIT
071759     END-IF.
071760 1210-OPEN-PARTITION-AUDIT-EXIT.
071761     EXIT.
071762
071800******************************************************************
071900*  1300-POSITION-FOR-RESTART                                     *
072000*  WHEN A RESTART POSITION WAS SUPPLIED ON THE CONTROL CARD,     *
079300     MOVE WS-RUN-TIME-DISPLAY TO RPT-H-TIME
079400     MOVE WS-PAGE-COUNT      TO RPT-H-PAGE
079500     MOVE WS-DIVISOR         TO RPT-H-DIVISOR
079510     IF PARTITION-RUN
079520         MOVE '   PARTICAO '     TO RPT-H-PART-LABEL
079530         MOVE WS-PARTITION-NO    TO RPT-H-PARTITION
079540     END-IF
079600     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
079700     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
079800     WRITE RPT-LINE FROM WS-RPT-COLUMN-HDR AFTER ADVANCING 2 LINES
088800     MOVE WS-WORK-VALOR-IN   TO REJ-VALOR-IN
088900     MOVE 'V005' TO REJ-REASON-CODE
089000     MOVE 'REGISTRO DUPLICADO' TO REJ-REASON-TEXT
089050     MOVE WS-WORK-SOURCE     TO REJ-SOURCE-CODE
089100     WRITE PAR-REJECT-RECORD
089200     ADD 1 TO WS-DUP-COUNT
089300     IF WS-DUP-TBL-COUNT < WS-DUP-MAX
091800             THRU 1230-VALIDATE-ACCOUNT-EXIT
091900     END-IF
092000     IF RECORD-IS-VALID
092050         IF WS-ORIG-ACCOUNT-NO NOT = SPACES
092060             ADD 1 TO WS-REROUTE-COUNT
092070         END-IF
092100         PERFORM 2310-TALLY-CLASS THRU 2310-TALLY-CLASS-EXIT
092200         PERFORM 2400-WRITE-DETAIL-LINE
092300             THRU 2400-WRITE-DETAIL-LINE-EXIT
096140*  THE RUN DEFAULT FOR THIS RECORD ONLY.  THE FOUND/CLOSED      *
096160*  VERDICT IS LEFT FOR 1230-VALIDATE-ACCOUNT TO APPLY AFTER     *
096180*  THE VALOR RULES.  BYPASSED WHEN NO MASTER WAS SUPPLIED SO    *
096200*  THE AD HOC JOB CAN RUN WITHOUT ONE.  A RETIRED ACCOUNT IS    *
096210*  FIRST FOLLOWED TO ITS SUCCESSOR, WHOSE RULE THEN APPLIES.    *
096220******************************************************************
096240 1225-RESOLVE-DIVISOR.
096260     MOVE WS-DIVISOR TO WS-REC-DIVISOR
096270     MOVE WS-WORK-ACCOUNT-NO TO WS-POST-ACCOUNT-NO
096275     MOVE SPACES TO WS-ORIG-ACCOUNT-NO
096280     IF NOT ACCFILE-IS-PRESENT
096300         GO TO 1225-RESOLVE-DIVISOR-EXIT
096320     END-IF
096500     IF MASTER-ACCOUNT-NOT-FOUND
096520         GO TO 1225-RESOLVE-DIVISOR-EXIT
096540     END-IF
096542     MOVE ZERO TO WS-MERGE-HOPS
096544     MOVE 'N' TO WS-FOLLOW-SW
096546     PERFORM 1227-FOLLOW-SUCCESSOR
096548         THRU 1227-FOLLOW-SUCCESSOR-EXIT
096550         UNTIL SUCCESSOR-FOLLOWED
096552     IF MASTER-ACCOUNT-NOT-FOUND
096554         GO TO 1225-RESOLVE-DIVISOR-EXIT
096556     END-IF
096560     IF ACC-DIVISOR-X NUMERIC AND ACC-DIVISOR > 1
096580      AND (ACC-DIV-EFF-DATE = SPACES
096600       OR ACC-DIV-EFF-DATE NOT > WS-BUS-DATE-ISO)
096720 1225-RESOLVE-DIVISOR-EXIT.
096740     EXIT.
096760
096762******************************************************************
096763*  1227-FOLLOW-SUCCESSOR                                         *
096764*  ONE STEP ALONG THE MERGE CHAIN.  AN ACCOUNT RETIRED BY A      *
096765*  PARMAINT 'M' CARD WHOSE MERGE DATE HAS BEEN REACHED POSTS TO  *
096766*  ITS SUCCESSOR, UNDER THE SUCCESSOR'S RULE AND STATUS.  A      *
096767*  SUCCESSOR MISSING FROM THE MASTER LEAVES THE RECORD NOT FOUND *
096768*  (V003).  THE HOP LIMIT ONLY GUARDS A DAMAGED MASTER - PARMAINT*
096769*  NEVER LETS A CHAIN LOOP.                                      *
096770******************************************************************
096771 1227-FOLLOW-SUCCESSOR.
096772     IF ACC-NOT-MERGED
096773      OR (ACC-MERGE-EFF-DATE NOT = SPACES
096774          AND ACC-MERGE-EFF-DATE > WS-BUS-DATE-ISO)
096775      OR WS-MERGE-HOPS NOT < WS-MERGE-HOP-MAX
096776         SET SUCCESSOR-FOLLOWED TO TRUE
096777         GO TO 1227-FOLLOW-SUCCESSOR-EXIT
096778     END-IF
096779     ADD 1 TO WS-MERGE-HOPS
096780     MOVE WS-WORK-ACCOUNT-NO TO WS-ORIG-ACCOUNT-NO
096781     MOVE ACC-SUCCESSOR-NO   TO WS-POST-ACCOUNT-NO
096782     MOVE WS-POST-ACCOUNT-NO TO ACC-ACCOUNT-NO
096783     READ ACCFILE
096784         INVALID KEY
096785             SET MASTER-ACCOUNT-NOT-FOUND TO TRUE
096786             SET SUCCESSOR-FOLLOWED TO TRUE
096787     END-READ.
096788 1227-FOLLOW-SUCCESSOR-EXIT.
096789     EXIT.
096790
096800******************************************************************
096820*  1230-VALIDATE-ACCOUNT                                        *
096840*  APPLIES THE MASTER VERDICT 1225-RESOLVE-DIVISOR ALREADY      *
101300     MOVE WS-WORK-VALOR-IN   TO REJ-VALOR-IN
101400     MOVE WS-REASON-CODE     TO REJ-REASON-CODE
101500     MOVE WS-REASON-TEXT     TO REJ-REASON-TEXT
101550     MOVE WS-WORK-SOURCE     TO REJ-SOURCE-CODE
101600     WRITE PAR-REJECT-RECORD
101700     ADD 1 TO WS-REJECT-COUNT
101710     PERFORM 2260-POST-SUSPENSE THRU 2260-POST-SUSPENSE-EXIT
101720     IF PARTITION-RUN
101730         PERFORM 2270-WRITE-SUSPENSE-ADD
101740             THRU 2270-WRITE-SUSPENSE-ADD-EXIT
101750     END-IF.
101800 2250-WRITE-REJECT-RECORD-EXIT.
101900     EXIT.
101910
102036 2260-POST-SUSPENSE-EXIT.
102038     EXIT.
102040
102042******************************************************************
102044*  2270-WRITE-SUSPENSE-ADD                                       *
102046*  A PARTITION CANNOT UPDATE THE SUSPENSE KSDS (SEE 1205) - IT   *
102048*  WRITES EVERY REJECT TO ITS OWN SUSADD FILE INSTEAD, BUILT THE *
102050*  SAME AS 2260 BUILDS A NEW SUSPENSE RECORD.  PARJOIN ADDS THEM *
102052*  TO THE KSDS AND LEAVES ALONE ANY KEY ALREADY ON SUSPENSE, SO  *
102054*  A RESEND STILL NEVER REFRESHES THE DATE FIRST SEEN.           *
102056******************************************************************
102058 2270-WRITE-SUSPENSE-ADD.
102060     MOVE SPACES TO PAR-SUSPENSE-RECORD
102062     MOVE WS-WORK-ACCOUNT-NO TO SUS-ACCOUNT-NO
102064     MOVE WS-WORK-VALOR-IN   TO SUS-VALOR-IN
102066     MOVE WS-REASON-CODE     TO SUS-REASON-CODE
102068     MOVE WS-BUS-DATE-ISO    TO SUS-DATE-FIRST-SEEN
102070     MOVE WS-RUN-ID          TO SUS-RUN-ID
102072     WRITE SUSADD-RECORD FROM PAR-SUSPENSE-RECORD
102074     IF FS-SUSADD NOT = '00'
102076         DISPLAY 'PARIDADE - SUSADD WRITE FAILED, STATUS='
102078             FS-SUSADD
102080         MOVE 16 TO RETURN-CODE
102082         GO TO 9999-EXIT
102084     END-IF.
102086 2270-WRITE-SUSPENSE-ADD-EXIT.
102088     EXIT.
102090
102100******************************************************************
102200*  2310-TALLY-CLASS                                              *
102300*  PARCALC HAS ALREADY CLASSIFIED THE VALOR - THIS BUMPS THE    *
105300     END-IF
105400     PERFORM 2410-CHECK-PAGE-BREAK THRU 2410-CHECK-PAGE-BREAK-EXIT
105500     MOVE SPACES TO WS-RPT-DETAIL-LINE
105600     MOVE WS-POST-ACCOUNT-NO TO RPT-D-ACCOUNT
105605     MOVE WS-ORIG-ACCOUNT-NO TO RPT-D-ORIG-ACCOUNT
105610     MOVE WS-VALOR-NUM TO WS-VALOR-SIGNED
105620     IF WS-VALOR-SIGN = '-'
105630         SUBTRACT WS-VALOR-NUM FROM ZERO GIVING WS-VALOR-SIGNED
109000
109100******************************************************************
109200*  2500-WRITE-AUDIT-RECORD                                       *
109225*  THE RECORD TAKES THE NEXT AUDIT SEQUENCE NUMBER, ITS OWN      *
109250*  CHECK VALUE AND THE CHAIN HASH LINKING IT TO THE RECORD       *
109275*  BEFORE IT (PARCHAIN) - NOTHING MAY CHANGE IT AFTERWARDS.      *
109280*  A PARTITION'S RECORDS GO OUT UNSTAMPED (SEE 1210).            *
109300******************************************************************
109400 2500-WRITE-AUDIT-RECORD.
109500     PERFORM 1035-REFRESH-TIMESTAMP
109700     MOVE SPACES TO PAR-AUDIT-RECORD
109800     MOVE WS-RUN-ID          TO AUD-RUN-ID
109900     MOVE WS-TIMESTAMP       TO AUD-TIMESTAMP
110000     MOVE WS-POST-ACCOUNT-NO TO AUD-ACCOUNT-NO
110050     MOVE WS-ORIG-ACCOUNT-NO TO AUD-ORIG-ACCOUNT-NO
110100     MOVE WS-VALOR-NUM       TO AUD-VALOR
110200     MOVE WS-REC-DIVISOR     TO AUD-DIVISOR
110300     MOVE WS-RESTO           TO AUD-RESTO
110400     MOVE WS-RESULT-TEXT     TO AUD-RESULT
110500     SET AUD-CHANNEL-BATCH TO TRUE
110510     MOVE WS-VALOR-SIGN      TO AUD-SIGN
110512     IF PARTITION-RUN
110514         GO TO 2500-WRITE-AUDIT-RECORD-WRITE
110516     END-IF
110518     ADD 1 TO WS-CHAIN-SEQ
110526     MOVE WS-CHAIN-SEQ       TO AUD-CHAIN-SEQ
110534     MOVE ZERO               TO AUD-REC-HASH
110542     MOVE ZERO               TO AUD-CHAIN-HASH
110550     MOVE PAR-AUDIT-RECORD   TO CHN-AUDIT-IMAGE
110558     MOVE WS-CHAIN-HASH      TO CHN-PREV-CHAIN-HASH
110566     CALL 'PARCHAIN' USING PAR-CHAIN-AREA
110574     MOVE CHN-REC-HASH       TO AUD-REC-HASH
110582     MOVE CHN-CHAIN-HASH     TO AUD-CHAIN-HASH
110590     MOVE CHN-CHAIN-HASH     TO WS-CHAIN-HASH.
110595 2500-WRITE-AUDIT-RECORD-WRITE.
110600     WRITE PAR-AUDIT-RECORD.
110700 2500-WRITE-AUDIT-RECORD-EXIT.
110800     EXIT.
110801
110802******************************************************************
110803*  2530-FIND-CHAIN-TAIL                                          *
110804*  ONE SEQUENTIAL PASS OVER THE LIVE AUDIT FILE BEFORE THE OPEN  *
110805*  EXTEND, KEEPING THE LAST SEQUENCE NUMBER AND CHAIN HASH       *
110806*  STAMPED ON IT.  A LIVE FILE WITH NOTHING STAMPED (JUST AFTER  *
110807*  AN ARCHIVAL THAT TOOK EVERYTHING) CONTINUES FROM THE          *
110808*  ARCHIVE'S LAST RECORD INSTEAD, AND NO ARCHIVE EITHER STARTS   *
110809*  THE CHAIN AT ONE FROM A ZERO HASH.                            *
110810******************************************************************
110811 2530-FIND-CHAIN-TAIL.
110812     MOVE ZERO TO WS-CHAIN-SEQ
110813     MOVE ZERO TO WS-CHAIN-HASH
110814     MOVE 'N' TO WS-ASC-FOUND-SW
110815     OPEN INPUT AUDFILE
110816     IF FS-AUDFILE = '00'
110817         MOVE 'N' TO WS-ASC-EOF-SW
110818         PERFORM 2540-SCAN-ONE-AUDIT THRU 2540-SCAN-ONE-AUDIT-EXIT
110819             UNTIL END-OF-AUDIT-SCAN
110820         CLOSE AUDFILE
110821     END-IF
110822     IF NOT CHAIN-TAIL-FOUND
110823         OPEN INPUT ARCTAIL
110824         IF FS-ARCTAIL = '00'
110825             MOVE 'N' TO WS-ASC-EOF-SW
110826             PERFORM 2550-SCAN-ONE-ARCHIVE
110827                 THRU 2550-SCAN-ONE-ARCHIVE-EXIT
110828                 UNTIL END-OF-AUDIT-SCAN
110829             CLOSE ARCTAIL
110830         END-IF
110831     END-IF
110832     DISPLAY 'PARIDADE - AUDITORIA ENCADEADA APOS O SEQUENCIAL '
110833         WS-CHAIN-SEQ.
110834 2530-FIND-CHAIN-TAIL-EXIT.
110835     EXIT.
110836
110837 2540-SCAN-ONE-AUDIT.
110838     READ AUDFILE
110839         AT END
110840             SET END-OF-AUDIT-SCAN TO TRUE
110841             GO TO 2540-SCAN-ONE-AUDIT-EXIT
110842     END-READ
110843     IF AUD-CHAIN-SEQ NUMERIC
110844      AND AUD-CHAIN-SEQ > ZERO
110845         MOVE AUD-CHAIN-SEQ  TO WS-CHAIN-SEQ
110846         MOVE AUD-CHAIN-HASH TO WS-CHAIN-HASH
110847         SET CHAIN-TAIL-FOUND TO TRUE
110848     END-IF.
110849 2540-SCAN-ONE-AUDIT-EXIT.
110850     EXIT.
110851
110852 2550-SCAN-ONE-ARCHIVE.
110853     READ ARCTAIL
110854         AT END
110855             SET END-OF-AUDIT-SCAN TO TRUE
110856             GO TO 2550-SCAN-ONE-ARCHIVE-EXIT
110857     END-READ
110858     IF ARC-CHAIN-SEQ NUMERIC
110859      AND ARC-CHAIN-SEQ > ZERO
110860         MOVE ARC-CHAIN-SEQ  TO WS-CHAIN-SEQ
110861         MOVE ARC-CHAIN-HASH TO WS-CHAIN-HASH
110862         SET CHAIN-TAIL-FOUND TO TRUE
110863     END-IF.
110864 2550-SCAN-ONE-ARCHIVE-EXIT.
110865     EXIT.
110900
111000******************************************************************
111100*  2600-WRITE-EXTRACT-RECORD                                     *
111200******************************************************************
111300 2600-WRITE-EXTRACT-RECORD.
111400     MOVE SPACES TO PAR-EXTRACT-RECORD
111500     MOVE WS-POST-ACCOUNT-NO   TO XTR-ACCOUNT-NO
111550     MOVE WS-ORIG-ACCOUNT-NO   TO XTR-ORIG-ACCOUNT-NO
111600     MOVE WS-VALOR-NUM         TO XTR-VALOR
111700     MOVE WS-REC-DIVISOR       TO XTR-DIVISOR
111800     MOVE WS-RESTO             TO XTR-RESTO
111900     MOVE WS-PARITY-FLAG-CHAR  TO XTR-PARITY-FLAG
112000     MOVE WS-RUN-ID            TO XTR-RUN-ID
112050     MOVE WS-VALOR-SIGN        TO XTR-SIGN
112060     MOVE WS-WORK-SOURCE       TO XTR-SOURCE-CODE
112100     WRITE PAR-EXTRACT-RECORD
112110     ADD 1 TO WS-XTR-DETAIL-COUNT
112120     IF WS-RESTO = 0
112376     MOVE '**HEADER**'     TO XTH-RECORD-ID
112378     MOVE WS-RUN-ID        TO XTH-RUN-ID
112380     MOVE WS-BUS-DATE-ISO  TO XTH-RUN-DATE
112381     MOVE WS-DIVISOR       TO XTH-DIVISOR
112382     MOVE WS-PARTITION-NO  TO XTH-PARTITION-NO
112383     MOVE WS-EXEC-TIME     TO XTH-EXEC-TIME
112384     WRITE PAR-EXTRACT-RECORD FROM PAR-EXTRACT-HEADER-RECORD.
112386 2610-WRITE-EXTRACT-HEADER-EXIT.
112388     EXIT.
118700     MOVE 'TOTAL DE REGISTROS DUPLICADOS..:' TO RPT-T-LABEL
118800     MOVE WS-DUP-COUNT TO RPT-T-VALUE
118900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
118910
118920     MOVE 'TOTAL DE REG. REENCAMINHADOS...:' TO RPT-T-LABEL
118930     MOVE WS-REROUTE-COUNT TO RPT-T-VALUE
118940     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
119000
119100     IF WS-DUP-COUNT > ZERO
119200         PERFORM 8200-WRITE-DUPLICATES-SECTION
119800         ' IMPARES=' WS-ODD-COUNT
119900         ' REJEITADOS=' WS-REJECT-COUNT
120000         ' DUPLICADOS=' WS-DUP-COUNT
120050         ' REENCAMINHADOS=' WS-REROUTE-COUNT
120100
120200     PERFORM 6000-WRITE-CONTROL-TOTALS
120300         THRU 6000-WRITE-CONTROL-TOTALS-EXIT.
126400     MOVE WS-DUP-COUNT    TO CTL-DUP-COUNT
126450     MOVE WS-POS-COUNT    TO CTL-POS-COUNT
126460     MOVE WS-NEG-COUNT    TO CTL-NEG-COUNT
126470     MOVE WS-PARTITION-NO TO CTL-PARTITION-NO
126500     MOVE WS-SKIP-TARGET  TO CTL-SKIP-COUNT
126600     MOVE 1 TO WS-SRC-SUB
126700     PERFORM 6010-PUBLISH-ONE-SOURCE
129802     IF SUSFILE-IS-PRESENT
129804         CLOSE SUSFILE
129806     END-IF
129807     IF PARTITION-RUN
129808         CLOSE SUSADD
129809     END-IF
129810     IF RUN-STATE-TRACKED
129820         PERFORM 9100-MARK-RUN-COMPLETE
129830             THRU 9100-MARK-RUN-COMPLETE-EXIT
