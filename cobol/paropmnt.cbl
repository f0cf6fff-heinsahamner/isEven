000800*                                                                *
000900*   FUNCTION   : MAINTAINS THE CENTRAL RUN-OPTIONS FILE          *
001000*                (COPYBOOK PAROPT) READ AT INITIALIZATION BY     *
001100*                PARIDADE, PARHIST, PARSTATS AND PARRESUM - ONE  *
001200*                PLACE FOR THE TUNING VALUES THAT USED TO LIVE   *
001300*                IN HARDCODED CONSTANTS AND SCATTERED ONE-OFF    *
001400*                PARM CARDS.  THE OLD OPTIONS FILE IS LOADED     *
001500*                INTO A TABLE, EACH CARD (COPYBOOK PAROPC) IS    *
001600*                APPLIED IN TURN (SET / DELETE / LIST), AND      *
002000*                OF EVERY CHANGE.  UNKNOWN KEYWORDS AND          *
002100*                NON-NUMERIC VALUES ARE REJECTED HERE SO A       *
002200*                MISPUNCHED CARD CANNOT REACH THE NIGHTLY RUN.   *
002208*                A SET OR DELETE CARD IS NOT APPLIED HOWEVER - IT*
002216*                IS RECORDED AS A PENDING CHANGE ON THE PNDVSAM  *
002224*                KSDS (COPYBOOK PARPND) AND REACHES THE OPTIONS  *
002232*                FILE ONLY WHEN A SECOND USER APPROVES IT WITH A *
002240*                'V' CARD (COPYBOOK PARAPV) IN THIS OR A LATER   *
002248*                DECK.  AN 'X' CARD DECLINES IT.  A CHANGE       *
002256*                APPROVED ON THE PARONLIN PARAPV PANEL WAITS ON  *
002264*                PNDVSAM AND IS APPLIED AT THE START OF THE NEXT *
002272*                RUN, AHEAD OF THE CARDS.  THE USER IS THE ONE   *
002280*                THE JOB RUNS UNDER, AS SIGNED ON (PARUSER).     *
002300*                                                                *
002400*   MODIFICATION HISTORY                                         *
002500*   ---------------------------------------------------------    *
002600*   2026-09-03  JA  ORIGINAL.                                    *
002610*   2026-10-15  JA  SUM-AVG-PCT (PARRESUM) ADDED TO THE          *
002620*                   KEYWORD TABLE.                               *
002630*   2026-10-15  JA  REV-WINDOW (PARREVMT) ADDED TO THE           *
002640*                   KEYWORD TABLE.                               *
002650*   2026-10-15  JA  PART-STREAMS AND PART-UPTO-01 THRU -07       *
002660*                   (PARSPLIT) ADDED TO THE KEYWORD TABLE - THE  *
002670*                   BOUNDS ARE ACCOUNT NUMBERS, SO THE VALUE     *
002680*                   NOW RUNS TO CARD COL 23 (OPC-VALUE-AREA).    *
002682*   2026-10-15  JA  DUAL CONTROL - S/D CARDS ARE RECORDED ON     *
002684*                    PNDVSAM (NEW DD PNDFILE) FOR A SECOND USER; *
002686*                    NEW 'V'/'X' DECISION CARDS APPROVE AND      *
002688*                    APPLY, OR DECLINE, ONE; CHANGES APPROVED    *
002690*                    ONLINE ARE APPLIED AT START.  PEND-MAX-AGE  *
002692*                    (PARPNDRP) ADDED TO THE KEYWORD TABLE.      *
002694*                    USER ID FROM THE PARM.                      *
002696*   2026-10-15  JA  THE USER ID NOW COMES FROM THE SECURITY      *
002697*                    ENVIRONMENT (PARUSER) - THE PARM COULD NAME *
002698*                    ANYONE, DEFEATING THE MAKER/CHECKER TEST.   *
002700******************************************************************
002800 PROGRAM-ID. PAROPMNT.
002900 DATE-WRITTEN. 2026-09-03.
004700     SELECT MNTRPT ASSIGN TO MNTRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-MNTRPT.
004910
004920     SELECT PNDFILE ASSIGN TO PNDFILE
004930         ORGANIZATION IS INDEXED
004940         ACCESS MODE IS DYNAMIC
004950         RECORD KEY IS PND-ID
004960         FILE STATUS IS FS-PNDFILE.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
006500 FD  MNTRPT
006600     RECORDING MODE IS F.
006700 01  RPT-LINE                   PIC X(132).
006710
006720 FD  PNDFILE.
006730     COPY PARPND.
006800
006900 WORKING-STORAGE SECTION.
007000******************************************************************
007400 77  FS-OPTCARD                 PIC X(02) VALUE '00'.
007500 77  FS-NEWOPT                  PIC X(02) VALUE '00'.
007600 77  FS-MNTRPT                  PIC X(02) VALUE '00'.
007610 77  FS-PNDFILE                 PIC X(02) VALUE '00'.
007700
007800******************************************************************
007900*  SWITCHES                                                      *
009100 77  WS-VALUE-SW                PIC X(01) VALUE 'N'.
009200     88  VALUE-IS-VALID                   VALUE 'Y'.
009300     88  VALUE-IS-INVALID                 VALUE 'N'.
009308*    A MAKER'S CARD IS RECORDED AS PENDING; THE SAME VERDICT
009316*    PARAGRAPHS APPLY IT FOR REAL ONCE IT IS APPROVED.
009324 77  WS-APPLY-SW                PIC X(01) VALUE 'P'.
009332     88  RECORD-AS-PENDING                VALUE 'P'.
009340     88  APPLY-APPROVED-CHANGE            VALUE 'A'.
009348 77  WS-PND-EOF-SW              PIC X(01) VALUE 'N'.
009356     88  END-OF-PENDING                   VALUE 'Y'.
009364 77  WS-DATE-SW                 PIC X(01) VALUE 'N'.
009372     88  DATE-IS-VALID                    VALUE 'Y'.
009380 77  WS-LEAP-SW                 PIC X(01) VALUE 'N'.
009388     88  YEAR-IS-LEAP                     VALUE 'Y'.
009400
009500******************************************************************
009600*  COUNTERS                                                      *
010000 77  WS-DELETE-COUNT            PIC 9(05) VALUE ZERO COMP.
010100 77  WS-ERROR-COUNT             PIC 9(05) VALUE ZERO COMP.
010200 77  WS-WRITE-COUNT             PIC 9(05) VALUE ZERO COMP.
010210 77  WS-PENDING-COUNT           PIC 9(05) VALUE ZERO COMP.
010220 77  WS-APPROVE-COUNT           PIC 9(05) VALUE ZERO COMP.
010230 77  WS-DECLINE-COUNT           PIC 9(05) VALUE ZERO COMP.
010240 77  WS-EXPIRE-COUNT            PIC 9(05) VALUE ZERO COMP.
010250 77  WS-ONLINE-COUNT            PIC 9(05) VALUE ZERO COMP.
010260 77  WS-ERRORS-BEFORE           PIC 9(05) VALUE ZERO COMP.
010300 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
010400 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
010500 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
011800 01  WS-OPTION-TABLE.
011900     05  WS-OPT-ENTRY OCCURS 50 TIMES.
012000         10  WS-OPT-KEYWORD      PIC X(12).
012100         10  WS-OPT-VALUE        PIC X(10).
012200
012300******************************************************************
012400*  VALID KEYWORD TABLE - ONE ENTRY PER KEYWORD THE CONSUMING    *
012500*  PROGRAMS RECOGNISE, WITH ITS VALUE FORMAT ('N' FULL NINE     *
012600*  DIGITS, 'P' 999V99 PERCENTAGE IN THE FIRST FIVE, 'A' A TEN-  *
012650*  CHARACTER ACCOUNT NUMBER).                                   *
012700******************************************************************
012800 77  WS-KWD-SUB                 PIC 9(03) VALUE ZERO COMP.
012810 77  WS-KWD-COUNT               PIC 9(03) VALUE 17 COMP.
012900
013000 01  WS-KEYWORD-TABLE-VALUES.
013100     05  FILLER                  PIC X(13) VALUE 'CHKPT-INT   N'.
013400     05  FILLER                  PIC X(13) VALUE 'HIST-RUNS   N'.
013500     05  FILLER                  PIC X(13) VALUE 'HIST-REJ-PCTP'.
013600     05  FILLER                  PIC X(13) VALUE 'STAT-TOL-PCTP'.
013610     05  FILLER                  PIC X(13) VALUE 'SUM-AVG-PCT P'.
013620     05  FILLER                  PIC X(13) VALUE 'REV-WINDOW  N'.
013625     05  FILLER                  PIC X(13) VALUE 'PART-STREAMSN'.
013630     05  FILLER                  PIC X(13) VALUE 'PART-UPTO-01A'.
013635     05  FILLER                  PIC X(13) VALUE 'PART-UPTO-02A'.
013640     05  FILLER                  PIC X(13) VALUE 'PART-UPTO-03A'.
013645     05  FILLER                  PIC X(13) VALUE 'PART-UPTO-04A'.
013650     05  FILLER                  PIC X(13) VALUE 'PART-UPTO-05A'.
013655     05  FILLER                  PIC X(13) VALUE 'PART-UPTO-06A'.
013660     05  FILLER                  PIC X(13) VALUE 'PART-UPTO-07A'.
013670     05  FILLER                  PIC X(13) VALUE 'PEND-MAX-AGEN'.
013700
013800 01  WS-KEYWORD-TABLE REDEFINES WS-KEYWORD-TABLE-VALUES.
013900     05  WS-KWD-ENTRY OCCURS 17 TIMES.
014000         10  WS-KWD-KEYWORD      PIC X(12).
014100         10  WS-KWD-FORMAT       PIC X(01).
014200
014600 COPY PAROPT REPLACING PAR-OPTION-RECORD BY WS-OPTION-RECORD.
014700
014800 COPY PAROPC REPLACING PAR-OPTION-CARD BY WS-OPTION-CARD.
014805
014810 COPY PARAPV REPLACING PAR-APPROVAL-CARD BY WS-APPROVAL-CARD.
014815
014820******************************************************************
014825*  DUAL-CONTROL WORK AREAS - THE USER THIS JOB RUNS UNDER (THE   *
014830*  MAKER OF EVERY CHANGE IT RECORDS, THE CHECKER OF EVERY ONE IT *
014835*  DECIDES) AND THE AGE LIMIT FROM THE PNDVSAM CONTROL RECORD.   *
014840******************************************************************
014845 77  WS-USER-ID                 PIC X(08) VALUE SPACES.
014850 77  WS-NEW-PND-ID              PIC 9(08) VALUE ZERO.
014855 77  WS-PND-MAX-AGE             PIC 9(03) VALUE ZERO.
014860 77  WS-RUN-DATE-ISO            PIC X(10) VALUE SPACES.
014865 77  WS-RUN-TIME-DISPLAY        PIC X(08) VALUE SPACES.
014870
014875 01  WS-RUN-TIME-HHMMSS.
014880     05  WS-RT-HH                PIC X(02).
014885     05  WS-RT-MM                PIC X(02).
014890     05  WS-RT-SS                PIC X(02).
014895     05  WS-RT-CC                PIC X(02).
014900
015000******************************************************************
015100*  RUN DATE WORK AREAS                                           *
016100     05  WS-RDD-MM               PIC 9(02).
016200     05  FILLER                  PIC X(01) VALUE '/'.
016300     05  WS-RDD-CCYY             PIC 9(04).
016302
016304******************************************************************
016306*  AGE COMPUTATION WORK AREAS - DAY SERIALS ARE DAYS SINCE THE   *
016308*  (PROLEPTIC) YEAR ZERO SO TWO DATES SUBTRACT DIRECTLY.         *
016310******************************************************************
016312 77  WS-TODAY-SERIAL            PIC 9(09) VALUE ZERO COMP.
016314 77  WS-AGE-DAYS                PIC 9(09) VALUE ZERO COMP.
016316 77  WS-DS-YEARS                PIC 9(09) VALUE ZERO COMP.
016318 77  WS-DS-WORK                 PIC 9(09) VALUE ZERO COMP.
016320 77  WS-DS-REM                  PIC 9(09) VALUE ZERO COMP.
016322 77  WS-DS-SERIAL               PIC 9(09) VALUE ZERO COMP.
016324
016326 01  WS-DS-DATE.
016328     05  WS-DS-CCYY              PIC 9(04).
016330     05  WS-DS-MM                PIC 9(02).
016332     05  WS-DS-DD                PIC 9(02).
016334
016336 01  WS-ISO-DATE-PARTS.
016338     05  WS-ID-CCYY              PIC X(04).
016340     05  FILLER                  PIC X(01).
016342     05  WS-ID-MM                PIC X(02).
016344     05  FILLER                  PIC X(01).
016346     05  WS-ID-DD                PIC X(02).
016348
016350 01  WS-MONTH-OFFSET-VALUES.
016352     05  FILLER                  PIC X(18)
016354         VALUE '000031059090120151'.
016356     05  FILLER                  PIC X(18)
016358         VALUE '181212243273304334'.
016360
016362 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
016364     05  WS-MONTH-OFFSET OCCURS 12 TIMES
016366                                 PIC 9(03).
016400
016500******************************************************************
016600*  MAINTENANCE REPORT LINE LAYOUTS                               *
019100     05  RPT-D-KEYWORD           PIC X(14).
019200     05  RPT-D-VALUE             PIC X(11).
019300     05  RPT-D-RESULT            PIC X(30).
019310     05  RPT-D-REASON            PIC X(30) VALUE SPACES.
019320     05  FILLER                  PIC X(41) VALUE SPACES.
019500
019600 01  WS-RPT-LIST-LINE.
019700     05  FILLER                  PIC X(06) VALUE SPACES.
020400     05  RPT-T-VALUE             PIC ZZZ,ZZ9.
020500     05  FILLER                  PIC X(93) VALUE SPACES.
020600
020610******************************************************************
020620*  THE SIGNED-ON USER, FROM PARUSER - SEE 1000-INITIALIZE.       *
020630******************************************************************
020640 COPY PARUSR.
020650
020700 PROCEDURE DIVISION.
020800
020900******************************************************************
021400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021500     PERFORM 1100-LOAD-OLD-OPTIONS
021600         THRU 1100-LOAD-OLD-OPTIONS-EXIT.
021610     PERFORM 1200-APPLY-ONLINE-APPROVED
021620         THRU 1200-APPLY-ONLINE-APPROVED-EXIT.
021700     PERFORM 2000-READ-CARD THRU 2000-READ-CARD-EXIT.
021800     PERFORM 2100-PROCESS-ONE-CARD
021900         THRU 2100-PROCESS-ONE-CARD-EXIT
022900*  1000-INITIALIZE                                               *
023000******************************************************************
023100 1000-INITIALIZE.
023110     CALL 'PARUSER' USING PAR-USER-AREA
023120     IF NOT USR-FOUND
023130         DISPLAY 'PAROPMNT - NO SIGNED-ON USER ID FOUND'
023140         MOVE 16 TO RETURN-CODE
023150         GO TO 9999-EXIT
023160     END-IF
023170     MOVE USR-USER-ID TO WS-USER-ID
023200     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
023300     MOVE WS-RD-DD   TO WS-RDD-DD
023400     MOVE WS-RD-MM   TO WS-RDD-MM
023500     MOVE WS-RD-CCYY TO WS-RDD-CCYY
023507     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME
023514     STRING WS-RD-CCYY '-' WS-RD-MM '-' WS-RD-DD
023521         DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
023528     END-STRING
023535     STRING WS-RT-HH ':' WS-RT-MM ':' WS-RT-SS
023542         DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY
023549     END-STRING
023556     MOVE WS-RD-CCYY TO WS-DS-CCYY
023563     MOVE WS-RD-MM   TO WS-DS-MM
023570     MOVE WS-RD-DD   TO WS-DS-DD
023577     PERFORM 7500-COMPUTE-DAY-SERIAL
023584         THRU 7500-COMPUTE-DAY-SERIAL-EXIT
023591     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL
023600     OPEN INPUT OLDOPT
023700     IF FS-OLDOPT NOT = '00'
023800         SET END-OF-OPTIONS TO TRUE
025800         MOVE 16 TO RETURN-CODE
025900         GO TO 9999-EXIT
026000     END-IF
026005     OPEN I-O PNDFILE
026010     IF FS-PNDFILE NOT = '00'
026015         DISPLAY 'PAROPMNT - UNABLE TO OPEN PNDFILE, STATUS='
026020             FS-PNDFILE
026025         MOVE 16 TO RETURN-CODE
026030         GO TO 9999-EXIT
026035     END-IF
026040     MOVE ZERO TO PND-ID-N
026045     READ PNDFILE
026050         INVALID KEY
026055             DISPLAY 'PAROPMNT - PNDFILE CONTROL RECORD MISSING,'
026060                 ' STATUS=' FS-PNDFILE
026065             MOVE 16 TO RETURN-CODE
026070             GO TO 9999-EXIT
026075     END-READ
026080     MOVE PND-CTL-MAX-AGE TO WS-PND-MAX-AGE
026100     PERFORM 1400-WRITE-REPORT-HEADERS
026200         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
026300 1000-INITIALIZE-EXIT.
029700     ADD 1 TO WS-OPT-COUNT
029800     MOVE OPT-KEYWORD OF WS-OPTION-RECORD
029900       TO WS-OPT-KEYWORD (WS-OPT-COUNT)
030000     MOVE OPT-VALUE-AREA OF WS-OPTION-RECORD
030100       TO WS-OPT-VALUE (WS-OPT-COUNT)
030200     PERFORM 1110-READ-OPTION THRU 1110-READ-OPTION-EXIT.
030300 1120-LOAD-ONE-OPTION-EXIT.
030400     EXIT.
030403
030406******************************************************************
030409*  1200-APPLY-ONLINE-APPROVED                                    *
030412*  AN OPTIONS CHANGE APPROVED ON THE PARONLIN PARAPV PANEL IS    *
030415*  LEFT ON PNDVSAM AS APPROVED-WAITING ('V') - CICS HAS NO       *
030418*  ACCESS TO THE SEQUENTIAL OPTIONS FILE.  EACH ONE IS APPLIED   *
030421*  HERE, IN NUMBER ORDER, BEFORE THE FIRST CARD, AND ENDS        *
030424*  APPLIED OR FAILED LIKE A CHANGE APPROVED BY CARD.             *
030427******************************************************************
030430 1200-APPLY-ONLINE-APPROVED.
030433     MOVE 1 TO PND-ID-N
030436     START PNDFILE KEY IS NOT LESS THAN PND-ID
030439         INVALID KEY
030442             GO TO 1200-APPLY-ONLINE-APPROVED-EXIT
030445     END-START
030448     PERFORM 1210-READ-NEXT-PENDING
030451         THRU 1210-READ-NEXT-PENDING-EXIT
030454     PERFORM 1220-APPLY-ONE-APPROVED
030457         THRU 1220-APPLY-ONE-APPROVED-EXIT
030460         UNTIL END-OF-PENDING.
030463 1200-APPLY-ONLINE-APPROVED-EXIT.
030466     EXIT.
030469
030472 1210-READ-NEXT-PENDING.
030475     READ PNDFILE NEXT RECORD
030478         AT END
030481             SET END-OF-PENDING TO TRUE
030484     END-READ.
030487 1210-READ-NEXT-PENDING-EXIT.
030490     EXIT.
030493
030496 1220-APPLY-ONE-APPROVED.
030499     IF NOT PND-FOR-OPTIONS
030502      OR NOT PND-IS-APPROVED-WAITING
030505         GO TO 1220-APPLY-ONE-READ-NEXT
030508     END-IF
030511     ADD 1 TO WS-ONLINE-COUNT
030514     MOVE SPACES   TO WS-APPROVAL-CARD
030517     MOVE 'V'      TO APV-ACTION
030520     MOVE PND-ID   TO APV-PENDING-ID
030523     MOVE 'APROVADA ONLINE' TO RPT-D-RESULT
030526     MOVE PND-CHECKER-USER  TO RPT-D-REASON
030529     PERFORM 3510-WRITE-DECISION-RESULT
030532         THRU 3510-WRITE-DECISION-RESULT-EXIT
030535     PERFORM 3700-APPLY-PENDING-CHANGE
030538         THRU 3700-APPLY-PENDING-CHANGE-EXIT.
030541 1220-APPLY-ONE-READ-NEXT.
030544     PERFORM 1210-READ-NEXT-PENDING
030547         THRU 1210-READ-NEXT-PENDING-EXIT.
030550 1220-APPLY-ONE-APPROVED-EXIT.
030553     EXIT.
030556
030600******************************************************************
030700*  1400-WRITE-REPORT-HEADERS                                     *
030800******************************************************************
034500******************************************************************
034600 2100-PROCESS-ONE-CARD.
034700     ADD 1 TO WS-CARD-COUNT
034710     SET RECORD-AS-PENDING TO TRUE
034720     IF OPC-ACTION-APPROVE OR OPC-ACTION-DECLINE
034730         PERFORM 3500-DECIDE-PENDING THRU 3500-DECIDE-PENDING-EXIT
034740         GO TO 2100-READ-NEXT-CARD
034750     END-IF
034800     IF OPC-ACTION-SET
034900         PERFORM 3100-APPLY-SET THRU 3100-APPLY-SET-EXIT
035000     ELSE
036200                     THRU 2900-WRITE-CARD-RESULT-EXIT
036300             END-IF
036400         END-IF
036500     END-IF.
036510 2100-READ-NEXT-CARD.
036600     PERFORM 2000-READ-CARD THRU 2000-READ-CARD-EXIT.
036700 2100-PROCESS-ONE-CARD-EXIT.
036800     EXIT.
037600         THRU 1410-CHECK-PAGE-BREAK-EXIT
037700     MOVE OPC-ACTION  TO RPT-D-ACTION
037800     MOVE OPC-KEYWORD TO RPT-D-KEYWORD
037900     MOVE OPC-VALUE-AREA TO RPT-D-VALUE
038000     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
038100         AFTER ADVANCING 1 LINE
038200     ADD 1 TO WS-LINE-COUNT.
041100*  THE KEYWORD MUST BE ONE THE CONSUMING PROGRAMS RECOGNISE      *
041200*  AND, ON A SET, THE VALUE MUST BE NUMERIC IN THE KEYWORD'S     *
041300*  FORMAT - A FULL NINE DIGITS, OR 999V99 IN THE FIRST FIVE      *
041400*  FOR THE PERCENTAGE OPTIONS, OR A NON-BLANK ACCOUNT NUMBER     *
041410*  FOR THE PARTITION BOUNDS.  ONLY AN ACCOUNT VALUE MAY REACH    *
041420*  COL 23 - ON ANY OTHER KEYWORD THE COLUMN IS IGNORED.          *
041500******************************************************************
041600 3050-VALIDATE-CARD.
041700     SET KEYWORD-IS-INVALID TO TRUE
042000     PERFORM 3060-TEST-ONE-KEYWORD
042100         THRU 3060-TEST-ONE-KEYWORD-EXIT
042200         UNTIL KEYWORD-IS-VALID
042300            OR WS-KWD-SUB >= WS-KWD-COUNT.
042400 3050-VALIDATE-CARD-EXIT.
042500     EXIT.
042600
042800     ADD 1 TO WS-KWD-SUB
042900     IF WS-KWD-KEYWORD (WS-KWD-SUB) = OPC-KEYWORD
043000         SET KEYWORD-IS-VALID TO TRUE
043050         IF WS-KWD-FORMAT (WS-KWD-SUB) = 'A'
043060             IF OPC-VALUE-AREA NOT = SPACES
043070                 SET VALUE-IS-VALID TO TRUE
043080             END-IF
043090             GO TO 3060-TEST-ONE-KEYWORD-EXIT
043095         END-IF
043098         MOVE SPACE TO OPC-VALUE-EXT
043100         IF WS-KWD-FORMAT (WS-KWD-SUB) = 'P'
043200             IF OPC-VALUE-X (1:5) NUMERIC
043300                 SET VALUE-IS-VALID TO TRUE
046100             THRU 2900-WRITE-CARD-RESULT-EXIT
046200         GO TO 3100-APPLY-SET-EXIT
046300     END-IF
046310     IF RECORD-AS-PENDING
046320         PERFORM 3900-RECORD-PENDING THRU 3900-RECORD-PENDING-EXIT
046330         GO TO 3100-APPLY-SET-EXIT
046340     END-IF
046400     PERFORM 3000-FIND-OPTION THRU 3000-FIND-OPTION-EXIT
046500     IF OPTION-FOUND
046600         MOVE OPC-VALUE-AREA TO WS-OPT-VALUE (WS-FOUND-SUB)
046700         MOVE 'ALTERADA' TO RPT-D-RESULT
046800     ELSE
046900         IF WS-OPT-COUNT >= WS-OPT-MAX
047500         END-IF
047600         ADD 1 TO WS-OPT-COUNT
047700         MOVE OPC-KEYWORD TO WS-OPT-KEYWORD (WS-OPT-COUNT)
047800         MOVE OPC-VALUE-AREA TO WS-OPT-VALUE (WS-OPT-COUNT)
047900         MOVE 'INCLUIDA' TO RPT-D-RESULT
048000     END-IF
048100     ADD 1 TO WS-SET-COUNT
049800             THRU 2900-WRITE-CARD-RESULT-EXIT
049900         GO TO 3200-APPLY-DELETE-EXIT
050000     END-IF
050010     IF RECORD-AS-PENDING
050020         PERFORM 3900-RECORD-PENDING THRU 3900-RECORD-PENDING-EXIT
050030         GO TO 3200-APPLY-DELETE-EXIT
050040     END-IF
050100     MOVE WS-FOUND-SUB TO WS-SHIFT-SUB
050200     PERFORM 3210-SHIFT-ONE-OPTION
050300         THRU 3210-SHIFT-ONE-OPTION-EXIT
054600     ADD 1 TO WS-LINE-COUNT.
054700 3310-LIST-ONE-OPTION-EXIT.
054800     EXIT.
054801
054802******************************************************************
054803*  3500-DECIDE-PENDING                                           *
054804*  A 'V' OR 'X' CARD - THE CHECKER'S DECISION ON ONE PENDING     *
054805*  OPTIONS CHANGE.  THE CHANGE MUST STILL BE PENDING, MUST NOT   *
054806*  BE THE CHECKER'S OWN AND MUST BE INSIDE THE AGE LIMIT - ONE   *
054807*  PAST IT IS MARKED EXPIRED HERE AND CAN NO LONGER BE DECIDED.  *
054808*  AN APPROVED CHANGE IS VALIDATED AGAIN AGAINST THE TABLE AS    *
054809*  IT STANDS NOW, SO IT ENDS APPLIED, OR FAILED WITH THE         *
054810*  VERDICT THAT STOPPED IT.  AN ACCOUNT CHANGE IS PARMAINT'S     *
054811*  TO DECIDE AND IS ONLY NOTED.                                  *
054812******************************************************************
054813 3500-DECIDE-PENDING.
054814     MOVE WS-OPTION-CARD TO WS-APPROVAL-CARD
054815     MOVE APV-REASON TO RPT-D-REASON
054816     IF APV-PENDING-ID NOT NUMERIC
054817         ADD 1 TO WS-ERROR-COUNT
054818         MOVE 'NUMERO DE PENDENCIA INVALIDO' TO RPT-D-RESULT
054819         GO TO 3500-DECIDE-PENDING-PRINT
054820     END-IF
054821     MOVE APV-PENDING-ID TO PND-ID
054822     IF PND-IS-CONTROL-RECORD
054823         ADD 1 TO WS-ERROR-COUNT
054824         MOVE 'NUMERO DE PENDENCIA INVALIDO' TO RPT-D-RESULT
054825         GO TO 3500-DECIDE-PENDING-PRINT
054826     END-IF
054827     READ PNDFILE
054828         INVALID KEY
054829             ADD 1 TO WS-ERROR-COUNT
054830             MOVE 'PENDENCIA NAO CADASTRADA' TO RPT-D-RESULT
054831             GO TO 3500-DECIDE-PENDING-PRINT
054832     END-READ
054833     IF PND-FOR-ACCOUNTS
054834         MOVE 'PENDENCIA DO CADASTRO - PARMAINT' TO RPT-D-RESULT
054835         GO TO 3500-DECIDE-PENDING-PRINT
054836     END-IF
054837     IF NOT PND-IS-PENDING
054838         ADD 1 TO WS-ERROR-COUNT
054839         IF PND-IS-EXPIRED
054840             MOVE 'PENDENCIA EXPIRADA' TO RPT-D-RESULT
054841         ELSE
054842             MOVE 'PENDENCIA JA DECIDIDA' TO RPT-D-RESULT
054843         END-IF
054844         GO TO 3500-DECIDE-PENDING-PRINT
054845     END-IF
054846     IF PND-MAKER-USER = WS-USER-ID
054847         ADD 1 TO WS-ERROR-COUNT
054848         MOVE 'APROVADOR IGUAL AO AUTOR' TO RPT-D-RESULT
054849         GO TO 3500-DECIDE-PENDING-PRINT
054850     END-IF
054851     PERFORM 3550-COMPUTE-PENDING-AGE
054852         THRU 3550-COMPUTE-PENDING-AGE-EXIT
054853     IF WS-AGE-DAYS > WS-PND-MAX-AGE
054854         ADD 1 TO WS-ERROR-COUNT
054855         ADD 1 TO WS-EXPIRE-COUNT
054856         MOVE 'E'                 TO PND-STATUS
054857         MOVE WS-RUN-DATE-ISO     TO PND-DECIDED-DATE
054858         MOVE WS-RUN-TIME-DISPLAY TO PND-DECIDED-TIME
054859         MOVE 'EXPIRADA - PRAZO ESGOTADO' TO PND-RESULT
054860         PERFORM 3590-REWRITE-PENDING
054861             THRU 3590-REWRITE-PENDING-EXIT
054862         MOVE 'PENDENCIA EXPIRADA' TO RPT-D-RESULT
054863         GO TO 3500-DECIDE-PENDING-PRINT
054864     END-IF
054865     MOVE WS-USER-ID          TO PND-CHECKER-USER
054866     MOVE 'B'                 TO PND-CHECKER-CHANNEL
054867     MOVE SPACES              TO PND-CHECKER-TERM
054868     MOVE WS-RUN-DATE-ISO     TO PND-DECIDED-DATE
054869     MOVE WS-RUN-TIME-DISPLAY TO PND-DECIDED-TIME
054870     MOVE APV-REASON          TO PND-REASON
054871     IF APV-ACTION-DECLINE
054872         ADD 1 TO WS-DECLINE-COUNT
054873         MOVE 'D'        TO PND-STATUS
054874         MOVE 'RECUSADA' TO PND-RESULT
054875         PERFORM 3590-REWRITE-PENDING
054876             THRU 3590-REWRITE-PENDING-EXIT
054877         MOVE 'RECUSADA' TO RPT-D-RESULT
054878         GO TO 3500-DECIDE-PENDING-PRINT
054879     END-IF
054880*    APPROVED - THE DECISION LINE GOES OUT FIRST, THEN THE CHANGE
054881*    ITSELF WITH THE VERDICT IT GETS NOW.
054882     ADD 1 TO WS-APPROVE-COUNT
054883     MOVE 'APROVADA' TO RPT-D-RESULT
054884     PERFORM 3510-WRITE-DECISION-RESULT
054885         THRU 3510-WRITE-DECISION-RESULT-EXIT
054886     PERFORM 3700-APPLY-PENDING-CHANGE
054887         THRU 3700-APPLY-PENDING-CHANGE-EXIT
054888     GO TO 3500-DECIDE-PENDING-EXIT.
054889 3500-DECIDE-PENDING-PRINT.
054890     PERFORM 3510-WRITE-DECISION-RESULT
054891         THRU 3510-WRITE-DECISION-RESULT-EXIT.
054892 3500-DECIDE-PENDING-EXIT.
054893     EXIT.
054894
054895******************************************************************
054896*  3510-WRITE-DECISION-RESULT                                    *
054897*  ONE REPORT LINE PER DECISION - THE PENDING CHANGE NUMBER IN   *
054898*  THE OPTION COLUMN AND THE CHECKER'S REASON AFTER THE RESULT.  *
054899******************************************************************
054900 3510-WRITE-DECISION-RESULT.
054901     PERFORM 1410-CHECK-PAGE-BREAK
054902         THRU 1410-CHECK-PAGE-BREAK-EXIT
054903     MOVE APV-ACTION       TO RPT-D-ACTION
054904     MOVE APV-PENDING-ID   TO RPT-D-KEYWORD
054905     MOVE SPACES           TO RPT-D-VALUE
054906     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
054907         AFTER ADVANCING 1 LINE
054908     MOVE SPACES TO RPT-D-REASON
054909     ADD 1 TO WS-LINE-COUNT.
054910 3510-WRITE-DECISION-RESULT-EXIT.
054911     EXIT.
054912
054913******************************************************************
054914*  3550-COMPUTE-PENDING-AGE                                      *
054915*  AGE IN CALENDAR DAYS OF THE PENDING CHANGE IN HAND.  A MADE   *
054916*  DATE THAT WILL NOT PARSE COUNTS AS PAST ANY LIMIT.            *
054917******************************************************************
054918 3550-COMPUTE-PENDING-AGE.
054919     MOVE PND-MADE-DATE TO WS-ISO-DATE-PARTS
054920     PERFORM 3560-PARSE-ISO-DATE THRU 3560-PARSE-ISO-DATE-EXIT
054921     IF NOT DATE-IS-VALID
054922      OR WS-DS-SERIAL > WS-TODAY-SERIAL
054923         MOVE 99999 TO WS-AGE-DAYS
054924     ELSE
054925         SUBTRACT WS-DS-SERIAL FROM WS-TODAY-SERIAL
054926             GIVING WS-AGE-DAYS
054927     END-IF.
054928 3550-COMPUTE-PENDING-AGE-EXIT.
054929     EXIT.
054930
054931 3560-PARSE-ISO-DATE.
054932     MOVE 'N' TO WS-DATE-SW
054933     IF WS-ID-CCYY NOT NUMERIC
054934      OR WS-ID-MM NOT NUMERIC
054935      OR WS-ID-DD NOT NUMERIC
054936         GO TO 3560-PARSE-ISO-DATE-EXIT
054937     END-IF
054938     MOVE WS-ID-CCYY TO WS-DS-CCYY
054939     MOVE WS-ID-MM   TO WS-DS-MM
054940     MOVE WS-ID-DD   TO WS-DS-DD
054941     IF WS-DS-MM < 1 OR WS-DS-MM > 12
054942      OR WS-DS-DD < 1 OR WS-DS-DD > 31
054943      OR WS-DS-CCYY < 1
054944         GO TO 3560-PARSE-ISO-DATE-EXIT
054945     END-IF
054946     SET DATE-IS-VALID TO TRUE
054947     PERFORM 7500-COMPUTE-DAY-SERIAL
054948         THRU 7500-COMPUTE-DAY-SERIAL-EXIT.
054949 3560-PARSE-ISO-DATE-EXIT.
054950     EXIT.
054951
054952******************************************************************
054953*  3590-REWRITE-PENDING                                          *
054954*  THE PENDING RECORD IN HAND IS THE ONE LAST READ.              *
054955******************************************************************
054956 3590-REWRITE-PENDING.
054957     REWRITE PAR-PENDING-RECORD
054958         INVALID KEY
054959             DISPLAY 'PAROPMNT - PNDFILE REWRITE FAILED, STATUS='
054960                 FS-PNDFILE
054961             MOVE 16 TO RETURN-CODE
054962             GO TO 9999-EXIT
054963     END-REWRITE.
054964 3590-REWRITE-PENDING-EXIT.
054965     EXIT.
054966
054967******************************************************************
054968*  3700-APPLY-PENDING-CHANGE                                     *
054969*  THE APPROVED CARD IMAGE OF THE PENDING RECORD IN HAND THROUGH *
054970*  THE SAME SET OR DELETE AS A CARD READ FROM THE DECK, THEN THE *
054971*  RECORD IS MARKED APPLIED, OR FAILED IF THE VERDICT WAS AN     *
054972*  ERROR.  THE CARD IN HAND IS PUT BACK AFTERWARDS.              *
054973******************************************************************
054974 3700-APPLY-PENDING-CHANGE.
054975     MOVE WS-ERROR-COUNT   TO WS-ERRORS-BEFORE
054976     MOVE PND-CHANGE-IMAGE TO WS-OPTION-CARD
054977     SET APPLY-APPROVED-CHANGE TO TRUE
054978     IF OPC-ACTION-SET
054979         PERFORM 3100-APPLY-SET THRU 3100-APPLY-SET-EXIT
054980     ELSE
054981         IF OPC-ACTION-DELETE
054982             PERFORM 3200-APPLY-DELETE
054983                 THRU 3200-APPLY-DELETE-EXIT
054984         ELSE
054985             ADD 1 TO WS-ERROR-COUNT
054986             MOVE 'ACAO INVALIDA' TO RPT-D-RESULT
054987             PERFORM 2900-WRITE-CARD-RESULT
054988                 THRU 2900-WRITE-CARD-RESULT-EXIT
054989         END-IF
054990     END-IF
054991     SET RECORD-AS-PENDING TO TRUE
054992     MOVE WS-APPROVAL-CARD TO WS-OPTION-CARD
054993     IF WS-ERROR-COUNT > WS-ERRORS-BEFORE
054994         MOVE 'F' TO PND-STATUS
054995     ELSE
054996         MOVE 'A' TO PND-STATUS
054997     END-IF
054998     MOVE RPT-D-RESULT TO PND-RESULT
054999     PERFORM 3590-REWRITE-PENDING THRU 3590-REWRITE-PENDING-EXIT.
055000 3700-APPLY-PENDING-CHANGE-EXIT.
055001     EXIT.
055002
055003******************************************************************
055004*  3900-RECORD-PENDING                                           *
055005*  THE MAKER'S CARD HAS PASSED EVERY VERDICT AGAINST THE TABLE   *
055006*  AS IT STANDS - INSTEAD OF THE CHANGE IT IS RECORDED ON        *
055007*  PNDVSAM UNDER THE NEXT NUMBER FROM THE CONTROL RECORD, AND    *
055008*  THE NUMBER IS PRINTED FOR THE CHECKER TO QUOTE.               *
055009******************************************************************
055010 3900-RECORD-PENDING.
055011     MOVE ZERO TO PND-ID-N
055012     READ PNDFILE
055013         INVALID KEY
055014             DISPLAY 'PAROPMNT - PNDFILE CONTROL RECORD MISSING,'
055015                 ' STATUS=' FS-PNDFILE
055016             MOVE 16 TO RETURN-CODE
055017             GO TO 9999-EXIT
055018     END-READ
055019     ADD 1 TO PND-CTL-LAST-ID
055020     MOVE PND-CTL-LAST-ID TO WS-NEW-PND-ID
055021     PERFORM 3590-REWRITE-PENDING THRU 3590-REWRITE-PENDING-EXIT
055022     MOVE SPACES              TO PAR-PENDING-RECORD
055023     MOVE WS-NEW-PND-ID       TO PND-ID-N
055024     MOVE 'O'                 TO PND-TARGET
055025     MOVE 'P'                 TO PND-STATUS
055026     MOVE WS-USER-ID          TO PND-MAKER-USER
055027     MOVE 'B'                 TO PND-MAKER-CHANNEL
055028     MOVE WS-RUN-DATE-ISO     TO PND-MADE-DATE
055029     MOVE WS-RUN-TIME-DISPLAY TO PND-MADE-TIME
055030     MOVE 'PENDENTE'          TO PND-RESULT
055031     MOVE WS-OPTION-CARD      TO PND-CHANGE-IMAGE
055032     WRITE PAR-PENDING-RECORD
055033         INVALID KEY
055034             DISPLAY 'PAROPMNT - PNDFILE WRITE FAILED, STATUS='
055035                 FS-PNDFILE
055036             MOVE 16 TO RETURN-CODE
055037             GO TO 9999-EXIT
055038     END-WRITE
055039     ADD 1 TO WS-PENDING-COUNT
055040     MOVE SPACES TO RPT-D-RESULT
055041     STRING 'PENDENTE ' WS-NEW-PND-ID
055042         DELIMITED BY SIZE INTO RPT-D-RESULT
055043     END-STRING
055044     PERFORM 2900-WRITE-CARD-RESULT
055045         THRU 2900-WRITE-CARD-RESULT-EXIT.
055046 3900-RECORD-PENDING-EXIT.
055047     EXIT.
055048
055049******************************************************************
055050*  7500-COMPUTE-DAY-SERIAL                                       *
055051*  DAY SERIAL OF WS-DS-DATE - WHOLE YEARS BEFORE THIS ONE AT     *
055052*  365 DAYS PLUS THE GREGORIAN LEAP DAYS, PLUS THE DAYS BEFORE   *
055053*  THIS MONTH (ONE MORE AFTER FEBRUARY IN A LEAP YEAR), PLUS     *
055054*  THE DAY OF THE MONTH - THE PARREVMT ARITHMETIC.               *
055055******************************************************************
055056 7500-COMPUTE-DAY-SERIAL.
055057     SUBTRACT 1 FROM WS-DS-CCYY GIVING WS-DS-YEARS
055058     MULTIPLY WS-DS-YEARS BY 365 GIVING WS-DS-SERIAL
055059     DIVIDE WS-DS-YEARS BY 4 GIVING WS-DS-WORK
055060     ADD WS-DS-WORK TO WS-DS-SERIAL
055061     DIVIDE WS-DS-YEARS BY 100 GIVING WS-DS-WORK
055062     SUBTRACT WS-DS-WORK FROM WS-DS-SERIAL
055063     DIVIDE WS-DS-YEARS BY 400 GIVING WS-DS-WORK
055064     ADD WS-DS-WORK TO WS-DS-SERIAL
055065     ADD WS-MONTH-OFFSET (WS-DS-MM) TO WS-DS-SERIAL
055066     PERFORM 7510-TEST-LEAP-YEAR THRU 7510-TEST-LEAP-YEAR-EXIT
055067     IF YEAR-IS-LEAP AND WS-DS-MM > 2
055068         ADD 1 TO WS-DS-SERIAL
055069     END-IF
055070     ADD WS-DS-DD TO WS-DS-SERIAL.
055071 7500-COMPUTE-DAY-SERIAL-EXIT.
055072     EXIT.
055073
055074 7510-TEST-LEAP-YEAR.
055075     MOVE 'N' TO WS-LEAP-SW
055076     DIVIDE WS-DS-CCYY BY 4 GIVING WS-DS-WORK
055077         REMAINDER WS-DS-REM
055078     IF WS-DS-REM NOT = ZERO
055079         GO TO 7510-TEST-LEAP-YEAR-EXIT
055080     END-IF
055081     DIVIDE WS-DS-CCYY BY 100 GIVING WS-DS-WORK
055082         REMAINDER WS-DS-REM
055083     IF WS-DS-REM NOT = ZERO
055084         SET YEAR-IS-LEAP TO TRUE
055085         GO TO 7510-TEST-LEAP-YEAR-EXIT
055086     END-IF
055087     DIVIDE WS-DS-CCYY BY 400 GIVING WS-DS-WORK
055088         REMAINDER WS-DS-REM
055089     IF WS-DS-REM = ZERO
055090         SET YEAR-IS-LEAP TO TRUE
055091     END-IF.
055092 7510-TEST-LEAP-YEAR-EXIT.
055093     EXIT.
055094
055095******************************************************************
055100*  8000-WRITE-NEW-OPTIONS                                        *
055200******************************************************************
055300 8000-WRITE-NEW-OPTIONS.
056400     MOVE WS-OPT-KEYWORD (WS-OPT-SUB)
056500       TO OPT-KEYWORD OF WS-OPTION-RECORD
056600     MOVE WS-OPT-VALUE (WS-OPT-SUB)
056700       TO OPT-VALUE-AREA OF WS-OPTION-RECORD
056800     WRITE NEWOPT-RECORD FROM WS-OPTION-RECORD
056900     ADD 1 TO WS-WRITE-COUNT.
057000 8010-WRITE-ONE-OPTION-EXIT.
059400     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
059500         AFTER ADVANCING 1 LINE
059600
059603     MOVE 'TOTAL DE ALTERACOES PENDENTES..:' TO RPT-T-LABEL
059606     MOVE WS-PENDING-COUNT TO RPT-T-VALUE
059609     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
059612         AFTER ADVANCING 1 LINE
059615
059618     MOVE 'TOTAL DE PENDENCIAS APROVADAS..:' TO RPT-T-LABEL
059621     MOVE WS-APPROVE-COUNT TO RPT-T-VALUE
059624     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
059627         AFTER ADVANCING 1 LINE
059630
059633     MOVE 'TOTAL DE APROVADAS ONLINE......:' TO RPT-T-LABEL
059636     MOVE WS-ONLINE-COUNT TO RPT-T-VALUE
059639     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
059642         AFTER ADVANCING 1 LINE
059645
059648     MOVE 'TOTAL DE PENDENCIAS RECUSADAS..:' TO RPT-T-LABEL
059651     MOVE WS-DECLINE-COUNT TO RPT-T-VALUE
059654     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
059657         AFTER ADVANCING 1 LINE
059660
059663     MOVE 'TOTAL DE PENDENCIAS EXPIRADAS..:' TO RPT-T-LABEL
059666     MOVE WS-EXPIRE-COUNT TO RPT-T-VALUE
059669     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
059672         AFTER ADVANCING 1 LINE
059675
059700     MOVE 'TOTAL DE OPCOES NO ARQUIVO.....:' TO RPT-T-LABEL
059800     MOVE WS-WRITE-COUNT TO RPT-T-VALUE
059900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
060300         ' AJUSTADAS=' WS-SET-COUNT
060400         ' EXCLUIDAS=' WS-DELETE-COUNT
060500         ' ERROS=' WS-ERROR-COUNT
060510         ' PENDENTES=' WS-PENDING-COUNT
060520         ' APROVADAS=' WS-APPROVE-COUNT
060530         ' ONLINE=' WS-ONLINE-COUNT
060540         ' RECUSADAS=' WS-DECLINE-COUNT
060550         ' EXPIRADAS=' WS-EXPIRE-COUNT
060600         ' OPCOES=' WS-WRITE-COUNT
060700     IF WS-ERROR-COUNT > ZERO
060800         MOVE 4 TO RETURN-CODE
061700     CLOSE OLDOPT
061800     CLOSE OPTCARD
061900     CLOSE NEWOPT
062000     CLOSE MNTRPT
062010     CLOSE PNDFILE.
062100 9000-TERMINATE-EXIT.
062200     EXIT.
062300
