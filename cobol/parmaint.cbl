001000*                ACCVSAM KSDS (COPYBOOK PARACC, KEY              *
001100*                ACC-ACCOUNT-NO) - FROM A TRANSACTION CARD DECK  *
001200*                (COPYBOOK PARMNT).  EACH CARD IS APPLIED        *
001300*                DIRECTLY AGAINST THE KSDS (ADD / CLOSE / RULE / *
001400*                MERGE / LIST), SO A CHANGE IS VISIBLE TO THE    *
001500*                DAILY PARIDADE RUN AND TO THE PARONLIN ONLINE   *
001600*                INQUIRY THE MOMENT THIS JOB ENDS - THERE IS     *
001700*                NO REWRITTEN FLAT MASTER AND NO SEPARATELY      *
001800*                REBUILT ONLINE SNAPSHOT ANY MORE.  EVERY CARD   *
001900*                AND ITS RESULT IS PRINTED ON THE MAINTENANCE    *
002000*                REPORT SO OPERATIONS HAS A RECORD OF WHAT WAS   *
002100*                CHANGED.                                        *
002109*                AN ADD, CLOSE, RULE OR MERGE CARD IS NOT APPLIED*
002118*                HOWEVER - IT IS RECORDED AS A PENDING CHANGE ON *
002127*                THE PNDVSAM KSDS (COPYBOOK PARPND) AND REACHES  *
002136*                THE MASTER ONLY WHEN A SECOND USER APPROVES IT  *
002145*                WITH A 'V' CARD (COPYBOOK PARAPV) IN THIS OR A  *
002154*                LATER DECK, OR ON THE PARONLIN PARAPV PANEL.  AN*
002163*                'X' CARD DECLINES IT.  THE USER IS THE ONE THE  *
002172*                JOB RUNS UNDER, AS SIGNED ON (PARUSER).         *
002181*                A 'V' CARD NAMING AN OPTIONS CHANGE IS LEFT TO  *
002190*                PAROPMNT.                                       *
002200*                                                                *
002300*   MODIFICATION HISTORY                                         *
002400*   ---------------------------------------------------------    *
003320*                    ACCOUNT'S CLASSIFICATION RULE (DIVISOR      *
003330*                    PLUS EFFECTIVE DATE, SEE PARACC).  AN 'A'   *
003340*                    CARD MAY CARRY THE RULE COLUMNS TOO.        *
003350*   2026-10-15  JA  ADDED THE 'M' CARD - RETIRES AN ACCOUNT      *
003360*                    INTO A SUCCESSOR FROM AN EFFECTIVE DATE     *
003370*                    (BRANCH CONSOLIDATION, SEE PARACC).  THE    *
003380*                    LIST SHOWS THE SUCCESSOR AND MERGE DATE.    *
003382*   2026-10-15  JA  DUAL CONTROL - A/C/R/M CARDS ARE RECORDED    *
003384*                    ON PNDVSAM (NEW DD PNDFILE) FOR A SECOND    *
003386*                    USER INSTEAD OF BEING APPLIED; NEW 'V'/'X'  *
003388*                    DECISION CARDS APPROVE AND APPLY, OR        *
003390*                    DECLINE, ONE.  A CHANGE PAST THE AGE LIMIT  *
003392*                    EXPIRES INSTEAD.  USER ID FROM THE PARM.    *
003394*   2026-10-15  JA  THE USER ID NOW COMES FROM THE SECURITY      *
003396*                    ENVIRONMENT (PARUSER) - THE PARM COULD NAME *
003398*                    ANYONE, DEFEATING THE MAKER/CHECKER TEST.   *
003400******************************************************************
003500 PROGRAM-ID. PARMAINT.
003600 DATE-WRITTEN. 2026-08-22.
005200     SELECT MNTRPT ASSIGN TO MNTRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-MNTRPT.
005410
005420     SELECT PNDFILE ASSIGN TO PNDFILE
005430         ORGANIZATION IS INDEXED
005440         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS PND-ID
005460         FILE STATUS IS FS-PNDFILE.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
006500 FD  MNTRPT
006600     RECORDING MODE IS F.
006700 01  RPT-LINE                   PIC X(132).
006710
006720 FD  PNDFILE.
006730     COPY PARPND.
006800
006900 WORKING-STORAGE SECTION.
007000******************************************************************
007300 77  FS-ACCMST                  PIC X(02) VALUE '00'.
007400 77  FS-TRNCARD                 PIC X(02) VALUE '00'.
007500 77  FS-MNTRPT                  PIC X(02) VALUE '00'.
007510 77  FS-PNDFILE                 PIC X(02) VALUE '00'.
007600
007700******************************************************************
007800*  SWITCHES                                                      *
008610 77  WS-RULE-SW                 PIC X(01) VALUE 'N'.
008620     88  RULE-IS-VALID                    VALUE 'Y'.
008630     88  RULE-IS-INVALID                  VALUE 'N'.
008637*    A MAKER'S CARD IS RECORDED AS PENDING; THE SAME VERDICT
008644*    PARAGRAPHS APPLY IT FOR REAL ONCE A 'V' CARD APPROVES IT.
008651 77  WS-APPLY-SW                PIC X(01) VALUE 'P'.
008658     88  RECORD-AS-PENDING                VALUE 'P'.
008665     88  APPLY-APPROVED-CHANGE            VALUE 'A'.
008672 77  WS-DATE-SW                 PIC X(01) VALUE 'N'.
008679     88  DATE-IS-VALID                    VALUE 'Y'.
008686 77  WS-LEAP-SW                 PIC X(01) VALUE 'N'.
008693     88  YEAR-IS-LEAP                     VALUE 'Y'.
008700
008800******************************************************************
008900*  COUNTERS                                                      *
009200 77  WS-ADD-COUNT               PIC 9(05) VALUE ZERO COMP.
009250 77  WS-RULE-COUNT              PIC 9(05) VALUE ZERO COMP.
009300 77  WS-CLOSE-COUNT             PIC 9(05) VALUE ZERO COMP.
009350 77  WS-MERGE-COUNT             PIC 9(05) VALUE ZERO COMP.
009400 77  WS-ERROR-COUNT             PIC 9(05) VALUE ZERO COMP.
009410 77  WS-PENDING-COUNT           PIC 9(05) VALUE ZERO COMP.
009420 77  WS-APPROVE-COUNT           PIC 9(05) VALUE ZERO COMP.
009430 77  WS-DECLINE-COUNT           PIC 9(05) VALUE ZERO COMP.
009440 77  WS-EXPIRE-COUNT            PIC 9(05) VALUE ZERO COMP.
009450 77  WS-ERRORS-BEFORE           PIC 9(05) VALUE ZERO COMP.
009500 77  WS-MASTER-COUNT            PIC 9(09) VALUE ZERO COMP.
009600 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
009700 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
010100*  MAINTENANCE CARD WORKING COPY                                 *
010200******************************************************************
010300 COPY PARMNT REPLACING PAR-MAINT-CARD BY WS-MAINT-CARD.
010310
010320******************************************************************
010330*  MERGE CARD WORK AREAS - THE RETIRED ACCOUNT'S RECORD IS HELD  *
010340*  WHILE ITS SUCCESSOR IS READ FOR VALIDATION.                   *
010350******************************************************************
010360 01  WS-MERGE-SAVE-RECORD        PIC X(80).
010370 01  WS-MERGE-RESULT             PIC X(30).
010371
010372******************************************************************
010373*  DUAL-CONTROL WORK AREAS - THE DECISION CARD VIEW OF THE CARD  *
010374*  IN HAND, THE USER THIS JOB RUNS UNDER (THE MAKER OF EVERY     *
010375*  CHANGE IT RECORDS, THE CHECKER OF EVERY ONE IT DECIDES) AND   *
010376*  THE AGE LIMIT FROM THE PNDVSAM CONTROL RECORD.                *
010377******************************************************************
010378 COPY PARAPV REPLACING PAR-APPROVAL-CARD BY WS-APPROVAL-CARD.
010379
010380 77  WS-USER-ID                 PIC X(08) VALUE SPACES.
010381 77  WS-NEW-PND-ID              PIC 9(08) VALUE ZERO.
010382 77  WS-PND-MAX-AGE             PIC 9(03) VALUE ZERO.
010383 77  WS-RUN-DATE-ISO            PIC X(10) VALUE SPACES.
010384 77  WS-RUN-TIME-DISPLAY        PIC X(08) VALUE SPACES.
010385
010386 01  WS-RUN-TIME-HHMMSS.
010387     05  WS-RT-HH                PIC X(02).
010388     05  WS-RT-MM                PIC X(02).
010389     05  WS-RT-SS                PIC X(02).
010390     05  WS-RT-CC                PIC X(02).
010391
010392******************************************************************
010393*  AGE COMPUTATION WORK AREAS - DAY SERIALS ARE DAYS SINCE THE   *
010394*  (PROLEPTIC) YEAR ZERO SO TWO DATES SUBTRACT DIRECTLY.         *
010395******************************************************************
010396 77  WS-TODAY-SERIAL            PIC 9(09) VALUE ZERO COMP.
010397 77  WS-AGE-DAYS                PIC 9(09) VALUE ZERO COMP.
010398 77  WS-DS-YEARS                PIC 9(09) VALUE ZERO COMP.
010399 77  WS-DS-WORK                 PIC 9(09) VALUE ZERO COMP.
010400 77  WS-DS-REM                  PIC 9(09) VALUE ZERO COMP.
010401 77  WS-DS-SERIAL               PIC 9(09) VALUE ZERO COMP.
010402
010403 01  WS-DS-DATE.
010404     05  WS-DS-CCYY              PIC 9(04).
010405     05  WS-DS-MM                PIC 9(02).
010406     05  WS-DS-DD                PIC 9(02).
010407
010408 01  WS-ISO-DATE-PARTS.
010409     05  WS-ID-CCYY              PIC X(04).
010410     05  FILLER                  PIC X(01).
010411     05  WS-ID-MM                PIC X(02).
010412     05  FILLER                  PIC X(01).
010413     05  WS-ID-DD                PIC X(02).
010414
010415******************************************************************
010416*  CUMULATIVE DAYS BEFORE EACH MONTH (NON-LEAP)                  *
010417******************************************************************
010418 01  WS-MONTH-OFFSET-VALUES.
010419     05  FILLER                  PIC X(18)
010420         VALUE '000031059090120151'.
010421     05  FILLER                  PIC X(18)
010422         VALUE '181212243273304334'.
010423
010424 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
010425     05  WS-MONTH-OFFSET OCCURS 12 TIMES
010426                                 PIC 9(03).
010427
010500******************************************************************
010600*  RUN DATE / TIME WORK AREAS                                    *
010700******************************************************************
015500     05  RPT-L-STATUS            PIC X(10).
015510     05  RPT-L-DIVISOR           PIC X(04).
015520     05  RPT-L-EFF-DATE          PIC X(12).
015530     05  RPT-L-SUCCESSOR         PIC X(12).
015540     05  RPT-L-MERGE-DATE        PIC X(12).
015600     05  FILLER                  PIC X(32) VALUE SPACES.
015700
015800 01  WS-RPT-TOTAL-LINE.
015900     05  RPT-T-LABEL             PIC X(32).
016000     05  RPT-T-VALUE             PIC ZZZ,ZZ9.
016100     05  FILLER                  PIC X(93) VALUE SPACES.
016200
016210******************************************************************
016220*  THE SIGNED-ON USER, FROM PARUSER - SEE 1000-INITIALIZE.       *
016230******************************************************************
016240 COPY PARUSR.
016250
016300 PROCEDURE DIVISION.
016400
016500******************************************************************
018300*  1000-INITIALIZE                                               *
018400******************************************************************
018500 1000-INITIALIZE.
018510     CALL 'PARUSER' USING PAR-USER-AREA
018520     IF NOT USR-FOUND
018530         DISPLAY 'PARMAINT - NO SIGNED-ON USER ID FOUND'
018540         MOVE 16 TO RETURN-CODE
018550         GO TO 9999-EXIT
018560     END-IF
018570     MOVE USR-USER-ID TO WS-USER-ID
018600     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
018700     MOVE WS-RD-DD   TO WS-RDD-DD
018800     MOVE WS-RD-MM   TO WS-RDD-MM
018900     MOVE WS-RD-CCYY TO WS-RDD-CCYY
018907     ACCEPT WS-RUN-TIME-HHMMSS FROM TIME
018914     STRING WS-RD-CCYY '-' WS-RD-MM '-' WS-RD-DD
018921         DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
018928     END-STRING
018935     STRING WS-RT-HH ':' WS-RT-MM ':' WS-RT-SS
018942         DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY
018949     END-STRING
018956     MOVE WS-RD-CCYY TO WS-DS-CCYY
018963     MOVE WS-RD-MM   TO WS-DS-MM
018970     MOVE WS-RD-DD   TO WS-DS-DD
018977     PERFORM 7500-COMPUTE-DAY-SERIAL
018984         THRU 7500-COMPUTE-DAY-SERIAL-EXIT
018991     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL
019000     OPEN I-O ACCMST
019100     IF FS-ACCMST NOT = '00'
019200         DISPLAY 'PARMAINT - UNABLE TO OPEN ACCMST, STATUS='
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 9999-EXIT
021000     END-IF
021005     OPEN I-O PNDFILE
021010     IF FS-PNDFILE NOT = '00'
021015         DISPLAY 'PARMAINT - UNABLE TO OPEN PNDFILE, STATUS='
021020             FS-PNDFILE
021025         MOVE 16 TO RETURN-CODE
021030         GO TO 9999-EXIT
021035     END-IF
021040     MOVE ZERO TO PND-ID-N
021045     READ PNDFILE
021050         INVALID KEY
021055             DISPLAY 'PARMAINT - PNDFILE CONTROL RECORD MISSING,'
021060                 ' STATUS=' FS-PNDFILE
021065             MOVE 16 TO RETURN-CODE
021070             GO TO 9999-EXIT
021075     END-READ
021080     MOVE PND-CTL-MAX-AGE TO WS-PND-MAX-AGE
021100     PERFORM 1400-WRITE-REPORT-HEADERS
021200         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
021300 1000-INITIALIZE-EXIT.
025500******************************************************************
025600 2100-PROCESS-ONE-CARD.
025700     ADD 1 TO WS-CARD-COUNT
025710     SET RECORD-AS-PENDING TO TRUE
025720     IF MNT-ACTION-APPROVE OR MNT-ACTION-DECLINE
025730         PERFORM 3500-DECIDE-PENDING THRU 3500-DECIDE-PENDING-EXIT
025740         GO TO 2100-READ-NEXT-CARD
025750     END-IF
025800     IF MNT-ACTION-ADD
025900         PERFORM 3100-APPLY-ADD THRU 3100-APPLY-ADD-EXIT
026000     ELSE
026320                 PERFORM 3250-APPLY-RULE
026330                     THRU 3250-APPLY-RULE-EXIT
026340             ELSE
026350                 IF MNT-ACTION-MERGE
026360                     PERFORM 3400-APPLY-MERGE
026370                         THRU 3400-APPLY-MERGE-EXIT
026380                 ELSE
026400                     IF MNT-ACTION-LIST
026500                         PERFORM 3300-LIST-MASTER
026600                             THRU 3300-LIST-MASTER-EXIT
026700                     ELSE
026800                         ADD 1 TO WS-ERROR-COUNT
026900                         MOVE 'ACAO INVALIDA' TO RPT-D-RESULT
027000                         PERFORM 2900-WRITE-CARD-RESULT
027100                             THRU 2900-WRITE-CARD-RESULT-EXIT
027200                     END-IF
027230                 END-IF
027250             END-IF
027300         END-IF
027400     END-IF.
027410 2100-READ-NEXT-CARD.
027500     PERFORM 2000-READ-CARD THRU 2000-READ-CARD-EXIT.
027600 2100-PROCESS-ONE-CARD-EXIT.
027700     EXIT.
028600     MOVE MNT-ACTION       TO RPT-D-ACTION
028700     MOVE MNT-ACCOUNT-NO   TO RPT-D-ACCOUNT
028800     MOVE MNT-ACCOUNT-NAME TO RPT-D-NAME
028810     IF MNT-ACTION-MERGE AND MNT-SUCCESSOR-NO NOT = SPACES
028820         MOVE SPACES TO RPT-D-NAME
028830         STRING '-> '              DELIMITED BY SIZE
028840                MNT-SUCCESSOR-NO   DELIMITED BY SIZE
028850                ' '                DELIMITED BY SIZE
028860                MNT-MERGE-EFF-DATE DELIMITED BY SIZE
028870             INTO RPT-D-NAME
028880         END-STRING
028890     END-IF
028900     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
029000         AFTER ADVANCING 1 LINE
029100     ADD 1 TO WS-LINE-COUNT.
033900     MOVE 'A'              TO ACC-STATUS
033910     MOVE MNT-DIVISOR-X    TO ACC-DIVISOR-X
033920     MOVE MNT-DIV-EFF-DATE TO ACC-DIV-EFF-DATE
033930     IF RECORD-AS-PENDING
033940         PERFORM 3900-RECORD-PENDING THRU 3900-RECORD-PENDING-EXIT
033950         GO TO 3100-APPLY-ADD-EXIT
033960     END-IF
034000     WRITE PAR-ACCOUNT-MASTER-RECORD
034100         INVALID KEY
034200             ADD 1 TO WS-ERROR-COUNT
037800             THRU 2900-WRITE-CARD-RESULT-EXIT
037900         GO TO 3200-APPLY-CLOSE-EXIT
038000     END-IF
038010     IF RECORD-AS-PENDING
038020         PERFORM 3900-RECORD-PENDING THRU 3900-RECORD-PENDING-EXIT
038030         GO TO 3200-APPLY-CLOSE-EXIT
038040     END-IF
038100     MOVE 'C' TO ACC-STATUS
038200     REWRITE PAR-ACCOUNT-MASTER-RECORD
038300         INVALID KEY
039664             THRU 2900-WRITE-CARD-RESULT-EXIT
039666         GO TO 3250-APPLY-RULE-EXIT
039668     END-IF
039669     IF RECORD-AS-PENDING
039670         PERFORM 3900-RECORD-PENDING THRU 3900-RECORD-PENDING-EXIT
039671         GO TO 3250-APPLY-RULE-EXIT
039672     END-IF
039673     MOVE MNT-DIVISOR-X    TO ACC-DIVISOR-X
039674     MOVE MNT-DIV-EFF-DATE TO ACC-DIV-EFF-DATE
039675     REWRITE PAR-ACCOUNT-MASTER-RECORD
039676         INVALID KEY
039678             ADD 1 TO WS-ERROR-COUNT
039680             MOVE 'ERRO DE REGRAVACAO' TO RPT-D-RESULT
043320         MOVE ACC-DIVISOR-X    TO RPT-L-DIVISOR
043330         MOVE ACC-DIV-EFF-DATE TO RPT-L-EFF-DATE
043340     END-IF
043350     IF NOT ACC-NOT-MERGED
043360         MOVE ACC-SUCCESSOR-NO   TO RPT-L-SUCCESSOR
043370         MOVE ACC-MERGE-EFF-DATE TO RPT-L-MERGE-DATE
043380     END-IF
043400     WRITE RPT-LINE FROM WS-RPT-LIST-LINE
043500         AFTER ADVANCING 1 LINE
043600     ADD 1 TO WS-LINE-COUNT.
043700 3310-LIST-ONE-ENTRY-EXIT.
043800     EXIT.
043801
043802******************************************************************
043803*  3400-APPLY-MERGE                                              *
043804*  RETIRES AN ACCOUNT INTO A SUCCESSOR FROM THE MERGE DATE ON,  *
043805*  SO PARIDADE POSTS THE OLD NUMBER'S INPUT TO THE SUCCESSOR.    *
043806*  A BLANK SUCCESSOR WITHDRAWS THE MERGE.                        *
043807******************************************************************
043808 3400-APPLY-MERGE.
043809     IF MNT-ACCOUNT-NO = SPACES
043810         ADD 1 TO WS-ERROR-COUNT
043811         MOVE 'CONTA INVALIDA' TO RPT-D-RESULT
043812         PERFORM 2900-WRITE-CARD-RESULT
043813             THRU 2900-WRITE-CARD-RESULT-EXIT
043814         GO TO 3400-APPLY-MERGE-EXIT
043815     END-IF
043816     PERFORM 3000-READ-ACCOUNT THRU 3000-READ-ACCOUNT-EXIT
043817     IF ACCOUNT-NOT-FOUND
043818         ADD 1 TO WS-ERROR-COUNT
043819         MOVE 'CONTA NAO CADASTRADA' TO RPT-D-RESULT
043820         PERFORM 2900-WRITE-CARD-RESULT
043821             THRU 2900-WRITE-CARD-RESULT-EXIT
043822         GO TO 3400-APPLY-MERGE-EXIT
043823     END-IF
043824     IF MNT-SUCCESSOR-NO = SPACES
043825         MOVE SPACES TO ACC-SUCCESSOR-NO
043826         MOVE SPACES TO ACC-MERGE-EFF-DATE
043827     ELSE
043828         PERFORM 3410-VALIDATE-MERGE THRU 3410-VALIDATE-MERGE-EXIT
043829         IF WS-MERGE-RESULT NOT = SPACES
043830             ADD 1 TO WS-ERROR-COUNT
043831             MOVE WS-MERGE-RESULT TO RPT-D-RESULT
043832             PERFORM 2900-WRITE-CARD-RESULT
043833                 THRU 2900-WRITE-CARD-RESULT-EXIT
043834             GO TO 3400-APPLY-MERGE-EXIT
043835         END-IF
043836         MOVE MNT-SUCCESSOR-NO   TO ACC-SUCCESSOR-NO
043837         MOVE MNT-MERGE-EFF-DATE TO ACC-MERGE-EFF-DATE
043838     END-IF
043839     IF RECORD-AS-PENDING
043840         PERFORM 3900-RECORD-PENDING THRU 3900-RECORD-PENDING-EXIT
043841         GO TO 3400-APPLY-MERGE-EXIT
043842     END-IF
043843     REWRITE PAR-ACCOUNT-MASTER-RECORD
043844         INVALID KEY
043845             ADD 1 TO WS-ERROR-COUNT
043846             MOVE 'ERRO DE REGRAVACAO' TO RPT-D-RESULT
043847             PERFORM 2900-WRITE-CARD-RESULT
043848                 THRU 2900-WRITE-CARD-RESULT-EXIT
043849             GO TO 3400-APPLY-MERGE-EXIT
043850     END-REWRITE
043851     ADD 1 TO WS-MERGE-COUNT
043852     IF MNT-SUCCESSOR-NO = SPACES
043853         MOVE 'FUSAO RETIRADA' TO RPT-D-RESULT
043854     ELSE
043855         MOVE 'FUSAO REGISTRADA' TO RPT-D-RESULT
043856     END-IF
043857     PERFORM 2900-WRITE-CARD-RESULT
043858         THRU 2900-WRITE-CARD-RESULT-EXIT.
043859 3400-APPLY-MERGE-EXIT.
043860     EXIT.
043861
043862******************************************************************
043863*  3410-VALIDATE-MERGE                                           *
043864*  THE SUCCESSOR MUST BE ON FILE, ACTIVE AND NOT ITSELF MERGED,  *
043865*  SO A CHAIN NEVER LOOPS.  THE RETIRED RECORD IS PUT BACK.      *
043866******************************************************************
043867 3410-VALIDATE-MERGE.
043868     MOVE SPACES TO WS-MERGE-RESULT
043869     IF MNT-SUCCESSOR-NO = MNT-ACCOUNT-NO
043870         MOVE 'SUCESSORA INVALIDA' TO WS-MERGE-RESULT
043871         GO TO 3410-VALIDATE-MERGE-EXIT
043872     END-IF
043873     IF MNT-MERGE-EFF-DATE (1:4) NOT NUMERIC
043874      OR MNT-MERGE-EFF-DATE (6:2) NOT NUMERIC
043875      OR MNT-MERGE-EFF-DATE (9:2) NOT NUMERIC
043876         MOVE 'DATA DE FUSAO INVALIDA' TO WS-MERGE-RESULT
043877         GO TO 3410-VALIDATE-MERGE-EXIT
043878     END-IF
043879     MOVE PAR-ACCOUNT-MASTER-RECORD TO WS-MERGE-SAVE-RECORD
043880     MOVE MNT-SUCCESSOR-NO TO ACC-ACCOUNT-NO
043881     READ ACCMST
043882         INVALID KEY
043883             MOVE 'SUCESSORA NAO CADASTRADA' TO WS-MERGE-RESULT
043884         NOT INVALID KEY
043885             IF ACC-IS-CLOSED
043886                 MOVE 'SUCESSORA ENCERRADA' TO WS-MERGE-RESULT
043887             END-IF
043888             IF NOT ACC-NOT-MERGED
043889                 MOVE 'SUCESSORA JA FUNDIDA' TO WS-MERGE-RESULT
043890             END-IF
043891     END-READ
043892     MOVE WS-MERGE-SAVE-RECORD TO PAR-ACCOUNT-MASTER-RECORD.
043893 3410-VALIDATE-MERGE-EXIT.
043894     EXIT.
043895
043896******************************************************************
043897*  3500-DECIDE-PENDING                                           *
043898*  A 'V' OR 'X' CARD - THE CHECKER'S DECISION ON ONE PENDING     *
043899*  ACCOUNT CHANGE.  THE CHANGE MUST STILL BE PENDING, MUST NOT   *
043900*  BE THE CHECKER'S OWN AND MUST BE INSIDE THE AGE LIMIT - ONE   *
043901*  PAST IT IS MARKED EXPIRED HERE AND CAN NO LONGER BE DECIDED.  *
043902*  AN APPROVED CHANGE IS RUN THROUGH THE SAME VERDICTS AS THE    *
043903*  MAKER'S CARD AGAINST THE MASTER AS IT STANDS NOW, SO IT ENDS  *
043904*  APPLIED, OR FAILED WITH THE VERDICT THAT STOPPED IT.  AN      *
043905*  OPTIONS CHANGE IS PAROPMNT'S TO DECIDE AND IS ONLY NOTED.     *
043906******************************************************************
043907 3500-DECIDE-PENDING.
043908     MOVE WS-MAINT-CARD TO WS-APPROVAL-CARD
043909     IF APV-PENDING-ID NOT NUMERIC
043910         ADD 1 TO WS-ERROR-COUNT
043911         MOVE 'NUMERO DE PENDENCIA INVALIDO' TO RPT-D-RESULT
043912         GO TO 3500-DECIDE-PENDING-PRINT
043913     END-IF
043914     MOVE APV-PENDING-ID TO PND-ID
043915     IF PND-IS-CONTROL-RECORD
043916         ADD 1 TO WS-ERROR-COUNT
043917         MOVE 'NUMERO DE PENDENCIA INVALIDO' TO RPT-D-RESULT
043918         GO TO 3500-DECIDE-PENDING-PRINT
043919     END-IF
043920     READ PNDFILE
043921         INVALID KEY
043922             ADD 1 TO WS-ERROR-COUNT
043923             MOVE 'PENDENCIA NAO CADASTRADA' TO RPT-D-RESULT
043924             GO TO 3500-DECIDE-PENDING-PRINT
043925     END-READ
043926     IF PND-FOR-OPTIONS
043927         MOVE 'PENDENCIA DE OPCOES - PAROPMNT' TO RPT-D-RESULT
043928         GO TO 3500-DECIDE-PENDING-PRINT
043929     END-IF
043930     IF NOT PND-IS-PENDING
043931         ADD 1 TO WS-ERROR-COUNT
043932         IF PND-IS-EXPIRED
043933             MOVE 'PENDENCIA EXPIRADA' TO RPT-D-RESULT
043934         ELSE
043935             MOVE 'PENDENCIA JA DECIDIDA' TO RPT-D-RESULT
043936         END-IF
043937         GO TO 3500-DECIDE-PENDING-PRINT
043938     END-IF
043939     IF PND-MAKER-USER = WS-USER-ID
043940         ADD 1 TO WS-ERROR-COUNT
043941         MOVE 'APROVADOR IGUAL AO AUTOR' TO RPT-D-RESULT
043942         GO TO 3500-DECIDE-PENDING-PRINT
043943     END-IF
043944     PERFORM 3550-COMPUTE-PENDING-AGE
043945         THRU 3550-COMPUTE-PENDING-AGE-EXIT
043946     IF WS-AGE-DAYS > WS-PND-MAX-AGE
043947         ADD 1 TO WS-ERROR-COUNT
043948         ADD 1 TO WS-EXPIRE-COUNT
043949         MOVE 'E'                 TO PND-STATUS
043950         MOVE WS-RUN-DATE-ISO     TO PND-DECIDED-DATE
043951         MOVE WS-RUN-TIME-DISPLAY TO PND-DECIDED-TIME
043952         MOVE 'EXPIRADA - PRAZO ESGOTADO' TO PND-RESULT
043953         PERFORM 3590-REWRITE-PENDING
043954             THRU 3590-REWRITE-PENDING-EXIT
043955         MOVE 'PENDENCIA EXPIRADA' TO RPT-D-RESULT
043956         GO TO 3500-DECIDE-PENDING-PRINT
043957     END-IF
043958     MOVE WS-USER-ID          TO PND-CHECKER-USER
043959     MOVE 'B'                 TO PND-CHECKER-CHANNEL
043960     MOVE SPACES              TO PND-CHECKER-TERM
043961     MOVE WS-RUN-DATE-ISO     TO PND-DECIDED-DATE
043962     MOVE WS-RUN-TIME-DISPLAY TO PND-DECIDED-TIME
043963     MOVE APV-REASON          TO PND-REASON
043964     IF APV-ACTION-DECLINE
043965         ADD 1 TO WS-DECLINE-COUNT
043966         MOVE 'D'        TO PND-STATUS
043967         MOVE 'RECUSADA' TO PND-RESULT
043968         PERFORM 3590-REWRITE-PENDING
043969             THRU 3590-REWRITE-PENDING-EXIT
043970         MOVE 'RECUSADA' TO RPT-D-RESULT
043971         GO TO 3500-DECIDE-PENDING-PRINT
043972     END-IF
043973*    APPROVED - THE DECISION LINE GOES OUT FIRST, THEN THE CHANGE
043974*    ITSELF WITH THE VERDICT IT GETS NOW.
043975     ADD 1 TO WS-APPROVE-COUNT
043976     MOVE 'APROVADA' TO RPT-D-RESULT
043977     PERFORM 3510-WRITE-DECISION-RESULT
043978         THRU 3510-WRITE-DECISION-RESULT-EXIT
043979     MOVE WS-ERROR-COUNT   TO WS-ERRORS-BEFORE
043980     MOVE PND-CHANGE-IMAGE TO WS-MAINT-CARD
043981     SET APPLY-APPROVED-CHANGE TO TRUE
043982     PERFORM 3600-APPLY-APPROVED THRU 3600-APPLY-APPROVED-EXIT
043983     SET RECORD-AS-PENDING TO TRUE
043984*    THE VERDICT PARAGRAPHS READ ACCMST ONLY - THE PENDING RECORD
043985*    IS STILL THE ONE READ ABOVE.
043986     IF WS-ERROR-COUNT > WS-ERRORS-BEFORE
043987         MOVE 'F' TO PND-STATUS
043988     ELSE
043989         MOVE 'A' TO PND-STATUS
043990     END-IF
043991     MOVE RPT-D-RESULT TO PND-RESULT
043992     PERFORM 3590-REWRITE-PENDING THRU 3590-REWRITE-PENDING-EXIT
043993     GO TO 3500-DECIDE-PENDING-EXIT.
043994 3500-DECIDE-PENDING-PRINT.
043995     PERFORM 3510-WRITE-DECISION-RESULT
043996         THRU 3510-WRITE-DECISION-RESULT-EXIT.
043997 3500-DECIDE-PENDING-EXIT.
043998     EXIT.
043999
044000******************************************************************
044001*  3510-WRITE-DECISION-RESULT                                    *
044002*  ONE REPORT LINE PER DECISION CARD - THE PENDING CHANGE NUMBER *
044003*  IN THE ACCOUNT COLUMN AND THE CHECKER'S REASON BESIDE IT.     *
044004******************************************************************
044005 3510-WRITE-DECISION-RESULT.
044006     PERFORM 1410-CHECK-PAGE-BREAK
044007         THRU 1410-CHECK-PAGE-BREAK-EXIT
044008     MOVE APV-ACTION       TO RPT-D-ACTION
044009     MOVE APV-PENDING-ID   TO RPT-D-ACCOUNT
044010     MOVE APV-REASON       TO RPT-D-NAME
044011     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
044012         AFTER ADVANCING 1 LINE
044013     ADD 1 TO WS-LINE-COUNT.
044014 3510-WRITE-DECISION-RESULT-EXIT.
044015     EXIT.
044016
044017******************************************************************
044018*  3550-COMPUTE-PENDING-AGE                                      *
044019*  AGE IN CALENDAR DAYS OF THE PENDING CHANGE IN HAND.  A MADE   *
044020*  DATE THAT WILL NOT PARSE COUNTS AS PAST ANY LIMIT.            *
044021******************************************************************
044022 3550-COMPUTE-PENDING-AGE.
044023     MOVE PND-MADE-DATE TO WS-ISO-DATE-PARTS
044024     PERFORM 3560-PARSE-ISO-DATE THRU 3560-PARSE-ISO-DATE-EXIT
044025     IF NOT DATE-IS-VALID
044026      OR WS-DS-SERIAL > WS-TODAY-SERIAL
044027         MOVE 99999 TO WS-AGE-DAYS
044028     ELSE
044029         SUBTRACT WS-DS-SERIAL FROM WS-TODAY-SERIAL
044030             GIVING WS-AGE-DAYS
044031     END-IF.
044032 3550-COMPUTE-PENDING-AGE-EXIT.
044033     EXIT.
044034
044035 3560-PARSE-ISO-DATE.
044036     MOVE 'N' TO WS-DATE-SW
044037     IF WS-ID-CCYY NOT NUMERIC
044038      OR WS-ID-MM NOT NUMERIC
044039      OR WS-ID-DD NOT NUMERIC
044040         GO TO 3560-PARSE-ISO-DATE-EXIT
044041     END-IF
044042     MOVE WS-ID-CCYY TO WS-DS-CCYY
044043     MOVE WS-ID-MM   TO WS-DS-MM
044044     MOVE WS-ID-DD   TO WS-DS-DD
044045     IF WS-DS-MM < 1 OR WS-DS-MM > 12
044046      OR WS-DS-DD < 1 OR WS-DS-DD > 31
044047      OR WS-DS-CCYY < 1
044048         GO TO 3560-PARSE-ISO-DATE-EXIT
044049     END-IF
044050     SET DATE-IS-VALID TO TRUE
044051     PERFORM 7500-COMPUTE-DAY-SERIAL
044052         THRU 7500-COMPUTE-DAY-SERIAL-EXIT.
044053 3560-PARSE-ISO-DATE-EXIT.
044054     EXIT.
044055
044056******************************************************************
044057*  3590-REWRITE-PENDING                                          *
044058*  THE PENDING RECORD IN HAND IS THE ONE LAST READ.              *
044059******************************************************************
044060 3590-REWRITE-PENDING.
044061     REWRITE PAR-PENDING-RECORD
044062         INVALID KEY
044063             DISPLAY 'PARMAINT - PNDFILE REWRITE FAILED, STATUS='
044064                 FS-PNDFILE
044065             MOVE 16 TO RETURN-CODE
044066             GO TO 9999-EXIT
044067     END-REWRITE.
044068 3590-REWRITE-PENDING-EXIT.
044069     EXIT.
044070
044071******************************************************************
044072*  3600-APPLY-APPROVED                                           *
044073*  THE APPROVED CARD IMAGE THROUGH THE SAME DISPATCH AS A CARD   *
044074*  READ FROM THE DECK - ONLY A/C/R/M ARE EVER RECORDED.          *
044075******************************************************************
044076 3600-APPLY-APPROVED.
044077     IF MNT-ACTION-ADD
044078         PERFORM 3100-APPLY-ADD THRU 3100-APPLY-ADD-EXIT
044079         GO TO 3600-APPLY-APPROVED-EXIT
044080     END-IF
044081     IF MNT-ACTION-CLOSE
044082         PERFORM 3200-APPLY-CLOSE THRU 3200-APPLY-CLOSE-EXIT
044083         GO TO 3600-APPLY-APPROVED-EXIT
044084     END-IF
044085     IF MNT-ACTION-RULE
044086         PERFORM 3250-APPLY-RULE THRU 3250-APPLY-RULE-EXIT
044087         GO TO 3600-APPLY-APPROVED-EXIT
044088     END-IF
044089     IF MNT-ACTION-MERGE
044090         PERFORM 3400-APPLY-MERGE THRU 3400-APPLY-MERGE-EXIT
044091         GO TO 3600-APPLY-APPROVED-EXIT
044092     END-IF
044093     ADD 1 TO WS-ERROR-COUNT
044094     MOVE 'ACAO INVALIDA' TO RPT-D-RESULT
044095     PERFORM 2900-WRITE-CARD-RESULT
044096         THRU 2900-WRITE-CARD-RESULT-EXIT.
044097 3600-APPLY-APPROVED-EXIT.
044098     EXIT.
044099
044100******************************************************************
044101*  3900-RECORD-PENDING                                           *
044102*  THE MAKER'S CARD HAS PASSED EVERY VERDICT AGAINST THE MASTER  *
044103*  AS IT STANDS - INSTEAD OF THE WRITE OR REWRITE IT IS RECORDED *
044104*  ON PNDVSAM UNDER THE NEXT NUMBER FROM THE CONTROL RECORD, AND *
044105*  THE NUMBER IS PRINTED FOR THE CHECKER TO QUOTE.               *
044106******************************************************************
044107 3900-RECORD-PENDING.
044108     MOVE ZERO TO PND-ID-N
044109     READ PNDFILE
044110         INVALID KEY
044111             DISPLAY 'PARMAINT - PNDFILE CONTROL RECORD MISSING,'
044112                 ' STATUS=' FS-PNDFILE
044113             MOVE 16 TO RETURN-CODE
044114             GO TO 9999-EXIT
044115     END-READ
044116     ADD 1 TO PND-CTL-LAST-ID
044117     MOVE PND-CTL-LAST-ID TO WS-NEW-PND-ID
044118     PERFORM 3590-REWRITE-PENDING THRU 3590-REWRITE-PENDING-EXIT
044119     MOVE SPACES              TO PAR-PENDING-RECORD
044120     MOVE WS-NEW-PND-ID       TO PND-ID-N
044121     MOVE 'A'                 TO PND-TARGET
044122     MOVE 'P'                 TO PND-STATUS
044123     MOVE WS-USER-ID          TO PND-MAKER-USER
044124     MOVE 'B'                 TO PND-MAKER-CHANNEL
044125     MOVE WS-RUN-DATE-ISO     TO PND-MADE-DATE
044126     MOVE WS-RUN-TIME-DISPLAY TO PND-MADE-TIME
044127     MOVE 'PENDENTE'          TO PND-RESULT
044128     MOVE WS-MAINT-CARD       TO PND-CHANGE-IMAGE
044129     WRITE PAR-PENDING-RECORD
044130         INVALID KEY
044131             DISPLAY 'PARMAINT - PNDFILE WRITE FAILED, STATUS='
044132                 FS-PNDFILE
044133             MOVE 16 TO RETURN-CODE
044134             GO TO 9999-EXIT
044135     END-WRITE
044136     ADD 1 TO WS-PENDING-COUNT
044137     MOVE SPACES TO RPT-D-RESULT
044138     STRING 'PENDENTE ' WS-NEW-PND-ID
044139         DELIMITED BY SIZE INTO RPT-D-RESULT
044140     END-STRING
044141     PERFORM 2900-WRITE-CARD-RESULT
044142         THRU 2900-WRITE-CARD-RESULT-EXIT.
044143 3900-RECORD-PENDING-EXIT.
044144     EXIT.
044145
044146******************************************************************
044147*  7500-COMPUTE-DAY-SERIAL                                       *
044148*  DAY SERIAL OF WS-DS-DATE - WHOLE YEARS BEFORE THIS ONE AT     *
044149*  365 DAYS PLUS THE GREGORIAN LEAP DAYS, PLUS THE DAYS BEFORE   *
044150*  THIS MONTH (ONE MORE AFTER FEBRUARY IN A LEAP YEAR), PLUS     *
044151*  THE DAY OF THE MONTH - THE PARREVMT ARITHMETIC.               *
044152******************************************************************
044153 7500-COMPUTE-DAY-SERIAL.
044154     SUBTRACT 1 FROM WS-DS-CCYY GIVING WS-DS-YEARS
044155     MULTIPLY WS-DS-YEARS BY 365 GIVING WS-DS-SERIAL
044156     DIVIDE WS-DS-YEARS BY 4 GIVING WS-DS-WORK
044157     ADD WS-DS-WORK TO WS-DS-SERIAL
044158     DIVIDE WS-DS-YEARS BY 100 GIVING WS-DS-WORK
044159     SUBTRACT WS-DS-WORK FROM WS-DS-SERIAL
044160     DIVIDE WS-DS-YEARS BY 400 GIVING WS-DS-WORK
044161     ADD WS-DS-WORK TO WS-DS-SERIAL
044162     ADD WS-MONTH-OFFSET (WS-DS-MM) TO WS-DS-SERIAL
044163     PERFORM 7510-TEST-LEAP-YEAR THRU 7510-TEST-LEAP-YEAR-EXIT
044164     IF YEAR-IS-LEAP AND WS-DS-MM > 2
044165         ADD 1 TO WS-DS-SERIAL
044166     END-IF
044167     ADD WS-DS-DD TO WS-DS-SERIAL.
044168 7500-COMPUTE-DAY-SERIAL-EXIT.
044169     EXIT.
044170
044171 7510-TEST-LEAP-YEAR.
044172     MOVE 'N' TO WS-LEAP-SW
044173     DIVIDE WS-DS-CCYY BY 4 GIVING WS-DS-WORK
044174         REMAINDER WS-DS-REM
044175     IF WS-DS-REM NOT = ZERO
044176         GO TO 7510-TEST-LEAP-YEAR-EXIT
044177     END-IF
044178     DIVIDE WS-DS-CCYY BY 100 GIVING WS-DS-WORK
044179         REMAINDER WS-DS-REM
044180     IF WS-DS-REM NOT = ZERO
044181         SET YEAR-IS-LEAP TO TRUE
044182         GO TO 7510-TEST-LEAP-YEAR-EXIT
044183     END-IF
044184     DIVIDE WS-DS-CCYY BY 400 GIVING WS-DS-WORK
044185         REMAINDER WS-DS-REM
044186     IF WS-DS-REM = ZERO
044187         SET YEAR-IS-LEAP TO TRUE
044188     END-IF.
044189 7510-TEST-LEAP-YEAR-EXIT.
044190     EXIT.
044191
044192******************************************************************
044193*  8000-COUNT-MASTER                                             *
044200*  ONE SEQUENTIAL PASS OVER THE KSDS FOR THE CADASTRO TOTAL -    *
044300*  THE OLD TABLE VERSION GOT THIS FOR FREE WHEN IT REWROTE THE   *
044400*  FLAT MASTER.                                                  *
048530     MOVE WS-RULE-COUNT TO RPT-T-VALUE
048540     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
048550         AFTER ADVANCING 1 LINE
048560
048570     MOVE 'TOTAL DE FUSOES ALTERADAS......:' TO RPT-T-LABEL
048580     MOVE WS-MERGE-COUNT TO RPT-T-VALUE
048590     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
048595         AFTER ADVANCING 1 LINE
048600
048604     MOVE 'TOTAL DE ALTERACOES PENDENTES..:' TO RPT-T-LABEL
048608     MOVE WS-PENDING-COUNT TO RPT-T-VALUE
048612     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
048616         AFTER ADVANCING 1 LINE
048620
048624     MOVE 'TOTAL DE PENDENCIAS APROVADAS..:' TO RPT-T-LABEL
048628     MOVE WS-APPROVE-COUNT TO RPT-T-VALUE
048632     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
048636         AFTER ADVANCING 1 LINE
048640
048644     MOVE 'TOTAL DE PENDENCIAS RECUSADAS..:' TO RPT-T-LABEL
048648     MOVE WS-DECLINE-COUNT TO RPT-T-VALUE
048652     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
048656         AFTER ADVANCING 1 LINE
048660
048664     MOVE 'TOTAL DE PENDENCIAS EXPIRADAS..:' TO RPT-T-LABEL
048668     MOVE WS-EXPIRE-COUNT TO RPT-T-VALUE
048672     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
048676         AFTER ADVANCING 1 LINE
048680
048700     MOVE 'TOTAL DE CARTOES COM ERRO......:' TO RPT-T-LABEL
048800     MOVE WS-ERROR-COUNT TO RPT-T-VALUE
048900     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
049800         ' INCLUIDAS=' WS-ADD-COUNT
049900         ' ENCERRADAS=' WS-CLOSE-COUNT
049950         ' REGRAS=' WS-RULE-COUNT
049960         ' FUSOES=' WS-MERGE-COUNT
049968         ' PENDENTES=' WS-PENDING-COUNT
049976         ' APROVADAS=' WS-APPROVE-COUNT
049984         ' RECUSADAS=' WS-DECLINE-COUNT
049992         ' EXPIRADAS=' WS-EXPIRE-COUNT
050000         ' ERROS=' WS-ERROR-COUNT
050100         ' CADASTRO=' WS-MASTER-COUNT
050200     IF WS-ERROR-COUNT > ZERO
051100 9000-TERMINATE.
051200     CLOSE ACCMST
051300     CLOSE TRNCARD
051400     CLOSE MNTRPT
051410     CLOSE PNDFILE.
051500 9000-TERMINATE-EXIT.
051600     EXIT.
051700
