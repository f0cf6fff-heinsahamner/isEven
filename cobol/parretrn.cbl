000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARRETRN                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : PER-FEEDER RETURN FILES.  SPLITS THE DAY'S      *
001000*                EXTRACT (PARXTR) AND REJECT FILE (PARREJ)       *
001100*                BACK OUT BY THE PAR-SOURCE-CODE PARMERGE        *
001200*                STAMPED, AND WRITES ONE RETURN FILE PER         *
001300*                FEEDER BRANCH (RETFIL1/2/3, COPYBOOK PARRET) -  *
001400*                A HEADER, THE BRANCH'S CLASSIFIED RECORDS,      *
001500*                ITS REJECTS AND DUPLICATES WITH THE REASON      *
001600*                CODE AND TEXT, AND A TRAILER.  THE TRAILER      *
001700*                COUNTS ARE TIED TO THE BRANCH'S SRC-READ-COUNT  *
001800*                IN THE PARMERGE SOURCE-COUNT RECORD (SRCFILE,   *
001900*                COPYBOOK PARSRC) SO EACH BRANCH CAN RECONCILE   *
002000*                WHAT IT SENT AGAINST WHAT WAS PROCESSED, AND A  *
002100*                BRANCH THAT DOES NOT TIE OUT ENDS THE STEP      *
002200*                WITH RETURN CODE 8.  ON A RESTARTED DAY         *
002300*                (CTL-SKIP-COUNT > 0 IN THE CTLOUT RECORD) THE   *
002400*                TIE IS NOT PROVED - THE RECORDS BETWEEN THE     *
002500*                LAST CHECKPOINT AND THE ABEND WERE WRITTEN BY   *
002600*                BOTH ATTEMPTS, THE SAME REASON PARRECON SKIPS   *
002700*                ITS PER-SOURCE CHECK.  RECYCLED ('R') AND       *
002800*                UNSTAMPED RECORDS BELONG TO NO BRANCH AND ARE   *
002900*                ONLY COUNTED.  RUNS LIKE PARXTCHK - CONSOLE     *
003000*                MESSAGES AND A CONDITION CODE, NO PRINTED       *
003100*                REPORT.                                         *
003200*                                                                *
003300*   MODIFICATION HISTORY                                         *
003400*   ---------------------------------------------------------    *
003500*   2026-10-15  JA  ORIGINAL.                                    *
003510*   2026-10-15  JA  A RECORD RE-ROUTED FROM A RETIRED (MERGED)   *
003520*                    ACCOUNT GOES BACK UNDER THE NUMBER THE      *
003530*                    BRANCH SENT, WITH THE SUCCESSOR BESIDE IT.  *
003540*   2026-10-15  JA  A FAILED WRITE TO A RETURN FILE NOW ENDS THE *
003550*                    RUN RC=16 INSTEAD OF PASSING UNNOTICED.     *
003600******************************************************************
003700 PROGRAM-ID. PARRETRN.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT XTRIN ASSIGN TO XTRIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-XTRIN.
004700
004800     SELECT REJIN ASSIGN TO REJIN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-REJIN.
005100
005200     SELECT SRCFILE ASSIGN TO SRCFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-SRCFILE.
005500
005600     SELECT CTLIN ASSIGN TO CTLIN
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-CTLIN.
005900
006000     SELECT RETFIL1 ASSIGN TO RETFIL1
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FS-RETFIL1.
006300
006400     SELECT RETFIL2 ASSIGN TO RETFIL2
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-RETFIL2.
006700
006800     SELECT RETFIL3 ASSIGN TO RETFIL3
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FS-RETFIL3.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  XTRIN
007500     RECORDING MODE IS F.
007600     COPY PARXTR.
007700
007800 FD  REJIN
007900     RECORDING MODE IS F.
008000     COPY PARREJ.
008100
008200 FD  SRCFILE
008300     RECORDING MODE IS F.
008400     COPY PARSRC.
008500
008600 FD  CTLIN
008700     RECORDING MODE IS F.
008800     COPY PARTOT.
008900
009000 FD  RETFIL1
009100     RECORDING MODE IS F.
009200 01  RETFIL1-RECORD             PIC X(80).
009300
009400 FD  RETFIL2
009500     RECORDING MODE IS F.
009600 01  RETFIL2-RECORD             PIC X(80).
009700
009800 FD  RETFIL3
009900     RECORDING MODE IS F.
010000 01  RETFIL3-RECORD             PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300******************************************************************
010400*  FILE STATUS FIELDS                                            *
010500******************************************************************
010600 77  FS-XTRIN                   PIC X(02) VALUE '00'.
010700 77  FS-REJIN                   PIC X(02) VALUE '00'.
010800 77  FS-SRCFILE                 PIC X(02) VALUE '00'.
010900 77  FS-CTLIN                   PIC X(02) VALUE '00'.
011000 77  FS-RETFIL1                 PIC X(02) VALUE '00'.
011100 77  FS-RETFIL2                 PIC X(02) VALUE '00'.
011200 77  FS-RETFIL3                 PIC X(02) VALUE '00'.
011300
011400******************************************************************
011500*  SWITCHES                                                      *
011600******************************************************************
011700 77  WS-XTR-EOF-SW              PIC X(01) VALUE 'N'.
011800     88  END-OF-EXTRACT                   VALUE 'Y'.
011900 77  WS-REJ-EOF-SW              PIC X(01) VALUE 'N'.
012000     88  END-OF-REJECTS                   VALUE 'Y'.
012100 77  WS-RESTART-SW              PIC X(01) VALUE 'N'.
012200     88  DAY-WAS-RESTARTED                VALUE 'Y'.
012300 77  WS-BALANCE-SW              PIC X(01) VALUE 'N'.
012400     88  RETURNS-IN-BALANCE               VALUE 'N'.
012500     88  RETURNS-OUT-OF-BALANCE           VALUE 'Y'.
012600
012700******************************************************************
012800*  PER-BRANCH COUNTERS - SLOTS 1-3 ARE THE FEEDER BRANCHES      *
012900*  '1'/'2'/'3', THE SAME SLOT ORDER AS THE PARSRC RECORD.       *
013000*  WS-RET-SENT-COUNT IS PARMERGE'S SRC-READ-COUNT FOR THE       *
013100*  BRANCH; CLASSIFIED PLUS REJECT MUST EQUAL IT.  THE HASH IS   *
013200*  THE PLAIN SUM OF THE CLASSIFIED VALORES (AS PARXTC'S).       *
013300******************************************************************
013400 77  WS-RET-SUB                 PIC 9(01) VALUE ZERO COMP.
013500 77  WS-NOT-RETURNED-COUNT      PIC 9(09) VALUE ZERO COMP.
013600 77  WS-RETURNED-TOTAL          PIC 9(09) VALUE ZERO COMP.
013700 77  WS-RECORD-SOURCE           PIC X(01) VALUE SPACE.
013750
013800 01  WS-RETURN-TABLE.
013900     05  WS-RET-ENTRY OCCURS 3 TIMES.
014000         10  WS-RET-CLASSIFIED-COUNT PIC 9(09) COMP.
014100         10  WS-RET-REJECT-COUNT     PIC 9(09) COMP.
014200         10  WS-RET-SENT-COUNT       PIC 9(09) COMP.
014300         10  WS-RET-HASH-TOTAL       PIC 9(13).
014400
014500******************************************************************
014600*  THE DAY'S IDENTITY, TAKEN FROM THE FIRST EXTRACT HEADER       *
014700******************************************************************
014800 77  WS-DAY-RUN-ID              PIC X(08) VALUE SPACES.
014900 77  WS-DAY-BUS-DATE            PIC X(10) VALUE SPACES.
015000
015100******************************************************************
015200*  RUN DATE WORK AREAS                                           *
015300******************************************************************
015400 01  WS-RUN-DATE-YYYYMMDD.
015500     05  WS-RD-CCYY              PIC 9(04).
015600     05  WS-RD-MM                PIC 9(02).
015700     05  WS-RD-DD                PIC 9(02).
015800
015900 01  WS-RUN-DATE-ISO.
016000     05  WS-RDI-CCYY             PIC 9(04).
016100     05  FILLER                  PIC X(01) VALUE '-'.
016200     05  WS-RDI-MM               PIC 9(02).
016300     05  FILLER                  PIC X(01) VALUE '-'.
016400     05  WS-RDI-DD               PIC 9(02).
016500
016600******************************************************************
016700*  THE FEEDER'S OWN INPUT FORM OF A CLASSIFIED VALOR - SIGN      *
016800*  BYTE ('-' OR BLANK) PLUS THE NINE DIGITS (SEE PARREC).        *
016900******************************************************************
017000 01  WS-VALOR-IN-WORK.
017100     05  WS-VIW-SIGN             PIC X(01).
017200     05  WS-VIW-DIGITS           PIC 9(09).
017300
017400******************************************************************
017500*  RETURN RECORD WORK AREAS (HEADER / DETAIL / TRAILER)          *
017600******************************************************************
017700 COPY PARRET.
017800
017900******************************************************************
018000*  EXTRACT HEADER WORK COPY                                      *
018100******************************************************************
018200 COPY PARXTC.
018300
018400 PROCEDURE DIVISION.
018500******************************************************************
018600*  0000-MAINLINE - SPLIT THE EXTRACT, THEN THE REJECTS, THEN     *
018700*  CLOSE EACH BRANCH'S FILE WITH ITS TRAILER.                    *
018800******************************************************************
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019100     PERFORM 2100-SPLIT-ONE-EXTRACT
019200         THRU 2100-SPLIT-ONE-EXTRACT-EXIT
019300         UNTIL END-OF-EXTRACT
019400     PERFORM 3000-READ-REJECT THRU 3000-READ-REJECT-EXIT
019500     PERFORM 3100-SPLIT-ONE-REJECT
019600         THRU 3100-SPLIT-ONE-REJECT-EXIT
019700         UNTIL END-OF-REJECTS
019800     PERFORM 8000-WRITE-TRAILERS THRU 8000-WRITE-TRAILERS-EXIT
019900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020000     GO TO 9999-EXIT.
020100
020200******************************************************************
020300*  1000-INITIALIZE                                               *
020400*  OPENS EVERYTHING, PICKS UP THE PER-SOURCE COUNTS AND THE      *
020500*  RESTART SKIP COUNT, READS THE FIRST EXTRACT RECORD FOR THE    *
020600*  DAY'S RUN-ID AND BUSINESS DATE AND WRITES THE THREE HEADERS.  *
020700******************************************************************
020800 1000-INITIALIZE.
020900     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
021000     MOVE WS-RD-CCYY TO WS-RDI-CCYY
021100     MOVE WS-RD-MM   TO WS-RDI-MM
021200     MOVE WS-RD-DD   TO WS-RDI-DD
021300     INITIALIZE WS-RETURN-TABLE
021400     PERFORM 1100-OPEN-FILES THRU 1100-OPEN-FILES-EXIT
021500     READ SRCFILE
021600         AT END
021700             DISPLAY 'PARRETRN - SRCFILE IS EMPTY'
021800             MOVE 16 TO RETURN-CODE
021900             GO TO 9999-EXIT
022000     END-READ
022100     MOVE SRC-READ-COUNT (1) TO WS-RET-SENT-COUNT (1)
022200     MOVE SRC-READ-COUNT (2) TO WS-RET-SENT-COUNT (2)
022300     MOVE SRC-READ-COUNT (3) TO WS-RET-SENT-COUNT (3)
022400     READ CTLIN
022500         AT END
022600             DISPLAY 'PARRETRN - CTLIN IS EMPTY'
022700             MOVE 16 TO RETURN-CODE
022800             GO TO 9999-EXIT
022900     END-READ
023000     IF CTL-SKIP-COUNT > ZERO
023100         SET DAY-WAS-RESTARTED TO TRUE
023200     END-IF
023300     PERFORM 2000-READ-EXTRACT THRU 2000-READ-EXTRACT-EXIT
023400     IF NOT END-OF-EXTRACT AND XTR-IS-HEADER-REC
023500         MOVE PAR-EXTRACT-RECORD TO PAR-EXTRACT-HEADER-RECORD
023600         MOVE XTH-RUN-ID   TO WS-DAY-RUN-ID
023700         MOVE XTH-RUN-DATE TO WS-DAY-BUS-DATE
023800     ELSE
023900         MOVE CTL-RUN-ID   TO WS-DAY-RUN-ID
024000         MOVE CTL-RUN-DATE TO WS-DAY-BUS-DATE
024100     END-IF
024200     MOVE 1 TO WS-RET-SUB
024300     PERFORM 1200-WRITE-ONE-HEADER THRU 1200-WRITE-ONE-HEADER-EXIT
024400         UNTIL WS-RET-SUB > 3.
024500 1000-INITIALIZE-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900*  1100-OPEN-FILES                                               *
025000******************************************************************
025100 1100-OPEN-FILES.
025200     OPEN INPUT XTRIN
025300     IF FS-XTRIN NOT = '00'
025400         DISPLAY 'PARRETRN - UNABLE TO OPEN XTRIN, STATUS='
025500             FS-XTRIN
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 9999-EXIT
025800     END-IF
025900     OPEN INPUT REJIN
026000     IF FS-REJIN NOT = '00'
026100         DISPLAY 'PARRETRN - UNABLE TO OPEN REJIN, STATUS='
026200             FS-REJIN
026300         MOVE 16 TO RETURN-CODE
026400         GO TO 9999-EXIT
026500     END-IF
026600     OPEN INPUT SRCFILE
026700     IF FS-SRCFILE NOT = '00'
026800         DISPLAY 'PARRETRN - UNABLE TO OPEN SRCFILE, STATUS='
026900             FS-SRCFILE
027000         MOVE 16 TO RETURN-CODE
027100         GO TO 9999-EXIT
027200     END-IF
027300     OPEN INPUT CTLIN
027400     IF FS-CTLIN NOT = '00'
027500         DISPLAY 'PARRETRN - UNABLE TO OPEN CTLIN, STATUS='
027600             FS-CTLIN
027700         MOVE 16 TO RETURN-CODE
027800         GO TO 9999-EXIT
027900     END-IF
028000     OPEN OUTPUT RETFIL1
028100     IF FS-RETFIL1 NOT = '00'
028200         DISPLAY 'PARRETRN - UNABLE TO OPEN RETFIL1, STATUS='
028300             FS-RETFIL1
028400         MOVE 16 TO RETURN-CODE
028500         GO TO 9999-EXIT
028600     END-IF
028700     OPEN OUTPUT RETFIL2
028800     IF FS-RETFIL2 NOT = '00'
028900         DISPLAY 'PARRETRN - UNABLE TO OPEN RETFIL2, STATUS='
029000             FS-RETFIL2
029100         MOVE 16 TO RETURN-CODE
029200         GO TO 9999-EXIT
029300     END-IF
029400     OPEN OUTPUT RETFIL3
029500     IF FS-RETFIL3 NOT = '00'
029600         DISPLAY 'PARRETRN - UNABLE TO OPEN RETFIL3, STATUS='
029700             FS-RETFIL3
029800         MOVE 16 TO RETURN-CODE
029900         GO TO 9999-EXIT
030000     END-IF.
030100 1100-OPEN-FILES-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*  1200-WRITE-ONE-HEADER                                         *
030600******************************************************************
030700 1200-WRITE-ONE-HEADER.
030800     MOVE SPACES TO PAR-RETURN-HEADER-RECORD
030900     MOVE 'H'             TO RTH-RECORD-TYPE
031000     MOVE WS-RET-SUB      TO RTH-SOURCE-CODE
031100     MOVE WS-DAY-RUN-ID   TO RTH-RUN-ID
031200     MOVE WS-DAY-BUS-DATE TO RTH-BUSINESS-DATE
031300     MOVE WS-RUN-DATE-ISO TO RTH-CREATED-DATE
031400     MOVE PAR-RETURN-HEADER-RECORD TO PAR-RETURN-RECORD
031500     PERFORM 2500-WRITE-RETURN-RECORD
031600         THRU 2500-WRITE-RETURN-RECORD-EXIT
031700     ADD 1 TO WS-RET-SUB.
031800 1200-WRITE-ONE-HEADER-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*  2000-READ-EXTRACT                                             *
032300******************************************************************
032400 2000-READ-EXTRACT.
032500     READ XTRIN
032600         AT END
032700             SET END-OF-EXTRACT TO TRUE
032800     END-READ.
032900 2000-READ-EXTRACT-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300*  2100-SPLIT-ONE-EXTRACT                                        *
033400*  CONTROL RECORDS ARE THE EXTRACT'S OWN (PARXTCHK HAS ALREADY   *
033500*  PROVED THEM) AND ARE NOT RETURNED.  A CLASSIFIED DETAIL GOES  *
033600*  TO ITS BRANCH'S FILE IN THE FEEDER'S OWN VALOR FORM.          *
033700******************************************************************
033800 2100-SPLIT-ONE-EXTRACT.
033900     IF XTR-IS-CONTROL-REC
034000         GO TO 2100-SPLIT-ONE-EXTRACT-READ
034100     END-IF
034150     MOVE XTR-SOURCE-CODE TO WS-RECORD-SOURCE
034200     PERFORM 2400-FIND-BRANCH-SLOT THRU 2400-FIND-BRANCH-SLOT-EXIT
034300     IF WS-RET-SUB = ZERO
034400         ADD 1 TO WS-NOT-RETURNED-COUNT
034500         GO TO 2100-SPLIT-ONE-EXTRACT-READ
034600     END-IF
034700     IF XTR-IS-NEGATIVE
034800         MOVE '-' TO WS-VIW-SIGN
034900     ELSE
035000         MOVE SPACE TO WS-VIW-SIGN
035100     END-IF
035200     MOVE XTR-VALOR TO WS-VIW-DIGITS
035300     MOVE SPACES TO PAR-RETURN-RECORD
035400     MOVE 'C'              TO RET-RECORD-TYPE
035500     MOVE XTR-ACCOUNT-NO   TO RET-ACCOUNT-NO
035510     IF XTR-ORIG-ACCOUNT-NO NOT = SPACES
035520         MOVE XTR-ORIG-ACCOUNT-NO TO RET-ACCOUNT-NO
035530         MOVE XTR-ACCOUNT-NO      TO RET-POSTED-ACCOUNT-NO
035540     END-IF
035600     MOVE WS-VALOR-IN-WORK TO RET-VALOR-IN
035700     MOVE XTR-DIVISOR      TO RET-DIVISOR
035800     MOVE XTR-RESTO        TO RET-RESTO
035900     MOVE XTR-PARITY-FLAG  TO RET-PARITY-FLAG
036000     MOVE XTR-RUN-ID       TO RET-RUN-ID
036100     PERFORM 2500-WRITE-RETURN-RECORD
036200         THRU 2500-WRITE-RETURN-RECORD-EXIT
036300     ADD 1 TO WS-RET-CLASSIFIED-COUNT (WS-RET-SUB)
036400     ADD XTR-VALOR TO WS-RET-HASH-TOTAL (WS-RET-SUB).
036500 2100-SPLIT-ONE-EXTRACT-READ.
036600     PERFORM 2000-READ-EXTRACT THRU 2000-READ-EXTRACT-EXIT.
036700 2100-SPLIT-ONE-EXTRACT-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*  2400-FIND-BRANCH-SLOT                                         *
037200*  MAPS WS-RECORD-SOURCE (LOADED BY THE CALLER FROM THE RECORD   *
037300*  IN HAND) TO A FEEDER SLOT - ZERO FOR RECYCLED OR UNSTAMPED    *
037400*  RECORDS, WHICH BELONG TO NO BRANCH.                           *
037500******************************************************************
037600 2400-FIND-BRANCH-SLOT.
037700     MOVE ZERO TO WS-RET-SUB
037800     IF WS-RECORD-SOURCE = '1' OR '2' OR '3'
037900         MOVE WS-RECORD-SOURCE TO WS-RET-SUB
038000     END-IF.
038700 2400-FIND-BRANCH-SLOT-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*  2500-WRITE-RETURN-RECORD                                      *
039200*  PAR-RETURN-RECORD IS LOADED - WRITE IT TO THE FILE OF THE     *
039300*  BRANCH IN WS-RET-SUB.                                         *
039400******************************************************************
039500 2500-WRITE-RETURN-RECORD.
039600     IF WS-RET-SUB = 1
039700         WRITE RETFIL1-RECORD FROM PAR-RETURN-RECORD
039710         IF FS-RETFIL1 NOT = '00'
039720             DISPLAY 'PARRETRN - RETFIL1 WRITE FAILED, STATUS='
039730                 FS-RETFIL1
039740             MOVE 16 TO RETURN-CODE
039750             GO TO 9999-EXIT
039760         END-IF
039800     ELSE
039900         IF WS-RET-SUB = 2
040000             WRITE RETFIL2-RECORD FROM PAR-RETURN-RECORD
040010             IF FS-RETFIL2 NOT = '00'
040020                 DISPLAY 'PARRETRN - RETFIL2 WRITE FAILED, '
040030                     'STATUS=' FS-RETFIL2
040040                 MOVE 16 TO RETURN-CODE
040050                 GO TO 9999-EXIT
040060             END-IF
040100         ELSE
040200             WRITE RETFIL3-RECORD FROM PAR-RETURN-RECORD
040210             IF FS-RETFIL3 NOT = '00'
040220                 DISPLAY 'PARRETRN - RETFIL3 WRITE FAILED, '
040230                     'STATUS=' FS-RETFIL3
040240                 MOVE 16 TO RETURN-CODE
040250                 GO TO 9999-EXIT
040260             END-IF
040300         END-IF
040400     END-IF.
040500 2500-WRITE-RETURN-RECORD-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*  3000-READ-REJECT                                              *
041000******************************************************************
041100 3000-READ-REJECT.
041200     READ REJIN
041300         AT END
041400             SET END-OF-REJECTS TO TRUE
041500     END-READ.
041600 3000-READ-REJECT-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*  3100-SPLIT-ONE-REJECT                                         *
042100*  VALIDATION REJECTS AND V005 DUPLICATES ALIKE GO BACK TO THE   *
042200*  BRANCH WITH THE VALOR EXACTLY AS IT WAS SENT AND THE REASON.  *
042300******************************************************************
042400 3100-SPLIT-ONE-REJECT.
042450     MOVE REJ-SOURCE-CODE TO WS-RECORD-SOURCE
042500     PERFORM 2400-FIND-BRANCH-SLOT THRU 2400-FIND-BRANCH-SLOT-EXIT
042600     IF WS-RET-SUB = ZERO
042700         ADD 1 TO WS-NOT-RETURNED-COUNT
042800         GO TO 3100-SPLIT-ONE-REJECT-READ
042900     END-IF
043000     MOVE SPACES TO PAR-RETURN-RECORD
043100     MOVE 'R'             TO RET-RECORD-TYPE
043200     MOVE REJ-ACCOUNT-NO  TO RET-ACCOUNT-NO
043300     MOVE REJ-VALOR-IN    TO RET-VALOR-IN
043400     MOVE REJ-REASON-CODE TO RET-REASON-CODE
043500     MOVE REJ-REASON-TEXT TO RET-REASON-TEXT
043600     MOVE WS-DAY-RUN-ID   TO RET-RUN-ID
043700     PERFORM 2500-WRITE-RETURN-RECORD
043800         THRU 2500-WRITE-RETURN-RECORD-EXIT
043900     ADD 1 TO WS-RET-REJECT-COUNT (WS-RET-SUB).
044000 3100-SPLIT-ONE-REJECT-READ.
044100     PERFORM 3000-READ-REJECT THRU 3000-READ-REJECT-EXIT.
044200 3100-SPLIT-ONE-REJECT-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600*  8000-WRITE-TRAILERS                                           *
044700******************************************************************
044800 8000-WRITE-TRAILERS.
044900     MOVE 1 TO WS-RET-SUB
045000     PERFORM 8100-WRITE-ONE-TRAILER
045100         THRU 8100-WRITE-ONE-TRAILER-EXIT
045200         UNTIL WS-RET-SUB > 3
045300     DISPLAY 'PARRETRN - DEVOLVIDOS=' WS-RETURNED-TOTAL
045400         ' SEM AGENCIA (RECICLADOS/SEM FONTE)='
045500         WS-NOT-RETURNED-COUNT
045600     IF DAY-WAS-RESTARTED
045700         DISPLAY 'PARRETRN - CONFERENCIA POR FONTE NAO APLICADA'
045800             ' - DIA REINICIADO (SKIP COUNT > 0)'
045900     END-IF
046000     IF RETURNS-OUT-OF-BALANCE
046100         DISPLAY 'PARRETRN - ARQUIVOS DE RETORNO NAO CONFEREM'
046200         MOVE 8 TO RETURN-CODE
046300     ELSE
046400         DISPLAY 'PARRETRN - ARQUIVOS DE RETORNO GRAVADOS'
046500         MOVE ZERO TO RETURN-CODE
046600     END-IF.
046700 8000-WRITE-TRAILERS-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*  8100-WRITE-ONE-TRAILER                                        *
047200*  CLASSIFIED PLUS REJECT MUST EQUAL WHAT PARMERGE READ FROM     *
047300*  THE BRANCH.  THE BALANCE FLAG IS LEFT BLANK ON A RESTARTED    *
047400*  DAY, WHERE THE TIE CANNOT BE PROVED.                          *
047500******************************************************************
047600 8100-WRITE-ONE-TRAILER.
047700     MOVE SPACES TO PAR-RETURN-TRAILER-RECORD
047800     MOVE 'T'        TO RTT-RECORD-TYPE
047900     MOVE WS-RET-SUB TO RTT-SOURCE-CODE
048000     ADD WS-RET-CLASSIFIED-COUNT (WS-RET-SUB)
048100         WS-RET-REJECT-COUNT (WS-RET-SUB)
048200         GIVING RTT-RECORD-COUNT
048300     MOVE WS-RET-CLASSIFIED-COUNT (WS-RET-SUB)
048400       TO RTT-CLASSIFIED-COUNT
048500     MOVE WS-RET-REJECT-COUNT (WS-RET-SUB) TO RTT-REJECT-COUNT
048600     MOVE WS-RET-SENT-COUNT (WS-RET-SUB)   TO RTT-SENT-COUNT
048700     MOVE WS-RET-HASH-TOTAL (WS-RET-SUB)   TO RTT-HASH-TOTAL
048800     ADD RTT-RECORD-COUNT TO WS-RETURNED-TOTAL
048900     IF NOT DAY-WAS-RESTARTED
049000         IF RTT-RECORD-COUNT = RTT-SENT-COUNT
049100             SET RTT-IN-BALANCE TO TRUE
049200         ELSE
049300             SET RTT-OUT-OF-BALANCE TO TRUE
049400             SET RETURNS-OUT-OF-BALANCE TO TRUE
049500         END-IF
049600     END-IF
049700     DISPLAY 'PARRETRN - FONTE ' RTT-SOURCE-CODE
049800         ' ENVIADOS=' RTT-SENT-COUNT
049900         ' CLASSIFICADOS=' RTT-CLASSIFIED-COUNT
050000         ' REJEITADOS=' RTT-REJECT-COUNT
050100     IF RTT-OUT-OF-BALANCE
050200         DISPLAY 'PARRETRN - FONTE ' RTT-SOURCE-CODE
050300             ' FORA DE BALANCO - DEVOLVIDOS=' RTT-RECORD-COUNT
050400     END-IF
050500     MOVE PAR-RETURN-TRAILER-RECORD TO PAR-RETURN-RECORD
050600     PERFORM 2500-WRITE-RETURN-RECORD
050700         THRU 2500-WRITE-RETURN-RECORD-EXIT
050800     ADD 1 TO WS-RET-SUB.
050900 8100-WRITE-ONE-TRAILER-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*  9000-TERMINATE                                                *
051400******************************************************************
051500 9000-TERMINATE.
051600     CLOSE XTRIN
051700     CLOSE REJIN
051800     CLOSE SRCFILE
051900     CLOSE CTLIN
052000     CLOSE RETFIL1
052100     CLOSE RETFIL2
052200     CLOSE RETFIL3.
052300 9000-TERMINATE-EXIT.
052400     EXIT.
052500
052600 9999-EXIT.
052700     GOBACK.
