002000*                OPEN FAILURE HARD-FAILS THE STEP - OTHERWISE A  *
002100*                DROPPED FEEDER WOULD LOOK EMPTY AND THE RUN     *
002200*                WOULD BALANCE ON ITS OWN SHORTED INPUT.         *
002210*                EACH FEEDER FILE IS PROVED AGAINST ITS OWN      *
002220*                HEADER AND TRAILER AND AGAINST THE RECEIVED-    *
002230*                FILES REGISTRY BEFORE ANY OF IT IS              *
002240*                CONSOLIDATED - A REFUSED FILE IS NAMED ON THE   *
002250*                CONSOLE, CONTRIBUTES NOTHING TO THE RUN, AND    *
002260*                ENDS THE STEP WITH RETURN CODE 8.               *
002300*                                                                *
002400*   MODIFICATION HISTORY                                         *
002500*   ---------------------------------------------------------    *
002800*                    STATUS - ONLY MISSING (OPTIONAL) INPUTS     *
002900*                    COUNT ZERO; ANY OTHER STATUS FAILS THE      *
003000*                    STEP.                                       *
003010*   2026-10-15  JA  FEEDER FILES NOW ARRIVE WITH A HEADER        *
003020*                    (BRANCH, FILE DATE, FILE SEQUENCE NUMBER)   *
003030*                    AND A TRAILER (RECORD COUNT, VALOR HASH) -  *
003040*                    SEE PARFCR.  EACH FILE IS PROVED IN A FIRST *
003050*                    PASS AND REFUSED WHOLE (RC=8, NOTHING       *
003060*                    CONSOLIDATED OR COUNTED FROM IT) WHEN THE   *
003070*                    TRAILER DOES NOT BALANCE, THE FILE DATE IS  *
003080*                    NOT THE BUSINESS DATE (DATFILE) OR THE      *
003090*                    BRANCH/SEQUENCE IS ALREADY IN THE NEW       *
003091*                    RECEIVED-FILES REGISTRY (RCVFILE, COPYBOOK  *
003092*                    PARRCV).  ACCEPTED FILES ARE REGISTERED.    *
003100******************************************************************
003200 PROGRAM-ID. PARMERGE.
003300 DATE-WRITTEN. 2026-08-22.
005900     SELECT SRCCNT ASSIGN TO SRCCNT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-SRCCNT.
006110
006120     SELECT RCVFILE ASSIGN TO RCVFILE
006130         ORGANIZATION IS INDEXED
006140         ACCESS MODE IS RANDOM
006150         RECORD KEY IS RCV-KEY
006160         FILE STATUS IS FS-RCVFILE.
006170
006180     SELECT OPTIONAL DATFILE ASSIGN TO DATFILE
006190         ORGANIZATION IS SEQUENTIAL
006195         FILE STATUS IS FS-DATFILE.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
008500 FD  SRCCNT
008600     RECORDING MODE IS F.
008700     COPY PARSRC.
008710
008720 FD  RCVFILE.
008730     COPY PARRCV.
008740
008750 FD  DATFILE
008760     RECORDING MODE IS F.
008770     COPY PARBDT.
008800
008900 WORKING-STORAGE SECTION.
009000******************************************************************
009600 77  FS-RCYFILE                 PIC X(02) VALUE '00'.
009700 77  FS-MRGOUT                  PIC X(02) VALUE '00'.
009800 77  FS-SRCCNT                  PIC X(02) VALUE '00'.
009810 77  FS-RCVFILE                 PIC X(02) VALUE '00'.
009820 77  FS-DATFILE                 PIC X(02) VALUE '00'.
009900
010000******************************************************************
010100*  SWITCHES                                                      *
010200******************************************************************
010300 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
010400     88  END-OF-SOURCE                    VALUE 'Y'.
010410 77  WS-FILE-SW                 PIC X(01) VALUE 'E'.
010420     88  FEEDER-FILE-ACCEPTED             VALUE 'A'.
010430     88  FEEDER-FILE-REJECTED             VALUE 'R'.
010440     88  FEEDER-FILE-EMPTY                VALUE 'E'.
010450 77  WS-REPRESENTED-SW          PIC X(01) VALUE 'N'.
010460     88  FEEDER-FILE-REPRESENTED          VALUE 'Y'.
010470 77  WS-HEADER-SW               PIC X(01) VALUE 'N'.
010480     88  FEEDER-HEADER-SEEN               VALUE 'Y'.
010490 77  WS-TRAILER-SW              PIC X(01) VALUE 'N'.
010491     88  FEEDER-TRAILER-SEEN              VALUE 'Y'.
010492 77  WS-STRUCTURE-SW            PIC X(01) VALUE 'N'.
010493     88  FEEDER-STRUCTURE-BROKEN          VALUE 'Y'.
010500
010600******************************************************************
010700*  PER-SOURCE COUNTERS - SLOTS 1-3 ARE THE FEEDER BRANCHES,     *
013400     05  WS-RUN-CC              PIC 9(02).
013500
013600 77  WS-RUN-ID                  PIC X(08).
013602
013604 01  WS-RUN-DATE-ISO.
013606     05  WS-RDI-CCYY            PIC 9(04).
013608     05  FILLER                 PIC X(01) VALUE '-'.
013610     05  WS-RDI-MM              PIC 9(02).
013612     05  FILLER                 PIC X(01) VALUE '-'.
013614     05  WS-RDI-DD              PIC 9(02).
013616
013618 01  WS-RUN-TIME-DISPLAY.
013620     05  WS-RTD-HH              PIC 9(02).
013622     05  FILLER                 PIC X(01) VALUE ':'.
013624     05  WS-RTD-MN              PIC 9(02).
013626     05  FILLER                 PIC X(01) VALUE ':'.
013628     05  WS-RTD-SS              PIC 9(02).
013630
013632******************************************************************
013634*  BUSINESS PROCESSING DATE - FROM THE DATFILE CONTROL WHEN     *
013636*  SUPPLIED (SEE PARBDT), THE MACHINE DATE OTHERWISE.  A FEEDER *
013638*  FILE MUST BE CUT FOR EXACTLY THIS DATE.                      *
013640******************************************************************
013642 77  WS-BUSINESS-DATE           PIC X(10) VALUE SPACES.
013644
013646******************************************************************
013648*  FEEDER FILE PROOF - WHAT THE FIRST PASS OVER ONE FEEDER FILE *
013650*  ACTUALLY FOUND, TO BE HELD AGAINST ITS HEADER AND TRAILER.   *
013652******************************************************************
013654 77  WS-FCK-PHYSICAL-COUNT      PIC 9(09) VALUE ZERO COMP.
013656 77  WS-FCK-DETAIL-COUNT        PIC 9(09) VALUE ZERO COMP.
013658 77  WS-FCK-HASH-TOTAL          PIC 9(13) VALUE ZERO.
013660 77  WS-VALOR-DIGITS            PIC 9(09) VALUE ZERO.
013662 77  WS-REJECT-REASON           PIC X(50) VALUE SPACES.
013664 77  WS-FILES-ACCEPTED          PIC 9(04) VALUE ZERO COMP.
013666 77  WS-FILES-REJECTED          PIC 9(04) VALUE ZERO COMP.
013668
013670******************************************************************
013672*  FEEDER HEADER / TRAILER WORK COPIES                           *
013674******************************************************************
013676 COPY PARFCR.
013700
013800 PROCEDURE DIVISION.
013900
016400            WS-RUN-MN    DELIMITED BY SIZE
016500         INTO WS-RUN-ID
016600     END-STRING
016610     MOVE WS-RUN-YYYY TO WS-RDI-CCYY
016620     MOVE WS-RUN-MM   TO WS-RDI-MM
016630     MOVE WS-RUN-DD   TO WS-RDI-DD
016640     MOVE WS-RUN-HH   TO WS-RTD-HH
016650     MOVE WS-RUN-MN   TO WS-RTD-MN
016660     MOVE WS-RUN-SS   TO WS-RTD-SS
016670     PERFORM 1050-READ-BUSINESS-DATE
016680         THRU 1050-READ-BUSINESS-DATE-EXIT
016700     MOVE '1' TO WS-SRC-CODE (1)
016800     MOVE '2' TO WS-SRC-CODE (2)
016900     MOVE '3' TO WS-SRC-CODE (3)
018700             FS-SRCCNT
018800         MOVE 16 TO RETURN-CODE
018900         GO TO 9999-EXIT
019000     END-IF
019010     OPEN I-O RCVFILE
019020     IF FS-RCVFILE NOT = '00'
019030         DISPLAY 'PARMERGE - UNABLE TO OPEN RCVFILE, STATUS='
019040             FS-RCVFILE
019050         MOVE 16 TO RETURN-CODE
019060         GO TO 9999-EXIT
019070     END-IF.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019204
019208******************************************************************
019212*  1050-READ-BUSINESS-DATE                                       *
019216*  DEFAULTS THE BUSINESS PROCESSING DATE TO THE MACHINE DATE,    *
019220*  THEN TAKES THE DATE FROM THE DATFILE CONTROL WHEN ONE IS      *
019224*  SUPPLIED AND PARSES - THE SAME RULE PARIDADE APPLIES, SO THE  *
019228*  FEEDER FILES ARE HELD TO THE DAY THE RUN WILL POST TO.        *
019232******************************************************************
019236 1050-READ-BUSINESS-DATE.
019240     MOVE WS-RUN-DATE-ISO TO WS-BUSINESS-DATE
019244     OPEN INPUT DATFILE
019248     IF FS-DATFILE NOT = '00'
019252         GO TO 1050-READ-BUSINESS-DATE-EXIT
019256     END-IF
019260     READ DATFILE
019264         AT END
019268             CLOSE DATFILE
019272             GO TO 1050-READ-BUSINESS-DATE-EXIT
019276     END-READ
019280     IF BDT-BUSINESS-DATE (1:4) NUMERIC
019284      AND BDT-BUSINESS-DATE (6:2) NUMERIC
019288      AND BDT-BUSINESS-DATE (9:2) NUMERIC
019292      AND BDT-MM > 00 AND BDT-MM < 13
019296         MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
019300     ELSE
019304         DISPLAY 'PARMERGE - DATA DE MOVIMENTO INVALIDA: '
019308             BDT-BUSINESS-DATE ' - USANDO A DATA DA MAQUINA'
019312     END-IF
019316     CLOSE DATFILE.
019320 1050-READ-BUSINESS-DATE-EXIT.
019324     EXIT.
019328
019332******************************************************************
019336*  2050-RESET-FEEDER-CHECK                                       *
019340******************************************************************
019344 2050-RESET-FEEDER-CHECK.
019348     MOVE ZERO TO WS-FCK-PHYSICAL-COUNT
019352     MOVE ZERO TO WS-FCK-DETAIL-COUNT
019356     MOVE ZERO TO WS-FCK-HASH-TOTAL
019360     MOVE 'N' TO WS-HEADER-SW
019364     MOVE 'N' TO WS-TRAILER-SW
019368     MOVE 'N' TO WS-STRUCTURE-SW
019372     MOVE 'N' TO WS-REPRESENTED-SW
019376     MOVE SPACES TO PAR-FEEDER-HEADER-RECORD
019380     MOVE SPACES TO PAR-FEEDER-TRAILER-RECORD.
019384 2050-RESET-FEEDER-CHECK-EXIT.
019388     EXIT.
019392
019400******************************************************************
019500*  2100-COPY-SOURCE-1                                            *
019510*  FIRST PASS PROVES THE FILE (2130 / 2600); ONLY AN ACCEPTED    *
019520*  FILE IS REOPENED AND CONSOLIDATED, THEN REGISTERED.           *
019600******************************************************************
019700 2100-COPY-SOURCE-1.
019800     MOVE '1' TO WS-CURRENT-SOURCE
020500         MOVE 16 TO RETURN-CODE
020600         GO TO 9999-EXIT
020700     END-IF
020710     PERFORM 2050-RESET-FEEDER-CHECK
020720         THRU 2050-RESET-FEEDER-CHECK-EXIT
020730     PERFORM 2110-READ-SOURCE-1 THRU 2110-READ-SOURCE-1-EXIT
020740     PERFORM 2130-SCAN-ONE-FROM-1
020745         THRU 2130-SCAN-ONE-FROM-1-EXIT
020750         UNTIL END-OF-SOURCE
020755     CLOSE SRCFIL1
020760     PERFORM 2600-VALIDATE-FEEDER-FILE
020765         THRU 2600-VALIDATE-FEEDER-FILE-EXIT
020770     IF NOT FEEDER-FILE-ACCEPTED
020772         GO TO 2100-COPY-SOURCE-1-EXIT
020774     END-IF
020776     MOVE 'N' TO WS-EOF-SW
020778     OPEN INPUT SRCFIL1
020780     IF FS-SRCFIL1 NOT = '00'
020782         DISPLAY 'PARMERGE - UNABLE TO REOPEN SRCFIL1, STATUS='
020784             FS-SRCFIL1
020786         MOVE 16 TO RETURN-CODE
020788         GO TO 9999-EXIT
020790     END-IF
020800     PERFORM 2110-READ-SOURCE-1 THRU 2110-READ-SOURCE-1-EXIT
020900     PERFORM 2120-MERGE-ONE-FROM-1
021000         THRU 2120-MERGE-ONE-FROM-1-EXIT
021100         UNTIL END-OF-SOURCE
021200     CLOSE SRCFIL1
021250     PERFORM 2700-REGISTER-FEEDER-FILE
021260         THRU 2700-REGISTER-FEEDER-FILE-EXIT.
021300 2100-COPY-SOURCE-1-EXIT.
021400     EXIT.
021500
022800 2120-MERGE-ONE-FROM-1-EXIT.
022900     EXIT.
023000
023010 2130-SCAN-ONE-FROM-1.
023020     MOVE SRCFIL1-RECORD TO PAR-INPUT-RECORD
023030     PERFORM 2450-TALLY-ONE-RECORD THRU 2450-TALLY-ONE-RECORD-EXIT
023040     PERFORM 2110-READ-SOURCE-1 THRU 2110-READ-SOURCE-1-EXIT.
023050 2130-SCAN-ONE-FROM-1-EXIT.
023060     EXIT.
023070
023100******************************************************************
023200*  2200-COPY-SOURCE-2                                            *
023210*  FIRST PASS PROVES THE FILE (2230 / 2600); ONLY AN ACCEPTED    *
023220*  FILE IS REOPENED AND CONSOLIDATED, THEN REGISTERED.           *
023300******************************************************************
023400 2200-COPY-SOURCE-2.
023500     MOVE '2' TO WS-CURRENT-SOURCE
024200         MOVE 16 TO RETURN-CODE
024300         GO TO 9999-EXIT
024400     END-IF
024410     PERFORM 2050-RESET-FEEDER-CHECK
024420         THRU 2050-RESET-FEEDER-CHECK-EXIT
024430     PERFORM 2210-READ-SOURCE-2 THRU 2210-READ-SOURCE-2-EXIT
024440     PERFORM 2230-SCAN-ONE-FROM-2
024445         THRU 2230-SCAN-ONE-FROM-2-EXIT
024450         UNTIL END-OF-SOURCE
024455     CLOSE SRCFIL2
024460     PERFORM 2600-VALIDATE-FEEDER-FILE
024465         THRU 2600-VALIDATE-FEEDER-FILE-EXIT
024470     IF NOT FEEDER-FILE-ACCEPTED
024472         GO TO 2200-COPY-SOURCE-2-EXIT
024474     END-IF
024476     MOVE 'N' TO WS-EOF-SW
024478     OPEN INPUT SRCFIL2
024480     IF FS-SRCFIL2 NOT = '00'
024482         DISPLAY 'PARMERGE - UNABLE TO REOPEN SRCFIL2, STATUS='
024484             FS-SRCFIL2
024486         MOVE 16 TO RETURN-CODE
024488         GO TO 9999-EXIT
024490     END-IF
024500     PERFORM 2210-READ-SOURCE-2 THRU 2210-READ-SOURCE-2-EXIT
024600     PERFORM 2220-MERGE-ONE-FROM-2
024700         THRU 2220-MERGE-ONE-FROM-2-EXIT
024800         UNTIL END-OF-SOURCE
024900     CLOSE SRCFIL2
024950     PERFORM 2700-REGISTER-FEEDER-FILE
024960         THRU 2700-REGISTER-FEEDER-FILE-EXIT.
025000 2200-COPY-SOURCE-2-EXIT.
025100     EXIT.
025200
026500 2220-MERGE-ONE-FROM-2-EXIT.
026600     EXIT.
026700
026710 2230-SCAN-ONE-FROM-2.
026720     MOVE SRCFIL2-RECORD TO PAR-INPUT-RECORD
026730     PERFORM 2450-TALLY-ONE-RECORD THRU 2450-TALLY-ONE-RECORD-EXIT
026740     PERFORM 2210-READ-SOURCE-2 THRU 2210-READ-SOURCE-2-EXIT.
026750 2230-SCAN-ONE-FROM-2-EXIT.
026760     EXIT.
026770
026800******************************************************************
026900*  2300-COPY-SOURCE-3                                            *
026910*  FIRST PASS PROVES THE FILE (2330 / 2600); ONLY AN ACCEPTED    *
026920*  FILE IS REOPENED AND CONSOLIDATED, THEN REGISTERED.           *
027000******************************************************************
027100 2300-COPY-SOURCE-3.
027200     MOVE '3' TO WS-CURRENT-SOURCE
027900         MOVE 16 TO RETURN-CODE
028000         GO TO 9999-EXIT
028100     END-IF
028110     PERFORM 2050-RESET-FEEDER-CHECK
028120         THRU 2050-RESET-FEEDER-CHECK-EXIT
028130     PERFORM 2310-READ-SOURCE-3 THRU 2310-READ-SOURCE-3-EXIT
028140     PERFORM 2330-SCAN-ONE-FROM-3
028145         THRU 2330-SCAN-ONE-FROM-3-EXIT
028150         UNTIL END-OF-SOURCE
028155     CLOSE SRCFIL3
028160     PERFORM 2600-VALIDATE-FEEDER-FILE
028165         THRU 2600-VALIDATE-FEEDER-FILE-EXIT
028170     IF NOT FEEDER-FILE-ACCEPTED
028172         GO TO 2300-COPY-SOURCE-3-EXIT
028174     END-IF
028176     MOVE 'N' TO WS-EOF-SW
028178     OPEN INPUT SRCFIL3
028180     IF FS-SRCFIL3 NOT = '00'
028182         DISPLAY 'PARMERGE - UNABLE TO REOPEN SRCFIL3, STATUS='
028184             FS-SRCFIL3
028186         MOVE 16 TO RETURN-CODE
028188         GO TO 9999-EXIT
028190     END-IF
028200     PERFORM 2310-READ-SOURCE-3 THRU 2310-READ-SOURCE-3-EXIT
028300     PERFORM 2320-MERGE-ONE-FROM-3
028400         THRU 2320-MERGE-ONE-FROM-3-EXIT
028500         UNTIL END-OF-SOURCE
028600     CLOSE SRCFIL3
028650     PERFORM 2700-REGISTER-FEEDER-FILE
028660         THRU 2700-REGISTER-FEEDER-FILE-EXIT.
028700 2300-COPY-SOURCE-3-EXIT.
028800     EXIT.
028900
030200 2320-MERGE-ONE-FROM-3-EXIT.
030300     EXIT.
030400
030410 2330-SCAN-ONE-FROM-3.
030420     MOVE SRCFIL3-RECORD TO PAR-INPUT-RECORD
030430     PERFORM 2450-TALLY-ONE-RECORD THRU 2450-TALLY-ONE-RECORD-EXIT
030440     PERFORM 2310-READ-SOURCE-3 THRU 2310-READ-SOURCE-3-EXIT.
030450 2330-SCAN-ONE-FROM-3-EXIT.
030460     EXIT.
030470
030500******************************************************************
030600*  2400-COPY-RECYCLE                                             *
030700*  RECYCLED REJECTS (SEE PARREPAR) RIDE THROUGH THE SAME         *
034200 2420-MERGE-ONE-RECYCLE-EXIT.
034300     EXIT.
034400
034403******************************************************************
034406*  2450-TALLY-ONE-RECORD                                         *
034409*  FIRST-PASS PROOF OF ONE FEEDER RECORD - THE HEADER MUST BE    *
034412*  THE FIRST RECORD AND THE TRAILER THE LAST, EXACTLY ONE OF     *
034415*  EACH; DETAILS ARE COUNTED AND THEIR VALOR DIGITS HASHED.      *
034418******************************************************************
034421 2450-TALLY-ONE-RECORD.
034424     ADD 1 TO WS-FCK-PHYSICAL-COUNT
034427     IF PAR-IS-FEEDER-HEADER
034430         IF WS-FCK-PHYSICAL-COUNT = 1
034433             MOVE PAR-INPUT-RECORD TO PAR-FEEDER-HEADER-RECORD
034436             SET FEEDER-HEADER-SEEN TO TRUE
034439         ELSE
034442             SET FEEDER-STRUCTURE-BROKEN TO TRUE
034445         END-IF
034448         GO TO 2450-TALLY-ONE-RECORD-EXIT
034451     END-IF
034454     IF WS-FCK-PHYSICAL-COUNT = 1 OR FEEDER-TRAILER-SEEN
034457         SET FEEDER-STRUCTURE-BROKEN TO TRUE
034460     END-IF
034463     IF PAR-IS-FEEDER-TRAILER
034466         MOVE PAR-INPUT-RECORD TO PAR-FEEDER-TRAILER-RECORD
034469         SET FEEDER-TRAILER-SEEN TO TRUE
034472         GO TO 2450-TALLY-ONE-RECORD-EXIT
034475     END-IF
034478     ADD 1 TO WS-FCK-DETAIL-COUNT
034481     IF PAR-VALOR-IN (2:9) NUMERIC
034484         MOVE PAR-VALOR-IN (2:9) TO WS-VALOR-DIGITS
034487         ADD WS-VALOR-DIGITS TO WS-FCK-HASH-TOTAL
034490     END-IF.
034493 2450-TALLY-ONE-RECORD-EXIT.
034496     EXIT.
034500******************************************************************
034600*  2500-STAMP-AND-WRITE                                          *
034700*  PAR-INPUT-RECORD IS ALREADY LOADED - STAMP THE SOURCE CODE    *
034800*  OVER WHATEVER THE FEEDER LEFT IN THAT BYTE AND WRITE IT.      *
034810*  THE FEEDER HEADER AND TRAILER HAVE DONE THEIR WORK IN THE     *
034820*  FIRST PASS AND ARE NOT CONSOLIDATED.                          *
034900******************************************************************
035000 2500-STAMP-AND-WRITE.
035010     IF PAR-IS-FEEDER-CONTROL-REC
035020         GO TO 2500-STAMP-AND-WRITE-EXIT
035030     END-IF
035100     MOVE WS-CURRENT-SOURCE TO PAR-SOURCE-CODE
035200     WRITE PAR-INPUT-RECORD
035300     ADD 1 TO WS-SRC-READ-COUNT (WS-SRC-SUB)
035500 2500-STAMP-AND-WRITE-EXIT.
035600     EXIT.
035700
035710******************************************************************
035720*  2600-VALIDATE-FEEDER-FILE                                     *
035730*  AN EMPTY OR ABSENT FILE COUNTS ZERO AS BEFORE.  A FILE THAT   *
035740*  FAILS ANY CHECK IS REFUSED WHOLE - NAMED ON THE CONSOLE,      *
035750*  NOTHING FROM IT CONSOLIDATED, STEP RETURN CODE 8.             *
035760******************************************************************
035770 2600-VALIDATE-FEEDER-FILE.
035780     SET FEEDER-FILE-ACCEPTED TO TRUE
035790     MOVE SPACES TO WS-REJECT-REASON
035800     IF WS-FCK-PHYSICAL-COUNT = ZERO
035810         SET FEEDER-FILE-EMPTY TO TRUE
035820         DISPLAY 'PARMERGE - FONTE ' WS-CURRENT-SOURCE
035830             ' - NENHUM ARQUIVO RECEBIDO'
035840         GO TO 2600-VALIDATE-FEEDER-FILE-EXIT
035850     END-IF
035860     PERFORM 2610-CHECK-FEEDER-FILE
035865         THRU 2610-CHECK-FEEDER-FILE-EXIT
035870     IF WS-REJECT-REASON = SPACES
035880         ADD 1 TO WS-FILES-ACCEPTED
035890         GO TO 2600-VALIDATE-FEEDER-FILE-EXIT
035900     END-IF
035910     SET FEEDER-FILE-REJECTED TO TRUE
035920     ADD 1 TO WS-FILES-REJECTED
035930     DISPLAY 'PARMERGE - ARQUIVO DA FONTE ' WS-CURRENT-SOURCE
035940         ' REJEITADO - ' WS-REJECT-REASON
035950     DISPLAY 'PARMERGE -   HEADER AGENCIA=' FDH-BRANCH-ID
035960         ' DATA=' FDH-FILE-DATE ' SEQ=' FDH-FILE-SEQ
035970         ' TRAILER QTDE=' FDT-RECORD-COUNT ' HASH=' FDT-HASH-TOTAL
035980     DISPLAY 'PARMERGE -   LIDOS QTDE=' WS-FCK-DETAIL-COUNT
035990         ' HASH=' WS-FCK-HASH-TOTAL
036000         ' DATA DE MOVIMENTO=' WS-BUSINESS-DATE
036010     MOVE 8 TO RETURN-CODE.
036020 2600-VALIDATE-FEEDER-FILE-EXIT.
036030     EXIT.
036040
036050******************************************************************
036060*  2610-CHECK-FEEDER-FILE                                        *
036070*  THE FIRST FAILING CHECK LEAVES ITS REASON IN WS-REJECT-REASON.*
036080*  A BRANCH/SEQUENCE ALREADY REGISTERED IS ONLY LET THROUGH AS   *
036090*  THE SAME FILE PRESENTED AGAIN FOR THE SAME BUSINESS DATE      *
036100*  (RESTART OR RERUN OF A DAY THAT NEVER ROLLED FORWARD).        *
036110******************************************************************
036120 2610-CHECK-FEEDER-FILE.
036130     IF FEEDER-STRUCTURE-BROKEN
036140      OR NOT FEEDER-HEADER-SEEN
036150      OR NOT FEEDER-TRAILER-SEEN
036160         MOVE 'HEADER/TRAILER AUSENTE OU FORA DE POSICAO'
036170           TO WS-REJECT-REASON
036180         GO TO 2610-CHECK-FEEDER-FILE-EXIT
036190     END-IF
036200     IF FDH-BRANCH-ID NOT = WS-CURRENT-SOURCE
036210      OR FDH-FILE-SEQ NOT NUMERIC
036220         MOVE 'HEADER INVALIDO OU DE OUTRA AGENCIA'
036230           TO WS-REJECT-REASON
036240         GO TO 2610-CHECK-FEEDER-FILE-EXIT
036250     END-IF
036260     IF FDT-RECORD-COUNT NOT NUMERIC
036270      OR FDT-HASH-TOTAL NOT NUMERIC
036280      OR FDT-RECORD-COUNT NOT = WS-FCK-DETAIL-COUNT
036290      OR FDT-HASH-TOTAL NOT = WS-FCK-HASH-TOTAL
036300         MOVE 'TRAILER NAO CONFERE (QUANTIDADE/HASH DO VALOR)'
036310           TO WS-REJECT-REASON
036320         GO TO 2610-CHECK-FEEDER-FILE-EXIT
036330     END-IF
036340     IF FDH-FILE-DATE NOT = WS-BUSINESS-DATE
036350         MOVE 'DATA DO ARQUIVO DIFERENTE DA DATA DE MOVIMENTO'
036360           TO WS-REJECT-REASON
036370         GO TO 2610-CHECK-FEEDER-FILE-EXIT
036380     END-IF
036390     MOVE FDH-BRANCH-ID TO RCV-BRANCH-ID
036400     MOVE FDH-FILE-SEQ  TO RCV-FILE-SEQ
036410     READ RCVFILE
036420     IF FS-RCVFILE = '23'
036430         GO TO 2610-CHECK-FEEDER-FILE-EXIT
036440     END-IF
036450     IF FS-RCVFILE NOT = '00'
036460         DISPLAY 'PARMERGE - RCVFILE READ FAILED, STATUS='
036470             FS-RCVFILE
036480         MOVE 16 TO RETURN-CODE
036490         GO TO 9999-EXIT
036500     END-IF
036510     IF RCV-BUSINESS-DATE = WS-BUSINESS-DATE
036520      AND RCV-FILE-DATE = FDH-FILE-DATE
036530      AND RCV-RECORD-COUNT = FDT-RECORD-COUNT
036540      AND RCV-HASH-TOTAL = FDT-HASH-TOTAL
036550         SET FEEDER-FILE-REPRESENTED TO TRUE
036560         DISPLAY 'PARMERGE - FONTE ' WS-CURRENT-SOURCE
036570             ' SEQ=' FDH-FILE-SEQ ' REAPRESENTADO NO MESMO'
036580             ' MOVIMENTO - ACEITO SEM NOVO REGISTRO'
036590         GO TO 2610-CHECK-FEEDER-FILE-EXIT
036600     END-IF
036610     STRING 'SEQUENCIA JA RECEBIDA NO MOVIMENTO '
036620                                 DELIMITED BY SIZE
036630            RCV-BUSINESS-DATE    DELIMITED BY SIZE
036640         INTO WS-REJECT-REASON
036650     END-STRING.
036660 2610-CHECK-FEEDER-FILE-EXIT.
036670     EXIT.
036680
036690******************************************************************
036700*  2700-REGISTER-FEEDER-FILE                                     *
036710*  THE FILE HAS BEEN CONSOLIDATED - RECORD IT AS RECEIVED.       *
036720******************************************************************
036730 2700-REGISTER-FEEDER-FILE.
036740     IF FEEDER-FILE-REPRESENTED
036750         GO TO 2700-REGISTER-FEEDER-FILE-EXIT
036760     END-IF
036770     MOVE SPACES TO PAR-RECEIVED-FILE-RECORD
036780     MOVE FDH-BRANCH-ID       TO RCV-BRANCH-ID
036790     MOVE FDH-FILE-SEQ        TO RCV-FILE-SEQ
036800     MOVE FDH-FILE-DATE       TO RCV-FILE-DATE
036810     MOVE WS-BUSINESS-DATE    TO RCV-BUSINESS-DATE
036820     MOVE WS-RUN-ID           TO RCV-MERGE-RUN-ID
036830     MOVE FDT-RECORD-COUNT    TO RCV-RECORD-COUNT
036840     MOVE FDT-HASH-TOTAL      TO RCV-HASH-TOTAL
036850     MOVE WS-RUN-DATE-ISO     TO RCV-RECEIVED-DATE
036860     MOVE WS-RUN-TIME-DISPLAY TO RCV-RECEIVED-TIME
036870     WRITE PAR-RECEIVED-FILE-RECORD
036880     IF FS-RCVFILE NOT = '00'
036890         DISPLAY 'PARMERGE - RCVFILE WRITE FAILED, STATUS='
036900             FS-RCVFILE
036910         MOVE 16 TO RETURN-CODE
036920         GO TO 9999-EXIT
036930     END-IF.
036940 2700-REGISTER-FEEDER-FILE-EXIT.
036950     EXIT.
036960
037000******************************************************************
037100*  8000-WRITE-SOURCE-COUNTS                                      *
037200******************************************************************
037300 8000-WRITE-SOURCE-COUNTS.
037400     MOVE SPACES TO PAR-SOURCE-COUNT-RECORD
037500     MOVE WS-RUN-ID TO SRC-RUN-ID
037600     MOVE 1 TO WS-SRC-SUB
037700     PERFORM 8010-PUBLISH-ONE-SOURCE
037800         THRU 8010-PUBLISH-ONE-SOURCE-EXIT
037900         UNTIL WS-SRC-SUB > 5
038000     WRITE PAR-SOURCE-COUNT-RECORD
038100     DISPLAY 'PARMERGE - ARQUIVOS ACEITOS=' WS-FILES-ACCEPTED
038200         ' REJEITADOS=' WS-FILES-REJECTED
038300     DISPLAY 'PARMERGE - FONTE1=' WS-SRC-READ-COUNT (1)
038400         ' FONTE2=' WS-SRC-READ-COUNT (2)
038500         ' FONTE3=' WS-SRC-READ-COUNT (3)
038600         ' RECICLADOS=' WS-SRC-READ-COUNT (4)
038700         ' TOTAL=' WS-MERGE-COUNT.
038800 8000-WRITE-SOURCE-COUNTS-EXIT.
038900     EXIT.
039000
039100 8010-PUBLISH-ONE-SOURCE.
039200     MOVE WS-SRC-CODE (WS-SRC-SUB)
039300       TO SRC-CODE (WS-SRC-SUB)
039400     MOVE WS-SRC-READ-COUNT (WS-SRC-SUB)
039500       TO SRC-READ-COUNT (WS-SRC-SUB)
039600     ADD 1 TO WS-SRC-SUB.
039700 8010-PUBLISH-ONE-SOURCE-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100*  9000-TERMINATE                                                *
040200******************************************************************
040300 9000-TERMINATE.
040400     CLOSE MRGOUT
040500     CLOSE SRCCNT
040550     CLOSE RCVFILE.
040600 9000-TERMINATE-EXIT.
040700     EXIT.
040800
040900 9999-EXIT.
041000     GOBACK.
