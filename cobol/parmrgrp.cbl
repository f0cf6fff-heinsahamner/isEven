000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARMRGRP                                        *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : ACCOUNT MERGE REGISTER.  LISTS EVERY ACCOUNT    *
001000*                RETIRED INTO A SUCCESSOR ON THE ACCVSAM MASTER  *
001100*                (PARMAINT 'M' CARD OR THE PARONLIN PARMNT       *
001200*                PANEL) - RETIRED NUMBER AND NAME, SUCCESSOR     *
001300*                AND MERGE DATE - WITH THE NUMBER OF AUDIT       *
001400*                RECORDS (COPYBOOK PARAUD) RE-ROUTED FROM THE    *
001500*                RETIRED NUMBER TO ITS SUCCESSOR AND THE LAST    *
001600*                DAY ONE ARRIVED, SO OPERATIONS CAN SEE WHICH    *
001700*                FEEDERS STILL SEND THE OLD NUMBER.  A RE-ROUTED *
001800*                RECORD WHOSE RETIRED NUMBER IS NO LONGER ON THE *
001900*                REGISTER (THE MERGE WAS WITHDRAWN) IS COUNTED   *
002000*                APART AND ENDS THE STEP WITH RETURN CODE 4.     *
002100*                AN OPTIONAL PARAMETER CARD LIMITS THE AUDIT     *
002200*                RECORDS COUNTED TO A RANGE OF DATES -           *
002300*                   COL 1-10   DATE FROM (CCYY-MM-DD)            *
002400*                   COL 11-20  DATE TO   (CCYY-MM-DD)            *
002500*                A BLANK FIELD MEANS NO LIMIT.                   *
002600*                                                                *
002700*   MODIFICATION HISTORY                                         *
002800*   ---------------------------------------------------------    *
002900*   2026-10-15  JA  ORIGINAL.                                    *
002910*   2026-10-15  JA  PARBKOUT COMPENSATING RECORDS ARE NO LONGER  *
002920*                    COUNTED AS RE-ROUTED ARRIVALS.              *
003000******************************************************************
003100 PROGRAM-ID. PARMRGRP.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ACCFILE ASSIGN TO ACCFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ACC-ACCOUNT-NO
004200         FILE STATUS IS FS-ACCFILE.
004300
004400     SELECT AUDIN ASSIGN TO AUDIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-AUDIN.
004700
004800     SELECT OPTIONAL PRMCARD ASSIGN TO PRMCARD
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-PRMCARD.
005100
005200     SELECT RPTFILE ASSIGN TO RPTFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-RPTFILE.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACCFILE.
005900     COPY PARACC.
006000
006100 FD  AUDIN
006200     RECORDING MODE IS F.
006300     COPY PARAUD.
006400
006500 FD  PRMCARD
006600     RECORDING MODE IS F.
006700 01  PRMCARD-RECORD             PIC X(80).
006800
006900 FD  RPTFILE
007000     RECORDING MODE IS F.
007100 01  RPT-LINE                   PIC X(132).
007200
007300 WORKING-STORAGE SECTION.
007400******************************************************************
007500*  FILE STATUS FIELDS                                            *
007600******************************************************************
007700 77  FS-ACCFILE                 PIC X(02) VALUE '00'.
007800 77  FS-AUDIN                   PIC X(02) VALUE '00'.
007900 77  FS-PRMCARD                 PIC X(02) VALUE '00'.
008000 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
008100
008200******************************************************************
008300*  SWITCHES                                                      *
008400******************************************************************
008500 77  WS-MST-EOF-SW              PIC X(01) VALUE 'N'.
008600     88  END-OF-MASTER                    VALUE 'Y'.
008700 77  WS-AUD-EOF-SW              PIC X(01) VALUE 'N'.
008800     88  END-OF-AUDIT                     VALUE 'Y'.
008900
009000******************************************************************
009100*  COUNTERS                                                      *
009200******************************************************************
009300 77  WS-AUD-READ-COUNT          PIC 9(09) VALUE ZERO COMP.
009400 77  WS-REROUTE-COUNT           PIC 9(09) VALUE ZERO COMP.
009500 77  WS-UNREGISTERED-COUNT      PIC 9(09) VALUE ZERO COMP.
009600 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
009700 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
009800 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
009900
010000 77  WS-AUD-DATE                PIC X(10) VALUE SPACES.
010100
010200******************************************************************
010300*  MERGE REGISTER TABLE - ONE ENTRY PER RETIRED ACCOUNT, IN      *
010400*  ACCOUNT ORDER AS THE MASTER IS READ, WITH THE RE-ROUTED       *
010500*  RECORDS COUNTED AGAINST IT FROM THE AUDIT FILE.               *
010600******************************************************************
010700 77  WS-MRG-MAX                 PIC 9(05) VALUE 500 COMP.
010800 77  WS-MRG-COUNT               PIC 9(05) VALUE ZERO COMP.
010900 77  WS-MRG-SUB                 PIC 9(05) VALUE ZERO COMP.
011000 77  WS-MRG-FOUND-SUB           PIC 9(05) VALUE ZERO COMP.
011100
011200 01  WS-MERGE-TABLE.
011300     05  WS-MRG-ENTRY OCCURS 500 TIMES.
011400         10  WS-MRG-OLD-ACCOUNT  PIC X(10).
011500         10  WS-MRG-OLD-NAME     PIC X(30).
011600         10  WS-MRG-NEW-ACCOUNT  PIC X(10).
011700         10  WS-MRG-EFF-DATE     PIC X(10).
011800         10  WS-MRG-REROUTED     PIC 9(09) COMP.
011900         10  WS-MRG-LAST-DATE    PIC X(10).
012000
012100******************************************************************
012200*  PARAMETER CARD WORKING COPY                                   *
012300******************************************************************
012400 01  WS-MRG-PARM-CARD.
012500     05  MPM-DATE-FROM           PIC X(10).
012600     05  MPM-DATE-TO             PIC X(10).
012700     05  FILLER                  PIC X(60).
012800
012900******************************************************************
013000*  RUN DATE WORK AREAS                                           *
013100******************************************************************
013200 01  WS-RUN-DATE-YYYYMMDD.
013300     05  WS-RD-CCYY              PIC 9(04).
013400     05  WS-RD-MM                PIC 9(02).
013500     05  WS-RD-DD                PIC 9(02).
013600
013700 01  WS-RUN-DATE-DISPLAY.
013800     05  WS-RDD-DD               PIC 9(02).
013900     05  FILLER                  PIC X(01) VALUE '/'.
014000     05  WS-RDD-MM               PIC 9(02).
014100     05  FILLER                  PIC X(01) VALUE '/'.
014200     05  WS-RDD-CCYY             PIC 9(04).
014300
014400******************************************************************
014500*  MERGE REGISTER LINE LAYOUTS                                   *
014600******************************************************************
014700 01  WS-RPT-TITLE-LINE1.
014800     05  FILLER                  PIC X(16) VALUE 'PARMRGRP-REL'.
014900     05  FILLER                  PIC X(40)
015000         VALUE 'REGISTRO DE FUSOES DE CONTAS'.
015100     05  FILLER                  PIC X(76) VALUE SPACES.
015200
015300 01  WS-RPT-TITLE-LINE2.
015400     05  FILLER                  PIC X(06) VALUE 'DATA: '.
015500     05  RPT-H-DATE              PIC X(10).
015600     05  FILLER                  PIC X(05) VALUE SPACES.
015700     05  FILLER                  PIC X(07) VALUE 'PAGINA '.
015800     05  RPT-H-PAGE              PIC ZZZ9.
015900     05  FILLER                  PIC X(100) VALUE SPACES.
016000
016100 01  WS-RPT-FILTER-LINE.
016200     05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
016300     05  RPT-F-DATE-FROM         PIC X(10).
016400     05  FILLER                  PIC X(03) VALUE ' A '.
016500     05  RPT-F-DATE-TO           PIC X(10).
016600     05  FILLER                  PIC X(100) VALUE SPACES.
016700
016800 01  WS-RPT-COLUMN-HDR.
016900     05  FILLER                  PIC X(14) VALUE 'CONTA ANTIGA'.
017000     05  FILLER                  PIC X(33) VALUE 'NOME'.
017100     05  FILLER                  PIC X(14) VALUE 'SUCESSORA'.
017200     05  FILLER                  PIC X(13) VALUE 'FUSAO EM'.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017350     05  FILLER                  PIC X(14) VALUE 'REENCAMINHADOS'.
017400     05  FILLER                  PIC X(03) VALUE SPACES.
017500     05  FILLER                  PIC X(14) VALUE 'ULTIMO EM'.
017600     05  FILLER                  PIC X(25) VALUE SPACES.
017700
017800 01  WS-RPT-DETAIL-LINE.
017900     05  RPT-D-OLD-ACCOUNT       PIC X(10).
018000     05  FILLER                  PIC X(04) VALUE SPACES.
018100     05  RPT-D-OLD-NAME          PIC X(30).
018200     05  FILLER                  PIC X(03) VALUE SPACES.
018300     05  RPT-D-NEW-ACCOUNT       PIC X(10).
018400     05  FILLER                  PIC X(04) VALUE SPACES.
018500     05  RPT-D-EFF-DATE          PIC X(10).
018700     05  FILLER                  PIC X(08) VALUE SPACES.
018800     05  RPT-D-REROUTED          PIC ZZZ,ZZZ,ZZ9.
018900     05  FILLER                  PIC X(03) VALUE SPACES.
019000     05  RPT-D-LAST-DATE         PIC X(10).
019100     05  FILLER                  PIC X(29) VALUE SPACES.
019200
019300 01  WS-RPT-TOTAL-LINE.
019400     05  RPT-T-LABEL             PIC X(32).
019500     05  RPT-T-VALUE             PIC ZZZ,ZZZ,ZZ9.
019600     05  FILLER                  PIC X(89) VALUE SPACES.
019700
019800 PROCEDURE DIVISION.
019900
020000******************************************************************
020100*  0000-MAINLINE                                                 *
020200******************************************************************
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020500     PERFORM 1100-LOAD-MERGES THRU 1100-LOAD-MERGES-EXIT.
020600     PERFORM 2000-READ-AUDIT THRU 2000-READ-AUDIT-EXIT.
020700     PERFORM 2100-COUNT-ONE-RECORD THRU 2100-COUNT-ONE-RECORD-EXIT
020800         UNTIL END-OF-AUDIT.
020900     MOVE ZERO TO WS-MRG-SUB.
021000     PERFORM 3000-WRITE-ONE-PAIR THRU 3000-WRITE-ONE-PAIR-EXIT
021100         UNTIL WS-MRG-SUB >= WS-MRG-COUNT.
021200     PERFORM 8000-WRITE-REPORT-TOTALS
021300         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
021400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
021500     GO TO 9999-EXIT.
021600
021700******************************************************************
021800*  1000-INITIALIZE                                               *
021900*  THE PARAMETER CARD IS OPTIONAL IN EFFECT - A MISSING OR       *
022000*  BLANK CARD COUNTS THE WHOLE AUDIT FILE.                       *
022100******************************************************************
022200 1000-INITIALIZE.
022300     MOVE SPACES TO WS-MRG-PARM-CARD
022400     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
022500     MOVE WS-RD-DD   TO WS-RDD-DD
022600     MOVE WS-RD-MM   TO WS-RDD-MM
022700     MOVE WS-RD-CCYY TO WS-RDD-CCYY
022800     OPEN INPUT ACCFILE
022900     IF FS-ACCFILE NOT = '00'
023000         DISPLAY 'PARMRGRP - UNABLE TO OPEN ACCFILE, STATUS='
023100             FS-ACCFILE
023200         MOVE 16 TO RETURN-CODE
023300         GO TO 9999-EXIT
023400     END-IF
023500     OPEN INPUT AUDIN
023600     IF FS-AUDIN NOT = '00'
023700         DISPLAY 'PARMRGRP - UNABLE TO OPEN AUDIN, STATUS='
023800             FS-AUDIN
023900         MOVE 16 TO RETURN-CODE
024000         GO TO 9999-EXIT
024100     END-IF
024200     OPEN INPUT PRMCARD
024300     IF FS-PRMCARD = '00'
024400         READ PRMCARD INTO WS-MRG-PARM-CARD
024500             AT END
024600                 CONTINUE
024700         END-READ
024800         CLOSE PRMCARD
024900     END-IF
025000     OPEN OUTPUT RPTFILE
025100     IF FS-RPTFILE NOT = '00'
025200         DISPLAY 'PARMRGRP - UNABLE TO OPEN RPTFILE, STATUS='
025300             FS-RPTFILE
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 9999-EXIT
025600     END-IF
025700     PERFORM 1400-WRITE-REPORT-HEADERS
025800         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
025900 1000-INITIALIZE-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300*  1100-LOAD-MERGES                                              *
026400*  ONE PASS OVER THE MASTER - EVERY ACCOUNT CARRYING A SUCCESSOR,*
026500*  WHATEVER ITS MERGE DATE, GOES ON THE REGISTER.                *
026600******************************************************************
026700 1100-LOAD-MERGES.
026800     MOVE LOW-VALUES TO ACC-ACCOUNT-NO
026900     START ACCFILE KEY NOT < ACC-ACCOUNT-NO
027000         INVALID KEY
027100             SET END-OF-MASTER TO TRUE
027200     END-START
027300     PERFORM 1110-NOTE-ONE-MERGE THRU 1110-NOTE-ONE-MERGE-EXIT
027400         UNTIL END-OF-MASTER.
027500 1100-LOAD-MERGES-EXIT.
027600     EXIT.
027700
027800 1110-NOTE-ONE-MERGE.
027900     READ ACCFILE NEXT
028000         AT END
028100             SET END-OF-MASTER TO TRUE
028200             GO TO 1110-NOTE-ONE-MERGE-EXIT
028300     END-READ
028400     IF ACC-NOT-MERGED
028500         GO TO 1110-NOTE-ONE-MERGE-EXIT
028600     END-IF
028700     IF WS-MRG-COUNT >= WS-MRG-MAX
028800         DISPLAY 'PARMRGRP - MERGE TABLE OVERFLOW AT '
028900             WS-MRG-MAX ' ACCOUNTS'
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 9999-EXIT
029200     END-IF
029300     ADD 1 TO WS-MRG-COUNT
029400     MOVE ACC-ACCOUNT-NO     TO WS-MRG-OLD-ACCOUNT (WS-MRG-COUNT)
029500     MOVE ACC-ACCOUNT-NAME   TO WS-MRG-OLD-NAME (WS-MRG-COUNT)
029600     MOVE ACC-SUCCESSOR-NO   TO WS-MRG-NEW-ACCOUNT (WS-MRG-COUNT)
029700     MOVE ACC-MERGE-EFF-DATE TO WS-MRG-EFF-DATE (WS-MRG-COUNT)
029800     MOVE ZERO               TO WS-MRG-REROUTED (WS-MRG-COUNT)
029900     MOVE SPACES             TO WS-MRG-LAST-DATE (WS-MRG-COUNT).
030000 1110-NOTE-ONE-MERGE-EXIT.
030100     EXIT.
030200
030300******************************************************************
030400*  1400-WRITE-REPORT-HEADERS                                     *
030500******************************************************************
030600 1400-WRITE-REPORT-HEADERS.
030700     ADD 1 TO WS-PAGE-COUNT
030800     MOVE WS-RUN-DATE-DISPLAY TO RPT-H-DATE
030900     MOVE WS-PAGE-COUNT       TO RPT-H-PAGE
031000     MOVE MPM-DATE-FROM       TO RPT-F-DATE-FROM
031100     MOVE MPM-DATE-TO         TO RPT-F-DATE-TO
031200     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE1 AFTER ADVANCING PAGE
031300     WRITE RPT-LINE FROM WS-RPT-TITLE-LINE2 AFTER ADVANCING 1 LINE
031400     WRITE RPT-LINE FROM WS-RPT-FILTER-LINE AFTER ADVANCING 1 LINE
031500     WRITE RPT-LINE FROM WS-RPT-COLUMN-HDR AFTER ADVANCING 2 LINES
031600     MOVE ZERO TO WS-LINE-COUNT.
031700 1400-WRITE-REPORT-HEADERS-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*  1410-CHECK-PAGE-BREAK                                         *
032200******************************************************************
032300 1410-CHECK-PAGE-BREAK.
032400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
032500         PERFORM 1400-WRITE-REPORT-HEADERS
032600             THRU 1400-WRITE-REPORT-HEADERS-EXIT
032700     END-IF.
032800 1410-CHECK-PAGE-BREAK-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*  2000-READ-AUDIT                                               *
033300******************************************************************
033400 2000-READ-AUDIT.
033500     READ AUDIN
033600         AT END
033700             SET END-OF-AUDIT TO TRUE
033800     END-READ.
033900 2000-READ-AUDIT-EXIT.
034000     EXIT.
034100
034200******************************************************************
034275*  2100-COUNT-ONE-RECORD                                         *
034350******************************************************************
034425 2100-COUNT-ONE-RECORD.
034500     ADD 1 TO WS-AUD-READ-COUNT
034575     PERFORM 2110-TALLY-ONE-RECORD THRU 2110-TALLY-ONE-RECORD-EXIT
034650     PERFORM 2000-READ-AUDIT THRU 2000-READ-AUDIT-EXIT.
034725 2100-COUNT-ONE-RECORD-EXIT.
034800     EXIT.
034875
034950******************************************************************
035025*  2110-TALLY-ONE-RECORD                                         *
035100*  ONLY A RECORD CARRYING AN ORIGINAL ACCOUNT WAS RE-ROUTED.  A  *
035175*  PARBKOUT COMPENSATING RECORD (AUD-IS-BACKOUT) REPEATS ONE OF  *
035250*  THOSE WITH ITS ORIGINAL NUMBER BUT IS NOT A NEW ARRIVAL FROM  *
035325*  THE FEEDER, SO IT IS NOT COUNTED AGAIN.  THE AUDIT DATE IS    *
035400*  THE FIRST TEN BYTES OF THE TIMESTAMP, SO A CHARACTER COMPARE  *
035475*  AGAINST THE CARD DATES ORDERS IT CORRECTLY.                   *
035550******************************************************************
035625 2110-TALLY-ONE-RECORD.
035700     IF AUD-ORIG-ACCOUNT-NO = SPACES
035775      OR AUD-IS-BACKOUT
035850         GO TO 2110-TALLY-ONE-RECORD-EXIT
035925     END-IF
036000     MOVE AUD-TIMESTAMP (1:10) TO WS-AUD-DATE
036075     IF MPM-DATE-FROM NOT = SPACES
036150      AND WS-AUD-DATE < MPM-DATE-FROM
036225         GO TO 2110-TALLY-ONE-RECORD-EXIT
036300     END-IF
036375     IF MPM-DATE-TO NOT = SPACES
036450      AND WS-AUD-DATE > MPM-DATE-TO
036525         GO TO 2110-TALLY-ONE-RECORD-EXIT
036600     END-IF
036675     ADD 1 TO WS-REROUTE-COUNT
036750     PERFORM 2200-FIND-PAIR THRU 2200-FIND-PAIR-EXIT
036825     IF WS-MRG-FOUND-SUB = ZERO
036900         ADD 1 TO WS-UNREGISTERED-COUNT
036975         GO TO 2110-TALLY-ONE-RECORD-EXIT
037050     END-IF
037125     ADD 1 TO WS-MRG-REROUTED (WS-MRG-FOUND-SUB)
037200     IF WS-AUD-DATE > WS-MRG-LAST-DATE (WS-MRG-FOUND-SUB)
037275         MOVE WS-AUD-DATE TO WS-MRG-LAST-DATE (WS-MRG-FOUND-SUB)
037350     END-IF.
037425 2110-TALLY-ONE-RECORD-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800*  2200-FIND-PAIR                                                *
037900*  LOOKS AUD-ORIG-ACCOUNT-NO UP AMONG THE RETIRED NUMBERS -      *
038000*  WS-MRG-FOUND-SUB COMES BACK ZERO WHEN IT IS NOT ON THE        *
038100*  REGISTER.                                                     *
038200******************************************************************
038300 2200-FIND-PAIR.
038400     MOVE ZERO TO WS-MRG-SUB
038500     MOVE ZERO TO WS-MRG-FOUND-SUB
038600     PERFORM 2210-TEST-ONE-PAIR THRU 2210-TEST-ONE-PAIR-EXIT
038700         UNTIL WS-MRG-FOUND-SUB > ZERO
038800            OR WS-MRG-SUB >= WS-MRG-COUNT.
038900 2200-FIND-PAIR-EXIT.
039000     EXIT.
039100
039200 2210-TEST-ONE-PAIR.
039300     ADD 1 TO WS-MRG-SUB
039400     IF WS-MRG-OLD-ACCOUNT (WS-MRG-SUB) = AUD-ORIG-ACCOUNT-NO
039500         MOVE WS-MRG-SUB TO WS-MRG-FOUND-SUB
039600     END-IF.
039700 2210-TEST-ONE-PAIR-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100*  3000-WRITE-ONE-PAIR                                           *
040200******************************************************************
040300 3000-WRITE-ONE-PAIR.
040400     ADD 1 TO WS-MRG-SUB
040500     PERFORM 1410-CHECK-PAGE-BREAK
040600         THRU 1410-CHECK-PAGE-BREAK-EXIT
040700     MOVE WS-MRG-OLD-ACCOUNT (WS-MRG-SUB) TO RPT-D-OLD-ACCOUNT
040800     MOVE WS-MRG-OLD-NAME (WS-MRG-SUB)    TO RPT-D-OLD-NAME
040900     MOVE WS-MRG-NEW-ACCOUNT (WS-MRG-SUB) TO RPT-D-NEW-ACCOUNT
041000     MOVE WS-MRG-EFF-DATE (WS-MRG-SUB)    TO RPT-D-EFF-DATE
041100     MOVE WS-MRG-REROUTED (WS-MRG-SUB)    TO RPT-D-REROUTED
041200     MOVE WS-MRG-LAST-DATE (WS-MRG-SUB)   TO RPT-D-LAST-DATE
041300     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
041400         AFTER ADVANCING 1 LINE
041500     ADD 1 TO WS-LINE-COUNT.
041600 3000-WRITE-ONE-PAIR-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*  8000-WRITE-REPORT-TOTALS                                      *
042100******************************************************************
042200 8000-WRITE-REPORT-TOTALS.
042300     MOVE 'CONTAS FUNDIDAS................:' TO RPT-T-LABEL
042400     MOVE WS-MRG-COUNT TO RPT-T-VALUE
042500     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
042600         AFTER ADVANCING 2 LINES
042700
042800     MOVE 'REGISTROS DE AUDITORIA LIDOS...:' TO RPT-T-LABEL
042900     MOVE WS-AUD-READ-COUNT TO RPT-T-VALUE
043000     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
043100         AFTER ADVANCING 1 LINE
043200
043300     MOVE 'REGISTROS REENCAMINHADOS.......:' TO RPT-T-LABEL
043400     MOVE WS-REROUTE-COUNT TO RPT-T-VALUE
043500     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
043600         AFTER ADVANCING 1 LINE
043700
043800     MOVE 'REENCAMINHADOS SEM FUSAO ATUAL.:' TO RPT-T-LABEL
043900     MOVE WS-UNREGISTERED-COUNT TO RPT-T-VALUE
044000     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
044100         AFTER ADVANCING 1 LINE
044200
044300     DISPLAY 'PARMRGRP - FUSOES=' WS-MRG-COUNT
044400         ' LIDOS=' WS-AUD-READ-COUNT
044500         ' REENCAMINHADOS=' WS-REROUTE-COUNT
044600         ' SEM FUSAO=' WS-UNREGISTERED-COUNT
044700     IF WS-UNREGISTERED-COUNT > ZERO
044800         DISPLAY 'PARMRGRP - REGISTROS REENCAMINHADOS DE CONTA'
044900             ' SEM FUSAO NO CADASTRO - VERIFICAR ACCVSAM'
045000         MOVE 4 TO RETURN-CODE
045100     END-IF.
045200 8000-WRITE-REPORT-TOTALS-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*  9000-TERMINATE                                                *
045700******************************************************************
045800 9000-TERMINATE.
045900     CLOSE ACCFILE
046000     CLOSE AUDIN
046100     CLOSE RPTFILE.
046200 9000-TERMINATE-EXIT.
046300     EXIT.
046400
046500 9999-EXIT.
046600     GOBACK.
