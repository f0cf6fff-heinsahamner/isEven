001900*                REJECT WAS EVENTUALLY REDONE OR DELIBERATELY    *
002000*                ABANDONED.  ENDS WITH RETURN CODE 4 WHEN ANY    *
002100*                REJECT IS STILL OUTSTANDING.                    *
002110*                ITEMS CORRECTED OR WRITTEN OFF ON THE PARONLIN  *
002120*                PARREJ PANEL ARRIVE ON ONLLOG (THE PREJ QUEUE'S *
002130*                DATA SET, COPYBOOK PARRJL) - EACH ONLINE        *
002140*                CORRECTION IS RECYCLED HERE, AND EVERY ONLINE   *
002150*                ACTION IS LISTED WITH ITS USER AND TERMINAL     *
002160*                BESIDE THE CARD-DRIVEN ONES.                    *
002200*                                                                *
002300*   MODIFICATION HISTORY                                         *
002400*   ---------------------------------------------------------    *
002540*                    FEEDS - SO SUSPENSE ALWAYS HOLDS EXACTLY    *
002550*                    THE REJECTS NOBODY HAS WORKED, AND          *
002560*                    PARAGING CAN AGE THEM.                      *
002570*   2026-10-15  JA  ADDED ONLLOG - ONLINE CORRECTIONS AND        *
002575*                    WRITE-OFFS FROM THE PARONLIN REJECT WORK    *
002580*                    QUEUE ARE RECYCLED AND REPORTED WITH USER   *
002585*                    AND TERMINAL.  AN ONLINE ACTION TAKES       *
002590*                    PRECEDENCE OVER A CARD FOR THE SAME REJECT, *
002595*                    WHICH IS LISTED AS IGNORED.                 *
002600******************************************************************
002700 PROGRAM-ID. PARREPAR.
002800 DATE-WRITTEN. 2026-08-22.
004840         ACCESS MODE IS RANDOM
004850         RECORD KEY IS SUS-KEY
004860         FILE STATUS IS FS-SUSFILE.
004870
004875     SELECT OPTIONAL ONLLOG ASSIGN TO ONLLOG
004880         ORGANIZATION IS SEQUENTIAL
004885         FILE STATUS IS FS-ONLLOG.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
006610
006620 FD  SUSFILE.
006630     COPY PARSUS.
006640
006650 FD  ONLLOG
006660     RECORDING MODE IS F.
006670     COPY PARRJL.
006700
006800 WORKING-STORAGE SECTION.
006900******************************************************************
007400 77  FS-RCYOUT                  PIC X(02) VALUE '00'.
007500 77  FS-DSPRPT                  PIC X(02) VALUE '00'.
007510 77  FS-SUSFILE                 PIC X(02) VALUE '00'.
007520 77  FS-ONLLOG                  PIC X(02) VALUE '00'.
007600
007700******************************************************************
007800*  SWITCHES                                                      *
008600     88  CORRECTION-NOT-MATCHED           VALUE 'N'.
008610 77  WS-SUSFILE-PRESENT-SW      PIC X(01) VALUE 'Y'.
008620     88  SUSFILE-IS-PRESENT               VALUE 'Y'.
008630 77  WS-ONL-EOF-SW              PIC X(01) VALUE 'N'.
008640     88  END-OF-ONLINE-LOG                VALUE 'Y'.
008650 77  WS-ONL-MATCH-SW            PIC X(01) VALUE 'N'.
008660     88  ONLINE-MATCHED                   VALUE 'Y'.
008670     88  ONLINE-NOT-MATCHED               VALUE 'N'.
008680 77  WS-ONL-HEAD-SW             PIC X(01) VALUE 'N'.
008690     88  ONLINE-HEADING-WRITTEN           VALUE 'Y'.
008700
008800******************************************************************
008900*  COUNTERS                                                      *
009400 77  WS-OUTSTAND-COUNT          PIC 9(09) VALUE ZERO COMP.
009500 77  WS-RECYCLE-COUNT           PIC 9(09) VALUE ZERO COMP.
009600 77  WS-UNMATCHED-COUNT         PIC 9(09) VALUE ZERO COMP.
009610 77  WS-ONL-CORRECTED-COUNT     PIC 9(09) VALUE ZERO COMP.
009620 77  WS-ONL-WRITEOFF-COUNT      PIC 9(09) VALUE ZERO COMP.
009630 77  WS-SUPERSEDED-COUNT        PIC 9(09) VALUE ZERO COMP.
009700 77  WS-LINE-COUNT              PIC 9(04) VALUE ZERO COMP.
009800 77  WS-PAGE-COUNT              PIC 9(04) VALUE ZERO COMP.
009900 77  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50 COMP.
011500         10  WS-COR-VALOR-ORIG   PIC X(10).
011600         10  WS-COR-VALOR-NEW    PIC X(10).
011700         10  WS-COR-USED-SW      PIC X(01).
011704
011708******************************************************************
011712*  ONLINE ACTION TABLE - THE PARREJ PANEL'S LOG, LOADED UP FRONT *
011716*  AND MATCHED LIKE THE CARDS.  AN ENTRY NO REJECT CLAIMS IS AN  *
011720*  OLDER REJECT WORKED ONLINE AND IS LISTED AFTER THE CARDS.     *
011724******************************************************************
011728 77  WS-ONL-MAX                 PIC 9(05) VALUE 500 COMP.
011732 77  WS-ONL-COUNT               PIC 9(05) VALUE ZERO COMP.
011736 77  WS-ONL-SUB                 PIC 9(05) VALUE ZERO COMP.
011740 77  WS-ONL-FOUND-SUB           PIC 9(05) VALUE ZERO COMP.
011744
011748 01  WS-ONLINE-TABLE.
011752     05  WS-ONL-ENTRY OCCURS 500 TIMES.
011756         10  WS-ONL-ACTION       PIC X(01).
011760         10  WS-ONL-ACCOUNT      PIC X(10).
011764         10  WS-ONL-VALOR-ORIG   PIC X(10).
011768         10  WS-ONL-VALOR-NEW    PIC X(10).
011772         10  WS-ONL-REASON-CODE  PIC X(04).
011776         10  WS-ONL-REASON-TEXT  PIC X(30).
011780         10  WS-ONL-USERID       PIC X(08).
011784         10  WS-ONL-TERMID       PIC X(04).
011788         10  WS-ONL-USED-SW      PIC X(01).
011800
011900******************************************************************
012000*  CORRECTION CARD WORKING COPY                                  *
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  FILLER                  PIC X(32) VALUE 'MOTIVO'.
016300     05  FILLER                  PIC X(12) VALUE 'VALOR NOVO'.
016400     05  FILLER                  PIC X(30) VALUE 'DISPOSICAO'.
016500     05  FILLER                  PIC X(09) VALUE 'USUARIO'.
016510     05  FILLER                  PIC X(05) VALUE 'TERM'.
016520     05  FILLER                  PIC X(12) VALUE SPACES.
016600
016700 01  WS-RPT-DETAIL-LINE.
016800     05  RPT-D-ACCOUNT           PIC X(12).
017100     05  RPT-D-REASON-TEXT       PIC X(32).
017200     05  RPT-D-VALOR-NEW         PIC X(12).
017300     05  RPT-D-DISPOSITION       PIC X(30).
017400     05  RPT-D-USERID            PIC X(09).
017410     05  RPT-D-TERMID            PIC X(05).
017420     05  FILLER                  PIC X(12) VALUE SPACES.
017500
017600 01  WS-RPT-TOTAL-LINE.
017700     05  RPT-T-LABEL             PIC X(32).
017800     05  RPT-T-VALUE             PIC ZZZ,ZZZ,ZZ9.
017900     05  FILLER                  PIC X(89) VALUE SPACES.
017910
017920 01  WS-RPT-ONLINE-HDR.
017930     05  FILLER                  PIC X(60)
017940         VALUE 'ACOES ONLINE SOBRE REJEITOS DE DIAS ANTERIORES'.
017950     05  FILLER                  PIC X(72) VALUE SPACES.
018000
018100 PROCEDURE DIVISION.
018200
018400*  0000-MAINLINE                                                 *
018500*  LOAD THE CORRECTION DECK, DISPOSE OF EVERY REJECT, REPORT     *
018600*  THE CARDS THAT MATCHED NOTHING, PRINT THE TOTALS.             *
018610*  THE ONLINE ACTION LOG IS LOADED WITH THE DECK, AND WHAT NO    *
018620*  REJECT CLAIMED IS LISTED AFTER THE UNMATCHED CARDS.           *
018700******************************************************************
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019000     PERFORM 1100-LOAD-CORRECTIONS
019100         THRU 1100-LOAD-CORRECTIONS-EXIT.
019110     PERFORM 1200-LOAD-ONLINE-ACTIONS
019120         THRU 1200-LOAD-ONLINE-ACTIONS-EXIT.
019200     PERFORM 2000-READ-REJECT THRU 2000-READ-REJECT-EXIT.
019300     PERFORM 2100-PROCESS-ONE-REJECT
019400         THRU 2100-PROCESS-ONE-REJECT-EXIT
019500         UNTIL END-OF-REJECTS.
019600     PERFORM 7000-REPORT-UNMATCHED-CARDS
019700         THRU 7000-REPORT-UNMATCHED-CARDS-EXIT.
019710     PERFORM 7500-REPORT-ONLINE-ACTIONS
019720         THRU 7500-REPORT-ONLINE-ACTIONS-EXIT.
019800     PERFORM 8000-WRITE-REPORT-TOTALS
019900         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
020000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
024140     IF FS-SUSFILE NOT = '00'
024150         MOVE 'N' TO WS-SUSFILE-PRESENT-SW
024160     END-IF
024170*    THE ONLINE ACTION LOG IS OPTIONAL TOO - NO DATA SET, OR AN
024175*    EMPTY ONE, SIMPLY MEANS NOTHING WAS WORKED ON THE PANEL.
024180     OPEN INPUT ONLLOG
024185     IF FS-ONLLOG NOT = '00' AND FS-ONLLOG NOT = '05'
024190         DISPLAY 'PARREPAR - UNABLE TO OPEN ONLLOG, STATUS='
024192             FS-ONLLOG
024194         MOVE 16 TO RETURN-CODE
024196         GO TO 9999-EXIT
024198     END-IF
024200     PERFORM 1400-WRITE-REPORT-HEADERS
024300         THRU 1400-WRITE-REPORT-HEADERS-EXIT.
024400 1000-INITIALIZE-EXIT.
027800     PERFORM 1110-READ-CARD THRU 1110-READ-CARD-EXIT.
027900 1120-LOAD-ONE-CARD-EXIT.
028000     EXIT.
028002
028004******************************************************************
028006*  1200-LOAD-ONLINE-ACTIONS                                      *
028008******************************************************************
028010 1200-LOAD-ONLINE-ACTIONS.
028012     PERFORM 1210-READ-ONLINE-LOG THRU 1210-READ-ONLINE-LOG-EXIT
028014     PERFORM 1220-LOAD-ONE-ACTION THRU 1220-LOAD-ONE-ACTION-EXIT
028016         UNTIL END-OF-ONLINE-LOG.
028018 1200-LOAD-ONLINE-ACTIONS-EXIT.
028020     EXIT.
028022
028024 1210-READ-ONLINE-LOG.
028026     READ ONLLOG
028028         AT END
028030             SET END-OF-ONLINE-LOG TO TRUE
028032     END-READ.
028034 1210-READ-ONLINE-LOG-EXIT.
028036     EXIT.
028038
028040 1220-LOAD-ONE-ACTION.
028042     IF WS-ONL-COUNT >= WS-ONL-MAX
028044         DISPLAY 'PARREPAR - ONLINE ACTION TABLE OVERFLOW AT '
028046             WS-ONL-MAX ' ACTIONS'
028048         MOVE 16 TO RETURN-CODE
028050         GO TO 9999-EXIT
028052     END-IF
028054     ADD 1 TO WS-ONL-COUNT
028056     MOVE RJL-ACTION      TO WS-ONL-ACTION (WS-ONL-COUNT)
028058     MOVE RJL-ACCOUNT-NO  TO WS-ONL-ACCOUNT (WS-ONL-COUNT)
028060     MOVE RJL-VALOR-ORIG  TO WS-ONL-VALOR-ORIG (WS-ONL-COUNT)
028062     MOVE RJL-VALOR-NEW   TO WS-ONL-VALOR-NEW (WS-ONL-COUNT)
028064     MOVE RJL-REASON-CODE TO WS-ONL-REASON-CODE (WS-ONL-COUNT)
028066     MOVE RJL-REASON-TEXT TO WS-ONL-REASON-TEXT (WS-ONL-COUNT)
028068     MOVE RJL-USERID      TO WS-ONL-USERID (WS-ONL-COUNT)
028070     MOVE RJL-TERMID      TO WS-ONL-TERMID (WS-ONL-COUNT)
028072     MOVE 'N'             TO WS-ONL-USED-SW (WS-ONL-COUNT)
028074     PERFORM 1210-READ-ONLINE-LOG THRU 1210-READ-ONLINE-LOG-EXIT.
028076 1220-LOAD-ONE-ACTION-EXIT.
028078     EXIT.
028100
028200******************************************************************
028300*  1400-WRITE-REPORT-HEADERS                                     *
032400     ADD 1 TO WS-REJECT-COUNT
032500     PERFORM 2200-FIND-CORRECTION
032600         THRU 2200-FIND-CORRECTION-EXIT
032610     PERFORM 2250-FIND-ONLINE-ACTION
032620         THRU 2250-FIND-ONLINE-ACTION-EXIT
032700     MOVE SPACES TO WS-RPT-DETAIL-LINE
032800     MOVE REJ-ACCOUNT-NO TO RPT-D-ACCOUNT
032900     MOVE REJ-VALOR-IN   TO RPT-D-VALOR
033000     MOVE REJ-REASON-CODE TO RPT-D-REASON-CODE
033100     MOVE REJ-REASON-TEXT TO RPT-D-REASON-TEXT
033110*    A REJECT ALREADY CORRECTED OR WRITTEN OFF ON THE PARREJ
033120*    PANEL TAKES THE ONLINE DISPOSITION - IT IS OFF SUSPENSE
033130*    ALREADY - AND A CARD FOR THE SAME REJECT IS SET ASIDE
033140*    UNAPPLIED SO THE ITEM CANNOT BE RECYCLED TWICE.
033150     IF ONLINE-MATCHED
033160         IF CORRECTION-MATCHED
033170             MOVE 'X' TO WS-COR-USED-SW (WS-COR-FOUND-SUB)
033175         END-IF
033180         PERFORM 2950-DISPOSE-ONLINE-ACTION
033185             THRU 2950-DISPOSE-ONLINE-ACTION-EXIT
033190         GO TO 2100-PROCESS-ONE-REJECT-WRITE
033195     END-IF
033200     IF CORRECTION-NOT-MATCHED
033300         ADD 1 TO WS-OUTSTAND-COUNT
033400         MOVE 'PENDENTE' TO RPT-D-DISPOSITION
034800         END-IF
034810         PERFORM 2400-RELIEVE-SUSPENSE
034820             THRU 2400-RELIEVE-SUSPENSE-EXIT
034900     END-IF.
034950 2100-PROCESS-ONE-REJECT-WRITE.
035000     PERFORM 2900-WRITE-DETAIL-LINE
035100         THRU 2900-WRITE-DETAIL-LINE-EXIT
035200     PERFORM 2000-READ-REJECT THRU 2000-READ-REJECT-EXIT.
037800     END-IF.
037900 2210-TEST-ONE-CARD-EXIT.
038000     EXIT.
038003
038006******************************************************************
038009*  2250-FIND-ONLINE-ACTION                                       *
038012*  FIRST UNCLAIMED PARREJ ACTION FOR THE SAME ACCOUNT AND        *
038015*  ORIGINAL VALOR AS THE REJECT IN HAND.                         *
038018******************************************************************
038021 2250-FIND-ONLINE-ACTION.
038024     SET ONLINE-NOT-MATCHED TO TRUE
038027     MOVE ZERO TO WS-ONL-FOUND-SUB
038030     MOVE ZERO TO WS-ONL-SUB
038033     PERFORM 2260-TEST-ONE-ACTION THRU 2260-TEST-ONE-ACTION-EXIT
038036         UNTIL ONLINE-MATCHED
038039            OR WS-ONL-SUB >= WS-ONL-COUNT.
038042 2250-FIND-ONLINE-ACTION-EXIT.
038045     EXIT.
038048
038051 2260-TEST-ONE-ACTION.
038054     ADD 1 TO WS-ONL-SUB
038057     IF WS-ONL-USED-SW (WS-ONL-SUB) = 'N'
038060      AND WS-ONL-ACCOUNT (WS-ONL-SUB) = REJ-ACCOUNT-NO
038063      AND WS-ONL-VALOR-ORIG (WS-ONL-SUB) = REJ-VALOR-IN
038066         SET ONLINE-MATCHED TO TRUE
038069         MOVE WS-ONL-SUB TO WS-ONL-FOUND-SUB
038072     END-IF.
038075 2260-TEST-ONE-ACTION-EXIT.
038078     EXIT.
038100
038200******************************************************************
038300*  2300-WRITE-RECYCLE-RECORD                                     *
040400     ADD 1 TO WS-LINE-COUNT.
040500 2900-WRITE-DETAIL-LINE-EXIT.
040600     EXIT.
040602
040604******************************************************************
040606*  2950-DISPOSE-ONLINE-ACTION                                    *
040608*  THE ONLINE ENTRY AT WS-ONL-FOUND-SUB GOES ONTO THE DETAIL     *
040610*  LINE WITH ITS USER AND TERMINAL.  A CORRECTION IS RECYCLED    *
040612*  LIKE A CARD-DRIVEN ONE; THE SUSPENSE ITEM WAS RELIEVED BY THE *
040614*  PANEL WHEN THE ACTION WAS TAKEN, SO THERE IS NOTHING TO       *
040616*  DELETE HERE.                                                  *
040618******************************************************************
040620 2950-DISPOSE-ONLINE-ACTION.
040622     MOVE 'Y' TO WS-ONL-USED-SW (WS-ONL-FOUND-SUB)
040624     MOVE WS-ONL-USERID (WS-ONL-FOUND-SUB) TO RPT-D-USERID
040626     MOVE WS-ONL-TERMID (WS-ONL-FOUND-SUB) TO RPT-D-TERMID
040628     IF WS-ONL-ACTION (WS-ONL-FOUND-SUB) = 'W'
040630         ADD 1 TO WS-ONL-WRITEOFF-COUNT
040632         MOVE 'BAIXADO ONLINE' TO RPT-D-DISPOSITION
040634     ELSE
040636         PERFORM 2960-WRITE-ONLINE-RECYCLE
040638             THRU 2960-WRITE-ONLINE-RECYCLE-EXIT
040640         ADD 1 TO WS-ONL-CORRECTED-COUNT
040642         MOVE WS-ONL-VALOR-NEW (WS-ONL-FOUND-SUB)
040644           TO RPT-D-VALOR-NEW
040646         MOVE 'CORRIGIDO ONLINE - RECICLADO'
040648           TO RPT-D-DISPOSITION
040650     END-IF.
040652 2950-DISPOSE-ONLINE-ACTION-EXIT.
040654     EXIT.
040656
040658 2960-WRITE-ONLINE-RECYCLE.
040660     MOVE SPACES TO PAR-INPUT-RECORD
040662     MOVE WS-ONL-ACCOUNT (WS-ONL-FOUND-SUB)   TO PAR-ACCOUNT-NO
040664     MOVE WS-ONL-VALOR-NEW (WS-ONL-FOUND-SUB) TO PAR-VALOR-IN
040666     WRITE PAR-INPUT-RECORD
040668     ADD 1 TO WS-RECYCLE-COUNT.
040670 2960-WRITE-ONLINE-RECYCLE-EXIT.
040672     EXIT.
040700
040800******************************************************************
040900*  7000-REPORT-UNMATCHED-CARDS                                   *
041000*  A CORRECTION CARD THAT MATCHED NO REJECT USUALLY MEANS A      *
041100*  MISPUNCHED KEY - LISTED SO THE DECK CAN BE FIXED AND RERUN.   *
041110*  A CARD SET ASIDE FOR AN ITEM ALREADY WORKED ONLINE IS LISTED  *
041120*  AS IGNORED.                                                   *
041200******************************************************************
041300 7000-REPORT-UNMATCHED-CARDS.
041400     MOVE ZERO TO WS-COR-SUB
042800         MOVE 'CARTAO SEM REJEITO' TO RPT-D-DISPOSITION
042900         PERFORM 2900-WRITE-DETAIL-LINE
043000             THRU 2900-WRITE-DETAIL-LINE-EXIT
043100     END-IF
043110     IF WS-COR-USED-SW (WS-COR-SUB) = 'X'
043120         ADD 1 TO WS-SUPERSEDED-COUNT
043130         MOVE SPACES TO WS-RPT-DETAIL-LINE
043140         MOVE WS-COR-ACCOUNT (WS-COR-SUB)    TO RPT-D-ACCOUNT
043150         MOVE WS-COR-VALOR-ORIG (WS-COR-SUB) TO RPT-D-VALOR
043160         MOVE WS-COR-VALOR-NEW (WS-COR-SUB)  TO RPT-D-VALOR-NEW
043170         MOVE 'CARTAO IGNORADO - FEITO ONLINE'
043175           TO RPT-D-DISPOSITION
043180         PERFORM 2900-WRITE-DETAIL-LINE
043185             THRU 2900-WRITE-DETAIL-LINE-EXIT
043190     END-IF.
043200 7010-REPORT-ONE-CARD-EXIT.
043300     EXIT.
043302
043304******************************************************************
043306*  7500-REPORT-ONLINE-ACTIONS                                    *
043308*  ONLINE ACTIONS NO REJECT ON THIS FILE CLAIMED - ITEMS FROM    *
043310*  EARLIER DAYS' REJECT FILES WORKED OFF SUSPENSE ON THE PANEL - *
043312*  UNDER THEIR OWN HEADING, DISPOSED OF JUST THE SAME.           *
043314******************************************************************
043316 7500-REPORT-ONLINE-ACTIONS.
043318     MOVE ZERO TO WS-ONL-SUB
043320     PERFORM 7510-REPORT-ONE-ACTION
043322         THRU 7510-REPORT-ONE-ACTION-EXIT
043324         UNTIL WS-ONL-SUB >= WS-ONL-COUNT.
043326 7500-REPORT-ONLINE-ACTIONS-EXIT.
043328     EXIT.
043330
043332 7510-REPORT-ONE-ACTION.
043334     ADD 1 TO WS-ONL-SUB
043336     IF WS-ONL-USED-SW (WS-ONL-SUB) NOT = 'N'
043338         GO TO 7510-REPORT-ONE-ACTION-EXIT
043340     END-IF
043342     IF NOT ONLINE-HEADING-WRITTEN
043344         PERFORM 1410-CHECK-PAGE-BREAK
043346             THRU 1410-CHECK-PAGE-BREAK-EXIT
043348         WRITE RPT-LINE FROM WS-RPT-ONLINE-HDR
043350             AFTER ADVANCING 2 LINES
043352         ADD 2 TO WS-LINE-COUNT
043354         SET ONLINE-HEADING-WRITTEN TO TRUE
043356     END-IF
043358     MOVE SPACES TO WS-RPT-DETAIL-LINE
043360     MOVE WS-ONL-ACCOUNT (WS-ONL-SUB)     TO RPT-D-ACCOUNT
043362     MOVE WS-ONL-VALOR-ORIG (WS-ONL-SUB)  TO RPT-D-VALOR
043364     MOVE WS-ONL-REASON-CODE (WS-ONL-SUB) TO RPT-D-REASON-CODE
043366     MOVE WS-ONL-REASON-TEXT (WS-ONL-SUB) TO RPT-D-REASON-TEXT
043368     MOVE WS-ONL-SUB TO WS-ONL-FOUND-SUB
043370     PERFORM 2950-DISPOSE-ONLINE-ACTION
043372         THRU 2950-DISPOSE-ONLINE-ACTION-EXIT
043374     PERFORM 2900-WRITE-DETAIL-LINE
043376         THRU 2900-WRITE-DETAIL-LINE-EXIT.
043378 7510-REPORT-ONE-ACTION-EXIT.
043380     EXIT.
043400
043500******************************************************************
043600*  8000-WRITE-REPORT-TOTALS                                      *
046000     MOVE WS-UNMATCHED-COUNT TO RPT-T-VALUE
046100     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
046200         AFTER ADVANCING 1 LINE
046210
046220     MOVE 'TOTAL CORRIGIDOS ONLINE........:' TO RPT-T-LABEL
046230     MOVE WS-ONL-CORRECTED-COUNT TO RPT-T-VALUE
046240     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
046250         AFTER ADVANCING 1 LINE
046260
046265     MOVE 'TOTAL BAIXADOS ONLINE..........:' TO RPT-T-LABEL
046270     MOVE WS-ONL-WRITEOFF-COUNT TO RPT-T-VALUE
046275     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
046280         AFTER ADVANCING 1 LINE
046285
046288     MOVE 'CARTOES IGNORADOS (ONLINE).....:' TO RPT-T-LABEL
046290     MOVE WS-SUPERSEDED-COUNT TO RPT-T-VALUE
046292     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
046294         AFTER ADVANCING 1 LINE
046300
046400     DISPLAY 'PARREPAR - REJEITOS=' WS-REJECT-COUNT
046500         ' CORRIGIDOS=' WS-CORRECTED-COUNT
046600         ' BAIXADOS=' WS-WRITEOFF-COUNT
046700         ' PENDENTES=' WS-OUTSTAND-COUNT
046800         ' SEM-REJEITO=' WS-UNMATCHED-COUNT
046810         ' ONLINE-CORRIGIDOS=' WS-ONL-CORRECTED-COUNT
046820         ' ONLINE-BAIXADOS=' WS-ONL-WRITEOFF-COUNT
046900     IF WS-OUTSTAND-COUNT > ZERO
047000         MOVE 4 TO RETURN-CODE
047100     END-IF.
048200     CLOSE DSPRPT
048210     IF SUSFILE-IS-PRESENT
048220         CLOSE SUSFILE
048230     END-IF
048240     CLOSE ONLLOG.
048300 9000-TERMINATE-EXIT.
048400     EXIT.
048500
