002800*                        REBUILDS THE KSDS FROM THE LIVE        *
002900*                        FILE), TWELVE DECISIONS PER PAGE,      *
003000*                        PF8 TO PAGE FORWARD.                   *
003003*                PARMNT  ADDS, CLOSES OR MERGES AN ACCOUNT ON    *
003006*                        THE ACCVSAM MASTER UNDER DUAL CONTROL.  *
003009*                        THE CHANGE GETS THE SAME VERDICTS AS THE*
003012*                        PARMAINT CARD BUT IS NOT APPLIED - IT IS*
003015*                        RECORDED ON THE PNDVSAM PENDING-CHANGES *
003018*                        KSDS (COPYBOOK PARPND) WITH THE USER AND*
003021*                        TERMINAL AS MAKER, AND LOGGED TO THE    *
003024*                        PMNT TD QUEUE (COPYBOOK PARMNL), THE    *
003027*                        ONLINE COUNTERPART OF THE PRINTED       *
003030*                        PARMAINT REPORT.  AUTHORITY COMES FROM  *
003033*                        CICS RESOURCE SECURITY ON ACCVSAM AND   *
003036*                        PNDVSAM - A NOTAUTH RESPONSE IS SHOWN AS*
003039*                        NAO AUTORIZADO.                         *
003043*                PARREJ  THE REJECT WORK QUEUE OVER THE SUSVSAM  *
003046*                        SUSPENSE KSDS - BY ACCOUNT, BY REASON   *
003049*                        CODE OR BY AGE, TEN ITEMS PER PAGE      *
003052*                        WITH THE ORIGINAL VALOR-IN, REASON AND  *
003055*                        DATE FIRST SEEN.  A CORRECTION PASSES   *
003058*                        THE SAME PARCALC RULES AS THE BATCH;    *
003061*                        A CORRECTED OR WRITTEN-OFF ITEM COMES   *
003064*                        OFF SUSVSAM AT ONCE AND IS LOGGED WITH  *
003067*                        USER AND TERMINAL TO THE PREJ TD QUEUE  *
003070*                        (COPYBOOK PARRJL), FROM WHICH PARREPAR  *
003073*                        WRITES THE RECYCLE RECORD AND LISTS THE *
003076*                        ACTION ON THE DISPOSITION REPORT.       *
003078*                PARAPV  THE PENDING CHANGES AWAITING A DECISION,*
003080*                        TEN PER PAGE.  A SECOND USER - NEVER THE*
003082*                        MAKER - APPROVES OR DECLINES ONE BY LINE*
003084*                        NUMBER.  AN APPROVED ACCOUNT CHANGE IS  *
003086*                        APPLIED TO ACCVSAM THERE AND THEN,      *
003088*                        THROUGH THE SAME PARAGRAPHS THAT CHECKED*
003090*                        IT WHEN IT WAS MADE; AN APPROVED OPTIONS*
003092*                        CHANGE WAITS FOR THE NEXT PAROPMNT RUN. *
003094*                        A CHANGE OLDER THAN THE AGE LIMIT ON THE*
003096*                        PNDVSAM CONTROL RECORD IS MARKED EXPIRED*
003098*                        INSTEAD.                                *
003100*                                                                *
003200*   MODIFICATION HISTORY                                         *
003300*   ---------------------------------------------------------    *
003920*                    FROM THE INQUIRY) - ADD/CLOSE APPLIED       *
003930*                    DIRECTLY TO ACCVSAM, LOGGED TO THE PMNT     *
003940*                    TD QUEUE.                                   *
003950*   2026-10-15  JA  PARMNT ACTION M RETIRES AN ACCOUNT INTO A    *
003960*                    SUCCESSOR FROM A MERGE DATE (AS THE         *
003970*                    PARMAINT 'M' CARD).  THE INQUIRY FOLLOWS    *
003980*                    A RETIRED NUMBER TO ITS SUCCESSOR AND       *
003990*                    AUDITS IT WITH THE KEYED NUMBER AS THE      *
003995*                    ORIGINAL, AS THE BATCH RUN DOES.            *
003996*   2026-10-15  JA  ADDED THE PARREJ REJECT WORK QUEUE (PF7 FROM *
003997*                    THE INQUIRY) - SUSVSAM BY ACCOUNT, REASON   *
003998*                    OR AGE; CORRECT (PARCALC) OR WRITE OFF,     *
003999*                    LOGGED TO THE PREJ TD QUEUE.                *
004000*   2026-10-15  JA  DUAL CONTROL - THE PARMNT PANEL RECORDS THE  *
004001*                    CHANGE ON PNDVSAM INSTEAD OF APPLYING IT.   *
004002*                    NEW PARAPV PANEL (PF9 FROM THE INQUIRY) FOR *
004003*                    A SECOND USER TO APPROVE OR DECLINE IT.     *
004004*   2026-10-15  JA  A CHANGE FOUND EXPIRED ON THE PARAPV PANEL   *
004005*                    IS NOW LOGGED TO THE PMNT TD QUEUE LIKE ANY *
004006*                    OTHER DECISION.                             *
004007*   2026-10-15  JA  A FAILED APPROVAL IS LOGGED 'NAO APLIC' SO   *
004008*                    THE WHOLE CHANGE NUMBER FITS IN MNL-RESULT. *
004009******************************************************************
004100 PROGRAM-ID. PARONLIN.
004200 DATE-WRITTEN. 2026-08-22.
004300 DATE-COMPILED.
006000         88  CA-PANEL-INQUIRY            VALUE 'I'.
006100         88  CA-PANEL-BROWSE             VALUE 'B'.
006110         88  CA-PANEL-MAINT              VALUE 'M'.
006120         88  CA-PANEL-REJECTS            VALUE 'R'.
006130         88  CA-PANEL-APPROVALS          VALUE 'A'.
006200     05  CA-BROWSE-KEY.
006300         10  CA-BRW-ACCOUNT      PIC X(10).
006400         10  CA-BRW-TIMESTAMP    PIC X(26).
006500         10  CA-BRW-SEQ-NO       PIC X(08).
006510*    REJECT QUEUE - THE SEARCH IN FORCE, THE FIRST AND LAST KEYS
006520*    OF THE PAGE ON SHOW AND THE SUSVSAM KEY BEHIND EACH LINE, SO
006530*    THE LINE NUMBER KEYED ON THE PANEL FINDS ITS ITEM AGAIN.
006540     05  CA-REJ-STATE.
006550         10  CA-REJ-ORDER        PIC X(01).
006555             88  CA-REJ-BY-ACCOUNT       VALUE 'C'.
006560             88  CA-REJ-BY-REASON        VALUE 'M'.
006565             88  CA-REJ-BY-AGE           VALUE 'I'.
006570         10  CA-REJ-FILTER       PIC X(10).
006575         10  CA-REJ-CUTOFF-DATE  PIC X(10).
006580         10  CA-REJ-PAGE-KEY     PIC X(20).
006585         10  CA-REJ-LAST-KEY     PIC X(20).
006590         10  CA-REJ-LINE-COUNT   PIC 9(02).
006595         10  CA-REJ-LINE-KEY     PIC X(20) OCCURS 10 TIMES.
006596*    APPROVAL PANEL - THE FIRST AND LAST PNDVSAM KEYS OF THE PAGE
006597*    ON SHOW AND THE CHANGE NUMBER BEHIND EACH LINE.  ONLY ONE
006598*    PANEL IS ON SHOW AT A TIME, SO IT SHARES THE REJECT BYTES.
006599     05  CA-APV-STATE REDEFINES CA-REJ-STATE.
006600         10  CA-APV-PAGE-KEY     PIC X(08).
006601         10  CA-APV-LAST-KEY     PIC X(08).
006602         10  CA-APV-LINE-COUNT   PIC 9(02).
006603         10  CA-APV-LINE-ID      PIC X(08) OCCURS 10 TIMES.
006604         10  FILLER              PIC X(165).
006605
006700******************************************************************
006800*  WORK AREAS                                                    *
006900******************************************************************
007400 77  WS-ONL-TIME                PIC X(08) VALUE SPACES.
007410 77  WS-USERID                  PIC X(08) VALUE SPACES.
007420 77  WS-MNT-RESULT              PIC X(20) VALUE SPACES.
007430 77  WS-MRG-ERROR               PIC X(30) VALUE SPACES.
007440 77  WS-ONL-POST-ACCOUNT        PIC X(10) VALUE SPACES.
007450 77  WS-ONL-ORIG-ACCOUNT        PIC X(10) VALUE SPACES.
007460 77  WS-ONL-HOPS                PIC 9(02) VALUE ZERO COMP.
007470 77  WS-ONL-HOP-MAX             PIC 9(02) VALUE 5 COMP.
007480 77  WS-ONL-FOLLOW-SW           PIC X(01) VALUE 'N'.
007490     88  ONL-SUCCESSOR-FOLLOWED           VALUE 'Y'.
007491 77  WS-REJ-SUB                 PIC 9(02) VALUE ZERO COMP.
007492 77  WS-REJ-READS               PIC 9(05) VALUE ZERO COMP.
007493 77  WS-REJ-READ-MAX            PIC 9(05) VALUE 500 COMP.
007494 77  WS-REJ-DAYS                PIC 9(03) VALUE ZERO.
007495 77  WS-REJ-AGE-MS              PIC S9(15) COMP-3 VALUE ZERO.
007496 77  WS-REJ-BRW-KEY             PIC X(20) VALUE SPACES.
007497 77  WS-REJ-SKIP-KEY            PIC X(20) VALUE SPACES.
007498 77  WS-REJ-REASON-TEXT         PIC X(30) VALUE SPACES.
007499 77  WS-REJ-ACTION-MSG          PIC X(79) VALUE SPACES.
007500 77  WS-REJ-APPLIED-SW          PIC X(01) VALUE 'N'.
007501     88  REJ-ACTION-APPLIED               VALUE 'Y'.
007503 77  WS-MNT-MSG                 PIC X(79) VALUE SPACES.
007505 77  WS-MNT-MODE-SW             PIC X(01) VALUE 'P'.
007507     88  MNT-RECORD-PENDING               VALUE 'P'.
007509     88  MNT-APPLY-CHANGE                 VALUE 'A'.
007511 77  WS-PND-KEY                 PIC X(08) VALUE SPACES.
007513 77  WS-PND-NEW-ID              PIC 9(08) VALUE ZERO.
007515 77  WS-PND-TIME                PIC X(08) VALUE SPACES.
007517 77  WS-APV-SUB                 PIC 9(02) VALUE ZERO COMP.
007519 77  WS-APV-READS               PIC 9(05) VALUE ZERO COMP.
007521 77  WS-APV-READ-MAX            PIC 9(05) VALUE 500 COMP.
007523 77  WS-APV-BRW-KEY             PIC X(08) VALUE SPACES.
007525 77  WS-APV-SKIP-KEY            PIC X(08) VALUE SPACES.
007527 77  WS-APV-MAX-AGE             PIC 9(03) VALUE ZERO.
007529 77  WS-APV-AGE-MS              PIC S9(15) COMP-3 VALUE ZERO.
007531 77  WS-APV-CUTOFF-DATE         PIC X(10) VALUE SPACES.
007533 77  WS-APV-REASON              PIC X(30) VALUE SPACES.
007535 77  WS-APV-ACTION-MSG          PIC X(79) VALUE SPACES.
007537 77  WS-APV-DECIDED-SW          PIC X(01) VALUE 'N'.
007539     88  APV-DECISION-MADE                VALUE 'Y'.
007550
007600 01  WS-BROWSE-LINE.
007700     05  BRW-L-TIMESTAMP         PIC X(26).
007800     05  BRW-L-SIGN              PIC X(01) VALUE SPACE.
008600     05  FILLER                  PIC X(04) VALUE SPACES.
008700     05  BRW-L-CHANNEL           PIC X(01).
008800     05  FILLER                  PIC X(14) VALUE SPACES.
008801
008802 01  WS-REJECT-LINE.
008803     05  REJ-L-LINE-NO           PIC Z9.
008804     05  FILLER                  PIC X(02) VALUE SPACES.
008805     05  REJ-L-ACCOUNT           PIC X(10).
008806     05  FILLER                  PIC X(02) VALUE SPACES.
008807     05  REJ-L-VALOR             PIC X(10).
008808     05  FILLER                  PIC X(02) VALUE SPACES.
008809     05  REJ-L-REASON-CODE       PIC X(04).
008810     05  FILLER                  PIC X(02) VALUE SPACES.
008811     05  REJ-L-REASON-TEXT       PIC X(30).
008812     05  FILLER                  PIC X(02) VALUE SPACES.
008813     05  REJ-L-FIRST-SEEN        PIC X(10).
008814     05  FILLER                  PIC X(02) VALUE SPACES.
008818
008822 01  WS-APPROVAL-LINE.
008826     05  APV-L-LINE-NO           PIC Z9.
008830     05  FILLER                  PIC X(02) VALUE SPACES.
008834     05  APV-L-PND-ID            PIC X(08).
008838     05  FILLER                  PIC X(02) VALUE SPACES.
008842     05  APV-L-TARGET            PIC X(03).
008846     05  FILLER                  PIC X(01) VALUE SPACE.
008850     05  APV-L-ACTION            PIC X(01).
008854     05  FILLER                  PIC X(02) VALUE SPACES.
008858     05  APV-L-KEY               PIC X(12).
008862     05  FILLER                  PIC X(01) VALUE SPACE.
008866     05  APV-L-DETAIL            PIC X(21).
008870     05  FILLER                  PIC X(01) VALUE SPACE.
008874     05  APV-L-MAKER             PIC X(08).
008878     05  FILLER                  PIC X(01) VALUE SPACE.
008882     05  APV-L-MADE-DATE         PIC X(10).
008886     05  FILLER                  PIC X(03) VALUE SPACES.
008900
009000******************************************************************
009100*  ACCOUNT MASTER RECORD (ACCVSAM - THE MASTER KSDS ITSELF,      *
010140*  EVERY ADD/CLOSE APPLIED THROUGH THE PARMNT PANEL.             *
010150******************************************************************
010160 COPY PARMNL.
010170
010175******************************************************************
010180*  REJECT SUSPENSE RECORD (SUSVSAM, KEY ACCOUNT + ORIGINAL       *
010182*  VALOR) AND THE ACTION LOG RECORD WRITTEN TO THE PREJ TD       *
010184*  QUEUE FOR EVERY ITEM CORRECTED OR WRITTEN OFF ON PARREJ.      *
010186******************************************************************
010188 COPY PARSUS.
010190 COPY PARRJL.
010191
010192******************************************************************
010193*  PENDING-CHANGE RECORD (PNDVSAM, KEY PND-ID) AND THE TWO CARD  *
010194*  IMAGES IT CAN CARRY - THE PARMNT PANEL BUILDS A PARMNT CARD   *
010195*  AND RECORDS IT, THE PARAPV PANEL APPLIES ONE ONCE APPROVED.   *
010196******************************************************************
010197 COPY PARPND.
010198 COPY PARMNT REPLACING PAR-MAINT-CARD BY WS-MAINT-CARD.
010199 COPY PAROPC REPLACING PAR-OPTION-CARD BY WS-OPTION-CARD.
010200
010300******************************************************************
010400*  PARCALC PARAMETER AREA - THE SAME VALIDATION AND REMAINDER    *
011000     VALUE 'PARONLIN - SESSAO ENCERRADA'.
011100
011200 LINKAGE SECTION.
011300 01  DFHCOMMAREA                PIC X(308).
011400
011500 PROCEDURE DIVISION.
011600
013920             PERFORM 4000-PROCESS-MAINT
013930                 THRU 4000-PROCESS-MAINT-EXIT
013940         ELSE
013942             IF CA-PANEL-REJECTS
013944                 PERFORM 5000-PROCESS-REJECTS
013946                     THRU 5000-PROCESS-REJECTS-EXIT
013948             ELSE
013958                 IF CA-PANEL-APPROVALS
013968                     PERFORM 6000-PROCESS-APPROVALS
013978                         THRU 6000-PROCESS-APPROVALS-EXIT
013988                 ELSE
013998                     PERFORM 3000-PROCESS-BROWSE
014008                         THRU 3000-PROCESS-BROWSE-EXIT
014018                 END-IF
014105             END-IF
014110         END-IF
014200     END-IF
014300     PERFORM 9000-RETURN-TRANSID THRU 9000-RETURN-TRANSID-EXIT.
018040             THRU 4100-SEND-MAINT-FRESH-EXIT
018050         GO TO 2000-PROCESS-INQUIRY-EXIT
018060     END-IF
018070     IF EIBAID = DFHPF7
018075         SET CA-PANEL-REJECTS TO TRUE
018080         PERFORM 5100-SEND-REJECTS-FRESH
018085             THRU 5100-SEND-REJECTS-FRESH-EXIT
018090         GO TO 2000-PROCESS-INQUIRY-EXIT
018095     END-IF
018096     IF EIBAID = DFHPF9
018097         SET CA-PANEL-APPROVALS TO TRUE
018098         PERFORM 6100-SEND-APPROVALS-FRESH
018099             THRU 6100-SEND-APPROVALS-FRESH-EXIT
018100         GO TO 2000-PROCESS-INQUIRY-EXIT
018101     END-IF
018102     EXEC CICS RECEIVE MAP('PARINQ') MAPSET('PARMSET')
018200         INTO(PARINQI) RESP(WS-RESP)
018300     END-EXEC
018400     IF WS-RESP = DFHRESP(MAPFAIL)
023400     END-IF
023500     MOVE CLC-RESULT-TEXT TO INQRESO
023600     MOVE CLC-RESTO       TO INQRSTO
023610     IF WS-ONL-ORIG-ACCOUNT = SPACES
023700         MOVE 'CLASSIFICADO - DECISAO REGISTRADA NA AUDITORIA'
023800           TO INQMSGO
023810     ELSE
023820         STRING 'CLASSIFICADO NA CONTA SUCESSORA '
023830                    DELIMITED BY SIZE
023840                WS-ONL-POST-ACCOUNT DELIMITED BY SIZE
023850                ' - DECISAO REGISTRADA' DELIMITED BY SIZE
023860             INTO INQMSGO
023870         END-STRING
023880     END-IF
023900     PERFORM 2300-WRITE-ONLINE-AUDIT
024000         THRU 2300-WRITE-ONLINE-AUDIT-EXIT.
024100 2100-VALIDATE-AND-CLASSIFY-EXIT.
024500*  2200-CHECK-ACCOUNT                                            *
024600*  SAME VERDICTS AS THE BATCH 1230-VALIDATE-ACCOUNT, READ FROM   *
024700*  THE SAME ACCVSAM MASTER KSDS.  THE REASON FIELDS OF THE       *
024800*  PARCALC AREA CARRY THE VERDICT BACK TO THE PANEL.  A RETIRED  *
024810*  ACCOUNT IS FIRST FOLLOWED TO ITS SUCCESSOR.                   *
024900******************************************************************
025000 2200-CHECK-ACCOUNT.
025010     MOVE INQACCTI TO WS-ONL-POST-ACCOUNT
025020     MOVE SPACES   TO WS-ONL-ORIG-ACCOUNT
025100     EXEC CICS READ FILE('ACCVSAM')
025200         INTO(PAR-ACCOUNT-MASTER-RECORD)
025300         RIDFLD(INQACCTI)
026500         MOVE 'CADASTRO INDISPONIVEL' TO CLC-REASON-TEXT
026600         GO TO 2200-CHECK-ACCOUNT-EXIT
026700     END-IF
026710     MOVE ZERO TO WS-ONL-HOPS
026720     MOVE 'N'  TO WS-ONL-FOLLOW-SW
026730     PERFORM 2210-FOLLOW-SUCCESSOR
026740         THRU 2210-FOLLOW-SUCCESSOR-EXIT
026750         UNTIL ONL-SUCCESSOR-FOLLOWED
026760     IF CLC-VALOR-INVALID
026770         GO TO 2200-CHECK-ACCOUNT-EXIT
026780     END-IF
026800     IF ACC-IS-CLOSED
026900         SET CLC-VALOR-INVALID TO TRUE
027000         MOVE 'V004' TO CLC-REASON-CODE
027200     END-IF.
027300 2200-CHECK-ACCOUNT-EXIT.
027400     EXIT.
027401
027402******************************************************************
027403*  2210-FOLLOW-SUCCESSOR                                         *
027404*  ONE STEP ALONG THE MERGE CHAIN, AS THE BATCH 1227-FOLLOW-     *
027405*  SUCCESSOR - A RETIRED ACCOUNT WHOSE MERGE DATE HAS BEEN       *
027406*  REACHED IS CLASSIFIED AND AUDITED UNDER ITS SUCCESSOR, WITH   *
027407*  THE KEYED NUMBER KEPT AS THE ORIGINAL ON THE AUDIT RECORD.    *
027408******************************************************************
027409 2210-FOLLOW-SUCCESSOR.
027410     IF ACC-NOT-MERGED
027411      OR (ACC-MERGE-EFF-DATE NOT = SPACES
027412          AND ACC-MERGE-EFF-DATE > WS-ONL-DATE)
027413      OR WS-ONL-HOPS NOT < WS-ONL-HOP-MAX
027414         SET ONL-SUCCESSOR-FOLLOWED TO TRUE
027415         GO TO 2210-FOLLOW-SUCCESSOR-EXIT
027416     END-IF
027417     ADD 1 TO WS-ONL-HOPS
027418     MOVE INQACCTI         TO WS-ONL-ORIG-ACCOUNT
027419     MOVE ACC-SUCCESSOR-NO TO WS-ONL-POST-ACCOUNT
027420     EXEC CICS READ FILE('ACCVSAM')
027421         INTO(PAR-ACCOUNT-MASTER-RECORD)
027422         RIDFLD(WS-ONL-POST-ACCOUNT)
027423         RESP(WS-RESP)
027424     END-EXEC
027425     IF WS-RESP = DFHRESP(NOTFND)
027426         SET CLC-VALOR-INVALID TO TRUE
027427         MOVE 'V003' TO CLC-REASON-CODE
027428         MOVE 'CONTA NAO CADASTRADA' TO CLC-REASON-TEXT
027429         SET ONL-SUCCESSOR-FOLLOWED TO TRUE
027430         GO TO 2210-FOLLOW-SUCCESSOR-EXIT
027431     END-IF
027432     IF WS-RESP NOT = DFHRESP(NORMAL)
027433         SET CLC-VALOR-INVALID TO TRUE
027434         MOVE 'V999' TO CLC-REASON-CODE
027435         MOVE 'CADASTRO INDISPONIVEL' TO CLC-REASON-TEXT
027436         SET ONL-SUCCESSOR-FOLLOWED TO TRUE
027437     END-IF.
027438 2210-FOLLOW-SUCCESSOR-EXIT.
027439     EXIT.
027500
027600******************************************************************
027700*  2300-WRITE-ONLINE-AUDIT                                       *
028700            WS-ONL-TIME DELIMITED BY SIZE
028800         INTO AUD-TIMESTAMP
028900     END-STRING
029000     MOVE WS-ONL-POST-ACCOUNT TO AUD-ACCOUNT-NO
029010     MOVE WS-ONL-ORIG-ACCOUNT TO AUD-ORIG-ACCOUNT-NO
029100     MOVE CLC-VALOR-NUM   TO AUD-VALOR
029200     MOVE CLC-DIVISOR     TO AUD-DIVISOR
029300     MOVE CLC-RESTO       TO AUD-RESTO
033400         END-IF
033500         MOVE BRWACCTI TO CA-BRW-ACCOUNT
033600         MOVE LOW-VALUES TO CA-BRW-TIMESTAMP
033601         MOVE LOW-VALUES TO CA-BRW-SEQ-NO
033700     END-IF
033800     MOVE LOW-VALUES TO PARBRWO
033900     IF CA-BRW-ACCOUNT = SPACES OR CA-BRW-ACCOUNT = LOW-VALUES
045114******************************************************************
045115*  4000-PROCESS-MAINT                                            *
045116*  ONE MAINTENANCE ACTION PER ENTER - SAME CARD VERDICTS AS      *
045117*  BATCH PARMAINT, BUT UNDER DUAL CONTROL A CHANGE THAT PASSES IS*
045118*  NOT APPLIED HERE - IT IS RECORDED ON PNDVSAM FOR ANOTHER USER *
045119*  TO APPROVE ON THE PARAPV PANEL OR WITH A PARMAINT 'V' CARD.   *
045120*  CICS RESOURCE SECURITY ON ACCVSAM AND PNDVSAM IS THE          *
045121*  AUTHORITY CHECK - AN UNAUTHORIZED USER GETS NOTAUTH AND THE   *
045122*  PANEL SAYS SO.                                                *
045123******************************************************************
045124 4000-PROCESS-MAINT.
045125     IF EIBAID = DFHPF5
045126         SET CA-PANEL-INQUIRY TO TRUE
045127         PERFORM 1100-SEND-INQUIRY-FRESH
045128             THRU 1100-SEND-INQUIRY-FRESH-EXIT
045129         GO TO 4000-PROCESS-MAINT-EXIT
045130     END-IF
045131     EXEC CICS RECEIVE MAP('PARMNT') MAPSET('PARMSET')
045132         INTO(PARMNTI) RESP(WS-RESP)
045133     END-EXEC
045134     IF WS-RESP = DFHRESP(MAPFAIL)
045135         PERFORM 4100-SEND-MAINT-FRESH
045136             THRU 4100-SEND-MAINT-FRESH-EXIT
045137         GO TO 4000-PROCESS-MAINT-EXIT
045138     END-IF
045139     MOVE LOW-VALUES TO PARMNTO
045140     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
045141     MOVE WS-ONL-DATE TO MNTDATEO
045142     MOVE SPACES TO WS-MNT-RESULT
045143     IF MNTACCTI = SPACES OR MNTACCTI = LOW-VALUES
045144         MOVE 'INFORME A CONTA' TO MNTMSGO
045145         GO TO 4000-PROCESS-MAINT-SEND
045146     END-IF
045147     IF MNTACTI NOT = 'A' AND MNTACTI NOT = 'C'
045148      AND MNTACTI NOT = 'M'
045149         MOVE 'ACAO INVALIDA - USE A, C OU M' TO MNTMSGO
045150         GO TO 4000-PROCESS-MAINT-SEND
045151     END-IF
045152     PERFORM 4050-BUILD-MAINT-CARD THRU 4050-BUILD-MAINT-CARD-EXIT
045153     MOVE SPACES TO WS-MNT-MSG
045154     SET MNT-RECORD-PENDING TO TRUE
045155     PERFORM 4450-DISPATCH-MAINT-CHANGE
045156         THRU 4450-DISPATCH-MAINT-CHANGE-EXIT
045157     IF WS-MNT-RESULT NOT = SPACES
045158         PERFORM 4500-RECORD-PENDING THRU 4500-RECORD-PENDING-EXIT
045159     END-IF
045160     IF WS-MNT-RESULT NOT = SPACES
045161         PERFORM 4400-WRITE-MAINT-LOG
045162             THRU 4400-WRITE-MAINT-LOG-EXIT
045163     END-IF
045164     MOVE WS-MNT-MSG TO MNTMSGO.
045166 4000-PROCESS-MAINT-SEND.
045167     EXEC CICS SEND MAP('PARMNT') MAPSET('PARMSET')
045168         FROM(PARMNTO) DATAONLY
045169     END-EXEC.
045170 4000-PROCESS-MAINT-EXIT.
045171     EXIT.
045172
045173******************************************************************
045174*  4050-BUILD-MAINT-CARD                                         *
045175*  THE PANEL FIELDS AS A PARMNT CARD - THE IMAGE THE PENDING     *
045176*  CHANGE CARRIES AND THE FIELDS THE VERDICT PARAGRAPHS CHECK.   *
045177******************************************************************
045178 4050-BUILD-MAINT-CARD.
045179     MOVE SPACES   TO WS-MAINT-CARD
045180     MOVE MNTACTI  TO MNT-ACTION
045181     MOVE MNTACCTI TO MNT-ACCOUNT-NO
045182     IF MNTACTI = 'A' AND MNTNAMEI NOT = LOW-VALUES
045183         MOVE MNTNAMEI TO MNT-ACCOUNT-NAME
045184     END-IF
045185     IF MNTACTI = 'M'
045186         IF MNTSUCCI NOT = LOW-VALUES
045187             MOVE MNTSUCCI TO MNT-SUCCESSOR-NO
045188         END-IF
045189         IF MNTMDTI NOT = LOW-VALUES
045190             MOVE MNTMDTI  TO MNT-MERGE-EFF-DATE
045191         END-IF
045192     END-IF.
045193 4050-BUILD-MAINT-CARD-EXIT.
045194     EXIT.
045195
045196******************************************************************
045197*  4200-APPLY-MAINT-ADD                                          *
045198******************************************************************
045199 4200-APPLY-MAINT-ADD.
045200     IF MNT-ACCOUNT-NAME = SPACES
045201         MOVE 'INFORME O NOME' TO WS-MNT-MSG
045202         GO TO 4200-APPLY-MAINT-ADD-EXIT
045203     END-IF
045204     EXEC CICS READ FILE('ACCVSAM')
045205         INTO(PAR-ACCOUNT-MASTER-RECORD)
045206         RIDFLD(MNT-ACCOUNT-NO)
045207         RESP(WS-RESP)
045208     END-EXEC
045209     IF WS-RESP = DFHRESP(NORMAL)
045210         MOVE 'CONTA JA CADASTRADA' TO WS-MNT-MSG
045211         GO TO 4200-APPLY-MAINT-ADD-EXIT
045212     END-IF
045213     IF WS-RESP = DFHRESP(NOTAUTH)
045214         MOVE 'USUARIO NAO AUTORIZADO' TO WS-MNT-MSG
045215         GO TO 4200-APPLY-MAINT-ADD-EXIT
045216     END-IF
045217     IF WS-RESP NOT = DFHRESP(NOTFND)
045218         MOVE 'CADASTRO INDISPONIVEL' TO WS-MNT-MSG
045219         GO TO 4200-APPLY-MAINT-ADD-EXIT
045220     END-IF
045221     IF MNT-RECORD-PENDING
045222         MOVE 'PENDENTE' TO WS-MNT-RESULT
045223         GO TO 4200-APPLY-MAINT-ADD-EXIT
045224     END-IF
045225     MOVE SPACES           TO PAR-ACCOUNT-MASTER-RECORD
045226     MOVE MNT-ACCOUNT-NO   TO ACC-ACCOUNT-NO
045227     MOVE MNT-ACCOUNT-NAME TO ACC-ACCOUNT-NAME
045228     MOVE 'A'              TO ACC-STATUS
045229     MOVE MNT-DIVISOR-X    TO ACC-DIVISOR-X
045230     MOVE MNT-DIV-EFF-DATE TO ACC-DIV-EFF-DATE
045231     EXEC CICS WRITE FILE('ACCVSAM')
045232         FROM(PAR-ACCOUNT-MASTER-RECORD)
045233         RIDFLD(ACC-ACCOUNT-NO)
045234         RESP(WS-RESP)
045235     END-EXEC
045236     IF WS-RESP = DFHRESP(NOTAUTH)
045237         MOVE 'USUARIO NAO AUTORIZADO' TO WS-MNT-MSG
045238         GO TO 4200-APPLY-MAINT-ADD-EXIT
045239     END-IF
045240     IF WS-RESP = DFHRESP(DUPREC)
045241         MOVE 'CONTA JA CADASTRADA' TO WS-MNT-MSG
045242         GO TO 4200-APPLY-MAINT-ADD-EXIT
045243     END-IF
045244     IF WS-RESP NOT = DFHRESP(NORMAL)
045245         MOVE 'ERRO DE GRAVACAO NO CADASTRO' TO WS-MNT-MSG
045246         GO TO 4200-APPLY-MAINT-ADD-EXIT
045247     END-IF
045248     MOVE 'INCLUIDA' TO WS-MNT-RESULT
045249     MOVE 'CONTA INCLUIDA - VIGENTE DE IMEDIATO' TO WS-MNT-MSG.
045250 4200-APPLY-MAINT-ADD-EXIT.
045251     EXIT.
045252
045253******************************************************************
045254*  4300-APPLY-MAINT-CLOSE                                        *
045255******************************************************************
045256 4300-APPLY-MAINT-CLOSE.
045257     EXEC CICS READ FILE('ACCVSAM') UPDATE
045258         INTO(PAR-ACCOUNT-MASTER-RECORD)
045259         RIDFLD(MNT-ACCOUNT-NO)
045260         RESP(WS-RESP)
045261     END-EXEC
045262     IF WS-RESP = DFHRESP(NOTFND)
045263         MOVE 'CONTA NAO CADASTRADA' TO WS-MNT-MSG
045264         GO TO 4300-APPLY-MAINT-CLOSE-EXIT
045265     END-IF
045266     IF WS-RESP = DFHRESP(NOTAUTH)
045267         MOVE 'USUARIO NAO AUTORIZADO' TO WS-MNT-MSG
045268         GO TO 4300-APPLY-MAINT-CLOSE-EXIT
045269     END-IF
045270     IF WS-RESP NOT = DFHRESP(NORMAL)
045271         MOVE 'CADASTRO INDISPONIVEL' TO WS-MNT-MSG
045272         GO TO 4300-APPLY-MAINT-CLOSE-EXIT
045273     END-IF
045274     IF ACC-IS-CLOSED
045275         EXEC CICS UNLOCK FILE('ACCVSAM') END-EXEC
045276         MOVE 'CONTA JA ENCERRADA' TO WS-MNT-MSG
045277         GO TO 4300-APPLY-MAINT-CLOSE-EXIT
045278     END-IF
045279     IF MNT-RECORD-PENDING
045280         EXEC CICS UNLOCK FILE('ACCVSAM') END-EXEC
045281         MOVE 'PENDENTE' TO WS-MNT-RESULT
045282         GO TO 4300-APPLY-MAINT-CLOSE-EXIT
045283     END-IF
045284     MOVE 'C' TO ACC-STATUS
045285     EXEC CICS REWRITE FILE('ACCVSAM')
045286         FROM(PAR-ACCOUNT-MASTER-RECORD)
045287         RESP(WS-RESP)
045288     END-EXEC
045289     IF WS-RESP NOT = DFHRESP(NORMAL)
045290         MOVE 'ERRO DE REGRAVACAO NO CADASTRO' TO WS-MNT-MSG
045291         GO TO 4300-APPLY-MAINT-CLOSE-EXIT
045292     END-IF
045293     MOVE 'ENCERRADA' TO WS-MNT-RESULT
045294     MOVE 'CONTA ENCERRADA - VIGENTE DE IMEDIATO' TO WS-MNT-MSG.
045295 4300-APPLY-MAINT-CLOSE-EXIT.
045296     EXIT.
045297
045298******************************************************************
045299*  4350-APPLY-MAINT-MERGE                                        *
045300*  RETIRES THE ACCOUNT INTO THE SUCCESSOR KEYED ON THE PANEL FROM*
045301*  THE MERGE DATE ON - SAME VERDICTS AS THE PARMAINT 'M' CARD.  A*
045302*  BLANK SUCCESSOR WITHDRAWS THE MERGE.  THE SUCCESSOR IS CHECKED*
045303*  BEFORE THE READ FOR UPDATE SO NO LOCK IS HELD ACROSS IT.      *
045304******************************************************************
045305 4350-APPLY-MAINT-MERGE.
045306     IF MNT-SUCCESSOR-NO NOT = SPACES
045307         PERFORM 4360-CHECK-MERGE-SUCCESSOR
045308             THRU 4360-CHECK-MERGE-SUCCESSOR-EXIT
045309         IF WS-MRG-ERROR NOT = SPACES
045310             MOVE WS-MRG-ERROR TO WS-MNT-MSG
045311             GO TO 4350-APPLY-MAINT-MERGE-EXIT
045312         END-IF
045313     END-IF
045314     EXEC CICS READ FILE('ACCVSAM') UPDATE
045315         INTO(PAR-ACCOUNT-MASTER-RECORD)
045316         RIDFLD(MNT-ACCOUNT-NO)
045317         RESP(WS-RESP)
045318     END-EXEC
045319     IF WS-RESP = DFHRESP(NOTFND)
045320         MOVE 'CONTA NAO CADASTRADA' TO WS-MNT-MSG
045321         GO TO 4350-APPLY-MAINT-MERGE-EXIT
045322     END-IF
045323     IF WS-RESP = DFHRESP(NOTAUTH)
045324         MOVE 'USUARIO NAO AUTORIZADO' TO WS-MNT-MSG
045325         GO TO 4350-APPLY-MAINT-MERGE-EXIT
045326     END-IF
045327     IF WS-RESP NOT = DFHRESP(NORMAL)
045328         MOVE 'CADASTRO INDISPONIVEL' TO WS-MNT-MSG
045329         GO TO 4350-APPLY-MAINT-MERGE-EXIT
045330     END-IF
045331     IF MNT-RECORD-PENDING
045332         EXEC CICS UNLOCK FILE('ACCVSAM') END-EXEC
045333         MOVE 'PENDENTE' TO WS-MNT-RESULT
045334         GO TO 4350-APPLY-MAINT-MERGE-EXIT
045335     END-IF
045336     MOVE MNT-SUCCESSOR-NO TO ACC-SUCCESSOR-NO
045337     IF MNT-SUCCESSOR-NO = SPACES
045338         MOVE SPACES  TO ACC-MERGE-EFF-DATE
045339     ELSE
045340         MOVE MNT-MERGE-EFF-DATE
045341           TO ACC-MERGE-EFF-DATE
045342     END-IF
045343     EXEC CICS REWRITE FILE('ACCVSAM')
045344         FROM(PAR-ACCOUNT-MASTER-RECORD)
045345         RESP(WS-RESP)
045346     END-EXEC
045347     IF WS-RESP NOT = DFHRESP(NORMAL)
045348         MOVE 'ERRO DE REGRAVACAO NO CADASTRO' TO WS-MNT-MSG
045349         GO TO 4350-APPLY-MAINT-MERGE-EXIT
045350     END-IF
045351     IF MNT-SUCCESSOR-NO = SPACES
045352         MOVE 'FUSAO RETIRADA' TO WS-MNT-RESULT
045353         MOVE 'FUSAO RETIRADA - VIGENTE DE IMEDIATO' TO WS-MNT-MSG
045354     ELSE
045355         MOVE 'FUSAO REGISTRADA' TO WS-MNT-RESULT
045356         MOVE 'FUSAO REGISTRADA - VIGENTE NA DATA DE FUSAO'
045357           TO WS-MNT-MSG
045358     END-IF.
045359 4350-APPLY-MAINT-MERGE-EXIT.
045360     EXIT.
045361
045362******************************************************************
045363*  4360-CHECK-MERGE-SUCCESSOR                                    *
045364*  THE MERGE DATE MUST PARSE AS CCYY-MM-DD AND THE SUCCESSOR MUST*
045365*  BE ON FILE, ACTIVE AND NOT ITSELF MERGED, SO A CHAIN NEVER    *
045366*  LOOPS.  WS-MRG-ERROR CARRIES THE VERDICT BACK.                *
045367******************************************************************
045368 4360-CHECK-MERGE-SUCCESSOR.
045369     MOVE SPACES TO WS-MRG-ERROR
045370     IF MNT-SUCCESSOR-NO = MNT-ACCOUNT-NO
045371         MOVE 'SUCESSORA INVALIDA' TO WS-MRG-ERROR
045372         GO TO 4360-CHECK-MERGE-SUCCESSOR-EXIT
045373     END-IF
045374     IF MNT-MERGE-EFF-DATE (1:4) NOT NUMERIC
045375      OR MNT-MERGE-EFF-DATE (6:2) NOT NUMERIC
045376      OR MNT-MERGE-EFF-DATE (9:2) NOT NUMERIC
045377         MOVE 'DATA DE FUSAO INVALIDA' TO WS-MRG-ERROR
045378         GO TO 4360-CHECK-MERGE-SUCCESSOR-EXIT
045379     END-IF
045380     EXEC CICS READ FILE('ACCVSAM')
045381         INTO(PAR-ACCOUNT-MASTER-RECORD)
045382         RIDFLD(MNT-SUCCESSOR-NO)
045383         RESP(WS-RESP)
045384     END-EXEC
045385     IF WS-RESP = DFHRESP(NOTFND)
045386         MOVE 'SUCESSORA NAO CADASTRADA' TO WS-MRG-ERROR
045387         GO TO 4360-CHECK-MERGE-SUCCESSOR-EXIT
045388     END-IF
045389     IF WS-RESP = DFHRESP(NOTAUTH)
045390         MOVE 'USUARIO NAO AUTORIZADO' TO WS-MRG-ERROR
045391         GO TO 4360-CHECK-MERGE-SUCCESSOR-EXIT
045392     END-IF
045393     IF WS-RESP NOT = DFHRESP(NORMAL)
045394         MOVE 'CADASTRO INDISPONIVEL' TO WS-MRG-ERROR
045395         GO TO 4360-CHECK-MERGE-SUCCESSOR-EXIT
045396     END-IF
045397     IF ACC-IS-CLOSED
045398         MOVE 'SUCESSORA ENCERRADA' TO WS-MRG-ERROR
045399         GO TO 4360-CHECK-MERGE-SUCCESSOR-EXIT
045400     END-IF
045401     IF NOT ACC-NOT-MERGED
045402         MOVE 'SUCESSORA JA FUNDIDA' TO WS-MRG-ERROR
045403     END-IF.
045404 4360-CHECK-MERGE-SUCCESSOR-EXIT.
045405     EXIT.
045406
045407******************************************************************
045408*  4370-APPLY-MAINT-RULE                                         *
045409*  THE DIVISOR RULE OF A PARMAINT 'R' CARD APPROVED ON THE PARAPV*
045410*  PANEL.  THE PARMNT PANEL HAS NO RULE FIELDS, SO AN 'R' CHANGE *
045411*  ONLY EVER ARRIVES HERE ALREADY CHECKED BY PARMAINT.           *
045412******************************************************************
045413 4370-APPLY-MAINT-RULE.
045414     EXEC CICS READ FILE('ACCVSAM') UPDATE
045415         INTO(PAR-ACCOUNT-MASTER-RECORD)
045416         RIDFLD(MNT-ACCOUNT-NO)
045417         RESP(WS-RESP)
045418     END-EXEC
045419     IF WS-RESP = DFHRESP(NOTFND)
045420         MOVE 'CONTA NAO CADASTRADA' TO WS-MNT-MSG
045421         GO TO 4370-APPLY-MAINT-RULE-EXIT
045422     END-IF
045423     IF WS-RESP = DFHRESP(NOTAUTH)
045424         MOVE 'USUARIO NAO AUTORIZADO' TO WS-MNT-MSG
045425         GO TO 4370-APPLY-MAINT-RULE-EXIT
045426     END-IF
045427     IF WS-RESP NOT = DFHRESP(NORMAL)
045428         MOVE 'CADASTRO INDISPONIVEL' TO WS-MNT-MSG
045429         GO TO 4370-APPLY-MAINT-RULE-EXIT
045430     END-IF
045431     MOVE MNT-DIVISOR-X    TO ACC-DIVISOR-X
045432     MOVE MNT-DIV-EFF-DATE TO ACC-DIV-EFF-DATE
045433     EXEC CICS REWRITE FILE('ACCVSAM')
045434         FROM(PAR-ACCOUNT-MASTER-RECORD)
045435         RESP(WS-RESP)
045436     END-EXEC
045437     IF WS-RESP NOT = DFHRESP(NORMAL)
045438         MOVE 'ERRO DE REGRAVACAO NO CADASTRO' TO WS-MNT-MSG
045439         GO TO 4370-APPLY-MAINT-RULE-EXIT
045440     END-IF
045441     IF MNT-DIVISOR-X = SPACES
045442         MOVE 'REGRA RETIRADA' TO WS-MNT-RESULT
045443         MOVE 'REGRA RETIRADA' TO WS-MNT-MSG
045444     ELSE
045445         MOVE 'REGRA ALTERADA' TO WS-MNT-RESULT
045446         MOVE 'REGRA ALTERADA' TO WS-MNT-MSG
045447     END-IF.
045448 4370-APPLY-MAINT-RULE-EXIT.
045449     EXIT.
045450
045451******************************************************************
045452*  4400-WRITE-MAINT-LOG                                          *
045453*  ONE PARMNL RECORD TO THE PMNT TD QUEUE PER CHANGE RECORDED,   *
045454*  APPLIED OR DECLINED - WHO, WHERE, WHAT AND WHEN, THE SAME     *
045455*  FACTS THE PRINTED PARMAINT REPORT CARRIES FOR BATCH           *
045456*  MAINTENANCE.  THE RESULT CARRIES THE PENDING CHANGE NUMBER.   *
045457******************************************************************
045458 4400-WRITE-MAINT-LOG.
045459     MOVE SPACES TO PAR-MAINT-LOG-RECORD
045460     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
045461     STRING WS-ONL-DATE DELIMITED BY SIZE
045462            '-'         DELIMITED BY SIZE
045463            WS-ONL-TIME DELIMITED BY SIZE
045464         INTO MNL-TIMESTAMP
045465     END-STRING
045466     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
045467     MOVE WS-USERID      TO MNL-USERID
045468     MOVE EIBTRMID       TO MNL-TERMID
045469     MOVE MNT-ACTION     TO MNL-ACTION
045470     MOVE MNT-ACCOUNT-NO TO MNL-ACCOUNT-NO
045471     IF MNT-ACTION-MERGE
045472         MOVE MNT-SUCCESSOR-NO   TO MNL-SUCCESSOR-NO
045473         MOVE MNT-MERGE-EFF-DATE TO MNL-MERGE-EFF-DATE
045474     ELSE
045475         MOVE MNT-ACCOUNT-NAME   TO MNL-ACCOUNT-NAME
045476     END-IF
045477     MOVE WS-MNT-RESULT  TO MNL-RESULT
045478     EXEC CICS WRITEQ TD QUEUE('PMNT')
045479         FROM(PAR-MAINT-LOG-RECORD)
045480         LENGTH(LENGTH OF PAR-MAINT-LOG-RECORD)
045481     END-EXEC.
045482 4400-WRITE-MAINT-LOG-EXIT.
045483     EXIT.
045484
045485******************************************************************
045486*  4450-DISPATCH-MAINT-CHANGE                                    *
045487*  THE CARD IN WS-MAINT-CARD TO ITS VERDICT PARAGRAPH - TO RECORD*
045488*  IT AS PENDING FROM THE PARMNT PANEL, OR TO APPLY IT ONCE      *
045489*  APPROVED ON THE PARAPV PANEL.  WS-MNT-RESULT COMES BACK BLANK *
045490*  IF THE CARD FAILED, WITH THE REASON IN WS-MNT-MSG.            *
045491******************************************************************
045492 4450-DISPATCH-MAINT-CHANGE.
045493     MOVE SPACES TO WS-MNT-RESULT
045494     IF MNT-ACTION-ADD
045495         PERFORM 4200-APPLY-MAINT-ADD
045496             THRU 4200-APPLY-MAINT-ADD-EXIT
045497         GO TO 4450-DISPATCH-MAINT-CHANGE-EXIT
045498     END-IF
045499     IF MNT-ACTION-CLOSE
045500         PERFORM 4300-APPLY-MAINT-CLOSE
045501             THRU 4300-APPLY-MAINT-CLOSE-EXIT
045502         GO TO 4450-DISPATCH-MAINT-CHANGE-EXIT
045503     END-IF
045504     IF MNT-ACTION-RULE AND MNT-APPLY-CHANGE
045505         PERFORM 4370-APPLY-MAINT-RULE
045506             THRU 4370-APPLY-MAINT-RULE-EXIT
045507         GO TO 4450-DISPATCH-MAINT-CHANGE-EXIT
045508     END-IF
045509     IF MNT-ACTION-MERGE
045510         PERFORM 4350-APPLY-MAINT-MERGE
045511             THRU 4350-APPLY-MAINT-MERGE-EXIT
045512         GO TO 4450-DISPATCH-MAINT-CHANGE-EXIT
045513     END-IF
045514     MOVE 'ACAO INVALIDA' TO WS-MNT-MSG.
045515 4450-DISPATCH-MAINT-CHANGE-EXIT.
045516     EXIT.
045517
045518******************************************************************
045519*  4500-RECORD-PENDING                                           *
045520*  THE CHANGE THAT PASSED IS WRITTEN TO PNDVSAM UNDER THE NEXT   *
045521*  NUMBER FROM THE CONTROL RECORD (KEY ZERO), STATUS 'P', WITH   *
045522*  THIS USER AND TERMINAL AS MAKER.  IF THE CHANGE ITSELF CANNOT *
045523*  BE WRITTEN THE NUMBER IS ROLLED BACK WITH IT (PNDVSAM IS      *
045524*  RECOVERABLE IN CICS).  WS-MNT-RESULT COMES BACK BLANK IF      *
045525*  NOTHING WAS RECORDED.                                         *
045526******************************************************************
045527 4500-RECORD-PENDING.
045528     MOVE SPACES     TO WS-MNT-RESULT
045529     MOVE '00000000' TO WS-PND-KEY
045530     EXEC CICS READ FILE('PNDVSAM') UPDATE
045531         INTO(PAR-PENDING-RECORD)
045532         RIDFLD(WS-PND-KEY)
045533         RESP(WS-RESP)
045534     END-EXEC
045535     IF WS-RESP = DFHRESP(NOTAUTH)
045536         MOVE 'USUARIO NAO AUTORIZADO' TO WS-MNT-MSG
045537         GO TO 4500-RECORD-PENDING-EXIT
045538     END-IF
045539     IF WS-RESP NOT = DFHRESP(NORMAL)
045540         MOVE 'ARQUIVO DE PENDENCIAS INDISPONIVEL' TO WS-MNT-MSG
045541         GO TO 4500-RECORD-PENDING-EXIT
045542     END-IF
045543     ADD 1 TO PND-CTL-LAST-ID
045544     MOVE PND-CTL-LAST-ID TO WS-PND-NEW-ID
045545     EXEC CICS REWRITE FILE('PNDVSAM')
045546         FROM(PAR-PENDING-RECORD)
045547         RESP(WS-RESP)
045548     END-EXEC
045549     IF WS-RESP NOT = DFHRESP(NORMAL)
045550         MOVE 'ERRO NA GRAVACAO DA PENDENCIA' TO WS-MNT-MSG
045551         GO TO 4500-RECORD-PENDING-EXIT
045552     END-IF
045553     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
045554     MOVE WS-ONL-TIME TO WS-PND-TIME
045555     INSPECT WS-PND-TIME REPLACING ALL '.' BY ':'
045556     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
045557     MOVE SPACES        TO PAR-PENDING-RECORD
045558     MOVE WS-PND-NEW-ID TO PND-ID-N
045559     MOVE 'A'           TO PND-TARGET
045560     MOVE 'P'           TO PND-STATUS
045561     MOVE WS-USERID     TO PND-MAKER-USER
045562     MOVE 'O'           TO PND-MAKER-CHANNEL
045563     MOVE EIBTRMID      TO PND-MAKER-TERM
045564     MOVE WS-ONL-DATE   TO PND-MADE-DATE
045565     MOVE WS-PND-TIME   TO PND-MADE-TIME
045566     MOVE 'PENDENTE'    TO PND-RESULT
045567     MOVE WS-MAINT-CARD TO PND-CHANGE-IMAGE
045568     EXEC CICS WRITE FILE('PNDVSAM')
045569         FROM(PAR-PENDING-RECORD)
045570         RIDFLD(PND-ID)
045571         RESP(WS-RESP)
045572     END-EXEC
045573     IF WS-RESP NOT = DFHRESP(NORMAL)
045574         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
045575         MOVE 'ERRO NA GRAVACAO DA PENDENCIA - NADA FOI ALTERADO'
045576           TO WS-MNT-MSG
045577         GO TO 4500-RECORD-PENDING-EXIT
045578     END-IF
045579     STRING 'PENDENTE ' WS-PND-NEW-ID
045580         DELIMITED BY SIZE INTO WS-MNT-RESULT
045581     END-STRING
045582     MOVE SPACES TO WS-MNT-MSG
045583     STRING 'ALTERACAO PENDENTE ' WS-PND-NEW-ID
045584            ' - AGUARDA APROVACAO DE OUTRO USUARIO'
045585         DELIMITED BY SIZE INTO WS-MNT-MSG
045586     END-STRING.
045587 4500-RECORD-PENDING-EXIT.
045588     EXIT.
045589
045590******************************************************************
045591*  5100-SEND-REJECTS-FRESH                                       *
045592*  A FRESH PANEL CLEARS ANY SEARCH LEFT IN THE COMMAREA.         *
045593******************************************************************
045594 5100-SEND-REJECTS-FRESH.
045595     MOVE SPACES TO CA-REJ-STATE
045596     MOVE ZERO   TO CA-REJ-LINE-COUNT
045597     MOVE LOW-VALUES TO PARREJO
045598     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
045600     MOVE WS-ONL-DATE TO REJDATEO
045610     MOVE 'ESCOLHA A ORDEM DA PESQUISA E TECLE ENTER' TO REJMSGO
045620     EXEC CICS SEND MAP('PARREJ') MAPSET('PARMSET')
045630         FROM(PARREJO) ERASE
045640     END-EXEC.
045650 5100-SEND-REJECTS-FRESH-EXIT.
045660     EXIT.
045670
045680******************************************************************
045690*  5000-PROCESS-REJECTS                                          *
045700*  THE REJECT WORK QUEUE OVER THE SUSVSAM SUSPENSE KSDS.  ENTER  *
045710*  WITH NO LINE NUMBER STARTS A SEARCH - ORDER C FROM A STARTING *
045720*  ACCOUNT, M FOR ONE REASON CODE, I FOR ITEMS AT LEAST SO MANY  *
045730*  DAYS SINCE FIRST SEEN.  PF8 PAGES FORWARD FROM THE LAST ITEM  *
045740*  READ.  ENTER WITH A LINE NUMBER AND AN ACTION CORRECTS OR     *
045750*  WRITES OFF THAT ITEM AND REPAINTS THE PAGE WITHOUT IT.        *
045760******************************************************************
045770 5000-PROCESS-REJECTS.
045780     IF EIBAID = DFHPF5
045790         SET CA-PANEL-INQUIRY TO TRUE
045800         PERFORM 1100-SEND-INQUIRY-FRESH
045810             THRU 1100-SEND-INQUIRY-FRESH-EXIT
045820         GO TO 5000-PROCESS-REJECTS-EXIT
045830     END-IF
045840     IF EIBAID = DFHPF8
045850         MOVE LOW-VALUES TO PARREJO
045860         IF CA-REJ-ORDER = SPACE
045870             MOVE 'INFORME A ORDEM DA PESQUISA' TO REJMSGO
045880         ELSE
045890             MOVE CA-REJ-LAST-KEY TO WS-REJ-BRW-KEY
045900             MOVE CA-REJ-LAST-KEY TO WS-REJ-SKIP-KEY
045910             PERFORM 5200-FILL-REJECT-PAGE
045920                 THRU 5200-FILL-REJECT-PAGE-EXIT
045930         END-IF
045940         GO TO 5000-PROCESS-REJECTS-SEND
045950     END-IF
045960     EXEC CICS RECEIVE MAP('PARREJ') MAPSET('PARMSET')
045970         INTO(PARREJI) RESP(WS-RESP)
045980     END-EXEC
045990     IF WS-RESP = DFHRESP(MAPFAIL)
046000         PERFORM 5100-SEND-REJECTS-FRESH
046010             THRU 5100-SEND-REJECTS-FRESH-EXIT
046020         GO TO 5000-PROCESS-REJECTS-EXIT
046030     END-IF
046040     MOVE LOW-VALUES TO PARREJO
046050     IF REJSELI = SPACES OR REJSELI = LOW-VALUES
046060         PERFORM 5050-START-SEARCH THRU 5050-START-SEARCH-EXIT
046070         IF REJMSGO NOT = LOW-VALUES
046080             GO TO 5000-PROCESS-REJECTS-SEND
046090         END-IF
046100         MOVE CA-REJ-PAGE-KEY TO WS-REJ-BRW-KEY
046110         MOVE LOW-VALUES      TO WS-REJ-SKIP-KEY
046120         PERFORM 5200-FILL-REJECT-PAGE
046130             THRU 5200-FILL-REJECT-PAGE-EXIT
046140         GO TO 5000-PROCESS-REJECTS-SEND
046150     END-IF
046160     IF CA-REJ-ORDER = SPACE
046170         MOVE 'PESQUISE A FILA ANTES DE ESCOLHER UMA LINHA'
046180           TO REJMSGO
046190         GO TO 5000-PROCESS-REJECTS-SEND
046200     END-IF
046210     PERFORM 5300-APPLY-REJECT-ACTION
046220         THRU 5300-APPLY-REJECT-ACTION-EXIT
046230*    THE PAGE IS READ AGAIN FROM ITS FIRST ITEM SO A RELIEVED
046240*    ITEM DROPS OFF IT - THE ACTION'S OWN MESSAGE IS KEPT OVER
046250*    THE ONE THE PAGE FILL LEAVES.
046260     MOVE REJMSGO TO WS-REJ-ACTION-MSG
046270     MOVE CA-REJ-PAGE-KEY TO WS-REJ-BRW-KEY
046280     MOVE LOW-VALUES      TO WS-REJ-SKIP-KEY
046290     PERFORM 5200-FILL-REJECT-PAGE
046300         THRU 5200-FILL-REJECT-PAGE-EXIT
046310     MOVE WS-REJ-ACTION-MSG TO REJMSGO
046320     IF NOT REJ-ACTION-APPLIED
046330         MOVE REJSELI TO REJSELO
046340         MOVE REJACTI TO REJACTO
046350         MOVE REJNEWI TO REJNEWO
046360     END-IF.
046370 5000-PROCESS-REJECTS-SEND.
046380     MOVE CA-REJ-ORDER TO REJORDO
046390     IF CA-REJ-BY-ACCOUNT
046400         MOVE CA-REJ-FILTER TO REJACCTO
046410     END-IF
046420     IF CA-REJ-BY-REASON
046430         MOVE CA-REJ-FILTER (1:4) TO REJCODO
046440     END-IF
046450     IF CA-REJ-BY-AGE
046460         MOVE CA-REJ-FILTER (1:3) TO REJDIASO
046470     END-IF
046480     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
046490     MOVE WS-ONL-DATE TO REJDATEO
046500     EXEC CICS SEND MAP('PARREJ') MAPSET('PARMSET')
046510         FROM(PARREJO) ERASE
046520     END-EXEC.
046530 5000-PROCESS-REJECTS-EXIT.
046540     EXIT.
046550
046560******************************************************************
046570*  5050-START-SEARCH                                             *
046580*  CHECKS THE ORDER AND ITS FILTER AND SAVES THEM IN THE         *
046590*  COMMAREA WITH THE KEY THE BROWSE STARTS FROM.  A BLANK ORDER  *
046600*  IS C.  ANY ERROR IS LEFT IN REJMSGO WITH THE KEYED SEARCH     *
046610*  ECHOED BACK, AND NO SEARCH IS IN FORCE AFTERWARDS.            *
046620******************************************************************
046630 5050-START-SEARCH.
046640     MOVE SPACES     TO CA-REJ-STATE
046650     MOVE ZERO       TO CA-REJ-LINE-COUNT
046660     MOVE LOW-VALUES TO CA-REJ-PAGE-KEY
046670     IF REJORDI = SPACE OR REJORDI = LOW-VALUE
046680         MOVE 'C' TO REJORDI
046690     END-IF
046700     IF REJORDI = 'C'
046710         IF REJACCTI NOT = SPACES AND REJACCTI NOT = LOW-VALUES
046720             MOVE REJACCTI TO CA-REJ-FILTER
046730             MOVE REJACCTI TO CA-REJ-PAGE-KEY (1:10)
046740         END-IF
046750     ELSE
046760         IF REJORDI = 'M'
046770             IF REJCODI = SPACES OR REJCODI = LOW-VALUES
046780                 MOVE 'INFORME O CODIGO DE MOTIVO' TO REJMSGO
046790                 GO TO 5050-START-SEARCH-ERROR
046800             END-IF
046810             MOVE REJCODI TO CA-REJ-FILTER
046820         ELSE
046830             IF REJORDI = 'I'
046840                 IF REJDIASI NOT NUMERIC
046850                     MOVE 'INFORME A IDADE MINIMA EM DIAS'
046860                       TO REJMSGO
046870                     GO TO 5050-START-SEARCH-ERROR
046880                 END-IF
046890                 MOVE REJDIASI TO WS-REJ-DAYS
046900                 MOVE REJDIASI TO CA-REJ-FILTER
046910                 PERFORM 5060-COMPUTE-AGE-CUTOFF
046920                     THRU 5060-COMPUTE-AGE-CUTOFF-EXIT
046930             ELSE
046940                 MOVE 'ORDEM INVALIDA - USE C, M OU I' TO REJMSGO
046950                 GO TO 5050-START-SEARCH-ERROR
046960             END-IF
046970         END-IF
046980     END-IF
046990     MOVE REJORDI TO CA-REJ-ORDER
047000     GO TO 5050-START-SEARCH-EXIT.
047010 5050-START-SEARCH-ERROR.
047020     MOVE SPACES   TO CA-REJ-STATE
047030     MOVE ZERO     TO CA-REJ-LINE-COUNT
047040     MOVE REJORDI  TO REJORDO
047050     MOVE REJACCTI TO REJACCTO
047060     MOVE REJCODI  TO REJCODO
047070     MOVE REJDIASI TO REJDIASO.
047080 5050-START-SEARCH-EXIT.
047090     EXIT.
047100
047110******************************************************************
047120*  5060-COMPUTE-AGE-CUTOFF                                       *
047130*  THE LATEST DATE FIRST SEEN THAT IS STILL AT LEAST THE KEYED   *
047140*  NUMBER OF DAYS OLD - THAT MANY DAYS OF MILLISECONDS BACK FROM *
047150*  THE CICS CLOCK, FORMATTED CCYY-MM-DD LIKE SUS-DATE-FIRST-SEEN.*
047160******************************************************************
047170 5060-COMPUTE-AGE-CUTOFF.
047180     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
047190     MULTIPLY WS-REJ-DAYS BY 86400000 GIVING WS-REJ-AGE-MS
047200     SUBTRACT WS-REJ-AGE-MS FROM WS-ABSTIME
047210     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
047220         YYYYMMDD(CA-REJ-CUTOFF-DATE) DATESEP('-')
047230     END-EXEC.
047240 5060-COMPUTE-AGE-CUTOFF-EXIT.
047250     EXIT.
047260
047270******************************************************************
047280*  5200-FILL-REJECT-PAGE                                         *
047290*  UP TO TEN SUSPENSE ITEMS THAT PASS THE SEARCH, BROWSING FROM  *
047300*  WS-REJ-BRW-KEY.  THE SUSVSAM KEY BEHIND EACH LINE IS KEPT IN  *
047310*  THE COMMAREA, AND THE LAST KEY READ SO PF8 RESUMES AFTER IT.  *
047320*  A REASON OR AGE SEARCH READS PAST ITEMS THAT DO NOT QUALIFY,  *
047330*  SO ONE PAGE STOPS AFTER WS-REJ-READ-MAX READS AND SAYS SO     *
047340*  RATHER THAN HOLD THE TASK ACROSS THE WHOLE FILE.              *
047350******************************************************************
047360 5200-FILL-REJECT-PAGE.
047370     MOVE ZERO TO CA-REJ-LINE-COUNT
047380     MOVE ZERO TO WS-REJ-READS
047390     MOVE WS-REJ-BRW-KEY TO CA-REJ-LAST-KEY
047400     EXEC CICS STARTBR FILE('SUSVSAM')
047410         RIDFLD(WS-REJ-BRW-KEY) GTEQ RESP(WS-RESP)
047420     END-EXEC
047430     IF WS-RESP NOT = DFHRESP(NORMAL)
047440         MOVE 'NENHUM REJEITO EM SUSPENSAO NESTA PESQUISA'
047450           TO REJMSGO
047460         GO TO 5200-FILL-REJECT-PAGE-EXIT
047470     END-IF
047480     PERFORM 5210-READ-NEXT-SUSPENSE
047490         THRU 5210-READ-NEXT-SUSPENSE-EXIT
047500         UNTIL CA-REJ-LINE-COUNT >= 10
047510            OR WS-REJ-READS >= WS-REJ-READ-MAX
047520            OR WS-RESP NOT = DFHRESP(NORMAL)
047530     EXEC CICS ENDBR FILE('SUSVSAM') END-EXEC
047540     IF CA-REJ-LINE-COUNT > ZERO
047550         MOVE CA-REJ-LINE-KEY (1) TO CA-REJ-PAGE-KEY
047560     END-IF
047570     IF WS-RESP NOT = DFHRESP(NORMAL)
047580         IF CA-REJ-LINE-COUNT = ZERO
047590             MOVE 'NENHUM REJEITO EM SUSPENSAO NESTA PESQUISA'
047600               TO REJMSGO
047610         ELSE
047620             MOVE 'FIM DA FILA DE REJEITOS' TO REJMSGO
047630         END-IF
047640         GO TO 5200-FILL-REJECT-PAGE-EXIT
047650     END-IF
047660     IF CA-REJ-LINE-COUNT < 10
047670         MOVE 'PESQUISA PARCIAL - PF8 PARA CONTINUAR' TO REJMSGO
047680     ELSE
047690         MOVE 'INFORME LINHA E ACAO, OU PF8 PARA AVANCAR'
047700           TO REJMSGO
047710     END-IF.
047720 5200-FILL-REJECT-PAGE-EXIT.
047730     EXIT.
047740
047750******************************************************************
047760*  5210-READ-NEXT-SUSPENSE                                       *
047770*  THE PRIMING DUMMY AND THE ITEM ALREADY SHOWN AT THE FOOT OF   *
047780*  THE PREVIOUS PAGE ARE PASSED OVER, AS IS ANY ITEM OUTSIDE THE *
047790*  REASON CODE OR AGE ASKED FOR.                                 *
047800******************************************************************
047810 5210-READ-NEXT-SUSPENSE.
047820     EXEC CICS READNEXT FILE('SUSVSAM')
047830         INTO(PAR-SUSPENSE-RECORD)
047840         RIDFLD(WS-REJ-BRW-KEY) RESP(WS-RESP)
047850     END-EXEC
047860     IF WS-RESP NOT = DFHRESP(NORMAL)
047870         GO TO 5210-READ-NEXT-SUSPENSE-EXIT
047880     END-IF
047890     ADD 1 TO WS-REJ-READS
047900     MOVE SUS-KEY TO CA-REJ-LAST-KEY
047910     IF SUS-KEY = WS-REJ-SKIP-KEY OR SUS-IS-PRIME-RECORD
047920         GO TO 5210-READ-NEXT-SUSPENSE-EXIT
047930     END-IF
047940     IF CA-REJ-BY-REASON
047950      AND SUS-REASON-CODE NOT = CA-REJ-FILTER (1:4)
047960         GO TO 5210-READ-NEXT-SUSPENSE-EXIT
047970     END-IF
047980     IF CA-REJ-BY-AGE
047990      AND SUS-DATE-FIRST-SEEN > CA-REJ-CUTOFF-DATE
048000         GO TO 5210-READ-NEXT-SUSPENSE-EXIT
048010     END-IF
048020     ADD 1 TO CA-REJ-LINE-COUNT
048030     MOVE SUS-KEY TO CA-REJ-LINE-KEY (CA-REJ-LINE-COUNT)
048040     PERFORM 5310-DESCRIBE-REASON THRU 5310-DESCRIBE-REASON-EXIT
048050     MOVE CA-REJ-LINE-COUNT   TO REJ-L-LINE-NO
048060     MOVE SUS-ACCOUNT-NO      TO REJ-L-ACCOUNT
048070     MOVE SUS-VALOR-IN        TO REJ-L-VALOR
048080     MOVE SUS-REASON-CODE     TO REJ-L-REASON-CODE
048090     MOVE WS-REJ-REASON-TEXT  TO REJ-L-REASON-TEXT
048100     MOVE SUS-DATE-FIRST-SEEN TO REJ-L-FIRST-SEEN
048110     PERFORM 5220-MOVE-REJECT-LINE
048120         THRU 5220-MOVE-REJECT-LINE-EXIT.
048130 5210-READ-NEXT-SUSPENSE-EXIT.
048140     EXIT.
048150
048160******************************************************************
048170*  5220-MOVE-REJECT-LINE                                         *
048180******************************************************************
048190 5220-MOVE-REJECT-LINE.
048200     EVALUATE CA-REJ-LINE-COUNT
048210         WHEN 1  MOVE WS-REJECT-LINE TO REJL01O
048220         WHEN 2  MOVE WS-REJECT-LINE TO REJL02O
048230         WHEN 3  MOVE WS-REJECT-LINE TO REJL03O
048240         WHEN 4  MOVE WS-REJECT-LINE TO REJL04O
048250         WHEN 5  MOVE WS-REJECT-LINE TO REJL05O
048260         WHEN 6  MOVE WS-REJECT-LINE TO REJL06O
048270         WHEN 7  MOVE WS-REJECT-LINE TO REJL07O
048280         WHEN 8  MOVE WS-REJECT-LINE TO REJL08O
048290         WHEN 9  MOVE WS-REJECT-LINE TO REJL09O
048300         WHEN 10 MOVE WS-REJECT-LINE TO REJL10O
048310     END-EVALUATE.
048320 5220-MOVE-REJECT-LINE-EXIT.
048330     EXIT.
048340
048350******************************************************************
048360*  5300-APPLY-REJECT-ACTION                                      *
048370*  C CORRECTS THE ITEM ON THE KEYED LINE, W WRITES IT OFF.  THE  *
048380*  CORRECTED VALOR MUST PASS PARCALC, THE SAME RULES THE BATCH   *
048390*  RUN WILL APPLY WHEN IT COMES BACK THROUGH RECYCLE.  THE ITEM  *
048400*  IS THEN DELETED FROM SUSVSAM BY ACCOUNT AND ORIGINAL VALOR,   *
048410*  AS PARREPAR'S 2400-RELIEVE-SUSPENSE DOES, AND LOGGED TO THE   *
048420*  PREJ QUEUE.  PARREPAR WRITES THE RECYCLE RECORD FROM THAT LOG,*
048430*  SO IF THE LOG CANNOT BE WRITTEN THE DELETE IS ROLLED BACK     *
048440*  (SUSVSAM IS RECOVERABLE IN CICS) AND NOTHING HAS CHANGED.     *
048450*  AUTHORITY IS CICS RESOURCE SECURITY ON SUSVSAM, AS FOR THE    *
048460*  MAINTENANCE PANEL ON ACCVSAM.                                 *
048470******************************************************************
048480 5300-APPLY-REJECT-ACTION.
048490     MOVE 'N' TO WS-REJ-APPLIED-SW
048500     IF REJSELI NOT NUMERIC
048510         MOVE 'LINHA INVALIDA' TO REJMSGO
048520         GO TO 5300-APPLY-REJECT-ACTION-EXIT
048530     END-IF
048540     MOVE REJSELI TO WS-REJ-SUB
048550     IF WS-REJ-SUB = ZERO OR WS-REJ-SUB > CA-REJ-LINE-COUNT
048560         MOVE 'LINHA INVALIDA' TO REJMSGO
048570         GO TO 5300-APPLY-REJECT-ACTION-EXIT
048580     END-IF
048590     IF REJACTI NOT = 'C' AND REJACTI NOT = 'W'
048600         MOVE 'ACAO INVALIDA - USE C OU W' TO REJMSGO
048610         GO TO 5300-APPLY-REJECT-ACTION-EXIT
048620     END-IF
048630     IF REJACTI = 'C'
048640         IF REJNEWI = SPACES OR REJNEWI = LOW-VALUES
048650             MOVE 'INFORME O VALOR CORRIGIDO' TO REJMSGO
048660             GO TO 5300-APPLY-REJECT-ACTION-EXIT
048670         END-IF
048680         MOVE REJNEWI TO CLC-VALOR-IN
048690         MOVE 2       TO CLC-DIVISOR
048700         CALL 'PARCALC' USING PAR-CALC-AREA
048710         IF CLC-VALOR-INVALID
048720             STRING 'VALOR CORRIGIDO RECUSADO - '
048730                        DELIMITED BY SIZE
048740                    CLC-REASON-TEXT DELIMITED BY SIZE
048750                 INTO REJMSGO
048760             END-STRING
048770             GO TO 5300-APPLY-REJECT-ACTION-EXIT
048780         END-IF
048790     END-IF
048800     EXEC CICS READ FILE('SUSVSAM') UPDATE
048810         INTO(PAR-SUSPENSE-RECORD)
048820         RIDFLD(CA-REJ-LINE-KEY (WS-REJ-SUB))
048830         RESP(WS-RESP)
048840     END-EXEC
048850     IF WS-RESP = DFHRESP(NOTFND)
048860         MOVE 'ITEM JA TRATADO - NAO ESTA MAIS NA SUSPENSAO'
048870           TO REJMSGO
048880         GO TO 5300-APPLY-REJECT-ACTION-EXIT
048890     END-IF
048900     IF WS-RESP = DFHRESP(NOTAUTH)
048910         MOVE 'USUARIO NAO AUTORIZADO' TO REJMSGO
048920         GO TO 5300-APPLY-REJECT-ACTION-EXIT
048930     END-IF
048940     IF WS-RESP NOT = DFHRESP(NORMAL)
048950         MOVE 'SUSPENSAO INDISPONIVEL' TO REJMSGO
048960         GO TO 5300-APPLY-REJECT-ACTION-EXIT
048970     END-IF
048980     EXEC CICS DELETE FILE('SUSVSAM') RESP(WS-RESP) END-EXEC
048990     IF WS-RESP = DFHRESP(NOTAUTH)
049000         MOVE 'USUARIO NAO AUTORIZADO' TO REJMSGO
049010         GO TO 5300-APPLY-REJECT-ACTION-EXIT
049020     END-IF
049030     IF WS-RESP NOT = DFHRESP(NORMAL)
049040         MOVE 'ERRO NA BAIXA DA SUSPENSAO' TO REJMSGO
049050         GO TO 5300-APPLY-REJECT-ACTION-EXIT
049060     END-IF
049070     PERFORM 5400-WRITE-REJECT-LOG
049080         THRU 5400-WRITE-REJECT-LOG-EXIT
049090     IF WS-RESP NOT = DFHRESP(NORMAL)
049100         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
049110         MOVE 'REGISTRO DA ACAO INDISPONIVEL - NADA FOI ALTERADO'
049120           TO REJMSGO
049130         GO TO 5300-APPLY-REJECT-ACTION-EXIT
049140     END-IF
049150     SET REJ-ACTION-APPLIED TO TRUE
049160     IF REJACTI = 'C'
049170         MOVE 'CORRIGIDO - VAI PARA A RECICLAGEM PELO PARREPAR'
049180           TO REJMSGO
049190     ELSE
049200         MOVE 'BAIXADO - CONSTARA DO RELATORIO DE DISPOSICAO'
049210           TO REJMSGO
049220     END-IF.
049230 5300-APPLY-REJECT-ACTION-EXIT.
049240     EXIT.
049250
049260******************************************************************
049270*  5310-DESCRIBE-REASON                                          *
049280*  SUSVSAM CARRIES ONLY THE REASON CODE - THE TEXT IS THE SAME   *
049290*  ONE PARIDADE AND PARCALC PUT ON THE REJECT RECORD.            *
049300******************************************************************
049310 5310-DESCRIBE-REASON.
049320     EVALUATE SUS-REASON-CODE
049330         WHEN 'V001'
049340             MOVE 'VALOR NAO NUMERICO'    TO WS-REJ-REASON-TEXT
049350         WHEN 'V003'
049360             MOVE 'CONTA NAO CADASTRADA'  TO WS-REJ-REASON-TEXT
049370         WHEN 'V004'
049380             MOVE 'CONTA ENCERRADA'       TO WS-REJ-REASON-TEXT
049390         WHEN 'V005'
049400             MOVE 'REGISTRO DUPLICADO'    TO WS-REJ-REASON-TEXT
049410         WHEN OTHER
049420             MOVE 'MOTIVO NAO CATALOGADO' TO WS-REJ-REASON-TEXT
049430     END-EVALUATE.
049440 5310-DESCRIBE-REASON-EXIT.
049450     EXIT.
049460
049470******************************************************************
049480*  5400-WRITE-REJECT-LOG                                         *
049490*  ONE PARRJL RECORD PER APPLIED ACTION TO THE PREJ TD QUEUE -   *
049500*  WHO, WHERE, WHAT AND WHEN, WITH THE ITEM AS IT STOOD ON       *
049510*  SUSPENSE.  WS-RESP CARRIES THE WRITE'S RESPONSE BACK.         *
049520******************************************************************
049530 5400-WRITE-REJECT-LOG.
049540     MOVE SPACES TO PAR-REJECT-ACTION-RECORD
049550     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
049560     STRING WS-ONL-DATE DELIMITED BY SIZE
049570            '-'         DELIMITED BY SIZE
049580            WS-ONL-TIME DELIMITED BY SIZE
049590         INTO RJL-TIMESTAMP
049600     END-STRING
049610     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
049620     MOVE WS-USERID           TO RJL-USERID
049630     MOVE EIBTRMID            TO RJL-TERMID
049640     MOVE REJACTI             TO RJL-ACTION
049650     MOVE SUS-ACCOUNT-NO      TO RJL-ACCOUNT-NO
049660     MOVE SUS-VALOR-IN        TO RJL-VALOR-ORIG
049670     IF RJL-ACTION-CORRECT
049680         MOVE CLC-VALOR-IN    TO RJL-VALOR-NEW
049690     END-IF
049700     MOVE SUS-REASON-CODE     TO RJL-REASON-CODE
049710     PERFORM 5310-DESCRIBE-REASON THRU 5310-DESCRIBE-REASON-EXIT
049720     MOVE WS-REJ-REASON-TEXT  TO RJL-REASON-TEXT
049730     MOVE SUS-DATE-FIRST-SEEN TO RJL-DATE-FIRST-SEEN
049740     EXEC CICS WRITEQ TD QUEUE('PREJ')
049750         FROM(PAR-REJECT-ACTION-RECORD)
049760         LENGTH(LENGTH OF PAR-REJECT-ACTION-RECORD)
049770         RESP(WS-RESP)
049780     END-EXEC.
049790 5400-WRITE-REJECT-LOG-EXIT.
049800     EXIT.
049801
049802******************************************************************
049803*  6100-SEND-APPROVALS-FRESH                                     *
049804*  A FRESH PANEL SHOWS THE FIRST PAGE OF CHANGES AWAITING A      *
049805*  DECISION STRAIGHT AWAY.                                       *
049806******************************************************************
049807 6100-SEND-APPROVALS-FRESH.
049808     MOVE SPACES     TO CA-APV-STATE
049809     MOVE ZERO       TO CA-APV-LINE-COUNT
049810     MOVE '00000000' TO CA-APV-PAGE-KEY
049811     MOVE LOW-VALUES TO PARAPVO
049812     MOVE '00000000' TO WS-APV-BRW-KEY
049813     MOVE LOW-VALUES TO WS-APV-SKIP-KEY
049814     PERFORM 6200-FILL-APPROVAL-PAGE
049815         THRU 6200-FILL-APPROVAL-PAGE-EXIT
049816     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
049817     MOVE WS-ONL-DATE TO APVDATEO
049818     EXEC CICS SEND MAP('PARAPV') MAPSET('PARMSET')
049819         FROM(PARAPVO) ERASE
049820     END-EXEC.
049821 6100-SEND-APPROVALS-FRESH-EXIT.
049822     EXIT.
049823
049824******************************************************************
049825*  6000-PROCESS-APPROVALS                                        *
049826*  THE CHANGES ON PNDVSAM STILL AWAITING A DECISION, OLDEST      *
049827*  FIRST.  ENTER WITH NO LINE NUMBER READS THE LIST AGAIN FROM   *
049828*  THE TOP, PF8 PAGES FORWARD FROM THE LAST CHANGE READ.  ENTER  *
049829*  WITH A LINE NUMBER AND A DECISION APPROVES (A) OR DECLINES (R)*
049830*  THAT CHANGE AND REPAINTS THE PAGE WITHOUT IT.                 *
049831******************************************************************
049832 6000-PROCESS-APPROVALS.
049833     IF EIBAID = DFHPF5
049834         SET CA-PANEL-INQUIRY TO TRUE
049835         PERFORM 1100-SEND-INQUIRY-FRESH
049836             THRU 1100-SEND-INQUIRY-FRESH-EXIT
049837         GO TO 6000-PROCESS-APPROVALS-EXIT
049838     END-IF
049839     IF EIBAID = DFHPF8
049840         MOVE LOW-VALUES      TO PARAPVO
049841         MOVE CA-APV-LAST-KEY TO WS-APV-BRW-KEY
049842         MOVE CA-APV-LAST-KEY TO WS-APV-SKIP-KEY
049843         PERFORM 6200-FILL-APPROVAL-PAGE
049844             THRU 6200-FILL-APPROVAL-PAGE-EXIT
049845         GO TO 6000-PROCESS-APPROVALS-SEND
049846     END-IF
049847     EXEC CICS RECEIVE MAP('PARAPV') MAPSET('PARMSET')
049848         INTO(PARAPVI) RESP(WS-RESP)
049849     END-EXEC
049850     IF WS-RESP = DFHRESP(MAPFAIL)
049851         PERFORM 6100-SEND-APPROVALS-FRESH
049852             THRU 6100-SEND-APPROVALS-FRESH-EXIT
049853         GO TO 6000-PROCESS-APPROVALS-EXIT
049854     END-IF
049855     MOVE LOW-VALUES TO PARAPVO
049856     IF APVSELI = SPACES OR APVSELI = LOW-VALUES
049857         MOVE '00000000' TO WS-APV-BRW-KEY
049858         MOVE LOW-VALUES TO WS-APV-SKIP-KEY
049859         PERFORM 6200-FILL-APPROVAL-PAGE
049860             THRU 6200-FILL-APPROVAL-PAGE-EXIT
049861         GO TO 6000-PROCESS-APPROVALS-SEND
049862     END-IF
049863     PERFORM 6300-DECIDE-PENDING THRU 6300-DECIDE-PENDING-EXIT
049864*    THE PAGE IS READ AGAIN FROM ITS FIRST CHANGE SO A DECIDED
049865*    ONE DROPS OFF IT - THE DECISION'S OWN MESSAGE IS KEPT OVER
049866*    THE ONE THE PAGE FILL LEAVES.
049867     MOVE APVMSGO TO WS-APV-ACTION-MSG
049868     MOVE CA-APV-PAGE-KEY TO WS-APV-BRW-KEY
049869     MOVE LOW-VALUES      TO WS-APV-SKIP-KEY
049870     PERFORM 6200-FILL-APPROVAL-PAGE
049871         THRU 6200-FILL-APPROVAL-PAGE-EXIT
049872     MOVE WS-APV-ACTION-MSG TO APVMSGO
049873     IF NOT APV-DECISION-MADE
049874         MOVE APVSELI TO APVSELO
049875         MOVE APVACTI TO APVACTO
049876         MOVE APVRSNI TO APVRSNO
049877     END-IF.
049878 6000-PROCESS-APPROVALS-SEND.
049879     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
049880     MOVE WS-ONL-DATE TO APVDATEO
049881     EXEC CICS SEND MAP('PARAPV') MAPSET('PARMSET')
049882         FROM(PARAPVO) ERASE
049883     END-EXEC.
049884 6000-PROCESS-APPROVALS-EXIT.
049885     EXIT.
049886
049887******************************************************************
049888*  6200-FILL-APPROVAL-PAGE                                       *
049889*  UP TO TEN PENDING CHANGES, BROWSING PNDVSAM FROM              *
049890*  WS-APV-BRW-KEY.  THE CHANGE NUMBER BEHIND EACH LINE IS KEPT IN*
049891*  THE COMMAREA, AND THE LAST KEY READ SO PF8 RESUMES AFTER IT.  *
049892*  DECIDED CHANGES STAY ON THE FILE FOR THE DAILY REPORT AND ARE *
049893*  READ PAST, SO ONE PAGE STOPS AFTER WS-APV-READ-MAX READS AND  *
049894*  SAYS SO RATHER THAN HOLD THE TASK ACROSS THE WHOLE FILE.      *
049895******************************************************************
049896 6200-FILL-APPROVAL-PAGE.
049897     MOVE ZERO TO CA-APV-LINE-COUNT
049898     MOVE ZERO TO WS-APV-READS
049899     MOVE WS-APV-BRW-KEY TO CA-APV-LAST-KEY
049900     EXEC CICS STARTBR FILE('PNDVSAM')
049901         RIDFLD(WS-APV-BRW-KEY) GTEQ RESP(WS-RESP)
049902     END-EXEC
049903     IF WS-RESP NOT = DFHRESP(NORMAL)
049904         MOVE 'NENHUMA ALTERACAO AGUARDANDO DECISAO' TO APVMSGO
049905         GO TO 6200-FILL-APPROVAL-PAGE-EXIT
049906     END-IF
049907     PERFORM 6210-READ-NEXT-PENDING
049908         THRU 6210-READ-NEXT-PENDING-EXIT
049909         UNTIL CA-APV-LINE-COUNT >= 10
049910            OR WS-APV-READS >= WS-APV-READ-MAX
049911            OR WS-RESP NOT = DFHRESP(NORMAL)
049912     EXEC CICS ENDBR FILE('PNDVSAM') END-EXEC
049913     IF CA-APV-LINE-COUNT > ZERO
049914         MOVE CA-APV-LINE-ID (1) TO CA-APV-PAGE-KEY
049915     END-IF
049916     IF WS-RESP NOT = DFHRESP(NORMAL)
049917         IF CA-APV-LINE-COUNT = ZERO
049918             MOVE 'NENHUMA ALTERACAO AGUARDANDO DECISAO'
049919               TO APVMSGO
049920         ELSE
049921             MOVE 'INFORME LINHA E DECISAO - FIM DAS PENDENCIAS'
049922               TO APVMSGO
049923         END-IF
049924         GO TO 6200-FILL-APPROVAL-PAGE-EXIT
049925     END-IF
049926     IF CA-APV-LINE-COUNT < 10
049927         MOVE 'PESQUISA PARCIAL - PF8 PARA CONTINUAR' TO APVMSGO
049928     ELSE
049929         MOVE 'INFORME LINHA E DECISAO, OU PF8 PARA AVANCAR'
049930           TO APVMSGO
049931     END-IF.
049932 6200-FILL-APPROVAL-PAGE-EXIT.
049933     EXIT.
049934
049935******************************************************************
049936*  6210-READ-NEXT-PENDING                                        *
049937*  THE CONTROL RECORD, THE CHANGE ALREADY SHOWN AT THE FOOT OF   *
049938*  THE PREVIOUS PAGE AND ANY CHANGE NO LONGER PENDING ARE PASSED *
049939*  OVER.                                                         *
049940******************************************************************
049941 6210-READ-NEXT-PENDING.
049942     EXEC CICS READNEXT FILE('PNDVSAM')
049943         INTO(PAR-PENDING-RECORD)
049944         RIDFLD(WS-APV-BRW-KEY) RESP(WS-RESP)
049945     END-EXEC
049946     IF WS-RESP NOT = DFHRESP(NORMAL)
049947         GO TO 6210-READ-NEXT-PENDING-EXIT
049948     END-IF
049949     ADD 1 TO WS-APV-READS
049950     MOVE PND-ID TO CA-APV-LAST-KEY
049951     IF PND-ID = WS-APV-SKIP-KEY OR PND-IS-CONTROL-RECORD
049952         GO TO 6210-READ-NEXT-PENDING-EXIT
049953     END-IF
049954     IF NOT PND-IS-PENDING
049955         GO TO 6210-READ-NEXT-PENDING-EXIT
049956     END-IF
049957     ADD 1 TO CA-APV-LINE-COUNT
049958     MOVE PND-ID TO CA-APV-LINE-ID (CA-APV-LINE-COUNT)
049959     PERFORM 6230-FORMAT-APPROVAL-LINE
049960         THRU 6230-FORMAT-APPROVAL-LINE-EXIT
049961     PERFORM 6220-MOVE-APPROVAL-LINE
049962         THRU 6220-MOVE-APPROVAL-LINE-EXIT.
049963 6210-READ-NEXT-PENDING-EXIT.
049964     EXIT.
049965
049966******************************************************************
049967*  6220-MOVE-APPROVAL-LINE                                       *
049968******************************************************************
049969 6220-MOVE-APPROVAL-LINE.
049970     EVALUATE CA-APV-LINE-COUNT
049971         WHEN 1  MOVE WS-APPROVAL-LINE TO APVL01O
049972         WHEN 2  MOVE WS-APPROVAL-LINE TO APVL02O
049973         WHEN 3  MOVE WS-APPROVAL-LINE TO APVL03O
049974         WHEN 4  MOVE WS-APPROVAL-LINE TO APVL04O
049975         WHEN 5  MOVE WS-APPROVAL-LINE TO APVL05O
049976         WHEN 6  MOVE WS-APPROVAL-LINE TO APVL06O
049977         WHEN 7  MOVE WS-APPROVAL-LINE TO APVL07O
049978         WHEN 8  MOVE WS-APPROVAL-LINE TO APVL08O
049979         WHEN 9  MOVE WS-APPROVAL-LINE TO APVL09O
049980         WHEN 10 MOVE WS-APPROVAL-LINE TO APVL10O
049981     END-EVALUATE.
049982 6220-MOVE-APPROVAL-LINE-EXIT.
049983     EXIT.
049984
049985******************************************************************
049986*  6230-FORMAT-APPROVAL-LINE                                     *
049987*  ONE LINE PER PENDING CHANGE FROM ITS CARD IMAGE - CAD FOR AN  *
049988*  ACCOUNT MASTER CHANGE (ACCOUNT AND NAME, RULE OR SUCCESSOR),  *
049989*  OPC FOR A RUN-OPTIONS CHANGE (KEYWORD AND NEW VALUE).         *
049990******************************************************************
049991 6230-FORMAT-APPROVAL-LINE.
049992     MOVE SPACES            TO WS-APPROVAL-LINE
049993     MOVE CA-APV-LINE-COUNT TO APV-L-LINE-NO
049994     MOVE PND-ID            TO APV-L-PND-ID
049995     MOVE PND-MAKER-USER    TO APV-L-MAKER
049996     MOVE PND-MADE-DATE     TO APV-L-MADE-DATE
049997     IF PND-FOR-OPTIONS
049998         MOVE PND-CHANGE-IMAGE TO WS-OPTION-CARD
049999         MOVE 'OPC'            TO APV-L-TARGET
050000         MOVE OPC-ACTION       TO APV-L-ACTION
050001         MOVE OPC-KEYWORD      TO APV-L-KEY
050002         MOVE OPC-VALUE-AREA   TO APV-L-DETAIL
050003         GO TO 6230-FORMAT-APPROVAL-LINE-EXIT
050004     END-IF
050005     MOVE PND-CHANGE-IMAGE TO WS-MAINT-CARD
050006     MOVE 'CAD'            TO APV-L-TARGET
050007     MOVE MNT-ACTION       TO APV-L-ACTION
050008     MOVE MNT-ACCOUNT-NO   TO APV-L-KEY
050009     IF MNT-ACTION-ADD
050010         MOVE MNT-ACCOUNT-NAME TO APV-L-DETAIL
050011     END-IF
050012     IF MNT-ACTION-RULE
050013         STRING MNT-DIVISOR-X ' ' MNT-DIV-EFF-DATE
050014             DELIMITED BY SIZE INTO APV-L-DETAIL
050015         END-STRING
050016     END-IF
050017     IF MNT-ACTION-MERGE
050018         STRING MNT-SUCCESSOR-NO ' ' MNT-MERGE-EFF-DATE
050019             DELIMITED BY SIZE INTO APV-L-DETAIL
050020         END-STRING
050021     END-IF.
050022 6230-FORMAT-APPROVAL-LINE-EXIT.
050023     EXIT.
050024
050025******************************************************************
050026*  6300-DECIDE-PENDING                                           *
050027*  A APPROVES, R DECLINES THE CHANGE ON THE KEYED LINE.  THE SAME*
050028*  CHECKS AS THE PARMAINT/PAROPMNT DECISION CARDS - THE CHANGE   *
050029*  MUST STILL BE PENDING, THE CHECKER MUST NOT BE THE MAKER, AND *
050030*  A CHANGE OLDER THAN THE AGE LIMIT IS MARKED EXPIRED INSTEAD.  *
050031*  AN APPROVED ACCOUNT CHANGE IS APPLIED NOW THROUGH 4450 AND    *
050032*  ENDS APPLIED ('A') OR FAILED ('F') - IF THE PENDING RECORD    *
050033*  CANNOT BE REWRITTEN THE MASTER UPDATE IS ROLLED BACK WITH IT. *
050034*  AN APPROVED OPTIONS CHANGE ENDS 'V' FOR THE NEXT PAROPMNT RUN *
050035*  - THE OPTIONS FILE IS SEQUENTIAL AND NOT OPEN TO CICS.        *
050036******************************************************************
050037 6300-DECIDE-PENDING.
050038     MOVE 'N' TO WS-APV-DECIDED-SW
050039     IF APVSELI NOT NUMERIC
050040         MOVE 'LINHA INVALIDA' TO APVMSGO
050041         GO TO 6300-DECIDE-PENDING-EXIT
050042     END-IF
050043     MOVE APVSELI TO WS-APV-SUB
050044     IF WS-APV-SUB = ZERO OR WS-APV-SUB > CA-APV-LINE-COUNT
050045         MOVE 'LINHA INVALIDA' TO APVMSGO
050046         GO TO 6300-DECIDE-PENDING-EXIT
050047     END-IF
050048     IF APVACTI NOT = 'A' AND APVACTI NOT = 'R'
050049         MOVE 'DECISAO INVALIDA - USE A OU R' TO APVMSGO
050050         GO TO 6300-DECIDE-PENDING-EXIT
050051     END-IF
050052     MOVE SPACES TO WS-APV-REASON
050053     IF APVRSNI NOT = LOW-VALUES
050054         MOVE APVRSNI TO WS-APV-REASON
050055     END-IF
050056     PERFORM 6350-COMPUTE-EXPIRY-CUTOFF
050057         THRU 6350-COMPUTE-EXPIRY-CUTOFF-EXIT
050058     IF WS-APV-CUTOFF-DATE = SPACES
050059         MOVE 'ARQUIVO DE PENDENCIAS INDISPONIVEL' TO APVMSGO
050060         GO TO 6300-DECIDE-PENDING-EXIT
050061     END-IF
050062     MOVE CA-APV-LINE-ID (WS-APV-SUB) TO WS-PND-KEY
050063     EXEC CICS READ FILE('PNDVSAM') UPDATE
050064         INTO(PAR-PENDING-RECORD)
050065         RIDFLD(WS-PND-KEY)
050066         RESP(WS-RESP)
050067     END-EXEC
050068     IF WS-RESP = DFHRESP(NOTFND)
050069         MOVE 'PENDENCIA NAO CADASTRADA' TO APVMSGO
050070         GO TO 6300-DECIDE-PENDING-EXIT
050071     END-IF
050072     IF WS-RESP = DFHRESP(NOTAUTH)
050073         MOVE 'USUARIO NAO AUTORIZADO' TO APVMSGO
050074         GO TO 6300-DECIDE-PENDING-EXIT
050075     END-IF
050076     IF WS-RESP NOT = DFHRESP(NORMAL)
050077         MOVE 'ARQUIVO DE PENDENCIAS INDISPONIVEL' TO APVMSGO
050078         GO TO 6300-DECIDE-PENDING-EXIT
050079     END-IF
050080     IF NOT PND-IS-PENDING
050081         EXEC CICS UNLOCK FILE('PNDVSAM') END-EXEC
050082         IF PND-IS-EXPIRED
050083             MOVE 'PENDENCIA EXPIRADA' TO APVMSGO
050084         ELSE
050085             MOVE 'PENDENCIA JA DECIDIDA' TO APVMSGO
050086         END-IF
050087         GO TO 6300-DECIDE-PENDING-EXIT
050088     END-IF
050089     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
050090     IF PND-MAKER-USER = WS-USERID
050091         EXEC CICS UNLOCK FILE('PNDVSAM') END-EXEC
050092         MOVE 'APROVADOR IGUAL AO AUTOR - DECIDE OUTRO USUARIO'
050093           TO APVMSGO
050094         GO TO 6300-DECIDE-PENDING-EXIT
050095     END-IF
050096     PERFORM 1200-FORMAT-ONL-DATE THRU 1200-FORMAT-ONL-DATE-EXIT
050097     MOVE WS-ONL-TIME TO WS-PND-TIME
050098     INSPECT WS-PND-TIME REPLACING ALL '.' BY ':'
050099     MOVE WS-ONL-DATE TO PND-DECIDED-DATE
050100     MOVE WS-PND-TIME TO PND-DECIDED-TIME
050101     IF PND-MADE-DATE < WS-APV-CUTOFF-DATE
050102         MOVE 'E' TO PND-STATUS
050103         MOVE 'EXPIRADA - PRAZO ESGOTADO' TO PND-RESULT
050104         PERFORM 6390-REWRITE-PENDING
050105             THRU 6390-REWRITE-PENDING-EXIT
050106         IF WS-RESP NOT = DFHRESP(NORMAL)
050107             MOVE 'ERRO NA GRAVACAO DA PENDENCIA' TO APVMSGO
050108             GO TO 6300-DECIDE-PENDING-EXIT
050109         END-IF
050110         SET APV-DECISION-MADE TO TRUE
050111         MOVE 'PENDENCIA EXPIRADA - PRAZO ESGOTADO' TO APVMSGO
050112         MOVE SPACES TO WS-MNT-RESULT
050113         STRING 'EXPIRADA ' PND-ID
050114             DELIMITED BY SIZE INTO WS-MNT-RESULT
050115         END-STRING
050116         GO TO 6300-DECIDE-PENDING-LOG
050117     END-IF
050118     MOVE WS-USERID     TO PND-CHECKER-USER
050119     MOVE 'O'           TO PND-CHECKER-CHANNEL
050120     MOVE EIBTRMID      TO PND-CHECKER-TERM
050121     MOVE WS-APV-REASON TO PND-REASON
050122     IF APVACTI = 'R'
050123         MOVE 'D'        TO PND-STATUS
050124         MOVE 'RECUSADA' TO PND-RESULT
050125         PERFORM 6390-REWRITE-PENDING
050126             THRU 6390-REWRITE-PENDING-EXIT
050127         IF WS-RESP NOT = DFHRESP(NORMAL)
050128             MOVE 'ERRO NA GRAVACAO DA PENDENCIA' TO APVMSGO
050129             GO TO 6300-DECIDE-PENDING-EXIT
050130         END-IF
050131         SET APV-DECISION-MADE TO TRUE
050132         STRING 'PENDENCIA ' PND-ID ' RECUSADA'
050133             DELIMITED BY SIZE INTO APVMSGO
050134         END-STRING
050135         MOVE SPACES TO WS-MNT-RESULT
050136         STRING 'RECUSADA ' PND-ID
050137             DELIMITED BY SIZE INTO WS-MNT-RESULT
050138         END-STRING
050139         GO TO 6300-DECIDE-PENDING-LOG
050140     END-IF
050141     IF PND-FOR-OPTIONS
050142         MOVE 'V' TO PND-STATUS
050143         MOVE 'APROVADA - AGUARDA PAROPMNT' TO PND-RESULT
050144         PERFORM 6390-REWRITE-PENDING
050145             THRU 6390-REWRITE-PENDING-EXIT
050146         IF WS-RESP NOT = DFHRESP(NORMAL)
050147             MOVE 'ERRO NA GRAVACAO DA PENDENCIA' TO APVMSGO
050148             GO TO 6300-DECIDE-PENDING-EXIT
050149         END-IF
050150         SET APV-DECISION-MADE TO TRUE
050151         STRING 'PENDENCIA ' PND-ID
050152                ' APROVADA - VIGORA APOS O PROXIMO PAROPMNT'
050153             DELIMITED BY SIZE INTO APVMSGO
050154         END-STRING
050155         GO TO 6300-DECIDE-PENDING-EXIT
050156     END-IF
050157*    AN ACCOUNT CHANGE - THE MASTER MAY HAVE MOVED ON SINCE IT WAS
050158*    MADE, SO IT GETS ITS VERDICT AGAIN AS IT IS APPLIED.
050159     MOVE PND-CHANGE-IMAGE TO WS-MAINT-CARD
050160     MOVE SPACES TO WS-MNT-MSG
050161     SET MNT-APPLY-CHANGE TO TRUE
050162     PERFORM 4450-DISPATCH-MAINT-CHANGE
050163         THRU 4450-DISPATCH-MAINT-CHANGE-EXIT
050164     SET MNT-RECORD-PENDING TO TRUE
050165     IF WS-MNT-RESULT = SPACES
050166         MOVE 'F'        TO PND-STATUS
050167         MOVE WS-MNT-MSG TO PND-RESULT
050168     ELSE
050169         MOVE 'A'           TO PND-STATUS
050170         MOVE WS-MNT-RESULT TO PND-RESULT
050171     END-IF
050172     PERFORM 6390-REWRITE-PENDING THRU 6390-REWRITE-PENDING-EXIT
050173     IF WS-RESP NOT = DFHRESP(NORMAL)
050174         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
050175         MOVE 'ERRO NA GRAVACAO DA PENDENCIA - NADA FOI ALTERADO'
050176           TO APVMSGO
050177         GO TO 6300-DECIDE-PENDING-EXIT
050178     END-IF
050179     SET APV-DECISION-MADE TO TRUE
050180     MOVE SPACES TO WS-MNT-RESULT
050181     IF PND-IS-APPLIED
050182         STRING 'PENDENCIA ' PND-ID ' APROVADA E APLICADA - '
050183                PND-RESULT
050184             DELIMITED BY SIZE INTO APVMSGO
050185         END-STRING
050186         STRING 'APLICADA ' PND-ID
050187             DELIMITED BY SIZE INTO WS-MNT-RESULT
050188         END-STRING
050189     ELSE
050190         STRING 'PENDENCIA ' PND-ID ' APROVADA, NAO APLICADA - '
050191                WS-MNT-MSG
050192             DELIMITED BY SIZE INTO APVMSGO
050193         END-STRING
050194         STRING 'NAO APLIC ' PND-ID
050195             DELIMITED BY SIZE INTO WS-MNT-RESULT
050196         END-STRING
050197     END-IF.
050198 6300-DECIDE-PENDING-LOG.
050199     IF PND-FOR-ACCOUNTS
050200         MOVE PND-CHANGE-IMAGE TO WS-MAINT-CARD
050201         PERFORM 4400-WRITE-MAINT-LOG
050202             THRU 4400-WRITE-MAINT-LOG-EXIT
050203     END-IF.
050204 6300-DECIDE-PENDING-EXIT.
050205     EXIT.
050206
050207******************************************************************
050208*  6350-COMPUTE-EXPIRY-CUTOFF                                    *
050209*  THE EARLIEST MADE DATE STILL WITHIN THE AGE LIMIT PARPNDRP    *
050210*  LAST TOOK FROM THE OPTIONS FILE ONTO THE CONTROL RECORD - THAT*
050211*  MANY DAYS OF MILLISECONDS BACK FROM THE CICS CLOCK, AS IN     *
050212*  5060.  LEFT BLANK IF THE CONTROL RECORD CANNOT BE READ.       *
050213******************************************************************
050214 6350-COMPUTE-EXPIRY-CUTOFF.
050215     MOVE SPACES     TO WS-APV-CUTOFF-DATE
050216     MOVE '00000000' TO WS-PND-KEY
050217     EXEC CICS READ FILE('PNDVSAM')
050218         INTO(PAR-PENDING-RECORD)
050219         RIDFLD(WS-PND-KEY)
050220         RESP(WS-RESP)
050221     END-EXEC
050222     IF WS-RESP NOT = DFHRESP(NORMAL)
050223         GO TO 6350-COMPUTE-EXPIRY-CUTOFF-EXIT
050224     END-IF
050225     MOVE PND-CTL-MAX-AGE TO WS-APV-MAX-AGE
050226     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
050227     MULTIPLY WS-APV-MAX-AGE BY 86400000 GIVING WS-APV-AGE-MS
050228     SUBTRACT WS-APV-AGE-MS FROM WS-ABSTIME
050229     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
050230         YYYYMMDD(WS-APV-CUTOFF-DATE) DATESEP('-')
050231     END-EXEC.
050232 6350-COMPUTE-EXPIRY-CUTOFF-EXIT.
050233     EXIT.
050234
050235******************************************************************
050236*  6390-REWRITE-PENDING                                          *
050237*  THE PENDING RECORD IN HAND IS THE ONE READ FOR UPDATE IN 6300.*
050238*  WS-RESP CARRIES THE RESPONSE BACK.                            *
050239******************************************************************
050240 6390-REWRITE-PENDING.
050241     EXEC CICS REWRITE FILE('PNDVSAM')
050242         FROM(PAR-PENDING-RECORD)
050243         RESP(WS-RESP)
050244     END-EXEC.
050245 6390-REWRITE-PENDING-EXIT.
050246     EXIT.
050247
050248******************************************************************
050249*  9000-RETURN-TRANSID / 9100-RETURN-FINAL                       *
050250******************************************************************
050251 9000-RETURN-TRANSID.
050252     EXEC CICS RETURN TRANSID('PARQ')
050253         COMMAREA(WS-COMMAREA)
050254         LENGTH(LENGTH OF WS-COMMAREA)
050255     END-EXEC.
050256 9000-RETURN-TRANSID-EXIT.
050257     EXIT.
050258
050259 9100-RETURN-FINAL.
050260     EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
050261         LENGTH(LENGTH OF WS-GOODBYE-MSG) ERASE
050262     END-EXEC
050263     EXEC CICS RETURN END-EXEC.
050264 9100-RETURN-FINAL-EXIT.
050265     EXIT.
