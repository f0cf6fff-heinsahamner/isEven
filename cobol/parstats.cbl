003090*                    COPYBOOK PARBDT) WHEN SUPPLIED, SO A LATE   *
003092*                    OR RERUN DAY POSTS ITS STATISTICS TO THE    *
003094*                    RIGHT BUSINESS DAY.                         *
003095*   2026-10-15  JA  A RETIRED (MERGED) ACCOUNT'S HISTORY NOW     *
003096*                    CARRIES ON UNDER ITS SUCCESSOR (ACCFILE),   *
003097*                    SO THE TREND RUNS ON ACROSS A RENUMBERING.  *
003098*                    THE EXTRACT IS RE-SORTED BY ACCOUNT AHEAD   *
003099*                    OF THIS STEP FOR THE RE-ROUTED RECORDS.     *
003100******************************************************************
003200 PROGRAM-ID. PARSTATS.
003300 DATE-WRITTEN. 2026-08-22.
004960     SELECT OPTIONAL DATFILE ASSIGN TO DATFILE
004970         ORGANIZATION IS SEQUENTIAL
004980         FILE STATUS IS FS-DATFILE.
004982
004984     SELECT OPTIONAL ACCFILE ASSIGN TO ACCFILE
004986         ORGANIZATION IS INDEXED
004988         ACCESS MODE IS DYNAMIC
004990         RECORD KEY IS ACC-ACCOUNT-NO
004992         FILE STATUS IS FS-ACCFILE.
005000
005100     SELECT RPTFILE ASSIGN TO RPTFILE
005200         ORGANIZATION IS SEQUENTIAL
006760 FD  DATFILE
006770     RECORDING MODE IS F.
006780     COPY PARBDT.
006782
006784 FD  ACCFILE.
006786     COPY PARACC.
006800
006900 FD  RPTFILE
007000     RECORDING MODE IS F.
007900 77  FS-PRMCARD                 PIC X(02) VALUE '00'.
007950 77  FS-OPTFILE                 PIC X(02) VALUE '00'.
007960 77  FS-DATFILE                 PIC X(02) VALUE '00'.
007970 77  FS-ACCFILE                 PIC X(02) VALUE '00'.
008000 77  FS-RPTFILE                 PIC X(02) VALUE '00'.
008100
008200******************************************************************
008800     88  END-OF-HISTORY                   VALUE 'Y'.
008810 77  WS-OPT-EOF-SW              PIC X(01) VALUE 'N'.
008820     88  END-OF-OPTIONS                   VALUE 'Y'.
008830 77  WS-MST-EOF-SW              PIC X(01) VALUE 'N'.
008840     88  END-OF-MASTER                    VALUE 'Y'.
008850 77  WS-MAP-DONE-SW             PIC X(01) VALUE 'N'.
008860     88  MAP-IS-DONE                      VALUE 'Y'.
008900 77  WS-PRIOR-FOUND-SW          PIC X(01) VALUE 'N'.
009000     88  PRIOR-RUN-FOUND                  VALUE 'Y'.
009100     88  PRIOR-RUN-NOT-FOUND              VALUE 'N'.
013900         10  WS-HST-ACCOUNT      PIC X(10).
014000         10  WS-HST-EVEN-PCT     PIC 9(03)V9(02).
014100         10  WS-HST-RUN-ID       PIC X(08).
014110         10  WS-HST-RECORD-COUNT PIC 9(09).
014120         10  WS-HST-EVEN-COUNT   PIC 9(09).
014130
014140******************************************************************
014150*  MERGE TABLE - RETIRED ACCOUNT AND THE SUCCESSOR IT WAS        *
014160*  MERGED INTO, LOADED FROM THE ACCOUNT MASTER AT START-UP.      *
014170*  WS-MAP-ACCOUNT IS THE NUMBER 1140-MAP-SUCCESSOR RESOLVES.     *
014180******************************************************************
014185 77  WS-MRG-MAX                 PIC 9(05) VALUE 500 COMP.
014186 77  WS-MRG-COUNT               PIC 9(05) VALUE ZERO COMP.
014187 77  WS-MRG-SUB                 PIC 9(05) VALUE ZERO COMP.
014188 77  WS-MRG-FOUND-SUB           PIC 9(05) VALUE ZERO COMP.
014189 77  WS-MRG-HOPS                PIC 9(02) VALUE ZERO COMP.
014190 77  WS-MRG-HOP-MAX             PIC 9(02) VALUE 5 COMP.
014191 77  WS-MAP-ACCOUNT             PIC X(10) VALUE SPACES.
014192
014193 01  WS-MERGE-TABLE.
014194     05  WS-MRG-ENTRY OCCURS 500 TIMES.
014195         10  WS-MRG-OLD-ACCOUNT  PIC X(10).
014196         10  WS-MRG-NEW-ACCOUNT  PIC X(10).
014200
014300******************************************************************
014400*  RUN DATE WORK AREAS                                           *
025702     PERFORM 1045-READ-BUSINESS-DATE
025704         THRU 1045-READ-BUSINESS-DATE-EXIT
025710     PERFORM 1050-READ-OPTIONS THRU 1050-READ-OPTIONS-EXIT
025720     PERFORM 1080-LOAD-MERGES THRU 1080-LOAD-MERGES-EXIT
025800     MOVE SPACES TO WS-PARM-CARD
025900     OPEN INPUT PRMCARD
026000     IF FS-PRMCARD = '00'
028850 1070-APPLY-ONE-OPTION-EXIT.
028852     EXIT.
028854
028855******************************************************************
028856*  1080-LOAD-MERGES                                              *
028857*  EVERY ACCOUNT RETIRED INTO A SUCCESSOR (PARMAINT 'M' CARD) AS *
028858*  OF THE BUSINESS DATE, SO ITS HISTORY CONTINUES UNDER THE      *
028859*  SUCCESSOR.  NO MASTER LEAVES EVERY NUMBER STANDING ALONE.     *
028860******************************************************************
028861 1080-LOAD-MERGES.
028862     OPEN INPUT ACCFILE
028863     IF FS-ACCFILE NOT = '00'
028864         GO TO 1080-LOAD-MERGES-EXIT
028865     END-IF
028866     MOVE LOW-VALUES TO ACC-ACCOUNT-NO
028867     START ACCFILE KEY NOT < ACC-ACCOUNT-NO
028868         INVALID KEY
028869             SET END-OF-MASTER TO TRUE
028870     END-START
028871     PERFORM 1085-NOTE-ONE-MERGE THRU 1085-NOTE-ONE-MERGE-EXIT
028872         UNTIL END-OF-MASTER
028873     CLOSE ACCFILE.
028874 1080-LOAD-MERGES-EXIT.
028875     EXIT.
028876
028877 1085-NOTE-ONE-MERGE.
028878     READ ACCFILE NEXT
028879         AT END
028880             SET END-OF-MASTER TO TRUE
028881             GO TO 1085-NOTE-ONE-MERGE-EXIT
028882     END-READ
028883     IF ACC-NOT-MERGED
028884      OR (ACC-MERGE-EFF-DATE NOT = SPACES
028885          AND ACC-MERGE-EFF-DATE > WS-STA-RUN-DATE)
028886         GO TO 1085-NOTE-ONE-MERGE-EXIT
028887     END-IF
028888     IF WS-MRG-COUNT >= WS-MRG-MAX
028889         DISPLAY 'PARSTATS - MERGE TABLE OVERFLOW AT '
028890             WS-MRG-MAX ' ACCOUNTS'
028891         MOVE 16 TO RETURN-CODE
028892         GO TO 9999-EXIT
028893     END-IF
028894     ADD 1 TO WS-MRG-COUNT
028895     MOVE ACC-ACCOUNT-NO   TO WS-MRG-OLD-ACCOUNT (WS-MRG-COUNT)
028896     MOVE ACC-SUCCESSOR-NO TO WS-MRG-NEW-ACCOUNT (WS-MRG-COUNT).
028897 1085-NOTE-ONE-MERGE-EXIT.
028898     EXIT.
028899
028900******************************************************************
029000*  1100-LOAD-HISTORY                                             *
029100*  FIRST PASS OVER THE HISTORY FILE - KEEPS THE LATEST EVEN      *
032900*  1120-NOTE-ONE-HISTORY                                         *
033000*  AN ACCOUNT ALREADY IN THE TABLE IS OVERWRITTEN - THE FILE IS  *
033100*  IN RUN ORDER, SO THE LAST RECORD SEEN IS THE LATEST RUN.      *
033110*  A RETIRED ACCOUNT'S RECORD IS NOTED UNDER ITS SUCCESSOR; WHEN *
033120*  BOTH NUMBERS POSTED IN THE SAME RUN THEIR COUNTS ARE ADDED    *
033130*  AND THE PERCENTAGE RECOMPUTED, AS ONE ACCOUNT.                *
033200******************************************************************
033300 1120-NOTE-ONE-HISTORY.
033310     IF WS-MRG-COUNT > ZERO
033320         MOVE STA-ACCOUNT-NO TO WS-MAP-ACCOUNT
033330         PERFORM 1140-MAP-SUCCESSOR THRU 1140-MAP-SUCCESSOR-EXIT
033340         MOVE WS-MAP-ACCOUNT TO STA-ACCOUNT-NO
033350     END-IF
033400     PERFORM 1130-FIND-PRIOR-ACCOUNT
033500         THRU 1130-FIND-PRIOR-ACCOUNT-EXIT
033600     IF PRIOR-RUN-FOUND
033610      AND WS-HST-RUN-ID (WS-HST-FOUND-SUB) = STA-RUN-ID
033620         ADD STA-RECORD-COUNT
033630             TO WS-HST-RECORD-COUNT (WS-HST-FOUND-SUB)
033640         ADD STA-EVEN-COUNT
033650             TO WS-HST-EVEN-COUNT (WS-HST-FOUND-SUB)
033660         MULTIPLY WS-HST-EVEN-COUNT (WS-HST-FOUND-SUB) BY 100
033670             GIVING WS-PCT-WORK
033680         DIVIDE WS-PCT-WORK
033685             BY WS-HST-RECORD-COUNT (WS-HST-FOUND-SUB)
033690             GIVING WS-HST-EVEN-PCT (WS-HST-FOUND-SUB) ROUNDED
033695         PERFORM 1110-READ-HISTORY THRU 1110-READ-HISTORY-EXIT
033697         GO TO 1120-NOTE-ONE-HISTORY-EXIT
033698     END-IF
033699     IF PRIOR-RUN-FOUND
033700         MOVE STA-EVEN-PCT TO WS-HST-EVEN-PCT (WS-HST-FOUND-SUB)
033800         MOVE STA-RUN-ID   TO WS-HST-RUN-ID (WS-HST-FOUND-SUB)
033810         MOVE STA-RECORD-COUNT
033820             TO WS-HST-RECORD-COUNT (WS-HST-FOUND-SUB)
033830         MOVE STA-EVEN-COUNT
033840             TO WS-HST-EVEN-COUNT (WS-HST-FOUND-SUB)
033900     ELSE
034000         IF WS-HST-COUNT >= WS-HST-MAX
034100             DISPLAY 'PARSTATS - PRIOR-RUN TABLE OVERFLOW AT '
034700         MOVE STA-ACCOUNT-NO TO WS-HST-ACCOUNT (WS-HST-COUNT)
034800         MOVE STA-EVEN-PCT   TO WS-HST-EVEN-PCT (WS-HST-COUNT)
034900         MOVE STA-RUN-ID     TO WS-HST-RUN-ID (WS-HST-COUNT)
034910         MOVE STA-RECORD-COUNT
034920             TO WS-HST-RECORD-COUNT (WS-HST-COUNT)
034930         MOVE STA-EVEN-COUNT TO WS-HST-EVEN-COUNT (WS-HST-COUNT)
035000     END-IF
035100     PERFORM 1110-READ-HISTORY THRU 1110-READ-HISTORY-EXIT.
035200 1120-NOTE-ONE-HISTORY-EXIT.
037600 1135-TEST-ONE-PRIOR-EXIT.
037700     EXIT.
037800
037801******************************************************************
037802*  1140-MAP-SUCCESSOR                                            *
037803*  REPLACES WS-MAP-ACCOUNT BY THE ACCOUNT IT WAS MERGED INTO,    *
037804*  FOLLOWING A CHAIN OF MERGES TO ITS END.  A NUMBER THAT WAS    *
037805*  NEVER RETIRED COMES BACK UNCHANGED.                           *
037806******************************************************************
037807 1140-MAP-SUCCESSOR.
037808     MOVE ZERO TO WS-MRG-HOPS
037809     MOVE 'N' TO WS-MAP-DONE-SW
037810     PERFORM 1145-MAP-ONE-HOP THRU 1145-MAP-ONE-HOP-EXIT
037811         UNTIL MAP-IS-DONE.
037812 1140-MAP-SUCCESSOR-EXIT.
037813     EXIT.
037814
037815 1145-MAP-ONE-HOP.
037816     MOVE ZERO TO WS-MRG-SUB
037817     MOVE ZERO TO WS-MRG-FOUND-SUB
037818     PERFORM 1146-TEST-ONE-MERGE THRU 1146-TEST-ONE-MERGE-EXIT
037819         UNTIL WS-MRG-FOUND-SUB > ZERO
037820            OR WS-MRG-SUB >= WS-MRG-COUNT
037821     IF WS-MRG-FOUND-SUB = ZERO
037822      OR WS-MRG-HOPS >= WS-MRG-HOP-MAX
037823         SET MAP-IS-DONE TO TRUE
037824         GO TO 1145-MAP-ONE-HOP-EXIT
037825     END-IF
037826     ADD 1 TO WS-MRG-HOPS
037827     MOVE WS-MRG-NEW-ACCOUNT (WS-MRG-FOUND-SUB) TO WS-MAP-ACCOUNT.
037828 1145-MAP-ONE-HOP-EXIT.
037829     EXIT.
037830
037831 1146-TEST-ONE-MERGE.
037832     ADD 1 TO WS-MRG-SUB
037833     IF WS-MRG-OLD-ACCOUNT (WS-MRG-SUB) = WS-MAP-ACCOUNT
037834         MOVE WS-MRG-SUB TO WS-MRG-FOUND-SUB
037835     END-IF.
037836 1146-TEST-ONE-MERGE-EXIT.
037837     EXIT.
037899
037900******************************************************************
038000*  1400-WRITE-REPORT-HEADERS                                     *
038100******************************************************************
042120******************************************************************
042130*  2100-PROCESS-ONE-RECORD                                       *
042140*  CONTROL BREAK ON ACCOUNT NUMBER - THE EXTRACT IS IN ACCOUNT   *
042150*  SEQUENCE - THE DRIVING JOB RE-SORTS IT BY ACCOUNT SO RECORDS  *
042155*  RE-ROUTED FROM A RETIRED NUMBER JOIN THEIR SUCCESSOR'S GROUP. *
042160******************************************************************
042170 2100-PROCESS-ONE-RECORD.
042200     IF XTR-ACCOUNT-NO NOT = WS-GRP-ACCOUNT-NO
