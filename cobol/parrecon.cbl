003820*                    THE BALANCE ALSO PROVES THAT POSITIVES      *
003830*                    PLUS NEGATIVES ACCOUNT FOR EVERY            *
003840*                    CLASSIFIED RECORD (EVEN + ODD).             *
003847*   2026-10-15  JA  PARTITIONED DAYS - WHEN THE PARSPLIT         *
003854*                    PARTITION CONTROL (PTNFILE) IS SUPPLIED,    *
003861*                    THE RECORDS IT ROUTED MUST EQUAL PARCOUNT'S *
003868*                    COUNT, AND EACH PARTITION'S OWN CTLOUT      *
003875*                    (PCTLIN) MUST ACCOUNT FOR ITS SHARE AND     *
003882*                    BALANCE ON ITS OWN; TOGETHER THE PARTITIONS *
003889*                    MUST ADD UP TO THE MERGED DAY RECORD.       *
003900******************************************************************
004000 PROGRAM-ID. PARRECON.
004100 DATE-WRITTEN. 2026-08-09.
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-SRCFILE.
005800
005811     SELECT OPTIONAL PTNFILE ASSIGN TO PTNFILE
005822         ORGANIZATION IS SEQUENTIAL
005833         FILE STATUS IS FS-PTNFILE.
005844
005855     SELECT OPTIONAL PCTLIN ASSIGN TO PCTLIN
005866         ORGANIZATION IS SEQUENTIAL
005877         FILE STATUS IS FS-PCTLIN.
005888
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CNTFILE
007000     RECORDING MODE IS F.
007100     COPY PARSRC.
007200
007204 FD  PTNFILE
007208     RECORDING MODE IS F.
007212     COPY PARPTN.
007216
007220*    THE PARTITIONS' OWN CTLOUT RECORDS - SAME POSITIONS AS IN
007224*    PARTOT.
007228 FD  PCTLIN
007232     RECORDING MODE IS F.
007236 01  PCTLIN-RECORD.
007240     05  PCT-RUN-ID              PIC X(08).
007244     05  FILLER                  PIC X(12).
007248     05  PCT-READ-COUNT          PIC 9(09).
007252     05  PCT-EVEN-COUNT          PIC 9(09).
007256     05  PCT-ODD-COUNT           PIC 9(09).
007260     05  PCT-REJECT-COUNT        PIC 9(09).
007264     05  PCT-DUP-COUNT           PIC 9(09).
007268     05  PCT-SKIP-COUNT          PIC 9(09).
007272     05  FILLER                  PIC X(50).
007276     05  PCT-POS-COUNT           PIC 9(09).
007280     05  PCT-NEG-COUNT           PIC 9(09).
007284     05  PCT-PARTITION-NO        PIC X(02).
007288
007300 WORKING-STORAGE SECTION.
007400 77  FS-CNTFILE                 PIC X(02).
007500 77  FS-CTLIN                   PIC X(02).
007600 77  FS-SRCFILE                 PIC X(02).
007633 77  FS-PTNFILE                 PIC X(02).
007666 77  FS-PCTLIN                  PIC X(02).
007700
007800 77  WS-DISPOSED-COUNT          PIC 9(09) VALUE ZERO.
007850 77  WS-CLASSIFIED-COUNT        PIC 9(09) VALUE ZERO.
008400     88  SRCFILE-IS-PRESENT                 VALUE 'Y'.
008500     88  SRCFILE-IS-ABSENT                  VALUE 'N'.
008600 77  WS-SRC-SUB                 PIC 9(01) VALUE ZERO COMP.
008603
008606*    PARTITIONED DAY - WHAT PARSPLIT ROUTED TO EACH PARTITION AND
008609*    WHAT THAT PARTITION'S OWN CTLOUT SAYS IT DID WITH IT.
008612 77  WS-PTN-EOF-SW              PIC X(01) VALUE 'N'.
008615     88  END-OF-PARTITIONS                  VALUE 'Y'.
008618 77  WS-PCT-EOF-SW              PIC X(01) VALUE 'N'.
008621     88  END-OF-PCTLIN                      VALUE 'Y'.
008624 77  WS-STREAM-COUNT            PIC 9(02) VALUE ZERO COMP.
008627 77  WS-PTN-SUB                 PIC 9(02) VALUE ZERO COMP.
008630 77  WS-PTN-NN                  PIC 9(02) VALUE ZERO.
008633 77  WS-PTN-RUN-ID              PIC X(08) VALUE SPACES.
008636 77  WS-PTN-TOTAL               PIC 9(09) VALUE ZERO.
008639 77  WS-PART-TOTAL-READ         PIC 9(09) VALUE ZERO.
008642 77  WS-PART-SUM-READ           PIC 9(09) VALUE ZERO.
008645 77  WS-PART-SUM-SKIP           PIC 9(09) VALUE ZERO.
008648 77  WS-PART-SUM-DISPOSED       PIC 9(09) VALUE ZERO.
008651
008654 01  WS-PARTITION-TABLE.
008657     05  WS-PR-ENTRY OCCURS 8 TIMES.
008660         10  WS-PR-LISTED-SW    PIC X(01).
008663             88  WS-PR-LISTED              VALUE 'Y'.
008666         10  WS-PR-CTL-SW       PIC X(01).
008669             88  WS-PR-CTL-SEEN            VALUE 'Y'.
008672         10  WS-PR-EXPECTED     PIC 9(09).
008675         10  WS-PR-READ         PIC 9(09).
008678         10  WS-PR-SKIP         PIC 9(09).
008681         10  WS-PR-DISPOSED     PIC 9(09).
008684         10  WS-PR-CLASSIFIED   PIC 9(09).
008687         10  WS-PR-SIGNED       PIC 9(09).
008700
008800 PROCEDURE DIVISION.
008900******************************************************************
020800                 'RESTART RUN (SKIP COUNT > 0)'
020900         END-IF
021000     END-IF
021033     PERFORM 3200-RECONCILE-PARTITIONS
021066         THRU 3200-RECONCILE-PARTITIONS-EXIT
021100     IF RECON-IS-OUT-OF-BALANCE
021200         MOVE 8 TO RETURN-CODE
021300     ELSE
024700     ADD 1 TO WS-SRC-SUB.
024800 3110-CHECK-ONE-SOURCE-EXIT.
024900     EXIT.
024901
024902******************************************************************
024903*  3200-RECONCILE-PARTITIONS - ONLY ON A PARTITIONED DAY, WHEN   *
024904*  THE JOB SUPPLIES PARSPLIT'S PTNFILE.  PROVES THAT THE         *
024905*  PARTITIONS TOGETHER ACCOUNT FOR EVERY RECORD PARCOUNT SAW -   *
024906*    - THE COUNTS PARSPLIT ROUTED ADD UP TO PARCOUNT'S COUNT;    *
024907*    - EVERY PARTITION PUBLISHED ITS OWN CTLOUT (PCTLIN) ONCE,   *
024908*      READ + SKIPPED EQUAL TO WHAT IT WAS ROUTED, AND ITS       *
024909*      DISPOSITIONS BALANCE THE SAME WAY THE DAY'S DO;           *
024910*    - THE PARTITIONS' READ, SKIPPED AND DISPOSED ADD UP TO THE  *
024911*      MERGED DAY RECORD ON CTLIN.                               *
024912*  PCTLIN RECORDS OF ANOTHER RUN-ID (A PARTITION NOT IN USE      *
024913*  TODAY) ARE PASSED OVER.                                       *
024914******************************************************************
024915 3200-RECONCILE-PARTITIONS.
024916     OPEN INPUT PTNFILE
024917     IF FS-PTNFILE NOT = '00'
024918         GO TO 3200-RECONCILE-PARTITIONS-EXIT
024919     END-IF
024920     MOVE SPACES TO WS-PARTITION-TABLE
024921     MOVE 1 TO WS-PTN-SUB
024922     PERFORM 3210-CLEAR-PARTITION THRU 3210-CLEAR-PARTITION-EXIT
024923         UNTIL WS-PTN-SUB > 8
024924     PERFORM 3220-READ-ONE-PARTITION
024925         THRU 3220-READ-ONE-PARTITION-EXIT
024926         UNTIL END-OF-PARTITIONS
024927     CLOSE PTNFILE
024928     IF WS-STREAM-COUNT = ZERO
024929         GO TO 3200-RECONCILE-PARTITIONS-EXIT
024930     END-IF
024931     MOVE WS-STREAM-COUNT TO WS-PTN-NN
024932     DISPLAY 'PARRECON - PARTITIONS           = ' WS-PTN-NN
024933     DISPLAY 'PARRECON - PARSPLIT ROUTED      = ' WS-PTN-TOTAL
024934     IF WS-PTN-TOTAL NOT = CNT-RECORD-COUNT
024935         SET RECON-IS-OUT-OF-BALANCE TO TRUE
024936         DISPLAY 'PARRECON - OUT OF BALANCE - '
024937             'PARSPLIT AND PARCOUNT DISAGREE ON RECORDS'
024938     END-IF
024939     IF WS-PTN-RUN-ID NOT = CTL-RUN-ID
024940         SET RECON-IS-OUT-OF-BALANCE TO TRUE
024941         DISPLAY 'PARRECON - OUT OF BALANCE - PTNFILE IS RUN '
024942             WS-PTN-RUN-ID ' BUT CTLIN IS RUN ' CTL-RUN-ID
024943     END-IF
024944     OPEN INPUT PCTLIN
024945     IF FS-PCTLIN NOT = '00'
024946         SET RECON-IS-OUT-OF-BALANCE TO TRUE
024947         DISPLAY 'PARRECON - OUT OF BALANCE - PTNFILE '
024948             'SUPPLIED WITHOUT THE PARTITION TOTALS (PCTLIN)'
024949         GO TO 3200-RECONCILE-PARTITIONS-EXIT
024950     END-IF
024951     PERFORM 3230-READ-ONE-PART-TOTAL
024952         THRU 3230-READ-ONE-PART-TOTAL-EXIT
024953         UNTIL END-OF-PCTLIN
024954     CLOSE PCTLIN
024955     MOVE 1 TO WS-PTN-SUB
024956     PERFORM 3240-CHECK-ONE-PARTITION
024957         THRU 3240-CHECK-ONE-PARTITION-EXIT
024958         UNTIL WS-PTN-SUB > WS-STREAM-COUNT
024959     DISPLAY 'PARRECON - PARTITIONS READ      = ' WS-PART-SUM-READ
024960     DISPLAY 'PARRECON - PARTITIONS SKIPPED   = ' WS-PART-SUM-SKIP
024961     DISPLAY 'PARRECON - PARTITIONS DISPOSED  = '
024962         WS-PART-SUM-DISPOSED
024963     IF WS-PART-SUM-READ NOT = CTL-READ-COUNT
024964      OR WS-PART-SUM-SKIP NOT = CTL-SKIP-COUNT
024965      OR WS-PART-SUM-DISPOSED NOT = WS-DISPOSED-COUNT
024966         SET RECON-IS-OUT-OF-BALANCE TO TRUE
024967         DISPLAY 'PARRECON - OUT OF BALANCE - '
024968             'PARTITIONS DO NOT ADD UP TO THE MERGED DAY'
024969     END-IF.
024970 3200-RECONCILE-PARTITIONS-EXIT.
024971     EXIT.
024972
024973 3210-CLEAR-PARTITION.
024974     MOVE ZERO TO WS-PR-EXPECTED (WS-PTN-SUB)
024975                  WS-PR-READ (WS-PTN-SUB)
024976                  WS-PR-SKIP (WS-PTN-SUB)
024977                  WS-PR-DISPOSED (WS-PTN-SUB)
024978                  WS-PR-CLASSIFIED (WS-PTN-SUB)
024979                  WS-PR-SIGNED (WS-PTN-SUB)
024980     ADD 1 TO WS-PTN-SUB.
024981 3210-CLEAR-PARTITION-EXIT.
024982     EXIT.
025000
025001 3220-READ-ONE-PARTITION.
025002     READ PTNFILE
025003         AT END
025004             SET END-OF-PARTITIONS TO TRUE
025005             GO TO 3220-READ-ONE-PARTITION-EXIT
025006     END-READ
025007     IF PTN-PARTITION-NO NOT NUMERIC
025008      OR PTN-STREAM-COUNT NOT NUMERIC
025009         GO TO 3220-READ-ONE-PARTITION-EXIT
025010     END-IF
025011     MOVE PTN-PARTITION-NO TO WS-PTN-NN
025012     IF WS-PTN-NN < 1 OR WS-PTN-NN > 8
025013         GO TO 3220-READ-ONE-PARTITION-EXIT
025014     END-IF
025015     MOVE PTN-STREAM-COUNT TO WS-STREAM-COUNT
025016     MOVE PTN-RUN-ID       TO WS-PTN-RUN-ID
025017     SET WS-PR-LISTED (WS-PTN-NN) TO TRUE
025018     MOVE PTN-RECORD-COUNT TO WS-PR-EXPECTED (WS-PTN-NN)
025019     ADD PTN-RECORD-COUNT  TO WS-PTN-TOTAL.
025020 3220-READ-ONE-PARTITION-EXIT.
025021     EXIT.
025022
025023 3230-READ-ONE-PART-TOTAL.
025024     READ PCTLIN
025025         AT END
025026             SET END-OF-PCTLIN TO TRUE
025027             GO TO 3230-READ-ONE-PART-TOTAL-EXIT
025028     END-READ
025029     IF PCT-RUN-ID NOT = WS-PTN-RUN-ID
025030      OR PCT-PARTITION-NO NOT NUMERIC
025031         GO TO 3230-READ-ONE-PART-TOTAL-EXIT
025032     END-IF
025033     MOVE PCT-PARTITION-NO TO WS-PTN-NN
025034     IF WS-PTN-NN < 1 OR WS-PTN-NN > WS-STREAM-COUNT
025035         GO TO 3230-READ-ONE-PART-TOTAL-EXIT
025036     END-IF
025037     IF WS-PR-CTL-SEEN (WS-PTN-NN)
025038         SET RECON-IS-OUT-OF-BALANCE TO TRUE
025039         DISPLAY 'PARRECON - OUT OF BALANCE - PARTICAO '
025040             PCT-PARTITION-NO ' PUBLISHED ITS TOTALS TWICE'
025041         GO TO 3230-READ-ONE-PART-TOTAL-EXIT
025042     END-IF
025043     SET WS-PR-CTL-SEEN (WS-PTN-NN) TO TRUE
025044     MOVE PCT-READ-COUNT TO WS-PR-READ (WS-PTN-NN)
025045     MOVE PCT-SKIP-COUNT TO WS-PR-SKIP (WS-PTN-NN)
025046     ADD PCT-EVEN-COUNT PCT-ODD-COUNT PCT-REJECT-COUNT
025047         PCT-DUP-COUNT
025048         GIVING WS-PR-DISPOSED (WS-PTN-NN)
025049     ADD PCT-EVEN-COUNT PCT-ODD-COUNT
025050         GIVING WS-PR-CLASSIFIED (WS-PTN-NN)
025051     ADD PCT-POS-COUNT PCT-NEG-COUNT
025052         GIVING WS-PR-SIGNED (WS-PTN-NN).
025053 3230-READ-ONE-PART-TOTAL-EXIT.
025054     EXIT.
025055
025056 3240-CHECK-ONE-PARTITION.
025057     MOVE WS-PTN-SUB TO WS-PTN-NN
025058     IF NOT WS-PR-LISTED (WS-PTN-SUB)
025059      OR NOT WS-PR-CTL-SEEN (WS-PTN-SUB)
025060         SET RECON-IS-OUT-OF-BALANCE TO TRUE
025061         DISPLAY 'PARRECON - OUT OF BALANCE - PARTICAO '
025062             WS-PTN-NN ' MISSING FROM PTNFILE OR PCTLIN'
025063         GO TO 3240-CHECK-ONE-PARTITION-NEXT
025064     END-IF
025065     ADD WS-PR-READ (WS-PTN-SUB) WS-PR-SKIP (WS-PTN-SUB)
025066         GIVING WS-PART-TOTAL-READ
025067     DISPLAY 'PARRECON - PARTICAO ' WS-PTN-NN
025068         ' ROUTED=' WS-PR-EXPECTED (WS-PTN-SUB)
025069         ' READ+SKIP=' WS-PART-TOTAL-READ
025070         ' DISPOSED=' WS-PR-DISPOSED (WS-PTN-SUB)
025071     IF WS-PART-TOTAL-READ NOT = WS-PR-EXPECTED (WS-PTN-SUB)
025072         SET RECON-IS-OUT-OF-BALANCE TO TRUE
025073         DISPLAY 'PARRECON - OUT OF BALANCE - PARTICAO '
025074             WS-PTN-NN ' READ + SKIP DOES NOT EQUAL ROUTED'
025075     END-IF
025076     IF WS-PR-READ (WS-PTN-SUB) NOT = WS-PR-DISPOSED (WS-PTN-SUB)
025077         SET RECON-IS-OUT-OF-BALANCE TO TRUE
025078         DISPLAY 'PARRECON - OUT OF BALANCE - PARTICAO '
025079             WS-PTN-NN ' DISPOSED DOES NOT EQUAL READ'
025080     END-IF
025081     IF WS-PR-SIGNED (WS-PTN-SUB)
025082        NOT = WS-PR-CLASSIFIED (WS-PTN-SUB)
025083         SET RECON-IS-OUT-OF-BALANCE TO TRUE
025084         DISPLAY 'PARRECON - OUT OF BALANCE - PARTICAO '
025085             WS-PTN-NN ' POS + NEG DOES NOT EQUAL EVEN + ODD'
025086     END-IF
025087     ADD WS-PR-READ (WS-PTN-SUB)     TO WS-PART-SUM-READ
025088     ADD WS-PR-SKIP (WS-PTN-SUB)     TO WS-PART-SUM-SKIP
025089     ADD WS-PR-DISPOSED (WS-PTN-SUB) TO WS-PART-SUM-DISPOSED.
025090 3240-CHECK-ONE-PARTITION-NEXT.
025091     ADD 1 TO WS-PTN-SUB.
025092 3240-CHECK-ONE-PARTITION-EXIT.
025093     EXIT.
025094
025100******************************************************************
025200*  9000-TERMINATE                                                *
025300******************************************************************
