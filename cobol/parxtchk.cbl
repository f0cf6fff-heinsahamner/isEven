002500*   MODIFICATION HISTORY                                         *
002600*   ---------------------------------------------------------    *
002700*   2026-09-03  JA  ORIGINAL.                                    *
002710*   2026-10-15  JA  A PARTITIONED DAY WRITES ONE SEGMENT PER     *
002720*                   PARTITION EXECUTION UNDER THE DAY'S ONE      *
002730*                   RUN-ID - THE DOUBLED-FILE CHECK NOW KEYS ON  *
002740*                   RUN-ID, PARTITION AND EXECUTION START TIME   *
002750*                   (SEE PARXTC), AND THE TABLE HOLDS 40.        *
002800******************************************************************
002900 PROGRAM-ID. PARXTCHK.
003000 DATE-WRITTEN. 2026-09-03.
006400 77  WS-TOT-DETAIL-COUNT        PIC 9(09) VALUE ZERO COMP.
006410
006420******************************************************************
006430*  KEYS OF THE SEGMENTS SEEN SO FAR - A LEGITIMATE MULTI-       *
006440*  SEGMENT FILE (A RESTARTED OR PARTITIONED DAY) CARRIES A      *
006450*  DISTINCT RUN-ID, PARTITION AND START TIME PER EXECUTION, SO  *
006460*  A KEY THAT REPEATS MEANS THE EXTRACT WAS APPENDED OR COPIED  *
006465*  TWICE - EACH COPY PROVES CLEAN ON ITS OWN, AND THIS TABLE IS *
006470*  WHAT CATCHES THE DOUBLING.  A DAILY FILE HOLDS AT MOST EIGHT *
006480*  PARTITIONS AND THEIR RESTARTS, SO MORE SEGMENTS THAN THE     *
006490*  TABLE HOLDS IS ITSELF A BROKEN FILE.                         *
006500******************************************************************
006510 77  WS-RID-FOUND-SW            PIC X(01) VALUE 'N'.
006520     88  RUN-ID-SEEN                      VALUE 'Y'.
006530     88  RUN-ID-NEW                       VALUE 'N'.
006540 77  WS-RID-MAX                 PIC 9(03) VALUE 40 COMP.
006550 77  WS-RID-COUNT               PIC 9(03) VALUE ZERO COMP.
006560 77  WS-RID-SUB                 PIC 9(03) VALUE ZERO COMP.
006564
006568 01  WS-SEG-KEY.
006572     05  WS-SEG-KEY-RUN-ID       PIC X(08).
006574     05  WS-SEG-KEY-PARTITION    PIC X(02).
006576     05  WS-SEG-KEY-EXEC-TIME    PIC X(08).
006578
006580 01  WS-RUN-ID-TABLE.
006590     05  WS-RID-ENTRY OCCURS 40 TIMES
006595                                 PIC X(18).
006598
006600******************************************************************
006700*  HEADER/TRAILER WORK COPIES - THE FD RECORD IS REPARSED        *
014900     SET SEGMENT-OPEN TO TRUE
015000     ADD 1 TO WS-SEGMENT-COUNT
015100     MOVE XTH-RUN-ID TO WS-SEG-RUN-ID
015110     MOVE XTH-RUN-ID       TO WS-SEG-KEY-RUN-ID
015120     MOVE XTH-PARTITION-NO TO WS-SEG-KEY-PARTITION
015130     MOVE XTH-EXEC-TIME    TO WS-SEG-KEY-EXEC-TIME
015200     MOVE ZERO TO WS-SEG-DETAIL-COUNT
015300     MOVE ZERO TO WS-SEG-EVEN-COUNT
015400     MOVE ZERO TO WS-SEG-ODD-COUNT
015710
015720******************************************************************
015730*  2250-NOTE-RUN-ID                                              *
015740*  EVERY EXECUTION WRITES EXACTLY ONE SEGMENT, SO A SEGMENT KEY  *
015750*  ALREADY ON THE TABLE MEANS THE FILE CARRIES THE SAME          *
015760*  EXECUTION TWICE - A DOUBLED EXTRACT, HOWEVER CLEAN EACH       *
015770*  COPY PROVES ON ITS OWN.                                       *
015796     IF RUN-ID-SEEN
015798         SET EXTRACT-IS-BROKEN TO TRUE
015800         DISPLAY 'PARXTCHK - RUN-ID ' WS-SEG-RUN-ID
015801             ' PARTICAO ' WS-SEG-KEY-PARTITION
015802             ' REPETIDO - ARQUIVO DUPLICADO'
015804         GO TO 2250-NOTE-RUN-ID-EXIT
015806     END-IF
015816         GO TO 2250-NOTE-RUN-ID-EXIT
015818     END-IF
015820     ADD 1 TO WS-RID-COUNT
015822     MOVE WS-SEG-KEY TO WS-RID-ENTRY (WS-RID-COUNT).
015824 2250-NOTE-RUN-ID-EXIT.
015826     EXIT.
015828
015830 2260-TEST-ONE-RUN-ID.
015832     ADD 1 TO WS-RID-SUB
015834     IF WS-RID-ENTRY (WS-RID-SUB) = WS-SEG-KEY
015836         SET RUN-ID-SEEN TO TRUE
015838     END-IF.
015840 2260-TEST-ONE-RUN-ID-EXIT.
