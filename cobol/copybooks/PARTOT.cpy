001850*  RECONCILIATION PROVES POS + NEG = EVEN + ODD.  THE RECORD    *
001860*  GREW FROM 126 TO 144 BYTES - SEE PARTOTCV FOR THE ONE-TIME   *
001870*  PAD OF THE EXISTING RUN-HISTORY FILE.                        *
001880******************************************************************
001881*  CTL-PARTITION-NO IS SET ON THE RECORD ONE PARTITION OF A     *
001882*  PARTITIONED DAY WRITES (01-08).  PARJOIN SUMS THE            *
001883*  PARTITIONS' RECORDS INTO THE ONE DAY RECORD DOWNSTREAM       *
001884*  READS, WHICH CARRIES IT BLANK LIKE A SINGLE-STREAM RUN'S.    *
001900******************************************************************
002000 01  PAR-CONTROL-TOTALS-RECORD.
002100     05  CTL-RUN-ID              PIC X(08).
003200         10  CTL-SRC-READ-COUNT  PIC 9(09).
003210     05  CTL-POS-COUNT           PIC 9(09).
003220     05  CTL-NEG-COUNT           PIC 9(09).
003300     05  CTL-PARTITION-NO        PIC X(02).
