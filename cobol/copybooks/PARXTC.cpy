001000*  SEGMENT'S COUNTS AND VALOR HASH SO A CONSUMING JOB CAN       *
001100*  FAIL FAST ON A SHORT OR DOUBLED EXTRACT.  THE HASH TOTAL     *
001200*  IS THE PLAIN SUM OF XTR-VALOR KEPT TO 13 DIGITS.             *
001210*  ON A PARTITIONED DAY EVERY PARTITION WRITES ITS OWN          *
001220*  SEGMENTS UNDER THE DAY'S ONE RUN-ID - XTH-PARTITION-NO AND   *
001230*  XTH-EXEC-TIME (THE TIME THE EXECUTION STARTED) TELL THEM     *
001240*  APART, AND ARE BLANK AND THE RUN-ID RESPECTIVELY ON A        *
001250*  SINGLE-STREAM RUN.                                           *
001300******************************************************************
001400 01  PAR-EXTRACT-HEADER-RECORD.
001500     05  XTH-RECORD-ID           PIC X(10).
001600     05  XTH-RUN-ID              PIC X(08).
001700     05  XTH-RUN-DATE            PIC X(10).
001800     05  XTH-DIVISOR             PIC 9(02).
001810     05  XTH-PARTITION-NO        PIC X(02).
001820     05  XTH-EXEC-TIME           PIC X(08).
001900     05  FILLER                  PIC X(10).
002000
002100 01  PAR-EXTRACT-TRAILER-RECORD.
002200     05  XTT-RECORD-ID           PIC X(10).
