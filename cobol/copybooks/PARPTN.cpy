000100******************************************************************
000200*  PARPTN - PARTITIONED-RUN CONTROL RECORD LAYOUT               *
000300*  ONE 80-BYTE RECORD PER ACCOUNT-RANGE PARTITION OF THE DAY,   *
000400*  WRITTEN BY PARSPLIT WHEN IT SPLITS THE SORTED INPUT (PROD.   *
000500*  PARIDADE.PTNFILE).  EACH PARTITION'S PARIDADE READS ITS OWN  *
000600*  RECORD TO TAKE THE DAY'S RUN-ID - EVERY PARTITION POSTS      *
000700*  UNDER THE ONE RUN-ID, SO RUNHIST, THE EXTRACT AND THE AUDIT  *
000800*  TRAIL STILL SEE ONE RUN PER DAY.  PARJOIN AND PARRECON USE   *
000900*  THE RECORD COUNTS TO PROVE EVERY RECORD PARCOUNT COUNTED     *
001000*  WENT TO EXACTLY ONE PARTITION.  A PARTITION HOLDS THE        *
001050*  ACCOUNTS ABOVE PTN-AFTER-ACCOUNT UP TO AND INCLUDING         *
001100*  PTN-UPTO-ACCOUNT - AFTER IS BLANK ON THE FIRST PARTITION     *
001150*  AND UPTO ON THE LAST.                                        *
001200******************************************************************
001300 01  PAR-PARTITION-RECORD.
001400     05  PTN-PARTITION-NO        PIC X(02).
001500     05  PTN-STREAM-COUNT        PIC 9(02).
001600     05  PTN-RUN-ID              PIC X(08).
001700     05  PTN-RUN-DATE            PIC X(10).
001800     05  PTN-AFTER-ACCOUNT       PIC X(10).
001900     05  PTN-UPTO-ACCOUNT        PIC X(10).
002000     05  PTN-RECORD-COUNT        PIC 9(09).
002100     05  PTN-SPLIT-TIMESTAMP     PIC X(26).
002200     05  FILLER                  PIC X(03).
