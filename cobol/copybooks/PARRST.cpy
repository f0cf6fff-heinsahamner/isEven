000700*  NORMAL RUN REFUSES TO START OVER IT, AND A RESTART RUN       *
000800*  USES ITS RUN-ID TO PICK THE LAST CHECKPOINT OUT OF CHKFILE   *
000900*  BY ITSELF - NO HAND-PUNCHED RESTART POSITION.                *
000910*  'B' MEANS THE RUN WAS REVERSED BY THE PARBKOUT BACKOUT -     *
000920*  THE DAY IS OPEN TO BE RUN AGAIN ON THE SAME BUSINESS DATE.   *
000930*  A PARTITIONED DAY KEEPS ONE SUCH FILE PER PARTITION AS WELL  *
000940*  (RST-PARTITION-NO SET) BESIDE THE DAY'S OWN, WHICH PARSPLIT  *
000950*  MARKS ACTIVE AND PARJOIN MARKS COMPLETE ONCE EVERY           *
000960*  PARTITION HAS COMPLETED.  THE DAY'S OWN RECORD CARRIES 'PT'  *
000970*  IN RST-PARTITION-NO WHILE IT STANDS FOR A PARTITIONED DAY.   *
001000******************************************************************
001100 01  PAR-RUN-STATE-RECORD.
001200     05  RST-RUN-ID              PIC X(08).
001400     05  RST-STATUS              PIC X(01).
001500         88  RST-RUN-ACTIVE              VALUE 'A'.
001600         88  RST-RUN-COMPLETE            VALUE 'C'.
001650         88  RST-RUN-BACKED-OUT          VALUE 'B'.
001700     05  RST-START-TIMESTAMP     PIC X(26).
001800     05  RST-END-TIMESTAMP       PIC X(26).
001810     05  RST-PARTITION-NO        PIC X(02).
001820         88  RST-PARTITIONED-DAY         VALUE 'PT'.
001900     05  FILLER                  PIC X(07).
