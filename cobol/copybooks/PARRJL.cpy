000100******************************************************************
000200*  PARRJL - ONLINE REJECT ACTION LOG RECORD LAYOUT              *
000300*  ONE RECORD PER CORRECTION OR WRITE-OFF APPLIED THROUGH THE   *
000400*  PARONLIN PARREJ REJECT WORK QUEUE PANEL, WRITTEN TO THE PREJ *
000500*  TRANSIENT DATA QUEUE AFTER THE ITEM HAS COME OFF THE SUSVSAM *
000600*  SUSPENSE KSDS.  THE QUEUE'S EXTRAPARTITION DATA SET          *
000700*  (PROD.PARIDADE.PREJQ) IS READ BY THE NEXT PARREPAR RUN,      *
000800*  WHICH WRITES THE RECYCLE RECORD FOR EACH ONLINE CORRECTION   *
000900*  AND LISTS EVERY ONLINE ACTION ON THE DISPOSITION REPORT      *
001000*  BESIDE THE CARD-DRIVEN ONES; PARREPJB THEN EMPTIES THE       *
001100*  DATA SET.                                                    *
001200******************************************************************
001300 01  PAR-REJECT-ACTION-RECORD.
001400     05  RJL-TIMESTAMP           PIC X(26).
001500     05  RJL-USERID              PIC X(08).
001600     05  RJL-TERMID              PIC X(04).
001700     05  RJL-ACTION              PIC X(01).
001800         88  RJL-ACTION-CORRECT          VALUE 'C'.
001900         88  RJL-ACTION-WRITEOFF         VALUE 'W'.
002000     05  RJL-ACCOUNT-NO          PIC X(10).
002100     05  RJL-VALOR-ORIG          PIC X(10).
002200*    THE CORRECTED VALOR, ALREADY PASSED BY PARCALC - BLANK ON A
002300*    WRITE-OFF.
002400     05  RJL-VALOR-NEW           PIC X(10).
002500     05  RJL-REASON-CODE         PIC X(04).
002600     05  RJL-REASON-TEXT         PIC X(30).
002700     05  RJL-DATE-FIRST-SEEN     PIC X(10).
002800     05  FILLER                  PIC X(07).
