000100******************************************************************
000200*  PARRCV - RECEIVED FEEDER FILES REGISTRY RECORD LAYOUT        *
000300*  ONE RECORD PER FEEDER FILE PARMERGE HAS ACCEPTED, ON THE     *
000400*  PERMANENT RCVVSAM KSDS (KEY RCV-KEY, BRANCH PLUS THE         *
000500*  BRANCH'S FILE SEQUENCE NUMBER FROM THE FEEDER HEADER - SEE   *
000600*  PARFCR).  A FILE WHOSE BRANCH/SEQUENCE IS ALREADY HERE IS    *
000700*  REFUSED AS A DUPLICATE, EXCEPT THE VERY SAME FILE (SAME      *
000800*  FILE DATE, COUNT AND HASH) PRESENTED AGAIN FOR THE SAME      *
000900*  BUSINESS DATE - THE PARIDRST RESTART OR A RERUN OF A DAY     *
001000*  THAT NEVER ROLLED FORWARD RE-CONSOLIDATES ITS OWN INPUT.     *
001100*  A REJECTED FILE IS NEVER REGISTERED, SO THE BRANCH CAN       *
001200*  RESEND IT CORRECTED UNDER THE SAME SEQUENCE NUMBER.          *
001300*  PARRCVRP PRINTS THE REGISTRY BY BUSINESS DATE.  A RECORD     *
001400*  WITH THE ALL-NINES KEY IS THE LOAD-PRIMING DUMMY (SEE        *
001500*  PARRCVJB) AND IS IGNORED BY EVERY READER.                    *
001600******************************************************************
001700 01  PAR-RECEIVED-FILE-RECORD.
001800     05  RCV-KEY.
001900         10  RCV-BRANCH-ID       PIC X(01).
002000         10  RCV-FILE-SEQ        PIC 9(06).
002100     05  FILLER REDEFINES RCV-KEY.
002200         10  RCV-KEY-TEXT        PIC X(07).
002300             88  RCV-IS-PRIME-RECORD     VALUE '9999999'.
002400     05  RCV-FILE-DATE           PIC X(10).
002500     05  RCV-BUSINESS-DATE       PIC X(10).
002600     05  RCV-MERGE-RUN-ID        PIC X(08).
002700     05  RCV-RECORD-COUNT        PIC 9(09).
002800     05  RCV-HASH-TOTAL          PIC 9(13).
002900     05  RCV-RECEIVED-DATE       PIC X(10).
003000     05  RCV-RECEIVED-TIME       PIC X(08).
003100     05  FILLER                  PIC X(05).
