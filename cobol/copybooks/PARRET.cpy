000100******************************************************************
000200*  PARRET - PER-FEEDER RETURN FILE RECORD LAYOUTS               *
000300*  ONE RETURN FILE PER FEEDER BRANCH (RETFIL1/2/3), WRITTEN BY  *
000400*  PARRETRN FROM THE DAY'S EXTRACT AND REJECT FILES, SO EACH    *
000500*  BRANCH GETS BACK WHAT BECAME OF EVERY RECORD IT SENT.  EACH  *
000600*  FILE IS ONE HEADER, THE BRANCH'S CLASSIFIED RECORDS ('C'),   *
000700*  ITS REJECTS AND DUPLICATES ('R', WITH THE REASON CODE AND    *
000800*  TEXT) AND ONE TRAILER.  RET-VALOR-IN IS IN THE FEEDER'S OWN  *
000900*  INPUT FORM (SIGN BYTE PLUS NINE DIGITS) SO THE BRANCH CAN    *
001000*  MATCH IT AGAINST WHAT IT SENT.  THE TRAILER'S CLASSIFIED     *
001100*  PLUS REJECT COUNT TIES TO RTT-SENT-COUNT, THE SRC-READ-      *
001200*  COUNT PARMERGE PUBLISHED FOR THE BRANCH (COPYBOOK PARSRC).   *
001210*  RET-ACCOUNT-NO IS THE NUMBER THE BRANCH SENT; WHEN THE INPUT *
001220*  WAS RE-ROUTED FROM A RETIRED (MERGED) ACCOUNT THE SUCCESSOR  *
001230*  IT POSTED TO IS IN RET-POSTED-ACCOUNT-NO, BLANK OTHERWISE.   *
001300******************************************************************
001400 01  PAR-RETURN-RECORD.
001500     05  RET-RECORD-TYPE         PIC X(01).
001600         88  RET-IS-HEADER               VALUE 'H'.
001700         88  RET-IS-CLASSIFIED           VALUE 'C'.
001800         88  RET-IS-REJECT               VALUE 'R'.
001900         88  RET-IS-TRAILER              VALUE 'T'.
002000     05  RET-ACCOUNT-NO          PIC X(10).
002100     05  RET-VALOR-IN            PIC X(10).
002200     05  RET-DIVISOR             PIC 9(02).
002300     05  RET-RESTO               PIC 9(02).
002400     05  RET-PARITY-FLAG         PIC X(01).
002500     05  RET-REASON-CODE         PIC X(04).
002600     05  RET-REASON-TEXT         PIC X(30).
002700     05  RET-RUN-ID              PIC X(08).
002750     05  RET-POSTED-ACCOUNT-NO   PIC X(10).
002800     05  FILLER                  PIC X(02).
002900
003000 01  PAR-RETURN-HEADER-RECORD.
003100     05  RTH-RECORD-TYPE         PIC X(01).
003200     05  RTH-SOURCE-CODE         PIC X(01).
003300     05  RTH-RUN-ID              PIC X(08).
003400     05  RTH-BUSINESS-DATE       PIC X(10).
003500     05  RTH-CREATED-DATE        PIC X(10).
003600     05  FILLER                  PIC X(50).
003700
003800 01  PAR-RETURN-TRAILER-RECORD.
003900     05  RTT-RECORD-TYPE         PIC X(01).
004000     05  RTT-SOURCE-CODE         PIC X(01).
004100     05  RTT-RECORD-COUNT        PIC 9(09).
004200     05  RTT-CLASSIFIED-COUNT    PIC 9(09).
004300     05  RTT-REJECT-COUNT        PIC 9(09).
004400     05  RTT-SENT-COUNT          PIC 9(09).
004500     05  RTT-HASH-TOTAL          PIC 9(13).
004600     05  RTT-BALANCE-SW          PIC X(01).
004700         88  RTT-IN-BALANCE              VALUE 'S'.
004800         88  RTT-OUT-OF-BALANCE          VALUE 'N'.
004900     05  FILLER                  PIC X(28).
