000200*  PAROPT - RUN-OPTIONS RECORD LAYOUT                           *
000300*  ONE 80-BYTE RECORD PER TUNING OPTION ON THE OPERATIONS-      *
000400*  MAINTAINED OPTIONS FILE (PROD.PARIDADE.OPTIONS, MAINTAINED   *
000500*  AND LISTED BY PAROPMNT).  PARIDADE, PARHIST, PARSTATS,       *
000600*  PARRESUM, PARREVMT AND PARPNDRP READ THE FILE AT START - AN  *
000700*  ABSENT FILE, AN UNKNOWN KEYWORD OR A NON-NUMERIC VALUE       *
000800*  LEAVES THE PROGRAM'S BUILT-IN DEFAULT IN FORCE.              *
000900*                                                               *
001000*  KEYWORDS AND VALUE FORMATS -                                 *
001100*     CHKPT-INT     9(09)      PARIDADE CHECKPOINT INTERVAL     *
002100*                              THRESHOLD (DEFAULT 10.00)        *
002200*     STAT-TOL-PCT  999V99     PARSTATS ANOMALY TOLERANCE       *
002300*                              (DEFAULT 10.00)                  *
002301*     SUM-AVG-PCT   999V99     PARRESUM - HOW FAR ABOVE THE     *
002302*                              10-RUN AVERAGE REJECTS OR        *
002303*                              DUPLICATES MAY GO BEFORE THE     *
002304*                              DAY IS AMBER (DEFAULT 50.00)     *
002305*     REV-WINDOW    9(09)      PARREVMT REVERSAL LOOK-BACK      *
002306*                              WINDOW IN CALENDAR DAYS          *
002307*                              (DEFAULT 30)                     *
002308*     PEND-MAX-AGE  9(09)      PARPNDRP - CALENDAR DAYS A       *
002309*                              PENDING (DUAL-CONTROL) CHANGE    *
002311*                              MAY WAIT FOR A DECISION BEFORE   *
002312*                              IT EXPIRES (DEFAULT 5)           *
002315*                                                               *
002320*  9(09) VALUES FILL COLS 13-21; 999V99 VALUES FILL COLS 13-17  *
002330*  (E.G. 01000 = 10.00) WITH COLS 18-21 LEFT BLANK OR ZERO.     *
002331*                                                               *
002336*  PARTITIONED RUN (PARSPLIT) -                                 *
002341*     PART-STREAMS  9(09)      NUMBER OF ACCOUNT-RANGE          *
002346*                              PARTITIONS THE DAY RUNS IN,      *
002351*                              1 TO 8 (DEFAULT 1)               *
002356*     PART-UPTO-NN  X(10)      HIGHEST ACCOUNT NUMBER OF        *
002361*                              PARTITION NN (01-07) - THE LAST  *
002366*                              PARTITION TAKES EVERY ACCOUNT    *
002371*                              ABOVE THE BOUND BEFORE IT, SO N  *
002376*                              STREAMS NEED N-1 ASCENDING       *
002381*                              BOUNDS (NO DEFAULT)              *
002386*  ACCOUNT VALUES FILL COLS 13-22 (OPT-VALUE-ACCOUNT) - COL 22  *
002391*  IS BLANK ON EVERY OTHER KEYWORD.                             *
002400******************************************************************
002500 01  PAR-OPTION-RECORD.
002600     05  OPT-KEYWORD             PIC X(12).
002610     05  OPT-VALUE-AREA.
002700         10  OPT-VALUE-X         PIC X(09).
002800         10  FILLER REDEFINES OPT-VALUE-X.
002900             15  OPT-VALUE-NUM   PIC 9(09).
003000         10  FILLER REDEFINES OPT-VALUE-X.
003100             15  OPT-VALUE-PCT   PIC 9(03)V9(02).
003200             15  FILLER          PIC X(04).
003210         10  OPT-VALUE-EXT       PIC X(01).
003220     05  FILLER REDEFINES OPT-VALUE-AREA.
003230         10  OPT-VALUE-ACCOUNT   PIC X(10).
003300     05  FILLER                  PIC X(58).
