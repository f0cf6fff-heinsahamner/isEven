000100******************************************************************
000200*  PARREV - OPEN REVERSIBLE ENTRIES RECORD LAYOUT               *
000300*  ONE RECORD PER ENTRY STILL INSIDE THE REVERSAL LOOK-BACK     *
000400*  WINDOW ON THE REVVSAM KSDS (KEY REV-KEY - ACCOUNT, ABSOLUTE  *
000500*  VALOR, BUSINESS DATE POSTED AND A SEQUENCE THAT KEEPS EQUAL  *
000600*  ENTRIES APART).  PARREVMT FEEDS IT FROM EACH DAY'S EXTRACT - *
000700*  A POSITIVE VALOR IS AN ORIGINAL THAT MAY LATER BE REVERSED,  *
000800*  A NEGATIVE ONE IS A REVERSAL THAT FOUND NO ORIGINAL TO       *
000900*  CANCEL AND WAITS HERE FOR ONE TO ARRIVE.  REV-STATUS TRACKS  *
001000*  HOW FAR AN ORIGINAL HAS BEEN REVERSED AND WHY A REVERSAL IS  *
001100*  WAITING.  ENTRIES THAT AGE PAST THE WINDOW (OPTIONS KEYWORD  *
001200*  REV-WINDOW) ARE REMOVED BY PARREVMT - A WAITING REVERSAL IS  *
001300*  REPORTED AS IT GOES.  THE RECORD WITH THE ALL-NINES KEY IS   *
001400*  THE LOAD-PRIMING RECORD (SEE PARREVJB) AND DOUBLES AS THE    *
001500*  CONTROL RECORD - ITS REV-RUN-ID AND REV-LAST-DATE NAME THE   *
001600*  LAST EXTRACT APPLIED, SO ONE RUN CAN NEVER BE MATCHED TWICE. *
001700******************************************************************
001800 01  PAR-REVERSIBLE-RECORD.
001900     05  REV-KEY.
002000         10  REV-ACCOUNT-NO      PIC X(10).
002100         10  REV-VALOR           PIC 9(09).
002200         10  REV-ENTRY-DATE      PIC X(10).
002300         10  REV-ENTRY-SEQ       PIC 9(05).
002400     05  FILLER REDEFINES REV-KEY.
002500         10  REV-KEY-TEXT        PIC X(34).
002600             88  REV-IS-CONTROL-RECORD
002700                 VALUE '99999999999999999999999-12-3199999'.
002800     05  REV-ENTRY-SIGN          PIC X(01).
002900         88  REV-IS-ORIGINAL             VALUE '+'.
003000         88  REV-IS-REVERSAL             VALUE '-'.
003100*    AN ORIGINAL IS OPEN, PARTLY REVERSED OR REVERSED; A WAITING
003200*    REVERSAL EITHER HAD NO ORIGINAL AT ALL OR ONLY ONE THAT WAS
003300*    ALREADY REVERSED (A DOUBLE REVERSAL).
003400     05  REV-STATUS              PIC X(01).
003500         88  REV-IS-OPEN                 VALUE 'O'.
003600         88  REV-IS-PARTLY-REVERSED      VALUE 'P'.
003700         88  REV-IS-REVERSED             VALUE 'R'.
003800         88  REV-IS-UNMATCHED            VALUE 'U'.
003900         88  REV-IS-DOUBLE               VALUE 'D'.
004000*    HOW MUCH OF AN ORIGINAL'S VALOR HAS BEEN REVERSED SO FAR.
004100     05  REV-REVERSED-VALOR      PIC 9(09).
004200     05  REV-RUN-ID              PIC X(08).
004300*    BUSINESS DATE OF THE LAST REVERSAL APPLIED TO AN ORIGINAL.
004400     05  REV-LAST-DATE           PIC X(10).
004500     05  REV-SOURCE-CODE         PIC X(01).
004600     05  FILLER                  PIC X(16).
