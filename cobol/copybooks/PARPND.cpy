000100******************************************************************
000200*  PARPND - PENDING (DUAL-CONTROL) CHANGE RECORD LAYOUT         *
000300*  ONE RECORD PER CHANGE TO THE ACCVSAM ACCOUNT MASTER OR THE   *
000400*  RUN-OPTIONS FILE THAT AWAITS, OR HAS HAD, A SECOND USER'S    *
000500*  DECISION - THE PNDVSAM KSDS (PROD.PARIDADE.PNDVSAM, KEY      *
000600*  PND-ID).  A MAKER'S CHANGE (PARMAINT OR PAROPMNT CARD, OR    *
000700*  THE PARONLIN PARMNT PANEL) IS NOT APPLIED - IT IS WRITTEN    *
000800*  HERE WITH ITS CARD IMAGE, STATUS 'P'.  A CHECKER WHO IS NOT  *
000900*  THE MAKER APPROVES OR DECLINES IT (A 'V' OR 'X' CARD, OR     *
001000*  THE PARONLIN PARAPV PANEL).  AN APPROVED CHANGE IS APPLIED   *
001100*  THERE AND THEN, THROUGH THE SAME VERDICTS A CARD GETS, AND   *
001200*  ENDS 'A' - OR 'F' IF IT NO LONGER PASSES THEM.  AN OPTIONS   *
001300*  CHANGE APPROVED ONLINE WAITS AT 'V' FOR THE NEXT PAROPMNT    *
001400*  RUN (THE OPTIONS FILE IS SEQUENTIAL).  A CHANGE STILL        *
001500*  PENDING AFTER PND-CTL-MAX-AGE DAYS CAN NO LONGER BE          *
001600*  APPROVED AND IS MARKED EXPIRED ('E') BY PARPNDRP.  THE       *
001700*  RECORD WITH KEY ZERO IS THE CONTROL RECORD (PRIMED BY        *
001800*  PARPNDCV) - IT HANDS OUT THE CHANGE NUMBERS AND CARRIES THE  *
001900*  AGE LIMIT PARPNDRP LAST TOOK FROM THE OPTIONS FILE           *
002000*  (KEYWORD PEND-MAX-AGE).                                      *
002100******************************************************************
002200 01  PAR-PENDING-RECORD.
002300     05  PND-ID                  PIC X(08).
002400         88  PND-IS-CONTROL-RECORD       VALUE '00000000'.
002500     05  PND-ID-N REDEFINES PND-ID
002600                                 PIC 9(08).
002700     05  PND-BODY.
002800         10  PND-TARGET          PIC X(01).
002900             88  PND-FOR-ACCOUNTS        VALUE 'A'.
003000             88  PND-FOR-OPTIONS         VALUE 'O'.
003100         10  PND-STATUS          PIC X(01).
003200             88  PND-IS-PENDING          VALUE 'P'.
003300             88  PND-IS-APPROVED-WAITING VALUE 'V'.
003400             88  PND-IS-APPLIED          VALUE 'A'.
003500             88  PND-IS-DECLINED         VALUE 'D'.
003600             88  PND-IS-EXPIRED          VALUE 'E'.
003700             88  PND-IS-FAILED           VALUE 'F'.
003800*        WHO MADE THE CHANGE, THROUGH WHICH CHANNEL ('B' CARD,
003900*        'O' ONLINE PANEL - AS AUD-CHANNEL), AND WHEN.
004000         10  PND-MAKER-USER      PIC X(08).
004100         10  PND-MAKER-CHANNEL   PIC X(01).
004200         10  PND-MAKER-TERM      PIC X(04).
004300         10  PND-MADE-DATE       PIC X(10).
004400         10  PND-MADE-TIME       PIC X(08).
004500*        WHO DECIDED IT AND WHEN - BLANK WHILE PENDING AND ON AN
004600*        EXPIRED CHANGE, WHICH NOBODY DECIDED.
004700         10  PND-CHECKER-USER    PIC X(08).
004800         10  PND-CHECKER-CHANNEL PIC X(01).
004900         10  PND-CHECKER-TERM    PIC X(04).
005000         10  PND-DECIDED-DATE    PIC X(10).
005100         10  PND-DECIDED-TIME    PIC X(08).
005200*        THE VERDICT THE CHANGE GOT WHEN RECORDED OR APPLIED,
005300*        AND THE CHECKER'S REASON FROM THE DECISION CARD OR PANEL.
005400         10  PND-RESULT          PIC X(30).
005500         10  PND-REASON          PIC X(30).
005600*        THE MAKER'S CARD AS PUNCHED OR KEYED - PARMNT FOR AN
005700*        ACCOUNT CHANGE, PAROPC FOR AN OPTIONS CHANGE.
005800         10  PND-CHANGE-IMAGE    PIC X(80).
005900         10  FILLER              PIC X(08).
006000     05  PND-CONTROL-BODY REDEFINES PND-BODY.
006100         10  PND-CTL-LAST-ID     PIC 9(08).
006200         10  PND-CTL-MAX-AGE     PIC 9(03).
006300         10  PND-CTL-AGE-DATE    PIC X(10).
006400         10  FILLER              PIC X(191).
