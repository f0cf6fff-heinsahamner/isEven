000700*  CLASSIC EVEN/ODD ONES DO.  THE CHANNEL BYTE TELLS A BATCH     *
000800*  DECISION ('B') FROM AN ONLINE PARONLIN ONE ('O') SO THE       *
000900*  QUARTERLY REVIEW SEES EVERY DECISION WHATEVER THE CHANNEL.    *
000910*  AUD-ORIG-ACCOUNT-NO IS THE NUMBER THE INPUT ARRIVED UNDER     *
000920*  WHEN IT WAS RE-ROUTED FROM A RETIRED (MERGED) ACCOUNT TO ITS  *
000930*  SUCCESSOR - AUD-ACCOUNT-NO IS THEN THE SUCCESSOR IT POSTED    *
000940*  TO.  BLANK WHEN THE RECORD POSTED UNDER ITS OWN NUMBER.       *
000941*  AUD-CHAIN-SEQ/-REC-HASH/-CHAIN-HASH MAKE THE TRAIL TAMPER-    *
000942*  EVIDENT - ONE UNBROKEN SEQUENCE ACROSS BATCH AND ONLINE, THE  *
000943*  ARCHIVE AND THE LIVE FILE, A CHECK VALUE OF THE RECORD ITSELF *
000944*  AND ONE CHAINED TO THE PREVIOUS RECORD'S (BOTH COMPUTED BY    *
000945*  PARCHAIN).  THE BATCH RUN STAMPS ITS OWN RECORDS; ONLINE ONES *
000946*  ARE STAMPED BY PARAUDSQ AS PARVSMJB FOLDS THE PAUD QUEUE IN.  *
000947*  PARAUDVF WALKS THE CHAIN - NOTHING MAY EDIT A STAMPED ONE.    *
000948*  AUD-BACKOUT-FLAG MARKS A COMPENSATING RECORD WRITTEN BY THE   *
000949*  PARBKOUT WHOLE-RUN BACKOUT - IT REPEATS THE DECISION IT       *
000950*  UNDOES UNDER THE ORIGINAL RUN-ID, SO THE TRAIL SHOWS BOTH.    *
001000******************************************************************
001100 01  PAR-AUDIT-RECORD.
001200     05  AUD-RUN-ID              PIC X(08).
002130*    SIGNED VALORES WERE SUPPORTED - READ BLANK AS '+').
002140     05  AUD-SIGN                PIC X(01).
002150         88  AUD-IS-NEGATIVE             VALUE '-'.
002160     05  AUD-ORIG-ACCOUNT-NO     PIC X(10).
002170     05  AUD-CHAIN-SEQ           PIC 9(10).
002180     05  AUD-REC-HASH            PIC 9(18).
002190     05  AUD-CHAIN-HASH          PIC 9(18).
002192     05  AUD-BACKOUT-FLAG        PIC X(01).
002194         88  AUD-IS-BACKOUT              VALUE 'B'.
002200     05  FILLER                  PIC X(04).
