001000*  RESOLVES TO THE SECOND, AND REPRO TERMINATES ON DUPLICATE    *
001100*  KEYS.  THE KSDS IS REBUILT FROM THE LIVE AUDIT FILE BY       *
001200*  PARVSMJB (SORT KEY-FIRST WITH SEQNUM, THEN IDCAMS REPRO).    *
001210*  THE PARAUD CHAIN FIELDS RIDE ALONG UNCHANGED AT THE END.     *
001300******************************************************************
001400 01  PAR-AUDIT-VSAM-RECORD.
001500     05  AUDV-KEY.
002400     05  AUDV-CHANNEL            PIC X(01).
002410     05  AUDV-SIGN               PIC X(01).
002420         88  AUDV-IS-NEGATIVE            VALUE '-'.
002430     05  AUDV-ORIG-ACCOUNT-NO    PIC X(10).
002440     05  AUDV-CHAIN-SEQ          PIC 9(10).
002450     05  AUDV-REC-HASH           PIC 9(18).
002460     05  AUDV-CHAIN-HASH         PIC 9(18).
002470     05  AUDV-BACKOUT-FLAG       PIC X(01).
002500     05  FILLER                  PIC X(04).
