000100******************************************************************
000200*  PARAPV - DUAL-CONTROL DECISION CARD LAYOUT                   *
000300*  ONE 80-BYTE CARD PER DECISION ON A PENDING CHANGE (COPYBOOK  *
000400*  PARPND), READ BY PARMAINT FROM TRNCARD FOR ACCOUNT CHANGES   *
000500*  AND BY PAROPMNT FROM OPTCARD FOR OPTIONS CHANGES, IN THE SAME*
000600*  DECK AS THE MAINTENANCE CARDS (PARMNT / PAROPC) OR ON ITS OWN*
000700*  (PARAPVJB).  ACTION 'V' APPROVES AND APPLIES THE CHANGE, 'X' *
000800*  DECLINES IT.  THE CHECKER IS THE USER THE JOB RUNS UNDER AND *
000900*  MAY NOT BE THE USER WHO MADE THE CHANGE.  THE REASON IS KEPT *
001000*  ON THE PENDING RECORD AND PRINTED BY PARPNDRP.               *
001100******************************************************************
001200 01  PAR-APPROVAL-CARD.
001300     05  APV-ACTION              PIC X(01).
001400         88  APV-ACTION-APPROVE          VALUE 'V'.
001500         88  APV-ACTION-DECLINE          VALUE 'X'.
001600     05  APV-PENDING-ID          PIC X(08).
001700     05  APV-REASON              PIC X(30).
001800     05  FILLER                  PIC X(41).
