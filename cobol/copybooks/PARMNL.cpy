000100******************************************************************
000200*  PARMNL - ONLINE ACCOUNT MAINTENANCE LOG RECORD LAYOUT        *
000300*  ONE RECORD PER MAINTENANCE ACTION RECORDED AS PENDING ON     *
000400*  THE PARONLIN PARMNT PANEL, OR DECIDED ON THE PARAPV PANEL    *
000410*  (MNL-RESULT THEN HOLDS PENDENTE/APLICADA/NAO APLIC/RECUSADA/ *
000420*  EXPIRADA AND THE PNDVSAM CHANGE NUMBER), WRITTEN TO THE PMNT *
000430*  TRANSIENT DATA                                               *
000500*  QUEUE - THE ONLINE COUNTERPART OF THE PRINTED PARMAINT       *
000600*  MAINTENANCE REPORT, SO EVERY CHANGE TO THE ACCVSAM MASTER    *
000700*  IS ON RECORD WHICHEVER CHANNEL MADE IT.  THE QUEUE'S         *
001500     05  MNL-ACTION              PIC X(01).
001600     05  MNL-ACCOUNT-NO          PIC X(10).
001700     05  MNL-ACCOUNT-NAME        PIC X(30).
001710*    A MERGE ('M') ACTION HAS NO NAME - THE SAME BYTES CARRY THE
001720*    SUCCESSOR AND THE MERGE EFFECTIVE DATE INSTEAD.
001730     05  MNL-MERGE-DETAIL REDEFINES MNL-ACCOUNT-NAME.
001740         10  MNL-SUCCESSOR-NO    PIC X(10).
001750         10  MNL-MERGE-EFF-DATE  PIC X(10).
001760         10  FILLER              PIC X(10).
001800     05  MNL-RESULT              PIC X(20).
001900     05  FILLER                  PIC X(01).
