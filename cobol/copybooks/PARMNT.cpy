000520*  DIVISOR CLEARS THE RULE), 'L' LISTS THE WHOLE MASTER ON      *
000530*  THE REPORT.  THE DIVISOR/EFFECTIVE-DATE COLUMNS MAY ALSO     *
000540*  BE PUNCHED ON AN 'A' CARD TO ADD THE ACCOUNT WITH ITS RULE.  *
000550*  'M' RETIRES THE ACCOUNT INTO A SUCCESSOR FROM AN EFFECTIVE   *
000560*  DATE (BRANCH CONSOLIDATION - SEE PARACC); A BLANK            *
000570*  SUCCESSOR ON AN 'M' CARD WITHDRAWS THE MERGE.                *
000580*  AN 'A', 'C', 'R' OR 'M' CARD IS NOT APPLIED AT ONCE - IT IS  *
000585*  RECORDED AS A PENDING CHANGE (COPYBOOK PARPND) FOR A SECOND  *
000590*  USER TO APPROVE ('V') OR DECLINE ('X') WITH A DECISION CARD  *
000595*  IN COPYBOOK PARAPV FORMAT.                                   *
000600******************************************************************
000700 01  PAR-MAINT-CARD.
000800     05  MNT-ACTION              PIC X(01).
001000         88  MNT-ACTION-CLOSE            VALUE 'C'.
001050         88  MNT-ACTION-RULE             VALUE 'R'.
001100         88  MNT-ACTION-LIST             VALUE 'L'.
001150         88  MNT-ACTION-MERGE            VALUE 'M'.
001160         88  MNT-ACTION-APPROVE          VALUE 'V'.
001170         88  MNT-ACTION-DECLINE          VALUE 'X'.
001200     05  MNT-ACCOUNT-NO          PIC X(10).
001300     05  MNT-ACCOUNT-NAME        PIC X(30).
001310     05  MNT-DIVISOR-X           PIC X(02).
001320     05  MNT-DIVISOR REDEFINES MNT-DIVISOR-X
001330                                 PIC 9(02).
001340     05  MNT-DIV-EFF-DATE        PIC X(10).
001350     05  MNT-SUCCESSOR-NO        PIC X(10).
001360     05  MNT-MERGE-EFF-DATE      PIC X(10).
001400     05  FILLER                  PIC X(07).
