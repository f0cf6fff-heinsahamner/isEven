000500*  OPTION, 'D' DELETES IT BACK TO THE BUILT-IN DEFAULT, 'L'     *
000600*  LISTS THE WHOLE OPTIONS FILE ON THE REPORT.  KEYWORDS AND    *
000700*  VALUE FORMATS ARE THE ONES IN COPYBOOK PAROPT.               *
000710*  THE VALUE IS COLS 14-22, OR COLS 14-23 FOR AN ACCOUNT-VALUED *
000720*  KEYWORD (PART-UPTO-NN).                                      *
000730*  AN 'S' OR 'D' CARD IS NOT APPLIED AT ONCE - IT IS RECORDED   *
000740*  AS A PENDING CHANGE (COPYBOOK PARPND) FOR A SECOND USER TO   *
000750*  APPROVE ('V') OR DECLINE ('X') WITH A DECISION CARD IN       *
000760*  COPYBOOK PARAPV FORMAT.                                      *
000800******************************************************************
000900 01  PAR-OPTION-CARD.
001000     05  OPC-ACTION              PIC X(01).
001100         88  OPC-ACTION-SET              VALUE 'S'.
001200         88  OPC-ACTION-DELETE           VALUE 'D'.
001300         88  OPC-ACTION-LIST             VALUE 'L'.
001310         88  OPC-ACTION-APPROVE          VALUE 'V'.
001320         88  OPC-ACTION-DECLINE          VALUE 'X'.
001400     05  OPC-KEYWORD             PIC X(12).
001410     05  OPC-VALUE-AREA.
001500         10  OPC-VALUE-X         PIC X(09).
001510         10  OPC-VALUE-EXT       PIC X(01).
001600     05  FILLER                  PIC X(57).
