000660*  AGAINST THE BUSINESS PROCESSING DATE; BLANK MEANS AT         *
000670*  ONCE), SO A BRANCH'S SCHEME CHANGE CAN BE LOADED AHEAD OF    *
000680*  ITS CUTOVER DAY.                                             *
000681*                                                               *
000682*  ACC-SUCCESSOR-NO / ACC-MERGE-EFF-DATE RECORD A BRANCH        *
000683*  CONSOLIDATION - THE ACCOUNT IS RETIRED INTO THE SUCCESSOR    *
000684*  FROM THE EFFECTIVE DATE ON (CCYY-MM-DD, COMPARED AGAINST     *
000685*  THE BUSINESS PROCESSING DATE).  FROM THAT DAY INPUT STILL    *
000686*  ARRIVING UNDER THE RETIRED NUMBER POSTS TO THE SUCCESSOR     *
000687*  UNDER THE SUCCESSOR'S STATUS AND RULE, AND THE REPORTING     *
000688*  PROGRAMS FOLD THE RETIRED NUMBER'S HISTORY INTO THE          *
000689*  SUCCESSOR'S.  BLANK SUCCESSOR MEANS NOT MERGED.  SET AND     *
000690*  CLEARED BY THE 'M' MAINTENANCE ACTION (PARMAINT, PARONLIN).  *
000700******************************************************************
000800 01  PAR-ACCOUNT-MASTER-RECORD.
000900     05  ACC-ACCOUNT-NO          PIC X(10).
001320     05  ACC-DIVISOR REDEFINES ACC-DIVISOR-X
001330                                 PIC 9(02).
001340     05  ACC-DIV-EFF-DATE        PIC X(10).
001350     05  ACC-SUCCESSOR-NO        PIC X(10).
001360         88  ACC-NOT-MERGED              VALUE SPACES.
001370     05  ACC-MERGE-EFF-DATE      PIC X(10).
001400     05  FILLER                  PIC X(07).
