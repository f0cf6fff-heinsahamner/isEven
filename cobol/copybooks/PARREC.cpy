000700*  IS STAMPED BY PARMERGE - '1'/'2'/'3' FOR THE FEEDER BRANCH    *
000800*  FILES, 'R' FOR RECYCLED REJECTS - AND IS BLANK ON RECORDS     *
000900*  THAT DID NOT PASS THROUGH THE CONSOLIDATION STEP.             *
000910*  A FEEDER FILE AS RECEIVED ALSO CARRIES A HEADER AND A         *
000920*  TRAILER IN THIS SAME SHAPE (SEE PARFCR) - THE SENTINEL IN     *
000930*  THE ACCOUNT-NUMBER POSITION (LEVEL-88S BELOW) TELLS THEM      *
000940*  FROM A DETAIL.  PARMERGE PROVES AND DROPS THEM, SO NOTHING    *
000950*  DOWNSTREAM OF THE CONSOLIDATION EVER SEES ONE.                *
001000******************************************************************
001100 01  PAR-INPUT-RECORD.
001200     05  PAR-ACCOUNT-NO          PIC X(10).
001210         88  PAR-IS-FEEDER-HEADER        VALUE '**HEADER**'.
001220         88  PAR-IS-FEEDER-TRAILER       VALUE '**TRAILER*'.
001230         88  PAR-IS-FEEDER-CONTROL-REC   VALUE '**HEADER**'
001240                                               '**TRAILER*'.
001300     05  PAR-VALOR-IN            PIC X(10).
001400     05  PAR-SOURCE-CODE         PIC X(01).
001500     05  FILLER                  PIC X(39).
