000100******************************************************************
000200*  PARCHN - PARAMETER AREA FOR THE PARCHAIN SUBPROGRAM          *
000300*  PARCHAIN HOLDS THE ONE COPY OF THE AUDIT CHAIN ARITHMETIC,   *
000400*  CALLED BY EVERY PROGRAM THAT STAMPS A PARAUD RECORD          *
000500*  (PARIDADE, PARAUDSQ) AND BY PARAUDVF TO PROVE ONE.  THE      *
000600*  CALLER PASSES THE WHOLE RECORD AND THE PREVIOUS RECORD'S     *
000700*  CHAIN HASH (ZERO FOR THE FIRST RECORD OF ALL); PARCHAIN      *
000800*  RETURNS THE RECORD'S OWN CHECK VALUE (COMPUTED WITH ITS TWO  *
000900*  HASH FIELDS TAKEN AS ZERO, SO A STAMPED RECORD CAN BE PASSED *
001000*  AS IT STANDS) AND THE NEW CHAIN HASH.  THE STAMPING CALLER   *
001100*  SETS AUD-CHAIN-SEQ FIRST - THE SEQUENCE NUMBER IS PART OF    *
001200*  WHAT THE CHECK VALUE COVERS.                                 *
001300******************************************************************
001400 01  PAR-CHAIN-AREA.
001500     05  CHN-AUDIT-IMAGE         PIC X(130).
001600     05  CHN-PREV-CHAIN-HASH     PIC 9(18).
001700     05  CHN-REC-HASH            PIC 9(18).
001800     05  CHN-CHAIN-HASH          PIC 9(18).
