000100******************************************************************
000200*  PARUSR - PARAMETER AREA FOR THE PARUSER SUBPROGRAM           *
000300*  PARUSER RETURNS THE USER ID THE CALLING JOB IS RUNNING UNDER *
000400*  AS THE SECURITY SYSTEM SIGNED IT ON (THE ACEE), NOT AS ANY   *
000500*  PARM OR CARD SAYS - THE MAKER AND CHECKER OF A DUAL-CONTROL  *
000600*  CHANGE (PARMAINT, PAROPMNT) MUST BE WHO THEY CLAIM TO BE.    *
000700*  USR-NOT-FOUND MEANS NO SIGNED-ON USER COULD BE FOUND; THE    *
000800*  CALLER MUST THEN REFUSE TO RUN.                              *
000900******************************************************************
001000 01  PAR-USER-AREA.
001100     05  USR-USER-ID             PIC X(08).
001200     05  USR-STATUS              PIC X(01).
001300         88  USR-FOUND                   VALUE 'Y'.
001400         88  USR-NOT-FOUND               VALUE 'N'.
