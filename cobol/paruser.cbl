000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*   PROGRAM    : PARUSER                                         *
000500*   AUTHOR     : J. AZEVEDO - BATCH SYSTEMS GROUP                *
000600*   INSTALLATION : CENTRO DE PROCESSAMENTO DE DADOS              *
000700*   DATE-WRITTEN : 2026-10-15                                    *
000800*                                                                *
000900*   FUNCTION   : RETURNS THE USER ID THE JOB STEP IS RUNNING     *
001000*                UNDER, FROM THE SECURITY SYSTEM'S ACCESSOR      *
001100*                ENVIRONMENT ELEMENT (ACEE) - SEE COPYBOOK       *
001200*                PARUSR FOR THE PARAMETER AREA.  THE TASK-LEVEL  *
001300*                ACEE (TCBSENV) IS TAKEN WHEN THERE IS ONE,      *
001400*                OTHERWISE THE ADDRESS SPACE'S (ASXBSENV), WHICH *
001500*                FOR A BATCH JOB IS THE USER RACF SIGNED THE JOB *
001600*                ON AS.  NOTHING IN THE JCL CAN CHANGE IT.  THE  *
001700*                CONTROL BLOCKS ARE REACHED FROM THE PSA AT      *
001800*                LOCATION ZERO -                                 *
001900*                  PSATOLD  (PSA +X'21C') - CURRENT TCB          *
002000*                  TCBSENV  (TCB +X'154') - TASK ACEE            *
002100*                  PSAAOLD  (PSA +X'224') - CURRENT ASCB         *
002200*                  ASCBASXB (ASCB+X'06C') - ASXB                 *
002300*                  ASXBSENV (ASXB+X'0C8') - ADDRESS SPACE ACEE   *
002400*                  ACEEUSRI (ACEE+X'015') - USER ID, 8 BYTES     *
002500*                AN ACEE WITHOUT ITS 'ACEE' EYECATCHER OR WITH A *
002600*                BLANK USER ID IS TREATED AS NO USER AT ALL.     *
002700*                NO I/O IS DONE HERE, AS IN PARCALC.             *
002800*                                                                *
002900*   MODIFICATION HISTORY                                         *
003000*   ---------------------------------------------------------    *
003100*   2026-10-15  JA  ORIGINAL.                                    *
003200******************************************************************
003300 PROGRAM-ID. PARUSER.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 77  WS-ACEE-PTR                USAGE POINTER.
004200
004300 LINKAGE SECTION.
004400 COPY PARUSR.
004500
004600******************************************************************
004700*  SYSTEM CONTROL BLOCKS - ONLY THE FIELDS USED ARE NAMED.       *
004800******************************************************************
004900 01  PSA.
005000     05  FILLER                  PIC X(540).
005100     05  PSATOLD                 USAGE POINTER.
005200     05  FILLER                  PIC X(04).
005300     05  PSAAOLD                 USAGE POINTER.
005400
005500 01  TCB.
005600     05  FILLER                  PIC X(340).
005700     05  TCBSENV                 USAGE POINTER.
005800
005900 01  ASCB.
006000     05  FILLER                  PIC X(108).
006100     05  ASCBASXB                USAGE POINTER.
006200
006300 01  ASXB.
006400     05  FILLER                  PIC X(200).
006500     05  ASXBSENV                USAGE POINTER.
006600
006700 01  ACEE.
006800     05  ACEEACEE                PIC X(04).
006900     05  FILLER                  PIC X(16).
007000     05  ACEEUSRL                PIC X(01).
007100     05  ACEEUSRI                PIC X(08).
007200
007300 PROCEDURE DIVISION USING PAR-USER-AREA.
007400
007500******************************************************************
007600*  0000-MAINLINE                                                 *
007700******************************************************************
007800 0000-MAINLINE.
007900     MOVE SPACES TO USR-USER-ID
008000     SET USR-NOT-FOUND TO TRUE
008100     PERFORM 1000-FIND-ACEE THRU 1000-FIND-ACEE-EXIT
008200     IF WS-ACEE-PTR = NULL
008300         GO TO 9999-EXIT
008400     END-IF
008500     SET ADDRESS OF ACEE TO WS-ACEE-PTR
008600     IF ACEEACEE NOT = 'ACEE'
008700         GO TO 9999-EXIT
008800     END-IF
008900     IF ACEEUSRI = SPACES OR ACEEUSRI = LOW-VALUES
009000         GO TO 9999-EXIT
009100     END-IF
009200     MOVE ACEEUSRI TO USR-USER-ID
009300     SET USR-FOUND TO TRUE
009400     GO TO 9999-EXIT.
009500
009600******************************************************************
009700*  1000-FIND-ACEE                                                *
009800*  THE TASK'S OWN ACEE FIRST - SET ONLY WHEN THE TASK RUNS UNDER *
009900*  A DIFFERENT IDENTITY FROM ITS ADDRESS SPACE - THEN THE        *
010000*  ADDRESS SPACE'S.  WS-ACEE-PTR IS LEFT NULL IF THERE IS NONE.  *
010100******************************************************************
010200 1000-FIND-ACEE.
010300     SET WS-ACEE-PTR TO NULL
010400     SET ADDRESS OF PSA TO NULL
010500     IF PSATOLD NOT = NULL
010600         SET ADDRESS OF TCB TO PSATOLD
010700         SET WS-ACEE-PTR TO TCBSENV
010800     END-IF
010900     IF WS-ACEE-PTR NOT = NULL
011000         GO TO 1000-FIND-ACEE-EXIT
011100     END-IF
011200     IF PSAAOLD = NULL
011300         GO TO 1000-FIND-ACEE-EXIT
011400     END-IF
011500     SET ADDRESS OF ASCB TO PSAAOLD
011600     IF ASCBASXB = NULL
011700         GO TO 1000-FIND-ACEE-EXIT
011800     END-IF
011900     SET ADDRESS OF ASXB TO ASCBASXB
012000     SET WS-ACEE-PTR TO ASXBSENV.
012100 1000-FIND-ACEE-EXIT.
012200     EXIT.
012300
012400 9999-EXIT.
012500     GOBACK.
