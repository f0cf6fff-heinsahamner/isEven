000900     05  REJ-VALOR-IN            PIC X(10).
001000     05  REJ-REASON-CODE         PIC X(04).
001100     05  REJ-REASON-TEXT         PIC X(30).
001110*    THE PAR-SOURCE-CODE THE REJECTED RECORD ARRIVED UNDER, SO
001120*    PARRETRN CAN RETURN EACH REJECT TO THE BRANCH THAT SENT IT.
001130     05  REJ-SOURCE-CODE         PIC X(01).
001200     05  FILLER                  PIC X(05).
