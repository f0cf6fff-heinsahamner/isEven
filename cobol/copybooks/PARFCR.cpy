000100******************************************************************
000200*  PARFCR - FEEDER FILE CONTROL (HEADER/TRAILER) LAYOUTS        *
000300*  EVERY FEEDER-BRANCH FILE (INFILE1/2/3) ARRIVES BRACKETED BY  *
000400*  ONE HEADER AND ONE TRAILER IN THE SAME 60-BYTE SHAPE AS THE  *
000500*  PARREC DETAILS - THE SENTINEL IN THE ACCOUNT-NUMBER          *
000600*  POSITION TELLS THEM APART (SEE THE LEVEL-88S IN PARREC).     *
000700*  THE HEADER CARRIES THE SENDING BRANCH, THE BUSINESS DATE     *
000800*  THE FILE WAS CUT FOR AND THE BRANCH'S OWN FILE SEQUENCE      *
000900*  NUMBER; THE TRAILER CARRIES THE DETAIL COUNT AND THE VALOR   *
001000*  HASH - THE PLAIN SUM OF THE NINE VALOR DIGITS (BYTES 2-10 OF *
001100*  PAR-VALOR-IN, SIGN IGNORED), KEPT TO 13 DIGITS.  PARMERGE    *
001200*  PROVES BOTH BEFORE ANY DETAIL IS CONSOLIDATED AND RECORDS    *
001300*  EACH ACCEPTED FILE IN THE RECEIVED-FILES REGISTRY (PARRCV).  *
001400******************************************************************
001500 01  PAR-FEEDER-HEADER-RECORD.
001600     05  FDH-RECORD-ID           PIC X(10).
001700     05  FDH-BRANCH-ID           PIC X(01).
001800     05  FDH-FILE-DATE           PIC X(10).
001900     05  FDH-FILE-SEQ            PIC 9(06).
002000     05  FILLER                  PIC X(33).
002100
002200 01  PAR-FEEDER-TRAILER-RECORD.
002300     05  FDT-RECORD-ID           PIC X(10).
002400     05  FDT-RECORD-COUNT        PIC 9(09).
002500     05  FDT-HASH-TOTAL          PIC 9(13).
002600     05  FILLER                  PIC X(28).
