003200*   MODIFICATION HISTORY                                         *
003300*   ---------------------------------------------------------    *
003400*   2026-09-03  JA  ORIGINAL.                                    *
003410*   2026-10-15  JA  A RETIRED (MERGED) ACCOUNT'S STATISTICS AND  *
003420*                    EXTRACT RECORDS NOW FOLD INTO ITS           *
003430*                    SUCCESSOR'S PAGE (ACCFILE), SO THE MONTH    *
003440*                    TOTALS AND THE COMPARISON LINE RUN ON       *
003450*                    ACROSS A RENUMBERING.                       *
003460*   2026-10-15  JA  RECORDS OF ONE ACCOUNT ON ONE DATE (THE OLD  *
003470*                    NUMBER AND ITS SUCCESSOR BEFORE THE MERGE)  *
003480*                    NOW COUNT AS ONE ACTIVE DAY, AND THE BEST/  *
003490*                    WORST DAY IS TAKEN ON THE DAY'S TOTAL.      *
003500******************************************************************
003600 PROGRAM-ID. PARMESTA.
003700 DATE-WRITTEN. 2026-09-03.
005400
005500     SELECT OPTIONAL ACCFILE ASSIGN TO ACCFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ACC-ACCOUNT-NO
005900         FILE STATUS IS FS-ACCFILE.
006000
012100     88  MONTH-ENTRY-NOT-FOUND            VALUE 'N'.
012200 77  WS-DIVERGE-SW              PIC X(01) VALUE 'N'.
012300     88  ANY-DIVERGENCE                   VALUE 'Y'.
012310 77  WS-MST-EOF-SW              PIC X(01) VALUE 'N'.
012320     88  END-OF-MASTER                    VALUE 'Y'.
012330 77  WS-MAP-DONE-SW             PIC X(01) VALUE 'N'.
012340     88  MAP-IS-DONE                      VALUE 'Y'.
012400
012500******************************************************************
012600*  COUNTERS AND ACCUMULATORS                                     *
015800 77  WS-DIFF-SIGNED             PIC S9(09) VALUE ZERO.
015900
016000 77  WS-GRP-ACCOUNT-NO          PIC X(10) VALUE SPACES.
016003
016006******************************************************************
016009*  MERGE TABLE - EVERY ACCOUNT RETIRED INTO A SUCCESSOR BY THE   *
016012*  END OF THE REPORT MONTH, LOADED FROM THE ACCOUNT MASTER.  THE *
016015*  FINAL ACCOUNT IS THE END OF THE MERGE CHAIN; THE CARRIED      *
016018*  COUNTS ARE THE RETIRED NUMBER'S EXTRACT RECORDS, PRINTED ON   *
016021*  THE FINAL ACCOUNT'S PAGE.                                     *
016024******************************************************************
016027 77  WS-MRG-MAX                 PIC 9(05) VALUE 500 COMP.
016030 77  WS-MRG-COUNT               PIC 9(05) VALUE ZERO COMP.
016033 77  WS-MRG-SUB                 PIC 9(05) VALUE ZERO COMP.
016036 77  WS-MRG-FOUND-SUB           PIC 9(05) VALUE ZERO COMP.
016039 77  WS-MRG-FOLD-SUB            PIC 9(05) VALUE ZERO COMP.
016042 77  WS-MRG-FLUSH-SUB           PIC 9(05) VALUE ZERO COMP.
016045 77  WS-MRG-HOPS                PIC 9(02) VALUE ZERO COMP.
016048 77  WS-MRG-HOP-MAX             PIC 9(02) VALUE 5 COMP.
016051 77  WS-MAP-ACCOUNT             PIC X(10) VALUE SPACES.
016054
016057 01  WS-MERGE-TABLE.
016060     05  WS-MRG-ENTRY OCCURS 500 TIMES.
016063         10  WS-MRG-OLD-ACCOUNT  PIC X(10).
016066         10  WS-MRG-NEW-ACCOUNT  PIC X(10).
016069         10  WS-MRG-FINAL-ACCOUNT PIC X(10).
016072         10  WS-MRG-EFF-DATE     PIC X(10).
016075         10  WS-MRG-CARRY-RECS   PIC 9(09) COMP.
016078         10  WS-MRG-CARRY-EVEN   PIC 9(09) COMP.
016081         10  WS-MRG-CARRY-ODD    PIC 9(09) COMP.
016084         10  WS-MRG-FOLDED-SW    PIC X(01).
016087             88  MERGE-PAIR-FOLDED         VALUE 'Y'.
016100
016200******************************************************************
016300*  REPORT MONTH AND PRIOR MONTH (CCYY-MM)                        *
020500         10  WS-MES-PRI-DAYS     PIC 9(05) COMP.
020600         10  WS-MES-PRI-RECS     PIC 9(09) COMP.
020700         10  WS-MES-PRI-EVEN     PIC 9(09) COMP.
020710         10  WS-MES-LAST-DATE    PIC X(10).
020720         10  WS-MES-DAY-RECS     PIC 9(09) COMP.
020730         10  WS-MES-PRI-LAST-DATE PIC X(10).
020800
020900******************************************************************
021000*  RUN DATE WORK AREAS                                           *
028100     05  FILLER                  PIC X(52) VALUE
028200         '* DIVERGENCIA ENTRE EXTRATO E ESTATISTICA DO MES *'.
028300     05  FILLER                  PIC X(80) VALUE SPACES.
028305
028310 01  WS-RPT-MERGED-LINE.
028315     05  FILLER                  PIC X(19)
028320         VALUE 'CONTA INCORPORADA: '.
028325     05  RPT-M-ACCOUNT           PIC X(10).
028330     05  FILLER                  PIC X(10) VALUE ' FUSAO EM '.
028335     05  RPT-M-DATE              PIC X(10).
028340     05  FILLER                  PIC X(12) VALUE ' REGISTROS: '.
028345     05  RPT-M-RECS              PIC ZZZ,ZZZ,ZZ9.
028350     05  FILLER                  PIC X(60) VALUE SPACES.
028400
028500 01  WS-RPT-GRAND-TITLE.
028600     05  FILLER                  PIC X(28)
029600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
029700     PERFORM 1100-LOAD-STATISTICS THRU 1100-LOAD-STATISTICS-EXIT.
029800     PERFORM 1200-ROLL-UP-RUNHIST THRU 1200-ROLL-UP-RUNHIST-EXIT.
029850     PERFORM 1300-CARRY-RETIRED THRU 1300-CARRY-RETIRED-EXIT.
029900     PERFORM 2000-READ-EXTRACT THRU 2000-READ-EXTRACT-EXIT.
030000     IF NOT END-OF-EXTRACT
030100         MOVE XTR-ACCOUNT-NO TO WS-GRP-ACCOUNT-NO
030700         PERFORM 3000-WRITE-STATEMENT-PAGE
030800             THRU 3000-WRITE-STATEMENT-PAGE-EXIT
030900     END-IF.
030950     PERFORM 3400-WRITE-CARRIED-ONLY
030960         THRU 3400-WRITE-CARRIED-ONLY-EXIT.
031000     PERFORM 8000-WRITE-GRAND-TOTALS
031100         THRU 8000-WRITE-GRAND-TOTALS-EXIT.
031200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
035500     IF FS-ACCFILE NOT = '00'
035600         MOVE 'N' TO WS-ACCFILE-PRESENT-SW
035700     END-IF
035710     IF ACCFILE-IS-PRESENT
035720         PERFORM 1080-LOAD-MERGES THRU 1080-LOAD-MERGES-EXIT
035730     END-IF
035800     OPEN OUTPUT RPTFILE
035900     IF FS-RPTFILE NOT = '00'
036000         DISPLAY 'PARMESTA - UNABLE TO OPEN RPTFILE, STATUS='
036500 1000-INITIALIZE-EXIT.
036600     EXIT.
036700
036701******************************************************************
036702*  1080-LOAD-MERGES                                              *
036703*  EVERY ACCOUNT RETIRED INTO A SUCCESSOR (PARMAINT 'M' CARD) BY *
036704*  THE END OF THE REPORT MONTH, SO ITS MONTH IS REPORTED UNDER   *
036705*  THE SUCCESSOR.  THE FINAL ACCOUNT OF EACH CHAIN IS RESOLVED   *
036706*  ONCE HERE.  NO MASTER LEAVES EVERY NUMBER STANDING ALONE.     *
036707******************************************************************
036708 1080-LOAD-MERGES.
036709     MOVE LOW-VALUES TO ACC-ACCOUNT-NO
036710     START ACCFILE KEY NOT < ACC-ACCOUNT-NO
036711         INVALID KEY
036712             SET END-OF-MASTER TO TRUE
036713     END-START
036714     PERFORM 1085-NOTE-ONE-MERGE THRU 1085-NOTE-ONE-MERGE-EXIT
036715         UNTIL END-OF-MASTER
036716     MOVE ZERO TO WS-MRG-FOLD-SUB
036717     PERFORM 1090-RESOLVE-ONE-MERGE
036718         THRU 1090-RESOLVE-ONE-MERGE-EXIT
036719         UNTIL WS-MRG-FOLD-SUB >= WS-MRG-COUNT.
036720 1080-LOAD-MERGES-EXIT.
036721     EXIT.
036722
036723 1085-NOTE-ONE-MERGE.
036724     READ ACCFILE NEXT
036725         AT END
036726             SET END-OF-MASTER TO TRUE
036727             GO TO 1085-NOTE-ONE-MERGE-EXIT
036728     END-READ
036729     IF ACC-NOT-MERGED
036730      OR ACC-MERGE-EFF-DATE (1:7) > WS-REPORT-MONTH
036731         GO TO 1085-NOTE-ONE-MERGE-EXIT
036732     END-IF
036733     IF WS-MRG-COUNT >= WS-MRG-MAX
036734         DISPLAY 'PARMESTA - MERGE TABLE OVERFLOW AT '
036735             WS-MRG-MAX ' ACCOUNTS'
036736         MOVE 16 TO RETURN-CODE
036737         GO TO 9999-EXIT
036738     END-IF
036739     ADD 1 TO WS-MRG-COUNT
036740     INITIALIZE WS-MRG-ENTRY (WS-MRG-COUNT)
036741     MOVE ACC-ACCOUNT-NO     TO WS-MRG-OLD-ACCOUNT (WS-MRG-COUNT)
036742     MOVE ACC-SUCCESSOR-NO   TO WS-MRG-NEW-ACCOUNT (WS-MRG-COUNT)
036743     MOVE ACC-MERGE-EFF-DATE TO WS-MRG-EFF-DATE (WS-MRG-COUNT)
036744     MOVE 'N'                TO WS-MRG-FOLDED-SW (WS-MRG-COUNT).
036745 1085-NOTE-ONE-MERGE-EXIT.
036746     EXIT.
036747
036748 1090-RESOLVE-ONE-MERGE.
036749     ADD 1 TO WS-MRG-FOLD-SUB
036750     MOVE WS-MRG-OLD-ACCOUNT (WS-MRG-FOLD-SUB) TO WS-MAP-ACCOUNT
036751     PERFORM 1160-MAP-SUCCESSOR THRU 1160-MAP-SUCCESSOR-EXIT
036752     MOVE WS-MAP-ACCOUNT
036753       TO WS-MRG-FINAL-ACCOUNT (WS-MRG-FOLD-SUB).
036754 1090-RESOLVE-ONE-MERGE-EXIT.
036755     EXIT.
036800******************************************************************
036900*  1100-LOAD-STATISTICS                                          *
037000*  ONE PASS OVER THE PARSTA HISTORY - RECORDS DATED IN THE       *
038300     PERFORM 1120-NOTE-ONE-HISTORY
038400         THRU 1120-NOTE-ONE-HISTORY-EXIT
038500         UNTIL END-OF-HISTORY
038600     CLOSE HSTFILE
038610     MOVE ZERO TO WS-MES-SUB
038620     PERFORM 1147-CLOSE-ONE-ENTRY THRU 1147-CLOSE-ONE-ENTRY-EXIT
038630         UNTIL WS-MES-SUB >= WS-MES-COUNT.
038700 1100-LOAD-STATISTICS-EXIT.
038800     EXIT.
038900
039600     EXIT.
039700
039800 1120-NOTE-ONE-HISTORY.
039810     IF WS-MRG-COUNT > ZERO
039820         MOVE STA-ACCOUNT-NO TO WS-MAP-ACCOUNT
039830         PERFORM 1160-MAP-SUCCESSOR THRU 1160-MAP-SUCCESSOR-EXIT
039840         MOVE WS-MAP-ACCOUNT TO STA-ACCOUNT-NO
039850     END-IF
039900     IF STA-RUN-DATE (1:7) = WS-REPORT-MONTH
040000         PERFORM 1130-FIND-MONTH-ENTRY
040100             THRU 1130-FIND-MONTH-ENTRY-EXIT
045400
045500******************************************************************
045600*  1140-POST-MONTH-RECORD                                        *
045700*  ONE ACCOUNT-DAY MAY ARRIVE AS MORE THAN ONE PARSTA RECORD -   *
045800*  A RETIRED NUMBER AND ITS SUCCESSOR BOTH POSTED BEFORE THE     *
045810*  MERGE DATE.  THE FILE IS IN RUN ORDER, SO A RECORD DATED AS   *
045820*  THE ENTRY'S LAST ONE ADDS TO THAT DAY; A NEW DATE CLOSES THE  *
045830*  DAY BEFORE IT (1145) AND BUMPS THE DAY COUNT.  THE SUMS TAKE  *
045840*  EVERY RECORD.                                                 *
045900******************************************************************
046000 1140-POST-MONTH-RECORD.
046010     IF WS-MES-LAST-DATE (WS-MES-FOUND-SUB) = STA-RUN-DATE
046020         ADD STA-RECORD-COUNT
046030           TO WS-MES-DAY-RECS (WS-MES-FOUND-SUB)
046040     ELSE
046050         PERFORM 1145-CLOSE-DAY THRU 1145-CLOSE-DAY-EXIT
046100         ADD 1 TO WS-MES-DAYS (WS-MES-FOUND-SUB)
046110         MOVE STA-RUN-DATE
046120           TO WS-MES-LAST-DATE (WS-MES-FOUND-SUB)
046130         MOVE STA-RECORD-COUNT
046140           TO WS-MES-DAY-RECS (WS-MES-FOUND-SUB)
046150     END-IF
046200     ADD STA-RECORD-COUNT TO WS-MES-RECS (WS-MES-FOUND-SUB)
046300     ADD STA-EVEN-COUNT   TO WS-MES-EVEN (WS-MES-FOUND-SUB)
046400     ADD STA-ODD-COUNT    TO WS-MES-ODD (WS-MES-FOUND-SUB).
047900 1140-POST-MONTH-RECORD-EXIT.
048000     EXIT.
048100
048102******************************************************************
048104*  1145-CLOSE-DAY                                                *
048106*  THE ENTRY'S LAST DAY IS COMPLETE - TEST ITS TOTAL AGAINST THE *
048108*  BEST/WORST DAY WATERMARKS.                                    *
048110******************************************************************
048112 1145-CLOSE-DAY.
048114     IF WS-MES-LAST-DATE (WS-MES-FOUND-SUB) = SPACES
048116         GO TO 1145-CLOSE-DAY-EXIT
048118     END-IF
048120     IF WS-MES-BEST-DATE (WS-MES-FOUND-SUB) = SPACES
048122      OR WS-MES-DAY-RECS (WS-MES-FOUND-SUB)
048124          > WS-MES-BEST-RECS (WS-MES-FOUND-SUB)
048126         MOVE WS-MES-LAST-DATE (WS-MES-FOUND-SUB)
048128           TO WS-MES-BEST-DATE (WS-MES-FOUND-SUB)
048130         MOVE WS-MES-DAY-RECS (WS-MES-FOUND-SUB)
048132           TO WS-MES-BEST-RECS (WS-MES-FOUND-SUB)
048134     END-IF
048136     IF WS-MES-WORST-DATE (WS-MES-FOUND-SUB) = SPACES
048138      OR WS-MES-DAY-RECS (WS-MES-FOUND-SUB)
048140          < WS-MES-WORST-RECS (WS-MES-FOUND-SUB)
048142         MOVE WS-MES-LAST-DATE (WS-MES-FOUND-SUB)
048144           TO WS-MES-WORST-DATE (WS-MES-FOUND-SUB)
048146         MOVE WS-MES-DAY-RECS (WS-MES-FOUND-SUB)
048148           TO WS-MES-WORST-RECS (WS-MES-FOUND-SUB)
048150     END-IF.
048152 1145-CLOSE-DAY-EXIT.
048154     EXIT.
048156
048158 1147-CLOSE-ONE-ENTRY.
048160     ADD 1 TO WS-MES-SUB
048162     MOVE WS-MES-SUB TO WS-MES-FOUND-SUB
048164     PERFORM 1145-CLOSE-DAY THRU 1145-CLOSE-DAY-EXIT.
048166 1147-CLOSE-ONE-ENTRY-EXIT.
048168     EXIT.
048170
048200 1150-POST-PRIOR-RECORD.
048210     IF WS-MES-PRI-LAST-DATE (WS-MES-FOUND-SUB) NOT = STA-RUN-DATE
048300         ADD 1 TO WS-MES-PRI-DAYS (WS-MES-FOUND-SUB)
048310         MOVE STA-RUN-DATE
048320           TO WS-MES-PRI-LAST-DATE (WS-MES-FOUND-SUB)
048330     END-IF
048400     ADD STA-RECORD-COUNT TO WS-MES-PRI-RECS (WS-MES-FOUND-SUB)
048500     ADD STA-EVEN-COUNT   TO WS-MES-PRI-EVEN (WS-MES-FOUND-SUB).
048600 1150-POST-PRIOR-RECORD-EXIT.
048700     EXIT.
048800
048801******************************************************************
048802*  1160-MAP-SUCCESSOR                                            *
048803*  REPLACES WS-MAP-ACCOUNT BY THE ACCOUNT IT WAS MERGED INTO,    *
048804*  FOLLOWING A CHAIN OF MERGES TO ITS END.  A NUMBER THAT WAS    *
048805*  NEVER RETIRED COMES BACK UNCHANGED.                           *
048806******************************************************************
048807 1160-MAP-SUCCESSOR.
048808     MOVE ZERO TO WS-MRG-HOPS
048809     MOVE 'N' TO WS-MAP-DONE-SW
048810     PERFORM 1165-MAP-ONE-HOP THRU 1165-MAP-ONE-HOP-EXIT
048811         UNTIL MAP-IS-DONE.
048812 1160-MAP-SUCCESSOR-EXIT.
048813     EXIT.
048814
048815 1165-MAP-ONE-HOP.
048816     PERFORM 1170-FIND-RETIRED THRU 1170-FIND-RETIRED-EXIT
048817     IF WS-MRG-FOUND-SUB = ZERO
048818      OR WS-MRG-HOPS >= WS-MRG-HOP-MAX
048819         SET MAP-IS-DONE TO TRUE
048820         GO TO 1165-MAP-ONE-HOP-EXIT
048821     END-IF
048822     ADD 1 TO WS-MRG-HOPS
048823     MOVE WS-MRG-NEW-ACCOUNT (WS-MRG-FOUND-SUB) TO WS-MAP-ACCOUNT.
048824 1165-MAP-ONE-HOP-EXIT.
048825     EXIT.
048826
048827******************************************************************
048828*  1170-FIND-RETIRED                                             *
048829*  LOOKS WS-MAP-ACCOUNT UP AS A RETIRED NUMBER - WS-MRG-FOUND-SUB*
048830*  COMES BACK ZERO WHEN IT WAS NEVER MERGED.                     *
048831******************************************************************
048832 1170-FIND-RETIRED.
048833     MOVE ZERO TO WS-MRG-SUB
048834     MOVE ZERO TO WS-MRG-FOUND-SUB
048835     PERFORM 1175-TEST-ONE-MERGE THRU 1175-TEST-ONE-MERGE-EXIT
048836         UNTIL WS-MRG-FOUND-SUB > ZERO
048837            OR WS-MRG-SUB >= WS-MRG-COUNT.
048838 1170-FIND-RETIRED-EXIT.
048839     EXIT.
048840
048841 1175-TEST-ONE-MERGE.
048842     ADD 1 TO WS-MRG-SUB
048843     IF WS-MRG-OLD-ACCOUNT (WS-MRG-SUB) = WS-MAP-ACCOUNT
048844         MOVE WS-MRG-SUB TO WS-MRG-FOUND-SUB
048845     END-IF.
048846 1175-TEST-ONE-MERGE-EXIT.
048847     EXIT.
048900******************************************************************
049000*  1200-ROLL-UP-RUNHIST                                          *
049100*  SUMS THE PARTOT RUN-HISTORY RECORDS DATED IN THE REPORT       *
053100 1220-NOTE-ONE-RUN-EXIT.
053200     EXIT.
053300
053301******************************************************************
053302*  1300-CARRY-RETIRED                                            *
053303*  A FIRST PASS OVER THE EXTRACT THAT GATHERS THE RECORDS POSTED *
053304*  UNDER A RETIRED NUMBER (BEFORE ITS MERGE TOOK EFFECT) INTO THE*
053305*  MERGE TABLE, SO THEY PRINT ON THE SUCCESSOR'S PAGE WHEREVER   *
053306*  THE SORT PLACED THEM.  THE EXTRACT IS THEN REOPENED FOR THE   *
053307*  STATEMENT PASS, WHICH SKIPS THOSE RECORDS.                    *
053308******************************************************************
053309 1300-CARRY-RETIRED.
053310     IF WS-MRG-COUNT = ZERO
053311         GO TO 1300-CARRY-RETIRED-EXIT
053312     END-IF
053313     PERFORM 1310-CARRY-ONE-RECORD THRU 1310-CARRY-ONE-RECORD-EXIT
053314         UNTIL END-OF-EXTRACT
053315     CLOSE XTRIN
053316     MOVE 'N' TO WS-XTR-EOF-SW
053317     OPEN INPUT XTRIN
053318     IF FS-XTRIN NOT = '00'
053319         DISPLAY 'PARMESTA - UNABLE TO REOPEN XTRIN, STATUS='
053320             FS-XTRIN
053321         MOVE 16 TO RETURN-CODE
053322         GO TO 9999-EXIT
053323     END-IF.
053324 1300-CARRY-RETIRED-EXIT.
053325     EXIT.
053326
053327 1310-CARRY-ONE-RECORD.
053328     READ XTRIN
053329         AT END
053330             SET END-OF-EXTRACT TO TRUE
053331             GO TO 1310-CARRY-ONE-RECORD-EXIT
053332     END-READ
053333     IF XTR-IS-CONTROL-REC
053334         GO TO 1310-CARRY-ONE-RECORD-EXIT
053335     END-IF
053336     MOVE XTR-ACCOUNT-NO TO WS-MAP-ACCOUNT
053337     PERFORM 1170-FIND-RETIRED THRU 1170-FIND-RETIRED-EXIT
053338     IF WS-MRG-FOUND-SUB = ZERO
053339         GO TO 1310-CARRY-ONE-RECORD-EXIT
053340     END-IF
053341     ADD 1 TO WS-XTR-READ-COUNT
053342     ADD 1 TO WS-MRG-CARRY-RECS (WS-MRG-FOUND-SUB)
053343     IF XTR-IS-EVEN
053344         ADD 1 TO WS-MRG-CARRY-EVEN (WS-MRG-FOUND-SUB)
053345     ELSE
053346         ADD 1 TO WS-MRG-CARRY-ODD (WS-MRG-FOUND-SUB)
053347     END-IF.
053348 1310-CARRY-ONE-RECORD-EXIT.
053349     EXIT.
053400******************************************************************
053500*  2000-READ-EXTRACT                                             *
053510*  THE EXTRACT CARRIES ONE HEADER AND ONE TRAILER PER WRITING    *
053520*  EXECUTION (SEE PARXTC) - THE SORT SCATTERS THEM THROUGH THE   *
053530*  MONTH FILE, SO CONTROL RECORDS ARE READ PAST WHEREVER THEY    *
053540*  TURN UP.  A RETIRED NUMBER'S RECORDS WERE GATHERED BY         *
053545*  1300-CARRY-RETIRED AND ARE PASSED OVER HERE AS WELL.          *
053600******************************************************************
053700 2000-READ-EXTRACT.
053800     READ XTRIN
054100     END-READ
054110     IF XTR-IS-CONTROL-REC
054120         GO TO 2000-READ-EXTRACT
054130     END-IF
054140     IF WS-MRG-COUNT > ZERO
054145         MOVE XTR-ACCOUNT-NO TO WS-MAP-ACCOUNT
054150         PERFORM 1170-FIND-RETIRED THRU 1170-FIND-RETIRED-EXIT
054155         IF WS-MRG-FOUND-SUB > ZERO
054160             GO TO 2000-READ-EXTRACT
054165         END-IF
054170     END-IF.
054200 2000-READ-EXTRACT-EXIT.
054300     EXIT.
054400
061800******************************************************************
061900 3000-WRITE-STATEMENT-PAGE.
062000     ADD 1 TO WS-ACCT-COUNT
062010     PERFORM 3050-ADD-CARRIED-COUNTS
062020         THRU 3050-ADD-CARRIED-COUNTS-EXIT
062100     PERFORM 2200-FIND-GROUP-ENTRY
062200         THRU 2200-FIND-GROUP-ENTRY-EXIT
062300     PERFORM 2300-READ-ACCOUNT-NAME
063300     END-IF
063400     WRITE RPT-LINE FROM WS-RPT-ACCOUNT-LINE
063500         AFTER ADVANCING 2 LINES
063510     PERFORM 3070-WRITE-MERGED-LINES
063520         THRU 3070-WRITE-MERGED-LINES-EXIT
063600
063700     IF MONTH-ENTRY-FOUND
063800         MOVE 'DIAS ATIVOS NO MES.............:' TO RPT-T-LABEL
074500 3300-CHECK-DIVERGENCE-EXIT.
074600     EXIT.
074700
074701******************************************************************
074702*  3050-ADD-CARRIED-COUNTS                                       *
074703*  FOLDS THE EXTRACT RECORDS OF EVERY NUMBER RETIRED INTO THE    *
074704*  ACCOUNT IN HAND INTO ITS MONTH TOTALS, SO THE PAGE SHOWS ONE  *
074705*  CONTINUOUS ACCOUNT.                                           *
074706******************************************************************
074707 3050-ADD-CARRIED-COUNTS.
074708     MOVE ZERO TO WS-MRG-FOLD-SUB
074709     PERFORM 3060-ADD-ONE-CARRIED THRU 3060-ADD-ONE-CARRIED-EXIT
074710         UNTIL WS-MRG-FOLD-SUB >= WS-MRG-COUNT.
074711 3050-ADD-CARRIED-COUNTS-EXIT.
074712     EXIT.
074713
074714 3060-ADD-ONE-CARRIED.
074715     ADD 1 TO WS-MRG-FOLD-SUB
074716     IF WS-MRG-FINAL-ACCOUNT (WS-MRG-FOLD-SUB) = WS-GRP-ACCOUNT-NO
074717         ADD WS-MRG-CARRY-RECS (WS-MRG-FOLD-SUB)
074718             TO WS-GRP-RECORD-COUNT
074719         ADD WS-MRG-CARRY-EVEN (WS-MRG-FOLD-SUB)
074720             TO WS-GRP-EVEN-COUNT
074721         ADD WS-MRG-CARRY-ODD (WS-MRG-FOLD-SUB)
074722             TO WS-GRP-ODD-COUNT
074723         SET MERGE-PAIR-FOLDED (WS-MRG-FOLD-SUB) TO TRUE
074724     END-IF.
074725 3060-ADD-ONE-CARRIED-EXIT.
074726     EXIT.
074727
074728******************************************************************
074729*  3070-WRITE-MERGED-LINES                                       *
074730*  ONE LINE UNDER THE ACCOUNT HEADING FOR EACH RETIRED NUMBER    *
074731*  FOLDED INTO THIS PAGE, WITH ITS MERGE DATE AND THE RECORDS IT *
074732*  CONTRIBUTED BEFORE THE MERGE.                                 *
074733******************************************************************
074734 3070-WRITE-MERGED-LINES.
074735     MOVE ZERO TO WS-MRG-FOLD-SUB
074736     PERFORM 3080-WRITE-ONE-MERGED THRU 3080-WRITE-ONE-MERGED-EXIT
074737         UNTIL WS-MRG-FOLD-SUB >= WS-MRG-COUNT.
074738 3070-WRITE-MERGED-LINES-EXIT.
074739     EXIT.
074740
074741 3080-WRITE-ONE-MERGED.
074742     ADD 1 TO WS-MRG-FOLD-SUB
074743     IF WS-MRG-FINAL-ACCOUNT (WS-MRG-FOLD-SUB)
074744         NOT = WS-GRP-ACCOUNT-NO
074745         GO TO 3080-WRITE-ONE-MERGED-EXIT
074746     END-IF
074747     MOVE WS-MRG-OLD-ACCOUNT (WS-MRG-FOLD-SUB) TO RPT-M-ACCOUNT
074748     MOVE WS-MRG-EFF-DATE (WS-MRG-FOLD-SUB)    TO RPT-M-DATE
074749     MOVE WS-MRG-CARRY-RECS (WS-MRG-FOLD-SUB)  TO RPT-M-RECS
074750     WRITE RPT-LINE FROM WS-RPT-MERGED-LINE
074751         AFTER ADVANCING 1 LINE.
074752 3080-WRITE-ONE-MERGED-EXIT.
074753     EXIT.
074754
074755******************************************************************
074756*  3400-WRITE-CARRIED-ONLY                                       *
074757*  A SUCCESSOR WITH NO EXTRACT RECORDS OF ITS OWN THIS MONTH     *
074758*  STILL GETS A PAGE FOR THE RECORDS ITS RETIRED NUMBERS POSTED. *
074759******************************************************************
074760 3400-WRITE-CARRIED-ONLY.
074761     MOVE ZERO TO WS-MRG-FLUSH-SUB
074762     PERFORM 3410-WRITE-ONE-CARRIED
074763         THRU 3410-WRITE-ONE-CARRIED-EXIT
074764         UNTIL WS-MRG-FLUSH-SUB >= WS-MRG-COUNT.
074765 3400-WRITE-CARRIED-ONLY-EXIT.
074766     EXIT.
074767
074768 3410-WRITE-ONE-CARRIED.
074769     ADD 1 TO WS-MRG-FLUSH-SUB
074770     IF MERGE-PAIR-FOLDED (WS-MRG-FLUSH-SUB)
074771      OR WS-MRG-CARRY-RECS (WS-MRG-FLUSH-SUB) = ZERO
074772         GO TO 3410-WRITE-ONE-CARRIED-EXIT
074773     END-IF
074774     MOVE WS-MRG-FINAL-ACCOUNT (WS-MRG-FLUSH-SUB)
074775         TO WS-GRP-ACCOUNT-NO
074776     PERFORM 3000-WRITE-STATEMENT-PAGE
074777         THRU 3000-WRITE-STATEMENT-PAGE-EXIT.
074778 3410-WRITE-ONE-CARRIED-EXIT.
074779     EXIT.
074790
074800******************************************************************
074900*  3900-WRITE-PAGE-HEADERS                                       *
075000******************************************************************
