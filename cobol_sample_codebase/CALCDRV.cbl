001382* REPORTS) AT EXPRESS DATASETS, SO THE NIGHT'S FILES ARE    *
001384* NEVER REOPENED OR CLOBBERED.                              *
001386*                                                           *
001388* THE STEP'S START AND END TIMES AND ITS KEY COUNTS GO ON   *
001390* THE RUN-STATISTICS HISTORY (RUNSTATS, SEE RUNSTAT.CPY)    *
001392* THROUGH STEPSTAT, FOR THE WEEKLY BATCH-WINDOW TREND       *
001394* REPORT (STATRPT).                                         *
001396*                                                           *
001400* JCL PARM FORMAT:  RESTART=iiiiiiiiii                       *
001700*   RESTART - OPTIONAL.  THE WS-RECORD-ID OF THE LAST        *
001800*             CHECKPOINT FROM A PRIOR, INCOMPLETE RUN.  WHEN *
003208*                    STOPPING THE RUN MID-NIGHT, LUMPS ANY     *
003209*                    FURTHER SOURCES INTO A *** OVERFLOW       *
003210*                    BUCKET AND ENDS WITH RC=4                 *
003211*   2026-10-15 DLM   THE CLEAN TRANSACTION RECORD NOW CARRIES  *
003212*                    THE AUTO-HOLD REASON TRANEDIT STAMPED     *
003213*                    FROM ITS HOLD RULES - IT IS CARRIED ONTO  *
003214*                    THE SUSPENSE RECORD FOR THE WORKBENCH     *
003215*   2026-10-15 DLM   THE CONTROL REPORT NOW SHOWS HOW MANY     *
003216*                    RATE AND EXCHANGE-RATE ENTRIES CALCSUBR   *
003217*                    LOADED INTO STORAGE FOR THE RUN           *
003218*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY       *
003219*                    COUNTS NOW RECORDED ON THE NEW RUN-       *
003220*                    STATISTICS HISTORY (RUNSTATS) THROUGH     *
003221*                    STEPSTAT FOR THE WEEKLY TREND REPORT      *
003222*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
005970     05  TF-REVERSAL-IND       PIC X(01).
005980     05  TF-ORIG-RECORD-ID     PIC X(10).
005990     05  TF-CURRENCY-CODE      PIC X(03).
005995     05  TF-HOLD-REASON        PIC X(04).
006000
006100 FD  CALC-OUT-FILE
006200     RECORDING MODE IS F.
007900     COPY WORKAREA.
007950     COPY DATEWIN.
007960     COPY RESTARTSW.
007970     COPY LOADCNT.
007975     COPY STATPARM.
008000
008100 01  WS-SWITCHES.
008200     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
009913     05  CE-RECS-HOLD          PIC ZZZZZZZZ9.
009915     05  CE-SUM-AMOUNT         PIC Z(2)ZZZZZZZZZ9.99.
009917     05  CE-SUM-CALC           PIC -(12)9.99.
009918     05  CE-RATE-LOADED        PIC ZZZZZZZZ9.
009919     05  CE-CURR-LOADED        PIC ZZZZZZZZ9.
009920
009921 01  WS-SRC-DETAIL-LINE-1.
009922     05  FILLER                PIC X(01) VALUE SPACE.
009923     05  FILLER                PIC X(07) VALUE 'SOURCE '.
012625*    OF WS-SAFE-PARM-TEXT IS LEFT AS SPACES SO A SHORT PARM
012630*    NEVER READS STORAGE BEYOND WHAT WAS ACTUALLY PASSED.
012635     MOVE SPACES TO WS-SAFE-PARM-TEXT.
012636     MOVE ZERO   TO WS-RATE-ENTRIES-LOADED.
012637     MOVE ZERO   TO WS-CURR-ENTRIES-LOADED.
012640     IF WS-PARM-LEN > 18
012642         MOVE 18 TO WS-PARM-VALID-LEN
012644     ELSE
014494     END-IF.
014496     IF WS-IN-RESTART-MODE
014498        AND RC-CALCDRV-STAT NOT = 'S'
014499         DISPLAY 'CALCDRV - NO RESTART IS OWED ON RUN '
014500             RC-RUN-ID ' - RESTART RUN REFUSED'
014501         MOVE 16 TO RETURN-CODE
014502         STOP RUN
014503     END-IF.
014504     MOVE RC-RUN-ID    TO WS-CTL-RUN-ID.
014505     MOVE RC-WIN-START TO WS-WINDOW-START.
014506     MOVE RC-WIN-END   TO WS-WINDOW-END.
014507     MOVE 'S' TO RC-CALCDRV-STAT.
014508     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
014509     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
014510 1050-EXIT.
014511     EXIT.
019160     MOVE 'N' TO WS-RATE-ERROR-SW.
019170     MOVE 'N' TO WS-CURR-ERROR-SW.
019200     CALL 'CALCSUBR' USING WS-RECORD, WS-DATE-WINDOW,
019210         WS-RESTART-IND, WS-TABLE-LOAD-COUNTS.
019300
019310     IF WS-DATE-IS-INVALID OR WS-RATE-IS-INVALID
019315        OR WS-CURR-IS-INVALID
022861     MOVE WS-REVERSAL-IND  TO SU-REVERSAL-IND.
022862     MOVE WS-ORIG-RECORD-ID TO SU-ORIG-RECORD-ID.
022865     MOVE WS-CURRENCY-CODE TO SU-CURRENCY-CODE.
022867     MOVE TF-HOLD-REASON   TO SU-HOLD-REASON.
022863     WRITE SUSPENSE-RECORD.
022864 2600-EXIT.
022866     EXIT.
024461     CLOSE REJX-FILE.
024470     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
024480     MOVE 'C' TO RC-CALCDRV-STAT.
024485     MOVE RC-CALCDRV-STAT TO WS-SS-STEP-STATUS.
024490     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
024492     IF WS-SRC-OVERFLOWED
024494         DISPLAY 'CALCDRV - MORE THAN 25 DISTINCT SOURCE '
024499             MOVE 4 TO RETURN-CODE
024500         END-IF
024501     END-IF.
024525     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
024500 3000-EXIT.
024600     EXIT.
024610
024745     MOVE WS-CTL-HOLD-COUNT  TO CE-RECS-HOLD.
024750     MOVE WS-CTL-SUM-AMOUNT  TO CE-SUM-AMOUNT.
024760     MOVE WS-CTL-SUM-CALC    TO CE-SUM-CALC.
024765     MOVE WS-RATE-ENTRIES-LOADED TO CE-RATE-LOADED.
024767     MOVE WS-CURR-ENTRIES-LOADED TO CE-CURR-LOADED.
024770
024780     MOVE SPACE TO CTL-RPT-LINE.
024790     STRING 'RECORDS READ. . . . . . . . . : ' DELIMITED BY SIZE
025190     MOVE SPACE TO CTL-RPT-LINE.
025200     STRING 'TOTAL OUTPUT CALC-VALUE. . . : ' DELIMITED BY SIZE
025210         CE-SUM-CALC DELIMITED BY SIZE
025211         INTO CTL-RPT-LINE.
025212     WRITE CTL-RPT-LINE.
025213
025214     MOVE SPACE TO CTL-RPT-LINE.
025215     WRITE CTL-RPT-LINE.
025216
025217     MOVE SPACE TO CTL-RPT-LINE.
025218     STRING 'RATE ENTRIES LOADED. . . . . : ' DELIMITED BY SIZE
025219         CE-RATE-LOADED DELIMITED BY SIZE
025220         INTO CTL-RPT-LINE.
025221     WRITE CTL-RPT-LINE.
025222
025223     MOVE SPACE TO CTL-RPT-LINE.
025224     STRING 'EXCHANGE-RATE ENTRIES LOADED : ' DELIMITED BY SIZE
025225         CE-CURR-LOADED DELIMITED BY SIZE
025226         INTO CTL-RPT-LINE.
025227     WRITE CTL-RPT-LINE.
025231
025232     MOVE SPACE TO CTL-RPT-LINE.
025233     WRITE CTL-RPT-LINE.
025590     CLOSE RUN-CTL-FILE.
025600 9100-EXIT.
025610     EXIT.
025700
025800 9200-RECORD-STEP-START.
025900*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
026000*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
026100     MOVE 'CALCDRV'    TO WS-SS-STEP-NAME.
026200     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
026300     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
026400     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
026500     MOVE 'S'          TO WS-SS-FUNCTION.
026600     MOVE 'S'          TO WS-SS-STEP-STATUS.
026700     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
026800     MOVE ZERO         TO WS-SS-IN-COUNT.
026900     MOVE ZERO         TO WS-SS-OUT-COUNT.
027000     MOVE ZERO         TO WS-SS-OTHER-COUNT.
027100     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
027200     CALL 'STEPSTAT' USING WS-STEP-STATS.
027300 9200-EXIT.
027400     EXIT.
027500
027600 9300-RECORD-STEP-END.
027700*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
027800*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
027900     MOVE 'E'               TO WS-SS-FUNCTION.
028000     MOVE RETURN-CODE       TO WS-SS-RETURN-CODE.
028100     MOVE WS-RECS-READ      TO WS-SS-IN-COUNT.
028200     MOVE WS-CTL-CALC-COUNT TO WS-SS-OUT-COUNT.
028300     MOVE WS-EXCPT-COUNT    TO WS-SS-OTHER-COUNT.
028400     CALL 'STEPSTAT' USING WS-STEP-STATS.
028500 9300-EXIT.
028600     EXIT.
