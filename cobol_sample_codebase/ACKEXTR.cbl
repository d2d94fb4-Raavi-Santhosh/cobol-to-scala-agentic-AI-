003400*   RUNCTL   - SHARED RUN-CONTROL FILE (SEE RUNCTL.CPY)     *
003500*   ACKOUT   - OUTBOUND ACKNOWLEDGMENT FILE (ACKREC.CPY)    *
003600*   ACKRPT   - EXTRACT SUMMARY REPORT                       *
003625*   RUNSTATS - RUN-STATISTICS HISTORY (SEE RUNSTAT.CPY),    *
003650*              GIVEN THIS STEP'S START AND END TIMES AND    *
003675*              KEY COUNTS THROUGH STEPSTAT                  *
003700*-----------------------------------------------------------*
003800* MODIFICATION HISTORY                                      *
003900*   DATE       INIT  DESCRIPTION                             *
004000*   ---------  ----  ------------------------------------   *
004100*   2026-09-02 DLM   ORIGINAL PROGRAM                        *
004120*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY     *
004140*                    COUNTS NOW RECORDED ON THE NEW RUN-     *
004160*                    STATISTICS HISTORY (RUNSTATS) THROUGH   *
004180*                    STEPSTAT FOR THE WEEKLY TREND REPORT    *
004200*-----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
012700
012800 01  WS-TOTAL-EDIT             PIC ZZZZZZZZ9.
012900
012925     COPY STATPARM.
012950
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
014800     MOVE RC-RUN-DATE TO WS-RUN-DATE.
014900     MOVE RC-RUN-ID   TO WS-CTL-RUN-ID.
015000     MOVE 'S' TO RC-ACKEXTR-STAT.
015050     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
015100     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
015200     OPEN OUTPUT ACK-OUT-FILE.
015300     OPEN OUTPUT ACK-RPT.
039700     CLOSE ACK-RPT.
039800     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
039900     MOVE 'C' TO RC-ACKEXTR-STAT.
039950     MOVE RC-ACKEXTR-STAT TO WS-SS-STEP-STATUS.
040000     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
040050     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
040100 3000-EXIT.
040200     EXIT.
040300
042100     CLOSE RUN-CTL-FILE.
042200 9100-EXIT.
042300     EXIT.
042400
042500 9200-RECORD-STEP-START.
042600*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
042700*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
042800     MOVE 'ACKEXTR'    TO WS-SS-STEP-NAME.
042900     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
043000     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
043100     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
043200     MOVE 'S'          TO WS-SS-FUNCTION.
043300     MOVE 'S'          TO WS-SS-STEP-STATUS.
043400     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
043500     MOVE ZERO         TO WS-SS-IN-COUNT.
043600     MOVE ZERO         TO WS-SS-OUT-COUNT.
043700     MOVE ZERO         TO WS-SS-OTHER-COUNT.
043800     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
043900     CALL 'STEPSTAT' USING WS-STEP-STATS.
044000 9200-EXIT.
044100     EXIT.
044200
044300 9300-RECORD-STEP-END.
044400*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
044500*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
044600     MOVE 'E'                TO WS-SS-FUNCTION.
044700     MOVE RETURN-CODE        TO WS-SS-RETURN-CODE.
044800     MOVE WS-TOTAL-DTL-COUNT TO WS-SS-IN-COUNT.
044900     MOVE WS-SECTION-COUNT   TO WS-SS-OUT-COUNT.
045000     MOVE ZERO               TO WS-SS-OTHER-COUNT.
045100     CALL 'STEPSTAT' USING WS-STEP-STATS.
045200 9300-EXIT.
045300     EXIT.
