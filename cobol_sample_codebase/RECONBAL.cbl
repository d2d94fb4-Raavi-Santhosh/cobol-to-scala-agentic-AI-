002400*             DEBITS SUBTRACT), AND THE CALC RECORD COUNT   *
002500*             MUST EQUAL THE SUM OF THE DEBIT RECORDS'      *
002600*             GROUP COUNTS.                                 *
002625*             LINES RE-SENT FROM THE PENDING-REPOST FILE    *
002650*             (GLI-REPOST-IND P) ARE LEFT OUT - THEIR CALC  *
002675*             BELONGS TO THE NIGHT THEY FIRST POSTED.       *
002700*   PROOF 3 - NIGHT TO HISTORY.  THE HISTORY MASTER'S       *
002800*             ENTRIES FOR THE RUN DATE MUST MATCH THE       *
002900*             NIGHT'S FILES: CALCULATED+REVERSED ENTRIES =  *
004100* THERE IS NOTHING TO PROOF AGAINST A HALF-LOADED MASTER.   *
004200*                                                           *
004300* FILES:                                                    *
004400*   CLEANIN  - TRANEDIT'S CLEAN FILE (CLEAN-FILE LAYOUT)    *
004500*   RELIN    - THE PRIOR RUN'S RELEASE FILE (CLEAN-FILE     *
004510*              LAYOUT) - THE RELOUT GENERATION THAT WAS      *
004520*              ACTUALLY CONCATENATED INTO THIS RUN'S CALC    *
004530*              INPUT, NOT TONIGHT'S (SUSPREL HAS ALREADY     *
005200*   HISTMSTR - HISTORY MASTER KSDS, READ ONLY               *
005250*   RUNCTL   - SHARED RUN-CONTROL FILE (SEE RUNCTL.CPY)      *
005300*   RECONRPT - RECONCILIATION PROOF REPORT                  *
005325*   RUNSTATS - RUN-STATISTICS HISTORY (SEE RUNSTAT.CPY),    *
005350*              GIVEN THIS STEP'S START AND END TIMES AND    *
005375*              KEY COUNTS THROUGH STEPSTAT                  *
005400*-----------------------------------------------------------*
005500* MODIFICATION HISTORY                                      *
005600*   DATE       INIT  DESCRIPTION                             *
005888*                    COUNT IT STAMPS ON THE RUN CONTROL -     *
005890*                    DOCUMENTED THAT RELIN IS THE PRIOR       *
005892*                    RUN'S RELEASE GENERATION                 *
005893*   2026-10-15 DLM   CLEANIN AND RELIN RECORDS GREW BY THE    *
005894*                    FOUR-BYTE AUTO-HOLD REASON               *
005895*   2026-10-15 DLM   THE CALC-TO-LEDGER PROOF LEAVES OUT      *
005896*                    LINES GLPOST RE-SENT FROM THE PENDING-   *
005897*                    REPOST FILE (GLI-REPOST-IND P) - THEIR   *
005898*                    CALC WAS PROVED WHEN IT FIRST POSTED     *
005899*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY      *
005900*                    COUNTS NOW RECORDED ON THE NEW RUN-      *
005901*                    STATISTICS HISTORY (RUNSTATS) THROUGH    *
005902*                    STEPSTAT FOR THE WEEKLY TREND REPORT     *
005903*-----------------------------------------------------------*
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.  IBM-370.
009900 FILE SECTION.
010000 FD  CLEAN-IN-FILE
010100     RECORDING MODE IS F.
010200 01  CLEAN-IN-RECORD           PIC X(56).
010300
010400 FD  REL-IN-FILE
010500     RECORDING MODE IS F.
010600 01  REL-IN-RECORD             PIC X(56).
010700
010800 FD  CALC-IN-FILE
010900     RECORDING MODE IS F.
021000     05  FILLER                PIC X(02) VALUE SPACE.
021100     05  VL-RESULT             PIC X(08).
021200
021300     COPY STATPARM.
021400
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
024350     MOVE RC-RUN-SEQ  TO WS-RUN-SEQ.
024360     MOVE RC-HIST-DUPKEY-CNT TO WS-HIST-DUPKEY-CNT.
024400     MOVE 'S' TO RC-RECONBAL-STAT.
024450     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
024500     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
025500     OPEN INPUT  CLEAN-IN-FILE.
025600     OPEN INPUT  REL-IN-FILE.
037100*    ONLY THE DEBIT SIDE OF EACH BALANCED PAIR IS SUMMED OR
037200*    THE INTERFACE WOULD DOUBLE-COUNT.  A CONTRA (REVERSAL)
037300*    DEBIT CARRIES THE ABSOLUTE BACKOUT AMOUNT ON THE
037400*    OPPOSITE SIDE, SO IT SUBTRACTS FROM THE NET.  A LINE
037410*    RE-SENT AFTER A LEDGER REJECTION CARRIES AN EARLIER
037420*    NIGHT'S CALC, SO IT IS NOT PART OF TONIGHT'S PROOF.
037500     READ GLIF-IN-FILE
037600         AT END
037700             SET WS-GLIF-EOF TO TRUE
037800     END-READ.
037900     IF NOT WS-GLIF-EOF
037950        AND NOT GLI-IS-REPOST
038000         IF GLI-IS-DEBIT
038100             ADD GLI-RECORD-COUNT TO WS-GLIF-DR-RECS
038200             IF GLI-IS-REVERSAL
044140     ELSE
044150         MOVE 'C' TO RC-RECONBAL-STAT
044160     END-IF.
044165     MOVE RC-RECONBAL-STAT TO WS-SS-STEP-STATUS.
044170     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
044200     IF WS-BREAK-COUNT > ZERO
044300         DISPLAY 'RECONBAL - ' WS-BREAK-COUNT ' RECONCILIATION '
044400             'BREAKS - SEE THE PROOF REPORT - RC=8'
044500         MOVE 8 TO RETURN-CODE
044600     END-IF.
044650     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
044700 3000-EXIT.
044800     EXIT.
044900
053980     CLOSE RUN-CTL-FILE.
053990 9100-EXIT.
054000     EXIT.
054100
054200 9200-RECORD-STEP-START.
054300*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
054400*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
054500     MOVE 'RECONBAL'   TO WS-SS-STEP-NAME.
054600     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
054700     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
054800     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
054900     MOVE 'S'          TO WS-SS-FUNCTION.
055000     MOVE 'S'          TO WS-SS-STEP-STATUS.
055100     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
055200     MOVE ZERO         TO WS-SS-IN-COUNT.
055300     MOVE ZERO         TO WS-SS-OUT-COUNT.
055400     MOVE ZERO         TO WS-SS-OTHER-COUNT.
055500     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
055600     CALL 'STEPSTAT' USING WS-STEP-STATS.
055700 9200-EXIT.
055800     EXIT.
055900
056000 9300-RECORD-STEP-END.
056100*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
056200*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
056300     MOVE 'E'               TO WS-SS-FUNCTION.
056400     MOVE RETURN-CODE       TO WS-SS-RETURN-CODE.
056500     MOVE WS-FEED-IN-COUNT  TO WS-SS-IN-COUNT.
056600     MOVE WS-FEED-OUT-COUNT TO WS-SS-OUT-COUNT.
056700     MOVE WS-BREAK-COUNT    TO WS-SS-OTHER-COUNT.
056800     CALL 'STEPSTAT' USING WS-STEP-STATS.
056900 9300-EXIT.
057000     EXIT.
