000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STEPSTAT.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* STEPSTAT RECORDS ONE BATCH STEP'S TIMING AND KEY COUNTS   *
000900* ON THE RUN-STATISTICS HISTORY (RUNSTATS, SEE              *
001000* RUNSTAT.CPY).  IT IS CALLED BY EVERY STEP FROM TRANEDIT   *
001050* THROUGH GLACKMCH, AND BY THE FXLOAD, RATEPROM AND RERATE  *
001100* BATCHES, WITH THE PARAMETER AREA IN STATPARM.CPY, TWICE   *
001150* PER RUN:                                                  *
001300*   FUNCTION S - AS THE STEP STAMPS ITSELF STARTED ON       *
001400*                RUNCTL.  THE STEP ROW IS WRITTEN (OR, ON A *
001500*                RESTART, REWRITTEN WITH ITS START COUNT    *
001600*                UP BY ONE) WITH THE CURRENT DATE AND TIME  *
001700*                AS ITS START, STATUS S AND ZERO COUNTS.    *
001800*   FUNCTION E - AS THE STEP STAMPS ITS END STATUS.  THE    *
001900*                END DATE AND TIME, ELAPSED SECONDS, END    *
002000*                STATUS, RETURN CODE AND COUNTS ARE SET ON  *
002100*                THE STEP ROW, AND ONE SOURCE ROW IS        *
002200*                WRITTEN PER FEEDER VOLUME PASSED.          *
002300* THE ELAPSED TIME IS TAKEN FROM DAY NUMBERS, SO A STEP     *
002400* THAT RUNS ACROSS MIDNIGHT IS TIMED CORRECTLY.             *
002500*                                                           *
002600* THE HISTORY IS INFORMATION ONLY - A ROW THAT CANNOT BE    *
002700* WRITTEN IS REPORTED ON THE JOB LOG AND THE CALLING STEP   *
002800* CARRIES ON.  THE CALLER'S RETURN CODE, PASSED IN          *
002900* WS-SS-RETURN-CODE, IS HANDED BACK UNCHANGED.              *
003000*                                                           *
003100* FILES:                                                    *
003200*   RUNSTATS - RUN-STATISTICS HISTORY KSDS, UPDATED         *
003300*-----------------------------------------------------------*
003400* MODIFICATION HISTORY                                      *
003500*   DATE       INIT  DESCRIPTION                             *
003600*   ---------  ----  ------------------------------------   *
003700*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS RS-KEY.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RUN-STAT-FILE.
005000     COPY RUNSTAT.
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-SWITCHES.
005400     05  WS-ROW-FOUND-SW       PIC X(01) VALUE 'N'.
005500         88  WS-ROW-FOUND      VALUE 'Y'.
005600
005700 01  WS-NOW-DATE               PIC X(08).
005800 01  WS-NOW-TIME               PIC X(08).
005900 01  WS-SOURCE-SUB             PIC 9(04) COMP VALUE ZERO.
006000
006100*    THE STEP ROW AS STORED, COPIED ONTO EACH SOURCE ROW.
006200 01  WS-STEP-ROW-SAVE          PIC X(120).
006300
006400*    DAY NUMBER OF A CCYYMMDD DATE - DAYS SINCE A FIXED
006500*    ORIGIN, COUNTING THE YEAR FROM MARCH SO FEBRUARY'S LEAP
006600*    DAY FALLS AT ITS END.
006700 01  WS-DAYNUM-WORK.
006800     05  WS-DN-DATE.
006900         10  WS-DN-YEAR        PIC 9(04).
007000         10  WS-DN-MONTH       PIC 9(02).
007100         10  WS-DN-DAY         PIC 9(02).
007200     05  WS-DN-Y               PIC 9(04).
007300     05  WS-DN-M               PIC 9(02).
007400     05  WS-DN-Q4              PIC 9(04).
007500     05  WS-DN-Q100            PIC 9(04).
007600     05  WS-DN-Q400            PIC 9(04).
007700     05  WS-DN-MONTH-DAYS      PIC 9(04).
007800     05  WS-DN-QM              PIC 9(04).
007900     05  WS-DN-DAYNUM          PIC 9(07).
008000
008100*    SECONDS PAST MIDNIGHT OF AN HHMMSSHH TIME.
008200 01  WS-TIME-WORK.
008300     05  WS-TM-TIME.
008400         10  WS-TM-HH          PIC 9(02).
008500         10  WS-TM-MM          PIC 9(02).
008600         10  WS-TM-SS          PIC 9(02).
008700         10  WS-TM-HS          PIC 9(02).
008800     05  WS-TM-SECS            PIC 9(05).
008900
009000 01  WS-ELAPSED-WORK.
009100     05  WS-START-DAYNUM       PIC 9(07).
009200     05  WS-START-SECS         PIC 9(05).
009300     05  WS-END-DAYNUM         PIC 9(07).
009400     05  WS-END-SECS           PIC 9(05).
009500     05  WS-ELAPSED            PIC S9(09).
009600
009700 LINKAGE SECTION.
009800     COPY STATPARM.
009900
010000 PROCEDURE DIVISION USING WS-STEP-STATS.
010100 0000-MAINLINE.
010200     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
010300     ACCEPT WS-NOW-TIME FROM TIME.
010400     OPEN I-O RUN-STAT-FILE.
010500     IF WS-SS-STARTING
010600         PERFORM 1000-RECORD-START THRU 1000-EXIT
010700     ELSE
010800         PERFORM 2000-RECORD-END   THRU 2000-EXIT
010900     END-IF.
011000     CLOSE RUN-STAT-FILE.
011100     MOVE WS-SS-RETURN-CODE TO RETURN-CODE.
011200     GOBACK.
011300
011400*-----------------------------------------------------------*
011500* STEP STARTED - A RERUN OF THE STEP IN THE SAME RUN KEEPS  *
011600* THE ROW AND COUNTS THE RESTART; ONLY THE LATEST START IS  *
011700* KEPT, SO THE ELAPSED TIME IS THE SUCCESSFUL ATTEMPT'S.    *
011800*-----------------------------------------------------------*
011900 1000-RECORD-START.
012000     PERFORM 8000-READ-STEP-ROW THRU 8000-EXIT.
012100     IF NOT WS-ROW-FOUND
012200         PERFORM 8100-BUILD-STEP-ROW THRU 8100-EXIT
012300     END-IF.
012400     ADD 1 TO RS-START-COUNT.
012500     MOVE WS-NOW-DATE TO RS-START-DATE.
012600     MOVE WS-NOW-TIME TO RS-START-TIME.
012700     MOVE SPACES      TO RS-END-DATE.
012800     MOVE SPACES      TO RS-END-TIME.
012900     MOVE ZERO        TO RS-ELAPSED-SECS.
013000     MOVE 'S'         TO RS-STEP-STATUS.
013100     MOVE ZERO        TO RS-RETURN-CODE.
013200     MOVE ZERO        TO RS-IN-COUNT.
013300     MOVE ZERO        TO RS-OUT-COUNT.
013400     MOVE ZERO        TO RS-OTHER-COUNT.
013500     PERFORM 8200-STORE-ROW THRU 8200-EXIT.
013600 1000-EXIT.
013700     EXIT.
013800
013900*-----------------------------------------------------------*
014000* STEP ENDED - A STEP WITH NO START ROW (E.G. STARTED       *
014100* BEFORE THE HISTORY FILE WAS IN PLACE) GETS A ROW WITH NO  *
014200* START TIME AND NO ELAPSED TIME.                           *
014300*-----------------------------------------------------------*
014400 2000-RECORD-END.
014500     PERFORM 8000-READ-STEP-ROW THRU 8000-EXIT.
014600     IF NOT WS-ROW-FOUND
014700         PERFORM 8100-BUILD-STEP-ROW THRU 8100-EXIT
014800     END-IF.
014900     MOVE WS-NOW-DATE TO RS-END-DATE.
015000     MOVE WS-NOW-TIME TO RS-END-TIME.
015100     MOVE ZERO        TO RS-ELAPSED-SECS.
015200     IF RS-START-DATE NUMERIC
015300        AND RS-START-TIME NUMERIC
015400         PERFORM 2100-COMPUTE-ELAPSED THRU 2100-EXIT
015500     END-IF.
015600     MOVE WS-SS-STEP-STATUS TO RS-STEP-STATUS.
015700     MOVE WS-SS-RETURN-CODE TO RS-RETURN-CODE.
015800     MOVE WS-SS-IN-COUNT    TO RS-IN-COUNT.
015900     MOVE WS-SS-OUT-COUNT   TO RS-OUT-COUNT.
016000     MOVE WS-SS-OTHER-COUNT TO RS-OTHER-COUNT.
016100     PERFORM 8200-STORE-ROW THRU 8200-EXIT.
016200     MOVE RUN-STAT-RECORD TO WS-STEP-ROW-SAVE.
016300     PERFORM 2200-RECORD-SOURCE THRU 2200-EXIT
016400         VARYING WS-SOURCE-SUB FROM 1 BY 1
016500         UNTIL WS-SOURCE-SUB > WS-SS-SOURCE-COUNT
016600            OR WS-SOURCE-SUB > 20.
016700 2000-EXIT.
016800     EXIT.
016900
017000 2100-COMPUTE-ELAPSED.
017100     MOVE RS-START-DATE TO WS-DN-DATE.
017200     PERFORM 8300-DAY-NUMBER THRU 8300-EXIT.
017300     MOVE WS-DN-DAYNUM  TO WS-START-DAYNUM.
017400     MOVE RS-START-TIME TO WS-TM-TIME.
017500     PERFORM 8400-TIME-SECONDS THRU 8400-EXIT.
017600     MOVE WS-TM-SECS    TO WS-START-SECS.
017700     MOVE RS-END-DATE   TO WS-DN-DATE.
017800     PERFORM 8300-DAY-NUMBER THRU 8300-EXIT.
017900     MOVE WS-DN-DAYNUM  TO WS-END-DAYNUM.
018000     MOVE RS-END-TIME   TO WS-TM-TIME.
018100     PERFORM 8400-TIME-SECONDS THRU 8400-EXIT.
018200     MOVE WS-TM-SECS    TO WS-END-SECS.
018300     COMPUTE WS-ELAPSED =
018400         (WS-END-DAYNUM - WS-START-DAYNUM) * 86400
018500         + WS-END-SECS - WS-START-SECS.
018600*    A CLOCK SET BACK BETWEEN START AND END RECORDS ZERO.
018700     IF WS-ELAPSED > ZERO
018800         MOVE WS-ELAPSED TO RS-ELAPSED-SECS
018900     END-IF.
019000 2100-EXIT.
019100     EXIT.
019200
019300 2200-RECORD-SOURCE.
019400     MOVE WS-SS-STEP-NAME TO RS-STEP-NAME.
019500     MOVE WS-SS-RUN-ID    TO RS-RUN-ID.
019600     MOVE WS-SS-SOURCE (WS-SOURCE-SUB) TO RS-SOURCE-SYSTEM.
019700     MOVE 'N' TO WS-ROW-FOUND-SW.
019800     READ RUN-STAT-FILE
019900         INVALID KEY
020000             MOVE 'N' TO WS-ROW-FOUND-SW
020100         NOT INVALID KEY
020200             MOVE 'Y' TO WS-ROW-FOUND-SW
020300     END-READ.
020400     MOVE WS-STEP-ROW-SAVE TO RUN-STAT-RECORD.
020500     MOVE WS-SS-SOURCE (WS-SOURCE-SUB) TO RS-SOURCE-SYSTEM.
020600     MOVE WS-SS-SOURCE-VOL (WS-SOURCE-SUB) TO RS-IN-COUNT.
020700     MOVE ZERO TO RS-OUT-COUNT.
020800     MOVE ZERO TO RS-OTHER-COUNT.
020900     PERFORM 8200-STORE-ROW THRU 8200-EXIT.
021000 2200-EXIT.
021100     EXIT.
021200
021300 8000-READ-STEP-ROW.
021400     MOVE WS-SS-RUN-ID    TO RS-RUN-ID.
021500     MOVE WS-SS-STEP-NAME TO RS-STEP-NAME.
021600     MOVE SPACES          TO RS-SOURCE-SYSTEM.
021700     MOVE 'N' TO WS-ROW-FOUND-SW.
021800     READ RUN-STAT-FILE
021900         INVALID KEY
022000             MOVE 'N' TO WS-ROW-FOUND-SW
022100         NOT INVALID KEY
022200             MOVE 'Y' TO WS-ROW-FOUND-SW
022300     END-READ.
022400 8000-EXIT.
022500     EXIT.
022600
022700 8100-BUILD-STEP-ROW.
022800     MOVE SPACES          TO RUN-STAT-RECORD.
022900     MOVE WS-SS-RUN-ID    TO RS-RUN-ID.
023000     MOVE WS-SS-STEP-NAME TO RS-STEP-NAME.
023100     MOVE SPACES          TO RS-SOURCE-SYSTEM.
023200     MOVE WS-SS-RUN-DATE  TO RS-RUN-DATE.
023300     MOVE WS-SS-RUN-MODE  TO RS-RUN-MODE.
023400     MOVE ZERO TO RS-ELAPSED-SECS.
023500     MOVE ZERO TO RS-RETURN-CODE.
023600     MOVE ZERO TO RS-START-COUNT.
023700     MOVE ZERO TO RS-IN-COUNT.
023800     MOVE ZERO TO RS-OUT-COUNT.
023900     MOVE ZERO TO RS-OTHER-COUNT.
024000 8100-EXIT.
024100     EXIT.
024200
024300*    WS-ROW-FOUND-SW SAYS WHETHER THE KEY IS ALREADY ON FILE.
024400 8200-STORE-ROW.
024500     IF WS-ROW-FOUND
024600         REWRITE RUN-STAT-RECORD
024700             INVALID KEY
024800                 DISPLAY 'STEPSTAT - REWRITE FAILED FOR RUN '
024900                     RS-RUN-ID ' STEP ' RS-STEP-NAME
025000                     ' SOURCE ' RS-SOURCE-SYSTEM
025100         END-REWRITE
025200     ELSE
025300         WRITE RUN-STAT-RECORD
025400             INVALID KEY
025500                 DISPLAY 'STEPSTAT - WRITE FAILED FOR RUN '
025600                     RS-RUN-ID ' STEP ' RS-STEP-NAME
025700                     ' SOURCE ' RS-SOURCE-SYSTEM
025800         END-WRITE
025900     END-IF.
026000 8200-EXIT.
026100     EXIT.
026200
026300 8300-DAY-NUMBER.
026400     MOVE WS-DN-YEAR  TO WS-DN-Y.
026500     MOVE WS-DN-MONTH TO WS-DN-M.
026600     IF WS-DN-M < 3
026700         SUBTRACT 1 FROM WS-DN-Y
026800         ADD 12 TO WS-DN-M
026900     END-IF.
027000     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4.
027100     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
027200     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
027300     COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-M - 3) + 2.
027400     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-QM.
027500     COMPUTE WS-DN-DAYNUM = 365 * WS-DN-Y + WS-DN-Q4
027600         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QM + WS-DN-DAY.
027700 8300-EXIT.
027800     EXIT.
027900
028000 8400-TIME-SECONDS.
028100     COMPUTE WS-TM-SECS = WS-TM-HH * 3600 + WS-TM-MM * 60
028200         + WS-TM-SS.
028300 8400-EXIT.
028400     EXIT.
