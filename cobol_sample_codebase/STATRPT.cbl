000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STATRPT.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* STATRPT IS THE WEEKLY BATCH-WINDOW TREND REPORT, BUILT    *
000900* FROM THE RUN-STATISTICS HISTORY (RUNSTATS, SEE            *
000950* RUNSTAT.CPY) THAT EVERY STEP OF THE NIGHTLY CHAIN, AND    *
001000* THE FXLOAD, RATEPROM AND RERATE BATCHES RUN ALONGSIDE IT, *
001050* FEED THROUGH STEPSTAT.  FOR THE SEVEN DAYS ENDING ON THE  *
001200* REQUESTED DATE IT PRINTS:                                 *
001300*                                                           *
001400*   - STEP TIMINGS - EACH STEP OF EACH NIGHT'S RUN WITH ITS *
001500*     START, ELAPSED TIME AND COUNTS, AGAINST THE STEP'S    *
001600*     AVERAGE OVER THE TRAILING WEEKS BEFORE IT             *
001700*   - FEEDER VOLUMES - THE RECORDS EACH SOURCE SYSTEM SENT  *
001800*     EACH NIGHT AGAINST ITS OWN TRAILING AVERAGE           *
001900*                                                           *
002000* AND FLAGS WHAT SCHEDULING AND THE FEEDERS NEED TO HEAR    *
002100* ABOUT BEFORE THE LEDGER CUTOFF IS MISSED:                 *
002200*   NOT ENDED      - THE STEP STARTED AND NEVER ENDED       *
002300*   ENDED IN ERROR - THE STEP ENDED WITH STATUS E           *
002400*   SLOW           - ELAPSED ABOVE SLOW PERCENT OF THE      *
002500*                    AVERAGE AND A MINUTE OR MORE OVER      *
002600*   RESTARTED      - THE STEP WAS STARTED MORE THAN ONCE    *
002700*   JUMP / DROP    - A FEEDER'S VOLUME MOVED FROM ITS       *
002800*                    AVERAGE BY OVER VOL PERCENT            *
002900*   NOT RECEIVED   - A FEEDER IN THE TRAILING HISTORY SENT  *
003000*                    NOTHING THAT NIGHT                     *
003100* A STEP OR FEEDER WITH NO TRAILING HISTORY IS MARKED NO    *
003200* HISTORY OR NEW SOURCE BUT IS NOT COUNTED AS FLAGGED.      *
003300* ONLY NIGHTLY RUNS (RUN MODE N) ARE REPORTED, AND ONLY A   *
003400* STEP THAT ENDED CLEAN GOES INTO AN AVERAGE, SO ONE BAD    *
003500* NIGHT DOES NOT MOVE THE BASELINE.  THE RUN ENDS WITH RC=4 *
003600* WHEN ANYTHING IS FLAGGED.  NOT PART OF THE NIGHTLY CHAIN  *
003700* - RUN WEEKLY, OR ON DEMAND AFTER A LONG NIGHT.            *
003800*                                                           *
003900* JCL PARM FORMAT:  ENDDATE=ccyymmdd WEEKS=nn SLOW=nnn      *
004000*                   VOL=nnn                                 *
004100*   ENDDATE - OPTIONAL.  LAST RUN DATE OF THE WEEK.         *
004200*             DEFAULTS TO TODAY.                            *
004300*   WEEKS   - OPTIONAL.  WEEKS OF TRAILING HISTORY THE      *
004400*             AVERAGES ARE TAKEN OVER.  DEFAULTS TO 04.     *
004500*   SLOW    - OPTIONAL.  PERCENT OF ITS AVERAGE A STEP MUST *
004600*             EXCEED TO BE SLOW.  DEFAULTS TO 150.          *
004700*   VOL     - OPTIONAL.  PERCENT A FEEDER'S VOLUME MUST     *
004800*             MOVE TO JUMP OR DROP.  DEFAULTS TO 050.       *
004900*                                                           *
005000* FILES:                                                    *
005100*   RUNSTATS - RUN-STATISTICS HISTORY KSDS, READ ONLY       *
005200*   STATRPT  - WEEKLY BATCH-WINDOW TREND REPORT             *
005300*-----------------------------------------------------------*
005400* MODIFICATION HISTORY                                      *
005500*   DATE       INIT  DESCRIPTION                             *
005600*   ---------  ----  ------------------------------------   *
005700*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
005800*-----------------------------------------------------------*
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.  IBM-370.
006200 OBJECT-COMPUTER.  IBM-370.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS RS-KEY.
006900
007000     SELECT TREND-RPT     ASSIGN TO STATRPT
007100         ORGANIZATION IS SEQUENTIAL.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  RUN-STAT-FILE.
007600     COPY RUNSTAT.
007700
007800 FD  TREND-RPT
007900     RECORDING MODE IS F.
008000 01  TREND-RPT-LINE            PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400     05  WS-STAT-EOF-SW        PIC X(01) VALUE 'N'.
008500         88  WS-STAT-EOF       VALUE 'Y'.
008600     05  WS-SA-FOUND-SW        PIC X(01) VALUE 'N'.
008700         88  WS-SA-FOUND       VALUE 'Y'.
008800     05  WS-XA-FOUND-SW        PIC X(01) VALUE 'N'.
008900         88  WS-XA-FOUND       VALUE 'Y'.
009000
009100 01  WS-TODAY                  PIC X(08).
009200
009300*    THE REPORTING WEEK AND THE TRAILING WINDOW BEFORE IT, AS
009400*    DAY NUMBERS, AND THE THRESHOLDS FROM THE PARM.
009500 01  WS-WINDOW.
009600     05  WS-END-DATE           PIC X(08).
009700     05  WS-WEEK-END-DAY       PIC 9(07).
009800     05  WS-WEEK-START-DAY     PIC 9(07).
009900     05  WS-TRAIL-START-DAY    PIC 9(07).
010000     05  WS-ROW-DAY            PIC 9(07).
010100     05  WS-WEEKS              PIC 9(02).
010200     05  WS-SLOW-PCT           PIC 9(03).
010300     05  WS-VOL-PCT            PIC 9(03).
010400*    A STEP IS ONLY SLOW WHEN IT IS ALSO THIS MANY SECONDS
010500*    OVER ITS AVERAGE - A 20-SECOND STEP TAKING 40 IS NOISE.
010600     05  WS-SLOW-MIN-SECS      PIC 9(05) VALUE 60.
010700
010800*    DAY NUMBER OF A CCYYMMDD DATE - SAME ROUTINE AS STEPSTAT*
010900 01  WS-DAYNUM-WORK.
011000     05  WS-DN-DATE.
011100         10  WS-DN-YEAR        PIC 9(04).
011200         10  WS-DN-MONTH       PIC 9(02).
011300         10  WS-DN-DAY         PIC 9(02).
011400     05  WS-DN-Y               PIC 9(04).
011500     05  WS-DN-M               PIC 9(02).
011600     05  WS-DN-Q4              PIC 9(04).
011700     05  WS-DN-Q100            PIC 9(04).
011800     05  WS-DN-Q400            PIC 9(04).
011900     05  WS-DN-MONTH-DAYS      PIC 9(04).
012000     05  WS-DN-QM              PIC 9(04).
012100     05  WS-DN-DAYNUM          PIC 9(07).
012200
012300*    TRAILING HISTORY PER STEP - CLEAN ENDS ONLY.
012400 01  WS-STEP-AVG-TABLE.
012500     05  WS-SA-COUNT           PIC 9(04) COMP VALUE ZERO.
012600     05  WS-SA-ENTRY OCCURS 20 TIMES
012700                     INDEXED BY WS-SA-IDX.
012800         10  WS-SA-STEP        PIC X(08).
012900         10  WS-SA-RUNS        PIC 9(05).
013000         10  WS-SA-ELAPSED-TOT PIC 9(11).
013100         10  WS-SA-IN-TOT      PIC 9(13).
013200
013300*    TRAILING HISTORY PER STEP AND FEEDER.  THE SEEN BYTE IS
013400*    SET AS ONE NIGHT'S FEEDER ROWS ARE PRINTED, SO A FEEDER
013500*    THAT SENT NOTHING THAT NIGHT CAN BE LISTED AFTER THEM.
013600 01  WS-SRC-AVG-TABLE.
013700     05  WS-XA-COUNT           PIC 9(04) COMP VALUE ZERO.
013800     05  WS-XA-ENTRY OCCURS 200 TIMES
013900                     INDEXED BY WS-XA-IDX.
014000         10  WS-XA-STEP        PIC X(08).
014100         10  WS-XA-SOURCE      PIC X(03).
014200         10  WS-XA-RUNS        PIC 9(05).
014300         10  WS-XA-VOL-TOT     PIC 9(13).
014400         10  WS-XA-SEEN-SW     PIC X(01).
014500             88  WS-XA-SEEN    VALUE 'Y'.
014600
014700*    THE REPORTING WEEK'S ROWS, IN RUNSTATS KEY ORDER - A
014800*    STEP ROW IS FOLLOWED BY ITS FEEDER ROWS.
014900 01  WS-WEEK-TABLE.
015000     05  WS-WK-COUNT           PIC 9(04) COMP VALUE ZERO.
015100     05  WS-WK-ENTRY OCCURS 500 TIMES
015200                     INDEXED BY WS-WK-IDX.
015300         10  WS-WK-RUN-ID      PIC X(08).
015400         10  WS-WK-STEP        PIC X(08).
015500         10  WS-WK-SOURCE      PIC X(03).
015600         10  WS-WK-START-DATE  PIC X(08).
015700         10  WS-WK-START-TIME  PIC X(08).
015800         10  WS-WK-ELAPSED     PIC 9(07).
015900         10  WS-WK-STATUS      PIC X(01).
016000         10  WS-WK-START-COUNT PIC 9(03).
016100         10  WS-WK-IN          PIC 9(09).
016200         10  WS-WK-OUT         PIC 9(09).
016300         10  WS-WK-OTHER       PIC 9(09).
016400
016500*    THE RUN AND STEP WHOSE FEEDER ROWS ARE BEING PRINTED.
016600 01  WS-GROUP.
016700     05  WS-GRP-RUN-ID         PIC X(08) VALUE SPACES.
016800     05  WS-GRP-STEP           PIC X(08) VALUE SPACES.
016900     05  WS-GRP-STATUS         PIC X(01) VALUE SPACES.
017000
017100 01  WS-ROW-WORK.
017200     05  WS-AVG-ELAPSED        PIC 9(07).
017300     05  WS-AVG-IN             PIC 9(09).
017400     05  WS-AVG-VOL            PIC 9(09).
017500     05  WS-PCT                PIC 9(07).
017600     05  WS-CHANGE-PCT         PIC S9(07).
017700     05  WS-VOLUME             PIC 9(09).
017800     05  WS-FLAG               PIC X(14).
017900
018000 01  WS-DURATION-WORK.
018100     05  WS-DUR-SECS           PIC 9(07).
018200     05  WS-DUR-HH             PIC 9(05).
018300     05  WS-DUR-REST           PIC 9(05).
018400     05  WS-DUR-MM             PIC 9(02).
018500     05  WS-DUR-SS             PIC 9(02).
018600 01  WS-DURATION-EDIT.
018700     05  DU-HH                 PIC ZZ9.
018800     05  FILLER                PIC X(01) VALUE ':'.
018900     05  DU-MM                 PIC 9(02).
019000     05  FILLER                PIC X(01) VALUE ':'.
019100     05  DU-SS                 PIC 9(02).
019200
019300 01  WS-RT-TOTALS.
019400     05  WS-STEP-LINES         PIC 9(07) VALUE ZERO.
019500     05  WS-STEP-FLAGGED       PIC 9(07) VALUE ZERO.
019600     05  WS-SOURCE-LINES       PIC 9(07) VALUE ZERO.
019700     05  WS-SOURCE-FLAGGED     PIC 9(07) VALUE ZERO.
019800
019900 01  WS-TOTAL-EDIT             PIC ZZZZZZ9.
020000
020100 01  WS-HDR-LINE.
020200     05  FILLER                PIC X(36) VALUE
020300         'BATCH WINDOW TREND REPORT - WEEK TO '.
020400     05  HD-END-DATE           PIC X(08).
020500     05  FILLER                PIC X(21) VALUE
020600         '  AVERAGES OVER THE  '.
020700     05  HD-WEEKS              PIC Z9.
020800     05  FILLER                PIC X(22) VALUE
020900         ' WEEKS BEFORE  SLOW > '.
021000     05  HD-SLOW               PIC ZZ9.
021100     05  FILLER                PIC X(10) VALUE
021200         '%  VOL +- '.
021300     05  HD-VOL                PIC ZZ9.
021400     05  FILLER                PIC X(01) VALUE '%'.
021500
021600 01  WS-ST-COL-HDR-LINE.
021700     05  FILLER                PIC X(30) VALUE
021800         ' RUN ID   STEP     STARTED    '.
021900     05  FILLER                PIC X(30) VALUE
022000         '         ELAPSED   AVERAGE   P'.
022100     05  FILLER                PIC X(30) VALUE
022200         'CT        IN    AVG IN       O'.
022300     05  FILLER                PIC X(22) VALUE
022400         'UT     OTHER RUNS FLAG'.
022500
022600 01  WS-ST-DETAIL-LINE.
022700     05  FILLER                PIC X(01) VALUE SPACE.
022800     05  ST-RUN-ID             PIC X(08).
022900     05  FILLER                PIC X(01) VALUE SPACE.
023000     05  ST-STEP               PIC X(08).
023100     05  FILLER                PIC X(01) VALUE SPACE.
023200     05  ST-START-DATE         PIC X(08).
023300     05  FILLER                PIC X(01) VALUE SPACE.
023400     05  ST-START-TIME         PIC X(08).
023500     05  FILLER                PIC X(01) VALUE SPACE.
023600     05  ST-ELAPSED            PIC X(09).
023700     05  FILLER                PIC X(01) VALUE SPACE.
023800     05  ST-AVERAGE            PIC X(09).
023900     05  FILLER                PIC X(01) VALUE SPACE.
024000     05  ST-PCT                PIC ZZZ9.
024100     05  ST-PCT-SIGN           PIC X(01).
024200     05  FILLER                PIC X(01) VALUE SPACE.
024300     05  ST-IN                 PIC Z(08)9.
024400     05  FILLER                PIC X(01) VALUE SPACE.
024500     05  ST-AVG-IN             PIC Z(08)9.
024600     05  FILLER                PIC X(01) VALUE SPACE.
024700     05  ST-OUT                PIC Z(08)9.
024800     05  FILLER                PIC X(01) VALUE SPACE.
024900     05  ST-OTHER              PIC Z(08)9.
025000     05  FILLER                PIC X(01) VALUE SPACE.
025100     05  ST-RUNS               PIC ZZZ9.
025200     05  FILLER                PIC X(01) VALUE SPACE.
025300     05  ST-FLAG               PIC X(14).
025400
025500 01  WS-VL-COL-HDR-LINE.
025600     05  FILLER                PIC X(30) VALUE
025700         ' RUN ID   STEP     SRC    VOLU'.
025800     05  FILLER                PIC X(30) VALUE
025900         'ME   AVERAGE  CHANGE RUNS FLAG'.
026000
026100 01  WS-VL-DETAIL-LINE.
026200     05  FILLER                PIC X(01) VALUE SPACE.
026300     05  VL-RUN-ID             PIC X(08).
026400     05  FILLER                PIC X(01) VALUE SPACE.
026500     05  VL-STEP               PIC X(08).
026600     05  FILLER                PIC X(01) VALUE SPACE.
026700     05  VL-SOURCE             PIC X(03).
026800     05  FILLER                PIC X(01) VALUE SPACE.
026900     05  VL-VOLUME             PIC Z(08)9.
027000     05  FILLER                PIC X(01) VALUE SPACE.
027100     05  VL-AVERAGE            PIC Z(08)9.
027200     05  FILLER                PIC X(01) VALUE SPACE.
027300     05  VL-CHANGE             PIC -(05)9.
027400     05  VL-CHANGE-SIGN        PIC X(01).
027500     05  FILLER                PIC X(01) VALUE SPACE.
027600     05  VL-RUNS               PIC ZZZ9.
027700     05  FILLER                PIC X(01) VALUE SPACE.
027800     05  VL-FLAG               PIC X(14).
027900
028000 01  WS-PARM-VALID-LEN         PIC S9(04) COMP VALUE ZERO.
028100*    SAME SAFE-PARM HANDLING AS CALCDRV - ONLY THE BYTES
028200*    ACTUALLY PASSED ARE COPIED OUT OF WS-PARM-TEXT, SO A
028300*    SHORT OR OMITTED PARM READS AS SPACES.
028400 01  WS-SAFE-PARM-TEXT         VALUE SPACES.
028500     05  FILLER                PIC X(08).
028600     05  WS-PARM-END-DATE.
028700         10  WS-PARM-END-YEAR  PIC X(04).
028800         10  WS-PARM-END-MONTH PIC X(02).
028900         10  WS-PARM-END-DAY   PIC X(02).
029000     05  FILLER                PIC X(07).
029100     05  WS-PARM-WEEKS         PIC X(02).
029200     05  FILLER                PIC X(06).
029300     05  WS-PARM-SLOW          PIC X(03).
029400     05  FILLER                PIC X(05).
029500     05  WS-PARM-VOL           PIC X(03).
029600 01  WS-SAFE-PARM-TEXT-X REDEFINES WS-SAFE-PARM-TEXT PIC X(42).
029700
029800 LINKAGE SECTION.
029900 01  WS-JCL-PARM.
030000     05  WS-PARM-LEN           PIC S9(04) COMP.
030100     05  WS-PARM-TEXT          PIC X(42).
030200
030300 PROCEDURE DIVISION USING WS-JCL-PARM.
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
030600     PERFORM 2000-PROCESS-ROW    THRU 2000-EXIT
030700         UNTIL WS-STAT-EOF.
030800     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
030900     GOBACK.
031000
031100 1000-INITIALIZE.
031200     MOVE SPACES TO WS-SAFE-PARM-TEXT.
031300     IF WS-PARM-LEN > 42
031400         MOVE 42 TO WS-PARM-VALID-LEN
031500     ELSE
031600         IF WS-PARM-LEN > 0
031700             MOVE WS-PARM-LEN TO WS-PARM-VALID-LEN
031800         ELSE
031900             MOVE ZERO TO WS-PARM-VALID-LEN
032000         END-IF
032100     END-IF.
032200     IF WS-PARM-VALID-LEN > 0
032300         MOVE WS-PARM-TEXT (1:WS-PARM-VALID-LEN)
032400             TO WS-SAFE-PARM-TEXT-X (1:WS-PARM-VALID-LEN)
032500     END-IF.
032600     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
032700     MOVE WS-END-DATE TO WS-DN-DATE.
032800     PERFORM 8300-DAY-NUMBER THRU 8300-EXIT.
032900     MOVE WS-DN-DAYNUM TO WS-WEEK-END-DAY.
033000     COMPUTE WS-WEEK-START-DAY = WS-WEEK-END-DAY - 6.
033100     COMPUTE WS-TRAIL-START-DAY = WS-WEEK-START-DAY
033200         - (WS-WEEKS * 7).
033300     OPEN INPUT  RUN-STAT-FILE.
033400     OPEN OUTPUT TREND-RPT.
033500     MOVE WS-END-DATE TO HD-END-DATE.
033600     MOVE WS-WEEKS    TO HD-WEEKS.
033700     MOVE WS-SLOW-PCT TO HD-SLOW.
033800     MOVE WS-VOL-PCT  TO HD-VOL.
033900     MOVE WS-HDR-LINE TO TREND-RPT-LINE.
034000     WRITE TREND-RPT-LINE.
034100 1000-EXIT.
034200     EXIT.
034300
034400 1100-EDIT-PARM.
034500     IF WS-PARM-END-DATE = SPACES
034600         ACCEPT WS-TODAY FROM DATE YYYYMMDD
034700         MOVE WS-TODAY TO WS-END-DATE
034800     ELSE
034900         IF WS-PARM-END-DATE NOT NUMERIC
035000            OR WS-PARM-END-MONTH < '01'
035100            OR WS-PARM-END-MONTH > '12'
035200            OR WS-PARM-END-DAY < '01'
035300            OR WS-PARM-END-DAY > '31'
035400             DISPLAY 'STATRPT - ENDDATE PARM NOT CCYYMMDD: '
035500                 WS-PARM-END-DATE ' - RUN ABENDED'
035600             MOVE 16 TO RETURN-CODE
035700             STOP RUN
035800         END-IF
035900         MOVE WS-PARM-END-DATE TO WS-END-DATE
036000     END-IF.
036100     IF WS-PARM-WEEKS = SPACES
036200         MOVE 04 TO WS-WEEKS
036300     ELSE
036400         IF WS-PARM-WEEKS NOT NUMERIC
036500            OR WS-PARM-WEEKS = '00'
036600             DISPLAY 'STATRPT - WEEKS PARM NOT 01-99: '
036700                 WS-PARM-WEEKS ' - RUN ABENDED'
036800             MOVE 16 TO RETURN-CODE
036900             STOP RUN
037000         END-IF
037100         MOVE WS-PARM-WEEKS TO WS-WEEKS
037200     END-IF.
037300     IF WS-PARM-SLOW = SPACES
037400         MOVE 150 TO WS-SLOW-PCT
037500     ELSE
037600         IF WS-PARM-SLOW NOT NUMERIC
037700            OR WS-PARM-SLOW NOT > '100'
037800             DISPLAY 'STATRPT - SLOW PARM NOT 101-999: '
037900                 WS-PARM-SLOW ' - RUN ABENDED'
038000             MOVE 16 TO RETURN-CODE
038100             STOP RUN
038200         END-IF
038300         MOVE WS-PARM-SLOW TO WS-SLOW-PCT
038400     END-IF.
038500     IF WS-PARM-VOL = SPACES
038600         MOVE 050 TO WS-VOL-PCT
038700     ELSE
038800         IF WS-PARM-VOL NOT NUMERIC
038900            OR WS-PARM-VOL = '000'
039000             DISPLAY 'STATRPT - VOL PARM NOT 001-999: '
039100                 WS-PARM-VOL ' - RUN ABENDED'
039200             MOVE 16 TO RETURN-CODE
039300             STOP RUN
039400         END-IF
039500         MOVE WS-PARM-VOL TO WS-VOL-PCT
039600     END-IF.
039700 1100-EXIT.
039800     EXIT.
039900
040000*-----------------------------------------------------------*
040100* ONE HISTORY ROW - KEPT IF IT FALLS IN THE WEEK, ADDED TO  *
040200* THE AVERAGES IF IT FALLS IN THE TRAILING WINDOW AND THE   *
040300* STEP ENDED CLEAN, OTHERWISE PASSED OVER.                  *
040400*-----------------------------------------------------------*
040500 2000-PROCESS-ROW.
040600     READ RUN-STAT-FILE
040700         AT END
040800             SET WS-STAT-EOF TO TRUE
040900     END-READ.
041000     IF WS-STAT-EOF
041100         GO TO 2000-EXIT
041200     END-IF.
041300     IF RS-RUN-MODE NOT = 'N'
041400        OR RS-RUN-DATE NOT NUMERIC
041500         GO TO 2000-EXIT
041600     END-IF.
041700     MOVE RS-RUN-DATE TO WS-DN-DATE.
041800     PERFORM 8300-DAY-NUMBER THRU 8300-EXIT.
041900     MOVE WS-DN-DAYNUM TO WS-ROW-DAY.
042000     IF WS-ROW-DAY > WS-WEEK-END-DAY
042100        OR WS-ROW-DAY < WS-TRAIL-START-DAY
042200         GO TO 2000-EXIT
042300     END-IF.
042400     IF WS-ROW-DAY NOT < WS-WEEK-START-DAY
042500         PERFORM 2100-KEEP-WEEK-ROW THRU 2100-EXIT
042600         GO TO 2000-EXIT
042700     END-IF.
042800     IF NOT RS-STEP-CLEAN
042900         GO TO 2000-EXIT
043000     END-IF.
043100     IF RS-STEP-ROW
043200         PERFORM 2200-ADD-STEP-HISTORY THRU 2200-EXIT
043300     ELSE
043400         PERFORM 2300-ADD-SOURCE-HISTORY THRU 2300-EXIT
043500     END-IF.
043600 2000-EXIT.
043700     EXIT.
043800
043900 2100-KEEP-WEEK-ROW.
044000     IF WS-WK-COUNT >= 500
044100         DISPLAY 'STATRPT - MORE THAN 500 HISTORY ROWS IN THE '
044200             'WEEK - RAISE THE WS-WK-ENTRY OCCURS LIMIT'
044300         MOVE 16 TO RETURN-CODE
044400         STOP RUN
044500     END-IF.
044600     ADD 1 TO WS-WK-COUNT.
044700     SET WS-WK-IDX TO WS-WK-COUNT.
044800     MOVE RS-RUN-ID        TO WS-WK-RUN-ID      (WS-WK-IDX).
044900     MOVE RS-STEP-NAME     TO WS-WK-STEP        (WS-WK-IDX).
045000     MOVE RS-SOURCE-SYSTEM TO WS-WK-SOURCE      (WS-WK-IDX).
045100     MOVE RS-START-DATE    TO WS-WK-START-DATE  (WS-WK-IDX).
045200     MOVE RS-START-TIME    TO WS-WK-START-TIME  (WS-WK-IDX).
045300     MOVE RS-ELAPSED-SECS  TO WS-WK-ELAPSED     (WS-WK-IDX).
045400     MOVE RS-STEP-STATUS   TO WS-WK-STATUS      (WS-WK-IDX).
045500     MOVE RS-START-COUNT   TO WS-WK-START-COUNT (WS-WK-IDX).
045600     MOVE RS-IN-COUNT      TO WS-WK-IN          (WS-WK-IDX).
045700     MOVE RS-OUT-COUNT     TO WS-WK-OUT         (WS-WK-IDX).
045800     MOVE RS-OTHER-COUNT   TO WS-WK-OTHER       (WS-WK-IDX).
045900 2100-EXIT.
046000     EXIT.
046100
046200 2200-ADD-STEP-HISTORY.
046300     MOVE RS-STEP-NAME TO WS-GRP-STEP.
046400     PERFORM 8100-FIND-STEP-AVG THRU 8100-EXIT.
046500     IF NOT WS-SA-FOUND
046600         IF WS-SA-COUNT >= 20
046700             DISPLAY 'STATRPT - MORE THAN 20 STEP NAMES ON THE '
046800                 'HISTORY - RAISE THE WS-SA-ENTRY OCCURS LIMIT'
046900             MOVE 16 TO RETURN-CODE
047000             STOP RUN
047100         END-IF
047200         ADD 1 TO WS-SA-COUNT
047300         SET WS-SA-IDX TO WS-SA-COUNT
047400         MOVE RS-STEP-NAME TO WS-SA-STEP        (WS-SA-IDX)
047500         MOVE ZERO         TO WS-SA-RUNS        (WS-SA-IDX)
047600         MOVE ZERO         TO WS-SA-ELAPSED-TOT (WS-SA-IDX)
047700         MOVE ZERO         TO WS-SA-IN-TOT      (WS-SA-IDX)
047800     END-IF.
047900     ADD 1               TO WS-SA-RUNS        (WS-SA-IDX).
048000     ADD RS-ELAPSED-SECS TO WS-SA-ELAPSED-TOT (WS-SA-IDX).
048100     ADD RS-IN-COUNT     TO WS-SA-IN-TOT      (WS-SA-IDX).
048200 2200-EXIT.
048300     EXIT.
048400
048500 2300-ADD-SOURCE-HISTORY.
048600     MOVE RS-STEP-NAME     TO WS-GRP-STEP.
048700     MOVE RS-SOURCE-SYSTEM TO VL-SOURCE.
048800     PERFORM 8200-FIND-SOURCE-AVG THRU 8200-EXIT.
048900     IF NOT WS-XA-FOUND
049000         IF WS-XA-COUNT >= 200
049100             DISPLAY 'STATRPT - MORE THAN 200 STEP/SOURCE PAIRS '
049200                 'ON THE HISTORY - RAISE THE WS-XA-ENTRY OCCURS '
049300                 'LIMIT'
049400             MOVE 16 TO RETURN-CODE
049500             STOP RUN
049600         END-IF
049700         ADD 1 TO WS-XA-COUNT
049800         SET WS-XA-IDX TO WS-XA-COUNT
049900         MOVE RS-STEP-NAME     TO WS-XA-STEP    (WS-XA-IDX)
050000         MOVE RS-SOURCE-SYSTEM TO WS-XA-SOURCE  (WS-XA-IDX)
050100         MOVE ZERO             TO WS-XA-RUNS    (WS-XA-IDX)
050200         MOVE ZERO             TO WS-XA-VOL-TOT (WS-XA-IDX)
050300         MOVE 'N'              TO WS-XA-SEEN-SW (WS-XA-IDX)
050400     END-IF.
050500     ADD 1           TO WS-XA-RUNS    (WS-XA-IDX).
050600     ADD RS-IN-COUNT TO WS-XA-VOL-TOT (WS-XA-IDX).
050700 2300-EXIT.
050800     EXIT.
050900
051000 3000-TERMINATE.
051100     CLOSE RUN-STAT-FILE.
051200     PERFORM 3100-PRINT-STEP-TIMINGS THRU 3100-EXIT.
051300     PERFORM 3200-PRINT-VOLUMES      THRU 3200-EXIT.
051400     MOVE SPACE TO TREND-RPT-LINE.
051500     WRITE TREND-RPT-LINE.
051600     MOVE WS-STEP-LINES TO WS-TOTAL-EDIT.
051700     MOVE SPACE TO TREND-RPT-LINE.
051800     STRING 'STEP RUNS REPORTED . . . . . : ' DELIMITED BY SIZE
051900         WS-TOTAL-EDIT DELIMITED BY SIZE
052000         INTO TREND-RPT-LINE.
052100     WRITE TREND-RPT-LINE.
052200     MOVE WS-STEP-FLAGGED TO WS-TOTAL-EDIT.
052300     MOVE SPACE TO TREND-RPT-LINE.
052400     STRING 'STEP RUNS FLAGGED  . . . . . : ' DELIMITED BY SIZE
052500         WS-TOTAL-EDIT DELIMITED BY SIZE
052600         INTO TREND-RPT-LINE.
052700     WRITE TREND-RPT-LINE.
052800     MOVE WS-SOURCE-LINES TO WS-TOTAL-EDIT.
052900     MOVE SPACE TO TREND-RPT-LINE.
053000     STRING 'FEEDER VOLUMES REPORTED  . . : ' DELIMITED BY SIZE
053100         WS-TOTAL-EDIT DELIMITED BY SIZE
053200         INTO TREND-RPT-LINE.
053300     WRITE TREND-RPT-LINE.
053400     MOVE WS-SOURCE-FLAGGED TO WS-TOTAL-EDIT.
053500     MOVE SPACE TO TREND-RPT-LINE.
053600     STRING 'FEEDER VOLUMES FLAGGED . . . : ' DELIMITED BY SIZE
053700         WS-TOTAL-EDIT DELIMITED BY SIZE
053800         INTO TREND-RPT-LINE.
053900     WRITE TREND-RPT-LINE.
054000     CLOSE TREND-RPT.
054100     IF WS-STEP-FLAGGED > ZERO
054200        OR WS-SOURCE-FLAGGED > ZERO
054300         DISPLAY 'STATRPT - ' WS-STEP-FLAGGED ' STEP RUNS AND '
054400             WS-SOURCE-FLAGGED ' FEEDER VOLUMES FLAGGED - SEE '
054500             'THE TREND REPORT - RC=4'
054600         MOVE 4 TO RETURN-CODE
054700     END-IF.
054800 3000-EXIT.
054900     EXIT.
055000
055100*-----------------------------------------------------------*
055200* SECTION 1 - EVERY STEP ROW OF THE WEEK AGAINST ITS STEP'S *
055300* TRAILING AVERAGE.                                         *
055400*-----------------------------------------------------------*
055500 3100-PRINT-STEP-TIMINGS.
055600     MOVE SPACE TO TREND-RPT-LINE.
055700     WRITE TREND-RPT-LINE.
055800     MOVE 'STEP TIMINGS AGAINST THE TRAILING AVERAGE'
055900         TO TREND-RPT-LINE.
056000     WRITE TREND-RPT-LINE.
056100     MOVE WS-ST-COL-HDR-LINE TO TREND-RPT-LINE.
056200     WRITE TREND-RPT-LINE.
056300     PERFORM 3150-PRINT-ONE-STEP THRU 3150-EXIT
056400         VARYING WS-WK-IDX FROM 1 BY 1
056500         UNTIL WS-WK-IDX > WS-WK-COUNT.
056600 3100-EXIT.
056700     EXIT.
056800
056900 3150-PRINT-ONE-STEP.
057000     IF WS-WK-SOURCE (WS-WK-IDX) NOT = SPACES
057100         GO TO 3150-EXIT
057200     END-IF.
057300     MOVE WS-WK-STEP (WS-WK-IDX) TO WS-GRP-STEP.
057400     PERFORM 8100-FIND-STEP-AVG THRU 8100-EXIT.
057500     MOVE ZERO   TO WS-AVG-ELAPSED.
057600     MOVE ZERO   TO WS-AVG-IN.
057700     MOVE ZERO   TO WS-PCT.
057800     MOVE SPACES TO WS-FLAG.
057900     IF WS-SA-FOUND
058000         DIVIDE WS-SA-ELAPSED-TOT (WS-SA-IDX)
058100             BY WS-SA-RUNS (WS-SA-IDX)
058200             GIVING WS-AVG-ELAPSED ROUNDED
058300         DIVIDE WS-SA-IN-TOT (WS-SA-IDX)
058400             BY WS-SA-RUNS (WS-SA-IDX)
058500             GIVING WS-AVG-IN ROUNDED
058600     END-IF.
058700     IF WS-AVG-ELAPSED > ZERO
058800         COMPUTE WS-PCT ROUNDED =
058900             WS-WK-ELAPSED (WS-WK-IDX) * 100 / WS-AVG-ELAPSED
059000             ON SIZE ERROR
059100                 MOVE 9999 TO WS-PCT
059200         END-COMPUTE
059300         IF WS-PCT > 9999
059400             MOVE 9999 TO WS-PCT
059500         END-IF
059600     END-IF.
059700     EVALUATE TRUE
059800         WHEN WS-WK-STATUS (WS-WK-IDX) = 'S'
059900             MOVE 'NOT ENDED'      TO WS-FLAG
060000         WHEN WS-WK-STATUS (WS-WK-IDX) = 'E'
060100             MOVE 'ENDED IN ERROR' TO WS-FLAG
060200         WHEN NOT WS-SA-FOUND
060300             MOVE 'NO HISTORY'     TO WS-FLAG
060400         WHEN WS-WK-ELAPSED (WS-WK-IDX) * 100
060500                  > WS-AVG-ELAPSED * WS-SLOW-PCT
060600          AND WS-WK-ELAPSED (WS-WK-IDX)
060700                  NOT < WS-AVG-ELAPSED + WS-SLOW-MIN-SECS
060800             MOVE 'SLOW'           TO WS-FLAG
060900         WHEN WS-WK-START-COUNT (WS-WK-IDX) > 1
061000             MOVE 'RESTARTED'      TO WS-FLAG
061100     END-EVALUATE.
061200     MOVE WS-WK-RUN-ID     (WS-WK-IDX) TO ST-RUN-ID.
061300     MOVE WS-WK-STEP       (WS-WK-IDX) TO ST-STEP.
061400     MOVE WS-WK-START-DATE (WS-WK-IDX) TO ST-START-DATE.
061500     MOVE SPACES TO ST-START-TIME.
061600     IF WS-WK-START-TIME (WS-WK-IDX) NOT = SPACES
061700         STRING WS-WK-START-TIME (WS-WK-IDX) (1:2)
061800                    DELIMITED BY SIZE
061900             ':' DELIMITED BY SIZE
062000             WS-WK-START-TIME (WS-WK-IDX) (3:2)
062100                    DELIMITED BY SIZE
062200             ':' DELIMITED BY SIZE
062300             WS-WK-START-TIME (WS-WK-IDX) (5:2)
062400                    DELIMITED BY SIZE
062500             INTO ST-START-TIME
062600     END-IF.
062700     MOVE SPACES TO ST-ELAPSED.
062800     IF WS-WK-STATUS (WS-WK-IDX) NOT = 'S'
062900         MOVE WS-WK-ELAPSED (WS-WK-IDX) TO WS-DUR-SECS
063000         PERFORM 8500-EDIT-DURATION THRU 8500-EXIT
063100         MOVE WS-DURATION-EDIT TO ST-ELAPSED
063200     END-IF.
063300     MOVE SPACES TO ST-AVERAGE.
063400     MOVE ZERO   TO ST-RUNS.
063500     IF WS-SA-FOUND
063600         MOVE WS-AVG-ELAPSED TO WS-DUR-SECS
063700         PERFORM 8500-EDIT-DURATION THRU 8500-EXIT
063800         MOVE WS-DURATION-EDIT TO ST-AVERAGE
063900         MOVE WS-SA-RUNS (WS-SA-IDX) TO ST-RUNS
064000     END-IF.
064100     MOVE WS-PCT TO ST-PCT.
064200     MOVE '%'    TO ST-PCT-SIGN.
064300     IF WS-AVG-ELAPSED = ZERO
064400        OR WS-WK-STATUS (WS-WK-IDX) = 'S'
064500         MOVE SPACES TO ST-PCT-SIGN
064600         MOVE ZERO   TO ST-PCT
064700     END-IF.
064800     MOVE WS-WK-IN    (WS-WK-IDX) TO ST-IN.
064900     MOVE WS-AVG-IN               TO ST-AVG-IN.
065000     MOVE WS-WK-OUT   (WS-WK-IDX) TO ST-OUT.
065100     MOVE WS-WK-OTHER (WS-WK-IDX) TO ST-OTHER.
065200     MOVE WS-FLAG                 TO ST-FLAG.
065300     MOVE WS-ST-DETAIL-LINE TO TREND-RPT-LINE.
065400     WRITE TREND-RPT-LINE.
065500     ADD 1 TO WS-STEP-LINES.
065600     IF WS-FLAG NOT = SPACES
065700        AND WS-FLAG NOT = 'NO HISTORY'
065800         ADD 1 TO WS-STEP-FLAGGED
065900     END-IF.
066000 3150-EXIT.
066100     EXIT.
066200
066300*-----------------------------------------------------------*
066400* SECTION 2 - EVERY FEEDER ROW OF THE WEEK AGAINST ITS OWN  *
066500* TRAILING AVERAGE.  A STEP ROW STARTS A NEW NIGHT'S GROUP, *
066600* AND THE PREVIOUS GROUP IS CLOSED BY LISTING THE FEEDERS   *
066700* IN ITS HISTORY THAT DID NOT SEND THAT NIGHT.              *
066800*-----------------------------------------------------------*
066900 3200-PRINT-VOLUMES.
067000     MOVE SPACE TO TREND-RPT-LINE.
067100     WRITE TREND-RPT-LINE.
067200     MOVE 'FEEDER VOLUMES AGAINST THE TRAILING AVERAGE'
067300         TO TREND-RPT-LINE.
067400     WRITE TREND-RPT-LINE.
067500     MOVE WS-VL-COL-HDR-LINE TO TREND-RPT-LINE.
067600     WRITE TREND-RPT-LINE.
067700     MOVE SPACES TO WS-GROUP.
067800     PERFORM 3250-VOLUME-ONE-ROW THRU 3250-EXIT
067900         VARYING WS-WK-IDX FROM 1 BY 1
068000         UNTIL WS-WK-IDX > WS-WK-COUNT.
068100     PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT.
068200 3200-EXIT.
068300     EXIT.
068400
068500 3250-VOLUME-ONE-ROW.
068600     IF WS-WK-SOURCE (WS-WK-IDX) = SPACES
068700         PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
068800         MOVE WS-WK-RUN-ID (WS-WK-IDX) TO WS-GRP-RUN-ID
068900         MOVE WS-WK-STEP   (WS-WK-IDX) TO WS-GRP-STEP
069000         MOVE WS-WK-STATUS (WS-WK-IDX) TO WS-GRP-STATUS
069100         PERFORM 3260-CLEAR-ONE-SEEN THRU 3260-EXIT
069200             VARYING WS-XA-IDX FROM 1 BY 1
069300             UNTIL WS-XA-IDX > WS-XA-COUNT
069400         GO TO 3250-EXIT
069500     END-IF.
069600     MOVE WS-WK-SOURCE (WS-WK-IDX) TO VL-SOURCE.
069700     PERFORM 8200-FIND-SOURCE-AVG THRU 8200-EXIT.
069800     MOVE WS-WK-IN (WS-WK-IDX) TO WS-VOLUME.
069900     IF WS-XA-FOUND
070000         MOVE 'Y' TO WS-XA-SEEN-SW (WS-XA-IDX)
070100     END-IF.
070200     PERFORM 3400-PRINT-VOLUME THRU 3400-EXIT.
070300 3250-EXIT.
070400     EXIT.
070500
070600 3260-CLEAR-ONE-SEEN.
070700     MOVE 'N' TO WS-XA-SEEN-SW (WS-XA-IDX).
070800 3260-EXIT.
070900     EXIT.
071000
071100*    A STEP THAT NEVER ENDED WROTE NO FEEDER ROWS - IT IS
071200*    ALREADY FLAGGED NOT ENDED, SO NOTHING IS MISSING HERE.
071300 3300-CLOSE-GROUP.
071400     IF WS-GRP-STEP = SPACES
071500        OR WS-GRP-STATUS = 'S'
071600         GO TO 3300-EXIT
071700     END-IF.
071800     PERFORM 3350-CHECK-ONE-MISSING THRU 3350-EXIT
071900         VARYING WS-XA-IDX FROM 1 BY 1
072000         UNTIL WS-XA-IDX > WS-XA-COUNT.
072100     MOVE SPACES TO WS-GRP-STEP.
072200 3300-EXIT.
072300     EXIT.
072400
072500 3350-CHECK-ONE-MISSING.
072600     IF WS-XA-STEP (WS-XA-IDX) NOT = WS-GRP-STEP
072700        OR WS-XA-SEEN (WS-XA-IDX)
072800         GO TO 3350-EXIT
072900     END-IF.
073000     MOVE WS-XA-SOURCE (WS-XA-IDX) TO VL-SOURCE.
073100     MOVE ZERO TO WS-VOLUME.
073200     MOVE 'Y'  TO WS-XA-FOUND-SW.
073300     PERFORM 3400-PRINT-VOLUME THRU 3400-EXIT.
073400 3350-EXIT.
073500     EXIT.
073600
073700*    ONE FEEDER LINE - WS-GRP-RUN-ID / WS-GRP-STEP, VL-SOURCE*
073800*    WS-VOLUME AND, WHEN WS-XA-FOUND, ITS HISTORY AT
073900*    WS-XA-IDX.
074000 3400-PRINT-VOLUME.
074100     MOVE ZERO   TO WS-AVG-VOL.
074200     MOVE ZERO   TO WS-CHANGE-PCT.
074300     MOVE SPACES TO WS-FLAG.
074400     IF NOT WS-XA-FOUND
074500         MOVE 'NEW SOURCE' TO WS-FLAG
074600     ELSE
074700         DIVIDE WS-XA-VOL-TOT (WS-XA-IDX)
074800             BY WS-XA-RUNS (WS-XA-IDX)
074900             GIVING WS-AVG-VOL ROUNDED
075000         PERFORM 3450-SET-VOLUME-FLAG THRU 3450-EXIT
075100     END-IF.
075200     MOVE WS-GRP-RUN-ID TO VL-RUN-ID.
075300     MOVE WS-GRP-STEP   TO VL-STEP.
075400     MOVE WS-VOLUME     TO VL-VOLUME.
075500     MOVE WS-AVG-VOL    TO VL-AVERAGE.
075600     MOVE WS-CHANGE-PCT TO VL-CHANGE.
075700     MOVE '%'           TO VL-CHANGE-SIGN.
075800     IF WS-AVG-VOL = ZERO
075900         MOVE ZERO   TO VL-CHANGE
076000         MOVE SPACES TO VL-CHANGE-SIGN
076100     END-IF.
076200     MOVE ZERO TO VL-RUNS.
076300     IF WS-XA-FOUND
076400         MOVE WS-XA-RUNS (WS-XA-IDX) TO VL-RUNS
076500     END-IF.
076600     MOVE WS-FLAG TO VL-FLAG.
076700     MOVE WS-VL-DETAIL-LINE TO TREND-RPT-LINE.
076800     WRITE TREND-RPT-LINE.
076900     ADD 1 TO WS-SOURCE-LINES.
077000     IF WS-FLAG NOT = SPACES
077100        AND WS-FLAG NOT = 'NEW SOURCE'
077200         ADD 1 TO WS-SOURCE-FLAGGED
077300     END-IF.
077400 3400-EXIT.
077500     EXIT.
077600
077700 3450-SET-VOLUME-FLAG.
077800     IF WS-VOLUME = ZERO
077900         MOVE 'NOT RECEIVED' TO WS-FLAG
078000         IF WS-AVG-VOL > ZERO
078100             MOVE -100 TO WS-CHANGE-PCT
078200         END-IF
078300         GO TO 3450-EXIT
078400     END-IF.
078500     IF WS-AVG-VOL = ZERO
078600         MOVE 'JUMP' TO WS-FLAG
078700         GO TO 3450-EXIT
078800     END-IF.
078900     COMPUTE WS-CHANGE-PCT ROUNDED =
079000         (WS-VOLUME - WS-AVG-VOL) * 100 / WS-AVG-VOL
079100         ON SIZE ERROR
079200             MOVE 99999 TO WS-CHANGE-PCT
079300     END-COMPUTE.
079400     IF WS-CHANGE-PCT > 99999
079500         MOVE 99999 TO WS-CHANGE-PCT
079600     END-IF.
079700     IF WS-CHANGE-PCT > WS-VOL-PCT
079800         MOVE 'JUMP' TO WS-FLAG
079900     END-IF.
080000     IF WS-CHANGE-PCT < ZERO - WS-VOL-PCT
080100         MOVE 'DROP' TO WS-FLAG
080200     END-IF.
080300 3450-EXIT.
080400     EXIT.
080500
080600*    STEP NAME IN WS-GRP-STEP.
080700 8100-FIND-STEP-AVG.
080800     MOVE 'N' TO WS-SA-FOUND-SW.
080900     IF WS-SA-COUNT > ZERO
081000         SET WS-SA-IDX TO 1
081100         SEARCH WS-SA-ENTRY
081200             AT END
081300                 CONTINUE
081400             WHEN WS-SA-IDX > WS-SA-COUNT
081500                 CONTINUE
081600             WHEN WS-SA-STEP (WS-SA-IDX) = WS-GRP-STEP
081700                 SET WS-SA-FOUND TO TRUE
081800         END-SEARCH
081900     END-IF.
082000 8100-EXIT.
082100     EXIT.
082200
082300*    STEP NAME IN WS-GRP-STEP, SOURCE SYSTEM IN VL-SOURCE.
082400 8200-FIND-SOURCE-AVG.
082500     MOVE 'N' TO WS-XA-FOUND-SW.
082600     IF WS-XA-COUNT > ZERO
082700         SET WS-XA-IDX TO 1
082800         SEARCH WS-XA-ENTRY
082900             AT END
083000                 CONTINUE
083100             WHEN WS-XA-IDX > WS-XA-COUNT
083200                 CONTINUE
083300             WHEN WS-XA-STEP (WS-XA-IDX) = WS-GRP-STEP
083400              AND WS-XA-SOURCE (WS-XA-IDX) = VL-SOURCE
083500                 SET WS-XA-FOUND TO TRUE
083600         END-SEARCH
083700     END-IF.
083800 8200-EXIT.
083900     EXIT.
084000
084100 8300-DAY-NUMBER.
084200     MOVE WS-DN-YEAR  TO WS-DN-Y.
084300     MOVE WS-DN-MONTH TO WS-DN-M.
084400     IF WS-DN-M < 3
084500         SUBTRACT 1 FROM WS-DN-Y
084600         ADD 12 TO WS-DN-M
084700     END-IF.
084800     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4.
084900     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
085000     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
085100     COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-M - 3) + 2.
085200     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-QM.
085300     COMPUTE WS-DN-DAYNUM = 365 * WS-DN-Y + WS-DN-Q4
085400         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QM + WS-DN-DAY.
085500 8300-EXIT.
085600     EXIT.
085700
085800*    WS-DUR-SECS AS HHH:MM:SS IN WS-DURATION-EDIT.
085900 8500-EDIT-DURATION.
086000     DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HH
086100         REMAINDER WS-DUR-REST.
086200     DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MM
086300         REMAINDER WS-DUR-SS.
086400     IF WS-DUR-HH > 999
086500         MOVE 999 TO WS-DUR-HH
086600     END-IF.
086700     MOVE WS-DUR-HH TO DU-HH.
086800     MOVE WS-DUR-MM TO DU-MM.
086900     MOVE WS-DUR-SS TO DU-SS.
087000 8500-EXIT.
087100     EXIT.
