000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERCLOSE.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* PERCLOSE IS THE MONTH-END CLOSE STEP OPERATIONS RUN ONCE  *
000900* THE CONTROLLERS HAVE SIGNED OFF A PERIOD.  IT MARKS THE   *
001000* PERIOD CLOSED ON THE ACCOUNTING PERIOD CALENDAR (PERCTL,  *
001100* SEE PERIODREC.CPY) WITH TODAY'S DATE, OPENS THE NEXT      *
001200* PERIOD AND MOVES THE CALENDAR'S OPEN PERIOD ON TO IT.     *
001300* FROM THEN ON:                                             *
001400*   - TRANEDIT RE-DATES OR REJECTS (PERD) A TRANSACTION,    *
001500*     AND SUSPREL A SUSPENSE RELEASE, DATED IN THE CLOSED   *
001600*     PERIOD, PER THE CALENDAR'S LATE-ITEM SETTING          *
001700*   - RATEPROM AND RATEMAINT REFUSE A RATE CHANGE EFFECTIVE *
001800*     INSIDE IT, AND GLPOST REFUSES TO REPOST A GL LINE     *
001900*     DATED IN IT AFTER ITS MAPPING IS CHANGED              *
002000*   - MGMTRPT PRINTS THE PERIOD AS FINAL                    *
002100*                                                           *
002200* PERIODS CLOSE STRICTLY IN SEQUENCE - ONLY THE CALENDAR'S  *
002300* CURRENT OPEN PERIOD CAN BE CLOSED, AND NOT UNTIL THE DAY  *
002400* AFTER ITS LAST DAY, SO NOTHING DATED IN IT CAN STILL BE   *
002500* ARRIVING.  RERUNNING THE CLOSE FOR A PERIOD ALREADY       *
002600* CLOSED CHANGES NOTHING AND ENDS WITH RC=4.  ON AN EMPTY   *
002700* CALENDAR THE FIRST CLOSE STARTS THE CALENDAR AT THE       *
002800* PERIOD NAMED.                                             *
002900*                                                           *
003000* JCL PARM FORMAT:  PERIOD=ccyy-mm LATE=x                   *
003100*   PERIOD - REQUIRED.  THE PERIOD BEING CLOSED.            *
003200*   LATE   - OPTIONAL.  SETS THE CALENDAR'S LATE-ITEM       *
003300*            SETTING - R RE-DATES A LATE TRANSACTION INTO   *
003400*            THE OPEN PERIOD, J REJECTS IT.  LEAVE BLANK TO *
003500*            KEEP THE CURRENT SETTING (J ON A NEW CALENDAR).*
003600*                                                           *
003700* FILES:                                                    *
003800*   PERCTL   - ACCOUNTING PERIOD CALENDAR KSDS, OPENED I-O  *
003900*   PERCLRPT - PERIOD CLOSE REPORT                          *
004000*-----------------------------------------------------------*
004100* MODIFICATION HISTORY                                      *
004200*   DATE       INIT  DESCRIPTION                             *
004300*   ---------  ----  ------------------------------------   *
004400*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
004500*-----------------------------------------------------------*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PERIOD-FILE   ASSIGN TO PERCTL
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS PER-PERIOD-ID.
005600
005700     SELECT CLOSE-RPT     ASSIGN TO PERCLRPT
005800         ORGANIZATION IS SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PERIOD-FILE.
006300     COPY PERIODREC.
006400
006500 FD  CLOSE-RPT
006600     RECORDING MODE IS F.
006700 01  CLOSE-RPT-LINE            PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-NEW-CALENDAR-SW    PIC X(01) VALUE 'N'.
007200         88  WS-NEW-CALENDAR   VALUE 'Y'.
007300     05  WS-REC-FOUND-SW       PIC X(01) VALUE 'N'.
007400         88  WS-REC-FOUND      VALUE 'Y'.
007500
007600 01  WS-RUN-DATE               PIC X(08).
007700 01  WS-RUN-DATE-DASHED        PIC X(10).
007800
007900*    THE IDENTITY A CLOSED PERIOD IS STAMPED WITH IN
008000*    PER-CLOSED-BY, AND THE KEY OF THE CALENDAR CONTROL
008100*    RECORD.
008200 01  WS-CLOSED-BY              PIC X(08) VALUE 'PERCLOSE'.
008300 01  WS-CONTROL-KEY            PIC X(07) VALUE '0000-00'.
008400
008500*    THE CALENDAR CONTROL RECORD'S FIELDS, HELD HERE WHILE
008600*    THE PERIOD RECORDS ARE READ AND WRITTEN THROUGH THE
008700*    SAME RECORD AREA.
008800 01  WS-CTL-OPEN-PERIOD        PIC X(07) VALUE SPACES.
008900 01  WS-CTL-LATE-ACTION        PIC X(01) VALUE SPACE.
009000     88  WS-CTL-LATE-REDATE    VALUE 'R'.
009100
009200 01  WS-NEXT-PERIOD            PIC X(07) VALUE SPACES.
009300
009400*    THE PERIOD WHOSE RECORD 2300 READS OR BUILDS, AND THE
009500*    STATUS A NEWLY BUILT RECORD STARTS WITH.
009600 01  WS-BUILD-PERIOD           PIC X(07) VALUE SPACES.
009700 01  WS-BUILD-STATUS           PIC X(01) VALUE SPACE.
009800
009900*    PERIOD ARITHMETIC - SAME LEAP-YEAR RULE AS RATECHEK AND
010000*    FXLOAD.
010100 01  WS-DATE-WORK.
010200     05  WS-DW-YEAR            PIC 9(04).
010300     05  WS-DW-MONTH           PIC 9(02).
010400     05  WS-DW-MAX-DAY         PIC 9(02).
010500     05  WS-DW-LEAP-QUOT       PIC 9(04).
010600     05  WS-DW-LEAP-REM        PIC 9(02).
010700     05  WS-DW-CENT-QUOT       PIC 9(04).
010800     05  WS-DW-CENT-REM        PIC 9(02).
010900     05  WS-DW-400-QUOT        PIC 9(04).
011000     05  WS-DW-400-REM         PIC 9(02).
011100
011200*    THE LAST DAY OF THE PERIOD NAMED ON THE PARM.
011300 01  WS-PARM-END-DATE          PIC X(10) VALUE SPACES.
011400
011500 01  WS-CLOSED-START           PIC X(10) VALUE SPACES.
011600 01  WS-CLOSED-END             PIC X(10) VALUE SPACES.
011700
011800 01  WS-PARM-VALID-LEN         PIC S9(04) COMP VALUE ZERO.
011900*    SAME SAFE-PARM HANDLING AS CALCDRV - ONLY THE BYTES
012000*    ACTUALLY PASSED ARE COPIED OUT OF WS-PARM-TEXT, SO A
012100*    SHORT OR OMITTED PARM READS AS SPACES.
012200 01  WS-SAFE-PARM-TEXT         VALUE SPACES.
012300     05  FILLER                PIC X(07).
012400     05  WS-PARM-PERIOD.
012500         10  WS-PARM-YEAR      PIC X(04).
012600         10  WS-PARM-DASH      PIC X(01).
012700         10  WS-PARM-MONTH     PIC X(02).
012800     05  FILLER                PIC X(06).
012900     05  WS-PARM-LATE          PIC X(01).
013000 01  WS-SAFE-PARM-TEXT-X REDEFINES WS-SAFE-PARM-TEXT PIC X(21).
013100
013200 LINKAGE SECTION.
013300 01  WS-JCL-PARM.
013400     05  WS-PARM-LEN           PIC S9(04) COMP.
013500     05  WS-PARM-TEXT          PIC X(21).
013600
013700 PROCEDURE DIVISION USING WS-JCL-PARM.
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
014000     PERFORM 2000-CLOSE-PERIOD   THRU 2000-EXIT.
014100     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
014200     GOBACK.
014300
014400 1000-INITIALIZE.
014500     MOVE SPACES TO WS-SAFE-PARM-TEXT.
014600     IF WS-PARM-LEN > 21
014700         MOVE 21 TO WS-PARM-VALID-LEN
014800     ELSE
014900         IF WS-PARM-LEN > 0
015000             MOVE WS-PARM-LEN TO WS-PARM-VALID-LEN
015100         ELSE
015200             MOVE ZERO TO WS-PARM-VALID-LEN
015300         END-IF
015400     END-IF.
015500     IF WS-PARM-VALID-LEN > 0
015600         MOVE WS-PARM-TEXT (1:WS-PARM-VALID-LEN)
015700             TO WS-SAFE-PARM-TEXT-X (1:WS-PARM-VALID-LEN)
015800     END-IF.
015900     IF WS-PARM-YEAR NOT NUMERIC
016000        OR WS-PARM-DASH NOT = '-'
016100        OR WS-PARM-MONTH NOT NUMERIC
016200        OR WS-PARM-MONTH < '01'
016300        OR WS-PARM-MONTH > '12'
016400         DISPLAY 'PERCLOSE - PERIOD PARM MISSING OR NOT '
016500             'CCYY-MM: ' WS-PARM-PERIOD ' - RUN ABENDED'
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF.
016900     IF WS-PARM-LATE NOT = SPACE
017000        AND WS-PARM-LATE NOT = 'R'
017100        AND WS-PARM-LATE NOT = 'J'
017200         DISPLAY 'PERCLOSE - LATE PARM MUST BE R, J OR BLANK: '
017300             WS-PARM-LATE ' - RUN ABENDED'
017400         MOVE 16 TO RETURN-CODE
017500         STOP RUN
017600     END-IF.
017700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017800     STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
017900         '-' DELIMITED BY SIZE
018000         WS-RUN-DATE (5:2) DELIMITED BY SIZE
018100         '-' DELIMITED BY SIZE
018200         WS-RUN-DATE (7:2) DELIMITED BY SIZE
018300         INTO WS-RUN-DATE-DASHED.
018400*    A PERIOD THAT HAS NOT YET ENDED CANNOT BE CLOSED - ITS
018500*    LAST DAY'S TRANSACTIONS ARE STILL TO COME, SO THE CLOSE
018600*    MAY RUN ANY TIME AFTER THAT DAY BUT NOT ON IT.
018700     MOVE WS-PARM-YEAR  TO WS-DW-YEAR.
018800     MOVE WS-PARM-MONTH TO WS-DW-MONTH.
018900     PERFORM 2960-SET-MAX-DAY THRU 2960-EXIT.
019000     STRING WS-PARM-PERIOD DELIMITED BY SIZE
019100         '-'               DELIMITED BY SIZE
019200         WS-DW-MAX-DAY     DELIMITED BY SIZE
019300         INTO WS-PARM-END-DATE.
019400     IF WS-PARM-END-DATE NOT < WS-RUN-DATE-DASHED
019500         DISPLAY 'PERCLOSE - PERIOD ' WS-PARM-PERIOD
019600             ' HAS NOT ENDED YET - RUN ABENDED'
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     OPEN I-O    PERIOD-FILE.
020100     OPEN OUTPUT CLOSE-RPT.
020200     MOVE 'ACCOUNTING PERIOD CLOSE' TO CLOSE-RPT-LINE.
020300     WRITE CLOSE-RPT-LINE.
020400     MOVE SPACE TO CLOSE-RPT-LINE.
020500     WRITE CLOSE-RPT-LINE.
020600 1000-EXIT.
020700     EXIT.
020800
020900 2000-CLOSE-PERIOD.
021000     PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
021100     IF WS-PARM-PERIOD < WS-CTL-OPEN-PERIOD
021200         DISPLAY 'PERCLOSE - PERIOD ' WS-PARM-PERIOD
021300             ' IS ALREADY CLOSED - NOTHING CHANGED'
021400         MOVE SPACE TO CLOSE-RPT-LINE
021500         STRING 'PERIOD ALREADY CLOSED - NOTHING CHANGED : '
021600             DELIMITED BY SIZE
021700             WS-PARM-PERIOD DELIMITED BY SIZE
021800             INTO CLOSE-RPT-LINE
021900         WRITE CLOSE-RPT-LINE
022000         MOVE 4 TO RETURN-CODE
022100         GO TO 2000-EXIT
022200     END-IF.
022300     IF WS-PARM-PERIOD > WS-CTL-OPEN-PERIOD
022400         DISPLAY 'PERCLOSE - PERIOD ' WS-PARM-PERIOD
022500             ' IS NOT THE OPEN PERIOD ' WS-CTL-OPEN-PERIOD
022600             ' - PERIODS CLOSE IN SEQUENCE - RUN ABENDED'
022700         MOVE 16 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000*    THE PERIOD BEING CLOSED - ITS RECORD IS BUILT FIRST WHEN
023100*    THE CALENDAR IS NEW OR THE PERIOD WAS NEVER OPENED ON IT.
023200     MOVE WS-PARM-PERIOD TO WS-BUILD-PERIOD.
023300     MOVE 'C' TO WS-BUILD-STATUS.
023400     PERFORM 2300-READ-OR-BUILD THRU 2300-EXIT.
023500     MOVE 'C'                TO PER-STATUS.
023600     MOVE WS-RUN-DATE-DASHED TO PER-CLOSE-DATE.
023700     MOVE WS-CLOSED-BY       TO PER-CLOSED-BY.
023800     MOVE PER-START-DATE     TO WS-CLOSED-START.
023900     MOVE PER-END-DATE       TO WS-CLOSED-END.
024000     PERFORM 2400-WRITE-PERIOD THRU 2400-EXIT.
024100*    THE NEXT PERIOD IS OPENED - AN EXISTING RECORD FOR IT IS
024200*    LEFT AS IT STANDS.
024300     PERFORM 2200-COMPUTE-NEXT-PERIOD THRU 2200-EXIT.
024400     MOVE WS-NEXT-PERIOD TO WS-BUILD-PERIOD.
024500     MOVE 'O' TO WS-BUILD-STATUS.
024600     PERFORM 2300-READ-OR-BUILD THRU 2300-EXIT.
024700     IF NOT WS-REC-FOUND
024800         PERFORM 2400-WRITE-PERIOD THRU 2400-EXIT
024900     END-IF.
025000*    THE CONTROL RECORD MOVES ON TO THE NEXT PERIOD AND TAKES
025100*    THE LATE-ITEM SETTING FROM THE PARM WHEN ONE IS GIVEN.
025200     IF WS-PARM-LATE NOT = SPACE
025300         MOVE WS-PARM-LATE TO WS-CTL-LATE-ACTION
025400     END-IF.
025500     MOVE SPACES             TO PERIOD-RECORD.
025600     MOVE WS-CONTROL-KEY     TO PER-PERIOD-ID.
025700     MOVE 'O'                TO PER-STATUS.
025800     MOVE WS-NEXT-PERIOD     TO PER-OPEN-PERIOD.
025900     MOVE WS-CTL-LATE-ACTION TO PER-LATE-ACTION.
026000     IF WS-NEW-CALENDAR
026100         WRITE PERIOD-RECORD
026200             INVALID KEY
026300                 PERFORM 2900-FILE-ERROR THRU 2900-EXIT
026400         END-WRITE
026500     ELSE
026600         REWRITE PERIOD-RECORD
026700             INVALID KEY
026800                 PERFORM 2900-FILE-ERROR THRU 2900-EXIT
026900         END-REWRITE
027000     END-IF.
027100     PERFORM 2500-WRITE-CLOSE-LINES THRU 2500-EXIT.
027200 2000-EXIT.
027300     EXIT.
027400
027500 2100-READ-CONTROL.
027600*    NO CONTROL RECORD MEANS NO PERIOD HAS EVER BEEN CLOSED -
027700*    THE CALENDAR STARTS WITH THE PERIOD NAMED ON THE PARM AS
027800*    ITS OPEN PERIOD, REJECTING LATE ITEMS UNLESS TOLD TO
027900*    RE-DATE THEM.
028000     MOVE WS-CONTROL-KEY TO PER-PERIOD-ID.
028100     READ PERIOD-FILE
028200         INVALID KEY
028300             SET WS-NEW-CALENDAR TO TRUE
028400     END-READ.
028500     IF WS-NEW-CALENDAR
028600         DISPLAY 'PERCLOSE - CALENDAR IS EMPTY - STARTING IT AT '
028700             'PERIOD ' WS-PARM-PERIOD
028800         MOVE WS-PARM-PERIOD TO WS-CTL-OPEN-PERIOD
028900         MOVE 'J'            TO WS-CTL-LATE-ACTION
029000     ELSE
029100         MOVE PER-OPEN-PERIOD TO WS-CTL-OPEN-PERIOD
029200         MOVE PER-LATE-ACTION TO WS-CTL-LATE-ACTION
029300     END-IF.
029400 2100-EXIT.
029500     EXIT.
029600
029700 2200-COMPUTE-NEXT-PERIOD.
029800     MOVE WS-PARM-YEAR  TO WS-DW-YEAR.
029900     MOVE WS-PARM-MONTH TO WS-DW-MONTH.
030000     IF WS-DW-MONTH < 12
030100         ADD 1 TO WS-DW-MONTH
030200     ELSE
030300         MOVE 01 TO WS-DW-MONTH
030400         ADD 1 TO WS-DW-YEAR
030500     END-IF.
030600     MOVE SPACES TO WS-NEXT-PERIOD.
030700     STRING WS-DW-YEAR  DELIMITED BY SIZE
030800         '-'            DELIMITED BY SIZE
030900         WS-DW-MONTH    DELIMITED BY SIZE
031000         INTO WS-NEXT-PERIOD.
031100 2200-EXIT.
031200     EXIT.
031300
031400 2300-READ-OR-BUILD.
031500*    READS WS-BUILD-PERIOD'S RECORD; WHEN IT IS NOT ON FILE
031600*    THE RECORD AREA IS BUILT FOR IT - FIRST TO LAST DAY OF
031700*    THE MONTH, STATUS WS-BUILD-STATUS - READY FOR 2400.
031800     MOVE 'Y' TO WS-REC-FOUND-SW.
031900     MOVE WS-BUILD-PERIOD TO PER-PERIOD-ID.
032000     READ PERIOD-FILE
032100         INVALID KEY
032200             MOVE 'N' TO WS-REC-FOUND-SW
032300     END-READ.
032400     IF NOT WS-REC-FOUND
032500         MOVE SPACES          TO PERIOD-RECORD
032600         MOVE WS-BUILD-PERIOD TO PER-PERIOD-ID
032700         MOVE WS-BUILD-STATUS TO PER-STATUS
032800         MOVE WS-BUILD-PERIOD (1:4) TO WS-DW-YEAR
032900         MOVE WS-BUILD-PERIOD (6:2) TO WS-DW-MONTH
033000         PERFORM 2960-SET-MAX-DAY THRU 2960-EXIT
033100         STRING WS-BUILD-PERIOD DELIMITED BY SIZE
033200             '-01'             DELIMITED BY SIZE
033300             INTO PER-START-DATE
033400         STRING WS-BUILD-PERIOD DELIMITED BY SIZE
033500             '-'               DELIMITED BY SIZE
033600             WS-DW-MAX-DAY     DELIMITED BY SIZE
033700             INTO PER-END-DATE
033800     END-IF.
033900 2300-EXIT.
034000     EXIT.
034100
034200 2400-WRITE-PERIOD.
034300     IF WS-REC-FOUND
034400         REWRITE PERIOD-RECORD
034500             INVALID KEY
034600                 PERFORM 2900-FILE-ERROR THRU 2900-EXIT
034700         END-REWRITE
034800     ELSE
034900         WRITE PERIOD-RECORD
035000             INVALID KEY
035100                 PERFORM 2900-FILE-ERROR THRU 2900-EXIT
035200         END-WRITE
035300     END-IF.
035400 2400-EXIT.
035500     EXIT.
035600
035700 2500-WRITE-CLOSE-LINES.
035800     MOVE SPACE TO CLOSE-RPT-LINE.
035900     STRING 'PERIOD CLOSED . . . . . . . . : ' DELIMITED BY SIZE
036000         WS-PARM-PERIOD DELIMITED BY SIZE
036100         INTO CLOSE-RPT-LINE.
036200     WRITE CLOSE-RPT-LINE.
036300     MOVE SPACE TO CLOSE-RPT-LINE.
036400     STRING 'PERIOD START / END. . . . . . : ' DELIMITED BY SIZE
036500         WS-CLOSED-START DELIMITED BY SIZE
036600         ' '             DELIMITED BY SIZE
036700         WS-CLOSED-END   DELIMITED BY SIZE
036800         INTO CLOSE-RPT-LINE.
036900     WRITE CLOSE-RPT-LINE.
037000     MOVE SPACE TO CLOSE-RPT-LINE.
037100     STRING 'CLOSED ON . . . . . . . . . . : ' DELIMITED BY SIZE
037200         WS-RUN-DATE-DASHED DELIMITED BY SIZE
037300         INTO CLOSE-RPT-LINE.
037400     WRITE CLOSE-RPT-LINE.
037500     MOVE SPACE TO CLOSE-RPT-LINE.
037600     STRING 'OPEN PERIOD IS NOW. . . . . . : ' DELIMITED BY SIZE
037700         WS-NEXT-PERIOD DELIMITED BY SIZE
037800         INTO CLOSE-RPT-LINE.
037900     WRITE CLOSE-RPT-LINE.
038000     MOVE SPACE TO CLOSE-RPT-LINE.
038100     IF WS-CTL-LATE-REDATE
038200         STRING 'LATE-DATED ITEMS. . . . . . . : '
038300             DELIMITED BY SIZE
038400             'RE-DATED INTO THE OPEN PERIOD' DELIMITED BY SIZE
038500             INTO CLOSE-RPT-LINE
038600     ELSE
038700         STRING 'LATE-DATED ITEMS. . . . . . . : '
038800             DELIMITED BY SIZE
038900             'REJECTED (PERD)' DELIMITED BY SIZE
039000             INTO CLOSE-RPT-LINE
039100     END-IF.
039200     WRITE CLOSE-RPT-LINE.
039300 2500-EXIT.
039400     EXIT.
039500
039600 2900-FILE-ERROR.
039700     DISPLAY 'PERCLOSE - UNABLE TO UPDATE THE PERIOD CALENDAR '
039800         'FOR KEY ' PER-PERIOD-ID ' - RUN ABENDED'.
039900     MOVE 16 TO RETURN-CODE.
040000     STOP RUN.
040100 2900-EXIT.
040200     EXIT.
040300
040400 2960-SET-MAX-DAY.
040500     EVALUATE WS-DW-MONTH
040600         WHEN 04 WHEN 06 WHEN 09 WHEN 11
040700             MOVE 30 TO WS-DW-MAX-DAY
040800         WHEN 02
040900             DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
041000                 REMAINDER WS-DW-LEAP-REM
041100             DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-CENT-QUOT
041200                 REMAINDER WS-DW-CENT-REM
041300             DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-400-QUOT
041400                 REMAINDER WS-DW-400-REM
041500             IF WS-DW-LEAP-REM = 0
041600                AND (WS-DW-CENT-REM NOT = 0
041700                 OR WS-DW-400-REM = 0)
041800                 MOVE 29 TO WS-DW-MAX-DAY
041900             ELSE
042000                 MOVE 28 TO WS-DW-MAX-DAY
042100             END-IF
042200         WHEN OTHER
042300             MOVE 31 TO WS-DW-MAX-DAY
042400     END-EVALUATE.
042500 2960-EXIT.
042600     EXIT.
042700
042800 3000-TERMINATE.
042900     CLOSE PERIOD-FILE.
043000     CLOSE CLOSE-RPT.
043100 3000-EXIT.
043200     EXIT.
