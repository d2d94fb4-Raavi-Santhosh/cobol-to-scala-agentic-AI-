000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FXREVAL.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FXREVAL IS THE MONTH-END FX REVALUATION OF FOREIGN-       *
000900* CURRENCY ITEMS HELD IN SUSPENSE.  A HELD RECORD CARRIES   *
001000* NO LEDGER VALUE UNTIL IT IS RELEASED, WHEN IT CONVERTS AT *
001100* THE RATE FOR ITS OWN RECORD DATE - SO WHILE IT SITS ON    *
001200* THE SUSPENSE WORKBENCH (SUSPMST, SEE SUSPMREC.CPY) ITS    *
001300* CURRENCY EXPOSURE IS INVISIBLE TO THE LEDGER.  FOR THE    *
001400* PERIOD NAMED ON THE PARM THIS STEP VALUES EVERY HELD ITEM *
001500* NOT IN THE LEDGER CURRENCY TWICE FROM CURRFILE (SEE       *
001600* CURRTAB.CPY):                                             *
001700*   BOOKED VALUE    - AT THE RATE IN EFFECT ON ITS RECORD   *
001800*                     DATE, I.E. WHAT IT WILL CONVERT AT    *
001900*   MONTH-END VALUE - AT THE RATE IN EFFECT ON THE LAST DAY *
002000*                     OF THE PERIOD                         *
002100* AND THE DIFFERENCE IS ITS UNREALIZED GAIN OR LOSS.  A     *
002200* REVERSAL ITEM COUNTS NEGATIVE, AS IT DOES IN THE CALC.    *
002300*                                                           *
002400* THE GAIN OR LOSS IS NETTED BY RECORD TYPE AND POSTED IN   *
002500* THE CORPORATE LEDGER'S INTERFACE FORMAT (SEE GLIFREC.CPY) *
002600* TO THE TYPE'S REVALUATION ACCOUNTS ON THE GL MAPPING (SEE *
002700* GLMAPREC.CPY) - A NET GAIN DEBITS THE REVALUATION ACCOUNT *
002800* AND CREDITS THE UNREALIZED FX GAIN/LOSS ACCOUNT, A NET    *
002900* LOSS THE REVERSE - DATED THE LAST DAY OF THE PERIOD.      *
003000* EACH PAIR IS ACCOMPANIED BY ITS AUTOMATIC REVERSAL, DATED *
003100* THE FIRST DAY OF THE NEXT PERIOD AND POSTED AS A CONTRA   *
003200* PAIR FLAGGED GLI-REVERSAL-IND R (THE SAME CONVENTION AS   *
003300* GLPOST), SO THE NEXT MONTH STARTS FROM NOTHING AND THE    *
003400* ITEMS ARE REVALUED AFRESH AT ITS OWN MONTH-END.           *
003500*                                                           *
003600* AN ITEM THAT CANNOT BE VALUED - NO RATE IN EFFECT ON ONE  *
003700* OF THE TWO DATES, NO REVALUATION ACCOUNTS ON ITS TYPE'S   *
003800* MAPPING, OR AN UNUSABLE AMOUNT - IS LISTED ON THE REPORT  *
003900* AND LEFT OUT, AND THE RUN ENDS WITH RC=8 SO THE LEDGER IS *
004000* NOT FED A SHORT REVALUATION SILENTLY.  AN ITEM DATED      *
004100* AFTER THE PERIOD END WAS NOT HELD AT MONTH-END AND IS     *
004200* SKIPPED.                                                  *
004300*                                                           *
004400* THE REPORT FOR THE CONTROLLERS' FILE SHOWS, BY CURRENCY   *
004500* AND SOURCE SYSTEM, THE ITEM COUNT, FOREIGN AMOUNT, BOOKED *
004600* AND MONTH-END VALUES AND THE UNREALIZED GAIN OR LOSS,     *
004700* WITH A SUBTOTAL PER CURRENCY, FOLLOWED BY THE ENTRIES     *
004800* POSTED PER RECORD TYPE.                                   *
004900*                                                           *
005000* RUN AT MONTH-END AFTER THE NIGHT'S SUSPLOAD AND BEFORE    *
005100* THE PERIOD IS CLOSED (PERCLOSE) - THE STEP REFUSES A      *
005200* PERIOD THAT HAS NOT YET ENDED OR IS ALREADY CLOSED ON THE *
005300* ACCOUNTING PERIOD CALENDAR (PERCTL, SEE PERIODREC.CPY).   *
005400*                                                           *
005500* JCL PARM FORMAT:  PERIOD=ccyy-mm                          *
005600*   PERIOD - REQUIRED.  THE PERIOD BEING REVALUED.          *
005700*                                                           *
005800* FILES:                                                    *
005900*   SUSPMST  - SUSPENSE WORKBENCH KSDS, READ ONLY           *
006000*   CURRFILE - EXCHANGE-RATE TABLE KSDS, READ ONLY          *
006100*   GLMAP    - GL ACCOUNT MAPPING KSDS, READ ONLY           *
006200*   PERCTL   - ACCOUNTING PERIOD CALENDAR KSDS, READ ONLY   *
006300*   REVALGL  - REVALUATION AND REVERSAL ENTRIES FOR THE     *
006400*              CORPORATE LEDGER (GLIFREC.CPY)               *
006500*   REVALRPT - REVALUATION REPORT                           *
006600*-----------------------------------------------------------*
006700* MODIFICATION HISTORY                                      *
006800*   DATE       INIT  DESCRIPTION                             *
006900*   ---------  ----  ------------------------------------   *
007000*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
007100*-----------------------------------------------------------*
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
007400 SOURCE-COMPUTER.  IBM-370.
007500 OBJECT-COMPUTER.  IBM-370.
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800     SELECT SUSP-WB-FILE  ASSIGN TO SUSPMST
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS SW-RECORD-ID.
008200
008300     SELECT CURR-FILE     ASSIGN TO CURRFILE
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS CURR-KEY.
008700
008800     SELECT GLMAP-FILE    ASSIGN TO GLMAP
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS GLM-REC-TYPE.
009200
009300     SELECT PERIOD-FILE   ASSIGN TO PERCTL
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS RANDOM
009600         RECORD KEY IS PER-PERIOD-ID.
009700
009800     SELECT REVAL-GL-FILE ASSIGN TO REVALGL
009900         ORGANIZATION IS SEQUENTIAL.
010000
010100     SELECT REVAL-RPT     ASSIGN TO REVALRPT
010200         ORGANIZATION IS SEQUENTIAL.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  SUSP-WB-FILE.
010700     COPY SUSPMREC.
010800
010900 FD  CURR-FILE.
011000     COPY CURRTAB.
011100
011200 FD  GLMAP-FILE.
011300     COPY GLMAPREC.
011400
011500 FD  PERIOD-FILE.
011600     COPY PERIODREC.
011700
011800 FD  REVAL-GL-FILE
011900     RECORDING MODE IS F.
012000     COPY GLIFREC.
012100
012200 FD  REVAL-RPT
012300     RECORDING MODE IS F.
012400 01  REVAL-RPT-LINE            PIC X(100).
012500
012600 WORKING-STORAGE SECTION.
012700 01  WS-SWITCHES.
012800     05  WS-SUSP-EOF-SW        PIC X(01) VALUE 'N'.
012900         88  WS-SUSP-EOF       VALUE 'Y'.
013000     05  WS-CURR-EOF-SW        PIC X(01) VALUE 'N'.
013100         88  WS-CURR-EOF       VALUE 'Y'.
013200     05  WS-GLMAP-EOF-SW       PIC X(01) VALUE 'N'.
013300         88  WS-GLMAP-EOF      VALUE 'Y'.
013400     05  WS-MAP-FOUND-SW       PIC X(01) VALUE 'N'.
013500         88  WS-MAP-FOUND      VALUE 'Y'.
013600     05  WS-RATE-FOUND-SW      PIC X(01) VALUE 'N'.
013700         88  WS-RATE-FOUND     VALUE 'Y'.
013800     05  WS-CS-FOUND-SW        PIC X(01) VALUE 'N'.
013900         88  WS-CS-FOUND       VALUE 'Y'.
014000
014020*    THE EARLIEST RECORD DATE OF THE ITEMS TO BE REVALUED -
014040*    NO RATE ENDING BEFORE IT CAN BE LOOKED UP.
014060 01  WS-EARLIEST-ITEM-DATE     PIC X(10) VALUE HIGH-VALUES.
014080
014100 01  WS-RUN-DATE               PIC X(08).
014200 01  WS-RUN-DATE-DASHED        PIC X(10).
014300 01  WS-LEDGER-CURRENCY        PIC X(03) VALUE 'USD'.
014400
014500*    THE PERIOD'S LAST DAY (THE REVALUATION DATE) AND THE NEXT
014600*    PERIOD'S FIRST DAY (THE AUTOMATIC REVERSAL DATE).
014700 01  WS-MONTH-END-DATE         PIC X(10) VALUE SPACES.
014800 01  WS-REVERSAL-DATE          PIC X(10) VALUE SPACES.
014900
015000*    PERIOD ARITHMETIC - SAME LEAP-YEAR RULE AS FXLOAD.
015100 01  WS-DATE-WORK.
015200     05  WS-DW-YEAR            PIC 9(04).
015300     05  WS-DW-MONTH           PIC 9(02).
015400     05  WS-DW-MAX-DAY         PIC 9(02).
015500     05  WS-DW-LEAP-QUOT       PIC 9(04).
015600     05  WS-DW-LEAP-REM        PIC 9(02).
015700     05  WS-DW-CENT-QUOT       PIC 9(04).
015800     05  WS-DW-CENT-REM        PIC 9(02).
015900     05  WS-DW-400-QUOT        PIC 9(04).
016000     05  WS-DW-400-REM         PIC 9(02).
016100
016200*    THE EXCHANGE-RATE TABLE, LOADED ONCE IN CURRFILE KEY
016250*    ORDER.  AN ENTRY THAT STARTS AFTER THE MONTH-END, OR
016300*    ENDS BEFORE THE EARLIEST ITEM TO BE REVALUED, CAN NEVER
016350*    BE NEEDED AND IS NOT KEPT.
016500 01  WS-CURR-TABLE.
016600     05  WS-CT-COUNT           PIC 9(05) COMP VALUE ZERO.
016700     05  WS-CT-ENTRY OCCURS 10000 TIMES
016800                     INDEXED BY WS-CT-IDX.
016900         10  WS-CT-CODE        PIC X(03).
017000         10  WS-CT-EFF-DATE    PIC X(10).
017100         10  WS-CT-END-DATE    PIC X(10).
017200         10  WS-CT-RATE        PIC 9(03)V9(06).
017300
017400*    THE RATE 2500 LOOKS UP - CURRENCY AND DATE IN, RATE OUT.
017500 01  WS-SEARCH-CURRENCY        PIC X(03) VALUE SPACES.
017600 01  WS-SEARCH-DATE            PIC X(10) VALUE SPACES.
017700 01  WS-FOUND-RATE             PIC 9(03)V9(06) VALUE ZERO.
017800
017900*    THE GL MAPPING'S REVALUATION ACCOUNTS PER RECORD TYPE,
018000*    WITH THE NET GAIN OR LOSS ACCUMULATED FOR EACH TYPE.
018100 01  WS-MAP-TABLE.
018200     05  WS-MAP-COUNT          PIC 9(04) COMP VALUE ZERO.
018300     05  WS-MAP-ENTRY OCCURS 200 TIMES
018400                      INDEXED BY WS-MAP-IDX.
018500         10  WS-MP-TYPE        PIC X(04).
018600         10  WS-MP-RV-ACCT     PIC X(08).
018700         10  WS-MP-RV-CC       PIC X(06).
018800         10  WS-MP-FX-ACCT     PIC X(08).
018900         10  WS-MP-FX-CC       PIC X(06).
019000         10  WS-MP-ITEMS       PIC 9(07).
019100         10  WS-MP-NET         PIC S9(13)V99.
019200
019300 01  WS-MAP-WRITE-IDX          PIC 9(04) COMP VALUE ZERO.
019400
019500*    REVALUATION TOTALS PER CURRENCY / SOURCE SYSTEM, KEPT IN
019600*    KEY ORDER AS THEY ARE ADDED SO THE REPORT NEEDS NO SORT.
019700 01  WS-CS-TABLE.
019800     05  WS-CS-COUNT           PIC 9(04) COMP VALUE ZERO.
019900     05  WS-CS-ENTRY OCCURS 500 TIMES
020000                     INDEXED BY WS-CS-IDX.
020100         10  WS-CS-KEY.
020200             15  WS-CS-CURRENCY PIC X(03).
020300             15  WS-CS-SOURCE  PIC X(03).
020400         10  WS-CS-ITEMS       PIC 9(07).
020500         10  WS-CS-FOREIGN     PIC S9(13).
020600         10  WS-CS-BOOKED      PIC S9(13)V99.
020700         10  WS-CS-ME-VALUE    PIC S9(13)V99.
020800         10  WS-CS-GAIN-LOSS   PIC S9(13)V99.
020900         10  WS-CS-ME-RATE     PIC 9(03)V9(06).
021000
021100 01  WS-CS-SEARCH-KEY.
021200     05  WS-CSS-CURRENCY       PIC X(03).
021300     05  WS-CSS-SOURCE         PIC X(03).
021400 01  WS-CS-POS                 PIC 9(04) COMP VALUE ZERO.
021500 01  WS-CS-SUB                 PIC 9(04) COMP VALUE ZERO.
021600 01  WS-CS-WRITE-IDX           PIC 9(04) COMP VALUE ZERO.
021700
021800*    THE CURRENCY SUBTOTAL BUILT WHILE THE TABLE IS PRINTED.
021900 01  WS-CUR-SUBTOTAL.
022000     05  WS-ST-CURRENCY        PIC X(03) VALUE SPACES.
022100     05  WS-ST-ITEMS           PIC 9(07) VALUE ZERO.
022200     05  WS-ST-FOREIGN         PIC S9(13) VALUE ZERO.
022300     05  WS-ST-BOOKED          PIC S9(13)V99 VALUE ZERO.
022400     05  WS-ST-ME-VALUE        PIC S9(13)V99 VALUE ZERO.
022500     05  WS-ST-GAIN-LOSS       PIC S9(13)V99 VALUE ZERO.
022600     05  WS-ST-ME-RATE         PIC 9(03)V9(06) VALUE ZERO.
022700
022800*    ONE ITEM'S VALUATION.
022900 01  WS-ITEM-WORK.
023000     05  WS-BOOK-RATE          PIC 9(03)V9(06) VALUE ZERO.
023100     05  WS-ME-RATE            PIC 9(03)V9(06) VALUE ZERO.
023200     05  WS-SIGNED-AMOUNT      PIC S9(10) VALUE ZERO.
023300     05  WS-BOOK-VALUE         PIC S9(13)V99 VALUE ZERO.
023400     05  WS-ME-VALUE           PIC S9(13)V99 VALUE ZERO.
023500     05  WS-GAIN-LOSS          PIC S9(13)V99 VALUE ZERO.
023600
023700*    THE INTERFACE PAIR 3300 WRITES - SIDES, DATE AND FLAG ARE
023800*    SET BY 3200 FOR THE REVALUATION AND ITS REVERSAL.
023900 01  WS-GL-PAIR.
024000     05  WS-GL-DR-ACCT         PIC X(08).
024100     05  WS-GL-DR-CC           PIC X(06).
024200     05  WS-GL-CR-ACCT         PIC X(08).
024300     05  WS-GL-CR-CC           PIC X(06).
024400     05  WS-GL-POST-DATE       PIC X(10).
024500     05  WS-GL-REV-IND         PIC X(01).
024600     05  WS-GL-SWAP-ACCT       PIC X(08).
024700     05  WS-GL-SWAP-CC         PIC X(06).
024800 01  WS-POST-AMOUNT            PIC 9(13)V99 VALUE ZERO.
024900
025000 01  WS-RV-TOTALS.
025100     05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
025200     05  WS-LEDGER-COUNT       PIC 9(07) VALUE ZERO.
025300     05  WS-LATER-COUNT        PIC 9(07) VALUE ZERO.
025400     05  WS-REVALUED-COUNT     PIC 9(07) VALUE ZERO.
025500     05  WS-EXCEPTION-COUNT    PIC 9(07) VALUE ZERO.
025600     05  WS-GL-LINE-COUNT      PIC 9(07) VALUE ZERO.
025700     05  WS-TOTAL-GAIN         PIC S9(13)V99 VALUE ZERO.
025800     05  WS-TOTAL-LOSS         PIC S9(13)V99 VALUE ZERO.
025900     05  WS-TOTAL-NET          PIC S9(13)V99 VALUE ZERO.
026000
026100 01  WS-TOTAL-EDIT             PIC ZZZZZZ9.
026200 01  WS-MONEY-EDIT             PIC -(12)9.99.
026300
026400 01  WS-HDR-LINE.
026500     05  FILLER                PIC X(52) VALUE
026600         'MONTH-END FX REVALUATION OF SUSPENSE ITEMS - PERIOD '.
026700     05  HD-PERIOD             PIC X(07).
026800     05  FILLER                PIC X(17) VALUE
026900         '  REVALUED AS AT '.
027000     05  HD-MONTH-END          PIC X(10).
027100     05  FILLER                PIC X(14) VALUE SPACES.
027200
027300 01  WS-EXCP-DETAIL-LINE.
027400     05  FILLER                PIC X(01) VALUE SPACE.
027500     05  EX-RECORD-ID          PIC X(10).
027600     05  FILLER                PIC X(01) VALUE SPACE.
027700     05  EX-TYPE               PIC X(04).
027800     05  FILLER                PIC X(01) VALUE SPACE.
027900     05  EX-SOURCE             PIC X(03).
028000     05  FILLER                PIC X(01) VALUE SPACE.
028100     05  EX-CURRENCY           PIC X(03).
028200     05  FILLER                PIC X(01) VALUE SPACE.
028300     05  EX-DATE               PIC X(10).
028400     05  FILLER                PIC X(01) VALUE SPACE.
028500     05  EX-AMOUNT             PIC Z(09)9.
028600     05  FILLER                PIC X(02) VALUE SPACES.
028700     05  EX-REASON             PIC X(35).
028800
028900 01  WS-CS-COL-HDR-LINE.
029000     05  FILLER                PIC X(30) VALUE
029100         ' CUR SRC   ITEMS FOREIGN AMOUN'.
029200     05  FILLER                PIC X(30) VALUE
029300         'T     BOOKED VALUE  MONTH-END '.
029400     05  FILLER                PIC X(32) VALUE
029500         'VALUE  UNREALIZED G/L    ME RATE'.
029600
029700 01  WS-CS-DETAIL-LINE.
029800     05  FILLER                PIC X(01) VALUE SPACE.
029900     05  RV-CURRENCY           PIC X(03).
030000     05  FILLER                PIC X(01) VALUE SPACE.
030100     05  RV-SOURCE             PIC X(03).
030200     05  FILLER                PIC X(01) VALUE SPACE.
030300     05  RV-ITEMS              PIC ZZZZZZ9.
030400     05  FILLER                PIC X(01) VALUE SPACE.
030500     05  RV-FOREIGN            PIC -(12)9.
030600     05  FILLER                PIC X(01) VALUE SPACE.
030700     05  RV-BOOKED             PIC -(12)9.99.
030800     05  FILLER                PIC X(01) VALUE SPACE.
030900     05  RV-ME-VALUE           PIC -(12)9.99.
031000     05  FILLER                PIC X(01) VALUE SPACE.
031100     05  RV-GAIN-LOSS          PIC -(12)9.99.
031200     05  FILLER                PIC X(01) VALUE SPACE.
031300     05  RV-ME-RATE            PIC ZZ9.999999.
031400
031500 01  WS-GL-DETAIL-LINE.
031600     05  FILLER                PIC X(01) VALUE SPACE.
031700     05  FILLER                PIC X(05) VALUE 'TYPE '.
031800     05  GP-TYPE               PIC X(04).
031900     05  FILLER                PIC X(08) VALUE '  ITEMS '.
032000     05  GP-ITEMS              PIC ZZZZZZ9.
032100     05  FILLER                PIC X(06) VALUE '  NET '.
032200     05  GP-NET                PIC -(12)9.99.
032300     05  FILLER                PIC X(05) VALUE '  DR '.
032400     05  GP-DR-ACCT            PIC X(08).
032500     05  FILLER                PIC X(01) VALUE SPACE.
032600     05  GP-DR-CC              PIC X(06).
032700     05  FILLER                PIC X(05) VALUE '  CR '.
032800     05  GP-CR-ACCT            PIC X(08).
032900     05  FILLER                PIC X(01) VALUE SPACE.
033000     05  GP-CR-CC              PIC X(06).
033100
033200 01  WS-PARM-VALID-LEN         PIC S9(04) COMP VALUE ZERO.
033300*    SAME SAFE-PARM HANDLING AS CALCDRV - ONLY THE BYTES
033400*    ACTUALLY PASSED ARE COPIED OUT OF WS-PARM-TEXT, SO A
033500*    SHORT OR OMITTED PARM READS AS SPACES.
033600 01  WS-SAFE-PARM-TEXT         VALUE SPACES.
033700     05  FILLER                PIC X(07).
033800     05  WS-PARM-PERIOD.
033900         10  WS-PARM-YEAR      PIC X(04).
034000         10  WS-PARM-DASH      PIC X(01).
034100         10  WS-PARM-MONTH     PIC X(02).
034200 01  WS-SAFE-PARM-TEXT-X REDEFINES WS-SAFE-PARM-TEXT PIC X(14).
034300
034400 LINKAGE SECTION.
034500 01  WS-JCL-PARM.
034600     05  WS-PARM-LEN           PIC S9(04) COMP.
034700     05  WS-PARM-TEXT          PIC X(14).
034800
034900 PROCEDURE DIVISION USING WS-JCL-PARM.
035000 0000-MAINLINE.
035100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
035200     PERFORM 2000-PROCESS-ITEM   THRU 2000-EXIT
035300         UNTIL WS-SUSP-EOF.
035400     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
035500     GOBACK.
035600
035700 1000-INITIALIZE.
035800     MOVE SPACES TO WS-SAFE-PARM-TEXT.
035900     IF WS-PARM-LEN > 14
036000         MOVE 14 TO WS-PARM-VALID-LEN
036100     ELSE
036200         IF WS-PARM-LEN > 0
036300             MOVE WS-PARM-LEN TO WS-PARM-VALID-LEN
036400         ELSE
036500             MOVE ZERO TO WS-PARM-VALID-LEN
036600         END-IF
036700     END-IF.
036800     IF WS-PARM-VALID-LEN > 0
036900         MOVE WS-PARM-TEXT (1:WS-PARM-VALID-LEN)
037000             TO WS-SAFE-PARM-TEXT-X (1:WS-PARM-VALID-LEN)
037100     END-IF.
037200     IF WS-PARM-YEAR NOT NUMERIC
037300        OR WS-PARM-DASH NOT = '-'
037400        OR WS-PARM-MONTH NOT NUMERIC
037500        OR WS-PARM-MONTH < '01'
037600        OR WS-PARM-MONTH > '12'
037700         DISPLAY 'FXREVAL - PERIOD PARM MISSING OR NOT '
037800             'CCYY-MM: ' WS-PARM-PERIOD ' - RUN ABENDED'
037900         MOVE 16 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038300     STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
038400         '-' DELIMITED BY SIZE
038500         WS-RUN-DATE (5:2) DELIMITED BY SIZE
038600         '-' DELIMITED BY SIZE
038700         WS-RUN-DATE (7:2) DELIMITED BY SIZE
038800         INTO WS-RUN-DATE-DASHED.
038900     PERFORM 1100-SET-PERIOD-DATES THRU 1100-EXIT.
039000*    THE HOLDS ARE ONLY A MONTH-END POSITION ONCE THE MONTH
039100*    HAS ENDED - THE STEP MAY RUN ON ITS LAST DAY OR AFTER.
039200     IF WS-MONTH-END-DATE > WS-RUN-DATE-DASHED
039300         DISPLAY 'FXREVAL - PERIOD ' WS-PARM-PERIOD
039400             ' HAS NOT ENDED YET - RUN ABENDED'
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     PERFORM 1200-CHECK-PERIOD-OPEN THRU 1200-EXIT.
039850     PERFORM 1250-FIND-EARLIEST-ITEM THRU 1250-EXIT.
039900     OPEN INPUT  SUSP-WB-FILE.
040000     OPEN OUTPUT REVAL-GL-FILE.
040100     OPEN OUTPUT REVAL-RPT.
040200     PERFORM 1300-LOAD-CURR-TABLE THRU 1300-EXIT.
040300     PERFORM 1400-LOAD-GL-MAP     THRU 1400-EXIT.
040400     MOVE WS-PARM-PERIOD    TO HD-PERIOD.
040500     MOVE WS-MONTH-END-DATE TO HD-MONTH-END.
040600     MOVE WS-HDR-LINE TO REVAL-RPT-LINE.
040700     WRITE REVAL-RPT-LINE.
040800     MOVE SPACE TO REVAL-RPT-LINE.
040900     WRITE REVAL-RPT-LINE.
041000     MOVE 'ITEMS THAT COULD NOT BE REVALUED' TO REVAL-RPT-LINE.
041100     WRITE REVAL-RPT-LINE.
041200     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
041300 1000-EXIT.
041400     EXIT.
041500
041600 1100-SET-PERIOD-DATES.
041700     MOVE WS-PARM-YEAR  TO WS-DW-YEAR.
041800     MOVE WS-PARM-MONTH TO WS-DW-MONTH.
041900     PERFORM 2960-SET-MAX-DAY THRU 2960-EXIT.
042000     MOVE SPACES TO WS-MONTH-END-DATE.
042100     STRING WS-PARM-PERIOD DELIMITED BY SIZE
042200         '-'               DELIMITED BY SIZE
042300         WS-DW-MAX-DAY     DELIMITED BY SIZE
042400         INTO WS-MONTH-END-DATE.
042500     IF WS-DW-MONTH < 12
042600         ADD 1 TO WS-DW-MONTH
042700     ELSE
042800         MOVE 01 TO WS-DW-MONTH
042900         ADD 1 TO WS-DW-YEAR
043000     END-IF.
043100     MOVE SPACES TO WS-REVERSAL-DATE.
043200     STRING WS-DW-YEAR  DELIMITED BY SIZE
043300         '-'            DELIMITED BY SIZE
043400         WS-DW-MONTH    DELIMITED BY SIZE
043500         '-01'          DELIMITED BY SIZE
043600         INTO WS-REVERSAL-DATE.
043700 1100-EXIT.
043800     EXIT.
043900
044000 1200-CHECK-PERIOD-OPEN.
044100*    A CLOSED PERIOD IS FINAL - ITS REVALUATION HAD TO RUN
044200*    BEFORE THE CLOSE.  NO CONTROL RECORD MEANS NOTHING HAS
044300*    BEEN CLOSED YET.
044400     OPEN INPUT PERIOD-FILE.
044500     MOVE '0000-00' TO PER-PERIOD-ID.
044600     READ PERIOD-FILE
044700         INVALID KEY
044800             MOVE SPACES TO PERIOD-RECORD
044900     END-READ.
045000     CLOSE PERIOD-FILE.
045100     IF PER-OPEN-PERIOD NOT = SPACES
045200        AND WS-PARM-PERIOD < PER-OPEN-PERIOD
045300         DISPLAY 'FXREVAL - PERIOD ' WS-PARM-PERIOD
045400             ' IS ALREADY CLOSED - RUN ABENDED'
045500         MOVE 16 TO RETURN-CODE
045600         STOP RUN
045700     END-IF.
045800 1200-EXIT.
045900     EXIT.
046000
046002 1250-FIND-EARLIEST-ITEM.
046004*    A PASS OVER THE WORKBENCH FOR THE OLDEST FOREIGN-CURRENCY
046006*    ITEM 2200 WILL VALUE, SO THE RATE TABLE NEED ONLY HOLD
046008*    THE RATES FROM THAT DATE TO THE MONTH-END.
046010     OPEN INPUT SUSP-WB-FILE.
046012     PERFORM 1270-CHECK-ONE-ITEM THRU 1270-EXIT
046014         UNTIL WS-SUSP-EOF.
046016     CLOSE SUSP-WB-FILE.
046018     MOVE 'N' TO WS-SUSP-EOF-SW.
046020 1250-EXIT.
046022     EXIT.
046024
046026 1270-CHECK-ONE-ITEM.
046028     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
046030     IF WS-SUSP-EOF
046032         GO TO 1270-EXIT
046034     END-IF.
046036     IF SW-CURRENCY-CODE = SPACES
046038        OR SW-CURRENCY-CODE = WS-LEDGER-CURRENCY
046040        OR SW-RECORD-DATE > WS-MONTH-END-DATE
046042         GO TO 1270-EXIT
046044     END-IF.
046046     IF SW-RECORD-DATE < WS-EARLIEST-ITEM-DATE
046048         MOVE SW-RECORD-DATE TO WS-EARLIEST-ITEM-DATE
046050     END-IF.
046052 1270-EXIT.
046054     EXIT.
046056
046100 1300-LOAD-CURR-TABLE.
046200     OPEN INPUT CURR-FILE.
046300     PERFORM 1350-LOAD-ONE-CURR THRU 1350-EXIT
046400         UNTIL WS-CURR-EOF.
046500     CLOSE CURR-FILE.
046600 1300-EXIT.
046700     EXIT.
046800
046900 1350-LOAD-ONE-CURR.
047000     READ CURR-FILE
047100         AT END
047200             SET WS-CURR-EOF TO TRUE
047300     END-READ.
047400     IF WS-CURR-EOF
047500         GO TO 1350-EXIT
047600     END-IF.
047700     IF CURR-EFF-DATE > WS-MONTH-END-DATE
047750        OR CURR-END-DATE < WS-EARLIEST-ITEM-DATE
047800         GO TO 1350-EXIT
047900     END-IF.
048000     IF WS-CT-COUNT >= 10000
048100         DISPLAY 'FXREVAL - EXCHANGE-RATE FILE HAS MORE THAN '
048200             '10000 ENTRIES FOR THE HELD ITEMS - RAISE THE '
048300             'WS-CT-ENTRY OCCURS LIMIT'
048400         MOVE 16 TO RETURN-CODE
048500         STOP RUN
048600     END-IF.
048700     ADD 1 TO WS-CT-COUNT.
048800     SET WS-CT-IDX TO WS-CT-COUNT.
048900     MOVE CURR-CODE      TO WS-CT-CODE     (WS-CT-IDX).
049000     MOVE CURR-EFF-DATE  TO WS-CT-EFF-DATE (WS-CT-IDX).
049100     MOVE CURR-END-DATE  TO WS-CT-END-DATE (WS-CT-IDX).
049200     MOVE CURR-CONV-RATE TO WS-CT-RATE     (WS-CT-IDX).
049300 1350-EXIT.
049400     EXIT.
049500
049600 1400-LOAD-GL-MAP.
049700     OPEN INPUT GLMAP-FILE.
049800     PERFORM 1450-LOAD-ONE-MAP THRU 1450-EXIT
049900         UNTIL WS-GLMAP-EOF.
050000     CLOSE GLMAP-FILE.
050100 1400-EXIT.
050200     EXIT.
050300
050400 1450-LOAD-ONE-MAP.
050500     READ GLMAP-FILE
050600         AT END
050700             SET WS-GLMAP-EOF TO TRUE
050800     END-READ.
050900     IF WS-GLMAP-EOF
051000         GO TO 1450-EXIT
051100     END-IF.
051200     IF WS-MAP-COUNT >= 200
051300         DISPLAY 'FXREVAL - GL MAPPING FILE EXCEEDS 200 '
051400             'ENTRIES - RAISE THE WS-MAP-ENTRY OCCURS '
051500             'LIMIT'
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900     ADD 1 TO WS-MAP-COUNT.
052000     SET WS-MAP-IDX TO WS-MAP-COUNT.
052100     MOVE GLM-REC-TYPE          TO WS-MP-TYPE    (WS-MAP-IDX).
052200     MOVE GLM-REVAL-ACCOUNT     TO WS-MP-RV-ACCT (WS-MAP-IDX).
052300     MOVE GLM-REVAL-COST-CTR    TO WS-MP-RV-CC   (WS-MAP-IDX).
052400     MOVE GLM-FXGL-ACCOUNT      TO WS-MP-FX-ACCT (WS-MAP-IDX).
052500     MOVE GLM-FXGL-COST-CTR     TO WS-MP-FX-CC   (WS-MAP-IDX).
052600     MOVE ZERO                  TO WS-MP-ITEMS   (WS-MAP-IDX).
052700     MOVE ZERO                  TO WS-MP-NET     (WS-MAP-IDX).
052800 1450-EXIT.
052900     EXIT.
053000
053100 2000-PROCESS-ITEM.
053200     ADD 1 TO WS-READ-COUNT.
053300     PERFORM 2200-VALUE-ITEM THRU 2200-EXIT.
053400     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
053500 2000-EXIT.
053600     EXIT.
053700
053800 2100-READ-SUSPENSE.
053900     READ SUSP-WB-FILE
054000         AT END
054100             SET WS-SUSP-EOF TO TRUE
054200     END-READ.
054300 2100-EXIT.
054400     EXIT.
054500
054600 2200-VALUE-ITEM.
054700*    A LEDGER-CURRENCY ITEM HAS NO EXPOSURE, AND AN ITEM DATED
054800*    AFTER THE PERIOD END WAS NOT HELD AT MONTH-END.
054900     IF SW-CURRENCY-CODE = SPACES
055000        OR SW-CURRENCY-CODE = WS-LEDGER-CURRENCY
055100         ADD 1 TO WS-LEDGER-COUNT
055200         GO TO 2200-EXIT
055300     END-IF.
055400     IF SW-RECORD-DATE > WS-MONTH-END-DATE
055500         ADD 1 TO WS-LATER-COUNT
055600         GO TO 2200-EXIT
055700     END-IF.
055800     IF SW-RECORD-AMOUNT NOT NUMERIC
055900         MOVE 'AMOUNT NOT NUMERIC' TO EX-REASON
056000         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
056100         GO TO 2200-EXIT
056200     END-IF.
056300     PERFORM 2400-FIND-MAP-ENTRY THRU 2400-EXIT.
056400     IF NOT WS-MAP-FOUND
056500         MOVE 'RECORD TYPE HAS NO GL MAPPING' TO EX-REASON
056600         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
056700         GO TO 2200-EXIT
056800     END-IF.
056900     IF WS-MP-RV-ACCT (WS-MAP-IDX) = SPACES
057000        OR WS-MP-FX-ACCT (WS-MAP-IDX) = SPACES
057100         MOVE 'NO REVALUATION ACCOUNTS ON GLMAP' TO EX-REASON
057200         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
057300         GO TO 2200-EXIT
057400     END-IF.
057500     MOVE SW-CURRENCY-CODE TO WS-SEARCH-CURRENCY.
057600     MOVE SW-RECORD-DATE   TO WS-SEARCH-DATE.
057700     PERFORM 2500-FIND-RATE THRU 2500-EXIT.
057800     IF NOT WS-RATE-FOUND
057900         MOVE 'NO RATE IN EFFECT ON RECORD DATE' TO EX-REASON
058000         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
058100         GO TO 2200-EXIT
058200     END-IF.
058300     MOVE WS-FOUND-RATE TO WS-BOOK-RATE.
058400     MOVE WS-MONTH-END-DATE TO WS-SEARCH-DATE.
058500     PERFORM 2500-FIND-RATE THRU 2500-EXIT.
058600     IF NOT WS-RATE-FOUND
058700         MOVE 'NO RATE IN EFFECT AT MONTH-END' TO EX-REASON
058800         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
058900         GO TO 2200-EXIT
059000     END-IF.
059100     MOVE WS-FOUND-RATE TO WS-ME-RATE.
059200*    A REVERSAL BACKS OUT VALUE WHEN IT IS RELEASED, SO ITS
059300*    EXPOSURE COUNTS NEGATIVE.
059400     MOVE SW-RECORD-AMOUNT TO WS-SIGNED-AMOUNT.
059500     IF SW-REVERSAL-IND = 'R'
059600         COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
059700     END-IF.
059800     COMPUTE WS-BOOK-VALUE ROUNDED =
059900         WS-SIGNED-AMOUNT * WS-BOOK-RATE.
060000     COMPUTE WS-ME-VALUE ROUNDED =
060100         WS-SIGNED-AMOUNT * WS-ME-RATE.
060200     COMPUTE WS-GAIN-LOSS = WS-ME-VALUE - WS-BOOK-VALUE.
060300     ADD 1            TO WS-MP-ITEMS (WS-MAP-IDX).
060400     ADD WS-GAIN-LOSS TO WS-MP-NET   (WS-MAP-IDX).
060500     MOVE SW-CURRENCY-CODE TO WS-CSS-CURRENCY.
060600     MOVE SW-SOURCE-SYSTEM TO WS-CSS-SOURCE.
060700     PERFORM 2600-FIND-CUR-SOURCE THRU 2600-EXIT.
060800     ADD 1                TO WS-CS-ITEMS     (WS-CS-POS).
060900     ADD WS-SIGNED-AMOUNT TO WS-CS-FOREIGN   (WS-CS-POS).
061000     ADD WS-BOOK-VALUE    TO WS-CS-BOOKED    (WS-CS-POS).
061100     ADD WS-ME-VALUE      TO WS-CS-ME-VALUE  (WS-CS-POS).
061200     ADD WS-GAIN-LOSS     TO WS-CS-GAIN-LOSS (WS-CS-POS).
061300     MOVE WS-ME-RATE      TO WS-CS-ME-RATE   (WS-CS-POS).
061400     ADD 1 TO WS-REVALUED-COUNT.
061500 2200-EXIT.
061600     EXIT.
061700
061800 2400-FIND-MAP-ENTRY.
061900     MOVE 'N' TO WS-MAP-FOUND-SW.
062000     IF WS-MAP-COUNT > ZERO
062100         SET WS-MAP-IDX TO 1
062200         SEARCH WS-MAP-ENTRY
062300             AT END
062400                 CONTINUE
062500             WHEN WS-MAP-IDX > WS-MAP-COUNT
062600                 CONTINUE
062700             WHEN WS-MP-TYPE (WS-MAP-IDX) = SW-RECORD-TYPE
062800                 SET WS-MAP-FOUND TO TRUE
062900         END-SEARCH
063000     END-IF.
063100 2400-EXIT.
063200     EXIT.
063300
063400 2500-FIND-RATE.
063500*    THE ENTRY WHOSE EFFECTIVE RANGE COVERS THE DATE - THE
063600*    SAME TEST CALCSUBR APPLIES WHEN THE ITEM IS RELEASED.
063700     MOVE 'N'  TO WS-RATE-FOUND-SW.
063800     MOVE ZERO TO WS-FOUND-RATE.
063900     IF WS-CT-COUNT > ZERO
064000         SET WS-CT-IDX TO 1
064100         SEARCH WS-CT-ENTRY
064200             AT END
064300                 CONTINUE
064400             WHEN WS-CT-IDX > WS-CT-COUNT
064500                 CONTINUE
064600             WHEN WS-CT-CODE (WS-CT-IDX) = WS-SEARCH-CURRENCY
064700              AND WS-CT-EFF-DATE (WS-CT-IDX) NOT > WS-SEARCH-DATE
064800              AND WS-CT-END-DATE (WS-CT-IDX) NOT < WS-SEARCH-DATE
064900                 SET WS-RATE-FOUND TO TRUE
065000                 MOVE WS-CT-RATE (WS-CT-IDX) TO WS-FOUND-RATE
065100         END-SEARCH
065200     END-IF.
065300 2500-EXIT.
065400     EXIT.
065500
065600 2600-FIND-CUR-SOURCE.
065700*    WS-CS-POS BECOMES THE SLOT FOR WS-CS-SEARCH-KEY.  A NEW
065800*    KEY IS INSERTED IN ORDER - THE ENTRIES ABOVE IT ARE
065900*    MOVED UP ONE SLOT FIRST.
066000     MOVE 'N' TO WS-CS-FOUND-SW.
066100     COMPUTE WS-CS-POS = WS-CS-COUNT + 1.
066200     IF WS-CS-COUNT > ZERO
066300         SET WS-CS-IDX TO 1
066400         SEARCH WS-CS-ENTRY
066500             AT END
066600                 CONTINUE
066700             WHEN WS-CS-IDX > WS-CS-COUNT
066800                 CONTINUE
066900             WHEN WS-CS-KEY (WS-CS-IDX) NOT < WS-CS-SEARCH-KEY
067000                 SET WS-CS-POS TO WS-CS-IDX
067100                 IF WS-CS-KEY (WS-CS-IDX) = WS-CS-SEARCH-KEY
067200                     SET WS-CS-FOUND TO TRUE
067300                 END-IF
067400         END-SEARCH
067500     END-IF.
067600     IF WS-CS-FOUND
067700         GO TO 2600-EXIT
067800     END-IF.
067900     IF WS-CS-COUNT >= 500
068000         DISPLAY 'FXREVAL - MORE THAN 500 CURRENCY/SOURCE '
068100             'COMBINATIONS - RAISE THE WS-CS-ENTRY OCCURS LIMIT'
068200         MOVE 16 TO RETURN-CODE
068300         STOP RUN
068400     END-IF.
068500     PERFORM 2650-SHIFT-ONE-UP THRU 2650-EXIT
068600         VARYING WS-CS-SUB FROM WS-CS-COUNT BY -1
068700         UNTIL WS-CS-SUB < WS-CS-POS.
068800     ADD 1 TO WS-CS-COUNT.
068900     MOVE WS-CS-SEARCH-KEY TO WS-CS-KEY       (WS-CS-POS).
069000     MOVE ZERO             TO WS-CS-ITEMS     (WS-CS-POS).
069100     MOVE ZERO             TO WS-CS-FOREIGN   (WS-CS-POS).
069200     MOVE ZERO             TO WS-CS-BOOKED    (WS-CS-POS).
069300     MOVE ZERO             TO WS-CS-ME-VALUE  (WS-CS-POS).
069400     MOVE ZERO             TO WS-CS-GAIN-LOSS (WS-CS-POS).
069500     MOVE ZERO             TO WS-CS-ME-RATE   (WS-CS-POS).
069600 2600-EXIT.
069700     EXIT.
069800
069900 2650-SHIFT-ONE-UP.
070000     MOVE WS-CS-ENTRY (WS-CS-SUB) TO WS-CS-ENTRY (WS-CS-SUB + 1).
070100 2650-EXIT.
070200     EXIT.
070300
070400 2700-WRITE-EXCEPTION.
070500     ADD 1 TO WS-EXCEPTION-COUNT.
070600     MOVE SW-RECORD-ID     TO EX-RECORD-ID.
070700     MOVE SW-RECORD-TYPE   TO EX-TYPE.
070800     MOVE SW-SOURCE-SYSTEM TO EX-SOURCE.
070900     MOVE SW-CURRENCY-CODE TO EX-CURRENCY.
071000     MOVE SW-RECORD-DATE   TO EX-DATE.
071100     IF SW-RECORD-AMOUNT NUMERIC
071200         MOVE SW-RECORD-AMOUNT TO EX-AMOUNT
071300     ELSE
071400         MOVE ZERO TO EX-AMOUNT
071500     END-IF.
071600     MOVE WS-EXCP-DETAIL-LINE TO REVAL-RPT-LINE.
071700     WRITE REVAL-RPT-LINE.
071800 2700-EXIT.
071900     EXIT.
072000
072100 2960-SET-MAX-DAY.
072200     EVALUATE WS-DW-MONTH
072300         WHEN 04 WHEN 06 WHEN 09 WHEN 11
072400             MOVE 30 TO WS-DW-MAX-DAY
072500         WHEN 02
072600             DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
072700                 REMAINDER WS-DW-LEAP-REM
072800             DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-CENT-QUOT
072900                 REMAINDER WS-DW-CENT-REM
073000             DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-400-QUOT
073100                 REMAINDER WS-DW-400-REM
073200             IF WS-DW-LEAP-REM = 0
073300                AND (WS-DW-CENT-REM NOT = 0
073400                 OR WS-DW-400-REM = 0)
073500                 MOVE 29 TO WS-DW-MAX-DAY
073600             ELSE
073700                 MOVE 28 TO WS-DW-MAX-DAY
073800             END-IF
073900         WHEN OTHER
074000             MOVE 31 TO WS-DW-MAX-DAY
074100     END-EVALUATE.
074200 2960-EXIT.
074300     EXIT.
074400
074500 3000-TERMINATE.
074600     MOVE WS-EXCEPTION-COUNT TO WS-TOTAL-EDIT.
074700     MOVE SPACE TO REVAL-RPT-LINE.
074800     STRING '  ITEMS NOT REVALUED . . . . : ' DELIMITED BY SIZE
074900         WS-TOTAL-EDIT DELIMITED BY SIZE
075000         INTO REVAL-RPT-LINE.
075100     WRITE REVAL-RPT-LINE.
075200     MOVE SPACE TO REVAL-RPT-LINE.
075300     WRITE REVAL-RPT-LINE.
075400     MOVE 'REVALUATION BY CURRENCY AND SOURCE SYSTEM'
075500         TO REVAL-RPT-LINE.
075600     WRITE REVAL-RPT-LINE.
075700     MOVE WS-CS-COL-HDR-LINE TO REVAL-RPT-LINE.
075800     WRITE REVAL-RPT-LINE.
075900     MOVE SPACES TO WS-ST-CURRENCY.
076000     PERFORM 3100-PRINT-ONE-CUR-SOURCE THRU 3100-EXIT
076100         VARYING WS-CS-WRITE-IDX FROM 1 BY 1
076200         UNTIL WS-CS-WRITE-IDX > WS-CS-COUNT.
076300     IF WS-ST-CURRENCY NOT = SPACES
076400         PERFORM 3150-PRINT-CUR-SUBTOTAL THRU 3150-EXIT
076500     END-IF.
076600     MOVE SPACE TO REVAL-RPT-LINE.
076700     WRITE REVAL-RPT-LINE.
076800     MOVE SPACE TO REVAL-RPT-LINE.
076900     STRING 'LEDGER ENTRIES BY RECORD TYPE - POSTED '
077000             DELIMITED BY SIZE
077100         WS-MONTH-END-DATE DELIMITED BY SIZE
077200         ', REVERSED ' DELIMITED BY SIZE
077300         WS-REVERSAL-DATE DELIMITED BY SIZE
077400         INTO REVAL-RPT-LINE.
077500     WRITE REVAL-RPT-LINE.
077600     PERFORM 3200-POST-ONE-TYPE THRU 3200-EXIT
077700         VARYING WS-MAP-WRITE-IDX FROM 1 BY 1
077800         UNTIL WS-MAP-WRITE-IDX > WS-MAP-COUNT.
077900     PERFORM 3500-WRITE-TOTALS THRU 3500-EXIT.
078000     CLOSE SUSP-WB-FILE.
078100     CLOSE REVAL-GL-FILE.
078200     CLOSE REVAL-RPT.
078300     IF WS-EXCEPTION-COUNT > ZERO
078400         DISPLAY 'FXREVAL - ' WS-EXCEPTION-COUNT ' HELD ITEMS '
078500             'COULD NOT BE REVALUED - SEE THE REVALUATION '
078600             'REPORT - RC=8'
078700         MOVE 8 TO RETURN-CODE
078800     END-IF.
078900 3000-EXIT.
079000     EXIT.
079100
079200 3100-PRINT-ONE-CUR-SOURCE.
079300*    THE TABLE IS IN CURRENCY/SOURCE ORDER, SO A CHANGE OF
079400*    CURRENCY CLOSES OFF THE LAST ONE'S SUBTOTAL.
079500     IF WS-CS-CURRENCY (WS-CS-WRITE-IDX) NOT = WS-ST-CURRENCY
079600         IF WS-ST-CURRENCY NOT = SPACES
079700             PERFORM 3150-PRINT-CUR-SUBTOTAL THRU 3150-EXIT
079800         END-IF
079900         MOVE WS-CS-CURRENCY (WS-CS-WRITE-IDX) TO WS-ST-CURRENCY
080000         MOVE ZERO TO WS-ST-ITEMS
080100         MOVE ZERO TO WS-ST-FOREIGN
080200         MOVE ZERO TO WS-ST-BOOKED
080300         MOVE ZERO TO WS-ST-ME-VALUE
080400         MOVE ZERO TO WS-ST-GAIN-LOSS
080500         MOVE WS-CS-ME-RATE (WS-CS-WRITE-IDX) TO WS-ST-ME-RATE
080600     END-IF.
080700     MOVE WS-CS-CURRENCY  (WS-CS-WRITE-IDX) TO RV-CURRENCY.
080800     MOVE WS-CS-SOURCE    (WS-CS-WRITE-IDX) TO RV-SOURCE.
080900     MOVE WS-CS-ITEMS     (WS-CS-WRITE-IDX) TO RV-ITEMS.
081000     MOVE WS-CS-FOREIGN   (WS-CS-WRITE-IDX) TO RV-FOREIGN.
081100     MOVE WS-CS-BOOKED    (WS-CS-WRITE-IDX) TO RV-BOOKED.
081200     MOVE WS-CS-ME-VALUE  (WS-CS-WRITE-IDX) TO RV-ME-VALUE.
081300     MOVE WS-CS-GAIN-LOSS (WS-CS-WRITE-IDX) TO RV-GAIN-LOSS.
081400     MOVE WS-CS-ME-RATE   (WS-CS-WRITE-IDX) TO RV-ME-RATE.
081500     MOVE WS-CS-DETAIL-LINE TO REVAL-RPT-LINE.
081600     WRITE REVAL-RPT-LINE.
081700     ADD WS-CS-ITEMS     (WS-CS-WRITE-IDX) TO WS-ST-ITEMS.
081800     ADD WS-CS-FOREIGN   (WS-CS-WRITE-IDX) TO WS-ST-FOREIGN.
081900     ADD WS-CS-BOOKED    (WS-CS-WRITE-IDX) TO WS-ST-BOOKED.
082000     ADD WS-CS-ME-VALUE  (WS-CS-WRITE-IDX) TO WS-ST-ME-VALUE.
082100     ADD WS-CS-GAIN-LOSS (WS-CS-WRITE-IDX) TO WS-ST-GAIN-LOSS.
082200 3100-EXIT.
082300     EXIT.
082400
082500 3150-PRINT-CUR-SUBTOTAL.
082600     MOVE WS-ST-CURRENCY  TO RV-CURRENCY.
082700     MOVE 'ALL'           TO RV-SOURCE.
082800     MOVE WS-ST-ITEMS     TO RV-ITEMS.
082900     MOVE WS-ST-FOREIGN   TO RV-FOREIGN.
083000     MOVE WS-ST-BOOKED    TO RV-BOOKED.
083100     MOVE WS-ST-ME-VALUE  TO RV-ME-VALUE.
083200     MOVE WS-ST-GAIN-LOSS TO RV-GAIN-LOSS.
083300     MOVE WS-ST-ME-RATE   TO RV-ME-RATE.
083400     MOVE WS-CS-DETAIL-LINE TO REVAL-RPT-LINE.
083500     WRITE REVAL-RPT-LINE.
083600     MOVE SPACE TO REVAL-RPT-LINE.
083700     WRITE REVAL-RPT-LINE.
083800 3150-EXIT.
083900     EXIT.
084000
084100 3200-POST-ONE-TYPE.
084200*    A NET GAIN DEBITS THE REVALUATION ACCOUNT AND CREDITS THE
084300*    UNREALIZED FX GAIN/LOSS ACCOUNT; A NET LOSS THE REVERSE.
084400*    THE REVERSAL ON THE FIRST DAY OF THE NEXT PERIOD SWAPS
084500*    THE SIDES BACK AND IS FLAGGED AS A CONTRA PAIR.
084600     IF WS-MP-NET (WS-MAP-WRITE-IDX) = ZERO
084700         GO TO 3200-EXIT
084800     END-IF.
084900     IF WS-MP-NET (WS-MAP-WRITE-IDX) > ZERO
085000         MOVE WS-MP-NET (WS-MAP-WRITE-IDX) TO WS-POST-AMOUNT
085100         ADD WS-MP-NET (WS-MAP-WRITE-IDX) TO WS-TOTAL-GAIN
085200         MOVE WS-MP-RV-ACCT (WS-MAP-WRITE-IDX) TO WS-GL-DR-ACCT
085300         MOVE WS-MP-RV-CC   (WS-MAP-WRITE-IDX) TO WS-GL-DR-CC
085400         MOVE WS-MP-FX-ACCT (WS-MAP-WRITE-IDX) TO WS-GL-CR-ACCT
085500         MOVE WS-MP-FX-CC   (WS-MAP-WRITE-IDX) TO WS-GL-CR-CC
085600     ELSE
085700         COMPUTE WS-POST-AMOUNT =
085800             ZERO - WS-MP-NET (WS-MAP-WRITE-IDX)
085900         ADD WS-MP-NET (WS-MAP-WRITE-IDX) TO WS-TOTAL-LOSS
086000         MOVE WS-MP-FX-ACCT (WS-MAP-WRITE-IDX) TO WS-GL-DR-ACCT
086100         MOVE WS-MP-FX-CC   (WS-MAP-WRITE-IDX) TO WS-GL-DR-CC
086200         MOVE WS-MP-RV-ACCT (WS-MAP-WRITE-IDX) TO WS-GL-CR-ACCT
086300         MOVE WS-MP-RV-CC   (WS-MAP-WRITE-IDX) TO WS-GL-CR-CC
086400     END-IF.
086500     MOVE WS-MONTH-END-DATE TO WS-GL-POST-DATE.
086600     MOVE SPACE             TO WS-GL-REV-IND.
086700     PERFORM 3300-WRITE-GL-PAIR THRU 3300-EXIT.
086800     MOVE WS-MP-TYPE  (WS-MAP-WRITE-IDX) TO GP-TYPE.
086900     MOVE WS-MP-ITEMS (WS-MAP-WRITE-IDX) TO GP-ITEMS.
087000     MOVE WS-MP-NET   (WS-MAP-WRITE-IDX) TO GP-NET.
087100     MOVE WS-GL-DR-ACCT TO GP-DR-ACCT.
087200     MOVE WS-GL-DR-CC   TO GP-DR-CC.
087300     MOVE WS-GL-CR-ACCT TO GP-CR-ACCT.
087400     MOVE WS-GL-CR-CC   TO GP-CR-CC.
087500     MOVE WS-GL-DETAIL-LINE TO REVAL-RPT-LINE.
087600     WRITE REVAL-RPT-LINE.
087700     MOVE WS-REVERSAL-DATE  TO WS-GL-POST-DATE.
087800     MOVE 'R'               TO WS-GL-REV-IND.
087900     MOVE WS-GL-DR-ACCT TO WS-GL-SWAP-ACCT.
088000     MOVE WS-GL-DR-CC   TO WS-GL-SWAP-CC.
088100     MOVE WS-GL-CR-ACCT TO WS-GL-DR-ACCT.
088200     MOVE WS-GL-CR-CC   TO WS-GL-DR-CC.
088300     MOVE WS-GL-SWAP-ACCT TO WS-GL-CR-ACCT.
088400     MOVE WS-GL-SWAP-CC   TO WS-GL-CR-CC.
088500     PERFORM 3300-WRITE-GL-PAIR THRU 3300-EXIT.
088600 3200-EXIT.
088700     EXIT.
088800
088900 3300-WRITE-GL-PAIR.
089000     MOVE SPACES TO GL-INTERFACE-RECORD.
089100     MOVE WS-GL-DR-ACCT    TO GLI-ACCOUNT.
089200     MOVE WS-GL-DR-CC      TO GLI-COST-CENTER.
089300     MOVE 'D'              TO GLI-DR-CR.
089400     MOVE WS-GL-POST-DATE  TO GLI-POST-DATE.
089500     MOVE WS-MP-TYPE  (WS-MAP-WRITE-IDX) TO GLI-REC-TYPE.
089600     MOVE WS-MP-ITEMS (WS-MAP-WRITE-IDX) TO GLI-RECORD-COUNT.
089700     MOVE WS-POST-AMOUNT   TO GLI-AMOUNT.
089800     MOVE WS-GL-REV-IND    TO GLI-REVERSAL-IND.
089900     WRITE GL-INTERFACE-RECORD.
090000     MOVE WS-GL-CR-ACCT    TO GLI-ACCOUNT.
090100     MOVE WS-GL-CR-CC      TO GLI-COST-CENTER.
090200     MOVE 'C'              TO GLI-DR-CR.
090300     WRITE GL-INTERFACE-RECORD.
090400     ADD 2 TO WS-GL-LINE-COUNT.
090500 3300-EXIT.
090600     EXIT.
090700
090800 3500-WRITE-TOTALS.
090900     MOVE SPACE TO REVAL-RPT-LINE.
091000     WRITE REVAL-RPT-LINE.
091100     MOVE WS-READ-COUNT TO WS-TOTAL-EDIT.
091200     MOVE SPACE TO REVAL-RPT-LINE.
091300     STRING 'HELD ITEMS READ. . . . . . . : ' DELIMITED BY SIZE
091400         WS-TOTAL-EDIT DELIMITED BY SIZE
091500         INTO REVAL-RPT-LINE.
091600     WRITE REVAL-RPT-LINE.
091700     MOVE WS-LEDGER-COUNT TO WS-TOTAL-EDIT.
091800     MOVE SPACE TO REVAL-RPT-LINE.
091900     STRING 'LEDGER CURRENCY, SKIPPED . . : ' DELIMITED BY SIZE
092000         WS-TOTAL-EDIT DELIMITED BY SIZE
092100         INTO REVAL-RPT-LINE.
092200     WRITE REVAL-RPT-LINE.
092300     MOVE WS-LATER-COUNT TO WS-TOTAL-EDIT.
092400     MOVE SPACE TO REVAL-RPT-LINE.
092500     STRING 'DATED AFTER PERIOD END . . . : ' DELIMITED BY SIZE
092600         WS-TOTAL-EDIT DELIMITED BY SIZE
092700         INTO REVAL-RPT-LINE.
092800     WRITE REVAL-RPT-LINE.
092900     MOVE WS-REVALUED-COUNT TO WS-TOTAL-EDIT.
093000     MOVE SPACE TO REVAL-RPT-LINE.
093100     STRING 'ITEMS REVALUED . . . . . . . : ' DELIMITED BY SIZE
093200         WS-TOTAL-EDIT DELIMITED BY SIZE
093300         INTO REVAL-RPT-LINE.
093400     WRITE REVAL-RPT-LINE.
093500     MOVE WS-EXCEPTION-COUNT TO WS-TOTAL-EDIT.
093600     MOVE SPACE TO REVAL-RPT-LINE.
093700     STRING 'ITEMS NOT REVALUED . . . . . : ' DELIMITED BY SIZE
093800         WS-TOTAL-EDIT DELIMITED BY SIZE
093900         INTO REVAL-RPT-LINE.
094000     WRITE REVAL-RPT-LINE.
094100     MOVE WS-GL-LINE-COUNT TO WS-TOTAL-EDIT.
094200     MOVE SPACE TO REVAL-RPT-LINE.
094300     STRING 'LEDGER LINES WRITTEN . . . . : ' DELIMITED BY SIZE
094400         WS-TOTAL-EDIT DELIMITED BY SIZE
094500         INTO REVAL-RPT-LINE.
094600     WRITE REVAL-RPT-LINE.
094700     MOVE WS-TOTAL-GAIN TO WS-MONEY-EDIT.
094800     MOVE SPACE TO REVAL-RPT-LINE.
094900     STRING 'UNREALIZED GAIN POSTED . . . : ' DELIMITED BY SIZE
095000         WS-MONEY-EDIT DELIMITED BY SIZE
095100         INTO REVAL-RPT-LINE.
095200     WRITE REVAL-RPT-LINE.
095300     MOVE WS-TOTAL-LOSS TO WS-MONEY-EDIT.
095400     MOVE SPACE TO REVAL-RPT-LINE.
095500     STRING 'UNREALIZED LOSS POSTED . . . : ' DELIMITED BY SIZE
095600         WS-MONEY-EDIT DELIMITED BY SIZE
095700         INTO REVAL-RPT-LINE.
095800     WRITE REVAL-RPT-LINE.
095900     COMPUTE WS-TOTAL-NET = WS-TOTAL-GAIN + WS-TOTAL-LOSS.
096000     MOVE WS-TOTAL-NET TO WS-MONEY-EDIT.
096100     MOVE SPACE TO REVAL-RPT-LINE.
096200     STRING 'NET UNREALIZED GAIN/LOSS . . : ' DELIMITED BY SIZE
096300         WS-MONEY-EDIT DELIMITED BY SIZE
096400         INTO REVAL-RPT-LINE.
096500     WRITE REVAL-RPT-LINE.
096600 3500-EXIT.
096700     EXIT.
