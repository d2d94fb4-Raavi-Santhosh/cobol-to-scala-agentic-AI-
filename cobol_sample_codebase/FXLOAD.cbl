000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FXLOAD.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FXLOAD IS THE TREASURY EXCHANGE-RATE FEED LOADER.  IT     *
000900* READS THE DAILY TREASURY RATE FILE (FXFEED, SEE           *
001000* FXFEED.CPY) AND, FOR EACH CURRENCY, ADDS THE NEW          *
001100* EFFECTIVE-DATED ENTRY TO THE EXCHANGE-RATE TABLE ON       *
001200* CURRFILE (OPEN-ENDED, END DATE 9999-12-31) AND END-DATES  *
001300* THE CURRENCY'S PRIOR ENTRY THE DAY BEFORE.  BOTH ARE      *
001400* STAMPED UPDATED-BY FXFEED.                                *
001500*                                                           *
001600* EACH NEW RATE IS COMPARED WITH THE CURRENCY'S LATEST RATE *
001700* ON FILE.  A MOVE OF MORE THAN THE CURRENCY'S TOLERANCE    *
001800* PERCENTAGE (FXTOL, SEE FXTOLREC.CPY) IS NOT LOADED - IT   *
001900* GOES ON THE EXCEPTION REPORT FOR TREASURY TO CONFIRM.     *
002000* ONCE CONFIRMED, TREASURY SETS FT-CONFIRM-DATE ON THE      *
002100* CURRENCY'S TOLERANCE CARD AND THE STEP IS RERUN; ENTRIES  *
002200* ALREADY LOADED WITH THE SAME RATE ARE SKIPPED ON A RERUN. *
002300*                                                           *
002400* THE EXCEPTION REPORT ALSO LISTS, SO THE NIGHT DOES NOT    *
002500* QUIETLY CONVERT AT A STALE RATE:                          *
002600*   MISSING CURRENCY - A CURRENCY WHOSE LATEST ENTRY IS     *
002700*             STILL OPEN-ENDED BUT WHICH HAD NO RATE ON     *
002800*             TONIGHT'S FEED                                *
002900*   MISSING DAYS     - A NEW RATE DATED MORE THAN ONE DAY   *
003000*             AFTER THE CURRENCY'S LATEST ENTRY, SO THE     *
003100*             DAYS BETWEEN WERE COVERED BY THE OLDER RATE   *
003125*   MISSING DAY      - A CURRENCY ON THE FEED WHOSE LATEST  *
003150*             ENTRY IS STILL DATED BEFORE THE RUN DATE ON   *
003175*             RUNCTL (AN OLD FILE RE-SENT OR LEFT IN PLACE) *
003200* AND ANY FEED RECORD THAT CANNOT BE LOADED (UNUSABLE DATE  *
003300* OR RATE, CURRENCY NOT ON CURRFILE, DATE NOT AFTER THE     *
003400* LATEST ENTRY).  A CURRENCY NEW TO THE TABLE IS STILL SET  *
003500* UP THROUGH CURRMAINT (CURM); THE LEDGER CURRENCY IS       *
003600* SKIPPED.  ANY EXCEPTION ENDS THE RUN WITH RC=4.           *
003700*                                                           *
003725* SCHEDULED AFTER RUNSETUP AND AHEAD OF TRANEDIT, SO THE    *
003750* RUN DATE ON RUNCTL IS THE RATE DATE EXPECTED TONIGHT AND  *
003775* THE CURRENCY EDIT AND THE NIGHT'S CONVERSIONS SEE         *
003800* TONIGHT'S RATES.  THE RUN'S START/END TIMES AND COUNTS GO *
003825* ON THE RUN-STATISTICS HISTORY (RUNSTATS) THROUGH STEPSTAT *
003850* UNDER THE RUN ID RUNSETUP PUT ON RUNCTL.  RUNCTL IS ONLY  *
003875* READ - FXLOAD HAS NO STEP STATUS OF ITS OWN AND GATES     *
003900* NOTHING.  WITH NO RUN CONTROL, TODAY'S DATE IS THE RATE   *
003925* DATE EXPECTED.                                            *
004000*                                                           *
004100* FILES:                                                    *
004200*   FXFEED   - TREASURY DAILY RATE FILE (FXFEED.CPY)        *
004300*   FXTOL    - TOLERANCE CONTROL CARDS (FXTOLREC.CPY)       *
004400*   CURRFILE - EXCHANGE-RATE TABLE KSDS, OPENED I-O         *
004500*   FXLOADLG - LOAD LOG, ONE LINE PER RATE LOADED           *
004600*   FXEXCRPT - EXCEPTION REPORT FOR TREASURY                *
004650*   RUNCTL   - SHARED RUN-CONTROL FILE, READ ONLY           *
004700*-----------------------------------------------------------*
004800* MODIFICATION HISTORY                                      *
004900*   DATE       INIT  DESCRIPTION                             *
005000*   ---------  ----  ------------------------------------   *
005100*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
005200*-----------------------------------------------------------*
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.  IBM-370.
005600 OBJECT-COMPUTER.  IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT FX-FEED-FILE  ASSIGN TO FXFEED
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200     SELECT FX-TOL-FILE   ASSIGN TO FXTOL
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT CURR-FILE     ASSIGN TO CURRFILE
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CURR-KEY.
006900
007000     SELECT LOAD-LOG      ASSIGN TO FXLOADLG
007100         ORGANIZATION IS SEQUENTIAL.
007200
007300     SELECT EXCP-RPT      ASSIGN TO FXEXCRPT
007400         ORGANIZATION IS SEQUENTIAL.
007500
007525     SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL
007550         ORGANIZATION IS SEQUENTIAL.
007575
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  FX-FEED-FILE
007900     RECORDING MODE IS F.
008000     COPY FXFEED.
008100
008200 FD  FX-TOL-FILE
008300     RECORDING MODE IS F.
008400     COPY FXTOLREC.
008500
008600 FD  CURR-FILE.
008700     COPY CURRTAB.
008800
008900 FD  LOAD-LOG
009000     RECORDING MODE IS F.
009100 01  LOAD-LOG-LINE             PIC X(80).
009200
009300 FD  EXCP-RPT
009400     RECORDING MODE IS F.
009500 01  EXCP-RPT-LINE             PIC X(80).
009600
009620 FD  RUN-CTL-FILE
009640     RECORDING MODE IS F.
009660     COPY RUNCTL.
009680
009700 WORKING-STORAGE SECTION.
009800 01  WS-SWITCHES.
009900     05  WS-FEED-EOF-SW        PIC X(01) VALUE 'N'.
010000         88  WS-FEED-EOF       VALUE 'Y'.
010100     05  WS-TOL-EOF-SW         PIC X(01) VALUE 'N'.
010200         88  WS-TOL-EOF        VALUE 'Y'.
010300     05  WS-CURR-EOF-SW        PIC X(01) VALUE 'N'.
010400         88  WS-CURR-EOF       VALUE 'Y'.
010500     05  WS-FXC-FOUND-SW       PIC X(01) VALUE 'N'.
010600         88  WS-FXC-FOUND      VALUE 'Y'.
010700     05  WS-FEED-OK-SW         PIC X(01) VALUE 'N'.
010800         88  WS-FEED-OK        VALUE 'Y'.
010900     05  WS-CONFIRMED-SW       PIC X(01) VALUE 'N'.
011000         88  WS-MOVE-CONFIRMED VALUE 'Y'.
011025     05  WS-RUN-CTL-SW         PIC X(01) VALUE 'N'.
011050         88  WS-HAVE-RUN-CTL   VALUE 'Y'.
011100
011200 01  WS-RUN-DATE               PIC X(08).
011300 01  WS-RUN-DATE-DASHED        PIC X(10).
011325*    THE RATE DATE TONIGHT'S FEED SHOULD CARRY (CCYY-MM-DD) -
011350*    THE RUN DATE ON RUNCTL, OR TODAY WITH NO RUN CONTROL.
011375 01  WS-EXPECTED-DATE          PIC X(10).
011400
011500*    THE IDENTITY EVERY ENTRY THIS PROGRAM ADDS OR END-DATES
011600*    IS STAMPED WITH IN CURR-UPDATED-BY.
011700 01  WS-FEED-UPDATED-BY        PIC X(08) VALUE 'FXFEED'.
011800 01  WS-OPEN-END-DATE          PIC X(10) VALUE '9999-12-31'.
011900 01  WS-LEDGER-CURRENCY        PIC X(03) VALUE 'USD'.
012000
012100*    TOLERANCE FOR A CURRENCY WITH NO CARD OF ITS OWN, WHEN
012200*    THE CONTROL FILE CARRIES NO '***' CARD EITHER.
012300 01  WS-DEFAULT-TOL-PCT        PIC 9(03)V99 VALUE 5.00.
012400
012500*    ONE ENTRY PER CURRENCY ON CURRFILE, HOLDING ITS LATEST
012600*    ENTRY (HIGHEST EFFECTIVE DATE) AND ITS TOLERANCE.  THE
012700*    LATEST ENTRY IS MOVED ON AS RATES ARE LOADED, SO A FEED
012800*    CARRYING SEVERAL DAYS FOR ONE CURRENCY CHAINS CORRECTLY.
012900 01  WS-FXC-TABLE.
013000     05  WS-FXC-COUNT          PIC 9(04) COMP VALUE ZERO.
013100     05  WS-FXC-ENTRY OCCURS 100 TIMES
013200                      INDEXED BY WS-FXC-IDX.
013300         10  WS-FXC-CODE       PIC X(03).
013400         10  WS-FXC-EFF-DATE   PIC X(10).
013500         10  WS-FXC-END-DATE   PIC X(10).
013600         10  WS-FXC-RATE       PIC 9(03)V9(06).
013700         10  WS-FXC-TOL-PCT    PIC 9(03)V99.
013800         10  WS-FXC-CONFIRM    PIC X(10).
013900         10  WS-FXC-FED-SW     PIC X(01).
014000             88  WS-FXC-WAS-FED VALUE 'Y'.
014100
014200 01  WS-FXC-WRITE-IDX          PIC 9(04) COMP VALUE ZERO.
014300 01  WS-SEARCH-CURRENCY        PIC X(03) VALUE SPACE.
014400
014500*    DAY ARITHMETIC - WS-DATE-IN IS STEPPED ONE CALENDAR DAY
014600*    FORWARD OR BACK INTO WS-DATE-OUT.
014700 01  WS-DATE-IN                PIC X(10).
014800 01  WS-DATE-OUT               PIC X(10).
014900 01  WS-DAY-AFTER-LATEST       PIC X(10).
015000 01  WS-DAY-BEFORE-NEW         PIC X(10).
015100
015200 01  WS-DATE-WORK.
015300     05  WS-DW-YEAR            PIC 9(04).
015400     05  WS-DW-MONTH           PIC 9(02).
015500     05  WS-DW-DAY             PIC 9(02).
015600     05  WS-DW-MAX-DAY         PIC 9(02).
015700     05  WS-DW-LEAP-QUOT       PIC 9(04).
015800     05  WS-DW-LEAP-REM        PIC 9(02).
015900     05  WS-DW-CENT-QUOT       PIC 9(04).
016000     05  WS-DW-CENT-REM        PIC 9(02).
016100     05  WS-DW-400-QUOT        PIC 9(04).
016200     05  WS-DW-400-REM         PIC 9(02).
016300
016400*    THE DAY-ON-DAY MOVE AS A PERCENTAGE OF THE PRIOR RATE.
016500*    A MOVE TOO LARGE TO HOLD IS TREATED AS THE LARGEST
016600*    POSSIBLE, WHICH IS BEYOND ANY TOLERANCE.
016700 01  WS-RATE-DIFF              PIC S9(03)V9(06) VALUE ZERO.
016800 01  WS-MOVE-PCT               PIC 9(05)V99 VALUE ZERO.
016900
017000 01  WS-FX-TOTALS.
017100     05  WS-FEED-COUNT         PIC 9(07) VALUE ZERO.
017200     05  WS-LOADED-COUNT       PIC 9(07) VALUE ZERO.
017300     05  WS-CONFIRMED-COUNT    PIC 9(07) VALUE ZERO.
017400     05  WS-ALREADY-COUNT      PIC 9(07) VALUE ZERO.
017500     05  WS-LEDGER-COUNT       PIC 9(07) VALUE ZERO.
017600     05  WS-HELD-COUNT         PIC 9(07) VALUE ZERO.
017700     05  WS-REJECT-COUNT       PIC 9(07) VALUE ZERO.
017800     05  WS-MISSING-CURR-COUNT PIC 9(07) VALUE ZERO.
017900     05  WS-MISSING-DAY-COUNT  PIC 9(07) VALUE ZERO.
017950     05  WS-STALE-COUNT        PIC 9(07) VALUE ZERO.
018000     05  WS-EXCEPTION-COUNT    PIC 9(07) VALUE ZERO.
018100
018200 01  WS-TOTAL-EDIT             PIC ZZZZZZ9.
018300
018400 01  WS-LOG-DETAIL-LINE.
018500     05  FILLER                PIC X(01) VALUE SPACE.
018600     05  LG-CURRENCY           PIC X(03).
018700     05  FILLER                PIC X(01) VALUE SPACE.
018800     05  LG-RATE-DATE          PIC X(10).
018900     05  FILLER                PIC X(06) VALUE ' RATE '.
019000     05  LG-NEW-RATE           PIC ZZ9.999999.
019100     05  FILLER                PIC X(07) VALUE ' PRIOR '.
019200     05  LG-PRIOR-RATE         PIC ZZ9.999999.
019300     05  FILLER                PIC X(06) VALUE ' MOVE '.
019400     05  LG-MOVE-PCT           PIC ZZZZ9.99.
019500     05  FILLER                PIC X(01) VALUE '%'.
019600     05  FILLER                PIC X(01) VALUE SPACE.
019700     05  LG-ACTION             PIC X(09).
019800
019900 01  WS-EXCP-DETAIL-LINE.
020000     05  FILLER                PIC X(01) VALUE SPACE.
020100     05  EX-CURRENCY           PIC X(03).
020200     05  FILLER                PIC X(01) VALUE SPACE.
020300     05  EX-RATE-DATE          PIC X(10).
020400     05  FILLER                PIC X(01) VALUE SPACE.
020500     05  EX-REASON             PIC X(30).
020600     05  EX-DETAIL             PIC X(34).
020700
020800 01  WS-EXCP-RATE-DETAIL.
020900     05  ER-NEW-RATE           PIC ZZ9.999999.
021000     05  FILLER                PIC X(04) VALUE ' WAS'.
021100     05  ER-PRIOR-RATE         PIC ZZ9.999999.
021200     05  FILLER                PIC X(01) VALUE SPACE.
021300     05  ER-MOVE-PCT           PIC ZZZZ9.99.
021400     05  FILLER                PIC X(01) VALUE '%'.
021500
021600 01  WS-EXCP-DATE-DETAIL.
021700     05  ED-DATE-1             PIC X(10).
021800     05  ED-CONN               PIC X(04).
021900     05  ED-DATE-2             PIC X(10).
022000
022025     COPY STATPARM.
022050
022100 PROCEDURE DIVISION.
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
022400     PERFORM 2000-PROCESS-FEED   THRU 2000-EXIT
022500         UNTIL WS-FEED-EOF.
022600     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
022700     GOBACK.
022800
022900 1000-INITIALIZE.
023000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023100     STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
023200         '-' DELIMITED BY SIZE
023300         WS-RUN-DATE (5:2) DELIMITED BY SIZE
023400         '-' DELIMITED BY SIZE
023500         WS-RUN-DATE (7:2) DELIMITED BY SIZE
023600         INTO WS-RUN-DATE-DASHED.
023620     MOVE WS-RUN-DATE-DASHED TO WS-EXPECTED-DATE.
023625     PERFORM 9000-GET-RUN-CONTROL   THRU 9000-EXIT.
023650     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
023700     OPEN INPUT  FX-FEED-FILE.
023800     OPEN I-O    CURR-FILE.
023900     OPEN OUTPUT LOAD-LOG.
024000     OPEN OUTPUT EXCP-RPT.
024100     PERFORM 1100-LOAD-CURRENCIES THRU 1100-EXIT.
024200     PERFORM 1200-LOAD-TOLERANCES THRU 1200-EXIT.
024300     MOVE 'TREASURY EXCHANGE-RATE FEED - LOAD LOG'
024400         TO LOAD-LOG-LINE.
024500     WRITE LOAD-LOG-LINE.
024600     MOVE SPACE TO LOAD-LOG-LINE.
024700     WRITE LOAD-LOG-LINE.
024800     MOVE 'TREASURY EXCHANGE-RATE FEED - EXCEPTIONS TO CONFIRM'
024900         TO EXCP-RPT-LINE.
025000     WRITE EXCP-RPT-LINE.
025100     MOVE SPACE TO EXCP-RPT-LINE.
025200     WRITE EXCP-RPT-LINE.
025300     PERFORM 2100-READ-FEED THRU 2100-EXIT.
025400 1000-EXIT.
025500     EXIT.
025600
025700 1100-LOAD-CURRENCIES.
025800*    CURRFILE IS READ IN KEY ORDER, SO THE LAST ENTRY SEEN
025900*    FOR EACH CURRENCY IS ITS LATEST.
026000     PERFORM 1150-LOAD-ONE-CURRENCY THRU 1150-EXIT
026100         UNTIL WS-CURR-EOF.
026200 1100-EXIT.
026300     EXIT.
026400
026500 1150-LOAD-ONE-CURRENCY.
026600     READ CURR-FILE NEXT RECORD
026700         AT END
026800             SET WS-CURR-EOF TO TRUE
026900     END-READ.
027000     IF WS-CURR-EOF
027100         GO TO 1150-EXIT
027200     END-IF.
027300     MOVE CURR-CODE TO WS-SEARCH-CURRENCY.
027400     PERFORM 2600-FIND-CURRENCY THRU 2600-EXIT.
027500     IF NOT WS-FXC-FOUND
027600         IF WS-FXC-COUNT >= 100
027700             DISPLAY 'FXLOAD - EXCHANGE-RATE FILE HAS MORE THAN '
027800                 '100 DISTINCT CURRENCIES - RAISE THE '
027900                 'WS-FXC-ENTRY OCCURS LIMIT'
028000             MOVE 16 TO RETURN-CODE
028100             STOP RUN
028200         END-IF
028300         ADD 1 TO WS-FXC-COUNT
028400         SET WS-FXC-IDX TO WS-FXC-COUNT
028500         MOVE CURR-CODE          TO WS-FXC-CODE    (WS-FXC-IDX)
028600         MOVE WS-DEFAULT-TOL-PCT TO WS-FXC-TOL-PCT (WS-FXC-IDX)
028700         MOVE SPACES             TO WS-FXC-CONFIRM (WS-FXC-IDX)
028800         MOVE 'N'                TO WS-FXC-FED-SW  (WS-FXC-IDX)
028900     END-IF.
029000     MOVE CURR-EFF-DATE  TO WS-FXC-EFF-DATE (WS-FXC-IDX).
029100     MOVE CURR-END-DATE  TO WS-FXC-END-DATE (WS-FXC-IDX).
029200     MOVE CURR-CONV-RATE TO WS-FXC-RATE     (WS-FXC-IDX).
029300 1150-EXIT.
029400     EXIT.
029500
029600 1200-LOAD-TOLERANCES.
029700*    THE '***' CARD FIRST RESETS EVERY CURRENCY STILL ON THE
029800*    BUILT-IN DEFAULT; A CURRENCY'S OWN CARD THEN OVERRIDES
029900*    IT.  THE CARDS ARE READ TWICE SO THEIR ORDER DOES NOT
030000*    MATTER.
030100     OPEN INPUT FX-TOL-FILE.
030200     PERFORM 1250-APPLY-DEFAULT-CARD THRU 1250-EXIT
030300         UNTIL WS-TOL-EOF.
030400     CLOSE FX-TOL-FILE.
030500     MOVE 'N' TO WS-TOL-EOF-SW.
030600     OPEN INPUT FX-TOL-FILE.
030700     PERFORM 1270-APPLY-CURRENCY-CARD THRU 1270-EXIT
030800         UNTIL WS-TOL-EOF.
030900     CLOSE FX-TOL-FILE.
031000 1200-EXIT.
031100     EXIT.
031200
031300 1250-APPLY-DEFAULT-CARD.
031400     READ FX-TOL-FILE
031500         AT END
031600             SET WS-TOL-EOF TO TRUE
031700     END-READ.
031800     IF NOT WS-TOL-EOF
031900        AND FT-CURRENCY-CODE = '***'
032000         MOVE FT-TOLERANCE-PCT TO WS-DEFAULT-TOL-PCT
032100         PERFORM 1260-RESET-ONE-TOLERANCE THRU 1260-EXIT
032200             VARYING WS-FXC-WRITE-IDX FROM 1 BY 1
032300             UNTIL WS-FXC-WRITE-IDX > WS-FXC-COUNT
032400     END-IF.
032500 1250-EXIT.
032600     EXIT.
032700
032800 1260-RESET-ONE-TOLERANCE.
032900     MOVE WS-DEFAULT-TOL-PCT
033000         TO WS-FXC-TOL-PCT (WS-FXC-WRITE-IDX).
033100 1260-EXIT.
033200     EXIT.
033300
033400 1270-APPLY-CURRENCY-CARD.
033500*    A CARD FOR A CURRENCY NOT ON CURRFILE HAS NOTHING TO
033600*    APPLY TO AND IS IGNORED.
033700     READ FX-TOL-FILE
033800         AT END
033900             SET WS-TOL-EOF TO TRUE
034000     END-READ.
034100     IF WS-TOL-EOF
034200        OR FT-CURRENCY-CODE = '***'
034300         GO TO 1270-EXIT
034400     END-IF.
034500     MOVE FT-CURRENCY-CODE TO WS-SEARCH-CURRENCY.
034600     PERFORM 2600-FIND-CURRENCY THRU 2600-EXIT.
034700     IF WS-FXC-FOUND
034800         MOVE FT-TOLERANCE-PCT TO WS-FXC-TOL-PCT (WS-FXC-IDX)
034900         MOVE FT-CONFIRM-DATE  TO WS-FXC-CONFIRM (WS-FXC-IDX)
035000     END-IF.
035100 1270-EXIT.
035200     EXIT.
035300
035400 2000-PROCESS-FEED.
035500     ADD 1 TO WS-FEED-COUNT.
035600     PERFORM 2200-EDIT-FEED-RECORD THRU 2200-EXIT.
035700     IF WS-FEED-OK
035800         PERFORM 2300-CHECK-TOLERANCE THRU 2300-EXIT
035900     END-IF.
036000     IF WS-FEED-OK
036100         PERFORM 2400-LOAD-RATE THRU 2400-EXIT
036200     END-IF.
036300     PERFORM 2100-READ-FEED THRU 2100-EXIT.
036400 2000-EXIT.
036500     EXIT.
036600
036700 2100-READ-FEED.
036800     READ FX-FEED-FILE
036900         AT END
037000             SET WS-FEED-EOF TO TRUE
037100     END-READ.
037200 2100-EXIT.
037300     EXIT.
037400
037500 2200-EDIT-FEED-RECORD.
037600*    FIRST FAILURE WINS.  EVERY FAILURE BUT THE LEDGER
037700*    CURRENCY AND A RATE ALREADY ON FILE IS AN EXCEPTION.
037800     MOVE 'N' TO WS-FEED-OK-SW.
037900     MOVE FX-CURRENCY-CODE TO EX-CURRENCY.
038000     MOVE FX-RATE-DATE     TO EX-RATE-DATE.
038100     MOVE SPACES           TO EX-DETAIL.
038200     IF FX-CURRENCY-CODE = WS-LEDGER-CURRENCY
038300         ADD 1 TO WS-LEDGER-COUNT
038400         GO TO 2200-EXIT
038500     END-IF.
038600     MOVE FX-RATE-DATE (1:4) TO WS-DW-YEAR.
038700     MOVE FX-RATE-DATE (6:2) TO WS-DW-MONTH.
038800     MOVE FX-RATE-DATE (9:2) TO WS-DW-DAY.
038900     IF FX-RATE-DATE (5:1) NOT = '-'
039000        OR FX-RATE-DATE (8:1) NOT = '-'
039100        OR FX-RATE-DATE (1:4) NOT NUMERIC
039200        OR FX-RATE-DATE (6:2) NOT NUMERIC
039300        OR FX-RATE-DATE (9:2) NOT NUMERIC
039400        OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
039500        OR WS-DW-DAY < 01 OR WS-DW-DAY > 31
039510         MOVE 'UNUSABLE RATE DATE' TO EX-REASON
039520         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
039530         GO TO 2200-EXIT
039540     END-IF.
039550     PERFORM 2960-SET-MAX-DAY THRU 2960-EXIT.
039560     IF WS-DW-DAY > WS-DW-MAX-DAY
039600         MOVE 'UNUSABLE RATE DATE' TO EX-REASON
039700         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
039800         GO TO 2200-EXIT
039900     END-IF.
040000     IF FX-CONV-RATE NOT NUMERIC
040100        OR FX-CONV-RATE = ZERO
040200         MOVE 'UNUSABLE RATE' TO EX-REASON
040300         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
040400         GO TO 2200-EXIT
040500     END-IF.
040600     MOVE FX-CURRENCY-CODE TO WS-SEARCH-CURRENCY.
040700     PERFORM 2600-FIND-CURRENCY THRU 2600-EXIT.
040800     IF NOT WS-FXC-FOUND
040900         MOVE 'CURRENCY NOT ON CURRFILE' TO EX-REASON
041000         MOVE 'ADD IT THROUGH CURM FIRST' TO EX-DETAIL
041100         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
041200         GO TO 2200-EXIT
041300     END-IF.
041400     SET WS-FXC-WAS-FED (WS-FXC-IDX) TO TRUE.
041500*    A RERUN AFTER A PARTIAL LOAD, OR AFTER TREASURY CONFIRMED
041600*    A HELD MOVE, SEES TONIGHT'S LOADED RATES AGAIN - THE SAME
041700*    RATE ON THE SAME DATE IS SIMPLY SKIPPED.
041800     IF FX-RATE-DATE = WS-FXC-EFF-DATE (WS-FXC-IDX)
041900        AND FX-CONV-RATE = WS-FXC-RATE (WS-FXC-IDX)
042000         ADD 1 TO WS-ALREADY-COUNT
042100         GO TO 2200-EXIT
042200     END-IF.
042300     IF FX-RATE-DATE NOT > WS-FXC-EFF-DATE (WS-FXC-IDX)
042400         MOVE 'NOT AFTER LATEST ENTRY' TO EX-REASON
042500         MOVE WS-FXC-EFF-DATE (WS-FXC-IDX) TO ED-DATE-1
042600         MOVE SPACES                      TO ED-CONN
042700         MOVE SPACES                      TO ED-DATE-2
042800         MOVE WS-EXCP-DATE-DETAIL         TO EX-DETAIL
042900         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
043000         GO TO 2200-EXIT
043100     END-IF.
043200     SET WS-FEED-OK TO TRUE.
043300 2200-EXIT.
043400     EXIT.
043500
043600 2300-CHECK-TOLERANCE.
043700     MOVE 'N' TO WS-CONFIRMED-SW.
043800     COMPUTE WS-RATE-DIFF =
043900         FX-CONV-RATE - WS-FXC-RATE (WS-FXC-IDX).
044000     IF WS-RATE-DIFF < ZERO
044100         COMPUTE WS-RATE-DIFF = ZERO - WS-RATE-DIFF
044200     END-IF.
044300     IF WS-FXC-RATE (WS-FXC-IDX) = ZERO
044400         MOVE 99999.99 TO WS-MOVE-PCT
044500     ELSE
044600         COMPUTE WS-MOVE-PCT ROUNDED =
044700             WS-RATE-DIFF * 100 / WS-FXC-RATE (WS-FXC-IDX)
044800             ON SIZE ERROR
044900                 MOVE 99999.99 TO WS-MOVE-PCT
045000         END-COMPUTE
045100     END-IF.
045200     IF WS-MOVE-PCT NOT > WS-FXC-TOL-PCT (WS-FXC-IDX)
045300         GO TO 2300-EXIT
045400     END-IF.
045500     IF FX-RATE-DATE = WS-FXC-CONFIRM (WS-FXC-IDX)
045600         SET WS-MOVE-CONFIRMED TO TRUE
045700         GO TO 2300-EXIT
045800     END-IF.
045900     MOVE 'N' TO WS-FEED-OK-SW.
046000     MOVE 'MOVE BEYOND TOLERANCE - HELD'   TO EX-REASON.
046100     MOVE FX-CONV-RATE                     TO ER-NEW-RATE.
046200     MOVE WS-FXC-RATE (WS-FXC-IDX)         TO ER-PRIOR-RATE.
046300     MOVE WS-MOVE-PCT                      TO ER-MOVE-PCT.
046400     MOVE WS-EXCP-RATE-DETAIL              TO EX-DETAIL.
046500     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT.
046600     ADD 1 TO WS-HELD-COUNT.
046700 2300-EXIT.
046800     EXIT.
046900
047000 2400-LOAD-RATE.
047100*    A GAP BETWEEN THE LATEST ENTRY AND THE NEW RATE MEANS THE
047200*    DAYS BETWEEN WERE PRICED AT THE OLDER RATE - THE RATE IS
047300*    STILL LOADED, BUT THE GAP IS REPORTED.
047400     MOVE WS-FXC-EFF-DATE (WS-FXC-IDX) TO WS-DATE-IN.
047500     PERFORM 2800-COMPUTE-DAY-AFTER THRU 2800-EXIT.
047600     MOVE WS-DATE-OUT TO WS-DAY-AFTER-LATEST.
047700     MOVE FX-RATE-DATE TO WS-DATE-IN.
047800     PERFORM 2900-COMPUTE-DAY-BEFORE THRU 2900-EXIT.
047900     MOVE WS-DATE-OUT TO WS-DAY-BEFORE-NEW.
048000     IF FX-RATE-DATE > WS-DAY-AFTER-LATEST
048100         MOVE 'MISSING DAYS - OLDER RATE USED' TO EX-REASON
048200         MOVE WS-DAY-AFTER-LATEST TO ED-DATE-1
048300         MOVE ' TO '              TO ED-CONN
048400         MOVE WS-DAY-BEFORE-NEW   TO ED-DATE-2
048500         MOVE WS-EXCP-DATE-DETAIL TO EX-DETAIL
048600         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
048700         ADD 1 TO WS-MISSING-DAY-COUNT
048800     END-IF.
048900*    THE PRIOR ENTRY IS CLOSED OFF THE DAY BEFORE ONLY WHEN
049000*    IT STILL REACHES THE NEW DATE - ONE ALREADY ENDED
049100*    EARLIER WAS CLOSED ON PURPOSE AND IS LEFT AS IT IS.
049200     IF WS-FXC-END-DATE (WS-FXC-IDX) NOT < FX-RATE-DATE
049300         MOVE FX-CURRENCY-CODE            TO CURR-CODE
049400         MOVE WS-FXC-EFF-DATE (WS-FXC-IDX) TO CURR-EFF-DATE
049500         READ CURR-FILE
049600             INVALID KEY
049700                 DISPLAY 'FXLOAD - LATEST ENTRY ' CURR-KEY
049800                     ' NO LONGER ON CURRFILE - RUN ABENDED'
049900                 MOVE 16 TO RETURN-CODE
050000                 STOP RUN
050100         END-READ
050200         MOVE WS-DAY-BEFORE-NEW   TO CURR-END-DATE
050300         MOVE WS-RUN-DATE-DASHED  TO CURR-LAST-UPDATED
050400         MOVE WS-FEED-UPDATED-BY  TO CURR-UPDATED-BY
050500         REWRITE CURR-RECORD
050600     END-IF.
050700     MOVE FX-CURRENCY-CODE    TO CURR-CODE.
050800     MOVE FX-RATE-DATE        TO CURR-EFF-DATE.
050900     MOVE WS-OPEN-END-DATE    TO CURR-END-DATE.
051000     MOVE FX-CONV-RATE        TO CURR-CONV-RATE.
051100     MOVE WS-RUN-DATE-DASHED  TO CURR-LAST-UPDATED.
051200     MOVE WS-FEED-UPDATED-BY  TO CURR-UPDATED-BY.
051300     MOVE 'LOADED'            TO LG-ACTION.
051400*    THE SAME KEY WITH A DIFFERENT RATE CAN ONLY BE A RATE
051500*    ADDED BY HAND SINCE THE FILE WAS READ AT START.
051600     WRITE CURR-RECORD
051700         INVALID KEY
051800             DISPLAY 'FXLOAD - ' CURR-KEY ' ADDED TO CURRFILE '
051900                 'DURING THE RUN - RUN ABENDED'
052000             MOVE 16 TO RETURN-CODE
052100             STOP RUN
052200     END-WRITE.
052300     ADD 1 TO WS-LOADED-COUNT.
052400     IF WS-MOVE-CONFIRMED
052500         MOVE 'CONFIRMED' TO LG-ACTION
052600         ADD 1 TO WS-CONFIRMED-COUNT
052700     END-IF.
052800     MOVE FX-CURRENCY-CODE         TO LG-CURRENCY.
052900     MOVE FX-RATE-DATE             TO LG-RATE-DATE.
053000     MOVE FX-CONV-RATE             TO LG-NEW-RATE.
053100     MOVE WS-FXC-RATE (WS-FXC-IDX) TO LG-PRIOR-RATE.
053200     MOVE WS-MOVE-PCT              TO LG-MOVE-PCT.
053300     MOVE WS-LOG-DETAIL-LINE TO LOAD-LOG-LINE.
053400     WRITE LOAD-LOG-LINE.
053500     MOVE FX-RATE-DATE     TO WS-FXC-EFF-DATE (WS-FXC-IDX).
053600     MOVE WS-OPEN-END-DATE TO WS-FXC-END-DATE (WS-FXC-IDX).
053700     MOVE FX-CONV-RATE     TO WS-FXC-RATE     (WS-FXC-IDX).
053800 2400-EXIT.
053900     EXIT.
054000
054100 2500-WRITE-REJECT.
054200     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT.
054300     ADD 1 TO WS-REJECT-COUNT.
054400 2500-EXIT.
054500     EXIT.
054600
054700 2600-FIND-CURRENCY.
054800     MOVE 'N' TO WS-FXC-FOUND-SW.
054900     IF WS-FXC-COUNT > ZERO
055000         SET WS-FXC-IDX TO 1
055100         SEARCH WS-FXC-ENTRY
055200             AT END
055300                 CONTINUE
055400             WHEN WS-FXC-IDX > WS-FXC-COUNT
055500                 CONTINUE
055600             WHEN WS-FXC-CODE (WS-FXC-IDX) = WS-SEARCH-CURRENCY
055700                 SET WS-FXC-FOUND TO TRUE
055800         END-SEARCH
055900     END-IF.
056000 2600-EXIT.
056100     EXIT.
056200
056300 2700-WRITE-EXCEPTION.
056400     ADD 1 TO WS-EXCEPTION-COUNT.
056500     MOVE WS-EXCP-DETAIL-LINE TO EXCP-RPT-LINE.
056600     WRITE EXCP-RPT-LINE.
056700     MOVE SPACES TO EX-DETAIL.
056800 2700-EXIT.
056900     EXIT.
057000
057100 2800-COMPUTE-DAY-AFTER.
057200*    WS-DATE-OUT BECOMES WS-DATE-IN PLUS ONE CALENDAR DAY.
057300*    SAME LEAP-YEAR ARITHMETIC AS RATECHEK.
057400     PERFORM 2950-SPLIT-DATE-IN THRU 2950-EXIT.
057500     IF WS-DW-DAY < WS-DW-MAX-DAY
057600         ADD 1 TO WS-DW-DAY
057700     ELSE
057800         MOVE 01 TO WS-DW-DAY
057900         IF WS-DW-MONTH < 12
058000             ADD 1 TO WS-DW-MONTH
058100         ELSE
058200             MOVE 01 TO WS-DW-MONTH
058300             ADD 1 TO WS-DW-YEAR
058400         END-IF
058500     END-IF.
058600     PERFORM 2990-BUILD-DATE-OUT THRU 2990-EXIT.
058700 2800-EXIT.
058800     EXIT.
058900
059000 2900-COMPUTE-DAY-BEFORE.
059100*    WS-DATE-OUT BECOMES WS-DATE-IN LESS ONE CALENDAR DAY.
059200*    ON THE FIRST OF A MONTH THE MONTH IS STEPPED BACK FIRST
059300*    AND ITS LENGTH WORKED OUT FROM THERE.
059400     PERFORM 2950-SPLIT-DATE-IN THRU 2950-EXIT.
059500     IF WS-DW-DAY > 01
059600         SUBTRACT 1 FROM WS-DW-DAY
059700     ELSE
059800         IF WS-DW-MONTH > 01
059900             SUBTRACT 1 FROM WS-DW-MONTH
060000         ELSE
060100             MOVE 12 TO WS-DW-MONTH
060200             SUBTRACT 1 FROM WS-DW-YEAR
060300         END-IF
060400         PERFORM 2960-SET-MAX-DAY THRU 2960-EXIT
060500         MOVE WS-DW-MAX-DAY TO WS-DW-DAY
060600     END-IF.
060700     PERFORM 2990-BUILD-DATE-OUT THRU 2990-EXIT.
060800 2900-EXIT.
060900     EXIT.
061000
061100 2950-SPLIT-DATE-IN.
061200     MOVE WS-DATE-IN (1:4) TO WS-DW-YEAR.
061300     MOVE WS-DATE-IN (6:2) TO WS-DW-MONTH.
061400     MOVE WS-DATE-IN (9:2) TO WS-DW-DAY.
061500     PERFORM 2960-SET-MAX-DAY THRU 2960-EXIT.
061600 2950-EXIT.
061700     EXIT.
061800
061900 2960-SET-MAX-DAY.
062000     EVALUATE WS-DW-MONTH
062100         WHEN 04 WHEN 06 WHEN 09 WHEN 11
062200             MOVE 30 TO WS-DW-MAX-DAY
062300         WHEN 02
062400             DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
062500                 REMAINDER WS-DW-LEAP-REM
062600             DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-CENT-QUOT
062700                 REMAINDER WS-DW-CENT-REM
062800             DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-400-QUOT
062900                 REMAINDER WS-DW-400-REM
063000             IF WS-DW-LEAP-REM = 0
063100                AND (WS-DW-CENT-REM NOT = 0
063200                 OR WS-DW-400-REM = 0)
063300                 MOVE 29 TO WS-DW-MAX-DAY
063400             ELSE
063500                 MOVE 28 TO WS-DW-MAX-DAY
063600             END-IF
063700         WHEN OTHER
063800             MOVE 31 TO WS-DW-MAX-DAY
063900     END-EVALUATE.
064000 2960-EXIT.
064100     EXIT.
064200
064300 2990-BUILD-DATE-OUT.
064400     MOVE SPACES TO WS-DATE-OUT.
064500     STRING WS-DW-YEAR  DELIMITED BY SIZE
064600         '-'            DELIMITED BY SIZE
064700         WS-DW-MONTH    DELIMITED BY SIZE
064800         '-'            DELIMITED BY SIZE
064900         WS-DW-DAY      DELIMITED BY SIZE
065000         INTO WS-DATE-OUT.
065100 2990-EXIT.
065200     EXIT.
065300
065400 3000-TERMINATE.
065500     PERFORM 3100-CHECK-ONE-CURRENCY THRU 3100-EXIT
065600         VARYING WS-FXC-WRITE-IDX FROM 1 BY 1
065700         UNTIL WS-FXC-WRITE-IDX > WS-FXC-COUNT.
065800     MOVE SPACE TO LOAD-LOG-LINE.
065900     WRITE LOAD-LOG-LINE.
066000     MOVE WS-FEED-COUNT TO WS-TOTAL-EDIT.
066100     MOVE SPACE TO LOAD-LOG-LINE.
066200     STRING 'FEED RECORDS READ. . . . . . : ' DELIMITED BY SIZE
066300         WS-TOTAL-EDIT DELIMITED BY SIZE
066400         INTO LOAD-LOG-LINE.
066500     WRITE LOAD-LOG-LINE.
066600     MOVE WS-LOADED-COUNT TO WS-TOTAL-EDIT.
066700     MOVE SPACE TO LOAD-LOG-LINE.
066800     STRING 'RATES LOADED . . . . . . . . : ' DELIMITED BY SIZE
066900         WS-TOTAL-EDIT DELIMITED BY SIZE
067000         INTO LOAD-LOG-LINE.
067100     WRITE LOAD-LOG-LINE.
067200     MOVE WS-CONFIRMED-COUNT TO WS-TOTAL-EDIT.
067300     MOVE SPACE TO LOAD-LOG-LINE.
067400     STRING '  OF WHICH CONFIRMED MOVES . : ' DELIMITED BY SIZE
067500         WS-TOTAL-EDIT DELIMITED BY SIZE
067600         INTO LOAD-LOG-LINE.
067700     WRITE LOAD-LOG-LINE.
067800     MOVE WS-ALREADY-COUNT TO WS-TOTAL-EDIT.
067900     MOVE SPACE TO LOAD-LOG-LINE.
068000     STRING 'ALREADY ON FILE, SKIPPED . . : ' DELIMITED BY SIZE
068100         WS-TOTAL-EDIT DELIMITED BY SIZE
068200         INTO LOAD-LOG-LINE.
068300     WRITE LOAD-LOG-LINE.
068400     MOVE WS-LEDGER-COUNT TO WS-TOTAL-EDIT.
068500     MOVE SPACE TO LOAD-LOG-LINE.
068600     STRING 'LEDGER CURRENCY, SKIPPED . . : ' DELIMITED BY SIZE
068700         WS-TOTAL-EDIT DELIMITED BY SIZE
068800         INTO LOAD-LOG-LINE.
068900     WRITE LOAD-LOG-LINE.
069000     MOVE WS-HELD-COUNT TO WS-TOTAL-EDIT.
069100     MOVE SPACE TO LOAD-LOG-LINE.
069200     STRING 'HELD BEYOND TOLERANCE. . . . : ' DELIMITED BY SIZE
069300         WS-TOTAL-EDIT DELIMITED BY SIZE
069400         INTO LOAD-LOG-LINE.
069500     WRITE LOAD-LOG-LINE.
069600     MOVE WS-REJECT-COUNT TO WS-TOTAL-EDIT.
069700     MOVE SPACE TO LOAD-LOG-LINE.
069800     STRING 'NOT LOADABLE . . . . . . . . : ' DELIMITED BY SIZE
069900         WS-TOTAL-EDIT DELIMITED BY SIZE
070000         INTO LOAD-LOG-LINE.
070100     WRITE LOAD-LOG-LINE.
070200     MOVE SPACE TO EXCP-RPT-LINE.
070300     WRITE EXCP-RPT-LINE.
070400     MOVE WS-HELD-COUNT TO WS-TOTAL-EDIT.
070500     MOVE SPACE TO EXCP-RPT-LINE.
070600     STRING 'HELD BEYOND TOLERANCE. . . . : ' DELIMITED BY SIZE
070700         WS-TOTAL-EDIT DELIMITED BY SIZE
070800         INTO EXCP-RPT-LINE.
070900     WRITE EXCP-RPT-LINE.
071000     MOVE WS-REJECT-COUNT TO WS-TOTAL-EDIT.
071100     MOVE SPACE TO EXCP-RPT-LINE.
071200     STRING 'NOT LOADABLE . . . . . . . . : ' DELIMITED BY SIZE
071300         WS-TOTAL-EDIT DELIMITED BY SIZE
071400         INTO EXCP-RPT-LINE.
071500     WRITE EXCP-RPT-LINE.
071600     MOVE WS-MISSING-CURR-COUNT TO WS-TOTAL-EDIT.
071700     MOVE SPACE TO EXCP-RPT-LINE.
071800     STRING 'CURRENCIES MISSING FROM FEED : ' DELIMITED BY SIZE
071900         WS-TOTAL-EDIT DELIMITED BY SIZE
072000         INTO EXCP-RPT-LINE.
072100     WRITE EXCP-RPT-LINE.
072200     MOVE WS-MISSING-DAY-COUNT TO WS-TOTAL-EDIT.
072300     MOVE SPACE TO EXCP-RPT-LINE.
072400     STRING 'RATES WITH MISSING DAYS. . . : ' DELIMITED BY SIZE
072500         WS-TOTAL-EDIT DELIMITED BY SIZE
072600         INTO EXCP-RPT-LINE.
072700     WRITE EXCP-RPT-LINE.
072710     MOVE WS-STALE-COUNT TO WS-TOTAL-EDIT.
072720     MOVE SPACE TO EXCP-RPT-LINE.
072730     STRING 'STALE - NO RATE FOR RUN DATE : ' DELIMITED BY SIZE
072740         WS-TOTAL-EDIT DELIMITED BY SIZE
072750         INTO EXCP-RPT-LINE.
072760     WRITE EXCP-RPT-LINE.
072800     CLOSE FX-FEED-FILE.
072900     CLOSE CURR-FILE.
073000     CLOSE LOAD-LOG.
073100     CLOSE EXCP-RPT.
073200     IF WS-EXCEPTION-COUNT > ZERO
073300         DISPLAY 'FXLOAD - ' WS-EXCEPTION-COUNT ' FEED '
073400             'EXCEPTIONS - SEE THE EXCEPTION REPORT - RC=4'
073500         MOVE 4 TO RETURN-CODE
073600     END-IF.
073650     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
073700 3000-EXIT.
073800     EXIT.
073900
074000 3100-CHECK-ONE-CURRENCY.
074100*    A CURRENCY STILL IN USE (LATEST ENTRY OPEN-ENDED) THAT HAD
074200*    NO RATE ON THE FEED WILL CONVERT TONIGHT AT ITS LATEST
074250*    RATE ON FILE.  ONE THAT WAS ON THE FEED BUT WHOSE LATEST
074300*    ENTRY IS STILL DATED BEFORE TONIGHT'S EXPECTED RATE DATE
074350*    CAME FROM AN OLD FILE - EVERY RATE ON IT WAS ALREADY ON
074400*    FILE - AND WILL CONVERT AT A STALE RATE JUST THE SAME.
074450     IF WS-FXC-END-DATE (WS-FXC-WRITE-IDX) NOT = WS-OPEN-END-DATE
074500         GO TO 3100-EXIT
074600     END-IF.
074625     IF WS-FXC-WAS-FED (WS-FXC-WRITE-IDX)
074650         IF WS-FXC-EFF-DATE (WS-FXC-WRITE-IDX) < WS-EXPECTED-DATE
074675             PERFORM 3150-REPORT-STALE-RATE THRU 3150-EXIT
074700         END-IF
074800         GO TO 3100-EXIT
074900     END-IF.
075000     MOVE WS-FXC-CODE (WS-FXC-WRITE-IDX) TO EX-CURRENCY.
075100     MOVE SPACES                         TO EX-RATE-DATE.
075200     MOVE 'MISSING FROM FEED - LATEST IS'  TO EX-REASON.
075300     MOVE WS-FXC-EFF-DATE (WS-FXC-WRITE-IDX) TO ED-DATE-1.
075400     MOVE SPACES                         TO ED-CONN.
075500     MOVE SPACES                         TO ED-DATE-2.
075600     MOVE WS-EXCP-DATE-DETAIL            TO EX-DETAIL.
075700     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT.
075800     ADD 1 TO WS-MISSING-CURR-COUNT.
075900 3100-EXIT.
076000     EXIT.
076100
076105 3150-REPORT-STALE-RATE.
076110     MOVE WS-FXC-CODE (WS-FXC-WRITE-IDX) TO EX-CURRENCY.
076115     MOVE WS-EXPECTED-DATE               TO EX-RATE-DATE.
076120     MOVE 'MISSING DAY - LATEST RATE IS'   TO EX-REASON.
076125     MOVE WS-FXC-EFF-DATE (WS-FXC-WRITE-IDX) TO ED-DATE-1.
076130     MOVE SPACES                         TO ED-CONN.
076135     MOVE SPACES                         TO ED-DATE-2.
076140     MOVE WS-EXCP-DATE-DETAIL            TO EX-DETAIL.
076145     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT.
076150     ADD 1 TO WS-STALE-COUNT.
076155 3150-EXIT.
076160     EXIT.
076165
076200 9000-GET-RUN-CONTROL.
076300*    READ ONLY FOR THE RUN ID THE STATISTICS GO UNDER.  THE
076400*    STATISTICS ARE INFORMATION ONLY, SO AN EMPTY RUN CONTROL
076500*    IS REPORTED AND THE RUN CARRIES ON WITHOUT THEM.
076600     OPEN INPUT RUN-CTL-FILE.
076700     READ RUN-CTL-FILE
076800         AT END
076900             DISPLAY 'FXLOAD - RUN CONTROL FILE IS EMPTY - NO '
077000                 'RUN STATISTICS RECORDED'
077100         NOT AT END
077200             SET WS-HAVE-RUN-CTL TO TRUE
077300     END-READ.
077310     IF WS-HAVE-RUN-CTL
077320         STRING RC-RUN-DATE (1:4) DELIMITED BY SIZE
077330             '-' DELIMITED BY SIZE
077340             RC-RUN-DATE (5:2) DELIMITED BY SIZE
077350             '-' DELIMITED BY SIZE
077360             RC-RUN-DATE (7:2) DELIMITED BY SIZE
077370             INTO WS-EXPECTED-DATE
077380     END-IF.
077400     CLOSE RUN-CTL-FILE.
077500 9000-EXIT.
077600     EXIT.
077700
077800 9200-RECORD-STEP-START.
077900*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
078000*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
078100     IF NOT WS-HAVE-RUN-CTL
078200         GO TO 9200-EXIT
078300     END-IF.
078400     MOVE 'FXLOAD'     TO WS-SS-STEP-NAME.
078500     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
078600     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
078700     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
078800     MOVE 'S'          TO WS-SS-FUNCTION.
078900     MOVE 'S'          TO WS-SS-STEP-STATUS.
079000     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
079100     MOVE ZERO         TO WS-SS-IN-COUNT.
079200     MOVE ZERO         TO WS-SS-OUT-COUNT.
079300     MOVE ZERO         TO WS-SS-OTHER-COUNT.
079400     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
079500     CALL 'STEPSTAT' USING WS-STEP-STATS.
079600 9200-EXIT.
079700     EXIT.
079800
079900 9300-RECORD-STEP-END.
080000*    IN IS EVERY FEED RECORD READ, OUT THE RATES LOADED AND
080100*    OTHER THE EXCEPTIONS REPORTED.  WITH NO STEP STATUS ON
080200*    RUNCTL, THE END STATUS FOLLOWS THE RETURN CODE - RC=8 OR
080300*    WORSE ENDED IN ERROR.
080400     IF NOT WS-HAVE-RUN-CTL
080500         GO TO 9300-EXIT
080600     END-IF.
080700     MOVE 'E'                TO WS-SS-FUNCTION.
080800     IF RETURN-CODE > 4
080900         MOVE 'E'            TO WS-SS-STEP-STATUS
081000     ELSE
081100         MOVE 'C'            TO WS-SS-STEP-STATUS
081200     END-IF.
081300     MOVE RETURN-CODE        TO WS-SS-RETURN-CODE.
081400     MOVE WS-FEED-COUNT      TO WS-SS-IN-COUNT.
081500     MOVE WS-LOADED-COUNT    TO WS-SS-OUT-COUNT.
081600     MOVE WS-EXCEPTION-COUNT TO WS-SS-OTHER-COUNT.
081700     MOVE ZERO               TO WS-SS-SOURCE-COUNT.
081800     CALL 'STEPSTAT' USING WS-STEP-STATS.
081900 9300-EXIT.
082000     EXIT.
