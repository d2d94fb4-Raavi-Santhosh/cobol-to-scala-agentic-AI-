000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RERATE.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* RERATE IS THE RETROACTIVE RE-RATING BATCH.  WHEN RATEPROM *
000900* PROMOTES A RATE CHANGE WHOSE EFFECTIVE DATE IS IN THE     *
001000* PAST, RECORDS ALREADY CALCULATED INSIDE THE CHANGED SPAN  *
001100* SIT ON THE HISTORY MASTER AT THE OLD RATE.  RATEPROM      *
001200* WRITES EACH SUCH CHANGE TO PROMCHG (SEE PROMCHG.CPY);     *
001300* THIS RUN READS THEM, PASSES THE HISTORY MASTER ONCE AND   *
001400* PICKS OUT EVERY CALCULATED ENTRY WHOSE RECORD TYPE AND    *
001500* RECORD DATE FALL INSIDE A CHANGED EFFECTIVE/END-DATE      *
001600* SPAN.  EACH ONE IS REPRICED EXACTLY AS CALCSUBR PRICES IT *
001700* - EXCHANGE-RATE CONVERSION FOR THE RECORD DATE, THEN THE  *
001800* MULTIPLIER AND EXTRA VALUE IN EFFECT - AGAINST THE LIVE   *
001900* TABLES, WHICH NOW CARRY THE PROMOTED CHANGE.              *
002000*                                                           *
002100* THE VALUE THE RECORD IS CARRIED AT IS ITS CALCULATED      *
002125* ENTRY'S CALC VALUE PLUS EVERY EARLIER RE-RATING           *
002150* ADJUSTMENT TO IT - THOSE HISTUPDT HAS ALREADY KEYED UNDER *
002175* THE SAME ID, AND THOSE STILL WAITING ON AN EARLIER        *
002200* RRTRANS GENERATION THAT HAS NOT YET BEEN THROUGH THE      *
002225* NIGHT (RRPEND).  AN RRPEND ADJUSTMENT WHOSE ID IS ALREADY *
002250* ON THE HISTORY HAS POSTED AND IS NOT COUNTED TWICE, SO    *
002275* RRPEND CAN SIMPLY CONCATENATE EVERY RRTRANS GENERATION    *
002300* STILL KEPT; ONE DATED TODAY IS IGNORED, BECAUSE A RERUN   *
002325* REBUILDS IT.  A SECOND BACK-DATED CHANGE OVER THE SAME    *
002350* SPAN THEREFORE ONLY ADJUSTS BY WHAT IS STILL OWED, EVEN   *
002375* BEFORE THE FIRST ADJUSTMENTS HAVE POSTED.  A RECORD THE   *
002400* FEEDER HAS SINCE REVERSED IS LEFT ALONE - NOTHING OF IT   *
002425* REMAINS ON THE LEDGER.                                    *
002700*                                                           *
002800* A NON-ZERO DIFFERENCE IS WRITTEN AS AN ADJUSTMENT         *
002900* TRANSACTION (TRANS-RECORD LAYOUT) UNDER SOURCE SYSTEM     *
003000* RRT, WITH ITS OWN HDR/TRL CONTROL RECORDS, FOR THE NEXT   *
003100* NIGHT'S TRANEDIT INPUT:                                   *
003200*   RECORD ID    - 'R' + RUN DAY (YYDDD) + 4-DIGIT SEQUENCE *
003300*   AMOUNT       - THE ABSOLUTE DELTA IN LEDGER-CURRENCY    *
003400*                  CENTS (CALCSUBR PRICES AN RRT RECORD AT  *
003500*                  PAR WITH A .01 MULTIPLIER)               *
003600*   DATE         - THE RE-RATING RUN DATE                   *
003700*   TYPE         - THE ADJUSTED RECORD'S TYPE, SO THE GL    *
003800*                  MAPPING POSTS IT WITH THE ORIGINAL       *
003900*   REVERSAL-IND - 'R' FOR A DOWNWARD ADJUSTMENT (THE CALC  *
004000*                  NEGATES IT), BLANK FOR AN UPWARD ONE     *
004100*   ORIG ID      - THE ADJUSTED RECORD'S ID                 *
004200*   CURRENCY     - BLANK (LEDGER CURRENCY)                  *
004300* THE RE-RATING REGISTER LISTS OLD VALUE, NEW VALUE AND     *
004400* DELTA FOR EVERY ADJUSTED RECORD AND TOTALS THEM BY TYPE   *
004500* FOR FINANCE TO APPROVE BEFORE THE ADJUSTMENTS ARE         *
004600* RELEASED INTO THE NIGHT.  A RECORD THAT CANNOT BE         *
004700* REPRICED (NO RATE OR EXCHANGE RATE IN EFFECT) OR WHOSE    *
004800* DELTA IS TOO LARGE FOR ONE TRANSACTION AMOUNT IS LISTED   *
004900* AND COUNTED, NOT ADJUSTED, AND THE RUN ENDS RC=8.         *
005000*                                                           *
005100* SCHEDULED DIRECTLY AFTER RATEPROM.  A RERUN ON THE SAME   *
005200* DAY REBUILDS THE SAME ADJUSTMENT IDS, SO ONLY THE LAST    *
005225* RUN'S FILE SHOULD BE RELEASED.  THE RUN'S START/END TIMES *
005250* AND COUNTS GO ON THE RUN-STATISTICS HISTORY (RUNSTATS)    *
005275* THROUGH STEPSTAT UNDER THE RUN ID RUNSETUP PUT ON RUNCTL. *
005300* RUNCTL IS ONLY READ - RERATE HAS NO STEP STATUS OF ITS    *
005325* OWN AND GATES NOTHING.                                    *
005400*                                                           *
005500* FILES:                                                    *
005600*   PROMCHG  - BACK-DATED CHANGES PROMOTED BY RATEPROM      *
005700*   HISTMSTR - HISTORY MASTER KSDS, READ SEQUENTIALLY       *
005800*   RATEFILE - LIVE RATE TABLE                              *
005900*   CURRFILE - LIVE EXCHANGE-RATE TABLE                     *
006000*   RRTRANS  - ADJUSTMENT TRANSACTIONS WITH HDR/TRL, FOR    *
006100*              THE NEXT NIGHT'S TRANFILE CONCATENATION      *
006200*   RRREG    - RE-RATING REGISTER                           *
006220*   RRPEND   - EARLIER RRTRANS GENERATIONS, TO NET THE      *
006240*              ADJUSTMENTS NOT YET POSTED (DD DUMMY WHEN    *
006260*              NONE ARE KEPT)                               *
006280*   RUNCTL   - SHARED RUN-CONTROL FILE, READ ONLY           *
006300*-----------------------------------------------------------*
006400* MODIFICATION HISTORY                                      *
006500*   DATE       INIT  DESCRIPTION                             *
006600*   ---------  ----  ------------------------------------   *
006700*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
006800*-----------------------------------------------------------*
006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SOURCE-COMPUTER.  IBM-370.
007200 OBJECT-COMPUTER.  IBM-370.
007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT PROM-CHG-FILE  ASSIGN TO PROMCHG
007600         ORGANIZATION IS SEQUENTIAL.
007700
007800     SELECT HIST-FILE      ASSIGN TO HISTMSTR
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS HIST-KEY.
008200
008300     SELECT RATE-FILE      ASSIGN TO RATEFILE
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS RATE-KEY.
008700
008800     SELECT CURR-FILE      ASSIGN TO CURRFILE
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS CURR-KEY.
009200
009300     SELECT ADJ-TRANS-FILE ASSIGN TO RRTRANS
009400         ORGANIZATION IS SEQUENTIAL.
009500
009600     SELECT RERATE-RPT     ASSIGN TO RRREG
009610         ORGANIZATION IS SEQUENTIAL.
009620
009630     SELECT PEND-ADJ-FILE  ASSIGN TO RRPEND
009640         ORGANIZATION IS SEQUENTIAL.
009650
009660     SELECT RUN-CTL-FILE   ASSIGN TO RUNCTL
009700         ORGANIZATION IS SEQUENTIAL.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  PROM-CHG-FILE
010200     RECORDING MODE IS F.
010300     COPY PROMCHG.
010400
010500 FD  HIST-FILE.
010600     COPY HISTREC.
010700
010800 FD  RATE-FILE.
010900     COPY RATETAB.
011000
011100 FD  CURR-FILE.
011200     COPY CURRTAB.
011300
011400*    TRANS-RECORD LAYOUT, THE SAME AS TRANEDIT'S TRANFILE -
011500*    THIS FILE IS CONCATENATED INTO THE NEXT NIGHT'S INPUT.
011600 FD  ADJ-TRANS-FILE
011700     RECORDING MODE IS F.
011800 01  ADJ-TRANS-RECORD.
011900     05  RA-RECORD-ID          PIC X(10).
012000     05  RA-RECORD-AMOUNT      PIC 9(10).
012100     05  RA-RECORD-DATE        PIC X(10).
012200     05  RA-RECORD-STATUS      PIC X(01).
012300     05  RA-RECORD-TYPE        PIC X(04).
012400     05  RA-SOURCE-SYSTEM      PIC X(03).
012500     05  RA-REVERSAL-IND       PIC X(01).
012600     05  RA-ORIG-RECORD-ID     PIC X(10).
012700     05  RA-CURRENCY-CODE      PIC X(03).
012800*    FEEDER HDR/TRL CONTROL RECORD, AS TRANEDIT BALANCES IT.
012900 01  ADJ-CTL-RECORD.
013000     05  RK-RECORD-KIND        PIC X(03).
013100     05  RK-SOURCE-SYSTEM      PIC X(03).
013200     05  RK-RECORD-COUNT       PIC 9(09).
013300     05  RK-AMOUNT-TOTAL       PIC 9(14)V99.
013400     05  FILLER                PIC X(21).
013500
013600 FD  RERATE-RPT
013700     RECORDING MODE IS F.
013800 01  RERATE-RPT-LINE           PIC X(80).
013900
013904*    AN EARLIER RUN'S ADJ-TRANS-FILE, HDR/TRL INCLUDED.
013908 FD  PEND-ADJ-FILE
013912     RECORDING MODE IS F.
013916 01  PEND-ADJ-RECORD.
013920     05  RP-RECORD-ID          PIC X(10).
013924     05  RP-RECORD-AMOUNT      PIC 9(10).
013928     05  RP-RECORD-DATE        PIC X(10).
013932     05  RP-RECORD-STATUS      PIC X(01).
013936     05  RP-RECORD-TYPE        PIC X(04).
013940     05  RP-SOURCE-SYSTEM      PIC X(03).
013944     05  RP-REVERSAL-IND       PIC X(01).
013948     05  RP-ORIG-RECORD-ID     PIC X(10).
013952     05  RP-CURRENCY-CODE      PIC X(03).
013956 01  PEND-CTL-RECORD.
013960     05  RQ-RECORD-KIND        PIC X(03).
013964     05  FILLER                PIC X(49).
013968
013972 FD  RUN-CTL-FILE
013976     RECORDING MODE IS F.
013980     COPY RUNCTL.
013984
014000 WORKING-STORAGE SECTION.
014100 01  WS-SWITCHES.
014200     05  WS-PROM-EOF-SW        PIC X(01) VALUE 'N'.
014300         88  WS-PROM-EOF       VALUE 'Y'.
014400     05  WS-HIST-EOF-SW        PIC X(01) VALUE 'N'.
014500         88  WS-HIST-EOF       VALUE 'Y'.
014600     05  WS-RATE-EOF-SW        PIC X(01) VALUE 'N'.
014700         88  WS-RATE-EOF       VALUE 'Y'.
014800     05  WS-CURR-EOF-SW        PIC X(01) VALUE 'N'.
014900         88  WS-CURR-EOF       VALUE 'Y'.
015000     05  WS-SPAN-HIT-SW        PIC X(01) VALUE 'N'.
015100         88  WS-SPAN-HIT       VALUE 'Y'.
015200     05  WS-RATE-HIT-SW        PIC X(01) VALUE 'N'.
015300         88  WS-RATE-HIT       VALUE 'Y'.
015400     05  WS-CURR-HIT-SW        PIC X(01) VALUE 'N'.
015500         88  WS-CURR-HIT       VALUE 'Y'.
015600     05  WS-GRP-CALC-SW        PIC X(01) VALUE 'N'.
015700         88  WS-GRP-HAS-CALC   VALUE 'Y'.
015800     05  WS-GRP-REVERSED-SW    PIC X(01) VALUE 'N'.
015900         88  WS-GRP-IS-REVERSED VALUE 'Y'.
016000     05  WS-TYPE-FOUND-SW      PIC X(01) VALUE 'N'.
016100         88  WS-TYPE-FOUND     VALUE 'Y'.
016120     05  WS-PEND-EOF-SW        PIC X(01) VALUE 'N'.
016140         88  WS-PEND-EOF       VALUE 'Y'.
016160     05  WS-RUN-CTL-SW         PIC X(01) VALUE 'N'.
016180         88  WS-HAVE-RUN-CTL   VALUE 'Y'.
016200
016300 01  WS-RUN-DATE               PIC X(08).
016400 01  WS-RUN-DATE-DASHED        PIC X(10).
016500 01  WS-RUN-DAY                PIC 9(05).
016600
016700*    THE CURRENCY AN AMOUNT MUST END UP IN BEFORE THE
016800*    MULTIPLIER IS APPLIED - SAME AS CALCSUBR.
016900 01  WS-LEDGER-CURRENCY        PIC X(03) VALUE 'USD'.
017000*    THE SOURCE-SYSTEM CODE THE ADJUSTMENTS GO OUT UNDER -
017100*    CALCSUBR AND HISTUPDT RECOGNIZE THE SAME VALUE.
017200 01  WS-RERATE-SOURCE          PIC X(03) VALUE 'RRT'.
017300
017400*    THE ID OF THE HISTORY ENTRY JUST READ, OR HIGH-VALUES
017500*    AT END OF FILE, SO THE GROUP BREAK NEEDS NO RECORD AREA.
017600 01  WS-HIST-CUR-ID            PIC X(10) VALUE SPACES.
017700
017800*    BACK-DATED CHANGES PROMOTED BY RATEPROM.
017900 01  WS-CHG-TABLE.
018000     05  WS-CHG-COUNT          PIC 9(04) COMP VALUE ZERO.
018100     05  WS-CHG-ENTRY OCCURS 200 TIMES
018200                      INDEXED BY WS-CHG-IDX.
018300         10  WS-CH-TYPE        PIC X(04).
018400         10  WS-CH-EFF         PIC X(10).
018500         10  WS-CH-END         PIC X(10).
018600         10  WS-CH-MULT        PIC 9(03)V9(04).
018700         10  WS-CH-EXTRA       PIC 9(10)V99.
018800         10  WS-CH-ACTION      PIC X(08).
018900
018920*    THE EARLIEST EFFECTIVE DATE AND LATEST END DATE ON THE
018940*    CHANGES - ONLY RECORDS DATED INSIDE THAT SPAN ARE
018960*    REPRICED, SO NO RATE OR EXCHANGE-RATE ROW OUTSIDE IT IS
018980*    EVER LOOKED UP.
019000 01  WS-SPAN-LOW               PIC X(10) VALUE HIGH-VALUES.
019020 01  WS-SPAN-HIGH              PIC X(10) VALUE LOW-VALUES.
019040
019060*    LIVE RATE TABLE - THE CHANGED TYPES' ROWS OVERLAPPING
019080*    THE CHANGED SPANS, SIZED AS CALCSUBR'S.
019100 01  WS-RATE-TABLE.
019200     05  WS-RATE-COUNT         PIC 9(04) COMP VALUE ZERO.
019300     05  WS-RATE-ENTRY OCCURS 5000 TIMES
019400                       INDEXED BY WS-RATE-IDX.
019500         10  WS-RT-TYPE        PIC X(04).
019600         10  WS-RT-EFF         PIC X(10).
019700         10  WS-RT-END         PIC X(10).
019800         10  WS-RT-MULT        PIC 9(03)V9(04).
019900         10  WS-RT-EXTRA       PIC 9(10)V99.
020000
020050*    LIVE EXCHANGE-RATE TABLE - THE ROWS OVERLAPPING THE
020100*    CHANGED SPANS, SIZED AS CALCSUBR'S.  FXLOAD ADDS A ROW
020150*    PER CURRENCY PER DAY, SO THE WHOLE FILE WOULD NOT FIT.
020200 01  WS-XRATE-TABLE.
020300     05  WS-XRATE-COUNT        PIC 9(05) COMP VALUE ZERO.
020400     05  WS-XRATE-ENTRY OCCURS 10000 TIMES
020500                        INDEXED BY WS-XRATE-IDX.
020600         10  WS-XR-CODE        PIC X(03).
020700         10  WS-XR-EFF         PIC X(10).
020800         10  WS-XR-END         PIC X(10).
020900         10  WS-XR-RATE        PIC 9(03)V9(06).
021000
021100*    PER-TYPE REGISTER TOTALS.
021200 01  WS-TYPE-TABLE.
021300     05  WS-TYPE-COUNT         PIC 9(04) COMP VALUE ZERO.
021400     05  WS-TYPE-ENTRY OCCURS 50 TIMES
021500                       INDEXED BY WS-TYPE-IDX.
021600         10  WS-TT-TYPE        PIC X(04).
021700         10  WS-TT-RECS        PIC 9(09).
021800         10  WS-TT-OLD         PIC S9(12)V99.
021900         10  WS-TT-NEW         PIC S9(12)V99.
022000         10  WS-TT-DELTA       PIC S9(12)V99.
022100
022105*    ADJUSTMENTS ON THE EARLIER RRTRANS GENERATIONS, SIGNED
022110*    AS THE CALC WILL PRICE THEM.  ONE FOUND ON THE HISTORY
022115*    AS THE GROUPS ARE READ IS MARKED POSTED - IT IS ALREADY
022120*    IN THE GROUP'S ADJUSTMENT TOTAL.
022125 01  WS-PEND-TABLE.
022130     05  WS-PEND-COUNT         PIC 9(05) COMP VALUE ZERO.
022135     05  WS-PEND-ENTRY OCCURS 20000 TIMES
022140                       INDEXED BY WS-PEND-IDX.
022145         10  WS-PA-ADJ-ID      PIC X(10).
022150         10  WS-PA-ORIG-ID     PIC X(10).
022155         10  WS-PA-VALUE       PIC S9(08)V99.
022160         10  WS-PA-POSTED-SW   PIC X(01).
022165             88  WS-PA-POSTED  VALUE 'Y'.
022170
022200*    THE HISTORY GROUP FOR ONE RECORD ID - THE CALCULATED
022300*    ENTRY'S FIELDS PLUS THE EARLIER ADJUSTMENTS KEYED
022400*    UNDER IT.
022500 01  WS-GROUP.
022600     05  WS-GRP-ID             PIC X(10).
022700     05  WS-GRP-AMOUNT         PIC 9(10).
022800     05  WS-GRP-REC-DATE       PIC X(10).
022900     05  WS-GRP-TYPE           PIC X(04).
023000     05  WS-GRP-CURRENCY       PIC X(03).
023100     05  WS-GRP-CALC-VALUE     PIC S9(10)V99.
023200     05  WS-GRP-ADJ-TOTAL      PIC S9(10)V99.
023250     05  WS-GRP-PEND-TOTAL     PIC S9(10)V99.
023300
023400*    SAME FIELD SIZES AS CALCSUBR'S WORK FIELDS, SO THE
023500*    REPRICE TRUNCATES EXACTLY AS THE NIGHTLY CALC DOES.
023600 01  WS-CALC-WORK.
023700     05  WS-MULTIPLIER         PIC 9(03)V9(04).
023800     05  WS-EXTRA-VALUE        PIC 9(10)V99.
023900     05  WS-CONV-RATE          PIC 9(03)V9(06).
024000     05  WS-CONV-AMOUNT        PIC 9(10)V99.
024100     05  WS-NEW-VALUE          PIC S9(10)V99.
024200     05  WS-OLD-VALUE          PIC S9(10)V99.
024300     05  WS-DELTA              PIC S9(11)V99.
024400     05  WS-ADJ-CENTS          PIC 9(13).
024500
024600 01  WS-ADJ-ID.
024700     05  FILLER                PIC X(01) VALUE 'R'.
024800     05  WS-ADJ-ID-DAY         PIC 9(05).
024900     05  WS-ADJ-ID-SEQ         PIC 9(04) VALUE ZERO.
025000
025100 01  WS-RERATE-TOTALS.
025200     05  WS-CHANGES-READ       PIC 9(07) VALUE ZERO.
025300     05  WS-HIST-READ          PIC 9(09) VALUE ZERO.
025400     05  WS-SELECTED-COUNT     PIC 9(09) VALUE ZERO.
025500     05  WS-ADJUSTED-COUNT     PIC 9(09) VALUE ZERO.
025600     05  WS-ADJ-UP-COUNT       PIC 9(09) VALUE ZERO.
025700     05  WS-ADJ-DOWN-COUNT     PIC 9(09) VALUE ZERO.
025800     05  WS-UNCHANGED-COUNT    PIC 9(09) VALUE ZERO.
025900     05  WS-REVERSED-COUNT     PIC 9(09) VALUE ZERO.
026000     05  WS-NORATE-COUNT       PIC 9(09) VALUE ZERO.
026100     05  WS-TOO-LARGE-COUNT    PIC 9(09) VALUE ZERO.
026125     05  WS-PEND-READ          PIC 9(09) VALUE ZERO.
026150     05  WS-PEND-NETTED        PIC 9(09) VALUE ZERO.
026200     05  WS-TRL-AMOUNT         PIC 9(14)V99 VALUE ZERO.
026300     05  WS-GT-OLD             PIC S9(12)V99 VALUE ZERO.
026400     05  WS-GT-NEW             PIC S9(12)V99 VALUE ZERO.
026500     05  WS-GT-DELTA           PIC S9(12)V99 VALUE ZERO.
026600
026700 01  WS-TOTAL-EDIT             PIC ZZZZZZZZ9.
026800 01  WS-WRITE-IDX              PIC 9(04) COMP VALUE ZERO.
026900
027000 01  WS-CHG-LINE.
027100     05  FILLER                PIC X(01) VALUE SPACE.
027200     05  CG-TYPE               PIC X(04).
027300     05  FILLER                PIC X(01) VALUE SPACE.
027400     05  CG-EFF                PIC X(10).
027500     05  FILLER                PIC X(04) VALUE ' TO '.
027600     05  CG-END                PIC X(10).
027700     05  FILLER                PIC X(06) VALUE ' MULT '.
027800     05  CG-MULT               PIC ZZ9.9999.
027900     05  FILLER                PIC X(07) VALUE ' EXTRA '.
028000     05  CG-EXTRA              PIC Z(9)9.99.
028100     05  FILLER                PIC X(01) VALUE SPACE.
028200     05  CG-ACTION             PIC X(08).
028300
028400 01  WS-DETAIL-HEAD.
028500     05  FILLER                PIC X(27)
028600         VALUE ' RECORD ID  TYPE REC DATE  '.
028700     05  FILLER                PIC X(42)
028800         VALUE '     OLD VALUE     NEW VALUE         DELTA'.
028900     05  FILLER                PIC X(11) VALUE '  ADJ ID'.
029000
029100 01  WS-DETAIL-LINE.
029200     05  FILLER                PIC X(01) VALUE SPACE.
029300     05  DL-RECORD-ID          PIC X(10).
029400     05  FILLER                PIC X(01) VALUE SPACE.
029500     05  DL-TYPE               PIC X(04).
029600     05  FILLER                PIC X(01) VALUE SPACE.
029700     05  DL-REC-DATE           PIC X(10).
029800     05  DL-OLD                PIC -(10)9.99.
029900     05  DL-NEW                PIC -(10)9.99.
030000     05  DL-DELTA              PIC -(10)9.99.
030100     05  FILLER                PIC X(01) VALUE SPACE.
030200     05  DL-ADJ-ID             PIC X(10).
030300
030400 01  WS-TYPE-LINE-1.
030500     05  FILLER                PIC X(01) VALUE SPACE.
030600     05  FILLER                PIC X(05) VALUE 'TYPE '.
030700     05  TL1-TYPE              PIC X(04).
030800     05  FILLER                PIC X(19)
030900         VALUE '  RECORDS ADJUSTED '.
031000     05  TL1-RECS              PIC ZZZZZZZZ9.
031100
031200 01  WS-TYPE-LINE-2.
031300     05  FILLER                PIC X(03) VALUE SPACE.
031400     05  FILLER                PIC X(04) VALUE 'OLD '.
031500     05  TL2-OLD               PIC -(12)9.99.
031600     05  FILLER                PIC X(05) VALUE ' NEW '.
031700     05  TL2-NEW               PIC -(12)9.99.
031800     05  FILLER                PIC X(07) VALUE ' DELTA '.
031900     05  TL2-DELTA             PIC -(12)9.99.
032000
032025     COPY STATPARM.
032050
032100 PROCEDURE DIVISION.
032200 0000-MAINLINE.
032300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
032400     PERFORM 2000-PROCESS-GROUP  THRU 2000-EXIT
032500         UNTIL WS-HIST-EOF.
032600     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
032700     GOBACK.
032800
032900 1000-INITIALIZE.
033000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033100     ACCEPT WS-RUN-DAY  FROM DAY.
033200     MOVE WS-RUN-DAY TO WS-ADJ-ID-DAY.
033300     STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
033400         '-' DELIMITED BY SIZE
033500         WS-RUN-DATE (5:2) DELIMITED BY SIZE
033600         '-' DELIMITED BY SIZE
033700         WS-RUN-DATE (7:2) DELIMITED BY SIZE
033800         INTO WS-RUN-DATE-DASHED.
033825     PERFORM 9000-GET-RUN-CONTROL   THRU 9000-EXIT.
033850     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
033900     PERFORM 1100-LOAD-CHANGES   THRU 1100-EXIT.
033950     PERFORM 1500-LOAD-PENDING   THRU 1500-EXIT.
034000     PERFORM 1200-LOAD-RATES     THRU 1200-EXIT.
034100     PERFORM 1300-LOAD-XRATES    THRU 1300-EXIT.
034200     OPEN OUTPUT ADJ-TRANS-FILE.
034300     OPEN OUTPUT RERATE-RPT.
034400     MOVE SPACES TO RERATE-RPT-LINE.
034500     STRING 'RETROACTIVE RE-RATING REGISTER - RUN DATE '
034600         DELIMITED BY SIZE
034700         WS-RUN-DATE-DASHED DELIMITED BY SIZE
034800         INTO RERATE-RPT-LINE.
034900     WRITE RERATE-RPT-LINE.
035000     MOVE SPACE TO RERATE-RPT-LINE.
035100     WRITE RERATE-RPT-LINE.
035200     MOVE 'BACK-DATED RATE CHANGES BEING RE-RATED'
035300         TO RERATE-RPT-LINE.
035400     WRITE RERATE-RPT-LINE.
035500     PERFORM 1400-LIST-ONE-CHANGE THRU 1400-EXIT
035600         VARYING WS-WRITE-IDX FROM 1 BY 1
035700         UNTIL WS-WRITE-IDX > WS-CHG-COUNT.
035800     MOVE SPACE TO RERATE-RPT-LINE.
035900     WRITE RERATE-RPT-LINE.
036000     MOVE WS-DETAIL-HEAD TO RERATE-RPT-LINE.
036100     WRITE RERATE-RPT-LINE.
036200*    THE HEADER GOES OUT EVEN ON A NIGHT WITH NOTHING TO
036300*    ADJUST, SO TRANEDIT BALANCES THE SOURCE AT ZERO
036400*    INSTEAD OF FLAGGING A MISSING HDR/TRL.
036500     MOVE SPACES     TO ADJ-CTL-RECORD.
036600     MOVE 'HDR'      TO RK-RECORD-KIND.
036700     MOVE WS-RERATE-SOURCE TO RK-SOURCE-SYSTEM.
036800     MOVE ZERO       TO RK-RECORD-COUNT.
036900     MOVE ZERO       TO RK-AMOUNT-TOTAL.
037000     WRITE ADJ-CTL-RECORD.
037100*    NO BACK-DATED CHANGES MEANS NOTHING TO RE-RATE - THE
037200*    HISTORY PASS IS SKIPPED.
037300     IF WS-CHG-COUNT = ZERO
037400         SET WS-HIST-EOF TO TRUE
037500     ELSE
037600         OPEN INPUT HIST-FILE
037700         PERFORM 2100-READ-HIST THRU 2100-EXIT
037800     END-IF.
037900 1000-EXIT.
038000     EXIT.
038100
038200 1100-LOAD-CHANGES.
038300     OPEN INPUT PROM-CHG-FILE.
038400     PERFORM 1150-LOAD-ONE-CHANGE THRU 1150-EXIT
038500         UNTIL WS-PROM-EOF.
038600     CLOSE PROM-CHG-FILE.
038700 1100-EXIT.
038800     EXIT.
038900
039000 1150-LOAD-ONE-CHANGE.
039100     READ PROM-CHG-FILE
039200         AT END
039300             SET WS-PROM-EOF TO TRUE
039400     END-READ.
039500     IF NOT WS-PROM-EOF
039600         ADD 1 TO WS-CHANGES-READ
039700         IF WS-CHG-COUNT >= 200
039800             DISPLAY 'RERATE - PROMOTED-CHANGES FILE EXCEEDS 200 '
039900                 'ENTRIES - RAISE THE WS-CHG-ENTRY OCCURS LIMIT'
040000             MOVE 16 TO RETURN-CODE
040100             STOP RUN
040200         END-IF
040300         ADD 1 TO WS-CHG-COUNT
040400         SET WS-CHG-IDX TO WS-CHG-COUNT
040500         MOVE PC-REC-TYPE    TO WS-CH-TYPE   (WS-CHG-IDX)
040600         MOVE PC-EFF-DATE    TO WS-CH-EFF    (WS-CHG-IDX)
040700         MOVE PC-END-DATE    TO WS-CH-END    (WS-CHG-IDX)
040800         MOVE PC-MULTIPLIER  TO WS-CH-MULT   (WS-CHG-IDX)
040900         MOVE PC-EXTRA-VALUE TO WS-CH-EXTRA  (WS-CHG-IDX)
041000         MOVE PC-ACTION      TO WS-CH-ACTION (WS-CHG-IDX)
041010         IF PC-EFF-DATE < WS-SPAN-LOW
041020             MOVE PC-EFF-DATE TO WS-SPAN-LOW
041030         END-IF
041040         IF PC-END-DATE > WS-SPAN-HIGH
041050             MOVE PC-END-DATE TO WS-SPAN-HIGH
041060         END-IF
041100     END-IF.
041200 1150-EXIT.
041300     EXIT.
041400
041500 1200-LOAD-RATES.
041600     OPEN INPUT RATE-FILE.
041700     PERFORM 1250-LOAD-ONE-RATE THRU 1250-EXIT
041800         UNTIL WS-RATE-EOF.
041900     CLOSE RATE-FILE.
042000 1200-EXIT.
042100     EXIT.
042200
042300 1250-LOAD-ONE-RATE.
042400     READ RATE-FILE
042500         AT END
042600             SET WS-RATE-EOF TO TRUE
042700     END-READ.
042705     IF WS-RATE-EOF
042710         GO TO 1250-EXIT
042715     END-IF.
042720     IF RATE-END-DATE < WS-SPAN-LOW
042725        OR RATE-EFF-DATE > WS-SPAN-HIGH
042730         GO TO 1250-EXIT
042735     END-IF.
042740     PERFORM 1270-FIND-CHANGED-TYPE THRU 1270-EXIT.
042745     IF NOT WS-TYPE-FOUND
042750         GO TO 1250-EXIT
042755     END-IF.
042800     IF NOT WS-RATE-EOF
042900         IF WS-RATE-COUNT >= 5000
043000             DISPLAY 'RERATE - LIVE RATE TABLE EXCEEDS 5000 '
043100                 'ENTRIES - RAISE THE WS-RATE-ENTRY OCCURS LIMIT'
043200             MOVE 16 TO RETURN-CODE
043300             STOP RUN
043400         END-IF
043500         ADD 1 TO WS-RATE-COUNT
043600         SET WS-RATE-IDX TO WS-RATE-COUNT
043700         MOVE RATE-REC-TYPE    TO WS-RT-TYPE  (WS-RATE-IDX)
043800         MOVE RATE-EFF-DATE    TO WS-RT-EFF   (WS-RATE-IDX)
043900         MOVE RATE-END-DATE    TO WS-RT-END   (WS-RATE-IDX)
044000         MOVE RATE-MULTIPLIER  TO WS-RT-MULT  (WS-RATE-IDX)
044100         MOVE RATE-EXTRA-VALUE TO WS-RT-EXTRA (WS-RATE-IDX)
044200     END-IF.
044300 1250-EXIT.
044400     EXIT.
044500
044505*    IS THE RATE ROW'S TYPE ONE OF THE CHANGED TYPES.
044510 1270-FIND-CHANGED-TYPE.
044515     MOVE 'N' TO WS-TYPE-FOUND-SW.
044520     IF WS-CHG-COUNT > ZERO
044525         SET WS-CHG-IDX TO 1
044530         SEARCH WS-CHG-ENTRY
044535             AT END
044540                 CONTINUE
044545             WHEN WS-CHG-IDX > WS-CHG-COUNT
044550                 CONTINUE
044555             WHEN WS-CH-TYPE (WS-CHG-IDX) = RATE-REC-TYPE
044560                 SET WS-TYPE-FOUND TO TRUE
044565         END-SEARCH
044570     END-IF.
044575 1270-EXIT.
044580     EXIT.
044585
044600 1300-LOAD-XRATES.
044700     OPEN INPUT CURR-FILE.
044800     PERFORM 1350-LOAD-ONE-XRATE THRU 1350-EXIT
044900         UNTIL WS-CURR-EOF.
045000     CLOSE CURR-FILE.
045100 1300-EXIT.
045200     EXIT.
045300
045400 1350-LOAD-ONE-XRATE.
045500     READ CURR-FILE
045600         AT END
045700             SET WS-CURR-EOF TO TRUE
045800     END-READ.
045810     IF WS-CURR-EOF
045820         GO TO 1350-EXIT
045830     END-IF.
045840     IF CURR-END-DATE < WS-SPAN-LOW
045850        OR CURR-EFF-DATE > WS-SPAN-HIGH
045860         GO TO 1350-EXIT
045870     END-IF.
045900     IF NOT WS-CURR-EOF
046000         IF WS-XRATE-COUNT >= 10000
046100             DISPLAY 'RERATE - EXCHANGE-RATE TABLE EXCEEDS 10000 '
046200                 'ENTRIES - RAISE THE WS-XRATE-ENTRY OCCURS '
046300                 'LIMIT'
046400             MOVE 16 TO RETURN-CODE
046500             STOP RUN
046600         END-IF
046700         ADD 1 TO WS-XRATE-COUNT
046800         SET WS-XRATE-IDX TO WS-XRATE-COUNT
046900         MOVE CURR-CODE      TO WS-XR-CODE (WS-XRATE-IDX)
047000         MOVE CURR-EFF-DATE  TO WS-XR-EFF  (WS-XRATE-IDX)
047100         MOVE CURR-END-DATE  TO WS-XR-END  (WS-XRATE-IDX)
047200         MOVE CURR-CONV-RATE TO WS-XR-RATE (WS-XRATE-IDX)
047300     END-IF.
047400 1350-EXIT.
047500     EXIT.
047600
047700 1400-LIST-ONE-CHANGE.
047800     MOVE WS-CH-TYPE   (WS-WRITE-IDX) TO CG-TYPE.
047900     MOVE WS-CH-EFF    (WS-WRITE-IDX) TO CG-EFF.
048000     MOVE WS-CH-END    (WS-WRITE-IDX) TO CG-END.
048100     MOVE WS-CH-MULT   (WS-WRITE-IDX) TO CG-MULT.
048200     MOVE WS-CH-EXTRA  (WS-WRITE-IDX) TO CG-EXTRA.
048300     MOVE WS-CH-ACTION (WS-WRITE-IDX) TO CG-ACTION.
048400     MOVE WS-CHG-LINE TO RERATE-RPT-LINE.
048500     WRITE RERATE-RPT-LINE.
048600 1400-EXIT.
048700     EXIT.
048800
048802 1500-LOAD-PENDING.
048804     OPEN INPUT PEND-ADJ-FILE.
048806     PERFORM 1550-LOAD-ONE-PENDING THRU 1550-EXIT
048808         UNTIL WS-PEND-EOF.
048810     CLOSE PEND-ADJ-FILE.
048812 1500-EXIT.
048814     EXIT.
048816
048818 1550-LOAD-ONE-PENDING.
048820*    HDR/TRL RECORDS CARRY NOTHING TO NET.  AN ADJUSTMENT
048822*    DATED TODAY (ID 'R' + TODAY'S YYDDD) BELONGS TO AN
048824*    EARLIER RUN OF THIS SAME DAY, WHICH THIS RUN REPLACES.
048826     READ PEND-ADJ-FILE
048828         AT END
048830             SET WS-PEND-EOF TO TRUE
048832     END-READ.
048834     IF WS-PEND-EOF
048836         GO TO 1550-EXIT
048838     END-IF.
048840     IF RQ-RECORD-KIND = 'HDR' OR RQ-RECORD-KIND = 'TRL'
048842         GO TO 1550-EXIT
048844     END-IF.
048846     IF RP-SOURCE-SYSTEM NOT = WS-RERATE-SOURCE
048848        OR RP-RECORD-ID (2:5) = WS-ADJ-ID (2:5)
048850         GO TO 1550-EXIT
048852     END-IF.
048854     ADD 1 TO WS-PEND-READ.
048856     IF WS-PEND-COUNT >= 20000
048858         DISPLAY 'RERATE - EARLIER ADJUSTMENTS EXCEED 20000 '
048860             'ENTRIES - RAISE THE WS-PEND-ENTRY OCCURS LIMIT'
048862         MOVE 16 TO RETURN-CODE
048864         STOP RUN
048866     END-IF.
048868     ADD 1 TO WS-PEND-COUNT.
048870     SET WS-PEND-IDX TO WS-PEND-COUNT.
048872     MOVE RP-RECORD-ID      TO WS-PA-ADJ-ID  (WS-PEND-IDX).
048874     MOVE RP-ORIG-RECORD-ID TO WS-PA-ORIG-ID (WS-PEND-IDX).
048876     MOVE 'N'               TO WS-PA-POSTED-SW (WS-PEND-IDX).
048878     IF RP-REVERSAL-IND = 'R'
048880         COMPUTE WS-PA-VALUE (WS-PEND-IDX) =
048882             ZERO - RP-RECORD-AMOUNT / 100
048884     ELSE
048886         COMPUTE WS-PA-VALUE (WS-PEND-IDX) =
048888             RP-RECORD-AMOUNT / 100
048890     END-IF.
048892 1550-EXIT.
048894     EXIT.
048896
048900 2000-PROCESS-GROUP.
049000*    THE HISTORY KEY IS RECORD ID, THEN RUN DATE/SEQUENCE, SO
049100*    EVERY ENTRY FOR ONE ID - THE CALCULATED ONE, ANY FEEDER
049200*    REVERSAL AND ANY EARLIER RE-RATING ADJUSTMENTS - IS
049300*    READ TOGETHER AND JUDGED AS ONE GROUP.
049400     MOVE WS-HIST-CUR-ID TO WS-GRP-ID.
049500     MOVE 'N'  TO WS-GRP-CALC-SW.
049600     MOVE 'N'  TO WS-GRP-REVERSED-SW.
049700     MOVE ZERO TO WS-GRP-ADJ-TOTAL.
049800     MOVE ZERO TO WS-GRP-CALC-VALUE.
049900     PERFORM 2200-ACCUMULATE-ENTRY THRU 2200-EXIT
050000         UNTIL WS-HIST-CUR-ID NOT = WS-GRP-ID.
050100     PERFORM 2300-EVALUATE-GROUP THRU 2300-EXIT.
050200 2000-EXIT.
050300     EXIT.
050400
050500 2100-READ-HIST.
050600     READ HIST-FILE
050700         AT END
050800             SET WS-HIST-EOF TO TRUE
050900     END-READ.
051000     IF WS-HIST-EOF
051100         MOVE HIGH-VALUES    TO WS-HIST-CUR-ID
051200     ELSE
051300         ADD 1 TO WS-HIST-READ
051400         MOVE HIST-RECORD-ID TO WS-HIST-CUR-ID
051500     END-IF.
051600 2100-EXIT.
051700     EXIT.
051800
051900 2200-ACCUMULATE-ENTRY.
052000*    AN EARLIER RE-RATING ADJUSTMENT ALREADY MOVED THE VALUE
052100*    THE RECORD IS CARRIED AT, SO ITS SIGNED CALC VALUE IS
052150*    ADDED IN, AND IF IT CAME FROM AN RRPEND GENERATION
052200*    THAT ENTRY IS MARKED POSTED SO IT IS NOT NETTED AGAIN.
052250*    SUSPENSE AND REJECT ENTRIES CARRY NO VALUE.
052300     IF HIST-SOURCE-SYSTEM = WS-RERATE-SOURCE
052400         ADD HIST-CALC-VALUE TO WS-GRP-ADJ-TOTAL
052425         IF WS-PEND-COUNT > ZERO
052450             PERFORM 2250-MARK-PENDING-POSTED THRU 2250-EXIT
052475         END-IF
052500     ELSE
052600         IF HIST-WAS-CALCULATED
052700             SET WS-GRP-HAS-CALC TO TRUE
052800             MOVE HIST-RECORD-AMOUNT TO WS-GRP-AMOUNT
052900             MOVE HIST-RECORD-DATE   TO WS-GRP-REC-DATE
053000             MOVE HIST-RECORD-TYPE   TO WS-GRP-TYPE
053100             MOVE HIST-CURRENCY-CODE TO WS-GRP-CURRENCY
053200             MOVE HIST-CALC-VALUE    TO WS-GRP-CALC-VALUE
053300         END-IF
053400         IF HIST-WAS-REVERSED
053500             SET WS-GRP-IS-REVERSED TO TRUE
053600         END-IF
053700     END-IF.
053800     PERFORM 2100-READ-HIST THRU 2100-EXIT.
053900 2200-EXIT.
053905     EXIT.
053910
053915 2250-MARK-PENDING-POSTED.
053920*    HISTUPDT KEYS A POSTED ADJUSTMENT UNDER THE ORIGINAL'S ID
053925*    AND CARRIES THE ADJUSTMENT'S OWN ID IN HIST-REVERSAL-ID.
053930     SET WS-PEND-IDX TO 1.
053935     SEARCH WS-PEND-ENTRY
053940         AT END
053945             CONTINUE
053950         WHEN WS-PEND-IDX > WS-PEND-COUNT
053955             CONTINUE
053960         WHEN WS-PA-ADJ-ID (WS-PEND-IDX) = HIST-REVERSAL-ID
053965          AND WS-PA-ORIG-ID (WS-PEND-IDX) = HIST-RECORD-ID
053970             MOVE 'Y' TO WS-PA-POSTED-SW (WS-PEND-IDX)
053975     END-SEARCH.
053980 2250-EXIT.
054000     EXIT.
054100
054200 2300-EVALUATE-GROUP.
054300     IF NOT WS-GRP-HAS-CALC
054400         GO TO 2300-EXIT
054500     END-IF.
054600     PERFORM 2400-FIND-CHANGE THRU 2400-EXIT.
054700     IF NOT WS-SPAN-HIT
054800         GO TO 2300-EXIT
054900     END-IF.
055000     ADD 1 TO WS-SELECTED-COUNT.
055100*    A FEEDER REVERSAL HAS ALREADY TAKEN THE RECORD OFF THE
055200*    LEDGER - THERE IS NOTHING LEFT TO RE-RATE.
055300     IF WS-GRP-IS-REVERSED
055400         ADD 1 TO WS-REVERSED-COUNT
055500         GO TO 2300-EXIT
055600     END-IF.
055700     PERFORM 2500-REPRICE-RECORD THRU 2500-EXIT.
055710     MOVE ZERO TO WS-GRP-PEND-TOTAL.
055720     IF WS-PEND-COUNT > ZERO
055730         PERFORM 2350-NET-ONE-PENDING THRU 2350-EXIT
055740             VARYING WS-PEND-IDX FROM 1 BY 1
055750             UNTIL WS-PEND-IDX > WS-PEND-COUNT
055760     END-IF.
055800     MOVE WS-GRP-ID       TO DL-RECORD-ID.
055900     MOVE WS-GRP-TYPE     TO DL-TYPE.
056000     MOVE WS-GRP-REC-DATE TO DL-REC-DATE.
056050     COMPUTE WS-OLD-VALUE = WS-GRP-CALC-VALUE + WS-GRP-ADJ-TOTAL
056100                          + WS-GRP-PEND-TOTAL.
056200     MOVE WS-OLD-VALUE    TO DL-OLD.
056300     IF NOT WS-CURR-HIT OR NOT WS-RATE-HIT
056400         ADD 1 TO WS-NORATE-COUNT
056500         MOVE ZERO         TO DL-NEW
056600         MOVE ZERO         TO DL-DELTA
056700         IF NOT WS-CURR-HIT
056800             MOVE 'NO XRATE' TO DL-ADJ-ID
056900         ELSE
057000             MOVE 'NO RATE'  TO DL-ADJ-ID
057100         END-IF
057200         MOVE WS-DETAIL-LINE TO RERATE-RPT-LINE
057300         WRITE RERATE-RPT-LINE
057400         GO TO 2300-EXIT
057500     END-IF.
057600     COMPUTE WS-DELTA = WS-NEW-VALUE - WS-OLD-VALUE.
057700     IF WS-DELTA = ZERO
057800         ADD 1 TO WS-UNCHANGED-COUNT
057900         GO TO 2300-EXIT
058000     END-IF.
058100     MOVE WS-NEW-VALUE    TO DL-NEW.
058200     MOVE WS-DELTA        TO DL-DELTA.
058300     IF WS-DELTA < ZERO
058400         COMPUTE WS-ADJ-CENTS = (ZERO - WS-DELTA) * 100
058500     ELSE
058600         COMPUTE WS-ADJ-CENTS = WS-DELTA * 100
058700     END-IF.
058800*    THE TRANSACTION AMOUNT HOLDS TEN DIGITS OF CENTS.
058900     IF WS-ADJ-CENTS > 9999999999
059000         ADD 1 TO WS-TOO-LARGE-COUNT
059100         MOVE 'TOO LARGE' TO DL-ADJ-ID
059200         MOVE WS-DETAIL-LINE TO RERATE-RPT-LINE
059300         WRITE RERATE-RPT-LINE
059400         GO TO 2300-EXIT
059500     END-IF.
059600     PERFORM 2600-WRITE-ADJUSTMENT THRU 2600-EXIT.
059700     MOVE RA-RECORD-ID    TO DL-ADJ-ID.
059800     MOVE WS-DETAIL-LINE  TO RERATE-RPT-LINE.
059900     WRITE RERATE-RPT-LINE.
060000     PERFORM 2700-FIND-TYPE-ENTRY THRU 2700-EXIT.
060100     ADD 1            TO WS-TT-RECS  (WS-TYPE-IDX).
060200     ADD WS-OLD-VALUE TO WS-TT-OLD   (WS-TYPE-IDX).
060300     ADD WS-NEW-VALUE TO WS-TT-NEW   (WS-TYPE-IDX).
060400     ADD WS-DELTA     TO WS-TT-DELTA (WS-TYPE-IDX).
060500     ADD WS-OLD-VALUE TO WS-GT-OLD.
060600     ADD WS-NEW-VALUE TO WS-GT-NEW.
060700     ADD WS-DELTA     TO WS-GT-DELTA.
060800 2300-EXIT.
060805     EXIT.
060810
060815 2350-NET-ONE-PENDING.
060820*    ONLY THE RECORDS IN A CHANGED SPAN COME THIS FAR, SO THE
060825*    PENDING TABLE IS WALKED FOR THOSE AND NO OTHERS.
060830     IF WS-PA-ORIG-ID (WS-PEND-IDX) = WS-GRP-ID
060835        AND NOT WS-PA-POSTED (WS-PEND-IDX)
060840         ADD WS-PA-VALUE (WS-PEND-IDX) TO WS-GRP-PEND-TOTAL
060845         ADD 1 TO WS-PEND-NETTED
060850     END-IF.
060855 2350-EXIT.
060900     EXIT.
061000
061100 2400-FIND-CHANGE.
061200     MOVE 'N' TO WS-SPAN-HIT-SW.
061300     SET WS-CHG-IDX TO 1.
061400     SEARCH WS-CHG-ENTRY
061500         AT END
061600             CONTINUE
061650         WHEN WS-CHG-IDX > WS-CHG-COUNT
061660             CONTINUE
061700         WHEN WS-CH-TYPE (WS-CHG-IDX) = WS-GRP-TYPE
061800          AND WS-CH-EFF (WS-CHG-IDX) NOT > WS-GRP-REC-DATE
061900          AND WS-CH-END (WS-CHG-IDX) NOT < WS-GRP-REC-DATE
062000             SET WS-SPAN-HIT TO TRUE
062100     END-SEARCH.
062200 2400-EXIT.
062300     EXIT.
062400
062500 2500-REPRICE-RECORD.
062600*    SAME CONVERSION, LOOKUP AND COMPUTE AS CALCSUBR'S
062700*    1400-CONVERT-CURRENCY, 1200-LOOKUP-RATE AND 0000-MAIN-
062800*    CALC, AGAINST THE LIVE TABLES.  THE ORIGINAL WAS A
062900*    CALCULATED (NOT REVERSAL) ENTRY, SO NOTHING IS NEGATED.
063000     MOVE ZERO TO WS-NEW-VALUE.
063100     MOVE ZERO TO WS-CONV-AMOUNT.
063200     MOVE 'N'  TO WS-CURR-HIT-SW.
063300     MOVE 'N'  TO WS-RATE-HIT-SW.
063400     IF WS-GRP-CURRENCY = SPACES
063500        OR WS-GRP-CURRENCY = WS-LEDGER-CURRENCY
063600         SET WS-CURR-HIT TO TRUE
063700         MOVE 1 TO WS-CONV-RATE
063800         MOVE WS-GRP-AMOUNT TO WS-CONV-AMOUNT
063900     ELSE
064000         MOVE ZERO TO WS-CONV-RATE
064100         SET WS-XRATE-IDX TO 1
064200         SEARCH WS-XRATE-ENTRY
064300             AT END
064400                 CONTINUE
064425             WHEN WS-XRATE-IDX > WS-XRATE-COUNT
064450                 CONTINUE
064500             WHEN WS-XR-CODE (WS-XRATE-IDX) = WS-GRP-CURRENCY
064600              AND WS-XR-EFF (WS-XRATE-IDX) NOT > WS-GRP-REC-DATE
064700              AND WS-XR-END (WS-XRATE-IDX) NOT < WS-GRP-REC-DATE
064800                 SET WS-CURR-HIT TO TRUE
064900                 MOVE WS-XR-RATE (WS-XRATE-IDX) TO WS-CONV-RATE
065000                 COMPUTE WS-CONV-AMOUNT =
065100                     WS-GRP-AMOUNT * WS-CONV-RATE
065200         END-SEARCH
065300     END-IF.
065400     IF NOT WS-CURR-HIT
065500         GO TO 2500-EXIT
065600     END-IF.
065700     MOVE ZERO TO WS-MULTIPLIER.
065800     MOVE ZERO TO WS-EXTRA-VALUE.
065900     SET WS-RATE-IDX TO 1.
066000     SEARCH WS-RATE-ENTRY
066100         AT END
066125             CONTINUE
066150         WHEN WS-RATE-IDX > WS-RATE-COUNT
066200             CONTINUE
066300         WHEN WS-RT-TYPE (WS-RATE-IDX) = WS-GRP-TYPE
066400          AND WS-RT-EFF (WS-RATE-IDX) NOT > WS-GRP-REC-DATE
066500          AND WS-RT-END (WS-RATE-IDX) NOT < WS-GRP-REC-DATE
066600             SET WS-RATE-HIT TO TRUE
066700             MOVE WS-RT-MULT  (WS-RATE-IDX) TO WS-MULTIPLIER
066800             MOVE WS-RT-EXTRA (WS-RATE-IDX) TO WS-EXTRA-VALUE
066900     END-SEARCH.
067000     IF WS-RATE-HIT
067100         COMPUTE WS-NEW-VALUE = WS-CONV-AMOUNT * WS-MULTIPLIER
067200         IF WS-EXTRA-VALUE > ZERO
067300             ADD WS-EXTRA-VALUE TO WS-NEW-VALUE
067400         END-IF
067500     END-IF.
067600 2500-EXIT.
067700     EXIT.
067800
067900 2600-WRITE-ADJUSTMENT.
068000     IF WS-ADJ-ID-SEQ >= 9999
068100         DISPLAY 'RERATE - MORE THAN 9999 ADJUSTMENTS IN ONE '
068200             'RUN - SPLIT THE PROMOTED CHANGES OVER TWO RUNS'
068300         MOVE 16 TO RETURN-CODE
068400         STOP RUN
068500     END-IF.
068600     ADD 1 TO WS-ADJ-ID-SEQ.
068700     MOVE WS-ADJ-ID          TO RA-RECORD-ID.
068800     MOVE WS-ADJ-CENTS       TO RA-RECORD-AMOUNT.
068900     MOVE WS-RUN-DATE-DASHED TO RA-RECORD-DATE.
069000     MOVE 'Y'                TO RA-RECORD-STATUS.
069100     MOVE WS-GRP-TYPE        TO RA-RECORD-TYPE.
069200     MOVE WS-RERATE-SOURCE   TO RA-SOURCE-SYSTEM.
069300     IF WS-DELTA < ZERO
069400         MOVE 'R'            TO RA-REVERSAL-IND
069500         ADD 1 TO WS-ADJ-DOWN-COUNT
069600     ELSE
069700         MOVE SPACE          TO RA-REVERSAL-IND
069800         ADD 1 TO WS-ADJ-UP-COUNT
069900     END-IF.
070000     MOVE WS-GRP-ID          TO RA-ORIG-RECORD-ID.
070100     MOVE SPACES             TO RA-CURRENCY-CODE.
070200     WRITE ADJ-TRANS-RECORD.
070300     ADD 1 TO WS-ADJUSTED-COUNT.
070400     ADD RA-RECORD-AMOUNT TO WS-TRL-AMOUNT.
070500 2600-EXIT.
070600     EXIT.
070700
070800 2700-FIND-TYPE-ENTRY.
070900     MOVE 'N' TO WS-TYPE-FOUND-SW.
071000     IF WS-TYPE-COUNT > ZERO
071100         SET WS-TYPE-IDX TO 1
071200         SEARCH WS-TYPE-ENTRY
071300             AT END
071400                 CONTINUE
071450             WHEN WS-TYPE-IDX > WS-TYPE-COUNT
071460                 CONTINUE
071500             WHEN WS-TT-TYPE (WS-TYPE-IDX) = WS-GRP-TYPE
071600                 SET WS-TYPE-FOUND TO TRUE
071700         END-SEARCH
071800     END-IF.
071900     IF NOT WS-TYPE-FOUND
072000         IF WS-TYPE-COUNT >= 50
072100             DISPLAY 'RERATE - MORE THAN 50 RECORD TYPES '
072200                 'RE-RATED - RAISE THE WS-TYPE-ENTRY OCCURS '
072300                 'LIMIT'
072400             MOVE 16 TO RETURN-CODE
072500             STOP RUN
072600         END-IF
072700         ADD 1 TO WS-TYPE-COUNT
072800         SET WS-TYPE-IDX TO WS-TYPE-COUNT
072900         MOVE WS-GRP-TYPE TO WS-TT-TYPE  (WS-TYPE-IDX)
073000         MOVE ZERO        TO WS-TT-RECS  (WS-TYPE-IDX)
073100         MOVE ZERO        TO WS-TT-OLD   (WS-TYPE-IDX)
073200         MOVE ZERO        TO WS-TT-NEW   (WS-TYPE-IDX)
073300         MOVE ZERO        TO WS-TT-DELTA (WS-TYPE-IDX)
073400     END-IF.
073500 2700-EXIT.
073600     EXIT.
073700
073800 3000-TERMINATE.
073900     MOVE SPACES     TO ADJ-CTL-RECORD.
074000     MOVE 'TRL'      TO RK-RECORD-KIND.
074100     MOVE WS-RERATE-SOURCE  TO RK-SOURCE-SYSTEM.
074200     MOVE WS-ADJUSTED-COUNT TO RK-RECORD-COUNT.
074300     MOVE WS-TRL-AMOUNT     TO RK-AMOUNT-TOTAL.
074400     WRITE ADJ-CTL-RECORD.
074500     MOVE SPACE TO RERATE-RPT-LINE.
074600     WRITE RERATE-RPT-LINE.
074700     MOVE 'TOTALS BY RECORD TYPE' TO RERATE-RPT-LINE.
074800     WRITE RERATE-RPT-LINE.
074900     PERFORM 3100-PRINT-ONE-TYPE THRU 3100-EXIT
075000         VARYING WS-WRITE-IDX FROM 1 BY 1
075100         UNTIL WS-WRITE-IDX > WS-TYPE-COUNT.
075200     MOVE SPACE TO RERATE-RPT-LINE.
075300     WRITE RERATE-RPT-LINE.
075400     MOVE 'ALL TYPES' TO RERATE-RPT-LINE.
075500     WRITE RERATE-RPT-LINE.
075600     MOVE WS-GT-OLD   TO TL2-OLD.
075700     MOVE WS-GT-NEW   TO TL2-NEW.
075800     MOVE WS-GT-DELTA TO TL2-DELTA.
075900     MOVE WS-TYPE-LINE-2 TO RERATE-RPT-LINE.
076000     WRITE RERATE-RPT-LINE.
076100     MOVE SPACE TO RERATE-RPT-LINE.
076200     WRITE RERATE-RPT-LINE.
076300     MOVE WS-CHANGES-READ TO WS-TOTAL-EDIT.
076400     MOVE SPACE TO RERATE-RPT-LINE.
076500     STRING 'BACK-DATED CHANGES READ. . . : ' DELIMITED BY SIZE
076600         WS-TOTAL-EDIT DELIMITED BY SIZE
076700         INTO RERATE-RPT-LINE.
076800     WRITE RERATE-RPT-LINE.
076900     MOVE WS-HIST-READ TO WS-TOTAL-EDIT.
077000     MOVE SPACE TO RERATE-RPT-LINE.
077100     STRING 'HISTORY ENTRIES READ . . . . : ' DELIMITED BY SIZE
077200         WS-TOTAL-EDIT DELIMITED BY SIZE
077300         INTO RERATE-RPT-LINE.
077400     WRITE RERATE-RPT-LINE.
077405     MOVE WS-PEND-READ TO WS-TOTAL-EDIT.
077410     MOVE SPACE TO RERATE-RPT-LINE.
077415     STRING 'EARLIER ADJUSTMENTS READ . . : ' DELIMITED BY SIZE
077420         WS-TOTAL-EDIT DELIMITED BY SIZE
077425         INTO RERATE-RPT-LINE.
077430     WRITE RERATE-RPT-LINE.
077435     MOVE WS-PEND-NETTED TO WS-TOTAL-EDIT.
077440     MOVE SPACE TO RERATE-RPT-LINE.
077445     STRING '  UNPOSTED, NETTED IN. . . . : ' DELIMITED BY SIZE
077450         WS-TOTAL-EDIT DELIMITED BY SIZE
077455         INTO RERATE-RPT-LINE.
077460     WRITE RERATE-RPT-LINE.
077500     MOVE WS-SELECTED-COUNT TO WS-TOTAL-EDIT.
077600     MOVE SPACE TO RERATE-RPT-LINE.
077700     STRING 'RECORDS IN A CHANGED SPAN. . : ' DELIMITED BY SIZE
077800         WS-TOTAL-EDIT DELIMITED BY SIZE
077900         INTO RERATE-RPT-LINE.
078000     WRITE RERATE-RPT-LINE.
078100     MOVE WS-ADJUSTED-COUNT TO WS-TOTAL-EDIT.
078200     MOVE SPACE TO RERATE-RPT-LINE.
078300     STRING '  ADJUSTMENTS WRITTEN. . . . : ' DELIMITED BY SIZE
078400         WS-TOTAL-EDIT DELIMITED BY SIZE
078500         INTO RERATE-RPT-LINE.
078600     WRITE RERATE-RPT-LINE.
078700     MOVE WS-ADJ-UP-COUNT TO WS-TOTAL-EDIT.
078800     MOVE SPACE TO RERATE-RPT-LINE.
078900     STRING '    UPWARD . . . . . . . . . : ' DELIMITED BY SIZE
079000         WS-TOTAL-EDIT DELIMITED BY SIZE
079100         INTO RERATE-RPT-LINE.
079200     WRITE RERATE-RPT-LINE.
079300     MOVE WS-ADJ-DOWN-COUNT TO WS-TOTAL-EDIT.
079400     MOVE SPACE TO RERATE-RPT-LINE.
079500     STRING '    DOWNWARD . . . . . . . . : ' DELIMITED BY SIZE
079600         WS-TOTAL-EDIT DELIMITED BY SIZE
079700         INTO RERATE-RPT-LINE.
079800     WRITE RERATE-RPT-LINE.
079900     MOVE WS-UNCHANGED-COUNT TO WS-TOTAL-EDIT.
080000     MOVE SPACE TO RERATE-RPT-LINE.
080100     STRING '  VALUE UNCHANGED. . . . . . : ' DELIMITED BY SIZE
080200         WS-TOTAL-EDIT DELIMITED BY SIZE
080300         INTO RERATE-RPT-LINE.
080400     WRITE RERATE-RPT-LINE.
080500     MOVE WS-REVERSED-COUNT TO WS-TOTAL-EDIT.
080600     MOVE SPACE TO RERATE-RPT-LINE.
080700     STRING '  ALREADY REVERSED . . . . . : ' DELIMITED BY SIZE
080800         WS-TOTAL-EDIT DELIMITED BY SIZE
080900         INTO RERATE-RPT-LINE.
081000     WRITE RERATE-RPT-LINE.
081100     MOVE WS-NORATE-COUNT TO WS-TOTAL-EDIT.
081200     MOVE SPACE TO RERATE-RPT-LINE.
081300     STRING '  NO RATE/XRATE IN EFFECT. . : ' DELIMITED BY SIZE
081400         WS-TOTAL-EDIT DELIMITED BY SIZE
081500         INTO RERATE-RPT-LINE.
081600     WRITE RERATE-RPT-LINE.
081700     MOVE WS-TOO-LARGE-COUNT TO WS-TOTAL-EDIT.
081800     MOVE SPACE TO RERATE-RPT-LINE.
081900     STRING '  DELTA TOO LARGE TO POST. . : ' DELIMITED BY SIZE
082000         WS-TOTAL-EDIT DELIMITED BY SIZE
082100         INTO RERATE-RPT-LINE.
082200     WRITE RERATE-RPT-LINE.
082300     IF WS-CHG-COUNT > ZERO
082400         CLOSE HIST-FILE
082500     END-IF.
082600     CLOSE ADJ-TRANS-FILE.
082700     CLOSE RERATE-RPT.
082800     IF WS-NORATE-COUNT > ZERO
082900        OR WS-TOO-LARGE-COUNT > ZERO
083000         DISPLAY 'RERATE - RECORDS LEFT UNADJUSTED - SEE THE '
083100             'RE-RATING REGISTER - RC=8'
083200         MOVE 8 TO RETURN-CODE
083300     END-IF.
083350     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
083400 3000-EXIT.
083500     EXIT.
083600
083700 3100-PRINT-ONE-TYPE.
083800     MOVE WS-TT-TYPE  (WS-WRITE-IDX) TO TL1-TYPE.
083900     MOVE WS-TT-RECS  (WS-WRITE-IDX) TO TL1-RECS.
084000     MOVE WS-TYPE-LINE-1 TO RERATE-RPT-LINE.
084100     WRITE RERATE-RPT-LINE.
084200     MOVE WS-TT-OLD   (WS-WRITE-IDX) TO TL2-OLD.
084300     MOVE WS-TT-NEW   (WS-WRITE-IDX) TO TL2-NEW.
084400     MOVE WS-TT-DELTA (WS-WRITE-IDX) TO TL2-DELTA.
084500     MOVE WS-TYPE-LINE-2 TO RERATE-RPT-LINE.
084600     WRITE RERATE-RPT-LINE.
084700 3100-EXIT.
084800     EXIT.
084900
085000 9000-GET-RUN-CONTROL.
085100*    READ ONLY FOR THE RUN ID THE STATISTICS GO UNDER.  THE
085200*    STATISTICS ARE INFORMATION ONLY, SO AN EMPTY RUN CONTROL
085300*    IS REPORTED AND THE RUN CARRIES ON WITHOUT THEM.
085400     OPEN INPUT RUN-CTL-FILE.
085500     READ RUN-CTL-FILE
085600         AT END
085700             DISPLAY 'RERATE - RUN CONTROL FILE IS EMPTY - NO '
085800                 'RUN STATISTICS RECORDED'
085900         NOT AT END
086000             SET WS-HAVE-RUN-CTL TO TRUE
086100     END-READ.
086200     CLOSE RUN-CTL-FILE.
086300 9000-EXIT.
086400     EXIT.
086500
086600 9200-RECORD-STEP-START.
086700*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
086800*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
086900     IF NOT WS-HAVE-RUN-CTL
087000         GO TO 9200-EXIT
087100     END-IF.
087200     MOVE 'RERATE'     TO WS-SS-STEP-NAME.
087300     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
087400     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
087500     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
087600     MOVE 'S'          TO WS-SS-FUNCTION.
087700     MOVE 'S'          TO WS-SS-STEP-STATUS.
087800     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
087900     MOVE ZERO         TO WS-SS-IN-COUNT.
088000     MOVE ZERO         TO WS-SS-OUT-COUNT.
088100     MOVE ZERO         TO WS-SS-OTHER-COUNT.
088200     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
088300     CALL 'STEPSTAT' USING WS-STEP-STATS.
088400 9200-EXIT.
088500     EXIT.
088600
088700 9300-RECORD-STEP-END.
088800*    WITH NO STEP STATUS ON RUNCTL, THE END STATUS FOLLOWS
088900*    THE RETURN CODE - RC=8 OR WORSE ENDED IN ERROR.
089000     IF NOT WS-HAVE-RUN-CTL
089100         GO TO 9300-EXIT
089200     END-IF.
089300     MOVE 'E'                TO WS-SS-FUNCTION.
089400     IF RETURN-CODE > 4
089500         MOVE 'E'            TO WS-SS-STEP-STATUS
089600     ELSE
089700         MOVE 'C'            TO WS-SS-STEP-STATUS
089800     END-IF.
089900     MOVE RETURN-CODE        TO WS-SS-RETURN-CODE.
090000     MOVE WS-SELECTED-COUNT  TO WS-SS-IN-COUNT.
090100     MOVE WS-ADJUSTED-COUNT  TO WS-SS-OUT-COUNT.
090200     ADD WS-NORATE-COUNT WS-TOO-LARGE-COUNT
090300         GIVING WS-SS-OTHER-COUNT.
090400     MOVE ZERO               TO WS-SS-SOURCE-COUNT.
090500     CALL 'STEPSTAT' USING WS-STEP-STATS.
090600 9300-EXIT.
090700     EXIT.
