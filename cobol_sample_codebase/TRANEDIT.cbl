001760*          ORIGINAL THAT IS NOT ON THE PROCESSED-ID        *
001770*          HISTORY (IT WAS NEVER POSTED, SO THERE IS       *
001780*          NOTHING TO BACK OUT)                            *
001785*          A DOWNWARD RERATE ADJUSTMENT IS NOT LOOKED UP   *
001790*          - RERATE FOUND ITS ORIGINAL ON THE CALC         *
001795*          HISTORY                                         *
001800*   TYPE - TF-RECORD-TYPE HAS NO ENTRY AT ALL ON RATEFILE   *
001808*   PROD - TF-RECORD-TYPE IS NOT A PRODUCT ON THE PRODUCT   *
001816*          MASTER (PRODMST, SEE PRODREC.CPY)                *
001824*   LNCH - TF-RECORD-DATE IS BEFORE THE PRODUCT'S LAUNCH    *
001832*          DATE                                             *
001840*   RETD - TF-RECORD-DATE IS ON OR AFTER THE PRODUCT'S      *
001848*          RETIRE DATE (A REVERSAL OF A RECORD ALREADY      *
001850*          POSTED, OR A RERATE ADJUSTMENT TO ONE, IS STILL  *
001860*          ACCEPTED)                                        *
001864*   FEED - TF-SOURCE-SYSTEM IS NOT ONE OF THE PRODUCT'S     *
001865*          ALLOWED SOURCE SYSTEMS (RERATE'S OWN SOURCE,     *
001870*          RRT, IS OPEN TO EVERY PRODUCT)                   *
001880*   PCUR - TF-CURRENCY-CODE IS NOT BLANK AND IS NOT ONE OF  *
001888*          THE PRODUCT'S ALLOWED CURRENCIES                 *
001900*   DUPP - TF-RECORD-ID WAS ALREADY PROCESSED ON A RECENT   *
002000*          RUN (IT IS ON THE PROCESSED-ID HISTORY FILE)     *
002100*   DUPF - TF-RECORD-ID APPEARS MORE THAN ONCE ON TONIGHT'S *
002200*          FILE - THE FIRST OCCURRENCE IS KEPT, THE REST    *
002300*          ARE REJECTED                                     *
002312*   PERD - TF-RECORD-DATE FALLS IN AN ACCOUNTING PERIOD     *
002324*          ALREADY CLOSED ON THE PERIOD CALENDAR (PERCTL,   *
002336*          SEE PERIODREC.CPY) AND THE CALENDAR'S LATE-ITEM  *
002348*          SETTING IS J.  WHEN IT IS R THE RECORD PASSES    *
002360*          INSTEAD, RE-DATED TO THE FIRST DAY OF THE OPEN   *
002372*          PERIOD (OR THE RUN'S WINDOW START, IF LATER) ON  *
002384*          THE CLEAN FILE, AND IS COUNTED ON THE REPORT     *
002400* A RECORD THAT PASSES EVERY EDIT IS WRITTEN TO THE CLEAN   *
002500* FILE AND ITS ID IS ADDED TO THE PROCESSED-ID HISTORY SO   *
002600* THE SAME TRANSACTION ARRIVING AGAIN ON A LATER NIGHT IS   *
002807* REJECT FILES (PRIORREJ) AND IS DROPPED FROM THE HISTORY   *
002808* WHEN IT IS LOADED, SO A CORRECTED RESUBMISSION IS NOT     *
002809* FALSELY REJECTED AS A DUPLICATE.                          *
002810*                                                           *
002811* AUTOMATIC HOLDS: A STATUS-Y RECORD THAT PASSES EVERY EDIT *
002812* IS THEN CHECKED AGAINST THE HOLD RULES IN EFFECT ON THE   *
002813* RUN DATE (HOLDRULE, SEE HOLDRULE.CPY).  OF THE RULES      *
002814* WHOSE TYPE/SOURCE/CURRENCY MATCH, THE MOST SPECIFIC ONE   *
002815* GOVERNS - A NAMED TYPE OUTRANKS A NAMED SOURCE, WHICH     *
002816* OUTRANKS A NAMED CURRENCY, AND AN EXACT RULE BEATS ANY    *
002817* WILDCARD.  IF THE AMOUNT EXCEEDS THAT RULE'S THRESHOLD    *
002818* THE RECORD IS FLIPPED TO STATUS 'H' ON THE CLEAN FILE     *
002819* WITH THE RULE'S HOLD REASON, SO CALCDRV ROUTES IT TO      *
002820* SUSPENSE INSTEAD OF POSTING IT.  THE EDIT REPORT COUNTS   *
002821* AUTO-HOLDS PER RULE.                                      *
002825* A RERATE ADJUSTMENT (SOURCE RRT) CORRECTS A RECORD THAT   *
002850* WAS ALREADY RELEASED, SO NO HOLD RULE APPLIES TO IT.      *
002900*                                                           *
003000* JCL PARM FORMAT:  PURGEDT=cccc-mm-dd                       *
003100*   PURGEDT - OPTIONAL.  PROCESSED-ID HISTORY ENTRIES WITH   *
004004*              EVER RUN                                       *
004050*   CURRFILE - EXCHANGE-RATE TABLE, READ TO VALIDATE         *
004060*              CURRENCY CODES                                 *
004070*   HOLDRULE - AUTOMATIC-HOLD RULE TABLE (HOLDRULE.CPY)      *
004085*   PERCTL   - ACCOUNTING PERIOD CALENDAR (PERIODREC.CPY)    *
004092*   PRODMST  - PRODUCT MASTER (PRODREC.CPY)                  *
004100*   CLEANOUT - CLEAN TRANSACTIONS FOR CALCDRV - TRANS-RECORD *
004110*              LAYOUT PLUS THE AUTO-HOLD REASON CODE         *
004200*   EDITREJ  - REJECTED RECORDS WITH REASON CODES            *
004300*   NEWIDS   - UPDATED PROCESSED-ID HISTORY FOR THE NEXT RUN *
004400*   EDITRPT  - EDIT SUMMARY REPORT                           *
004402*   RUNCTL   - SHARED RUN-CONTROL FILE (SEE RUNCTL.CPY),      *
004403*              STAMPED WITH THIS STEP'S START AND COMPLETION  *
004404*              STATUS                                         *
004425*   RUNSTATS - RUN-STATISTICS HISTORY (SEE RUNSTAT.CPY),      *
004450*              GIVEN THIS STEP'S START AND END TIMES AND      *
004475*              KEY COUNTS THROUGH STEPSTAT                    *
004500*-----------------------------------------------------------*
004600* MODIFICATION HISTORY                                      *
004700*   DATE       INIT  DESCRIPTION                             *
004933*                    FILE AT START AND STAMPS ITS STATUS ON   *
004934*                    IT AT END, SO THE DOWNSTREAM STEPS CAN   *
004935*                    GATE ON A CLEAN EDIT                     *
004936*   2026-10-15 DLM   STATUS-Y RECORDS MATCHING A HOLD RULE    *
004938*                    (NEW HOLDRULE FILE) ARE NOW FLIPPED TO   *
004940*                    STATUS 'H' WITH THE RULE'S HOLD REASON   *
004942*                    CARRIED ON THE CLEAN RECORD, AND THE     *
004944*                    EDIT REPORT COUNTS AUTO-HOLDS BY RULE    *
004946*   2026-10-15 DLM   NEW PERD EDIT - A RECORD DATED IN A      *
004948*                    CLOSED ACCOUNTING PERIOD (NEW PERCTL     *
004950*                    CALENDAR) IS REJECTED, OR RE-DATED INTO  *
004952*                    THE OPEN PERIOD, PER THE CALENDAR'S      *
004954*                    LATE-ITEM SETTING                        *
004956*   2026-10-15 DLM   NEW PROD/LNCH/RETD/FEED/PCUR EDITS -     *
004958*                    THE TYPE MUST BE A LIVE PRODUCT ON THE   *
004960*                    NEW PRODUCT MASTER (PRODMST), OPEN TO    *
004962*                    THE SENDING FEEDER AND THE RECORD'S      *
004964*                    CURRENCY                                 *
004966*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY      *
004968*                    COUNTS NOW RECORDED ON THE NEW RUN-      *
004970*                    STATISTICS HISTORY (RUNSTATS) THROUGH    *
004972*                    STEPSTAT FOR THE WEEKLY TREND REPORT     *
004974*   2026-10-15 DLM   RERATE ADJUSTMENTS (SOURCE RRT) ARE NOW  *
004976*                    EXEMPT FROM THE RETD AND FEED EDITS AND  *
004978*                    THE RVSL ORIGINAL LOOKUP, AND ARE NEVER  *
004980*                    AUTO-HELD                                *
004982*   2026-10-15 DLM   THE MOST SPECIFIC MATCHING HOLD RULE NOW *
004984*                    GOVERNS INSTEAD OF THE FIRST IN KEY      *
004986*                    ORDER, WHERE THE WILDCARDS SORT FIRST    *
005000*-----------------------------------------------------------*
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
006420         ORGANIZATION IS INDEXED
006430         ACCESS MODE IS SEQUENTIAL
006440         RECORD KEY IS CURR-KEY.
006441
006442     SELECT HOLD-RULE-FILE ASSIGN TO HOLDRULE
006443         ORGANIZATION IS INDEXED
006444         ACCESS MODE IS SEQUENTIAL
006445         RECORD KEY IS HOLD-KEY.
006446
006447     SELECT PERIOD-FILE   ASSIGN TO PERCTL
006448         ORGANIZATION IS INDEXED
006449         ACCESS MODE IS RANDOM
006450         RECORD KEY IS PER-PERIOD-ID.
006451
006500     SELECT PRIOR-ID-FILE ASSIGN TO PRIORIDS
006600         ORGANIZATION IS SEQUENTIAL.
006601
007804
007805     SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL
007806         ORGANIZATION IS SEQUENTIAL.
007821
007836     SELECT PRODUCT-FILE  ASSIGN TO PRODMST
007851         ORGANIZATION IS INDEXED
007866         ACCESS MODE IS SEQUENTIAL
007881         RECORD KEY IS PRD-REC-TYPE.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
009310 FD  CURR-FILE.
009320     COPY CURRTAB.
009330
009340 FD  HOLD-RULE-FILE.
009350     COPY HOLDRULE.
009352
009354 FD  PERIOD-FILE.
009356     COPY PERIODREC.
009357
009358 FD  PRODUCT-FILE.
009359     COPY PRODREC.
009360
009400 FD  PRIOR-ID-FILE
009500     RECORDING MODE IS F.
009600 01  PRIOR-ID-RECORD.
010702     05  CL-REVERSAL-IND       PIC X(01).
010703     05  CL-ORIG-RECORD-ID     PIC X(10).
010704     05  CL-CURRENCY-CODE      PIC X(03).
010705     05  CL-HOLD-REASON        PIC X(04).
010800
010900 FD  REJECT-FILE
011000     RECORDING MODE IS F.
013620         88  WS-PREJ-EOF       VALUE 'Y'.
013630     05  WS-CURR-EOF-SW        PIC X(01) VALUE 'N'.
013640         88  WS-CURR-EOF       VALUE 'Y'.
013650     05  WS-HOLD-EOF-SW        PIC X(01) VALUE 'N'.
013660         88  WS-HOLD-EOF       VALUE 'Y'.
013673     05  WS-PROD-EOF-SW        PIC X(01) VALUE 'N'.
013686         88  WS-PROD-EOF       VALUE 'Y'.
013700     05  WS-ID-FOUND-SW        PIC X(01) VALUE 'N'.
013800         88  WS-ID-FOUND       VALUE 'Y'.
013833     05  WS-REDATE-SW          PIC X(01) VALUE 'N'.
013866         88  WS-REDATE-RECORD  VALUE 'Y'.
013900
014000 01  WS-RUN-DATE               PIC X(08).
014100 01  WS-RUN-DATE-DASHED        PIC X(10).
014200
014300 01  WS-REASON-CODE            PIC X(04) VALUE SPACE.
014400     88  WS-RECORD-IS-CLEAN    VALUE SPACE.
014410
014420*    THE REASON OF THE HOLD RULE A CLEAN STATUS-Y RECORD
014430*    MATCHED - SPACE WHEN NO RULE FIRED.
014440 01  WS-HOLD-REASON            PIC X(04) VALUE SPACE.
014450     88  WS-NO-AUTO-HOLD       VALUE SPACE.
014451
014452*    THE SOURCE-SYSTEM CODE RERATE WRITES ITS ADJUSTMENT
014453*    TRANSACTIONS UNDER (SAME VALUE AS CALCSUBR'S).
014454 01  WS-RERATE-SOURCE          PIC X(03) VALUE 'RRT'.
014455
014456*    THE PERIOD CALENDAR'S OPEN PERIOD (CCYY-MM) AND LATE-
014459*    ITEM SETTING.  A RECORD DATED BEFORE THE OPEN PERIOD IS
014462*    LATE; SPACES WHEN NO PERIOD HAS EVER BEEN CLOSED.  A
014465*    LATE RECORD RE-DATED GOES TO WS-REDATE-DATE - THE FIRST
014468*    DAY OF THE OPEN PERIOD, OR THE RUN'S WINDOW START WHEN
014471*    THAT IS LATER, SO THE CALC'S DATE CHECK STILL PASSES.
014474 01  WS-OPEN-PERIOD            PIC X(07) VALUE SPACES.
014477 01  WS-LATE-ACTION            PIC X(01) VALUE SPACE.
014480     88  WS-LATE-REDATE        VALUE 'R'.
014483 01  WS-WIN-START              PIC X(10) VALUE SPACES.
014486 01  WS-REDATE-DATE            PIC X(10) VALUE SPACES.
014500
014600*    THE TYPE THE TYPE-TABLE SEARCH LOOKS FOR - STAGED HERE
014700*    BECAUSE THE SEARCH SERVES BOTH THE RATE-TABLE LOAD (IS
015030*    STAGED FOR THE SAME REASON AS WS-SEARCH-TYPE.
015040 01  WS-SEARCH-CURRENCY        PIC X(03) VALUE SPACE.
015100
015104*    THE PRODUCT MASTER, IN RECORD-TYPE ORDER.  A RECORD'S
015108*    TYPE MUST BE A PRODUCT LIVE ON THE RECORD'S DATE AND
015112*    OPEN TO THE FEEDER THAT SENT IT AND THE CURRENCY IT IS
015116*    IN.  '***' IN A SOURCE OR CURRENCY SLOT ALLOWS ANY.
015120 01  WS-PROD-TABLE.
015124     05  WS-PROD-COUNT         PIC 9(04) COMP VALUE ZERO.
015128     05  WS-PROD-ENTRY OCCURS 200 TIMES
015132                       INDEXED BY WS-PROD-IDX.
015136         10  WS-PD-TYPE        PIC X(04).
015140         10  WS-PD-LAUNCH      PIC X(10).
015144         10  WS-PD-RETIRE      PIC X(10).
015148         10  WS-PD-SOURCES     PIC X(15).
015152         10  WS-PD-SOURCE-LIST REDEFINES WS-PD-SOURCES.
015156             15  WS-PD-SOURCE  PIC X(03) OCCURS 5 TIMES.
015160         10  WS-PD-CURRENCIES  PIC X(15).
015164         10  WS-PD-CURRENCY-LIST REDEFINES WS-PD-CURRENCIES.
015168             15  WS-PD-CURRENCY PIC X(03) OCCURS 5 TIMES.
015172
015176 01  WS-PROD-SUB               PIC 9(04) COMP VALUE ZERO.
015180
015200*    DISTINCT RECORD TYPES PRESENT ON THE RATE TABLE.  A TYPE
015300*    WITH NO ENTRY AT ALL CAN NEVER FIND A RATE, SO ITS
015400*    RECORDS ARE REJECTED HERE INSTEAD OF FAILING THE RATE
015800     05  WS-TYPE-ENTRY OCCURS 200 TIMES
015900                       INDEXED BY WS-TYPE-IDX.
016000         10  WS-TT-TYPE        PIC X(04).
016002
016004*    HOLD RULES IN EFFECT ON THE RUN DATE, IN KEY ORDER.  THE
016006*    '****' / '***' WILDCARDS COLLATE AHEAD OF ANY REAL CODE,
016008*    SO KEY ORDER SAYS NOTHING ABOUT PRECEDENCE - 2900 PICKS
016010*    THE MOST SPECIFIC RULE THAT MATCHES INSTEAD.
016012 01  WS-HOLD-TABLE.
016014     05  WS-HOLD-COUNT         PIC 9(04) COMP VALUE ZERO.
016016     05  WS-HOLD-ENTRY OCCURS 200 TIMES
016018                       INDEXED BY WS-HOLD-IDX.
016020         10  WS-HR-TYPE        PIC X(04).
016022         10  WS-HR-SOURCE      PIC X(03).
016024         10  WS-HR-CURRENCY    PIC X(03).
016026         10  WS-HR-EFF-DATE    PIC X(10).
016028         10  WS-HR-THRESHOLD   PIC 9(10).
016030         10  WS-HR-REASON      PIC X(04).
016032         10  WS-HR-HELD-COUNT  PIC 9(09).
016034
016036 01  WS-HOLD-WRITE-IDX         PIC 9(04) COMP VALUE ZERO.
016038*    THE BEST-MATCHING RULE SO FAR AND HOW SPECIFIC IT IS.
016040 01  WS-HOLD-BEST-IDX          PIC 9(04) COMP VALUE ZERO.
016042 01  WS-HOLD-SCORE             PIC 9(04) COMP VALUE ZERO.
016044 01  WS-HOLD-BEST-SCORE        PIC 9(04) COMP VALUE ZERO.
016046
016048 01  WS-HOLD-COL-LINE.
016050     05  FILLER                PIC X(30) VALUE
016052         '  TYPE  SRC  CUR  EFFECTIVE   '.
016054     05  FILLER                PIC X(27) VALUE
016056         ' THRESHOLD  RSN        HELD'.
016058
016060 01  WS-HOLD-DETAIL-LINE.
016062     05  FILLER                PIC X(02) VALUE SPACE.
016064     05  HD-REC-TYPE           PIC X(04).
016066     05  FILLER                PIC X(02) VALUE SPACE.
016068     05  HD-SOURCE             PIC X(03).
016070     05  FILLER                PIC X(02) VALUE SPACE.
016072     05  HD-CURRENCY           PIC X(03).
016074     05  FILLER                PIC X(02) VALUE SPACE.
016076     05  HD-EFF-DATE           PIC X(10).
016078     05  FILLER                PIC X(02) VALUE SPACE.
016080     05  HD-THRESHOLD          PIC ZZZZZZZZZ9.
016082     05  FILLER                PIC X(02) VALUE SPACE.
016084     05  HD-REASON             PIC X(04).
016086     05  FILLER                PIC X(02) VALUE SPACE.
016088     05  HD-HELD-COUNT         PIC ZZZZZZZZ9.
016100
016150*    DISTINCT CURRENCY CODES PRESENT ON THE EXCHANGE-RATE
016160*    FILE.  A NON-BLANK CODE WITH NO ENTRY AT ALL CAN NEVER
018700     05  WS-DUPF-COUNT         PIC 9(09) VALUE ZERO.
018710     05  WS-RVSL-COUNT         PIC 9(09) VALUE ZERO.
018720     05  WS-CURN-COUNT         PIC 9(09) VALUE ZERO.
018730     05  WS-AUTO-HOLD-COUNT    PIC 9(09) VALUE ZERO.
018753     05  WS-PERD-COUNT         PIC 9(09) VALUE ZERO.
018776     05  WS-REDATED-COUNT      PIC 9(09) VALUE ZERO.
018780     05  WS-PROD-ERR-COUNT     PIC 9(09) VALUE ZERO.
018784     05  WS-LNCH-COUNT         PIC 9(09) VALUE ZERO.
018788     05  WS-RETD-COUNT         PIC 9(09) VALUE ZERO.
018792     05  WS-FEED-COUNT         PIC 9(09) VALUE ZERO.
018796     05  WS-PCUR-COUNT         PIC 9(09) VALUE ZERO.
018800
018900 01  WS-TOTAL-EDIT             PIC ZZZZZZZZ9.
019000
019700     05  WS-PARM-PURGE-DATE    PIC X(10).
019800 01  WS-SAFE-PARM-TEXT-X REDEFINES WS-SAFE-PARM-TEXT PIC X(18).
019900
019925     COPY STATPARM.
019950
020000 LINKAGE SECTION.
020100 01  WS-JCL-PARM.
020200     05  WS-PARM-LEN           PIC S9(04) COMP.
021200
021300 1000-INITIALIZE.
021310     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
021315     MOVE RC-WIN-START TO WS-WIN-START.
021320     MOVE 'S' TO RC-TRANEDIT-STAT.
021325     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
021330     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
021400     MOVE SPACES TO WS-SAFE-PARM-TEXT.
021500     IF WS-PARM-LEN > 18
024300     OPEN OUTPUT EDIT-RPT.
024301     OPEN OUTPUT BAL-RPT.
024400     PERFORM 1100-LOAD-RATE-TYPES THRU 1100-EXIT.
024405     PERFORM 1170-LOAD-PRODUCTS   THRU 1170-EXIT.
024410     PERFORM 1400-LOAD-CURRENCIES THRU 1400-EXIT.
024420     PERFORM 1500-LOAD-HOLD-RULES THRU 1500-EXIT.
024460     PERFORM 1600-LOAD-PERIOD-CONTROL THRU 1600-EXIT.
024500     PERFORM 1300-LOAD-PRIOR-REJECTS THRU 1300-EXIT.
024501     PERFORM 1200-LOAD-PRIOR-IDS  THRU 1200-EXIT.
024600     PERFORM 2100-READ-TRANS-FILE THRU 2100-EXIT.
027700         END-IF
027800     END-IF.
027900 1150-EXIT.
027902     EXIT.
027904
027906 1170-LOAD-PRODUCTS.
027908     OPEN INPUT PRODUCT-FILE.
027910     PERFORM 1175-LOAD-ONE-PRODUCT THRU 1175-EXIT
027912         UNTIL WS-PROD-EOF.
027914     CLOSE PRODUCT-FILE.
027916 1170-EXIT.
027918     EXIT.
027920
027922 1175-LOAD-ONE-PRODUCT.
027924     READ PRODUCT-FILE
027926         AT END
027928             SET WS-PROD-EOF TO TRUE
027930     END-READ.
027932     IF NOT WS-PROD-EOF
027934         IF WS-PROD-COUNT >= 200
027936             DISPLAY 'TRANEDIT - PRODUCT MASTER HAS MORE THAN '
027938                 '200 PRODUCTS - RAISE THE WS-PROD-ENTRY '
027940                 'OCCURS LIMIT'
027942             MOVE 16 TO RETURN-CODE
027944             STOP RUN
027946         END-IF
027948         ADD 1 TO WS-PROD-COUNT
027950         SET WS-PROD-IDX TO WS-PROD-COUNT
027952         MOVE PRD-REC-TYPE    TO WS-PD-TYPE       (WS-PROD-IDX)
027954         MOVE PRD-LAUNCH-DATE TO WS-PD-LAUNCH     (WS-PROD-IDX)
027956         MOVE PRD-RETIRE-DATE TO WS-PD-RETIRE     (WS-PROD-IDX)
027958         MOVE PRD-ALLOWED-SOURCES
027960                              TO WS-PD-SOURCES    (WS-PROD-IDX)
027962         MOVE PRD-ALLOWED-CURRENCIES
027964                              TO WS-PD-CURRENCIES (WS-PROD-IDX)
027966     END-IF.
027968 1175-EXIT.
028000     EXIT.
028100
028200 1200-LOAD-PRIOR-IDS.
031759 1450-EXIT.
031760     EXIT.
031800
031801 1500-LOAD-HOLD-RULES.
031802     OPEN INPUT HOLD-RULE-FILE.
031803     PERFORM 1550-LOAD-ONE-HOLD-RULE THRU 1550-EXIT
031804         UNTIL WS-HOLD-EOF.
031805     CLOSE HOLD-RULE-FILE.
031806 1500-EXIT.
031807     EXIT.
031808
031809 1550-LOAD-ONE-HOLD-RULE.
031810*    ONLY A RULE WHOSE EFFECTIVE/END-DATE SPAN COVERS THE RUN
031811*    DATE IS LOADED - A FUTURE-DATED OR ENDED RULE PLAYS NO
031812*    PART IN TONIGHT'S EDIT AND STAYS OFF THE REPORT.
031813     READ HOLD-RULE-FILE
031814         AT END
031815             SET WS-HOLD-EOF TO TRUE
031816     END-READ.
031817     IF NOT WS-HOLD-EOF
031818        AND HOLD-EFF-DATE NOT > WS-RUN-DATE-DASHED
031819        AND HOLD-END-DATE NOT < WS-RUN-DATE-DASHED
031820         IF WS-HOLD-COUNT >= 200
031821             DISPLAY 'TRANEDIT - HOLD-RULE FILE HAS MORE THAN '
031822                 '200 RULES IN EFFECT - RAISE THE '
031823                 'WS-HOLD-ENTRY OCCURS LIMIT'
031824             MOVE 16 TO RETURN-CODE
031825             STOP RUN
031826         END-IF
031827         ADD 1 TO WS-HOLD-COUNT
031828         SET WS-HOLD-IDX TO WS-HOLD-COUNT
031829         MOVE HOLD-REC-TYPE      TO WS-HR-TYPE      (WS-HOLD-IDX)
031830         MOVE HOLD-SOURCE-SYSTEM TO WS-HR-SOURCE    (WS-HOLD-IDX)
031831         MOVE HOLD-CURRENCY-CODE TO WS-HR-CURRENCY  (WS-HOLD-IDX)
031832         MOVE HOLD-EFF-DATE      TO WS-HR-EFF-DATE  (WS-HOLD-IDX)
031833         MOVE HOLD-THRESHOLD     TO WS-HR-THRESHOLD (WS-HOLD-IDX)
031834         MOVE HOLD-REASON        TO WS-HR-REASON    (WS-HOLD-IDX)
031835         MOVE ZERO TO WS-HR-HELD-COUNT (WS-HOLD-IDX)
031836     END-IF.
031837 1550-EXIT.
031838     EXIT.
031839
031840 1600-LOAD-PERIOD-CONTROL.
031841*    ONLY THE CALENDAR CONTROL RECORD IS NEEDED - PERIODS
031842*    CLOSE IN SEQUENCE, SO EVERY PERIOD BEFORE ITS OPEN
031843*    PERIOD IS CLOSED.  NO CONTROL RECORD MEANS NOTHING HAS
031844*    BEEN CLOSED YET AND NO RECORD IS LATE.
031845     OPEN INPUT PERIOD-FILE.
031846     MOVE '0000-00' TO PER-PERIOD-ID.
031847     READ PERIOD-FILE
031848         INVALID KEY
031849             MOVE SPACES TO PERIOD-RECORD
031850     END-READ.
031851     CLOSE PERIOD-FILE.
031852     MOVE PER-OPEN-PERIOD TO WS-OPEN-PERIOD.
031853     MOVE PER-LATE-ACTION TO WS-LATE-ACTION.
031854     IF WS-OPEN-PERIOD NOT = SPACES
031855         STRING WS-OPEN-PERIOD DELIMITED BY SIZE
031856             '-01'             DELIMITED BY SIZE
031857             INTO WS-REDATE-DATE
031858         IF WS-WIN-START > WS-REDATE-DATE
031859             MOVE WS-WIN-START TO WS-REDATE-DATE
031860         END-IF
031861     END-IF.
031862 1600-EXIT.
031863     EXIT.
031864
031900 2000-EDIT-RECORD.
031901*    A FEEDER HDR/TRL CONTROL RECORD FEEDS THE BALANCING
031902*    TOTALS AND IS NEVER WRITTEN TO THE CLEAN OR REJECT
031918         MOVE SPACE TO WS-REASON-CODE
031919         PERFORM 2200-APPLY-EDITS THRU 2200-EXIT
031920         IF WS-RECORD-IS-CLEAN
031921             PERFORM 2900-APPLY-HOLD-RULES THRU 2900-EXIT
031922             PERFORM 2300-WRITE-CLEAN  THRU 2300-EXIT
031923         ELSE
031924             PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
031925         END-IF
031926     END-IF.
031927     PERFORM 2100-READ-TRANS-FILE THRU 2100-EXIT.
032900 2000-EXIT.
033000     EXIT.
033100
034000 2200-APPLY-EDITS.
034100*    THE FIRST FAILING EDIT SETS THE REASON CODE AND THE
034200*    REST ARE SKIPPED - ONE REASON PER REJECTED RECORD.
034250     MOVE 'N' TO WS-REDATE-SW.
034300     IF TF-RECORD-AMOUNT NOT NUMERIC
034400         MOVE 'AMTN' TO WS-REASON-CODE
034500         ADD 1 TO WS-AMTN-COUNT
035420*    POSTED - I.E. ITS ID IS STILL ON THE PROCESSED-ID
035430*    HISTORY.  AN INDICATOR THAT IS NEITHER BLANK, 'N' NOR
035440*    'R' IS REJECTED RATHER THAN GUESSED AT.
035441     IF TF-REVERSAL-IND NOT = SPACE
035442        AND TF-REVERSAL-IND NOT = 'N'
035443        AND TF-REVERSAL-IND NOT = 'R'
035444         MOVE 'RVSL' TO WS-REASON-CODE
035445         ADD 1 TO WS-RVSL-COUNT
035446         GO TO 2200-EXIT
035447     END-IF.
035448*    A DOWNWARD RERATE ADJUSTMENT IS SENT AS A REVERSAL OF
035449*    THE RECORD IT CORRECTS, WHICH MAY HAVE POSTED LONG
035450*    BEFORE THE PROCESSED-ID HISTORY'S WINDOW - RERATE FOUND
035451*    IT ON THE CALCULATION HISTORY, SO IT IS NOT LOOKED UP.
035452     IF TF-IS-REVERSAL
035453        AND TF-SOURCE-SYSTEM NOT = WS-RERATE-SOURCE
035458         PERFORM 2660-FIND-ORIG-ID THRU 2660-EXIT
035459         IF TF-ORIG-RECORD-ID = SPACES
035460            OR NOT WS-ID-FOUND
035900         ADD 1 TO WS-TYPE-ERR-COUNT
036000         GO TO 2200-EXIT
036100     END-IF.
036120     PERFORM 2450-APPLY-PRODUCT-EDITS THRU 2450-EXIT.
036140     IF NOT WS-RECORD-IS-CLEAN
036160         GO TO 2200-EXIT
036180     END-IF.
036200     PERFORM 2500-FIND-PRIOR-ID THRU 2500-EXIT.
036300     IF WS-ID-FOUND
036400         MOVE 'DUPP' TO WS-REASON-CODE
036900     IF WS-ID-FOUND
037000         MOVE 'DUPF' TO WS-REASON-CODE
037100         ADD 1 TO WS-DUPF-COUNT
037105         GO TO 2200-EXIT
037110     END-IF.
037115*    A RECORD DATED BEFORE THE OPEN PERIOD BELONGS TO A
037120*    PERIOD THE CONTROLLERS HAVE CLOSED.  IT IS EITHER
037125*    REJECTED OR PASSED TO BE RE-DATED, PER THE CALENDAR.  A
037130*    DATE THAT IS NOT A DATE AT ALL IS LEFT FOR THE CALC'S
037135*    DATE CHECK.
037140     IF WS-OPEN-PERIOD NOT = SPACES
037145        AND TF-RECORD-DATE (1:4) NUMERIC
037150        AND TF-RECORD-DATE (1:7) < WS-OPEN-PERIOD
037155         IF WS-LATE-REDATE
037160             SET WS-REDATE-RECORD TO TRUE
037165         ELSE
037170             MOVE 'PERD' TO WS-REASON-CODE
037175             ADD 1 TO WS-PERD-COUNT
037180         END-IF
037200     END-IF.
037300 2200-EXIT.
037400     EXIT.
038102     MOVE TF-REVERSAL-IND  TO CL-REVERSAL-IND.
038103     MOVE TF-ORIG-RECORD-ID TO CL-ORIG-RECORD-ID.
038104     MOVE TF-CURRENCY-CODE TO CL-CURRENCY-CODE.
038105     MOVE WS-HOLD-REASON   TO CL-HOLD-REASON.
038106     IF NOT WS-NO-AUTO-HOLD
038107         MOVE 'H'          TO CL-RECORD-STATUS
038108     END-IF.
038126     IF WS-REDATE-RECORD
038144         MOVE WS-REDATE-DATE TO CL-RECORD-DATE
038162         ADD 1 TO WS-REDATED-COUNT
038180     END-IF.
038200     WRITE CLEAN-RECORD.
038300     ADD 1 TO WS-CLEAN-COUNT.
038400     IF WS-SEEN-COUNT >= 50000
042100         END-SEARCH
042200     END-IF.
042300 2400-EXIT.
042301     EXIT.
042302
042303 2450-APPLY-PRODUCT-EDITS.
042304*    THE TYPE MUST BE A PRODUCT ON THE MASTER, LIVE ON THE
042305*    RECORD'S DATE, AND OPEN TO THE FEEDER THAT SENT IT AND
042306*    TO THE CURRENCY IT IS IN - EACH FAILURE HAS ITS OWN
042307*    REASON SO THE FEEDER KNOWS WHAT TO FIX.  A DATE THAT IS
042308*    NOT A DATE AT ALL IS LEFT FOR THE CALC'S DATE CHECK, AS
042309*    THE PERD EDIT DOES.  A REVERSAL BACKS OUT A RECORD THAT
042310*    WAS ACCEPTED WHILE THE PRODUCT WAS LIVE, AND A RERATE
042311*    ADJUSTMENT CORRECTS ONE, SO NEITHER IS REFUSED BECAUSE
042312*    THE PRODUCT HAS SINCE BEEN RETIRED.  RERATE'S OWN
042313*    SOURCE IS NEVER ON A PRODUCT'S FEEDER LIST, SO ITS
042314*    ADJUSTMENTS SKIP THE FEED EDIT.
042315     MOVE 'N' TO WS-ID-FOUND-SW.
042316     IF WS-PROD-COUNT > ZERO
042317         SET WS-PROD-IDX TO 1
042318         SEARCH WS-PROD-ENTRY
042319             AT END
042320                 CONTINUE
042321             WHEN WS-PROD-IDX > WS-PROD-COUNT
042322                 CONTINUE
042323             WHEN WS-PD-TYPE (WS-PROD-IDX) = TF-RECORD-TYPE
042324                 SET WS-ID-FOUND TO TRUE
042325         END-SEARCH
042326     END-IF.
042327     IF NOT WS-ID-FOUND
042328         MOVE 'PROD' TO WS-REASON-CODE
042329         ADD 1 TO WS-PROD-ERR-COUNT
042330         GO TO 2450-EXIT
042331     END-IF.
042332     IF TF-RECORD-DATE (1:4) NUMERIC
042333         IF TF-RECORD-DATE < WS-PD-LAUNCH (WS-PROD-IDX)
042334             MOVE 'LNCH' TO WS-REASON-CODE
042335             ADD 1 TO WS-LNCH-COUNT
042336             GO TO 2450-EXIT
042337         END-IF
042338         IF TF-RECORD-DATE NOT < WS-PD-RETIRE (WS-PROD-IDX)
042339            AND NOT TF-IS-REVERSAL
042340            AND TF-SOURCE-SYSTEM NOT = WS-RERATE-SOURCE
042341             MOVE 'RETD' TO WS-REASON-CODE
042342             ADD 1 TO WS-RETD-COUNT
042343             GO TO 2450-EXIT
042344         END-IF
042345     END-IF.
042346     MOVE 'N' TO WS-ID-FOUND-SW.
042347     IF TF-SOURCE-SYSTEM = WS-RERATE-SOURCE
042348         SET WS-ID-FOUND TO TRUE
042349     END-IF.
042350     PERFORM 2460-CHECK-ONE-SOURCE THRU 2460-EXIT
042351         VARYING WS-PROD-SUB FROM 1 BY 1
042352         UNTIL WS-PROD-SUB > 5 OR WS-ID-FOUND.
042353     IF NOT WS-ID-FOUND
042354         MOVE 'FEED' TO WS-REASON-CODE
042355         ADD 1 TO WS-FEED-COUNT
042356         GO TO 2450-EXIT
042357     END-IF.
042358*    A LEDGER-CURRENCY (BLANK) RECORD IS OPEN TO EVERY
042359*    PRODUCT - THE LIST ONLY NAMES FOREIGN CURRENCIES.
042360     IF TF-CURRENCY-CODE NOT = SPACES
042361         MOVE 'N' TO WS-ID-FOUND-SW
042362         PERFORM 2470-CHECK-ONE-CURRENCY THRU 2470-EXIT
042363             VARYING WS-PROD-SUB FROM 1 BY 1
042364             UNTIL WS-PROD-SUB > 5 OR WS-ID-FOUND
042365         IF NOT WS-ID-FOUND
042366             MOVE 'PCUR' TO WS-REASON-CODE
042367             ADD 1 TO WS-PCUR-COUNT
042368         END-IF
042369     END-IF.
042370 2450-EXIT.
042371     EXIT.
042372
042373 2460-CHECK-ONE-SOURCE.
042374     IF WS-PD-SOURCE (WS-PROD-IDX, WS-PROD-SUB) = TF-SOURCE-SYSTEM
042375        OR WS-PD-SOURCE (WS-PROD-IDX, WS-PROD-SUB) = '***'
042376         SET WS-ID-FOUND TO TRUE
042377     END-IF.
042378 2460-EXIT.
042379     EXIT.
042380
042381 2470-CHECK-ONE-CURRENCY.
042382     IF WS-PD-CURRENCY (WS-PROD-IDX, WS-PROD-SUB)
042383            = TF-CURRENCY-CODE
042384        OR WS-PD-CURRENCY (WS-PROD-IDX, WS-PROD-SUB) = '***'
042385         SET WS-ID-FOUND TO TRUE
042386     END-IF.
042387 2470-EXIT.
042400     EXIT.
042500
042600 2500-FIND-PRIOR-ID.
045449 2800-EXIT.
045450     EXIT.
045451
045452 2900-APPLY-HOLD-RULES.
045453*    ONLY A RECORD THE FEEDER SENT FOR POSTING (STATUS Y) IS
045454*    A CANDIDATE - A RECORD ALREADY HELD OR MARKED N IS LEFT
045455*    AS SENT.  '****' / '***' IN A RULE MATCH ANY TYPE,
045456*    SOURCE OR CURRENCY.  A RERATE ADJUSTMENT IS NEVER HELD -
045457*    THE RECORD IT CORRECTS WAS ALREADY RELEASED.
045458*    WHEN SEVERAL RULES MATCH THE RECORD, THE MOST SPECIFIC
045459*    ONE GOVERNS (SEE 2950) AND ONLY ITS THRESHOLD IS TESTED,
045460*    SO A SPECIFIC RULE WITH A HIGHER LIMIT LETS THROUGH WHAT
045461*    A CATCH-ALL WOULD HAVE HELD.
045462     MOVE SPACE TO WS-HOLD-REASON.
045463     IF TF-RECORD-STATUS NOT = 'Y'
045464        OR TF-SOURCE-SYSTEM = WS-RERATE-SOURCE
045465        OR WS-HOLD-COUNT = ZERO
045466         GO TO 2900-EXIT
045467     END-IF.
045468     MOVE ZERO TO WS-HOLD-BEST-IDX.
045469     MOVE ZERO TO WS-HOLD-BEST-SCORE.
045470     PERFORM 2950-SCORE-ONE-RULE THRU 2950-EXIT
045471         VARYING WS-HOLD-IDX FROM 1 BY 1
045472         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
045473     IF WS-HOLD-BEST-IDX = ZERO
045474         GO TO 2900-EXIT
045475     END-IF.
045476     SET WS-HOLD-IDX TO WS-HOLD-BEST-IDX.
045477     IF TF-RECORD-AMOUNT > WS-HR-THRESHOLD (WS-HOLD-IDX)
045478         MOVE WS-HR-REASON (WS-HOLD-IDX) TO WS-HOLD-REASON
045479         ADD 1 TO WS-HR-HELD-COUNT (WS-HOLD-IDX)
045480         ADD 1 TO WS-AUTO-HOLD-COUNT
045481     END-IF.
045482 2900-EXIT.
045483     EXIT.
045484
045485 2950-SCORE-ONE-RULE.
045486*    A RULE THAT MATCHES THE RECORD SCORES 1, PLUS 4 FOR A
045487*    NAMED TYPE, 2 FOR A NAMED SOURCE AND 1 FOR A NAMED
045488*    CURRENCY - TYPE OUTRANKS SOURCE OUTRANKS CURRENCY, AND
045489*    AN EXACT RULE BEATS ANY WILDCARD.  ON A TIE THE FIRST IN
045490*    KEY ORDER IS KEPT.
045491     IF (WS-HR-TYPE (WS-HOLD-IDX) NOT = TF-RECORD-TYPE
045492         AND WS-HR-TYPE (WS-HOLD-IDX) NOT = '****')
045493        OR (WS-HR-SOURCE (WS-HOLD-IDX) NOT = TF-SOURCE-SYSTEM
045494         AND WS-HR-SOURCE (WS-HOLD-IDX) NOT = '***')
045495        OR (WS-HR-CURRENCY (WS-HOLD-IDX) NOT = TF-CURRENCY-CODE
045496         AND WS-HR-CURRENCY (WS-HOLD-IDX) NOT = '***')
045497         GO TO 2950-EXIT
045498     END-IF.
045499     MOVE 1 TO WS-HOLD-SCORE.
045500     IF WS-HR-TYPE (WS-HOLD-IDX) NOT = '****'
045501         ADD 4 TO WS-HOLD-SCORE
045502     END-IF.
045503     IF WS-HR-SOURCE (WS-HOLD-IDX) NOT = '***'
045504         ADD 2 TO WS-HOLD-SCORE
045505     END-IF.
045506     IF WS-HR-CURRENCY (WS-HOLD-IDX) NOT = '***'
045507         ADD 1 TO WS-HOLD-SCORE
045508     END-IF.
045509     IF WS-HOLD-SCORE > WS-HOLD-BEST-SCORE
045510         MOVE WS-HOLD-SCORE TO WS-HOLD-BEST-SCORE
045511         SET WS-HOLD-BEST-IDX TO WS-HOLD-IDX
045512     END-IF.
045513 2950-EXIT.
045514     EXIT.
045515
045516 3000-TERMINATE.
045517     MOVE 'TRANSACTION EDIT SUMMARY' TO EDIT-RPT-LINE.
045600     WRITE EDIT-RPT-LINE.
045700     MOVE SPACE TO EDIT-RPT-LINE.
045800     WRITE EDIT-RPT-LINE.
049800         WS-TOTAL-EDIT DELIMITED BY SIZE
049900         INTO EDIT-RPT-LINE.
050000     WRITE EDIT-RPT-LINE.
050002     MOVE WS-PROD-ERR-COUNT TO WS-TOTAL-EDIT.
050004     MOVE SPACE TO EDIT-RPT-LINE.
050006     STRING '  NO PRODUCT FOR TYPE  (PROD) : '
050008         DELIMITED BY SIZE
050010         WS-TOTAL-EDIT DELIMITED BY SIZE
050012         INTO EDIT-RPT-LINE.
050014     WRITE EDIT-RPT-LINE.
050016     MOVE WS-LNCH-COUNT TO WS-TOTAL-EDIT.
050018     MOVE SPACE TO EDIT-RPT-LINE.
050020     STRING '  PRODUCT NOT LAUNCHED (LNCH) : '
050022         DELIMITED BY SIZE
050024         WS-TOTAL-EDIT DELIMITED BY SIZE
050026         INTO EDIT-RPT-LINE.
050028     WRITE EDIT-RPT-LINE.
050030     MOVE WS-RETD-COUNT TO WS-TOTAL-EDIT.
050032     MOVE SPACE TO EDIT-RPT-LINE.
050034     STRING '  PRODUCT RETIRED      (RETD) : '
050036         DELIMITED BY SIZE
050038         WS-TOTAL-EDIT DELIMITED BY SIZE
050040         INTO EDIT-RPT-LINE.
050042     WRITE EDIT-RPT-LINE.
050044     MOVE WS-FEED-COUNT TO WS-TOTAL-EDIT.
050046     MOVE SPACE TO EDIT-RPT-LINE.
050048     STRING '  SOURCE NOT ALLOWED   (FEED) : '
050050         DELIMITED BY SIZE
050052         WS-TOTAL-EDIT DELIMITED BY SIZE
050054         INTO EDIT-RPT-LINE.
050056     WRITE EDIT-RPT-LINE.
050058     MOVE WS-PCUR-COUNT TO WS-TOTAL-EDIT.
050060     MOVE SPACE TO EDIT-RPT-LINE.
050062     STRING '  CURRENCY NOT ALLOWED (PCUR) : '
050064         DELIMITED BY SIZE
050066         WS-TOTAL-EDIT DELIMITED BY SIZE
050068         INTO EDIT-RPT-LINE.
050070     WRITE EDIT-RPT-LINE.
050100     MOVE WS-DUPP-COUNT TO WS-TOTAL-EDIT.
050200     MOVE SPACE TO EDIT-RPT-LINE.
050300     STRING '  DUP OF A PRIOR RUN   (DUPP) : '
051450         WS-TOTAL-EDIT DELIMITED BY SIZE
051460         INTO EDIT-RPT-LINE.
051470     WRITE EDIT-RPT-LINE.
051471     MOVE WS-PERD-COUNT TO WS-TOTAL-EDIT.
051472     MOVE SPACE TO EDIT-RPT-LINE.
051473     STRING '  CLOSED-PERIOD DATE   (PERD) : '
051474         DELIMITED BY SIZE
051475         WS-TOTAL-EDIT DELIMITED BY SIZE
051476         INTO EDIT-RPT-LINE.
051477     WRITE EDIT-RPT-LINE.
051478     PERFORM 3600-WRITE-PERIOD-SUMMARY THRU 3600-EXIT.
051480     PERFORM 3400-WRITE-HOLD-SUMMARY THRU 3400-EXIT.
051500     CLOSE TRANS-FILE.
051600     CLOSE CLEAN-FILE.
051700     CLOSE REJECT-FILE.
051906     ELSE
051907         MOVE 'C' TO RC-TRANEDIT-STAT
051908     END-IF.
051909     MOVE RC-TRANEDIT-STAT TO WS-SS-STEP-STATUS.
051910     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
051911     IF WS-BAL-RUN-IN-ERROR
051912         DISPLAY 'TRANEDIT - FEEDER BALANCING ERROR - SEE THE '
051913             'BALANCING REPORT - RUN ENDED WITH RC=16'
051914         MOVE 16 TO RETURN-CODE
051915     END-IF.
051916     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
052000 3000-EXIT.
052100     EXIT.
052101
052147     WRITE BAL-RPT-LINE.
052148 3300-EXIT.
052149     EXIT.
052150
052151 3400-WRITE-HOLD-SUMMARY.
052152     MOVE SPACE TO EDIT-RPT-LINE.
052153     WRITE EDIT-RPT-LINE.
052154     MOVE WS-AUTO-HOLD-COUNT TO WS-TOTAL-EDIT.
052155     MOVE SPACE TO EDIT-RPT-LINE.
052156     STRING 'CLEAN RECORDS AUTO-HELD . . . : '
052157         DELIMITED BY SIZE
052158         WS-TOTAL-EDIT DELIMITED BY SIZE
052159         INTO EDIT-RPT-LINE.
052160     WRITE EDIT-RPT-LINE.
052161     MOVE SPACE TO EDIT-RPT-LINE.
052162     WRITE EDIT-RPT-LINE.
052163     MOVE 'AUTO-HOLDS BY RULE IN EFFECT' TO EDIT-RPT-LINE.
052164     WRITE EDIT-RPT-LINE.
052165     MOVE WS-HOLD-COL-LINE TO EDIT-RPT-LINE.
052166     WRITE EDIT-RPT-LINE.
052167     PERFORM 3500-WRITE-ONE-HOLD-RULE THRU 3500-EXIT
052168         VARYING WS-HOLD-WRITE-IDX FROM 1 BY 1
052169         UNTIL WS-HOLD-WRITE-IDX > WS-HOLD-COUNT.
052170 3400-EXIT.
052171     EXIT.
052172
052173 3500-WRITE-ONE-HOLD-RULE.
052174     MOVE WS-HR-TYPE      (WS-HOLD-WRITE-IDX) TO HD-REC-TYPE.
052175     MOVE WS-HR-SOURCE    (WS-HOLD-WRITE-IDX) TO HD-SOURCE.
052176     MOVE WS-HR-CURRENCY  (WS-HOLD-WRITE-IDX) TO HD-CURRENCY.
052177     MOVE WS-HR-EFF-DATE  (WS-HOLD-WRITE-IDX) TO HD-EFF-DATE.
052178     MOVE WS-HR-THRESHOLD (WS-HOLD-WRITE-IDX) TO HD-THRESHOLD.
052179     MOVE WS-HR-REASON    (WS-HOLD-WRITE-IDX) TO HD-REASON.
052180     MOVE WS-HR-HELD-COUNT (WS-HOLD-WRITE-IDX) TO HD-HELD-COUNT.
052181     MOVE WS-HOLD-DETAIL-LINE TO EDIT-RPT-LINE.
052182     WRITE EDIT-RPT-LINE.
052183 3500-EXIT.
052184     EXIT.
052185
052186 3600-WRITE-PERIOD-SUMMARY.
052187     MOVE SPACE TO EDIT-RPT-LINE.
052188     WRITE EDIT-RPT-LINE.
052189     MOVE SPACE TO EDIT-RPT-LINE.
052190     IF WS-OPEN-PERIOD = SPACES
052191         MOVE 'OPEN ACCOUNTING PERIOD. . . . : NO PERIOD CLOSED'
052192             TO EDIT-RPT-LINE
052193     ELSE
052194         STRING 'OPEN ACCOUNTING PERIOD. . . . : '
052195             DELIMITED BY SIZE
052196             WS-OPEN-PERIOD DELIMITED BY SIZE
052197             INTO EDIT-RPT-LINE
052198     END-IF.
052199     WRITE EDIT-RPT-LINE.
052200     MOVE WS-REDATED-COUNT TO WS-TOTAL-EDIT.
052201     MOVE SPACE TO EDIT-RPT-LINE.
052202     STRING 'LATE ITEMS RE-DATED . . . . . : '
052203         DELIMITED BY SIZE
052204         WS-TOTAL-EDIT DELIMITED BY SIZE
052205         INTO EDIT-RPT-LINE.
052206     IF WS-REDATED-COUNT > ZERO
052207         MOVE ' TO'          TO EDIT-RPT-LINE (42:3)
052208         MOVE WS-REDATE-DATE TO EDIT-RPT-LINE (46:10)
052209     END-IF.
052210     WRITE EDIT-RPT-LINE.
052211 3600-EXIT.
052212     EXIT.
052213
052214 9000-GET-RUN-CONTROL.
052220*    THE RUN CONTROL IS OPENED, READ AND RE-STAMPED IN ONE
052230*    SHORT TOUCH AT START AND AGAIN AT END - A SEQUENTIAL
052240*    FILE OPENED I-O ONLY TAKES ONE REWRITE PER READ.
052380     CLOSE RUN-CTL-FILE.
052390 9100-EXIT.
052400     EXIT.
052800
052900 9200-RECORD-STEP-START.
053000*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
053100*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
053200     MOVE 'TRANEDIT'   TO WS-SS-STEP-NAME.
053300     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
053400     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
053500     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
053600     MOVE 'S'          TO WS-SS-FUNCTION.
053700     MOVE 'S'          TO WS-SS-STEP-STATUS.
053800     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
053900     MOVE ZERO         TO WS-SS-IN-COUNT.
054000     MOVE ZERO         TO WS-SS-OUT-COUNT.
054100     MOVE ZERO         TO WS-SS-OTHER-COUNT.
054200     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
054300     CALL 'STEPSTAT' USING WS-STEP-STATS.
054400 9200-EXIT.
054500     EXIT.
054600
054700 9300-RECORD-STEP-END.
054800*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
054900*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
055000     MOVE 'E'             TO WS-SS-FUNCTION.
055100     MOVE RETURN-CODE     TO WS-SS-RETURN-CODE.
055200     MOVE WS-RECS-READ    TO WS-SS-IN-COUNT.
055300     MOVE WS-CLEAN-COUNT  TO WS-SS-OUT-COUNT.
055400     MOVE WS-REJECT-COUNT TO WS-SS-OTHER-COUNT.
055500     MOVE ZERO            TO WS-SS-SOURCE-COUNT.
055600     PERFORM 9350-PASS-ONE-SOURCE THRU 9350-EXIT
055700         VARYING WS-BAL-IDX FROM 1 BY 1
055800         UNTIL WS-BAL-IDX > WS-BAL-COUNT.
055900     CALL 'STEPSTAT' USING WS-STEP-STATS.
056000 9300-EXIT.
056100     EXIT.
056200
056300 9350-PASS-ONE-SOURCE.
056400*    EACH FEEDER'S RECORDS READ TONIGHT, FOR THE TREND
056500*    REPORT'S VOLUME CHECK.
056600     ADD 1 TO WS-SS-SOURCE-COUNT.
056700     MOVE WS-BL-SOURCE (WS-BAL-IDX)
056800         TO WS-SS-SOURCE (WS-SS-SOURCE-COUNT).
056900     MOVE WS-BL-READ-COUNT (WS-BAL-IDX)
057000         TO WS-SS-SOURCE-VOL (WS-SS-SOURCE-COUNT).
057100 9350-EXIT.
057200     EXIT.
