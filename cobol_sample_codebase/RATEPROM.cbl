001900* SCHEDULED AHEAD OF RATECHEK SO THE COVERAGE PROOF RUNS    *
002000* AGAINST THE TABLE THE NIGHT WILL ACTUALLY PRICE WITH.     *
002100*                                                           *
002105* A PROMOTED CHANGE WHOSE EFFECTIVE DATE IS EARLIER THAN    *
002110* THE RUN DATE IS BACK-DATED - RECORDS ALREADY CALCULATED   *
002115* INSIDE ITS SPAN WERE PRICED AT THE OLD RATE.  EACH ONE IS *
002120* ALSO WRITTEN TO THE PROMOTED-CHANGES FILE (PROMCHG) FOR   *
002125* THE RE-RATING BATCH (RERATE), WHICH RUNS NEXT.            *
002130*                                                           *
002135* AN APPROVED CHANGE EFFECTIVE INSIDE AN ACCOUNTING PERIOD  *
002140* ALREADY CLOSED ON THE PERIOD CALENDAR (PERCTL, SEE        *
002145* PERIODREC.CPY) IS REFUSED - IT IS LOGGED AS REFUSED AND   *
002150* TAKEN OFF THE PENDING FILE WITHOUT REACHING RATEFILE, SO  *
002155* THE RATE ADMINISTRATOR RE-KEYS IT EFFECTIVE IN THE OPEN   *
002160* PERIOD.                                                   *
002165*                                                           *
002170* THE RUN'S START/END TIMES AND COUNTS GO ON THE RUN-       *
002175* STATISTICS HISTORY (RUNSTATS) THROUGH STEPSTAT UNDER THE  *
002180* RUN ID RUNSETUP PUT ON RUNCTL.  RUNCTL IS ONLY READ -     *
002185* RATEPROM HAS NO STEP STATUS OF ITS OWN AND GATES NOTHING. *
002190*                                                           *
002200* FILES:                                                    *
002300*   RATEPEND - PENDING-CHANGES KSDS, OPENED I-O             *
002400*   RATEFILE - LIVE RATE TABLE KSDS, OPENED I-O             *
002500*   APPRLOG  - APPROVAL LOG (WHO KEYED / WHO APPROVED)      *
002510*   PROMCHG  - BACK-DATED CHANGES PROMOTED THIS RUN, FOR    *
002520*              RERATE (PROMCHG.CPY)                         *
002560*   PERCTL   - ACCOUNTING PERIOD CALENDAR KSDS, READ ONLY   *
002575*   RUNCTL   - SHARED RUN-CONTROL FILE, READ ONLY           *
002600*-----------------------------------------------------------*
002700* MODIFICATION HISTORY                                      *
002800*   DATE       INIT  DESCRIPTION                             *
002900*   ---------  ----  ------------------------------------   *
003000*   2026-09-02 DLM   ORIGINAL PROGRAM                        *
003010*   2026-10-15 DLM   EVERY BACK-DATED CHANGE PROMOTED (PD-    *
003020*                    EFF-DATE BEFORE THE RUN DATE) IS ALSO    *
003030*                    WRITTEN TO PROMCHG SO RERATE CAN ADJUST  *
003040*                    THE RECORDS ALREADY CALCULATED IN ITS    *
003050*                    SPAN                                     *
003062*   2026-10-15 DLM   AN APPROVED CHANGE EFFECTIVE IN A CLOSED *
003074*                    ACCOUNTING PERIOD (NEW PERCTL CALENDAR)  *
003086*                    IS NOW REFUSED AND LOGGED AS REFUSED     *
003090*   2026-10-15 DLM   START/END TIMES AND COUNTS NOW RECORDED  *
003095*                    ON RUNSTATS THROUGH STEPSTAT             *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004800     SELECT APPR-LOG      ASSIGN TO APPRLOG
004900         ORGANIZATION IS SEQUENTIAL.
005000
005005     SELECT PROM-CHG-FILE ASSIGN TO PROMCHG
005010         ORGANIZATION IS SEQUENTIAL.
005015
005020     SELECT PERIOD-FILE   ASSIGN TO PERCTL
005025         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS RANDOM
005035         RECORD KEY IS PER-PERIOD-ID.
005040
005045     SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL
005050         ORGANIZATION IS SEQUENTIAL.
005055
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PEND-FILE.
006000     RECORDING MODE IS F.
006100 01  APPR-LOG-LINE             PIC X(100).
006200
006205 FD  PROM-CHG-FILE
006210     RECORDING MODE IS F.
006215     COPY PROMCHG.
006220
006225 FD  PERIOD-FILE.
006230     COPY PERIODREC.
006235
006240 FD  RUN-CTL-FILE
006245     RECORDING MODE IS F.
006250     COPY RUNCTL.
006255
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
006500     05  WS-PEND-EOF-SW        PIC X(01) VALUE 'N'.
006600         88  WS-PEND-EOF       VALUE 'Y'.
006625     05  WS-RUN-CTL-SW         PIC X(01) VALUE 'N'.
006650         88  WS-HAVE-RUN-CTL   VALUE 'Y'.
006700
006800 01  WS-RUN-DATE               PIC X(08).
006900 01  WS-RUN-DATE-DASHED        PIC X(10).
006916
006932*    THE PERIOD CALENDAR'S OPEN PERIOD (CCYY-MM) - A CHANGE
006948*    EFFECTIVE BEFORE IT FALLS IN A CLOSED PERIOD.  SPACES
006964*    WHEN NO PERIOD HAS EVER BEEN CLOSED.
006980 01  WS-OPEN-PERIOD            PIC X(07) VALUE SPACES.
007000
007100 01  WS-PROM-TOTALS.
007200     05  WS-PROMOTED-COUNT     PIC 9(07) VALUE ZERO.
007300     05  WS-REPLACED-COUNT     PIC 9(07) VALUE ZERO.
007400     05  WS-WAITING-COUNT      PIC 9(07) VALUE ZERO.
007410     05  WS-BACKDATED-COUNT    PIC 9(07) VALUE ZERO.
007455     05  WS-REFUSED-COUNT      PIC 9(07) VALUE ZERO.
007500
007600 01  WS-TOTAL-EDIT             PIC ZZZZZZ9.
007700 01  WS-MULT-EDIT              PIC ZZ9.9999.
009400     05  FILLER                PIC X(01) VALUE SPACE.
009500     05  LG-ACTION             PIC X(08).
009600
009625     COPY STATPARM.
009650
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
011000         '-' DELIMITED BY SIZE
011100         WS-RUN-DATE (7:2) DELIMITED BY SIZE
011200         INTO WS-RUN-DATE-DASHED.
011225     PERFORM 9000-GET-RUN-CONTROL   THRU 9000-EXIT.
011250     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
011300     OPEN I-O    PEND-FILE.
011400     OPEN I-O    RATE-FILE.
011500     OPEN OUTPUT APPR-LOG.
011510     OPEN OUTPUT PROM-CHG-FILE.
011555     PERFORM 1100-LOAD-PERIOD-CONTROL THRU 1100-EXIT.
011600     MOVE 'RATE CHANGE PROMOTION - APPROVAL LOG'
011700         TO APPR-LOG-LINE.
011800     WRITE APPR-LOG-LINE.
012200 1000-EXIT.
012300     EXIT.
012400
012405 1100-LOAD-PERIOD-CONTROL.
012410     OPEN INPUT PERIOD-FILE.
012415     MOVE '0000-00' TO PER-PERIOD-ID.
012420     READ PERIOD-FILE
012425         INVALID KEY
012430             MOVE SPACES TO PERIOD-RECORD
012435     END-READ.
012440     MOVE PER-OPEN-PERIOD TO WS-OPEN-PERIOD.
012445     CLOSE PERIOD-FILE.
012450 1100-EXIT.
012455     EXIT.
012460
012500 2000-PROCESS-ENTRY.
012600     IF PD-IS-APPROVED
012610         IF WS-OPEN-PERIOD NOT = SPACES
012620            AND PD-EFF-DATE (1:7) < WS-OPEN-PERIOD
012630             PERFORM 2400-REFUSE-ENTRY THRU 2400-EXIT
012640         ELSE
012700             PERFORM 2200-PROMOTE-ENTRY THRU 2200-EXIT
012750         END-IF
012800     ELSE
012900         ADD 1 TO WS-WAITING-COUNT
013000     END-IF.
017000     MOVE PD-APPROVED-DATE TO LG-APPR-DATE.
017100     MOVE WS-LOG-DETAIL-LINE TO APPR-LOG-LINE.
017200     WRITE APPR-LOG-LINE.
017210*    A CHANGE EFFECTIVE BEFORE TONIGHT REACHES BACK OVER
017220*    RECORDS ALREADY PRICED - RERATE PICKS IT UP FROM HERE.
017230     IF PD-EFF-DATE < WS-RUN-DATE-DASHED
017240         PERFORM 2300-WRITE-PROM-CHANGE THRU 2300-EXIT
017250     END-IF.
017300     DELETE PEND-FILE RECORD.
017400 2200-EXIT.
017402     EXIT.
017404
017406 2300-WRITE-PROM-CHANGE.
017408     MOVE PD-REC-TYPE         TO PC-REC-TYPE.
017410     MOVE PD-EFF-DATE         TO PC-EFF-DATE.
017412     MOVE PD-END-DATE         TO PC-END-DATE.
017414     MOVE PD-MULTIPLIER       TO PC-MULTIPLIER.
017416     MOVE PD-EXTRA-VALUE      TO PC-EXTRA-VALUE.
017418     MOVE LG-ACTION           TO PC-ACTION.
017420     MOVE WS-RUN-DATE-DASHED  TO PC-PROMOTED-DATE.
017422     MOVE PD-KEYED-BY         TO PC-KEYED-BY.
017424     MOVE PD-APPROVED-BY      TO PC-APPROVED-BY.
017426     WRITE PROM-CHG-RECORD.
017428     ADD 1 TO WS-BACKDATED-COUNT.
017430 2300-EXIT.
017432     EXIT.
017434
017436 2400-REFUSE-ENTRY.
017438*    THE PERIOD THE CHANGE WOULD TAKE EFFECT IN HAS BEEN
017440*    CLOSED - REPRICING INSIDE IT WOULD MOVE NUMBERS THE
017442*    CONTROLLERS HAVE SIGNED OFF.  THE ENTRY IS LOGGED AND
017444*    DROPPED; RATEFILE IS NOT TOUCHED.
017446     MOVE PD-REC-TYPE      TO LG-TYPE.
017448     MOVE PD-EFF-DATE      TO LG-EFF-DATE.
017450     MOVE PD-MULTIPLIER    TO LG-MULT.
017452     MOVE PD-KEYED-BY      TO LG-KEYED-BY.
017454     MOVE PD-KEYED-DATE    TO LG-KEYED-DATE.
017456     MOVE PD-APPROVED-BY   TO LG-APPR-BY.
017458     MOVE PD-APPROVED-DATE TO LG-APPR-DATE.
017460     MOVE 'REFUSED'        TO LG-ACTION.
017462     MOVE WS-LOG-DETAIL-LINE TO APPR-LOG-LINE.
017464     WRITE APPR-LOG-LINE.
017466     ADD 1 TO WS-REFUSED-COUNT.
017468     DELETE PEND-FILE RECORD.
017470 2400-EXIT.
017500     EXIT.
017600
017700 3000-TERMINATE.
019500         WS-TOTAL-EDIT DELIMITED BY SIZE
019600         INTO APPR-LOG-LINE.
019700     WRITE APPR-LOG-LINE.
019710     MOVE WS-BACKDATED-COUNT TO WS-TOTAL-EDIT.
019720     MOVE SPACE TO APPR-LOG-LINE.
019730     STRING 'BACK-DATED, SENT TO RERATE . : ' DELIMITED BY SIZE
019740         WS-TOTAL-EDIT DELIMITED BY SIZE
019750         INTO APPR-LOG-LINE.
019760     WRITE APPR-LOG-LINE.
019765     MOVE WS-REFUSED-COUNT TO WS-TOTAL-EDIT.
019770     MOVE SPACE TO APPR-LOG-LINE.
019775     STRING 'REFUSED - PERIOD CLOSED. . . : ' DELIMITED BY SIZE
019780         WS-TOTAL-EDIT DELIMITED BY SIZE
019785         INTO APPR-LOG-LINE.
019790     WRITE APPR-LOG-LINE.
019800     CLOSE PEND-FILE.
019900     CLOSE RATE-FILE.
020000     CLOSE APPR-LOG.
020010     CLOSE PROM-CHG-FILE.
020050     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
020100 3000-EXIT.
020200     EXIT.
020300
020400 9000-GET-RUN-CONTROL.
020500*    READ ONLY FOR THE RUN ID THE STATISTICS GO UNDER.  THE
020600*    STATISTICS ARE INFORMATION ONLY, SO AN EMPTY RUN CONTROL
020700*    IS REPORTED AND THE RUN CARRIES ON WITHOUT THEM.
020800     OPEN INPUT RUN-CTL-FILE.
020900     READ RUN-CTL-FILE
021000         AT END
021100             DISPLAY 'RATEPROM - RUN CONTROL FILE IS EMPTY - NO '
021200                 'RUN STATISTICS RECORDED'
021300         NOT AT END
021400             SET WS-HAVE-RUN-CTL TO TRUE
021500     END-READ.
021600     CLOSE RUN-CTL-FILE.
021700 9000-EXIT.
021800     EXIT.
021900
022000 9200-RECORD-STEP-START.
022100*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
022200*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
022300     IF NOT WS-HAVE-RUN-CTL
022400         GO TO 9200-EXIT
022500     END-IF.
022600     MOVE 'RATEPROM'   TO WS-SS-STEP-NAME.
022700     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
022800     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
022900     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
023000     MOVE 'S'          TO WS-SS-FUNCTION.
023100     MOVE 'S'          TO WS-SS-STEP-STATUS.
023200     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
023300     MOVE ZERO         TO WS-SS-IN-COUNT.
023400     MOVE ZERO         TO WS-SS-OUT-COUNT.
023500     MOVE ZERO         TO WS-SS-OTHER-COUNT.
023600     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
023700     CALL 'STEPSTAT' USING WS-STEP-STATS.
023800 9200-EXIT.
023900     EXIT.
024000
024100 9300-RECORD-STEP-END.
024200*    IN IS EVERY PENDING ENTRY READ, OUT THE CHANGES PROMOTED
024300*    AND OTHER THOSE REFUSED FOR A CLOSED PERIOD.  WITH NO
024400*    STEP STATUS ON RUNCTL, THE END STATUS FOLLOWS THE RETURN
024500*    CODE - RC=8 OR WORSE ENDED IN ERROR.
024600     IF NOT WS-HAVE-RUN-CTL
024700         GO TO 9300-EXIT
024800     END-IF.
024900     MOVE 'E'                TO WS-SS-FUNCTION.
025000     IF RETURN-CODE > 4
025100         MOVE 'E'            TO WS-SS-STEP-STATUS
025200     ELSE
025300         MOVE 'C'            TO WS-SS-STEP-STATUS
025400     END-IF.
025500     MOVE RETURN-CODE        TO WS-SS-RETURN-CODE.
025600     ADD WS-PROMOTED-COUNT WS-REFUSED-COUNT WS-WAITING-COUNT
025700         GIVING WS-SS-IN-COUNT.
025800     MOVE WS-PROMOTED-COUNT  TO WS-SS-OUT-COUNT.
025900     MOVE WS-REFUSED-COUNT   TO WS-SS-OTHER-COUNT.
026000     MOVE ZERO               TO WS-SS-SOURCE-COUNT.
026100     CALL 'STEPSTAT' USING WS-STEP-STATS.
026200 9300-EXIT.
026300     EXIT.
