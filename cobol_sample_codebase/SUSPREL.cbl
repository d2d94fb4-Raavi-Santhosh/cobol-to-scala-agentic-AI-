001700*       RUN'S EDITED CLEAN FILE (THE CALC'S TRANSACTION     *
001710*       INPUT) - NOT WITH THE RAW TRANFILE, OR THE RELEASED *
001720*       RECORDS WOULD THROW THE FEEDER BALANCING OUT.       *
001725*       A RELEASED RECORD DATED IN AN ACCOUNTING PERIOD     *
001730*       ALREADY CLOSED ON THE PERIOD CALENDAR (PERCTL, SEE  *
001735*       PERIODREC.CPY) WOULD POST INTO THAT PERIOD, SO THE  *
001740*       CALENDAR'S LATE-ITEM SETTING IS APPLIED AS TRANEDIT *
001745*       APPLIES IT: THE RELEASE IS RE-DATED TO THE FIRST    *
001750*       DAY OF THE OPEN PERIOD (OR THE RUN'S WINDOW START,  *
001755*       IF LATER), OR IT IS REJECTED AS BELOW WITH REASON   *
001760*       PERD INSTEAD OF SUSP.  THE SUSPENSE MASTER ITSELF   *
001765*       NEVER CHANGES A RECORD'S DATE.                      *
001800*   J - REJECT.  THE RECORD IS PRINTED ON THE SUSPENSE      *
001900*       REJECT REPORT, DROPPED FROM THE MASTER, AND WRITTEN *
001910*       AS A MACHINE-READABLE REJECT RECORD (REJREC.CPY,    *
002700*              FIRST EVER RUN)                              *
002800*   SUSPIN   - TONIGHT'S SUSPENSE FILE WRITTEN BY CALCDRV   *
002900*   DCSNFILE - CLERK DECISIONS, ONE CARD PER SU-RECORD-ID   *
003000*   RELOUT   - RELEASED RECORDS IN THE CLEAN-FILE LAYOUT    *
003010*              (TRANS-RECORD PLUS A BLANK HOLD REASON)      *
003100*   SUSPMSTO - NEW SUSPENSE MASTER FOR THE NEXT RUN         *
003200*   SUSPREJ  - REJECTED-RECORD REPORT                       *
003210*   SUSPDROP - REJECTED RECORDS IN REJREC.CPY LAYOUT, FOR   *
003220*              THE HISTORY LOAD AND THE NEXT EDIT'S         *
003230*              PRIORREJ                                     *
003300*   AGERPT   - SUSPENSE AGING REPORT                        *
003305*   PERCTL   - ACCOUNTING PERIOD CALENDAR KSDS, READ ONLY   *
003310*   RUNCTL   - SHARED RUN-CONTROL FILE (SEE RUNCTL.CPY)     *
003325*   RUNSTATS - RUN-STATISTICS HISTORY (SEE RUNSTAT.CPY),    *
003350*              GIVEN THIS STEP'S START AND END TIMES AND    *
003375*              KEY COUNTS THROUGH STEPSTAT                  *
003400*-----------------------------------------------------------*
003500* MODIFICATION HISTORY                                      *
003600*   DATE       INIT  DESCRIPTION                             *
003879*   2026-09-02 DLM   THE STEP NOW GATES ON CALCDRV ENDING     *
003880*                    CLEAN ON THE SHARED RUN CONTROL AND      *
003881*                    STAMPS ITS OWN STATUS THERE              *
003882*   2026-10-15 DLM   THE AUTO-HOLD REASON IS NOW CARRIED ON   *
003883*                    THE SUSPENSE MASTER AND SHOWN ON THE     *
003884*                    AGING REPORT; THE RELEASE RECORD GREW TO *
003885*                    THE CLEAN-FILE LENGTH IT IS CONCATENATED *
003886*                    WITH                                     *
003888*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY      *
003890*                    COUNTS NOW RECORDED ON THE NEW RUN-      *
003892*                    STATISTICS HISTORY (RUNSTATS) THROUGH    *
003894*                    STEPSTAT FOR THE WEEKLY TREND REPORT     *
003895*   2026-10-15 DLM   A RELEASE DATED IN A CLOSED ACCOUNTING   *
003896*                    PERIOD (PERCTL CALENDAR) IS NOW RE-DATED *
003897*                    INTO THE OPEN PERIOD OR REJECTED (PERD), *
003898*                    PER THE CALENDAR'S LATE-ITEM SETTING     *
003900*-----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
006550     SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL
006560         ORGANIZATION IS SEQUENTIAL.
006600
006610     SELECT PERIOD-FILE   ASSIGN TO PERCTL
006620         ORGANIZATION IS INDEXED
006630         ACCESS MODE IS RANDOM
006640         RECORD KEY IS PER-PERIOD-ID.
006650
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  SUSP-MSTR-IN
007640     05  SM-CURRENCY-CODE      PIC X(03).
007700     05  SM-FIRST-HELD-DATE    PIC X(08).
007800     05  SM-NIGHTS-HELD        PIC 9(05).
007810     05  SM-HOLD-REASON        PIC X(04).
007900
008000 FD  SUSP-IN
008100     RECORDING MODE IS F.
009820     05  RL-REVERSAL-IND       PIC X(01).
009830     05  RL-ORIG-RECORD-ID     PIC X(10).
009840     05  RL-CURRENCY-CODE      PIC X(03).
009850     05  RL-HOLD-REASON        PIC X(04).
009900
010000 FD  SUSP-MSTR-OUT
010100     RECORDING MODE IS F.
010740     05  SO-CURRENCY-CODE      PIC X(03).
010800     05  SO-FIRST-HELD-DATE    PIC X(08).
010900     05  SO-NIGHTS-HELD        PIC 9(05).
010910     05  SO-HOLD-REASON        PIC X(04).
011000
011100 FD  REJECT-RPT
011200     RECORDING MODE IS F.
011730     RECORDING MODE IS F.
011740     COPY RUNCTL.
011800
011825 FD  PERIOD-FILE.
011850     COPY PERIODREC.
011875
011900 WORKING-STORAGE SECTION.
012000 01  WS-SWITCHES.
012100     05  WS-MSTR-EOF-SW        PIC X(01) VALUE 'N'.
012600         88  WS-DCSN-EOF       VALUE 'Y'.
012700
012800 01  WS-RUN-DATE               PIC X(08).
012805
012810*    THE PERIOD CALENDAR'S OPEN PERIOD (CCYY-MM) AND LATE-
012815*    ITEM SETTING.  A RELEASE DATED BEFORE THE OPEN PERIOD IS
012820*    LATE; SPACES WHEN NO PERIOD HAS EVER BEEN CLOSED.  A
012825*    LATE RELEASE RE-DATED GOES TO WS-REDATE-DATE - THE FIRST
012830*    DAY OF THE OPEN PERIOD, OR THE RUN'S WINDOW START WHEN
012835*    THAT IS LATER, THE SAME DATE TRANEDIT GIVES A LATE RECORD.
012840 01  WS-OPEN-PERIOD            PIC X(07) VALUE SPACES.
012845 01  WS-LATE-ACTION            PIC X(01) VALUE SPACE.
012850     88  WS-LATE-REDATE        VALUE 'R'.
012855 01  WS-WIN-START              PIC X(10) VALUE SPACES.
012860 01  WS-REDATE-DATE            PIC X(10) VALUE SPACES.
012865
012870*    WHY 2300 IS REJECTING THE RECORD - A CLERK DECISION OR A
012875*    RELEASE INTO A CLOSED PERIOD.
012880 01  WS-REJ-REASON-CODE        PIC X(04) VALUE SPACES.
012885 01  WS-REJ-REASON-TEXT        PIC X(30) VALUE SPACES.
012900
013000*    THE DECISION FILE IS SMALL - ONE CARD PER HELD RECORD A
013100*    CLERK HAS WORKED - SO IT IS LOADED INTO WORKING STORAGE
015440     05  WH-CURRENCY-CODE      PIC X(03).
015500     05  WH-FIRST-HELD-DATE    PIC X(08).
015600     05  WH-NIGHTS-HELD        PIC 9(05).
015610     05  WH-HOLD-REASON        PIC X(04).
015700
015800 01  WS-DISP-TOTALS.
015900     05  WS-RELEASED-COUNT     PIC 9(07) VALUE ZERO.
016000     05  WS-REJECTED-COUNT     PIC 9(07) VALUE ZERO.
016100     05  WS-KEPT-COUNT         PIC 9(07) VALUE ZERO.
016125     05  WS-REDATED-COUNT      PIC 9(07) VALUE ZERO.
016150     05  WS-PERD-COUNT         PIC 9(07) VALUE ZERO.
016200
016300 01  WS-TOTAL-EDIT             PIC ZZZZZZ9.
016400
017500     05  FILLER                PIC X(06) VALUE 'TYPE'.
017600     05  FILLER                PIC X(12) VALUE 'FIRST-HELD'.
017700     05  FILLER                PIC X(12) VALUE 'NIGHTS HELD'.
017710     05  FILLER                PIC X(08) VALUE 'REASON'.
017800     05  FILLER                PIC X(17) VALUE SPACE.
017900
018000 01  WS-AGING-DETAIL-LINE.
018100     05  FILLER                PIC X(01) VALUE SPACE.
018800     05  AG-FIRST-HELD         PIC X(08).
018900     05  FILLER                PIC X(06) VALUE SPACE.
019000     05  AG-NIGHTS-HELD        PIC ZZZZ9.
019010     05  FILLER                PIC X(05) VALUE SPACE.
019020     05  AG-HOLD-REASON        PIC X(04).
019100     05  FILLER                PIC X(21) VALUE SPACE.
019200
019300 01  WS-REJECT-DETAIL-LINE.
019400     05  FILLER                PIC X(01) VALUE SPACE.
019900     05  RJ-RECORD-DATE        PIC X(10).
020000     05  FILLER                PIC X(02) VALUE SPACE.
020100     05  RJ-REASON             PIC X(30).
020125
020150     COPY STATPARM.
020200
020300 PROCEDURE DIVISION.
020400 0000-MAINLINE.
021350         MOVE 16 TO RETURN-CODE
021360         STOP RUN
021370     END-IF.
021375     MOVE RC-WIN-START TO WS-WIN-START.
021380     MOVE 'S' TO RC-SUSPREL-STAT.
021385     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
021390     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
021400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021500     OPEN INPUT  SUSP-MSTR-IN.
023200     MOVE WS-AGING-COL-LINE TO AGING-RPT-LINE.
023300     WRITE AGING-RPT-LINE.
023400     PERFORM 1100-LOAD-DECISIONS THRU 1100-EXIT.
023450     PERFORM 1200-LOAD-PERIOD-CONTROL THRU 1200-EXIT.
023500     PERFORM 2100-READ-MASTER    THRU 2100-EXIT.
023600     PERFORM 2150-READ-SUSP-IN   THRU 2150-EXIT.
023700 1000-EXIT.
026400 1150-EXIT.
026500     EXIT.
026600
026602 1200-LOAD-PERIOD-CONTROL.
026604*    ONLY THE CALENDAR CONTROL RECORD IS NEEDED - PERIODS
026606*    CLOSE IN SEQUENCE, SO EVERY PERIOD BEFORE ITS OPEN
026608*    PERIOD IS CLOSED.  NO CONTROL RECORD MEANS NOTHING HAS
026610*    BEEN CLOSED YET AND NO RELEASE IS LATE.
026612     OPEN INPUT PERIOD-FILE.
026614     MOVE '0000-00' TO PER-PERIOD-ID.
026616     READ PERIOD-FILE
026618         INVALID KEY
026620             MOVE SPACES TO PERIOD-RECORD
026622     END-READ.
026624     CLOSE PERIOD-FILE.
026626     MOVE PER-OPEN-PERIOD TO WS-OPEN-PERIOD.
026628     MOVE PER-LATE-ACTION TO WS-LATE-ACTION.
026630     IF WS-OPEN-PERIOD NOT = SPACES
026632         STRING WS-OPEN-PERIOD DELIMITED BY SIZE
026634             '-01'             DELIMITED BY SIZE
026636             INTO WS-REDATE-DATE
026638         IF WS-WIN-START > WS-REDATE-DATE
026640             MOVE WS-WIN-START TO WS-REDATE-DATE
026642         END-IF
026644     END-IF.
026646 1200-EXIT.
026648     EXIT.
026650
026700 2000-PROCESS-MASTER.
026800     MOVE SM-RECORD-ID       TO WH-RECORD-ID.
026900     MOVE SM-RECORD-AMOUNT   TO WH-RECORD-AMOUNT.
027240     MOVE SM-CURRENCY-CODE   TO WH-CURRENCY-CODE.
027300     MOVE SM-FIRST-HELD-DATE TO WH-FIRST-HELD-DATE.
027400     MOVE SM-NIGHTS-HELD     TO WH-NIGHTS-HELD.
027410     MOVE SM-HOLD-REASON     TO WH-HOLD-REASON.
027500     PERFORM 2500-FIND-DECISION  THRU 2500-EXIT.
027600     PERFORM 2600-DISPOSE-RECORD THRU 2600-EXIT.
027700     PERFORM 2100-READ-MASTER    THRU 2100-EXIT.
029040     MOVE SU-CURRENCY-CODE TO WH-CURRENCY-CODE.
029100     MOVE WS-RUN-DATE      TO WH-FIRST-HELD-DATE.
029200     MOVE ZERO             TO WH-NIGHTS-HELD.
029210     MOVE SU-HOLD-REASON   TO WH-HOLD-REASON.
029300     PERFORM 2500-FIND-DECISION  THRU 2500-EXIT.
029400     PERFORM 2600-DISPOSE-RECORD THRU 2600-EXIT.
029500     PERFORM 2150-READ-SUSP-IN   THRU 2150-EXIT.
031820*    EDIT - IT ALREADY PASSED THE EDITS THE NIGHT IT WAS
031830*    HELD, AND IT MUST NOT INFLATE A FEEDER'S BALANCING
031840*    ACTUALS PAST ITS TRAILER.
031842*    A RECORD DATED BEFORE THE OPEN PERIOD WOULD POST INTO A
031844*    PERIOD THE CONTROLLERS HAVE CLOSED - IT IS RE-DATED OR
031846*    REJECTED, PER THE CALENDAR.  A DATE THAT IS NOT A DATE
031848*    AT ALL IS LEFT FOR THE CALC'S DATE CHECK.
031850     IF WS-OPEN-PERIOD NOT = SPACES
031852        AND WH-RECORD-DATE (1:4) NUMERIC
031854        AND WH-RECORD-DATE (1:7) < WS-OPEN-PERIOD
031856        AND NOT WS-LATE-REDATE
031858         MOVE 'PERD' TO WS-REJ-REASON-CODE
031860         MOVE 'RELEASE DATED IN CLOSED PERIOD'
031862             TO WS-REJ-REASON-TEXT
031864         PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
031866         ADD 1 TO WS-PERD-COUNT
031868         GO TO 2200-EXIT
031870     END-IF.
031900     MOVE WH-RECORD-ID     TO RL-RECORD-ID.
032000     MOVE WH-RECORD-AMOUNT TO RL-RECORD-AMOUNT.
032100     MOVE WH-RECORD-DATE   TO RL-RECORD-DATE.
032110     IF WS-OPEN-PERIOD NOT = SPACES
032120        AND WH-RECORD-DATE (1:4) NUMERIC
032130        AND WH-RECORD-DATE (1:7) < WS-OPEN-PERIOD
032140         MOVE WS-REDATE-DATE   TO RL-RECORD-DATE
032150         ADD 1 TO WS-REDATED-COUNT
032160     END-IF.
032200     MOVE 'Y'              TO RL-RECORD-STATUS.
032300     MOVE WH-RECORD-TYPE   TO RL-RECORD-TYPE.
032310     MOVE WH-SOURCE-SYSTEM TO RL-SOURCE-SYSTEM.
032320     MOVE WH-REVERSAL-IND  TO RL-REVERSAL-IND.
032330     MOVE WH-ORIG-RECORD-ID TO RL-ORIG-RECORD-ID.
032340     MOVE WH-CURRENCY-CODE TO RL-CURRENCY-CODE.
032350*    A RELEASED RECORD IS NO LONGER ON HOLD, SO IT RE-ENTERS
032360*    THE CALC WITH NO HOLD REASON.
032370     MOVE SPACES           TO RL-HOLD-REASON.
032400     WRITE RELEASE-RECORD.
032500     ADD 1 TO WS-RELEASED-COUNT.
032600 2200-EXIT.
033000     MOVE WH-RECORD-ID     TO RJ-RECORD-ID.
033100     MOVE WH-RECORD-AMOUNT TO RJ-RECORD-AMOUNT.
033200     MOVE WH-RECORD-DATE   TO RJ-RECORD-DATE.
033300     MOVE WS-REJ-REASON-TEXT TO RJ-REASON.
033400     MOVE WS-REJECT-DETAIL-LINE TO REJECT-RPT-LINE.
033500     WRITE REJECT-RPT-LINE.
033510*    THE MACHINE-READABLE COPY TELLS THE HISTORY MASTER THE
033590     MOVE WH-RECORD-STATUS TO ER-RECORD-STATUS.
033591     MOVE WH-RECORD-TYPE   TO ER-RECORD-TYPE.
033592     MOVE WH-SOURCE-SYSTEM TO ER-SOURCE-SYSTEM.
033593     MOVE WS-REJ-REASON-CODE TO ER-REASON-CODE.
033595     MOVE WH-CURRENCY-CODE TO ER-CURRENCY-CODE.
033594     WRITE REJECT-RECORD.
033600     ADD 1 TO WS-REJECTED-COUNT.
034640     MOVE WH-CURRENCY-CODE   TO SO-CURRENCY-CODE.
034700     MOVE WH-FIRST-HELD-DATE TO SO-FIRST-HELD-DATE.
034800     MOVE WH-NIGHTS-HELD     TO SO-NIGHTS-HELD.
034810     MOVE WH-HOLD-REASON     TO SO-HOLD-REASON.
034900     WRITE SUSP-MSTR-OUT-RECORD.
035000     MOVE WH-RECORD-ID       TO AG-RECORD-ID.
035100     MOVE WH-RECORD-DATE     TO AG-RECORD-DATE.
035200     MOVE WH-RECORD-TYPE     TO AG-RECORD-TYPE.
035300     MOVE WH-FIRST-HELD-DATE TO AG-FIRST-HELD.
035400     MOVE WH-NIGHTS-HELD     TO AG-NIGHTS-HELD.
035410     MOVE WH-HOLD-REASON     TO AG-HOLD-REASON.
035500     MOVE WS-AGING-DETAIL-LINE TO AGING-RPT-LINE.
035600     WRITE AGING-RPT-LINE.
035700     ADD 1 TO WS-KEPT-COUNT.
038400         WHEN WS-ACT-RELEASE
038500             PERFORM 2200-RELEASE-RECORD THRU 2200-EXIT
038600         WHEN WS-ACT-REJECT
038625             MOVE 'SUSP' TO WS-REJ-REASON-CODE
038650             MOVE 'REJECTED BY SUSPENSE DECISION'
038675                 TO WS-REJ-REASON-TEXT
038700             PERFORM 2300-REJECT-RECORD  THRU 2300-EXIT
038800         WHEN OTHER
038900             PERFORM 2400-CARRY-FORWARD  THRU 2400-EXIT
040000         WS-TOTAL-EDIT DELIMITED BY SIZE
040100         INTO AGING-RPT-LINE.
040200     WRITE AGING-RPT-LINE.
040210     MOVE WS-REDATED-COUNT TO WS-TOTAL-EDIT.
040220     MOVE SPACE TO AGING-RPT-LINE.
040230     STRING '  RE-DATED, CLOSED PERIOD. . : ' DELIMITED BY SIZE
040240         WS-TOTAL-EDIT DELIMITED BY SIZE
040250         INTO AGING-RPT-LINE.
040260     WRITE AGING-RPT-LINE.
040300     MOVE WS-REJECTED-COUNT TO WS-TOTAL-EDIT.
040400     MOVE SPACE TO AGING-RPT-LINE.
040500     STRING 'RECORDS REJECTED . . . . . . : ' DELIMITED BY SIZE
040510         WS-TOTAL-EDIT DELIMITED BY SIZE
040520         INTO AGING-RPT-LINE.
040530     WRITE AGING-RPT-LINE.
040540     MOVE WS-PERD-COUNT TO WS-TOTAL-EDIT.
040550     MOVE SPACE TO AGING-RPT-LINE.
040560     STRING '  RELEASE IN CLOSED PERIOD . : ' DELIMITED BY SIZE
040600         WS-TOTAL-EDIT DELIMITED BY SIZE
040700         INTO AGING-RPT-LINE.
040800     WRITE AGING-RPT-LINE.
042810     CLOSE DROP-FILE.
042820     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
042830     MOVE 'C' TO RC-SUSPREL-STAT.
042835     MOVE RC-SUSPREL-STAT TO WS-SS-STEP-STATUS.
042840     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
042850     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
042900 3000-EXIT.
043000     EXIT.
043100
043280     CLOSE RUN-CTL-FILE.
043290 9100-EXIT.
043300     EXIT.
043400
043500 9200-RECORD-STEP-START.
043600*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
043700*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
043800     MOVE 'SUSPREL'    TO WS-SS-STEP-NAME.
043900     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
044000     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
044100     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
044200     MOVE 'S'          TO WS-SS-FUNCTION.
044300     MOVE 'S'          TO WS-SS-STEP-STATUS.
044400     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
044500     MOVE ZERO         TO WS-SS-IN-COUNT.
044600     MOVE ZERO         TO WS-SS-OUT-COUNT.
044700     MOVE ZERO         TO WS-SS-OTHER-COUNT.
044800     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
044900     CALL 'STEPSTAT' USING WS-STEP-STATS.
045000 9200-EXIT.
045100     EXIT.
045200
045300 9300-RECORD-STEP-END.
045400*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
045500*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
045600     MOVE 'E'               TO WS-SS-FUNCTION.
045700     MOVE RETURN-CODE       TO WS-SS-RETURN-CODE.
045800     COMPUTE WS-SS-IN-COUNT = WS-RELEASED-COUNT
045900         + WS-REJECTED-COUNT + WS-KEPT-COUNT.
046000     MOVE WS-RELEASED-COUNT TO WS-SS-OUT-COUNT.
046100     MOVE WS-REJECTED-COUNT TO WS-SS-OTHER-COUNT.
046200     CALL 'STEPSTAT' USING WS-STEP-STATS.
046300 9300-EXIT.
046400     EXIT.
