002200* CONTROL BREAK AND POSTED AS EACH GROUP ENDS - THE GROUP     *
002210* COUNT IS UNBOUNDED.  INPUT OUT OF SEQUENCE ABENDS WITH      *
002220* RC=16 BEFORE ANYTHING POSTS SHORT.                          *
002228* LINES THE LEDGER REJECTED ON AN EARLIER NIGHT COME BACK ON *
002236* THE PENDING-REPOST FILE (GLPENDIN, WRITTEN BY THE LEDGER   *
002244* ACKNOWLEDGMENT MATCH-BACK GLACKMCH AND BY THIS STEP).      *
002252* EACH IS RE-MAPPED THROUGH TONIGHT'S GL MAPPING: ONCE       *
002260* GLMAINT HAS CHANGED ITS ACCOUNT OR COST CENTER IT IS RE-   *
002268* SENT ON GLIFOUT FLAGGED GLI-REPOST-IND P (RECONBAL LEAVES  *
002276* SUCH LINES OUT OF TONIGHT'S PROOF); OTHERWISE IT IS        *
002284* CARRIED FORWARD AS IT IS ON GLPENDO FOR THE NEXT RUN.      *
002286* A PENDING LINE DATED IN AN ACCOUNTING PERIOD ALREADY       *
002288* CLOSED ON THE PERIOD CALENDAR (PERCTL, SEE PERIODREC.CPY)  *
002290* IS REFUSED - RE-MAPPING IT WOULD CHANGE A PERIOD THE       *
002292* CONTROLLERS HAVE SIGNED OFF, SO IT IS REPORTED AND DROPPED *
002294* FROM THE PENDING FILE FOR A MANUAL JOURNAL INSTEAD.        *
002295*                                                            *
002296* THE STEP'S START AND END TIMES AND ITS KEY COUNTS GO ON    *
002297* THE RUN-STATISTICS HISTORY (RUNSTATS, SEE RUNSTAT.CPY)     *
002298* THROUGH STEPSTAT, FOR THE WEEKLY BATCH-WINDOW TREND        *
002299* REPORT (STATRPT).                                          *
002300*-----------------------------------------------------------*
002400* MODIFICATION HISTORY                                      *
002500*   DATE       INIT  DESCRIPTION                             *
003402*                    BOTH SPACE AND 'N', AND THE RAW BYTE    *
003403*                    SPLIT ONE DATE/TYPE GROUP INTO TWO      *
003404*                    POSTING PAIRS                           *
003405*   2026-10-15 DLM   LINES THE LEDGER REJECTED ARE RE-SENT   *
003406*                    FROM THE PENDING-REPOST FILE ONCE THEIR *
003407*                    GL MAPPING HAS BEEN CORRECTED, FLAGGED  *
003408*                    GLI-REPOST-IND P - UNCORRECTED ONES ARE *
003409*                    CARRIED FORWARD; EACH INTERFACE RECORD  *
003410*                    IS NOW CLEARED BEFORE IT IS BUILT       *
003411*   2026-10-15 DLM   A PENDING LINE DATED IN A CLOSED PERIOD *
003412*                    (NEW PERCTL CALENDAR) IS REFUSED AND    *
003413*                    DROPPED INSTEAD OF RE-MAPPED, WITH A    *
003414*                    COUNT ON THE ERROR REPORT               *
003420*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY     *
003430*                    COUNTS NOW RECORDED ON THE NEW RUN-     *
003440*                    STATISTICS HISTORY (RUNSTATS) THROUGH   *
003450*                    STEPSTAT FOR THE WEEKLY TREND REPORT    *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005320     SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL
005330         ORGANIZATION IS SEQUENTIAL.
005400
005405     SELECT GL-PEND-IN-FILE  ASSIGN TO GLPENDIN
005410         ORGANIZATION IS SEQUENTIAL.
005415
005420     SELECT GL-PEND-OUT-FILE ASSIGN TO GLPENDO
005425         ORGANIZATION IS SEQUENTIAL.
005430
005435     SELECT PERIOD-FILE   ASSIGN TO PERCTL
005440         ORGANIZATION IS INDEXED
005445         ACCESS MODE IS RANDOM
005450         RECORD KEY IS PER-PERIOD-ID.
005455
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CALC-IN-FILE
007030     RECORDING MODE IS F.
007040     COPY RUNCTL.
007100
007105*    BOTH PENDING-REPOST FILES HOLD GLIFREC.CPY LINES, READ
007110*    INTO AND WRITTEN FROM THE INTERFACE RECORD AREA.
007115 FD  GL-PEND-IN-FILE
007120     RECORDING MODE IS F.
007125 01  GL-PEND-IN-RECORD         PIC X(80).
007130
007135 FD  GL-PEND-OUT-FILE
007140     RECORDING MODE IS F.
007145 01  GL-PEND-OUT-RECORD        PIC X(80).
007150
007155 FD  PERIOD-FILE.
007160     COPY PERIODREC.
007165
007200 WORKING-STORAGE SECTION.
007300 01  WS-SWITCHES.
007400     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
007700         88  WS-GLMAP-EOF      VALUE 'Y'.
007800     05  WS-MAP-FOUND-SW       PIC X(01) VALUE 'N'.
007900         88  WS-MAP-FOUND      VALUE 'Y'.
007933     05  WS-PEND-EOF-SW        PIC X(01) VALUE 'N'.
007966         88  WS-PEND-EOF       VALUE 'Y'.
008000
008100*    THE GL ACCOUNT MAPPING IS SMALL REFERENCE DATA
008200*    MAINTAINED ONLINE BY GLMAINT, SO IT IS LOADED INTO
009100         10  WS-MP-DR-CC       PIC X(06).
009200         10  WS-MP-CR-ACCT     PIC X(08).
009300         10  WS-MP-CR-CC       PIC X(06).
009312
009324*    THE RECORD TYPE 3200-FIND-MAP-ENTRY LOOKS UP, AND THE
009336*    ACCOUNT/COST CENTER TONIGHT'S MAPPING GIVES A PENDING
009348*    REPOST LINE FOR ITS SIDE OF THE PAIR.
009360 01  WS-FIND-TYPE              PIC X(04).
009372 01  WS-REMAP-ACCT             PIC X(08).
009384 01  WS-REMAP-CC               PIC X(06).
009400
009500*    THE GROUP CURRENTLY BEING ACCUMULATED - THE INPUT IS
009600*    SORTED BY DATE/TYPE/REVERSAL-IND, SO ONE GROUP AT A
010490     88  WS-GRP-IS-OPEN        VALUE 'Y'.
010500
010510 01  WS-GROUP-COUNT            PIC 9(09) VALUE ZERO.
010600 01  WS-CALC-READ-COUNT        PIC 9(09) VALUE ZERO.
010710
010720*    THE AMOUNT ACTUALLY CARRIED ON THE INTERFACE PAIR -
010730*    ALWAYS POSITIVE; A REVERSAL GROUP'S NEGATIVE TOTAL IS
010800
010900 01  WS-UNMAPPED-COUNT         PIC 9(07) VALUE ZERO.
011000 01  WS-UNMAPPED-EDIT          PIC ZZZZZZ9.
011020
011040 01  WS-PENDING-COUNTS.
011060     05  WS-REPOSTED-COUNT     PIC 9(07) VALUE ZERO.
011080     05  WS-HELD-COUNT         PIC 9(07) VALUE ZERO.
011082     05  WS-CLOSED-COUNT       PIC 9(07) VALUE ZERO.
011084
011086*    THE PERIOD CALENDAR'S OPEN PERIOD (CCYY-MM) - A PENDING
011088*    LINE POSTED BEFORE IT FALLS IN A CLOSED PERIOD.  SPACES
011090*    WHEN NO PERIOD HAS EVER BEEN CLOSED.
011092 01  WS-OPEN-PERIOD            PIC X(07) VALUE SPACES.
011100
011200 01  WS-ERR-DETAIL-LINE.
011300     05  FILLER                PIC X(01) VALUE SPACE.
012100     05  EL-AMOUNT             PIC -(9)9.99.
012200     05  FILLER                PIC X(15) VALUE
012300         '  NO GL MAPPING'.
012305
012310 01  WS-PEND-DETAIL-LINE.
012315     05  FILLER                PIC X(01) VALUE SPACE.
012320     05  FILLER                PIC X(05) VALUE 'TYPE '.
012325     05  PL-TYPE               PIC X(04).
012330     05  FILLER                PIC X(07) VALUE '  DATE '.
012335     05  PL-DATE               PIC X(10).
012340     05  FILLER                PIC X(02) VALUE SPACES.
012345     05  PL-DR-CR              PIC X(01).
012350     05  FILLER                PIC X(01) VALUE SPACE.
012355     05  PL-ACCOUNT            PIC X(08).
012360     05  FILLER                PIC X(01) VALUE SPACE.
012365     05  PL-COST-CENTER        PIC X(06).
012370     05  FILLER                PIC X(01) VALUE SPACE.
012375     05  PL-AMOUNT             PIC Z(12)9.99.
012380     05  FILLER                PIC X(02) VALUE SPACES.
012385     05  PL-OUTCOME            PIC X(15).
012390
012395     COPY STATPARM.
012400
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
013360         STOP RUN
013370     END-IF.
013380     MOVE 'S' TO RC-GLPOST-STAT.
013385     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
013390     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
013400     OPEN INPUT  CALC-IN-FILE.
013500     OPEN OUTPUT GL-INTERFACE.
013600     OPEN OUTPUT GL-ERR-RPT.
013633     OPEN INPUT  GL-PEND-IN-FILE.
013666     OPEN OUTPUT GL-PEND-OUT-FILE.
013700     MOVE 'GL POSTING ERROR REPORT - UNMAPPED RECORD TYPES'
013800         TO GL-ERR-RPT-LINE.
013900     WRITE GL-ERR-RPT-LINE.
014000     MOVE SPACE TO GL-ERR-RPT-LINE.
014100     WRITE GL-ERR-RPT-LINE.
014200     PERFORM 1100-LOAD-GL-MAP    THRU 1100-EXIT.
014250     PERFORM 1200-LOAD-PERIOD-CONTROL THRU 1200-EXIT.
014300     PERFORM 2100-READ-CALC-FILE THRU 2100-EXIT.
014400 1000-EXIT.
014500     EXIT.
017600 1150-EXIT.
017700     EXIT.
017800
017805 1200-LOAD-PERIOD-CONTROL.
017810*    ONLY THE CALENDAR CONTROL RECORD IS NEEDED - PERIODS
017815*    CLOSE IN SEQUENCE, SO EVERY PERIOD BEFORE ITS OPEN
017820*    PERIOD IS CLOSED.
017825     OPEN INPUT PERIOD-FILE.
017830     MOVE '0000-00' TO PER-PERIOD-ID.
017835     READ PERIOD-FILE
017840         INVALID KEY
017845             MOVE SPACES TO PERIOD-RECORD
017850     END-READ.
017855     CLOSE PERIOD-FILE.
017860     MOVE PER-OPEN-PERIOD TO WS-OPEN-PERIOD.
017865 1200-EXIT.
017870     EXIT.
017875
017900 2000-PROCESS-RECORD.
017902*    THE EDIT PASSES BOTH SPACE AND 'N' AS NOT-A-REVERSAL,
017904*    SO THE GROUP BYTE IS DERIVED - OTHERWISE ONE DATE/TYPE
018093         SET WS-GRP-IS-OPEN TO TRUE
018094     END-IF.
018100     ADD 1 TO WS-GRP-RECS.
018150     ADD 1 TO WS-CALC-READ-COUNT.
018200     ADD CO-CALC-VALUE TO WS-GRP-TOTAL.
018300     PERFORM 2100-READ-CALC-FILE THRU 2100-EXIT.
018400 2000-EXIT.
023000         PERFORM 3100-POST-ONE-GROUP THRU 3100-EXIT
023050         MOVE 'N' TO WS-GRP-OPEN-SW
023100     END-IF.
023150     PERFORM 3300-REPOST-PENDING THRU 3300-EXIT.
023200     MOVE SPACE TO GL-ERR-RPT-LINE.
023300     WRITE GL-ERR-RPT-LINE.
023310     MOVE WS-GROUP-COUNT TO WS-UNMAPPED-EDIT.
023700         WS-UNMAPPED-EDIT DELIMITED BY SIZE
023800         INTO GL-ERR-RPT-LINE.
023900     WRITE GL-ERR-RPT-LINE.
023907     MOVE WS-REPOSTED-COUNT TO WS-UNMAPPED-EDIT.
023914     MOVE SPACE TO GL-ERR-RPT-LINE.
023921     STRING 'PENDING LINES REPOSTED . . . : ' DELIMITED BY SIZE
023928         WS-UNMAPPED-EDIT DELIMITED BY SIZE
023935         INTO GL-ERR-RPT-LINE.
023942     WRITE GL-ERR-RPT-LINE.
023949     MOVE WS-HELD-COUNT TO WS-UNMAPPED-EDIT.
023956     MOVE SPACE TO GL-ERR-RPT-LINE.
023963     STRING 'PENDING LINES STILL HELD . . : ' DELIMITED BY SIZE
023970         WS-UNMAPPED-EDIT DELIMITED BY SIZE
023977         INTO GL-ERR-RPT-LINE.
023984     WRITE GL-ERR-RPT-LINE.
023986     MOVE WS-CLOSED-COUNT TO WS-UNMAPPED-EDIT.
023988     MOVE SPACE TO GL-ERR-RPT-LINE.
023990     STRING 'PENDING LINES REFUSED, CLOSED: ' DELIMITED BY SIZE
023992         WS-UNMAPPED-EDIT DELIMITED BY SIZE
023994         INTO GL-ERR-RPT-LINE.
023996     WRITE GL-ERR-RPT-LINE.
024000     CLOSE CALC-IN-FILE.
024100     CLOSE GL-INTERFACE.
024200     CLOSE GL-ERR-RPT.
024203     CLOSE GL-PEND-IN-FILE.
024206     CLOSE GL-PEND-OUT-FILE.
024210     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
024220     IF WS-UNMAPPED-COUNT > ZERO
024230         MOVE 'E' TO RC-GLPOST-STAT
024240     ELSE
024250         MOVE 'C' TO RC-GLPOST-STAT
024260     END-IF.
024265     MOVE RC-GLPOST-STAT TO WS-SS-STEP-STATUS.
024270     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
024300     IF WS-UNMAPPED-COUNT > ZERO
024400         DISPLAY 'GLPOST - ' WS-UNMAPPED-COUNT ' DATE/TYPE '
024600             'REPORT - RC=8'
024700         MOVE 8 TO RETURN-CODE
024800     END-IF.
024850     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
024900 3000-EXIT.
025000     EXIT.
025100
025240*    AND THE ABSOLUTE AMOUNT, SO THE LEDGER SEES A POSITIVE
025250*    BACKOUT ON THE OPPOSITE SIDE OF EACH ACCOUNT.
025260     ADD 1 TO WS-GROUP-COUNT.
025270     MOVE WS-GRP-TYPE TO WS-FIND-TYPE.
025300     PERFORM 3200-FIND-MAP-ENTRY THRU 3200-EXIT.
025400     IF WS-MAP-FOUND
025405         MOVE SPACES TO GL-INTERFACE-RECORD
025410         IF WS-GRP-REV = 'R'
025420             COMPUTE WS-POST-AMOUNT = ZERO - WS-GRP-TOTAL
025440             MOVE 'R' TO GLI-REVERSAL-IND
028300         SEARCH WS-MAP-ENTRY
028400             AT END
028500                 CONTINUE
028600             WHEN WS-MP-TYPE (WS-MAP-IDX) = WS-FIND-TYPE
028800                 SET WS-MAP-FOUND TO TRUE
028900         END-SEARCH
029000     END-IF.
029100 3200-EXIT.
029101     EXIT.
029102
029103 3300-REPOST-PENDING.
029104*    LINES THE LEDGER REJECTED ON AN EARLIER NIGHT.  EACH WAS
029105*    WRITTEN BY GLACKMCH (OR CARRIED FORWARD BY THIS STEP)
029106*    EXACTLY AS IT WAS SENT, SO ITS ACCOUNT AND COST CENTER
029107*    ARE THE ONES THE LEDGER REFUSED.
029108     MOVE SPACE TO GL-ERR-RPT-LINE.
029109     WRITE GL-ERR-RPT-LINE.
029110     MOVE 'PENDING REPOSTS OF LINES THE LEDGER REJECTED'
029111         TO GL-ERR-RPT-LINE.
029112     WRITE GL-ERR-RPT-LINE.
029113     PERFORM 3350-REPOST-ONE-LINE THRU 3350-EXIT
029114         UNTIL WS-PEND-EOF.
029115 3300-EXIT.
029116     EXIT.
029117
029118 3350-REPOST-ONE-LINE.
029119*    THE LINE IS RE-MAPPED FOR ITS OWN SIDE OF THE PAIR - A
029120*    NORMAL DEBIT OR A CONTRA CREDIT TAKES THE MAPPING'S DEBIT
029121*    ACCOUNT, THE OTHER TWO ITS CREDIT ACCOUNT, AS IN
029122*    3100-POST-ONE-GROUP.  ONLY WHEN GLMAINT HAS CHANGED THAT
029123*    ACCOUNT OR COST CENTER IS THE LINE RE-SENT; A LINE WHOSE
029124*    MAPPING IS UNCHANGED OR GONE IS CARRIED FORWARD AS IT IS.
029125     READ GL-PEND-IN-FILE INTO GL-INTERFACE-RECORD
029126         AT END
029127             SET WS-PEND-EOF TO TRUE
029128     END-READ.
029129     IF WS-PEND-EOF
029130         GO TO 3350-EXIT
029131     END-IF.
029132     MOVE GLI-REC-TYPE     TO PL-TYPE.
029133     MOVE GLI-POST-DATE    TO PL-DATE.
029134     MOVE GLI-DR-CR        TO PL-DR-CR.
029135     MOVE GLI-AMOUNT       TO PL-AMOUNT.
029136     IF WS-OPEN-PERIOD NOT = SPACES
029137        AND GLI-POST-DATE (1:7) < WS-OPEN-PERIOD
029138         MOVE GLI-ACCOUNT      TO PL-ACCOUNT
029139         MOVE GLI-COST-CENTER  TO PL-COST-CENTER
029140         MOVE 'PERIOD CLOSED'  TO PL-OUTCOME
029141         ADD 1 TO WS-CLOSED-COUNT
029142         MOVE WS-PEND-DETAIL-LINE TO GL-ERR-RPT-LINE
029143         WRITE GL-ERR-RPT-LINE
029144         GO TO 3350-EXIT
029145     END-IF.
029146     MOVE GLI-REC-TYPE TO WS-FIND-TYPE.
029147     PERFORM 3200-FIND-MAP-ENTRY THRU 3200-EXIT.
029148     IF NOT WS-MAP-FOUND
029149         MOVE GLI-ACCOUNT      TO PL-ACCOUNT
029150         MOVE GLI-COST-CENTER  TO PL-COST-CENTER
029151         MOVE 'HELD - NO MAP'  TO PL-OUTCOME
029152         PERFORM 3400-HOLD-PENDING-LINE THRU 3400-EXIT
029153         GO TO 3350-EXIT
029154     END-IF.
029155     IF (GLI-IS-DEBIT AND NOT GLI-IS-REVERSAL)
029156        OR (GLI-IS-CREDIT AND GLI-IS-REVERSAL)
029157         MOVE WS-MP-DR-ACCT (WS-MAP-IDX) TO WS-REMAP-ACCT
029158         MOVE WS-MP-DR-CC   (WS-MAP-IDX) TO WS-REMAP-CC
029159     ELSE
029160         MOVE WS-MP-CR-ACCT (WS-MAP-IDX) TO WS-REMAP-ACCT
029161         MOVE WS-MP-CR-CC   (WS-MAP-IDX) TO WS-REMAP-CC
029162     END-IF.
029163     IF WS-REMAP-ACCT = GLI-ACCOUNT
029164        AND WS-REMAP-CC = GLI-COST-CENTER
029165         MOVE GLI-ACCOUNT      TO PL-ACCOUNT
029166         MOVE GLI-COST-CENTER  TO PL-COST-CENTER
029167         MOVE 'HELD - SAME MAP' TO PL-OUTCOME
029168         PERFORM 3400-HOLD-PENDING-LINE THRU 3400-EXIT
029169         GO TO 3350-EXIT
029170     END-IF.
029171     MOVE WS-REMAP-ACCT TO GLI-ACCOUNT.
029172     MOVE WS-REMAP-CC   TO GLI-COST-CENTER.
029173     MOVE 'P'           TO GLI-REPOST-IND.
029174     WRITE GL-INTERFACE-RECORD.
029175     ADD 1 TO WS-REPOSTED-COUNT.
029176     MOVE GLI-ACCOUNT      TO PL-ACCOUNT.
029177     MOVE GLI-COST-CENTER  TO PL-COST-CENTER.
029178     MOVE 'REPOSTED'       TO PL-OUTCOME.
029179     MOVE WS-PEND-DETAIL-LINE TO GL-ERR-RPT-LINE.
029180     WRITE GL-ERR-RPT-LINE.
029181 3350-EXIT.
029182     EXIT.
029183
029184 3400-HOLD-PENDING-LINE.
029185     WRITE GL-PEND-OUT-RECORD FROM GL-INTERFACE-RECORD.
029186     ADD 1 TO WS-HELD-COUNT.
029187     MOVE WS-PEND-DETAIL-LINE TO GL-ERR-RPT-LINE.
029188     WRITE GL-ERR-RPT-LINE.
029189 3400-EXIT.
029200     EXIT.
029300
029310 9000-GET-RUN-CONTROL.
029480     CLOSE RUN-CTL-FILE.
029490 9100-EXIT.
029500     EXIT.
038800
038900 9200-RECORD-STEP-START.
039000*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
039100*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
039200     MOVE 'GLPOST'     TO WS-SS-STEP-NAME.
039300     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
039400     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
039500     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
039600     MOVE 'S'          TO WS-SS-FUNCTION.
039700     MOVE 'S'          TO WS-SS-STEP-STATUS.
039800     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
039900     MOVE ZERO         TO WS-SS-IN-COUNT.
040000     MOVE ZERO         TO WS-SS-OUT-COUNT.
040100     MOVE ZERO         TO WS-SS-OTHER-COUNT.
040200     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
040300     CALL 'STEPSTAT' USING WS-STEP-STATS.
040400 9200-EXIT.
040500     EXIT.
040600
040700 9300-RECORD-STEP-END.
040800*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
040900*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
041000     MOVE 'E'                TO WS-SS-FUNCTION.
041100     MOVE RETURN-CODE        TO WS-SS-RETURN-CODE.
041200     MOVE WS-CALC-READ-COUNT TO WS-SS-IN-COUNT.
041300     COMPUTE WS-SS-OUT-COUNT = WS-GROUP-COUNT
041400         - WS-UNMAPPED-COUNT.
041500     MOVE WS-UNMAPPED-COUNT  TO WS-SS-OTHER-COUNT.
041600     CALL 'STEPSTAT' USING WS-STEP-STATS.
041700 9300-EXIT.
041800     EXIT.
