000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLACKMCH.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* GLACKMCH IS THE CORPORATE LEDGER ACKNOWLEDGMENT MATCH-    *
000900* BACK.  RECONBAL PROVES THAT THE NIGHT'S CALC TOTAL        *
001000* REACHED THE GL INTERFACE FILE, BUT ONLY THE LEDGER'S OWN  *
001100* ACKNOWLEDGMENT FILE (SEE GLACKREC.CPY) PROVES THAT THE    *
001200* LEDGER ACCEPTED IT.  THIS STEP LOADS THE POSTING LINES    *
001300* GLPOST SENT (GLIFREC.CPY) AND MATCHES EACH ACKNOWLEDGMENT *
001400* BACK TO ONE OF THEM ON ACCOUNT, COST CENTER, DEBIT/CREDIT *
001500* SIDE, POST DATE, RECORD TYPE AND REVERSAL INDICATOR.      *
001600*                                                           *
001700* THE REPORT LISTS, WITH AMOUNTS:                           *
001800*   REJECTED  - LINES THE LEDGER REJECTED, WITH ITS REASON  *
001900*   NO ACK    - LINES SENT BUT NEVER ACKNOWLEDGED           *
002000*   NOT SENT  - ACKNOWLEDGMENTS MATCHING NO LINE WE SENT    *
002100*   BAD STAT  - ACKNOWLEDGMENTS WITH NO A/R VERDICT (THE    *
002200*               LINE STAYS UNACKNOWLEDGED)                  *
002300*   AMT DIFF  - A MATCHED ACKNOWLEDGMENT WHOSE AMOUNT IS    *
002400*               NOT THE AMOUNT SENT (LEDGER AMOUNT SHOWN)   *
002500*                                                           *
002600* EVERY REJECTED LINE IS ALSO WRITTEN, EXACTLY AS SENT, TO  *
002700* THE PENDING-REPOST FILE.  THE NEXT GLPOST RUN READS IT    *
002800* BACK, RE-MAPS EACH LINE THROUGH THE GL MAPPING AS THEN    *
002900* MAINTAINED IN GLMAINT, AND RE-SENDS THE LINE ONCE ITS     *
003000* ACCOUNT OR COST CENTER HAS BEEN CORRECTED.  AN            *
003100* UNACKNOWLEDGED LINE IS NOT REPOSTED - THE LEDGER MAY YET  *
003200* HAVE BOOKED IT, SO IT IS LEFT FOR SUPPORT TO CHASE.       *
003300*                                                           *
003400* THE STEP REFUSES TO START UNTIL GLPOST HAS ENDED ON THE   *
003500* RUN (CLEAN OR WITH UNMAPPED GROUPS - EITHER WAY A FILE    *
003600* WENT TO THE LEDGER), AND STAMPS ITS OWN STATUS ON THE     *
003700* SHARED RUN CONTROL: C WHEN EVERY LINE WAS ACCEPTED, E     *
003800* OTHERWISE (RC=8).  RUNSETUP CHECKS THAT STATUS BEFORE IT  *
003900* OPENS THE NEXT RUN, SO AN UNACKNOWLEDGED POSTING IS SEEN  *
004000* AT THE NEXT NIGHT'S GATING.                               *
004100*                                                           *
004200* FILES:                                                    *
004300*   GLIFIN   - THE RUN'S GL INTERFACE FILE AS SENT          *
004400*              (GLIFREC.CPY)                                *
004500*   GLACKIN  - THE LEDGER'S ACKNOWLEDGMENT FILE             *
004600*              (GLACKREC.CPY)                               *
004700*   GLPENDO  - PENDING-REPOST FILE (GLIFREC.CPY LAYOUT),    *
004800*              READ BY THE NEXT GLPOST RUN                  *
004900*   RUNCTL   - SHARED RUN-CONTROL FILE (SEE RUNCTL.CPY)     *
005000*   GLACKRPT - MATCH-BACK EXCEPTION REPORT                  *
005025*   RUNSTATS - RUN-STATISTICS HISTORY (SEE RUNSTAT.CPY),    *
005050*              GIVEN THIS STEP'S START AND END TIMES AND    *
005075*              KEY COUNTS THROUGH STEPSTAT                  *
005100*-----------------------------------------------------------*
005200* MODIFICATION HISTORY                                      *
005300*   DATE       INIT  DESCRIPTION                             *
005400*   ---------  ----  ------------------------------------   *
005500*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
005520*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY     *
005540*                    COUNTS NOW RECORDED ON THE NEW RUN-     *
005560*                    STATISTICS HISTORY (RUNSTATS) THROUGH   *
005580*                    STEPSTAT FOR THE WEEKLY TREND REPORT    *
005600*-----------------------------------------------------------*
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.  IBM-370.
006000 OBJECT-COMPUTER.  IBM-370.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT GLIF-IN-FILE  ASSIGN TO GLIFIN
006400         ORGANIZATION IS SEQUENTIAL.
006500
006600     SELECT GL-ACK-FILE   ASSIGN TO GLACKIN
006700         ORGANIZATION IS SEQUENTIAL.
006800
006900     SELECT GL-PEND-FILE  ASSIGN TO GLPENDO
007000         ORGANIZATION IS SEQUENTIAL.
007100
007200     SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL
007300         ORGANIZATION IS SEQUENTIAL.
007400
007500     SELECT GLACK-RPT     ASSIGN TO GLACKRPT
007600         ORGANIZATION IS SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  GLIF-IN-FILE
008100     RECORDING MODE IS F.
008200     COPY GLIFREC.
008300
008400 FD  GL-ACK-FILE
008500     RECORDING MODE IS F.
008600     COPY GLACKREC.
008700
008800*    SAME LAYOUT AS GLIFREC.CPY, WHICH THE INPUT FILE ALREADY
008900*    COPIES - THE LINE IS WRITTEN FROM THE SENT-LINE TABLE.
009000 FD  GL-PEND-FILE
009100     RECORDING MODE IS F.
009200 01  GL-PEND-RECORD            PIC X(80).
009300
009400 FD  RUN-CTL-FILE
009500     RECORDING MODE IS F.
009600     COPY RUNCTL.
009700
009800 FD  GLACK-RPT
009900     RECORDING MODE IS F.
010000 01  GLACK-RPT-LINE            PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-SWITCHES.
010400     05  WS-GLIF-EOF-SW        PIC X(01) VALUE 'N'.
010500         88  WS-GLIF-EOF       VALUE 'Y'.
010600     05  WS-ACK-EOF-SW         PIC X(01) VALUE 'N'.
010700         88  WS-ACK-EOF        VALUE 'Y'.
010800     05  WS-LINE-FOUND-SW      PIC X(01) VALUE 'N'.
010900         88  WS-LINE-FOUND     VALUE 'Y'.
011000
011100 01  WS-CTL-RUN-ID             PIC X(08) VALUE SPACES.
011200
011300*    EVERY LINE GLPOST SENT TONIGHT.  GLPOST WRITES ONE
011400*    DEBIT/CREDIT PAIR PER DATE/TYPE/REVERSAL GROUP, SO EVEN A
011500*    WIDE MONTH-END WINDOW STAYS WELL INSIDE 10000 LINES.  THE
011600*    LINE IS HELD WHOLE SO A REJECTED ONE GOES TO THE PENDING-
011700*    REPOST FILE BYTE FOR BYTE AS SENT.  WS-SL-ACK-STAT IS
011800*    SPACE UNTIL AN ACKNOWLEDGMENT MATCHES THE LINE, THEN A OR
011900*    R; A SECOND ACKNOWLEDGMENT FOR THE SAME KEY MATCHES THE
012000*    NEXT STILL-UNACKNOWLEDGED LINE WITH THAT KEY.
012100 01  WS-SENT-TABLE.
012200     05  WS-SL-COUNT           PIC 9(05) COMP VALUE ZERO.
012300     05  WS-SL-ENTRY OCCURS 10000 TIMES
012400                     INDEXED BY WS-SL-IDX.
012500         10  WS-SL-LINE.
012600             15  WS-SL-ACCOUNT     PIC X(08).
012700             15  WS-SL-COST-CENTER PIC X(06).
012800             15  WS-SL-DR-CR       PIC X(01).
012900             15  WS-SL-POST-DATE   PIC X(10).
013000             15  WS-SL-REC-TYPE    PIC X(04).
013100             15  WS-SL-RECORD-COUNT PIC 9(09).
013200             15  WS-SL-AMOUNT      PIC 9(13)V99.
013300             15  WS-SL-REVERSAL-IND PIC X(01).
013400             15  FILLER            PIC X(26).
013500         10  WS-SL-ACK-STAT        PIC X(01).
013600         10  WS-SL-REJ-CODE        PIC X(04).
013700         10  WS-SL-REJ-TEXT        PIC X(30).
013800
013900 01  WS-SL-SUB                 PIC 9(05) COMP VALUE ZERO.
014000
014100 01  WS-MATCH-TOTALS.
014200     05  WS-ACK-READ-COUNT     PIC 9(09) VALUE ZERO.
014300     05  WS-ACCEPTED-COUNT     PIC 9(09) VALUE ZERO.
014400     05  WS-REJECTED-COUNT     PIC 9(09) VALUE ZERO.
014500     05  WS-REJECTED-AMOUNT    PIC 9(15)V99 VALUE ZERO.
014600     05  WS-NO-ACK-COUNT       PIC 9(09) VALUE ZERO.
014700     05  WS-NO-ACK-AMOUNT      PIC 9(15)V99 VALUE ZERO.
014800     05  WS-UNMATCHED-COUNT    PIC 9(09) VALUE ZERO.
014900     05  WS-AMT-DIFF-COUNT     PIC 9(09) VALUE ZERO.
015000     05  WS-PENDING-COUNT      PIC 9(09) VALUE ZERO.
015100
015200 01  WS-EXCEPTION-COUNT        PIC 9(09) VALUE ZERO.
015300
015400 01  WS-TOTAL-EDIT             PIC ZZZZZZZZ9.
015500 01  WS-AMOUNT-EDIT            PIC Z(14)9.99.
015600
015700 01  WS-RPT-HEADING.
015800     05  FILLER                PIC X(01) VALUE SPACE.
015900     05  FILLER                PIC X(09) VALUE 'ACCOUNT'.
016000     05  FILLER                PIC X(07) VALUE 'CC'.
016100     05  FILLER                PIC X(02) VALUE 'DC'.
016200     05  FILLER                PIC X(11) VALUE 'POST DATE'.
016300     05  FILLER                PIC X(05) VALUE 'TYPE'.
016400     05  FILLER                PIC X(02) VALUE 'RV'.
016500     05  FILLER                PIC X(17) VALUE
016600         '          AMOUNT'.
016700     05  FILLER                PIC X(11) VALUE 'OUTCOME'.
016800     05  FILLER                PIC X(15) VALUE 'REASON'.
016900
017000 01  WS-DETAIL-LINE.
017100     05  FILLER                PIC X(01) VALUE SPACE.
017200     05  DL-ACCOUNT            PIC X(08).
017300     05  FILLER                PIC X(01) VALUE SPACE.
017400     05  DL-COST-CENTER        PIC X(06).
017500     05  FILLER                PIC X(01) VALUE SPACE.
017600     05  DL-DR-CR              PIC X(01).
017700     05  FILLER                PIC X(01) VALUE SPACE.
017800     05  DL-POST-DATE          PIC X(10).
017900     05  FILLER                PIC X(01) VALUE SPACE.
018000     05  DL-REC-TYPE           PIC X(04).
018100     05  FILLER                PIC X(01) VALUE SPACE.
018200     05  DL-REVERSAL-IND       PIC X(01).
018300     05  FILLER                PIC X(01) VALUE SPACE.
018400     05  DL-AMOUNT             PIC Z(12)9.99.
018500     05  FILLER                PIC X(01) VALUE SPACE.
018600     05  DL-OUTCOME            PIC X(10).
018700     05  FILLER                PIC X(01) VALUE SPACE.
018800     05  DL-REJ-CODE           PIC X(04).
018900     05  FILLER                PIC X(10) VALUE SPACES.
019000
019100 01  WS-REASON-LINE.
019200     05  FILLER                PIC X(19) VALUE SPACES.
019300     05  FILLER                PIC X(15) VALUE
019400         'LEDGER REASON: '.
019500     05  RL-REJ-TEXT           PIC X(30).
019600     05  FILLER                PIC X(16) VALUE SPACES.
019700
019725     COPY STATPARM.
019750
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
020100     PERFORM 2000-MATCH-ONE-ACK   THRU 2000-EXIT
020200         UNTIL WS-ACK-EOF.
020300     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
020400     GOBACK.
020500
020600 1000-INITIALIZE.
020700     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
020800     IF RC-GLPOST-STAT NOT = 'C'
020900        AND RC-GLPOST-STAT NOT = 'E'
021000         DISPLAY 'GLACKMCH - GLPOST HAS NOT ENDED ON RUN '
021100             RC-RUN-ID ' - RUN REFUSED'
021200         MOVE 16 TO RETURN-CODE
021300         STOP RUN
021400     END-IF.
021500     MOVE RC-RUN-ID TO WS-CTL-RUN-ID.
021600     MOVE 'S' TO RC-GLACKMCH-STAT.
021650     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
021700     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
021800     OPEN INPUT  GLIF-IN-FILE.
021900     OPEN INPUT  GL-ACK-FILE.
022000     OPEN OUTPUT GL-PEND-FILE.
022100     OPEN OUTPUT GLACK-RPT.
022200     MOVE SPACE TO GLACK-RPT-LINE.
022300     STRING 'GL LEDGER ACKNOWLEDGMENT MATCH-BACK - RUN '
022400         DELIMITED BY SIZE
022500         WS-CTL-RUN-ID DELIMITED BY SIZE
022600         INTO GLACK-RPT-LINE.
022700     WRITE GLACK-RPT-LINE.
022800     MOVE SPACE TO GLACK-RPT-LINE.
022900     WRITE GLACK-RPT-LINE.
023000     MOVE WS-RPT-HEADING TO GLACK-RPT-LINE.
023100     WRITE GLACK-RPT-LINE.
023200     MOVE SPACE TO GLACK-RPT-LINE.
023300     WRITE GLACK-RPT-LINE.
023400     PERFORM 1100-LOAD-SENT-LINES THRU 1100-EXIT.
023500     CLOSE GLIF-IN-FILE.
023600     PERFORM 2100-READ-ACK-FILE   THRU 2100-EXIT.
023700 1000-EXIT.
023800     EXIT.
023900
024000 1100-LOAD-SENT-LINES.
024100     PERFORM 1150-LOAD-ONE-LINE THRU 1150-EXIT
024200         UNTIL WS-GLIF-EOF.
024300 1100-EXIT.
024400     EXIT.
024500
024600 1150-LOAD-ONE-LINE.
024700     READ GLIF-IN-FILE
024800         AT END
024900             SET WS-GLIF-EOF TO TRUE
025000     END-READ.
025100     IF NOT WS-GLIF-EOF
025200         IF WS-SL-COUNT >= 10000
025300             DISPLAY 'GLACKMCH - GL INTERFACE FILE HAS MORE THAN '
025400                 '10000 LINES - RAISE THE WS-SL-ENTRY OCCURS '
025500                 'LIMIT'
025600             MOVE 16 TO RETURN-CODE
025700             STOP RUN
025800         END-IF
025900         ADD 1 TO WS-SL-COUNT
026000         SET WS-SL-IDX TO WS-SL-COUNT
026100         MOVE GL-INTERFACE-RECORD TO WS-SL-LINE     (WS-SL-IDX)
026200         MOVE SPACE               TO WS-SL-ACK-STAT (WS-SL-IDX)
026300         MOVE SPACES              TO WS-SL-REJ-CODE (WS-SL-IDX)
026400         MOVE SPACES              TO WS-SL-REJ-TEXT (WS-SL-IDX)
026500     END-IF.
026600 1150-EXIT.
026700     EXIT.
026800
026900 2000-MATCH-ONE-ACK.
027000     ADD 1 TO WS-ACK-READ-COUNT.
027100     PERFORM 2050-APPLY-ONE-ACK THRU 2050-EXIT.
027200     PERFORM 2100-READ-ACK-FILE THRU 2100-EXIT.
027300 2000-EXIT.
027400     EXIT.
027500
027600 2050-APPLY-ONE-ACK.
027700*    AN ACKNOWLEDGMENT WITH NO A/R VERDICT, OR ONE THAT MATCHES
027800*    NO STILL-UNACKNOWLEDGED LINE, IS REPORTED AND SKIPPED - THE
027900*    LINE IT MAY HAVE MEANT STAYS UNACKNOWLEDGED AND SHOWS UP
028000*    AGAIN AS NO ACK, SO NOTHING IS REPOSTED ON A GUESS.
028100     IF NOT GLA-ACCEPTED
028200        AND NOT GLA-REJECTED
028300         ADD 1 TO WS-UNMATCHED-COUNT
028400         MOVE 'BAD STAT' TO DL-OUTCOME
028500         PERFORM 2300-WRITE-ACK-DETAIL THRU 2300-EXIT
028600         GO TO 2050-EXIT
028700     END-IF.
028800     PERFORM 2200-FIND-SENT-LINE THRU 2200-EXIT.
028900     IF NOT WS-LINE-FOUND
029000         ADD 1 TO WS-UNMATCHED-COUNT
029100         MOVE 'NOT SENT' TO DL-OUTCOME
029200         PERFORM 2300-WRITE-ACK-DETAIL THRU 2300-EXIT
029300         GO TO 2050-EXIT
029400     END-IF.
029500     IF GLA-AMOUNT NOT = WS-SL-AMOUNT (WS-SL-IDX)
029600         ADD 1 TO WS-AMT-DIFF-COUNT
029700         MOVE 'AMT DIFF' TO DL-OUTCOME
029800         PERFORM 2300-WRITE-ACK-DETAIL THRU 2300-EXIT
029900     END-IF.
030000     IF GLA-ACCEPTED
030100         MOVE 'A' TO WS-SL-ACK-STAT (WS-SL-IDX)
030200         ADD 1 TO WS-ACCEPTED-COUNT
030300     ELSE
030400         MOVE 'R'             TO WS-SL-ACK-STAT (WS-SL-IDX)
030500         MOVE GLA-REJECT-CODE TO WS-SL-REJ-CODE (WS-SL-IDX)
030600         MOVE GLA-REJECT-TEXT TO WS-SL-REJ-TEXT (WS-SL-IDX)
030700     END-IF.
030800 2050-EXIT.
030900     EXIT.
031000
031100 2100-READ-ACK-FILE.
031200     READ GL-ACK-FILE
031300         AT END
031400             SET WS-ACK-EOF TO TRUE
031500     END-READ.
031600 2100-EXIT.
031700     EXIT.
031800
031900 2200-FIND-SENT-LINE.
032000     MOVE 'N' TO WS-LINE-FOUND-SW.
032100     IF WS-SL-COUNT > ZERO
032200         SET WS-SL-IDX TO 1
032300         SEARCH WS-SL-ENTRY
032400             AT END
032500                 CONTINUE
032600             WHEN WS-SL-IDX > WS-SL-COUNT
032700                 CONTINUE
032800             WHEN WS-SL-ACK-STAT (WS-SL-IDX) = SPACE
032900              AND WS-SL-ACCOUNT (WS-SL-IDX) = GLA-ACCOUNT
033000              AND WS-SL-COST-CENTER (WS-SL-IDX) = GLA-COST-CENTER
033100              AND WS-SL-DR-CR (WS-SL-IDX) = GLA-DR-CR
033200              AND WS-SL-POST-DATE (WS-SL-IDX) = GLA-POST-DATE
033300              AND WS-SL-REC-TYPE (WS-SL-IDX) = GLA-REC-TYPE
033400              AND WS-SL-REVERSAL-IND (WS-SL-IDX)
033500                  = GLA-REVERSAL-IND
033600                 SET WS-LINE-FOUND TO TRUE
033700         END-SEARCH
033800     END-IF.
033900 2200-EXIT.
034000     EXIT.
034100
034200 2300-WRITE-ACK-DETAIL.
034300*    DL-OUTCOME IS SET BY THE CALLER.
034400     MOVE GLA-ACCOUNT      TO DL-ACCOUNT.
034500     MOVE GLA-COST-CENTER  TO DL-COST-CENTER.
034600     MOVE GLA-DR-CR        TO DL-DR-CR.
034700     MOVE GLA-POST-DATE    TO DL-POST-DATE.
034800     MOVE GLA-REC-TYPE     TO DL-REC-TYPE.
034900     MOVE GLA-REVERSAL-IND TO DL-REVERSAL-IND.
035000     MOVE GLA-AMOUNT       TO DL-AMOUNT.
035100     MOVE GLA-REJECT-CODE  TO DL-REJ-CODE.
035200     MOVE WS-DETAIL-LINE   TO GLACK-RPT-LINE.
035300     WRITE GLACK-RPT-LINE.
035400 2300-EXIT.
035500     EXIT.
035600
035700 3000-TERMINATE.
035800     PERFORM 3100-CHECK-ONE-LINE THRU 3100-EXIT
035900         VARYING WS-SL-SUB FROM 1 BY 1
036000         UNTIL WS-SL-SUB > WS-SL-COUNT.
036100     COMPUTE WS-EXCEPTION-COUNT =
036200         WS-REJECTED-COUNT + WS-NO-ACK-COUNT
036300         + WS-UNMATCHED-COUNT + WS-AMT-DIFF-COUNT.
036400     MOVE SPACE TO GLACK-RPT-LINE.
036500     WRITE GLACK-RPT-LINE.
036600     MOVE WS-SL-COUNT TO WS-TOTAL-EDIT.
036700     MOVE SPACE TO GLACK-RPT-LINE.
036800     STRING 'LINES SENT . . . . . . . . . : ' DELIMITED BY SIZE
036900         WS-TOTAL-EDIT DELIMITED BY SIZE
037000         INTO GLACK-RPT-LINE.
037100     WRITE GLACK-RPT-LINE.
037200     MOVE WS-ACK-READ-COUNT TO WS-TOTAL-EDIT.
037300     MOVE SPACE TO GLACK-RPT-LINE.
037400     STRING 'ACKNOWLEDGMENTS READ . . . . : ' DELIMITED BY SIZE
037500         WS-TOTAL-EDIT DELIMITED BY SIZE
037600         INTO GLACK-RPT-LINE.
037700     WRITE GLACK-RPT-LINE.
037800     MOVE WS-ACCEPTED-COUNT TO WS-TOTAL-EDIT.
037900     MOVE SPACE TO GLACK-RPT-LINE.
038000     STRING 'LINES ACCEPTED . . . . . . . : ' DELIMITED BY SIZE
038100         WS-TOTAL-EDIT DELIMITED BY SIZE
038200         INTO GLACK-RPT-LINE.
038300     WRITE GLACK-RPT-LINE.
038400     MOVE WS-REJECTED-COUNT TO WS-TOTAL-EDIT.
038500     MOVE SPACE TO GLACK-RPT-LINE.
038600     STRING 'LINES REJECTED . . . . . . . : ' DELIMITED BY SIZE
038700         WS-TOTAL-EDIT DELIMITED BY SIZE
038800         INTO GLACK-RPT-LINE.
038900     WRITE GLACK-RPT-LINE.
039000     MOVE WS-REJECTED-AMOUNT TO WS-AMOUNT-EDIT.
039100     MOVE SPACE TO GLACK-RPT-LINE.
039200     STRING 'REJECTED AMOUNT. . . . . . . : ' DELIMITED BY SIZE
039300         WS-AMOUNT-EDIT DELIMITED BY SIZE
039400         INTO GLACK-RPT-LINE.
039500     WRITE GLACK-RPT-LINE.
039600     MOVE WS-NO-ACK-COUNT TO WS-TOTAL-EDIT.
039700     MOVE SPACE TO GLACK-RPT-LINE.
039800     STRING 'LINES NOT ACKNOWLEDGED . . . : ' DELIMITED BY SIZE
039900         WS-TOTAL-EDIT DELIMITED BY SIZE
040000         INTO GLACK-RPT-LINE.
040100     WRITE GLACK-RPT-LINE.
040200     MOVE WS-NO-ACK-AMOUNT TO WS-AMOUNT-EDIT.
040300     MOVE SPACE TO GLACK-RPT-LINE.
040400     STRING 'UNACKNOWLEDGED AMOUNT. . . . : ' DELIMITED BY SIZE
040500         WS-AMOUNT-EDIT DELIMITED BY SIZE
040600         INTO GLACK-RPT-LINE.
040700     WRITE GLACK-RPT-LINE.
040800     MOVE WS-UNMATCHED-COUNT TO WS-TOTAL-EDIT.
040900     MOVE SPACE TO GLACK-RPT-LINE.
041000     STRING 'ACKS MATCHING NO SENT LINE . : ' DELIMITED BY SIZE
041100         WS-TOTAL-EDIT DELIMITED BY SIZE
041200         INTO GLACK-RPT-LINE.
041300     WRITE GLACK-RPT-LINE.
041400     MOVE WS-AMT-DIFF-COUNT TO WS-TOTAL-EDIT.
041500     MOVE SPACE TO GLACK-RPT-LINE.
041600     STRING 'AMOUNT DIFFERENCES . . . . . : ' DELIMITED BY SIZE
041700         WS-TOTAL-EDIT DELIMITED BY SIZE
041800         INTO GLACK-RPT-LINE.
041900     WRITE GLACK-RPT-LINE.
042000     MOVE WS-PENDING-COUNT TO WS-TOTAL-EDIT.
042100     MOVE SPACE TO GLACK-RPT-LINE.
042200     STRING 'PENDING REPOSTS WRITTEN. . . : ' DELIMITED BY SIZE
042300         WS-TOTAL-EDIT DELIMITED BY SIZE
042400         INTO GLACK-RPT-LINE.
042500     WRITE GLACK-RPT-LINE.
042600     CLOSE GL-ACK-FILE.
042700     CLOSE GL-PEND-FILE.
042800     CLOSE GLACK-RPT.
042900     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
043000     IF WS-EXCEPTION-COUNT > ZERO
043100         MOVE 'E' TO RC-GLACKMCH-STAT
043200     ELSE
043300         MOVE 'C' TO RC-GLACKMCH-STAT
043400     END-IF.
043450     MOVE RC-GLACKMCH-STAT TO WS-SS-STEP-STATUS.
043500     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
043600     IF WS-EXCEPTION-COUNT > ZERO
043700         DISPLAY 'GLACKMCH - ' WS-EXCEPTION-COUNT ' LEDGER '
043800             'ACKNOWLEDGMENT EXCEPTIONS - SEE THE MATCH-BACK '
043900             'REPORT - RC=8'
044000         MOVE 8 TO RETURN-CODE
044100     END-IF.
044150     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
044200 3000-EXIT.
044300     EXIT.
044400
044500 3100-CHECK-ONE-LINE.
044600*    A REJECTED LINE IS REPORTED WITH THE LEDGER'S REASON AND
044700*    CARRIED TO THE PENDING-REPOST FILE; A LINE NO
044800*    ACKNOWLEDGMENT MATCHED IS REPORTED ONLY.
044900     IF WS-SL-ACK-STAT (WS-SL-SUB) = 'A'
045000         GO TO 3100-EXIT
045100     END-IF.
045200     IF WS-SL-ACK-STAT (WS-SL-SUB) = 'R'
045300         ADD 1 TO WS-REJECTED-COUNT
045400         ADD WS-SL-AMOUNT (WS-SL-SUB) TO WS-REJECTED-AMOUNT
045500         WRITE GL-PEND-RECORD FROM WS-SL-LINE (WS-SL-SUB)
045600         ADD 1 TO WS-PENDING-COUNT
045700         MOVE 'REJECTED' TO DL-OUTCOME
045800         MOVE WS-SL-REJ-CODE (WS-SL-SUB) TO DL-REJ-CODE
045900     ELSE
046000         ADD 1 TO WS-NO-ACK-COUNT
046100         ADD WS-SL-AMOUNT (WS-SL-SUB) TO WS-NO-ACK-AMOUNT
046200         MOVE 'NO ACK'   TO DL-OUTCOME
046300         MOVE SPACES     TO DL-REJ-CODE
046400     END-IF.
046500     MOVE WS-SL-ACCOUNT      (WS-SL-SUB) TO DL-ACCOUNT.
046600     MOVE WS-SL-COST-CENTER  (WS-SL-SUB) TO DL-COST-CENTER.
046700     MOVE WS-SL-DR-CR        (WS-SL-SUB) TO DL-DR-CR.
046800     MOVE WS-SL-POST-DATE    (WS-SL-SUB) TO DL-POST-DATE.
046900     MOVE WS-SL-REC-TYPE     (WS-SL-SUB) TO DL-REC-TYPE.
047000     MOVE WS-SL-REVERSAL-IND (WS-SL-SUB) TO DL-REVERSAL-IND.
047100     MOVE WS-SL-AMOUNT       (WS-SL-SUB) TO DL-AMOUNT.
047200     MOVE WS-DETAIL-LINE TO GLACK-RPT-LINE.
047300     WRITE GLACK-RPT-LINE.
047400     IF WS-SL-ACK-STAT (WS-SL-SUB) = 'R'
047500         MOVE WS-SL-REJ-TEXT (WS-SL-SUB) TO RL-REJ-TEXT
047600         MOVE WS-REASON-LINE TO GLACK-RPT-LINE
047700         WRITE GLACK-RPT-LINE
047800     END-IF.
047900 3100-EXIT.
048000     EXIT.
048100
048200 9000-GET-RUN-CONTROL.
048300*    THE RUN CONTROL IS OPENED, READ AND RE-STAMPED IN ONE
048400*    SHORT TOUCH AT START AND AGAIN AT END - A SEQUENTIAL
048500*    FILE OPENED I-O ONLY TAKES ONE REWRITE PER READ.
048600     OPEN I-O RUN-CTL-FILE.
048700     READ RUN-CTL-FILE
048800         AT END
048900             DISPLAY 'GLACKMCH - RUN CONTROL FILE IS EMPTY - '
049000                 'RUN RUNSETUP FIRST - RUN ABENDED'
049100             MOVE 16 TO RETURN-CODE
049200             STOP RUN
049300     END-READ.
049400 9000-EXIT.
049500     EXIT.
049600
049700 9100-STAMP-RUN-CONTROL.
049800     REWRITE RUN-CTL-RECORD.
049900     CLOSE RUN-CTL-FILE.
050000 9100-EXIT.
050100     EXIT.
050200
050300 9200-RECORD-STEP-START.
050400*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
050500*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
050600     MOVE 'GLACKMCH'   TO WS-SS-STEP-NAME.
050700     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
050800     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
050900     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
051000     MOVE 'S'          TO WS-SS-FUNCTION.
051100     MOVE 'S'          TO WS-SS-STEP-STATUS.
051200     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
051300     MOVE ZERO         TO WS-SS-IN-COUNT.
051400     MOVE ZERO         TO WS-SS-OUT-COUNT.
051500     MOVE ZERO         TO WS-SS-OTHER-COUNT.
051600     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
051700     CALL 'STEPSTAT' USING WS-STEP-STATS.
051800 9200-EXIT.
051900     EXIT.
052000
052100 9300-RECORD-STEP-END.
052200*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
052300*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
052400     MOVE 'E'                TO WS-SS-FUNCTION.
052500     MOVE RETURN-CODE        TO WS-SS-RETURN-CODE.
052600     MOVE WS-ACK-READ-COUNT  TO WS-SS-IN-COUNT.
052700     MOVE WS-ACCEPTED-COUNT  TO WS-SS-OUT-COUNT.
052800     MOVE WS-EXCEPTION-COUNT TO WS-SS-OTHER-COUNT.
052900     CALL 'STEPSTAT' USING WS-STEP-STATS.
053000 9300-EXIT.
053100     EXIT.
