001900* RECORD'S FULL NIGHTLY OUTCOME FROM ONE MASTER.            *
002000* AFTER THE LOAD, ENTRIES WHOSE RUN DATE IS OLDER THAN THE  *
002100* RETENTION PARAMETER ARE PURGED IN A SINGLE FORWARD PASS.  *
002120* EACH ENTRY IS WRITTEN, WHOLE, TO THE RUN'S NEW GENERATION *
002140* OF THE PURGED-ENTRY ARCHIVE (HISTARCH, SEE HISTARC.CPY)   *
002160* BEFORE IT IS DELETED, SO THE DISPUTE RETRIEVAL RUN        *
002180* (HISTRETR) CAN STILL PRINT IT.                            *
002200*                                                           *
002210* THE RUN IDENTIFIER AND RUN DATE COME FROM THE SHARED      *
002220* RUN-CONTROL FILE (SEE RUNCTL.CPY), WHERE RUNSETUP STAMPED *
004001*              CONCATENATED                                  *
004100*   HISTMSTR - HISTORY MASTER KSDS, OPENED I-O               *
004200*   HISTRPT  - LOAD/PURGE SUMMARY REPORT                     *
004202*   HISTARCH - PURGED-ENTRY ARCHIVE (HISTARC.CPY), A NEW     *
004204*              GENERATION EACH RUN - KEEP IT CATALOGUED      *
004206*              EVEN ON AN ABEND, AS THE DELETES FROM THE     *
004208*              MASTER ARE ALREADY DONE                       *
004210*   RUNCTL   - SHARED RUN-CONTROL FILE (SEE RUNCTL.CPY)       *
004225*   RUNSTATS - RUN-STATISTICS HISTORY (SEE RUNSTAT.CPY),      *
004250*              GIVEN THIS STEP'S START AND END TIMES AND      *
004275*              KEY COUNTS THROUGH STEPSTAT                    *
004300*-----------------------------------------------------------*
004400* MODIFICATION HISTORY                                      *
004500*   DATE       INIT  DESCRIPTION                             *
005402*                    IS NOW STAMPED ON THE RUN CONTROL SO    *
005403*                    RECONBAL'S REJECT PROOF CAN ALLOW FOR   *
005404*                    THE DELIBERATE DROPS                    *
005405*   2026-10-15 DLM   A RE-RATING ADJUSTMENT (SOURCE SYSTEM   *
005406*                    RRT) IS NOW KEYED UNDER THE ORIGINAL    *
005407*                    RECORD'S ID LIKE A REVERSAL, WHETHER IT *
005408*                    IS UPWARD OR DOWNWARD, SO THE INQUIRY   *
005409*                    AND A LATER RE-RATING SEE IT NEXT TO    *
005410*                    THE ENTRY IT ADJUSTS                    *
005411*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY     *
005412*                    COUNTS NOW RECORDED ON THE NEW RUN-     *
005413*                    STATISTICS HISTORY (RUNSTATS) THROUGH   *
005414*                    STEPSTAT FOR THE WEEKLY TREND REPORT    *
005415*   2026-10-15 DLM   EACH PURGED ENTRY IS NOW WRITTEN TO A   *
005416*                    DATED ARCHIVE GENERATION (HISTARCH)     *
005417*                    BEFORE IT IS DELETED, FOR THE DISPUTE   *
005418*                    RETRIEVAL RUN (HISTRETR); HISTRPT       *
005419*                    SHOWS THE ARCHIVED COUNT                *
005420*-----------------------------------------------------------*
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.  IBM-370.
007600         RECORD KEY IS HIST-KEY.
007700
007800     SELECT HIST-RPT      ASSIGN TO HISTRPT
007825         ORGANIZATION IS SEQUENTIAL.
007850
007875     SELECT HIST-ARCH-FILE ASSIGN TO HISTARCH
007900         ORGANIZATION IS SEQUENTIAL.
007910
007920     SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL
010300     RECORDING MODE IS F.
010400 01  HIST-RPT-LINE             PIC X(80).
010410
010412 FD  HIST-ARCH-FILE
010414     RECORDING MODE IS F.
010416     COPY HISTARC.
010418
010420 FD  RUN-CTL-FILE
010430     RECORDING MODE IS F.
010440     COPY RUNCTL.
012150 01  WS-CTL-RUN-ID             PIC X(08) VALUE SPACES.
012160 01  WS-CTL-RUN-SEQ            PIC 9(02) VALUE ZERO.
012200
012220*    THE SOURCE-SYSTEM CODE RERATE WRITES ITS ADJUSTMENT
012240*    TRANSACTIONS UNDER (SAME VALUE AS CALCSUBR'S).
012260 01  WS-RERATE-SOURCE          PIC X(03) VALUE 'RRT'.
012280
012300 01  WS-LOAD-TOTALS.
012400     05  WS-LOADED-COUNT       PIC 9(09) VALUE ZERO.
012500     05  WS-REPLACED-COUNT     PIC 9(09) VALUE ZERO.
012700     05  WS-REJX-COUNT         PIC 9(09) VALUE ZERO.
012800     05  WS-PURGED-COUNT       PIC 9(09) VALUE ZERO.
012801     05  WS-DUPKEY-COUNT       PIC 9(09) VALUE ZERO.
012850     05  WS-ARCHIVED-COUNT     PIC 9(09) VALUE ZERO.
012900
013000 01  WS-TOTAL-EDIT             PIC ZZZZZZZZ9.
013100
016700     05  WS-PARM-RETAIN        PIC X(03).
016800 01  WS-SAFE-PARM-TEXT-X REDEFINES WS-SAFE-PARM-TEXT PIC X(10).
016900
016925     COPY STATPARM.
016950
017000 LINKAGE SECTION.
017100 01  WS-JCL-PARM.
017200     05  WS-PARM-LEN           PIC S9(04) COMP.
019084     MOVE RC-RUN-DATE TO WS-RUN-DATE.
019085     MOVE RC-RUN-SEQ  TO WS-CTL-RUN-SEQ.
019086     MOVE 'S' TO RC-HISTUPDT-STAT.
019087     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
019088     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
019100     MOVE SPACES TO WS-SAFE-PARM-TEXT.
019200     IF WS-PARM-LEN > 10
022600     OPEN INPUT REJX-IN-FILE.
022700     OPEN I-O   HIST-FILE.
022800     OPEN OUTPUT HIST-RPT.
022850     OPEN OUTPUT HIST-ARCH-FILE.
022900     MOVE 'CALCULATION HISTORY MASTER LOAD' TO HIST-RPT-LINE.
023000     WRITE HIST-RPT-LINE.
023100     MOVE SPACE TO HIST-RPT-LINE.
028910*    A REVERSAL IS KEYED UNDER THE ORIGINAL RECORD'S ID SO
028920*    THE INQUIRY'S KEY-RANGE BROWSE FOR THE ORIGINAL FINDS
028930*    THE BACKOUT RIGHT NEXT TO IT; THE REVERSAL'S OWN ID IS
028940*    CARRIED IN HIST-REVERSAL-ID.  A RE-RATING ADJUSTMENT
028945*    IS LINKED THE SAME WAY IN EITHER DIRECTION - AN UPWARD
028946*    ONE STAYS DISPOSITION C, A DOWNWARD ONE COMES THROUGH
028947*    AS A REVERSAL AND IS V.
028950     IF CO-REVERSAL-IND = 'R'
028955        OR CO-SOURCE-SYSTEM = WS-RERATE-SOURCE
028960         MOVE CO-ORIG-RECORD-ID TO HIST-RECORD-ID
028970         MOVE CO-RECORD-ID      TO HIST-REVERSAL-ID
028980     ELSE
043200     END-READ.
043300     IF NOT WS-HIST-EOF
043400         IF HIST-RUN-DATE < WS-PURGE-CUTOFF-X
043450             PERFORM 2560-ARCHIVE-ENTRY THRU 2560-EXIT
043500             DELETE HIST-FILE RECORD
043600             ADD 1 TO WS-PURGED-COUNT
043700         END-IF
043800     END-IF.
043900 2550-EXIT.
043905     EXIT.
043910
043915 2560-ARCHIVE-ENTRY.
043920*    THE ENTRY GOES TO THE RUN'S ARCHIVE GENERATION, WHOLE,
043925*    BEFORE IT IS DELETED FROM THE MASTER - THE RUN DATE AND
043930*    RUN ID SAY WHICH LOAD PURGED IT.
043935     MOVE SPACES        TO HIST-ARCH-RECORD.
043940     MOVE WS-RUN-DATE   TO HA-ARCHIVE-DATE.
043945     MOVE WS-CTL-RUN-ID TO HA-ARCHIVE-RUN-ID.
043950     MOVE HIST-RECORD   TO HA-HIST-ENTRY.
043955     WRITE HIST-ARCH-RECORD.
043960     ADD 1 TO WS-ARCHIVED-COUNT.
043965 2560-EXIT.
044000     EXIT.
044100
044200 3000-TERMINATE.
047000         WS-TOTAL-EDIT DELIMITED BY SIZE
047100         INTO HIST-RPT-LINE.
047200     WRITE HIST-RPT-LINE.
047210     MOVE WS-ARCHIVED-COUNT TO WS-TOTAL-EDIT.
047220     MOVE SPACE TO HIST-RPT-LINE.
047230     STRING 'ENTRIES ARCHIVED . . . . . . : ' DELIMITED BY SIZE
047240         WS-TOTAL-EDIT DELIMITED BY SIZE
047250         INTO HIST-RPT-LINE.
047260     WRITE HIST-RPT-LINE.
047300     CLOSE CALC-IN-FILE.
047400     CLOSE SUSP-IN-FILE.
047500     CLOSE REJX-IN-FILE.
047600     CLOSE HIST-FILE.
047700     CLOSE HIST-RPT.
047705     CLOSE HIST-ARCH-FILE.
047710     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
047720     MOVE 'C' TO RC-HISTUPDT-STAT.
047722*    A DUPF REJECT ALWAYS COLLIDES WITH THE LOADED ENTRY OF
047724*    ITS KEPT FIRST COPY - THE DROP IS DELIBERATE, SO THE
047726*    COUNT GOES ON THE RUN CONTROL FOR RECONBAL TO ALLOW FOR.
047728     MOVE WS-DUPKEY-COUNT TO RC-HIST-DUPKEY-CNT.
047729     MOVE RC-HISTUPDT-STAT TO WS-SS-STEP-STATUS.
047730     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
047750     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
047800 3000-EXIT.
047900     EXIT.
048000
048180     CLOSE RUN-CTL-FILE.
048190 9100-EXIT.
048200     EXIT.
048300
048400 9200-RECORD-STEP-START.
048500*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
048600*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
048700     MOVE 'HISTUPDT'   TO WS-SS-STEP-NAME.
048800     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
048900     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
049000     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
049100     MOVE 'S'          TO WS-SS-FUNCTION.
049200     MOVE 'S'          TO WS-SS-STEP-STATUS.
049300     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
049400     MOVE ZERO         TO WS-SS-IN-COUNT.
049500     MOVE ZERO         TO WS-SS-OUT-COUNT.
049600     MOVE ZERO         TO WS-SS-OTHER-COUNT.
049700     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
049800     CALL 'STEPSTAT' USING WS-STEP-STATS.
049900 9200-EXIT.
050000     EXIT.
050100
050200 9300-RECORD-STEP-END.
050300*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
050400*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
050500     MOVE 'E'             TO WS-SS-FUNCTION.
050600     MOVE RETURN-CODE     TO WS-SS-RETURN-CODE.
050700     COMPUTE WS-SS-IN-COUNT = WS-LOADED-COUNT
050800         + WS-REPLACED-COUNT + WS-DUPKEY-COUNT.
050900     COMPUTE WS-SS-OUT-COUNT = WS-LOADED-COUNT
051000         + WS-REPLACED-COUNT.
051100     MOVE WS-PURGED-COUNT TO WS-SS-OTHER-COUNT.
051200     CALL 'STEPSTAT' USING WS-STEP-STATS.
051300 9300-EXIT.
051400     EXIT.
