002000*             RATE IN EFFECT                                *
002100*   BADDATE - AN ENTRY'S EFFECTIVE OR END DATE IS NOT A     *
002200*             USABLE CCYY-MM-DD VALUE                       *
002210*   PRODUCT - THE ENTRY'S RATE-REC-TYPE IS NOT A PRODUCT ON *
002220*             THE PRODUCT MASTER (PRODMST, SEE PRODREC.CPY) *
002230* ONCE THE RATE TABLE IS DONE THE GL ACCOUNT MAPPING        *
002240* (GLMAP) IS READ THE SAME WAY AND EVERY MAPPING ENTRY FOR  *
002250* A TYPE NOT ON THE PRODUCT MASTER IS REPORTED TOO.         *
002275* PRODUCT FINDINGS ARE LISTED IN THEIR OWN SECTION AT THE   *
002300* END OF THE REPORT, ONE LINE PER RATE TYPE OR MAPPING.     *
002325* ANY GAP/OVERLAP/WINDOW/BADDATE FINDING ENDS THE RUN WITH  *
002350* RETURN CODE 8 SO THE SCHEDULER CAN PAGE SUPPORT BEFORE    *
002375* CALCDRV STARTS, WHILE THE RATE TABLE CAN STILL BE FIXED,  *
002400* AND CALCDRV WILL NOT RUN ON IT.  PRODUCT FINDINGS ALONE   *
002425* END IT WITH RETURN CODE 4 - THE EDIT ALREADY REJECTS THE  *
002450* RECORDS OF A TYPE NOT ON THE MASTER, SO THE CALC CAN      *
002475* STILL RUN.                                                *
002600*                                                           *
002700* THE DATE WINDOW THE COMING CALC RUN WILL ACCEPT COMES     *
002800* FROM THE SHARED RUN-CONTROL FILE, WHERE RUNSETUP STAMPED  *
003300* FILES:                                                     *
003400*   RATEFILE - RATE TABLE UNDER PROOF                        *
003450*   RUNCTL   - SHARED RUN-CONTROL FILE (SEE RUNCTL.CPY)      *
003470*   PRODMST  - PRODUCT MASTER (PRODREC.CPY)                  *
003490*   GLMAP    - GL ACCOUNT MAPPING (GLMAPREC.CPY)             *
003500*   CHEKRPT  - COVERAGE PROOFING REPORT                      *
003525*   RUNSTATS - RUN-STATISTICS HISTORY (SEE RUNSTAT.CPY),     *
003550*              GIVEN THIS STEP'S START AND END TIMES AND     *
003575*              KEY COUNTS THROUGH STEPSTAT                   *
003600*-----------------------------------------------------------*
003700* MODIFICATION HISTORY                                      *
003800*   DATE       INIT  DESCRIPTION                             *
004030*                    JCL PARM, AND THE STEP STAMPS ITS        *
004040*                    STATUS ON THE RUN CONTROL SO CALCDRV     *
004050*                    CAN GATE ON A CLEAN PROOF                *
004060*   2026-10-15 DLM   RATE ENTRIES AND GL MAPPING ENTRIES FOR  *
004070*                    A TYPE NOT ON THE NEW PRODUCT MASTER     *
004080*                    (PRODMST) ARE NOW REPORTED AS FINDINGS   *
004084*   2026-10-15 DLM   START/END TIMES, END STATUS AND KEY      *
004088*                    COUNTS NOW RECORDED ON THE NEW RUN-      *
004092*                    STATISTICS HISTORY (RUNSTATS) THROUGH    *
004096*                    STEPSTAT FOR THE WEEKLY TREND REPORT     *
004097*   2026-10-15 DLM   PRODUCT FINDINGS MOVED TO THEIR OWN      *
004098*                    REPORT SECTION AND COUNT, ENDING THE     *
004099*                    RUN RC=4 WITHOUT BLOCKING THE CALC       *
004100*-----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
005420     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
005430         ORGANIZATION IS SEQUENTIAL.
005500
005505     SELECT PRODUCT-FILE ASSIGN TO PRODMST
005510         ORGANIZATION IS INDEXED
005515         ACCESS MODE IS RANDOM
005520         RECORD KEY IS PRD-REC-TYPE.
005525
005530     SELECT GLMAP-FILE  ASSIGN TO GLMAP
005535         ORGANIZATION IS INDEXED
005540         ACCESS MODE IS SEQUENTIAL
005545         RECORD KEY IS GLM-REC-TYPE.
005550
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RATE-FILE.
006330     RECORDING MODE IS F.
006340     COPY RUNCTL.
006400
006410 FD  PRODUCT-FILE.
006420     COPY PRODREC.
006430
006440 FD  GLMAP-FILE.
006450     COPY GLMAPREC.
006460
006500 WORKING-STORAGE SECTION.
006600 01  WS-SWITCHES.
006700     05  WS-RATE-EOF-SW        PIC X(01) VALUE 'N'.
007200         88  WS-TYPE-IS-OPEN   VALUE 'Y'.
007300     05  WS-DATES-OK-SW        PIC X(01) VALUE 'N'.
007400         88  WS-DATES-OK       VALUE 'Y'.
007420     05  WS-GLMAP-EOF-SW       PIC X(01) VALUE 'N'.
007440         88  WS-GLMAP-EOF      VALUE 'Y'.
007460     05  WS-PROD-FOUND-SW      PIC X(01) VALUE 'N'.
007480         88  WS-PROD-FOUND     VALUE 'Y'.
007500
007600 01  WS-PREV-ENTRY.
007700     05  WS-PREV-TYPE          PIC X(04).
008000     05  WS-TYPE-LAST-END      PIC X(10).
008100
008200 01  WS-FINDING-COUNT          PIC 9(07) VALUE ZERO.
008250 01  WS-PRODUCT-FINDING-COUNT  PIC 9(07) VALUE ZERO.
008300 01  WS-ENTRY-COUNT            PIC 9(07) VALUE ZERO.
008350 01  WS-GLMAP-COUNT            PIC 9(07) VALUE ZERO.
008400 01  WS-TOTAL-EDIT             PIC ZZZZZZ9.
008410
008420*    THE RATE TYPE LAST LOOKED UP ON THE PRODUCT MASTER -
008430*    RATE ENTRIES ARRIVE IN TYPE ORDER, SO THE MASTER IS
008440*    ONLY READ AGAIN ON A TYPE BREAK.
008450 01  WS-PROD-CHECKED-TYPE      PIC X(04) VALUE LOW-VALUES.
008452
008456*    RATE TYPES NOT ON THE PRODUCT MASTER, HELD FOR THE
008460*    PRODUCT SECTION AT THE END OF THE REPORT - ONE ENTRY PER
008464*    TYPE, SPANNING ALL OF ITS RATE ENTRIES.
008468 01  WS-NOPROD-TABLE.
008472     05  WS-NOPROD-COUNT       PIC 9(04) COMP VALUE ZERO.
008476     05  WS-NOPROD-ENTRY OCCURS 200 TIMES
008480                         INDEXED BY WS-NOPROD-IDX.
008484         10  WS-NP-TYPE        PIC X(04).
008488         10  WS-NP-FIRST-EFF   PIC X(10).
008492         10  WS-NP-LAST-END    PIC X(10).
008500
008600*    THE FIRST DAY NOT COVERED BY THE PRIOR ENTRY - ITS
008700*    RATE-END-DATE PLUS ONE CALENDAR DAY.  THE NEXT ENTRY
011700 01  WS-PARM-WIN-START         PIC X(10) VALUE SPACE.
011800 01  WS-PARM-WIN-END           PIC X(10) VALUE SPACE.
011900
012000     COPY STATPARM.
012100
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
014000     MOVE RC-WIN-START TO WS-PARM-WIN-START.
014100     MOVE RC-WIN-END   TO WS-PARM-WIN-END.
014200     MOVE 'S' TO RC-RATECHEK-STAT.
014250     PERFORM 9200-RECORD-STEP-START THRU 9200-EXIT.
014300     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
015300     IF WS-PARM-WIN-START NOT = '0001-01-01'
015400        OR WS-PARM-WIN-END NOT = '9999-12-31'
015500         SET WS-WINDOW-GIVEN TO TRUE
015600     END-IF.
016300     OPEN INPUT  RATE-FILE.
016350     OPEN INPUT  PRODUCT-FILE.
016400     OPEN OUTPUT CHEK-RPT.
016500     MOVE 'RATE TABLE COVERAGE PROOFING REPORT'
016600         TO CHEK-RPT-LINE.
017300
017400 2000-PROOF-ENTRY.
017500     ADD 1 TO WS-ENTRY-COUNT.
017550     PERFORM 2050-CHECK-PRODUCT THRU 2050-EXIT.
017600     PERFORM 2200-CHECK-ENTRY-DATES THRU 2200-EXIT.
017700     IF WS-DATES-OK
017800         PERFORM 2300-CHECK-SEQUENCE THRU 2300-EXIT
018800     END-IF.
018900     PERFORM 2100-READ-RATE-FILE THRU 2100-EXIT.
019000 2000-EXIT.
019002     EXIT.
019004
019006 2050-CHECK-PRODUCT.
019008*    EVERY RATE ENTRY MUST PRICE A PRODUCT ON THE PRODUCT
019010*    MASTER - AN ENTRY FOR A TYPE THE MASTER HAS NEVER HEARD
019012*    OF IS EITHER A KEYING ERROR OR A PRODUCT SET UP WITH NO
019014*    OWNER, AND THE EDIT WILL REJECT EVERY RECORD OF IT.
019016     IF RATE-REC-TYPE NOT = WS-PROD-CHECKED-TYPE
019018         MOVE RATE-REC-TYPE TO PRD-REC-TYPE
019020         PERFORM 2800-FIND-PRODUCT THRU 2800-EXIT
019022         MOVE RATE-REC-TYPE TO WS-PROD-CHECKED-TYPE
019024     END-IF.
019026     IF NOT WS-PROD-FOUND
019028         PERFORM 2060-NOTE-NO-PRODUCT THRU 2060-EXIT
019030     END-IF.
019032 2050-EXIT.
019034     EXIT.
019036
019038 2060-NOTE-NO-PRODUCT.
019040*    ENTRIES ARRIVE IN TYPE ORDER, SO A FURTHER ENTRY OF THE
019042*    TYPE LAST NOTED ONLY EXTENDS ITS SPAN.
019044     IF WS-NOPROD-COUNT > ZERO
019046         SET WS-NOPROD-IDX TO WS-NOPROD-COUNT
019048         IF WS-NP-TYPE (WS-NOPROD-IDX) = RATE-REC-TYPE
019050             MOVE RATE-END-DATE TO WS-NP-LAST-END (WS-NOPROD-IDX)
019052             GO TO 2060-EXIT
019054         END-IF
019056     END-IF.
019058     IF WS-NOPROD-COUNT >= 200
019060         DISPLAY 'RATECHEK - MORE THAN 200 RATE TYPES ARE NOT '
019062             'ON THE PRODUCT MASTER - RAISE THE WS-NOPROD-ENTRY '
019064             'OCCURS LIMIT'
019066         MOVE 16 TO RETURN-CODE
019068         STOP RUN
019070     END-IF.
019072     ADD 1 TO WS-NOPROD-COUNT.
019074     SET WS-NOPROD-IDX TO WS-NOPROD-COUNT.
019076     MOVE RATE-REC-TYPE TO WS-NP-TYPE      (WS-NOPROD-IDX).
019078     MOVE RATE-EFF-DATE TO WS-NP-FIRST-EFF (WS-NOPROD-IDX).
019080     MOVE RATE-END-DATE TO WS-NP-LAST-END  (WS-NOPROD-IDX).
019082 2060-EXIT.
019100     EXIT.
019200
019300 2100-READ-RATE-FILE.
026400 2400-EXIT.
026500     EXIT.
026600
026605*    A PRODUCT FINDING IS COUNTED APART FROM THE COVERAGE
026610*    FINDINGS - IT DOES NOT STOP THE CALC.
026615 2450-WRITE-PRODUCT-FINDING.
026620     ADD 1 TO WS-PRODUCT-FINDING-COUNT.
026625     MOVE WS-FINDING-LINE TO CHEK-RPT-LINE.
026630     WRITE CHEK-RPT-LINE.
026635     MOVE SPACE TO FL-CONN.
026640     MOVE SPACE TO FL-DATE-1.
026645     MOVE SPACE TO FL-DATE-2.
026650 2450-EXIT.
026655     EXIT.
026660
026700 2500-CLOSE-OUT-TYPE.
026800*    CALLED ON EVERY TYPE BREAK AND AT END OF FILE - PROOFS
026900*    THE FINISHED TYPE'S OVERALL COVERAGE AGAINST THE RUN
033300 2600-EXIT.
033400     EXIT.
033500
033502 2700-PROOF-GL-MAPPING.
033504*    RUN ONCE THE RATE TABLE IS DONE - A MAPPING ENTRY FOR A
033506*    TYPE NOT ON THE PRODUCT MASTER POSTS A PRODUCT NOBODY
033508*    OWNS, OR IS LEFT OVER FROM ONE THAT WAS NEVER SET UP.
033510     OPEN INPUT GLMAP-FILE.
033512     PERFORM 2750-PROOF-ONE-MAPPING THRU 2750-EXIT
033514         UNTIL WS-GLMAP-EOF.
033516     CLOSE GLMAP-FILE.
033518 2700-EXIT.
033520     EXIT.
033522
033524 2750-PROOF-ONE-MAPPING.
033526     READ GLMAP-FILE
033528         AT END
033530             SET WS-GLMAP-EOF TO TRUE
033532     END-READ.
033534     IF NOT WS-GLMAP-EOF
033536         ADD 1 TO WS-GLMAP-COUNT
033538         MOVE GLM-REC-TYPE TO PRD-REC-TYPE
033540         PERFORM 2800-FIND-PRODUCT THRU 2800-EXIT
033542         IF NOT WS-PROD-FOUND
033544             MOVE GLM-REC-TYPE TO FL-TYPE
033546             MOVE 'GL MAPPING - NO SUCH PRODUCT' TO FL-TEXT
033548             PERFORM 2450-WRITE-PRODUCT-FINDING THRU 2450-EXIT
033550         END-IF
033552     END-IF.
033554 2750-EXIT.
033556     EXIT.
033558
033560 2800-FIND-PRODUCT.
033562     MOVE 'Y' TO WS-PROD-FOUND-SW.
033564     READ PRODUCT-FILE
033566         INVALID KEY
033568             MOVE 'N' TO WS-PROD-FOUND-SW
033570     END-READ.
033572 2800-EXIT.
033574     EXIT.
033576
033600 3000-TERMINATE.
033700     IF WS-TYPE-IS-OPEN
033800         PERFORM 2500-CLOSE-OUT-TYPE THRU 2500-EXIT
033900     END-IF.
033905     MOVE SPACE TO CHEK-RPT-LINE.
033910     WRITE CHEK-RPT-LINE.
033915     MOVE 'PRODUCT MASTER FINDINGS' TO CHEK-RPT-LINE.
033920     WRITE CHEK-RPT-LINE.
033925     PERFORM 3100-PRINT-NOPROD-TYPE THRU 3100-EXIT
033930         VARYING WS-NOPROD-IDX FROM 1 BY 1
033935         UNTIL WS-NOPROD-IDX > WS-NOPROD-COUNT.
033950     PERFORM 2700-PROOF-GL-MAPPING THRU 2700-EXIT.
034000     MOVE SPACE TO CHEK-RPT-LINE.
034100     WRITE CHEK-RPT-LINE.
034200     MOVE WS-ENTRY-COUNT TO WS-TOTAL-EDIT.
034500         WS-TOTAL-EDIT DELIMITED BY SIZE
034600         INTO CHEK-RPT-LINE.
034700     WRITE CHEK-RPT-LINE.
034710     MOVE WS-GLMAP-COUNT TO WS-TOTAL-EDIT.
034720     MOVE SPACE TO CHEK-RPT-LINE.
034730     STRING 'GLMAP ENTRIES PROOFED. . . . : ' DELIMITED BY SIZE
034740         WS-TOTAL-EDIT DELIMITED BY SIZE
034750         INTO CHEK-RPT-LINE.
034760     WRITE CHEK-RPT-LINE.
034800     MOVE WS-FINDING-COUNT TO WS-TOTAL-EDIT.
034900     MOVE SPACE TO CHEK-RPT-LINE.
034925     STRING 'COVERAGE FINDINGS. . . . . . : ' DELIMITED BY SIZE
034950         WS-TOTAL-EDIT DELIMITED BY SIZE
034975         INTO CHEK-RPT-LINE.
035000     WRITE CHEK-RPT-LINE.
035025     MOVE WS-PRODUCT-FINDING-COUNT TO WS-TOTAL-EDIT.
035050     MOVE SPACE TO CHEK-RPT-LINE.
035075     STRING 'PRODUCT FINDINGS . . . . . . : ' DELIMITED BY SIZE
035100         WS-TOTAL-EDIT DELIMITED BY SIZE
035200         INTO CHEK-RPT-LINE.
035300     WRITE CHEK-RPT-LINE.
035400     CLOSE RATE-FILE.
035450     CLOSE PRODUCT-FILE.
035500     CLOSE CHEK-RPT.
035550     PERFORM 9000-GET-RUN-CONTROL THRU 9000-EXIT.
035560     IF WS-FINDING-COUNT > ZERO
035580     ELSE
035590         MOVE 'C' TO RC-RATECHEK-STAT
035595     END-IF.
035596     MOVE RC-RATECHEK-STAT TO WS-SS-STEP-STATUS.
035598     PERFORM 9100-STAMP-RUN-CONTROL THRU 9100-EXIT.
035599     IF WS-PRODUCT-FINDING-COUNT > ZERO
035600         DISPLAY 'RATECHEK - ' WS-PRODUCT-FINDING-COUNT
035601             ' PRODUCT FINDINGS - SEE THE PROOFING REPORT - RC=4'
035602         MOVE 4 TO RETURN-CODE
035603     END-IF.
035604     IF WS-FINDING-COUNT > ZERO
035700         DISPLAY 'RATECHEK - ' WS-FINDING-COUNT ' COVERAGE '
035800             'FINDINGS - SEE THE PROOFING REPORT - RC=8'
035900         MOVE 8 TO RETURN-CODE
036000     END-IF.
036050     PERFORM 9300-RECORD-STEP-END THRU 9300-EXIT.
036100 3000-EXIT.
036105     EXIT.
036110
036115 3100-PRINT-NOPROD-TYPE.
036120     MOVE WS-NP-TYPE      (WS-NOPROD-IDX) TO FL-TYPE.
036125     MOVE 'RATE ENTRIES - NO SUCH PRODUCT' TO FL-TEXT.
036130     MOVE WS-NP-FIRST-EFF (WS-NOPROD-IDX) TO FL-DATE-1.
036135     MOVE ' TO '                          TO FL-CONN.
036140     MOVE WS-NP-LAST-END  (WS-NOPROD-IDX) TO FL-DATE-2.
036145     PERFORM 2450-WRITE-PRODUCT-FINDING THRU 2450-EXIT.
036150 3100-EXIT.
036200     EXIT.
036300
036310 9000-GET-RUN-CONTROL.
036480     CLOSE RUN-CTL-FILE.
036490 9100-EXIT.
036500     EXIT.
036600
036700 9200-RECORD-STEP-START.
036800*    THE STEP'S START GOES ON THE RUN-STATISTICS HISTORY
036900*    (RUNSTATS) UNDER THE RUN ID JUST READ FROM RUNCTL.
037000     MOVE 'RATECHEK'   TO WS-SS-STEP-NAME.
037100     MOVE RC-RUN-ID    TO WS-SS-RUN-ID.
037200     MOVE RC-RUN-DATE  TO WS-SS-RUN-DATE.
037300     MOVE RC-RUN-MODE  TO WS-SS-RUN-MODE.
037400     MOVE 'S'          TO WS-SS-FUNCTION.
037500     MOVE 'S'          TO WS-SS-STEP-STATUS.
037600     MOVE RETURN-CODE  TO WS-SS-RETURN-CODE.
037700     MOVE ZERO         TO WS-SS-IN-COUNT.
037800     MOVE ZERO         TO WS-SS-OUT-COUNT.
037900     MOVE ZERO         TO WS-SS-OTHER-COUNT.
038000     MOVE ZERO         TO WS-SS-SOURCE-COUNT.
038100     CALL 'STEPSTAT' USING WS-STEP-STATS.
038200 9200-EXIT.
038300     EXIT.
038400
038500 9300-RECORD-STEP-END.
038600*    THE END STATUS WAS SET AS RUNCTL WAS STAMPED; THE
038700*    RETURN CODE IS THE ONE THE STEP IS ENDING WITH.
038800     MOVE 'E'              TO WS-SS-FUNCTION.
038900     MOVE RETURN-CODE      TO WS-SS-RETURN-CODE.
039000     MOVE WS-ENTRY-COUNT   TO WS-SS-IN-COUNT.
039100     MOVE WS-GLMAP-COUNT   TO WS-SS-OUT-COUNT.
039150     ADD WS-FINDING-COUNT WS-PRODUCT-FINDING-COUNT
039200         GIVING WS-SS-OTHER-COUNT.
039300     CALL 'STEPSTAT' USING WS-STEP-STATS.
039400 9300-EXIT.
039500     EXIT.
