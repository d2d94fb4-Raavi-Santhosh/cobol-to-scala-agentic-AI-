001500* MULTIPLIER (TOTAL CALC VALUE OVER TOTAL AMOUNT), WITH     *
001600* GRAND TOTALS AT THE END.  EACH RECORD TYPE IS A PRODUCT   *
001700* LINE WITH ITS OWN OWNER, SO THE GROUPING IS THE REPORT.   *
001710* THE PRODUCT NAME AND ITS OWNING PRODUCT MANAGER COME FROM *
001720* THE PRODUCT MASTER (PRODMST).  THE TYPES ARE PRINTED ONE  *
001730* MANAGER AT A TIME - EACH MANAGER'S TYPES START ON A NEW   *
001740* PAGE UNDER THEIR OWN HEADING AND END WITH A SUBTOTAL, SO  *
001750* EACH MANAGER CAN BE HANDED JUST THEIR OWN SECTION.  TYPES *
001760* NOT ON THE PRODUCT MASTER ARE GROUPED IN A LAST SECTION.  *
001800*                                                           *
001900* FILES:                                                    *
002000*   CALCIN   - THE RUN'S CALC OUTPUT FILE (CALCOUT.CPY)     *
002050*   PRODMST  - PRODUCT MASTER (PRODREC.CPY)                 *
002100*   ACTRPT   - ACTIVITY REPORT                              *
002200*-----------------------------------------------------------*
002300* MODIFICATION HISTORY                                      *
002630*                    PER-TYPE AND GRAND CALC-VALUE TOTALS     *
002640*                    AND THE AVERAGE MULTIPLIER CAN GO        *
002650*                    NEGATIVE                                 *
002660*   2026-10-15 DLM   PRODUCT NAME ON EACH TYPE LINE AND      *
002670*                    TYPES GROUPED BY OWNING PRODUCT         *
002680*                    MANAGER FROM THE PRODUCT MASTER, ONE    *
002690*                    SECTION AND SUBTOTAL PER MANAGER        *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003700     SELECT ACT-RPT      ASSIGN TO ACTRPT
003800         ORGANIZATION IS SEQUENTIAL.
003900
003910     SELECT PRODUCT-FILE ASSIGN TO PRODMST
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS RANDOM
003940         RECORD KEY IS PRD-REC-TYPE.
003950
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CALC-IN-FILE
004500
004600 FD  ACT-RPT
004700     RECORDING MODE IS F.
004725 01  ACT-RPT-LINE              PIC X(132).
004750
004775 FD  PRODUCT-FILE.
004800     COPY PRODREC.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005300         88  WS-EOF            VALUE 'Y'.
005400     05  WS-TYPE-FOUND-SW      PIC X(01) VALUE 'N'.
005500         88  WS-TYPE-FOUND     VALUE 'Y'.
005525     05  WS-PROD-FOUND-SW      PIC X(01) VALUE 'N'.
005550         88  WS-PROD-FOUND     VALUE 'Y'.
005600
005700 01  WS-RUN-DATE               PIC X(08).
005800
005900*    PER-TYPE ACTIVITY TOTALS, ACCUMULATED AS THE INPUT IS
006000*    READ (THE INPUT IS NOT ASSUMED TO BE IN TYPE SEQUENCE)
006025*    AND PRINTED ONE TYPE AT A TIME AT END OF RUN.  ENTRIES
006050*    ARE KEPT IN OWNER/TYPE ORDER (WS-AC-SORT-KEY) AS THEY
006075*    ARE ADDED, SO THE PRINT PASS IS ALREADY GROUPED BY
006100*    PRODUCT MANAGER.  WS-AC-OWNER-GROUP IS '1' FOR A TYPE ON
006125*    THE PRODUCT MASTER AND '2' FOR ONE THAT IS NOT, WHICH
006150*    PUTS THE UNKNOWN TYPES AFTER EVERY MANAGER'S SECTION.
006200 01  WS-ACT-TABLE.
006300     05  WS-ACT-COUNT          PIC 9(04) COMP VALUE ZERO.
006400     05  WS-ACT-ENTRY OCCURS 50 TIMES
006500                      INDEXED BY WS-ACT-IDX.
006525         10  WS-AC-SORT-KEY.
006550             15  WS-AC-OWNER-GROUP PIC X(01).
006575             15  WS-AC-OWNER-ID    PIC X(08).
006600             15  WS-AC-TYPE        PIC X(04).
006625         10  WS-AC-OWNER-NAME  PIC X(24).
006650         10  WS-AC-DESC        PIC X(30).
006700         10  WS-AC-RECS        PIC 9(09).
006800         10  WS-AC-BONUS       PIC 9(09).
006900         10  WS-AC-AMOUNT      PIC 9(13)V99.
007000         10  WS-AC-CALCVAL     PIC S9(13)V99.
007002
007004*    A NEW TYPE'S ENTRY IS BUILT HERE, THEN MOVED INTO ITS
007006*    SLOT ONCE THE ENTRIES ABOVE IT HAVE BEEN MOVED UP.
007008 01  WS-ACT-NEW-ENTRY.
007010     05  WS-NE-SORT-KEY.
007012         10  WS-NE-OWNER-GROUP PIC X(01).
007014         10  WS-NE-OWNER-ID    PIC X(08).
007016         10  WS-NE-TYPE        PIC X(04).
007018     05  WS-NE-OWNER-NAME      PIC X(24).
007020     05  WS-NE-DESC            PIC X(30).
007022     05  WS-NE-RECS            PIC 9(09).
007024     05  WS-NE-BONUS           PIC 9(09).
007026     05  WS-NE-AMOUNT          PIC 9(13)V99.
007028     05  WS-NE-CALCVAL         PIC S9(13)V99.
007030
007032 01  WS-ACT-POS                PIC 9(04) COMP VALUE ZERO.
007034 01  WS-ACT-SUB                PIC 9(04) COMP VALUE ZERO.
007036
007038*    THE MANAGER WHOSE SECTION IS BEING PRINTED, AND THAT
007040*    MANAGER'S RUNNING SUBTOTALS.
007042 01  WS-CUR-OWNER-KEY.
007044     05  WS-CUR-OWNER-GROUP    PIC X(01) VALUE LOW-VALUES.
007046     05  WS-CUR-OWNER-ID       PIC X(08) VALUE LOW-VALUES.
007048
007050 01  WS-OWNER-TOTALS.
007052     05  WS-OT-RECS            PIC 9(09) VALUE ZERO.
007054     05  WS-OT-BONUS           PIC 9(09) VALUE ZERO.
007056     05  WS-OT-AMOUNT          PIC 9(13)V99 VALUE ZERO.
007058     05  WS-OT-CALCVAL         PIC S9(13)V99 VALUE ZERO.
007100
007200 01  WS-GRAND-TOTALS.
007300     05  WS-GT-RECS            PIC 9(09) VALUE ZERO.
010000     05  FILLER                PIC X(08) VALUE '   PAGE '.
010100     05  PH-PAGE-NUMBER        PIC ZZZ9.
010200
010210 01  WS-OWNER-HDR-LINE.
010220     05  FILLER                PIC X(01) VALUE SPACE.
010230     05  FILLER                PIC X(17) VALUE
010240         'PRODUCT MANAGER: '.
010250     05  OH-OWNER-NAME         PIC X(24).
010260     05  FILLER                PIC X(01) VALUE SPACE.
010270     05  OH-OWNER-ID           PIC X(10).
010280
010300 01  WS-COL-HDR-LINE-1.
010400     05  FILLER                PIC X(01) VALUE SPACE.
010500     05  FILLER                PIC X(06) VALUE 'TYPE  '.
010525     05  FILLER                PIC X(31) VALUE
010550         'PRODUCT'.
010600     05  FILLER                PIC X(12) VALUE '    RECORDS '.
010700     05  FILLER                PIC X(12) VALUE ' BONUS RECS '.
010800     05  FILLER                PIC X(18) VALUE
011500     05  FILLER                PIC X(01) VALUE SPACE.
011600     05  AD-TYPE               PIC X(04).
011700     05  FILLER                PIC X(02) VALUE SPACE.
011725     05  AD-DESC               PIC X(30).
011750     05  FILLER                PIC X(01) VALUE SPACE.
011800     05  AD-RECS               PIC ZZZZZZZZ9.
011900     05  FILLER                PIC X(03) VALUE SPACE.
012000     05  AD-BONUS              PIC ZZZZZZZZ9.
013700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013800     MOVE WS-RUN-DATE TO PH-RUN-DATE.
013900     OPEN INPUT  CALC-IN-FILE.
013950     OPEN INPUT  PRODUCT-FILE.
014000     OPEN OUTPUT ACT-RPT.
014100     PERFORM 2100-READ-CALC-FILE THRU 2100-EXIT.
014200 1000-EXIT.
016900         SEARCH WS-ACT-ENTRY
017000             AT END
017100                 CONTINUE
017125             WHEN WS-ACT-IDX > WS-ACT-COUNT
017150                 CONTINUE
017200             WHEN WS-AC-TYPE (WS-ACT-IDX) = CO-RECORD-TYPE
017300                 SET WS-TYPE-FOUND TO TRUE
017400         END-SEARCH
017500     END-IF.
017600     IF WS-TYPE-FOUND
017700         GO TO 2200-EXIT
019100     END-IF.
019102     IF WS-ACT-COUNT >= 50
019104         DISPLAY 'ACTRPT - MORE THAN 50 DISTINCT RECORD '
019106             'TYPES ON INPUT - RAISE THE WS-ACT-ENTRY '
019108             'OCCURS LIMIT'
019110         MOVE 16 TO RETURN-CODE
019112         STOP RUN
019114     END-IF.
019116     PERFORM 2300-BUILD-NEW-ENTRY THRU 2300-EXIT.
019118*    THE NEW TYPE GOES IN FRONT OF THE FIRST ENTRY THAT SORTS
019120*    AFTER IT - THE ENTRIES FROM THERE UP ARE MOVED UP ONE
019122*    SLOT FIRST.
019124     COMPUTE WS-ACT-POS = WS-ACT-COUNT + 1.
019126     IF WS-ACT-COUNT > ZERO
019128         SET WS-ACT-IDX TO 1
019130         SEARCH WS-ACT-ENTRY
019132             AT END
019134                 CONTINUE
019136             WHEN WS-ACT-IDX > WS-ACT-COUNT
019138                 CONTINUE
019140             WHEN WS-AC-SORT-KEY (WS-ACT-IDX) > WS-NE-SORT-KEY
019142                 SET WS-ACT-POS TO WS-ACT-IDX
019144         END-SEARCH
019146     END-IF.
019148     PERFORM 2250-SHIFT-ONE-UP THRU 2250-EXIT
019150         VARYING WS-ACT-SUB FROM WS-ACT-COUNT BY -1
019152         UNTIL WS-ACT-SUB < WS-ACT-POS.
019154     ADD 1 TO WS-ACT-COUNT.
019156     MOVE WS-ACT-NEW-ENTRY TO WS-ACT-ENTRY (WS-ACT-POS).
019158     SET WS-ACT-IDX TO WS-ACT-POS.
019200 2200-EXIT.
019202     EXIT.
019204
019206 2250-SHIFT-ONE-UP.
019208     MOVE WS-ACT-ENTRY (WS-ACT-SUB)
019210         TO WS-ACT-ENTRY (WS-ACT-SUB + 1).
019212 2250-EXIT.
019214     EXIT.
019216
019218 2300-BUILD-NEW-ENTRY.
019220*    THE PRODUCT NAME AND OWNER ARE LOOKED UP ONCE, WHEN THE
019222*    TYPE IS FIRST SEEN.  A TYPE NOT ON THE PRODUCT MASTER IS
019224*    STILL REPORTED - IT JUST LANDS IN THE LAST SECTION.
019226     MOVE CO-RECORD-TYPE TO PRD-REC-TYPE.
019228     MOVE 'Y' TO WS-PROD-FOUND-SW.
019230     READ PRODUCT-FILE
019232         INVALID KEY
019234             MOVE 'N' TO WS-PROD-FOUND-SW
019236     END-READ.
019238     MOVE CO-RECORD-TYPE TO WS-NE-TYPE.
019240     IF WS-PROD-FOUND
019242         MOVE '1'             TO WS-NE-OWNER-GROUP
019244         MOVE PRD-OWNER-ID    TO WS-NE-OWNER-ID
019246         MOVE PRD-OWNER-NAME  TO WS-NE-OWNER-NAME
019248         MOVE PRD-DESCRIPTION TO WS-NE-DESC
019250     ELSE
019252         MOVE '2'             TO WS-NE-OWNER-GROUP
019254         MOVE SPACES          TO WS-NE-OWNER-ID
019256         MOVE 'NOT ON PRODUCT MASTER' TO WS-NE-OWNER-NAME
019258         MOVE '*** NOT ON PRODUCT MASTER ***' TO WS-NE-DESC
019260     END-IF.
019262     MOVE ZERO TO WS-NE-RECS.
019264     MOVE ZERO TO WS-NE-BONUS.
019266     MOVE ZERO TO WS-NE-AMOUNT.
019268     MOVE ZERO TO WS-NE-CALCVAL.
019270 2300-EXIT.
019300     EXIT.
019400
019500 3000-TERMINATE.
019600     PERFORM 3100-PRINT-ONE-TYPE THRU 3100-EXIT
019700         VARYING WS-WRITE-IDX FROM 1 BY 1
019800         UNTIL WS-WRITE-IDX > WS-ACT-COUNT.
019810     IF WS-ACT-COUNT > ZERO
019820         PERFORM 3200-PRINT-OWNER-TOTAL THRU 3200-EXIT
019830     END-IF.
019840*    THE GRAND TOTALS GET A PAGE OF THEIR OWN.
019850     MOVE 'ALL PRODUCT MANAGERS' TO OH-OWNER-NAME.
019860     MOVE SPACES TO OH-OWNER-ID.
019870     MOVE 99 TO WS-LINE-COUNT.
019900     PERFORM 3300-CHECK-PAGE-BREAK THRU 3300-EXIT.
020000     MOVE SPACE TO ACT-RPT-LINE.
020100     WRITE ACT-RPT-LINE.
020200     MOVE 'GRAND TOTALS' TO ACT-RPT-LINE.
020300     WRITE ACT-RPT-LINE.
020400     MOVE 'ALL '        TO AD-TYPE.
020450     MOVE SPACES        TO AD-DESC.
020500     MOVE WS-GT-RECS    TO AD-RECS.
020600     MOVE WS-GT-BONUS   TO AD-BONUS.
020700     MOVE WS-GT-AMOUNT  TO AD-AMOUNT.
021400     WRITE ACT-RPT-LINE.
021500     ADD 4 TO WS-LINE-COUNT.
021600     CLOSE CALC-IN-FILE.
021650     CLOSE PRODUCT-FILE.
021700     CLOSE ACT-RPT.
021800 3000-EXIT.
021900     EXIT.
022000
022100 3100-PRINT-ONE-TYPE.
022120     IF WS-AC-OWNER-GROUP (WS-WRITE-IDX) NOT = WS-CUR-OWNER-GROUP
022140        OR WS-AC-OWNER-ID (WS-WRITE-IDX) NOT = WS-CUR-OWNER-ID
022160         PERFORM 3150-START-OWNER-SECTION THRU 3150-EXIT
022180     END-IF.
022200     PERFORM 3300-CHECK-PAGE-BREAK THRU 3300-EXIT.
022300     MOVE WS-AC-TYPE    (WS-WRITE-IDX) TO AD-TYPE.
022350     MOVE WS-AC-DESC    (WS-WRITE-IDX) TO AD-DESC.
022400     MOVE WS-AC-RECS    (WS-WRITE-IDX) TO AD-RECS.
022500     MOVE WS-AC-BONUS   (WS-WRITE-IDX) TO AD-BONUS.
022600     MOVE WS-AC-AMOUNT  (WS-WRITE-IDX) TO AD-AMOUNT.
023600     ADD WS-AC-BONUS   (WS-WRITE-IDX) TO WS-GT-BONUS.
023700     ADD WS-AC-AMOUNT  (WS-WRITE-IDX) TO WS-GT-AMOUNT.
023800     ADD WS-AC-CALCVAL (WS-WRITE-IDX) TO WS-GT-CALCVAL.
023820     ADD WS-AC-RECS    (WS-WRITE-IDX) TO WS-OT-RECS.
023840     ADD WS-AC-BONUS   (WS-WRITE-IDX) TO WS-OT-BONUS.
023860     ADD WS-AC-AMOUNT  (WS-WRITE-IDX) TO WS-OT-AMOUNT.
023880     ADD WS-AC-CALCVAL (WS-WRITE-IDX) TO WS-OT-CALCVAL.
023900 3100-EXIT.
023902     EXIT.
023904
023906 3150-START-OWNER-SECTION.
023908*    A NEW PRODUCT MANAGER - CLOSE OFF THE PREVIOUS MANAGER'S
023910*    SECTION WITH ITS SUBTOTAL AND START THIS ONE ON A NEW
023912*    PAGE.
023914     IF WS-WRITE-IDX > 1
023916         PERFORM 3200-PRINT-OWNER-TOTAL THRU 3200-EXIT
023918     END-IF.
023920     MOVE WS-AC-OWNER-GROUP (WS-WRITE-IDX) TO WS-CUR-OWNER-GROUP.
023922     MOVE WS-AC-OWNER-ID    (WS-WRITE-IDX) TO WS-CUR-OWNER-ID.
023924     MOVE WS-AC-OWNER-NAME  (WS-WRITE-IDX) TO OH-OWNER-NAME.
023926     IF WS-AC-OWNER-ID (WS-WRITE-IDX) = SPACES
023928         MOVE SPACES TO OH-OWNER-ID
023930     ELSE
023932         MOVE '(' TO OH-OWNER-ID
023934         MOVE WS-AC-OWNER-ID (WS-WRITE-IDX) TO OH-OWNER-ID (2:8)
023936         MOVE ')' TO OH-OWNER-ID (10:1)
023938     END-IF.
023940     MOVE ZERO TO WS-OT-RECS.
023942     MOVE ZERO TO WS-OT-BONUS.
023944     MOVE ZERO TO WS-OT-AMOUNT.
023946     MOVE ZERO TO WS-OT-CALCVAL.
023948     MOVE 99 TO WS-LINE-COUNT.
023950 3150-EXIT.
023952     EXIT.
023954
023956 3200-PRINT-OWNER-TOTAL.
023958     PERFORM 3300-CHECK-PAGE-BREAK THRU 3300-EXIT.
023960     MOVE SPACE TO ACT-RPT-LINE.
023962     WRITE ACT-RPT-LINE.
023964     MOVE 'ALL '         TO AD-TYPE.
023966     MOVE 'PRODUCT MANAGER TOTAL' TO AD-DESC.
023968     MOVE WS-OT-RECS    TO AD-RECS.
023970     MOVE WS-OT-BONUS   TO AD-BONUS.
023972     MOVE WS-OT-AMOUNT  TO AD-AMOUNT.
023974     MOVE WS-OT-CALCVAL TO AD-CALCVAL.
023976     MOVE WS-OT-AMOUNT  TO WS-GT-AMOUNT-WORK.
023978     MOVE WS-OT-CALCVAL TO WS-GT-CALC-WORK.
023980     PERFORM 3400-COMPUTE-AVG-MULT THRU 3400-EXIT.
023982     MOVE WS-AVG-MULTIPLIER TO AD-AVG-MULT.
023984     MOVE WS-ACT-DETAIL-LINE TO ACT-RPT-LINE.
023986     WRITE ACT-RPT-LINE.
023988     ADD 2 TO WS-LINE-COUNT.
023990 3200-EXIT.
024000     EXIT.
024100
024200 3300-CHECK-PAGE-BREAK.
024500         MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER
024600         MOVE WS-PAGE-HDR-LINE TO ACT-RPT-LINE
024700         WRITE ACT-RPT-LINE
024725         MOVE WS-OWNER-HDR-LINE TO ACT-RPT-LINE
024750         WRITE ACT-RPT-LINE
024800         MOVE SPACE TO ACT-RPT-LINE
024900         WRITE ACT-RPT-LINE
025000         MOVE WS-COL-HDR-LINE-1 TO ACT-RPT-LINE
025100         WRITE ACT-RPT-LINE
025200         MOVE SPACE TO ACT-RPT-LINE
025300         WRITE ACT-RPT-LINE
025400         MOVE 5 TO WS-LINE-COUNT
025500     END-IF.
025600 3300-EXIT.
025700     EXIT.
