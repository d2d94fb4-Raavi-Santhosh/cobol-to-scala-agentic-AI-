000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HISTRETR.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* HISTRETR ANSWERS A DISPUTE OR REGULATOR REQUEST THAT      *
000900* REACHES BACK PAST THE HISTORY MASTER'S RETENTION.  IT     *
001000* SEARCHES THE PURGED-ENTRY ARCHIVE GENERATIONS HISTUPDT    *
001100* WRITES (HISTARCH, SEE HISTARC.CPY - CONCATENATE AS MANY   *
001200* GENERATIONS AS THE REQUEST NEEDS) AND PRINTS EACH         *
001300* REQUESTED RECORD'S FULL ARCHIVED HISTORY: EVERY RUN DATE, *
001400* DISPOSITION, REASON CODE, REVERSAL LINK, MULTIPLIER AND   *
001500* EXTRA VALUE, ONE LINE PER ENTRY IN HISTORY KEY ORDER (RUN *
001600* DATE, THEN RUN SEQUENCE) - THE ORDER THE ONLINE INQUIRY   *
001700* (CALCINQ) BROWSES THE LIVE MASTER IN, WITH THE SAME       *
001800* DISPOSITION WORDING.  A REVERSAL OR RE-RATING ADJUSTMENT  *
001900* IS KEYED UNDER THE RECORD IT BACKS OUT OR ADJUSTS, SO IT  *
002000* PRINTS WITH THAT RECORD.  ENTRIES STILL ON THE LIVE       *
002100* MASTER ARE ANSWERED BY CALCINQ AS BEFORE.                 *
002200*                                                           *
002300* THE REQUEST CARDS (RETRREQ) ARE ONE OF THESE - THE KIND   *
002400* IN COLUMN 1, THE FIELDS FROM COLUMN 3, ONE SPACE APART:   *
002500*   I RECORDID     - ONE RECORD ID                          *
002600*   T TYPE FROM TO - EVERY RECORD WITH AN ARCHIVED ENTRY OF *
002700*                    RECORD TYPE TYPE WHOSE RUN DATE FALLS  *
002800*                    FROM CCYYMMDD TO CCYYMMDD (A BLANK     *
002900*                    DATE LEAVES THAT END OPEN)             *
003000* ANY MIX OF CARDS MAY BE GIVEN.  A TYPE CARD SELECTS THE   *
003100* RECORDS IN A FIRST PASS OF THE ARCHIVE; THE SECOND PASS   *
003200* THEN COLLECTS EVERY ARCHIVED ENTRY OF EVERY SELECTED      *
003300* RECORD, SO THE HISTORY PRINTED IS COMPLETE AND NOT JUST   *
003400* THE ENTRIES INSIDE THE DATE RANGE.  A BAD CARD OR A       *
003500* RECORD ID WITH NOTHING ARCHIVED ENDS THE RUN WITH RC=4.   *
003600* NOT PART OF THE NIGHTLY CHAIN - RUN ON DEMAND.            *
003700*                                                           *
003800* FILES:                                                    *
003900*   RETRREQ  - REQUEST CARDS                                *
004000*   HISTARCH - PURGED-ENTRY ARCHIVE GENERATIONS, READ TWICE *
004100*              WHEN A TYPE CARD IS GIVEN                    *
004200*   RETRRPT  - RETRIEVED HISTORY REPORT                     *
004300*-----------------------------------------------------------*
004400* MODIFICATION HISTORY                                      *
004500*   DATE       INIT  DESCRIPTION                             *
004600*   ---------  ----  ------------------------------------   *
004700*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
004800*-----------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.  IBM-370.
005200 OBJECT-COMPUTER.  IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT RETR-REQ-FILE  ASSIGN TO RETRREQ
005600         ORGANIZATION IS SEQUENTIAL.
005700
005800     SELECT HIST-ARCH-FILE ASSIGN TO HISTARCH
005900         ORGANIZATION IS SEQUENTIAL.
006000
006100     SELECT RETR-RPT       ASSIGN TO RETRRPT
006200         ORGANIZATION IS SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  RETR-REQ-FILE
006700     RECORDING MODE IS F.
006800 01  RETR-REQ-RECORD.
006900     05  RQ-KIND               PIC X(01).
007000         88  RQ-BY-ID          VALUE 'I'.
007100         88  RQ-BY-TYPE        VALUE 'T'.
007200     05  FILLER                PIC X(01).
007300     05  RQ-SELECTION          PIC X(30).
007400     05  RQ-ID-VIEW REDEFINES RQ-SELECTION.
007500         10  RQ-RECORD-ID      PIC X(10).
007600         10  FILLER            PIC X(20).
007700     05  RQ-TYPE-VIEW REDEFINES RQ-SELECTION.
007800         10  RQ-RECORD-TYPE    PIC X(04).
007900         10  FILLER            PIC X(01).
008000         10  RQ-FROM-DATE      PIC X(08).
008100         10  FILLER            PIC X(01).
008200         10  RQ-TO-DATE        PIC X(08).
008300         10  FILLER            PIC X(08).
008400     05  FILLER                PIC X(48).
008500 01  RETR-REQ-CARD REDEFINES RETR-REQ-RECORD.
008600     05  RQ-CARD-TEXT          PIC X(32).
008700     05  FILLER                PIC X(48).
008800
008900 FD  HIST-ARCH-FILE
009000     RECORDING MODE IS F.
009100     COPY HISTARC.
009200
009300 FD  RETR-RPT
009400     RECORDING MODE IS F.
009500 01  RETR-RPT-LINE             PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-SWITCHES.
009900     05  WS-REQ-EOF-SW         PIC X(01) VALUE 'N'.
010000         88  WS-REQ-EOF        VALUE 'Y'.
010100     05  WS-ARCH-EOF-SW        PIC X(01) VALUE 'N'.
010200         88  WS-ARCH-EOF       VALUE 'Y'.
010300     05  WS-TYPE-MATCH-SW      PIC X(01) VALUE 'N'.
010400         88  WS-TYPE-MATCH     VALUE 'Y'.
010500     05  WS-RI-FOUND-SW        PIC X(01) VALUE 'N'.
010600         88  WS-RI-FOUND       VALUE 'Y'.
010700     05  WS-HT-FOUND-SW        PIC X(01) VALUE 'N'.
010800         88  WS-HT-FOUND       VALUE 'Y'.
010900
011000*    THE ARCHIVED ENTRY BEING LOOKED AT, IN THE MASTER'S OWN
011100*    LAYOUT.
011200     COPY HISTREC.
011300
011400*    THE SOURCE-SYSTEM CODE RERATE WRITES ITS ADJUSTMENT
011500*    TRANSACTIONS UNDER (SAME VALUE AS CALCSUBR'S).
011600 01  WS-RERATE-SOURCE          PIC X(03) VALUE 'RRT'.
011700
011800*    THE RECORD IDS ASKED FOR - FROM I CARDS AND FROM THE
011900*    TYPE PASS - KEPT IN ID ORDER AS THEY ARE ADDED, SO THE
012000*    REPORT COMES OUT IN ID ORDER WITHOUT A SORT.  WS-RI-HITS
012100*    IS HOW MANY ARCHIVED ENTRIES THE SECOND PASS FOUND.
012200 01  WS-REQ-ID-TABLE.
012300     05  WS-RI-COUNT           PIC 9(04) COMP VALUE ZERO.
012400     05  WS-RI-ENTRY OCCURS 2000 TIMES
012500                     INDEXED BY WS-RI-IDX.
012600         10  WS-RI-ID          PIC X(10).
012700         10  WS-RI-HITS        PIC 9(05).
012800 01  WS-RI-SEARCH-ID           PIC X(10).
012900 01  WS-RI-POS                 PIC 9(04) COMP VALUE ZERO.
013000 01  WS-RI-SUB                 PIC 9(04) COMP VALUE ZERO.
013100
013200*    THE TYPE / RUN-DATE RANGE CARDS.
013300 01  WS-TYPE-TABLE.
013400     05  WS-TC-COUNT           PIC 9(04) COMP VALUE ZERO.
013500     05  WS-TC-ENTRY OCCURS 50 TIMES
013600                     INDEXED BY WS-TC-IDX.
013700         10  WS-TC-TYPE        PIC X(04).
013800         10  WS-TC-FROM-DATE   PIC X(08).
013900         10  WS-TC-TO-DATE     PIC X(08).
014000
014100*    EVERY ARCHIVED ENTRY OF THE REQUESTED RECORDS, KEPT IN
014200*    HISTORY KEY ORDER AS THEY ARE ADDED - THE GENERATIONS
014300*    MAY BE CONCATENATED IN ANY ORDER.
014400 01  WS-HIT-TABLE.
014500     05  WS-HT-COUNT           PIC 9(04) COMP VALUE ZERO.
014600     05  WS-HT-ENTRY OCCURS 5000 TIMES
014700                     INDEXED BY WS-HT-IDX.
014800         10  WS-HT-KEY         PIC X(20).
014900         10  FILLER            PIC X(86).
015000 01  WS-HT-POS                 PIC 9(04) COMP VALUE ZERO.
015100 01  WS-HT-SUB                 PIC 9(04) COMP VALUE ZERO.
015200
015300 01  WS-RT-TOTALS.
015400     05  WS-CARD-COUNT         PIC 9(07) VALUE ZERO.
015500     05  WS-BAD-CARD-COUNT     PIC 9(07) VALUE ZERO.
015600     05  WS-ARCH-READ-COUNT    PIC 9(09) VALUE ZERO.
015700     05  WS-FOUND-COUNT        PIC 9(07) VALUE ZERO.
015800     05  WS-NOT-FOUND-COUNT    PIC 9(07) VALUE ZERO.
015900     05  WS-PRINTED-COUNT      PIC 9(07) VALUE ZERO.
016000     05  WS-DUP-ENTRY-COUNT    PIC 9(07) VALUE ZERO.
016100
016200 01  WS-TOTAL-EDIT             PIC ZZZZZZZZ9.
016300 01  WS-HITS-EDIT              PIC ZZZZ9.
016400 01  WS-CARD-RESULT            PIC X(40).
016500
016600 01  WS-CARD-LINE.
016700     05  FILLER                PIC X(01) VALUE SPACE.
016800     05  CD-CARD-TEXT          PIC X(32).
016900     05  FILLER                PIC X(02) VALUE SPACES.
017000     05  CD-RESULT             PIC X(40).
017100
017200 01  WS-COL-HDR-LINE.
017300     05  FILLER                PIC X(30) VALUE
017400         ' RUN DATE SQ RUN ID   DISPOSIT'.
017500     05  FILLER                PIC X(30) VALUE
017600         'ION          RSN  REVERSAL   T'.
017700     05  FILLER                PIC X(30) VALUE
017800         'YPE SRC CUR REC DATE       AMO'.
017900     05  FILLER                PIC X(30) VALUE
018000         'UNT    CALC VALUE     MULT   E'.
018100     05  FILLER                PIC X(10) VALUE
018200         'XTRA VALUE'.
018300
018400 01  WS-DETAIL-LINE.
018500     05  FILLER                PIC X(01) VALUE SPACE.
018600     05  HR-RUN-DATE           PIC X(08).
018700     05  FILLER                PIC X(01) VALUE SPACE.
018800     05  HR-RUN-SEQ            PIC 9(02).
018900     05  FILLER                PIC X(01) VALUE SPACE.
019000     05  HR-RUN-ID             PIC X(08).
019100     05  FILLER                PIC X(01) VALUE SPACE.
019200     05  HR-DISP               PIC X(20).
019300     05  FILLER                PIC X(01) VALUE SPACE.
019400     05  HR-REASON             PIC X(04).
019500     05  FILLER                PIC X(01) VALUE SPACE.
019600     05  HR-REVERSAL-ID        PIC X(10).
019700     05  FILLER                PIC X(01) VALUE SPACE.
019800     05  HR-TYPE               PIC X(04).
019900     05  FILLER                PIC X(01) VALUE SPACE.
020000     05  HR-SOURCE             PIC X(03).
020100     05  FILLER                PIC X(01) VALUE SPACE.
020200     05  HR-CURRENCY           PIC X(03).
020300     05  FILLER                PIC X(01) VALUE SPACE.
020400     05  HR-REC-DATE           PIC X(10).
020500     05  FILLER                PIC X(01) VALUE SPACE.
020600     05  HR-AMOUNT             PIC Z(09)9.
020700     05  FILLER                PIC X(01) VALUE SPACE.
020800     05  HR-CALC-VALUE         PIC -(09)9.99.
020900     05  FILLER                PIC X(01) VALUE SPACE.
021000     05  HR-MULT               PIC ZZ9.9999.
021100     05  FILLER                PIC X(01) VALUE SPACE.
021200     05  HR-EXTRA              PIC X(13).
021300
021400 01  WS-EXTRA-EDIT             PIC Z(09)9.99.
021500
021600 PROCEDURE DIVISION.
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021900     IF WS-TC-COUNT > ZERO
022000         PERFORM 2000-SELECT-BY-TYPE  THRU 2000-EXIT
022100     END-IF.
022200     IF WS-RI-COUNT > ZERO
022300         PERFORM 2500-COLLECT-ENTRIES THRU 2500-EXIT
022400     END-IF.
022500     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
022600     GOBACK.
022700
022800 1000-INITIALIZE.
022900     OPEN INPUT  RETR-REQ-FILE.
023000     OPEN OUTPUT RETR-RPT.
023100     MOVE 'ARCHIVED CALCULATION HISTORY RETRIEVAL'
023200         TO RETR-RPT-LINE.
023300     WRITE RETR-RPT-LINE.
023400     MOVE SPACE TO RETR-RPT-LINE.
023500     WRITE RETR-RPT-LINE.
023600     MOVE 'REQUEST CARDS' TO RETR-RPT-LINE.
023700     WRITE RETR-RPT-LINE.
023800     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
023900         UNTIL WS-REQ-EOF.
024000     CLOSE RETR-REQ-FILE.
024100 1000-EXIT.
024200     EXIT.
024300
024400*-----------------------------------------------------------*
024500* ONE REQUEST CARD - EDITED, ADDED TO THE ID OR TYPE TABLE, *
024600* AND ECHOED ON THE REPORT WITH WHAT BECAME OF IT.          *
024700*-----------------------------------------------------------*
024800 1100-LOAD-ONE-CARD.
024900     READ RETR-REQ-FILE
025000         AT END
025100             SET WS-REQ-EOF TO TRUE
025200     END-READ.
025300     IF WS-REQ-EOF
025400         GO TO 1100-EXIT
025500     END-IF.
025600     ADD 1 TO WS-CARD-COUNT.
025700     MOVE 'ACCEPTED' TO WS-CARD-RESULT.
025800     EVALUATE TRUE
025900         WHEN RQ-BY-ID
026000             PERFORM 1200-EDIT-ID-CARD THRU 1200-EXIT
026100         WHEN RQ-BY-TYPE
026200             PERFORM 1300-EDIT-TYPE-CARD THRU 1300-EXIT
026300         WHEN OTHER
026400             MOVE 'REJECTED - CARD KIND NOT I OR T'
026500                 TO WS-CARD-RESULT
026600     END-EVALUATE.
026700     IF WS-CARD-RESULT NOT = 'ACCEPTED'
026800         ADD 1 TO WS-BAD-CARD-COUNT
026900     END-IF.
027000     MOVE RQ-CARD-TEXT   TO CD-CARD-TEXT.
027100     MOVE WS-CARD-RESULT TO CD-RESULT.
027200     MOVE WS-CARD-LINE   TO RETR-RPT-LINE.
027300     WRITE RETR-RPT-LINE.
027400 1100-EXIT.
027500     EXIT.
027600
027700 1200-EDIT-ID-CARD.
027800     IF RQ-RECORD-ID = SPACES
027900         MOVE 'REJECTED - RECORD ID IS BLANK' TO WS-CARD-RESULT
028000         GO TO 1200-EXIT
028100     END-IF.
028200     MOVE RQ-RECORD-ID TO WS-RI-SEARCH-ID.
028300     PERFORM 8100-ADD-REQ-ID THRU 8100-EXIT.
028400 1200-EXIT.
028500     EXIT.
028600
028700 1300-EDIT-TYPE-CARD.
028800     IF RQ-RECORD-TYPE = SPACES
028900         MOVE 'REJECTED - RECORD TYPE IS BLANK' TO WS-CARD-RESULT
029000         GO TO 1300-EXIT
029100     END-IF.
029200     IF RQ-FROM-DATE = SPACES
029300         MOVE '00000000' TO RQ-FROM-DATE
029400     END-IF.
029500     IF RQ-TO-DATE = SPACES
029600         MOVE '99999999' TO RQ-TO-DATE
029700     END-IF.
029800     IF RQ-FROM-DATE NOT NUMERIC
029900        OR RQ-TO-DATE NOT NUMERIC
030000         MOVE 'REJECTED - FROM/TO DATE NOT CCYYMMDD'
030100             TO WS-CARD-RESULT
030200         GO TO 1300-EXIT
030300     END-IF.
030400     IF RQ-FROM-DATE > RQ-TO-DATE
030500         MOVE 'REJECTED - FROM DATE AFTER TO DATE'
030600             TO WS-CARD-RESULT
030700         GO TO 1300-EXIT
030800     END-IF.
030900     IF WS-TC-COUNT >= 50
031000         DISPLAY 'HISTRETR - MORE THAN 50 TYPE CARDS - RAISE THE '
031100             'WS-TC-ENTRY OCCURS LIMIT'
031200         MOVE 16 TO RETURN-CODE
031300         STOP RUN
031400     END-IF.
031500     ADD 1 TO WS-TC-COUNT.
031600     SET WS-TC-IDX TO WS-TC-COUNT.
031700     MOVE RQ-RECORD-TYPE TO WS-TC-TYPE      (WS-TC-IDX).
031800     MOVE RQ-FROM-DATE   TO WS-TC-FROM-DATE (WS-TC-IDX).
031900     MOVE RQ-TO-DATE     TO WS-TC-TO-DATE   (WS-TC-IDX).
032000 1300-EXIT.
032100     EXIT.
032200
032300*-----------------------------------------------------------*
032400* FIRST PASS - EVERY RECORD WITH AN ARCHIVED ENTRY MATCHING *
032500* A TYPE CARD JOINS THE REQUESTED IDS.                      *
032600*-----------------------------------------------------------*
032700 2000-SELECT-BY-TYPE.
032800     MOVE 'N' TO WS-ARCH-EOF-SW.
032900     OPEN INPUT HIST-ARCH-FILE.
033000     PERFORM 2100-SELECT-ONE-ENTRY THRU 2100-EXIT
033100         UNTIL WS-ARCH-EOF.
033200     CLOSE HIST-ARCH-FILE.
033300 2000-EXIT.
033400     EXIT.
033500
033600 2100-SELECT-ONE-ENTRY.
033700     PERFORM 8000-READ-ARCHIVE THRU 8000-EXIT.
033800     IF WS-ARCH-EOF
033900         GO TO 2100-EXIT
034000     END-IF.
034100     MOVE 'N' TO WS-TYPE-MATCH-SW.
034200     PERFORM 2150-CHECK-ONE-TYPE THRU 2150-EXIT
034300         VARYING WS-TC-IDX FROM 1 BY 1
034400         UNTIL WS-TC-IDX > WS-TC-COUNT
034500            OR WS-TYPE-MATCH.
034600     IF WS-TYPE-MATCH
034700         MOVE HIST-RECORD-ID TO WS-RI-SEARCH-ID
034800         PERFORM 8100-ADD-REQ-ID THRU 8100-EXIT
034900     END-IF.
035000 2100-EXIT.
035100     EXIT.
035200
035300 2150-CHECK-ONE-TYPE.
035400     IF HIST-RECORD-TYPE = WS-TC-TYPE (WS-TC-IDX)
035500        AND HIST-RUN-DATE NOT < WS-TC-FROM-DATE (WS-TC-IDX)
035600        AND HIST-RUN-DATE NOT > WS-TC-TO-DATE (WS-TC-IDX)
035700         SET WS-TYPE-MATCH TO TRUE
035800     END-IF.
035900 2150-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------*
036300* SECOND PASS - EVERY ARCHIVED ENTRY OF A REQUESTED RECORD  *
036400* IS COLLECTED, IN HISTORY KEY ORDER.                       *
036500*-----------------------------------------------------------*
036600 2500-COLLECT-ENTRIES.
036700     MOVE 'N' TO WS-ARCH-EOF-SW.
036800     OPEN INPUT HIST-ARCH-FILE.
036900     PERFORM 2600-COLLECT-ONE-ENTRY THRU 2600-EXIT
037000         UNTIL WS-ARCH-EOF.
037100     CLOSE HIST-ARCH-FILE.
037200 2500-EXIT.
037300     EXIT.
037400
037500 2600-COLLECT-ONE-ENTRY.
037600     PERFORM 8000-READ-ARCHIVE THRU 8000-EXIT.
037700     IF WS-ARCH-EOF
037800         GO TO 2600-EXIT
037900     END-IF.
038000     ADD 1 TO WS-ARCH-READ-COUNT.
038100     MOVE HIST-RECORD-ID TO WS-RI-SEARCH-ID.
038200     PERFORM 8200-FIND-REQ-ID THRU 8200-EXIT.
038300     IF NOT WS-RI-FOUND
038400         GO TO 2600-EXIT
038500     END-IF.
038600     PERFORM 8300-INSERT-HIT THRU 8300-EXIT.
038700     IF WS-HT-FOUND
038800*        THE SAME ENTRY IN TWO GENERATIONS - A PURGE RERUN
038900*        AFTER AN ABEND - IS PRINTED ONCE.
039000         ADD 1 TO WS-DUP-ENTRY-COUNT
039100     ELSE
039200         ADD 1 TO WS-RI-HITS (WS-RI-IDX)
039300     END-IF.
039400 2600-EXIT.
039500     EXIT.
039600
039700 3000-TERMINATE.
039800     MOVE SPACE TO RETR-RPT-LINE.
039900     WRITE RETR-RPT-LINE.
040000     MOVE 'ARCHIVED HISTORY BY RECORD' TO RETR-RPT-LINE.
040100     WRITE RETR-RPT-LINE.
040200     MOVE 1 TO WS-HT-SUB.
040300     PERFORM 3100-PRINT-ONE-RECORD THRU 3100-EXIT
040400         VARYING WS-RI-IDX FROM 1 BY 1
040500         UNTIL WS-RI-IDX > WS-RI-COUNT.
040600     MOVE SPACE TO RETR-RPT-LINE.
040700     WRITE RETR-RPT-LINE.
040800     MOVE WS-CARD-COUNT TO WS-TOTAL-EDIT.
040900     MOVE SPACE TO RETR-RPT-LINE.
041000     STRING 'REQUEST CARDS READ . . . . . : ' DELIMITED BY SIZE
041100         WS-TOTAL-EDIT DELIMITED BY SIZE
041200         INTO RETR-RPT-LINE.
041300     WRITE RETR-RPT-LINE.
041400     MOVE WS-BAD-CARD-COUNT TO WS-TOTAL-EDIT.
041500     MOVE SPACE TO RETR-RPT-LINE.
041600     STRING 'REQUEST CARDS REJECTED . . . : ' DELIMITED BY SIZE
041700         WS-TOTAL-EDIT DELIMITED BY SIZE
041800         INTO RETR-RPT-LINE.
041900     WRITE RETR-RPT-LINE.
042000     MOVE WS-ARCH-READ-COUNT TO WS-TOTAL-EDIT.
042100     MOVE SPACE TO RETR-RPT-LINE.
042200     STRING 'ARCHIVED ENTRIES SEARCHED. . : ' DELIMITED BY SIZE
042300         WS-TOTAL-EDIT DELIMITED BY SIZE
042400         INTO RETR-RPT-LINE.
042500     WRITE RETR-RPT-LINE.
042600     MOVE WS-FOUND-COUNT TO WS-TOTAL-EDIT.
042700     MOVE SPACE TO RETR-RPT-LINE.
042800     STRING 'RECORDS FOUND. . . . . . . . : ' DELIMITED BY SIZE
042900         WS-TOTAL-EDIT DELIMITED BY SIZE
043000         INTO RETR-RPT-LINE.
043100     WRITE RETR-RPT-LINE.
043200     MOVE WS-NOT-FOUND-COUNT TO WS-TOTAL-EDIT.
043300     MOVE SPACE TO RETR-RPT-LINE.
043400     STRING 'RECORDS NOT FOUND. . . . . . : ' DELIMITED BY SIZE
043500         WS-TOTAL-EDIT DELIMITED BY SIZE
043600         INTO RETR-RPT-LINE.
043700     WRITE RETR-RPT-LINE.
043800     MOVE WS-PRINTED-COUNT TO WS-TOTAL-EDIT.
043900     MOVE SPACE TO RETR-RPT-LINE.
044000     STRING 'ENTRIES PRINTED. . . . . . . : ' DELIMITED BY SIZE
044100         WS-TOTAL-EDIT DELIMITED BY SIZE
044200         INTO RETR-RPT-LINE.
044300     WRITE RETR-RPT-LINE.
044400     MOVE WS-DUP-ENTRY-COUNT TO WS-TOTAL-EDIT.
044500     MOVE SPACE TO RETR-RPT-LINE.
044600     STRING 'DUPLICATE ENTRIES SKIPPED. . : ' DELIMITED BY SIZE
044700         WS-TOTAL-EDIT DELIMITED BY SIZE
044800         INTO RETR-RPT-LINE.
044900     WRITE RETR-RPT-LINE.
045000     CLOSE RETR-RPT.
045100     IF WS-BAD-CARD-COUNT > ZERO
045200        OR WS-NOT-FOUND-COUNT > ZERO
045300         DISPLAY 'HISTRETR - ' WS-BAD-CARD-COUNT
045400             ' CARDS REJECTED, ' WS-NOT-FOUND-COUNT
045500             ' RECORDS NOT FOUND - SEE THE RETRIEVAL REPORT '
045600             '- RC=4'
045700         MOVE 4 TO RETURN-CODE
045800     END-IF.
045900 3000-EXIT.
046000     EXIT.
046100
046200*    THE HIT TABLE IS IN THE SAME ID ORDER AS THE ID TABLE,
046300*    SO EACH RECORD'S ENTRIES ARE THE NEXT WS-RI-HITS SLOTS
046400*    FROM WS-HT-SUB.
046500 3100-PRINT-ONE-RECORD.
046600     MOVE SPACE TO RETR-RPT-LINE.
046700     WRITE RETR-RPT-LINE.
046800     MOVE SPACE TO RETR-RPT-LINE.
046900     IF WS-RI-HITS (WS-RI-IDX) = ZERO
047000         STRING 'RECORD ID ' DELIMITED BY SIZE
047100             WS-RI-ID (WS-RI-IDX) DELIMITED BY SIZE
047200             ' - NO ARCHIVED HISTORY FOUND' DELIMITED BY SIZE
047300             INTO RETR-RPT-LINE
047400         WRITE RETR-RPT-LINE
047500         ADD 1 TO WS-NOT-FOUND-COUNT
047600         GO TO 3100-EXIT
047700     END-IF.
047800     MOVE WS-RI-HITS (WS-RI-IDX) TO WS-HITS-EDIT.
047900     STRING 'RECORD ID ' DELIMITED BY SIZE
048000         WS-RI-ID (WS-RI-IDX) DELIMITED BY SIZE
048100         ' - ' DELIMITED BY SIZE
048200         WS-HITS-EDIT DELIMITED BY SIZE
048300         ' ARCHIVED ENTRIES' DELIMITED BY SIZE
048400         INTO RETR-RPT-LINE.
048500     WRITE RETR-RPT-LINE.
048600     MOVE WS-COL-HDR-LINE TO RETR-RPT-LINE.
048700     WRITE RETR-RPT-LINE.
048800     PERFORM 3150-PRINT-ONE-ENTRY THRU 3150-EXIT
048900         WS-RI-HITS (WS-RI-IDX) TIMES.
049000     ADD 1 TO WS-FOUND-COUNT.
049100 3100-EXIT.
049200     EXIT.
049300
049400*    SAME DISPOSITION WORDING AS CALCINQ.
049500 3150-PRINT-ONE-ENTRY.
049600     MOVE WS-HT-ENTRY (WS-HT-SUB) TO HIST-RECORD.
049700     ADD 1 TO WS-HT-SUB.
049800     MOVE HIST-RUN-DATE      TO HR-RUN-DATE.
049900     MOVE HIST-RUN-SEQ       TO HR-RUN-SEQ.
050000     MOVE HIST-RUN-ID        TO HR-RUN-ID.
050100     EVALUATE TRUE
050200         WHEN HIST-SOURCE-SYSTEM = WS-RERATE-SOURCE
050300             MOVE 'RE-RATING ADJUSTMENT' TO HR-DISP
050400         WHEN HIST-WAS-CALCULATED
050500             MOVE 'CALCULATED' TO HR-DISP
050600         WHEN HIST-IN-SUSPENSE
050700             MOVE 'HELD IN SUSPENSE' TO HR-DISP
050800         WHEN HIST-WAS-REVERSED
050900             MOVE 'REVERSED' TO HR-DISP
051000         WHEN HIST-WAS-REJECTED
051100             MOVE SPACES TO HR-DISP
051200             STRING 'REJECTED - ' DELIMITED BY SIZE
051300                 HIST-REASON-CODE DELIMITED BY SIZE
051400                 INTO HR-DISP
051500         WHEN OTHER
051600             MOVE 'UNKNOWN DISPOSITION' TO HR-DISP
051700     END-EVALUATE.
051800     MOVE HIST-REASON-CODE   TO HR-REASON.
051900     MOVE HIST-REVERSAL-ID   TO HR-REVERSAL-ID.
052000     MOVE HIST-RECORD-TYPE   TO HR-TYPE.
052100     MOVE HIST-SOURCE-SYSTEM TO HR-SOURCE.
052200     MOVE HIST-CURRENCY-CODE TO HR-CURRENCY.
052300     MOVE HIST-RECORD-DATE   TO HR-REC-DATE.
052400     MOVE HIST-RECORD-AMOUNT TO HR-AMOUNT.
052500     MOVE HIST-CALC-VALUE    TO HR-CALC-VALUE.
052600     MOVE HIST-MULTIPLIER    TO HR-MULT.
052700     IF HIST-EXTRA-APPLIED = 'Y'
052800         MOVE HIST-EXTRA-VALUE TO WS-EXTRA-EDIT
052900         MOVE WS-EXTRA-EDIT    TO HR-EXTRA
053000     ELSE
053100         MOVE '  NOT APPLIED'  TO HR-EXTRA
053200     END-IF.
053300     MOVE WS-DETAIL-LINE TO RETR-RPT-LINE.
053400     WRITE RETR-RPT-LINE.
053500     ADD 1 TO WS-PRINTED-COUNT.
053600 3150-EXIT.
053700     EXIT.
053800
053900 8000-READ-ARCHIVE.
054000     READ HIST-ARCH-FILE
054100         AT END
054200             SET WS-ARCH-EOF TO TRUE
054300     END-READ.
054400     IF NOT WS-ARCH-EOF
054500         MOVE HA-HIST-ENTRY TO HIST-RECORD
054600     END-IF.
054700 8000-EXIT.
054800     EXIT.
054900
055000*    WS-RI-SEARCH-ID JOINS THE REQUESTED IDS IN ID ORDER,
055100*    UNLESS IT IS ALREADY THERE - THE ENTRIES ABOVE ITS SLOT
055200*    ARE MOVED UP ONE FIRST.
055300 8100-ADD-REQ-ID.
055400     MOVE 'N' TO WS-RI-FOUND-SW.
055500     COMPUTE WS-RI-POS = WS-RI-COUNT + 1.
055600     IF WS-RI-COUNT > ZERO
055700         SET WS-RI-IDX TO 1
055800         SEARCH WS-RI-ENTRY
055900             AT END
056000                 CONTINUE
056100             WHEN WS-RI-IDX > WS-RI-COUNT
056200                 CONTINUE
056300             WHEN WS-RI-ID (WS-RI-IDX) NOT < WS-RI-SEARCH-ID
056400                 SET WS-RI-POS TO WS-RI-IDX
056500                 IF WS-RI-ID (WS-RI-IDX) = WS-RI-SEARCH-ID
056600                     SET WS-RI-FOUND TO TRUE
056700                 END-IF
056800         END-SEARCH
056900     END-IF.
057000     IF WS-RI-FOUND
057100         GO TO 8100-EXIT
057200     END-IF.
057300     IF WS-RI-COUNT >= 2000
057400         DISPLAY 'HISTRETR - MORE THAN 2000 RECORD IDS REQUESTED '
057500             '- RAISE THE WS-RI-ENTRY OCCURS LIMIT'
057600         MOVE 16 TO RETURN-CODE
057700         STOP RUN
057800     END-IF.
057900     PERFORM 8150-SHIFT-ID-UP THRU 8150-EXIT
058000         VARYING WS-RI-SUB FROM WS-RI-COUNT BY -1
058100         UNTIL WS-RI-SUB < WS-RI-POS.
058200     ADD 1 TO WS-RI-COUNT.
058300     MOVE WS-RI-SEARCH-ID TO WS-RI-ID   (WS-RI-POS).
058400     MOVE ZERO            TO WS-RI-HITS (WS-RI-POS).
058500 8100-EXIT.
058600     EXIT.
058700
058800 8150-SHIFT-ID-UP.
058900     MOVE WS-RI-ENTRY (WS-RI-SUB) TO WS-RI-ENTRY (WS-RI-SUB + 1).
059000 8150-EXIT.
059100     EXIT.
059200
059300*    WS-RI-IDX IS LEFT ON WS-RI-SEARCH-ID WHEN IT IS FOUND.
059400 8200-FIND-REQ-ID.
059500     MOVE 'N' TO WS-RI-FOUND-SW.
059600     IF WS-RI-COUNT > ZERO
059700         SET WS-RI-IDX TO 1
059800         SEARCH WS-RI-ENTRY
059900             AT END
060000                 CONTINUE
060100             WHEN WS-RI-IDX > WS-RI-COUNT
060200                 CONTINUE
060300             WHEN WS-RI-ID (WS-RI-IDX) = WS-RI-SEARCH-ID
060400                 SET WS-RI-FOUND TO TRUE
060500         END-SEARCH
060600     END-IF.
060700 8200-EXIT.
060800     EXIT.
060900
061000*    THE ENTRY IN HIST-RECORD IS INSERTED IN HISTORY KEY
061100*    ORDER; WS-HT-FOUND SAYS ITS KEY WAS ALREADY THERE.
061200 8300-INSERT-HIT.
061300     MOVE 'N' TO WS-HT-FOUND-SW.
061400     COMPUTE WS-HT-POS = WS-HT-COUNT + 1.
061500     IF WS-HT-COUNT > ZERO
061600         SET WS-HT-IDX TO 1
061700         SEARCH WS-HT-ENTRY
061800             AT END
061900                 CONTINUE
062000             WHEN WS-HT-IDX > WS-HT-COUNT
062100                 CONTINUE
062200             WHEN WS-HT-KEY (WS-HT-IDX) NOT < HIST-KEY
062300                 SET WS-HT-POS TO WS-HT-IDX
062400                 IF WS-HT-KEY (WS-HT-IDX) = HIST-KEY
062500                     SET WS-HT-FOUND TO TRUE
062600                 END-IF
062700         END-SEARCH
062800     END-IF.
062900     IF WS-HT-FOUND
063000         GO TO 8300-EXIT
063100     END-IF.
063200     IF WS-HT-COUNT >= 5000
063300         DISPLAY 'HISTRETR - MORE THAN 5000 ARCHIVED ENTRIES FOR '
063400             'THE REQUESTED RECORDS - RAISE THE WS-HT-ENTRY '
063500             'OCCURS LIMIT OR SPLIT THE REQUEST'
063600         MOVE 16 TO RETURN-CODE
063700         STOP RUN
063800     END-IF.
063900     PERFORM 8350-SHIFT-HIT-UP THRU 8350-EXIT
064000         VARYING WS-HT-SUB FROM WS-HT-COUNT BY -1
064100         UNTIL WS-HT-SUB < WS-HT-POS.
064200     ADD 1 TO WS-HT-COUNT.
064300     MOVE HIST-RECORD TO WS-HT-ENTRY (WS-HT-POS).
064400 8300-EXIT.
064500     EXIT.
064600
064700 8350-SHIFT-HIT-UP.
064800     MOVE WS-HT-ENTRY (WS-HT-SUB) TO WS-HT-ENTRY (WS-HT-SUB + 1).
064900 8350-EXIT.
065000     EXIT.
