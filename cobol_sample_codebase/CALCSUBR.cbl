003414*                    - BOTH TABLES CAN NOW GROW WITHOUT BOUND    *
003415*                    INSTEAD OF STOPPING THE RUN MID-NIGHT AT    *
003416*                    ENTRY 201                                   *
003417*   2026-10-15 DLM   A RE-RATING ADJUSTMENT (SOURCE SYSTEM RRT,  *
003418*                    WRITTEN BY RERATE) IS ALREADY PRICED - ITS  *
003419*                    AMOUNT IS THE LEDGER-CURRENCY DELTA IN      *
003420*                    CENTS, SO IT IS TAKEN AT PAR WITH A         *
003421*                    MULTIPLIER OF .01 INSTEAD OF GOING THROUGH  *
003422*                    THE EXCHANGE-RATE AND RATE LOOKUPS          *
003423*   2026-10-15 DLM   THE RATE AND EXCHANGE-RATE TABLES ARE NOW   *
003424*                    LOADED ONCE PER RUN INTO STORAGE TABLES IN  *
003425*                    KEY ORDER - ONLY ENTRIES OVERLAPPING THE    *
003426*                    DATE WINDOW - AND SEARCHED THERE INSTEAD OF *
003427*                    A KEYED BROWSE PER RECORD.  A TABLE OVER    *
003428*                    CAPACITY STOPS THE RUN AT LOAD WITH RC=16;  *
003429*                    THE ENTRY COUNTS GO BACK TO CALCDRV         *
003430*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
004000
004100     SELECT RATE-FILE  ASSIGN TO RATEFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS RATE-KEY.
004410
004420     SELECT CURR-FILE  ASSIGN TO CURRFILE
004430         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS SEQUENTIAL
004450         RECORD KEY IS CURR-KEY.
004500
004600 DATA DIVISION.
006000 01  WS-AUDIT-SWITCHES.
006100     05  WS-AUDIT-OPEN-SW      PIC X(01) VALUE 'N'.
006200         88  WS-AUDIT-IS-OPEN  VALUE 'Y'.
006300     05  WS-TABLES-LOADED-SW   PIC X(01) VALUE 'N'.
006400         88  WS-TABLES-LOADED  VALUE 'Y'.
006410     05  WS-RATEF-EOF-SW       PIC X(01) VALUE 'N'.
006420         88  WS-RATEF-EOF      VALUE 'Y'.
006500     05  WS-RATE-DONE-SW       PIC X(01) VALUE 'N'.
006600         88  WS-RATE-DONE      VALUE 'Y'.
006605     05  WS-RATE-HIT-SW        PIC X(01) VALUE 'N'.
006606         88  WS-RATE-HIT       VALUE 'Y'.
006610     05  WS-CURRF-EOF-SW       PIC X(01) VALUE 'N'.
006620         88  WS-CURRF-EOF      VALUE 'Y'.
006630     05  WS-CURR-DONE-SW       PIC X(01) VALUE 'N'.
006640         88  WS-CURR-DONE      VALUE 'Y'.
006645     05  WS-CURR-HIT-SW        PIC X(01) VALUE 'N'.
006646         88  WS-CURR-HIT       VALUE 'Y'.
006647
006648*    THE RATE TABLE, LOADED ONCE PER RUN IN RATEFILE KEY ORDER
006649*    (TYPE, THEN EFFECTIVE DATE).  ONLY ENTRIES WHOSE RANGE
006650*    OVERLAPS THE DATE WINDOW ARE KEPT - A RECORD OUTSIDE THE
006651*    WINDOW FAILS THE DATE CHECK BEFORE ANY LOOKUP, SO NO
006652*    OTHER ENTRY COULD EVER COVER ONE.
006653 01  WS-RATE-TABLE.
006654     05  WS-RT-COUNT           PIC 9(05) COMP VALUE ZERO.
006655     05  WS-RT-ENTRY OCCURS 5000 TIMES.
006656         10  WS-RT-TYPE        PIC X(04).
006657         10  WS-RT-EFF-DATE    PIC X(10).
006658         10  WS-RT-END-DATE    PIC X(10).
006659         10  WS-RT-MULTIPLIER  PIC 9(03)V9(04).
006660         10  WS-RT-EXTRA-VALUE PIC 9(10)V99.
006661
006662*    ONE ENTRY PER DISTINCT TYPE ON THE RATE TABLE, GIVING THE
006663*    FIRST AND LAST RATE-TABLE SLOT THAT TYPE OCCUPIES.
006664 01  WS-RATE-TYPE-DIR.
006665     05  WS-RD-COUNT           PIC 9(04) COMP VALUE ZERO.
006666     05  WS-RD-ENTRY OCCURS 500 TIMES
006667                     INDEXED BY WS-RD-IDX.
006668         10  WS-RD-TYPE        PIC X(04).
006669         10  WS-RD-FIRST       PIC 9(05) COMP.
006670         10  WS-RD-LAST        PIC 9(05) COMP.
006671
006672*    THE EXCHANGE-RATE TABLE, LOADED THE SAME WAY IN CURRFILE
006673*    KEY ORDER (CURRENCY, THEN EFFECTIVE DATE).
006674 01  WS-CURR-TABLE.
006675     05  WS-CT-COUNT           PIC 9(05) COMP VALUE ZERO.
006676     05  WS-CT-ENTRY OCCURS 10000 TIMES.
006677         10  WS-CT-CODE        PIC X(03).
006678         10  WS-CT-EFF-DATE    PIC X(10).
006679         10  WS-CT-END-DATE    PIC X(10).
006680         10  WS-CT-CONV-RATE   PIC 9(03)V9(06).
006681
006682 01  WS-CURR-CODE-DIR.
006683     05  WS-CD-COUNT           PIC 9(04) COMP VALUE ZERO.
006684     05  WS-CD-ENTRY OCCURS 100 TIMES
006685                     INDEXED BY WS-CD-IDX.
006686         10  WS-CD-CODE        PIC X(03).
006687         10  WS-CD-FIRST       PIC 9(05) COMP.
006688         10  WS-CD-LAST        PIC 9(05) COMP.
006689
006690*    THE SLOT BEING TRIED AND THE LAST SLOT FOR THE KEY BEING
006691*    LOOKED UP.
006692 01  WS-RT-SUB                 PIC 9(05) COMP VALUE ZERO.
006693 01  WS-RT-LAST                PIC 9(05) COMP VALUE ZERO.
006694 01  WS-CT-SUB                 PIC 9(05) COMP VALUE ZERO.
006695 01  WS-CT-LAST                PIC 9(05) COMP VALUE ZERO.
006700
006800 01  WS-RUN-DATE               PIC X(08).
006900
007903*    CODE MEANS THE AMOUNT IS ALREADY IN LEDGER CURRENCY.
007904 01  WS-LEDGER-CURRENCY        PIC X(03) VALUE 'USD'.
007905
007906*    THE SOURCE-SYSTEM CODE RERATE WRITES ITS ADJUSTMENT
007907*    TRANSACTIONS UNDER.  THE AMOUNT ON SUCH A RECORD IS THE
007908*    CALC-VALUE DELTA ITSELF, IN LEDGER-CURRENCY CENTS.
007909 01  WS-RERATE-SOURCE          PIC X(03) VALUE 'RRT'.
007910 01  WS-RERATE-MULTIPLIER      PIC 9(03)V9(04) VALUE .01.
007911
007915 01  WS-DATE-WORK.
007910     05  WS-DW-YEAR            PIC 9(04).
007920     05  WS-DW-MONTH           PIC 9(02).
008100     COPY WORKAREA.
008150     COPY DATEWIN.
008160     COPY RESTARTSW.
008170     COPY LOADCNT.
008200
008300 PROCEDURE DIVISION USING WS-RECORD, WS-DATE-WINDOW,
008310     WS-RESTART-IND, WS-TABLE-LOAD-COUNTS.
008400 0000-MAIN-CALC.
008410*    THE RATE AND EXCHANGE-RATE TABLES ARE READ INTO STORAGE
008420*    ON THE FIRST CALL OF THE RUN UNIT AND EVERY LOOKUP AFTER
008430*    THAT IS DONE AGAINST THE STORAGE COPY.
008500     IF NOT WS-TABLES-LOADED
008600         PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
008650         PERFORM 1600-LOAD-CURR-TABLE THRU 1600-EXIT
008700         SET WS-TABLES-LOADED TO TRUE
008740     END-IF.
008800
008900     IF NOT WS-AUDIT-IS-OPEN
009270*    THE RATE LOOKUP AND ITS FAILURE IS ROUTED THE SAME WAY
009280*    AS A MISSING RATE.
009285     IF WS-STATUS-VALID AND NOT WS-DATE-IS-INVALID
009286        AND WS-SOURCE-SYSTEM NOT = WS-RERATE-SOURCE
009290         PERFORM 1400-CONVERT-CURRENCY THRU 1400-EXIT
009295     END-IF.
009300     IF WS-STATUS-VALID AND NOT WS-DATE-IS-INVALID
009305        AND NOT WS-CURR-IS-INVALID
009310         IF WS-SOURCE-SYSTEM = WS-RERATE-SOURCE
009320             PERFORM 1500-PRICE-ADJUSTMENT THRU 1500-EXIT
009330         ELSE
009340             PERFORM 1200-LOOKUP-RATE     THRU 1200-EXIT
009350         END-IF
009410         IF WS-RATE-IS-INVALID
009420             MOVE ZERO TO WS-CALC-VALUE
009430         ELSE
011300 1000-EXIT.
011400     EXIT.
011500
011510 1100-LOAD-RATE-TABLE.
011520     OPEN INPUT RATE-FILE.
011530     PERFORM 1150-LOAD-ONE-RATE THRU 1150-EXIT
011540         UNTIL WS-RATEF-EOF.
011550     CLOSE RATE-FILE.
011560     MOVE WS-RT-COUNT TO WS-RATE-ENTRIES-LOADED.
011570 1100-EXIT.
011580     EXIT.
011590
011600 1150-LOAD-ONE-RATE.
011610     READ RATE-FILE
011620         AT END
011630             SET WS-RATEF-EOF TO TRUE
011640     END-READ.
011650     IF WS-RATEF-EOF
011660         GO TO 1150-EXIT
011670     END-IF.
011680     IF RATE-END-DATE < WS-WINDOW-START
011690        OR RATE-EFF-DATE > WS-WINDOW-END
011700         GO TO 1150-EXIT
011710     END-IF.
011720     IF WS-RT-COUNT >= 5000
011730         DISPLAY 'CALCSUBR - RATE TABLE HAS MORE THAN 5000 '
011740             'ENTRIES IN THE DATE WINDOW - RAISE THE '
011750             'WS-RT-ENTRY OCCURS LIMIT'
011760         MOVE 16 TO RETURN-CODE
011770         STOP RUN
011780     END-IF.
011790     ADD 1 TO WS-RT-COUNT.
011800     MOVE RATE-REC-TYPE    TO WS-RT-TYPE        (WS-RT-COUNT).
011810     MOVE RATE-EFF-DATE    TO WS-RT-EFF-DATE    (WS-RT-COUNT).
011820     MOVE RATE-END-DATE    TO WS-RT-END-DATE    (WS-RT-COUNT).
011830     MOVE RATE-MULTIPLIER  TO WS-RT-MULTIPLIER  (WS-RT-COUNT).
011840     MOVE RATE-EXTRA-VALUE TO WS-RT-EXTRA-VALUE (WS-RT-COUNT).
011850*    THE FILE IS IN KEY ORDER, SO A NEW TYPE STARTS A NEW
011860*    DIRECTORY ENTRY AND EVERY ENTRY EXTENDS THE CURRENT ONE.
011870     IF WS-RD-COUNT = ZERO
011880        OR RATE-REC-TYPE NOT = WS-RD-TYPE (WS-RD-COUNT)
011890         IF WS-RD-COUNT >= 500
011900             DISPLAY 'CALCSUBR - RATE TABLE HAS MORE THAN 500 '
011910                 'DISTINCT TYPES - RAISE THE WS-RD-ENTRY '
011920                 'OCCURS LIMIT'
011930             MOVE 16 TO RETURN-CODE
011940             STOP RUN
011950         END-IF
011960         ADD 1 TO WS-RD-COUNT
011970         MOVE RATE-REC-TYPE TO WS-RD-TYPE  (WS-RD-COUNT)
011980         MOVE WS-RT-COUNT   TO WS-RD-FIRST (WS-RD-COUNT)
011990     END-IF.
012000     MOVE WS-RT-COUNT TO WS-RD-LAST (WS-RD-COUNT).
012010 1150-EXIT.
012020     EXIT.
012030
014500 1200-LOOKUP-RATE.
014600*    FIND THE RATE ENTRY FOR THIS RECORD'S TYPE WHOSE
014700*    EFFECTIVE DATE RANGE COVERS WS-RECORD-DATE.  THE TYPE
014710*    DIRECTORY GIVES THE TYPE'S FIRST AND LAST TABLE SLOTS;
014720*    THE SCAN STOPS AT THE FIRST COVERING ENTRY, AT THE
014730*    TYPE'S LAST SLOT, OR AT AN EFFECTIVE DATE PAST THE
014740*    RECORD DATE - THE TABLE IS IN TYPE THEN EFFECTIVE-DATE
014750*    ORDER, SO NOTHING PAST THAT POINT CAN COVER.  IF NONE IS
014800*    FOUND, WS-RATE-IS-INVALID IS SET SO MAIN-CALC ZEROES THE
014810*    CALC VALUE AND THE CALLER
014850*    ROUTES THE RECORD TO THE EXCEPTION REPORT INSTEAD OF
014860*    TREATING IT AS CALCULATED.
015000     MOVE ZERO TO WS-MULTIPLIER.
015100     MOVE ZERO TO WS-EXTRA-VALUE.
015110     MOVE 'N'  TO WS-RATE-DONE-SW.
015120     MOVE 'N'  TO WS-RATE-HIT-SW.
015124     IF WS-RD-COUNT = ZERO
015128         SET WS-RATE-DONE TO TRUE
015132     ELSE
015136         SET WS-RD-IDX TO 1
015140         SEARCH WS-RD-ENTRY
015144             AT END
015148                 SET WS-RATE-DONE TO TRUE
015152             WHEN WS-RD-IDX > WS-RD-COUNT
015156                 SET WS-RATE-DONE TO TRUE
015160             WHEN WS-RD-TYPE (WS-RD-IDX) = WS-RECORD-TYPE
015164                 MOVE WS-RD-FIRST (WS-RD-IDX) TO WS-RT-SUB
015168                 MOVE WS-RD-LAST  (WS-RD-IDX) TO WS-RT-LAST
015172         END-SEARCH
015176     END-IF.
015190     PERFORM 1250-SCAN-ONE-RATE THRU 1250-EXIT
015200         UNTIL WS-RATE-HIT OR WS-RATE-DONE.
015210     IF NOT WS-RATE-HIT
016300     EXIT.
016310
016320 1250-SCAN-ONE-RATE.
016321     IF WS-RT-SUB > WS-RT-LAST
016322         SET WS-RATE-DONE TO TRUE
016323         GO TO 1250-EXIT
016324     END-IF.
016325     IF WS-RT-EFF-DATE (WS-RT-SUB) > WS-RECORD-DATE
016326         SET WS-RATE-DONE TO TRUE
016327         GO TO 1250-EXIT
016328     END-IF.
016329     IF WS-RT-END-DATE (WS-RT-SUB) NOT < WS-RECORD-DATE
016330         SET WS-RATE-HIT TO TRUE
016331         MOVE WS-RT-MULTIPLIER  (WS-RT-SUB) TO WS-MULTIPLIER
016332         MOVE WS-RT-EXTRA-VALUE (WS-RT-SUB) TO WS-EXTRA-VALUE
016333     END-IF.
016334     ADD 1 TO WS-RT-SUB.
016402 1250-EXIT.
016404     EXIT.
016406
016475     MOVE ZERO TO WS-CONV-RATE.
016476     MOVE 'N'  TO WS-CURR-DONE-SW.
016477     MOVE 'N'  TO WS-CURR-HIT-SW.
016478     IF WS-CD-COUNT = ZERO
016479         SET WS-CURR-DONE TO TRUE
016480     ELSE
016481         SET WS-CD-IDX TO 1
016482         SEARCH WS-CD-ENTRY
016483             AT END
016484                 SET WS-CURR-DONE TO TRUE
016485             WHEN WS-CD-IDX > WS-CD-COUNT
016486                 SET WS-CURR-DONE TO TRUE
016487             WHEN WS-CD-CODE (WS-CD-IDX) = WS-CURRENCY-CODE
016488                 MOVE WS-CD-FIRST (WS-CD-IDX) TO WS-CT-SUB
016489                 MOVE WS-CD-LAST  (WS-CD-IDX) TO WS-CT-LAST
016490         END-SEARCH
016491     END-IF.
016492     PERFORM 1450-SCAN-ONE-CURR THRU 1450-EXIT
016493         UNTIL WS-CURR-HIT OR WS-CURR-DONE.
016494     IF NOT WS-CURR-HIT
016495         SET WS-CURR-IS-INVALID TO TRUE
016496     END-IF.
016497 1400-EXIT.
016498     EXIT.
016499
016500 1450-SCAN-ONE-CURR.
016501*    SAME SCAN SHAPE AS THE RATE SCAN - THE TABLE IS IN
016502*    CURRENCY THEN EFFECTIVE-DATE ORDER.
016503     IF WS-CT-SUB > WS-CT-LAST
016504         SET WS-CURR-DONE TO TRUE
016505         GO TO 1450-EXIT
016506     END-IF.
016507     IF WS-CT-EFF-DATE (WS-CT-SUB) > WS-RECORD-DATE
016508         SET WS-CURR-DONE TO TRUE
016509         GO TO 1450-EXIT
016510     END-IF.
016511     IF WS-CT-END-DATE (WS-CT-SUB) NOT < WS-RECORD-DATE
016512         SET WS-CURR-HIT TO TRUE
016513         MOVE WS-CT-CONV-RATE (WS-CT-SUB) TO WS-CONV-RATE
016514         COMPUTE WS-CONV-AMOUNT =
016515             WS-RECORD-AMOUNT * WS-CONV-RATE
016516     END-IF.
016517     ADD 1 TO WS-CT-SUB.
016518 1450-EXIT.
016519     EXIT.
016520
016521 1500-PRICE-ADJUSTMENT.
016522*    A RE-RATING ADJUSTMENT CARRIES THE DELTA RERATE WORKED
016523*    OUT, IN LEDGER-CURRENCY CENTS - IT CONVERTS AT PAR AND
016524*    THE .01 MULTIPLIER TURNS CENTS BACK INTO THE CALC VALUE.
016525*    A DOWNWARD ADJUSTMENT COMES IN AS A REVERSAL AND IS
016526*    NEGATED BY MAIN-CALC LIKE ANY OTHER.  THE AUDIT RECORD
016527*    SHOWS THE .01 SO THE ENTRY RECONSTRUCTS.
016528     MOVE 1                    TO WS-CONV-RATE.
016529     MOVE WS-RECORD-AMOUNT     TO WS-CONV-AMOUNT.
016530     MOVE WS-RERATE-MULTIPLIER TO WS-MULTIPLIER.
016531     MOVE ZERO                 TO WS-EXTRA-VALUE.
016532 1500-EXIT.
016533     EXIT.
016534
016535 1600-LOAD-CURR-TABLE.
016536     OPEN INPUT CURR-FILE.
016537     PERFORM 1650-LOAD-ONE-CURR THRU 1650-EXIT
016538         UNTIL WS-CURRF-EOF.
016539     CLOSE CURR-FILE.
016540     MOVE WS-CT-COUNT TO WS-CURR-ENTRIES-LOADED.
016541 1600-EXIT.
016542     EXIT.
016543
016544 1650-LOAD-ONE-CURR.
016545     READ CURR-FILE
016546         AT END
016547             SET WS-CURRF-EOF TO TRUE
016548     END-READ.
016549     IF WS-CURRF-EOF
016550         GO TO 1650-EXIT
016551     END-IF.
016552     IF CURR-END-DATE < WS-WINDOW-START
016553        OR CURR-EFF-DATE > WS-WINDOW-END
016554         GO TO 1650-EXIT
016555     END-IF.
016556     IF WS-CT-COUNT >= 10000
016557         DISPLAY 'CALCSUBR - EXCHANGE-RATE FILE HAS MORE THAN '
016558             '10000 ENTRIES IN THE DATE WINDOW - RAISE THE '
016559             'WS-CT-ENTRY OCCURS LIMIT'
016560         MOVE 16 TO RETURN-CODE
016561         STOP RUN
016562     END-IF.
016563     ADD 1 TO WS-CT-COUNT.
016564     MOVE CURR-CODE      TO WS-CT-CODE      (WS-CT-COUNT).
016565     MOVE CURR-EFF-DATE  TO WS-CT-EFF-DATE  (WS-CT-COUNT).
016566     MOVE CURR-END-DATE  TO WS-CT-END-DATE  (WS-CT-COUNT).
016567     MOVE CURR-CONV-RATE TO WS-CT-CONV-RATE (WS-CT-COUNT).
016568     IF WS-CD-COUNT = ZERO
016569        OR CURR-CODE NOT = WS-CD-CODE (WS-CD-COUNT)
016570         IF WS-CD-COUNT >= 100
016571             DISPLAY 'CALCSUBR - EXCHANGE-RATE FILE HAS MORE '
016572                 'THAN 100 DISTINCT CURRENCIES - RAISE THE '
016573                 'WS-CD-ENTRY OCCURS LIMIT'
016574             MOVE 16 TO RETURN-CODE
016575             STOP RUN
016576         END-IF
016577         ADD 1 TO WS-CD-COUNT
016578         MOVE CURR-CODE   TO WS-CD-CODE  (WS-CD-COUNT)
016579         MOVE WS-CT-COUNT TO WS-CD-FIRST (WS-CD-COUNT)
016580     END-IF.
016581     MOVE WS-CT-COUNT TO WS-CD-LAST (WS-CD-COUNT).
016582 1650-EXIT.
016583     EXIT.
016584
016585 2000-WRITE-AUDIT-RECORD.
016600     MOVE WS-RECORD-ID     TO AUD-RECORD-ID.
016700     MOVE WS-RUN-DATE      TO AUD-RUN-DATE.
016800     MOVE WS-RECORD-AMOUNT TO AUD-RECORD-AMOUNT.
