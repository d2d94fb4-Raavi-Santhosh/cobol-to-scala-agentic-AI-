001400*     REVERSED ENTRIES, SO BACKOUTS NET OFF)                *
001500*   - REJECT COUNTS BY REASON CODE                          *
001600*   - SUSPENSE CARRY-OVER BY SOURCE SYSTEM AND RECORD TYPE  *
001625*   - CALCULATED VALUE BY PRODUCT, GROUPED BY THE OWNING    *
001650*     PRODUCT MANAGER ON THE PRODUCT MASTER (PRODMST, SEE   *
001675*     PRODREC.CPY) - ONE SECTION AND SUBTOTAL PER MANAGER   *
001700*                                                           *
001800* EACH WITH A COMPARISON COLUMN AGAINST THE PRIOR PERIOD    *
001900* AND THE MOVEMENT BETWEEN THEM, SO THE PRODUCT OWNERS SEE  *
002500*   PRIOR  - OPTIONAL, CCYYMM.  THE COMPARISON PERIOD.      *
002600*            DEFAULTS TO THE CALENDAR MONTH BEFORE PERIOD.  *
002700*                                                           *
002710* EACH PERIOD IS MARKED FINAL ONCE IT HAS BEEN CLOSED ON    *
002720* THE ACCOUNTING PERIOD CALENDAR (PERCTL, SEE               *
002730* PERIODREC.CPY) AND PRELIMINARY WHILE IT IS STILL OPEN,    *
002740* SINCE AN OPEN PERIOD'S FIGURES CAN STILL CHANGE.          *
002750*                                                           *
002800* FILES:                                                    *
002900*   HISTMSTR - HISTORY MASTER KSDS, READ ONLY               *
002950*   PERCTL   - ACCOUNTING PERIOD CALENDAR KSDS, READ ONLY   *
002975*   PRODMST  - PRODUCT MASTER KSDS, READ ONLY               *
003000*   MGMTRPT  - MONTH-END MANAGEMENT SUMMARY REPORT          *
003100*-----------------------------------------------------------*
003200* MODIFICATION HISTORY                                      *
003300*   DATE       INIT  DESCRIPTION                             *
003400*   ---------  ----  ------------------------------------   *
003500*   2026-09-02 DLM   ORIGINAL PROGRAM                        *
003525*   2026-10-15 DLM   EACH PERIOD IS MARKED FINAL OR          *
003550*                    PRELIMINARY FROM THE NEW PERCTL PERIOD  *
003575*                    CALENDAR; PERD ADDED TO THE REASON SET  *
003580*   2026-10-15 DLM   CALCULATED VALUE BY PRODUCT AND OWNING  *
003585*                    PRODUCT MANAGER FROM THE NEW PRODUCT    *
003590*                    MASTER; PROD/LNCH/RETD/FEED/PCUR ADDED  *
003595*                    TO THE REASON SET                       *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004800     SELECT MGMT-RPT      ASSIGN TO MGMTRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000
005005     SELECT PERIOD-FILE   ASSIGN TO PERCTL
005010         ORGANIZATION IS INDEXED
005015         ACCESS MODE IS RANDOM
005020         RECORD KEY IS PER-PERIOD-ID.
005025
005030     SELECT PRODUCT-FILE  ASSIGN TO PRODMST
005035         ORGANIZATION IS INDEXED
005040         ACCESS MODE IS RANDOM
005045         RECORD KEY IS PRD-REC-TYPE.
005050
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  HIST-FILE.
005700     RECORDING MODE IS F.
005800 01  MGMT-RPT-LINE             PIC X(100).
005900
005910 FD  PERIOD-FILE.
005920     COPY PERIODREC.
005930
005940 FD  PRODUCT-FILE.
005950     COPY PRODREC.
005960
006000 WORKING-STORAGE SECTION.
006100 01  WS-SWITCHES.
006200     05  WS-HIST-EOF-SW        PIC X(01) VALUE 'N'.
006300         88  WS-HIST-EOF       VALUE 'Y'.
006400     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
006500         88  WS-ENTRY-FOUND    VALUE 'Y'.
006525     05  WS-PROD-FOUND-SW      PIC X(01) VALUE 'N'.
006550         88  WS-PROD-FOUND     VALUE 'Y'.
006600
006700 01  WS-CUR-PERIOD             PIC X(06) VALUE SPACES.
006800 01  WS-PRIOR-PERIOD           PIC X(06) VALUE SPACES.
006900 01  WS-ENTRY-PERIOD           PIC X(06) VALUE SPACES.
006908
006916*    THE PERIOD CALENDAR'S OPEN PERIOD (CCYY-MM) - EVERY
006924*    PERIOD BEFORE IT IS CLOSED AND ITS FIGURES ARE FINAL.
006932*    SPACES WHEN NO PERIOD HAS EVER BEEN CLOSED.
006940 01  WS-OPEN-PERIOD            PIC X(07) VALUE SPACES.
006948
006956*    A CCYYMM PERIOD AS A CALENDAR KEY (CCYY-MM).
006964 01  WS-PERIOD-KEY.
006972     05  WS-PK-CCYY            PIC X(04).
006980     05  FILLER                PIC X(01) VALUE '-'.
006988     05  WS-PK-MM              PIC X(02).
007000
007100*    WHICH PERIOD THE ENTRY UNDER THE READ BELONGS TO -
007200*    SET BY 2050 SO THE ACCUMULATORS BELOW PICK A COLUMN.
009000     05  WS-DELTA-COUNT        PIC S9(09) VALUE ZERO.
009100
009200*    REJECT COUNTS PER ER-REASON-CODE - THE REASON SET IS
009250*    SMALL AND FIXED (AMTN/STAT/TYPE/PROD/LNCH/RETD/FEED/
009300*    PCUR/DUPP/DUPF/CURN/RVSL/PERD/DATE/RATE/CURR/SUSP), SO
009350*    TWENTY SLOTS IS AMPLE.
009500 01  WS-REJ-TABLE.
009600     05  WS-REJ-COUNT          PIC 9(04) COMP VALUE ZERO.
009700     05  WS-REJ-ENTRY OCCURS 20 TIMES
011000         10  WS-SP-CUR         PIC 9(09).
011100         10  WS-SP-PRIOR       PIC 9(09).
011200
011202*    CALCULATED VALUE PER RECORD TYPE, KEPT IN OWNER/TYPE
011204*    ORDER (WS-PV-SORT-KEY) AS TYPES ARE ADDED SO THE PRINT
011206*    PASS COMES OUT GROUPED BY PRODUCT MANAGER.
011208*    WS-PV-OWNER-GROUP IS '1' FOR A TYPE ON THE PRODUCT MASTER
011210*    AND '2' FOR ONE THAT IS NOT, WHICH PUTS THE UNKNOWN TYPES
011212*    AFTER EVERY MANAGER'S SECTION.
011214 01  WS-PV-TABLE.
011216     05  WS-PV-COUNT           PIC 9(04) COMP VALUE ZERO.
011218     05  WS-PV-ENTRY OCCURS 200 TIMES
011220                     INDEXED BY WS-PV-IDX.
011222         10  WS-PV-SORT-KEY.
011224             15  WS-PV-OWNER-GROUP PIC X(01).
011226             15  WS-PV-OWNER-ID    PIC X(08).
011228             15  WS-PV-TYPE        PIC X(04).
011230         10  WS-PV-OWNER-NAME  PIC X(24).
011232         10  WS-PV-DESC        PIC X(30).
011234         10  WS-PV-CUR         PIC S9(14)V99.
011236         10  WS-PV-PRIOR       PIC S9(14)V99.
011238
011240*    A NEW TYPE'S ENTRY IS BUILT HERE, THEN MOVED INTO ITS
011242*    SLOT ONCE THE ENTRIES ABOVE IT HAVE BEEN MOVED UP.
011244 01  WS-PV-NEW-ENTRY.
011246     05  WS-PN-SORT-KEY.
011248         10  WS-PN-OWNER-GROUP PIC X(01).
011250         10  WS-PN-OWNER-ID    PIC X(08).
011252         10  WS-PN-TYPE        PIC X(04).
011254     05  WS-PN-OWNER-NAME      PIC X(24).
011256     05  WS-PN-DESC            PIC X(30).
011258     05  WS-PN-CUR             PIC S9(14)V99.
011260     05  WS-PN-PRIOR           PIC S9(14)V99.
011262
011264 01  WS-PV-POS                 PIC 9(04) COMP VALUE ZERO.
011266 01  WS-PV-SUB                 PIC 9(04) COMP VALUE ZERO.
011268
011270*    THE MANAGER WHOSE SECTION IS BEING PRINTED, AND THAT
011272*    MANAGER'S RUNNING SUBTOTALS.
011274 01  WS-CUR-OWNER-KEY.
011276     05  WS-CUR-OWNER-GROUP    PIC X(01) VALUE LOW-VALUES.
011278     05  WS-CUR-OWNER-ID       PIC X(08) VALUE LOW-VALUES.
011280
011282 01  WS-OWNER-TOTALS.
011284     05  WS-OT-CUR             PIC S9(14)V99 VALUE ZERO.
011286     05  WS-OT-PRIOR           PIC S9(14)V99 VALUE ZERO.
011288
011300 01  WS-WRITE-IDX              PIC 9(04) COMP VALUE ZERO.
011400
011500 01  WS-HDR-LINE.
011600     05  FILLER                PIC X(40) VALUE
011700         'MONTH-END MANAGEMENT SUMMARY - PERIOD '.
011800     05  HD-PERIOD             PIC X(06).
011825     05  FILLER                PIC X(01) VALUE SPACE.
011850     05  HD-PERIOD-STATUS      PIC X(11).
011900     05  FILLER                PIC X(08) VALUE ' PRIOR '.
012000     05  HD-PRIOR              PIC X(06).
012050     05  FILLER                PIC X(01) VALUE SPACE.
012100     05  HD-PRIOR-STATUS       PIC X(11).
012150     05  FILLER                PIC X(16) VALUE SPACE.
012162
012174*    THE FINAL/PRELIMINARY LINE PRINTED UNDER THE HEADER.
012186 01  WS-PERIOD-STATUS-LINE     PIC X(100) VALUE SPACES.
012200
012300 01  WS-VALUE-LINE.
012400     05  FILLER                PIC X(01) VALUE SPACE.
016300     05  FILLER                PIC X(08) VALUE SPACE.
016400     05  SP-DELTA              PIC --------9.
016500
016505 01  WS-OWNER-HDR-LINE.
016510     05  FILLER                PIC X(01) VALUE SPACE.
016515     05  FILLER                PIC X(17) VALUE
016520         'PRODUCT MANAGER: '.
016525     05  OH-OWNER-NAME         PIC X(24).
016530     05  FILLER                PIC X(01) VALUE SPACE.
016535     05  OH-OWNER-ID           PIC X(10).
016540
016545 01  WS-PV-DETAIL-LINE.
016550     05  FILLER                PIC X(03) VALUE SPACE.
016555     05  PV-TYPE               PIC X(04).
016560     05  FILLER                PIC X(02) VALUE SPACE.
016565     05  PV-DESC               PIC X(30).
016570     05  PV-CUR                PIC -(13)9.99.
016575     05  FILLER                PIC X(02) VALUE SPACE.
016580     05  PV-PRIOR              PIC -(13)9.99.
016585     05  FILLER                PIC X(02) VALUE SPACE.
016590     05  PV-DELTA              PIC -(13)9.99.
016595
016600 01  WS-COL-HDR-LINE.
016700     05  FILLER                PIC X(27) VALUE SPACE.
016710     05  FILLER                PIC X(16) VALUE '         CURRENT'.
016720     05  FILLER                PIC X(18) VALUE
016730         '             PRIOR'.
016740     05  FILLER                PIC X(17) VALUE
016750         '         MOVEMENT'.
016760
016770*    THE SAME COLUMN HEADINGS OVER THE WIDER PER-PRODUCT LINES.
016780 01  WS-PV-COL-HDR-LINE.
016790     05  FILLER                PIC X(39) VALUE SPACE.
016800     05  FILLER                PIC X(16) VALUE '         CURRENT'.
016900     05  FILLER                PIC X(18) VALUE
017000         '             PRIOR'.
022900         END-IF
023000         MOVE WS-PARM-PRIOR TO WS-PRIOR-PERIOD
023100     END-IF.
023150     PERFORM 1200-GET-PERIOD-STATUS THRU 1200-EXIT.
023200     OPEN INPUT  HIST-FILE.
023250     OPEN INPUT  PRODUCT-FILE.
023300     OPEN OUTPUT MGMT-RPT.
023400     MOVE WS-CUR-PERIOD   TO HD-PERIOD.
023500     MOVE WS-PRIOR-PERIOD TO HD-PRIOR.
023600     MOVE WS-HDR-LINE TO MGMT-RPT-LINE.
023625     WRITE MGMT-RPT-LINE.
023650     MOVE WS-PERIOD-STATUS-LINE TO MGMT-RPT-LINE.
023700     WRITE MGMT-RPT-LINE.
023800     MOVE SPACE TO MGMT-RPT-LINE.
023900     WRITE MGMT-RPT-LINE.
025500         WS-PW-MONTH    DELIMITED BY SIZE
025600         INTO WS-PRIOR-PERIOD.
025700 1100-EXIT.
025701     EXIT.
025702
025703 1200-GET-PERIOD-STATUS.
025704*    PERIODS CLOSE IN SEQUENCE, SO A PERIOD IS FINAL WHEN IT
025705*    SORTS BEFORE THE CALENDAR'S OPEN PERIOD.  THE PERIOD'S
025706*    OWN RECORD SUPPLIES THE CLOSE DATE FOR THE STATUS LINE.
025707     OPEN INPUT PERIOD-FILE.
025708     MOVE '0000-00' TO PER-PERIOD-ID.
025709     READ PERIOD-FILE
025710         INVALID KEY
025711             MOVE SPACES TO PERIOD-RECORD
025712     END-READ.
025713     MOVE PER-OPEN-PERIOD TO WS-OPEN-PERIOD.
025714     MOVE WS-PRIOR-PERIOD (1:4) TO WS-PK-CCYY.
025715     MOVE WS-PRIOR-PERIOD (5:2) TO WS-PK-MM.
025716     IF WS-OPEN-PERIOD NOT = SPACES
025717        AND WS-PERIOD-KEY < WS-OPEN-PERIOD
025718         MOVE 'FINAL'       TO HD-PRIOR-STATUS
025719     ELSE
025720         MOVE 'PRELIMINARY' TO HD-PRIOR-STATUS
025721     END-IF.
025722     MOVE WS-CUR-PERIOD (1:4) TO WS-PK-CCYY.
025723     MOVE WS-CUR-PERIOD (5:2) TO WS-PK-MM.
025724     MOVE WS-PERIOD-KEY TO PER-PERIOD-ID.
025725     READ PERIOD-FILE
025726         INVALID KEY
025727             MOVE SPACES TO PERIOD-RECORD
025728     END-READ.
025729     CLOSE PERIOD-FILE.
025730     MOVE SPACES TO WS-PERIOD-STATUS-LINE.
025731     IF WS-OPEN-PERIOD = SPACES
025732        OR WS-PERIOD-KEY NOT < WS-OPEN-PERIOD
025733         MOVE 'PRELIMINARY' TO HD-PERIOD-STATUS
025734         MOVE ' PERIOD NOT YET CLOSED - FIGURES ARE PRELIMINARY'
025735             TO WS-PERIOD-STATUS-LINE
025736         GO TO 1200-EXIT
025737     END-IF.
025738     MOVE 'FINAL' TO HD-PERIOD-STATUS.
025739     IF PER-CLOSE-DATE = SPACES
025740         MOVE ' PERIOD CLOSED - FIGURES ARE FINAL'
025741             TO WS-PERIOD-STATUS-LINE
025742     ELSE
025743         STRING ' PERIOD CLOSED ' DELIMITED BY SIZE
025744             PER-CLOSE-DATE DELIMITED BY SIZE
025745             ' BY ' DELIMITED BY SIZE
025746             PER-CLOSED-BY DELIMITED BY SPACE
025747             ' - FIGURES ARE FINAL' DELIMITED BY SIZE
025748             INTO WS-PERIOD-STATUS-LINE
025749     END-IF.
025750 1200-EXIT.
025800     EXIT.
025900
026000 2000-PROCESS-ENTRY.
030600         ADD HIST-CALC-VALUE TO WS-PRIOR-CALC-VALUE
030700         ADD 1 TO WS-PRIOR-CALC-COUNT
030800     END-IF.
030810     PERFORM 2250-FIND-OR-ADD-PRODUCT THRU 2250-EXIT.
030820     IF WS-IN-CUR-PERIOD
030830         ADD HIST-CALC-VALUE TO WS-PV-CUR (WS-PV-IDX)
030840     ELSE
030850         ADD HIST-CALC-VALUE TO WS-PV-PRIOR (WS-PV-IDX)
030860     END-IF.
030900 2200-EXIT.
030901     EXIT.
030902
030903 2250-FIND-OR-ADD-PRODUCT.
030904     MOVE 'N' TO WS-FOUND-SW.
030905     IF WS-PV-COUNT > ZERO
030906         SET WS-PV-IDX TO 1
030907         SEARCH WS-PV-ENTRY
030908             AT END
030909                 CONTINUE
030910             WHEN WS-PV-IDX > WS-PV-COUNT
030911                 CONTINUE
030912             WHEN WS-PV-TYPE (WS-PV-IDX) = HIST-RECORD-TYPE
030913                 SET WS-ENTRY-FOUND TO TRUE
030914         END-SEARCH
030915     END-IF.
030916     IF WS-ENTRY-FOUND
030917         GO TO 2250-EXIT
030918     END-IF.
030919     IF WS-PV-COUNT >= 200
030920         DISPLAY 'MGMTRPT - MORE THAN 200 DISTINCT RECORD '
030921             'TYPES ON THE MASTER - RAISE THE WS-PV-ENTRY '
030922             'OCCURS LIMIT'
030923         MOVE 16 TO RETURN-CODE
030924         STOP RUN
030925     END-IF.
030926     PERFORM 2270-BUILD-PRODUCT-ENTRY THRU 2270-EXIT.
030927*    THE NEW TYPE GOES IN FRONT OF THE FIRST ENTRY THAT SORTS
030928*    AFTER IT - THE ENTRIES FROM THERE UP ARE MOVED UP ONE
030929*    SLOT FIRST.
030930     COMPUTE WS-PV-POS = WS-PV-COUNT + 1.
030931     IF WS-PV-COUNT > ZERO
030932         SET WS-PV-IDX TO 1
030933         SEARCH WS-PV-ENTRY
030934             AT END
030935                 CONTINUE
030936             WHEN WS-PV-IDX > WS-PV-COUNT
030937                 CONTINUE
030938             WHEN WS-PV-SORT-KEY (WS-PV-IDX) > WS-PN-SORT-KEY
030939                 SET WS-PV-POS TO WS-PV-IDX
030940         END-SEARCH
030941     END-IF.
030942     PERFORM 2260-SHIFT-ONE-UP THRU 2260-EXIT
030943         VARYING WS-PV-SUB FROM WS-PV-COUNT BY -1
030944         UNTIL WS-PV-SUB < WS-PV-POS.
030945     ADD 1 TO WS-PV-COUNT.
030946     MOVE WS-PV-NEW-ENTRY TO WS-PV-ENTRY (WS-PV-POS).
030947     SET WS-PV-IDX TO WS-PV-POS.
030948 2250-EXIT.
030949     EXIT.
030950
030951 2260-SHIFT-ONE-UP.
030952     MOVE WS-PV-ENTRY (WS-PV-SUB) TO WS-PV-ENTRY (WS-PV-SUB + 1).
030953 2260-EXIT.
030954     EXIT.
030955
030956 2270-BUILD-PRODUCT-ENTRY.
030957*    THE PRODUCT NAME AND OWNER ARE LOOKED UP ONCE, WHEN THE
030958*    TYPE IS FIRST SEEN.  A TYPE NOT ON THE PRODUCT MASTER IS
030959*    STILL REPORTED - IT JUST LANDS IN THE LAST SECTION.
030960     MOVE HIST-RECORD-TYPE TO PRD-REC-TYPE.
030961     MOVE 'Y' TO WS-PROD-FOUND-SW.
030962     READ PRODUCT-FILE
030963         INVALID KEY
030964             MOVE 'N' TO WS-PROD-FOUND-SW
030965     END-READ.
030966     MOVE HIST-RECORD-TYPE TO WS-PN-TYPE.
030967     IF WS-PROD-FOUND
030968         MOVE '1'             TO WS-PN-OWNER-GROUP
030969         MOVE PRD-OWNER-ID    TO WS-PN-OWNER-ID
030970         MOVE PRD-OWNER-NAME  TO WS-PN-OWNER-NAME
030971         MOVE PRD-DESCRIPTION TO WS-PN-DESC
030972     ELSE
030973         MOVE '2'             TO WS-PN-OWNER-GROUP
030974         MOVE SPACES          TO WS-PN-OWNER-ID
030975         MOVE 'NOT ON PRODUCT MASTER' TO WS-PN-OWNER-NAME
030976         MOVE '*** NOT ON PRODUCT MASTER ***' TO WS-PN-DESC
030977     END-IF.
030978     MOVE ZERO TO WS-PN-CUR.
030979     MOVE ZERO TO WS-PN-PRIOR.
030980 2270-EXIT.
031000     EXIT.
031100
031200 2300-TALLY-REJECT.
041100     PERFORM 3200-PRINT-ONE-SUSP THRU 3200-EXIT
041200         VARYING WS-WRITE-IDX FROM 1 BY 1
041300         UNTIL WS-WRITE-IDX > WS-SUSP-COUNT.
041305     MOVE SPACE TO MGMT-RPT-LINE.
041310     WRITE MGMT-RPT-LINE.
041315     MOVE 'CALCULATED VALUE BY PRODUCT MANAGER AND PRODUCT'
041320         TO MGMT-RPT-LINE.
041325     WRITE MGMT-RPT-LINE.
041330     PERFORM 3300-PRINT-ONE-PRODUCT THRU 3300-EXIT
041335         VARYING WS-WRITE-IDX FROM 1 BY 1
041340         UNTIL WS-WRITE-IDX > WS-PV-COUNT.
041345     IF WS-PV-COUNT > ZERO
041350         PERFORM 3360-PRINT-OWNER-TOTAL THRU 3360-EXIT
041355     END-IF.
041400     CLOSE HIST-FILE.
041450     CLOSE PRODUCT-FILE.
041500     CLOSE MGMT-RPT.
041600 3000-EXIT.
041700     EXIT.
044000     WRITE MGMT-RPT-LINE.
044100 3200-EXIT.
044200     EXIT.
044300
044400 3300-PRINT-ONE-PRODUCT.
044500     IF WS-PV-OWNER-GROUP (WS-WRITE-IDX) NOT = WS-CUR-OWNER-GROUP
044600        OR WS-PV-OWNER-ID (WS-WRITE-IDX) NOT = WS-CUR-OWNER-ID
044700         PERFORM 3350-START-OWNER-SECTION THRU 3350-EXIT
044800     END-IF.
044900     MOVE WS-PV-TYPE  (WS-WRITE-IDX) TO PV-TYPE.
045000     MOVE WS-PV-DESC  (WS-WRITE-IDX) TO PV-DESC.
045100     MOVE WS-PV-CUR   (WS-WRITE-IDX) TO PV-CUR.
045200     MOVE WS-PV-PRIOR (WS-WRITE-IDX) TO PV-PRIOR.
045300     COMPUTE WS-DELTA-VALUE =
045400         WS-PV-CUR (WS-WRITE-IDX) - WS-PV-PRIOR (WS-WRITE-IDX).
045500     MOVE WS-DELTA-VALUE TO PV-DELTA.
045600     MOVE WS-PV-DETAIL-LINE TO MGMT-RPT-LINE.
045700     WRITE MGMT-RPT-LINE.
045800     ADD WS-PV-CUR   (WS-WRITE-IDX) TO WS-OT-CUR.
045900     ADD WS-PV-PRIOR (WS-WRITE-IDX) TO WS-OT-PRIOR.
046000 3300-EXIT.
046100     EXIT.
046200
046300 3350-START-OWNER-SECTION.
046400*    A NEW PRODUCT MANAGER - CLOSE OFF THE PREVIOUS MANAGER'S
046500*    SECTION WITH ITS SUBTOTAL AND HEAD UP THIS ONE.
046600     IF WS-WRITE-IDX > 1
046700         PERFORM 3360-PRINT-OWNER-TOTAL THRU 3360-EXIT
046800     END-IF.
046900     MOVE WS-PV-OWNER-GROUP (WS-WRITE-IDX) TO WS-CUR-OWNER-GROUP.
047000     MOVE WS-PV-OWNER-ID    (WS-WRITE-IDX) TO WS-CUR-OWNER-ID.
047100     MOVE WS-PV-OWNER-NAME  (WS-WRITE-IDX) TO OH-OWNER-NAME.
047200     IF WS-PV-OWNER-ID (WS-WRITE-IDX) = SPACES
047300         MOVE SPACES TO OH-OWNER-ID
047400     ELSE
047500         MOVE '(' TO OH-OWNER-ID
047600         MOVE WS-PV-OWNER-ID (WS-WRITE-IDX) TO OH-OWNER-ID (2:8)
047700         MOVE ')' TO OH-OWNER-ID (10:1)
047800     END-IF.
047900     MOVE ZERO TO WS-OT-CUR.
048000     MOVE ZERO TO WS-OT-PRIOR.
048100     MOVE SPACE TO MGMT-RPT-LINE.
048200     WRITE MGMT-RPT-LINE.
048300     MOVE WS-OWNER-HDR-LINE TO MGMT-RPT-LINE.
048400     WRITE MGMT-RPT-LINE.
048500     MOVE WS-PV-COL-HDR-LINE TO MGMT-RPT-LINE.
048600     WRITE MGMT-RPT-LINE.
048700 3350-EXIT.
048800     EXIT.
048900
049000 3360-PRINT-OWNER-TOTAL.
049100     MOVE 'ALL '                  TO PV-TYPE.
049200     MOVE 'PRODUCT MANAGER TOTAL' TO PV-DESC.
049300     MOVE WS-OT-CUR               TO PV-CUR.
049400     MOVE WS-OT-PRIOR             TO PV-PRIOR.
049500     COMPUTE WS-DELTA-VALUE = WS-OT-CUR - WS-OT-PRIOR.
049600     MOVE WS-DELTA-VALUE TO PV-DELTA.
049700     MOVE WS-PV-DETAIL-LINE TO MGMT-RPT-LINE.
049800     WRITE MGMT-RPT-LINE.
049900 3360-EXIT.
050000     EXIT.
