000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HOLDMAINT.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* HOLDMAINT IS THE ONLINE CICS TRANSACTION (TRANSID HLDM)    *
000900* USED TO MAINTAIN THE AUTOMATIC-HOLD RULE TABLE ON          *
001000* HOLD-RULE-FILE (SEE HOLDRULE.CPY), THE SAME WAY CURRMAINT  *
001100* MAINTAINS THE EXCHANGE-RATE TABLE.  TRANEDIT LOADS THE     *
001200* RULES IN EFFECT AT THE START OF EACH RUN, SO A RULE ADDED  *
001300* HERE IS APPLIED FROM THE NEXT BATCH RUN.                   *
001400*                                                            *
001500* SCREEN HOLDMAP (MAPSET HOLDSET) SUPPORTS TWO FUNCTIONS,    *
001600* THE SYMBOLIC MAP IS HOLDMAP.CPY; THE PHYSICAL MAP THAT     *
001700* GENERATED IT IS HOLDSET.BMS AND MUST BE ASSEMBLED AND      *
001800* LINK-EDITED INTO THE REGION'S MAP LIBRARY BEFORE THIS      *
001900* TRANSACTION CAN BE RUN.                                    *
002000* SELECTED IN HM-FUNCTION ON ENTRY:                          *
002100*   B - BROWSE.  KEY TYPE/SOURCE/CURRENCY/EFFECTIVE DATE     *
002200*       ENTERED, THE MATCHING RULE (IF ANY) IS READ AND      *
002300*       DISPLAYED.                                           *
002400*   A - ADD.  ALL HOLD-RULE FIELDS ARE ENTERED AND A NEW     *
002500*       RULE IS WRITTEN.  A RULE WITH NO HOLD REASON, OR     *
002600*       WHOSE END DATE FALLS BEFORE ITS EFFECTIVE DATE, IS   *
002700*       REFUSED ON THE SPOT.  HOLD-LAST-UPDATED AND          *
002800*       HOLD-UPDATED-BY ARE STAMPED FROM THE TERMINAL'S      *
002900*       SIGNED-ON USERID AND TODAY'S DATE.                   *
003000* THE TRANSACTION IS PSEUDO-CONVERSATIONAL - IT RETURNS TO   *
003100* CICS BETWEEN SCREENS WITH ITS WORKING STORAGE PRESERVED IN *
003200* THE COMMAREA, THE SAME AS RATEMAINT.                       *
003300*-----------------------------------------------------------*
003400* MODIFICATION HISTORY                                      *
003500*   DATE       INIT  DESCRIPTION                             *
003600*   ---------  ----  ------------------------------------   *
003700*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.  IBM-370.
004200 OBJECT-COMPUTER.  IBM-370.
004300
004400 DATA DIVISION.
004500 WORKING-STORAGE SECTION.
004600 COPY DFHAID.
004700 01  WS-RESP                  PIC S9(08) COMP.
004800 01  WS-TODAY                 PIC X(10).
004900
005000 01  HM-COMMAREA.
005100     05  HM-FUNCTION           PIC X(01).
005200         88  HM-FUNC-BROWSE    VALUE 'B'.
005300         88  HM-FUNC-ADD       VALUE 'A'.
005400     05  HM-MESSAGE            PIC X(40).
005500*    MIRRORS HOLDRULE.CPY FIELD FOR FIELD - HOLD-RULE-FILE
005600*    ITSELF IS DECLARED FROM HOLDRULE.CPY IN THE BATCH
005700*    PROGRAMS, BUT THOSE LEVEL NUMBERS WON'T NEST UNDER
005800*    HM-COMMAREA, SO THE COMMAREA COPY OF A RULE IS CARRIED
005900*    HERE INSTEAD (SAME APPROACH AS CURRMAINT).
006000     05  HM-HOLD-RECORD.
006100         10  HM-HOLD-KEY.
006200             15  HM-HR-TYPE    PIC X(04).
006300             15  HM-HR-SOURCE  PIC X(03).
006400             15  HM-HR-CURR    PIC X(03).
006500             15  HM-HR-EFF     PIC X(10).
006600         10  HM-HR-END         PIC X(10).
006700         10  HM-HR-THRESHOLD   PIC 9(10).
006800         10  HM-HR-REASON      PIC X(04).
006900         10  HM-HR-LAST-UPD    PIC X(10).
007000         10  HM-HR-UPD-BY      PIC X(08).
007100
007200 COPY HOLDMAP.
007300
007400 LINKAGE SECTION.
007500 01  DFHCOMMAREA.
007600     05  HM-DFHCOMMAREA        PIC X(103).
007700
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
008000     IF EIBCALEN = 0
008100         PERFORM 1000-INITIAL-ENTRY  THRU 1000-EXIT
008200     ELSE
008300         MOVE DFHCOMMAREA TO HM-COMMAREA
008400         PERFORM 2000-RECEIVE-SCREEN THRU 2000-EXIT
008500     END-IF.
008600
008700     EXEC CICS RETURN
008800         TRANSID('HLDM')
008900         COMMAREA(HM-COMMAREA)
009000         LENGTH(LENGTH OF HM-COMMAREA)
009100     END-EXEC.
009200
009300 1000-INITIAL-ENTRY.
009400     MOVE SPACES TO HM-COMMAREA.
009500     MOVE SPACES TO HM-MESSAGE.
009600     PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT.
009700 1000-EXIT.
009800     EXIT.
009900
010000 2000-RECEIVE-SCREEN.
010100     EXEC CICS RECEIVE
010200         MAP('HOLDMAP')
010300         MAPSET('HOLDSET')
010400         INTO(HOLDMAPI)
010500         RESP(WS-RESP)
010600     END-EXEC.
010700
010800     EVALUATE EIBAID
010900         WHEN DFHPF3
011000             EXEC CICS RETURN END-EXEC
011100         WHEN DFHENTER
011200             PERFORM 2100-EDIT-AND-PROCESS THRU 2100-EXIT
011300         WHEN OTHER
011400             MOVE 'INVALID KEY PRESSED - USE ENTER OR PF3' TO
011500                 HM-MESSAGE
011600             PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT
011700     END-EVALUATE.
011800 2000-EXIT.
011900     EXIT.
012000
012100 2100-EDIT-AND-PROCESS.
012200     MOVE FUNCI   TO HM-FUNCTION.
012300     MOVE RTYPI   TO HM-HR-TYPE.
012400     MOVE SRCI    TO HM-HR-SOURCE.
012500     MOVE CURCDI  TO HM-HR-CURR.
012600     MOVE EFFDTI  TO HM-HR-EFF.
012700
012800     IF HM-FUNCTION NOT = 'B' AND HM-FUNCTION NOT = 'A'
012900         MOVE 'FUNCTION MUST BE B (BROWSE) OR A (ADD)' TO
013000             HM-MESSAGE
013100         PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT
013200         GO TO 2100-EXIT
013300     END-IF.
013400
013500     IF HM-FUNC-BROWSE
013600         PERFORM 2200-DO-BROWSE THRU 2200-EXIT
013700     ELSE
013800         MOVE ENDDTI   TO HM-HR-END
013900         MOVE THRSHI   TO HM-HR-THRESHOLD
014000         MOVE RSNI     TO HM-HR-REASON
014100         PERFORM 2300-DO-ADD    THRU 2300-EXIT
014200     END-IF.
014300 2100-EXIT.
014400     EXIT.
014500
014600 2200-DO-BROWSE.
014700     EXEC CICS READ
014800         FILE('HOLDRULE')
014900         INTO(HM-HOLD-RECORD)
015000         RIDFLD(HM-HOLD-KEY)
015100         KEYLENGTH(20)
015200         RESP(WS-RESP)
015300     END-EXEC.
015400
015500     IF WS-RESP = DFHRESP(NORMAL)
015600         MOVE 'HOLD RULE FOUND' TO HM-MESSAGE
015700     ELSE
015800         MOVE SPACES TO HM-HOLD-RECORD
015900         MOVE 'NO MATCHING HOLD RULE ON FILE' TO HM-MESSAGE
016000     END-IF.
016100     PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT.
016200 2200-EXIT.
016300     EXIT.
016400
016500 2300-DO-ADD.
016600*    A RULE WITH NO REASON WOULD HOLD RECORDS THE CLERK
016700*    CANNOT EXPLAIN, AND ONE THAT ENDS BEFORE IT STARTS
016800*    WOULD NEVER FIRE - BOTH ARE REFUSED RATHER THAN FILED.
016900     IF HM-HR-REASON = SPACES
017000         MOVE 'HOLD REASON IS REQUIRED' TO HM-MESSAGE
017100         PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT
017200         GO TO 2300-EXIT
017300     END-IF.
017400     IF HM-HR-END < HM-HR-EFF
017500         MOVE 'END DATE IS BEFORE EFFECTIVE DATE' TO
017600             HM-MESSAGE
017700         PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT
017800         GO TO 2300-EXIT
017900     END-IF.
018000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018100     MOVE WS-TODAY         TO HM-HR-LAST-UPD.
018200     EXEC CICS ASSIGN
018300         USERID(HM-HR-UPD-BY)
018400     END-EXEC.
018500
018600     EXEC CICS WRITE
018700         FILE('HOLDRULE')
018800         FROM(HM-HOLD-RECORD)
018900         RIDFLD(HM-HOLD-KEY)
019000         KEYLENGTH(20)
019100         RESP(WS-RESP)
019200     END-EXEC.
019300
019400     IF WS-RESP = DFHRESP(NORMAL)
019500         MOVE 'RULE ADDED - WILL APPLY FROM NEXT BATCH RUN' TO
019600             HM-MESSAGE
019700     ELSE
019800         IF WS-RESP = DFHRESP(DUPREC)
019900             MOVE 'HOLD RULE ALREADY EXISTS FOR THIS KEY' TO
020000                 HM-MESSAGE
020100         ELSE
020200             MOVE 'UNABLE TO ADD HOLD RULE - SEE SUPPORT' TO
020300                 HM-MESSAGE
020400         END-IF
020500     END-IF.
020600     PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT.
020700 2300-EXIT.
020800     EXIT.
020900
021000 3000-SEND-INITIAL-MAP.
021100     MOVE HM-MESSAGE TO MSGO.
021200     EXEC CICS SEND MAP('HOLDMAP')
021300         MAPSET('HOLDSET')
021400         FROM(HOLDMAPO)
021500         ERASE
021600     END-EXEC.
021700 3000-EXIT.
021800     EXIT.
021900
022000 3100-SEND-RESULT-MAP.
022100     MOVE HM-FUNCTION      TO FUNCO.
022200     MOVE HM-HR-TYPE       TO RTYPO.
022300     MOVE HM-HR-SOURCE     TO SRCO.
022400     MOVE HM-HR-CURR       TO CURCDO.
022500     MOVE HM-HR-EFF        TO EFFDTO.
022600     MOVE HM-HR-END        TO ENDDTO.
022700     MOVE HM-HR-THRESHOLD  TO THRSHO.
022800     MOVE HM-HR-REASON     TO RSNO.
022900     MOVE HM-MESSAGE       TO MSGO.
023000     EXEC CICS SEND MAP('HOLDMAP')
023100         MAPSET('HOLDSET')
023200         FROM(HOLDMAPO)
023300         ERASE
023400     END-EXEC.
023500 3100-EXIT.
023600     EXIT.
