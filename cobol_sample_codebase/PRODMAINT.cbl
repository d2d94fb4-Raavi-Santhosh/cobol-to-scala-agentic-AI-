000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODMAINT.
000300 AUTHOR.        D L MAINTENANCE TEAM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* PRODMAINT IS THE ONLINE CICS TRANSACTION (TRANSID PRDM)   *
000900* USED TO MAINTAIN THE PRODUCT MASTER ON PRODMST (SEE       *
001000* PRODREC.CPY), THE SAME WAY HOLDMAINT MAINTAINS THE HOLD   *
001100* RULES.  TRANEDIT LOADS THE MASTER AT THE START OF EACH    *
001200* RUN, SO A PRODUCT ADDED, RETIRED OR RE-SCOPED HERE TAKES  *
001300* EFFECT FROM THE NEXT BATCH RUN.                           *
001400*                                                           *
001500* SCREEN PRODMAP (MAPSET PRODSET) SUPPORTS THREE FUNCTIONS, *
001600* THE SYMBOLIC MAP IS PRODMAP.CPY; THE PHYSICAL MAP THAT    *
001700* GENERATED IT IS PRODSET.BMS AND MUST BE ASSEMBLED AND     *
001800* LINK-EDITED INTO THE REGION'S MAP LIBRARY BEFORE THIS     *
001900* TRANSACTION CAN BE RUN.                                   *
002000* SELECTED IN PM-FUNCTION ON ENTRY:                         *
002100*   B - BROWSE.  RECORD TYPE ENTERED, THE MATCHING PRODUCT  *
002200*       (IF ANY) IS READ AND DISPLAYED.                     *
002300*   A - ADD.  ALL PRODUCT FIELDS ARE ENTERED AND A NEW      *
002400*       PRODUCT IS WRITTEN.  A BLANK RETIRE DATE IS FILED   *
002500*       AS 9999-12-31 (STILL LIVE).                         *
002600*   U - UPDATE.  THE KEYED PRODUCT IS READ FOR UPDATE AND   *
002700*       ONLY THE FIELDS KEYED OVER ON THE SCREEN ARE        *
002800*       REPLACED - THIS IS HOW A PRODUCT IS RETIRED, HANDED *
002900*       TO A NEW PRODUCT MANAGER, OR HAS ITS SOURCE AND     *
003000*       CURRENCY SCOPE CHANGED.  THE RECORD TYPE ITSELF     *
003100*       CANNOT BE CHANGED.                                  *
003200* ON AN ADD OR UPDATE A PRODUCT WITH NO DESCRIPTION, NO     *
003300* OWNING PRODUCT MANAGER, NO ALLOWED SOURCE, A LAUNCH OR    *
003400* RETIRE DATE THAT IS NOT A CCYY-MM-DD DATE, OR A RETIRE    *
003500* DATE NOT AFTER ITS LAUNCH DATE IS REFUSED ON THE SPOT.    *
003600* PRD-LAST-UPDATED AND PRD-UPDATED-BY ARE STAMPED FROM THE  *
003700* TERMINAL'S SIGNED-ON USERID AND TODAY'S DATE.             *
003800* THE TRANSACTION IS PSEUDO-CONVERSATIONAL - IT RETURNS TO  *
003900* CICS BETWEEN SCREENS WITH ITS WORKING STORAGE PRESERVED   *
004000* IN THE COMMAREA, THE SAME AS RATEMAINT.                   *
004100*-----------------------------------------------------------*
004200* MODIFICATION HISTORY                                      *
004300*   DATE       INIT  DESCRIPTION                             *
004400*   ---------  ----  ------------------------------------   *
004500*   2026-10-15 DLM   ORIGINAL PROGRAM                        *
004600*-----------------------------------------------------------*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.  IBM-370.
005000 OBJECT-COMPUTER.  IBM-370.
005100
005200 DATA DIVISION.
005300 WORKING-STORAGE SECTION.
005400 COPY DFHAID.
005500 01  WS-RESP                  PIC S9(08) COMP.
005600 01  WS-TODAY                 PIC X(08).
005700 01  WS-TODAY-DASHED          PIC X(10).
005800
005900*    A LAUNCH OR RETIRE DATE UNDER TEST - IT MUST BE A
006000*    CCYY-MM-DD DATE OR THE EDIT'S DATE COMPARISONS MEAN
006100*    NOTHING.
006200 01  WS-CHECK-DATE            PIC X(10).
006300 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
006400     05  WS-CD-CCYY           PIC X(04).
006500     05  WS-CD-DASH-1         PIC X(01).
006600     05  WS-CD-MM             PIC X(02).
006700     05  WS-CD-DASH-2         PIC X(01).
006800     05  WS-CD-DD             PIC X(02).
006900 01  WS-DATE-OK-SW            PIC X(01) VALUE 'N'.
007000     88  WS-DATE-OK           VALUE 'Y'.
007100
007200 01  PM-COMMAREA.
007300     05  PM-FUNCTION           PIC X(01).
007400         88  PM-FUNC-BROWSE    VALUE 'B'.
007500         88  PM-FUNC-ADD       VALUE 'A'.
007600         88  PM-FUNC-UPDATE    VALUE 'U'.
007700     05  PM-MESSAGE            PIC X(40).
007800*    MIRRORS PRODREC.CPY FIELD FOR FIELD - PRODMST ITSELF IS
007900*    DECLARED FROM PRODREC.CPY IN THE BATCH PROGRAMS, BUT
008000*    THOSE LEVEL NUMBERS WON'T NEST UNDER PM-COMMAREA, SO THE
008100*    COMMAREA COPY OF A PRODUCT IS CARRIED HERE INSTEAD (SAME
008200*    APPROACH AS HOLDMAINT).
008300     05  PM-PROD-RECORD.
008400         10  PM-PR-TYPE        PIC X(04).
008500         10  PM-PR-DESC        PIC X(30).
008600         10  PM-PR-OWNER-ID    PIC X(08).
008700         10  PM-PR-OWNER-NAME  PIC X(24).
008800         10  PM-PR-LAUNCH      PIC X(10).
008900         10  PM-PR-RETIRE      PIC X(10).
009000         10  PM-PR-SOURCES     PIC X(15).
009100         10  PM-PR-CURRS       PIC X(15).
009200         10  PM-PR-LAST-UPD    PIC X(10).
009300         10  PM-PR-UPD-BY      PIC X(08).
009400
009500 COPY PRODMAP.
009600
009700 LINKAGE SECTION.
009800 01  DFHCOMMAREA.
009900     05  PM-DFHCOMMAREA        PIC X(175).
010000
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     IF EIBCALEN = 0
010400         PERFORM 1000-INITIAL-ENTRY  THRU 1000-EXIT
010500     ELSE
010600         MOVE DFHCOMMAREA TO PM-COMMAREA
010700         PERFORM 2000-RECEIVE-SCREEN THRU 2000-EXIT
010800     END-IF.
010900
011000     EXEC CICS RETURN
011100         TRANSID('PRDM')
011200         COMMAREA(PM-COMMAREA)
011300         LENGTH(LENGTH OF PM-COMMAREA)
011400     END-EXEC.
011500
011600 1000-INITIAL-ENTRY.
011700     MOVE SPACES TO PM-COMMAREA.
011800     MOVE SPACES TO PM-MESSAGE.
011900     PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT.
012000 1000-EXIT.
012100     EXIT.
012200
012300 2000-RECEIVE-SCREEN.
012400     EXEC CICS RECEIVE
012500         MAP('PRODMAP')
012600         MAPSET('PRODSET')
012700         INTO(PRODMAPI)
012800         RESP(WS-RESP)
012900     END-EXEC.
013000
013100     EVALUATE EIBAID
013200         WHEN DFHPF3
013300             EXEC CICS RETURN END-EXEC
013400         WHEN DFHENTER
013500             PERFORM 2100-EDIT-AND-PROCESS THRU 2100-EXIT
013600         WHEN OTHER
013700             MOVE 'INVALID KEY PRESSED - USE ENTER OR PF3' TO
013800                 PM-MESSAGE
013900             PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT
014000     END-EVALUATE.
014100 2000-EXIT.
014200     EXIT.
014300
014400 2100-EDIT-AND-PROCESS.
014500     MOVE FUNCI   TO PM-FUNCTION.
014600*    A RECORD TYPE NOT KEYED OVER KEEPS THE PRODUCT LAST
014700*    SHOWN, SO A BROWSE CAN BE FOLLOWED STRAIGHT BY A U.
014800     IF RECTYPL > ZERO
014900         MOVE RECTYPI TO PM-PR-TYPE
015000     END-IF.
015100
015200     IF NOT PM-FUNC-BROWSE
015300        AND NOT PM-FUNC-ADD
015400        AND NOT PM-FUNC-UPDATE
015500         MOVE 'FUNCTION MUST BE B, A OR U' TO PM-MESSAGE
015600         PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT
015700         GO TO 2100-EXIT
015800     END-IF.
015900
016000     EVALUATE TRUE
016100         WHEN PM-FUNC-BROWSE
016200             PERFORM 2200-DO-BROWSE THRU 2200-EXIT
016300         WHEN PM-FUNC-ADD
016400             MOVE DESCI    TO PM-PR-DESC
016500             MOVE OWNIDI   TO PM-PR-OWNER-ID
016600             MOVE OWNNMI   TO PM-PR-OWNER-NAME
016700             MOVE LNCHDTI  TO PM-PR-LAUNCH
016800             MOVE RETDTI   TO PM-PR-RETIRE
016900             MOVE SRCSI    TO PM-PR-SOURCES
017000             MOVE CURSI    TO PM-PR-CURRS
017100             PERFORM 2300-DO-ADD    THRU 2300-EXIT
017200         WHEN PM-FUNC-UPDATE
017300             PERFORM 2400-DO-UPDATE THRU 2400-EXIT
017400     END-EVALUATE.
017500 2100-EXIT.
017600     EXIT.
017700
017800 2200-DO-BROWSE.
017900     EXEC CICS READ
018000         FILE('PRODMST')
018100         INTO(PM-PROD-RECORD)
018200         RIDFLD(PM-PR-TYPE)
018300         KEYLENGTH(4)
018400         RESP(WS-RESP)
018500     END-EXEC.
018600
018700     IF WS-RESP = DFHRESP(NORMAL)
018800         MOVE 'PRODUCT FOUND' TO PM-MESSAGE
018900     ELSE
019000         MOVE SPACES TO PM-PROD-RECORD
019100         MOVE 'NO MATCHING PRODUCT ON FILE' TO PM-MESSAGE
019200     END-IF.
019300     PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT.
019400 2200-EXIT.
019500     EXIT.
019600
019700 2300-DO-ADD.
019800     PERFORM 2500-VALIDATE-PRODUCT THRU 2500-EXIT.
019900     IF PM-MESSAGE NOT = SPACES
020000         PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT
020100         GO TO 2300-EXIT
020200     END-IF.
020300     PERFORM 2600-STAMP-PRODUCT THRU 2600-EXIT.
020400
020500     EXEC CICS WRITE
020600         FILE('PRODMST')
020700         FROM(PM-PROD-RECORD)
020800         RIDFLD(PM-PR-TYPE)
020900         KEYLENGTH(4)
021000         RESP(WS-RESP)
021100     END-EXEC.
021200
021300     IF WS-RESP = DFHRESP(NORMAL)
021400         MOVE 'PRODUCT ADDED - APPLIES FROM NEXT RUN' TO
021500             PM-MESSAGE
021600     ELSE
021700         IF WS-RESP = DFHRESP(DUPREC)
021800             MOVE 'PRODUCT ALREADY EXISTS - USE U TO CHANGE' TO
021900                 PM-MESSAGE
022000         ELSE
022100             MOVE 'UNABLE TO ADD PRODUCT - SEE SUPPORT' TO
022200                 PM-MESSAGE
022300         END-IF
022400     END-IF.
022500     PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT.
022600 2300-EXIT.
022700     EXIT.
022800
022900 2400-DO-UPDATE.
023000*    THE MAP IS SENT WITH FRSET, SO ONLY THE FIELDS KEYED
023100*    OVER SINCE THE LAST SCREEN COME BACK WITH A LENGTH -
023200*    THOSE REPLACE THE FILED VALUES AND EVERY OTHER FIELD IS
023300*    LEFT AS IT STANDS ON THE MASTER.
023400     EXEC CICS READ
023500         FILE('PRODMST')
023600         INTO(PM-PROD-RECORD)
023700         RIDFLD(PM-PR-TYPE)
023800         KEYLENGTH(4)
023900         UPDATE
024000         RESP(WS-RESP)
024100     END-EXEC.
024200     IF WS-RESP NOT = DFHRESP(NORMAL)
024300         MOVE 'PRODUCT NOT ON FILE - USE A TO ADD IT' TO
024400             PM-MESSAGE
024500         PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT
024600         GO TO 2400-EXIT
024700     END-IF.
024800     IF DESCL > ZERO
024900         MOVE DESCI    TO PM-PR-DESC
025000     END-IF.
025100     IF OWNIDL > ZERO
025200         MOVE OWNIDI   TO PM-PR-OWNER-ID
025300     END-IF.
025400     IF OWNNML > ZERO
025500         MOVE OWNNMI   TO PM-PR-OWNER-NAME
025600     END-IF.
025700     IF LNCHDTL > ZERO
025800         MOVE LNCHDTI  TO PM-PR-LAUNCH
025900     END-IF.
026000     IF RETDTL > ZERO
026100         MOVE RETDTI   TO PM-PR-RETIRE
026200     END-IF.
026300     IF SRCSL > ZERO
026400         MOVE SRCSI    TO PM-PR-SOURCES
026500     END-IF.
026600     IF CURSL > ZERO
026700         MOVE CURSI    TO PM-PR-CURRS
026800     END-IF.
026900     PERFORM 2500-VALIDATE-PRODUCT THRU 2500-EXIT.
027000     IF PM-MESSAGE NOT = SPACES
027100         EXEC CICS UNLOCK
027200             FILE('PRODMST')
027300         END-EXEC
027400         PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT
027500         GO TO 2400-EXIT
027600     END-IF.
027700     PERFORM 2600-STAMP-PRODUCT THRU 2600-EXIT.
027800
027900     EXEC CICS REWRITE
028000         FILE('PRODMST')
028100         FROM(PM-PROD-RECORD)
028200         RESP(WS-RESP)
028300     END-EXEC.
028400
028500     IF WS-RESP = DFHRESP(NORMAL)
028600         MOVE 'PRODUCT UPDATED - APPLIES FROM NEXT RUN' TO
028700             PM-MESSAGE
028800     ELSE
028900         MOVE 'UNABLE TO UPDATE PRODUCT - SEE SUPPORT' TO
029000             PM-MESSAGE
029100     END-IF.
029200     PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT.
029300 2400-EXIT.
029400     EXIT.
029500
029600 2500-VALIDATE-PRODUCT.
029700*    A PRODUCT NOBODY OWNS, THAT NO FEEDER MAY SEND, OR THAT
029800*    IS RETIRED BEFORE IT WAS LAUNCHED WOULD REJECT OR
029900*    MISREPORT EVERY RECORD OF ITS TYPE - ALL ARE REFUSED
030000*    RATHER THAN FILED.  FIELDS NEVER KEYED COME BACK AS LOW
030100*    VALUES AND ARE TREATED AS BLANK.
030200     MOVE SPACES TO PM-MESSAGE.
030300     INSPECT PM-PROD-RECORD REPLACING ALL LOW-VALUES BY SPACES.
030400     IF PM-PR-RETIRE = SPACES
030500         MOVE '9999-12-31' TO PM-PR-RETIRE
030600     END-IF.
030700     IF PM-PR-TYPE = SPACES
030800         MOVE 'RECORD TYPE IS REQUIRED' TO PM-MESSAGE
030900         GO TO 2500-EXIT
031000     END-IF.
031100     IF PM-PR-DESC = SPACES
031200         MOVE 'PRODUCT DESCRIPTION IS REQUIRED' TO PM-MESSAGE
031300         GO TO 2500-EXIT
031400     END-IF.
031500     IF PM-PR-OWNER-ID = SPACES
031600        OR PM-PR-OWNER-NAME = SPACES
031700         MOVE 'PRODUCT MANAGER USERID AND NAME REQUIRED' TO
031800             PM-MESSAGE
031900         GO TO 2500-EXIT
032000     END-IF.
032100     MOVE PM-PR-LAUNCH TO WS-CHECK-DATE.
032200     PERFORM 2550-CHECK-DATE THRU 2550-EXIT.
032300     IF NOT WS-DATE-OK
032400         MOVE 'LAUNCH DATE MUST BE CCYY-MM-DD' TO PM-MESSAGE
032500         GO TO 2500-EXIT
032600     END-IF.
032700     MOVE PM-PR-RETIRE TO WS-CHECK-DATE.
032800     PERFORM 2550-CHECK-DATE THRU 2550-EXIT.
032900     IF NOT WS-DATE-OK
033000         MOVE 'RETIRE DATE MUST BE CCYY-MM-DD OR BLANK' TO
033100             PM-MESSAGE
033200         GO TO 2500-EXIT
033300     END-IF.
033400     IF PM-PR-RETIRE NOT > PM-PR-LAUNCH
033500         MOVE 'RETIRE DATE MUST BE AFTER LAUNCH DATE' TO
033600             PM-MESSAGE
033700         GO TO 2500-EXIT
033800     END-IF.
033900     IF PM-PR-SOURCES = SPACES
034000         MOVE 'ENTER AT LEAST ONE SOURCE, OR ***' TO PM-MESSAGE
034100         GO TO 2500-EXIT
034200     END-IF.
034300 2500-EXIT.
034400     EXIT.
034500
034600 2550-CHECK-DATE.
034700     MOVE 'N' TO WS-DATE-OK-SW.
034800     IF WS-CD-CCYY NUMERIC
034900        AND WS-CD-MM NUMERIC
035000        AND WS-CD-DD NUMERIC
035100        AND WS-CD-DASH-1 = '-'
035200        AND WS-CD-DASH-2 = '-'
035300        AND WS-CD-MM > '00' AND WS-CD-MM < '13'
035400        AND WS-CD-DD > '00' AND WS-CD-DD < '32'
035500         SET WS-DATE-OK TO TRUE
035600     END-IF.
035700 2550-EXIT.
035800     EXIT.
035900
036000 2600-STAMP-PRODUCT.
036100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
036200     STRING WS-TODAY (1:4) DELIMITED BY SIZE
036300         '-' DELIMITED BY SIZE
036400         WS-TODAY (5:2) DELIMITED BY SIZE
036500         '-' DELIMITED BY SIZE
036600         WS-TODAY (7:2) DELIMITED BY SIZE
036700         INTO WS-TODAY-DASHED.
036800     MOVE WS-TODAY-DASHED  TO PM-PR-LAST-UPD.
036900     EXEC CICS ASSIGN
037000         USERID(PM-PR-UPD-BY)
037100     END-EXEC.
037200 2600-EXIT.
037300     EXIT.
037400
037500 3000-SEND-INITIAL-MAP.
037600     MOVE PM-MESSAGE TO MSGO.
037700     EXEC CICS SEND MAP('PRODMAP')
037800         MAPSET('PRODSET')
037900         FROM(PRODMAPO)
038000         ERASE
038100     END-EXEC.
038200 3000-EXIT.
038300     EXIT.
038400
038500 3100-SEND-RESULT-MAP.
038600     MOVE PM-FUNCTION      TO FUNCO.
038700     MOVE PM-PR-TYPE       TO RECTYPO.
038800     MOVE PM-PR-DESC       TO DESCO.
038900     MOVE PM-PR-OWNER-ID   TO OWNIDO.
039000     MOVE PM-PR-OWNER-NAME TO OWNNMO.
039100     MOVE PM-PR-LAUNCH     TO LNCHDTO.
039200     MOVE PM-PR-RETIRE     TO RETDTO.
039300     MOVE PM-PR-SOURCES    TO SRCSO.
039400     MOVE PM-PR-CURRS      TO CURSO.
039500     MOVE PM-MESSAGE       TO MSGO.
039600     EXEC CICS SEND MAP('PRODMAP')
039700         MAPSET('PRODSET')
039800         FROM(PRODMAPO)
039900         ERASE
040000     END-EXEC.
040100 3100-EXIT.
040200     EXIT.
