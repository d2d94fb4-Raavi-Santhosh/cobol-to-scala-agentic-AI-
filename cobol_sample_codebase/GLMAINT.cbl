000800* GLMAINT IS THE ONLINE CICS TRANSACTION (TRANSID GLMT)     *
000900* USED TO MAINTAIN THE GL ACCOUNT MAPPING FILE GLMAP (SEE   *
001000* GLMAPREC.CPY) - THE DEBIT AND CREDIT ACCOUNT AND COST     *
001050* CENTER THE CORPORATE LEDGER POSTS EACH RECORD TYPE TO,    *
001100* AND THE REVALUATION AND UNREALIZED FX GAIN/LOSS ACCOUNTS  *
001150* THE MONTH-END FX REVALUATION (FXREVAL) POSTS IT TO.       *
001200* A MAPPING ADDED OR CHANGED HERE IS PICKED UP BY GLPOST    *
001300* THE NEXT TIME IT LOADS THE MAPPING TABLE - I.E. THE NEXT  *
001400* BATCH RUN.                                                *
001500*                                                           *
001600* SCREEN GLMMAP (MAPSET GLMSET) SUPPORTS THREE FUNCTIONS,   *
001700* THE SYMBOLIC MAP IS GLMMAP.CPY; THE PHYSICAL MAP THAT     *
001800* GENERATED IT IS GLMSET.BMS AND MUST BE ASSEMBLED AND      *
001900* LINK-EDITED INTO THE REGION'S MAP LIBRARY BEFORE THIS     *
002500*       ENTRY IS WRITTEN.  GLM-LAST-UPDATED/GLM-UPDATED-BY  *
002600*       ARE STAMPED FROM THE TERMINAL'S SIGNED-ON USERID    *
002700*       AND TODAY'S DATE.                                   *
002710*   U - UPDATE.  THE KEYED ENTRY IS READ FOR UPDATE AND     *
002720*       ONLY THE FIELDS KEYED OVER ON THE SCREEN ARE        *
002730*       REPLACED - THIS IS HOW AN EXISTING MAPPING IS GIVEN *
002740*       ITS REVALUATION AND FX GAIN/LOSS ACCOUNTS, OR IS    *
002750*       MOVED TO NEW ACCOUNTS.  THE RECORD TYPE ITSELF      *
002760*       CANNOT BE CHANGED, AND THE STAMP IS REFRESHED AS    *
002770*       ON AN ADD.                                          *
002780* ON AN ADD OR UPDATE AN ENTRY WITH NO DEBIT OR NO CREDIT   *
002790* ACCOUNT IS REFUSED ON THE SPOT.                           *
002800* THE TRANSACTION IS PSEUDO-CONVERSATIONAL - IT RETURNS TO  *
002900* CICS BETWEEN SCREENS WITH ITS WORKING STORAGE PRESERVED   *
003000* IN THE COMMAREA, THE SAME AS RATEMAINT.                   *
003016*                                                           *
003032* A MAPPING HAS NO EFFECTIVE DATE OF ITS OWN - IT APPLIES   *
003040* FROM THE NEXT GL RUN, AND THAT RUN ONLY POSTS RECORDS     *
003050* DATED IN THE OPEN ACCOUNTING PERIOD: TRANEDIT AND SUSPREL *
003060* RE-DATE OR REJECT A LATE ITEM, AND GLPOST REFUSES TO      *
003070* RE-MAP A PENDING LINE DATED IN A CLOSED PERIOD.  A CHANGE *
003080* KEYED HERE THEREFORE NEVER REACHES A CLOSED PERIOD.       *
003100*-----------------------------------------------------------*
003200* MODIFICATION HISTORY                                      *
003300*   DATE       INIT  DESCRIPTION                             *
003400*   ---------  ----  ------------------------------------   *
003500*   2026-08-23 DLM   ORIGINAL PROGRAM                        *
003583*   2026-10-15 DLM   REVALUATION AND FX GAIN/LOSS ACCOUNTS   *
003591*                    ADDED TO THE SCREEN AND COMMAREA        *
003592*   2026-10-15 DLM   NEW U (UPDATE) FUNCTION, AND AN ENTRY   *
003594*                    WITH NO DEBIT OR CREDIT ACCOUNT IS      *
003596*                    REFUSED                                 *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004900     05  GM-FUNCTION           PIC X(01).
005000         88  GM-FUNC-BROWSE    VALUE 'B'.
005100         88  GM-FUNC-ADD       VALUE 'A'.
005150         88  GM-FUNC-UPDATE    VALUE 'U'.
005200     05  GM-MESSAGE            PIC X(40).
005300*    MIRRORS GLMAPREC.CPY FIELD FOR FIELD - GLMAP ITSELF IS
005400*    DECLARED FROM GLMAPREC.CPY IN THE BATCH POSTING RUN,
006300         10  GM-CR-CC          PIC X(06).
006400         10  GM-LAST-UPD       PIC X(10).
006500         10  GM-UPD-BY         PIC X(08).
006520         10  GM-RV-ACCT        PIC X(08).
006540         10  GM-RV-CC          PIC X(06).
006560         10  GM-FX-ACCT        PIC X(08).
006580         10  GM-FX-CC          PIC X(06).
006600
006700 COPY GLMMAP.
006800
006900 LINKAGE SECTION.
007000 01  DFHCOMMAREA.
007100     05  GM-DFHCOMMAREA        PIC X(119).
007200
007300 PROCEDURE DIVISION.
007400 0000-MAINLINE.
011500
011600 2100-EDIT-AND-PROCESS.
011700     MOVE FUNCI   TO GM-FUNCTION.
011725*    A RECORD TYPE NOT KEYED OVER KEEPS THE MAPPING LAST
011750*    SHOWN, SO A BROWSE CAN BE FOLLOWED STRAIGHT BY A U.
011775     IF RECTYPL > ZERO
011800         MOVE RECTYPI TO GM-REC-TYPE
011825     END-IF.
011900
011950     IF NOT GM-FUNC-BROWSE
012000        AND NOT GM-FUNC-ADD
012050        AND NOT GM-FUNC-UPDATE
012100         MOVE 'FUNCTION MUST BE B, A OR U' TO GM-MESSAGE
012300         PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT
012400         GO TO 2100-EXIT
012500     END-IF.
012600
012650     EVALUATE TRUE
012700         WHEN GM-FUNC-BROWSE
012750             PERFORM 2200-DO-BROWSE THRU 2200-EXIT
012800         WHEN GM-FUNC-ADD
012850             MOVE DRACCTI  TO GM-DR-ACCT
012900             MOVE DRCCI    TO GM-DR-CC
012950             MOVE CRACCTI  TO GM-CR-ACCT
013000             MOVE CRCCI    TO GM-CR-CC
013050             MOVE RVACCTI  TO GM-RV-ACCT
013100             MOVE RVCCI    TO GM-RV-CC
013150             MOVE FXACCTI  TO GM-FX-ACCT
013200             MOVE FXCCI    TO GM-FX-CC
013250             PERFORM 2300-DO-ADD    THRU 2300-EXIT
013300         WHEN GM-FUNC-UPDATE
013350             PERFORM 2500-DO-UPDATE THRU 2500-EXIT
013400     END-EVALUATE.
013600 2100-EXIT.
013700     EXIT.
013800
015700
015800 2300-DO-ADD.
015900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
015956     PERFORM 2600-VALIDATE-MAPPING THRU 2600-EXIT.
015958     IF GM-MESSAGE NOT = SPACES
015960         PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT
015972         GO TO 2300-EXIT
015984     END-IF.
016000     MOVE WS-TODAY         TO GM-LAST-UPD.
016100     EXEC CICS ASSIGN
016200         USERID(GM-UPD-BY)
018600 2300-EXIT.
018700     EXIT.
018800
018801 2500-DO-UPDATE.
018802*    THE MAP IS SENT WITH FRSET, SO ONLY THE FIELDS KEYED
018803*    OVER SINCE THE LAST SCREEN COME BACK WITH A LENGTH -
018804*    THOSE REPLACE THE FILED VALUES AND EVERY OTHER FIELD IS
018805*    LEFT AS IT STANDS ON GLMAP.
018806     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018807     EXEC CICS READ
018808         FILE('GLMAP')
018809         INTO(GM-GLMAP-RECORD)
018810         RIDFLD(GM-REC-TYPE)
018811         KEYLENGTH(4)
018812         UPDATE
018813         RESP(WS-RESP)
018814     END-EXEC.
018815     IF WS-RESP NOT = DFHRESP(NORMAL)
018816         MOVE 'MAPPING NOT ON FILE - USE A TO ADD IT' TO
018817             GM-MESSAGE
018818         PERFORM 3000-SEND-INITIAL-MAP THRU 3000-EXIT
018819         GO TO 2500-EXIT
018820     END-IF.
018821     IF DRACCTL > ZERO
018822         MOVE DRACCTI  TO GM-DR-ACCT
018823     END-IF.
018824     IF DRCCL > ZERO
018825         MOVE DRCCI    TO GM-DR-CC
018826     END-IF.
018827     IF CRACCTL > ZERO
018828         MOVE CRACCTI  TO GM-CR-ACCT
018829     END-IF.
018830     IF CRCCL > ZERO
018831         MOVE CRCCI    TO GM-CR-CC
018832     END-IF.
018833     IF RVACCTL > ZERO
018834         MOVE RVACCTI  TO GM-RV-ACCT
018835     END-IF.
018836     IF RVCCL > ZERO
018837         MOVE RVCCI    TO GM-RV-CC
018838     END-IF.
018839     IF FXACCTL > ZERO
018840         MOVE FXACCTI  TO GM-FX-ACCT
018841     END-IF.
018842     IF FXCCL > ZERO
018843         MOVE FXCCI    TO GM-FX-CC
018844     END-IF.
018845     PERFORM 2600-VALIDATE-MAPPING THRU 2600-EXIT.
018846     IF GM-MESSAGE NOT = SPACES
018847         EXEC CICS UNLOCK
018848             FILE('GLMAP')
018849         END-EXEC
018850         PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT
018851         GO TO 2500-EXIT
018852     END-IF.
018853     MOVE WS-TODAY         TO GM-LAST-UPD.
018854     EXEC CICS ASSIGN
018855         USERID(GM-UPD-BY)
018856     END-EXEC.
018857
018858     EXEC CICS REWRITE
018859         FILE('GLMAP')
018860         FROM(GM-GLMAP-RECORD)
018861         RESP(WS-RESP)
018862     END-EXEC.
018863
018864     IF WS-RESP = DFHRESP(NORMAL)
018865         MOVE 'MAPPING UPDATED - APPLIES FROM NEXT RUN' TO
018866             GM-MESSAGE
018867     ELSE
018868         MOVE 'UNABLE TO UPDATE MAPPING - SEE SUPPORT' TO
018869             GM-MESSAGE
018870     END-IF.
018871     PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT.
018872 2500-EXIT.
018873     EXIT.
018874
018875 2600-VALIDATE-MAPPING.
018876*    GLPOST CANNOT POST A TYPE WITH NO DEBIT OR NO CREDIT
018877*    ACCOUNT, SO SUCH AN ENTRY IS REFUSED RATHER THAN FILED.
018878*    FIELDS NEVER KEYED COME BACK AS LOW VALUES AND ARE
018879*    TREATED AS BLANK.
018880     MOVE SPACES TO GM-MESSAGE.
018881     INSPECT GM-GLMAP-RECORD REPLACING ALL LOW-VALUES BY SPACES.
018882     IF GM-REC-TYPE = SPACES
018883         MOVE 'RECORD TYPE IS REQUIRED' TO GM-MESSAGE
018884         GO TO 2600-EXIT
018885     END-IF.
018886     IF GM-DR-ACCT = SPACES
018887        OR GM-CR-ACCT = SPACES
018888         MOVE 'DEBIT AND CREDIT ACCOUNT ARE REQUIRED' TO
018889             GM-MESSAGE
018890         GO TO 2600-EXIT
018891     END-IF.
018892 2600-EXIT.
018893     EXIT.
018894
018900 3000-SEND-INITIAL-MAP.
019000     MOVE GM-MESSAGE TO MSGO.
019100     EXEC CICS SEND MAP('GLMMAP')
020300     MOVE GM-DR-CC         TO DRCCO.
020400     MOVE GM-CR-ACCT       TO CRACCTO.
020500     MOVE GM-CR-CC         TO CRCCO.
020520     MOVE GM-RV-ACCT       TO RVACCTO.
020540     MOVE GM-RV-CC         TO RVCCO.
020560     MOVE GM-FX-ACCT       TO FXACCTO.
020580     MOVE GM-FX-CC         TO FXCCO.
020600     MOVE GM-MESSAGE       TO MSGO.
020700     EXEC CICS SEND MAP('GLMMAP')
020800         MAPSET('GLMSET')
