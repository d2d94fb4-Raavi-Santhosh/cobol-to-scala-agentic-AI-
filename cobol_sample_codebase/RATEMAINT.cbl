001200* STATUS P, WHERE A SECOND PERSON MUST APPROVE IT IN         *
001210* RATEAPPR BEFORE THE RATEPROM PROMOTION BATCH APPLIES IT    *
001220* TO RATEFILE.  BROWSE STILL READS THE LIVE TABLE.           *
001240* AN ADD EFFECTIVE INSIDE AN ACCOUNTING PERIOD ALREADY       *
001260* CLOSED ON THE PERIOD CALENDAR (PERCTL, SEE PERIODREC.CPY)  *
001280* IS REFUSED ON THE SCREEN.                                  *
001300*                                                             *
001400* SCREEN RATEMAP (MAPSET RATESET) SUPPORTS TWO FUNCTIONS,      *
001410* THE SYMBOLIC MAP IS RATEMAP.CPY; THE PHYSICAL MAP THAT      *
003088*                    SECOND PERSON APPROVES IT IN RATEAPPR    *
003090*                    AND RATEPROM PROMOTES IT, PER THE        *
003092*                    AUDITORS' DUAL-CONTROL FINDING           *
003094*   2026-10-15 DLM   AN ADD EFFECTIVE IN A CLOSED ACCOUNTING  *
003096*                    PERIOD (NEW PERCTL CALENDAR) IS REFUSED  *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003850 COPY DFHAID.
003900 01  WS-RESP                  PIC S9(08) COMP.
004000 01  WS-TODAY                 PIC X(10).
004005
004010*    THE PERIOD CALENDAR'S CONTROL RECORD - MIRRORS
004015*    PERIODREC.CPY FIELD FOR FIELD, CARRIED HERE THE SAME WAY
004020*    AS THE RATE-RECORD MIRROR IN THE COMMAREA.  A CHANGE
004025*    EFFECTIVE BEFORE ITS OPEN PERIOD FALLS IN A CLOSED
004030*    PERIOD.
004035 01  RM-PERIOD-RECORD.
004040     05  RM-PER-ID             PIC X(07).
004045     05  RM-PER-STATUS         PIC X(01).
004050     05  RM-PER-START          PIC X(10).
004055     05  RM-PER-END            PIC X(10).
004060     05  RM-PER-CLOSE-DATE     PIC X(10).
004065     05  RM-PER-CLOSED-BY      PIC X(08).
004070     05  RM-PER-OPEN-PERIOD    PIC X(07).
004075     05  RM-PER-LATE-ACTION    PIC X(01).
004080     05  FILLER                PIC X(26).
004085
004090 01  WS-PERIOD-SW             PIC X(01) VALUE 'N'.
004095     88  WS-PERIOD-CLOSED      VALUE 'Y'.
004100
004600 01  RM-COMMAREA.
004700     05  RM-FUNCTION           PIC X(01).
014510*    THE CHANGE LANDS ON THE PENDING FILE AS STATUS P - IT
014520*    DOES NOT TOUCH RATEFILE UNTIL A SECOND PERSON APPROVES
014530*    IT IN RATEAPPR AND RATEPROM PROMOTES IT.
014538     PERFORM 2400-CHECK-PERIOD THRU 2400-EXIT.
014546     IF WS-PERIOD-CLOSED
014554         MOVE 'EFFECTIVE DATE IS IN A CLOSED PERIOD' TO
014562             RM-MESSAGE
014570         PERFORM 3100-SEND-RESULT-MAP THRU 3100-EXIT
014578         GO TO 2300-EXIT
014586     END-IF.
014600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
014610     MOVE RM-RT-TYPE       TO RM-PD-TYPE.
014620     MOVE RM-RT-EFF        TO RM-PD-EFF.
017100 2300-EXIT.
017200     EXIT.
017300
017304 2400-CHECK-PERIOD.
017308*    NO CONTROL RECORD MEANS NO PERIOD HAS BEEN CLOSED YET.
017312     MOVE 'N' TO WS-PERIOD-SW.
017316     MOVE '0000-00' TO RM-PER-ID.
017320     EXEC CICS READ
017324         FILE('PERCTL')
017328         INTO(RM-PERIOD-RECORD)
017332         RIDFLD(RM-PER-ID)
017336         KEYLENGTH(7)
017340         RESP(WS-RESP)
017344     END-EXEC.
017348
017352     IF WS-RESP = DFHRESP(NORMAL)
017356        AND RM-PER-OPEN-PERIOD NOT = SPACES
017360        AND RM-RT-EFF (1:7) < RM-PER-OPEN-PERIOD
017364         SET WS-PERIOD-CLOSED TO TRUE
017368     END-IF.
017372 2400-EXIT.
017376     EXIT.
017380
017400 3000-SEND-INITIAL-MAP.
017500     MOVE RM-MESSAGE TO MSGO.
017600     EXEC CICS SEND MAP('RATEMAP')
