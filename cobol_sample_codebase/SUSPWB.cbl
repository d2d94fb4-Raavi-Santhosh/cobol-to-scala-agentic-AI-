002100*   B - BROWSE.  THE FIRST HELD RECORD AT OR PAST THE KEYED *
002200*       RECORD ID IS DISPLAYED (BLANK STARTS AT THE TOP),   *
002300*       WITH ITS AMOUNT, TYPE, SOURCE, NIGHTS HELD, THE     *
002400*       AGED FLAG SET AT LOAD TIME, ANY DECISION ALREADY    *
002410*       KEYED, AND THE HOLD-RULE REASON WHEN THE EDIT HELD  *
002420*       THE RECORD AUTOMATICALLY (BLANK WHEN THE FEEDER     *
002430*       SENT IT AS HELD).  KEYING THE DISPLAYED ID AGAIN    *
002600*       STEPS TO THE NEXT RECORD, SO AGED HOLDS CAN BE      *
002700*       WALKED FRONT TO BACK.                               *
002800*   D - DECIDE.  THE KEYED RECORD ID MUST EXIST ON THE      *
003900*   DATE       INIT  DESCRIPTION                             *
004000*   ---------  ----  ------------------------------------   *
004100*   2026-09-02 DLM   ORIGINAL PROGRAM                        *
004110*   2026-10-15 DLM   THE SCREEN NOW SHOWS THE AUTO-HOLD       *
004120*                    REASON CARRIED ON THE WORKBENCH RECORD   *
004200*-----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
008100     05  WB-DECISION           PIC X(01).
008200     05  WB-DECIDED-BY         PIC X(08).
008300     05  WB-DECIDED-DATE      PIC X(08).
008310     05  WB-HOLD-REASON        PIC X(04).
008400
008500 01  WS-BROWSE-KEY             PIC X(10).
008600 01  WS-REQ-ACTION             PIC X(01).
029600             WB-DECIDED-BY DELIMITED BY SIZE
029700             INTO DCSNO
029800     END-IF.
029810     MOVE WB-HOLD-REASON   TO HRSNO.
029900     MOVE WB-MESSAGE       TO MSGO.
030000     EXEC CICS SEND MAP('SUSPMAP')
030100         MAPSET('SUSPSET')
