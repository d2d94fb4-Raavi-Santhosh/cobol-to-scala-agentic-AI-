003500*   DATE       INIT  DESCRIPTION                             *
003600*   ---------  ----  ------------------------------------   *
003700*   2026-09-02 DLM   ORIGINAL PROGRAM                        *
003710*   2026-10-15 DLM   THE AUTO-HOLD REASON IS NOW CARRIED FROM *
003720*                    THE SUSPENSE MASTER ONTO THE WORKBENCH   *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
006900     05  SM-CURRENCY-CODE      PIC X(03).
007000     05  SM-FIRST-HELD-DATE    PIC X(08).
007100     05  SM-NIGHTS-HELD        PIC 9(05).
007110     05  SM-HOLD-REASON        PIC X(04).
007200
007300 FD  SUSP-WB-FILE.
007400     COPY SUSPMREC.
016200     MOVE SM-CURRENCY-CODE   TO SW-CURRENCY-CODE.
016300     MOVE SM-FIRST-HELD-DATE TO SW-FIRST-HELD-DATE.
016400     MOVE SM-NIGHTS-HELD     TO SW-NIGHTS-HELD.
016410     MOVE SM-HOLD-REASON     TO SW-HOLD-REASON.
016500     IF WS-AGE-LIMIT > ZERO
016600        AND SM-NIGHTS-HELD > WS-AGE-LIMIT
016700         MOVE 'Y' TO SW-AGED-FLAG
