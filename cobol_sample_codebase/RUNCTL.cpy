002292*                    FIRST COPY WAS LOADED), SO RECONBAL CAN  *
002294*                    ALLOW FOR THEM INSTEAD OF PAGING ON A    *
002296*                    NORMAL NIGHT                             *
002297*   2026-10-15 DLM   ADDED RC-GLACKMCH-STAT FOR THE LEDGER    *
002298*                    ACKNOWLEDGMENT MATCH-BACK, READ BY       *
002299*                    RUNSETUP BEFORE IT CLEARS THE STATUSES   *
002300*-----------------------------------------------------------*
002400   01  RUN-CTL-RECORD.
002500       05  RC-RUN-DATE           PIC X(08).
003600           10  RC-HISTUPDT-STAT  PIC X(01).
003700           10  RC-RECONBAL-STAT  PIC X(01).
003710           10  RC-ACKEXTR-STAT   PIC X(01).
003715           10  RC-GLACKMCH-STAT  PIC X(01).
003720       05  RC-HIST-DUPKEY-CNT    PIC 9(09).
003800       05  FILLER                PIC X(05).
