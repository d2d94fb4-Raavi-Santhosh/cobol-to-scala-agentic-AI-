001300*   CALC - ACCEPTED AND CALCULATED (ACK-CALC-VALUE SET)     *
001400*   RVSD - REVERSAL ACCEPTED AND PRICED (NEGATIVE VALUE)    *
001500*   SUSP - PLACED IN SUSPENSE FOR MANUAL REVIEW             *
001550*   ELSE - THE REJECT REASON CODE (AMTN/STAT/TYPE/PROD/     *
001600*          LNCH/RETD/FEED/PCUR/DUPP/DUPF/CURN/RVSL/PERD     *
001650*          FROM THE EDIT, DATE/RATE/CURR FROM THE CALC,     *
001700*          SUSP FROM A CLERK DECISION)                      *
001900* ACK-STAGE SAYS WHERE THE OUTCOME AROSE:                   *
002000*   E - FRONT-END EDIT   C - CALCULATION   S - SUSPENSE     *
002100*-----------------------------------------------------------*
002300*   DATE       INIT  DESCRIPTION                             *
002400*   ---------  ----  ------------------------------------   *
002500*   2026-09-02 DLM   ORIGINAL LAYOUT                          *
002510*   2026-10-15 DLM   PERD (DATED IN A CLOSED ACCOUNTING       *
002520*                    PERIOD) ADDED TO THE EDIT REASONS        *
002545*   2026-10-15 DLM   PROD/LNCH/RETD/FEED/PCUR (PRODUCT MASTER *
002570*                    EDITS) ADDED TO THE EDIT REASONS         *
002600*-----------------------------------------------------------*
002700   01  ACK-RECORD.
002800       05  ACK-RECORD-KIND       PIC X(03).
