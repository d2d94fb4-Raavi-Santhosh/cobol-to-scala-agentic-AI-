000100*-----------------------------------------------------------*
000200* PERIODREC.CPY                                             *
000300* ACCOUNTING PERIOD CALENDAR RECORD (VSAM KSDS, FILE        *
000400* PERCTL), KEYED BY PERIOD CCYY-MM.  ONE RECORD PER         *
000500* CALENDAR-MONTH PERIOD CARRIES ITS START AND END DATES,    *
000600* ITS STATUS (O OPEN, C CLOSED) AND, ONCE CLOSED, THE DATE  *
000700* AND BY WHOM.  PERIODS ARE CLOSED STRICTLY IN SEQUENCE BY  *
000800* THE MONTH-END CLOSE STEP (PERCLOSE), SO EVERY PERIOD      *
000900* BEFORE THE CALENDAR'S OPEN PERIOD IS CLOSED.              *
001000*                                                           *
001100* THE RECORD KEYED '0000-00' IS THE CALENDAR CONTROL        *
001200* RECORD - IT SORTS AHEAD OF EVERY REAL PERIOD AND CARRIES  *
001300* THE CURRENT OPEN PERIOD (PER-OPEN-PERIOD) AND THE LATE-   *
001400* ITEM SETTING (PER-LATE-ACTION) APPLIED TO A TRANSACTION   *
001500* DATED IN A CLOSED PERIOD:                                 *
001600*   R - RE-DATE IT INTO THE OPEN PERIOD                     *
001700*   J - REJECT IT (REASON PERD)                             *
001800* THOSE TWO FIELDS ARE BLANK ON A PERIOD RECORD.  A DATE    *
001900* IS IN A CLOSED PERIOD WHEN ITS CCYY-MM IS LOWER THAN      *
002000* PER-OPEN-PERIOD - ONE READ OF THE CONTROL RECORD ANSWERS  *
002100* IT, SO THE EDIT, THE RATE PROMOTION AND THE ONLINE        *
002200* MAINTENANCE SCREENS ALL APPLY THE SAME TEST.              *
002300* MAINTAINED BY PERCLOSE, READ BY TRANEDIT, RATEPROM,       *
002400* RATEMAINT, SUSPREL, GLPOST, MGMTRPT AND FXREVAL.          *
002500*-----------------------------------------------------------*
002600* MODIFICATION HISTORY                                      *
002700*   DATE       INIT  DESCRIPTION                             *
002800*   ---------  ----  ------------------------------------   *
002900*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
003000*-----------------------------------------------------------*
003100   01  PERIOD-RECORD.
003200       05  PER-PERIOD-ID         PIC X(07).
003300           88  PER-IS-CONTROL    VALUE '0000-00'.
003400       05  PER-STATUS            PIC X(01).
003500           88  PER-IS-OPEN       VALUE 'O'.
003600           88  PER-IS-CLOSED     VALUE 'C'.
003700       05  PER-START-DATE        PIC X(10).
003800       05  PER-END-DATE          PIC X(10).
003900       05  PER-CLOSE-DATE        PIC X(10).
004000       05  PER-CLOSED-BY         PIC X(08).
004100       05  PER-OPEN-PERIOD       PIC X(07).
004200       05  PER-LATE-ACTION       PIC X(01).
004300           88  PER-LATE-REDATE   VALUE 'R'.
004400           88  PER-LATE-REJECT   VALUE 'J'.
004500       05  FILLER                PIC X(26).
