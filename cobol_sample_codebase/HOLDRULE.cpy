000100*-----------------------------------------------------------*
000200* HOLDRULE.CPY                                              *
000300* AUTOMATIC-HOLD RULE TABLE RECORD (VSAM KSDS, FILE         *
000400* HOLDRULE), KEYED BY RECORD TYPE, SOURCE SYSTEM, CURRENCY  *
000500* CODE AND EFFECTIVE DATE.  A RULE PUTS A STATUS-Y          *
000600* TRANSACTION ON HOLD WHEN THE TRANSACTION MATCHES ITS      *
000700* TYPE/SOURCE/CURRENCY AND ITS AMOUNT EXCEEDS THE RULE'S    *
000800* THRESHOLD.  '****' IN HOLD-REC-TYPE, OR '***' IN          *
000900* HOLD-SOURCE-SYSTEM OR HOLD-CURRENCY-CODE, MATCHES ANY     *
001000* VALUE; A BLANK HOLD-CURRENCY-CODE MATCHES LEDGER-         *
001100* CURRENCY (BLANK) TRANSACTIONS ONLY.  HOLD-THRESHOLD IS IN *
001200* THE TRANSACTION'S OWN CURRENCY UNITS; ZERO HOLDS EVERY    *
001300* NON-ZERO AMOUNT.  HOLD-END-DATE OF '9999-12-31' MEANS THE *
001400* RULE IS STILL OPEN-ENDED.  HOLD-REASON IS CARRIED ONTO    *
001500* THE SUSPENSE RECORD SO THE CLERK SEES WHY IT WAS HELD.    *
001600* MAINTAINED ONLINE BY HOLDMAINT, READ BY THE FRONT-END     *
001700* EDIT (TRANEDIT).                                          *
001800*-----------------------------------------------------------*
001900* MODIFICATION HISTORY                                      *
002000*   DATE       INIT  DESCRIPTION                             *
002100*   ---------  ----  ------------------------------------   *
002200*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
002300*-----------------------------------------------------------*
002400   01  HOLD-RULE-RECORD.
002500       05  HOLD-KEY.
002600           10  HOLD-REC-TYPE     PIC X(04).
002700           10  HOLD-SOURCE-SYSTEM PIC X(03).
002800           10  HOLD-CURRENCY-CODE PIC X(03).
002900           10  HOLD-EFF-DATE     PIC X(10).
003000       05  HOLD-END-DATE         PIC X(10).
003100       05  HOLD-THRESHOLD        PIC 9(10).
003200       05  HOLD-REASON           PIC X(04).
003300       05  HOLD-LAST-UPDATED     PIC X(10).
003400       05  HOLD-UPDATED-BY       PIC X(08).
