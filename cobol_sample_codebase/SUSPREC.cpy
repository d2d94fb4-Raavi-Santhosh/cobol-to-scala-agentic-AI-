001340*                    RECORD-ID SO A HELD REVERSAL KEEPS ITS   *
001350*                    LINK TO THE ORIGINAL TRANSACTION         *
001360*   2026-09-02 DLM   ADDED SU-CURRENCY-CODE                   *
001370*   2026-10-15 DLM   ADDED SU-HOLD-REASON - THE HOLD-RULE     *
001380*                    REASON WHEN TRANEDIT HELD THE RECORD     *
001390*                    AUTOMATICALLY (SPACE FOR A FEEDER HOLD)  *
001400*-----------------------------------------------------------*
001500   01  SUSPENSE-RECORD.
001600       05  SU-RECORD-ID          PIC X(10).
002200       05  SU-REVERSAL-IND       PIC X(01).
002300       05  SU-ORIG-RECORD-ID     PIC X(10).
002400       05  SU-CURRENCY-CODE      PIC X(03).
002500       05  SU-HOLD-REASON        PIC X(04).
