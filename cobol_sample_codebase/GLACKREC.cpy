000100*-----------------------------------------------------------*
000200* GLACKREC.CPY                                              *
000300* CORPORATE LEDGER ACKNOWLEDGMENT RECORD - THE FIXED 80-    *
000400* BYTE FILE THE CORPORATE LEDGER RETURNS FOR EACH GL        *
000500* INTERFACE FILE IT RECEIVES (SEE GLIFREC.CPY).  ONE RECORD *
000600* PER POSTING LINE THE LEDGER PROCESSED, ECHOING THE LINE'S *
000700* ACCOUNT, COST CENTER, DEBIT/CREDIT SIDE, POST DATE,       *
000800* RECORD TYPE, REVERSAL INDICATOR AND AMOUNT, WITH THE      *
000900* LEDGER'S VERDICT - A ACCEPTED OR R REJECTED - AND, FOR A  *
001000* REJECTED LINE, THE LEDGER'S OWN REASON CODE AND TEXT.     *
001100* READ BY THE GL ACKNOWLEDGMENT MATCH-BACK (GLACKMCH).      *
001200*-----------------------------------------------------------*
001300* MODIFICATION HISTORY                                      *
001400*   DATE       INIT  DESCRIPTION                             *
001500*   ---------  ----  ------------------------------------   *
001600*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
001700*-----------------------------------------------------------*
001800   01  GL-ACK-RECORD.
001900       05  GLA-ACCOUNT           PIC X(08).
002000       05  GLA-COST-CENTER       PIC X(06).
002100       05  GLA-DR-CR             PIC X(01).
002200       05  GLA-POST-DATE         PIC X(10).
002300       05  GLA-REC-TYPE          PIC X(04).
002400       05  GLA-REVERSAL-IND      PIC X(01).
002500       05  GLA-AMOUNT            PIC 9(13)V99.
002600       05  GLA-STATUS            PIC X(01).
002700           88  GLA-ACCEPTED      VALUE 'A'.
002800           88  GLA-REJECTED      VALUE 'R'.
002900       05  GLA-REJECT-CODE       PIC X(04).
003000       05  GLA-REJECT-TEXT       PIC X(30).
