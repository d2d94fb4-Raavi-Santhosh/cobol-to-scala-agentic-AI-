000100*-----------------------------------------------------------*
000200* FXFEED.CPY                                                *
000300* TREASURY DAILY EXCHANGE-RATE FEED RECORD (FILE FXFEED),   *
000400* ONE RECORD PER CURRENCY PER RATE DATE, SORTED BY CURRENCY *
000500* CODE THEN RATE DATE.  FX-CONV-RATE IS IN THE SAME TERMS   *
000600* AS CURR-CONV-RATE - LEDGER-CURRENCY UNITS PER UNIT OF THE *
000700* SOURCE CURRENCY.  READ BY THE FEED LOADER (FXLOAD).       *
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*   DATE       INIT  DESCRIPTION                             *
001100*   ---------  ----  ------------------------------------   *
001200*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
001300*-----------------------------------------------------------*
001400   01  FX-FEED-RECORD.
001500       05  FX-CURRENCY-CODE      PIC X(03).
001600       05  FX-RATE-DATE          PIC X(10).
001700       05  FX-CONV-RATE          PIC 9(03)V9(06).
001800       05  FILLER                PIC X(58).
