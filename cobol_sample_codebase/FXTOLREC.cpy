000100*-----------------------------------------------------------*
000200* FXTOLREC.CPY                                              *
000300* EXCHANGE-RATE FEED TOLERANCE CONTROL RECORD (FILE FXTOL), *
000400* ONE 80-BYTE CARD PER CURRENCY.  FT-TOLERANCE-PCT IS THE   *
000500* LARGEST DAY-ON-DAY MOVE, AS A PERCENTAGE OF THE PRIOR     *
000600* RATE, THE FEED LOADER (FXLOAD) APPLIES WITHOUT TREASURY   *
000700* CONFIRMING IT.  A CARD WITH FT-CURRENCY-CODE '***' SETS   *
000800* THE TOLERANCE FOR EVERY CURRENCY WITHOUT A CARD OF ITS    *
000900* OWN.  FT-CONFIRM-DATE, WHEN NOT BLANK, IS A RATE DATE     *
001000* TREASURY HAS CONFIRMED - A MOVE BEYOND TOLERANCE FOR THAT *
001100* CURRENCY ON THAT DATE IS LOADED ON THE NEXT RUN INSTEAD   *
001200* OF BEING HELD BACK AGAIN.                                 *
001300*-----------------------------------------------------------*
001400* MODIFICATION HISTORY                                      *
001500*   DATE       INIT  DESCRIPTION                             *
001600*   ---------  ----  ------------------------------------   *
001700*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
001800*-----------------------------------------------------------*
001900   01  FX-TOL-RECORD.
002000       05  FT-CURRENCY-CODE      PIC X(03).
002100       05  FILLER                PIC X(01).
002200       05  FT-TOLERANCE-PCT      PIC 9(03)V99.
002300       05  FILLER                PIC X(01).
002400       05  FT-CONFIRM-DATE       PIC X(10).
002500       05  FILLER                PIC X(60).
