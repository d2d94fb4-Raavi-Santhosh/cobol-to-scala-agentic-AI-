000100*-----------------------------------------------------------*
000200* STATPARM.CPY                                              *
000250* PARAMETER AREA PASSED TO STEPSTAT BY EVERY STEP OF THE    *
000300* NIGHTLY CHAIN, AND BY THE FXLOAD, RATEPROM AND RERATE     *
000350* BATCHES, TO RECORD THE STEP'S TIMING AND COUNTS ON THE    *
000400* RUN-STATISTICS HISTORY (RUNSTATS, SEE RUNSTAT.CPY) UNDER  *
000450* THE RUN ID FROM RUNCTL.  CALLED ONCE WITH FUNCTION S AS   *
000500* THE STEP STARTS AND ONCE WITH FUNCTION E AS IT ENDS.  THE *
000550* SOURCE TABLE IS ONLY FILLED IN BY TRANEDIT, WITH THE      *
000600* RECORDS EACH FEEDER SENT; EVERY OTHER STEP PASSES A ZERO  *
000650* SOURCE COUNT.                                             *
001100*-----------------------------------------------------------*
001200* MODIFICATION HISTORY                                      *
001300*   DATE       INIT  DESCRIPTION                             *
001400*   ---------  ----  ------------------------------------   *
001500*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
001600*-----------------------------------------------------------*
001700   01  WS-STEP-STATS.
001800       05  WS-SS-FUNCTION        PIC X(01).
001900           88  WS-SS-STARTING    VALUE 'S'.
002000           88  WS-SS-ENDING      VALUE 'E'.
002100       05  WS-SS-STEP-NAME       PIC X(08).
002200       05  WS-SS-RUN-ID          PIC X(08).
002300       05  WS-SS-RUN-DATE        PIC X(08).
002400       05  WS-SS-RUN-MODE        PIC X(01).
002500       05  WS-SS-STEP-STATUS     PIC X(01).
002600       05  WS-SS-RETURN-CODE     PIC 9(04).
002700       05  WS-SS-IN-COUNT        PIC 9(09).
002800       05  WS-SS-OUT-COUNT       PIC 9(09).
002900       05  WS-SS-OTHER-COUNT     PIC 9(09).
003000       05  WS-SS-SOURCE-COUNT    PIC 9(04) COMP.
003100       05  WS-SS-SOURCE-ENTRY OCCURS 20 TIMES.
003200           10  WS-SS-SOURCE      PIC X(03).
003300           10  WS-SS-SOURCE-VOL  PIC 9(09).
