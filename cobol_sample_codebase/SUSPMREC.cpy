000900* WORKS THE RECORD; SW-AGED-FLAG IS SET AT LOAD TIME WHEN   *
001000* THE NIGHTS-HELD COUNT HAS PASSED THE SUPERVISOR-SET       *
001100* LIMIT, SO AGED HOLDS ARE WORKED FIRST.                    *
001110* READ AT MONTH-END BY FXREVAL, WHICH REVALUES THE HELD     *
001120* FOREIGN-CURRENCY ITEMS AT THE MONTH-END RATE.             *
001200*-----------------------------------------------------------*
001300* MODIFICATION HISTORY                                      *
001400*   DATE       INIT  DESCRIPTION                             *
001500*   ---------  ----  ------------------------------------   *
001600*   2026-09-02 DLM   ORIGINAL LAYOUT                          *
001610*   2026-10-15 DLM   ADDED SW-HOLD-REASON - THE HOLD-RULE     *
001620*                    REASON FOR AN AUTOMATIC HOLD (SPACE FOR  *
001630*                    A RECORD THE FEEDER SENT AS HELD)        *
001640*   2026-10-15 DLM   DOCUMENTED FXREVAL AS A READER           *
001700*-----------------------------------------------------------*
001800   01  SUSP-WB-RECORD.
001900       05  SW-RECORD-ID          PIC X(10).
003600           88  SW-NOT-WORKED     VALUE ' '.
003700       05  SW-DECIDED-BY         PIC X(08).
003800       05  SW-DECIDED-DATE       PIC X(08).
003900       05  SW-HOLD-REASON        PIC X(04).
