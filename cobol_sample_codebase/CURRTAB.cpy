000700* OPEN-ENDED.  CURR-CONV-RATE IS THE NUMBER OF LEDGER-      *
000800* CURRENCY UNITS PER UNIT OF THE SOURCE CURRENCY.           *
000900* MAINTAINED ONLINE BY CURRMAINT, READ BY CALCSUBR AND THE  *
001000* FRONT-END EDIT (TRANEDIT) FOR CODE VALIDATION.  THE DAILY *
001010* RATES ARE ADDED BY THE TREASURY FEED LOADER (FXLOAD),     *
001020* WHICH STAMPS CURR-UPDATED-BY 'FXFEED'.                    *
001100*-----------------------------------------------------------*
001200* MODIFICATION HISTORY                                      *
001300*   DATE       INIT  DESCRIPTION                             *
001400*   ---------  ----  ------------------------------------   *
001500*   2026-09-02 DLM   ORIGINAL LAYOUT                          *
001510*   2026-10-15 DLM   DOCUMENTED THE TREASURY FEED LOADER AS   *
001520*                    A MAINTAINER OF THE TABLE                *
001600*-----------------------------------------------------------*
001700   01  CURR-RECORD.
001800       05  CURR-KEY.
