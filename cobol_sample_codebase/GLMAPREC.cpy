000300* GL ACCOUNT MAPPING RECORD (VSAM KSDS, FILE GLMAP), KEYED  *
000400* BY RECORD TYPE.  CARRIES THE DEBIT AND CREDIT ACCOUNT AND *
000500* COST CENTER THE CORPORATE LEDGER POSTS EACH RECORD TYPE   *
000600* TO, AND THE REVALUATION ACCOUNT AND THE UNREALIZED FX     *
000610* GAIN/LOSS ACCOUNT THE MONTH-END FX REVALUATION OF HELD    *
000620* SUSPENSE ITEMS POSTS THE TYPE'S NET GAIN OR LOSS TO.      *
000630* MAINTAINED ONLINE BY GLMAINT, READ BY GLPOST AND FXREVAL. *
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*   DATE       INIT  DESCRIPTION                             *
001000*   ---------  ----  ------------------------------------   *
001100*   2026-08-23 DLM   ORIGINAL LAYOUT                          *
001110*   2026-10-15 DLM   ADDED REVALUATION AND FX GAIN/LOSS       *
001120*                    ACCOUNTS FOR FXREVAL                     *
001200*-----------------------------------------------------------*
001300   01  GLMAP-RECORD.
001400       05  GLM-REC-TYPE          PIC X(04).
001800       05  GLM-CREDIT-COST-CTR   PIC X(06).
001900       05  GLM-LAST-UPDATED      PIC X(10).
002000       05  GLM-UPDATED-BY        PIC X(08).
002100       05  GLM-REVAL-ACCOUNT     PIC X(08).
002200       05  GLM-REVAL-COST-CTR    PIC X(06).
002300       05  GLM-FXGL-ACCOUNT      PIC X(08).
002400       05  GLM-FXGL-COST-CTR     PIC X(06).
