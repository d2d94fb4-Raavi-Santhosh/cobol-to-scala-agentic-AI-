000100*-----------------------------------------------------------*
000200* PRODREC.CPY                                               *
000300* PRODUCT MASTER RECORD (VSAM KSDS, FILE PRODMST), KEYED BY *
000400* RECORD TYPE.  ONE ENTRY PER PRODUCT THE SYSTEM PRICES,    *
000500* CARRYING ITS DESCRIPTION, THE PRODUCT MANAGER WHO OWNS    *
000600* IT, THE DATES IT WAS LAUNCHED AND RETIRED, AND THE SOURCE *
000700* SYSTEMS AND CURRENCIES ITS TRANSACTIONS MAY ARRIVE FROM   *
000800* AND IN.  THE PRODUCT IS LIVE FROM ITS LAUNCH DATE UP TO,  *
000900* BUT NOT INCLUDING, ITS RETIRE DATE; '9999-12-31' MEANS IT *
001000* IS STILL LIVE.  '***' IN ANY SLOT OF THE ALLOWED          *
001100* SOURCE OR CURRENCY LIST ALLOWS EVERY VALUE; UNUSED SLOTS  *
001200* ARE BLANK.  A LEDGER-CURRENCY (BLANK) TRANSACTION IS      *
001300* ALLOWED FOR EVERY PRODUCT, SO THE CURRENCY LIST ONLY      *
001400* NAMES THE FOREIGN CURRENCIES A PRODUCT MAY BOOK IN.       *
001500* MAINTAINED ONLINE BY PRODMAINT; READ BY THE FRONT-END     *
001600* EDIT (TRANEDIT), THE RATE-TABLE PROOF (RATECHEK) AND THE  *
001700* ACTIVITY AND MANAGEMENT REPORTS (ACTRPT, MGMTRPT).        *
001800*-----------------------------------------------------------*
001900* MODIFICATION HISTORY                                      *
002000*   DATE       INIT  DESCRIPTION                             *
002100*   ---------  ----  ------------------------------------   *
002200*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
002300*-----------------------------------------------------------*
002400   01  PRODUCT-RECORD.
002500       05  PRD-REC-TYPE          PIC X(04).
002600       05  PRD-DESCRIPTION       PIC X(30).
002700       05  PRD-OWNER-ID          PIC X(08).
002800       05  PRD-OWNER-NAME        PIC X(24).
002900       05  PRD-LAUNCH-DATE       PIC X(10).
003000       05  PRD-RETIRE-DATE       PIC X(10).
003100       05  PRD-ALLOWED-SOURCES   PIC X(15).
003200       05  PRD-SOURCE-LIST REDEFINES PRD-ALLOWED-SOURCES.
003300           10  PRD-ALLOWED-SOURCE PIC X(03) OCCURS 5 TIMES.
003400       05  PRD-ALLOWED-CURRENCIES PIC X(15).
003500       05  PRD-CURRENCY-LIST REDEFINES PRD-ALLOWED-CURRENCIES.
003600           10  PRD-ALLOWED-CURRENCY PIC X(03) OCCURS 5 TIMES.
003700       05  PRD-LAST-UPDATED      PIC X(10).
003800       05  PRD-UPDATED-BY        PIC X(08).
