000100*-----------------------------------------------------------*
000200* PROMCHG.CPY                                               *
000300* PROMOTED BACK-DATED RATE-CHANGE RECORD (SEQUENTIAL FILE   *
000400* PROMCHG).  RATEPROM WRITES ONE ENTRY FOR EVERY RATEPEND   *
000500* CHANGE IT PROMOTES WHOSE EFFECTIVE DATE IS EARLIER THAN   *
000600* THE PROMOTION DATE - RECORDS ALREADY CALCULATED INSIDE    *
000700* THE CHANGED EFFECTIVE/END-DATE SPAN WERE PRICED AT THE    *
000800* OLD RATE AND OWE A CATCH-UP ADJUSTMENT.  THE RE-RATING    *
000900* BATCH (RERATE) READS THIS FILE TO FIND THEM.              *
001000*-----------------------------------------------------------*
001100* MODIFICATION HISTORY                                      *
001200*   DATE       INIT  DESCRIPTION                             *
001300*   ---------  ----  ------------------------------------   *
001400*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
001500*-----------------------------------------------------------*
001600   01  PROM-CHG-RECORD.
001700       05  PC-RATE-KEY.
001800           10  PC-REC-TYPE       PIC X(04).
001900           10  PC-EFF-DATE       PIC X(10).
002000       05  PC-END-DATE           PIC X(10).
002100       05  PC-MULTIPLIER         PIC 9(03)V9(04).
002200       05  PC-EXTRA-VALUE        PIC 9(10)V99.
002300       05  PC-ACTION             PIC X(08).
002400       05  PC-PROMOTED-DATE      PIC X(10).
002500       05  PC-KEYED-BY           PIC X(08).
002600       05  PC-APPROVED-BY        PIC X(08).
