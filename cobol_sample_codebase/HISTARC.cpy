000100*-----------------------------------------------------------*
000200* HISTARC.CPY                                               *
000300* PURGED CALCULATION HISTORY ARCHIVE RECORD (FILE HISTARCH, *
000400* ONE NEW GENERATION PER HISTUPDT RUN).  BEFORE HISTUPDT    *
000500* DELETES A HISTORY MASTER ENTRY THAT HAS AGED PAST THE     *
000600* RETAIN PARAMETER, IT WRITES THE WHOLE HIST-RECORD (SEE    *
000700* HISTREC.CPY) HERE UNCHANGED, PREFIXED WITH THE RUN DATE   *
000800* AND RUN ID OF THE LOAD THAT PURGED IT.  A GENERATION IS   *
000900* IN HISTORY KEY ORDER (THE PURGE IS ONE FORWARD PASS OF    *
001000* THE MASTER).  THE GENERATIONS ARE READ BACK BY THE        *
001100* DISPUTE RETRIEVAL RUN (HISTRETR), WHICH MOVES             *
001200* HA-HIST-ENTRY INTO A HIST-RECORD TO GET AT ITS FIELDS.    *
001300*-----------------------------------------------------------*
001400* MODIFICATION HISTORY                                      *
001500*   DATE       INIT  DESCRIPTION                             *
001600*   ---------  ----  ------------------------------------   *
001700*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
001800*-----------------------------------------------------------*
001900   01  HIST-ARCH-RECORD.
002000       05  HA-ARCHIVE-DATE       PIC X(08).
002100       05  HA-ARCHIVE-RUN-ID     PIC X(08).
002200       05  HA-HIST-ENTRY.
002300           10  HA-HIST-KEY.
002400               15  HA-RECORD-ID  PIC X(10).
002500               15  HA-RUN-DATE   PIC X(08).
002600               15  HA-RUN-SEQ    PIC 9(02).
002700           10  FILLER            PIC X(86).
002800       05  FILLER                PIC X(06).
