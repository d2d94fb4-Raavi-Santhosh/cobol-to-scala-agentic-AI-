000100*-----------------------------------------------------------*
000200* RUNSTAT.CPY                                               *
000300* NIGHTLY CHAIN RUN-STATISTICS HISTORY RECORD (VSAM KSDS,   *
000400* FILE RUNSTATS), KEYED BY RUN ID, STEP NAME AND SOURCE     *
000500* SYSTEM.  EVERY STEP OF THE CHAIN (TRANEDIT THROUGH        *
000550* GLACKMCH, SEE RUNCTL.CPY), AND THE FXLOAD, RATEPROM AND   *
000600* RERATE BATCHES RUN ALONGSIDE IT, WRITE ONE STEP ROW PER   *
000650* RUN - SOURCE SYSTEM BLANK - CARRYING WHEN IT STARTED AND  *
000700* ENDED, THE ELAPSED SECONDS, HOW IT ENDED AND ITS KEY      *
000750* COUNTS.  A RESTARTED STEP KEEPS ITS ROW: THE START IS     *
000800* RESET AND RS-START-COUNT GOES UP BY ONE.  A ROW STILL AT  *
000850* STATUS S IS A STEP THAT STARTED AND NEVER REACHED ITS     *
000900* END.                                                      *
001200*                                                           *
001300* RS-IN-COUNT / RS-OUT-COUNT / RS-OTHER-COUNT PER STEP:     *
001400*   TRANEDIT - READ / CLEAN / REJECTED                      *
001500*   RATECHEK - RATE ENTRIES / GL MAPPINGS / FINDINGS        *
001600*   CALCDRV  - READ / CALCULATED / EXCEPTIONS               *
001700*   SUSPREL  - HELD ITEMS / RELEASED / REJECTED             *
001800*   GLPOST   - CALC RECORDS / GL PAIRS / UNMAPPED GROUPS    *
001900*   HISTUPDT - READ / STORED / PURGED                       *
002000*   RECONBAL - FEEDS IN / FEEDS OUT / BREAKS                *
002100*   ACKEXTR  - DETAIL LINES / SECTIONS / ZERO               *
002200*   GLACKMCH - ACKS READ / ACCEPTED / EXCEPTIONS            *
002225*   FXLOAD   - FEED RECORDS / RATES LOADED / EXCEPTIONS     *
002250*   RATEPROM - PENDING READ / PROMOTED / REFUSED            *
002275*   RERATE   - SELECTED / ADJUSTED / NOT REPRICED           *
002300* TRANEDIT ALSO WRITES ONE SOURCE ROW PER FEEDER (SOURCE    *
002400* SYSTEM FILLED IN) WHOSE RS-IN-COUNT IS THE RECORDS THAT   *
002500* FEEDER SENT THAT NIGHT - THE VOLUME THE TREND REPORT      *
002600* WATCHES.  WRITTEN BY STEPSTAT, CALLED FROM EACH STEP;     *
002700* READ BY THE WEEKLY TREND REPORT (STATRPT).                *
002800*-----------------------------------------------------------*
002900* MODIFICATION HISTORY                                      *
003000*   DATE       INIT  DESCRIPTION                             *
003100*   ---------  ----  ------------------------------------   *
003200*   2026-10-15 DLM   ORIGINAL LAYOUT                          *
003300*-----------------------------------------------------------*
003400   01  RUN-STAT-RECORD.
003500       05  RS-KEY.
003600           10  RS-RUN-ID         PIC X(08).
003700           10  RS-STEP-NAME      PIC X(08).
003800           10  RS-SOURCE-SYSTEM  PIC X(03).
003900               88  RS-STEP-ROW   VALUE SPACES.
004000       05  RS-RUN-DATE           PIC X(08).
004100       05  RS-RUN-MODE           PIC X(01).
004200       05  RS-START-DATE         PIC X(08).
004300       05  RS-START-TIME         PIC X(08).
004400       05  RS-END-DATE           PIC X(08).
004500       05  RS-END-TIME           PIC X(08).
004600       05  RS-ELAPSED-SECS       PIC 9(07).
004700       05  RS-STEP-STATUS        PIC X(01).
004800           88  RS-STEP-STARTED   VALUE 'S'.
004900           88  RS-STEP-CLEAN     VALUE 'C'.
005000           88  RS-STEP-IN-ERROR  VALUE 'E'.
005100       05  RS-RETURN-CODE        PIC 9(04).
005200       05  RS-START-COUNT        PIC 9(03).
005300       05  RS-IN-COUNT           PIC 9(09).
005400       05  RS-OUT-COUNT          PIC 9(09).
005500       05  RS-OTHER-COUNT        PIC 9(09).
005600       05  FILLER                PIC X(18).
