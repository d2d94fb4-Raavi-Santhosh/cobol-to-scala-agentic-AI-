002100* CALC STEP IS STILL MARKED STARTED - AN INCOMPLETE CALC    *
002200* MEANS A CHECKPOINT RESTART IS STILL OWED AND SETTING UP   *
002300* A NEW RUN WOULD ORPHAN IT.                                *
002320*                                                           *
002340* IT ALSO WARNS (RC=4) WHEN THE PRIOR RUN'S GL POSTING WAS  *
002360* NOT FULLY ACCEPTED BY THE LEDGER - THE ACKNOWLEDGMENT     *
002380* MATCH-BACK (GLACKMCH) ENDED IN ERROR OR NEVER RAN.        *
002400*                                                           *
002500* JCL PARM FORMAT:  WINSTART=ssssssssss WINEND=eeeeeeeeee    *
002510*                   MODE=m                                    *
003840*   2026-09-02 DLM   A NEW RUN NOW ALSO CLEARS THE HISTORY    *
003850*                    DUPLICATE-KEY COUNT HISTUPDT STAMPS FOR  *
003860*                    RECONBAL                                 *
003870*   2026-10-15 DLM   WARNS WITH RC=4 WHEN THE PRIOR RUN'S GL  *
003880*                    POSTING WAS NOT FULLY ACKNOWLEDGED BY    *
003890*                    THE LEDGER (GLACKMCH STATUS NOT C)       *
003900*-----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
012400             STOP RUN
012500         END-IF
012600     END-IF.
012604*    THE PRIOR RUN'S LEDGER ACKNOWLEDGMENT IS CHECKED HERE,
012608*    BEFORE THE STATUSES ARE CLEARED - AN UNMATCHED OR
012612*    EXCEPTION MATCH-BACK WARNS (RC=4) BUT DOES NOT HOLD THE
012616*    NEW RUN; REJECTED LINES ARE ALREADY ON THE PENDING-
012620*    REPOST FILE FOR TONIGHT'S GLPOST.
012624     IF NOT WS-CTL-IS-EMPTY
012628        AND (RC-GLPOST-STAT = 'C' OR RC-GLPOST-STAT = 'E')
012632         IF RC-GLACKMCH-STAT = 'E'
012636             DISPLAY 'RUNSETUP - PRIOR RUN ' RC-RUN-ID
012640                 ' GL POSTING HAS LEDGER REJECTIONS OR '
012644                 'UNACKNOWLEDGED LINES - SEE GLACKRPT - RC=4'
012648             MOVE 4 TO RETURN-CODE
012652         END-IF
012656         IF RC-GLACKMCH-STAT NOT = 'E'
012660            AND RC-GLACKMCH-STAT NOT = 'C'
012664             DISPLAY 'RUNSETUP - PRIOR RUN ' RC-RUN-ID
012668                 ' GL POSTING WAS NEVER MATCHED TO A LEDGER '
012672                 'ACKNOWLEDGMENT - RC=4'
012676             MOVE 4 TO RETURN-CODE
012680         END-IF
012684     END-IF.
012700     IF NOT WS-CTL-IS-EMPTY
012800        AND WS-PRIOR-RUN-DATE = WS-TODAY
012900         COMPUTE WS-NEW-SEQ = WS-PRIOR-RUN-SEQ + 1
