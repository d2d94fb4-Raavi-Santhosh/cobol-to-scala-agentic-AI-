001330*                    POSTED AS A CONTRA DEBIT/CREDIT PAIR     *
001340*                    WITH THE ABSOLUTE AMOUNT, AND THIS FLAG  *
001350*                    IDENTIFIES THE CONTRA POSTINGS           *
001358*   2026-10-15 DLM   ADDED GLI-REPOST-IND (TAKEN FROM THE     *
001366*                    TRAILING FILLER) - P MARKS A LINE GLPOST *
001374*                    RE-SENT FROM THE PENDING-REPOST FILE     *
001382*                    AFTER THE LEDGER REJECTED IT ON AN       *
001390*                    EARLIER NIGHT (SEE GLACKMCH)             *
001400*-----------------------------------------------------------*
001500   01  GL-INTERFACE-RECORD.
001600       05  GLI-ACCOUNT           PIC X(08).
002400       05  GLI-AMOUNT            PIC 9(13)V99.
002450       05  GLI-REVERSAL-IND      PIC X(01).
002460           88  GLI-IS-REVERSAL   VALUE 'R'.
002470       05  GLI-REPOST-IND        PIC X(01).
002480           88  GLI-IS-REPOST     VALUE 'P'.
002500       05  FILLER                PIC X(25).
