003570*                    SEQUENCE (EXPRESS RUNS) AND THE RECORD  *
003580*                    CARRIES THE CURRENCY CODE - THE MIRROR  *
003590*                    LAYOUT AND BROWSE KEY FOLLOW SUIT       *
003591*   2026-10-15 DLM   A RE-RATING ADJUSTMENT (SOURCE RRT) IS   *
003592*                    NOW KEYED UNDER THE RECORD IT ADJUSTS -  *
003593*                    THE SCREEN SHOWS 'RE-RATING ADJUSTMENT'  *
003594*                    WITH THE SIGNED DELTA AS THE CALC VALUE  *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
022000     MOVE CI-HK-ID        TO RECIDO.
022100     MOVE CI-HK-RUN-DATE  TO RUNDTO.
022200     EVALUATE TRUE
022210         WHEN CI-H-SOURCE = 'RRT'
022220             MOVE 'RE-RATING ADJUSTMENT' TO DISPO
022300         WHEN CI-H-CALCULATED
022400             MOVE 'CALCULATED' TO DISPO
022500         WHEN CI-H-SUSPENDED
