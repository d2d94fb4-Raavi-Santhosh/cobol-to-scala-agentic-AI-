001000*   DATE       INIT  DESCRIPTION                             *
001100*   ---------  ----  ------------------------------------   *
001200*   2026-09-02 DLM   ORIGINAL MAP                            *
001210*   2026-10-15 DLM   ADDED THE HOLD REASON FIELD (HRSN)      *
001300*-----------------------------------------------------------*
001400   01  SUSPMAPI.
001500       02  FUNCL             COMP PIC S9(4).
006200       02  FILLER REDEFINES DCSNF.
006300           03  DCSNA         PIC X.
006400       02  DCSNI             PIC X(12).
006410       02  HRSNL             COMP PIC S9(4).
006420       02  HRSNF             PIC X.
006430       02  FILLER REDEFINES HRSNF.
006440           03  HRSNA         PIC X.
006450       02  HRSNI             PIC X(04).
006500       02  MSGL              COMP PIC S9(4).
006600       02  MSGF              PIC X.
006700       02  FILLER REDEFINES MSGF.
009000       02  FILLER            PIC X(03).
009100       02  DCSNO             PIC X(12).
009200       02  FILLER            PIC X(03).
009225       02  HRSNO             PIC X(04).
009250       02  FILLER            PIC X(03).
009300       02  MSGO              PIC X(40).
