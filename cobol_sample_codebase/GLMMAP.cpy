001100*   DATE       INIT  DESCRIPTION                             *
001200*   ---------  ----  ------------------------------------   *
001300*   2026-08-23 DLM   ORIGINAL MAP                            *
001310*   2026-10-15 DLM   ADDED RVACCT, RVCC, FXACCT, FXCC        *
001400*-----------------------------------------------------------*
001500   01  GLMMAPI.
001600       02  FUNCL             COMP PIC S9(4).
004300       02  FILLER REDEFINES CRCCF.
004400           03  CRCCA         PIC X.
004500       02  CRCCI             PIC X(06).
004504       02  RVACCTL           COMP PIC S9(4).
004508       02  RVACCTF           PIC X.
004512       02  FILLER REDEFINES RVACCTF.
004516           03  RVACCTA       PIC X.
004520       02  RVACCTI           PIC X(08).
004524       02  RVCCL             COMP PIC S9(4).
004528       02  RVCCF             PIC X.
004532       02  FILLER REDEFINES RVCCF.
004536           03  RVCCA         PIC X.
004540       02  RVCCI             PIC X(06).
004544       02  FXACCTL           COMP PIC S9(4).
004548       02  FXACCTF           PIC X.
004552       02  FILLER REDEFINES FXACCTF.
004556           03  FXACCTA       PIC X.
004560       02  FXACCTI           PIC X(08).
004564       02  FXCCL             COMP PIC S9(4).
004568       02  FXCCF             PIC X.
004572       02  FILLER REDEFINES FXCCF.
004576           03  FXCCA         PIC X.
004580       02  FXCCI             PIC X(06).
004600       02  MSGL              COMP PIC S9(4).
004700       02  MSGF              PIC X.
004800       02  FILLER REDEFINES MSGF.
006300       02  FILLER            PIC X(03).
006400       02  CRCCO             PIC X(06).
006500       02  FILLER            PIC X(03).
006510       02  RVACCTO           PIC X(08).
006520       02  FILLER            PIC X(03).
006530       02  RVCCO             PIC X(06).
006540       02  FILLER            PIC X(03).
006550       02  FXACCTO           PIC X(08).
006560       02  FILLER            PIC X(03).
006570       02  FXCCO             PIC X(06).
006580       02  FILLER            PIC X(03).
006600       02  MSGO              PIC X(40).
