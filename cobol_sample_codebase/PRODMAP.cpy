000100*-----------------------------------------------------------*
000200* PRODMAP.CPY                                               *
000300* BMS SYMBOLIC MAP FOR MAPSET PRODSET, MAP PRODMAP, USED BY *
000400* THE PRODMAINT ONLINE PRODUCT MASTER MAINTENANCE           *
000500* TRANSACTION.  GENERATED-STYLE SYMBOLIC MAP - ONE INPUT    *
000600* FIELD GROUP (LENGTH/ATTRIBUTE/DATA) PER MAPPED SCREEN     *
000700* FIELD, FOLLOWED BY THE MATCHING OUTPUT (O-SUFFIXED)       *
000800* REDEFINITION.                                             *
000900*-----------------------------------------------------------*
001000* MODIFICATION HISTORY                                      *
001100*   DATE       INIT  DESCRIPTION                             *
001200*   ---------  ----  ------------------------------------   *
001300*   2026-10-15 DLM   ORIGINAL MAP                            *
001400*-----------------------------------------------------------*
001500   01  PRODMAPI.
001600       02  FUNCL             COMP PIC S9(4).
001700       02  FUNCF             PIC X.
001800       02  FILLER REDEFINES FUNCF.
001900           03  FUNCA         PIC X.
002000       02  FUNCI             PIC X(01).
002100       02  RECTYPL           COMP PIC S9(4).
002200       02  RECTYPF           PIC X.
002300       02  FILLER REDEFINES RECTYPF.
002400           03  RECTYPA       PIC X.
002500       02  RECTYPI           PIC X(04).
002600       02  DESCL             COMP PIC S9(4).
002700       02  DESCF             PIC X.
002800       02  FILLER REDEFINES DESCF.
002900           03  DESCA         PIC X.
003000       02  DESCI             PIC X(30).
003100       02  OWNIDL            COMP PIC S9(4).
003200       02  OWNIDF            PIC X.
003300       02  FILLER REDEFINES OWNIDF.
003400           03  OWNIDA        PIC X.
003500       02  OWNIDI            PIC X(08).
003600       02  OWNNML            COMP PIC S9(4).
003700       02  OWNNMF            PIC X.
003800       02  FILLER REDEFINES OWNNMF.
003900           03  OWNNMA        PIC X.
004000       02  OWNNMI            PIC X(24).
004100       02  LNCHDTL           COMP PIC S9(4).
004200       02  LNCHDTF           PIC X.
004300       02  FILLER REDEFINES LNCHDTF.
004400           03  LNCHDTA       PIC X.
004500       02  LNCHDTI           PIC X(10).
004600       02  RETDTL            COMP PIC S9(4).
004700       02  RETDTF            PIC X.
004800       02  FILLER REDEFINES RETDTF.
004900           03  RETDTA        PIC X.
005000       02  RETDTI            PIC X(10).
005100       02  SRCSL             COMP PIC S9(4).
005200       02  SRCSF             PIC X.
005300       02  FILLER REDEFINES SRCSF.
005400           03  SRCSA         PIC X.
005500       02  SRCSI             PIC X(15).
005600       02  CURSL             COMP PIC S9(4).
005700       02  CURSF             PIC X.
005800       02  FILLER REDEFINES CURSF.
005900           03  CURSA         PIC X.
006000       02  CURSI             PIC X(15).
006100       02  MSGL              COMP PIC S9(4).
006200       02  MSGF              PIC X.
006300       02  FILLER REDEFINES MSGF.
006400           03  MSGA          PIC X.
006500       02  MSGI              PIC X(40).
006600
006700   01  PRODMAPO REDEFINES PRODMAPI.
006800       02  FILLER            PIC X(03).
006900       02  FUNCO             PIC X(01).
007000       02  FILLER            PIC X(03).
007100       02  RECTYPO           PIC X(04).
007200       02  FILLER            PIC X(03).
007300       02  DESCO             PIC X(30).
007400       02  FILLER            PIC X(03).
007500       02  OWNIDO            PIC X(08).
007600       02  FILLER            PIC X(03).
007700       02  OWNNMO            PIC X(24).
007800       02  FILLER            PIC X(03).
007900       02  LNCHDTO           PIC X(10).
008000       02  FILLER            PIC X(03).
008100       02  RETDTO            PIC X(10).
008200       02  FILLER            PIC X(03).
008300       02  SRCSO             PIC X(15).
008400       02  FILLER            PIC X(03).
008500       02  CURSO             PIC X(15).
008600       02  FILLER            PIC X(03).
008700       02  MSGO              PIC X(40).
