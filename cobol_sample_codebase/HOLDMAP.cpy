000100*-----------------------------------------------------------*
000200* HOLDMAP.CPY                                               *
000300* BMS SYMBOLIC MAP FOR MAPSET HOLDSET, MAP HOLDMAP, USED BY  *
000400* THE HOLDMAINT ONLINE AUTOMATIC-HOLD RULE MAINTENANCE       *
000500* TRANSACTION.  GENERATED-STYLE SYMBOLIC MAP - ONE INPUT     *
000600* FIELD GROUP (LENGTH/ATTRIBUTE/DATA) PER MAPPED SCREEN      *
000700* FIELD, FOLLOWED BY THE MATCHING OUTPUT (O-SUFFIXED)        *
000800* REDEFINITION.                                              *
000900*-----------------------------------------------------------*
001000* MODIFICATION HISTORY                                      *
001100*   DATE       INIT  DESCRIPTION                             *
001200*   ---------  ----  ------------------------------------   *
001300*   2026-10-15 DLM   ORIGINAL MAP                            *
001400*-----------------------------------------------------------*
001500   01  HOLDMAPI.
001600       02  FUNCL             COMP PIC S9(4).
001700       02  FUNCF             PIC X.
001800       02  FILLER REDEFINES FUNCF.
001900           03  FUNCA         PIC X.
002000       02  FUNCI             PIC X(01).
002100       02  RTYPL             COMP PIC S9(4).
002200       02  RTYPF             PIC X.
002300       02  FILLER REDEFINES RTYPF.
002400           03  RTYPA         PIC X.
002500       02  RTYPI             PIC X(04).
002600       02  SRCL              COMP PIC S9(4).
002700       02  SRCF              PIC X.
002800       02  FILLER REDEFINES SRCF.
002900           03  SRCA          PIC X.
003000       02  SRCI              PIC X(03).
003100       02  CURCDL            COMP PIC S9(4).
003200       02  CURCDF            PIC X.
003300       02  FILLER REDEFINES CURCDF.
003400           03  CURCDA        PIC X.
003500       02  CURCDI            PIC X(03).
003600       02  EFFDTL            COMP PIC S9(4).
003700       02  EFFDTF            PIC X.
003800       02  FILLER REDEFINES EFFDTF.
003900           03  EFFDTA        PIC X.
004000       02  EFFDTI            PIC X(10).
004100       02  ENDDTL            COMP PIC S9(4).
004200       02  ENDDTF            PIC X.
004300       02  FILLER REDEFINES ENDDTF.
004400           03  ENDDTA        PIC X.
004500       02  ENDDTI            PIC X(10).
004600       02  THRSHL            COMP PIC S9(4).
004700       02  THRSHF            PIC X.
004800       02  FILLER REDEFINES THRSHF.
004900           03  THRSHA        PIC X.
005000       02  THRSHI            PIC 9(10).
005100       02  RSNL              COMP PIC S9(4).
005200       02  RSNF              PIC X.
005300       02  FILLER REDEFINES RSNF.
005400           03  RSNA          PIC X.
005500       02  RSNI              PIC X(04).
005600       02  MSGL              COMP PIC S9(4).
005700       02  MSGF              PIC X.
005800       02  FILLER REDEFINES MSGF.
005900           03  MSGA          PIC X.
006000       02  MSGI              PIC X(40).
006100
006200   01  HOLDMAPO REDEFINES HOLDMAPI.
006300       02  FILLER            PIC X(03).
006400       02  FUNCO             PIC X(01).
006500       02  FILLER            PIC X(03).
006600       02  RTYPO             PIC X(04).
006700       02  FILLER            PIC X(03).
006800       02  SRCO              PIC X(03).
006900       02  FILLER            PIC X(03).
007000       02  CURCDO            PIC X(03).
007100       02  FILLER            PIC X(03).
007200       02  EFFDTO            PIC X(10).
007300       02  FILLER            PIC X(03).
007400       02  ENDDTO            PIC X(10).
007500       02  FILLER            PIC X(03).
007600       02  THRSHO            PIC 9(10).
007700       02  FILLER            PIC X(03).
007800       02  RSNO              PIC X(04).
007900       02  FILLER            PIC X(03).
008000       02  MSGO              PIC X(40).
