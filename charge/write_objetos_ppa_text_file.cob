*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  USER LOADERS 08/22/26 DUMA     First version.
*>  PPA OBJ CODE 10/15/26 DUMA     OBJ-CODIGO widened to 4 digits.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.

FD  FILE_TXT
    VALUE OF FILE-ID IS  "../txt/objetos_ppa_out.txt".
01  REC-TXT                       PIC  X(130).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
