*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  USER LOADERS 08/22/26 DUMA     First version.
*>  PPA OBJ CODE 10/15/26 DUMA     OBJ-CODIGO widened to 4 digits.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.

FD  FILE_TXT
    VALUE OF FILE-ID IS  "../txt/objetos_ppa.txt".
01  REC-TXT                       PIC  X(130).

FD  FILE_CKP
    VALUE OF FILE-ID IS  "../data/read_objetos_ppa_text_file.ckp".
010-END-INITIALIZES.
    EXIT.
*>----------------------------------------------------------------------
*> LAYOUT OF objetos_ppa.txt: COLUMNS 1-4 OBJ-CODIGO, 5-64 OBJ-NOME,
*> 65-84 OWNER, 85-114 SUPPORT, 115 CRIT, 116-130 TARGET.
020-PROCESSING.
       INITIALIZE REC-OBJ
                  REC-TXT
                   AND REC-TXT(1:2) NOT = "H "
                   AND REC-TXT(1:2) NOT = "T "
                    MOVE SPACES TO WK-REJECT-REASON
                    IF REC-TXT(1:4) IS NOT NUMERIC
                       MOVE "OBJ-CODIGO NOT NUMERIC" TO WK-REJECT-REASON
                    ELSE
                       IF REC-TXT(5:60) = SPACES
                          MOVE "OBJ-NOME BLANK" TO WK-REJECT-REASON
                       END-IF
                    END-IF
                    IF WK-REJECT-REASON = SPACES
                        INITIALIZE REC-OBJ
                        MOVE REC-TXT(1:4) TO OBJ-CODIGO
                        MOVE REC-TXT(5:60) TO OBJ-NOME
                        MOVE REC-TXT(65:20) TO OBJ-OWNER
                        MOVE REC-TXT(85:30) TO OBJ-SUPPORT
                        MOVE REC-TXT(115:1) TO OBJ-CRIT
                        MOVE REC-TXT(116:15) TO OBJ-TARGET
                        WRITE REC-OBJ
                        INVALID KEY
                            MOVE "DUPLICATE OBJ-CODIGO" TO WK-REJECT-REASON
