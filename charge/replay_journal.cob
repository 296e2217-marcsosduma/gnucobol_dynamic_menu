*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  WARM STANDBY   09/02/26  DUMA      Primeira versao.
*>  PPA OBJ CODE   10/15/26  DUMA      Codigo do objeto PPA com 4 digitos.
*>  SVC ACCOUNT    10/15/26  DUMA      Registro do usuario com 120 bytes.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
       10 S-U-ID-USR              PIC 9(04).
       10 SKEY2-USR.
          15 S-U-LOGIN            PIC X(10).
    05 FILLER                     PIC X(106).

FD  STB-PRF.
01  SREC-PRF.
FD  STB-OBJ.
01  SREC-OBJ.
    05 SKEY1-OBJ.
       10 S-OBJ-CODIGO            PIC 9(04).
    05 FILLER                     PIC X(126).

*>----------------------------------------------------------------------
               OPEN I-O STB-USER
            END-IF
            IF SU-OK
               MOVE CHJ-AFTER(1:120) TO SREC-USR
               IF CHJ-OP-DELETE
                  MOVE CHJ-BEFORE(1:120) TO SREC-USR
                  DELETE STB-USER
                      INVALID KEY
                          CONTINUE
               OPEN I-O STB-OBJ
            END-IF
            IF SO-OK
               MOVE CHJ-AFTER(1:130) TO SREC-OBJ
               IF CHJ-OP-DELETE
                  MOVE CHJ-BEFORE(1:130) TO SREC-OBJ
                  DELETE STB-OBJ
                      INVALID KEY
                          CONTINUE
