*>           acumulam. O relatorio traz contagens e tamanhos antes e
*>           depois de cada arquivo. Recusa-se a rodar com sessoes
*>           ativas no registro.
*>           REBUILD_MODE=V faz so a passada de verificacao: le cada
*>           arquivo do comeco ao fim sem gravar .NEW nem trocar nada,
*>           o relatorio vai para rebuild_verify.txt e qualquer
*>           problema devolve RETURN-CODE 1 - e assim que o exercicio
*>           de restauracao (backup_restore) confere as copias.
*>
*> Entrada...: os seis .DAT de ../data
*>
*> Saida.....: rebuild_report.txt (rebuild_verify.txt com REBUILD_MODE=V)
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  REBUILD        08/22/26  DUMA      Primeira versao.
*>  PPA OBJ CODE   10/15/26  DUMA      Codigo do objeto PPA com 4 digitos.
*>  SVC ACCOUNT    10/15/26  DUMA      Registro do usuario com 120 bytes.
*>  RESTORE DRILL  10/15/26  DUMA      Modo so-verificacao (REBUILD_MODE=V)
*>                                     com RETURN-CODE de falha.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
            RECORD KEY IS NEW-KEY1-OBJ
            FILE  STATUS IS ST-NOBJ.

*> O relatorio muda de nome no modo so-verificacao - a variavel
*> DD_REBUILDREL e apontada na inicializacao, antes do OPEN.
     SELECT ARQUIVO_REL ASSIGN TO "REBUILDREL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-REL.

       10 NEW-U-ID-USR            PIC 9(04).
       10 NEW-KEY2-USR.
          15 NEW-U-LOGIN          PIC X(10).
    05 FILLER                     PIC X(106).

FD  FD-PRF-NEW.
01  NEW-REC-PRF.
FD  FD-OBJ-NEW.
01  NEW-REC-OBJ.
    05 NEW-KEY1-OBJ.
       10 NEW-OBJ-CODIGO          PIC 9(04).
    05 FILLER                     PIC X(126).

FD  ARQUIVO_REL.
01  REG-REL                       PIC  X(120).

*>----------------------------------------------------------------------
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MODO                       PIC  X(001) VALUE SPACES.
    88  WK-SO-VERIFICA                        VALUE "V" "v".
01  WK-FALHAS                     PIC  9(004) VALUE ZEROS.
01  WK-REL-FILE                   PIC  X(040) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    MOVE SPACES TO WK-MODO
    ACCEPT WK-MODO FROM ENVIRONMENT "REBUILD_MODE"

    *> so leitura: nada a confirmar e sessoes ativas nao atrapalham
    IF WK-E-SILENCIOSO OR WK-SO-VERIFICA
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       STOP RUN
    END-IF

    IF NOT WK-SO-VERIFICA
       PERFORM 912-CONTA-SESSOES THRU 912-EXIT-CONTA-SESSOES
       IF WK-SESSOES > 0
          MOVE "ERRO! SESSOES ATIVAS - ENCERRE-AS ANTES DA RECONSTRUCAO"
            TO WK-MSG
          DISPLAY SS-MSG
          STOP RUN
       END-IF
    END-IF

    IF WK-SO-VERIFICA
       MOVE "../txt/rebuild_verify.txt" TO WK-REL-FILE
    ELSE
       MOVE "../txt/rebuild_report.txt" TO WK-REL-FILE
    END-IF
    SET ENVIRONMENT "DD_REBUILDREL" TO WK-REL-FILE
    OPEN OUTPUT ARQUIVO_REL

    *> os vivos ficam sob o DATA_DIR corrente, o mesmo que os FDs
       PERFORM 220-GRAVA-ILEGIVEL THRU 220-EXIT-GRAVA-ILEGIVEL
       GO 100-EXIT-REBUILD-USR
    END-IF
    IF NOT WK-SO-VERIFICA
       OPEN OUTPUT FD-USER-NEW
    END-IF
    INITIALIZE REC-USR
    MOVE "F" TO FLG-EOF
    START FD-USER
          NOT AT END
             IF ST-USR = 0
                ADD 1 TO WK-ANTES
                IF WK-SO-VERIFICA
                   ADD 1 TO WK-DEPOIS
                ELSE
                   MOVE REC-USR TO NEW-REC-USR
                   WRITE NEW-REC-USR
                       INVALID KEY
                           ADD 1 TO WK-RUINS
                       NOT INVALID KEY
                           ADD 1 TO WK-DEPOIS
                   END-WRITE
                END-IF
             ELSE
                ADD 1 TO WK-RUINS
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF
    IF WK-SO-VERIFICA
       CLOSE FD-USER
       MOVE WK-SIZE-ANTES TO WK-SIZE-DEPOIS
       PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
       GO 100-EXIT-REBUILD-USR
    END-IF
    CLOSE FD-USER FD-USER-NEW

    *> troca: o reconstruido assume o lugar do vivo
    MOVE SPACES TO WK-DST-FILE
       PERFORM 220-GRAVA-ILEGIVEL THRU 220-EXIT-GRAVA-ILEGIVEL
       GO 100-EXIT-REBUILD-PRF
    END-IF
    IF NOT WK-SO-VERIFICA
       OPEN OUTPUT FD-PRF-NEW
    END-IF
    INITIALIZE REC-PRF
    MOVE "F" TO FLG-EOF
    START FD-PRF
          NOT AT END
             IF ST-PRF = 0
                ADD 1 TO WK-ANTES
                IF WK-SO-VERIFICA
                   ADD 1 TO WK-DEPOIS
                ELSE
                   MOVE REC-PRF TO NEW-REC-PRF
                   WRITE NEW-REC-PRF
                       INVALID KEY
                           ADD 1 TO WK-RUINS
                       NOT INVALID KEY
                           ADD 1 TO WK-DEPOIS
                   END-WRITE
                END-IF
             ELSE
                ADD 1 TO WK-RUINS
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF
    IF WK-SO-VERIFICA
       CLOSE FD-PRF
       MOVE WK-SIZE-ANTES TO WK-SIZE-DEPOIS
       PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
       GO 100-EXIT-REBUILD-PRF
    END-IF
    CLOSE FD-PRF FD-PRF-NEW

    *> troca: o reconstruido assume o lugar do vivo
    MOVE SPACES TO WK-DST-FILE
       PERFORM 220-GRAVA-ILEGIVEL THRU 220-EXIT-GRAVA-ILEGIVEL
       GO 100-EXIT-REBUILD-PFU
    END-IF
    IF NOT WK-SO-VERIFICA
       OPEN OUTPUT FD-PFU-NEW
    END-IF
    INITIALIZE REC-PFU
    MOVE "F" TO FLG-EOF
    START FD-PFU
          NOT AT END
             IF ST-PFU = 0
                ADD 1 TO WK-ANTES
                IF WK-SO-VERIFICA
                   ADD 1 TO WK-DEPOIS
                ELSE
                   MOVE REC-PFU TO NEW-REC-PFU
                   WRITE NEW-REC-PFU
                       INVALID KEY
                           ADD 1 TO WK-RUINS
                       NOT INVALID KEY
                           ADD 1 TO WK-DEPOIS
                   END-WRITE
                END-IF
             ELSE
                ADD 1 TO WK-RUINS
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF
    IF WK-SO-VERIFICA
       CLOSE FD-PFU
       MOVE WK-SIZE-ANTES TO WK-SIZE-DEPOIS
       PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
       GO 100-EXIT-REBUILD-PFU
    END-IF
    CLOSE FD-PFU FD-PFU-NEW

    *> troca: o reconstruido assume o lugar do vivo
    MOVE SPACES TO WK-DST-FILE
       PERFORM 220-GRAVA-ILEGIVEL THRU 220-EXIT-GRAVA-ILEGIVEL
       GO 100-EXIT-REBUILD-PFM
    END-IF
    IF NOT WK-SO-VERIFICA
       OPEN OUTPUT FD-PFM-NEW
    END-IF
    INITIALIZE REC-PFM
    MOVE "F" TO FLG-EOF
    START FD-PFM
          NOT AT END
             IF ST-PFM = 0
                ADD 1 TO WK-ANTES
                IF WK-SO-VERIFICA
                   ADD 1 TO WK-DEPOIS
                ELSE
                   MOVE REC-PFM TO NEW-REC-PFM
                   WRITE NEW-REC-PFM
                       INVALID KEY
                           ADD 1 TO WK-RUINS
                       NOT INVALID KEY
                           ADD 1 TO WK-DEPOIS
                   END-WRITE
                END-IF
             ELSE
                ADD 1 TO WK-RUINS
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF
    IF WK-SO-VERIFICA
       CLOSE FD-PFM
       MOVE WK-SIZE-ANTES TO WK-SIZE-DEPOIS
       PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
       GO 100-EXIT-REBUILD-PFM
    END-IF
    CLOSE FD-PFM FD-PFM-NEW

    *> troca: o reconstruido assume o lugar do vivo
    MOVE SPACES TO WK-DST-FILE
       PERFORM 220-GRAVA-ILEGIVEL THRU 220-EXIT-GRAVA-ILEGIVEL
       GO 100-EXIT-REBUILD-MNU
    END-IF
    IF NOT WK-SO-VERIFICA
       OPEN OUTPUT FD-MENU-NEW
    END-IF
    INITIALIZE REC-MENU
    MOVE "F" TO FLG-EOF
    START FD-MENU
          NOT AT END
             IF ST-MNU = 0
                ADD 1 TO WK-ANTES
                IF WK-SO-VERIFICA
                   ADD 1 TO WK-DEPOIS
                ELSE
                   MOVE REC-MENU TO NEW-REC-MENU
                   WRITE NEW-REC-MENU
                       INVALID KEY
                           ADD 1 TO WK-RUINS
                       NOT INVALID KEY
                           ADD 1 TO WK-DEPOIS
                   END-WRITE
                END-IF
             ELSE
                ADD 1 TO WK-RUINS
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF
    IF WK-SO-VERIFICA
       CLOSE FD-MENU
       MOVE WK-SIZE-ANTES TO WK-SIZE-DEPOIS
       PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
       GO 100-EXIT-REBUILD-MNU
    END-IF
    CLOSE FD-MENU FD-MENU-NEW

    *> troca: o reconstruido assume o lugar do vivo
    MOVE SPACES TO WK-DST-FILE
       PERFORM 220-GRAVA-ILEGIVEL THRU 220-EXIT-GRAVA-ILEGIVEL
       GO 100-EXIT-REBUILD-OBJ
    END-IF
    IF NOT WK-SO-VERIFICA
       OPEN OUTPUT FD-OBJ-NEW
    END-IF
    INITIALIZE REC-OBJ
    MOVE "F" TO FLG-EOF
    START FD-OBJ
          NOT AT END
             IF ST-OBJ = 0
                ADD 1 TO WK-ANTES
                IF WK-SO-VERIFICA
                   ADD 1 TO WK-DEPOIS
                ELSE
                   MOVE REC-OBJ TO NEW-REC-OBJ
                   WRITE NEW-REC-OBJ
                       INVALID KEY
                           ADD 1 TO WK-RUINS
                       NOT INVALID KEY
                           ADD 1 TO WK-DEPOIS
                   END-WRITE
                END-IF
             ELSE
                ADD 1 TO WK-RUINS
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF
    IF WK-SO-VERIFICA
       CLOSE FD-OBJ
       MOVE WK-SIZE-ANTES TO WK-SIZE-DEPOIS
       PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
       GO 100-EXIT-REBUILD-OBJ
    END-IF
    CLOSE FD-OBJ FD-OBJ-NEW

    *> troca: o reconstruido assume o lugar do vivo
    MOVE SPACES TO WK-DST-FILE
           "  PROBLEMAS: " WK-RUINS
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL
    IF WK-RUINS > 0
       ADD 1 TO WK-FALHAS
    END-IF.

200-EXIT-GRAVA-RESULTADO.
    EXIT.
    STRING WK-NOME " NAO ABRIU PARA LEITURA - RESTAURE DE BACKUP"
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL
    ADD 1 TO WK-FALHAS.

220-EXIT-GRAVA-ILEGIVEL.
    EXIT.
030-FINALIZA.

    CLOSE ARQUIVO_REL
    MOVE SPACES TO WK-MSG
    STRING "*** FIM - VEJA " FUNCTION TRIM(WK-REL-FILE(8:)) " ***"
        DELIMITED BY SIZE INTO WK-MSG
    END-STRING
    DISPLAY SS-MSG
    IF WK-SO-VERIFICA AND WK-FALHAS > 0
       MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
