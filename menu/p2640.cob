*>
*>  Entrada...: OBJETOS_PPA      -  Objeto PPA
*>              ESTRATEGIAS_PPA  -  Estratigia PPA
*>              METAS_PPA        -  Metas anuais do objeto
*>              EXECUCAO_PPA     -  Realizado mensal (consulta)
*>              DINAMIC_MENU     -  Itens que usam o OBJ-TARGET
*>
*>  Saida.....: CHANGE_JOURNAL   -  Antes/depois de cada alteracao
*>
*>----------------------------------------------------------------------
*>  HISTSRICO DE ALTERAGUES
*>  SOLICIT     DATA     AUTOR      DESCRICAO
*>            04/10/19   FERNANDO   Implementagco.
*>  ESTRATEG  10/15/26   DUMA       Manutencao das estrategias do
*>                                  objeto (F3) em ESTRATEGIAS_PPA.
*>  ALT/EXCL  10/15/26   DUMA       Alteracao (F5) e exclusao (F6) de
*>                                  objeto, com registro no journal
*>                                  de alteracoes.
*>  METAS     10/15/26   DUMA       Metas fisicas e financeiras anuais
*>                                  do objeto (F7) em METAS_PPA.
*>  EXECUCAO  10/15/26   DUMA       Exclusao recusada tambem com
*>                                  realizado em EXECUCAO_PPA.
*>  CODIGO    10/15/26   DUMA       Codigo do objeto ampliado para
*>                                  4 digitos (mais de 99 objetos).
*>
*>----------------------------------------------------------------------
ENVIRONMENT         DIVISION.

COPY "../cpy/objetos_ppa_se.cpy".

COPY "../cpy/estrategias_ppa_se.cpy".
COPY "../cpy/metas_ppa_se.cpy".
COPY "../cpy/execucao_ppa_se.cpy".
COPY "../cpy/menu_se.cpy".
COPY "../cpy/change_journal_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.

COPY "../cpy/objetos_ppa_fd.cpy".

COPY "../cpy/estrategias_ppa_fd.cpy".
COPY "../cpy/metas_ppa_fd.cpy".
COPY "../cpy/execucao_ppa_fd.cpy".
COPY "../cpy/menu_fd.cpy".
COPY "../cpy/change_journal_fd.cpy".

WORKING-STORAGE     SECTION.
*> Nivel de acesso (consulta/atualizacao) recebido do menu ------------
    88  FS-OK                                 VALUE ZEROS.
    88  FS-CANCEL                             VALUE 99.
    88  FS-NOT-EXIST                          VALUE 35.
77  ST-EST                        PIC  9(002).
    88  EST-FS-OK                             VALUE ZEROS.
    88  EST-FS-NOT-EXIST                      VALUE 35.
77  ST-MET                        PIC  9(002).
    88  MET-FS-OK                             VALUE ZEROS.
    88  MET-FS-NOT-EXIST                      VALUE 35.
77  ST-EXE                        PIC  9(002).
    88  EXE-FS-OK                             VALUE ZEROS.
77  ST-MNU                        PIC  9(002).
    88  MNU-FS-OK                             VALUE ZEROS.
77  ST-CHJ                        PIC  X(002) VALUE ZEROS.
*> Journal de alteracoes (CHANGE_JOURNAL.LOG) --------------------------
77  WK-OPERATOR                   PIC  X(020) VALUE SPACES.
77  WK-CHJ-FILE                   PIC  X(008) VALUE SPACES.
77  WK-CHJ-OP                     PIC  X(001) VALUE SPACE.
77  WK-CHJ-KEY                    PIC  X(010) VALUE SPACES.
77  WK-CHJ-BEFORE                 PIC  X(167) VALUE SPACES.
77  WK-CHJ-AFTER                  PIC  X(167) VALUE SPACES.
*> Vinculos que impedem a exclusao do objeto ---------------------------
77  WK-QTD-EST-VINC               PIC  9(005) VALUE ZEROS.
77  WK-QTD-MENU-VINC              PIC  9(005) VALUE ZEROS.
77  WK-QTD-MET-VINC               PIC  9(005) VALUE ZEROS.
77  WK-QTD-EXE-VINC               PIC  9(005) VALUE ZEROS.
77  WK-TITULO-OPER                PIC  X(072) VALUE SPACES.
01  WK-QTD-TABELA                 PIC  9(002) VALUE ZEROS.
01  WK-IDX                        PIC  9(002) VALUE ZEROS.
01  WK-LINHA-TELA                 PIC  9(002) VALUE ZEROS.
01  WK-PAGINA                     PIC  9(003) VALUE 1.
01  WK-START-KEY                  PIC  9(004) VALUE ZEROS.
01  WK-NEXT-PAGE-KEY               PIC  9(004) VALUE ZEROS.
01  FLG-HAS-NEXT-PAGE              PIC  X(001) VALUE "N".
    88  HAS-NEXT-PAGE                          VALUE "Y".
01  WK-PAGE-KEYS.
*> ate 9999 objetos, 14 por pagina
    05  WK-PAGE-KEY OCCURS 715 TIMES PIC 9(04).
*> Variaveis --------------------------------
77  K                             PIC  9(002) VALUE ZEROS.
77  WK-ACESSO                     PIC  9(001) VALUE ZEROS.
01  LIN-DEP                       PIC  9(002).

01  WK-ESPERA                     USAGE COMP-1 VALUE 1.
01  WK-CODIGO                     PIC  9(004)  VALUE ZEROS.
01  WK-NOME                       PIC  X(060)  VALUE SPACES.
*> Campos de inventario da aplicacao -----------------------------------
01  WK-OWNER                      PIC  X(020)  VALUE SPACES.
01  WK-CRIT                       PIC  X(001)  VALUE SPACES.
01  WK-TARGET                     PIC  X(015)  VALUE SPACES.
01  WK-CONT1                      PIC  9(002)  VALUE ZEROS.
*> Manutencao das estrategias do objeto (F3) ---------------------------
01  WK-EST-OBJ                    PIC  9(004)  VALUE ZEROS.
01  WK-EST-OBJ-NOME               PIC  X(060)  VALUE SPACES.
01  WK-EST-SEQ                    PIC  9(003)  VALUE ZEROS.
01  WK-EST-DESCRICAO              PIC  X(060)  VALUE SPACES.
01  WK-EST-AREA                   PIC  X(030)  VALUE SPACES.
01  WK-EST-ANO-INI                PIC  9(004)  VALUE ZEROS.
01  WK-EST-ANO-FIM                PIC  9(004)  VALUE ZEROS.
01  WK-EST-PROX-SEQ               PIC  9(003)  VALUE ZEROS.
01  WK-EST-QTD                    PIC  9(002)  VALUE ZEROS.
01  WK-EST-PAGINA                 PIC  9(002)  VALUE 1.
01  WK-EST-START-SEQ              PIC  9(003)  VALUE ZEROS.
01  WK-EST-NEXT-SEQ               PIC  9(003)  VALUE ZEROS.
01  WK-EST-PAGE-KEYS.
    05  WK-EST-PAGE-KEY OCCURS 50 TIMES PIC 9(03).
01  FLG-EST-NEXT-PAGE             PIC  X(001)  VALUE "N".
    88  EST-HAS-NEXT-PAGE                      VALUE "Y".
01  FLG-EST-SAIDA                 PIC  X(001)  VALUE "F".
    88  EST-SAIDA                              VALUE "T".
01  FLG-EST-EOF                   PIC  X(001)  VALUE "F".
    88  EST-EOF                                VALUE "T".
*> Manutencao das metas anuais do objeto (F7) --------------------------
01  WK-MET-ANO                    PIC  9(004)  VALUE ZEROS.
01  WK-MET-QTD                    PIC  9(009)V99 VALUE ZEROS.
01  WK-MET-UNIDADE                PIC  X(015)  VALUE SPACES.
01  WK-MET-VALOR                  PIC  9(013)V99 VALUE ZEROS.
01  WK-MET-QTD-LIN                PIC  9(002)  VALUE ZEROS.
01  WK-MET-QTD-ED                 PIC  ZZZ.ZZZ.ZZ9,99.
01  WK-MET-VALOR-ED               PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
01  FLG-MET-SAIDA                 PIC  X(001)  VALUE "F".
    88  MET-SAIDA                              VALUE "T".
01  FLG-MET-EOF                   PIC  X(001)  VALUE "F".
    88  MET-EOF                                VALUE "T".
01  FLG-MET-MAIS                  PIC  X(001)  VALUE "N".
    88  MET-TEM-MAIS                           VALUE "Y".
*>
01  BOX-LINE-HORIZONTAL           PIC  X(003) VALUE x"e29590". 
01  BOX-LINE-VERTICAL             PIC  X(003) VALUE x"e29591". 

*> Dados da Tabela -------------------------
*>      CODIGO  NOME
*>......--9999----XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX......
01  TABELA.
*>  ** 4 paginas de 14 **
    03  TAB-LINHA OCCURS 56.
        05  TAB-F1           PIC  X(002).
        05  TAB-CODIGO       PIC  X(004).
        05  TAB-F2           PIC  X(004).
        05  TAB-NOME         PIC  X(060).

*>      SEQ  DESCRICAO                                AREA              ANOS
01  TABELA-EST.
    03  TAB-EST-LINHA OCCURS 14.
        05  TAB-EST-SEQ      PIC  9(003).
        05  TAB-EST-DESC     PIC  X(040).
        05  TAB-EST-AREA     PIC  X(018).
        05  TAB-EST-ANO-INI  PIC  9(004).
        05  TAB-EST-ANO-FIM  PIC  9(004).

*> FLAGS -----------------------------------
01  FLG-EOF                  PIC  X(001) VALUE "F".
    88  EOF                              VALUE "T".
    03  LINE 04 COLUMN 02 PIC X(078) VALUE "      CODIGO  NOME"
             FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 23 COLUMN 01 PIC X(080) VALUE 
            " F2=Retornar ENTER=Incluir F3=Estrategias F5=Alterar F6=Excluir F7=Metas PGUP/DN"
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 24 COLUMN 01 PIC X(080) VALUE SPACES.
    03  LINE 24 COLUMN 01 VALUE "MENSAGEM: ".
    03  BLANK SCREEN.
    03  LINE 01 COLUMN 01 FROM WK-TEL01-INC
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 07 COLUMN 05 PIC X(072) FROM WK-TITULO-OPER
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 09 COLUMN 06 VALUE "56789012345678" 
             HIGHLIGHT FOREGROUND-COLOR COR-FUNDO BACKGROUND-COLOR COR-FRENTE.
    03  LINE 24 COLUMN 01 PIC X(080) VALUE SPACES.
    03  LINE 24 COLUMN 01 VALUE "MENSAGEM: ".

01  SS-TELA-EST.
    03  BLANK SCREEN.
    03  LINE 01 COLUMN 01 FROM WK-TEL01-CON
             FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 02 COLUMN 02 VALUE "OBJETO:".
    03  LINE 02 COLUMN 10 PIC 9(004) FROM WK-EST-OBJ.
    03  LINE 02 COLUMN 15 PIC X(060) FROM WK-EST-OBJ-NOME.
    03  LINE 04 COLUMN 02 PIC X(078) VALUE
             "  SEQ  DESCRICAO                                AREA               INICIO FIM"
             FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 23 COLUMN 01 PIC X(080) VALUE
            " F2=Retornar | ENTER=Incluir | F5=Alterar | F6=Excluir | PGUP/PGDN=Paginas"
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 24 COLUMN 01 PIC X(080) VALUE SPACES.
    03  LINE 24 COLUMN 01 VALUE "MENSAGEM: ".

01  SS-TELA-EST-INC.
    03  BLANK SCREEN.
    03  LINE 01 COLUMN 01 FROM WK-TEL01-INC
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 07 COLUMN 05 PIC X(072) FROM WK-TITULO-OPER
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 09 COLUMN 08 VALUE "Objeto:".
    03  LINE 09 COLUMN 16 PIC 9(004) FROM WK-EST-OBJ.
    03  LINE 09 COLUMN 21 PIC X(055) FROM WK-EST-OBJ-NOME.
    03  GET-EST-SEQ.
        05  LINE 10 COLUMN 08 VALUE "Seq...:".
        05  LINE 10 COL plus 1 PIC 9(003) USING WK-EST-SEQ AUTO.
        05  LINE 24 COL 11 VALUE "Informe a sequencia da estrategia                                     "
                 FOREGROUND-COLOR COR-FUNDO.
    03  GET-EST-DADOS.
        05  LINE 12 COLUMN 08 VALUE "Descr.:".
        05  LINE 12 COL plus 1 USING WK-EST-DESCRICAO AUTO.
        05  LINE 13 COLUMN 08 VALUE "Area..:".
        05  LINE 13 COL plus 1 USING WK-EST-AREA AUTO.
        05  LINE 14 COLUMN 08 VALUE "Inicio:".
        05  LINE 14 COL plus 1 PIC 9(004) USING WK-EST-ANO-INI AUTO.
        05  LINE 14 COLUMN 22 VALUE "Fim:".
        05  LINE 14 COL plus 1 PIC 9(004) USING WK-EST-ANO-FIM AUTO.
        05  LINE 24 COL 11 VALUE "Descricao, area responsavel e anos de inicio/fim do plano (AAAA)      "
                 FOREGROUND-COLOR COR-FUNDO.
    03  LINE 23 COLUMN 01 PIC X(080) VALUE
            "                                  F2 = Retornar"
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 24 COLUMN 01 PIC X(080) VALUE SPACES.
    03  LINE 24 COLUMN 01 VALUE "MENSAGEM: ".

01  SS-TELA-MET.
    03  BLANK SCREEN.
    03  LINE 01 COLUMN 01 FROM WK-TEL01-CON
             FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 02 COLUMN 02 VALUE "OBJETO:".
    03  LINE 02 COLUMN 10 PIC 9(004) FROM WK-EST-OBJ.
    03  LINE 02 COLUMN 15 PIC X(060) FROM WK-EST-OBJ-NOME.
    03  LINE 04 COLUMN 02 PIC X(078) VALUE
             " ANO     META FISICA  UNIDADE                   VALOR PLANEJADO (R$)"
             FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 23 COLUMN 01 PIC X(080) VALUE
            " F2=Retornar | ENTER=Incluir | F5=Alterar | F6=Excluir"
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 24 COLUMN 01 PIC X(080) VALUE SPACES.
    03  LINE 24 COLUMN 01 VALUE "MENSAGEM: ".

01  SS-TELA-MET-INC.
    03  BLANK SCREEN.
    03  LINE 01 COLUMN 01 FROM WK-TEL01-INC
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 07 COLUMN 05 PIC X(072) FROM WK-TITULO-OPER
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 09 COLUMN 08 VALUE "Objeto:".
    03  LINE 09 COLUMN 16 PIC 9(004) FROM WK-EST-OBJ.
    03  LINE 09 COLUMN 21 PIC X(055) FROM WK-EST-OBJ-NOME.
    03  GET-MET-ANO.
        05  LINE 10 COLUMN 08 VALUE "Ano...:".
        05  LINE 10 COL plus 1 PIC 9(004) USING WK-MET-ANO AUTO.
        05  LINE 24 COL 11 VALUE "Informe o ano do plano (AAAA)                                         "
                 FOREGROUND-COLOR COR-FUNDO.
    03  GET-MET-DADOS.
        05  LINE 12 COLUMN 08 VALUE "Meta fisica:".
        05  LINE 12 COL plus 1 PIC ZZZZZZZZ9,99 USING WK-MET-QTD AUTO.
        05  LINE 13 COLUMN 08 VALUE "Unidade....:".
        05  LINE 13 COL plus 1 USING WK-MET-UNIDADE AUTO.
        05  LINE 14 COLUMN 08 VALUE "Valor (R$).:".
        05  LINE 14 COL plus 1 PIC ZZZZZZZZZZZZ9,99 USING WK-MET-VALOR AUTO.
        05  LINE 24 COL 11 VALUE "Quantidade e unidade da meta fisica, valor financeiro planejado     "
                 FOREGROUND-COLOR COR-FUNDO.
    03  LINE 23 COLUMN 01 PIC X(080) VALUE
            "                                  F2 = Retornar"
            FOREGROUND-COLOR COR-FRENTE BACKGROUND-COLOR COR-FUNDO.
    03  LINE 24 COLUMN 01 PIC X(080) VALUE SPACES.
    03  LINE 24 COLUMN 01 VALUE "MENSAGEM: ".

*>----------------------------------------------------------------------
*>                     Modulo Principal do Programa                     
*>----------------------------------------------------------------------
    IF WK-NARG >= 1 AND LK-ACCESS-LEVEL = "I"
        MOVE "I" TO WK-ACCESS-LEVEL
    END-IF
    *> Alteracao e exclusao somente para acesso de atualizacao
    IF WK-ACCESS-LEVEL = "I"
        MOVE "F" TO FLG-PERMISSAO-EXCLUIR
    ELSE
        SET PERMISSAO-EXCLUIR TO TRUE
    END-IF
    ACCEPT WK-OPERATOR FROM ENVIRONMENT "MENU_USER"
    IF WK-OPERATOR = SPACES
        ACCEPT WK-OPERATOR FROM USER NAME
    END-IF

    SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
    SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'
        OPEN OUTPUT FD-OBJ
        CLOSE FD-OBJ
        OPEN I-O FD-OBJ
    END-IF
    OPEN I-O FD-EST
    IF EST-FS-NOT-EXIST
        OPEN OUTPUT FD-EST
        CLOSE FD-EST
        OPEN I-O FD-EST
    END-IF
    OPEN I-O FD-MET
    IF MET-FS-NOT-EXIST
        OPEN OUTPUT FD-MET
        CLOSE FD-MET
        OPEN I-O FD-MET
    END-IF.

010-EXIT-ABRE-ARQUIVO.
               IF WK-ACCESS-LEVEL = "I"
                   DISPLAY "ACESSO SOMENTE CONSULTA - INCLUSAO NAO PERMITIDA" AT LINE 24 COLUMN 11 WITH HIGHLIGHT FOREGROUND-COLOR 4
               ELSE
                   PERFORM 040-INCLUI-REGISTRO THRU 040-EXIT-INCLUI-REGISTRO
               END-IF
           WHEN wCRT-STATUS = COB-SCR-F3
               PERFORM 050-MANTEM-ESTRATEGIAS
                  THRU 050-EXIT-MANTEM-ESTRATEGIAS
           WHEN wCRT-STATUS = COB-SCR-F7
               PERFORM 100-MANTEM-METAS
                  THRU 100-EXIT-MANTEM-METAS
           WHEN wCRT-STATUS = COB-SCR-F5
            OR wCRT-STATUS = COB-SCR-F6
               IF NOT PERMISSAO-EXCLUIR
                   DISPLAY "ACESSO SOMENTE CONSULTA - ALTERACAO/EXCLUSAO NAO PERMITIDA" AT LINE 24 COLUMN 11 WITH HIGHLIGHT FOREGROUND-COLOR 4
                   ACCEPT WK-TECLA LINE 24 COLUMN 79
               ELSE
                   IF wCRT-STATUS = COB-SCR-F5
                       PERFORM 060-ALTERA-REGISTRO
                          THRU 060-EXIT-ALTERA-REGISTRO
                   ELSE
                       PERFORM 070-EXCLUI-REGISTRO
                          THRU 070-EXIT-EXCLUI-REGISTRO
                   END-IF
               END-IF
           WHEN wCRT-STATUS = K-PAGEDOWN
               IF HAS-NEXT-PAGE AND WK-PAGINA < 715
                   ADD 1 TO WK-PAGINA
                   MOVE WK-NEXT-PAGE-KEY TO WK-START-KEY
                   MOVE WK-START-KEY TO WK-PAGE-KEY(WK-PAGINA)

    MOVE ZEROS TO WK-CODIGO
    MOVE SPACES TO WK-NOME WK-OWNER WK-SUPPORT WK-CRIT WK-TARGET
    MOVE "                               INCLUSAO" TO WK-TITULO-OPER
    DISPLAY SS-TELA-INC
    *> DESENHO DO BOX
    MOVE 5       TO WK-BOX-POS_X1
            MOVE "CODIGO JA CADASTRADO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "OBJPPA" TO WK-CHJ-FILE
            MOVE "W"      TO WK-CHJ-OP
            MOVE OBJ-CODIGO TO WK-CHJ-KEY
            MOVE SPACES   TO WK-CHJ-BEFORE
            MOVE REC-OBJ  TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
    END-WRITE.

040-EXIT-INCLUI-REGISTRO.
    EXIT.
*>----------------------------------------------------------------------
*> Manutencao das estrategias de um objeto (F3 na lista). Pede o
*> codigo do objeto, lista as estrategias dele em ESTRATEGIAS_PPA.DAT
*> (14 por pagina) e permite incluir, alterar e excluir. Acesso de
*> consulta ("I") so visualiza.
050-MANTEM-ESTRATEGIAS.

    MOVE ZEROS TO WK-EST-OBJ
    DISPLAY "CODIGO DO OBJETO:" LINE 24 COLUMN 11
    ACCEPT WK-EST-OBJ LINE 24 COLUMN 29
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 050-EXIT-MANTEM-ESTRATEGIAS
    END-IF
    MOVE WK-EST-OBJ TO OBJ-CODIGO
    READ FD-OBJ
        INVALID KEY
            MOVE "OBJETO NAO CADASTRADO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
            GO TO 050-EXIT-MANTEM-ESTRATEGIAS
    END-READ
    MOVE OBJ-NOME TO WK-EST-OBJ-NOME

    MOVE "F" TO FLG-EST-SAIDA
    MOVE 1 TO WK-EST-PAGINA
    MOVE ZEROS TO WK-EST-START-SEQ
    MOVE ZEROS TO WK-EST-PAGE-KEY(1)
    PERFORM UNTIL EST-SAIDA
       PERFORM 051-CARREGA-ESTRATEGIAS THRU 051-EXIT-CARREGA-ESTRATEGIAS
       PERFORM 052-EXIBE-ESTRATEGIAS THRU 052-EXIT-EXIBE-ESTRATEGIAS
       EVALUATE TRUE
           WHEN wCRT-STATUS = COB-SCR-F2
               SET EST-SAIDA TO TRUE
           WHEN wCRT-STATUS = K-ENTER
            OR wCRT-STATUS = COB-SCR-F5
            OR wCRT-STATUS = COB-SCR-F6
               IF WK-ACCESS-LEVEL = "I"
                   DISPLAY "ACESSO SOMENTE CONSULTA - MANUTENCAO NAO PERMITIDA" AT LINE 24 COLUMN 11 WITH HIGHLIGHT FOREGROUND-COLOR 4
                   ACCEPT WK-TECLA LINE 24 COLUMN 79
               ELSE
                   EVALUATE TRUE
                       WHEN wCRT-STATUS = K-ENTER
                           PERFORM 053-INCLUI-ESTRATEGIA
                              THRU 053-EXIT-INCLUI-ESTRATEGIA
                       WHEN wCRT-STATUS = COB-SCR-F5
                           PERFORM 054-ALTERA-ESTRATEGIA
                              THRU 054-EXIT-ALTERA-ESTRATEGIA
                       WHEN OTHER
                           PERFORM 055-EXCLUI-ESTRATEGIA
                              THRU 055-EXIT-EXCLUI-ESTRATEGIA
                   END-EVALUATE
               END-IF
           WHEN wCRT-STATUS = K-PAGEDOWN
               IF EST-HAS-NEXT-PAGE AND WK-EST-PAGINA < 50
                   ADD 1 TO WK-EST-PAGINA
                   MOVE WK-EST-NEXT-SEQ TO WK-EST-START-SEQ
                   MOVE WK-EST-START-SEQ TO WK-EST-PAGE-KEY(WK-EST-PAGINA)
               END-IF
           WHEN wCRT-STATUS = K-PAGEUP
               IF WK-EST-PAGINA > 1
                   SUBTRACT 1 FROM WK-EST-PAGINA
                   MOVE WK-EST-PAGE-KEY(WK-EST-PAGINA) TO WK-EST-START-SEQ
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
    END-PERFORM.

050-EXIT-MANTEM-ESTRATEGIAS.
    EXIT.
*>----------------------------------------------------------------------
*> Carrega uma pagina de estrategias do objeto WK-EST-OBJ a partir da
*> sequencia WK-EST-START-SEQ e calcula a proxima sequencia livre
*> (sugerida na inclusao).
051-CARREGA-ESTRATEGIAS.

    MOVE ZEROS TO WK-EST-QTD
    INITIALIZE TABELA-EST
    MOVE "N" TO FLG-EST-NEXT-PAGE
    MOVE WK-EST-OBJ       TO EST-OBJ-CODIGO
    MOVE WK-EST-START-SEQ TO EST-SEQ
    MOVE "F" TO FLG-EST-EOF
    START FD-EST
        KEY IS >= KEY1-EST
        INVALID KEY
            MOVE "T" TO FLG-EST-EOF
    END-START

    PERFORM UNTIL EST-EOF OR WK-EST-QTD = 14
       READ FD-EST NEXT
           AT END
               MOVE "T" TO FLG-EST-EOF
           NOT AT END
               IF EST-OBJ-CODIGO NOT = WK-EST-OBJ
                   MOVE "T" TO FLG-EST-EOF
               ELSE
                   ADD 1 TO WK-EST-QTD
                   MOVE EST-SEQ       TO TAB-EST-SEQ(WK-EST-QTD)
                   MOVE EST-DESCRICAO TO TAB-EST-DESC(WK-EST-QTD)
                   MOVE EST-AREA      TO TAB-EST-AREA(WK-EST-QTD)
                   MOVE EST-ANO-INI   TO TAB-EST-ANO-INI(WK-EST-QTD)
                   MOVE EST-ANO-FIM   TO TAB-EST-ANO-FIM(WK-EST-QTD)
               END-IF
       END-READ
    END-PERFORM

    IF NOT EST-EOF
        READ FD-EST NEXT
            AT END
                MOVE "T" TO FLG-EST-EOF
            NOT AT END
                IF EST-OBJ-CODIGO = WK-EST-OBJ
                    SET EST-HAS-NEXT-PAGE TO TRUE
                    MOVE EST-SEQ TO WK-EST-NEXT-SEQ
                END-IF
        END-READ
    END-IF

    *> proxima sequencia livre: ultima do objeto + 1
    MOVE 1 TO WK-EST-PROX-SEQ
    MOVE WK-EST-OBJ TO EST-OBJ-CODIGO
    MOVE 999        TO EST-SEQ
    START FD-EST
        KEY IS <= KEY1-EST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ FD-EST NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF EST-OBJ-CODIGO = WK-EST-OBJ AND EST-SEQ < 999
                        COMPUTE WK-EST-PROX-SEQ = EST-SEQ + 1
                    END-IF
            END-READ
    END-START.

051-EXIT-CARREGA-ESTRATEGIAS.
    EXIT.
*>----------------------------------------------------------------------
052-EXIBE-ESTRATEGIAS.

    DISPLAY SS-TELA-EST
    MOVE 1       TO WK-BOX-POS_X1
    MOVE 3       TO WK-BOX-POS_Y1
    MOVE WK-NUMC TO WK-BOX-POS_X2
    MOVE 22      TO WK-BOX-POS_Y2
    MOVE 5       TO WK-BOX-LINHA-POS_Y1
    PERFORM 029-DESENHA-BOX THRU 029-EXIT-DESENHA-BOX

    DISPLAY "PAGINA:" LINE 04 COLUMN 60
    DISPLAY WK-EST-PAGINA LINE 04 COLUMN 68

    IF WK-EST-QTD = ZEROS
        DISPLAY "(NENHUMA ESTRATEGIA CADASTRADA PARA O OBJETO)" LINE 06 COLUMN 08
    ELSE
        PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-EST-QTD
            COMPUTE WK-LINHA-TELA = 5 + WK-IDX
            DISPLAY TAB-EST-SEQ(WK-IDX)     LINE WK-LINHA-TELA COLUMN 03
            DISPLAY TAB-EST-DESC(WK-IDX)    LINE WK-LINHA-TELA COLUMN 08
            DISPLAY TAB-EST-AREA(WK-IDX)    LINE WK-LINHA-TELA COLUMN 49
            DISPLAY TAB-EST-ANO-INI(WK-IDX) LINE WK-LINHA-TELA COLUMN 68
            DISPLAY TAB-EST-ANO-FIM(WK-IDX) LINE WK-LINHA-TELA COLUMN 75
        END-PERFORM
    END-IF

    ACCEPT WK-TECLA LINE 24 COLUMN 79.

052-EXIT-EXIBE-ESTRATEGIAS.
    EXIT.
*>----------------------------------------------------------------------
*> Inclui uma estrategia para o objeto WK-EST-OBJ
053-INCLUI-ESTRATEGIA.

    MOVE WK-EST-PROX-SEQ TO WK-EST-SEQ
    MOVE "                              ESTRATEGIA - INCLUSAO" TO WK-TITULO-OPER
    MOVE SPACES TO WK-EST-DESCRICAO WK-EST-AREA
    MOVE ZEROS  TO WK-EST-ANO-INI WK-EST-ANO-FIM
    PERFORM 057-EXIBE-TELA-EST THRU 057-EXIT-EXIBE-TELA-EST
    ACCEPT GET-EST-SEQ
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 053-EXIT-INCLUI-ESTRATEGIA
    END-IF
    ACCEPT GET-EST-DADOS
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 053-EXIT-INCLUI-ESTRATEGIA
    END-IF
    PERFORM 058-VALIDA-ESTRATEGIA THRU 058-EXIT-VALIDA-ESTRATEGIA
    IF NOT VALIDO
        GO TO 053-EXIT-INCLUI-ESTRATEGIA
    END-IF

    INITIALIZE REC-EST
    MOVE WK-EST-OBJ       TO EST-OBJ-CODIGO
    MOVE WK-EST-SEQ       TO EST-SEQ
    MOVE WK-EST-DESCRICAO TO EST-DESCRICAO
    MOVE WK-EST-AREA      TO EST-AREA
    MOVE WK-EST-ANO-INI   TO EST-ANO-INI
    MOVE WK-EST-ANO-FIM   TO EST-ANO-FIM
    WRITE REC-EST
        INVALID KEY
            MOVE "SEQUENCIA JA CADASTRADA PARA O OBJETO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "ESTPPA" TO WK-CHJ-FILE
            MOVE "W"      TO WK-CHJ-OP
            MOVE KEY1-EST TO WK-CHJ-KEY
            MOVE SPACES   TO WK-CHJ-BEFORE
            MOVE REC-EST  TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
    END-WRITE.

053-EXIT-INCLUI-ESTRATEGIA.
    EXIT.
*>----------------------------------------------------------------------
*> Altera descricao, area e anos de uma estrategia existente
054-ALTERA-ESTRATEGIA.

    PERFORM 056-LE-ESTRATEGIA THRU 056-EXIT-LE-ESTRATEGIA
    IF NOT ACHOU
        GO TO 054-EXIT-ALTERA-ESTRATEGIA
    END-IF
    MOVE REC-EST       TO WK-CHJ-BEFORE
    MOVE EST-DESCRICAO TO WK-EST-DESCRICAO
    MOVE EST-AREA      TO WK-EST-AREA
    MOVE EST-ANO-INI   TO WK-EST-ANO-INI
    MOVE EST-ANO-FIM   TO WK-EST-ANO-FIM
    MOVE "                              ESTRATEGIA - ALTERACAO" TO WK-TITULO-OPER
    PERFORM 057-EXIBE-TELA-EST THRU 057-EXIT-EXIBE-TELA-EST
    DISPLAY WK-EST-SEQ LINE 10 COLUMN 16
    ACCEPT GET-EST-DADOS
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 054-EXIT-ALTERA-ESTRATEGIA
    END-IF
    PERFORM 058-VALIDA-ESTRATEGIA THRU 058-EXIT-VALIDA-ESTRATEGIA
    IF NOT VALIDO
        GO TO 054-EXIT-ALTERA-ESTRATEGIA
    END-IF

    MOVE WK-EST-DESCRICAO TO EST-DESCRICAO
    MOVE WK-EST-AREA      TO EST-AREA
    MOVE WK-EST-ANO-INI   TO EST-ANO-INI
    MOVE WK-EST-ANO-FIM   TO EST-ANO-FIM
    REWRITE REC-EST
        INVALID KEY
            MOVE "ERRO NA REGRAVACAO DA ESTRATEGIA" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "ESTPPA" TO WK-CHJ-FILE
            MOVE "R"      TO WK-CHJ-OP
            MOVE KEY1-EST TO WK-CHJ-KEY
            MOVE REC-EST  TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
    END-REWRITE.

054-EXIT-ALTERA-ESTRATEGIA.
    EXIT.
*>----------------------------------------------------------------------
*> Exclui uma estrategia apos confirmacao
055-EXCLUI-ESTRATEGIA.

    PERFORM 056-LE-ESTRATEGIA THRU 056-EXIT-LE-ESTRATEGIA
    IF NOT ACHOU
        GO TO 055-EXIT-EXCLUI-ESTRATEGIA
    END-IF
    MOVE SPACES TO WK-MSG
    STRING "EXCLUIR " EST-DESCRICAO(1:40) " (S/N)?"
        DELIMITED BY SIZE INTO WK-MSG
    END-STRING
    DISPLAY WK-MSG LINE 24 COLUMN 11
    MOVE SPACES TO WK-CONF
    ACCEPT WK-CONF LINE 24 COLUMN 79
    IF WK-CONF NOT = "S" AND WK-CONF NOT = "s"
        GO TO 055-EXIT-EXCLUI-ESTRATEGIA
    END-IF
    MOVE REC-EST TO WK-CHJ-BEFORE
    DELETE FD-EST
        INVALID KEY
            MOVE "ERRO NA EXCLUSAO DA ESTRATEGIA" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "ESTPPA" TO WK-CHJ-FILE
            MOVE "D"      TO WK-CHJ-OP
            MOVE KEY1-EST TO WK-CHJ-KEY
            MOVE SPACES   TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
    END-DELETE.

055-EXIT-EXCLUI-ESTRATEGIA.
    EXIT.
*>----------------------------------------------------------------------
*> Pede a sequencia na linha de mensagem e le a estrategia do objeto
056-LE-ESTRATEGIA.

    MOVE "F" TO FLG-ACHOU
    MOVE ZEROS TO WK-EST-SEQ
    DISPLAY "SEQUENCIA DA ESTRATEGIA:" LINE 24 COLUMN 11
    ACCEPT WK-EST-SEQ LINE 24 COLUMN 36
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 056-EXIT-LE-ESTRATEGIA
    END-IF
    MOVE WK-EST-OBJ TO EST-OBJ-CODIGO
    MOVE WK-EST-SEQ TO EST-SEQ
    READ FD-EST
        INVALID KEY
            MOVE "ESTRATEGIA NAO CADASTRADA" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            SET ACHOU TO TRUE
    END-READ.

056-EXIT-LE-ESTRATEGIA.
    EXIT.
*>----------------------------------------------------------------------
057-EXIBE-TELA-EST.

    DISPLAY SS-TELA-EST-INC
    MOVE 5       TO WK-BOX-POS_X1
    MOVE 5       TO WK-BOX-POS_Y1
    COMPUTE WK-BOX-POS_X2 = WK-NUMC - 3
    MOVE 16      TO WK-BOX-POS_Y2
    MOVE 8       TO WK-BOX-LINHA-POS_Y1
    PERFORM 029-DESENHA-BOX THRU 029-EXIT-DESENHA-BOX.

057-EXIT-EXIBE-TELA-EST.
    EXIT.
*>----------------------------------------------------------------------
*> Descricao obrigatoria; anos no formato AAAA com inicio <= fim
058-VALIDA-ESTRATEGIA.

    MOVE "T" TO FLG-VALIDO
    MOVE SPACES TO WK-MSG
    EVALUATE TRUE
        WHEN WK-EST-SEQ = ZEROS
            MOVE "SEQUENCIA DEVE SER MAIOR QUE ZERO" TO WK-MSG
        WHEN WK-EST-DESCRICAO = SPACES
            MOVE "DESCRICAO E OBRIGATORIA" TO WK-MSG
        WHEN WK-EST-ANO-INI < 1900 OR WK-EST-ANO-FIM < 1900
            MOVE "INFORME OS ANOS DE INICIO E FIM (AAAA)" TO WK-MSG
        WHEN WK-EST-ANO-INI > WK-EST-ANO-FIM
            MOVE "ANO DE INICIO MAIOR QUE O ANO DE FIM" TO WK-MSG
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WK-MSG NOT = SPACES
        MOVE "F" TO FLG-VALIDO
        DISPLAY WK-MSG LINE 24 COLUMN 11
        ACCEPT WK-TECLA LINE 24 COLUMN 79
    END-IF.

058-EXIT-VALIDA-ESTRATEGIA.
    EXIT.
*>----------------------------------------------------------------------
*> Desenha o box da tela e a linha de separacao das secoes; o chamador
*> posiciona WK-BOX-POS_X1/Y1/X2/Y2 e WK-BOX-LINHA-POS_Y1.
029-DESENHA-BOX.

    CALL 'makebox' using BY REFERENCE WK-BOX-TIPO-BOX      *> box
                         BY REFERENCE WK-BOX-TIPO-LINHA    *> linha simples
                         BY REFERENCE WK-BOX-POS_X1        *> col 1
                         BY REFERENCE WK-BOX-POS_Y1        *> lin 1
                         BY REFERENCE WK-BOX-POS_X2        *> col 2
                         BY REFERENCE WK-BOX-POS_Y2        *> lin 2
                         BY REFERENCE WK-BOX-COR-FUNDO     *> cor fundo
                         BY REFERENCE WK-BOX-COR-TEXTO     *> col frente
    END-CALL
    CALL 'makebox' using BY REFERENCE WK-BOX-TIPO-SEP      *> Lina de separacao
                         BY REFERENCE WK-BOX-TIPO-LINHA    *> linha simples
                         BY REFERENCE WK-BOX-POS_X1        *> col 1
                         BY REFERENCE WK-BOX-LINHA-POS_Y1  *> lin 1
                         BY REFERENCE WK-BOX-POS_X2        *> col 2
                         BY REFERENCE WK-NUML              *> lin 2 (nao usado)
                         BY REFERENCE WK-BOX-COR-FUNDO     *> cor fundo
                         BY REFERENCE WK-BOX-COR-TEXTO     *> col frente
    END-CALL.

029-EXIT-DESENHA-BOX.
    EXIT.
*>----------------------------------------------------------------------
*> Altera nome e campos de inventario de um objeto (F5). O codigo e a
*> chave e nao se altera; para renumerar, exclua e inclua de novo.
060-ALTERA-REGISTRO.

    PERFORM 080-LE-OBJETO THRU 080-EXIT-LE-OBJETO
    IF NOT ACHOU
        GO TO 060-EXIT-ALTERA-REGISTRO
    END-IF
    MOVE REC-OBJ     TO WK-CHJ-BEFORE
    MOVE OBJ-CODIGO  TO WK-CODIGO
    MOVE OBJ-NOME    TO WK-NOME
    MOVE OBJ-OWNER   TO WK-OWNER
    MOVE OBJ-SUPPORT TO WK-SUPPORT
    MOVE OBJ-CRIT    TO WK-CRIT
    MOVE OBJ-TARGET  TO WK-TARGET
    MOVE "                               ALTERACAO" TO WK-TITULO-OPER
    DISPLAY SS-TELA-INC
    MOVE 5       TO WK-BOX-POS_X1
    MOVE 5       TO WK-BOX-POS_Y1
    COMPUTE WK-BOX-POS_X2 =  WK-NUMC - 3
    MOVE 14      TO WK-BOX-POS_Y2
    MOVE 8       TO WK-BOX-LINHA-POS_Y1
    PERFORM 029-DESENHA-BOX THRU 029-EXIT-DESENHA-BOX
    DISPLAY WK-CODIGO LINE 10 COLUMN 16
    ACCEPT GET-NOME
    IF wCRT-STATUS = COB-SCR-ESC
        GO TO 060-EXIT-ALTERA-REGISTRO
    END-IF
    DISPLAY WK-NOME LINE 12 COLUMN 16
    ACCEPT GET-INVENT
    IF wCRT-STATUS = COB-SCR-ESC
        GO TO 060-EXIT-ALTERA-REGISTRO
    END-IF

    IF WK-NOME = SPACES
        MOVE "NOME E OBRIGATORIO" TO WK-MSG
        DISPLAY WK-MSG LINE 24 COLUMN 11
        ACCEPT WK-TECLA LINE 24 COLUMN 79
        GO TO 060-EXIT-ALTERA-REGISTRO
    END-IF

    MOVE WK-NOME    TO OBJ-NOME
    MOVE WK-OWNER   TO OBJ-OWNER
    MOVE WK-SUPPORT TO OBJ-SUPPORT
    MOVE WK-CRIT    TO OBJ-CRIT
    MOVE WK-TARGET  TO OBJ-TARGET
    REWRITE REC-OBJ
        INVALID KEY
            MOVE "ERRO NA REGRAVACAO DO OBJETO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "OBJPPA" TO WK-CHJ-FILE
            MOVE "R"      TO WK-CHJ-OP
            MOVE OBJ-CODIGO TO WK-CHJ-KEY
            MOVE REC-OBJ  TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
    END-REWRITE.

060-EXIT-ALTERA-REGISTRO.
    EXIT.
*>----------------------------------------------------------------------
*> Exclui um objeto (F6). Recusa enquanto houver estrategias do objeto
*> em ESTRATEGIAS_PPA.DAT, metas em METAS_PPA.DAT, realizado em
*> EXECUCAO_PPA.DAT ou itens de menu cujo M-ACTION-TARGET seja o
*> OBJ-TARGET do objeto - ficariam orfaos.
070-EXCLUI-REGISTRO.

    PERFORM 080-LE-OBJETO THRU 080-EXIT-LE-OBJETO
    IF NOT ACHOU
        GO TO 070-EXIT-EXCLUI-REGISTRO
    END-IF
    PERFORM 075-VERIFICA-VINCULOS THRU 075-EXIT-VERIFICA-VINCULOS
    IF WK-QTD-EST-VINC > ZEROS
        MOVE SPACES TO WK-MSG
        STRING "OBJETO POSSUI " WK-QTD-EST-VINC
               " ESTRATEGIA(S) - EXCLUSAO NAO PERMITIDA"
            DELIMITED BY SIZE INTO WK-MSG
        END-STRING
        DISPLAY WK-MSG LINE 24 COLUMN 11 WITH HIGHLIGHT FOREGROUND-COLOR 4
        ACCEPT WK-TECLA LINE 24 COLUMN 79
        GO TO 070-EXIT-EXCLUI-REGISTRO
    END-IF
    IF WK-QTD-MET-VINC > ZEROS
        MOVE SPACES TO WK-MSG
        STRING "OBJETO POSSUI " WK-QTD-MET-VINC
               " META(S) ANUAL(IS) - EXCLUSAO NAO PERMITIDA"
            DELIMITED BY SIZE INTO WK-MSG
        END-STRING
        DISPLAY WK-MSG LINE 24 COLUMN 11 WITH HIGHLIGHT FOREGROUND-COLOR 4
        ACCEPT WK-TECLA LINE 24 COLUMN 79
        GO TO 070-EXIT-EXCLUI-REGISTRO
    END-IF
    IF WK-QTD-EXE-VINC > ZEROS
        MOVE SPACES TO WK-MSG
        STRING "OBJETO POSSUI " WK-QTD-EXE-VINC
               " MES(ES) DE REALIZADO - EXCLUSAO NAO PERMITIDA"
            DELIMITED BY SIZE INTO WK-MSG
        END-STRING
        DISPLAY WK-MSG LINE 24 COLUMN 11 WITH HIGHLIGHT FOREGROUND-COLOR 4
        ACCEPT WK-TECLA LINE 24 COLUMN 79
        GO TO 070-EXIT-EXCLUI-REGISTRO
    END-IF
    IF WK-QTD-MENU-VINC > ZEROS
        MOVE SPACES TO WK-MSG
        STRING "TARGET USADO POR " WK-QTD-MENU-VINC
               " ITEM(NS) DE MENU - EXCLUSAO NAO PERMITIDA"
            DELIMITED BY SIZE INTO WK-MSG
        END-STRING
        DISPLAY WK-MSG LINE 24 COLUMN 11 WITH HIGHLIGHT FOREGROUND-COLOR 4
        ACCEPT WK-TECLA LINE 24 COLUMN 79
        GO TO 070-EXIT-EXCLUI-REGISTRO
    END-IF

    MOVE SPACES TO WK-MSG
    STRING "EXCLUIR " OBJ-NOME(1:45) " (S/N)?"
        DELIMITED BY SIZE INTO WK-MSG
    END-STRING
    DISPLAY WK-MSG LINE 24 COLUMN 11
    MOVE SPACES TO WK-CONF
    ACCEPT WK-CONF LINE 24 COLUMN 79
    IF WK-CONF NOT = "S" AND WK-CONF NOT = "s"
        GO TO 070-EXIT-EXCLUI-REGISTRO
    END-IF

    MOVE REC-OBJ TO WK-CHJ-BEFORE
    DELETE FD-OBJ
        INVALID KEY
            MOVE "ERRO NA EXCLUSAO DO OBJETO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "OBJPPA" TO WK-CHJ-FILE
            MOVE "D"      TO WK-CHJ-OP
            MOVE OBJ-CODIGO TO WK-CHJ-KEY
            MOVE SPACES   TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
            *> lista recomeca da primeira pagina
            MOVE 1 TO WK-PAGINA
            MOVE ZEROS TO WK-START-KEY
    END-DELETE.

070-EXIT-EXCLUI-REGISTRO.
    EXIT.
*>----------------------------------------------------------------------
*> Conta as estrategias, as metas e os meses de realizado do objeto lido
*> em REC-OBJ e os itens de menu que o chamam pelo OBJ-TARGET. REC-OBJ nao e alterado.
075-VERIFICA-VINCULOS.

    MOVE ZEROS TO WK-QTD-EST-VINC WK-QTD-MENU-VINC WK-QTD-MET-VINC
                  WK-QTD-EXE-VINC
    MOVE OBJ-CODIGO TO EST-OBJ-CODIGO
    MOVE ZEROS      TO EST-SEQ
    MOVE "F" TO FLG-EST-EOF
    START FD-EST
        KEY IS >= KEY1-EST
        INVALID KEY
            MOVE "T" TO FLG-EST-EOF
    END-START
    PERFORM UNTIL EST-EOF
        READ FD-EST NEXT
            AT END
                MOVE "T" TO FLG-EST-EOF
            NOT AT END
                IF EST-OBJ-CODIGO NOT = OBJ-CODIGO
                    MOVE "T" TO FLG-EST-EOF
                ELSE
                    ADD 1 TO WK-QTD-EST-VINC
                END-IF
        END-READ
    END-PERFORM

    MOVE OBJ-CODIGO TO MET-OBJ-CODIGO
    MOVE ZEROS      TO MET-ANO
    MOVE "F" TO FLG-MET-EOF
    START FD-MET
        KEY IS >= KEY1-MET
        INVALID KEY
            MOVE "T" TO FLG-MET-EOF
    END-START
    PERFORM UNTIL MET-EOF
        READ FD-MET NEXT
            AT END
                MOVE "T" TO FLG-MET-EOF
            NOT AT END
                IF MET-OBJ-CODIGO NOT = OBJ-CODIGO
                    MOVE "T" TO FLG-MET-EOF
                ELSE
                    ADD 1 TO WK-QTD-MET-VINC
                END-IF
        END-READ
    END-PERFORM

    *> o realizado so e gravado pela carga - aberto aqui so para contar
    OPEN INPUT FD-EXE
    IF EXE-FS-OK
        MOVE OBJ-CODIGO TO EXE-OBJ-CODIGO
        MOVE ZEROS      TO EXE-ANO EXE-MES
        MOVE "F" TO FLG-EOF
        START FD-EXE
            KEY IS >= KEY1-EXE
            INVALID KEY
                MOVE "T" TO FLG-EOF
        END-START
        PERFORM UNTIL EOF
            READ FD-EXE NEXT
                AT END
                    MOVE "T" TO FLG-EOF
                NOT AT END
                    IF EXE-OBJ-CODIGO NOT = OBJ-CODIGO
                        MOVE "T" TO FLG-EOF
                    ELSE
                        ADD 1 TO WK-QTD-EXE-VINC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-EXE
    END-IF

    IF OBJ-TARGET = SPACES
        GO TO 075-EXIT-VERIFICA-VINCULOS
    END-IF
    OPEN INPUT FD-MENU
    IF NOT MNU-FS-OK
        GO TO 075-EXIT-VERIFICA-VINCULOS
    END-IF
    MOVE "F" TO FLG-EOF
    MOVE LOW-VALUES TO KEY1-MENU
    START FD-MENU
        KEY IS >= KEY1-MENU
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
        READ FD-MENU NEXT
            AT END
                MOVE "T" TO FLG-EOF
            NOT AT END
                IF M-ACTION-TARGET = OBJ-TARGET
                    ADD 1 TO WK-QTD-MENU-VINC
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-MENU.

075-EXIT-VERIFICA-VINCULOS.
    EXIT.
*>----------------------------------------------------------------------
*> Pede o codigo na linha de mensagem e le o objeto em REC-OBJ
080-LE-OBJETO.

    MOVE "F" TO FLG-ACHOU
    MOVE ZEROS TO WK-CODIGO
    DISPLAY "CODIGO DO OBJETO:" LINE 24 COLUMN 11
    ACCEPT WK-CODIGO LINE 24 COLUMN 29
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 080-EXIT-LE-OBJETO
    END-IF
    MOVE WK-CODIGO TO OBJ-CODIGO
    READ FD-OBJ
        INVALID KEY
            MOVE "OBJETO NAO CADASTRADO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            SET ACHOU TO TRUE
    END-READ.

080-EXIT-LE-OBJETO.
    EXIT.
*>----------------------------------------------------------------------
*> Uma linha antes/depois em CHANGE_JOURNAL.LOG por gravacao, regravacao
*> ou exclusao desta tela; o chamador preenche WK-CHJ-FILE, WK-CHJ-OP,
*> WK-CHJ-KEY e as duas imagens.
090-GRAVA-JOURNAL.

    INITIALIZE REC-CHJ
    ACCEPT CHJ-DATE FROM DATE YYYYMMDD
    ACCEPT CHJ-TIME FROM TIME
    MOVE WK-OPERATOR   TO CHJ-OPERATOR
    MOVE WK-CHJ-FILE   TO CHJ-FILE
    MOVE WK-CHJ-OP     TO CHJ-OP
    MOVE WK-CHJ-KEY    TO CHJ-KEY
    MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
    MOVE WK-CHJ-AFTER  TO CHJ-AFTER
    OPEN EXTEND FILE_CHANGE_JOURNAL
    IF ST-CHJ = "35"
        OPEN OUTPUT FILE_CHANGE_JOURNAL
    END-IF
    WRITE REC-CHJ
    CLOSE FILE_CHANGE_JOURNAL.

090-EXIT-GRAVA-JOURNAL.
    EXIT.
*>----------------------------------------------------------------------
*> Manutencao das metas anuais de um objeto (F7 na lista). O plano e
*> quadrienal, entao a tela mostra os anos cadastrados do objeto (ate
*> 14) com a meta fisica e o valor planejado; inclusao, alteracao e
*> exclusao como nas estrategias. Acesso de consulta so visualiza.
100-MANTEM-METAS.

    MOVE ZEROS TO WK-EST-OBJ
    DISPLAY "CODIGO DO OBJETO:" LINE 24 COLUMN 11
    ACCEPT WK-EST-OBJ LINE 24 COLUMN 29
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 100-EXIT-MANTEM-METAS
    END-IF
    MOVE WK-EST-OBJ TO OBJ-CODIGO
    READ FD-OBJ
        INVALID KEY
            MOVE "OBJETO NAO CADASTRADO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
            GO TO 100-EXIT-MANTEM-METAS
    END-READ
    MOVE OBJ-NOME TO WK-EST-OBJ-NOME

    MOVE "F" TO FLG-MET-SAIDA
    PERFORM UNTIL MET-SAIDA
       PERFORM 101-EXIBE-METAS THRU 101-EXIT-EXIBE-METAS
       EVALUATE TRUE
           WHEN wCRT-STATUS = COB-SCR-F2
               SET MET-SAIDA TO TRUE
           WHEN wCRT-STATUS = K-ENTER
            OR wCRT-STATUS = COB-SCR-F5
            OR wCRT-STATUS = COB-SCR-F6
               IF WK-ACCESS-LEVEL = "I"
                   DISPLAY "ACESSO SOMENTE CONSULTA - MANUTENCAO NAO PERMITIDA" AT LINE 24 COLUMN 11 WITH HIGHLIGHT FOREGROUND-COLOR 4
                   ACCEPT WK-TECLA LINE 24 COLUMN 79
               ELSE
                   EVALUATE TRUE
                       WHEN wCRT-STATUS = K-ENTER
                           PERFORM 102-INCLUI-META
                              THRU 102-EXIT-INCLUI-META
                       WHEN wCRT-STATUS = COB-SCR-F5
                           PERFORM 103-ALTERA-META
                              THRU 103-EXIT-ALTERA-META
                       WHEN OTHER
                           PERFORM 104-EXCLUI-META
                              THRU 104-EXIT-EXCLUI-META
                   END-EVALUATE
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
    END-PERFORM.

100-EXIT-MANTEM-METAS.
    EXIT.
*>----------------------------------------------------------------------
*> Lista os anos com meta do objeto WK-EST-OBJ
101-EXIBE-METAS.

    DISPLAY SS-TELA-MET
    MOVE 1       TO WK-BOX-POS_X1
    MOVE 3       TO WK-BOX-POS_Y1
    MOVE WK-NUMC TO WK-BOX-POS_X2
    MOVE 22      TO WK-BOX-POS_Y2
    MOVE 5       TO WK-BOX-LINHA-POS_Y1
    PERFORM 029-DESENHA-BOX THRU 029-EXIT-DESENHA-BOX

    MOVE ZEROS TO WK-MET-QTD-LIN
    MOVE "N" TO FLG-MET-MAIS
    MOVE WK-EST-OBJ TO MET-OBJ-CODIGO
    MOVE ZEROS      TO MET-ANO
    MOVE "F" TO FLG-MET-EOF
    START FD-MET
        KEY IS >= KEY1-MET
        INVALID KEY
            MOVE "T" TO FLG-MET-EOF
    END-START
    PERFORM UNTIL MET-EOF
        READ FD-MET NEXT
            AT END
                MOVE "T" TO FLG-MET-EOF
            NOT AT END
                IF MET-OBJ-CODIGO NOT = WK-EST-OBJ
                    MOVE "T" TO FLG-MET-EOF
                ELSE
                    IF WK-MET-QTD-LIN = 14
                        SET MET-TEM-MAIS TO TRUE
                        MOVE "T" TO FLG-MET-EOF
                    ELSE
                        ADD 1 TO WK-MET-QTD-LIN
                        COMPUTE WK-LINHA-TELA = 5 + WK-MET-QTD-LIN
                        MOVE MET-QTD-FISICA TO WK-MET-QTD-ED
                        MOVE MET-VALOR      TO WK-MET-VALOR-ED
                        DISPLAY MET-ANO         LINE WK-LINHA-TELA COLUMN 03
                        DISPLAY WK-MET-QTD-ED   LINE WK-LINHA-TELA COLUMN 09
                        DISPLAY MET-UNIDADE     LINE WK-LINHA-TELA COLUMN 24
                        DISPLAY WK-MET-VALOR-ED LINE WK-LINHA-TELA COLUMN 50
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF WK-MET-QTD-LIN = ZEROS
        DISPLAY "(NENHUMA META CADASTRADA PARA O OBJETO)" LINE 06 COLUMN 08
    END-IF
    IF MET-TEM-MAIS
        DISPLAY "(HA MAIS ANOS - VEJA O RELATORIO DE METAS)" LINE 21 COLUMN 08
    END-IF

    ACCEPT WK-TECLA LINE 24 COLUMN 79.

101-EXIT-EXIBE-METAS.
    EXIT.
*>----------------------------------------------------------------------
*> Inclui a meta de um ano para o objeto WK-EST-OBJ
102-INCLUI-META.

    MOVE ZEROS  TO WK-MET-ANO WK-MET-QTD WK-MET-VALOR
    MOVE SPACES TO WK-MET-UNIDADE
    MOVE "                              META ANUAL - INCLUSAO" TO WK-TITULO-OPER
    PERFORM 107-EXIBE-TELA-MET THRU 107-EXIT-EXIBE-TELA-MET
    ACCEPT GET-MET-ANO
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 102-EXIT-INCLUI-META
    END-IF
    ACCEPT GET-MET-DADOS
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 102-EXIT-INCLUI-META
    END-IF
    PERFORM 108-VALIDA-META THRU 108-EXIT-VALIDA-META
    IF NOT VALIDO
        GO TO 102-EXIT-INCLUI-META
    END-IF

    INITIALIZE REC-MET
    MOVE WK-EST-OBJ     TO MET-OBJ-CODIGO
    MOVE WK-MET-ANO     TO MET-ANO
    MOVE WK-MET-QTD     TO MET-QTD-FISICA
    MOVE WK-MET-UNIDADE TO MET-UNIDADE
    MOVE WK-MET-VALOR   TO MET-VALOR
    WRITE REC-MET
        INVALID KEY
            MOVE "META JA CADASTRADA PARA O ANO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "METPPA" TO WK-CHJ-FILE
            MOVE "W"      TO WK-CHJ-OP
            MOVE KEY1-MET TO WK-CHJ-KEY
            MOVE SPACES   TO WK-CHJ-BEFORE
            MOVE REC-MET  TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
    END-WRITE.

102-EXIT-INCLUI-META.
    EXIT.
*>----------------------------------------------------------------------
*> Altera meta fisica, unidade e valor de um ano
103-ALTERA-META.

    PERFORM 106-LE-META THRU 106-EXIT-LE-META
    IF NOT ACHOU
        GO TO 103-EXIT-ALTERA-META
    END-IF
    MOVE REC-MET        TO WK-CHJ-BEFORE
    MOVE MET-QTD-FISICA TO WK-MET-QTD
    MOVE MET-UNIDADE    TO WK-MET-UNIDADE
    MOVE MET-VALOR      TO WK-MET-VALOR
    MOVE "                              META ANUAL - ALTERACAO" TO WK-TITULO-OPER
    PERFORM 107-EXIBE-TELA-MET THRU 107-EXIT-EXIBE-TELA-MET
    DISPLAY "Ano...:"  LINE 10 COLUMN 08
    DISPLAY WK-MET-ANO LINE 10 COLUMN 16
    ACCEPT GET-MET-DADOS
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 103-EXIT-ALTERA-META
    END-IF
    PERFORM 108-VALIDA-META THRU 108-EXIT-VALIDA-META
    IF NOT VALIDO
        GO TO 103-EXIT-ALTERA-META
    END-IF

    MOVE WK-MET-QTD     TO MET-QTD-FISICA
    MOVE WK-MET-UNIDADE TO MET-UNIDADE
    MOVE WK-MET-VALOR   TO MET-VALOR
    REWRITE REC-MET
        INVALID KEY
            MOVE "ERRO NA REGRAVACAO DA META" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "METPPA" TO WK-CHJ-FILE
            MOVE "R"      TO WK-CHJ-OP
            MOVE KEY1-MET TO WK-CHJ-KEY
            MOVE REC-MET  TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
    END-REWRITE.

103-EXIT-ALTERA-META.
    EXIT.
*>----------------------------------------------------------------------
*> Exclui a meta de um ano apos confirmacao
104-EXCLUI-META.

    PERFORM 106-LE-META THRU 106-EXIT-LE-META
    IF NOT ACHOU
        GO TO 104-EXIT-EXCLUI-META
    END-IF
    MOVE SPACES TO WK-MSG
    STRING "EXCLUIR A META DO ANO " MET-ANO " (S/N)?"
        DELIMITED BY SIZE INTO WK-MSG
    END-STRING
    DISPLAY WK-MSG LINE 24 COLUMN 11
    MOVE SPACES TO WK-CONF
    ACCEPT WK-CONF LINE 24 COLUMN 79
    IF WK-CONF NOT = "S" AND WK-CONF NOT = "s"
        GO TO 104-EXIT-EXCLUI-META
    END-IF
    MOVE REC-MET TO WK-CHJ-BEFORE
    DELETE FD-MET
        INVALID KEY
            MOVE "ERRO NA EXCLUSAO DA META" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            MOVE "METPPA" TO WK-CHJ-FILE
            MOVE "D"      TO WK-CHJ-OP
            MOVE KEY1-MET TO WK-CHJ-KEY
            MOVE SPACES   TO WK-CHJ-AFTER
            PERFORM 090-GRAVA-JOURNAL THRU 090-EXIT-GRAVA-JOURNAL
    END-DELETE.

104-EXIT-EXCLUI-META.
    EXIT.
*>----------------------------------------------------------------------
*> Pede o ano na linha de mensagem e le a meta do objeto
106-LE-META.

    MOVE "F" TO FLG-ACHOU
    MOVE ZEROS TO WK-MET-ANO
    DISPLAY "ANO DA META:" LINE 24 COLUMN 11
    ACCEPT WK-MET-ANO LINE 24 COLUMN 24
    IF wCRT-STATUS = COB-SCR-ESC OR wCRT-STATUS = COB-SCR-F2
        GO TO 106-EXIT-LE-META
    END-IF
    MOVE WK-EST-OBJ TO MET-OBJ-CODIGO
    MOVE WK-MET-ANO TO MET-ANO
    READ FD-MET
        INVALID KEY
            MOVE "META NAO CADASTRADA PARA O ANO" TO WK-MSG
            DISPLAY WK-MSG LINE 24 COLUMN 11
            ACCEPT WK-TECLA LINE 24 COLUMN 79
        NOT INVALID KEY
            SET ACHOU TO TRUE
    END-READ.

106-EXIT-LE-META.
    EXIT.
*>----------------------------------------------------------------------
107-EXIBE-TELA-MET.

    DISPLAY SS-TELA-MET-INC
    MOVE 5       TO WK-BOX-POS_X1
    MOVE 5       TO WK-BOX-POS_Y1
    COMPUTE WK-BOX-POS_X2 = WK-NUMC - 3
    MOVE 16      TO WK-BOX-POS_Y2
    MOVE 8       TO WK-BOX-LINHA-POS_Y1
    PERFORM 029-DESENHA-BOX THRU 029-EXIT-DESENHA-BOX.

107-EXIT-EXIBE-TELA-MET.
    EXIT.
*>----------------------------------------------------------------------
*> Ano no formato AAAA; quantidade com unidade de medida; ao menos
*> uma das duas metas (fisica ou financeira) informada
108-VALIDA-META.

    MOVE "T" TO FLG-VALIDO
    MOVE SPACES TO WK-MSG
    EVALUATE TRUE
        WHEN WK-MET-ANO < 1900
            MOVE "INFORME O ANO DO PLANO (AAAA)" TO WK-MSG
        WHEN WK-MET-QTD = ZEROS AND WK-MET-VALOR = ZEROS
            MOVE "INFORME A META FISICA OU O VALOR PLANEJADO" TO WK-MSG
        WHEN WK-MET-QTD NOT = ZEROS AND WK-MET-UNIDADE = SPACES
            MOVE "UNIDADE DE MEDIDA E OBRIGATORIA" TO WK-MSG
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WK-MSG NOT = SPACES
        MOVE "F" TO FLG-VALIDO
        DISPLAY WK-MSG LINE 24 COLUMN 11
        ACCEPT WK-TECLA LINE 24 COLUMN 79
    END-IF.

108-EXIT-VALIDA-META.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-OBJ
    CLOSE FD-EST
    CLOSE FD-MET
    GOBACK.

030-EXIT-FINALIZA.
