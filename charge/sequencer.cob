*>                                     acima do teto historico gera
*>                                     alerta de operador na hora,
*>                                     com a corrente ainda rodando.
*>  LAUNCH CHECK   10/15/26  DUMA      Corrente nova comeca pela
*>                                     verificacao dos alvos de
*>                                     lancamento do menu
*>                                     (check_launch_targets); alvo
*>                                     nao carregavel vira alerta
*>                                     para operacoes antes da
*>                                     abertura da manha.
*>  BATCH WINDOW   10/15/26  DUMA      Plano ausente ou passo com
*>                                     falha termina com RC 8, para
*>                                     o batch_window manter o logon
*>                                     fechado.
*>  TRANSLATIONS   10/15/26  DUMA      Depois de cada publicacao do
*>                                     menu (contador em
*>                                     menu_snapshots.txt) roda o
*>                                     check_translations uma vez e
*>                                     anota o resultado no log.
*>  RUNBOOKS       10/15/26  DUMA      Passo com falha traz o runbook
*>                                     do comando (rbklookup) para o
*>                                     log da corrente e para o aviso
*>                                     a operacoes: se pode reexecutar,
*>                                     como reiniciar, quem acionar.
*>  CLOSE CHKLST   10/15/26  DUMA      Passo OK assina as tarefas do
*>                                     checklist de fechamento do mes
*>                                     ligadas ao comando (closetick)
*>                                     e anota no log da corrente.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-ALR.

     SELECT ARQUIVO_SNP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-SNP.

     SELECT ARQUIVO_TRC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-TRC.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.
    VALUE OF FILE-ID IS  "../txt/operator_alerts.txt".
01  REG-ALR                       PIC  X(132).

FD  ARQUIVO_SNP
    VALUE OF FILE-ID IS  "../data/menu_snapshots.txt".
01  REG-SNP                       PIC  9(004).

FD  ARQUIVO_TRC
    VALUE OF FILE-ID IS  "../data/translation_check.sta".
01  REG-TRC                       PIC  9(004).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
01  WK-HIS-SUM                    PIC  9(010) VALUE ZEROS.
01  WK-CEILING                    PIC  9(008) VALUE ZEROS.
01  FLG-EOF-HIS                   PIC  X(001) VALUE "F".
*> Verificacao dos alvos de lancamento antes da abertura -------------
01  WK-PRE-RC                     PIC S9(009) VALUE ZEROS.
*> Verificacao de traducoes depois de cada publicacao do menu --------
77  ST-SNP                        PIC  X(002) VALUE ZEROS.
77  ST-TRC                        PIC  X(002) VALUE ZEROS.
01  WK-PUBLICACAO                 PIC  9(004) VALUE ZEROS.
01  WK-PUB-VISTA                  PIC  9(004) VALUE ZEROS.
01  WK-TRC-RC                     PIC S9(009) VALUE ZEROS.
*> Notificacao de falha para o gateway de correio --------------------
COPY "../cpy/notifyq_ws.cpy".
*> Runbook do comando que falhou -------------------------------------
COPY "../cpy/rbklookup_ws.cpy".
01  WK-RB-IDX                     PIC  9(001) VALUE ZEROS.
01  WK-RB-RERUN-TXT               PIC  X(030) VALUE SPACES.
*> Checklist de fechamento do mes ------------------------------------
COPY "../cpy/closetick_ws.cpy".
COPY "../cpy/syslog_ws.cpy".
01  WK-TEL01-1                    PIC  X(048) VALUE
    "SEQUENCIADOR DE JOBS - EXECUTA O PLANO EM ORDEM".
    IF ST-PLN = "35"
       MOVE "ERRO! ARQUIVO job_plan.txt NAO ENCONTRADO" TO WK-MSG
       DISPLAY SS-MSG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE "Aguarde, Processando..." TO WK-MSG
    DISPLAY SS-MSG

    IF WK-DONE = 0
       PERFORM 015-VERIFICA-ALVOS THRU 015-EXIT-VERIFICA-ALVOS
    END-IF
    PERFORM 016-VERIFICA-TRADUCOES THRU 016-EXIT-VERIFICA-TRADUCOES.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> ANTES DO PRIMEIRO PASSO DE UMA CORRENTE NOVA: TODO ITEM FOLHA DO
*> MENU TEM DE APONTAR PARA UM MODULO QUE O RUNTIME CONSIGA CARREGAR.
*> O RESULTADO VAI PARA O LOG DA CORRENTE; ALVO FALTANDO VIRA ALERTA
*> PARA OPERACOES, MAS NAO PARA A CORRENTE - OS PASSOS DE CARGA NAO
*> DEPENDEM DO MENU. UMA RETOMADA NAO REPETE A VERIFICACAO.
015-VERIFICA-ALVOS.

    MOVE 0 TO RETURN-CODE
    CALL "check_launch_targets"
        ON EXCEPTION
            MOVE -1 TO RETURN-CODE
    END-CALL
    MOVE RETURN-CODE TO WK-PRE-RC
    MOVE 0 TO RETURN-CODE
    CANCEL "check_launch_targets"
    ACCEPT WK-AGORA-D FROM DATE YYYYMMDD
    ACCEPT WK-AGORA-T FROM TIME
    OPEN EXTEND ARQUIVO_LOG
    IF ST-LOG = "35"
       OPEN OUTPUT ARQUIVO_LOG
    END-IF
    MOVE SPACES TO REG-LOG
    EVALUATE TRUE
        WHEN WK-PRE-RC = 0
           STRING WK-AGORA-D " " WK-AGORA-T
                  " PRE-ABERTURA OK   - ALVOS DE LANCAMENTO DO MENU"
               DELIMITED BY SIZE INTO REG-LOG
           END-STRING
        WHEN WK-PRE-RC < 0
           STRING WK-AGORA-D " " WK-AGORA-T
                  " PRE-ABERTURA FALHA - check_launch_targets NAO"
                  " INSTALADO"
               DELIMITED BY SIZE INTO REG-LOG
           END-STRING
        WHEN OTHER
           STRING WK-AGORA-D " " WK-AGORA-T
                  " PRE-ABERTURA FALHA (RC " WK-PRE-RC ") - ALVOS NAO"
                  " CARREGAVEIS, VEJA launch_target_check.txt"
               DELIMITED BY SIZE INTO REG-LOG
           END-STRING
    END-EVALUATE
    WRITE REG-LOG
    CLOSE ARQUIVO_LOG
    IF WK-PRE-RC = 0
       GO 015-EXIT-VERIFICA-ALVOS
    END-IF
    INITIALIZE WK-NTF-PARM
    ACCEPT WK-NTF-RECIPIENT FROM ENVIRONMENT "MAIL_OPERATIONS"
    MOVE "MENU LAUNCH TARGETS NOT LOADABLE" TO WK-NTF-SUBJECT
    MOVE REG-LOG(1:132) TO WK-NTF-BODY
    CALL "notifyq" USING WK-NTF-PARM END-CALL
    INITIALIZE WK-SL-PARM
    MOVE "warning" TO WK-SL-SEVERITY
    MOVE WK-NTF-BODY TO WK-SL-MESSAGE
    CALL "syslogout" USING WK-SL-PARM END-CALL.

015-EXIT-VERIFICA-ALVOS.
    EXIT.
*>----------------------------------------------------------------------
*> O modmenu NUMERA CADA PUBLICACAO EM menu_snapshots.txt. QUANDO O
*> NUMERO ANDOU DESDE A ULTIMA VERIFICACAO (translation_check.sta), O
*> check_translations RODA UMA VEZ E O RESULTADO VAI PARA O LOG DA
*> CORRENTE. TRADUCAO FALTANDO E AVISO, NAO FALHA - A CORRENTE SEGUE.
016-VERIFICA-TRADUCOES.

    MOVE ZEROS TO WK-PUBLICACAO WK-PUB-VISTA
    OPEN INPUT ARQUIVO_SNP
    IF ST-SNP NOT = "00"
       GO 016-EXIT-VERIFICA-TRADUCOES
    END-IF
    READ ARQUIVO_SNP
        AT END
            CONTINUE
        NOT AT END
            MOVE REG-SNP TO WK-PUBLICACAO
    END-READ
    CLOSE ARQUIVO_SNP
    OPEN INPUT ARQUIVO_TRC
    IF ST-TRC = "00"
       READ ARQUIVO_TRC
           AT END
               CONTINUE
           NOT AT END
               MOVE REG-TRC TO WK-PUB-VISTA
       END-READ
       CLOSE ARQUIVO_TRC
    END-IF
    IF WK-PUBLICACAO = WK-PUB-VISTA
       GO 016-EXIT-VERIFICA-TRADUCOES
    END-IF

    MOVE 0 TO RETURN-CODE
    CALL "check_translations"
        ON EXCEPTION
            MOVE -1 TO RETURN-CODE
    END-CALL
    MOVE RETURN-CODE TO WK-TRC-RC
    MOVE 0 TO RETURN-CODE
    CANCEL "check_translations"
    ACCEPT WK-AGORA-D FROM DATE YYYYMMDD
    ACCEPT WK-AGORA-T FROM TIME
    OPEN EXTEND ARQUIVO_LOG
    IF ST-LOG = "35"
       OPEN OUTPUT ARQUIVO_LOG
    END-IF
    MOVE SPACES TO REG-LOG
    EVALUATE TRUE
        WHEN WK-TRC-RC = 0
           STRING WK-AGORA-D " " WK-AGORA-T
                  " PUBLICACAO " WK-PUBLICACAO
                  " TRADUCOES OK"
               DELIMITED BY SIZE INTO REG-LOG
           END-STRING
        WHEN WK-TRC-RC < 0
           STRING WK-AGORA-D " " WK-AGORA-T
                  " PUBLICACAO " WK-PUBLICACAO
                  " TRADUCOES NAO VERIFICADAS - check_translations NAO"
                  " INSTALADO"
               DELIMITED BY SIZE INTO REG-LOG
           END-STRING
        WHEN OTHER
           STRING WK-AGORA-D " " WK-AGORA-T
                  " PUBLICACAO " WK-PUBLICACAO
                  " TRADUCOES INCOMPLETAS - VEJA translation_check.txt"
               DELIMITED BY SIZE INTO REG-LOG
           END-STRING
    END-EVALUATE
    WRITE REG-LOG
    CLOSE ARQUIVO_LOG
    *> sem o programa a verificacao fica pendente para a proxima vez
    IF WK-TRC-RC >= 0
       OPEN OUTPUT ARQUIVO_TRC
       MOVE WK-PUBLICACAO TO REG-TRC
       WRITE REG-TRC
       CLOSE ARQUIVO_TRC
    END-IF.

016-EXIT-VERIFICA-TRADUCOES.
    EXIT.
*>----------------------------------------------------------------------
*> UM PASSO POR LINHA NAO-VAZIA DO PLANO (LINHAS COMECADAS POR "*"
*> SAO COMENTARIO). PASSOS JA CONCLUIDOS NUMA EXECUCAO ANTERIOR SAO
*> PULADOS; O PRIMEIRO PASSO QUE FALHAR PARA A CORRENTE, DEIXANDO O
       MOVE WK-STEP TO WK-DONE
       PERFORM 920-GRAVA-STATUS
       PERFORM 930-GRAVA-LOG-OK
       PERFORM 960-FECHAMENTO THRU 960-EXIT-FECHAMENTO
    ELSE
       MOVE "Y" TO WK-FAILED
       PERFORM 935-GRAVA-LOG-FALHA
       STRING "*** PASSO " WK-STEP " FALHOU - CORRIJA E REEXECUTE ***"
           DELIMITED BY SIZE INTO WK-MSG
       END-STRING
       MOVE 8 TO RETURN-CODE
    ELSE
       *> chain completed - next run starts from step one again
       OPEN OUTPUT ARQUIVO_STA
    INITIALIZE WK-SL-PARM
    MOVE "err" TO WK-SL-SEVERITY
    MOVE WK-NTF-BODY(1:132) TO WK-SL-MESSAGE
    CALL "syslogout" USING WK-SL-PARM END-CALL
    PERFORM 940-RUNBOOK-FALHA THRU 940-EXIT-RUNBOOK-FALHA.

935-EXIT-GRAVA-LOG-FALHA.
    EXIT.
*>----------------------------------------------------------------------
*> O RUNBOOK DO COMANDO QUE FALHOU (RUNBOOK.DAT): O RESUMO - SE PODE
*> REEXECUTAR E QUEM ACIONAR - SAI COMO SEGUNDO AVISO A OPERACOES, E
*> O RUNBOOK INTEIRO VAI PARA O LOG DA CORRENTE, ONDE O OPERADOR DA
*> NOITE JA OLHA. SEM RUNBOOK, O LOG DIZ ISSO.
940-RUNBOOK-FALHA.

    INITIALIZE WK-RB-PARM
    MOVE "J" TO WK-RB-KIND
    MOVE WK-COMANDO(1:60) TO WK-RB-MATCH
    CALL "rbklookup" USING WK-RB-PARM END-CALL
    OPEN EXTEND ARQUIVO_LOG
    IF ST-LOG = "35"
       OPEN OUTPUT ARQUIVO_LOG
    END-IF
    MOVE SPACES TO REG-LOG
    IF WK-RB-FOUND NOT = "Y"
       STRING "    RUNBOOK: NENHUM CADASTRADO PARA ESTE COMANDO"
           DELIMITED BY SIZE INTO REG-LOG
       END-STRING
       WRITE REG-LOG
       CLOSE ARQUIVO_LOG
       GO 940-EXIT-RUNBOOK-FALHA
    END-IF
    EVALUATE WK-RB-RERUN
        WHEN "Y"
            MOVE "YES - RERUN AS IT STANDS" TO WK-RB-RERUN-TXT
        WHEN "C"
            MOVE "ONLY AFTER THE STEPS" TO WK-RB-RERUN-TXT
        WHEN OTHER
            MOVE "NO - DO NOT RERUN" TO WK-RB-RERUN-TXT
    END-EVALUATE
    STRING "    RUNBOOK: " WK-RB-TITLE
           " - RERUN: " WK-RB-RERUN-TXT
        DELIMITED BY SIZE INTO REG-LOG
    END-STRING
    WRITE REG-LOG
    PERFORM VARYING WK-RB-IDX FROM 1 BY 1 UNTIL WK-RB-IDX > 5
       IF WK-RB-STEP(WK-RB-IDX) NOT = SPACES
          MOVE SPACES TO REG-LOG
          STRING "      " WK-RB-STEP(WK-RB-IDX)
              DELIMITED BY SIZE INTO REG-LOG
          END-STRING
          WRITE REG-LOG
       END-IF
    END-PERFORM
    MOVE SPACES TO REG-LOG
    STRING "    ESCALATE TO: " WK-RB-ESCALATE
           " (REVIEWED " WK-RB-REVIEWED ")"
        DELIMITED BY SIZE INTO REG-LOG
    END-STRING
    WRITE REG-LOG
    CLOSE ARQUIVO_LOG

    INITIALIZE WK-NTF-PARM
    ACCEPT WK-NTF-RECIPIENT FROM ENVIRONMENT "MAIL_OPERATIONS"
    MOVE SPACES TO WK-NTF-SUBJECT
    STRING "STEP " WK-STEP " RUNBOOK: " WK-RB-TITLE
        DELIMITED BY SIZE INTO WK-NTF-SUBJECT
    END-STRING
    MOVE SPACES TO WK-NTF-BODY
    STRING "RERUN: " WK-RB-RERUN-TXT
           " ESCALATE TO: " WK-RB-ESCALATE
           " - STEPS IN sequencer_run.log"
        DELIMITED BY SIZE INTO WK-NTF-BODY
    END-STRING
    CALL "notifyq" USING WK-NTF-PARM END-CALL.

940-EXIT-RUNBOOK-FALHA.
    EXIT.
*>----------------------------------------------------------------------
*>----------------------------------------------------------------------
*> TEMPO DECORRIDO DO PASSO (COM VIRADA DE MEIA-NOITE), GRAVADO NO
*> HISTORICO; SE FICOU ACIMA DO TETO HISTORICO (DOBRO DA MEDIA DAS
955-EXIT-TETO-HISTORICO.
    EXIT.
*>----------------------------------------------------------------------
*> PASSO OK: AS TAREFAS DO CHECKLIST DE FECHAMENTO LIGADAS A ESTE
*> COMANDO SAO ASSINADAS PELO PROPRIO SEQUENCIADOR (closetick). SEM
*> TAREFA LIGADA NADA VAI PARA O LOG.
960-FECHAMENTO.

    INITIALIZE WK-CT-PARM
    MOVE WK-COMANDO TO WK-CT-COMMAND
    MOVE WK-STEP TO WK-CT-STEP
    CALL "closetick" USING WK-CT-PARM
        ON EXCEPTION
            MOVE ZEROS TO WK-CT-TICKED
    END-CALL
    IF WK-CT-TICKED = ZEROS
       GO 960-EXIT-FECHAMENTO
    END-IF
    OPEN EXTEND ARQUIVO_LOG
    IF ST-LOG = "35"
       OPEN OUTPUT ARQUIVO_LOG
    END-IF
    MOVE SPACES TO REG-LOG
    IF WK-CT-EARLY > ZEROS
       STRING "    FECHAMENTO " WK-CT-PERIOD ": " WK-CT-TICKED
              " TAREFA(S) ASSINADA(S), " WK-CT-EARLY
              " COM PRE-REQUISITO AINDA ABERTO"
           DELIMITED BY SIZE INTO REG-LOG
       END-STRING
    ELSE
       STRING "    FECHAMENTO " WK-CT-PERIOD ": " WK-CT-TICKED
              " TAREFA(S) ASSINADA(S)"
           DELIMITED BY SIZE INTO REG-LOG
       END-STRING
    END-IF
    WRITE REG-LOG
    CLOSE ARQUIVO_LOG.

960-EXIT-FECHAMENTO.
    EXIT.
*>----------------------------------------------------------------------
