*>           RESTORE lists the kept generations, takes a pick and a
*>           confirmation, copies the files back and re-counts each
*>           one against the manifest - operator-proof by design.
*>           DRILL (BACKUP_ACTION=D, scheduled weekly) restores the
*>           newest generation into a scratch directory - never the
*>           live files - runs the verify pass of rebuild_files
*>           against it, compares record counts and key ranges with
*>           the manifest and writes pass/fail to the drill history;
*>           a failed drill raises an operator alert. Weekly entry
*>           in the JOBSCHEDULE screen (frequency W), command:
*>           cd ../charge && CARGA_SILENCIOSA=S BACKUP_ACTION=D
*>           ./backup_restore
*>
*> Entrada...: SESSION.DAT (gate), the six ../data .DAT files
*>
*> Saida.....: ../data/backup/<stamp>_*.DAT, manifest and catalog,
*>             ../data/backup/drill_history.txt, operator_alerts.txt
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  BACKUP/REST    08/22/26  DUMA      Primeira versao.
*>  RESTORE DRILL  10/15/26  DUMA      Exercicio de restauracao semanal;
*>                                     faixa de chaves no manifesto.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-MAN.

*> Historico dos exercicios de restauracao, junto do catalogo - a
*> variavel DD_DRILLHIST e apontada na inicializacao.
     SELECT ARQUIVO_DRL ASSIGN TO "DRILLHIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-DRL.

     SELECT ARQUIVO_ALR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-ALR.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.
01  REG-MAN.
    05 MAN-NAME                   PIC  X(020).
    05 MAN-COUNT                  PIC  9(008).
    *> primeira e ultima chave primaria; manifestos antigos nao tem
    05 MAN-KEY-LOW                PIC  X(060).
    05 MAN-KEY-HIGH               PIC  X(060).

FD  ARQUIVO_DRL.
01  REG-DRL.
    05 DRL-DATE                   PIC  9(008).
    05 FILLER                     PIC  X(001).
    05 DRL-TIME                   PIC  9(006).
    05 FILLER                     PIC  X(001).
    05 DRL-STAMP                  PIC  X(014).
    05 FILLER                     PIC  X(001).
    05 DRL-RESULT                 PIC  X(005).
    05 FILLER                     PIC  X(001).
    05 DRL-DETAIL                 PIC  X(060).

FD  ARQUIVO_ALR
    VALUE OF FILE-ID IS  "../txt/operator_alerts.txt".
01  REG-ALR                       PIC  X(132).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  COR-FRENTE                    PIC  9(001) VALUE 6.
77  ST-CAT                        PIC  X(002) VALUE ZEROS.
77  ST-MAN                        PIC  X(002) VALUE ZEROS.
77  ST-DRL                        PIC  X(002) VALUE ZEROS.
77  ST-ALR                        PIC  X(002) VALUE ZEROS.
77  ST-SES                        PIC  9(002).
    88  FSS-OK                                VALUE ZEROS.
    88  FSS-NAO-EXISTE                        VALUE 35.
01  WK-COUNT                      PIC  9(008) VALUE ZEROS.
01  WK-EXPECTED                   PIC  9(008) VALUE ZEROS.
01  WK-VERIFY-OK                  PIC  X(001) VALUE "Y".
01  WK-VERIFY-MSG                 PIC  X(060) VALUE SPACES.
01  WK-KEY-LOW                    PIC  X(060) VALUE SPACES.
01  WK-KEY-HIGH                   PIC  X(060) VALUE SPACES.
*> Exercicio de restauracao --------------------------------------------
77  WK-DRL-DIR                    PIC  X(070) VALUE SPACES.
01  WK-DRL-FILE                   PIC  X(080) VALUE SPACES.
01  WK-DRL-RC                     PIC S9(009) VALUE ZEROS.
01  WK-DRL-DD-TAB.
    05 FILLER PIC X(15) VALUE "DD_USERDAT".
    05 FILLER PIC X(15) VALUE "DD_PROFILEDAT".
    05 FILLER PIC X(15) VALUE "DD_USERPROFDAT".
    05 FILLER PIC X(15) VALUE "DD_MENUPROFDAT".
    05 FILLER PIC X(15) VALUE "DD_MENUDAT".
    05 FILLER PIC X(15) VALUE "DD_OBJPPADAT".
01  WK-DRL-DD-TAB-R REDEFINES WK-DRL-DD-TAB.
    05 WK-DRL-DD PIC X(15) OCCURS 6 TIMES.
01  WK-DD-NAME                    PIC  X(015) VALUE SPACES.
01  WK-OS                         PIC  X(020) VALUE SPACES.
01  WK-COMANDO                    PIC  X(200) VALUE SPACES.
01  WK-AGORA-D                    PIC  9(008) VALUE ZEROS.
01  WK-AGORA-T                    PIC  9(008) VALUE ZEROS.
01  WK-FILE-INFO.
    "COPIA DE SEGURANCA E RESTAURACAO DO DIRETORIO".
01  WK-TEL24-1                    PIC  X(009) VALUE "MENSAGEM:".

COPY "../cpy/notifyq_ws.cpy".
COPY "../cpy/syslog_ws.cpy".

COPY screenio.

SCREEN SECTION.
    03  FILLER FOREGROUND-COLOR 2.
        05  LINE 05 COLUMN 05 VALUE "B - BACKUP (NOVA GERACAO)".
        05  LINE 06 COLUMN 05 VALUE "R - RESTORE (ESCOLHER GERACAO)".
        05  LINE 07 COLUMN 05 VALUE "D - EXERCICIO DE RESTAURACAO".
        05  LINE 09 COLUMN 05 VALUE "OPCAO:".
        05  COLUMN PLUS 2 PIC X(01) USING WK-ACTION.
01  SS-PICK.
    03  FILLER FOREGROUND-COLOR 2.
            PERFORM 020-BACKUP THRU 020-EXIT-BACKUP
        WHEN "R" WHEN "r"
            PERFORM 040-RESTORE THRU 040-EXIT-RESTORE
        WHEN "D" WHEN "d"
            PERFORM 050-EXERCICIO THRU 050-EXIT-EXERCICIO
        WHEN OTHER
            MOVE "OPCAO DESCONHECIDA - NADA FEITO" TO WK-MSG
            DISPLAY SS-MSG
    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS

    *> BACKUP_ACTION=B/R/D permite agendar sem operador presente.
    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
        DELIMITED BY SIZE INTO WK-DST-FILE
    END-STRING
    SET ENVIRONMENT "DD_BKCATALOG" TO WK-DST-FILE
    MOVE SPACES TO WK-DST-FILE
    STRING FUNCTION TRIM(WK-BKP-DIR) "/drill_history.txt"
        DELIMITED BY SIZE INTO WK-DST-FILE
    END-STRING
    SET ENVIRONMENT "DD_DRILLHIST" TO WK-DST-FILE
    PERFORM 910-LE-CATALOGO THRU 910-EXIT-LE-CATALOGO.

010-FIM-INICIALIZA.
          INITIALIZE REG-MAN
          MOVE WK-DAT-NAME(WK-DAT-IDX) TO MAN-NAME
          MOVE WK-COUNT TO MAN-COUNT
          MOVE WK-KEY-LOW TO MAN-KEY-LOW
          MOVE WK-KEY-HIGH TO MAN-KEY-HIGH
          WRITE REG-MAN
       END-IF
    END-PERFORM
040-EXIT-RESTORE.
    EXIT.
*>----------------------------------------------------------------------
*> EXERCICIO DE RESTAURACAO: A GERACAO MAIS RECENTE E RESTAURADA NUM
*> DIRETORIO DE RASCUNHO (RESTORE_DRILL_DIR, PADRAO <DATA_DIR>/drill) -
*> OS VIVOS NUNCA SAO TOCADOS. O rebuild_files RODA A PASSADA DE
*> VERIFICACAO SOBRE AS COPIAS, CONTAGENS E FAIXAS DE CHAVES SAO
*> CONFERIDAS CONTRA O MANIFESTO E O RESULTADO VAI PARA O HISTORICO;
*> FALHA VIRA ALERTA DE OPERADOR E RETURN-CODE 1 PARA O AGENDADOR.
050-EXERCICIO.

    MOVE "Y" TO WK-VERIFY-OK
    MOVE SPACES TO WK-VERIFY-MSG WK-STAMP
    IF WK-CAT-NUM = 0
       MOVE "N" TO WK-VERIFY-OK
       MOVE "NENHUMA GERACAO DE BACKUP NO CATALOGO" TO WK-VERIFY-MSG
       PERFORM 960-REGISTRA-EXERCICIO THRU 960-EXIT-REGISTRA-EXERCICIO
       GO 050-EXIT-EXERCICIO
    END-IF
    MOVE WK-CAT-STAMP(WK-CAT-NUM) TO WK-STAMP

    MOVE SPACES TO WK-DRL-DIR
    ACCEPT WK-DRL-DIR FROM ENVIRONMENT "RESTORE_DRILL_DIR"
    IF WK-DRL-DIR = SPACES
       STRING FUNCTION TRIM(WK-DATA-DIR) "/drill"
           DELIMITED BY SIZE INTO WK-DRL-DIR
       END-STRING
    END-IF
    CALL 'CBL_CREATE_DIR' USING WK-DRL-DIR END-CALL

    *> as copias da semana anterior saem antes; arquivo ausente na
    *> geracao fica ausente no rascunho e o manifesto acusa
    PERFORM VARYING WK-DAT-IDX FROM 1 BY 1
            UNTIL WK-DAT-IDX > WK-DAT-MAX
       MOVE SPACES TO WK-DRL-FILE
       STRING FUNCTION TRIM(WK-DRL-DIR) "/"
              FUNCTION TRIM(WK-DAT-NAME(WK-DAT-IDX))
           DELIMITED BY SIZE INTO WK-DRL-FILE
       END-STRING
       CALL 'CBL_DELETE_FILE' USING WK-DRL-FILE END-CALL
       MOVE SPACES TO WK-SRC-FILE
       STRING FUNCTION TRIM(WK-BKP-DIR) "/" WK-STAMP "_"
              FUNCTION TRIM(WK-DAT-NAME(WK-DAT-IDX))
           DELIMITED BY SIZE INTO WK-SRC-FILE
       END-STRING
       CALL 'CBL_CHECK_FILE_EXIST' USING WK-SRC-FILE WK-FILE-INFO
       END-CALL
       IF RETURN-CODE = 0
          CALL 'CBL_COPY_FILE' USING WK-SRC-FILE WK-DRL-FILE END-CALL
       END-IF
       MOVE FUNCTION TRIM(WK-DRL-DD(WK-DAT-IDX)) TO WK-DD-NAME
       SET ENVIRONMENT WK-DD-NAME TO WK-DRL-FILE
    END-PERFORM

    *> passada de verificacao do rebuild_files com o DATA_DIR apontado
    *> para o rascunho - o setpaths dele resolve tudo para la
    SET ENVIRONMENT "DATA_DIR" TO WK-DRL-DIR
    SET ENVIRONMENT "REBUILD_MODE" TO "V"
    SET ENVIRONMENT "CARGA_SILENCIOSA" TO "S"
    MOVE SPACES TO WK-OS
    ACCEPT WK-OS FROM ENVIRONMENT "OS"
    MOVE SPACES TO WK-COMANDO
    IF WK-OS = "Windows_NT"
       MOVE "cd /d ..\charge && rebuild_files" TO WK-COMANDO
    ELSE
       MOVE "cd ../charge && ./rebuild_files" TO WK-COMANDO
    END-IF
    CALL "SYSTEM" USING WK-COMANDO
    MOVE RETURN-CODE TO WK-DRL-RC
    SET ENVIRONMENT "DATA_DIR" TO WK-DATA-DIR
    SET ENVIRONMENT "REBUILD_MODE" TO " "
    SET ENVIRONMENT "CARGA_SILENCIOSA" TO WK-SILENCIOSO

    *> contagens e faixas de chaves - os FDs ja apontam o rascunho
    PERFORM 945-VERIFICA-CONTAGENS THRU 945-EXIT-VERIFICA-CONTAGENS
    IF WK-DRL-RC NOT = 0
       MOVE "N" TO WK-VERIFY-OK
       MOVE "VERIFICACAO DO REBUILD_FILES FALHOU - VEJA rebuild_verify.txt"
         TO WK-VERIFY-MSG
    END-IF

    PERFORM 960-REGISTRA-EXERCICIO THRU 960-EXIT-REGISTRA-EXERCICIO.

050-EXIT-EXERCICIO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    STOP RUN.
912-EXIT-CONTA-SESSOES.
    EXIT.
*>----------------------------------------------------------------------
*> CONTA OS REGISTROS DO .DAT APONTADO POR WK-DAT-IDX E GUARDA A
*> PRIMEIRA E A ULTIMA CHAVE PRIMARIA LIDAS (A FAIXA DE CHAVES).
915-CONTA-REGISTROS.

    MOVE ZEROS TO WK-COUNT
    MOVE SPACES TO WK-KEY-LOW WK-KEY-HIGH
    EVALUATE WK-DAT-IDX
        WHEN 1
            OPEN INPUT FD-USER
               PERFORM UNTIL EOF
                  READ FD-USER NEXT
                     AT END MOVE "T" TO FLG-EOF
                     NOT AT END
                        ADD 1 TO WK-COUNT
                        IF WK-COUNT = 1
                           MOVE KEY1-USR TO WK-KEY-LOW
                        END-IF
                        MOVE KEY1-USR TO WK-KEY-HIGH
                  END-READ
               END-PERFORM
               CLOSE FD-USER
               PERFORM UNTIL EOF
                  READ FD-PRF NEXT
                     AT END MOVE "T" TO FLG-EOF
                     NOT AT END
                        ADD 1 TO WK-COUNT
                        IF WK-COUNT = 1
                           MOVE KEY1-PRF TO WK-KEY-LOW
                        END-IF
                        MOVE KEY1-PRF TO WK-KEY-HIGH
                  END-READ
               END-PERFORM
               CLOSE FD-PRF
               PERFORM UNTIL EOF
                  READ FD-PFU NEXT
                     AT END MOVE "T" TO FLG-EOF
                     NOT AT END
                        ADD 1 TO WK-COUNT
                        IF WK-COUNT = 1
                           MOVE KEY1-PFU TO WK-KEY-LOW
                        END-IF
                        MOVE KEY1-PFU TO WK-KEY-HIGH
                  END-READ
               END-PERFORM
               CLOSE FD-PFU
               PERFORM UNTIL EOF
                  READ FD-PFM NEXT
                     AT END MOVE "T" TO FLG-EOF
                     NOT AT END
                        ADD 1 TO WK-COUNT
                        IF WK-COUNT = 1
                           MOVE KEY1-PFM TO WK-KEY-LOW
                        END-IF
                        MOVE KEY1-PFM TO WK-KEY-HIGH
                  END-READ
               END-PERFORM
               CLOSE FD-PFM
               PERFORM UNTIL EOF
                  READ FD-MENU NEXT
                     AT END MOVE "T" TO FLG-EOF
                     NOT AT END
                        ADD 1 TO WK-COUNT
                        IF WK-COUNT = 1
                           MOVE KEY1-MENU TO WK-KEY-LOW
                        END-IF
                        MOVE KEY1-MENU TO WK-KEY-HIGH
                  END-READ
               END-PERFORM
               CLOSE FD-MENU
               PERFORM UNTIL EOF
                  READ FD-OBJ NEXT
                     AT END MOVE "T" TO FLG-EOF
                     NOT AT END
                        ADD 1 TO WK-COUNT
                        IF WK-COUNT = 1
                           MOVE KEY1-OBJ TO WK-KEY-LOW
                        END-IF
                        MOVE KEY1-OBJ TO WK-KEY-HIGH
                  END-READ
               END-PERFORM
               CLOSE FD-OBJ
920-EXIT-GRAVA-CATALOGO.
    EXIT.
*>----------------------------------------------------------------------
*> RECONTA CADA .DAT RESTAURADO E COMPARA COM O MANIFESTO DA GERACAO:
*> CONTAGEM SEMPRE, FAIXA DE CHAVES QUANDO O MANIFESTO A TRAZ. A
*> PRIMEIRA DIVERGENCIA FICA EM WK-VERIFY-MSG.
945-VERIFICA-CONTAGENS.

    MOVE "Y" TO WK-VERIFY-OK
    MOVE SPACES TO WK-VERIFY-MSG
    MOVE SPACES TO WK-MAN-FILE
    STRING FUNCTION TRIM(WK-BKP-DIR) "/manifest_" WK-STAMP ".txt"
        DELIMITED BY SIZE INTO WK-MAN-FILE
    OPEN INPUT ARQUIVO_MAN
    IF ST-MAN NOT = "00"
       MOVE "N" TO WK-VERIFY-OK
       MOVE "MANIFESTO DA GERACAO NAO ABRIU" TO WK-VERIFY-MSG
       GO 945-EXIT-VERIFICA-CONTAGENS
    END-IF
    MOVE "F" TO FLG-EOF
                PERFORM 915-CONTA-REGISTROS
                    THRU 915-EXIT-CONTA-REGISTROS
                IF WK-COUNT NOT = WK-EXPECTED
                   AND WK-VERIFY-OK = "Y"
                   MOVE "N" TO WK-VERIFY-OK
                   STRING FUNCTION TRIM(MAN-NAME) " CONTAGEM " WK-COUNT
                          " ESPERADA " WK-EXPECTED
                       DELIMITED BY SIZE INTO WK-VERIFY-MSG
                   END-STRING
                END-IF
                IF (MAN-KEY-LOW NOT = SPACES
                    OR MAN-KEY-HIGH NOT = SPACES)
                   AND (WK-KEY-LOW NOT = MAN-KEY-LOW
                    OR WK-KEY-HIGH NOT = MAN-KEY-HIGH)
                   AND WK-VERIFY-OK = "Y"
                   MOVE "N" TO WK-VERIFY-OK
                   STRING FUNCTION TRIM(MAN-NAME)
                          " FAIXA DE CHAVES DIVERGE DO MANIFESTO"
                       DELIMITED BY SIZE INTO WK-VERIFY-MSG
                   END-STRING
                END-IF
             END-IF
       END-READ
945-EXIT-VERIFICA-CONTAGENS.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA POR EXERCICIO NO HISTORICO (O PAINEL DO ADMINISTRADOR LE A
*> ULTIMA "OK"). FALHA: ALERTA DE OPERADOR, AVISO PARA OPERACOES, LOG
*> DO SISTEMA E RETURN-CODE 1.
960-REGISTRA-EXERCICIO.

    ACCEPT WK-AGORA-D FROM DATE YYYYMMDD
    ACCEPT WK-AGORA-T FROM TIME
    OPEN EXTEND ARQUIVO_DRL
    IF ST-DRL = "35"
       OPEN OUTPUT ARQUIVO_DRL
    END-IF
    INITIALIZE REG-DRL
    MOVE WK-AGORA-D TO DRL-DATE
    MOVE WK-AGORA-T(1:6) TO DRL-TIME
    MOVE WK-STAMP TO DRL-STAMP
    IF WK-VERIFY-OK = "Y"
       MOVE "OK" TO DRL-RESULT
       MOVE "CONTAGENS, CHAVES E VERIFICACAO CONFEREM" TO DRL-DETAIL
    ELSE
       MOVE "FALHA" TO DRL-RESULT
       MOVE WK-VERIFY-MSG TO DRL-DETAIL
    END-IF
    WRITE REG-DRL
    CLOSE ARQUIVO_DRL

    IF WK-VERIFY-OK = "Y"
       MOVE SPACES TO WK-MSG
       STRING "*** EXERCICIO DE RESTAURACAO " WK-STAMP " OK ***"
           DELIMITED BY SIZE INTO WK-MSG
       END-STRING
       DISPLAY SS-MSG
       GO 960-EXIT-REGISTRA-EXERCICIO
    END-IF

    OPEN EXTEND ARQUIVO_ALR
    IF ST-ALR = "35"
       OPEN OUTPUT ARQUIVO_ALR
    END-IF
    MOVE SPACES TO REG-ALR
    STRING WK-AGORA-D " " WK-AGORA-T(1:6)
           " RESTORE DRILL FAILED GENERATION " WK-STAMP
           " - " WK-VERIFY-MSG
        DELIMITED BY SIZE INTO REG-ALR
    END-STRING
    WRITE REG-ALR
    CLOSE ARQUIVO_ALR
    INITIALIZE WK-NTF-PARM
    ACCEPT WK-NTF-RECIPIENT FROM ENVIRONMENT "MAIL_OPERATIONS"
    MOVE "RESTORE DRILL FAILED" TO WK-NTF-SUBJECT
    MOVE REG-ALR TO WK-NTF-BODY
    CALL "notifyq" USING WK-NTF-PARM END-CALL
    INITIALIZE WK-SL-PARM
    MOVE "err" TO WK-SL-SEVERITY
    MOVE REG-ALR TO WK-SL-MESSAGE
    CALL "syslogout" USING WK-SL-PARM END-CALL
    MOVE "*** EXERCICIO DE RESTAURACAO FALHOU - VEJA drill_history.txt ***"
      TO WK-MSG
    DISPLAY SS-MSG
    MOVE 1 TO RETURN-CODE.

960-EXIT-REGISTRA-EXERCICIO.
    EXIT.
*>----------------------------------------------------------------------
