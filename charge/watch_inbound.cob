       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    watch_inbound.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Drop-folder pickup of the loader input files the other
*>           teams send by file transfer. Run from cron or the job
*>           plan as often as the shop likes; each pass lists the
*>           inbound folder (INBOUND_DIR, default ../txt/inbound)
*>           and recognises each known file by its name - the name
*>           the loader takes, optionally with a suffix before the
*>           .txt (profile_20261015.txt):
*>             perfil_menu*.txt   carrega_perfil_menu
*>             user_profile*.txt  read_user_profile_text_file
*>             profile*.txt       read_profile_text_file
*>             user*.txt          read_user_text_file
*>             objetos_ppa*.txt   read_objetos_ppa_text_file
*>           (*_delta*.txt files are not picked up - delta runs stay
*>           manual). A recognised file must pass the same header/
*>           trailer control the loader applies (H record with the
*>           loader's file id, T count equal to the detail lines);
*>           then it is copied over the loader's input in ../txt and
*>           the loader is submitted, silent, into JOB_QUEUE.DAT for
*>           the jobworker. The file goes to processed/ or rejected/
*>           under the inbound folder with the date appended
*>           (name.CCYYMMDD, .HHMMSS added on a second arrival the
*>           same day) and the sending team is notified through
*>           notifyq either way - INBOUND_RCPT_<file id> names the
*>           team mailbox when the built-in one is not right. A file
*>           whose loader is still waiting or running in the queue
*>           is left for the next pass, so an input not yet loaded
*>           is never overwritten. Files with other names are left
*>           alone.
*>
*> Entrada...: inbound folder, JOB_QUEUE.DAT
*>
*> Saida.....: ../txt/<loader input>, JOB_QUEUE.DAT,
*>             inbound/processed, inbound/rejected,
*>             mail_outbound.txt, load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  INBOUND PICKUP 10/15/26  DUMA      Primeira versao.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER.
             GNUCOBOL
             CLASSIFICATION brazil.
SPECIAL-NAMES.
               LOCALE brazil "pt_BR.UTF-8".
               DECIMAL-POINT IS COMMA.
INPUT-OUTPUT   SECTION.
FILE-CONTROL.

COPY "../cpy/job_queue_se.cpy".
COPY "../cpy/load_summary_se.cpy".

     SELECT FILE_LST ASSIGN TO "INBLIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-LST.

     SELECT FILE_INB ASSIGN TO "INBFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-INB.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/job_queue_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

FD  FILE_LST.
01  REG-LST                       PIC  X(100).

FD  FILE_INB.
01  REG-INB                       PIC  X(300).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-JOB                        PIC  9(002).
    88  JOB-FS-OK                             VALUE ZEROS.
    88  JOB-FS-NOT-EXIST                      VALUE 35.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.
77  ST-LST                        PIC  X(002) VALUE ZEROS.
77  ST-INB                        PIC  X(002) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EOF-INB                   PIC  X(001) VALUE "F".
01  FLG-EOF-JOB                   PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-LIDOS                      PIC  9(006) VALUE ZEROS.
01  WK-SUBMETIDOS                 PIC  9(006) VALUE ZEROS.
01  WK-REJEITADOS                 PIC  9(006) VALUE ZEROS.
01  WK-AGUARDANDO                 PIC  9(006) VALUE ZEROS.
01  WK-RC-COPIA                   PIC S9(009) COMP-5 VALUE ZEROS.
01  WK-NID-PARM.
    05 WK-NID-ENTITY              PIC  X(010).
    05 WK-NID-VALUE               PIC  9(005).
COPY "../cpy/notifyq_ws.cpy".

*> Pastas e caminhos ---------------------------------------------------
01  WK-INB-DIR                    PIC  X(120) VALUE SPACES.
01  WK-PROC-DIR                   PIC  X(120) VALUE SPACES.
01  WK-REJ-DIR                    PIC  X(120) VALUE SPACES.
01  WK-LST-PATH                   PIC  X(150) VALUE SPACES.
01  WK-COMANDO                    PIC  X(300) VALUE SPACES.
01  WK-ORIGEM                     PIC  X(250) VALUE SPACES.
01  WK-DESTINO                    PIC  X(250) VALUE SPACES.
01  WK-ENTRADA                    PIC  X(250) VALUE SPACES.
01  WK-FILE-INFO.
    05  WK-FILE-SIZE              PIC 9(18) COMP.
    05  FILLER                    PIC X(16).

*> Arquivo da vez ------------------------------------------------------
01  WK-NOME                       PIC  X(100) VALUE SPACES.
01  WK-NOME-LEN                   PIC  9(003) VALUE ZEROS.
01  WK-BRANCOS                    PIC  9(003) VALUE ZEROS.
01  WK-DELTA                      PIC  9(003) VALUE ZEROS.
01  WK-IDX                        PIC  9(002) VALUE ZEROS.
01  WK-ACHOU                      PIC  9(002) VALUE ZEROS.
01  WK-VEREDITO                   PIC  X(008) VALUE SPACES.
01  WK-MSG                        PIC  X(060) VALUE SPACES.
01  WK-FILA-OCUPADA               PIC  X(001) VALUE "N".
01  WK-ENV-NAME                   PIC  X(040) VALUE SPACES.

*> Controle de header/trailer, como no carregador ----------------------
01  WK-CTL-HAS-H                  PIC  X(001) VALUE "N".
01  WK-CTL-HAS-T                  PIC  X(001) VALUE "N".
01  WK-CTL-BAD-ID                 PIC  X(001) VALUE "N".
01  WK-CTL-DATE                   PIC  X(008) VALUE SPACES.
01  WK-CTL-COUNT                  PIC  9(008) VALUE ZEROS.
01  WK-CTL-TRAILER                PIC  9(008) VALUE ZEROS.

*> Arquivos conhecidos: prefixo do nome, tamanho do prefixo, file id
*> do header, entrada do carregador em ../txt, comando submetido e a
*> caixa da equipe que envia. user_profile antes de profile e de user.
01  WK-CONHECIDOS-MAX             PIC  9(002) VALUE 5.
01  WK-CONHECIDOS-VAL.
    05 FILLER PIC X(14) VALUE "perfil_menu".
    05 FILLER PIC 9(02) VALUE 11.
    05 FILLER PIC X(10) VALUE "PERFILMENU".
    05 FILLER PIC X(30) VALUE "perfil_menu.txt".
    05 FILLER PIC X(60) VALUE "CARGA_SILENCIOSA=S ./carrega_perfil_menu".
    05 FILLER PIC X(20) VALUE "menu-admin".
    05 FILLER PIC X(14) VALUE "user_profile".
    05 FILLER PIC 9(02) VALUE 12.
    05 FILLER PIC X(10) VALUE "USERPROF".
    05 FILLER PIC X(30) VALUE "user_profile.txt".
    05 FILLER PIC X(60)
       VALUE "SILENT_MODE=Y ./read_user_profile_text_file".
    05 FILLER PIC X(20) VALUE "security".
    05 FILLER PIC X(14) VALUE "profile".
    05 FILLER PIC 9(02) VALUE 07.
    05 FILLER PIC X(10) VALUE "PROFILE".
    05 FILLER PIC X(30) VALUE "profile.txt".
    05 FILLER PIC X(60) VALUE "SILENT_MODE=Y ./read_profile_text_file".
    05 FILLER PIC X(20) VALUE "security".
    05 FILLER PIC X(14) VALUE "user".
    05 FILLER PIC 9(02) VALUE 04.
    05 FILLER PIC X(10) VALUE "USER".
    05 FILLER PIC X(30) VALUE "user.txt".
    05 FILLER PIC X(60) VALUE "SILENT_MODE=Y ./read_user_text_file".
    05 FILLER PIC X(20) VALUE "hr-identity".
    05 FILLER PIC X(14) VALUE "objetos_ppa".
    05 FILLER PIC 9(02) VALUE 11.
    05 FILLER PIC X(10) VALUE "OBJPPA".
    05 FILLER PIC X(30) VALUE "objetos_ppa.txt".
    05 FILLER PIC X(60)
       VALUE "SILENT_MODE=Y ./read_objetos_ppa_text_file".
    05 FILLER PIC X(20) VALUE "ppa-planning".
01  WK-CONHECIDOS REDEFINES WK-CONHECIDOS-VAL.
    05 WK-CON OCCURS 5 TIMES.
       10 WK-CON-PREFIXO          PIC X(14).
       10 WK-CON-PREF-LEN         PIC 9(02).
       10 WK-CON-FILEID           PIC X(10).
       10 WK-CON-ALVO             PIC X(30).
       10 WK-CON-COMANDO          PIC X(60).
       10 WK-CON-EQUIPE           PIC X(20).

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    CALL "setpaths" END-CALL
    PERFORM 010-INICIALIZA THRU 010-EXIT-INICIALIZA
    PERFORM 020-PROCESSAMENTO THRU 020-EXIT-PROCESSAMENTO
    PERFORM 090-FINALIZA THRU 090-EXIT-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
*> AS PASTAS SAO CRIADAS NA PRIMEIRA EXECUCAO; A LISTA DA PASTA DE
*> ENTRADA VEM DO SHELL, SO ARQUIVOS (AS SUBPASTAS FICAM DE FORA).
010-INICIALIZA.

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    MOVE SPACES TO WK-INB-DIR
    ACCEPT WK-INB-DIR FROM ENVIRONMENT "INBOUND_DIR"
    IF WK-INB-DIR = SPACES
       MOVE "../txt/inbound" TO WK-INB-DIR
    END-IF
    MOVE SPACES TO WK-PROC-DIR WK-REJ-DIR WK-LST-PATH
    STRING FUNCTION TRIM(WK-INB-DIR) "/processed"
        DELIMITED BY SIZE INTO WK-PROC-DIR
    END-STRING
    STRING FUNCTION TRIM(WK-INB-DIR) "/rejected"
        DELIMITED BY SIZE INTO WK-REJ-DIR
    END-STRING
    STRING FUNCTION TRIM(WK-INB-DIR) ".lst"
        DELIMITED BY SIZE INTO WK-LST-PATH
    END-STRING
    CALL 'CBL_CREATE_DIR' USING WK-INB-DIR END-CALL
    CALL 'CBL_CREATE_DIR' USING WK-PROC-DIR END-CALL
    CALL 'CBL_CREATE_DIR' USING WK-REJ-DIR END-CALL
    MOVE 0 TO RETURN-CODE

    MOVE SPACES TO WK-COMANDO
    STRING "ls -1p " FUNCTION TRIM(WK-INB-DIR)
           " | grep -v / > " FUNCTION TRIM(WK-LST-PATH)
        DELIMITED BY SIZE INTO WK-COMANDO
    END-STRING
    CALL "SYSTEM" USING WK-COMANDO
    MOVE 0 TO RETURN-CODE
    SET ENVIRONMENT "DD_INBLIST" TO WK-LST-PATH
    OPEN INPUT FILE_LST
    IF ST-LST NOT = "00"
       DISPLAY "WATCH_INBOUND: CANNOT LIST " FUNCTION TRIM(WK-INB-DIR)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    OPEN I-O FD-JOB
    IF JOB-FS-NOT-EXIST
       OPEN OUTPUT FD-JOB
       CLOSE FD-JOB
       OPEN I-O FD-JOB
    END-IF.

010-EXIT-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_LST
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF REG-LST NOT = SPACES
                MOVE REG-LST TO WK-NOME
                PERFORM 030-IDENTIFICA THRU 030-EXIT-IDENTIFICA
                IF WK-ACHOU > 0
                   ADD 1 TO WK-LIDOS
                   PERFORM 040-TRATA-ARQUIVO THRU 040-EXIT-TRATA-ARQUIVO
                END-IF
             END-IF
       END-READ
    END-PERFORM.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> O NOME TEM DE COMECAR PELO PREFIXO E TERMINAR EM .txt; OS ARQUIVOS
*> DE DELTA NAO SAO RECONHECIDOS.
030-IDENTIFICA.

    MOVE ZEROS TO WK-ACHOU WK-BRANCOS WK-DELTA
    INSPECT FUNCTION REVERSE(WK-NOME) TALLYING WK-BRANCOS FOR LEADING SPACES
    COMPUTE WK-NOME-LEN = LENGTH OF WK-NOME - WK-BRANCOS
    IF WK-NOME-LEN < 5
       GO 030-EXIT-IDENTIFICA
    END-IF
    IF WK-NOME(WK-NOME-LEN - 3:4) NOT = ".txt"
       GO 030-EXIT-IDENTIFICA
    END-IF
    INSPECT WK-NOME TALLYING WK-DELTA FOR ALL "_delta"
    IF WK-DELTA > 0
       GO 030-EXIT-IDENTIFICA
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-CONHECIDOS-MAX OR WK-ACHOU > 0
       IF WK-NOME-LEN > WK-CON-PREF-LEN(WK-IDX) + 3
          AND WK-NOME(1:WK-CON-PREF-LEN(WK-IDX))
              = WK-CON-PREFIXO(WK-IDX)(1:WK-CON-PREF-LEN(WK-IDX))
          MOVE WK-IDX TO WK-ACHOU
       END-IF
    END-PERFORM.

030-EXIT-IDENTIFICA.
    EXIT.
*>----------------------------------------------------------------------
*> CONFERE O CONTROLE; SE O CARREGADOR AINDA TEM UMA CARGA NA FILA O
*> ARQUIVO ESPERA A PROXIMA PASSAGEM; SENAO ENTREGA OU REJEITA.
040-TRATA-ARQUIVO.

    MOVE SPACES TO WK-ORIGEM
    STRING FUNCTION TRIM(WK-INB-DIR) "/" WK-NOME(1:WK-NOME-LEN)
        DELIMITED BY SIZE INTO WK-ORIGEM
    END-STRING
    PERFORM 050-CONFERE-CONTROLE THRU 050-EXIT-CONFERE-CONTROLE
    IF WK-MSG NOT = SPACES
       PERFORM 070-REJEITA THRU 070-EXIT-REJEITA
       GO 040-EXIT-TRATA-ARQUIVO
    END-IF
    PERFORM 055-VERIFICA-FILA THRU 055-EXIT-VERIFICA-FILA
    IF WK-FILA-OCUPADA = "S"
       ADD 1 TO WK-AGUARDANDO
       DISPLAY "WATCH_INBOUND: " WK-NOME(1:WK-NOME-LEN)
               " WAITING - LOADER STILL QUEUED"
       GO 040-EXIT-TRATA-ARQUIVO
    END-IF
    PERFORM 060-ENTREGA THRU 060-EXIT-ENTREGA.

040-EXIT-TRATA-ARQUIVO.
    EXIT.
*>----------------------------------------------------------------------
*> O MESMO CONTROLE DO 905 DOS CARREGADORES: "H <FILE ID> CCYYMMDD",
*> "T <CONTAGEM>" E A CONTAGEM IGUAL AS LINHAS DE DETALHE.
050-CONFERE-CONTROLE.

    MOVE "N" TO WK-CTL-HAS-H WK-CTL-HAS-T WK-CTL-BAD-ID
    MOVE SPACES TO WK-CTL-DATE WK-MSG
    MOVE ZEROS TO WK-CTL-COUNT WK-CTL-TRAILER
    SET ENVIRONMENT "DD_INBFILE" TO WK-ORIGEM
    OPEN INPUT FILE_INB
    IF ST-INB NOT = "00"
       MOVE "INPUT FILE CANNOT BE OPENED" TO WK-MSG
       GO 050-EXIT-CONFERE-CONTROLE
    END-IF
    MOVE "F" TO FLG-EOF-INB
    PERFORM UNTIL FLG-EOF-INB = "T"
       READ FILE_INB
          AT END
             MOVE "T" TO FLG-EOF-INB
          NOT AT END
             EVALUATE TRUE
                WHEN REG-INB(1:2) = "H "
                   MOVE "Y" TO WK-CTL-HAS-H
                   IF REG-INB(3:10) NOT = WK-CON-FILEID(WK-ACHOU)
                      MOVE "Y" TO WK-CTL-BAD-ID
                   END-IF
                   MOVE REG-INB(14:8) TO WK-CTL-DATE
                WHEN REG-INB(1:2) = "T "
                   MOVE "Y" TO WK-CTL-HAS-T
                   IF REG-INB(3:8) IS NUMERIC
                      MOVE REG-INB(3:8) TO WK-CTL-TRAILER
                   END-IF
                WHEN REG-INB = SPACES
                   CONTINUE
                WHEN OTHER
                   ADD 1 TO WK-CTL-COUNT
             END-EVALUATE
       END-READ
    END-PERFORM
    CLOSE FILE_INB
    IF WK-CTL-HAS-H NOT = "Y"
       MOVE "NO H HEADER RECORD" TO WK-MSG
    END-IF
    IF WK-MSG = SPACES AND WK-CTL-BAD-ID = "Y"
       MOVE "HEADER FILE ID IS NOT THE ONE THIS FILE NAME TAKES" TO WK-MSG
    END-IF
    IF WK-MSG = SPACES AND WK-CTL-HAS-T NOT = "Y"
       MOVE "NO T TRAILER RECORD" TO WK-MSG
    END-IF
    IF WK-MSG = SPACES AND WK-CTL-TRAILER NOT = WK-CTL-COUNT
       MOVE "TRAILER COUNT DOES NOT MATCH THE DETAIL LINES" TO WK-MSG
    END-IF.

050-EXIT-CONFERE-CONTROLE.
    EXIT.
*>----------------------------------------------------------------------
055-VERIFICA-FILA.

    MOVE "N" TO WK-FILA-OCUPADA
    INITIALIZE REC-JOB
    MOVE ZEROS TO JOB-ID
    MOVE "F" TO FLG-EOF-JOB
    START FD-JOB
        KEY IS >= KEY1-JOB
        INVALID KEY
            MOVE "T" TO FLG-EOF-JOB
    END-START
    PERFORM UNTIL FLG-EOF-JOB = "T"
       READ FD-JOB NEXT
          AT END
             MOVE "T" TO FLG-EOF-JOB
          NOT AT END
             IF (JOB-IS-WAITING OR JOB-IS-RUNNING)
                AND JOB-CMD = WK-CON-COMANDO(WK-ACHOU)
                MOVE "S" TO WK-FILA-OCUPADA
                MOVE "T" TO FLG-EOF-JOB
             END-IF
       END-READ
    END-PERFORM.

055-EXIT-VERIFICA-FILA.
    EXIT.
*>----------------------------------------------------------------------
*> COPIA SOBRE A ENTRADA DO CARREGADOR, ARQUIVA EM PROCESSED E SUBMETE
*> A CARGA SILENCIOSA NA FILA DE JOBS, COMO O JOB_SCHEDULER.
060-ENTREGA.

    MOVE SPACES TO WK-ENTRADA
    STRING "../txt/" FUNCTION TRIM(WK-CON-ALVO(WK-ACHOU))
        DELIMITED BY SIZE INTO WK-ENTRADA
    END-STRING
    CALL 'CBL_COPY_FILE' USING WK-ORIGEM WK-ENTRADA
        RETURNING WK-RC-COPIA
    END-CALL
    MOVE 0 TO RETURN-CODE
    IF WK-RC-COPIA NOT = 0
       MOVE "INPUT COULD NOT BE COPIED - LEFT IN THE INBOUND FOLDER"
         TO WK-MSG
       DISPLAY "WATCH_INBOUND: " WK-NOME(1:WK-NOME-LEN) " " WK-MSG
       GO 060-EXIT-ENTREGA
    END-IF
    MOVE WK-PROC-DIR TO WK-DESTINO
    PERFORM 080-ARQUIVA THRU 080-EXIT-ARQUIVA

    ACCEPT WK-AGORA FROM TIME
    INITIALIZE REC-JOB
    MOVE "JOB" TO WK-NID-ENTITY
    CALL "nextid" USING WK-NID-PARM END-CALL
    MOVE WK-NID-VALUE TO JOB-ID
    MOVE "W" TO JOB-STATE
    MOVE WK-CON-COMANDO(WK-ACHOU) TO JOB-CMD
    MOVE "WATCH_INBOUND" TO JOB-SUBMITTER
    MOVE WK-HOJE TO JOB-SUB-DATE
    MOVE WK-AGORA TO JOB-SUB-TIME
    MOVE ZEROS TO JOB-START-DATE JOB-START-TIME
                  JOB-END-DATE JOB-END-TIME JOB-RC
    MOVE SPACES TO JOB-SUMMARY
    WRITE REC-JOB
        INVALID KEY
            MOVE "ACCEPTED BUT THE LOADER COULD NOT BE QUEUED - RUN IT"
              TO WK-MSG
            MOVE "NOTQUEUD" TO WK-VEREDITO
            DISPLAY "WATCH_INBOUND: JOB ID " JOB-ID " ALREADY IN USE"
        NOT INVALID KEY
            ADD 1 TO WK-SUBMETIDOS
            MOVE SPACES TO WK-MSG
            STRING "ACCEPTED - LOADER QUEUED AS JOB " JOB-ID
                DELIMITED BY SIZE INTO WK-MSG
            END-STRING
            MOVE "ACCEPTED" TO WK-VEREDITO
    END-WRITE
    PERFORM 085-NOTIFICA THRU 085-EXIT-NOTIFICA.

060-EXIT-ENTREGA.
    EXIT.
*>----------------------------------------------------------------------
070-REJEITA.

    ADD 1 TO WK-REJEITADOS
    MOVE WK-REJ-DIR TO WK-DESTINO
    PERFORM 080-ARQUIVA THRU 080-EXIT-ARQUIVA
    MOVE "REJECTED" TO WK-VEREDITO
    PERFORM 085-NOTIFICA THRU 085-EXIT-NOTIFICA.

070-EXIT-REJEITA.
    EXIT.
*>----------------------------------------------------------------------
*> MOVE O ARQUIVO PARA A PASTA EM WK-DESTINO COM A DATA NO FIM DO
*> NOME; SE JA CHEGOU UM DE MESMO NOME HOJE, A HORA TAMBEM.
080-ARQUIVA.

    MOVE SPACES TO WK-COMANDO
    STRING FUNCTION TRIM(WK-DESTINO) "/" WK-NOME(1:WK-NOME-LEN)
           "." WK-HOJE
        DELIMITED BY SIZE INTO WK-COMANDO
    END-STRING
    CALL 'CBL_CHECK_FILE_EXIST' USING WK-COMANDO WK-FILE-INFO
    END-CALL
    IF RETURN-CODE = 0
       ACCEPT WK-AGORA FROM TIME
       MOVE SPACES TO WK-COMANDO
       STRING FUNCTION TRIM(WK-DESTINO) "/" WK-NOME(1:WK-NOME-LEN)
              "." WK-HOJE "." WK-AGORA(1:6)
           DELIMITED BY SIZE INTO WK-COMANDO
       END-STRING
    END-IF
    MOVE WK-COMANDO TO WK-DESTINO
    CALL 'CBL_COPY_FILE' USING WK-ORIGEM WK-DESTINO
        RETURNING WK-RC-COPIA
    END-CALL
    IF WK-RC-COPIA = 0
       CALL 'CBL_DELETE_FILE' USING WK-ORIGEM END-CALL
    END-IF
    MOVE 0 TO RETURN-CODE
    DISPLAY "WATCH_INBOUND: " WK-NOME(1:WK-NOME-LEN) " -> "
            FUNCTION TRIM(WK-DESTINO).

080-EXIT-ARQUIVA.
    EXIT.
*>----------------------------------------------------------------------
*> AVISO A EQUIPE QUE ENVIOU, NOS DOIS CASOS.
085-NOTIFICA.

    MOVE SPACES TO WK-ENV-NAME
    STRING "INBOUND_RCPT_" FUNCTION TRIM(WK-CON-FILEID(WK-ACHOU))
        DELIMITED BY SIZE INTO WK-ENV-NAME
    END-STRING
    MOVE SPACES TO WK-NTF-RECIPIENT
    DISPLAY WK-ENV-NAME UPON ENVIRONMENT-NAME
    ACCEPT WK-NTF-RECIPIENT FROM ENVIRONMENT-VALUE
    IF WK-NTF-RECIPIENT = SPACES
       MOVE WK-CON-EQUIPE(WK-ACHOU) TO WK-NTF-RECIPIENT
    END-IF
    MOVE SPACES TO WK-NTF-SUBJECT WK-NTF-BODY
    STRING "INBOUND FILE " WK-VEREDITO ": " WK-NOME(1:WK-NOME-LEN)
        DELIMITED BY SIZE INTO WK-NTF-SUBJECT
    END-STRING
    STRING FUNCTION TRIM(WK-MSG) ". HEADER DATE " WK-CTL-DATE
           ", " WK-CTL-COUNT " DETAIL LINES. FILED AS "
           FUNCTION TRIM(WK-DESTINO)
        DELIMITED BY SIZE INTO WK-NTF-BODY
    END-STRING
    CALL "notifyq" USING WK-NTF-PARM END-CALL
    DISPLAY "WATCH_INBOUND: " WK-NOME(1:WK-NOME-LEN) " " WK-VEREDITO
            " " FUNCTION TRIM(WK-MSG).

085-EXIT-NOTIFICA.
    EXIT.
*>----------------------------------------------------------------------
090-FINALIZA.

    CLOSE FILE_LST FD-JOB
    CALL 'CBL_DELETE_FILE' USING WK-LST-PATH END-CALL
    MOVE 0 TO RETURN-CODE
    PERFORM 940-GRAVA-RESUMO-CARGA THRU 940-EXIT-GRAVA-RESUMO-CARGA
    DISPLAY "WATCH_INBOUND: FILES RECOGNISED: " WK-LIDOS
            " QUEUED: " WK-SUBMETIDOS " REJECTED: " WK-REJEITADOS
            " WAITING: " WK-AGUARDANDO
    IF WK-REJEITADOS > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

090-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA NO LOAD_SUMMARY.LOG POR EXECUCAO, COMO OS CARREGADORES.
940-GRAVA-RESUMO-CARGA.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "WATCH_INBOUND" TO LDS-PROGRAM
    MOVE WK-LIDOS TO LDS-READS
    MOVE WK-SUBMETIDOS TO LDS-WRITES
    MOVE WK-REJEITADOS TO LDS-REJECTS

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

940-EXIT-GRAVA-RESUMO-CARGA.
    EXIT.
*>----------------------------------------------------------------------
