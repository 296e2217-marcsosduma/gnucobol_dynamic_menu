       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    archive_users.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Yearly archive of long-deactivated users. Soft delete
*>           keeps every leaver in USER.DAT for good; this run moves
*>           each user inactive for longer than the archive period
*>           (U-UPD-DATE of the inactive row, the date the
*>           deactivation stamped) out of USER.DAT into
*>           USER_HIST.DAT together with the user's USER_PROFILE.DAT
*>           rows (an assignment still open is end-dated today
*>           first), the challenge answers and the password
*>           history. The code card, worthless to a leaver, is
*>           dropped. The history row keeps the login reserved -
*>           the USERS screen and the user loader refuse it - and
*>           the USERS screen's RESTORE ARCHIVED puts it all back.
*>           Every removal is journaled in change_journal.log, so
*>           the dossier and the standby replay still see it.
*>
*>           Left alone, and listed: the sealed EMERGENCY account,
*>           users under legal hold, users with more profile rows
*>           than the history row carries, and logins that already
*>           have a history row.
*>
*>           Archive period in days: SYSPARM.DAT row USRARCHDAYS
*>           (default 730); USER_ARCHIVE_DAYS overrides for a
*>           one-off run. CHANGE_TICKET, when set, rides on the
*>           journal lines.
*>
*> Entrada...: USER.DAT, USER_PROFILE.DAT, CHALLENGE.DAT,
*>             PASSWORD_HISTORY.DAT, CODE_CARD.DAT, LEGAL_HOLD.DAT,
*>             SYSPARM.DAT
*>
*> Saida.....: USER_HIST.DAT, user_archive_report.txt,
*>             change_journal.log, load_summary.log,
*>             legal_hold_skips.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  USER ARCHIVE   10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/user_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/challenge_se.cpy".
COPY "../cpy/passwd_hist_se.cpy".
COPY "../cpy/code_card_se.cpy".
COPY "../cpy/user_hist_se.cpy".
COPY "../cpy/change_journal_se.cpy".
COPY "../cpy/load_summary_se.cpy".

     SELECT ARQUIVO_REL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-REL.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/challenge_fd.cpy".
COPY "../cpy/passwd_hist_fd.cpy".
COPY "../cpy/code_card_fd.cpy".
COPY "../cpy/user_hist_fd.cpy".
COPY "../cpy/change_journal_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

FD  ARQUIVO_REL
    VALUE OF FILE-ID IS  "../txt/user_archive_report.txt".
01  REG-REL                       PIC  X(120).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  COR-FUNDO                     PIC  9(001) VALUE 1.
77  COR-FRENTE                    PIC  9(001) VALUE 6.
77  ST-REL                        PIC  X(002) VALUE ZEROS.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.
77  ST-CHJ                        PIC  X(002) VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
    88  FSU-NAO-EXISTE                        VALUE 35.
77  ST-PFU                        PIC  9(002).
    88  FSF-OK                                VALUE ZEROS.
    88  FSF-NAO-EXISTE                        VALUE 35.
77  ST-CHA                        PIC  9(002).
    88  FSA-OK                                VALUE ZEROS.
    88  FSA-NAO-EXISTE                        VALUE 35.
77  ST-PWH                        PIC  9(002).
    88  FSH-OK                                VALUE ZEROS.
    88  FSH-NAO-EXISTE                        VALUE 35.
77  ST-CCD                        PIC  9(002).
    88  FSD-OK                                VALUE ZEROS.
    88  FSD-NAO-EXISTE                        VALUE 35.
77  ST-UHS                        PIC  9(002).
    88  FSX-OK                                VALUE ZEROS.
    88  FSX-NAO-EXISTE                        VALUE 35.
*> Arquivos opcionais que abriram (S/N) --------------------------------
77  WK-TEM-PFU                    PIC  X(001) VALUE "N".
77  WK-TEM-CHA                    PIC  X(001) VALUE "N".
77  WK-TEM-PWH                    PIC  X(001) VALUE "N".
77  WK-TEM-CCD                    PIC  X(001) VALUE "N".

01  WK-LIDO                       PIC  9(008) VALUE ZEROS.
01  WK-ARQUIVADOS                 PIC  9(008) VALUE ZEROS.
01  WK-RETIDOS                    PIC  9(008) VALUE ZEROS.
01  WK-REJEITADOS                 PIC  9(008) VALUE ZEROS.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-LOOP-EOF                   PIC  X(001) VALUE "N".
*> Periodo de arquivamento (USRARCHDAYS / USER_ARCHIVE_DAYS) -----------
77  WK-ARCH-DAYS                  PIC  9(004) VALUE 730.
77  WK-ENV-DAYS                   PIC  X(004) VALUE SPACES.
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-CORTE-INT                  PIC  9(008) VALUE ZEROS.
01  WK-CORTE                      PIC  9(008) VALUE ZEROS.
*> Usuario em tratamento -----------------------------------------------
01  WK-ID-USR                     PIC  9(004) VALUE ZEROS.
01  WK-LOGIN                      PIC  X(010) VALUE SPACES.
01  WK-SAVE-REC-USR               PIC  X(120) VALUE SPACES.
01  WK-MOTIVO                     PIC  X(040) VALUE SPACES.
01  WK-PFU-IDX                    PIC  9(002) VALUE ZEROS.
01  WK-PFU-DEMAIS                 PIC  X(001) VALUE "N".
01  WK-PFU-FECHADOS               PIC  9(002) VALUE ZEROS.
01  WK-TEM-RESPOSTAS              PIC  X(001) VALUE "N".
01  WK-TEM-HIST-SENHA             PIC  X(001) VALUE "N".
*> Diario de alteracoes ------------------------------------------------
77  WK-OPERATOR                   PIC  X(020) VALUE SPACES.
77  WK-TICKET                     PIC  X(012) VALUE SPACES.
77  WK-CHJ-FILE                   PIC  X(008) VALUE SPACES.
77  WK-CHJ-KEY                    PIC  X(010) VALUE SPACES.
77  WK-CHJ-BEFORE                 PIC  X(167) VALUE SPACES.
*> Retencao legal ------------------------------------------------------
COPY "../cpy/chkhold_ws.cpy".
*> Parametros do sistema -----------------------------------------------
COPY "../cpy/getparm_ws.cpy".
01  WK-TEL01-1                    PIC  X(050) VALUE
    "ARQUIVAMENTO DE USUARIOS INATIVOS HA MUITO TEMPO".
01  WK-TEL24-1                    PIC  X(009) VALUE "MENSAGEM:".

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR COR-FUNDO.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(50) FROM WK-TEL01-1
            HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
            BACKGROUND-COLOR COR-FUNDO.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "LIDOS:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-LIDO
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "ARQUIVADOS:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-ARQUIVADOS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "REJEITADOS:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-REJEITADOS
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(17) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
            BACKGROUND-COLOR COR-FUNDO.
01  SS-MSG.
    03  LINE 24 COLUMN 11 PIC X(70)
        BACKGROUND-COLOR COR-FUNDO.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN 11    PIC  X(070) FROM WK-MSG.
01  SS-CONF.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN PLUS 44 PIC  X(001) USING WK-CONF.
*>----------------------------------------------------------------------
*>                    Modulo Principal do Programa
*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA

    PERFORM 020-PROCESSAMENTO

    PERFORM 030-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
    SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'
    SET ENVIRONMENT 'ESCDELAY' TO '25'
    CALL "setpaths" END-CALL
    MOVE "USRARCHDAYS" TO WK-GP-KEY
    MOVE WK-ARCH-DAYS TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    IF WK-GP-VALUE > 0
       MOVE WK-GP-VALUE TO WK-ARCH-DAYS
    END-IF
    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"

    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       MOVE "Confirma o arquivamento dos usuarios inativos? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF

    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    MOVE SPACES TO WK-ENV-DAYS
    ACCEPT WK-ENV-DAYS FROM ENVIRONMENT "USER_ARCHIVE_DAYS"
    IF WK-ENV-DAYS NOT = SPACES
       AND FUNCTION NUMVAL(WK-ENV-DAYS) > 0
       COMPUTE WK-ARCH-DAYS = FUNCTION NUMVAL(WK-ENV-DAYS)
       END-COMPUTE
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    COMPUTE WK-CORTE-INT =
        FUNCTION INTEGER-OF-DATE(WK-HOJE) - WK-ARCH-DAYS
    END-COMPUTE
    MOVE FUNCTION DATE-OF-INTEGER(WK-CORTE-INT) TO WK-CORTE

    MOVE SPACES TO WK-OPERATOR
    ACCEPT WK-OPERATOR FROM ENVIRONMENT "MENU_USER"
    IF WK-OPERATOR = SPACES
       MOVE "ARCHIVE_USERS" TO WK-OPERATOR
    END-IF
    MOVE SPACES TO WK-TICKET
    ACCEPT WK-TICKET FROM ENVIRONMENT "CHANGE_TICKET"
    MOVE FUNCTION UPPER-CASE(WK-TICKET) TO WK-TICKET

    *> as retencoes sao lidas antes de USER.DAT ficar preso em I-O
    INITIALIZE WK-LH-PARM
    MOVE "L" TO WK-LH-OP
    CALL "chkhold" USING WK-LH-PARM END-CALL

    OPEN I-O FD-USER
    IF FSU-NAO-EXISTE
       MOVE "ERRO! USER.DAT NAO EXISTE" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    OPEN I-O FD-UHS
    IF FSX-NAO-EXISTE
       OPEN OUTPUT FD-UHS
       CLOSE FD-UHS
       OPEN I-O FD-UHS
    END-IF
    IF NOT FSX-OK
       MOVE "ERRO! USER_HIST.DAT NAO PODE SER ABERTO" TO WK-MSG
       DISPLAY SS-MSG
       CLOSE FD-USER
       STOP RUN
    END-IF
    *> os demais sao opcionais - arquivo ausente e usuario sem linhas
    OPEN I-O FD-PFU
    IF FSF-OK
       MOVE "S" TO WK-TEM-PFU
    END-IF
    OPEN I-O FD-CHA
    IF FSA-OK
       MOVE "S" TO WK-TEM-CHA
    END-IF
    OPEN I-O FD-PWH
    IF FSH-OK
       MOVE "S" TO WK-TEM-PWH
    END-IF
    OPEN I-O FD-CCD
    IF FSD-OK
       MOVE "S" TO WK-TEM-CCD
    END-IF
    OPEN OUTPUT ARQUIVO_REL

    MOVE "Aguarde, Processando..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> VARRE USER.DAT PELA CHAVE PRIMARIA; CADA USUARIO INATIVO DESDE
*> ANTES DO CORTE (HOJE - PERIODO) E CANDIDATO AO ARQUIVAMENTO.
020-PROCESSAMENTO.

    MOVE SPACES TO REG-REL
    STRING "ARQUIVAMENTO DE " WK-HOJE " - INATIVOS DESDE ANTES DE "
           WK-CORTE " (" WK-ARCH-DAYS " DIAS)"
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL

    INITIALIZE REC-USR
    MOVE ZEROS TO U-ID-USR
    START FD-USER
        KEY IS >= KEY1-USR
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START

    PERFORM UNTIL EOF
       READ FD-USER NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-LIDO
             DISPLAY SS-FILLER02-1
             IF U-INACTIVE
                AND U-UPD-DATE IS NUMERIC
                AND U-UPD-DATE > 0
                AND U-UPD-DATE < WK-CORTE
                 PERFORM 021-ARQUIVA-USUARIO
                     THRU 021-EXIT-ARQUIVA-USUARIO
             END-IF
       END-READ
    END-PERFORM

    MOVE SPACES TO REG-REL
    WRITE REG-REL
    MOVE SPACES TO REG-REL
    STRING "LIDOS: " WK-LIDO "  ARQUIVADOS: " WK-ARQUIVADOS
           "  RETIDOS (RETENCAO LEGAL): " WK-RETIDOS
           "  REJEITADOS: " WK-REJEITADOS
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> MONTA A LINHA DE HISTORICO DO USUARIO CORRENTE E SO DEPOIS DE
*> GRAVADA REMOVE AS LINHAS DE ORIGEM - UMA FALHA NO MEIO DEIXA O
*> USUARIO ONDE ESTAVA.
021-ARQUIVA-USUARIO.

    MOVE U-ID-USR TO WK-ID-USR
    MOVE U-LOGIN TO WK-LOGIN
    MOVE REC-USR TO WK-SAVE-REC-USR

    IF U-LOGIN = "EMERGENCY"
       MOVE "CONTA EMERGENCY LACRADA" TO WK-MOTIVO
       PERFORM 925-GRAVA-REJEICAO THRU 925-EXIT-GRAVA-REJEICAO
       GO 021-EXIT-ARQUIVA-USUARIO
    END-IF

    *> sob retencao legal o usuario fica exatamente como esta
    MOVE "C" TO WK-LH-OP
    MOVE WK-LOGIN TO WK-LH-LOGIN
    MOVE ZEROS TO WK-LH-ID-USR
    CALL "chkhold" USING WK-LH-PARM END-CALL
    IF WK-LH-HELD = "Y"
       ADD 1 TO WK-RETIDOS
       MOVE SPACES TO REG-REL
       STRING "RETIDO....: " WK-LOGIN " (ID " WK-ID-USR ")"
              " - CASO " WK-LH-CASE-REF
           DELIMITED BY SIZE INTO REG-REL
       END-STRING
       WRITE REG-REL
       MOVE "S" TO WK-LH-OP
       MOVE "ARCHIVE_USERS" TO WK-LH-PROGRAM
       MOVE "USER LEFT IN USER.DAT - NOT ARCHIVED" TO WK-LH-DETAIL
       CALL "chkhold" USING WK-LH-PARM END-CALL
       GO 021-EXIT-ARQUIVA-USUARIO
    END-IF

    INITIALIZE REC-UHS
    MOVE FUNCTION UPPER-CASE(WK-LOGIN) TO UHS-LOGIN-KEY
    MOVE WK-ID-USR TO UHS-ID-USR
    MOVE U-UPD-DATE TO UHS-DEACT-DATE
    MOVE WK-HOJE TO UHS-ARCH-DATE
    MOVE WK-AGORA TO UHS-ARCH-TIME
    MOVE WK-SAVE-REC-USR TO UHS-USR-IMAGE
    MOVE SPACES TO UHS-PWH-IMAGE UHS-CHA-IMAGE
    MOVE ZEROS TO UHS-PFU-COUNT

    PERFORM 022-COLETA-PERFIS THRU 022-EXIT-COLETA-PERFIS
    IF WK-PFU-DEMAIS = "S"
       MOVE "MAIS DE 20 ATRIBUICOES DE PERFIL" TO WK-MOTIVO
       PERFORM 925-GRAVA-REJEICAO THRU 925-EXIT-GRAVA-REJEICAO
       GO 021-EXIT-ARQUIVA-USUARIO
    END-IF

    MOVE "N" TO WK-TEM-RESPOSTAS
    IF WK-TEM-CHA = "S"
       INITIALIZE REC-CHA
       MOVE WK-LOGIN TO CHA-LOGIN
       READ FD-CHA
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE REC-CHA TO UHS-CHA-IMAGE
               MOVE "S" TO WK-TEM-RESPOSTAS
       END-READ
    END-IF
    MOVE "N" TO WK-TEM-HIST-SENHA
    IF WK-TEM-PWH = "S"
       INITIALIZE REC-PWH
       MOVE WK-ID-USR TO PWH-ID-USR
       READ FD-PWH
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE REC-PWH TO UHS-PWH-IMAGE
               MOVE "S" TO WK-TEM-HIST-SENHA
       END-READ
    END-IF

    WRITE REC-UHS
        INVALID KEY
            MOVE "LOGIN JA CONSTA NO USER_HIST.DAT" TO WK-MOTIVO
            PERFORM 925-GRAVA-REJEICAO THRU 925-EXIT-GRAVA-REJEICAO
            GO 021-EXIT-ARQUIVA-USUARIO
    END-WRITE

    PERFORM 023-REMOVE-ORIGEM THRU 023-EXIT-REMOVE-ORIGEM

    *> por ultimo o proprio usuario - o registro lido continua na area
    MOVE WK-SAVE-REC-USR TO REC-USR
    DELETE FD-USER
        INVALID KEY
            CONTINUE
    END-DELETE
    MOVE "USER" TO WK-CHJ-FILE
    MOVE WK-ID-USR TO WK-CHJ-KEY
    MOVE SPACES TO WK-CHJ-BEFORE
    MOVE WK-SAVE-REC-USR TO WK-CHJ-BEFORE
    MOVE "**********" TO WK-CHJ-BEFORE(15:10)
    PERFORM 085-GRAVA-DIARIO THRU 085-EXIT-GRAVA-DIARIO
    ADD 1 TO WK-ARQUIVADOS

    MOVE SPACES TO REG-REL
    STRING "ARQUIVADO.: " WK-LOGIN " (ID " WK-ID-USR ")"
           " INATIVO DESDE " UHS-DEACT-DATE
           " PERFIS " UHS-PFU-COUNT
           " (FECHADOS HOJE " WK-PFU-FECHADOS ")"
           " RESPOSTAS " WK-TEM-RESPOSTAS
           " HIST.SENHAS " WK-TEM-HIST-SENHA
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL.

021-EXIT-ARQUIVA-USUARIO.
    EXIT.
*>----------------------------------------------------------------------
*> COPIA AS ATRIBUICOES DO USUARIO PARA A LINHA DE HISTORICO; UMA
*> AINDA ABERTA LEVA HOJE COMO DATA-FIM, COMO NO DESLIGAMENTO.
022-COLETA-PERFIS.

    MOVE "N" TO WK-PFU-DEMAIS
    MOVE ZEROS TO WK-PFU-FECHADOS
    IF WK-TEM-PFU NOT = "S"
       GO 022-EXIT-COLETA-PERFIS
    END-IF
    INITIALIZE REC-PFU
    MOVE WK-ID-USR TO PFU-ID-USR
    MOVE ZEROS TO PFU-ID-PRF
    MOVE "N" TO WK-LOOP-EOF
    START FD-PFU
        KEY IS >= KEY1-PFU
        INVALID KEY
            MOVE "Y" TO WK-LOOP-EOF
    END-START
    PERFORM UNTIL WK-LOOP-EOF = "Y"
       READ FD-PFU NEXT
          AT END
             MOVE "Y" TO WK-LOOP-EOF
          NOT AT END
             IF PFU-ID-USR NOT = WK-ID-USR
                MOVE "Y" TO WK-LOOP-EOF
             ELSE
                IF UHS-PFU-COUNT >= 20
                   MOVE "S" TO WK-PFU-DEMAIS
                   MOVE "Y" TO WK-LOOP-EOF
                ELSE
                   ADD 1 TO UHS-PFU-COUNT
                   MOVE UHS-PFU-COUNT TO WK-PFU-IDX
                   MOVE PFU-ID-PRF TO UHS-PFU-ID-PRF(WK-PFU-IDX)
                   MOVE ZEROS TO UHS-PFU-EFF-FROM(WK-PFU-IDX)
                   IF PFU-EFF-FROM IS NUMERIC
                      MOVE PFU-EFF-FROM TO UHS-PFU-EFF-FROM(WK-PFU-IDX)
                   END-IF
                   IF PFU-EFF-TO IS NOT NUMERIC
                      OR PFU-EFF-TO = ZEROS
                      OR PFU-EFF-TO > WK-HOJE
                      MOVE WK-HOJE TO UHS-PFU-EFF-TO(WK-PFU-IDX)
                      ADD 1 TO WK-PFU-FECHADOS
                   ELSE
                      MOVE PFU-EFF-TO TO UHS-PFU-EFF-TO(WK-PFU-IDX)
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM.

022-EXIT-COLETA-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
*> COM O HISTORICO GRAVADO: APAGA AS ATRIBUICOES (UMA LINHA DE DIARIO
*> CADA), AS RESPOSTAS, O HISTORICO DE SENHAS E O CARTAO DE CODIGOS.
023-REMOVE-ORIGEM.

    PERFORM VARYING WK-PFU-IDX FROM 1 BY 1
            UNTIL WK-PFU-IDX > UHS-PFU-COUNT
       INITIALIZE REC-PFU
       MOVE WK-ID-USR TO PFU-ID-USR
       MOVE UHS-PFU-ID-PRF(WK-PFU-IDX) TO PFU-ID-PRF
       READ FD-PFU
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SPACES TO WK-CHJ-BEFORE
               MOVE REC-PFU TO WK-CHJ-BEFORE
               MOVE KEY1-PFU TO WK-CHJ-KEY
               DELETE FD-PFU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "USERPROF" TO WK-CHJ-FILE
                       PERFORM 085-GRAVA-DIARIO THRU 085-EXIT-GRAVA-DIARIO
               END-DELETE
       END-READ
    END-PERFORM

    IF WK-TEM-RESPOSTAS = "S"
       INITIALIZE REC-CHA
       MOVE WK-LOGIN TO CHA-LOGIN
       DELETE FD-CHA
           INVALID KEY
               CONTINUE
       END-DELETE
    END-IF
    IF WK-TEM-HIST-SENHA = "S"
       INITIALIZE REC-PWH
       MOVE WK-ID-USR TO PWH-ID-USR
       DELETE FD-PWH
           INVALID KEY
               CONTINUE
       END-DELETE
    END-IF
    IF WK-TEM-CCD = "S"
       INITIALIZE REC-CCD
       MOVE WK-ID-USR TO CCD-ID-USR
       DELETE FD-CCD
           INVALID KEY
               CONTINUE
       END-DELETE
    END-IF.

023-EXIT-REMOVE-ORIGEM.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA "D" NO CHANGE_JOURNAL.LOG POR REGISTRO REMOVIDO, NO
*> FORMATO DAS TELAS - A IMAGEM ANTERIOR VAI SEM A SENHA.
085-GRAVA-DIARIO.

    INITIALIZE REC-CHJ
    ACCEPT CHJ-DATE FROM DATE YYYYMMDD
    ACCEPT CHJ-TIME FROM TIME
    MOVE WK-OPERATOR TO CHJ-OPERATOR
    MOVE WK-CHJ-FILE TO CHJ-FILE
    MOVE "D" TO CHJ-OP
    MOVE WK-CHJ-KEY TO CHJ-KEY
    MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
    MOVE SPACES TO CHJ-AFTER
    MOVE WK-TICKET TO CHJ-TICKET
    OPEN EXTEND FILE_CHANGE_JOURNAL
    IF ST-CHJ = "35"
       OPEN OUTPUT FILE_CHANGE_JOURNAL
    END-IF
    WRITE REC-CHJ
    CLOSE FILE_CHANGE_JOURNAL.

085-EXIT-GRAVA-DIARIO.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA POR USUARIO DEIXADO EM USER.DAT, COM O MOTIVO.
925-GRAVA-REJEICAO.

    ADD 1 TO WK-REJEITADOS
    MOVE SPACES TO REG-REL
    STRING "REJEITADO.: " WK-LOGIN " (ID " WK-ID-USR ") - " WK-MOTIVO
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL.

925-EXIT-GRAVA-REJEICAO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-USER FD-UHS ARQUIVO_REL
    IF WK-TEM-PFU = "S"
       CLOSE FD-PFU
    END-IF
    IF WK-TEM-CHA = "S"
       CLOSE FD-CHA
    END-IF
    IF WK-TEM-PWH = "S"
       CLOSE FD-PWH
    END-IF
    IF WK-TEM-CCD = "S"
       CLOSE FD-CCD
    END-IF

    *> ids liberados - nenhuma permissao em cache pode sobreviver
    IF WK-ARQUIVADOS > 0
       CALL "permcache" END-CALL
    END-IF

    PERFORM 940-GRAVA-RESUMO-CARGA

    DISPLAY SS-FILLER02-1
    MOVE "*** FIM DO PROCESSAMENTO ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA NO LOAD_SUMMARY.LOG POR EXECUCAO, COMO OS CARREGADORES.
940-GRAVA-RESUMO-CARGA.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "ARCHIVE_USERS" TO LDS-PROGRAM
    MOVE WK-LIDO TO LDS-READS
    MOVE WK-ARQUIVADOS TO LDS-WRITES
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
