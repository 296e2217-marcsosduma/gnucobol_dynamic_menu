       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    convert_pending_ticket.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Conversao unica do PENDING_CHANGES.DAT para o registro
*>           de 193 bytes, que ganha o numero do chamado de mudanca
*>           (PCH-TICKET). O vivo e lido pelo formato ANTIGO (181
*>           bytes), regravado pelo copybook atual num .NEW com o
*>           chamado em branco e o novo assume o lugar do vivo - o
*>           mesmo movimento do convert_user_acct. O relatorio traz a
*>           contagem de registros antes e depois; se as duas nao
*>           baterem, o vivo NAO e trocado. Um arquivo ja convertido
*>           falha na abertura pelo formato antigo e e pulado, entao
*>           rodar de novo nao faz mal.
*>
*>           O change_journal.log e sequencial de linha - as linhas
*>           antigas sao lidas com o chamado em branco, nao ha o que
*>           converter nele.
*>
*>           Recusa-se a rodar com sessoes ativas no registro.
*>
*> Entrada...: PENDING_CHANGES.DAT
*>
*> Saida.....: PENDING_CHANGES.DAT no formato novo,
*>             convert_pending_ticket.txt
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  CHG TICKET     10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/session_se.cpy".
COPY "../cpy/pending_change_se.cpy".

*> O vivo lido pelo formato ANTIGO, registro de 181 bytes.
     SELECT OLD-PCH ASSIGN TO "OLDPCHDAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XKEY1-PCH
            FILE STATUS IS ST-XPCH.

     SELECT ARQUIVO_REL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-REL.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/session_fd.cpy".
COPY "../cpy/pending_change_fd.cpy".

FD  OLD-PCH.
01  XREC-PCH.
    05 XKEY1-PCH.
       10 X-PCH-ID                PIC 9(06).
    05 X-PCH-RESTO                PIC X(175).

FD  ARQUIVO_REL
    VALUE OF FILE-ID IS  "../txt/convert_pending_ticket.txt".
01  REG-REL                       PIC  X(120).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  COR-FUNDO                     PIC  9(001) VALUE 1.
77  COR-FRENTE                    PIC  9(001) VALUE 6.
77  ST-REL                        PIC  X(002) VALUE ZEROS.
77  ST-SES                        PIC  9(002).
    88  FSS-OK                                VALUE ZEROS.
    88  FSS-NAO-EXISTE                        VALUE 35.
77  ST-PCH                        PIC  9(002).
77  ST-XPCH                       PIC  9(002).

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-SESSOES                    PIC  9(004) VALUE ZEROS.
01  WK-NOME                       PIC  X(020) VALUE SPACES.
01  WK-ANTES                      PIC  9(008) VALUE ZEROS.
01  WK-DEPOIS                     PIC  9(008) VALUE ZEROS.
01  WK-RUINS                      PIC  9(008) VALUE ZEROS.
77  WK-DATA-DIR                   PIC  X(060) VALUE SPACES.
77  WK-LIVE-PATH                  PIC  X(090) VALUE SPACES.
77  WK-NEW-PATH                   PIC  X(090) VALUE SPACES.
01  WK-FILE-INFO.
    05  WK-FILE-SIZE              PIC 9(18) COMP.
    05  FILLER                    PIC X(16).
01  WK-TEL01-1                    PIC  X(050) VALUE
    "CONVERSAO DA FILA DE APROVACAO - CHAMADO".
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

    PERFORM 010-INICIALIZA THRU 010-FIM-INICIALIZA

    PERFORM 100-CONVERTE-PCH THRU 100-EXIT-CONVERTE-PCH

    PERFORM 030-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
    SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'
    SET ENVIRONMENT 'ESCDELAY' TO '25'
    CALL "setpaths" END-CALL
    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"

    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       MOVE "Confirma a conversao do PENDING_CHANGES.DAT? [S/N]: "
         TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF

    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    PERFORM 912-CONTA-SESSOES THRU 912-EXIT-CONTA-SESSOES
    IF WK-SESSOES > 0
       MOVE "ERRO! SESSOES ATIVAS - ENCERRE-AS ANTES DA CONVERSAO" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF

    OPEN OUTPUT ARQUIVO_REL

    *> vivo e .NEW sob o DATA_DIR corrente
    MOVE SPACES TO WK-DATA-DIR
    ACCEPT WK-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
    IF WK-DATA-DIR = SPACES
       MOVE "../data" TO WK-DATA-DIR
    END-IF

    MOVE "Aguarde, Processando..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
912-CONTA-SESSOES.

    MOVE ZEROS TO WK-SESSOES
    OPEN INPUT FD-SES
    IF FSS-NAO-EXISTE
       GO 912-EXIT-CONTA-SESSOES
    END-IF
    IF NOT FSS-OK
       MOVE 9999 TO WK-SESSOES
       GO 912-EXIT-CONTA-SESSOES
    END-IF
    INITIALIZE REC-SES
    MOVE ZEROS TO SES-PID
    START FD-SES
        KEY IS >= KEY1-SES
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-SES NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF FSS-OK
                ADD 1 TO WK-SESSOES
             ELSE
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-SES
    MOVE "F" TO FLG-EOF.

912-EXIT-CONTA-SESSOES.
    EXIT.
*>----------------------------------------------------------------------
*> TODO REGISTRO ANTIGO VAI PARA O .NEW COMO ESTAVA, COM O CHAMADO
*> EM BRANCO. O .NEW SO ASSUME O LUGAR DO VIVO SE TODO REGISTRO LIDO
*> FOI REGRAVADO.
100-CONVERTE-PCH.

    MOVE "PENDING_CHANGES.DAT" TO WK-NOME
    MOVE ZEROS TO WK-ANTES WK-DEPOIS WK-RUINS
    MOVE SPACES TO WK-LIVE-PATH WK-NEW-PATH
    STRING FUNCTION TRIM(WK-DATA-DIR) "/" FUNCTION TRIM(WK-NOME)
        DELIMITED BY SIZE INTO WK-LIVE-PATH
    END-STRING
    MOVE WK-LIVE-PATH TO WK-NEW-PATH
    INSPECT WK-NEW-PATH REPLACING ALL ".DAT" BY ".NEW"
    CALL 'CBL_CHECK_FILE_EXIST' USING WK-LIVE-PATH WK-FILE-INFO
    END-CALL
    IF RETURN-CODE NOT = 0
       PERFORM 210-GRAVA-AUSENTE THRU 210-EXIT-GRAVA-AUSENTE
       GO 100-EXIT-CONVERTE-PCH
    END-IF
    SET ENVIRONMENT "DD_OLDPCHDAT" TO WK-LIVE-PATH
    SET ENVIRONMENT "DD_PENDCHGDAT" TO WK-NEW-PATH
    OPEN INPUT OLD-PCH
    IF ST-XPCH NOT = 0
       PERFORM 220-GRAVA-PULADO THRU 220-EXIT-GRAVA-PULADO
       GO 100-EXIT-CONVERTE-PCH
    END-IF
    OPEN OUTPUT FD-PCH
    INITIALIZE XREC-PCH
    MOVE ZEROS TO X-PCH-ID
    MOVE "F" TO FLG-EOF
    START OLD-PCH
        KEY IS >= XKEY1-PCH
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ OLD-PCH NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-ANTES
             MOVE SPACES TO REC-PCH
             MOVE XREC-PCH TO REC-PCH(1:181)
             WRITE REC-PCH
                 INVALID KEY
                     ADD 1 TO WK-RUINS
                 NOT INVALID KEY
                     ADD 1 TO WK-DEPOIS
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE OLD-PCH FD-PCH
    IF WK-RUINS = ZEROS AND WK-DEPOIS = WK-ANTES
       CALL 'CBL_COPY_FILE' USING WK-NEW-PATH WK-LIVE-PATH END-CALL
    END-IF
    CALL 'CBL_DELETE_FILE' USING WK-NEW-PATH END-CALL
    PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
    MOVE "F" TO FLG-EOF.

100-EXIT-CONVERTE-PCH.
    EXIT.
*>----------------------------------------------------------------------
200-GRAVA-RESULTADO.

    MOVE SPACES TO REG-REL
    IF WK-RUINS = ZEROS AND WK-DEPOIS = WK-ANTES
       STRING WK-NOME
              " ANTES: " WK-ANTES " REG"
              "  DEPOIS: " WK-DEPOIS " REG"
              "  PROBLEMAS: " WK-RUINS
           DELIMITED BY SIZE INTO REG-REL
       END-STRING
    ELSE
       STRING WK-NOME
              " ANTES: " WK-ANTES " REG"
              "  DEPOIS: " WK-DEPOIS " REG"
              "  PROBLEMAS: " WK-RUINS
              "  - NAO TROCADO, VIVO INTACTO"
           DELIMITED BY SIZE INTO REG-REL
       END-STRING
    END-IF
    WRITE REG-REL.

200-EXIT-GRAVA-RESULTADO.
    EXIT.
*>----------------------------------------------------------------------
210-GRAVA-AUSENTE.

    MOVE SPACES TO REG-REL
    STRING WK-NOME " NAO EXISTE - PULADO"
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL.

210-EXIT-GRAVA-AUSENTE.
    EXIT.
*>----------------------------------------------------------------------
*> O ARQUIVO NAO ABRE PELO FORMATO ANTIGO: JA ESTA CONVERTIDO.
220-GRAVA-PULADO.

    MOVE SPACES TO REG-REL
    STRING WK-NOME " JA NO FORMATO NOVO (OU ILEGIVEL) - PULADO"
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL.

220-EXIT-GRAVA-PULADO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE ARQUIVO_REL
    MOVE "*** FIM - VEJA convert_pending_ticket.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
