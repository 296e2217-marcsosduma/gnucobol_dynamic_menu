       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    convert_obj_codigo.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Conversao unica do codigo do objeto PPA de 2 para 4
*>           digitos. OBJETOS_PPA.DAT e os arquivos que carregam o
*>           codigo na chave - ESTRATEGIAS_PPA, METAS_PPA,
*>           EXECUCAO_PPA e PPA_BASELINE - sao lidos pelo formato
*>           ANTIGO, regravados pelo copybook atual num .NEW e o novo
*>           assume o lugar do vivo (o mesmo movimento do
*>           rebuild_files). O relatorio traz a contagem de
*>           registros antes e depois de cada arquivo; se as duas nao
*>           baterem, o vivo NAO e trocado. Um arquivo ja convertido
*>           falha na abertura pelo formato antigo e e pulado, entao
*>           rodar de novo nao faz mal.
*>
*>           As imagens OBJPPA/ESTPPA/METPPA do change_journal.log
*>           ganham os dois digitos na frente do codigo, chave
*>           inclusive, para o replay_journal e o jrnlview seguirem
*>           lendo as linhas antigas - protegido por arquivo de
*>           marca, como no convert_dates.
*>
*>           Recusa-se a rodar com sessoes ativas no registro.
*>
*> Entrada...: OBJETOS_PPA.DAT, ESTRATEGIAS_PPA.DAT, METAS_PPA.DAT,
*>             EXECUCAO_PPA.DAT, PPA_BASELINE.DAT, change_journal.log
*>
*> Saida.....: os mesmos arquivos no formato novo,
*>             convert_obj_codigo.txt
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  PPA OBJ CODE   10/15/26  DUMA      Primeira versao.
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
COPY "../cpy/objetos_ppa_se.cpy".
COPY "../cpy/estrategias_ppa_se.cpy".
COPY "../cpy/metas_ppa_se.cpy".
COPY "../cpy/execucao_ppa_se.cpy".
COPY "../cpy/ppa_baseline_se.cpy".

*> Os vivos lidos pelo formato ANTIGO, codigo do objeto em 2 digitos.
     SELECT OLD-OBJ ASSIGN TO "OLDOBJPPADAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XKEY1-OBJ
            FILE STATUS IS ST-XOBJ.

     SELECT OLD-EST ASSIGN TO "OLDESTPPADAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XKEY1-EST
            FILE STATUS IS ST-XEST.

     SELECT OLD-MET ASSIGN TO "OLDMETPPADAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XKEY1-MET
            FILE STATUS IS ST-XMET.

     SELECT OLD-EXE ASSIGN TO "OLDEXEPPADAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XKEY1-EXE
            FILE STATUS IS ST-XEXE.

     SELECT OLD-BSL ASSIGN TO "OLDBSLPPADAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XKEY1-BSL
            FILE STATUS IS ST-XBSL.

     SELECT ARQ_LOG-IN ASSIGN TO "CNVLOGIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-LIN.

     SELECT ARQ_LOG-OUT ASSIGN TO "CNVLOGOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-LOU.

     SELECT ARQ_FLAG ASSIGN TO "CNVFLAG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-FLG.

     SELECT ARQUIVO_REL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-REL.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/session_fd.cpy".
COPY "../cpy/objetos_ppa_fd.cpy".
COPY "../cpy/estrategias_ppa_fd.cpy".
COPY "../cpy/metas_ppa_fd.cpy".
COPY "../cpy/execucao_ppa_fd.cpy".
COPY "../cpy/ppa_baseline_fd.cpy".

FD  OLD-OBJ.
01  XREC-OBJ.
    05 XKEY1-OBJ.
       10 X-OBJ-CODIGO            PIC 9(02).
    05 X-OBJ-RESTO                PIC X(126).

FD  OLD-EST.
01  XREC-EST.
    05 XKEY1-EST.
       10 X-EST-OBJ-CODIGO        PIC 9(02).
       10 X-EST-SEQ               PIC 9(03).
    05 X-EST-RESTO                PIC X(098).

FD  OLD-MET.
01  XREC-MET.
    05 XKEY1-MET.
       10 X-MET-OBJ-CODIGO        PIC 9(02).
       10 X-MET-ANO               PIC 9(04).
    05 X-MET-RESTO                PIC X(041).

FD  OLD-EXE.
01  XREC-EXE.
    05 XKEY1-EXE.
       10 X-EXE-OBJ-CODIGO        PIC 9(02).
       10 X-EXE-ANO               PIC 9(04).
       10 X-EXE-MES               PIC 9(02).
    05 X-EXE-RESTO                PIC X(034).

FD  OLD-BSL.
01  XREC-BSL.
    05 XKEY1-BSL.
       10 X-BSL-VERSAO            PIC X(10).
       10 X-BSL-TIPO              PIC X(01).
       10 X-BSL-OBJ-CODIGO        PIC 9(02).
       10 X-BSL-SUB               PIC 9(04).
    05 X-BSL-DADOS                PIC X(128).

FD  ARQ_LOG-IN.
01  REG-IN                        PIC  X(400).

FD  ARQ_LOG-OUT.
01  REG-OUT                       PIC  X(400).

FD  ARQ_FLAG.
01  REG-FLG                       PIC  X(040).

FD  ARQUIVO_REL
    VALUE OF FILE-ID IS  "../txt/convert_obj_codigo.txt".
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
77  ST-OBJ                        PIC  9(002).
77  ST-EST                        PIC  9(002).
77  ST-MET                        PIC  9(002).
77  ST-EXE                        PIC  9(002).
77  ST-BSL                        PIC  9(002).
77  ST-XOBJ                       PIC  9(002).
77  ST-XEST                       PIC  9(002).
77  ST-XMET                       PIC  9(002).
77  ST-XEXE                       PIC  9(002).
77  ST-XBSL                       PIC  9(002).
77  ST-LIN                        PIC  X(002) VALUE ZEROS.
77  ST-LOU                        PIC  X(002) VALUE ZEROS.
77  ST-FLG                        PIC  X(002) VALUE ZEROS.

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
01  WK-CHJ-CONV                   PIC  9(008) VALUE ZEROS.
01  WK-DATA8                      PIC  9(008) VALUE ZEROS.
77  WK-DATA-DIR                   PIC  X(060) VALUE SPACES.
77  WK-TXT-DIR                    PIC  X(060) VALUE SPACES.
77  WK-LIVE-PATH                  PIC  X(090) VALUE SPACES.
77  WK-NEW-PATH                   PIC  X(090) VALUE SPACES.
77  WK-FLAG-PATH                  PIC  X(090) VALUE SPACES.
01  WK-FILE-INFO.
    05  WK-FILE-SIZE              PIC 9(18) COMP.
    05  FILLER                    PIC X(16).
*> uma imagem do journal: 167 bytes, o codigo do objeto na frente
01  WK-IMAGEM                     PIC  X(167) VALUE SPACES.
01  WK-IMAGEM-NOVA                PIC  X(167) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(050) VALUE
    "CONVERSAO DO CODIGO DO OBJETO PPA PARA 4 DIGITOS".
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

    PERFORM 100-CONVERTE-OBJ THRU 100-EXIT-CONVERTE-OBJ
    PERFORM 110-CONVERTE-EST THRU 110-EXIT-CONVERTE-EST
    PERFORM 120-CONVERTE-MET THRU 120-EXIT-CONVERTE-MET
    PERFORM 130-CONVERTE-EXE THRU 130-EXIT-CONVERTE-EXE
    PERFORM 140-CONVERTE-BSL THRU 140-EXIT-CONVERTE-BSL
    PERFORM 150-CONVERTE-JORNAL THRU 150-EXIT-CONVERTE-JORNAL

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
       MOVE "Confirma a conversao do codigo do objeto PPA? [S/N]: " TO WK-MSG
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

    *> vivos e .NEW sob o DATA_DIR corrente, o journal sob o TXT_DIR
    MOVE SPACES TO WK-DATA-DIR
    ACCEPT WK-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
    IF WK-DATA-DIR = SPACES
       MOVE "../data" TO WK-DATA-DIR
    END-IF
    MOVE SPACES TO WK-TXT-DIR
    ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
    IF WK-TXT-DIR = SPACES
       MOVE "../txt" TO WK-TXT-DIR
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
*> MONTA O CAMINHO DO VIVO E DO .NEW A PARTIR DE WK-NOME
*> ("XXXX.DAT") E DIZ SE O VIVO EXISTE (RETURN-CODE 0).
090-MONTA-CAMINHOS.

    MOVE SPACES TO WK-LIVE-PATH WK-NEW-PATH
    STRING FUNCTION TRIM(WK-DATA-DIR) "/" FUNCTION TRIM(WK-NOME)
        DELIMITED BY SIZE INTO WK-LIVE-PATH
    END-STRING
    MOVE WK-LIVE-PATH TO WK-NEW-PATH
    INSPECT WK-NEW-PATH REPLACING ALL ".DAT" BY ".NEW"
    CALL 'CBL_CHECK_FILE_EXIST' USING WK-LIVE-PATH WK-FILE-INFO
    END-CALL.

090-EXIT-MONTA-CAMINHOS.
    EXIT.
*>----------------------------------------------------------------------
*> O .NEW SO ASSUME O LUGAR DO VIVO SE TODO REGISTRO LIDO FOI
*> REGRAVADO; DO CONTRARIO O VIVO FICA COMO ESTA E O .NEW E APAGADO.
095-TROCA-ARQUIVO.

    IF WK-RUINS = ZEROS AND WK-DEPOIS = WK-ANTES
       CALL 'CBL_COPY_FILE' USING WK-NEW-PATH WK-LIVE-PATH END-CALL
    END-IF
    CALL 'CBL_DELETE_FILE' USING WK-NEW-PATH END-CALL
    PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
    MOVE "F" TO FLG-EOF.

095-EXIT-TROCA-ARQUIVO.
    EXIT.
*>----------------------------------------------------------------------
100-CONVERTE-OBJ.

    MOVE "OBJETOS_PPA.DAT" TO WK-NOME
    MOVE ZEROS TO WK-ANTES WK-DEPOIS WK-RUINS
    PERFORM 090-MONTA-CAMINHOS THRU 090-EXIT-MONTA-CAMINHOS
    IF RETURN-CODE NOT = 0
       PERFORM 210-GRAVA-AUSENTE THRU 210-EXIT-GRAVA-AUSENTE
       GO 100-EXIT-CONVERTE-OBJ
    END-IF
    SET ENVIRONMENT "DD_OLDOBJPPADAT" TO WK-LIVE-PATH
    SET ENVIRONMENT "DD_OBJPPADAT" TO WK-NEW-PATH
    OPEN INPUT OLD-OBJ
    IF ST-XOBJ NOT = 0
       PERFORM 220-GRAVA-PULADO THRU 220-EXIT-GRAVA-PULADO
       GO 100-EXIT-CONVERTE-OBJ
    END-IF
    OPEN OUTPUT FD-OBJ
    INITIALIZE XREC-OBJ
    MOVE ZEROS TO X-OBJ-CODIGO
    MOVE "F" TO FLG-EOF
    START OLD-OBJ
        KEY IS >= XKEY1-OBJ
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ OLD-OBJ NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-ANTES
             INITIALIZE REC-OBJ
             MOVE X-OBJ-CODIGO TO OBJ-CODIGO
             MOVE X-OBJ-RESTO  TO REC-OBJ(5:126)
             WRITE REC-OBJ
                 INVALID KEY
                     ADD 1 TO WK-RUINS
                 NOT INVALID KEY
                     ADD 1 TO WK-DEPOIS
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE OLD-OBJ FD-OBJ
    PERFORM 095-TROCA-ARQUIVO THRU 095-EXIT-TROCA-ARQUIVO.

100-EXIT-CONVERTE-OBJ.
    EXIT.
*>----------------------------------------------------------------------
110-CONVERTE-EST.

    MOVE "ESTRATEGIAS_PPA.DAT" TO WK-NOME
    MOVE ZEROS TO WK-ANTES WK-DEPOIS WK-RUINS
    PERFORM 090-MONTA-CAMINHOS THRU 090-EXIT-MONTA-CAMINHOS
    IF RETURN-CODE NOT = 0
       PERFORM 210-GRAVA-AUSENTE THRU 210-EXIT-GRAVA-AUSENTE
       GO 110-EXIT-CONVERTE-EST
    END-IF
    SET ENVIRONMENT "DD_OLDESTPPADAT" TO WK-LIVE-PATH
    SET ENVIRONMENT "DD_ESTPPADAT" TO WK-NEW-PATH
    OPEN INPUT OLD-EST
    IF ST-XEST NOT = 0
       PERFORM 220-GRAVA-PULADO THRU 220-EXIT-GRAVA-PULADO
       GO 110-EXIT-CONVERTE-EST
    END-IF
    OPEN OUTPUT FD-EST
    INITIALIZE XREC-EST
    MOVE ZEROS TO X-EST-OBJ-CODIGO X-EST-SEQ
    MOVE "F" TO FLG-EOF
    START OLD-EST
        KEY IS >= XKEY1-EST
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ OLD-EST NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-ANTES
             INITIALIZE REC-EST
             MOVE X-EST-OBJ-CODIGO TO EST-OBJ-CODIGO
             MOVE X-EST-SEQ        TO EST-SEQ
             MOVE X-EST-RESTO      TO REC-EST(8:98)
             WRITE REC-EST
                 INVALID KEY
                     ADD 1 TO WK-RUINS
                 NOT INVALID KEY
                     ADD 1 TO WK-DEPOIS
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE OLD-EST FD-EST
    PERFORM 095-TROCA-ARQUIVO THRU 095-EXIT-TROCA-ARQUIVO.

110-EXIT-CONVERTE-EST.
    EXIT.
*>----------------------------------------------------------------------
120-CONVERTE-MET.

    MOVE "METAS_PPA.DAT" TO WK-NOME
    MOVE ZEROS TO WK-ANTES WK-DEPOIS WK-RUINS
    PERFORM 090-MONTA-CAMINHOS THRU 090-EXIT-MONTA-CAMINHOS
    IF RETURN-CODE NOT = 0
       PERFORM 210-GRAVA-AUSENTE THRU 210-EXIT-GRAVA-AUSENTE
       GO 120-EXIT-CONVERTE-MET
    END-IF
    SET ENVIRONMENT "DD_OLDMETPPADAT" TO WK-LIVE-PATH
    SET ENVIRONMENT "DD_METPPADAT" TO WK-NEW-PATH
    OPEN INPUT OLD-MET
    IF ST-XMET NOT = 0
       PERFORM 220-GRAVA-PULADO THRU 220-EXIT-GRAVA-PULADO
       GO 120-EXIT-CONVERTE-MET
    END-IF
    OPEN OUTPUT FD-MET
    INITIALIZE XREC-MET
    MOVE ZEROS TO X-MET-OBJ-CODIGO X-MET-ANO
    MOVE "F" TO FLG-EOF
    START OLD-MET
        KEY IS >= XKEY1-MET
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ OLD-MET NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-ANTES
             INITIALIZE REC-MET
             MOVE X-MET-OBJ-CODIGO TO MET-OBJ-CODIGO
             MOVE X-MET-ANO        TO MET-ANO
             MOVE X-MET-RESTO      TO REC-MET(9:41)
             WRITE REC-MET
                 INVALID KEY
                     ADD 1 TO WK-RUINS
                 NOT INVALID KEY
                     ADD 1 TO WK-DEPOIS
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE OLD-MET FD-MET
    PERFORM 095-TROCA-ARQUIVO THRU 095-EXIT-TROCA-ARQUIVO.

120-EXIT-CONVERTE-MET.
    EXIT.
*>----------------------------------------------------------------------
130-CONVERTE-EXE.

    MOVE "EXECUCAO_PPA.DAT" TO WK-NOME
    MOVE ZEROS TO WK-ANTES WK-DEPOIS WK-RUINS
    PERFORM 090-MONTA-CAMINHOS THRU 090-EXIT-MONTA-CAMINHOS
    IF RETURN-CODE NOT = 0
       PERFORM 210-GRAVA-AUSENTE THRU 210-EXIT-GRAVA-AUSENTE
       GO 130-EXIT-CONVERTE-EXE
    END-IF
    SET ENVIRONMENT "DD_OLDEXEPPADAT" TO WK-LIVE-PATH
    SET ENVIRONMENT "DD_EXEPPADAT" TO WK-NEW-PATH
    OPEN INPUT OLD-EXE
    IF ST-XEXE NOT = 0
       PERFORM 220-GRAVA-PULADO THRU 220-EXIT-GRAVA-PULADO
       GO 130-EXIT-CONVERTE-EXE
    END-IF
    OPEN OUTPUT FD-EXE
    INITIALIZE XREC-EXE
    MOVE ZEROS TO X-EXE-OBJ-CODIGO X-EXE-ANO X-EXE-MES
    MOVE "F" TO FLG-EOF
    START OLD-EXE
        KEY IS >= XKEY1-EXE
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ OLD-EXE NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-ANTES
             INITIALIZE REC-EXE
             MOVE X-EXE-OBJ-CODIGO TO EXE-OBJ-CODIGO
             MOVE X-EXE-ANO        TO EXE-ANO
             MOVE X-EXE-MES        TO EXE-MES
             MOVE X-EXE-RESTO      TO REC-EXE(11:34)
             WRITE REC-EXE
                 INVALID KEY
                     ADD 1 TO WK-RUINS
                 NOT INVALID KEY
                     ADD 1 TO WK-DEPOIS
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE OLD-EXE FD-EXE
    PERFORM 095-TROCA-ARQUIVO THRU 095-EXIT-TROCA-ARQUIVO.

130-EXIT-CONVERTE-EXE.
    EXIT.
*>----------------------------------------------------------------------
*> NO CABECALHO (TIPO H) O CODIGO DO OBJETO E ZERO - VAI ZERO.
140-CONVERTE-BSL.

    MOVE "PPA_BASELINE.DAT" TO WK-NOME
    MOVE ZEROS TO WK-ANTES WK-DEPOIS WK-RUINS
    PERFORM 090-MONTA-CAMINHOS THRU 090-EXIT-MONTA-CAMINHOS
    IF RETURN-CODE NOT = 0
       PERFORM 210-GRAVA-AUSENTE THRU 210-EXIT-GRAVA-AUSENTE
       GO 140-EXIT-CONVERTE-BSL
    END-IF
    SET ENVIRONMENT "DD_OLDBSLPPADAT" TO WK-LIVE-PATH
    SET ENVIRONMENT "DD_BSLPPADAT" TO WK-NEW-PATH
    OPEN INPUT OLD-BSL
    IF ST-XBSL NOT = 0
       PERFORM 220-GRAVA-PULADO THRU 220-EXIT-GRAVA-PULADO
       GO 140-EXIT-CONVERTE-BSL
    END-IF
    OPEN OUTPUT FD-BSL
    INITIALIZE XREC-BSL
    MOVE LOW-VALUES TO XKEY1-BSL
    MOVE "F" TO FLG-EOF
    START OLD-BSL
        KEY IS >= XKEY1-BSL
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ OLD-BSL NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-ANTES
             INITIALIZE REC-BSL
             MOVE X-BSL-VERSAO     TO BSL-VERSAO
             MOVE X-BSL-TIPO       TO BSL-TIPO
             MOVE X-BSL-OBJ-CODIGO TO BSL-OBJ-CODIGO
             MOVE X-BSL-SUB        TO BSL-SUB
             MOVE X-BSL-DADOS      TO BSL-DADOS
             WRITE REC-BSL
                 INVALID KEY
                     ADD 1 TO WK-RUINS
                 NOT INVALID KEY
                     ADD 1 TO WK-DEPOIS
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE OLD-BSL FD-BSL
    PERFORM 095-TROCA-ARQUIVO THRU 095-EXIT-TROCA-ARQUIVO.

140-EXIT-CONVERTE-BSL.
    EXIT.
*>----------------------------------------------------------------------
*> O CHANGE JOURNAL: NAS LINHAS OBJPPA, ESTPPA E METPPA A CHAVE E AS
*> DUAS IMAGENS COMECAM PELO CODIGO DO OBJETO, QUE GANHA "00" NA
*> FRENTE. AS POSICOES NAO DISTINGUEM LINHA VELHA DE NOVA, ENTAO UM
*> ARQUIVO DE MARCA REGISTRA A PASSAGEM E UMA NOVA RODADA A PULA.
150-CONVERTE-JORNAL.

    MOVE "change_journal.log" TO WK-NOME
    MOVE ZEROS TO WK-ANTES WK-DEPOIS WK-RUINS
    MOVE SPACES TO WK-FLAG-PATH
    STRING FUNCTION TRIM(WK-TXT-DIR) "/change_journal.objcod4"
        DELIMITED BY SIZE INTO WK-FLAG-PATH
    END-STRING
    CALL 'CBL_CHECK_FILE_EXIST' USING WK-FLAG-PATH WK-FILE-INFO
    END-CALL
    IF RETURN-CODE = 0
       PERFORM 220-GRAVA-PULADO THRU 220-EXIT-GRAVA-PULADO
       GO 150-EXIT-CONVERTE-JORNAL
    END-IF
    MOVE SPACES TO WK-LIVE-PATH WK-NEW-PATH
    STRING FUNCTION TRIM(WK-TXT-DIR) "/change_journal.log"
        DELIMITED BY SIZE INTO WK-LIVE-PATH
    END-STRING
    STRING FUNCTION TRIM(WK-TXT-DIR) "/change_journal.new"
        DELIMITED BY SIZE INTO WK-NEW-PATH
    END-STRING
    SET ENVIRONMENT "DD_CNVLOGIN" TO WK-LIVE-PATH
    SET ENVIRONMENT "DD_CNVLOGOUT" TO WK-NEW-PATH
    OPEN INPUT ARQ_LOG-IN
    IF ST-LIN NOT = "00"
       PERFORM 210-GRAVA-AUSENTE THRU 210-EXIT-GRAVA-AUSENTE
       PERFORM 155-GRAVA-FLAG THRU 155-EXIT-GRAVA-FLAG
       GO 150-EXIT-CONVERTE-JORNAL
    END-IF
    OPEN OUTPUT ARQ_LOG-OUT
    MOVE "F" TO FLG-EOF
    PERFORM 152-LARGURA-LINHA THRU 152-EXIT-LARGURA-LINHA
        UNTIL EOF
    CLOSE ARQ_LOG-IN
    CLOSE ARQ_LOG-OUT
    CALL 'CBL_COPY_FILE' USING WK-NEW-PATH WK-LIVE-PATH END-CALL
    IF RETURN-CODE = 0
       CALL 'CBL_DELETE_FILE' USING WK-NEW-PATH END-CALL
       PERFORM 155-GRAVA-FLAG THRU 155-EXIT-GRAVA-FLAG
    ELSE
       MOVE WK-ANTES TO WK-RUINS
    END-IF
    PERFORM 200-GRAVA-RESULTADO THRU 200-EXIT-GRAVA-RESULTADO
    MOVE SPACES TO REG-REL
    STRING "  LINHAS DE OBJETO PPA AJUSTADAS: " WK-CHJ-CONV
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL
    MOVE "F" TO FLG-EOF.

150-EXIT-CONVERTE-JORNAL.
    EXIT.
*>----------------------------------------------------------------------
*> PREFIXO (1:50) INTACTO; CHAVE EM 51, IMAGEM ANTES EM 62 E DEPOIS
*> EM 230. IMAGEM EM BRANCO (INCLUSAO/EXCLUSAO) CONTINUA EM BRANCO.
152-LARGURA-LINHA.

    READ ARQ_LOG-IN
        AT END
            MOVE "T" TO FLG-EOF
        NOT AT END
            ADD 1 TO WK-ANTES
            MOVE REG-IN TO REG-OUT
            IF REG-IN(40:8) = "OBJPPA  " OR "ESTPPA  " OR "METPPA  "
               MOVE SPACES TO REG-OUT(51:10)
               STRING "00" REG-IN(51:8)
                   DELIMITED BY SIZE INTO REG-OUT(51:10)
               END-STRING
               MOVE REG-IN(62:167) TO WK-IMAGEM
               PERFORM 153-ALARGA-IMAGEM THRU 153-EXIT-ALARGA-IMAGEM
               MOVE WK-IMAGEM-NOVA TO REG-OUT(62:167)
               MOVE REG-IN(230:167) TO WK-IMAGEM
               PERFORM 153-ALARGA-IMAGEM THRU 153-EXIT-ALARGA-IMAGEM
               MOVE WK-IMAGEM-NOVA TO REG-OUT(230:167)
               ADD 1 TO WK-CHJ-CONV
            END-IF
            WRITE REG-OUT
            ADD 1 TO WK-DEPOIS
    END-READ.

152-EXIT-LARGURA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
153-ALARGA-IMAGEM.

    MOVE SPACES TO WK-IMAGEM-NOVA
    IF WK-IMAGEM NOT = SPACES
       MOVE "00" TO WK-IMAGEM-NOVA(1:2)
       MOVE WK-IMAGEM(1:165) TO WK-IMAGEM-NOVA(3:165)
    END-IF.

153-EXIT-ALARGA-IMAGEM.
    EXIT.
*>----------------------------------------------------------------------
*> MARCA A PASSAGEM COMO FEITA - UMA LINHA COM A DATA DA CONVERSAO.
155-GRAVA-FLAG.

    SET ENVIRONMENT "DD_CNVFLAG" TO WK-FLAG-PATH
    OPEN OUTPUT ARQ_FLAG
    ACCEPT WK-DATA8 FROM DATE YYYYMMDD
    MOVE SPACES TO REG-FLG
    STRING "OBJ-CODIGO 4 DIGITOS EM " WK-DATA8
        DELIMITED BY SIZE INTO REG-FLG
    END-STRING
    WRITE REG-FLG
    CLOSE ARQ_FLAG.

155-EXIT-GRAVA-FLAG.
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
*> O ARQUIVO NAO ABRE PELO FORMATO ANTIGO (OU O JOURNAL JA TEM A
*> MARCA): JA ESTA CONVERTIDO.
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
    MOVE "*** FIM - VEJA convert_obj_codigo.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
