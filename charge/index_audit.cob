       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    index_audit.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Nightly load of the indexed audit store. Every line of
*>           audit_trail.log and login_activity.log - the live files
*>           and the dated name_YYYYMM.log generations rotate_logs
*>           leaves behind - goes into AUDIT_INDEX.DAT keyed by user,
*>           date and module, so the AUDITVIEW screen and
*>           rpt_archive_inquiry answer a year-wide question with a
*>           keyed read instead of a pass over every generation.
*>
*>           Only sealed days are loaded: each generation's chain is
*>           verified through logseal first (an archive against its
*>           own log_seals_YYYYMM.txt), and nothing from a broken
*>           day on, nor from a day not sealed yet, enters the
*>           store. Run it after seal_logs. A generation already
*>           loaded is not read again; the live files resume where
*>           the last run stopped. audit_index.ctl records what was
*>           loaded and the date range the store covers completely -
*>           the inquiries use the store only inside that range.
*>
*>           AUDIT_INDEX_REBUILD=S throws the store away and loads
*>           it again from the logs. Archives are looked for back
*>           to LOG_RETENTION_MONTHS (default 12) plus the 48 months
*>           rotate_logs purges over.
*>
*> Entrada...: audit_trail[_YYYYMM].log, login_activity[_YYYYMM].log,
*>             log_seals[_YYYYMM].txt, audit_index.ctl
*>
*> Saida.....: AUDIT_INDEX.DAT, audit_index.ctl, load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  AUDIT INDEX    10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/audit_index_se.cpy".
COPY "../cpy/audit_index_ctl_se.cpy".
COPY "../cpy/load_summary_se.cpy".

*> The generation being loaded and its seal store - the DD_ variables
*> are pointed at each one before the OPEN.
     SELECT ARQUIVO_LOG ASSIGN TO "AIXLOGIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-LOG.

     SELECT ARQUIVO_SELOS ASSIGN TO "AIXSEALS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-SEA.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/audit_index_fd.cpy".
COPY "../cpy/audit_index_ctl_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

FD  ARQUIVO_LOG.
01  REG-LOG                       PIC  X(120).

FD  ARQUIVO_SELOS.
01  REG-SEA.
    05 SEA-TAG                    PIC X(12).
    05 FILLER                     PIC X(01).
    05 SEA-DATE                   PIC 9(08).
    05 FILLER                     PIC X(01).
    05 SEA-SEAL                   PIC 9(18).
    05 FILLER                     PIC X(01).
    05 SEA-PREV                   PIC 9(18).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-AIX                        PIC  9(002).
    88  AIX-FS-OK                             VALUE ZEROS.
    88  AIX-FS-NOT-EXIST                      VALUE 35.
77  ST-AIC                        PIC  X(002) VALUE ZEROS.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.
77  ST-LOG                        PIC  X(002) VALUE ZEROS.
77  ST-SEA                        PIC  X(002) VALUE ZEROS.
77  WK-TXT-DIR                    PIC  X(060) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-REBUILD                    PIC  X(001) VALUE SPACES.
    88  WK-E-REBUILD                          VALUE "S" "s".
01  WK-ENV-RET                    PIC  X(004) VALUE SPACES.
01  WK-RETENTION                  PIC  9(003) VALUE 12.
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-HOJE-R REDEFINES WK-HOJE.
    05 WK-HOJE-AAAA               PIC  9(004).
    05 WK-HOJE-MM                 PIC  9(002).
    05 WK-HOJE-DD                 PIC  9(002).
01  WK-ONTEM                      PIC  9(008) VALUE ZEROS.
01  WK-GRAVADOS                   PIC  9(009) VALUE ZEROS.
01  WK-JA-EXISTIAM                PIC  9(009) VALUE ZEROS.
01  WK-LIDOS                      PIC  9(009) VALUE ZEROS.
01  WK-GERACOES                   PIC  9(004) VALUE ZEROS.
01  WK-QUEBRADAS                  PIC  9(004) VALUE ZEROS.
01  WK-ENTRIES-ANT                PIC  9(009) VALUE ZEROS.
01  WK-FILE-INFO.
    05  WK-FILE-SIZE              PIC 9(18) COMP.
    05  FILLER                    PIC X(16).
01  WK-LS-PARM.
    05 WK-LS-OP                   PIC X(01).
    05 WK-LS-TAG                  PIC X(12).
    05 WK-LS-PATH                 PIC X(80).
    05 WK-LS-RESULT               PIC X(01).
    05 WK-LS-BAD-DATE             PIC 9(08).

*> Os dois logs selados --------------------------------------------------
01  WK-LOGS-VAL.
    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(20) VALUE "audit_trail".
    05 FILLER PIC X(01) VALUE "A".
    05 FILLER PIC X(12) VALUE "LOGINLOG".
    05 FILLER PIC X(20) VALUE "login_activity".
    05 FILLER PIC X(01) VALUE "L".
01  WK-LOGS REDEFINES WK-LOGS-VAL.
    05 WK-LG OCCURS 2 TIMES.
       10 WK-LG-TAG               PIC X(12).
       10 WK-LG-NAME              PIC X(20).
       10 WK-LG-SRC               PIC X(01).
01  WK-LG-IDX                     PIC  9(001) VALUE ZEROS.
01  WK-LG-THRU                    PIC  9(008) OCCURS 2 TIMES.

*> Linhas F do audit_index.ctl --------------------------------------------
01  WK-CT-MAX                     PIC  9(003) VALUE 200.
01  WK-CT-NUM                     PIC  9(003) VALUE ZEROS.
01  WK-CT-TAB.
    05 WK-CT OCCURS 200 TIMES.
       10 WK-CT-TAG               PIC X(12).
       10 WK-CT-PERIOD            PIC X(06).
       10 WK-CT-LINES             PIC 9(09).
       10 WK-CT-FIRST             PIC 9(08).
       10 WK-CT-THRU              PIC 9(08).
       10 WK-CT-CHAIN             PIC X(01).
       10 WK-CT-BAD               PIC 9(08).
01  WK-CT-IDX                     PIC  9(003) VALUE ZEROS.
01  WK-CT-HIT                     PIC  9(003) VALUE ZEROS.

*> Caminhada dos meses -----------------------------------------------------
01  WK-YM                         PIC  9(006) VALUE ZEROS.
01  WK-YM-R REDEFINES WK-YM.
    05 WK-YM-AAAA                 PIC  9(004).
    05 WK-YM-MM                   PIC  9(002).
01  WK-MESES                      PIC  9(006) VALUE ZEROS.
01  WK-MESES-FIM                  PIC  9(006) VALUE ZEROS.

*> A geracao da vez --------------------------------------------------------
01  WK-PATH                       PIC  X(080) VALUE SPACES.
01  WK-STORE                      PIC  X(080) VALUE SPACES.
01  WK-PERIOD                     PIC  X(006) VALUE SPACES.
01  WK-SELADO-ATE                 PIC  9(008) VALUE ZEROS.
01  WK-CHAIN                      PIC  X(001) VALUE SPACES.
01  WK-BAD                        PIC  9(008) VALUE ZEROS.
01  WK-INICIO                     PIC  9(009) VALUE ZEROS.
01  WK-LINHA                      PIC  9(009) VALUE ZEROS.
01  WK-CONSUMIDAS                 PIC  9(009) VALUE ZEROS.
01  WK-PRIMEIRA                   PIC  9(008) VALUE ZEROS.
01  WK-ULTIMA                     PIC  9(008) VALUE ZEROS.
01  WK-PARADA                     PIC  9(008) VALUE ZEROS.
01  WK-DATA-LINHA                 PIC  9(008) VALUE ZEROS.
01  WK-DATA-ANT                   PIC  9(008) VALUE ZEROS.
01  WK-ELEGIVEL                   PIC  X(001) VALUE "N".
01  WK-REINICIA                   PIC  X(001) VALUE "N".
01  WK-OCC-CHAVE                  PIC  X(052) VALUE SPACES.
01  WK-OCC-ANT                    PIC  X(052) VALUE SPACES.
01  WK-OCC                        PIC  9(004) VALUE ZEROS.

*> Cobertura ---------------------------------------------------------------
01  WK-COVER-FROM                 PIC  9(008) VALUE ZEROS.
01  WK-COVER-TO                   PIC  9(008) VALUE ZEROS.
01  WK-DIA                        PIC  9(008) VALUE ZEROS.

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    CALL "setpaths" END-CALL
    PERFORM 010-INICIALIZA THRU 010-EXIT-INICIALIZA
    PERFORM 020-PROCESSAMENTO THRU 020-EXIT-PROCESSAMENTO
    PERFORM 030-FINALIZA THRU 030-EXIT-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    COMPUTE WK-ONTEM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WK-HOJE) - 1)
    END-COMPUTE
    MOVE SPACES TO WK-TXT-DIR
    ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
    IF WK-TXT-DIR = SPACES
       MOVE "../txt" TO WK-TXT-DIR
    END-IF
    MOVE SPACES TO WK-ENV-RET
    ACCEPT WK-ENV-RET FROM ENVIRONMENT "LOG_RETENTION_MONTHS"
    IF WK-ENV-RET NOT = SPACES
       AND FUNCTION NUMVAL(WK-ENV-RET) > 0
       COMPUTE WK-RETENTION = FUNCTION NUMVAL(WK-ENV-RET) END-COMPUTE
    END-IF
    MOVE SPACES TO WK-REBUILD
    ACCEPT WK-REBUILD FROM ENVIRONMENT "AUDIT_INDEX_REBUILD"

    IF WK-E-REBUILD
       OPEN OUTPUT FD-AIX
       CLOSE FD-AIX
       DISPLAY "INDEX_AUDIT: REBUILD - STORE EMPTIED"
    ELSE
       PERFORM 015-LE-CONTROLE THRU 015-EXIT-LE-CONTROLE
    END-IF
    OPEN I-O FD-AIX
    IF AIX-FS-NOT-EXIST
       OPEN OUTPUT FD-AIX
       CLOSE FD-AIX
       OPEN I-O FD-AIX
    END-IF
    IF NOT AIX-FS-OK
       DISPLAY "INDEX_AUDIT: AUDIT_INDEX.DAT CANNOT BE OPENED - STATUS "
               ST-AIX
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

010-EXIT-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
015-LE-CONTROLE.

    MOVE ZEROS TO WK-CT-NUM WK-ENTRIES-ANT
    OPEN INPUT FILE_AIX_CTL
    IF ST-AIC NOT = "00"
       GO 015-EXIT-LE-CONTROLE
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_AIX_CTL
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF AIC-IS-COVERAGE
                MOVE AIC-ENTRIES TO WK-ENTRIES-ANT
             END-IF
             IF AIC-IS-FILE AND WK-CT-NUM < WK-CT-MAX
                ADD 1 TO WK-CT-NUM
                MOVE AIC-TAG        TO WK-CT-TAG(WK-CT-NUM)
                MOVE AIC-PERIOD     TO WK-CT-PERIOD(WK-CT-NUM)
                MOVE AIC-LINES      TO WK-CT-LINES(WK-CT-NUM)
                MOVE AIC-FIRST-DATE TO WK-CT-FIRST(WK-CT-NUM)
                MOVE AIC-THRU       TO WK-CT-THRU(WK-CT-NUM)
                MOVE AIC-CHAIN      TO WK-CT-CHAIN(WK-CT-NUM)
                MOVE AIC-BAD-DATE   TO WK-CT-BAD(WK-CT-NUM)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_AIX_CTL.

015-EXIT-LE-CONTROLE.
    EXIT.
*>----------------------------------------------------------------------
*> PARA CADA LOG: AS GERACOES DATADAS EM ORDEM, DEPOIS O VIVO.
020-PROCESSAMENTO.

    COMPUTE WK-MESES-FIM = WK-HOJE-AAAA * 12 + WK-HOJE-MM - 1
    END-COMPUTE
    PERFORM VARYING WK-LG-IDX FROM 1 BY 1 UNTIL WK-LG-IDX > 2
       COMPUTE WK-MESES = WK-MESES-FIM - WK-RETENTION - 48
       END-COMPUTE
       PERFORM UNTIL WK-MESES > WK-MESES-FIM
          COMPUTE WK-YM-AAAA = WK-MESES / 12 END-COMPUTE
          COMPUTE WK-YM-MM = FUNCTION MOD(WK-MESES, 12) + 1
          END-COMPUTE
          MOVE WK-YM TO WK-PERIOD
          MOVE SPACES TO WK-PATH WK-STORE
          STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                 FUNCTION TRIM(WK-LG-NAME(WK-LG-IDX)) "_" WK-YM ".log"
              DELIMITED BY SIZE INTO WK-PATH
          END-STRING
          STRING FUNCTION TRIM(WK-TXT-DIR) "/log_seals_" WK-YM ".txt"
              DELIMITED BY SIZE INTO WK-STORE
          END-STRING
          CALL 'CBL_CHECK_FILE_EXIST' USING WK-PATH WK-FILE-INFO
          END-CALL
          IF RETURN-CODE = 0
             PERFORM 040-CARREGA-GERACAO THRU 040-EXIT-CARREGA-GERACAO
          END-IF
          ADD 1 TO WK-MESES
       END-PERFORM
       MOVE 0 TO RETURN-CODE

       MOVE "LIVE" TO WK-PERIOD
       MOVE SPACES TO WK-PATH WK-STORE
       STRING FUNCTION TRIM(WK-TXT-DIR) "/"
              FUNCTION TRIM(WK-LG-NAME(WK-LG-IDX)) ".log"
           DELIMITED BY SIZE INTO WK-PATH
       END-STRING
       STRING FUNCTION TRIM(WK-TXT-DIR) "/log_seals.txt"
           DELIMITED BY SIZE INTO WK-STORE
       END-STRING
       CALL 'CBL_CHECK_FILE_EXIST' USING WK-PATH WK-FILE-INFO
       END-CALL
       IF RETURN-CODE = 0
          PERFORM 040-CARREGA-GERACAO THRU 040-EXIT-CARREGA-GERACAO
       ELSE
          *> rotacionado e ainda nao recriado: nada pendente no vivo
          PERFORM 045-ACHA-CONTROLE THRU 045-EXIT-ACHA-CONTROLE
          IF WK-CT-HIT > 0
             MOVE ZEROS TO WK-CT-LINES(WK-CT-HIT) WK-CT-FIRST(WK-CT-HIT)
                           WK-CT-BAD(WK-CT-HIT)
             MOVE WK-ONTEM TO WK-CT-THRU(WK-CT-HIT)
             MOVE "G" TO WK-CT-CHAIN(WK-CT-HIT)
          END-IF
          MOVE WK-ONTEM TO WK-LG-THRU(WK-LG-IDX)
       END-IF
       MOVE 0 TO RETURN-CODE
    END-PERFORM.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> UMA GERACAO: UM ARQUIVO DATADO JA CARREGADO NAO E RELIDO; O VIVO
*> RETOMA DE ONDE PAROU, A MENOS QUE TENHA SIDO ROTACIONADO (PRIMEIRA
*> DATA DIFERENTE OU MENOS LINHAS QUE AS JA CONSUMIDAS). A CADEIA DE
*> SELOS E VERIFICADA ANTES; SO ENTRAM LINHAS DE DIAS SELADOS E
*> ANTERIORES A UMA QUEBRA.
040-CARREGA-GERACAO.

    PERFORM 045-ACHA-CONTROLE THRU 045-EXIT-ACHA-CONTROLE
    IF WK-CT-HIT > 0 AND WK-PERIOD NOT = "LIVE"
       GO 040-EXIT-CARREGA-GERACAO
    END-IF
    IF WK-CT-HIT = 0
       IF WK-CT-NUM >= WK-CT-MAX
          DISPLAY "INDEX_AUDIT: CONTROL TABLE FULL - " FUNCTION TRIM(WK-PATH)
                  " NOT LOADED"
          GO 040-EXIT-CARREGA-GERACAO
       END-IF
       ADD 1 TO WK-CT-NUM
       MOVE WK-CT-NUM TO WK-CT-HIT
       MOVE WK-LG-TAG(WK-LG-IDX) TO WK-CT-TAG(WK-CT-HIT)
       MOVE WK-PERIOD TO WK-CT-PERIOD(WK-CT-HIT)
       MOVE ZEROS TO WK-CT-LINES(WK-CT-HIT) WK-CT-FIRST(WK-CT-HIT)
                     WK-CT-THRU(WK-CT-HIT) WK-CT-BAD(WK-CT-HIT)
       MOVE "N" TO WK-CT-CHAIN(WK-CT-HIT)
    END-IF
    ADD 1 TO WK-GERACOES

    *> a cadeia desta geracao, contra o arquivo de selos dela
    SET ENVIRONMENT "SEAL_STORE" TO WK-STORE
    INITIALIZE WK-LS-PARM
    MOVE "V" TO WK-LS-OP
    MOVE WK-LG-TAG(WK-LG-IDX) TO WK-LS-TAG
    MOVE WK-PATH TO WK-LS-PATH
    CALL "logseal" USING WK-LS-PARM END-CALL
    SET ENVIRONMENT "SEAL_STORE" TO " "
    PERFORM 050-SELADO-ATE THRU 050-EXIT-SELADO-ATE
    MOVE ZEROS TO WK-BAD
    EVALUATE TRUE
        WHEN WK-SELADO-ATE = ZEROS
            MOVE "N" TO WK-CHAIN
        WHEN WK-LS-RESULT = "B"
            MOVE "B" TO WK-CHAIN
            MOVE WK-LS-BAD-DATE TO WK-BAD
            ADD 1 TO WK-QUEBRADAS
            DISPLAY "INDEX_AUDIT: " FUNCTION TRIM(WK-PATH)
                    " SEAL CHAIN BROKEN AT " WK-BAD
                    " - NOTHING FROM THAT DAY ON IS LOADED"
        WHEN OTHER
            MOVE "G" TO WK-CHAIN
    END-EVALUATE

    MOVE ZEROS TO WK-INICIO
    IF WK-PERIOD = "LIVE"
       MOVE WK-CT-LINES(WK-CT-HIT) TO WK-INICIO
    END-IF
    PERFORM 055-LE-GERACAO THRU 055-EXIT-LE-GERACAO
    IF WK-REINICIA = "S"
       *> o vivo foi rotacionado desde a ultima carga
       MOVE ZEROS TO WK-INICIO
       PERFORM 055-LE-GERACAO THRU 055-EXIT-LE-GERACAO
    END-IF

    *> completo ate a vespera da primeira linha que nao pode entrar;
    *> se todas entraram, ate ontem (o vivo) ou ate a ultima (datado)
    IF WK-PARADA > ZEROS
       COMPUTE WK-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WK-PARADA) - 1)
       END-COMPUTE
    ELSE
       IF WK-PERIOD = "LIVE"
          MOVE WK-ONTEM TO WK-DIA
       ELSE
          MOVE WK-ULTIMA TO WK-DIA
       END-IF
    END-IF
    MOVE WK-CONSUMIDAS TO WK-CT-LINES(WK-CT-HIT)
    IF WK-INICIO = ZEROS OR WK-CT-FIRST(WK-CT-HIT) = ZEROS
       MOVE WK-PRIMEIRA TO WK-CT-FIRST(WK-CT-HIT)
    END-IF
    MOVE WK-DIA TO WK-CT-THRU(WK-CT-HIT)
    MOVE WK-CHAIN TO WK-CT-CHAIN(WK-CT-HIT)
    MOVE WK-BAD TO WK-CT-BAD(WK-CT-HIT)
    IF WK-PERIOD = "LIVE"
       MOVE WK-DIA TO WK-LG-THRU(WK-LG-IDX)
    END-IF.

040-EXIT-CARREGA-GERACAO.
    EXIT.
*>----------------------------------------------------------------------
045-ACHA-CONTROLE.

    MOVE ZEROS TO WK-CT-HIT
    PERFORM VARYING WK-CT-IDX FROM 1 BY 1
            UNTIL WK-CT-IDX > WK-CT-NUM OR WK-CT-HIT > 0
       IF WK-CT-TAG(WK-CT-IDX) = WK-LG-TAG(WK-LG-IDX)
          AND WK-CT-PERIOD(WK-CT-IDX) = WK-PERIOD
          MOVE WK-CT-IDX TO WK-CT-HIT
       END-IF
    END-PERFORM.

045-EXIT-ACHA-CONTROLE.
    EXIT.
*>----------------------------------------------------------------------
*> O ULTIMO DIA SELADO DESTA ETIQUETA NO ARQUIVO DE SELOS DA GERACAO.
050-SELADO-ATE.

    MOVE ZEROS TO WK-SELADO-ATE
    SET ENVIRONMENT "DD_AIXSEALS" TO WK-STORE
    OPEN INPUT ARQUIVO_SELOS
    IF ST-SEA NOT = "00"
       GO 050-EXIT-SELADO-ATE
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ ARQUIVO_SELOS
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF SEA-TAG = WK-LG-TAG(WK-LG-IDX)
                AND SEA-DATE > WK-SELADO-ATE
                MOVE SEA-DATE TO WK-SELADO-ATE
             END-IF
       END-READ
    END-PERFORM
    CLOSE ARQUIVO_SELOS.

050-EXIT-SELADO-ATE.
    EXIT.
*>----------------------------------------------------------------------
*> LE A GERACAO: AS LINHAS JA CONSUMIDAS SO ALIMENTAM A NUMERACAO DE
*> OCORRENCIAS; AS SEGUINTES ENTRAM NO ARQUIVO ATE A PRIMEIRA QUE NAO
*> PODE ENTRAR (DIA SEM SELO OU DA QUEBRA EM DIANTE) - DALI PARA A
*> FRENTE O ARQUIVO E CRONOLOGICO, NADA MAIS ENTRARIA.
055-LE-GERACAO.

    MOVE "N" TO WK-REINICIA
    MOVE ZEROS TO WK-LINHA WK-CONSUMIDAS WK-PRIMEIRA WK-ULTIMA
                  WK-PARADA WK-DATA-ANT WK-OCC
    MOVE SPACES TO WK-OCC-ANT
    SET ENVIRONMENT "DD_AIXLOGIN" TO WK-PATH
    OPEN INPUT ARQUIVO_LOG
    IF ST-LOG NOT = "00"
       GO 055-EXIT-LE-GERACAO
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ ARQUIVO_LOG
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-LINHA
             PERFORM 060-DATA-DA-LINHA THRU 060-EXIT-DATA-DA-LINHA
             IF WK-LINHA = 1 AND WK-INICIO > 0
                AND WK-DATA-LINHA NOT = WK-CT-FIRST(WK-CT-HIT)
                MOVE "S" TO WK-REINICIA
                MOVE "T" TO FLG-EOF
             ELSE
                PERFORM 065-OCORRENCIA THRU 065-EXIT-OCORRENCIA
                IF WK-LINHA > WK-INICIO
                   PERFORM 070-GRAVA-LINHA THRU 070-EXIT-GRAVA-LINHA
                END-IF
             END-IF
       END-READ
    END-PERFORM
    IF WK-REINICIA NOT = "S" AND WK-LINHA < WK-INICIO
       MOVE "S" TO WK-REINICIA
    END-IF
    IF WK-PARADA = ZEROS
       MOVE WK-LINHA TO WK-CONSUMIDAS
    END-IF
    CLOSE ARQUIVO_LOG.

055-EXIT-LE-GERACAO.
    EXIT.
*>----------------------------------------------------------------------
*> DATA DA LINHA COMO O LOGSEAL A ENXERGA: OS OITO PRIMEIROS BYTES, OU
*> A DA LINHA ANTERIOR QUANDO NAO HA DATA. A LINHA ANTIGA "AAMMDD  "
*> FICA NO DIA DA ANTERIOR TAMBEM.
060-DATA-DA-LINHA.

    IF REG-LOG(1:8) IS NUMERIC
       MOVE REG-LOG(1:8) TO WK-DATA-LINHA
    ELSE
       MOVE WK-DATA-ANT TO WK-DATA-LINHA
    END-IF
    MOVE WK-DATA-LINHA TO WK-DATA-ANT.

060-EXIT-DATA-DA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
065-OCORRENCIA.

    MOVE SPACES TO WK-OCC-CHAVE
    STRING REG-LOG(1:17) REG-LOG(19:20) REG-LOG(40:15)
           WK-LG-SRC(WK-LG-IDX)
        DELIMITED BY SIZE INTO WK-OCC-CHAVE
    END-STRING
    IF WK-OCC-CHAVE = WK-OCC-ANT
       ADD 1 TO WK-OCC
    ELSE
       MOVE 1 TO WK-OCC
       MOVE WK-OCC-CHAVE TO WK-OCC-ANT
    END-IF.

065-EXIT-OCORRENCIA.
    EXIT.
*>----------------------------------------------------------------------
070-GRAVA-LINHA.

    ADD 1 TO WK-LIDOS
    MOVE "S" TO WK-ELEGIVEL
    IF WK-DATA-LINHA = ZEROS
       OR WK-SELADO-ATE = ZEROS
       OR WK-DATA-LINHA > WK-SELADO-ATE
       MOVE "N" TO WK-ELEGIVEL
    END-IF
    IF WK-CHAIN = "B" AND WK-DATA-LINHA >= WK-BAD
       MOVE "N" TO WK-ELEGIVEL
    END-IF
    IF WK-ELEGIVEL = "N"
       IF WK-DATA-LINHA = ZEROS
          *> sem data nenhuma antes dela - nao ha dia a que pertenca
          GO 070-EXIT-GRAVA-LINHA
       END-IF
       MOVE WK-DATA-LINHA TO WK-PARADA
       COMPUTE WK-CONSUMIDAS = WK-LINHA - 1 END-COMPUTE
       MOVE "T" TO FLG-EOF
       GO 070-EXIT-GRAVA-LINHA
    END-IF
    IF WK-PRIMEIRA = ZEROS
       MOVE WK-DATA-LINHA TO WK-PRIMEIRA
    END-IF
    MOVE WK-DATA-LINHA TO WK-ULTIMA

    INITIALIZE REC-AIX
    MOVE REG-LOG(19:20)         TO AIX-USER
    MOVE WK-DATA-LINHA          TO AIX-DATE AIX-K2-DATE AIX-K3-DATE
    IF REG-LOG(10:8) IS NUMERIC
       MOVE REG-LOG(10:8)       TO AIX-TIME AIX-K2-TIME
    END-IF
    MOVE WK-LG-SRC(WK-LG-IDX)   TO AIX-SRC
    MOVE REG-LOG(40:15)         TO AIX-MODULE AIX-K3-MODULE
    MOVE WK-OCC                 TO AIX-OCC
    MOVE WK-PERIOD              TO AIX-PERIOD
    MOVE REG-LOG                TO AIX-LINE
    WRITE REC-AIX
        INVALID KEY
            *> ja carregada - do vivo, antes da rotacao
            ADD 1 TO WK-JA-EXISTIAM
        NOT INVALID KEY
            ADD 1 TO WK-GRAVADOS
    END-WRITE.

070-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
*> COBERTURA: ATE O MENOR "COMPLETO ATE" DOS DOIS LOGS VIVOS; DESDE A
*> PRIMEIRA DATA CARREGADA, EMPURRADA PARA DEPOIS DE QUALQUER GERACAO
*> DATADA QUEBRADA OU SEM SELOS (AS LINHAS DELA NAO ESTAO TODAS NO
*> ARQUIVO).
080-COBERTURA.

    MOVE ZEROS TO WK-COVER-FROM
    MOVE WK-LG-THRU(1) TO WK-COVER-TO
    IF WK-LG-THRU(2) < WK-COVER-TO
       MOVE WK-LG-THRU(2) TO WK-COVER-TO
    END-IF
    PERFORM VARYING WK-CT-IDX FROM 1 BY 1 UNTIL WK-CT-IDX > WK-CT-NUM
       IF WK-CT-FIRST(WK-CT-IDX) > ZEROS
          AND (WK-COVER-FROM = ZEROS
               OR WK-CT-FIRST(WK-CT-IDX) < WK-COVER-FROM)
          MOVE WK-CT-FIRST(WK-CT-IDX) TO WK-COVER-FROM
       END-IF
    END-PERFORM
    PERFORM VARYING WK-CT-IDX FROM 1 BY 1 UNTIL WK-CT-IDX > WK-CT-NUM
       IF WK-CT-PERIOD(WK-CT-IDX) NOT = "LIVE"
          AND WK-CT-CHAIN(WK-CT-IDX) NOT = "G"
          MOVE WK-CT-PERIOD(WK-CT-IDX) TO WK-YM
          IF WK-YM-MM = 12
             ADD 1 TO WK-YM-AAAA
             MOVE 1 TO WK-YM-MM
          ELSE
             ADD 1 TO WK-YM-MM
          END-IF
          COMPUTE WK-DIA = WK-YM * 100 + 1 END-COMPUTE
          IF WK-DIA > WK-COVER-FROM
             MOVE WK-DIA TO WK-COVER-FROM
          END-IF
       END-IF
    END-PERFORM
    IF WK-COVER-FROM = ZEROS OR WK-COVER-FROM > WK-COVER-TO
       MOVE ZEROS TO WK-COVER-FROM WK-COVER-TO
    END-IF.

080-EXIT-COBERTURA.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-AIX
    PERFORM 080-COBERTURA THRU 080-EXIT-COBERTURA
    OPEN OUTPUT FILE_AIX_CTL
    INITIALIZE REC-AIC
    MOVE "C" TO AIC-TYPE
    MOVE WK-COVER-FROM TO AIC-COVER-FROM
    MOVE WK-COVER-TO   TO AIC-COVER-TO
    MOVE WK-HOJE       TO AIC-RUN-DATE
    ACCEPT AIC-RUN-TIME FROM TIME
    COMPUTE AIC-ENTRIES = WK-ENTRIES-ANT + WK-GRAVADOS END-COMPUTE
    WRITE REC-AIC
    PERFORM VARYING WK-CT-IDX FROM 1 BY 1 UNTIL WK-CT-IDX > WK-CT-NUM
       INITIALIZE REC-AIC
       MOVE "F" TO AIC-TYPE
       MOVE WK-CT-TAG(WK-CT-IDX)    TO AIC-TAG
       MOVE WK-CT-PERIOD(WK-CT-IDX) TO AIC-PERIOD
       MOVE WK-CT-LINES(WK-CT-IDX)  TO AIC-LINES
       MOVE WK-CT-FIRST(WK-CT-IDX)  TO AIC-FIRST-DATE
       MOVE WK-CT-THRU(WK-CT-IDX)   TO AIC-THRU
       MOVE WK-CT-CHAIN(WK-CT-IDX)  TO AIC-CHAIN
       MOVE WK-CT-BAD(WK-CT-IDX)    TO AIC-BAD-DATE
       WRITE REC-AIC
    END-PERFORM
    CLOSE FILE_AIX_CTL

    PERFORM 940-GRAVA-RESUMO-CARGA THRU 940-EXIT-GRAVA-RESUMO-CARGA
    DISPLAY "INDEX_AUDIT: GENERATIONS READ: " WK-GERACOES
            " LINES LOADED: " WK-GRAVADOS
            " ALREADY IN STORE: " WK-JA-EXISTIAM
    DISPLAY "INDEX_AUDIT: STORE COVERS " WK-COVER-FROM " TO " WK-COVER-TO
    IF WK-QUEBRADAS > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA NO LOAD_SUMMARY.LOG POR EXECUCAO, COMO OS CARREGADORES.
940-GRAVA-RESUMO-CARGA.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "INDEX_AUDIT" TO LDS-PROGRAM
    MOVE WK-LIDOS TO LDS-READS
    MOVE WK-GRAVADOS TO LDS-WRITES
    MOVE WK-QUEBRADAS TO LDS-REJECTS

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

940-EXIT-GRAVA-RESUMO-CARGA.
    EXIT.
*>----------------------------------------------------------------------
