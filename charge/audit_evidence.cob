       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    audit_evidence.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Evidence package for the external auditors. For one
*>           period (EVIDENCE_FROM / EVIDENCE_TO, CCYYMMDD; unset =
*>           the previous calendar month) a dated folder
*>           TXT_DIR/evidence/<from>_<to>_<ccyymmdd>_<hhmmss> is built
*>           with, in this order:
*>             user_dossiers.txt        rpt_user_dossier for every
*>                                      USER.DAT login, over the
*>                                      period (archived generations
*>                                      of the logs included);
*>             sod_violations.txt       rpt_sod_violations;
*>             certification_results.txt
*>                                      every CERT_CAMPAIGN.DAT
*>                                      campaign open during the
*>                                      period with its worklist
*>                                      decisions;
*>             login_anomalies.txt      rpt_login_anomalies run over
*>                                      the period's sign-on lines
*>                                      only (the live
*>                                      security_alerts.txt is left
*>                                      alone);
*>             change_journal.txt       the period's lines of
*>                                      change_journal.log;
*>             entitlements_asof.txt    asof_entitlements for every
*>                                      login at the period end;
*>             seal_verification.txt    logseal chain verification
*>                                      of every audit and login log
*>                                      generation covering the
*>                                      period, archives against
*>                                      their own seal files;
*>             manifest.txt             H header, one D line per file
*>                                      above (name, record count,
*>                                      checksum), T trailer.
*>           The checksum is the logseal rolling check value folded
*>           over every byte of every line, so it is reproducible:
*>           EVIDENCE_VERIFY=<folder> re-counts and re-sums each file
*>           of a handed-over package against its manifest and ends
*>           RC 8 on any difference. A build with a broken seal
*>           chain ends RC 4 - the package is still produced, the
*>           break being part of the evidence.
*>
*>           The period extracts of audit_trail.log, login_activity
*>           and change_journal.log are assembled in a work folder
*>           inside the package (TXT_DIR of the dossier and sweep
*>           runs points there) and removed at the end.
*>
*> Entrada...: USER.DAT, PROFILE.DAT, CERT_CAMPAIGN.DAT,
*>             CERT_WORKLIST.DAT, audit_trail*.log,
*>             login_activity*.log, change_journal.log,
*>             log_seals*.txt, the reports named above
*>
*> Saida.....: the evidence folder, load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  AUDIT EVID     10/15/26  DUMA      Primeira versao.
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
COPY "../cpy/profile_se.cpy".
COPY "../cpy/cert_campaign_se.cpy".
COPY "../cpy/cert_worklist_se.cpy".
COPY "../cpy/load_summary_se.cpy".

     SELECT ARQ-ENT ASSIGN TO "EVDIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-ENT.

     SELECT ARQ-SAI ASSIGN TO "EVDOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-SAI.

     SELECT ARQ-MAN ASSIGN TO "EVDMAN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-MAN.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.
COPY "../cpy/user_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/cert_campaign_fd.cpy".
COPY "../cpy/cert_worklist_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

FD  ARQ-ENT.
01  REG-ENT                       PIC  X(1000).

FD  ARQ-SAI.
01  REG-SAI                       PIC  X(1000).

FD  ARQ-MAN.
01  REG-MAN.
    05 MAN-TIPO                   PIC  X(001).
    05 FILLER                     PIC  X(001).
    05 MAN-NOME                   PIC  X(040).
    05 FILLER                     PIC  X(001).
    05 MAN-QTD                    PIC  9(009).
    05 FILLER                     PIC  X(001).
    05 MAN-SOMA                   PIC  9(018).
01  REG-MAN-TXT                   PIC  X(080).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-USR                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  FSR-OK                                VALUE ZEROS.
77  ST-CMP                        PIC  9(002).
    88  FSC-OK                                VALUE ZEROS.
77  ST-CWK                        PIC  9(002).
    88  FSW-OK                                VALUE ZEROS.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.
77  ST-ENT                        PIC  X(002) VALUE ZEROS.
77  ST-SAI                        PIC  X(002) VALUE ZEROS.
77  ST-MAN                        PIC  X(002) VALUE ZEROS.

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  FLG-EOF-3                     PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-ENV-PARM                   PIC  X(008) VALUE SPACES.
01  WK-DE                         PIC  9(008) VALUE ZEROS.
01  WK-ATE                        PIC  9(008) VALUE ZEROS.
01  WK-DATA-AUX                   PIC  9(008) VALUE ZEROS.
01  WK-DATA-ED                    PIC  X(010) VALUE SPACES.
01  WK-DE-ED                      PIC  X(010) VALUE SPACES.
01  WK-ATE-ED                     PIC  X(010) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE SPACES.
01  WK-SEAL-STORE                 PIC  X(080) VALUE SPACES.

*> Folders -------------------------------------------------------------
01  WK-TXT-DIR                    PIC  X(060) VALUE SPACES.
01  WK-EVD-BASE                   PIC  X(080) VALUE SPACES.
01  WK-PACOTE                     PIC  X(120) VALUE SPACES.
01  WK-TRABALHO                   PIC  X(120) VALUE SPACES.
01  WK-ENT-PATH                   PIC  X(160) VALUE SPACES.
01  WK-SAI-PATH                   PIC  X(160) VALUE SPACES.
01  WK-MAN-PATH                   PIC  X(160) VALUE SPACES.
01  WK-FILE-INFO.
    05  WK-FILE-SIZE              PIC 9(18) COMP.
    05  FILLER                    PIC X(16).

*> Programs run for the package ----------------------------------------
01  WK-OS                         PIC  X(020) VALUE SPACES.
01  WK-COMANDO                    PIC  X(200) VALUE SPACES.
01  WK-PROG-DIR                   PIC  X(010) VALUE SPACES.
01  WK-PROG-NOME                  PIC  X(030) VALUE SPACES.
01  WK-RC-PROG                    PIC S9(009) VALUE ZEROS.
01  WK-FALHAS                     PIC  9(004) VALUE ZEROS.

*> Period extracts: line date filter ------------------------------------
01  WK-FILTRA                     PIC  X(001) VALUE "N".
01  WK-DATA-LINHA                 PIC  9(008) VALUE ZEROS.
01  WK-ANEXADAS                   PIC  9(009) VALUE ZEROS.
01  WK-EXTRAIDAS                  PIC  9(009) VALUE ZEROS.
01  WK-AM                         PIC  9(006) VALUE ZEROS.
01  WK-AM-R REDEFINES WK-AM.
    05 WK-AM-AAAA                 PIC  9(004).
    05 WK-AM-MM                   PIC  9(002).
01  WK-AM-FIM                     PIC  9(006) VALUE ZEROS.
01  WK-AM-FIM-R REDEFINES WK-AM-FIM.
    05 WK-AM-FIM-AAAA             PIC  9(004).
    05 WK-AM-FIM-MM               PIC  9(002).

*> The two sealed logs, as rotate_logs names and tags them --------------
01  WK-LOG-TAB.
    05 FILLER PIC X(028) VALUE "audit_trail     AUDITLOG    ".
    05 FILLER PIC X(028) VALUE "login_activity  LOGINLOG    ".
01  WK-LOG-TAB-R REDEFINES WK-LOG-TAB.
    05 WK-LOG-ROW OCCURS 2 TIMES.
       10 WK-LOG-NOME             PIC X(16).
       10 WK-LOG-TAG              PIC X(12).
01  WK-LOG-IDX                    PIC  9(001) VALUE ZEROS.
01  WK-QUEBRADOS                  PIC  9(004) VALUE ZEROS.
01  WK-GERACOES                   PIC  9(004) VALUE ZEROS.
01  WK-LS-PARM.
    05 WK-LS-OP                   PIC X(01).
    05 WK-LS-TAG                  PIC X(12).
    05 WK-LS-PATH                 PIC X(80).
    05 WK-LS-RESULT               PIC X(01).
    05 WK-LS-BAD-DATE             PIC 9(08).

*> Files of the package, in manifest order -----------------------------
01  WK-ARQ-TAB.
    05 FILLER PIC X(040) VALUE "user_dossiers.txt".
    05 FILLER PIC X(040) VALUE "sod_violations.txt".
    05 FILLER PIC X(040) VALUE "certification_results.txt".
    05 FILLER PIC X(040) VALUE "login_anomalies.txt".
    05 FILLER PIC X(040) VALUE "change_journal.txt".
    05 FILLER PIC X(040) VALUE "entitlements_asof.txt".
    05 FILLER PIC X(040) VALUE "seal_verification.txt".
01  WK-ARQ-TAB-R REDEFINES WK-ARQ-TAB.
    05 WK-ARQ-NOME OCCURS 7 TIMES PIC X(040).
01  WK-ARQ-MAX                    PIC  9(002) VALUE 7.
01  WK-ARQ-IDX                    PIC  9(002) VALUE ZEROS.

*> Record count and checksum of one file -------------------------------
01  WK-QTD                        PIC  9(009) VALUE ZEROS.
01  WK-SOMA                       PIC  9(018) VALUE ZEROS.
01  WK-ACHOU-ARQ                  PIC  X(001) VALUE "N".
01  WK-TAM                        PIC  9(004) VALUE ZEROS.
01  WK-CPOS                       PIC  9(004) VALUE ZEROS.
01  WK-CVAL                       PIC  9(005) VALUE ZEROS.
77  WK-PRIME                      PIC  9(012) VALUE 999999999989.
01  WK-DIFERENTES                 PIC  9(004) VALUE ZEROS.

*> Certification results ----------------------------------------------
01  WK-CAMPANHAS                  PIC  9(004) VALUE ZEROS.
01  WK-QTD-KEEP                   PIC  9(006) VALUE ZEROS.
01  WK-QTD-REVOKE                 PIC  9(006) VALUE ZEROS.
01  WK-QTD-PEND                   PIC  9(006) VALUE ZEROS.
01  WK-LOGIN-ED                   PIC  X(010) VALUE SPACES.
01  WK-PERFIL-ED                  PIC  X(020) VALUE SPACES.
01  WK-DECISAO-ED                 PIC  X(007) VALUE SPACES.
01  WK-ABERTA-ED                  PIC  X(010) VALUE SPACES.

*> Counters ------------------------------------------------------------
01  WK-USUARIOS                   PIC  9(008) VALUE ZEROS.
01  WK-LINHA                      PIC  X(132) VALUE SPACES.

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
    ACCEPT WK-AGORA FROM TIME
    MOVE SPACES TO WK-TXT-DIR
    ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
    IF WK-TXT-DIR = SPACES
       MOVE "../txt" TO WK-TXT-DIR
    END-IF
    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    MOVE SPACES TO WK-SEAL-STORE
    ACCEPT WK-SEAL-STORE FROM ENVIRONMENT "SEAL_STORE"
    MOVE SPACES TO WK-OS
    ACCEPT WK-OS FROM ENVIRONMENT "OS"

    *> a handed-over package is only re-checked, nothing is rebuilt
    MOVE SPACES TO WK-PACOTE
    ACCEPT WK-PACOTE FROM ENVIRONMENT "EVIDENCE_VERIFY"
    IF WK-PACOTE NOT = SPACES
       PERFORM 050-VERIFICA THRU 050-EXIT-VERIFICA
       STOP RUN
    END-IF

    *> periodo: EVIDENCE_FROM/EVIDENCE_TO, ou o mes anterior inteiro
    MOVE SPACES TO WK-ENV-PARM
    ACCEPT WK-ENV-PARM FROM ENVIRONMENT "EVIDENCE_FROM"
    IF WK-ENV-PARM IS NUMERIC AND WK-ENV-PARM NOT = ZEROS
       MOVE WK-ENV-PARM TO WK-DE
    END-IF
    MOVE SPACES TO WK-ENV-PARM
    ACCEPT WK-ENV-PARM FROM ENVIRONMENT "EVIDENCE_TO"
    IF WK-ENV-PARM IS NUMERIC AND WK-ENV-PARM NOT = ZEROS
       MOVE WK-ENV-PARM TO WK-ATE
    END-IF
    IF WK-DE = ZEROS AND WK-ATE = ZEROS
       MOVE WK-HOJE TO WK-DATA-AUX
       MOVE "01" TO WK-DATA-AUX(7:2)
       COMPUTE WK-ATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(WK-DATA-AUX) - 1)
       END-COMPUTE
       MOVE WK-ATE TO WK-DE
       MOVE "01" TO WK-DE(7:2)
    END-IF
    IF WK-DE = ZEROS OR WK-ATE = ZEROS OR WK-DE > WK-ATE
       OR WK-ATE > WK-HOJE
       OR FUNCTION TEST-DATE-YYYYMMDD(WK-DE) NOT = 0
       OR FUNCTION TEST-DATE-YYYYMMDD(WK-ATE) NOT = 0
       DISPLAY "AUDIT_EVIDENCE: SET EVIDENCE_FROM AND EVIDENCE_TO "
               "(CCYYMMDD, FROM <= TO <= TODAY)"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WK-DE TO WK-DATA-AUX
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    MOVE WK-DATA-ED TO WK-DE-ED
    MOVE WK-ATE TO WK-DATA-AUX
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    MOVE WK-DATA-ED TO WK-ATE-ED

    MOVE SPACES TO WK-EVD-BASE
    STRING FUNCTION TRIM(WK-TXT-DIR) "/evidence"
        DELIMITED BY SIZE INTO WK-EVD-BASE
    END-STRING
    CALL 'CBL_CREATE_DIR' USING WK-EVD-BASE END-CALL
    MOVE SPACES TO WK-PACOTE
    STRING FUNCTION TRIM(WK-EVD-BASE) "/" WK-DE "_" WK-ATE "_"
           WK-HOJE "_" WK-AGORA(1:6)
        DELIMITED BY SIZE INTO WK-PACOTE
    END-STRING
    CALL 'CBL_CREATE_DIR' USING WK-PACOTE END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "AUDIT_EVIDENCE: FOLDER CANNOT BE CREATED - "
               FUNCTION TRIM(WK-PACOTE)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE SPACES TO WK-TRABALHO
    STRING FUNCTION TRIM(WK-PACOTE) "/work"
        DELIMITED BY SIZE INTO WK-TRABALHO
    END-STRING
    CALL 'CBL_CREATE_DIR' USING WK-TRABALHO END-CALL
    DISPLAY "AUDIT_EVIDENCE: PERIOD " WK-DE-ED " TO " WK-ATE-ED
    DISPLAY "AUDIT_EVIDENCE: FOLDER " FUNCTION TRIM(WK-PACOTE).

010-EXIT-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    PERFORM 100-EXTRATOS THRU 100-EXIT-EXTRATOS
    PERFORM 200-USUARIOS THRU 200-EXIT-USUARIOS
    PERFORM 300-SOD THRU 300-EXIT-SOD
    PERFORM 400-CERTIFICACAO THRU 400-EXIT-CERTIFICACAO
    PERFORM 500-ANOMALIAS THRU 500-EXIT-ANOMALIAS
    PERFORM 600-JOURNAL THRU 600-EXIT-JOURNAL
    PERFORM 700-SELOS THRU 700-EXIT-SELOS
    PERFORM 750-LIMPA-TRABALHO THRU 750-EXIT-LIMPA-TRABALHO
    PERFORM 800-MANIFESTO THRU 800-EXIT-MANIFESTO.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    SET ENVIRONMENT "TXT_DIR" TO WK-TXT-DIR
    SET ENVIRONMENT "CARGA_SILENCIOSA" TO WK-SILENCIOSO
    PERFORM 940-GRAVA-RESUMO-CARGA THRU 940-EXIT-GRAVA-RESUMO-CARGA
    DISPLAY "AUDIT_EVIDENCE: USERS: " WK-USUARIOS
            " JOURNAL LINES: " WK-EXTRAIDAS
            " CAMPAIGNS: " WK-CAMPANHAS
    IF WK-FALHAS > ZEROS
       DISPLAY "AUDIT_EVIDENCE: REPORT RUNS ENDING NONZERO: " WK-FALHAS
    END-IF
    IF WK-QUEBRADOS > ZEROS
       DISPLAY "AUDIT_EVIDENCE: SEAL CHAIN BROKEN IN " WK-QUEBRADOS
               " LOG GENERATION(S) - SEE seal_verification.txt"
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> EXTRATOS DO PERIODO NA PASTA DE TRABALHO: AS GERACOES ARQUIVADAS
*> (NOME_AAAAMM.LOG, DO MES INICIAL ATE O MES SEGUINTE AO FINAL - A
*> ROTACAO PODE TER CORRIDO NO DIA 1) E DEPOIS O LOG VIVO, SO AS
*> LINHAS DATADAS DENTRO DO PERIODO. O CHANGE_JOURNAL NAO E ROTACIONADO.
100-EXTRATOS.

    MOVE WK-ATE(1:6) TO WK-AM-FIM
    ADD 1 TO WK-AM-FIM-MM
    IF WK-AM-FIM-MM > 12
       MOVE 1 TO WK-AM-FIM-MM
       ADD 1 TO WK-AM-FIM-AAAA
    END-IF
    MOVE "S" TO WK-FILTRA
    PERFORM VARYING WK-LOG-IDX FROM 1 BY 1 UNTIL WK-LOG-IDX > 2
       MOVE SPACES TO WK-SAI-PATH
       STRING FUNCTION TRIM(WK-TRABALHO) "/"
              FUNCTION TRIM(WK-LOG-NOME(WK-LOG-IDX)) ".log"
           DELIMITED BY SIZE INTO WK-SAI-PATH
       END-STRING
       CALL 'CBL_DELETE_FILE' USING WK-SAI-PATH END-CALL
       MOVE WK-DE(1:6) TO WK-AM
       PERFORM UNTIL WK-AM > WK-AM-FIM
          MOVE SPACES TO WK-ENT-PATH
          STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                 FUNCTION TRIM(WK-LOG-NOME(WK-LOG-IDX)) "_" WK-AM ".log"
              DELIMITED BY SIZE INTO WK-ENT-PATH
          END-STRING
          PERFORM 920-ANEXA THRU 920-EXIT-ANEXA
          PERFORM 905-PROXIMO-MES THRU 905-EXIT-PROXIMO-MES
       END-PERFORM
       MOVE SPACES TO WK-ENT-PATH
       STRING FUNCTION TRIM(WK-TXT-DIR) "/"
              FUNCTION TRIM(WK-LOG-NOME(WK-LOG-IDX)) ".log"
           DELIMITED BY SIZE INTO WK-ENT-PATH
       END-STRING
       PERFORM 920-ANEXA THRU 920-EXIT-ANEXA
    END-PERFORM

    MOVE SPACES TO WK-SAI-PATH
    STRING FUNCTION TRIM(WK-TRABALHO) "/change_journal.log"
        DELIMITED BY SIZE INTO WK-SAI-PATH
    END-STRING
    CALL 'CBL_DELETE_FILE' USING WK-SAI-PATH END-CALL
    MOVE SPACES TO WK-ENT-PATH
    STRING FUNCTION TRIM(WK-TXT-DIR) "/change_journal.log"
        DELIMITED BY SIZE INTO WK-ENT-PATH
    END-STRING
    PERFORM 920-ANEXA THRU 920-EXIT-ANEXA
    MOVE WK-ANEXADAS TO WK-EXTRAIDAS
    MOVE "N" TO WK-FILTRA.

100-EXIT-EXTRATOS.
    EXIT.
*>----------------------------------------------------------------------
*> POR USUARIO DO USER.DAT: O DOSSIE DO PERIODO (TXT_DIR NA PASTA DE
*> TRABALHO, ENTAO ARQUIVADOS INCLUSOS) E OS ACESSOS RECONSTRUIDOS NA
*> DATA FINAL (TXT_DIR NORMAL - O ASOF DESFAZ O JOURNAL VIVO INTEIRO).
*> CADA SAIDA E ACRESCENTADA AO ARQUIVO UNICO DO PACOTE.
200-USUARIOS.

    SET ENVIRONMENT "CARGA_SILENCIOSA" TO "S"
    SET ENVIRONMENT "DOSSIER_FROM" TO WK-DE
    SET ENVIRONMENT "DOSSIER_TO" TO WK-ATE
    SET ENVIRONMENT "ASOF_DATE" TO WK-ATE
    OPEN INPUT FD-USER
    IF NOT FSU-OK
       DISPLAY "AUDIT_EVIDENCE: USER.DAT CANNOT BE OPENED - STATUS "
               ST-USR
       GO 200-EXIT-USUARIOS
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FD-USER NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-USUARIOS
             PERFORM 210-DOSSIE THRU 210-EXIT-DOSSIE
             PERFORM 220-ASOF THRU 220-EXIT-ASOF
       END-READ
    END-PERFORM
    CLOSE FD-USER.

200-EXIT-USUARIOS.
    EXIT.
*>----------------------------------------------------------------------
210-DOSSIE.

    SET ENVIRONMENT "DOSSIER_USER" TO U-LOGIN
    SET ENVIRONMENT "TXT_DIR" TO WK-TRABALHO
    MOVE "../txt/user_dossier.txt" TO WK-ENT-PATH
    CALL 'CBL_DELETE_FILE' USING WK-ENT-PATH END-CALL
    MOVE "report" TO WK-PROG-DIR
    MOVE "rpt_user_dossier" TO WK-PROG-NOME
    PERFORM 930-EXECUTA THRU 930-EXIT-EXECUTA
    SET ENVIRONMENT "TXT_DIR" TO WK-TXT-DIR
    MOVE 1 TO WK-ARQ-IDX
    PERFORM 925-SAIDA-DO-PACOTE THRU 925-EXIT-SAIDA-DO-PACOTE
    MOVE "../txt/user_dossier.txt" TO WK-ENT-PATH
    PERFORM 920-ANEXA THRU 920-EXIT-ANEXA.

210-EXIT-DOSSIE.
    EXIT.
*>----------------------------------------------------------------------
220-ASOF.

    SET ENVIRONMENT "ASOF_USER" TO U-LOGIN
    MOVE "../txt/asof_entitlements.txt" TO WK-ENT-PATH
    CALL 'CBL_DELETE_FILE' USING WK-ENT-PATH END-CALL
    MOVE "charge" TO WK-PROG-DIR
    MOVE "asof_entitlements" TO WK-PROG-NOME
    PERFORM 930-EXECUTA THRU 930-EXIT-EXECUTA
    MOVE 6 TO WK-ARQ-IDX
    PERFORM 925-SAIDA-DO-PACOTE THRU 925-EXIT-SAIDA-DO-PACOTE
    MOVE "../txt/asof_entitlements.txt" TO WK-ENT-PATH
    PERFORM 920-ANEXA THRU 920-EXIT-ANEXA.

220-EXIT-ASOF.
    EXIT.
*>----------------------------------------------------------------------
300-SOD.

    SET ENVIRONMENT "CARGA_SILENCIOSA" TO "S"
    MOVE "../txt/sod_violations.txt" TO WK-ENT-PATH
    CALL 'CBL_DELETE_FILE' USING WK-ENT-PATH END-CALL
    MOVE "report" TO WK-PROG-DIR
    MOVE "rpt_sod_violations" TO WK-PROG-NOME
    PERFORM 930-EXECUTA THRU 930-EXIT-EXECUTA
    MOVE 2 TO WK-ARQ-IDX
    PERFORM 925-SAIDA-DO-PACOTE THRU 925-EXIT-SAIDA-DO-PACOTE
    MOVE "../txt/sod_violations.txt" TO WK-ENT-PATH
    PERFORM 920-ANEXA THRU 920-EXIT-ANEXA.

300-EXIT-SOD.
    EXIT.
*>----------------------------------------------------------------------
*> CAMPANHAS ABERTAS EM ALGUM MOMENTO DO PERIODO (ABERTURA ATE O FIM,
*> ENCERRAMENTO NAO ANTERIOR AO INICIO) E AS DECISOES DO WORKLIST.
400-CERTIFICACAO.

    MOVE 3 TO WK-ARQ-IDX
    PERFORM 925-SAIDA-DO-PACOTE THRU 925-EXIT-SAIDA-DO-PACOTE
    SET ENVIRONMENT "DD_EVDOUT" TO WK-SAI-PATH
    OPEN OUTPUT ARQ-SAI
    MOVE SPACES TO WK-LINHA
    STRING "CERTIFICATION RESULTS - CAMPAIGNS OPEN BETWEEN " WK-DE-ED
           " AND " WK-ATE-ED
        DELIMITED BY SIZE INTO WK-LINHA
    END-STRING
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    MOVE "LOGIN      PROFILE              DECISION CERTIFIER            DATE       COMMENT"
      TO WK-LINHA
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA

    OPEN INPUT FD-CMP
    IF NOT FSC-OK
       MOVE "NO CERTIFICATION CAMPAIGNS ON FILE" TO WK-LINHA
       PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
       CLOSE ARQ-SAI
       GO 400-EXIT-CERTIFICACAO
    END-IF
    OPEN INPUT FD-USER
    OPEN INPUT FD-PRF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FD-CMP NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF CMP-OPENED <= WK-ATE
                AND (CMP-CLOSED = ZEROS OR CMP-CLOSED >= WK-DE)
                PERFORM 410-CAMPANHA THRU 410-EXIT-CAMPANHA
             END-IF
       END-READ
    END-PERFORM
    IF WK-CAMPANHAS = ZEROS
       MOVE "NO CAMPAIGN WAS OPEN DURING THE PERIOD" TO WK-LINHA
       PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    END-IF
    CLOSE FD-CMP
    CLOSE FD-USER
    CLOSE FD-PRF
    CLOSE ARQ-SAI.

400-EXIT-CERTIFICACAO.
    EXIT.
*>----------------------------------------------------------------------
410-CAMPANHA.

    ADD 1 TO WK-CAMPANHAS
    MOVE ZEROS TO WK-QTD-KEEP WK-QTD-REVOKE WK-QTD-PEND
    MOVE CMP-OPENED TO WK-DATA-AUX
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    MOVE WK-DATA-ED TO WK-ABERTA-ED
    MOVE CMP-CLOSED TO WK-DATA-AUX
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    MOVE SPACES TO WK-LINHA
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    STRING "CAMPAIGN " CMP-ID " " CMP-NAME " OPENED " WK-ABERTA-ED
           " CLOSED " WK-DATA-ED
        DELIMITED BY SIZE INTO WK-LINHA
    END-STRING
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA

    OPEN INPUT FD-CWK
    IF NOT FSW-OK
       GO 410-EXIT-CAMPANHA
    END-IF
    MOVE "F" TO FLG-EOF-2
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-CWK NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF CWK-CAMP = CMP-ID
                PERFORM 420-DECISAO THRU 420-EXIT-DECISAO
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-CWK
    MOVE SPACES TO WK-LINHA
    STRING "  KEPT " WK-QTD-KEEP "  REVOKED " WK-QTD-REVOKE
           "  STILL PENDING " WK-QTD-PEND
        DELIMITED BY SIZE INTO WK-LINHA
    END-STRING
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA.

410-EXIT-CAMPANHA.
    EXIT.
*>----------------------------------------------------------------------
420-DECISAO.

    MOVE SPACES TO WK-LOGIN-ED WK-PERFIL-ED
    MOVE CWK-ID-USR TO U-ID-USR
    READ FD-USER
        KEY IS KEY1-USR
        INVALID KEY
            MOVE CWK-ID-USR TO WK-LOGIN-ED
        NOT INVALID KEY
            MOVE U-LOGIN TO WK-LOGIN-ED
    END-READ
    MOVE CWK-ID-PRF TO PRF-ID
    READ FD-PRF
        KEY IS KEY1-PRF
        INVALID KEY
            MOVE CWK-ID-PRF TO WK-PERFIL-ED
        NOT INVALID KEY
            MOVE PRF-NAME TO WK-PERFIL-ED
    END-READ
    EVALUATE TRUE
       WHEN CWK-IS-KEEP
          MOVE "KEEP" TO WK-DECISAO-ED
          ADD 1 TO WK-QTD-KEEP
       WHEN CWK-IS-REVOKE
          MOVE "REVOKE" TO WK-DECISAO-ED
          ADD 1 TO WK-QTD-REVOKE
       WHEN OTHER
          MOVE "PENDING" TO WK-DECISAO-ED
          ADD 1 TO WK-QTD-PEND
    END-EVALUATE
    MOVE CWK-DATE TO WK-DATA-AUX
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    IF CWK-DATE = ZEROS
       MOVE SPACES TO WK-DATA-ED
    END-IF
    MOVE SPACES TO WK-LINHA
    STRING WK-LOGIN-ED " " WK-PERFIL-ED " " WK-DECISAO-ED "  "
           CWK-CERTIFIER " " WK-DATA-ED " " CWK-COMMENT
        DELIMITED BY SIZE INTO WK-LINHA
    END-STRING
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA.

420-EXIT-DECISAO.
    EXIT.
*>----------------------------------------------------------------------
*> A VARREDURA RODA COM TXT_DIR NA PASTA DE TRABALHO: LE SO AS LINHAS
*> DE SIGN-ON DO PERIODO E GRAVA O SECURITY_ALERTS.TXT LA - O ARQUIVO
*> VIVO, QUE O LOGIN ANUNCIA, NAO E TOCADO.
500-ANOMALIAS.

    SET ENVIRONMENT "CARGA_SILENCIOSA" TO "S"
    SET ENVIRONMENT "TXT_DIR" TO WK-TRABALHO
    MOVE "report" TO WK-PROG-DIR
    MOVE "rpt_login_anomalies" TO WK-PROG-NOME
    PERFORM 930-EXECUTA THRU 930-EXIT-EXECUTA
    SET ENVIRONMENT "TXT_DIR" TO WK-TXT-DIR
    MOVE 4 TO WK-ARQ-IDX
    PERFORM 925-SAIDA-DO-PACOTE THRU 925-EXIT-SAIDA-DO-PACOTE
    MOVE SPACES TO WK-ENT-PATH
    STRING FUNCTION TRIM(WK-TRABALHO) "/security_alerts.txt"
        DELIMITED BY SIZE INTO WK-ENT-PATH
    END-STRING
    PERFORM 920-ANEXA THRU 920-EXIT-ANEXA
    IF WK-ANEXADAS = ZEROS
       SET ENVIRONMENT "DD_EVDOUT" TO WK-SAI-PATH
       OPEN EXTEND ARQ-SAI
       IF ST-SAI = "35"
          OPEN OUTPUT ARQ-SAI
       END-IF
       MOVE "NO SIGN-ON ANOMALIES IN THE PERIOD" TO WK-LINHA
       PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
       CLOSE ARQ-SAI
    END-IF.

500-EXIT-ANOMALIAS.
    EXIT.
*>----------------------------------------------------------------------
600-JOURNAL.

    MOVE 5 TO WK-ARQ-IDX
    PERFORM 925-SAIDA-DO-PACOTE THRU 925-EXIT-SAIDA-DO-PACOTE
    MOVE SPACES TO WK-ENT-PATH
    STRING FUNCTION TRIM(WK-TRABALHO) "/change_journal.log"
        DELIMITED BY SIZE INTO WK-ENT-PATH
    END-STRING
    CALL 'CBL_COPY_FILE' USING WK-ENT-PATH WK-SAI-PATH END-CALL
    IF RETURN-CODE NOT = 0
       MOVE 0 TO RETURN-CODE
       SET ENVIRONMENT "DD_EVDOUT" TO WK-SAI-PATH
       OPEN OUTPUT ARQ-SAI
       CLOSE ARQ-SAI
    END-IF.

600-EXIT-JOURNAL.
    EXIT.
*>----------------------------------------------------------------------
*> CADA GERACAO DOS DOIS LOGS SELADOS QUE COBRE O PERIODO: OS
*> ARQUIVADOS CONTRA O PROPRIO LOG_SEALS_AAAAMM.TXT (SEAL_STORE), O
*> VIVO CONTRA O LOG_SEALS.TXT.
700-SELOS.

    MOVE 7 TO WK-ARQ-IDX
    PERFORM 925-SAIDA-DO-PACOTE THRU 925-EXIT-SAIDA-DO-PACOTE
    SET ENVIRONMENT "DD_EVDOUT" TO WK-SAI-PATH
    OPEN OUTPUT ARQ-SAI
    MOVE SPACES TO WK-LINHA
    STRING "SEAL CHAIN VERIFICATION - LOGS COVERING " WK-DE-ED
           " TO " WK-ATE-ED
        DELIMITED BY SIZE INTO WK-LINHA
    END-STRING
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    MOVE "TAG          LOG FILE                          RESULT"
      TO WK-LINHA
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    PERFORM VARYING WK-LOG-IDX FROM 1 BY 1 UNTIL WK-LOG-IDX > 2
       MOVE WK-DE(1:6) TO WK-AM
       PERFORM UNTIL WK-AM > WK-AM-FIM
          MOVE SPACES TO WK-ENT-PATH
          STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                 FUNCTION TRIM(WK-LOG-NOME(WK-LOG-IDX)) "_" WK-AM ".log"
              DELIMITED BY SIZE INTO WK-ENT-PATH
          END-STRING
          CALL 'CBL_CHECK_FILE_EXIST' USING WK-ENT-PATH WK-FILE-INFO
          END-CALL
          IF RETURN-CODE = 0
             MOVE SPACES TO WK-MAN-PATH
             STRING FUNCTION TRIM(WK-TXT-DIR) "/log_seals_" WK-AM ".txt"
                 DELIMITED BY SIZE INTO WK-MAN-PATH
             END-STRING
             SET ENVIRONMENT "SEAL_STORE" TO WK-MAN-PATH
             PERFORM 710-VERIFICA-GERACAO THRU 710-EXIT-VERIFICA-GERACAO
          END-IF
          MOVE 0 TO RETURN-CODE
          PERFORM 905-PROXIMO-MES THRU 905-EXIT-PROXIMO-MES
       END-PERFORM
       MOVE SPACES TO WK-ENT-PATH
       STRING FUNCTION TRIM(WK-TXT-DIR) "/"
              FUNCTION TRIM(WK-LOG-NOME(WK-LOG-IDX)) ".log"
           DELIMITED BY SIZE INTO WK-ENT-PATH
       END-STRING
       CALL 'CBL_CHECK_FILE_EXIST' USING WK-ENT-PATH WK-FILE-INFO
       END-CALL
       IF RETURN-CODE = 0
          SET ENVIRONMENT "SEAL_STORE" TO " "
          PERFORM 710-VERIFICA-GERACAO THRU 710-EXIT-VERIFICA-GERACAO
       END-IF
       MOVE 0 TO RETURN-CODE
    END-PERFORM
    IF WK-GERACOES = ZEROS
       MOVE "NO SEALED LOG GENERATION COVERS THE PERIOD" TO WK-LINHA
       PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    END-IF
    CLOSE ARQ-SAI
    IF WK-SEAL-STORE = SPACES
       SET ENVIRONMENT "SEAL_STORE" TO " "
    ELSE
       SET ENVIRONMENT "SEAL_STORE" TO WK-SEAL-STORE
    END-IF.

700-EXIT-SELOS.
    EXIT.
*>----------------------------------------------------------------------
710-VERIFICA-GERACAO.

    ADD 1 TO WK-GERACOES
    INITIALIZE WK-LS-PARM
    MOVE "V" TO WK-LS-OP
    MOVE WK-LOG-TAG(WK-LOG-IDX) TO WK-LS-TAG
    MOVE WK-ENT-PATH TO WK-LS-PATH
    CALL "logseal" USING WK-LS-PARM END-CALL
    MOVE SPACES TO WK-LINHA
    IF WK-LS-RESULT = "B"
       ADD 1 TO WK-QUEBRADOS
       MOVE WK-LS-BAD-DATE TO WK-DATA-AUX
       PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
       STRING WK-LS-TAG " " WK-ENT-PATH(1:33) " BROKEN - FIRST BAD DAY "
              WK-DATA-ED
           DELIMITED BY SIZE INTO WK-LINHA
       END-STRING
    ELSE
       STRING WK-LS-TAG " " WK-ENT-PATH(1:33) " CHAIN GOOD"
           DELIMITED BY SIZE INTO WK-LINHA
       END-STRING
    END-IF
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA.

710-EXIT-VERIFICA-GERACAO.
    EXIT.
*>----------------------------------------------------------------------
750-LIMPA-TRABALHO.

    PERFORM VARYING WK-LOG-IDX FROM 1 BY 1 UNTIL WK-LOG-IDX > 2
       MOVE SPACES TO WK-ENT-PATH
       STRING FUNCTION TRIM(WK-TRABALHO) "/"
              FUNCTION TRIM(WK-LOG-NOME(WK-LOG-IDX)) ".log"
           DELIMITED BY SIZE INTO WK-ENT-PATH
       END-STRING
       CALL 'CBL_DELETE_FILE' USING WK-ENT-PATH END-CALL
    END-PERFORM
    MOVE SPACES TO WK-ENT-PATH
    STRING FUNCTION TRIM(WK-TRABALHO) "/change_journal.log"
        DELIMITED BY SIZE INTO WK-ENT-PATH
    END-STRING
    CALL 'CBL_DELETE_FILE' USING WK-ENT-PATH END-CALL
    MOVE SPACES TO WK-ENT-PATH
    STRING FUNCTION TRIM(WK-TRABALHO) "/security_alerts.txt"
        DELIMITED BY SIZE INTO WK-ENT-PATH
    END-STRING
    CALL 'CBL_DELETE_FILE' USING WK-ENT-PATH END-CALL
    CALL 'CBL_DELETE_DIR' USING WK-TRABALHO END-CALL
    MOVE 0 TO RETURN-CODE.

750-EXIT-LIMPA-TRABALHO.
    EXIT.
*>----------------------------------------------------------------------
*> MANIFESTO: H PERIODO E CARIMBO, D NOME/REGISTROS/CHECKSUM POR
*> ARQUIVO, T QUANTIDADE DE ARQUIVOS.
800-MANIFESTO.

    MOVE SPACES TO WK-MAN-PATH
    STRING FUNCTION TRIM(WK-PACOTE) "/manifest.txt"
        DELIMITED BY SIZE INTO WK-MAN-PATH
    END-STRING
    SET ENVIRONMENT "DD_EVDMAN" TO WK-MAN-PATH
    OPEN OUTPUT ARQ-MAN
    MOVE SPACES TO REG-MAN-TXT
    STRING "H AUDIT EVIDENCE " WK-DE " " WK-ATE " BUILT " WK-HOJE " "
           WK-AGORA(1:6)
        DELIMITED BY SIZE INTO REG-MAN-TXT
    END-STRING
    WRITE REG-MAN-TXT
    PERFORM VARYING WK-ARQ-IDX FROM 1 BY 1 UNTIL WK-ARQ-IDX > WK-ARQ-MAX
       PERFORM 925-SAIDA-DO-PACOTE THRU 925-EXIT-SAIDA-DO-PACOTE
       MOVE WK-SAI-PATH TO WK-ENT-PATH
       PERFORM 960-SOMA-ARQUIVO THRU 960-EXIT-SOMA-ARQUIVO
       MOVE SPACES TO REG-MAN
       MOVE "D" TO MAN-TIPO
       MOVE WK-ARQ-NOME(WK-ARQ-IDX) TO MAN-NOME
       MOVE WK-QTD TO MAN-QTD
       MOVE WK-SOMA TO MAN-SOMA
       WRITE REG-MAN
       DISPLAY "AUDIT_EVIDENCE: " MAN-NOME " " MAN-QTD " " MAN-SOMA
    END-PERFORM
    MOVE SPACES TO REG-MAN-TXT
    STRING "T " WK-ARQ-MAX " FILES"
        DELIMITED BY SIZE INTO REG-MAN-TXT
    END-STRING
    WRITE REG-MAN-TXT
    CLOSE ARQ-MAN

    *> o checksum do proprio manifesto vai no recibo de entrega
    MOVE WK-MAN-PATH TO WK-ENT-PATH
    PERFORM 960-SOMA-ARQUIVO THRU 960-EXIT-SOMA-ARQUIVO
    DISPLAY "AUDIT_EVIDENCE: MANIFEST CHECKSUM " WK-SOMA
            " - QUOTE IT ON THE HANDOVER RECEIPT".

800-EXIT-MANIFESTO.
    EXIT.
*>----------------------------------------------------------------------
*> EVIDENCE_VERIFY: RECONTA E RESOMA CADA ARQUIVO DO MANIFESTO DO
*> PACOTE INDICADO. QUALQUER DIFERENCA (OU ARQUIVO AUSENTE) DA RC 8.
050-VERIFICA.

    MOVE SPACES TO WK-MAN-PATH
    STRING FUNCTION TRIM(WK-PACOTE) "/manifest.txt"
        DELIMITED BY SIZE INTO WK-MAN-PATH
    END-STRING
    SET ENVIRONMENT "DD_EVDMAN" TO WK-MAN-PATH
    OPEN INPUT ARQ-MAN
    IF ST-MAN NOT = "00"
       DISPLAY "AUDIT_EVIDENCE: NO MANIFEST IN " FUNCTION TRIM(WK-PACOTE)
       MOVE 8 TO RETURN-CODE
       GO 050-EXIT-VERIFICA
    END-IF
    MOVE ZEROS TO WK-DIFERENTES
    MOVE "F" TO FLG-EOF-3
    PERFORM UNTIL FLG-EOF-3 = "T"
       READ ARQ-MAN
          AT END
             MOVE "T" TO FLG-EOF-3
          NOT AT END
             IF MAN-TIPO = "D"
                MOVE SPACES TO WK-ENT-PATH
                STRING FUNCTION TRIM(WK-PACOTE) "/" FUNCTION TRIM(MAN-NOME)
                    DELIMITED BY SIZE INTO WK-ENT-PATH
                END-STRING
                PERFORM 960-SOMA-ARQUIVO THRU 960-EXIT-SOMA-ARQUIVO
                EVALUATE TRUE
                   WHEN WK-ACHOU-ARQ = "N"
                      ADD 1 TO WK-DIFERENTES
                      DISPLAY "MISSING   " MAN-NOME
                   WHEN WK-QTD NOT = MAN-QTD OR WK-SOMA NOT = MAN-SOMA
                      ADD 1 TO WK-DIFERENTES
                      DISPLAY "CHANGED   " MAN-NOME " RECORDS " WK-QTD
                              " (MANIFEST " MAN-QTD ")"
                   WHEN OTHER
                      DISPLAY "UNCHANGED " MAN-NOME
                END-EVALUATE
             END-IF
       END-READ
    END-PERFORM
    CLOSE ARQ-MAN
    MOVE WK-MAN-PATH TO WK-ENT-PATH
    PERFORM 960-SOMA-ARQUIVO THRU 960-EXIT-SOMA-ARQUIVO
    DISPLAY "AUDIT_EVIDENCE: MANIFEST CHECKSUM " WK-SOMA
    IF WK-DIFERENTES > ZEROS
       DISPLAY "AUDIT_EVIDENCE: " WK-DIFERENTES
               " FILE(S) DIFFER FROM THE MANIFEST"
       MOVE 8 TO RETURN-CODE
    ELSE
       DISPLAY "AUDIT_EVIDENCE: PACKAGE MATCHES ITS MANIFEST"
       MOVE 0 TO RETURN-CODE
    END-IF.

050-EXIT-VERIFICA.
    EXIT.
*>----------------------------------------------------------------------
900-EDITA-DATA.

    MOVE SPACES TO WK-DATA-ED
    IF WK-DATA-AUX = ZEROS
       MOVE "OPEN" TO WK-DATA-ED
       GO 900-EXIT-EDITA-DATA
    END-IF
    STRING WK-DATA-AUX(7:2) "/" WK-DATA-AUX(5:2) "/" WK-DATA-AUX(1:4)
        DELIMITED BY SIZE INTO WK-DATA-ED
    END-STRING.

900-EXIT-EDITA-DATA.
    EXIT.
*>----------------------------------------------------------------------
905-PROXIMO-MES.

    ADD 1 TO WK-AM-MM
    IF WK-AM-MM > 12
       MOVE 1 TO WK-AM-MM
       ADD 1 TO WK-AM-AAAA
    END-IF.

905-EXIT-PROXIMO-MES.
    EXIT.
*>----------------------------------------------------------------------
915-GRAVA-LINHA.

    MOVE WK-LINHA TO REG-SAI
    WRITE REG-SAI
    MOVE SPACES TO WK-LINHA.

915-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
*> ACRESCENTA WK-ENT-PATH AO FIM DE WK-SAI-PATH; COM WK-FILTRA = "S"
*> SO AS LINHAS DATADAS DENTRO DO PERIODO (LINHA SEM DATA SEGUE A
*> ANTERIOR, COMO NO LOGSEAL). ARQUIVO DE ENTRADA AUSENTE NAO E ERRO.
920-ANEXA.

    MOVE ZEROS TO WK-ANEXADAS
    SET ENVIRONMENT "DD_EVDIN" TO WK-ENT-PATH
    OPEN INPUT ARQ-ENT
    IF ST-ENT NOT = "00"
       GO 920-EXIT-ANEXA
    END-IF
    SET ENVIRONMENT "DD_EVDOUT" TO WK-SAI-PATH
    OPEN EXTEND ARQ-SAI
    IF ST-SAI = "35"
       OPEN OUTPUT ARQ-SAI
    END-IF
    MOVE ZEROS TO WK-DATA-LINHA
    MOVE "F" TO FLG-EOF-3
    PERFORM UNTIL FLG-EOF-3 = "T"
       READ ARQ-ENT
          AT END
             MOVE "T" TO FLG-EOF-3
          NOT AT END
             IF WK-FILTRA = "S"
                IF REG-ENT(1:8) IS NUMERIC
                   MOVE REG-ENT(1:8) TO WK-DATA-LINHA
                END-IF
                IF WK-DATA-LINHA >= WK-DE AND WK-DATA-LINHA <= WK-ATE
                   MOVE REG-ENT TO REG-SAI
                   WRITE REG-SAI
                   ADD 1 TO WK-ANEXADAS
                END-IF
             ELSE
                MOVE REG-ENT TO REG-SAI
                WRITE REG-SAI
                ADD 1 TO WK-ANEXADAS
             END-IF
       END-READ
    END-PERFORM
    CLOSE ARQ-ENT
    CLOSE ARQ-SAI.

920-EXIT-ANEXA.
    EXIT.
*>----------------------------------------------------------------------
925-SAIDA-DO-PACOTE.

    MOVE SPACES TO WK-SAI-PATH
    STRING FUNCTION TRIM(WK-PACOTE) "/"
           FUNCTION TRIM(WK-ARQ-NOME(WK-ARQ-IDX))
        DELIMITED BY SIZE INTO WK-SAI-PATH
    END-STRING.

925-EXIT-SAIDA-DO-PACOTE.
    EXIT.
*>----------------------------------------------------------------------
*> RODA UM RELATORIO/CARGA DO SISTEMA NO DIRETORIO DELE, COMO O
*> BACKUP_RESTORE RODA O REBUILD_FILES. RC DIFERENTE DE ZERO E CONTADO.
930-EXECUTA.

    MOVE SPACES TO WK-COMANDO
    IF WK-OS = "Windows_NT"
       STRING "cd /d ..\" FUNCTION TRIM(WK-PROG-DIR) " && "
              FUNCTION TRIM(WK-PROG-NOME)
           DELIMITED BY SIZE INTO WK-COMANDO
       END-STRING
    ELSE
       STRING "cd ../" FUNCTION TRIM(WK-PROG-DIR) " && ./"
              FUNCTION TRIM(WK-PROG-NOME)
           DELIMITED BY SIZE INTO WK-COMANDO
       END-STRING
    END-IF
    CALL "SYSTEM" USING WK-COMANDO
    MOVE RETURN-CODE TO WK-RC-PROG
    MOVE 0 TO RETURN-CODE
    IF WK-RC-PROG NOT = 0
       ADD 1 TO WK-FALHAS
       DISPLAY "AUDIT_EVIDENCE: " FUNCTION TRIM(WK-PROG-NOME)
               " ENDED RC " WK-RC-PROG
    END-IF.

930-EXIT-EXECUTA.
    EXIT.
*>----------------------------------------------------------------------
*> REGISTROS E CHECKSUM DE UM ARQUIVO: O MESMO VALOR ROLANTE DO
*> LOGSEAL (POSICAO PONDERADA, MODULO PRIMO) SOBRE CADA BYTE ATE O
*> ULTIMO NAO BRANCO DA LINHA, MAIS UM FECHO POR LINHA.
960-SOMA-ARQUIVO.

    MOVE ZEROS TO WK-QTD WK-SOMA
    MOVE "N" TO WK-ACHOU-ARQ
    SET ENVIRONMENT "DD_EVDIN" TO WK-ENT-PATH
    OPEN INPUT ARQ-ENT
    IF ST-ENT NOT = "00"
       GO 960-EXIT-SOMA-ARQUIVO
    END-IF
    MOVE "S" TO WK-ACHOU-ARQ
    MOVE "F" TO FLG-EOF-2
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ ARQ-ENT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             ADD 1 TO WK-QTD
             MOVE 1000 TO WK-TAM
             PERFORM UNTIL WK-TAM = 0
                     OR REG-ENT(WK-TAM:1) NOT = SPACE
                SUBTRACT 1 FROM WK-TAM
             END-PERFORM
             PERFORM VARYING WK-CPOS FROM 1 BY 1 UNTIL WK-CPOS > WK-TAM
                COMPUTE WK-CVAL = FUNCTION ORD(REG-ENT(WK-CPOS:1))
                END-COMPUTE
                COMPUTE WK-SOMA = FUNCTION MOD(
                    WK-SOMA * 131 + WK-CVAL * WK-CPOS + 17, WK-PRIME)
                END-COMPUTE
             END-PERFORM
             COMPUTE WK-SOMA = FUNCTION MOD(
                 WK-SOMA * 131 + WK-TAM + 10, WK-PRIME)
             END-COMPUTE
       END-READ
    END-PERFORM
    CLOSE ARQ-ENT.

960-EXIT-SOMA-ARQUIVO.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA NO LOAD_SUMMARY.LOG POR EXECUCAO, COMO OS CARREGADORES.
940-GRAVA-RESUMO-CARGA.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "AUDIT_EVIDENCE" TO LDS-PROGRAM
    MOVE WK-USUARIOS TO LDS-READS
    MOVE WK-ARQ-MAX TO LDS-WRITES
    MOVE WK-QUEBRADOS TO LDS-REJECTS
    IF WK-QUEBRADOS > ZEROS
       MOVE "SEALBRK" TO LDS-VERDICT
    ELSE
       MOVE "OK" TO LDS-VERDICT
    END-IF

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

940-EXIT-GRAVA-RESUMO-CARGA.
    EXIT.
*>----------------------------------------------------------------------
