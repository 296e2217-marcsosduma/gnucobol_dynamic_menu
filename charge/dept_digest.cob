       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    dept_digest.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Daily access-change digest for department heads. Every
*>           DEPARTMENT.DAT row with a head login (DEP-HEAD) gets, for
*>           that department only, the list of the day's access
*>           events of its members:
*>             - profile assignments, removals and changes (the
*>               USERPROF entries of change_journal.log) and
*>               assignment windows that closed that day
*>               (USER_PROFILE.DAT, as offboarding stamps them);
*>             - delegations that started (DELEGATION.DAT), listed
*>               under the delegate's and the delegator's department;
*>             - lockouts (login_activity.log, LOCKED OUT);
*>             - break-glass activations (break_glass.log) and
*>               elevated access granted (ELEVATION.DAT);
*>             - accounts deactivated (USER.DAT inactive, updated
*>               that day).
*>           The digest is printed by the report writer to
*>           access_digest_<dept>_<ccyymmdd>.txt, dropped in the
*>           head's MYREPORTS inbox and announced through notifyq.
*>           A department with no events that day is sent nothing.
*>
*>           The day is yesterday unless DIGEST_DATE (CCYYMMDD) is
*>           set, so it can be rerun for a missed day. Run it once a
*>           day, after the nightly loads.
*>
*> Entrada...: DEPARTMENT.DAT, USER.DAT, USER_PROFILE.DAT, PROFILE.DAT,
*>             DELEGATION.DAT, ELEVATION.DAT, change_journal.log,
*>             login_activity.log, break_glass.log
*>
*> Saida.....: access_digest_<dept>_<ccyymmdd>.txt, REPORT_DELIV.DAT,
*>             notifyq, load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  DEPT DIGEST    10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/department_se.cpy".
COPY "../cpy/user_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/profile_se.cpy".
COPY "../cpy/delegation_se.cpy".
COPY "../cpy/elevation_se.cpy".
COPY "../cpy/change_journal_se.cpy".
COPY "../cpy/login_log_se.cpy".
COPY "../cpy/break_glass_log_se.cpy".
COPY "../cpy/report_deliv_se.cpy".
COPY "../cpy/load_summary_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/department_fd.cpy".
COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/delegation_fd.cpy".
COPY "../cpy/elevation_fd.cpy".
COPY "../cpy/change_journal_fd.cpy".
COPY "../cpy/login_log_fd.cpy".
COPY "../cpy/break_glass_log_fd.cpy".
COPY "../cpy/report_deliv_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-DEP                        PIC  9(002).
    88  FSD-OK                                VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  FSP-OK                                VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  FSR-OK                                VALUE ZEROS.
77  ST-DLG                        PIC  9(002).
    88  FSG-OK                                VALUE ZEROS.
77  ST-ELV                        PIC  9(002).
    88  FSE-OK                                VALUE ZEROS.
77  ST-CHJ                        PIC  X(002) VALUE ZEROS.
77  ST-LOGLOG                     PIC  X(002) VALUE ZEROS.
77  ST-BGL                        PIC  X(002) VALUE ZEROS.
77  ST-DLV                        PIC  9(002).
    88  DLV-FS-OK                             VALUE ZEROS.
    88  DLV-FS-NOT-EXIST                      VALUE 35.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.

01  WK-LIDOS                      PIC  9(008) VALUE ZEROS.
01  WK-DIGESTS                    PIC  9(008) VALUE ZEROS.
01  WK-SEM-CHEFE                  PIC  9(008) VALUE ZEROS.
01  WK-EXCEDENTES                 PIC  9(008) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-DIA                        PIC  9(008) VALUE ZEROS.
01  WK-DIA-X                      PIC  X(008) VALUE SPACES.
01  WK-DIA-ED                     PIC  X(010) VALUE SPACES.
01  WK-DATA-AUX                   PIC  9(008) VALUE ZEROS.
01  WK-DATA-ED                    PIC  X(010) VALUE SPACES.
01  WK-TXT-DIR                    PIC  X(060) VALUE SPACES.

*> Lookup results ------------------------------------------------------
01  WK-BUSCA-ID                   PIC  9(004) VALUE ZEROS.
01  WK-BUSCA-LOGIN                PIC  X(010) VALUE SPACES.
01  WK-ACHOU-USR                  PIC  X(001) VALUE "N".
01  WK-ACHOU-DEPT                 PIC  X(004) VALUE SPACES.
01  WK-ACHOU-LOGIN                PIC  X(010) VALUE SPACES.
01  WK-PRF-NOME                   PIC  X(020) VALUE SPACES.
01  WK-DEPT-2                     PIC  X(004) VALUE SPACES.
01  WK-LOGIN-2                    PIC  X(010) VALUE SPACES.
01  WK-IMAGEM                     PIC  X(024) VALUE SPACES.
01  WK-IMG-PFU REDEFINES WK-IMAGEM.
    05 WK-IMG-ID-USR              PIC  9(004).
    05 WK-IMG-ID-PRF              PIC  9(004).
    05 WK-IMG-EFF-FROM            PIC  9(008).
    05 WK-IMG-EFF-TO              PIC  9(008).

*> The day's events, in the order the sources are read ----------------
01  WK-EV-MAX                     PIC  9(004) VALUE 3000.
01  WK-EV-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-EV-IDX                     PIC  9(004) VALUE ZEROS.
01  WK-EV-NOVO.
    05 WK-NV-DEPT                 PIC  X(004).
    05 WK-NV-TIME                 PIC  9(008).
    05 WK-NV-LOGIN                PIC  X(010).
    05 WK-NV-EVENT                PIC  X(022).
    05 WK-NV-DETAIL               PIC  X(060).
01  WK-EVENTOS.
    05 WK-EV OCCURS 3000 TIMES.
       10 WK-EV-DEPT              PIC  X(004).
       10 WK-EV-TIME              PIC  9(008).
       10 WK-EV-LOGIN             PIC  X(010).
       10 WK-EV-EVENT             PIC  X(022).
       10 WK-EV-DETAIL            PIC  X(060).

*> Current department digest -------------------------------------------
01  WK-QTD-DEPT                   PIC  9(004) VALUE ZEROS.
01  WK-QTD-ED                     PIC  Z(003)9.
01  WK-DIGEST-FILE                PIC  X(060) VALUE SPACES.
01  WK-HORA-ED                    PIC  X(005) VALUE SPACES.

01  WK-NID-PARM.
    05 WK-NID-ENTITY              PIC  X(010).
    05 WK-NID-VALUE               PIC  9(005).

*> Report writer and mail queue ----------------------------------------
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/notifyq_ws.cpy".

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
    MOVE SPACES TO WK-DIA-X
    ACCEPT WK-DIA-X FROM ENVIRONMENT "DIGEST_DATE"
    IF WK-DIA-X IS NUMERIC AND WK-DIA-X NOT = ZEROS
       MOVE WK-DIA-X TO WK-DIA
    ELSE
       COMPUTE WK-DIA = FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WK-HOJE) - 1)
    END-IF
    MOVE WK-DIA TO WK-DATA-AUX
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    MOVE WK-DATA-ED TO WK-DIA-ED

    OPEN INPUT FD-DEP
    IF NOT FSD-OK
       DISPLAY "DEPT_DIGEST: DEPARTMENT.DAT CANNOT BE OPENED - STATUS "
               ST-DEP
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT FD-USER
    IF NOT FSU-OK
       DISPLAY "DEPT_DIGEST: USER.DAT CANNOT BE OPENED - STATUS " ST-USR
       CLOSE FD-DEP
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT FD-PFU
    OPEN INPUT FD-PRF
    DISPLAY "DEPT_DIGEST: ACCESS EVENTS OF " WK-DIA-ED.

010-EXIT-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    PERFORM 100-JOURNAL THRU 100-EXIT-JOURNAL
    PERFORM 110-JANELAS THRU 110-EXIT-JANELAS
    PERFORM 120-DELEGACOES THRU 120-EXIT-DELEGACOES
    PERFORM 130-BLOQUEIOS THRU 130-EXIT-BLOQUEIOS
    PERFORM 140-BREAK-GLASS THRU 140-EXIT-BREAK-GLASS
    PERFORM 150-ELEVACOES THRU 150-EXIT-ELEVACOES
    PERFORM 160-DESATIVADOS THRU 160-EXIT-DESATIVADOS
    DISPLAY "DEPT_DIGEST: EVENTS COLLECTED: " WK-EV-NUM

    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FD-DEP NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-LIDOS
             IF DEP-HEAD = SPACES
                ADD 1 TO WK-SEM-CHEFE
             ELSE
                PERFORM 200-DIGEST-DEPTO THRU 200-EXIT-DIGEST-DEPTO
             END-IF
       END-READ
    END-PERFORM.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-DEP
    CLOSE FD-USER
    CLOSE FD-PFU
    CLOSE FD-PRF
    PERFORM 940-GRAVA-RESUMO-CARGA THRU 940-EXIT-GRAVA-RESUMO-CARGA
    DISPLAY "DEPT_DIGEST: DEPARTMENTS READ: " WK-LIDOS
            " DIGESTS SENT: " WK-DIGESTS
            " NO HEAD: " WK-SEM-CHEFE
    IF WK-EXCEDENTES > ZEROS
       DISPLAY "DEPT_DIGEST: EVENTS NOT LISTED (TABLE FULL): "
               WK-EXCEDENTES
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> ATRIBUICOES, REMOCOES E ALTERACOES DE PERFIL DO DIA, PELO JOURNAL.
100-JOURNAL.

    OPEN INPUT FILE_CHANGE_JOURNAL
    IF ST-CHJ NOT = "00"
       GO 100-EXIT-JOURNAL
    END-IF
    MOVE "F" TO FLG-EOF-2
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FILE_CHANGE_JOURNAL
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF CHJ-DATE = WK-DIA AND CHJ-FILE = "USERPROF"
                PERFORM 105-EVENTO-JOURNAL THRU 105-EXIT-EVENTO-JOURNAL
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_CHANGE_JOURNAL.

100-EXIT-JOURNAL.
    EXIT.
*>----------------------------------------------------------------------
105-EVENTO-JOURNAL.

    IF CHJ-OP-DELETE
       MOVE CHJ-BEFORE(1:24) TO WK-IMAGEM
    ELSE
       MOVE CHJ-AFTER(1:24) TO WK-IMAGEM
    END-IF
    IF WK-IMG-ID-USR IS NOT NUMERIC OR WK-IMG-ID-PRF IS NOT NUMERIC
       GO 105-EXIT-EVENTO-JOURNAL
    END-IF
    MOVE WK-IMG-ID-USR TO WK-BUSCA-ID
    PERFORM 800-USUARIO-POR-ID THRU 800-EXIT-USUARIO-POR-ID
    IF WK-ACHOU-USR = "N"
       GO 105-EXIT-EVENTO-JOURNAL
    END-IF
    MOVE WK-IMG-ID-PRF TO PRF-ID
    PERFORM 820-NOME-PERFIL THRU 820-EXIT-NOME-PERFIL

    INITIALIZE WK-EV-NOVO
    MOVE WK-ACHOU-DEPT  TO WK-NV-DEPT
    MOVE CHJ-TIME       TO WK-NV-TIME
    MOVE WK-ACHOU-LOGIN TO WK-NV-LOGIN
    EVALUATE TRUE
       WHEN CHJ-OP-WRITE
          MOVE "PROFILE ASSIGNED"   TO WK-NV-EVENT
       WHEN CHJ-OP-DELETE
          MOVE "PROFILE REMOVED"    TO WK-NV-EVENT
       WHEN OTHER
          MOVE "ASSIGNMENT CHANGED" TO WK-NV-EVENT
    END-EVALUATE
    STRING WK-IMG-ID-PRF " " FUNCTION TRIM(WK-PRF-NOME)
           " BY " FUNCTION TRIM(CHJ-OPERATOR)
        DELIMITED BY SIZE INTO WK-NV-DETAIL
    END-STRING
    PERFORM 700-GUARDA-EVENTO THRU 700-EXIT-GUARDA-EVENTO.

105-EXIT-EVENTO-JOURNAL.
    EXIT.
*>----------------------------------------------------------------------
*> ATRIBUICOES CUJA JANELA TERMINOU NO DIA (O DESLIGAMENTO AS ENCERRA
*> ASSIM, SEM EXCLUIR O REGISTRO).
110-JANELAS.

    IF NOT FSP-OK
       GO 110-EXIT-JANELAS
    END-IF
    MOVE "F" TO FLG-EOF-2
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-PFU NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO = WK-DIA
                MOVE PFU-ID-USR TO WK-BUSCA-ID
                PERFORM 800-USUARIO-POR-ID THRU 800-EXIT-USUARIO-POR-ID
                IF WK-ACHOU-USR = "S"
                   MOVE PFU-ID-PRF TO PRF-ID
                   PERFORM 820-NOME-PERFIL THRU 820-EXIT-NOME-PERFIL
                   INITIALIZE WK-EV-NOVO
                   MOVE WK-ACHOU-DEPT  TO WK-NV-DEPT
                   MOVE WK-ACHOU-LOGIN TO WK-NV-LOGIN
                   MOVE "ASSIGNMENT ENDED" TO WK-NV-EVENT
                   STRING PFU-ID-PRF " " FUNCTION TRIM(WK-PRF-NOME)
                          " (LAST DAY)"
                       DELIMITED BY SIZE INTO WK-NV-DETAIL
                   END-STRING
                   PERFORM 700-GUARDA-EVENTO THRU 700-EXIT-GUARDA-EVENTO
                END-IF
             END-IF
       END-READ
    END-PERFORM.

110-EXIT-JANELAS.
    EXIT.
*>----------------------------------------------------------------------
*> DELEGACOES QUE COMECAM NO DIA - NO DEPARTAMENTO DO SUBSTITUTO E NO
*> DO TITULAR, QUANDO FOREM DIFERENTES.
120-DELEGACOES.

    OPEN INPUT FD-DLG
    IF NOT FSG-OK
       GO 120-EXIT-DELEGACOES
    END-IF
    MOVE "F" TO FLG-EOF-2
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-DLG NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF DLG-EFF-FROM IS NUMERIC AND DLG-EFF-FROM = WK-DIA
                PERFORM 125-EVENTO-DELEGACAO
                   THRU 125-EXIT-EVENTO-DELEGACAO
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-DLG.

120-EXIT-DELEGACOES.
    EXIT.
*>----------------------------------------------------------------------
125-EVENTO-DELEGACAO.

    MOVE DLG-FROM-USR TO WK-BUSCA-ID
    PERFORM 800-USUARIO-POR-ID THRU 800-EXIT-USUARIO-POR-ID
    IF WK-ACHOU-USR = "N"
       GO 125-EXIT-EVENTO-DELEGACAO
    END-IF
    MOVE WK-ACHOU-DEPT  TO WK-DEPT-2
    MOVE WK-ACHOU-LOGIN TO WK-LOGIN-2
    MOVE DLG-TO-USR TO WK-BUSCA-ID
    PERFORM 800-USUARIO-POR-ID THRU 800-EXIT-USUARIO-POR-ID
    IF WK-ACHOU-USR = "N"
       GO 125-EXIT-EVENTO-DELEGACAO
    END-IF

    INITIALIZE WK-EV-NOVO
    MOVE WK-ACHOU-DEPT  TO WK-NV-DEPT
    MOVE WK-ACHOU-LOGIN TO WK-NV-LOGIN
    MOVE "DELEGATION STARTED" TO WK-NV-EVENT
    MOVE ZEROS TO WK-DATA-AUX
    IF DLG-EFF-TO IS NUMERIC
       MOVE DLG-EFF-TO TO WK-DATA-AUX
    END-IF
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    STRING "ACTING FOR " FUNCTION TRIM(WK-LOGIN-2)
           " UNTIL " WK-DATA-ED
        DELIMITED BY SIZE INTO WK-NV-DETAIL
    END-STRING
    PERFORM 700-GUARDA-EVENTO THRU 700-EXIT-GUARDA-EVENTO

    IF WK-DEPT-2 NOT = WK-ACHOU-DEPT
       MOVE WK-DEPT-2  TO WK-NV-DEPT
       MOVE WK-LOGIN-2 TO WK-NV-LOGIN
       MOVE SPACES TO WK-NV-DETAIL
       STRING "DELEGATED TO " FUNCTION TRIM(WK-ACHOU-LOGIN)
              " UNTIL " WK-DATA-ED
           DELIMITED BY SIZE INTO WK-NV-DETAIL
       END-STRING
       PERFORM 700-GUARDA-EVENTO THRU 700-EXIT-GUARDA-EVENTO
    END-IF.

125-EXIT-EVENTO-DELEGACAO.
    EXIT.
*>----------------------------------------------------------------------
*> CONTAS BLOQUEADAS NO DIA, PELO LOGIN_ACTIVITY.LOG.
130-BLOQUEIOS.

    OPEN INPUT FILE_LOGIN_LOG
    IF ST-LOGLOG NOT = "00"
       GO 130-EXIT-BLOQUEIOS
    END-IF
    MOVE "F" TO FLG-EOF-2
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FILE_LOGIN_LOG
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF LOG-DATE = WK-DIA AND LOG-REASON = "LOCKED OUT"
                MOVE LOG-USER TO WK-BUSCA-LOGIN
                PERFORM 810-USUARIO-POR-LOGIN
                   THRU 810-EXIT-USUARIO-POR-LOGIN
                IF WK-ACHOU-USR = "S"
                   INITIALIZE WK-EV-NOVO
                   MOVE WK-ACHOU-DEPT  TO WK-NV-DEPT
                   MOVE LOG-TIME       TO WK-NV-TIME
                   MOVE WK-ACHOU-LOGIN TO WK-NV-LOGIN
                   MOVE "LOCKED OUT"   TO WK-NV-EVENT
                   STRING "AT " FUNCTION TRIM(LOG-MODULE)
                       DELIMITED BY SIZE INTO WK-NV-DETAIL
                   END-STRING
                   PERFORM 700-GUARDA-EVENTO THRU 700-EXIT-GUARDA-EVENTO
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_LOGIN_LOG.

130-EXIT-BLOQUEIOS.
    EXIT.
*>----------------------------------------------------------------------
*> ATIVACOES DE BREAK-GLASS NO DIA, NO DEPARTAMENTO DO OPERADOR.
140-BREAK-GLASS.

    OPEN INPUT FILE_BREAK_GLASS_LOG
    IF ST-BGL NOT = "00"
       GO 140-EXIT-BREAK-GLASS
    END-IF
    MOVE "F" TO FLG-EOF-2
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FILE_BREAK_GLASS_LOG
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF BGL-DATE = WK-DIA AND BGL-EVENT = "ACTIVATED"
                MOVE BGL-OPERATOR TO WK-BUSCA-LOGIN
                PERFORM 810-USUARIO-POR-LOGIN
                   THRU 810-EXIT-USUARIO-POR-LOGIN
                IF WK-ACHOU-USR = "S"
                   INITIALIZE WK-EV-NOVO
                   MOVE WK-ACHOU-DEPT  TO WK-NV-DEPT
                   MOVE BGL-TIME       TO WK-NV-TIME
                   MOVE WK-ACHOU-LOGIN TO WK-NV-LOGIN
                   MOVE "BREAK-GLASS ACTIVATED" TO WK-NV-EVENT
                   MOVE BGL-DETAIL     TO WK-NV-DETAIL
                   PERFORM 700-GUARDA-EVENTO THRU 700-EXIT-GUARDA-EVENTO
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_BREAK_GLASS_LOG.

140-EXIT-BREAK-GLASS.
    EXIT.
*>----------------------------------------------------------------------
*> ELEVACOES TEMPORARIAS INICIADAS NO DIA.
150-ELEVACOES.

    OPEN INPUT FD-ELV
    IF NOT FSE-OK
       GO 150-EXIT-ELEVACOES
    END-IF
    MOVE "F" TO FLG-EOF-2
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-ELV NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF ELV-START-DATE IS NUMERIC AND ELV-START-DATE = WK-DIA
                MOVE ELV-LOGIN TO WK-BUSCA-LOGIN
                PERFORM 810-USUARIO-POR-LOGIN
                   THRU 810-EXIT-USUARIO-POR-LOGIN
                IF WK-ACHOU-USR = "S"
                   MOVE ELV-ID-PRF TO PRF-ID
                   PERFORM 820-NOME-PERFIL THRU 820-EXIT-NOME-PERFIL
                   INITIALIZE WK-EV-NOVO
                   MOVE WK-ACHOU-DEPT  TO WK-NV-DEPT
                   MOVE ELV-START-TIME TO WK-NV-TIME
                   MOVE WK-ACHOU-LOGIN TO WK-NV-LOGIN
                   MOVE "ELEVATED ACCESS" TO WK-NV-EVENT
                   STRING FUNCTION TRIM(WK-PRF-NOME) " "
                          ELV-HOURS "H " FUNCTION TRIM(ELV-REASON)
                       DELIMITED BY SIZE INTO WK-NV-DETAIL
                   END-STRING
                   PERFORM 700-GUARDA-EVENTO THRU 700-EXIT-GUARDA-EVENTO
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-ELV.

150-EXIT-ELEVACOES.
    EXIT.
*>----------------------------------------------------------------------
*> CONTAS DESATIVADAS NO DIA (INATIVAS, ATUALIZADAS NO DIA).
160-DESATIVADOS.

    MOVE ZEROS TO U-ID-USR
    MOVE SPACES TO U-LOGIN
    MOVE "F" TO FLG-EOF-2
    START FD-USER
        KEY IS >= KEY1-USR
        INVALID KEY
            MOVE "T" TO FLG-EOF-2
    END-START
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-USER NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF U-INACTIVE AND U-UPD-DATE IS NUMERIC
                AND U-UPD-DATE = WK-DIA
                INITIALIZE WK-EV-NOVO
                MOVE U-DEPT     TO WK-NV-DEPT
                MOVE U-UPD-TIME TO WK-NV-TIME
                MOVE U-LOGIN    TO WK-NV-LOGIN
                MOVE "ACCOUNT DEACTIVATED" TO WK-NV-EVENT
                MOVE U-NAME     TO WK-NV-DETAIL
                PERFORM 700-GUARDA-EVENTO THRU 700-EXIT-GUARDA-EVENTO
             END-IF
       END-READ
    END-PERFORM.

160-EXIT-DESATIVADOS.
    EXIT.
*>----------------------------------------------------------------------
*> UM DIGEST PARA O CHEFE DO DEPARTAMENTO EM REC-DEP, SE HOUVE EVENTO.
200-DIGEST-DEPTO.

    MOVE ZEROS TO WK-QTD-DEPT
    PERFORM VARYING WK-EV-IDX FROM 1 BY 1 UNTIL WK-EV-IDX > WK-EV-NUM
       IF WK-EV-DEPT(WK-EV-IDX) = DEP-CODE
          ADD 1 TO WK-QTD-DEPT
       END-IF
    END-PERFORM
    IF WK-QTD-DEPT = ZEROS
       GO 200-EXIT-DIGEST-DEPTO
    END-IF

    MOVE SPACES TO WK-TXT-DIR
    ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
    IF WK-TXT-DIR = SPACES
       MOVE "../txt" TO WK-TXT-DIR
    END-IF
    MOVE SPACES TO WK-RW-FILENAME
    STRING FUNCTION TRIM(WK-TXT-DIR) "/access_digest_"
           FUNCTION TRIM(DEP-CODE) "_" WK-DIA ".txt"
        DELIMITED BY SIZE INTO WK-RW-FILENAME
    END-STRING
    MOVE WK-RW-FILENAME TO WK-DIGEST-FILE
    MOVE SPACES TO WK-RW-TITLE
    STRING "ACCESS CHANGE DIGEST " FUNCTION TRIM(DEP-CODE)
           " " WK-DIA-ED
        DELIMITED BY SIZE INTO WK-RW-TITLE
    END-STRING
    MOVE SPACES TO WK-RW-HEADING
    MOVE "TIME"   TO WK-RW-HEADING(1:4)
    MOVE "LOGIN"  TO WK-RW-HEADING(8:5)
    MOVE "EVENT"  TO WK-RW-HEADING(20:5)
    MOVE "DETAIL" TO WK-RW-HEADING(44:6)
    MOVE DEP-HEAD TO WK-RW-OWNER
    MOVE "O" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO WK-RW-LINE
    STRING "DEPARTMENT " FUNCTION TRIM(DEP-CODE) " - "
           FUNCTION TRIM(DEP-NAME)
        DELIMITED BY SIZE INTO WK-RW-LINE
    END-STRING
    MOVE "L" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    PERFORM VARYING WK-EV-IDX FROM 1 BY 1 UNTIL WK-EV-IDX > WK-EV-NUM
       IF WK-EV-DEPT(WK-EV-IDX) = DEP-CODE
          PERFORM 210-LINHA-EVENTO THRU 210-EXIT-LINHA-EVENTO
       END-IF
    END-PERFORM

    MOVE SPACES TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE WK-QTD-DEPT TO WK-QTD-ED
    STRING "EVENTS: " FUNCTION TRIM(WK-QTD-ED)
        DELIMITED BY SIZE INTO WK-RW-LINE
    END-STRING
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    PERFORM 220-ENTREGA THRU 220-EXIT-ENTREGA

    INITIALIZE WK-NTF-PARM
    MOVE DEP-HEAD TO WK-NTF-RECIPIENT
    MOVE WK-RW-TITLE TO WK-NTF-SUBJECT
    STRING FUNCTION TRIM(WK-QTD-ED) " ACCESS EVENT(S) IN DEPARTMENT "
           FUNCTION TRIM(DEP-CODE) " ON " WK-DIA-ED
           " - SEE MYREPORTS: " FUNCTION TRIM(WK-DIGEST-FILE)
        DELIMITED BY SIZE INTO WK-NTF-BODY
    END-STRING
    CALL "notifyq" USING WK-NTF-PARM END-CALL

    ADD 1 TO WK-DIGESTS
    DISPLAY "DEPT_DIGEST: DIGEST SENT TO " DEP-HEAD
            " DEPT: " DEP-CODE " EVENTS: " WK-QTD-DEPT.

200-EXIT-DIGEST-DEPTO.
    EXIT.
*>----------------------------------------------------------------------
210-LINHA-EVENTO.

    MOVE SPACES TO WK-HORA-ED
    IF WK-EV-TIME(WK-EV-IDX) > ZEROS
       STRING WK-EV-TIME(WK-EV-IDX)(1:2) ":" WK-EV-TIME(WK-EV-IDX)(3:2)
           DELIMITED BY SIZE INTO WK-HORA-ED
       END-STRING
    END-IF
    MOVE SPACES TO WK-RW-LINE
    MOVE WK-HORA-ED                TO WK-RW-LINE(1:5)
    MOVE WK-EV-LOGIN(WK-EV-IDX)    TO WK-RW-LINE(8:10)
    MOVE WK-EV-EVENT(WK-EV-IDX)    TO WK-RW-LINE(20:22)
    MOVE WK-EV-DETAIL(WK-EV-IDX)   TO WK-RW-LINE(44:60)
    MOVE "L" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

210-EXIT-LINHA-EVENTO.
    EXIT.
*>----------------------------------------------------------------------
*> LINHA NO REPORT_DELIV.DAT PARA O CHEFE, COMO A CAIXA MYREPORTS LE.
220-ENTREGA.

    OPEN I-O FD-DLV
    IF DLV-FS-NOT-EXIST
       OPEN OUTPUT FD-DLV
       CLOSE FD-DLV
       OPEN I-O FD-DLV
    END-IF
    IF NOT DLV-FS-OK
       GO 220-EXIT-ENTREGA
    END-IF
    MOVE "RPTDELIV" TO WK-NID-ENTITY
    CALL "nextid" USING WK-NID-PARM END-CALL
    INITIALIZE REC-DLV
    MOVE WK-NID-VALUE      TO DLV-ID
    MOVE DEP-HEAD          TO DLV-LOGIN
    MOVE WK-RW-TITLE(1:30) TO DLV-REPORT
    MOVE WK-DIGEST-FILE    TO DLV-FILE
    MOVE WK-HOJE           TO DLV-DATE
    MOVE WK-AGORA          TO DLV-TIME
    MOVE "N"               TO DLV-READ
    WRITE REC-DLV
        INVALID KEY
            CONTINUE
    END-WRITE
    CLOSE FD-DLV.

220-EXIT-ENTREGA.
    EXIT.
*>----------------------------------------------------------------------
*> WK-EV-NOVO NA TABELA; SEM DEPARTAMENTO NAO HA A QUEM ENVIAR.
700-GUARDA-EVENTO.

    IF WK-NV-DEPT = SPACES
       GO 700-EXIT-GUARDA-EVENTO
    END-IF
    IF WK-EV-NUM >= WK-EV-MAX
       ADD 1 TO WK-EXCEDENTES
       GO 700-EXIT-GUARDA-EVENTO
    END-IF
    ADD 1 TO WK-EV-NUM
    MOVE WK-EV-NOVO TO WK-EV(WK-EV-NUM).

700-EXIT-GUARDA-EVENTO.
    EXIT.
*>----------------------------------------------------------------------
*> WK-BUSCA-ID -> WK-ACHOU-USR / WK-ACHOU-LOGIN / WK-ACHOU-DEPT.
800-USUARIO-POR-ID.

    MOVE "N" TO WK-ACHOU-USR
    MOVE SPACES TO WK-ACHOU-LOGIN WK-ACHOU-DEPT
    MOVE WK-BUSCA-ID TO U-ID-USR
    MOVE SPACES TO U-LOGIN
    START FD-USER
        KEY IS >= KEY1-USR
        INVALID KEY
            GO 800-EXIT-USUARIO-POR-ID
    END-START
    READ FD-USER NEXT
        AT END
            GO 800-EXIT-USUARIO-POR-ID
    END-READ
    IF U-ID-USR = WK-BUSCA-ID
       MOVE "S" TO WK-ACHOU-USR
       MOVE U-LOGIN TO WK-ACHOU-LOGIN
       MOVE U-DEPT TO WK-ACHOU-DEPT
    END-IF.

800-EXIT-USUARIO-POR-ID.
    EXIT.
*>----------------------------------------------------------------------
*> WK-BUSCA-LOGIN -> WK-ACHOU-USR / WK-ACHOU-LOGIN / WK-ACHOU-DEPT.
810-USUARIO-POR-LOGIN.

    MOVE "N" TO WK-ACHOU-USR
    MOVE SPACES TO WK-ACHOU-LOGIN WK-ACHOU-DEPT
    IF WK-BUSCA-LOGIN = SPACES
       GO 810-EXIT-USUARIO-POR-LOGIN
    END-IF
    MOVE WK-BUSCA-LOGIN TO U-LOGIN
    READ FD-USER KEY IS KEY2-USR
        INVALID KEY
            GO 810-EXIT-USUARIO-POR-LOGIN
    END-READ
    MOVE "S" TO WK-ACHOU-USR
    MOVE U-LOGIN TO WK-ACHOU-LOGIN
    MOVE U-DEPT TO WK-ACHOU-DEPT.

810-EXIT-USUARIO-POR-LOGIN.
    EXIT.
*>----------------------------------------------------------------------
*> PRF-ID -> WK-PRF-NOME.
820-NOME-PERFIL.

    MOVE SPACES TO WK-PRF-NOME
    IF NOT FSR-OK
       GO 820-EXIT-NOME-PERFIL
    END-IF
    READ FD-PRF
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PRF-NAME TO WK-PRF-NOME
    END-READ.

820-EXIT-NOME-PERFIL.
    EXIT.
*>----------------------------------------------------------------------
*> WK-DATA-AUX (CCYYMMDD) -> WK-DATA-ED (DD/MM/CCYY).
900-EDITA-DATA.

    MOVE SPACES TO WK-DATA-ED
    IF WK-DATA-AUX = ZEROS
       MOVE "OPEN END" TO WK-DATA-ED
       GO 900-EXIT-EDITA-DATA
    END-IF
    STRING WK-DATA-AUX(7:2) "/" WK-DATA-AUX(5:2) "/" WK-DATA-AUX(1:4)
        DELIMITED BY SIZE INTO WK-DATA-ED
    END-STRING.

900-EXIT-EDITA-DATA.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA NO LOAD_SUMMARY.LOG POR EXECUCAO, COMO OS CARREGADORES.
940-GRAVA-RESUMO-CARGA.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "DEPT_DIGEST" TO LDS-PROGRAM
    MOVE WK-EV-NUM TO LDS-READS
    MOVE WK-DIGESTS TO LDS-WRITES
    MOVE WK-EXCEDENTES TO LDS-REJECTS
    MOVE "OK" TO LDS-VERDICT

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

940-EXIT-GRAVA-RESUMO-CARGA.
    EXIT.
*>----------------------------------------------------------------------
