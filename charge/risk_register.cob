       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    risk_register.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Nightly user access risk register. Every active USER.DAT
*>           row is scored from the signals security used to chase
*>           one by one, each weighted by a SYSPARM.DAT parameter
*>           (built-in default when the row is absent):
*>             RISKWADMIN      holds an administrative profile     30
*>             RISKWSOD        per SOD_RULES pair within reach     25
*>             RISKWFAILLOGIN  per failed sign-on in the window     2
*>             RISKWDORMANT    no sign-on for RISKDORMDAYS (60)    20
*>                             (never for service accounts)
*>             RISKWBREAKGLASS per break-glass activation           40
*>             RISKWDELEG      per open delegation received        10
*>             RISKWCERTOPEN   per unanswered certification row     5
*>             RISKWTERMEXEMPT administrator not restricted to
*>                             registered terminals                15
*>           The window for failures and break-glass use is
*>           RISKWINDOWDAYS (30). Profiles are resolved the way
*>           validate_usr does at sign-on - effective dates, open
*>           delegations, parent chains, deny beats allow.
*>
*>           Accounts are ranked by score and each night's scores go
*>           to RISK_HISTORY.DAT; the register shows every account
*>           with its previous score and trend. The top RISKTOPN (10)
*>           entries are written as a separate report titled
*>           "USER ACCESS RISK - TOP ENTRIES", which the report
*>           router delivers to the security team's inboxes; with no
*>           REPORT_ROUTE row for that name the security mailbox is
*>           told where to find it instead.
*>
*> Entrada...: user.dat, profile.dat, user_profile.dat,
*>             menu_profile.dat, sod_rules.dat, delegation.dat,
*>             cert_campaign.dat, cert_worklist.dat, report_route.dat,
*>             login_activity.log, break_glass.log
*>
*> Saida.....: risk_history.dat, risk_register.txt,
*>             risk_register_top.txt
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  RISK REGSTR    10/15/26  DUMA      Primeira versao.
*>  SVC ACCOUNT    10/15/26  DUMA      Conta de servico nao e dormente.
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
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/menu_profile_se.cpy".
COPY "../cpy/sod_rules_se.cpy".
COPY "../cpy/delegation_se.cpy".
COPY "../cpy/cert_campaign_se.cpy".
COPY "../cpy/cert_worklist_se.cpy".
COPY "../cpy/report_route_se.cpy".
COPY "../cpy/login_log_se.cpy".
COPY "../cpy/break_glass_log_se.cpy".
COPY "../cpy/risk_history_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/user_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/menu_profile_fd.cpy".
COPY "../cpy/sod_rules_fd.cpy".
COPY "../cpy/delegation_fd.cpy".
COPY "../cpy/cert_campaign_fd.cpy".
COPY "../cpy/cert_worklist_fd.cpy".
COPY "../cpy/report_route_fd.cpy".
COPY "../cpy/login_log_fd.cpy".
COPY "../cpy/break_glass_log_fd.cpy".
COPY "../cpy/risk_history_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-USR                        PIC  9(002).
    88  FS1-OK VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  FS2-OK VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  FS3-OK VALUE ZEROS.
77  ST-PFM                        PIC  9(002).
    88  FS4-OK VALUE ZEROS.
77  ST-SOD                        PIC  9(002).
    88  FS5-OK VALUE ZEROS.
77  ST-DLG                        PIC  9(002).
    88  FS6-OK VALUE ZEROS.
77  ST-CMP                        PIC  9(002).
    88  FS7-OK VALUE ZEROS.
77  ST-CWK                        PIC  9(002).
    88  FS8-OK VALUE ZEROS.
77  ST-RTE                        PIC  9(002).
    88  FS9-OK VALUE ZEROS.
77  ST-RSK                        PIC  9(002).
    88  RSK-FS-OK                             VALUE ZEROS.
    88  RSK-FS-NOT-EXIST                      VALUE 35.
77  ST-LOGLOG                     PIC  X(002) VALUE ZEROS.
77  ST-BGL                        PIC  X(002) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  FLG-EOF-3                     PIC  X(001) VALUE "F".
*> Files present this run ---------------------------------------------
01  WK-HAS-PRF                    PIC  X(001) VALUE "N".
01  WK-HAS-PFU                    PIC  X(001) VALUE "N".
01  WK-HAS-PFM                    PIC  X(001) VALUE "N".
01  WK-HAS-DLG                    PIC  X(001) VALUE "N".
01  WK-HAS-RSK                    PIC  X(001) VALUE "N".
*> Weights and limits (SYSPARM.DAT through getparm) --------------------
COPY "../cpy/getparm_ws.cpy".
01  WK-W-ADMIN                    PIC  9(005) VALUE 30.
01  WK-W-SOD                      PIC  9(005) VALUE 25.
01  WK-W-FAIL                     PIC  9(005) VALUE 2.
01  WK-W-DORMANT                  PIC  9(005) VALUE 20.
01  WK-W-BGLASS                   PIC  9(005) VALUE 40.
01  WK-W-DELEG                    PIC  9(005) VALUE 10.
01  WK-W-CERT                     PIC  9(005) VALUE 5.
01  WK-W-TERMEX                   PIC  9(005) VALUE 15.
01  WK-WINDOW-DAYS                PIC  9(004) VALUE 30.
01  WK-DORM-DAYS                  PIC  9(004) VALUE 60.
01  WK-TOP-N                      PIC  9(004) VALUE 10.
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-WIN-CUT                    PIC  9(008) VALUE ZEROS.
01  WK-DORM-CUT                   PIC  9(008) VALUE ZEROS.
*> Per-login sign-on facts from login_activity.log ---------------------
01  WK-LG-MAX                     PIC  9(004) VALUE 1000.
01  WK-LG-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-LG-TAB.
    05 WK-LG-ROW OCCURS 1000 TIMES.
       10 WK-LG-LOGIN             PIC X(10).
       10 WK-LG-LAST-OK           PIC 9(08).
       10 WK-LG-FAILS             PIC 9(04).
*> Break-glass activations in the window, per operator ----------------
01  WK-BG-MAX                     PIC  9(003) VALUE 100.
01  WK-BG-NUM                     PIC  9(003) VALUE ZEROS.
01  WK-BG-TAB.
    05 WK-BG-ROW OCCURS 100 TIMES.
       10 WK-BG-LOGIN             PIC X(10).
       10 WK-BG-COUNT             PIC 9(03).
*> Unanswered certification rows of open campaigns, per user ----------
01  WK-CP-MAX                     PIC  9(003) VALUE 100.
01  WK-CP-NUM                     PIC  9(003) VALUE ZEROS.
01  WK-CP-TAB.
    05 WK-CP-ID                   PIC 9(04) OCCURS 100 TIMES.
01  WK-CW-MAX                     PIC  9(004) VALUE 1000.
01  WK-CW-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-CW-TAB.
    05 WK-CW-ROW OCCURS 1000 TIMES.
       10 WK-CW-USR               PIC 9(04).
       10 WK-CW-COUNT             PIC 9(03).
*> SOD rule table -------------------------------------------------------
01  WK-RULE-MAX                   PIC  9(003) VALUE 100.
01  WK-RULE-NUM                   PIC  9(003) VALUE ZEROS.
01  WK-RULE-TAB.
    05 WK-RULE-ROW OCCURS 100 TIMES.
       10 WK-RULE-A               PIC 9(05).
       10 WK-RULE-B               PIC 9(05).
*> Current user's resolved profiles and items ---------------------------
01  WK-PRF-MAX                    PIC  9(003) VALUE 30.
01  WK-PRF-NUM                    PIC  9(003) VALUE ZEROS.
01  WK-PRF-TAB.
    05 WK-PRF-ID-T                PIC 9(04) OCCURS 30 TIMES.
01  WK-IT-MAX                     PIC  9(003) VALUE 200.
01  WK-IT-NUM                     PIC  9(003) VALUE ZEROS.
01  WK-IT-TAB.
    05 WK-IT-ROW OCCURS 200 TIMES.
       10 WK-IT-ID                PIC 9(05).
       10 WK-IT-DENY              PIC X(01).
*> Scored accounts -------------------------------------------------------
01  WK-US-MAX                     PIC  9(004) VALUE 1000.
01  WK-US-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-US-TAB.
    05 WK-US-ROW OCCURS 1000 TIMES.
       10 WK-US-ID                PIC 9(04).
       10 WK-US-LOGIN             PIC X(10).
       10 WK-US-SCORE             PIC 9(05).
       10 WK-US-PREV              PIC 9(05).
       10 WK-US-PREV-DATE         PIC 9(08).
       10 WK-US-ADMIN             PIC X(01).
       10 WK-US-SOD               PIC 9(03).
       10 WK-US-FAILS             PIC 9(04).
       10 WK-US-DORMANT           PIC X(01).
       10 WK-US-BGLASS            PIC 9(03).
       10 WK-US-DELEG             PIC 9(03).
       10 WK-US-CERT              PIC 9(03).
       10 WK-US-TERMEX            PIC X(01).
01  WK-SWAP-ROW                   PIC  X(051) VALUE SPACES.
*> Scratch --------------------------------------------------------------
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-KDX                        PIC  9(004) VALUE ZEROS.
01  WK-MAXI                       PIC  9(004) VALUE ZEROS.
01  WK-HIT                        PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  X(001) VALUE "N".
01  WK-EFFECTIVE                  PIC  X(001) VALUE "Y".
01  WK-HAS-A                      PIC  X(001) VALUE "N".
01  WK-HAS-B                      PIC  X(001) VALUE "N".
01  WK-CUR-USER                   PIC  9(004) VALUE ZEROS.
01  WK-CUR-PRF                    PIC  9(004) VALUE ZEROS.
01  WK-HOLDER                     PIC  9(004) VALUE ZEROS.
01  WK-LAST-SEEN                  PIC  9(008) VALUE ZEROS.
01  WK-SCORE-CALC                 PIC  9(007) VALUE ZEROS.
01  WK-TREND                      PIC  X(004) VALUE SPACES.
01  WK-RANK                       PIC  9(004) VALUE ZEROS.
01  WK-ROUTED                     PIC  X(001) VALUE "N".
01  WK-TOP-TITLE                  PIC  X(060) VALUE
    "USER ACCESS RISK - TOP ENTRIES".
01  WK-HEADING                    PIC  X(100) VALUE
    "RANK LOGIN       ID  SCORE  PREV TREND ADM SOD FAIL DRM BGL DLG CRT TRM".
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/notifyq_ws.cpy".

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    CALL "setpaths" END-CALL
    PERFORM 005-PARAMETROS THRU 005-EXIT-PARAMETROS

    OPEN INPUT FD-USER
    IF NOT FS1-OK
       DISPLAY "RISK REGISTER: USER.DAT NOT AVAILABLE - NOTHING SCORED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT FD-PRF
    IF FS2-OK
       MOVE "Y" TO WK-HAS-PRF
    END-IF
    OPEN INPUT FD-PFU
    IF FS3-OK
       MOVE "Y" TO WK-HAS-PFU
    END-IF
    OPEN INPUT FD-PFM
    IF FS4-OK
       MOVE "Y" TO WK-HAS-PFM
    END-IF
    OPEN INPUT FD-DLG
    IF FS6-OK
       MOVE "Y" TO WK-HAS-DLG
    END-IF
    OPEN INPUT FD-RSK
    IF RSK-FS-OK
       MOVE "Y" TO WK-HAS-RSK
    END-IF

    PERFORM 010-CARREGA-LOGINS THRU 010-EXIT-CARREGA-LOGINS
    PERFORM 012-CARREGA-BREAK-GLASS THRU 012-EXIT-CARREGA-BREAK-GLASS
    PERFORM 014-CARREGA-CERTIFICACAO THRU 014-EXIT-CARREGA-CERTIFICACAO
    PERFORM 016-CARREGA-SOD THRU 016-EXIT-CARREGA-SOD
    PERFORM 020-PONTUA-USUARIOS THRU 020-EXIT-PONTUA-USUARIOS

    CLOSE FD-USER
    IF WK-HAS-PRF = "Y"
       CLOSE FD-PRF
    END-IF
    IF WK-HAS-PFU = "Y"
       CLOSE FD-PFU
    END-IF
    IF WK-HAS-PFM = "Y"
       CLOSE FD-PFM
    END-IF
    IF WK-HAS-DLG = "Y"
       CLOSE FD-DLG
    END-IF
    IF WK-HAS-RSK = "Y"
       CLOSE FD-RSK
    END-IF

    PERFORM 030-ORDENA THRU 030-EXIT-ORDENA
    PERFORM 040-GRAVA-HISTORICO THRU 040-EXIT-GRAVA-HISTORICO
    PERFORM 050-RELATORIO THRU 050-EXIT-RELATORIO
    PERFORM 060-RELATORIO-TOPO THRU 060-EXIT-RELATORIO-TOPO

    DISPLAY "RISK REGISTER DONE - " WK-US-NUM
            " ACCOUNTS SCORED - SEE risk_register.txt"
    STOP RUN.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
*> WEIGHTS AND LIMITS FROM SYSPARM.DAT, THEN THE CUT-OFF DATES.
005-PARAMETROS.

    MOVE "RISKWADMIN" TO WK-GP-KEY
    MOVE WK-W-ADMIN TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-W-ADMIN
    MOVE "RISKWSOD" TO WK-GP-KEY
    MOVE WK-W-SOD TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-W-SOD
    MOVE "RISKWFAILLOGIN" TO WK-GP-KEY
    MOVE WK-W-FAIL TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-W-FAIL
    MOVE "RISKWDORMANT" TO WK-GP-KEY
    MOVE WK-W-DORMANT TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-W-DORMANT
    MOVE "RISKWBREAKGLASS" TO WK-GP-KEY
    MOVE WK-W-BGLASS TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-W-BGLASS
    MOVE "RISKWDELEG" TO WK-GP-KEY
    MOVE WK-W-DELEG TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-W-DELEG
    MOVE "RISKWCERTOPEN" TO WK-GP-KEY
    MOVE WK-W-CERT TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-W-CERT
    MOVE "RISKWTERMEXEMPT" TO WK-GP-KEY
    MOVE WK-W-TERMEX TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-W-TERMEX
    MOVE "RISKWINDOWDAYS" TO WK-GP-KEY
    MOVE WK-WINDOW-DAYS TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-WINDOW-DAYS
    MOVE "RISKDORMDAYS" TO WK-GP-KEY
    MOVE WK-DORM-DAYS TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-DORM-DAYS
    MOVE "RISKTOPN" TO WK-GP-KEY
    MOVE WK-TOP-N TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-TOP-N

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    COMPUTE WK-WIN-CUT = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WK-HOJE) - WK-WINDOW-DAYS)
    END-COMPUTE
    COMPUTE WK-DORM-CUT = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WK-HOJE) - WK-DORM-DAYS)
    END-COMPUTE.

005-EXIT-PARAMETROS.
    EXIT.
*>----------------------------------------------------------------------
*> UMA PASSADA PELO LOG DE LOGIN: ULTIMO SUCESSO DE CADA LOGIN E AS
*> FALHAS DENTRO DA JANELA.
010-CARREGA-LOGINS.

    OPEN INPUT FILE_LOGIN_LOG
    IF ST-LOGLOG NOT = "00"
       GO 010-EXIT-CARREGA-LOGINS
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_LOGIN_LOG
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             MOVE ZEROS TO WK-HIT
             PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-LG-NUM OR WK-HIT > 0
                IF WK-LG-LOGIN(WK-IDX) = LOG-USER(1:10)
                   MOVE WK-IDX TO WK-HIT
                END-IF
             END-PERFORM
             IF WK-HIT = 0 AND WK-LG-NUM < WK-LG-MAX
                ADD 1 TO WK-LG-NUM
                MOVE WK-LG-NUM TO WK-HIT
                MOVE LOG-USER(1:10) TO WK-LG-LOGIN(WK-HIT)
                MOVE ZEROS TO WK-LG-LAST-OK(WK-HIT) WK-LG-FAILS(WK-HIT)
             END-IF
             IF WK-HIT > 0
                IF LOG-RESULT = "SUCCESS"
                   IF LOG-DATE > WK-LG-LAST-OK(WK-HIT)
                      MOVE LOG-DATE TO WK-LG-LAST-OK(WK-HIT)
                   END-IF
                ELSE
                   IF LOG-RESULT = "FAILURE" AND LOG-DATE >= WK-WIN-CUT
                      AND WK-LG-FAILS(WK-HIT) < 9999
                      ADD 1 TO WK-LG-FAILS(WK-HIT)
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_LOGIN_LOG
    MOVE "F" TO FLG-EOF.

010-EXIT-CARREGA-LOGINS.
    EXIT.
*>----------------------------------------------------------------------
*> ATIVACOES DE BREAK-GLASS NA JANELA, POR OPERADOR.
012-CARREGA-BREAK-GLASS.

    OPEN INPUT FILE_BREAK_GLASS_LOG
    IF ST-BGL NOT = "00"
       GO 012-EXIT-CARREGA-BREAK-GLASS
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_BREAK_GLASS_LOG
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF BGL-EVENT = "ACTIVATED" AND BGL-DATE >= WK-WIN-CUT
                MOVE ZEROS TO WK-HIT
                PERFORM VARYING WK-IDX FROM 1 BY 1
                        UNTIL WK-IDX > WK-BG-NUM OR WK-HIT > 0
                   IF WK-BG-LOGIN(WK-IDX) = BGL-OPERATOR(1:10)
                      MOVE WK-IDX TO WK-HIT
                   END-IF
                END-PERFORM
                IF WK-HIT = 0 AND WK-BG-NUM < WK-BG-MAX
                   ADD 1 TO WK-BG-NUM
                   MOVE WK-BG-NUM TO WK-HIT
                   MOVE BGL-OPERATOR(1:10) TO WK-BG-LOGIN(WK-HIT)
                   MOVE ZEROS TO WK-BG-COUNT(WK-HIT)
                END-IF
                IF WK-HIT > 0 AND WK-BG-COUNT(WK-HIT) < 999
                   ADD 1 TO WK-BG-COUNT(WK-HIT)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_BREAK_GLASS_LOG
    MOVE "F" TO FLG-EOF.

012-EXIT-CARREGA-BREAK-GLASS.
    EXIT.
*>----------------------------------------------------------------------
*> LINHAS DE CERTIFICACAO AINDA SEM RESPOSTA EM CAMPANHAS ABERTAS,
*> CONTADAS POR USUARIO.
014-CARREGA-CERTIFICACAO.

    OPEN INPUT FD-CMP
    IF NOT FS7-OK
       GO 014-EXIT-CARREGA-CERTIFICACAO
    END-IF
    INITIALIZE REC-CMP
    MOVE ZEROS TO CMP-ID
    MOVE "F" TO FLG-EOF
    START FD-CMP
        KEY IS >= KEY1-CMP
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-CMP NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF CMP-IS-OPEN AND WK-CP-NUM < WK-CP-MAX
                ADD 1 TO WK-CP-NUM
                MOVE CMP-ID TO WK-CP-ID(WK-CP-NUM)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-CMP
    MOVE "F" TO FLG-EOF
    IF WK-CP-NUM = 0
       GO 014-EXIT-CARREGA-CERTIFICACAO
    END-IF

    OPEN INPUT FD-CWK
    IF NOT FS8-OK
       GO 014-EXIT-CARREGA-CERTIFICACAO
    END-IF
    INITIALIZE REC-CWK
    MOVE ZEROS TO CWK-ID
    START FD-CWK
        KEY IS >= KEY1-CWK
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-CWK NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF CWK-IS-PENDING
                MOVE "N" TO WK-FOUND
                PERFORM VARYING WK-IDX FROM 1 BY 1
                        UNTIL WK-IDX > WK-CP-NUM
                   IF WK-CP-ID(WK-IDX) = CWK-CAMP
                      MOVE "Y" TO WK-FOUND
                   END-IF
                END-PERFORM
                IF WK-FOUND = "Y"
                   MOVE ZEROS TO WK-HIT
                   PERFORM VARYING WK-IDX FROM 1 BY 1
                           UNTIL WK-IDX > WK-CW-NUM OR WK-HIT > 0
                      IF WK-CW-USR(WK-IDX) = CWK-ID-USR
                         MOVE WK-IDX TO WK-HIT
                      END-IF
                   END-PERFORM
                   IF WK-HIT = 0 AND WK-CW-NUM < WK-CW-MAX
                      ADD 1 TO WK-CW-NUM
                      MOVE WK-CW-NUM TO WK-HIT
                      MOVE CWK-ID-USR TO WK-CW-USR(WK-HIT)
                      MOVE ZEROS TO WK-CW-COUNT(WK-HIT)
                   END-IF
                   IF WK-HIT > 0 AND WK-CW-COUNT(WK-HIT) < 999
                      ADD 1 TO WK-CW-COUNT(WK-HIT)
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-CWK
    MOVE "F" TO FLG-EOF.

014-EXIT-CARREGA-CERTIFICACAO.
    EXIT.
*>----------------------------------------------------------------------
016-CARREGA-SOD.

    OPEN INPUT FD-SOD
    IF NOT FS5-OK
       GO 016-EXIT-CARREGA-SOD
    END-IF
    INITIALIZE REC-SOD
    MOVE ZEROS TO SOD-ID-MENU-A SOD-ID-MENU-B
    MOVE "F" TO FLG-EOF
    START FD-SOD
        KEY IS >= KEY1-SOD
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-SOD NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF WK-RULE-NUM < WK-RULE-MAX
                ADD 1 TO WK-RULE-NUM
                MOVE SOD-ID-MENU-A TO WK-RULE-A(WK-RULE-NUM)
                MOVE SOD-ID-MENU-B TO WK-RULE-B(WK-RULE-NUM)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-SOD
    MOVE "F" TO FLG-EOF.

016-EXIT-CARREGA-SOD.
    EXIT.
*>----------------------------------------------------------------------
*> CADA CONTA ATIVA: RESOLVE OS PERFIS E ITENS, COLHE OS SINAIS E
*> CALCULA A PONTUACAO PONDERADA.
020-PONTUA-USUARIOS.

    INITIALIZE REC-USR
    MOVE ZEROS TO U-ID-USR
    MOVE "F" TO FLG-EOF
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
             IF U-ACTIVE AND WK-US-NUM < WK-US-MAX
                ADD 1 TO WK-US-NUM
                MOVE U-ID-USR TO WK-CUR-USER
                INITIALIZE WK-US-ROW(WK-US-NUM)
                MOVE U-ID-USR TO WK-US-ID(WK-US-NUM)
                MOVE U-LOGIN TO WK-US-LOGIN(WK-US-NUM)
                PERFORM 022-RESOLVE-PERFIS THRU 022-EXIT-RESOLVE-PERFIS
                PERFORM 024-RESOLVE-ITENS THRU 024-EXIT-RESOLVE-ITENS
                PERFORM 026-SINAIS THRU 026-EXIT-SINAIS
                PERFORM 028-HISTORICO-ANTERIOR
                    THRU 028-EXIT-HISTORICO-ANTERIOR
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF.

020-EXIT-PONTUA-USUARIOS.
    EXIT.
*>----------------------------------------------------------------------
*> PERFIS COMO NO SIGN-ON: ATRIBUICOES EFETIVAS PROPRIAS, AS DE CADA
*> DELEGACAO ABERTA RECEBIDA (CONTADAS) E AS CADEIAS DE PAIS.
022-RESOLVE-PERFIS.

    MOVE ZEROS TO WK-PRF-NUM
    MOVE WK-CUR-USER TO WK-HOLDER
    PERFORM 023-PERFIS-DO-TITULAR THRU 023-EXIT-PERFIS-DO-TITULAR
    IF WK-HAS-DLG = "Y"
       INITIALIZE REC-DLG
       MOVE ZEROS TO DLG-FROM-USR DLG-TO-USR
       MOVE "F" TO FLG-EOF-2
       START FD-DLG
           KEY IS >= KEY1-DLG
           INVALID KEY
               MOVE "T" TO FLG-EOF-2
       END-START
       PERFORM UNTIL FLG-EOF-2 = "T"
          READ FD-DLG NEXT
             AT END
                MOVE "T" TO FLG-EOF-2
             NOT AT END
                IF DLG-TO-USR = WK-CUR-USER
                   AND (DLG-EFF-FROM = ZEROS OR WK-HOJE >= DLG-EFF-FROM)
                   AND (DLG-EFF-TO = ZEROS OR WK-HOJE <= DLG-EFF-TO)
                   IF WK-US-DELEG(WK-US-NUM) < 999
                      ADD 1 TO WK-US-DELEG(WK-US-NUM)
                   END-IF
                   MOVE DLG-FROM-USR TO WK-HOLDER
                   PERFORM 023-PERFIS-DO-TITULAR
                       THRU 023-EXIT-PERFIS-DO-TITULAR
                END-IF
          END-READ
       END-PERFORM
    END-IF
    MOVE "N" TO WK-US-ADMIN(WK-US-NUM)
    IF WK-HAS-PRF = "N"
       GO 022-EXIT-RESOLVE-PERFIS
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-PRF-NUM
       INITIALIZE REC-PRF
       MOVE WK-PRF-ID-T(WK-IDX) TO PRF-ID
       READ FD-PRF
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PRF-IS-ADMIN
                   MOVE "Y" TO WK-US-ADMIN(WK-US-NUM)
               END-IF
               IF PRF-PARENT-ID IS NUMERIC AND PRF-PARENT-ID > 0
                  AND WK-PRF-NUM < WK-PRF-MAX
                   MOVE "N" TO WK-FOUND
                   PERFORM VARYING WK-JDX FROM 1 BY 1
                           UNTIL WK-JDX > WK-PRF-NUM
                       IF WK-PRF-ID-T(WK-JDX) = PRF-PARENT-ID
                           MOVE "Y" TO WK-FOUND
                       END-IF
                   END-PERFORM
                   IF WK-FOUND = "N"
                       ADD 1 TO WK-PRF-NUM
                       MOVE PRF-PARENT-ID TO WK-PRF-ID-T(WK-PRF-NUM)
                   END-IF
               END-IF
       END-READ
    END-PERFORM.

022-EXIT-RESOLVE-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
023-PERFIS-DO-TITULAR.

    IF WK-HAS-PFU = "N"
       GO 023-EXIT-PERFIS-DO-TITULAR
    END-IF
    INITIALIZE REC-PFU
    MOVE WK-HOLDER TO PFU-ID-USR
    MOVE ZEROS TO PFU-ID-PRF
    MOVE "F" TO FLG-EOF-3
    START FD-PFU
        KEY IS >= KEY1-PFU
        INVALID KEY
            MOVE "T" TO FLG-EOF-3
    END-START
    PERFORM UNTIL FLG-EOF-3 = "T"
       READ FD-PFU NEXT
          AT END
             MOVE "T" TO FLG-EOF-3
          NOT AT END
             IF PFU-ID-USR NOT = WK-HOLDER
                MOVE "T" TO FLG-EOF-3
             ELSE
                MOVE "Y" TO WK-EFFECTIVE
                IF PFU-EFF-FROM IS NUMERIC AND PFU-EFF-FROM > 0
                   AND WK-HOJE < PFU-EFF-FROM
                    MOVE "N" TO WK-EFFECTIVE
                END-IF
                IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO > 0
                   AND WK-HOJE > PFU-EFF-TO
                    MOVE "N" TO WK-EFFECTIVE
                END-IF
                IF WK-EFFECTIVE = "Y"
                   MOVE "N" TO WK-FOUND
                   PERFORM VARYING WK-JDX FROM 1 BY 1
                           UNTIL WK-JDX > WK-PRF-NUM
                      IF WK-PRF-ID-T(WK-JDX) = PFU-ID-PRF
                         MOVE "Y" TO WK-FOUND
                      END-IF
                   END-PERFORM
                   IF WK-FOUND = "N" AND WK-PRF-NUM < WK-PRF-MAX
                      ADD 1 TO WK-PRF-NUM
                      MOVE PFU-ID-PRF TO WK-PRF-ID-T(WK-PRF-NUM)
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM.

023-EXIT-PERFIS-DO-TITULAR.
    EXIT.
*>----------------------------------------------------------------------
*> ITENS DOS PERFIS RESOLVIDOS - UM DENY DE QUALQUER PERFIL VENCE.
024-RESOLVE-ITENS.

    MOVE ZEROS TO WK-IT-NUM
    IF WK-HAS-PFM = "N"
       GO 024-EXIT-RESOLVE-ITENS
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-PRF-NUM
       MOVE WK-PRF-ID-T(WK-IDX) TO WK-CUR-PRF
       INITIALIZE REC-PFM
       MOVE WK-CUR-PRF TO PFM-ID-PRF
       MOVE ZEROS TO PFM-ID-MENU
       MOVE "F" TO FLG-EOF-2
       START FD-PFM
           KEY IS >= KEY1-PFM
           INVALID KEY
               MOVE "T" TO FLG-EOF-2
       END-START
       PERFORM UNTIL FLG-EOF-2 = "T"
          READ FD-PFM NEXT
             AT END
                MOVE "T" TO FLG-EOF-2
             NOT AT END
                IF PFM-ID-PRF NOT = WK-CUR-PRF
                   MOVE "T" TO FLG-EOF-2
                ELSE
                   MOVE ZEROS TO WK-HIT
                   PERFORM VARYING WK-JDX FROM 1 BY 1
                           UNTIL WK-JDX > WK-IT-NUM
                      IF WK-IT-ID(WK-JDX) = PFM-ID-MENU
                         MOVE WK-JDX TO WK-HIT
                      END-IF
                   END-PERFORM
                   IF WK-HIT = 0 AND WK-IT-NUM < WK-IT-MAX
                      ADD 1 TO WK-IT-NUM
                      MOVE WK-IT-NUM TO WK-HIT
                      MOVE PFM-ID-MENU TO WK-IT-ID(WK-HIT)
                      MOVE "N" TO WK-IT-DENY(WK-HIT)
                   END-IF
                   IF WK-HIT > 0 AND PFM-IS-DENY
                      MOVE "Y" TO WK-IT-DENY(WK-HIT)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
    END-PERFORM.

024-EXIT-RESOLVE-ITENS.
    EXIT.
*>----------------------------------------------------------------------
*> OS DEMAIS SINAIS E A PONTUACAO PONDERADA DA CONTA CORRENTE.
026-SINAIS.

    *> segregation-of-duties pairs within reach
    PERFORM VARYING WK-KDX FROM 1 BY 1 UNTIL WK-KDX > WK-RULE-NUM
       MOVE "N" TO WK-HAS-A WK-HAS-B
       PERFORM VARYING WK-JDX FROM 1 BY 1 UNTIL WK-JDX > WK-IT-NUM
          IF WK-IT-DENY(WK-JDX) = "N"
             IF WK-IT-ID(WK-JDX) = WK-RULE-A(WK-KDX)
                MOVE "Y" TO WK-HAS-A
             END-IF
             IF WK-IT-ID(WK-JDX) = WK-RULE-B(WK-KDX)
                MOVE "Y" TO WK-HAS-B
             END-IF
          END-IF
       END-PERFORM
       IF WK-HAS-A = "Y" AND WK-HAS-B = "Y"
          AND WK-US-SOD(WK-US-NUM) < 999
          ADD 1 TO WK-US-SOD(WK-US-NUM)
       END-IF
    END-PERFORM

    *> failed sign-ons in the window and dormancy
    MOVE ZEROS TO WK-LAST-SEEN
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-LG-NUM
       IF WK-LG-LOGIN(WK-IDX) = U-LOGIN
          MOVE WK-LG-FAILS(WK-IDX) TO WK-US-FAILS(WK-US-NUM)
          MOVE WK-LG-LAST-OK(WK-IDX) TO WK-LAST-SEEN
       END-IF
    END-PERFORM
    IF WK-LAST-SEEN = ZEROS AND U-UPD-DATE IS NUMERIC
       MOVE U-UPD-DATE TO WK-LAST-SEEN
    END-IF
    MOVE "N" TO WK-US-DORMANT(WK-US-NUM)
    IF WK-LAST-SEEN < WK-DORM-CUT AND NOT U-SERVICE-ACCT
       MOVE "Y" TO WK-US-DORMANT(WK-US-NUM)
    END-IF

    *> break-glass activations in the window
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-BG-NUM
       IF WK-BG-LOGIN(WK-IDX) = U-LOGIN
          MOVE WK-BG-COUNT(WK-IDX) TO WK-US-BGLASS(WK-US-NUM)
       END-IF
    END-PERFORM

    *> unanswered certification rows
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-CW-NUM
       IF WK-CW-USR(WK-IDX) = U-ID-USR
          MOVE WK-CW-COUNT(WK-IDX) TO WK-US-CERT(WK-US-NUM)
       END-IF
    END-PERFORM

    *> an administrator who may sign on from any terminal
    MOVE "N" TO WK-US-TERMEX(WK-US-NUM)
    IF WK-US-ADMIN(WK-US-NUM) = "Y" AND NOT U-TERM-REQUIRED
       MOVE "Y" TO WK-US-TERMEX(WK-US-NUM)
    END-IF

    MOVE ZEROS TO WK-SCORE-CALC
    IF WK-US-ADMIN(WK-US-NUM) = "Y"
       ADD WK-W-ADMIN TO WK-SCORE-CALC
    END-IF
    IF WK-US-DORMANT(WK-US-NUM) = "Y"
       ADD WK-W-DORMANT TO WK-SCORE-CALC
    END-IF
    IF WK-US-TERMEX(WK-US-NUM) = "Y"
       ADD WK-W-TERMEX TO WK-SCORE-CALC
    END-IF
    COMPUTE WK-SCORE-CALC = WK-SCORE-CALC
          + WK-W-SOD    * WK-US-SOD(WK-US-NUM)
          + WK-W-FAIL   * WK-US-FAILS(WK-US-NUM)
          + WK-W-BGLASS * WK-US-BGLASS(WK-US-NUM)
          + WK-W-DELEG  * WK-US-DELEG(WK-US-NUM)
          + WK-W-CERT   * WK-US-CERT(WK-US-NUM)
        ON SIZE ERROR
           MOVE 99999 TO WK-SCORE-CALC
    END-COMPUTE
    IF WK-SCORE-CALC > 99999
       MOVE 99999 TO WK-SCORE-CALC
    END-IF
    MOVE WK-SCORE-CALC TO WK-US-SCORE(WK-US-NUM).

026-EXIT-SINAIS.
    EXIT.
*>----------------------------------------------------------------------
*> A PONTUACAO MAIS RECENTE ANTERIOR A HOJE, PARA A TENDENCIA.
028-HISTORICO-ANTERIOR.

    MOVE ZEROS TO WK-US-PREV(WK-US-NUM) WK-US-PREV-DATE(WK-US-NUM)
    IF WK-HAS-RSK = "N"
       GO 028-EXIT-HISTORICO-ANTERIOR
    END-IF
    INITIALIZE REC-RSK
    MOVE WK-CUR-USER TO RSK-ID-USR
    MOVE ZEROS TO RSK-DATE
    MOVE "F" TO FLG-EOF-2
    START FD-RSK
        KEY IS >= KEY1-RSK
        INVALID KEY
            MOVE "T" TO FLG-EOF-2
    END-START
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-RSK NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF RSK-ID-USR NOT = WK-CUR-USER OR RSK-DATE >= WK-HOJE
                MOVE "T" TO FLG-EOF-2
             ELSE
                MOVE RSK-SCORE TO WK-US-PREV(WK-US-NUM)
                MOVE RSK-DATE TO WK-US-PREV-DATE(WK-US-NUM)
             END-IF
       END-READ
    END-PERFORM.

028-EXIT-HISTORICO-ANTERIOR.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT, HIGHEST SCORE FIRST.
030-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX >= WK-US-NUM
       MOVE WK-IDX TO WK-MAXI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1
               UNTIL WK-JDX > WK-US-NUM
          IF WK-US-SCORE(WK-JDX) > WK-US-SCORE(WK-MAXI)
             MOVE WK-JDX TO WK-MAXI
          END-IF
       END-PERFORM
       IF WK-MAXI NOT = WK-IDX
          MOVE WK-US-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-US-ROW(WK-MAXI) TO WK-US-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-US-ROW(WK-MAXI)
       END-IF
    END-PERFORM.

030-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
*> TODAY'S SCORES INTO RISK_HISTORY.DAT - A RERUN REPLACES THE DAY.
040-GRAVA-HISTORICO.

    OPEN I-O FD-RSK
    IF RSK-FS-NOT-EXIST
       OPEN OUTPUT FD-RSK
       CLOSE FD-RSK
       OPEN I-O FD-RSK
    END-IF
    IF NOT RSK-FS-OK
       DISPLAY "RISK REGISTER: RISK_HISTORY.DAT NOT AVAILABLE - " ST-RSK
       GO 040-EXIT-GRAVA-HISTORICO
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-US-NUM
       INITIALIZE REC-RSK
       MOVE WK-US-ID(WK-IDX)      TO RSK-ID-USR
       MOVE WK-HOJE               TO RSK-DATE
       MOVE WK-US-LOGIN(WK-IDX)   TO RSK-LOGIN
       MOVE WK-US-SCORE(WK-IDX)   TO RSK-SCORE
       MOVE WK-IDX                TO RSK-RANK
       MOVE WK-US-ADMIN(WK-IDX)   TO RSK-ADMIN
       MOVE WK-US-SOD(WK-IDX)     TO RSK-SOD
       MOVE WK-US-FAILS(WK-IDX)   TO RSK-FAILS
       MOVE WK-US-DORMANT(WK-IDX) TO RSK-DORMANT
       MOVE WK-US-BGLASS(WK-IDX)  TO RSK-BGLASS
       MOVE WK-US-DELEG(WK-IDX)   TO RSK-DELEG
       MOVE WK-US-CERT(WK-IDX)    TO RSK-CERT
       MOVE WK-US-TERMEX(WK-IDX)  TO RSK-TERM-EXEMPT
       WRITE REC-RSK
           INVALID KEY
               REWRITE REC-RSK
                   INVALID KEY
                       CONTINUE
               END-REWRITE
       END-WRITE
    END-PERFORM
    CLOSE FD-RSK.

040-EXIT-GRAVA-HISTORICO.
    EXIT.
*>----------------------------------------------------------------------
*> THE FULL REGISTER, EVERY ACTIVE ACCOUNT IN RANK ORDER.
050-RELATORIO.

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/risk_register.txt" TO WK-RW-FILENAME
    MOVE "USER ACCESS RISK REGISTER" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO REG-TXT
    STRING "WEIGHTS: ADMIN " WK-W-ADMIN " SOD " WK-W-SOD
           " FAIL " WK-W-FAIL " DORMANT " WK-W-DORMANT
           " BREAK-GLASS " WK-W-BGLASS " DELEG " WK-W-DELEG
           " CERT " WK-W-CERT " TERM " WK-W-TERMEX
           "  WINDOW " WK-WINDOW-DAYS "D"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE SPACES TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-US-NUM
       PERFORM 055-MONTA-LINHA THRU 055-EXIT-MONTA-LINHA
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-PERFORM
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

050-EXIT-RELATORIO.
    EXIT.
*>----------------------------------------------------------------------
*> ONE RANKED ACCOUNT (WK-IDX) INTO REG-TXT, WITH THE TREND AGAINST
*> ITS PREVIOUS SCORED NIGHT.
055-MONTA-LINHA.

    IF WK-US-PREV-DATE(WK-IDX) = ZEROS
       MOVE "NEW" TO WK-TREND
    ELSE
       IF WK-US-SCORE(WK-IDX) > WK-US-PREV(WK-IDX)
          MOVE "UP" TO WK-TREND
       ELSE
          IF WK-US-SCORE(WK-IDX) < WK-US-PREV(WK-IDX)
             MOVE "DOWN" TO WK-TREND
          ELSE
             MOVE "SAME" TO WK-TREND
          END-IF
       END-IF
    END-IF
    MOVE WK-IDX TO WK-RANK
    MOVE SPACES TO REG-TXT
    STRING WK-RANK " "
           WK-US-LOGIN(WK-IDX) " "
           WK-US-ID(WK-IDX) " "
           WK-US-SCORE(WK-IDX) " "
           WK-US-PREV(WK-IDX) " "
           WK-TREND "   "
           WK-US-ADMIN(WK-IDX) " "
           WK-US-SOD(WK-IDX) " "
           WK-US-FAILS(WK-IDX) "   "
           WK-US-DORMANT(WK-IDX) " "
           WK-US-BGLASS(WK-IDX) " "
           WK-US-DELEG(WK-IDX) " "
           WK-US-CERT(WK-IDX) "   "
           WK-US-TERMEX(WK-IDX)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING.

055-EXIT-MONTA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
*> THE TOP ENTRIES AS THEIR OWN REPORT, SO THE ROUTER DELIVERS JUST
*> THEM TO THE SECURITY INBOXES. WITHOUT A ROUTE FOR THIS NAME THE
*> SECURITY MAILBOX IS TOLD WHERE THE LIST IS.
060-RELATORIO-TOPO.

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/risk_register_top.txt" TO WK-RW-FILENAME
    MOVE WK-TOP-TITLE TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-US-NUM OR WK-IDX > WK-TOP-N
       IF WK-US-SCORE(WK-IDX) > ZEROS
          PERFORM 055-MONTA-LINHA THRU 055-EXIT-MONTA-LINHA
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       END-IF
    END-PERFORM
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "N" TO WK-ROUTED
    OPEN INPUT FD-RTE
    IF FS9-OK
       INITIALIZE REC-RTE
       MOVE WK-TOP-TITLE(1:30) TO RTE-REPORT
       MOVE LOW-VALUES TO RTE-LOGIN
       START FD-RTE
           KEY IS >= KEY1-RTE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ FD-RTE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RTE-REPORT = WK-TOP-TITLE(1:30)
                          MOVE "Y" TO WK-ROUTED
                       END-IF
               END-READ
       END-START
       CLOSE FD-RTE
    END-IF
    IF WK-ROUTED = "N"
       INITIALIZE WK-NTF-PARM
       ACCEPT WK-NTF-RECIPIENT FROM ENVIRONMENT "MAIL_SECURITY"
       MOVE "USER ACCESS RISK - TOP ENTRIES READY" TO WK-NTF-SUBJECT
       MOVE SPACES TO WK-NTF-BODY
       STRING "Top " WK-TOP-N " risk entries for " WK-HOJE
              " are in txt/risk_register_top.txt - no REPORT_ROUTE"
              " row routes them to an inbox yet."
           DELIMITED BY SIZE INTO WK-NTF-BODY
       END-STRING
       CALL "notifyq" USING WK-NTF-PARM END-CALL
    END-IF.

060-EXIT-RELATORIO-TOPO.
    EXIT.
*>----------------------------------------------------------------------
090-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

090-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
