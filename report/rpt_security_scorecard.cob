       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_security_scorecard.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Monthly security KPI scorecard - one page for management
*>         instead of the fifteen reports behind it. The run gathers
*>         the month's figures:
*>           new accounts        - USER writes in the change journal;
*>           deactivated         - inactive users last changed in
*>                                 the month (screen, dormancy run
*>                                 and offboarding all stamp it);
*>           lockouts            - "LOCKED OUT" sign-on lines;
*>           password resets     - successful PWRESET challenges;
*>           break-glass uses    - ACTIVATED lines of the break-glass
*>                                 log;
*>           approvals raised    - queue entries requested in the
*>                                 month, and the average turnaround
*>                                 of those decided in it (the aging
*>                                 run's AUTO-EXPIRY rows excluded);
*>           SoD violations open - conflicts summed over the last
*>                                 risk register run of the month;
*>           certification       - items decided out of all items of
*>                                 the campaigns running in the
*>                                 month;
*>           file errors         - file_error.log lines;
*>           batch overruns      - RUNTIME OVERRUN operator alerts.
*>         The sign-on and file-error logs are read live and in the
*>         month's and the next month's rotation archives, so a run
*>         after month-end rotation still sees the whole month.
*>         The figures are stored in KPI_HISTORY.DAT (a rerun for a
*>         month replaces its row) and printed against the twelve
*>         months before it, with the direction against the previous
*>         month and the SYSPARM threshold of each KPI (KPIMAX... as
*>         a ceiling, KPIMINCERTPCT as a floor; 0 = no threshold).
*>         A CSV of the same grid goes into the management pack.
*>         The month is REPORT_MONTH (CCYYMM) when set, otherwise
*>         the month before the run; the interactive run lets the
*>         operator key it.
*>
*> Read...: change_journal.log, user.dat, login_activity[_YYYYMM].log,
*>          break_glass.log, operator_alerts.txt,
*>          pending_changes.dat, risk_history.dat,
*>          cert_campaign.dat, cert_worklist.dat,
*>          file_error[_YYYYMM].log, kpi_history.dat
*>
*> Out....: kpi_history.dat, security_scorecard.txt,
*>          security_scorecard_CCYYMM.csv
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  KPI SCORECRD 10/15/26 DUMA     First version.
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

COPY "../cpy/change_journal_se.cpy".
COPY "../cpy/user_se.cpy".
COPY "../cpy/break_glass_log_se.cpy".
COPY "../cpy/pending_change_se.cpy".
COPY "../cpy/risk_history_se.cpy".
COPY "../cpy/cert_campaign_se.cpy".
COPY "../cpy/cert_worklist_se.cpy".
COPY "../cpy/kpi_history_se.cpy".

*> One log generation at a time - the live file or a dated archive;
*> DD_KPILOG is set to the path right before the OPEN.
     SELECT ARQUIVO_GER ASSIGN TO "KPILOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-GER.

     SELECT ARQUIVO_ALR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-ALR.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/change_journal_fd.cpy".
COPY "../cpy/user_fd.cpy".
COPY "../cpy/break_glass_log_fd.cpy".
COPY "../cpy/pending_change_fd.cpy".
COPY "../cpy/risk_history_fd.cpy".
COPY "../cpy/cert_campaign_fd.cpy".
COPY "../cpy/cert_worklist_fd.cpy".
COPY "../cpy/kpi_history_fd.cpy".

FD  ARQUIVO_GER.
01  REG-GER                       PIC  X(200).
*> login_activity.log view of the same line
01  REG-GER-LOG.
    05 GER-DATE                   PIC  X(08).
    05 FILLER                     PIC  X(31).
    05 GER-MODULE                 PIC  X(15).
    05 FILLER                     PIC  X(01).
    05 GER-RESULT                 PIC  X(07).
    05 FILLER                     PIC  X(01).
    05 GER-REASON                 PIC  X(15).
    05 FILLER                     PIC  X(122).

FD  ARQUIVO_ALR
    VALUE OF FILE-ID IS  "../txt/operator_alerts.txt".
01  REG-ALR                       PIC  X(132).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-CHJ                        PIC  X(002) VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
77  ST-BGL                        PIC  X(002) VALUE ZEROS.
77  ST-PCH                        PIC  9(002).
    88  PCH-FS-OK                             VALUE ZEROS.
77  ST-RSK                        PIC  9(002).
    88  RSK-FS-OK                             VALUE ZEROS.
77  ST-CMP                        PIC  9(002).
    88  CMP-FS-OK                             VALUE ZEROS.
77  ST-CWK                        PIC  9(002).
    88  CWK-FS-OK                             VALUE ZEROS.
77  ST-KPI                        PIC  9(002).
    88  KPI-FS-OK                             VALUE ZEROS.
77  ST-GER                        PIC  X(002) VALUE ZEROS.
77  ST-ALR                        PIC  X(002) VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/csvwriter_ws.cpy".
COPY "../cpy/getparm_ws.cpy".

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-HOJE-R REDEFINES WK-HOJE.
    05 WK-HOJE-ANO                PIC  9(004).
    05 WK-HOJE-MES                PIC  9(002).
    05 WK-HOJE-DIA                PIC  9(002).
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-MONTH                      PIC  9(006) VALUE ZEROS.
01  WK-MONTH-R REDEFINES WK-MONTH.
    05 WK-MONTH-ANO               PIC  9(004).
    05 WK-MONTH-MES               PIC  9(002).
01  WK-ENV-MONTH                  PIC  X(006) VALUE SPACES.
01  WK-MONTH-FIRST                PIC  9(008) VALUE ZEROS.
01  WK-MONTH-LAST                 PIC  9(008) VALUE ZEROS.
*> Month arithmetic: one month back or forward from WK-YM ------------
01  WK-YM                         PIC  9(006) VALUE ZEROS.
01  WK-YM-R REDEFINES WK-YM.
    05 WK-YM-ANO                  PIC  9(004).
    05 WK-YM-MES                  PIC  9(002).
01  WK-NEXT-MONTH                 PIC  9(006) VALUE ZEROS.
01  WK-TXT-DIR                    PIC  X(100) VALUE SPACES.
01  WK-PATH                       PIC  X(200) VALUE SPACES.
01  WK-LOG-NAME                   PIC  X(020) VALUE SPACES.
01  WK-LOG-KIND                   PIC  X(001) VALUE SPACES.
01  WK-GEN                        PIC  9(001) VALUE ZEROS.
*> The month's figures ------------------------------------------------
01  WK-NEW-ACCTS                  PIC  9(006) VALUE ZEROS.
01  WK-DEACT-ACCTS                PIC  9(006) VALUE ZEROS.
01  WK-LOCKOUTS                   PIC  9(006) VALUE ZEROS.
01  WK-PWD-RESETS                 PIC  9(006) VALUE ZEROS.
01  WK-BGLASS                     PIC  9(006) VALUE ZEROS.
01  WK-APPR-RAISED                PIC  9(006) VALUE ZEROS.
01  WK-APPR-DECIDED               PIC  9(006) VALUE ZEROS.
01  WK-APPR-MINUTES               PIC  9(012) VALUE ZEROS.
01  WK-APPR-AVG                   PIC  9(007) VALUE ZEROS.
01  WK-SOD-OPEN                   PIC  9(006) VALUE ZEROS.
01  WK-SOD-ASOF                   PIC  9(008) VALUE ZEROS.
01  WK-CERT-ITEMS                 PIC  9(006) VALUE ZEROS.
01  WK-CERT-DONE                  PIC  9(006) VALUE ZEROS.
01  WK-CERT-PCT                   PIC  9(003) VALUE ZEROS.
01  WK-FILE-ERRORS                PIC  9(006) VALUE ZEROS.
01  WK-OVERRUNS                   PIC  9(006) VALUE ZEROS.
01  WK-READS                      PIC  9(008) VALUE ZEROS.
*> Minutes from request to decision ----------------------------------
01  WK-MINUTES                    PIC S9(009) VALUE ZEROS.
01  WK-T-REQ                      PIC  9(008) VALUE ZEROS.
01  WK-T-REQ-R REDEFINES WK-T-REQ.
    05 WK-T-REQ-HH                PIC  9(002).
    05 WK-T-REQ-MI                PIC  9(002).
    05 FILLER                     PIC  9(004).
01  WK-T-APP                      PIC  9(008) VALUE ZEROS.
01  WK-T-APP-R REDEFINES WK-T-APP.
    05 WK-T-APP-HH                PIC  9(002).
    05 WK-T-APP-MI                PIC  9(002).
    05 FILLER                     PIC  9(004).
*> Campaigns running in the month ------------------------------------
01  WK-CP-MAX                     PIC  9(004) VALUE 200.
01  WK-CP-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-CP-TAB.
    05 WK-CP-ID OCCURS 200 TIMES  PIC 9(04).
*> The KPIs, in print order: label, SYSPARM threshold key and whether
*> the threshold is a ceiling (M) or a floor (N) ----------------------
01  WK-KP-MAX                     PIC  9(002) VALUE 11.
01  WK-KP-TAB.
    05 FILLER PIC X(41) VALUE "NEW ACCOUNTS        KPIMAXNEWACCT       M".
    05 FILLER PIC X(41) VALUE "DEACTIVATED ACCTS   KPIMAXDEACT         M".
    05 FILLER PIC X(41) VALUE "LOCKOUTS            KPIMAXLOCKOUT       M".
    05 FILLER PIC X(41) VALUE "PASSWORD RESETS     KPIMAXPWRESET       M".
    05 FILLER PIC X(41) VALUE "BREAK-GLASS USES    KPIMAXBREAKGLASS    M".
    05 FILLER PIC X(41) VALUE "APPROVALS RAISED    KPIMAXAPPRRAISED    M".
    05 FILLER PIC X(41) VALUE "APPR TURNAROUND HRS KPIMAXAPPRHOURS     M".
    05 FILLER PIC X(41) VALUE "SOD VIOLATIONS OPEN KPIMAXSODOPEN       M".
    05 FILLER PIC X(41) VALUE "CERTIFICATION PCT   KPIMINCERTPCT       N".
    05 FILLER PIC X(41) VALUE "FILE ERRORS         KPIMAXFILEERR       M".
    05 FILLER PIC X(41) VALUE "BATCH OVERRUNS      KPIMAXOVERRUN       M".
01  WK-KP-TAB-R REDEFINES WK-KP-TAB.
    05 WK-KP-ROW OCCURS 11 TIMES.
       10 WK-KP-LABEL             PIC X(20).
       10 WK-KP-KEY               PIC X(20).
       10 WK-KP-KIND              PIC X(01).
01  WK-KP-LIMIT-TAB.
    05 WK-KP-LIMIT OCCURS 11 TIMES PIC 9(08).
*> Thirteen months of figures: 1-12 the months before, 13 the month --
01  WK-SER-TAB.
    05 WK-SER-ROW OCCURS 13 TIMES.
       10 WK-SER-MONTH            PIC 9(06).
       10 WK-SER-FOUND            PIC X(01).
       10 WK-SER-CELL OCCURS 11 TIMES.
          15 WK-SER-SET           PIC X(01).
          15 WK-SER-VAL           PIC 9(07).
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-KDX                        PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.
01  WK-POS                        PIC  9(004) VALUE ZEROS.
01  WK-TREND                      PIC  X(003) VALUE SPACES.
01  WK-STATUS                     PIC  X(006) VALUE SPACES.
01  WK-BREACHES                   PIC  9(004) VALUE ZEROS.
01  WK-ED-VAL                     PIC  ZZZZZ9.
01  WK-ED-CUR                     PIC  ZZZZZZ9.
01  WK-ED-LIMIT                   PIC  ZZZZZZ9.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "SECURITY KPI SCORECARD".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(48) FROM WK-TEL01-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "RECORDS READ:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
01  SS-CHAVE FOREGROUND-COLOR 2.
    03  LINE 03 COLUMN 01 VALUE "MONTH (CCYYMM):".
    03  COLUMN PLUS 2  PIC  9(006) USING WK-MONTH.
01  SS-MSG.
    03  LINE 24 COLUMN 11 PIC X(70)
        BACKGROUND-COLOR BACK-COLOR.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN 11    PIC  X(070) FROM WK-MSG.
01  SS-CONF.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN PLUS 44 PIC  X(001) USING WK-CONF.
*>----------------------------------------------------------------------
*>                    Main program module
*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA

    PERFORM 012-CONTA-JOURNAL THRU 012-EXIT-CONTA-JOURNAL
    PERFORM 014-CONTA-USUARIOS THRU 014-EXIT-CONTA-USUARIOS
    PERFORM 016-CONTA-LOGS THRU 016-EXIT-CONTA-LOGS
    PERFORM 018-CONTA-BREAK-GLASS THRU 018-EXIT-CONTA-BREAK-GLASS
    PERFORM 020-CONTA-ALERTAS THRU 020-EXIT-CONTA-ALERTAS
    PERFORM 022-CONTA-APROVACOES THRU 022-EXIT-CONTA-APROVACOES
    PERFORM 024-CONTA-SOD THRU 024-EXIT-CONTA-SOD
    PERFORM 026-CONTA-CERTIFICACAO THRU 026-EXIT-CONTA-CERTIFICACAO

    PERFORM 040-GRAVA-HISTORICO THRU 040-EXIT-GRAVA-HISTORICO
    PERFORM 045-CARREGA-SERIE THRU 045-EXIT-CARREGA-SERIE
    PERFORM 050-IMPRIME THRU 050-EXIT-IMPRIME

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

    *> default: the month before the run
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    MOVE WK-HOJE-ANO TO WK-MONTH-ANO
    MOVE WK-HOJE-MES TO WK-MONTH-MES
    IF WK-MONTH-MES = 1
       MOVE 12 TO WK-MONTH-MES
       SUBTRACT 1 FROM WK-MONTH-ANO
    ELSE
       SUBTRACT 1 FROM WK-MONTH-MES
    END-IF
    MOVE SPACES TO WK-ENV-MONTH
    ACCEPT WK-ENV-MONTH FROM ENVIRONMENT "REPORT_MONTH"
    IF WK-ENV-MONTH IS NUMERIC
       MOVE WK-ENV-MONTH TO WK-MONTH
    END-IF

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       ACCEPT SS-CHAVE
       MOVE "Confirm the security scorecard run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF
    IF WK-MONTH-MES < 1 OR WK-MONTH-MES > 12
       DISPLAY SS-CLS
       MOVE "INVALID MONTH - USE CCYYMM" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF

    *> first and last day of the month
    COMPUTE WK-MONTH-FIRST = WK-MONTH * 100 + 1
    MOVE WK-MONTH TO WK-YM
    PERFORM 085-MES-SEGUINTE THRU 085-EXIT-MES-SEGUINTE
    MOVE WK-YM TO WK-NEXT-MONTH
    COMPUTE WK-MONTH-LAST = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WK-NEXT-MONTH * 100 + 1) - 1)

    MOVE SPACES TO WK-TXT-DIR
    ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
    IF WK-TXT-DIR = SPACES
       MOVE "../txt" TO WK-TXT-DIR
    END-IF

    *> the thresholds, 0 = none
    PERFORM VARYING WK-KDX FROM 1 BY 1 UNTIL WK-KDX > WK-KP-MAX
       MOVE WK-KP-KEY(WK-KDX) TO WK-GP-KEY
       MOVE ZEROS TO WK-GP-DEFAULT
       CALL "getparm" USING WK-GP-PARM END-CALL
       MOVE WK-GP-VALUE TO WK-KP-LIMIT(WK-KDX)
    END-PERFORM

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> NEW ACCOUNTS: EVERY USER RECORD WRITTEN IN THE MONTH, WHICHEVER
*> SCREEN, APPROVAL OR PACKAGE WROTE IT.
012-CONTA-JOURNAL.

    OPEN INPUT FILE_CHANGE_JOURNAL
    IF ST-CHJ NOT = "00"
       GO 012-EXIT-CONTA-JOURNAL
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_CHANGE_JOURNAL
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF CHJ-DATE IS NUMERIC
                AND CHJ-DATE(1:6) = WK-MONTH
                AND CHJ-FILE = "USER"
                AND CHJ-OP-WRITE
                ADD 1 TO WK-NEW-ACCTS
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_CHANGE_JOURNAL
    MOVE "F" TO FLG-EOF
    DISPLAY SS-FILLER02-1.

012-EXIT-CONTA-JOURNAL.
    EXIT.
*>----------------------------------------------------------------------
*> DEACTIVATED: INACTIVE ACCOUNTS WHOSE LAST CHANGE FELL IN THE MONTH.
014-CONTA-USUARIOS.

    OPEN INPUT FD-USER
    IF NOT FSU-OK
       GO 014-EXIT-CONTA-USUARIOS
    END-IF
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
             ADD 1 TO WK-READS
             IF U-INACTIVE
                AND U-UPD-DATE IS NUMERIC
                AND U-UPD-DATE(1:6) = WK-MONTH
                ADD 1 TO WK-DEACT-ACCTS
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-USER
    MOVE "F" TO FLG-EOF
    DISPLAY SS-FILLER02-1.

014-EXIT-CONTA-USUARIOS.
    EXIT.
*>----------------------------------------------------------------------
*> THE ROTATED LOGS: THE LIVE FILE PLUS THE ARCHIVES DATED THE MONTH
*> AND THE MONTH AFTER (ROTATION STAMPS THE ARCHIVE WITH THE DAY IT
*> RUNS). ONLY LINES DATED IN THE MONTH COUNT, SO A LINE IS NEVER
*> COUNTED TWICE.
016-CONTA-LOGS.

    MOVE "L" TO WK-LOG-KIND
    MOVE "login_activity" TO WK-LOG-NAME
    PERFORM 017-LE-GERACOES THRU 017-EXIT-LE-GERACOES
    MOVE "E" TO WK-LOG-KIND
    MOVE "file_error" TO WK-LOG-NAME
    PERFORM 017-LE-GERACOES THRU 017-EXIT-LE-GERACOES.

016-EXIT-CONTA-LOGS.
    EXIT.
*>----------------------------------------------------------------------
017-LE-GERACOES.

    PERFORM VARYING WK-GEN FROM 1 BY 1 UNTIL WK-GEN > 3
       MOVE SPACES TO WK-PATH
       EVALUATE WK-GEN
           WHEN 1
               STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                      FUNCTION TRIM(WK-LOG-NAME) "_" WK-MONTH ".log"
                   DELIMITED BY SIZE INTO WK-PATH
               END-STRING
           WHEN 2
               STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                      FUNCTION TRIM(WK-LOG-NAME) "_" WK-NEXT-MONTH ".log"
                   DELIMITED BY SIZE INTO WK-PATH
               END-STRING
           WHEN OTHER
               STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                      FUNCTION TRIM(WK-LOG-NAME) ".log"
                   DELIMITED BY SIZE INTO WK-PATH
               END-STRING
       END-EVALUATE
       SET ENVIRONMENT "DD_KPILOG" TO WK-PATH
       OPEN INPUT ARQUIVO_GER
       IF ST-GER = "00"
          MOVE "F" TO FLG-EOF
          PERFORM UNTIL EOF
             READ ARQUIVO_GER
                AT END
                   MOVE "T" TO FLG-EOF
                NOT AT END
                   ADD 1 TO WK-READS
                   IF GER-DATE(1:6) = WK-MONTH
                      PERFORM 019-CONTA-LINHA THRU 019-EXIT-CONTA-LINHA
                   END-IF
             END-READ
          END-PERFORM
          CLOSE ARQUIVO_GER
          MOVE "F" TO FLG-EOF
       END-IF
    END-PERFORM
    DISPLAY SS-FILLER02-1.

017-EXIT-LE-GERACOES.
    EXIT.
*>----------------------------------------------------------------------
019-CONTA-LINHA.

    IF WK-LOG-KIND = "E"
       ADD 1 TO WK-FILE-ERRORS
       GO 019-EXIT-CONTA-LINHA
    END-IF
    IF GER-REASON = "LOCKED OUT"
       ADD 1 TO WK-LOCKOUTS
    END-IF
    IF GER-MODULE = "PWRESET"
       AND GER-RESULT = "SUCCESS"
       ADD 1 TO WK-PWD-RESETS
    END-IF.

019-EXIT-CONTA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
018-CONTA-BREAK-GLASS.

    OPEN INPUT FILE_BREAK_GLASS_LOG
    IF ST-BGL NOT = "00"
       GO 018-EXIT-CONTA-BREAK-GLASS
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_BREAK_GLASS_LOG
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF BGL-EVENT = "ACTIVATED"
                AND BGL-DATE IS NUMERIC
                AND BGL-DATE(1:6) = WK-MONTH
                ADD 1 TO WK-BGLASS
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_BREAK_GLASS_LOG
    MOVE "F" TO FLG-EOF.

018-EXIT-CONTA-BREAK-GLASS.
    EXIT.
*>----------------------------------------------------------------------
*> BATCH OVERRUNS: THE SEQUENCER'S ALERT WHEN A STEP PASSES ITS
*> RUNTIME CEILING.
020-CONTA-ALERTAS.

    OPEN INPUT ARQUIVO_ALR
    IF ST-ALR NOT = "00"
       GO 020-EXIT-CONTA-ALERTAS
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ ARQUIVO_ALR
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF REG-ALR(1:6) = WK-MONTH
                MOVE ZEROS TO WK-POS
                INSPECT REG-ALR TALLYING WK-POS
                    FOR ALL "RUNTIME OVERRUN"
                IF WK-POS > ZEROS
                   ADD 1 TO WK-OVERRUNS
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE ARQUIVO_ALR
    MOVE "F" TO FLG-EOF.

020-EXIT-CONTA-ALERTAS.
    EXIT.
*>----------------------------------------------------------------------
*> RAISED: REQUESTED IN THE MONTH. TURNAROUND: THE AVERAGE OF THOSE
*> DECIDED IN THE MONTH BY AN APPROVER, TIMED THE WAY THE APPROVAL
*> TURNAROUND REPORT TIMES THEM.
022-CONTA-APROVACOES.

    OPEN INPUT FD-PCH
    IF NOT PCH-FS-OK
       GO 022-EXIT-CONTA-APROVACOES
    END-IF
    MOVE ZEROS TO PCH-ID
    START FD-PCH
        KEY IS >= KEY1-PCH
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-PCH NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF PCH-REQ-DATE IS NUMERIC
                AND PCH-REQ-DATE(1:6) = WK-MONTH
                ADD 1 TO WK-APPR-RAISED
             END-IF
             IF (PCH-IS-APPLIED OR PCH-IS-REJECTED)
                AND PCH-APP-DATE IS NUMERIC
                AND PCH-APP-DATE(1:6) = WK-MONTH
                AND PCH-APPROVER NOT = "AUTO-EXPIRY"
                PERFORM 023-SOMA-DECISAO THRU 023-EXIT-SOMA-DECISAO
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-PCH
    MOVE "F" TO FLG-EOF
    IF WK-APPR-DECIDED > ZEROS
       COMPUTE WK-APPR-AVG ROUNDED = WK-APPR-MINUTES / WK-APPR-DECIDED
    END-IF
    DISPLAY SS-FILLER02-1.

022-EXIT-CONTA-APROVACOES.
    EXIT.
*>----------------------------------------------------------------------
023-SOMA-DECISAO.

    IF PCH-REQ-DATE IS NOT NUMERIC
       OR FUNCTION TEST-DATE-YYYYMMDD(PCH-REQ-DATE) NOT = 0
       OR FUNCTION TEST-DATE-YYYYMMDD(PCH-APP-DATE) NOT = 0
       OR PCH-REQ-TIME IS NOT NUMERIC
       OR PCH-APP-TIME IS NOT NUMERIC
       GO 023-EXIT-SOMA-DECISAO
    END-IF
    MOVE PCH-REQ-TIME TO WK-T-REQ
    MOVE PCH-APP-TIME TO WK-T-APP
    COMPUTE WK-MINUTES =
            (FUNCTION INTEGER-OF-DATE(PCH-APP-DATE)
             - FUNCTION INTEGER-OF-DATE(PCH-REQ-DATE)) * 1440
          + (WK-T-APP-HH * 60 + WK-T-APP-MI)
          - (WK-T-REQ-HH * 60 + WK-T-REQ-MI)
    IF WK-MINUTES < 0
       MOVE ZEROS TO WK-MINUTES
    END-IF
    ADD 1 TO WK-APPR-DECIDED
    ADD WK-MINUTES TO WK-APPR-MINUTES.

023-EXIT-SOMA-DECISAO.
    EXIT.
*>----------------------------------------------------------------------
*> SOD: THE CONFLICT COUNTS OF THE LAST RISK REGISTER RUN ON OR BEFORE
*> THE MONTH'S LAST DAY - FIRST PASS FINDS THAT RUN, SECOND SUMS IT.
024-CONTA-SOD.

    OPEN INPUT FD-RSK
    IF NOT RSK-FS-OK
       GO 024-EXIT-CONTA-SOD
    END-IF
    MOVE LOW-VALUES TO KEY1-RSK
    START FD-RSK
        KEY IS >= KEY1-RSK
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-RSK NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF RSK-DATE <= WK-MONTH-LAST
                AND RSK-DATE > WK-SOD-ASOF
                MOVE RSK-DATE TO WK-SOD-ASOF
             END-IF
       END-READ
    END-PERFORM
    IF WK-SOD-ASOF = ZEROS
       CLOSE FD-RSK
       MOVE "F" TO FLG-EOF
       GO 024-EXIT-CONTA-SOD
    END-IF
    MOVE "F" TO FLG-EOF
    MOVE LOW-VALUES TO KEY1-RSK
    START FD-RSK
        KEY IS >= KEY1-RSK
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-RSK NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF RSK-DATE = WK-SOD-ASOF
                ADD RSK-SOD TO WK-SOD-OPEN
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-RSK
    MOVE "F" TO FLG-EOF.

024-EXIT-CONTA-SOD.
    EXIT.
*>----------------------------------------------------------------------
*> CERTIFICATION: THE CAMPAIGNS OPENED BY THE MONTH'S END AND NOT
*> CLOSED BEFORE IT BEGAN; THEIR ITEMS DECIDED OUT OF ALL ITEMS.
026-CONTA-CERTIFICACAO.

    OPEN INPUT FD-CMP
    IF NOT CMP-FS-OK
       GO 026-EXIT-CONTA-CERTIFICACAO
    END-IF
    MOVE ZEROS TO CMP-ID
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
             ADD 1 TO WK-READS
             IF CMP-OPENED <= WK-MONTH-LAST
                AND (CMP-IS-OPEN OR CMP-CLOSED >= WK-MONTH-FIRST)
                AND WK-CP-NUM < WK-CP-MAX
                ADD 1 TO WK-CP-NUM
                MOVE CMP-ID TO WK-CP-ID(WK-CP-NUM)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-CMP
    MOVE "F" TO FLG-EOF
    IF WK-CP-NUM = ZEROS
       GO 026-EXIT-CONTA-CERTIFICACAO
    END-IF

    OPEN INPUT FD-CWK
    IF NOT CWK-FS-OK
       GO 026-EXIT-CONTA-CERTIFICACAO
    END-IF
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
             ADD 1 TO WK-READS
             MOVE ZEROS TO WK-FOUND
             PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-CP-NUM OR WK-FOUND > ZEROS
                IF WK-CP-ID(WK-IDX) = CWK-CAMP
                   MOVE WK-IDX TO WK-FOUND
                END-IF
             END-PERFORM
             IF WK-FOUND > ZEROS
                ADD 1 TO WK-CERT-ITEMS
                IF NOT CWK-IS-PENDING
                   ADD 1 TO WK-CERT-DONE
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-CWK
    MOVE "F" TO FLG-EOF
    IF WK-CERT-ITEMS > ZEROS
       COMPUTE WK-CERT-PCT = WK-CERT-DONE * 100 / WK-CERT-ITEMS
    END-IF
    DISPLAY SS-FILLER02-1.

026-EXIT-CONTA-CERTIFICACAO.
    EXIT.
*>----------------------------------------------------------------------
*> THE MONTH'S ROW IN KPI_HISTORY.DAT - WRITTEN, OR REPLACED ON A RERUN.
040-GRAVA-HISTORICO.

    OPEN I-O FD-KPI
    IF ST-KPI = 35
       OPEN OUTPUT FD-KPI
       CLOSE FD-KPI
       OPEN I-O FD-KPI
    END-IF
    IF NOT KPI-FS-OK
       MOVE SPACES TO WK-MSG
       STRING "KPI_HISTORY.DAT NOT AVAILABLE - STATUS " ST-KPI
           DELIMITED BY SIZE INTO WK-MSG
       END-STRING
       DISPLAY SS-MSG
       GO 040-EXIT-GRAVA-HISTORICO
    END-IF
    INITIALIZE REC-KPI
    MOVE WK-MONTH        TO KPI-MONTH
    MOVE WK-HOJE         TO KPI-RUN-DATE
    MOVE WK-AGORA        TO KPI-RUN-TIME
    MOVE WK-NEW-ACCTS    TO KPI-NEW-ACCTS
    MOVE WK-DEACT-ACCTS  TO KPI-DEACT-ACCTS
    MOVE WK-LOCKOUTS     TO KPI-LOCKOUTS
    MOVE WK-PWD-RESETS   TO KPI-PWD-RESETS
    MOVE WK-BGLASS       TO KPI-BGLASS
    MOVE WK-APPR-RAISED  TO KPI-APPR-RAISED
    MOVE WK-APPR-DECIDED TO KPI-APPR-DECIDED
    MOVE WK-APPR-AVG     TO KPI-APPR-AVG-MIN
    MOVE WK-SOD-OPEN     TO KPI-SOD-OPEN
    MOVE WK-SOD-ASOF     TO KPI-SOD-ASOF
    MOVE WK-CERT-ITEMS   TO KPI-CERT-ITEMS
    MOVE WK-CERT-DONE    TO KPI-CERT-DONE
    MOVE WK-CERT-PCT     TO KPI-CERT-PCT
    MOVE WK-FILE-ERRORS  TO KPI-FILE-ERRORS
    MOVE WK-OVERRUNS     TO KPI-OVERRUNS
    WRITE REC-KPI
        INVALID KEY
            REWRITE REC-KPI
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE
    CLOSE FD-KPI.

040-EXIT-GRAVA-HISTORICO.
    EXIT.
*>----------------------------------------------------------------------
*> THE MONTH AND THE TWELVE BEFORE IT, OLDEST FIRST. A MONTH NEVER RUN
*> STAYS EMPTY; THE MONTH ITSELF IS TAKEN FROM THIS RUN'S FIGURES.
045-CARREGA-SERIE.

    MOVE WK-MONTH TO WK-YM
    PERFORM VARYING WK-IDX FROM 13 BY -1 UNTIL WK-IDX < 1
       MOVE WK-YM TO WK-SER-MONTH(WK-IDX)
       MOVE "N" TO WK-SER-FOUND(WK-IDX)
       PERFORM VARYING WK-KDX FROM 1 BY 1 UNTIL WK-KDX > WK-KP-MAX
          MOVE "N" TO WK-SER-SET(WK-IDX, WK-KDX)
          MOVE ZEROS TO WK-SER-VAL(WK-IDX, WK-KDX)
       END-PERFORM
       PERFORM 080-MES-ANTERIOR THRU 080-EXIT-MES-ANTERIOR
    END-PERFORM

    OPEN INPUT FD-KPI
    IF KPI-FS-OK
       PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 12
          MOVE WK-SER-MONTH(WK-IDX) TO KPI-MONTH
          READ FD-KPI
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM 046-GUARDA-MES THRU 046-EXIT-GUARDA-MES
          END-READ
       END-PERFORM
       CLOSE FD-KPI
    END-IF

    INITIALIZE REC-KPI
    MOVE WK-MONTH        TO KPI-MONTH
    MOVE WK-NEW-ACCTS    TO KPI-NEW-ACCTS
    MOVE WK-DEACT-ACCTS  TO KPI-DEACT-ACCTS
    MOVE WK-LOCKOUTS     TO KPI-LOCKOUTS
    MOVE WK-PWD-RESETS   TO KPI-PWD-RESETS
    MOVE WK-BGLASS       TO KPI-BGLASS
    MOVE WK-APPR-RAISED  TO KPI-APPR-RAISED
    MOVE WK-APPR-DECIDED TO KPI-APPR-DECIDED
    MOVE WK-APPR-AVG     TO KPI-APPR-AVG-MIN
    MOVE WK-SOD-OPEN     TO KPI-SOD-OPEN
    MOVE WK-SOD-ASOF     TO KPI-SOD-ASOF
    MOVE WK-CERT-ITEMS   TO KPI-CERT-ITEMS
    MOVE WK-CERT-DONE    TO KPI-CERT-DONE
    MOVE WK-CERT-PCT     TO KPI-CERT-PCT
    MOVE WK-FILE-ERRORS  TO KPI-FILE-ERRORS
    MOVE WK-OVERRUNS     TO KPI-OVERRUNS
    MOVE 13 TO WK-IDX
    PERFORM 046-GUARDA-MES THRU 046-EXIT-GUARDA-MES.

045-EXIT-CARREGA-SERIE.
    EXIT.
*>----------------------------------------------------------------------
*> REC-KPI INTO COLUMN WK-IDX. TURNAROUND IS SHOWN IN WHOLE HOURS;
*> TURNAROUND WITH NOTHING DECIDED, SOD WITH NO RISK RUN AND
*> CERTIFICATION WITH NO ITEMS ARE LEFT EMPTY, NOT ZERO.
046-GUARDA-MES.

    MOVE "Y" TO WK-SER-FOUND(WK-IDX)
    PERFORM VARYING WK-KDX FROM 1 BY 1 UNTIL WK-KDX > WK-KP-MAX
       MOVE "Y" TO WK-SER-SET(WK-IDX, WK-KDX)
    END-PERFORM
    MOVE KPI-NEW-ACCTS   TO WK-SER-VAL(WK-IDX, 1)
    MOVE KPI-DEACT-ACCTS TO WK-SER-VAL(WK-IDX, 2)
    MOVE KPI-LOCKOUTS    TO WK-SER-VAL(WK-IDX, 3)
    MOVE KPI-PWD-RESETS  TO WK-SER-VAL(WK-IDX, 4)
    MOVE KPI-BGLASS      TO WK-SER-VAL(WK-IDX, 5)
    MOVE KPI-APPR-RAISED TO WK-SER-VAL(WK-IDX, 6)
    COMPUTE WK-SER-VAL(WK-IDX, 7) ROUNDED = KPI-APPR-AVG-MIN / 60
    IF KPI-APPR-DECIDED = ZEROS
       MOVE "N" TO WK-SER-SET(WK-IDX, 7)
    END-IF
    MOVE KPI-SOD-OPEN    TO WK-SER-VAL(WK-IDX, 8)
    IF KPI-SOD-ASOF = ZEROS
       MOVE "N" TO WK-SER-SET(WK-IDX, 8)
    END-IF
    MOVE KPI-CERT-PCT    TO WK-SER-VAL(WK-IDX, 9)
    IF KPI-CERT-ITEMS = ZEROS
       MOVE "N" TO WK-SER-SET(WK-IDX, 9)
    END-IF
    MOVE KPI-FILE-ERRORS TO WK-SER-VAL(WK-IDX, 10)
    MOVE KPI-OVERRUNS    TO WK-SER-VAL(WK-IDX, 11).

046-EXIT-GUARDA-MES.
    EXIT.
*>----------------------------------------------------------------------
*> ONE PRINTED LINE AND ONE CSV ROW PER KPI: THE TWELVE MONTHS BEFORE,
*> THE MONTH, ITS DIRECTION AGAINST THE MONTH BEFORE (^ UP, v DOWN,
*> = FLAT) AND ITS THRESHOLD.
050-IMPRIME.

    MOVE SPACES TO WK-HEADING
    STRING "KPI / THE TWELVE MONTHS BEFORE / THE MONTH / TREND / "
           "THRESHOLD / STATUS"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/security_scorecard.txt" TO WK-RW-FILENAME
    MOVE "SECURITY KPI SCORECARD" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "MONTH " WK-MONTH-ANO "-" WK-MONTH-MES
           " AGAINST THE TWELVE BEFORE IT - RUN " WK-HOJE
           "   (- = NO FIGURE FOR THE MONTH)"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    *> column line: MM/YY of each month before, then the month's
    MOVE "KPI" TO REG-TXT(1:20)
    MOVE 21 TO WK-POS
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 12
       MOVE WK-SER-MONTH(WK-IDX) TO WK-YM
       MOVE WK-YM-MES TO REG-TXT(WK-POS + 1:2)
       MOVE "/" TO REG-TXT(WK-POS + 3:1)
       MOVE WK-YM(3:2) TO REG-TXT(WK-POS + 4:2)
       ADD 6 TO WK-POS
    END-PERFORM
    MOVE WK-MONTH-MES TO REG-TXT(WK-POS + 2:2)
    MOVE "/" TO REG-TXT(WK-POS + 4:1)
    MOVE WK-MONTH(3:2) TO REG-TXT(WK-POS + 5:2)
    MOVE "TRD  LIMIT STATUS" TO REG-TXT(WK-POS + 8:17)
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "O" TO WK-CSV-OP
    MOVE SPACES TO WK-CSV-FILENAME
    STRING "../txt/security_scorecard_" WK-MONTH ".csv"
        DELIMITED BY SIZE INTO WK-CSV-FILENAME
    END-STRING
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "F" TO WK-CSV-OP
    MOVE "KPI" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13
       MOVE WK-SER-MONTH(WK-IDX) TO WK-CSV-FIELD
       CALL "csvwriter" USING WK-CSV-PARM END-CALL
    END-PERFORM
    MOVE "TREND" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "THRESHOLD" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "STATUS" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "E" TO WK-CSV-OP
    CALL "csvwriter" USING WK-CSV-PARM END-CALL

    PERFORM VARYING WK-KDX FROM 1 BY 1 UNTIL WK-KDX > WK-KP-MAX
       PERFORM 055-LINHA-KPI THRU 055-EXIT-LINHA-KPI
    END-PERFORM

    MOVE "C" TO WK-CSV-OP
    CALL "csvwriter" USING WK-CSV-PARM END-CALL.

050-EXIT-IMPRIME.
    EXIT.
*>----------------------------------------------------------------------
055-LINHA-KPI.

    *> direction against the month before
    MOVE " - " TO WK-TREND
    IF WK-SER-SET(13, WK-KDX) = "Y" AND WK-SER-SET(12, WK-KDX) = "Y"
       EVALUATE TRUE
           WHEN WK-SER-VAL(13, WK-KDX) > WK-SER-VAL(12, WK-KDX)
               MOVE " ^ " TO WK-TREND
           WHEN WK-SER-VAL(13, WK-KDX) < WK-SER-VAL(12, WK-KDX)
               MOVE " v " TO WK-TREND
           WHEN OTHER
               MOVE " = " TO WK-TREND
       END-EVALUATE
    END-IF

    *> threshold: a ceiling, or for certification a floor
    MOVE SPACES TO WK-STATUS
    IF WK-KP-LIMIT(WK-KDX) > ZEROS AND WK-SER-SET(13, WK-KDX) = "Y"
       MOVE "OK" TO WK-STATUS
       IF WK-KP-KIND(WK-KDX) = "N"
          IF WK-SER-VAL(13, WK-KDX) < WK-KP-LIMIT(WK-KDX)
             MOVE "BELOW" TO WK-STATUS
             ADD 1 TO WK-BREACHES
          END-IF
       ELSE
          IF WK-SER-VAL(13, WK-KDX) > WK-KP-LIMIT(WK-KDX)
             MOVE "OVER" TO WK-STATUS
             ADD 1 TO WK-BREACHES
          END-IF
       END-IF
    END-IF

    MOVE SPACES TO REG-TXT
    MOVE WK-KP-LABEL(WK-KDX) TO REG-TXT(1:20)
    MOVE 21 TO WK-POS
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 12
       IF WK-SER-SET(WK-IDX, WK-KDX) = "Y"
          MOVE WK-SER-VAL(WK-IDX, WK-KDX) TO WK-ED-VAL
          MOVE WK-ED-VAL TO REG-TXT(WK-POS:6)
       ELSE
          MOVE "     -" TO REG-TXT(WK-POS:6)
       END-IF
       ADD 6 TO WK-POS
    END-PERFORM
    IF WK-SER-SET(13, WK-KDX) = "Y"
       MOVE WK-SER-VAL(13, WK-KDX) TO WK-ED-CUR
       MOVE WK-ED-CUR TO REG-TXT(WK-POS:7)
    ELSE
       MOVE "      -" TO REG-TXT(WK-POS:7)
    END-IF
    ADD 7 TO WK-POS
    MOVE WK-TREND TO REG-TXT(WK-POS + 1:3)
    ADD 4 TO WK-POS
    IF WK-KP-LIMIT(WK-KDX) > ZEROS
       MOVE WK-KP-LIMIT(WK-KDX) TO WK-ED-LIMIT
       MOVE WK-ED-LIMIT TO REG-TXT(WK-POS:7)
    END-IF
    ADD 8 TO WK-POS
    MOVE WK-STATUS TO REG-TXT(WK-POS:6)
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "F" TO WK-CSV-OP
    MOVE WK-KP-LABEL(WK-KDX) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13
       MOVE SPACES TO WK-CSV-FIELD
       IF WK-SER-SET(WK-IDX, WK-KDX) = "Y"
          MOVE WK-SER-VAL(WK-IDX, WK-KDX) TO WK-ED-CUR
          MOVE FUNCTION TRIM(WK-ED-CUR) TO WK-CSV-FIELD
       END-IF
       CALL "csvwriter" USING WK-CSV-PARM END-CALL
    END-PERFORM
    EVALUATE WK-TREND
        WHEN " ^ "
            MOVE "UP" TO WK-CSV-FIELD
        WHEN " v "
            MOVE "DOWN" TO WK-CSV-FIELD
        WHEN " = "
            MOVE "FLAT" TO WK-CSV-FIELD
        WHEN OTHER
            MOVE SPACES TO WK-CSV-FIELD
    END-EVALUATE
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE SPACES TO WK-CSV-FIELD
    IF WK-KP-LIMIT(WK-KDX) > ZEROS
       MOVE WK-KP-LIMIT(WK-KDX) TO WK-ED-LIMIT
       MOVE FUNCTION TRIM(WK-ED-LIMIT) TO WK-CSV-FIELD
    END-IF
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE WK-STATUS TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "E" TO WK-CSV-OP
    CALL "csvwriter" USING WK-CSV-PARM END-CALL.

055-EXIT-LINHA-KPI.
    EXIT.
*>----------------------------------------------------------------------
080-MES-ANTERIOR.

    IF WK-YM-MES = 1
       MOVE 12 TO WK-YM-MES
       SUBTRACT 1 FROM WK-YM-ANO
    ELSE
       SUBTRACT 1 FROM WK-YM-MES
    END-IF.

080-EXIT-MES-ANTERIOR.
    EXIT.
*>----------------------------------------------------------------------
085-MES-SEGUINTE.

    IF WK-YM-MES = 12
       MOVE 1 TO WK-YM-MES
       ADD 1 TO WK-YM-ANO
    ELSE
       ADD 1 TO WK-YM-MES
    END-IF.

085-EXIT-MES-SEGUINTE.
    EXIT.
*>----------------------------------------------------------------------
090-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO REG-TXT.

090-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "APPROVALS DECIDED " WK-APPR-DECIDED
           "   CERTIFICATION ITEMS " WK-CERT-DONE " OF " WK-CERT-ITEMS
           " DECIDED   SOD AS OF RISK RUN " WK-SOD-ASOF
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "KPIS OUTSIDE THEIR THRESHOLD: " WK-BREACHES
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE security_scorecard.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
