       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_chargeback.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Monthly departmental chargeback. For the month, per
*>         department (the user's U-DEPT) and module, totals:
*>           sessions  - successful sign-ons in login_activity.log;
*>           launches  - menu selections in the audit trail (the
*>                       makemenu rows, whose action is numeric);
*>           run time  - elapsed seconds in program_run.log, shown
*>                       in minutes.
*>         Each total is priced from CHARGE_RATE.DAT - the module's
*>         own row, otherwise the house row "*" - and the result is
*>         written twice:
*>           - one printed statement per department, through the
*>             shared report writer, titled "CHARGEBACK DEPT dddd"
*>             so REPORT_ROUTE can deliver each one to its head;
*>           - one CSV of every department/module line for the
*>             finance ledger upload.
*>         Program-run lines written before the log carried the
*>         module are placed by item name and target on the menu
*>         tree. Logins no longer on USER.DAT are charged to "????".
*>         The month is REPORT_MONTH (CCYYMM) when set, otherwise
*>         the month before the run; the interactive run lets the
*>         operator key it.
*>
*> Read...: login_activity.log, audit_trail.log, program_run.log,
*>          user.dat, department.dat, dinamic_menu.dat,
*>          charge_rate.dat
*>
*> Out....: chargeback_CCYYMM_dddd.txt (one per department),
*>          chargeback_CCYYMM.csv
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  CHARGEBACK   10/15/26 DUMA     First version.
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

COPY "../cpy/login_log_se.cpy".
COPY "../cpy/audit_se.cpy".
COPY "../cpy/program_run_se.cpy".
COPY "../cpy/user_se.cpy".
COPY "../cpy/department_se.cpy".
COPY "../cpy/menu_se.cpy".
COPY "../cpy/charge_rate_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/login_log_fd.cpy".
COPY "../cpy/audit_fd.cpy".
COPY "../cpy/program_run_fd.cpy".
COPY "../cpy/user_fd.cpy".
COPY "../cpy/department_fd.cpy".
COPY "../cpy/menu_fd.cpy".
COPY "../cpy/charge_rate_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-LOGLOG                     PIC  X(002) VALUE ZEROS.
77  ST-AUD                        PIC  X(002) VALUE ZEROS.
77  ST-PGR                        PIC  X(002) VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  USR-FS-OK                             VALUE ZEROS.
77  ST-DEP                        PIC  9(002).
    88  DEP-FS-OK                             VALUE ZEROS.
77  ST-MNU                        PIC  9(002).
    88  MNU-FS-OK                             VALUE ZEROS.
77  ST-CRT                        PIC  9(002).
    88  CRT-FS-OK                             VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/csvwriter_ws.cpy".

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
01  WK-MONTH                      PIC  9(006) VALUE ZEROS.
01  WK-MONTH-R REDEFINES WK-MONTH.
    05 WK-MONTH-ANO               PIC  9(004).
    05 WK-MONTH-MES               PIC  9(002).
01  WK-ENV-MONTH                  PIC  X(006) VALUE SPACES.
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-LINES                      PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
*> The line being charged: who, where, and what it adds --------------
01  WK-CH-LOGIN                   PIC  X(020) VALUE SPACES.
01  WK-CH-MODULE                  PIC  X(015) VALUE SPACES.
01  WK-CH-SESSIONS                PIC  9(007) VALUE ZEROS.
01  WK-CH-LAUNCHES                PIC  9(007) VALUE ZEROS.
01  WK-CH-SECONDS                 PIC  9(009) VALUE ZEROS.
01  WK-CH-DEPT                    PIC  X(004) VALUE SPACES.
*> one-login cache in front of the USER.DAT lookup ------------------
01  WK-LAST-LOGIN                 PIC  X(020) VALUE HIGH-VALUES.
01  WK-LAST-DEPT                  PIC  X(004) VALUE SPACES.
*> Leaf items of the menu tree, to place old program-run lines ------
01  WK-MN-MAX                     PIC  9(004) VALUE 1000.
01  WK-MN-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-MN-TAB.
    05 WK-MN-ROW OCCURS 1000 TIMES.
       10 WK-MN-NAME              PIC X(15).
       10 WK-MN-TARGET            PIC X(15).
       10 WK-MN-MODULE            PIC X(15).
*> One row per department and module, sorted for the statements ----
01  WK-CB-MAX                     PIC  9(004) VALUE 2000.
01  WK-CB-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-CB-TAB.
    05 WK-CB-ROW OCCURS 2000 TIMES.
       10 WK-CB-DEPT              PIC X(04).
       10 WK-CB-MODULE            PIC X(15).
       10 WK-CB-SESSIONS          PIC 9(07).
       10 WK-CB-LAUNCHES          PIC 9(07).
       10 WK-CB-SECONDS           PIC 9(09).
01  WK-SWAP-ROW                   PIC  X(042) VALUE SPACES.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MINI                       PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.
*> Pricing of one line and the department/run totals ----------------
01  WK-RATE-FLAG                  PIC  X(008) VALUE SPACES.
01  WK-HOUSE-USED                 PIC  X(001) VALUE "N".
01  WK-NORATE-USED                PIC  X(001) VALUE "N".
01  WK-MINUTES                    PIC  9(007)V99 VALUE ZEROS.
01  WK-AMOUNT                     PIC  9(009)V99 VALUE ZEROS.
01  WK-DEPT-CUR                   PIC  X(004) VALUE SPACES.
01  WK-DEPT-NAME                  PIC  X(030) VALUE SPACES.
01  WK-DEPT-FILE                  PIC  X(004) VALUE SPACES.
01  WK-DEPT-OPEN                  PIC  X(001) VALUE "N".
01  WK-DEPT-COUNT                 PIC  9(004) VALUE ZEROS.
01  WK-DT-SESSIONS                PIC  9(009) VALUE ZEROS.
01  WK-DT-LAUNCHES                PIC  9(009) VALUE ZEROS.
01  WK-DT-MINUTES                 PIC  9(009)V99 VALUE ZEROS.
01  WK-DT-AMOUNT                  PIC  9(011)V99 VALUE ZEROS.
01  WK-GT-AMOUNT                  PIC  9(011)V99 VALUE ZEROS.
01  WK-ED-COUNT                   PIC  ZZZZZZZ9.
01  WK-ED-COUNT2                  PIC  ZZZZZZZ9.
01  WK-ED-MINUTES                 PIC  ZZZZZZ9,99.
01  WK-ED-RATE1                   PIC  ZZZZ9,99.
01  WK-ED-RATE2                   PIC  ZZZZ9,99.
01  WK-ED-RATE3                   PIC  ZZZZ9,99.
01  WK-ED-AMOUNT                  PIC  ZZZ.ZZZ.ZZ9,99.
01  WK-ED-TOTAL                   PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "DEPARTMENTAL CHARGEBACK".
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
        05  LINE 02 COLUMN 01 VALUE "LOG LINES READ:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "CHARGED LINES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-LINES
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

    PERFORM 012-CARREGA-MENU THRU 012-EXIT-CARREGA-MENU
    PERFORM 014-LE-SESSOES THRU 014-EXIT-LE-SESSOES
    PERFORM 015-LE-LANCAMENTOS THRU 015-EXIT-LE-LANCAMENTOS
    PERFORM 016-LE-TEMPOS THRU 016-EXIT-LE-TEMPOS
    PERFORM 018-ORDENA THRU 018-EXIT-ORDENA
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
    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS

    *> default: the month before the run
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
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
       MOVE "Confirm the departmental chargeback run? [S/N]: " TO WK-MSG
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

    OPEN INPUT FD-USER
    OPEN INPUT FD-DEP
    OPEN INPUT FD-CRT

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> LEAF ITEMS (THOSE WITH A LAUNCH TARGET) OF THE WHOLE MENU TREE -
*> ITEM NAME AND TARGET PLACE A PROGRAM-RUN LINE THAT PREDATES
*> PGR-MODULE IN ITS MODULE.
012-CARREGA-MENU.

    OPEN INPUT FD-MENU
    IF NOT MNU-FS-OK
       GO 012-EXIT-CARREGA-MENU
    END-IF
    MOVE ZEROS TO M-ID
    START FD-MENU
        KEY IS >= KEY1-MENU
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-MENU NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF M-ACTION-TARGET NOT = SPACES
                AND WK-MN-NUM < WK-MN-MAX
                ADD 1 TO WK-MN-NUM
                MOVE M-NAME TO WK-MN-NAME(WK-MN-NUM)
                MOVE M-ACTION-TARGET TO WK-MN-TARGET(WK-MN-NUM)
                MOVE M-MODULE TO WK-MN-MODULE(WK-MN-NUM)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-MENU
    MOVE "F" TO FLG-EOF.

012-EXIT-CARREGA-MENU.
    EXIT.
*>----------------------------------------------------------------------
*> SESSIONS: ONE PER SUCCESSFUL SIGN-ON. THE SECOND-FACTOR STEP OF
*> THE SAME SIGN-ON LOGS A SECOND SUCCESS LINE ("2FA ...") WHICH IS
*> NOT COUNTED AGAIN.
014-LE-SESSOES.

    OPEN INPUT FILE_LOGIN_LOG
    IF ST-LOGLOG NOT = "00"
       GO 014-EXIT-LE-SESSOES
    END-IF
    PERFORM UNTIL EOF
       READ FILE_LOGIN_LOG
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF LOG-DATE IS NUMERIC
                AND LOG-DATE(1:6) = WK-MONTH
                AND LOG-RESULT = "SUCCESS"
                AND LOG-REASON(1:3) NOT = "2FA"
                MOVE LOG-USER TO WK-CH-LOGIN
                MOVE LOG-MODULE TO WK-CH-MODULE
                MOVE 1 TO WK-CH-SESSIONS
                MOVE ZEROS TO WK-CH-LAUNCHES WK-CH-SECONDS
                PERFORM 040-ACUMULA THRU 040-EXIT-ACUMULA
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FILE_LOGIN_LOG
    MOVE "F" TO FLG-EOF.

014-EXIT-LE-SESSOES.
    EXIT.
*>----------------------------------------------------------------------
*> LAUNCHES: THE MENU SELECTIONS MAKEMENU AUDITS. THEIR ACTION IS THE
*> ITEM'S NUMERIC M-ACTION; THE "**..." MARKER ROWS AND THE ROWS THE
*> MAINTENANCE SCREENS WRITE ARE NOT LAUNCHES.
015-LE-LANCAMENTOS.

    OPEN INPUT FILE_AUDIT
    IF ST-AUD NOT = "00"
       GO 015-EXIT-LE-LANCAMENTOS
    END-IF
    PERFORM UNTIL EOF
       READ FILE_AUDIT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF AUD-DATE IS NUMERIC
                AND AUD-DATE(1:6) = WK-MONTH
                AND AUD-MENU-ACTION IS NUMERIC
                MOVE AUD-USER TO WK-CH-LOGIN
                MOVE AUD-MODULE TO WK-CH-MODULE
                MOVE 1 TO WK-CH-LAUNCHES
                MOVE ZEROS TO WK-CH-SESSIONS WK-CH-SECONDS
                PERFORM 040-ACUMULA THRU 040-EXIT-ACUMULA
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FILE_AUDIT
    MOVE "F" TO FLG-EOF.

015-EXIT-LE-LANCAMENTOS.
    EXIT.
*>----------------------------------------------------------------------
*> RUN TIME: ELAPSED SECONDS OF EVERY DISPATCH IN THE MONTH.
016-LE-TEMPOS.

    OPEN INPUT FILE_PROGRUN
    IF ST-PGR NOT = "00"
       GO 016-EXIT-LE-TEMPOS
    END-IF
    PERFORM UNTIL EOF
       READ FILE_PROGRUN
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF PGR-DATE IS NUMERIC
                AND PGR-DATE(1:6) = WK-MONTH
                AND PGR-ELAPSED IS NUMERIC
                MOVE PGR-MODULE TO WK-CH-MODULE
                IF WK-CH-MODULE = SPACES
                   PERFORM 017-ACHA-MODULO THRU 017-EXIT-ACHA-MODULO
                END-IF
                MOVE PGR-USER TO WK-CH-LOGIN
                MOVE PGR-ELAPSED TO WK-CH-SECONDS
                MOVE ZEROS TO WK-CH-SESSIONS WK-CH-LAUNCHES
                PERFORM 040-ACUMULA THRU 040-EXIT-ACUMULA
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FILE_PROGRUN
    MOVE "F" TO FLG-EOF.

016-EXIT-LE-TEMPOS.
    EXIT.
*>----------------------------------------------------------------------
017-ACHA-MODULO.

    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-MN-NUM OR WK-CH-MODULE NOT = SPACES
       IF WK-MN-NAME(WK-IDX) = PGR-ITEM
          AND WK-MN-TARGET(WK-IDX) = PGR-TARGET
          MOVE WK-MN-MODULE(WK-IDX) TO WK-CH-MODULE
       END-IF
    END-PERFORM
    IF WK-CH-MODULE = SPACES
       MOVE "(UNKNOWN)" TO WK-CH-MODULE
    END-IF.

017-EXIT-ACHA-MODULO.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT ON DEPARTMENT, THEN MODULE.
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-CB-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-CB-NUM
          IF WK-CB-DEPT(WK-JDX) < WK-CB-DEPT(WK-MINI)
             OR (WK-CB-DEPT(WK-JDX) = WK-CB-DEPT(WK-MINI)
                 AND WK-CB-MODULE(WK-JDX) < WK-CB-MODULE(WK-MINI))
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-CB-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-CB-ROW(WK-MINI) TO WK-CB-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-CB-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
*> ONE STATEMENT PER DEPARTMENT, AND EVERY PRICED LINE TO THE CSV.
020-PROCESSAMENTO.

    MOVE "O" TO WK-CSV-OP
    MOVE SPACES TO WK-CSV-FILENAME
    STRING "../txt/chargeback_" WK-MONTH ".csv"
        DELIMITED BY SIZE INTO WK-CSV-FILENAME
    END-STRING
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "F" TO WK-CSV-OP
    MOVE "MONTH" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "DEPARTMENT" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "DEPARTMENT NAME" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "MODULE" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "SESSIONS" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "LAUNCHES" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "RUN MINUTES" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "SESSION RATE" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "LAUNCH RATE" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "MINUTE RATE" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "AMOUNT" TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "E" TO WK-CSV-OP
    CALL "csvwriter" USING WK-CSV-PARM END-CALL

    MOVE HIGH-VALUES TO WK-DEPT-CUR
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-CB-NUM
       IF WK-CB-DEPT(WK-IDX) NOT = WK-DEPT-CUR
          IF WK-DEPT-OPEN = "Y"
             PERFORM 024-FECHA-EXTRATO THRU 024-EXIT-FECHA-EXTRATO
          END-IF
          MOVE WK-CB-DEPT(WK-IDX) TO WK-DEPT-CUR
          PERFORM 022-ABRE-EXTRATO THRU 022-EXIT-ABRE-EXTRATO
       END-IF
       PERFORM 026-PRECIFICA THRU 026-EXIT-PRECIFICA
    END-PERFORM
    IF WK-DEPT-OPEN = "Y"
       PERFORM 024-FECHA-EXTRATO THRU 024-EXIT-FECHA-EXTRATO
    END-IF

    MOVE "C" TO WK-CSV-OP
    CALL "csvwriter" USING WK-CSV-PARM END-CALL.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
022-ABRE-EXTRATO.

    MOVE SPACES TO WK-DEPT-NAME
    MOVE WK-DEPT-CUR TO WK-DEPT-FILE
    EVALUATE WK-DEPT-CUR
       WHEN SPACES
          MOVE "NONE" TO WK-DEPT-FILE
          MOVE "NO DEPARTMENT ON THE USER RECORD" TO WK-DEPT-NAME
       WHEN "????"
          MOVE "UNKN" TO WK-DEPT-FILE
          MOVE "LOGIN NO LONGER ON USER.DAT" TO WK-DEPT-NAME
       WHEN OTHER
          MOVE WK-DEPT-CUR TO DEP-CODE
          READ FD-DEP
             INVALID KEY
                MOVE "(NOT ON DEPARTMENT.DAT)" TO WK-DEPT-NAME
             NOT INVALID KEY
                MOVE DEP-NAME TO WK-DEPT-NAME
          END-READ
    END-EVALUATE
    MOVE ZEROS TO WK-DT-SESSIONS WK-DT-LAUNCHES WK-DT-MINUTES
                  WK-DT-AMOUNT
    MOVE "N" TO WK-HOUSE-USED WK-NORATE-USED

    MOVE SPACES TO WK-HEADING
    STRING "MODULE           SESSIONS  LAUNCHES     RUN MIN"
           "  SES RATE  LAU RATE  MIN RATE          AMOUNT"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE SPACES TO WK-RW-FILENAME
    STRING "../txt/chargeback_" WK-MONTH "_"
           FUNCTION TRIM(WK-DEPT-FILE) ".txt"
        DELIMITED BY SIZE INTO WK-RW-FILENAME
    END-STRING
    MOVE SPACES TO WK-RW-TITLE
    STRING "CHARGEBACK DEPT " WK-DEPT-FILE
        DELIMITED BY SIZE INTO WK-RW-TITLE
    END-STRING
    MOVE WK-HEADING TO WK-RW-HEADING
    MOVE SPACES TO WK-RW-OWNER
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE "Y" TO WK-DEPT-OPEN
    ADD 1 TO WK-DEPT-COUNT

    STRING "DEPARTMENT " WK-DEPT-CUR " - " WK-DEPT-NAME
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "USAGE IN " WK-MONTH-ANO "-" WK-MONTH-MES
           " - RUN " WK-HOJE
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

022-EXIT-ABRE-EXTRATO.
    EXIT.
*>----------------------------------------------------------------------
024-FECHA-EXTRATO.

    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE WK-DT-SESSIONS TO WK-ED-COUNT
    MOVE WK-DT-LAUNCHES TO WK-ED-COUNT2
    MOVE WK-DT-MINUTES TO WK-ED-MINUTES
    MOVE WK-DT-AMOUNT TO WK-ED-TOTAL
    STRING "TOTAL          " "  " WK-ED-COUNT "  " WK-ED-COUNT2
           "  " WK-ED-MINUTES
           "                              " WK-ED-TOTAL
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-HOUSE-USED = "Y"
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       MOVE "HOUSE   = NO RATE OF ITS OWN - PRICED AT THE HOUSE RATE (*)"
         TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    IF WK-NORATE-USED = "Y"
       MOVE "NO RATE = NEITHER A MODULE NOR A HOUSE RATE - NOT CHARGED"
         TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    ADD WK-DT-AMOUNT TO WK-GT-AMOUNT
    MOVE "N" TO WK-DEPT-OPEN.

024-EXIT-FECHA-EXTRATO.
    EXIT.
*>----------------------------------------------------------------------
*> PRICE ONE DEPARTMENT/MODULE LINE: THE MODULE'S OWN RATE, ELSE THE
*> HOUSE RATE "*", ELSE NOTHING (AND SAID SO ON THE STATEMENT).
026-PRECIFICA.

    MOVE SPACES TO WK-RATE-FLAG
    MOVE WK-CB-MODULE(WK-IDX) TO CRT-MODULE
    READ FD-CRT
       INVALID KEY
          MOVE "*" TO CRT-MODULE
          READ FD-CRT
             INVALID KEY
                MOVE ZEROS TO CRT-SESSION-RATE CRT-LAUNCH-RATE
                              CRT-MINUTE-RATE
                MOVE "NO RATE" TO WK-RATE-FLAG
                MOVE "Y" TO WK-NORATE-USED
             NOT INVALID KEY
                MOVE "HOUSE" TO WK-RATE-FLAG
                MOVE "Y" TO WK-HOUSE-USED
          END-READ
    END-READ
    COMPUTE WK-MINUTES ROUNDED = WK-CB-SECONDS(WK-IDX) / 60
    COMPUTE WK-AMOUNT ROUNDED =
            WK-CB-SESSIONS(WK-IDX) * CRT-SESSION-RATE
          + WK-CB-LAUNCHES(WK-IDX) * CRT-LAUNCH-RATE
          + WK-MINUTES * CRT-MINUTE-RATE
    ADD WK-CB-SESSIONS(WK-IDX) TO WK-DT-SESSIONS
    ADD WK-CB-LAUNCHES(WK-IDX) TO WK-DT-LAUNCHES
    ADD WK-MINUTES TO WK-DT-MINUTES
    ADD WK-AMOUNT TO WK-DT-AMOUNT
    ADD 1 TO WK-LINES

    MOVE WK-CB-SESSIONS(WK-IDX) TO WK-ED-COUNT
    MOVE WK-CB-LAUNCHES(WK-IDX) TO WK-ED-COUNT2
    MOVE WK-MINUTES TO WK-ED-MINUTES
    MOVE CRT-SESSION-RATE TO WK-ED-RATE1
    MOVE CRT-LAUNCH-RATE TO WK-ED-RATE2
    MOVE CRT-MINUTE-RATE TO WK-ED-RATE3
    MOVE WK-AMOUNT TO WK-ED-AMOUNT
    STRING WK-CB-MODULE(WK-IDX) "  " WK-ED-COUNT "  " WK-ED-COUNT2
           "  " WK-ED-MINUTES "  " WK-ED-RATE1 "  " WK-ED-RATE2
           "  " WK-ED-RATE3 "  " WK-ED-AMOUNT " " WK-RATE-FLAG
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "F" TO WK-CSV-OP
    MOVE WK-MONTH TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE WK-CB-DEPT(WK-IDX) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE WK-DEPT-NAME TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE WK-CB-MODULE(WK-IDX) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE FUNCTION TRIM(WK-ED-COUNT) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE FUNCTION TRIM(WK-ED-COUNT2) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE FUNCTION TRIM(WK-ED-MINUTES) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE FUNCTION TRIM(WK-ED-RATE1) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE FUNCTION TRIM(WK-ED-RATE2) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE FUNCTION TRIM(WK-ED-RATE3) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE WK-AMOUNT TO WK-ED-TOTAL
    MOVE FUNCTION TRIM(WK-ED-TOTAL) TO WK-CSV-FIELD
    CALL "csvwriter" USING WK-CSV-PARM END-CALL
    MOVE "E" TO WK-CSV-OP
    CALL "csvwriter" USING WK-CSV-PARM END-CALL.

026-EXIT-PRECIFICA.
    EXIT.
*>----------------------------------------------------------------------
*> ADD THE LINE IN WK-CH-* TO ITS DEPARTMENT/MODULE ROW.
040-ACUMULA.

    IF WK-CH-LOGIN NOT = WK-LAST-LOGIN
       MOVE WK-CH-LOGIN TO WK-LAST-LOGIN
       MOVE "????" TO WK-LAST-DEPT
       IF USR-FS-OK
          MOVE WK-CH-LOGIN TO U-LOGIN
          READ FD-USER KEY IS KEY2-USR
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE U-DEPT TO WK-LAST-DEPT
          END-READ
       END-IF
    END-IF
    MOVE WK-LAST-DEPT TO WK-CH-DEPT

    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-CB-NUM OR WK-FOUND > ZEROS
       IF WK-CB-DEPT(WK-IDX) = WK-CH-DEPT
          AND WK-CB-MODULE(WK-IDX) = WK-CH-MODULE
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-CB-NUM >= WK-CB-MAX
          ADD 1 TO WK-OVERFLOW
          GO 040-EXIT-ACUMULA
       END-IF
       ADD 1 TO WK-CB-NUM
       MOVE WK-CB-NUM TO WK-FOUND
       MOVE WK-CH-DEPT TO WK-CB-DEPT(WK-FOUND)
       MOVE WK-CH-MODULE TO WK-CB-MODULE(WK-FOUND)
       MOVE ZEROS TO WK-CB-SESSIONS(WK-FOUND) WK-CB-LAUNCHES(WK-FOUND)
                     WK-CB-SECONDS(WK-FOUND)
    END-IF
    ADD WK-CH-SESSIONS TO WK-CB-SESSIONS(WK-FOUND)
    ADD WK-CH-LAUNCHES TO WK-CB-LAUNCHES(WK-FOUND)
    ADD WK-CH-SECONDS TO WK-CB-SECONDS(WK-FOUND).

040-EXIT-ACUMULA.
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

    CLOSE FD-USER
    CLOSE FD-DEP
    CLOSE FD-CRT
    DISPLAY SS-FILLER02-1
    MOVE WK-GT-AMOUNT TO WK-ED-TOTAL
    MOVE SPACES TO WK-MSG
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " LINES BEYOND THE " WK-CB-MAX
              " DEPT/MODULE ROWS HELD - NOT CHARGED ***"
           DELIMITED BY SIZE INTO WK-MSG
       END-STRING
    ELSE
       STRING "*** DONE - " WK-DEPT-COUNT " STATEMENTS, TOTAL "
              FUNCTION TRIM(WK-ED-TOTAL) " - SEE chargeback_"
              WK-MONTH ".csv ***"
           DELIMITED BY SIZE INTO WK-MSG
       END-STRING
    END-IF
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
