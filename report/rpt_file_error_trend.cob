       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_file_error_trend.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Monthly file-error trend for the operations review. Every
*>         file_error.log line of the month and of the six months
*>         before it is grouped by file + FILE STATUS + program, and
*>         again by file, by status code, by program, by weekday
*>         and by hour of day. Each group shows its count per month,
*>         so the trend reads left to right, and for the month's
*>         errors the mean days from logging to resolution and how
*>         many are still not resolved. A group is flagged
*>           NEW   - errors in the month, none in the six before;
*>           WORSE - at least SYSPARM ERRTRENDMIN (default 3) errors
*>                   in the month and more than SYSPARM ERRTRENDPCT
*>                   (default 50) percent above its six-month mean.
*>         The flagged file/status/program groups are listed first.
*>         Lines are read from the live log, the monthly rotation
*>         archives (file_error_CCYYMM.log, the seven months and the
*>         month after) and the console's resolved-entries archive;
*>         only lines dated in the seven months count. A line still
*>         in a log is resolved when FILE_ERROR_STATUS.DAT says so
*>         (the day of the last update); an archived line carries
*>         its resolution day, except lines archived before the day
*>         was kept, which count as resolved but untimed.
*>         The month is REPORT_MONTH (CCYYMM) when set, otherwise
*>         the month before the run; the interactive run lets the
*>         operator key it.
*>
*> Read...: file_error.log, file_error_CCYYMM.log,
*>          file_error_resolved.log, file_error_status.dat
*>
*> Out....: file_error_trend.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  ERR TREND    10/15/26 DUMA     First version.
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

COPY "../cpy/file_error_status_se.cpy".

*> One log generation at a time - the live file, a dated archive or
*> the resolved entries; DD_TRENDLOG is set right before the OPEN.
     SELECT ARQUIVO_GER ASSIGN TO "TRENDLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-GER.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/file_error_status_fd.cpy".

FD  ARQUIVO_GER.
01  REG-GER                       PIC  X(200).
*> file_error.log view of the line; the resolved archive adds the day
*> the entry was resolved after it
01  REG-GER-LOG.
    05 GER-DATE                   PIC  X(08).
    05 FILLER                     PIC  X(01).
    05 GER-TIME                   PIC  X(08).
    05 FILLER                     PIC  X(01).
    05 GER-PROGRAM                PIC  X(15).
    05 FILLER                     PIC  X(01).
    05 GER-FILE                   PIC  X(15).
    05 FILLER                     PIC  X(01).
    05 GER-STATUS                 PIC  X(02).
    05 FILLER                     PIC  X(01).
    05 GER-MSG                    PIC  X(20).
    05 FILLER                     PIC  X(01).
    05 GER-RES-DATE               PIC  X(08).
    05 FILLER                     PIC  X(118).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-FES                        PIC  9(002).
    88  FES-FS-OK                             VALUE ZEROS.
77  ST-GER                        PIC  X(002) VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/getparm_ws.cpy".

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-FES                       PIC  X(001) VALUE "N".
    88  FES-ABERTO                            VALUE "S".
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
*> Month arithmetic: one month back or forward from WK-YM ------------
01  WK-YM                         PIC  9(006) VALUE ZEROS.
01  WK-YM-R REDEFINES WK-YM.
    05 WK-YM-ANO                  PIC  9(004).
    05 WK-YM-MES                  PIC  9(002).
*> The seven months reported (7 = the month) and the month after -----
01  WK-MO-TAB.
    05 WK-MO                      PIC  9(006) OCCURS 8 TIMES.
01  WK-MO-IDX                     PIC  9(002) VALUE ZEROS.
01  WK-SLOT                       PIC  9(002) VALUE ZEROS.
01  WK-FIRST-DAY                  PIC  9(008) VALUE ZEROS.
01  WK-LAST-DAY                   PIC  9(008) VALUE ZEROS.
01  WK-TXT-DIR                    PIC  X(100) VALUE SPACES.
01  WK-PATH                       PIC  X(200) VALUE SPACES.
01  WK-GEN                        PIC  9(002) VALUE ZEROS.
01  WK-GEN-RESOLVED               PIC  X(001) VALUE "N".
    88  WK-E-RESOLVIDOS                       VALUE "S".
*> The line being counted ---------------------------------------------
01  WK-DATA                       PIC  9(008) VALUE ZEROS.
01  WK-RES-DATE                   PIC  9(008) VALUE ZEROS.
01  WK-RESOLVED                   PIC  X(001) VALUE "N".
    88  WK-E-RESOLVIDA                        VALUE "S" "U".
    88  WK-SEM-DATA                           VALUE "U".
01  WK-DAYS                       PIC S9(006) VALUE ZEROS.
01  WK-WEEKDAY                    PIC  9(001) VALUE ZEROS.
01  WK-DIAS-SEMANA                PIC  X(035) VALUE
    "1 MON2 TUE3 WED4 THU5 FRI6 SAT7 SUN".
01  WK-DIAS-SEMANA-R REDEFINES WK-DIAS-SEMANA.
    05 WK-DIA-NOME                PIC  X(005) OCCURS 7 TIMES.
*> Counters -----------------------------------------------------------
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-COUNTED                    PIC  9(008) VALUE ZEROS.
01  WK-BAD                        PIC  9(008) VALUE ZEROS.
01  WK-UNTIMED                    PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
01  WK-FLAGGED                    PIC  9(006) VALUE ZEROS.
01  WK-PCT                        PIC  9(004) VALUE ZEROS.
01  WK-MIN                        PIC  9(006) VALUE ZEROS.
01  WK-PRIOR                      PIC  9(008) VALUE ZEROS.
*> One row per group, sorted by kind and name for the listing --------
*> (WK-GR-KIND G = file/status/program, F = file, S = status code,
*>  P = program, W = weekday, H = hour of day)
01  WK-GR-MAX                     PIC  9(004) VALUE 1500.
01  WK-GR-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-GR-TAB.
    05 WK-GR-ROW OCCURS 1500 TIMES.
       10 WK-GR-KIND              PIC X(01).
       10 WK-GR-NAME              PIC X(34).
       10 WK-GR-CNT               PIC 9(05) OCCURS 7 TIMES.
       10 WK-GR-RES               PIC 9(05).
       10 WK-GR-DAYS              PIC 9(07).
       10 WK-GR-OPEN              PIC 9(05).
       10 WK-GR-FLAG              PIC X(05).
01  WK-SWAP-ROW                   PIC  X(092) VALUE SPACES.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MINI                       PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.
01  WK-KIND                       PIC  X(001) VALUE SPACE.
01  WK-KEY                        PIC  X(034) VALUE SPACES.
01  WK-SO-FLAG                    PIC  X(001) VALUE "N".
01  WK-LISTED                     PIC  9(006) VALUE ZEROS.
*> Print line and its heading -----------------------------------------
01  WK-LINHA.
    05 FILLER                     PIC  X(002) VALUE SPACES.
    05 LN-NAME                    PIC  X(034).
    05 LN-MES OCCURS 7 TIMES.
       10 FILLER                  PIC  X(001).
       10 LN-CNT                  PIC  ZZZZ9.
    05 FILLER                     PIC  X(001) VALUE SPACES.
    05 LN-MEAN                    PIC  ZZZ9,9.
    05 LN-MEAN-X REDEFINES LN-MEAN
                                  PIC  X(006).
    05 FILLER                     PIC  X(001) VALUE SPACES.
    05 LN-OPEN                    PIC  ZZZZ9.
    05 FILLER                     PIC  X(001) VALUE SPACES.
    05 LN-FLAG                    PIC  X(005).
01  WK-CAB.
    05 FILLER                     PIC  X(036) VALUE "GROUP".
    05 CB-MES OCCURS 7 TIMES.
       10 FILLER                  PIC  X(002).
       10 CB-LBL                  PIC  X(004).
    05 FILLER                     PIC  X(019) VALUE
       "   MEAN  OPEN FLAG".
01  WK-MO-X                       PIC  X(006) VALUE SPACES.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "FILE-ERROR TREND ANALYSIS".
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
        05  LINE 02 COLUMN 01 VALUE "LOG LINES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "COUNTED:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-COUNTED
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

    PERFORM 015-CARREGA-LOGS THRU 015-EXIT-CARREGA-LOGS
    PERFORM 017-AVALIA THRU 017-EXIT-AVALIA
    PERFORM 018-ORDENA THRU 018-EXIT-ORDENA
    PERFORM 020-PROCESSAMENTO THRU 020-EXIT-PROCESSAMENTO

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
       MOVE "Confirm the file-error trend run? [S/N]: " TO WK-MSG
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

    *> the month, the six before it and the one after
    MOVE WK-MONTH TO WK-YM
    PERFORM VARYING WK-MO-IDX FROM 7 BY -1 UNTIL WK-MO-IDX < 1
       MOVE WK-YM TO WK-MO(WK-MO-IDX)
       PERFORM 086-MES-ANTERIOR THRU 086-EXIT-MES-ANTERIOR
    END-PERFORM
    MOVE WK-MONTH TO WK-YM
    PERFORM 085-MES-SEGUINTE THRU 085-EXIT-MES-SEGUINTE
    MOVE WK-YM TO WK-MO(8)
    COMPUTE WK-FIRST-DAY = WK-MO(1) * 100 + 1
    COMPUTE WK-LAST-DAY = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WK-MO(8) * 100 + 1) - 1)

    MOVE SPACES TO WK-TXT-DIR
    ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
    IF WK-TXT-DIR = SPACES
       MOVE "../txt" TO WK-TXT-DIR
    END-IF

    MOVE "ERRTRENDPCT" TO WK-GP-KEY
    MOVE 50 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-PCT
    MOVE "ERRTRENDMIN" TO WK-GP-KEY
    MOVE 3 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-MIN

    *> the month columns are headed YYMM
    PERFORM VARYING WK-MO-IDX FROM 1 BY 1 UNTIL WK-MO-IDX > 7
       MOVE WK-MO(WK-MO-IDX) TO WK-MO-X
       MOVE SPACES TO CB-MES(WK-MO-IDX)
       MOVE WK-MO-X(3:4) TO CB-LBL(WK-MO-IDX)
    END-PERFORM
    MOVE WK-CAB TO WK-HEADING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/file_error_trend.txt" TO WK-RW-FILENAME
    MOVE "FILE-ERROR TREND ANALYSIS" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "ERRORS LOGGED IN " WK-MONTH-ANO "-" WK-MONTH-MES
           " AGAINST THE SIX MONTHS BEFORE - RUN " WK-HOJE
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "MEAN = DAYS FROM LOGGING TO RESOLUTION OF THE MONTH'S ERRORS"
        TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "OPEN = THE MONTH'S ERRORS NOT RESOLVED YET" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "NEW   = ERRORS IN THE MONTH, NONE IN THE SIX BEFORE"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "WORSE = " WK-MIN " OR MORE IN THE MONTH AND OVER "
           WK-PCT "% ABOVE THE SIX-MONTH MEAN"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> THE ROTATION ARCHIVES OF THE EIGHT MONTHS (ROTATION STAMPS THE
*> ARCHIVE WITH THE DAY IT RUNS, SO THE MONTH AFTER STILL HOLDS THE
*> END OF THE MONTH), THE LIVE LOG AND THE RESOLVED ENTRIES. A
*> GENERATION THAT IS NOT THERE IS SKIPPED.
015-CARREGA-LOGS.

    OPEN INPUT FD-FES
    IF FES-FS-OK
       MOVE "S" TO FLG-FES
    END-IF
    PERFORM VARYING WK-GEN FROM 1 BY 1 UNTIL WK-GEN > 10
       MOVE SPACES TO WK-PATH
       MOVE "N" TO WK-GEN-RESOLVED
       EVALUATE WK-GEN
           WHEN 9
               STRING FUNCTION TRIM(WK-TXT-DIR) "/file_error.log"
                   DELIMITED BY SIZE INTO WK-PATH
               END-STRING
           WHEN 10
               MOVE "S" TO WK-GEN-RESOLVED
               STRING FUNCTION TRIM(WK-TXT-DIR)
                      "/file_error_resolved.log"
                   DELIMITED BY SIZE INTO WK-PATH
               END-STRING
           WHEN OTHER
               STRING FUNCTION TRIM(WK-TXT-DIR) "/file_error_"
                      WK-MO(WK-GEN) ".log"
                   DELIMITED BY SIZE INTO WK-PATH
               END-STRING
       END-EVALUATE
       SET ENVIRONMENT "DD_TRENDLOG" TO WK-PATH
       OPEN INPUT ARQUIVO_GER
       IF ST-GER = "00"
          MOVE "F" TO FLG-EOF
          PERFORM UNTIL EOF
             READ ARQUIVO_GER
                AT END
                   MOVE "T" TO FLG-EOF
                NOT AT END
                   ADD 1 TO WK-READS
                   PERFORM 016-CONTA-LINHA THRU 016-EXIT-CONTA-LINHA
             END-READ
          END-PERFORM
          CLOSE ARQUIVO_GER
          MOVE "F" TO FLG-EOF
       END-IF
       DISPLAY SS-FILLER02-1
    END-PERFORM
    IF FES-ABERTO
       CLOSE FD-FES
    END-IF.

015-EXIT-CARREGA-LOGS.
    EXIT.
*>----------------------------------------------------------------------
*> A LINE OF THE SEVEN MONTHS, WITH ITS RESOLUTION, INTO EACH OF ITS
*> SIX GROUPS.
016-CONTA-LINHA.

    IF GER-DATE IS NOT NUMERIC
       ADD 1 TO WK-BAD
       GO 016-EXIT-CONTA-LINHA
    END-IF
    MOVE GER-DATE TO WK-DATA
    IF WK-DATA < WK-FIRST-DAY OR WK-DATA > WK-LAST-DAY
       GO 016-EXIT-CONTA-LINHA
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WK-DATA) NOT = 0
       ADD 1 TO WK-BAD
       GO 016-EXIT-CONTA-LINHA
    END-IF
    MOVE ZEROS TO WK-SLOT
    PERFORM VARYING WK-MO-IDX FROM 1 BY 1 UNTIL WK-MO-IDX > 7
       IF WK-MO(WK-MO-IDX) = WK-DATA(1:6)
          MOVE WK-MO-IDX TO WK-SLOT
       END-IF
    END-PERFORM
    ADD 1 TO WK-COUNTED

    *> resolved, and when
    MOVE "N" TO WK-RESOLVED
    MOVE ZEROS TO WK-RES-DATE
    IF WK-E-RESOLVIDOS
       IF GER-RES-DATE IS NUMERIC AND GER-RES-DATE NOT = ZEROS
          MOVE "S" TO WK-RESOLVED
          MOVE GER-RES-DATE TO WK-RES-DATE
       ELSE
          MOVE "U" TO WK-RESOLVED
       END-IF
    ELSE
       IF FES-ABERTO AND GER-TIME IS NUMERIC
          INITIALIZE REC-FES
          MOVE WK-DATA TO FES-DATE
          MOVE GER-TIME TO FES-TIME
          MOVE GER-PROGRAM TO FES-PROGRAM
          READ FD-FES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FES-IS-RESOLVED
                    IF FES-UPD-DATE IS NUMERIC AND FES-UPD-DATE NOT = ZEROS
                       MOVE "S" TO WK-RESOLVED
                       MOVE FES-UPD-DATE TO WK-RES-DATE
                    ELSE
                       MOVE "U" TO WK-RESOLVED
                    END-IF
                 END-IF
          END-READ
       END-IF
    END-IF
    IF WK-RESOLVED = "S"
       IF FUNCTION TEST-DATE-YYYYMMDD(WK-RES-DATE) NOT = 0
          MOVE "U" TO WK-RESOLVED
       ELSE
          COMPUTE WK-DAYS = FUNCTION INTEGER-OF-DATE(WK-RES-DATE)
                          - FUNCTION INTEGER-OF-DATE(WK-DATA)
          IF WK-DAYS < 0
             MOVE ZEROS TO WK-DAYS
          END-IF
       END-IF
    END-IF
    IF WK-SEM-DATA AND WK-SLOT = 7
       ADD 1 TO WK-UNTIMED
    END-IF

    MOVE "G" TO WK-KIND
    MOVE SPACES TO WK-KEY
    STRING GER-FILE " " GER-STATUS " " GER-PROGRAM
        DELIMITED BY SIZE INTO WK-KEY
    END-STRING
    PERFORM 019-SOMA-GRUPO THRU 019-EXIT-SOMA-GRUPO
    MOVE "F" TO WK-KIND
    MOVE GER-FILE TO WK-KEY
    PERFORM 019-SOMA-GRUPO THRU 019-EXIT-SOMA-GRUPO
    MOVE "S" TO WK-KIND
    MOVE GER-STATUS TO WK-KEY
    PERFORM 019-SOMA-GRUPO THRU 019-EXIT-SOMA-GRUPO
    MOVE "P" TO WK-KIND
    MOVE GER-PROGRAM TO WK-KEY
    PERFORM 019-SOMA-GRUPO THRU 019-EXIT-SOMA-GRUPO
    *> day 1 of the calendar (1601-01-01) was a Monday
    COMPUTE WK-WEEKDAY =
            FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WK-DATA) - 1, 7) + 1
    MOVE "W" TO WK-KIND
    MOVE WK-DIA-NOME(WK-WEEKDAY) TO WK-KEY
    PERFORM 019-SOMA-GRUPO THRU 019-EXIT-SOMA-GRUPO
    IF GER-TIME(1:2) IS NUMERIC
       MOVE "H" TO WK-KIND
       MOVE SPACES TO WK-KEY
       STRING GER-TIME(1:2) ":00" DELIMITED BY SIZE INTO WK-KEY
       END-STRING
       PERFORM 019-SOMA-GRUPO THRU 019-EXIT-SOMA-GRUPO
    END-IF.

016-EXIT-CONTA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
*> THE FLAGS: NEW WHEN ONLY THE MONTH HAS ERRORS, WORSE WHEN THE
*> MONTH IS OVER THE THRESHOLD ABOVE THE SIX-MONTH MEAN
*> (MONTH * 6 * 100 > PRIOR SUM * (100 + PCT)).
017-AVALIA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-GR-NUM
       MOVE SPACES TO WK-GR-FLAG(WK-IDX)
       COMPUTE WK-PRIOR = WK-GR-CNT(WK-IDX, 1) + WK-GR-CNT(WK-IDX, 2)
                        + WK-GR-CNT(WK-IDX, 3) + WK-GR-CNT(WK-IDX, 4)
                        + WK-GR-CNT(WK-IDX, 5) + WK-GR-CNT(WK-IDX, 6)
       IF WK-GR-CNT(WK-IDX, 7) > ZEROS
          IF WK-PRIOR = ZEROS
             MOVE "NEW" TO WK-GR-FLAG(WK-IDX)
          ELSE
             IF WK-GR-CNT(WK-IDX, 7) >= WK-MIN
                AND WK-GR-CNT(WK-IDX, 7) * 600
                    > WK-PRIOR * (100 + WK-PCT)
                MOVE "WORSE" TO WK-GR-FLAG(WK-IDX)
             END-IF
          END-IF
       END-IF
       IF WK-GR-KIND(WK-IDX) = "G"
          AND WK-GR-FLAG(WK-IDX) NOT = SPACES
          ADD 1 TO WK-FLAGGED
       END-IF
    END-PERFORM.

017-EXIT-AVALIA.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT ON KIND AND NAME.
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-GR-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-GR-NUM
          IF WK-GR-KIND(WK-JDX) < WK-GR-KIND(WK-MINI)
             OR (WK-GR-KIND(WK-JDX) = WK-GR-KIND(WK-MINI)
                 AND WK-GR-NAME(WK-JDX) < WK-GR-NAME(WK-MINI))
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-GR-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-GR-ROW(WK-MINI) TO WK-GR-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-GR-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
*> FINDS (OR ADDS) THE ROW FOR WK-KIND/WK-KEY AND COUNTS THE LINE.
019-SOMA-GRUPO.

    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-GR-NUM OR WK-FOUND > ZEROS
       IF WK-GR-KIND(WK-IDX) = WK-KIND
          AND WK-GR-NAME(WK-IDX) = WK-KEY
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-GR-NUM >= WK-GR-MAX
          ADD 1 TO WK-OVERFLOW
          GO 019-EXIT-SOMA-GRUPO
       END-IF
       ADD 1 TO WK-GR-NUM
       MOVE WK-GR-NUM TO WK-FOUND
       INITIALIZE WK-GR-ROW(WK-FOUND)
       MOVE WK-KIND TO WK-GR-KIND(WK-FOUND)
       MOVE WK-KEY TO WK-GR-NAME(WK-FOUND)
    END-IF

    ADD 1 TO WK-GR-CNT(WK-FOUND, WK-SLOT)
    IF WK-SLOT = 7
       EVALUATE WK-RESOLVED
           WHEN "S"
               ADD 1 TO WK-GR-RES(WK-FOUND)
               ADD WK-DAYS TO WK-GR-DAYS(WK-FOUND)
           WHEN "N"
               ADD 1 TO WK-GR-OPEN(WK-FOUND)
       END-EVALUATE
    END-IF.

019-EXIT-SOMA-GRUPO.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    IF WK-COUNTED = ZEROS
       MOVE "  NO FILE ERROR WAS LOGGED IN THE SEVEN MONTHS" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       GO 020-EXIT-PROCESSAMENTO
    END-IF
    MOVE "FLAGGED FOR THE OPERATIONS REVIEW (FILE / STATUS / PROGRAM)"
        TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "G" TO WK-KIND
    MOVE "S" TO WK-SO-FLAG
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO
    MOVE "N" TO WK-SO-FLAG

    MOVE "BY FILE / STATUS / PROGRAM" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "G" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO
    MOVE "BY FILE" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "F" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO
    MOVE "BY FILE STATUS CODE" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "S" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO
    MOVE "BY PROGRAM" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "P" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO
    MOVE "BY WEEKDAY" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "W" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO
    MOVE "BY HOUR OF DAY" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "H" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> THE ROWS OF KIND WK-KIND (ONLY THE FLAGGED ONES WHEN WK-SO-FLAG
*> IS "S"), THEN A BLANK LINE.
022-LISTA-GRUPO.

    MOVE ZEROS TO WK-LISTED
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-GR-NUM
       IF WK-GR-KIND(WK-IDX) = WK-KIND
          AND (WK-SO-FLAG = "N" OR WK-GR-FLAG(WK-IDX) NOT = SPACES)
          ADD 1 TO WK-LISTED
          MOVE WK-GR-NAME(WK-IDX) TO LN-NAME
          PERFORM VARYING WK-MO-IDX FROM 1 BY 1 UNTIL WK-MO-IDX > 7
             MOVE WK-GR-CNT(WK-IDX, WK-MO-IDX) TO LN-CNT(WK-MO-IDX)
          END-PERFORM
          IF WK-GR-RES(WK-IDX) = ZEROS
             MOVE "     -" TO LN-MEAN-X
          ELSE
             COMPUTE LN-MEAN ROUNDED =
                     WK-GR-DAYS(WK-IDX) / WK-GR-RES(WK-IDX)
          END-IF
          MOVE WK-GR-OPEN(WK-IDX) TO LN-OPEN
          MOVE WK-GR-FLAG(WK-IDX) TO LN-FLAG
          MOVE WK-LINHA TO REG-TXT
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       END-IF
    END-PERFORM
    IF WK-LISTED = ZEROS
       MOVE "  NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

022-EXIT-LISTA-GRUPO.
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
086-MES-ANTERIOR.

    IF WK-YM-MES = 1
       MOVE 12 TO WK-YM-MES
       SUBTRACT 1 FROM WK-YM-ANO
    ELSE
       SUBTRACT 1 FROM WK-YM-MES
    END-IF.

086-EXIT-MES-ANTERIOR.
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

    MOVE SPACES TO REG-TXT
    STRING "LOG LINES READ: " WK-READS
           "  IN THE SEVEN MONTHS: " WK-COUNTED
           "  FLAGGED GROUPS: " WK-FLAGGED
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-UNTIMED > ZEROS
       STRING "RESOLVED WITHOUT A RESOLUTION DAY (NOT TIMED): "
              WK-UNTIMED
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    IF WK-BAD > ZEROS
       STRING "LINES WITHOUT A READABLE DATE (SKIPPED): " WK-BAD
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " ROWS BEYOND WHAT THE REPORT HOLDS"
              " WERE NOT COUNTED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE file_error_trend.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
