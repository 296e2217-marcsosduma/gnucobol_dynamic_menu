       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_approval_turnaround.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Monthly approval turnaround. Every PENDING_CHANGES.DAT
*>         entry decided in the month (applied or rejected) is timed
*>         from PCH-REQ-DATE/TIME to PCH-APP-DATE/TIME, and the times
*>         are summed per approver: entries decided, applied,
*>         rejected, average and worst turnaround (with the entry
*>         that took longest). Entries rejected by the daily aging
*>         run (approver AUTO-EXPIRY) were decided by nobody and are
*>         only counted at the foot of the report. The month is
*>         REPORT_MONTH (CCYYMM) when set, otherwise the month before
*>         the run; the interactive run lets the operator key it.
*>
*> Read...: pending_changes.dat
*>
*> Out....: approval_turnaround.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  APPR AGING   10/15/26 DUMA     First version.
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

COPY "../cpy/pending_change_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/pending_change_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-PCH                        PIC  9(002).
    88  PCH-FS-OK                             VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

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
01  WK-DECIDED                    PIC  9(008) VALUE ZEROS.
01  WK-EXPIRED                    PIC  9(008) VALUE ZEROS.
01  WK-UNTIMED                    PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
01  WK-ALL-MINUTES                PIC  9(012) VALUE ZEROS.
01  WK-ALL-WORST                  PIC  9(009) VALUE ZEROS.
*> Minutes from request to decision, and its day/hour/minute view ----
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
01  WK-FMT-MINUTES                PIC  9(009) VALUE ZEROS.
01  WK-FMT-DAYS                   PIC  ZZZ9.
01  WK-FMT-HOURS                  PIC  99.
01  WK-FMT-MINS                   PIC  99.
01  WK-FMT-REST                   PIC  9(009) VALUE ZEROS.
01  WK-FMT-OUT                    PIC  X(016) VALUE SPACES.
01  WK-AVG-OUT                    PIC  X(016) VALUE SPACES.
01  WK-WORST-OUT                  PIC  X(016) VALUE SPACES.
*> One row per approver, sorted by name for the listing --------------
01  WK-AP-MAX                     PIC  9(004) VALUE 500.
01  WK-AP-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-AP-TAB.
    05 WK-AP-ROW OCCURS 500 TIMES.
       10 WK-AP-NAME              PIC X(20).
       10 WK-AP-COUNT             PIC 9(06).
       10 WK-AP-APPLIED           PIC 9(06).
       10 WK-AP-REJECTED          PIC 9(06).
       10 WK-AP-MINUTES           PIC 9(12).
       10 WK-AP-WORST             PIC 9(09).
       10 WK-AP-WORST-ID          PIC 9(06).
01  WK-SWAP-ROW                   PIC  X(065) VALUE SPACES.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MINI                       PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "APPROVAL TURNAROUND BY APPROVER".
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
        05  LINE 02 COLUMN 01 VALUE "QUEUE ENTRIES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "DECIDED:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-DECIDED
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

    PERFORM 015-CARREGA-DECISOES THRU 015-EXIT-CARREGA-DECISOES
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
       MOVE "Confirm the approval turnaround run? [S/N]: " TO WK-MSG
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

    MOVE SPACES TO WK-HEADING
    STRING "APPROVER              DECIDED APPLIED REJECT"
           "  AVERAGE           WORST  (ENTRY)"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/approval_turnaround.txt" TO WK-RW-FILENAME
    MOVE "APPROVAL TURNAROUND BY APPROVER" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "ENTRIES DECIDED IN " WK-MONTH-ANO "-" WK-MONTH-MES
           " - RUN " WK-HOJE
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY ENTRY APPLIED OR REJECTED IN THE MONTH, SUMMED INTO ITS
*> APPROVER'S ROW.
015-CARREGA-DECISOES.

    OPEN INPUT FD-PCH
    IF NOT PCH-FS-OK
       GO 015-EXIT-CARREGA-DECISOES
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
             IF (PCH-IS-APPLIED OR PCH-IS-REJECTED)
                AND PCH-APP-DATE IS NUMERIC
                AND PCH-APP-DATE(1:6) = WK-MONTH
                PERFORM 016-SOMA-DECISAO THRU 016-EXIT-SOMA-DECISAO
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FD-PCH
    MOVE "F" TO FLG-EOF.

015-EXIT-CARREGA-DECISOES.
    EXIT.
*>----------------------------------------------------------------------
016-SOMA-DECISAO.

    IF PCH-APPROVER = "AUTO-EXPIRY"
       ADD 1 TO WK-EXPIRED
       GO 016-EXIT-SOMA-DECISAO
    END-IF
    *> a row whose request stamp cannot be read is counted, not timed
    IF PCH-REQ-DATE IS NOT NUMERIC
       OR FUNCTION TEST-DATE-YYYYMMDD(PCH-REQ-DATE) NOT = 0
       OR FUNCTION TEST-DATE-YYYYMMDD(PCH-APP-DATE) NOT = 0
       OR PCH-REQ-TIME IS NOT NUMERIC
       OR PCH-APP-TIME IS NOT NUMERIC
       ADD 1 TO WK-UNTIMED
       GO 016-EXIT-SOMA-DECISAO
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

    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-AP-NUM OR WK-FOUND > ZEROS
       IF WK-AP-NAME(WK-IDX) = PCH-APPROVER
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-AP-NUM >= WK-AP-MAX
          ADD 1 TO WK-OVERFLOW
          GO 016-EXIT-SOMA-DECISAO
       END-IF
       ADD 1 TO WK-AP-NUM
       MOVE WK-AP-NUM TO WK-FOUND
       MOVE PCH-APPROVER TO WK-AP-NAME(WK-FOUND)
       MOVE ZEROS TO WK-AP-COUNT(WK-FOUND) WK-AP-APPLIED(WK-FOUND)
                     WK-AP-REJECTED(WK-FOUND) WK-AP-MINUTES(WK-FOUND)
                     WK-AP-WORST(WK-FOUND) WK-AP-WORST-ID(WK-FOUND)
    END-IF

    ADD 1 TO WK-DECIDED
    ADD 1 TO WK-AP-COUNT(WK-FOUND)
    IF PCH-IS-APPLIED
       ADD 1 TO WK-AP-APPLIED(WK-FOUND)
    ELSE
       ADD 1 TO WK-AP-REJECTED(WK-FOUND)
    END-IF
    ADD WK-MINUTES TO WK-AP-MINUTES(WK-FOUND) WK-ALL-MINUTES
    IF WK-MINUTES > WK-AP-WORST(WK-FOUND)
       OR WK-AP-COUNT(WK-FOUND) = 1
       MOVE WK-MINUTES TO WK-AP-WORST(WK-FOUND)
       MOVE PCH-ID TO WK-AP-WORST-ID(WK-FOUND)
    END-IF
    IF WK-MINUTES > WK-ALL-WORST
       MOVE WK-MINUTES TO WK-ALL-WORST
    END-IF.

016-EXIT-SOMA-DECISAO.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT ON APPROVER NAME.
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-AP-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-AP-NUM
          IF WK-AP-NAME(WK-JDX) < WK-AP-NAME(WK-MINI)
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-AP-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-AP-ROW(WK-MINI) TO WK-AP-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-AP-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    IF WK-AP-NUM = ZEROS
       MOVE "  NO ENTRY WAS DECIDED BY AN APPROVER IN THE MONTH" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-AP-NUM
       COMPUTE WK-FMT-MINUTES ROUNDED =
               WK-AP-MINUTES(WK-IDX) / WK-AP-COUNT(WK-IDX)
       PERFORM 025-EDITA-TEMPO THRU 025-EXIT-EDITA-TEMPO
       MOVE WK-FMT-OUT TO WK-AVG-OUT
       MOVE WK-AP-WORST(WK-IDX) TO WK-FMT-MINUTES
       PERFORM 025-EDITA-TEMPO THRU 025-EXIT-EDITA-TEMPO
       MOVE WK-FMT-OUT TO WK-WORST-OUT
       MOVE SPACES TO REG-TXT
       STRING WK-AP-NAME(WK-IDX)
              "  " WK-AP-COUNT(WK-IDX)
              "  " WK-AP-APPLIED(WK-IDX)
              " " WK-AP-REJECTED(WK-IDX)
              "  " WK-AVG-OUT
              "  " WK-WORST-OUT
              "  (" WK-AP-WORST-ID(WK-IDX) ")"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-PERFORM.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> WK-FMT-MINUTES AS "DDDDd HHh MMm".
025-EDITA-TEMPO.

    DIVIDE WK-FMT-MINUTES BY 1440 GIVING WK-FMT-DAYS
        REMAINDER WK-FMT-REST
    DIVIDE WK-FMT-REST BY 60 GIVING WK-FMT-HOURS
        REMAINDER WK-FMT-MINS
    MOVE SPACES TO WK-FMT-OUT
    STRING WK-FMT-DAYS "d " WK-FMT-HOURS "h " WK-FMT-MINS "m"
        DELIMITED BY SIZE INTO WK-FMT-OUT
    END-STRING.

025-EXIT-EDITA-TEMPO.
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
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-DECIDED > ZEROS
       COMPUTE WK-FMT-MINUTES ROUNDED = WK-ALL-MINUTES / WK-DECIDED
    ELSE
       MOVE ZEROS TO WK-FMT-MINUTES
    END-IF
    PERFORM 025-EDITA-TEMPO THRU 025-EXIT-EDITA-TEMPO
    MOVE WK-FMT-OUT TO WK-AVG-OUT
    MOVE WK-ALL-WORST TO WK-FMT-MINUTES
    PERFORM 025-EDITA-TEMPO THRU 025-EXIT-EDITA-TEMPO
    MOVE WK-FMT-OUT TO WK-WORST-OUT
    STRING "ALL APPROVERS: " WK-DECIDED " DECIDED"
           "  AVERAGE " WK-AVG-OUT
           "  WORST " WK-WORST-OUT
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "AUTO-REJECTED BY THE AGING RUN: " WK-EXPIRED
           "  DECIDED WITH NO READABLE TIMESTAMP: " WK-UNTIMED
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " DECISIONS BY APPROVERS BEYOND THE "
              WK-AP-MAX " THE REPORT HOLDS WERE NOT COUNTED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE approval_turnaround.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
