       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_close_checklist.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: The month-end close checklist of one period, as signed, for
*>         the audit file. Every task of the period in CLOSE_RUN.DAT
*>         in template order: its role, what it waited on, and who
*>         signed it off, when, and with what note (SEQUENCER for a
*>         step the sequencer completed). The tasks still open are
*>         counted at the end; a checklist printed before it is
*>         complete says so in its last line.
*>         The period is CLOSE_PERIOD (CCYYMM) when set, otherwise
*>         the latest one opened. The CLOSECHECK screen runs it with
*>         the period picked there.
*>
*> Read...: close_run.dat
*>
*> Out....: close_checklist.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  CLOSE CHKLST 10/15/26 DUMA     First version.
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

COPY "../cpy/close_run_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/close_run_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-CLR                        PIC  9(002).
    88  CLR-FS-OK                             VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-USER                       PIC  X(020) VALUE SPACES.
01  WK-PERIOD                     PIC  9(006) VALUE ZEROS.
01  WK-ENV-PERIOD                 PIC  X(010) VALUE SPACES.
01  WK-TASKS                      PIC  9(004) VALUE ZEROS.
01  WK-DONE                       PIC  9(004) VALUE ZEROS.
01  WK-OPEN                       PIC  9(004) VALUE ZEROS.
01  WK-BY-SEQ                     PIC  9(004) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(004) VALUE ZEROS.
01  WK-DEP                        PIC  9(001) VALUE ZEROS.
01  WK-DEPS                       PIC  X(040) VALUE SPACES.
01  WK-DEP-PTR                    PIC  9(003) VALUE ZEROS.
01  WK-ST                         PIC  X(004) VALUE SPACES.
*> The period's tasks, put in template order -------------------------
01  WK-TK-MAX                     PIC  9(003) VALUE 200.
01  WK-TK-NUM                     PIC  9(003) VALUE ZEROS.
01  WK-TK-TAB.
    05 WK-TK-ROW OCCURS 200 TIMES.
       10 WK-TK-SEQ               PIC 9(03).
       10 WK-TK-TASK              PIC X(08).
01  WK-TK-SWAP                    PIC  X(011) VALUE SPACES.
01  WK-IDX                        PIC  9(003) VALUE ZEROS.
01  WK-JDX                        PIC  9(003) VALUE ZEROS.
01  WK-MINI                       PIC  9(003) VALUE ZEROS.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "MONTH-END CLOSE CHECKLIST".
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
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
01  SS-CHAVE FOREGROUND-COLOR 2.
    03  LINE 03 COLUMN 01 VALUE "PERIOD (CCYYMM):".
    03  COLUMN PLUS 2  PIC  9(006) USING WK-PERIOD.
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

    PERFORM 015-CARREGA-TAREFAS THRU 015-EXIT-CARREGA-TAREFAS
    PERFORM 020-IMPRIME THRU 020-EXIT-IMPRIME

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
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    MOVE SPACES TO WK-USER
    ACCEPT WK-USER FROM ENVIRONMENT "MENU_USER"
    IF WK-USER = SPACES
       ACCEPT WK-USER FROM USER NAME
    END-IF

    OPEN INPUT FD-CLR
    IF NOT CLR-FS-OK
       DISPLAY SS-CLS
       MOVE "NO MONTH-END CLOSE HAS BEEN OPENED" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF

    *> default: the latest period opened
    INITIALIZE REC-CLR
    START FD-CLR
        KEY IS >= KEY1-CLR
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-CLR NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             MOVE CLR-PERIOD TO WK-PERIOD
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF
    MOVE SPACES TO WK-ENV-PERIOD
    ACCEPT WK-ENV-PERIOD FROM ENVIRONMENT "CLOSE_PERIOD"
    IF WK-ENV-PERIOD NOT = SPACES
       AND FUNCTION NUMVAL(WK-ENV-PERIOD) > 0
       COMPUTE WK-PERIOD = FUNCTION NUMVAL(WK-ENV-PERIOD)
       END-COMPUTE
    END-IF

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       ACCEPT SS-CHAVE
       MOVE "Confirm printing the close checklist? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       CLOSE FD-CLR
       STOP RUN
    END-IF

    MOVE SPACES TO WK-HEADING
    STRING "ORD TASK     STAT ROLE            TITLE"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/close_checklist.txt" TO WK-RW-FILENAME
    MOVE SPACES TO WK-RW-TITLE
    STRING "MONTH-END CLOSE CHECKLIST " WK-PERIOD
        DELIMITED BY SIZE INTO WK-RW-TITLE
    END-STRING
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> THE PERIOD'S TASK KEYS, THEN SORTED BY THEIR PLACE IN THE ORDER.
015-CARREGA-TAREFAS.

    INITIALIZE REC-CLR
    MOVE WK-PERIOD TO CLR-PERIOD
    START FD-CLR
        KEY IS >= KEY1-CLR
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-CLR NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF CLR-PERIOD NOT = WK-PERIOD
                MOVE "T" TO FLG-EOF
             ELSE
                IF WK-TK-NUM >= WK-TK-MAX
                   ADD 1 TO WK-OVERFLOW
                ELSE
                   ADD 1 TO WK-TK-NUM
                   MOVE CLR-SEQ TO WK-TK-SEQ(WK-TK-NUM)
                   MOVE CLR-TASK TO WK-TK-TASK(WK-TK-NUM)
                END-IF
             END-IF
       END-READ
    END-PERFORM

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-TK-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1
               UNTIL WK-JDX > WK-TK-NUM
          IF WK-TK-ROW(WK-JDX) < WK-TK-ROW(WK-MINI)
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-TK-ROW(WK-IDX) TO WK-TK-SWAP
          MOVE WK-TK-ROW(WK-MINI) TO WK-TK-ROW(WK-IDX)
          MOVE WK-TK-SWAP TO WK-TK-ROW(WK-MINI)
       END-IF
    END-PERFORM.

015-EXIT-CARREGA-TAREFAS.
    EXIT.
*>----------------------------------------------------------------------
*> TWO LINES PER TASK: WHAT IT IS, THEN WHO SIGNED IT AND WHY.
020-IMPRIME.

    IF WK-TK-NUM = ZEROS
       MOVE SPACES TO REG-TXT
       STRING "PERIOD " WK-PERIOD " HAS NOT BEEN OPENED"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       GO 020-EXIT-IMPRIME
    END-IF
    PERFORM VARYING WK-BY-SEQ FROM 1 BY 1 UNTIL WK-BY-SEQ > WK-TK-NUM
       INITIALIZE REC-CLR
       MOVE WK-PERIOD TO CLR-PERIOD
       MOVE WK-TK-TASK(WK-BY-SEQ) TO CLR-TASK
       READ FD-CLR
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 025-LINHAS-TAREFA THRU 025-EXIT-LINHAS-TAREFA
       END-READ
    END-PERFORM.

020-EXIT-IMPRIME.
    EXIT.
*>----------------------------------------------------------------------
025-LINHAS-TAREFA.

    ADD 1 TO WK-TASKS
    IF CLR-IS-DONE
       ADD 1 TO WK-DONE
       MOVE "DONE" TO WK-ST
    ELSE
       ADD 1 TO WK-OPEN
       MOVE "OPEN" TO WK-ST
    END-IF
    STRING CLR-SEQ " " CLR-TASK " " WK-ST " " CLR-ROLE " " CLR-TITLE
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE SPACES TO WK-DEPS
    MOVE 1 TO WK-DEP-PTR
    PERFORM VARYING WK-DEP FROM 1 BY 1 UNTIL WK-DEP > 4
       IF CLR-DEPENDS(WK-DEP) NOT = SPACES
          STRING FUNCTION TRIM(CLR-DEPENDS(WK-DEP)) " "
              DELIMITED BY SIZE INTO WK-DEPS
              WITH POINTER WK-DEP-PTR
          END-STRING
       END-IF
    END-PERFORM
    IF WK-DEPS NOT = SPACES OR CLR-AUTO-CMD NOT = SPACES
       IF CLR-AUTO-CMD NOT = SPACES
          STRING "             WAITS ON: " WK-DEPS
                 " SEQUENCER: " CLR-AUTO-CMD
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
       ELSE
          STRING "             WAITS ON: " WK-DEPS
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
       END-IF
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    IF CLR-IS-DONE
       STRING "             SIGNED BY " CLR-SIGNED-BY " ON "
              CLR-SIGNED-DATE " " CLR-SIGNED-TIME(1:2) ":"
              CLR-SIGNED-TIME(3:2) " - " CLR-NOTE
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
    ELSE
       MOVE "             NOT SIGNED OFF" TO REG-TXT
    END-IF
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

025-EXIT-LINHAS-TAREFA.
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

    CLOSE FD-CLR
    MOVE SPACES TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "TASKS: " WK-TASKS "  SIGNED OFF: " WK-DONE
           "  OPEN: " WK-OPEN
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " TASKS BEYOND WHAT THE REPORT HOLDS"
              " WERE NOT PRINTED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    IF WK-TASKS > ZEROS AND WK-OPEN = ZEROS
       MOVE "CHECKLIST COMPLETE" TO REG-TXT
    ELSE
       MOVE "*** CHECKLIST NOT COMPLETE ***" TO REG-TXT
    END-IF
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "PRINTED BY " FUNCTION TRIM(WK-USER) " ON " WK-HOJE " "
           WK-AGORA(1:2) ":" WK-AGORA(3:2)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "*** DONE - SEE close_checklist.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
