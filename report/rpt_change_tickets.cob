       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_change_tickets.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Monthly change-ticket reconciliation. Every security and
*>         menu change the change journal holds for the month (USER,
*>         PROFILE, USERPROF, MENUPROF, MENU, SYSPARM and the
*>         promoted HELP/MENULANG rows - the PPA tags are not
*>         security changes and stay out) is listed in two parts:
*>         first the changes that carry NO ticket number, which the
*>         change manager must chase, then every other change grouped
*>         under its ticket so each ticket can be closed against what
*>         was actually done. The month is REPORT_MONTH (CCYYMM) when
*>         set, otherwise the month before the run; the interactive
*>         run lets the operator key it.
*>
*> Read...: change_journal.log
*>
*> Out....: change_tickets.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  CHG TICKET   10/15/26 DUMA     First version.
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

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/change_journal_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
77  ST-CHJ                        PIC  X(002) VALUE ZEROS.

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
01  WK-CHANGES                    PIC  9(008) VALUE ZEROS.
01  WK-NO-TICKET                  PIC  9(008) VALUE ZEROS.
01  WK-TICKETS                    PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
01  WK-GROUP-COUNT                PIC  9(006) VALUE ZEROS.
*> The month's changes, sorted by ticket (blank first) then time ----
01  WK-CT-MAX                     PIC  9(004) VALUE 2000.
01  WK-CT-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-CT-TAB.
    05 WK-CT-ROW OCCURS 2000 TIMES.
       10 WK-CT-TICKET            PIC X(12).
       10 WK-CT-DATE              PIC 9(08).
       10 WK-CT-TIME              PIC 9(08).
       10 WK-CT-OPERATOR          PIC X(20).
       10 WK-CT-FILE              PIC X(08).
       10 WK-CT-OP                PIC X(01).
       10 WK-CT-KEY               PIC X(10).
01  WK-SWAP-ROW                   PIC  X(067) VALUE SPACES.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MINI                       PIC  9(004) VALUE ZEROS.
01  WK-PREV-TICKET                PIC  X(012) VALUE HIGH-VALUES.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "CHANGE-TICKET RECONCILIATION".
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
        05  LINE 02 COLUMN 01 VALUE "JOURNAL LINES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "CHANGES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-CHANGES
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

    PERFORM 015-CARREGA-MUDANCAS THRU 015-EXIT-CARREGA-MUDANCAS
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
       MOVE "Confirm the change-ticket reconciliation run? [S/N]: " TO WK-MSG
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
    STRING "CHANGES BY TICKET - MONTH " WK-MONTH-ANO "-" WK-MONTH-MES
           " - RUN " WK-HOJE
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/change_tickets.txt" TO WK-RW-FILENAME
    MOVE "CHANGE TICKET RECONCILIATION" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> THE MONTH'S SECURITY AND MENU LINES INTO THE TABLE. A JOURNAL WITH
*> MORE THAN THE TABLE HOLDS IS COUNTED, NOT DROPPED SILENTLY.
015-CARREGA-MUDANCAS.

    OPEN INPUT FILE_CHANGE_JOURNAL
    IF ST-CHJ NOT = "00"
       GO 015-EXIT-CARREGA-MUDANCAS
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
                AND CHJ-FILE NOT = "OBJPPA"
                AND CHJ-FILE NOT = "ESTPPA"
                AND CHJ-FILE NOT = "METPPA"
                ADD 1 TO WK-CHANGES
                IF WK-CT-NUM < WK-CT-MAX
                   ADD 1 TO WK-CT-NUM
                   MOVE CHJ-TICKET   TO WK-CT-TICKET(WK-CT-NUM)
                   MOVE CHJ-DATE     TO WK-CT-DATE(WK-CT-NUM)
                   MOVE CHJ-TIME     TO WK-CT-TIME(WK-CT-NUM)
                   MOVE CHJ-OPERATOR TO WK-CT-OPERATOR(WK-CT-NUM)
                   MOVE CHJ-FILE     TO WK-CT-FILE(WK-CT-NUM)
                   MOVE CHJ-OP       TO WK-CT-OP(WK-CT-NUM)
                   MOVE CHJ-KEY      TO WK-CT-KEY(WK-CT-NUM)
                ELSE
                   ADD 1 TO WK-OVERFLOW
                END-IF
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FILE_CHANGE_JOURNAL
    MOVE "F" TO FLG-EOF.

015-EXIT-CARREGA-MUDANCAS.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT ON TICKET, THEN DATE AND TIME - BLANK TICKETS SORT
*> FIRST, WHICH IS THE ORDER THE REPORT PRINTS THEM IN.
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-CT-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-CT-NUM
          IF WK-CT-TICKET(WK-JDX) < WK-CT-TICKET(WK-MINI)
             OR (WK-CT-TICKET(WK-JDX) = WK-CT-TICKET(WK-MINI)
                 AND (WK-CT-DATE(WK-JDX) < WK-CT-DATE(WK-MINI)
                      OR (WK-CT-DATE(WK-JDX) = WK-CT-DATE(WK-MINI)
                          AND WK-CT-TIME(WK-JDX) < WK-CT-TIME(WK-MINI))))
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-CT-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-CT-ROW(WK-MINI) TO WK-CT-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-CT-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
*> PART 1 IS THE RUN OF BLANK TICKETS AT THE TOP OF THE TABLE; PART 2
*> OPENS A BLOCK AT EVERY CHANGE OF TICKET AND CLOSES IT WITH ITS
*> COUNT.
020-PROCESSAMENTO.

    MOVE "CHANGES WITH NO TICKET" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE ALL "-" TO REG-TXT(1:22)
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE 1 TO WK-IDX
    PERFORM UNTIL WK-IDX > WK-CT-NUM
               OR WK-CT-TICKET(WK-IDX) NOT = SPACES
       ADD 1 TO WK-NO-TICKET
       PERFORM 024-LINHA-MUDANCA THRU 024-EXIT-LINHA-MUDANCA
       ADD 1 TO WK-IDX
    END-PERFORM
    IF WK-NO-TICKET = ZEROS
       MOVE "  NONE - EVERY CHANGE OF THE MONTH CARRIES A TICKET" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF

    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "CHANGES BY TICKET" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE ALL "-" TO REG-TXT(1:17)
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM UNTIL WK-IDX > WK-CT-NUM
       IF WK-CT-TICKET(WK-IDX) NOT = WK-PREV-TICKET
          IF WK-TICKETS > ZEROS
             PERFORM 028-FECHA-TICKET THRU 028-EXIT-FECHA-TICKET
          END-IF
          MOVE WK-CT-TICKET(WK-IDX) TO WK-PREV-TICKET
          ADD 1 TO WK-TICKETS
          MOVE ZEROS TO WK-GROUP-COUNT
          MOVE SPACES TO REG-TXT
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
          STRING "TICKET " WK-PREV-TICKET
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       END-IF
       ADD 1 TO WK-GROUP-COUNT
       PERFORM 024-LINHA-MUDANCA THRU 024-EXIT-LINHA-MUDANCA
       ADD 1 TO WK-IDX
    END-PERFORM
    IF WK-TICKETS > ZEROS
       PERFORM 028-FECHA-TICKET THRU 028-EXIT-FECHA-TICKET
    ELSE
       MOVE "  NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
024-LINHA-MUDANCA.

    MOVE SPACES TO REG-TXT
    STRING "  " WK-CT-DATE(WK-IDX)
           " " WK-CT-TIME(WK-IDX)
           "  " WK-CT-OPERATOR(WK-IDX)
           " " WK-CT-FILE(WK-IDX)
           " " WK-CT-OP(WK-IDX)
           " " WK-CT-KEY(WK-IDX)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

024-EXIT-LINHA-MUDANCA.
    EXIT.
*>----------------------------------------------------------------------
028-FECHA-TICKET.

    MOVE SPACES TO REG-TXT
    STRING "  CHANGES UNDER " WK-PREV-TICKET ": " WK-GROUP-COUNT
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

028-EXIT-FECHA-TICKET.
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
    STRING "CHANGES IN THE MONTH: " WK-CHANGES
           "  WITH NO TICKET: " WK-NO-TICKET
           "  TICKETS: " WK-TICKETS
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " CHANGES BEYOND THE "
              WK-CT-MAX " THE REPORT HOLDS WERE NOT LISTED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE change_tickets.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
