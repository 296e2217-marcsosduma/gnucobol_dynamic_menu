       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_metas_ppa.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Print the four-year PPA target grid for the budget
*>         committee: one block per object in OBJETOS_PPA.DAT with the
*>         physical target (quantity and unit) and the planned amount
*>         for each of the four plan years, plus the four-year amount
*>         total per object and for the whole plan.
*>
*>         The first plan year comes from SYSPARM.DAT key PPASTARTYEAR
*>         (default: the current year).
*>
*> Read...: objetos_ppa.dat, metas_ppa.dat
*>
*> Out....: metas_ppa_grid.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  PPA TARGETS  10/15/26 DUMA     First version.
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

COPY "../cpy/objetos_ppa_se.cpy".
COPY "../cpy/metas_ppa_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/objetos_ppa_fd.cpy".
COPY "../cpy/metas_ppa_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/getparm_ws.cpy".
77  ST-OBJ                        PIC  9(002).
    88  FS-OK                                 VALUE ZEROS.
    88  FS-NOT-EXIST                          VALUE 35.
77  ST-MET                        PIC  9(002).
    88  MET-FS-OK                             VALUE ZEROS.
    88  MET-FS-NOT-EXIST                      VALUE 35.

01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-MET-OPEN                   PIC  X(001) VALUE "N".
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-OBJS                       PIC  9(008) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-MET-EOF                   PIC  X(001) VALUE "F".
    88  MET-EOF                               VALUE "T".
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(057) VALUE
    "PPA TARGET GRID - FOUR-YEAR PLAN PER OBJECT".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".
*> Plan years and the four cells of the object being printed ----------
01  WK-DATA-HOJE                  PIC  X(008) VALUE SPACES.
01  WK-ANO-INI                    PIC  9(004) VALUE ZEROS.
01  WK-ANO-FIM                    PIC  9(004) VALUE ZEROS.
01  WK-IDX                        PIC  9(001) VALUE ZEROS.
01  WK-GRADE.
    05 WK-GRADE-ANO OCCURS 4 TIMES.
       10 WK-G-ANO                PIC  9(004).
       10 WK-G-TEM                PIC  X(001).
       10 WK-G-QTD                PIC  9(009)V99.
       10 WK-G-UNIDADE            PIC  X(015).
       10 WK-G-VALOR              PIC  9(013)V99.
01  WK-TOT-OBJ                    PIC  9(015)V99 VALUE ZEROS.
01  WK-TOT-PLANO                  PIC  9(015)V99 VALUE ZEROS.
01  WK-TOT-ANO                    PIC  9(015)V99 OCCURS 4 TIMES.
01  WK-POS                        PIC  9(003) VALUE ZEROS.
01  WK-ANO-ED                     PIC  9(004).
01  WK-QTD-ED                     PIC  ZZZ.ZZZ.ZZ9,99.
01  WK-VALOR-ED                   PIC  ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
01  WK-TOT-ED                     PIC  ZZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(57) FROM WK-TEL01-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "OBJECTS:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-OBJS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "TARGETS READ:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
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

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       MOVE "Confirm the PPA target grid run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG

       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF

    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    *> first plan year - SYSPARM.DAT override, current year otherwise
    MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
    MOVE "PPASTARTYEAR" TO WK-GP-KEY
    MOVE WK-DATA-HOJE(1:4) TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    IF WK-GP-VALUE < 1900 OR WK-GP-VALUE > 9996
       MOVE WK-DATA-HOJE(1:4) TO WK-ANO-INI
    ELSE
       MOVE WK-GP-VALUE TO WK-ANO-INI
    END-IF
    COMPUTE WK-ANO-FIM = WK-ANO-INI + 3

    OPEN INPUT FD-OBJ
    IF NOT FS-OK
       MOVE "OBJETOS_PPA.DAT NOT FOUND - NOTHING TO REPORT" TO WK-MSG
       IF NOT WK-E-SILENCIOSO
          DISPLAY SS-MSG
       END-IF
       STOP RUN
    END-IF
    OPEN INPUT FD-MET
    IF MET-FS-OK
       MOVE "Y" TO WK-MET-OPEN
    END-IF

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/metas_ppa_grid.txt" TO WK-RW-FILENAME
    MOVE SPACES TO WK-RW-TITLE
    STRING "PPA TARGET GRID " WK-ANO-INI "-" WK-ANO-FIM
        DELIMITED BY SIZE INTO WK-RW-TITLE
    END-STRING
    MOVE "PHYSICAL TARGET AND PLANNED AMOUNT (R$) PER OBJECT AND PLAN YEAR"
        TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    *> column heading: one 22-byte cell per plan year, then the total
    MOVE SPACES TO REG-TXT
    MOVE "OBJECT / TARGET" TO REG-TXT(1:15)
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 4
       COMPUTE WK-ANO-ED = WK-ANO-INI + WK-IDX - 1
       COMPUTE WK-POS = 18 + (WK-IDX - 1) * 22 + 17
       MOVE WK-ANO-ED TO REG-TXT(WK-POS:4)
    END-PERFORM
    MOVE "4-YEAR TOTAL" TO REG-TXT(118:12)
    PERFORM 026-GRAVA-LINHA
    MOVE ALL "-" TO REG-TXT
    PERFORM 026-GRAVA-LINHA

    MOVE ZEROS TO WK-TOT-PLANO
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 4
       MOVE ZEROS TO WK-TOT-ANO(WK-IDX)
    END-PERFORM

    IF NOT WK-E-SILENCIOSO
       MOVE "Please wait, processing..." TO WK-MSG
       DISPLAY SS-MSG
    END-IF.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    MOVE ZEROS TO KEY1-OBJ
    START FD-OBJ
        KEY IS >= KEY1-OBJ
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START

    PERFORM UNTIL EOF
       READ FD-OBJ NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-OBJS
             PERFORM 025-CARREGA-METAS THRU 025-EXIT-CARREGA-METAS
             PERFORM 027-IMPRIME-OBJETO
             IF NOT WK-E-SILENCIOSO
                DISPLAY SS-FILLER02-1
             END-IF
       END-READ
    END-PERFORM.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> Fill the four plan-year cells of the current object from
*> METAS_PPA.DAT. A year with no row stays blank on the grid.
025-CARREGA-METAS.

    MOVE ZEROS TO WK-TOT-OBJ
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 4
       COMPUTE WK-G-ANO(WK-IDX) = WK-ANO-INI + WK-IDX - 1
       MOVE "N"    TO WK-G-TEM(WK-IDX)
       MOVE ZEROS  TO WK-G-QTD(WK-IDX) WK-G-VALOR(WK-IDX)
       MOVE SPACES TO WK-G-UNIDADE(WK-IDX)
    END-PERFORM
    IF WK-MET-OPEN NOT = "Y"
       GO TO 025-EXIT-CARREGA-METAS
    END-IF

    MOVE OBJ-CODIGO TO MET-OBJ-CODIGO
    MOVE WK-ANO-INI TO MET-ANO
    MOVE "F" TO FLG-MET-EOF
    START FD-MET
        KEY IS >= KEY1-MET
        INVALID KEY
            MOVE "T" TO FLG-MET-EOF
    END-START
    PERFORM UNTIL MET-EOF
       READ FD-MET NEXT
          AT END
             MOVE "T" TO FLG-MET-EOF
          NOT AT END
             IF MET-OBJ-CODIGO NOT = OBJ-CODIGO
                OR MET-ANO > WK-ANO-FIM
                MOVE "T" TO FLG-MET-EOF
             ELSE
                ADD 1 TO WK-READS
                COMPUTE WK-IDX = MET-ANO - WK-ANO-INI + 1
                MOVE "S"            TO WK-G-TEM(WK-IDX)
                MOVE MET-QTD-FISICA TO WK-G-QTD(WK-IDX)
                MOVE MET-UNIDADE    TO WK-G-UNIDADE(WK-IDX)
                MOVE MET-VALOR      TO WK-G-VALOR(WK-IDX)
                ADD MET-VALOR TO WK-TOT-OBJ
                ADD MET-VALOR TO WK-TOT-ANO(WK-IDX)
                ADD MET-VALOR TO WK-TOT-PLANO
             END-IF
       END-READ
    END-PERFORM.

025-EXIT-CARREGA-METAS.
    EXIT.
*>----------------------------------------------------------------------
026-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

026-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
*> Three lines per object: name, physical row (quantity, with the
*> unit on the line below it), financial row with the 4-year total.
027-IMPRIME-OBJETO.

    MOVE SPACES TO REG-TXT
    STRING OBJ-CODIGO " - " OBJ-NOME
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    IF OBJ-IS-CRITICAL
       MOVE "(CRITICAL)" TO REG-TXT(70:10)
    END-IF
    PERFORM 026-GRAVA-LINHA

    MOVE SPACES TO REG-TXT
    MOVE "  PHYSICAL" TO REG-TXT(1:10)
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 4
       COMPUTE WK-POS = 18 + (WK-IDX - 1) * 22 + 7
       IF WK-G-TEM(WK-IDX) = "S"
          MOVE WK-G-QTD(WK-IDX) TO WK-QTD-ED
          MOVE WK-QTD-ED TO REG-TXT(WK-POS:14)
       ELSE
          MOVE "-" TO REG-TXT(WK-POS + 13:1)
       END-IF
    END-PERFORM
    PERFORM 026-GRAVA-LINHA

    MOVE SPACES TO REG-TXT
    MOVE "    UNIT" TO REG-TXT(1:8)
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 4
       COMPUTE WK-POS = 18 + (WK-IDX - 1) * 22 + 6
       MOVE WK-G-UNIDADE(WK-IDX) TO REG-TXT(WK-POS:15)
    END-PERFORM
    PERFORM 026-GRAVA-LINHA

    MOVE SPACES TO REG-TXT
    MOVE "  AMOUNT R$" TO REG-TXT(1:11)
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 4
       COMPUTE WK-POS = 18 + (WK-IDX - 1) * 22
       IF WK-G-TEM(WK-IDX) = "S"
          MOVE WK-G-VALOR(WK-IDX) TO WK-VALOR-ED
          MOVE WK-VALOR-ED TO REG-TXT(WK-POS:21)
       ELSE
          MOVE "-" TO REG-TXT(WK-POS + 20:1)
       END-IF
    END-PERFORM
    MOVE WK-TOT-OBJ TO WK-TOT-ED
    MOVE WK-TOT-ED TO REG-TXT(106:24)
    PERFORM 026-GRAVA-LINHA

    MOVE SPACES TO REG-TXT
    PERFORM 026-GRAVA-LINHA.

027-EXIT-IMPRIME-OBJETO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    *> plan total per year and for the four years
    MOVE ALL "-" TO REG-TXT
    PERFORM 026-GRAVA-LINHA
    MOVE SPACES TO REG-TXT
    MOVE "PLAN TOTAL R$" TO REG-TXT(1:13)
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 4
       COMPUTE WK-POS = 18 + (WK-IDX - 1) * 22
       MOVE WK-TOT-ANO(WK-IDX) TO WK-VALOR-ED
       MOVE WK-VALOR-ED TO REG-TXT(WK-POS:21)
    END-PERFORM
    MOVE WK-TOT-PLANO TO WK-TOT-ED
    MOVE WK-TOT-ED TO REG-TXT(106:24)
    PERFORM 026-GRAVA-LINHA
    MOVE SPACES TO REG-TXT
    STRING "OBJECTS: " WK-OBJS "   TARGET ROWS IN PLAN YEARS: " WK-READS
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 026-GRAVA-LINHA

    CLOSE FD-OBJ
    IF WK-MET-OPEN = "Y"
       CLOSE FD-MET
    END-IF

    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    IF NOT WK-E-SILENCIOSO
       DISPLAY SS-FILLER02-1
       MOVE "*** REPORT COMPLETE - SEE metas_ppa_grid.txt ***"
           TO WK-MSG
       DISPLAY SS-MSG
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
