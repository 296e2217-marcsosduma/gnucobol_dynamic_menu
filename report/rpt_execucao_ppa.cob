       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_execucao_ppa.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: PPA target-versus-actual variance. For each object in
*>         OBJETOS_PPA.DAT, the actuals posted in EXECUCAO_PPA.DAT
*>         from January through the report month are added up and
*>         set against the year's METAS_PPA.DAT target, physical and
*>         financial, with the percentage achieved.
*>
*>         An object is flagged BELOW when either percentage is under
*>         the threshold for the elapsed part of the year: SYSPARM.DAT
*>         key PPAVARPCT (default 80) times report month / 12 - at
*>         June with the default, an object must be at 40% or more.
*>
*>         Critical objects (OBJ-IS-CRITICAL) that are flagged are
*>         listed first, in an exceptions section of their own, and
*>         again in the full listing below it.
*>
*>         REPORT_YEAR (CCYY) and REPORT_MONTH (MM) pick the period;
*>         unset they default to the current year and month.
*>
*> Read...: objetos_ppa.dat, metas_ppa.dat, execucao_ppa.dat
*>
*> Out....: execucao_ppa_variance.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  PPA EXECUTN  10/15/26 DUMA     First version.
*>  PPA OBJ CODE 10/15/26 DUMA     Object code printed with 4 digits.
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
COPY "../cpy/execucao_ppa_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/objetos_ppa_fd.cpy".
COPY "../cpy/metas_ppa_fd.cpy".
COPY "../cpy/execucao_ppa_fd.cpy".

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
77  ST-MET                        PIC  9(002).
    88  MET-FS-OK                             VALUE ZEROS.
77  ST-EXE                        PIC  9(002).
    88  EXE-FS-OK                             VALUE ZEROS.

01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-MET-OPEN                   PIC  X(001) VALUE "N".
01  WK-EXE-OPEN                   PIC  X(001) VALUE "N".
01  WK-OBJS                       PIC  9(008) VALUE ZEROS.
01  WK-BELOW                      PIC  9(008) VALUE ZEROS.
01  WK-CRIT-BELOW                 PIC  9(008) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EXE-EOF                   PIC  X(001) VALUE "F".
    88  EXE-EOF                               VALUE "T".
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(057) VALUE
    "PPA EXECUTION - TARGET VERSUS ACTUAL VARIANCE".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".
*> Period and threshold -----------------------------------------------
01  WK-DATA-HOJE                  PIC  X(008) VALUE SPACES.
01  WK-ENV-PARM                   PIC  X(004) VALUE SPACES.
01  WK-ANO                        PIC  9(004) VALUE ZEROS.
01  WK-MES                        PIC  9(002) VALUE ZEROS.
01  WK-LIMITE-ANO                 PIC  9(003) VALUE 80.
01  WK-LIMITE                     PIC  9(003)V9 VALUE ZEROS.
01  WK-LIMITE-ED                  PIC  ZZ9,9.
*> Figures of the object being evaluated ------------------------------
01  WK-TEM-META                   PIC  X(001) VALUE "N".
01  WK-META-QTD                   PIC  9(009)V99 VALUE ZEROS.
01  WK-META-VALOR                 PIC  9(013)V99 VALUE ZEROS.
01  WK-REAL-QTD                   PIC  9(011)V99 VALUE ZEROS.
01  WK-REAL-VALOR                 PIC  9(015)V99 VALUE ZEROS.
01  WK-PCT-QTD                    PIC  9(004)V9 VALUE ZEROS.
01  WK-PCT-VALOR                  PIC  9(004)V9 VALUE ZEROS.
01  WK-ABAIXO                     PIC  X(001) VALUE "N".
    88  WK-E-ABAIXO                           VALUE "S".
*> Pass 1 prints only the critical exceptions, pass 2 every object
01  WK-PASSO                      PIC  9(001) VALUE ZEROS.
01  WK-QTD-ED                     PIC  ZZZ.ZZZ.ZZ9,99.
01  WK-VALOR-ED                   PIC  ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
01  WK-PCT-ED                     PIC  ZZZ9,9.
01  WK-TOT-META                   PIC  9(015)V99 VALUE ZEROS.
01  WK-TOT-REAL                   PIC  9(015)V99 VALUE ZEROS.

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
        05  COLUMN PLUS 4  VALUE "BELOW:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-BELOW
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
       MOVE "Confirm the PPA variance run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG

       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF

    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    *> period - REPORT_YEAR / REPORT_MONTH, current year/month otherwise
    MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE
    MOVE WK-DATA-HOJE(1:4) TO WK-ANO
    MOVE WK-DATA-HOJE(5:2) TO WK-MES
    MOVE SPACES TO WK-ENV-PARM
    ACCEPT WK-ENV-PARM FROM ENVIRONMENT "REPORT_YEAR"
    IF WK-ENV-PARM IS NUMERIC AND WK-ENV-PARM >= "1900"
       MOVE WK-ENV-PARM TO WK-ANO
    END-IF
    MOVE SPACES TO WK-ENV-PARM
    ACCEPT WK-ENV-PARM FROM ENVIRONMENT "REPORT_MONTH"
    IF WK-ENV-PARM(1:2) IS NUMERIC
       AND WK-ENV-PARM(1:2) >= "01" AND WK-ENV-PARM(1:2) <= "12"
       MOVE WK-ENV-PARM(1:2) TO WK-MES
    END-IF

    *> threshold for the full year, pro-rated to the report month
    MOVE "PPAVARPCT" TO WK-GP-KEY
    MOVE WK-LIMITE-ANO TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    IF WK-GP-VALUE >= 1 AND WK-GP-VALUE <= 100
       MOVE WK-GP-VALUE TO WK-LIMITE-ANO
    END-IF
    COMPUTE WK-LIMITE ROUNDED = WK-LIMITE-ANO * WK-MES / 12
    MOVE WK-LIMITE TO WK-LIMITE-ED

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
    OPEN INPUT FD-EXE
    IF EXE-FS-OK
       MOVE "Y" TO WK-EXE-OPEN
    END-IF

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/execucao_ppa_variance.txt" TO WK-RW-FILENAME
    MOVE SPACES TO WK-RW-TITLE
    STRING "PPA TARGET VERSUS ACTUAL " WK-ANO " - JAN THROUGH MONTH " WK-MES
        DELIMITED BY SIZE INTO WK-RW-TITLE
    END-STRING
    MOVE SPACES TO WK-RW-HEADING
    STRING "CUMULATIVE ACTUAL AGAINST ANNUAL TARGET - BELOW WHEN UNDER "
           WK-LIMITE-ED "% (" WK-LIMITE-ANO "% OF THE YEAR PRO-RATED)"
        DELIMITED BY SIZE INTO WK-RW-HEADING
    END-STRING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    IF NOT WK-E-SILENCIOSO
       MOVE "Please wait, processing..." TO WK-MSG
       DISPLAY SS-MSG
    END-IF.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> Two passes over OBJETOS_PPA.DAT: the critical exceptions first,
*> then the full listing.
020-PROCESSAMENTO.

    MOVE SPACES TO REG-TXT
    MOVE "*** EXCEPTIONS - CRITICAL OBJECTS BELOW THRESHOLD ***"
        TO REG-TXT
    PERFORM 026-GRAVA-LINHA
    PERFORM 028-CABECALHO
    MOVE 1 TO WK-PASSO
    PERFORM 021-PERCORRE-OBJETOS
    IF WK-CRIT-BELOW = ZEROS
       MOVE "  (NONE)" TO REG-TXT
       PERFORM 026-GRAVA-LINHA
    END-IF

    MOVE SPACES TO REG-TXT
    PERFORM 026-GRAVA-LINHA
    MOVE "*** ALL OBJECTS ***" TO REG-TXT
    PERFORM 026-GRAVA-LINHA
    PERFORM 028-CABECALHO
    MOVE 2 TO WK-PASSO
    PERFORM 021-PERCORRE-OBJETOS.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
021-PERCORRE-OBJETOS.

    MOVE "F" TO FLG-EOF
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
             PERFORM 025-AVALIA-OBJETO THRU 025-EXIT-AVALIA-OBJETO
             IF WK-PASSO = 1
                IF OBJ-IS-CRITICAL AND WK-E-ABAIXO
                   ADD 1 TO WK-CRIT-BELOW
                   PERFORM 027-IMPRIME-OBJETO
                END-IF
             ELSE
                ADD 1 TO WK-OBJS
                IF WK-E-ABAIXO
                   ADD 1 TO WK-BELOW
                END-IF
                ADD WK-META-VALOR TO WK-TOT-META
                ADD WK-REAL-VALOR TO WK-TOT-REAL
                PERFORM 027-IMPRIME-OBJETO
                IF NOT WK-E-SILENCIOSO
                   DISPLAY SS-FILLER02-1
                END-IF
             END-IF
       END-READ
    END-PERFORM.

021-EXIT-PERCORRE-OBJETOS.
    EXIT.
*>----------------------------------------------------------------------
*> Target of the year, actuals January..report month, percentages and
*> the below-threshold verdict for the object in REC-OBJ.
025-AVALIA-OBJETO.

    MOVE "N" TO WK-TEM-META WK-ABAIXO
    MOVE ZEROS TO WK-META-QTD WK-META-VALOR
                  WK-REAL-QTD WK-REAL-VALOR
                  WK-PCT-QTD WK-PCT-VALOR

    IF WK-MET-OPEN = "Y"
       MOVE OBJ-CODIGO TO MET-OBJ-CODIGO
       MOVE WK-ANO     TO MET-ANO
       READ FD-MET
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO WK-TEM-META
               MOVE MET-QTD-FISICA TO WK-META-QTD
               MOVE MET-VALOR      TO WK-META-VALOR
       END-READ
    END-IF

    IF WK-EXE-OPEN = "Y"
       MOVE OBJ-CODIGO TO EXE-OBJ-CODIGO
       MOVE WK-ANO     TO EXE-ANO
       MOVE 01         TO EXE-MES
       MOVE "F" TO FLG-EXE-EOF
       START FD-EXE
           KEY IS >= KEY1-EXE
           INVALID KEY
               MOVE "T" TO FLG-EXE-EOF
       END-START
       PERFORM UNTIL EXE-EOF
          READ FD-EXE NEXT
             AT END
                MOVE "T" TO FLG-EXE-EOF
             NOT AT END
                IF EXE-OBJ-CODIGO NOT = OBJ-CODIGO
                   OR EXE-ANO NOT = WK-ANO
                   OR EXE-MES > WK-MES
                   MOVE "T" TO FLG-EXE-EOF
                ELSE
                   ADD EXE-QTD-REALIZADA   TO WK-REAL-QTD
                   ADD EXE-VALOR-REALIZADO TO WK-REAL-VALOR
                END-IF
          END-READ
       END-PERFORM
    END-IF

    IF WK-TEM-META NOT = "S"
       GO TO 025-EXIT-AVALIA-OBJETO
    END-IF
    IF WK-META-QTD > ZEROS
       COMPUTE WK-PCT-QTD ROUNDED = WK-REAL-QTD * 100 / WK-META-QTD
           ON SIZE ERROR
               MOVE 9999,9 TO WK-PCT-QTD
       END-COMPUTE
       IF WK-PCT-QTD < WK-LIMITE
          MOVE "S" TO WK-ABAIXO
       END-IF
    END-IF
    IF WK-META-VALOR > ZEROS
       COMPUTE WK-PCT-VALOR ROUNDED = WK-REAL-VALOR * 100 / WK-META-VALOR
           ON SIZE ERROR
               MOVE 9999,9 TO WK-PCT-VALOR
       END-COMPUTE
       IF WK-PCT-VALOR < WK-LIMITE
          MOVE "S" TO WK-ABAIXO
       END-IF
    END-IF.

025-EXIT-AVALIA-OBJETO.
    EXIT.
*>----------------------------------------------------------------------
026-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

026-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
*> One line per object:
*>   1 code, 4 name, 30 target qty, 45 actual qty, 60 % qty,
*>   68 target R$, 90 actual R$, 112 % R$, 120 verdict
027-IMPRIME-OBJETO.

    MOVE SPACES TO REG-TXT
    MOVE OBJ-CODIGO       TO REG-TXT(1:4)
    MOVE OBJ-NOME(1:23)   TO REG-TXT(6:23)
    IF WK-TEM-META = "S"
       MOVE WK-META-QTD   TO WK-QTD-ED
       MOVE WK-QTD-ED     TO REG-TXT(30:14)
    END-IF
    MOVE WK-REAL-QTD      TO WK-QTD-ED
    MOVE WK-QTD-ED        TO REG-TXT(45:14)
    IF WK-TEM-META = "S" AND WK-META-QTD > ZEROS
       MOVE WK-PCT-QTD    TO WK-PCT-ED
       MOVE WK-PCT-ED     TO REG-TXT(60:6)
       MOVE "%"           TO REG-TXT(66:1)
    END-IF
    IF WK-TEM-META = "S"
       MOVE WK-META-VALOR TO WK-VALOR-ED
       MOVE WK-VALOR-ED   TO REG-TXT(68:21)
    END-IF
    MOVE WK-REAL-VALOR    TO WK-VALOR-ED
    MOVE WK-VALOR-ED      TO REG-TXT(90:21)
    IF WK-TEM-META = "S" AND WK-META-VALOR > ZEROS
       MOVE WK-PCT-VALOR  TO WK-PCT-ED
       MOVE WK-PCT-ED     TO REG-TXT(112:6)
       MOVE "%"           TO REG-TXT(118:1)
    END-IF
    EVALUATE TRUE
        WHEN WK-TEM-META NOT = "S"
            MOVE "NO TARGET" TO REG-TXT(120:9)
        WHEN WK-E-ABAIXO
            MOVE "BELOW"     TO REG-TXT(120:5)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 026-GRAVA-LINHA.

027-EXIT-IMPRIME-OBJETO.
    EXIT.
*>----------------------------------------------------------------------
028-CABECALHO.

    MOVE SPACES TO REG-TXT
    MOVE "OBJECT"          TO REG-TXT(1:6)
    MOVE "TARGET QTY"      TO REG-TXT(34:10)
    MOVE "ACTUAL QTY"      TO REG-TXT(49:10)
    MOVE "%"               TO REG-TXT(66:1)
    MOVE "TARGET R$"       TO REG-TXT(80:9)
    MOVE "ACTUAL R$"       TO REG-TXT(102:9)
    MOVE "%"               TO REG-TXT(118:1)
    MOVE "STATUS"          TO REG-TXT(120:6)
    PERFORM 026-GRAVA-LINHA
    MOVE ALL "-" TO REG-TXT
    PERFORM 026-GRAVA-LINHA.

028-EXIT-CABECALHO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    MOVE ALL "-" TO REG-TXT
    PERFORM 026-GRAVA-LINHA
    MOVE SPACES TO REG-TXT
    MOVE "TOTAL" TO REG-TXT(1:5)
    MOVE WK-TOT-META TO WK-VALOR-ED
    MOVE WK-VALOR-ED TO REG-TXT(68:21)
    MOVE WK-TOT-REAL TO WK-VALOR-ED
    MOVE WK-VALOR-ED TO REG-TXT(90:21)
    PERFORM 026-GRAVA-LINHA
    MOVE SPACES TO REG-TXT
    STRING "OBJECTS: " WK-OBJS "   BELOW THRESHOLD: " WK-BELOW
           "   CRITICAL BELOW: " WK-CRIT-BELOW
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 026-GRAVA-LINHA

    CLOSE FD-OBJ
    IF WK-MET-OPEN = "Y"
       CLOSE FD-MET
    END-IF
    IF WK-EXE-OPEN = "Y"
       CLOSE FD-EXE
    END-IF

    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    IF NOT WK-E-SILENCIOSO
       DISPLAY SS-FILLER02-1
       MOVE "*** REPORT COMPLETE - SEE execucao_ppa_variance.txt ***"
           TO WK-MSG
       DISPLAY SS-MSG
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
