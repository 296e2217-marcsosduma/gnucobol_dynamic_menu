       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    freeze_ppa_baseline.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Freeze the PPA plan as it stands today under a version name
*>         (the approved plan, each legislated revision, ...): every
*>         row of OBJETOS_PPA.DAT, ESTRATEGIAS_PPA.DAT and
*>         METAS_PPA.DAT is copied into PPA_BASELINE.DAT under the
*>         name, with a header row holding the date, time, operator,
*>         a description and the row counts. Any number of versions
*>         can be kept; a name already frozen is refused, so a
*>         version never changes once taken. rpt_ppa_baseline_compare
*>         lists the differences between two versions.
*>
*>         The name and description come from PPA_VERSION and
*>         PPA_VERSION_DESC; interactively they are asked on screen
*>         when PPA_VERSION is not set.
*>
*> Read...: objetos_ppa.dat, estrategias_ppa.dat, metas_ppa.dat
*>
*> Out....: ppa_baseline.dat, load_summary.log
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  PPA BASELINE 10/15/26 DUMA     First version.
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
COPY "../cpy/estrategias_ppa_se.cpy".
COPY "../cpy/metas_ppa_se.cpy".
COPY "../cpy/ppa_baseline_se.cpy".
COPY "../cpy/load_summary_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/objetos_ppa_fd.cpy".
COPY "../cpy/estrategias_ppa_fd.cpy".
COPY "../cpy/metas_ppa_fd.cpy".
COPY "../cpy/ppa_baseline_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-OBJ                        PIC  9(002).
    88  FS-OK                                 VALUE ZEROS.
77  ST-EST                        PIC  9(002).
    88  EST-FS-OK                             VALUE ZEROS.
77  ST-MET                        PIC  9(002).
    88  MET-FS-OK                             VALUE ZEROS.
77  ST-BSL                        PIC  9(002).
    88  BSL-FS-OK                             VALUE ZEROS.
    88  BSL-FS-NOT-EXIST                      VALUE 35.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.

01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-VERSAO                     PIC  X(010) VALUE SPACES.
01  WK-DESCRICAO                  PIC  X(060) VALUE SPACES.
01  WK-OPERATOR                   PIC  X(020) VALUE SPACES.
01  WK-QTD-OBJ                    PIC  9(005) VALUE ZEROS.
01  WK-QTD-EST                    PIC  9(005) VALUE ZEROS.
01  WK-QTD-MET                    PIC  9(005) VALUE ZEROS.
01  WK-VEREDITO                   PIC  X(008) VALUE SPACES.
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-WRITES                     PIC  9(008) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(057) VALUE
    "FREEZE PPA BASELINE - NAMED VERSION OF THE PLAN".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".

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
        05  COLUMN PLUS 2  PIC  9(005) USING WK-QTD-OBJ.
        05  COLUMN PLUS 4  VALUE "STRATEGIES:".
        05  COLUMN PLUS 2  PIC  9(005) USING WK-QTD-EST.
        05  COLUMN PLUS 4  VALUE "TARGETS:".
        05  COLUMN PLUS 2  PIC  9(005) USING WK-QTD-MET.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
01  SS-PARAM.
    03  LINE 05 COLUMN 05 VALUE "Version name.:".
    03  LINE 05 COLUMN 20 PIC X(010) USING WK-VERSAO
        FOREGROUND-COLOR 7 HIGHLIGHT.
    03  LINE 06 COLUMN 05 VALUE "Description..:".
    03  LINE 06 COLUMN 20 PIC X(060) USING WK-DESCRICAO
        FOREGROUND-COLOR 7 HIGHLIGHT.
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

    MOVE SPACES TO WK-OPERATOR
    ACCEPT WK-OPERATOR FROM ENVIRONMENT "MENU_USER"
    IF WK-OPERATOR = SPACES
       ACCEPT WK-OPERATOR FROM USER NAME
    END-IF

    MOVE SPACES TO WK-VERSAO WK-DESCRICAO
    ACCEPT WK-VERSAO    FROM ENVIRONMENT "PPA_VERSION"
    ACCEPT WK-DESCRICAO FROM ENVIRONMENT "PPA_VERSION_DESC"

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       IF WK-VERSAO = SPACES
          DISPLAY SS-PARAM
          ACCEPT SS-PARAM
       END-IF
       MOVE SPACES TO WK-MSG
       STRING "Freeze the plan as version " WK-VERSAO "? [S/N]: "
           DELIMITED BY SIZE INTO WK-MSG
       END-STRING
       DISPLAY SS-MSG

       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF

    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    MOVE FUNCTION UPPER-CASE(WK-VERSAO) TO WK-VERSAO
    IF WK-VERSAO = SPACES
       MOVE "ERROR! NO VERSION NAME GIVEN (PPA_VERSION)" TO WK-MSG
       PERFORM 090-ABORTA
    END-IF

    OPEN INPUT FD-OBJ
    IF NOT FS-OK
       MOVE "ERROR! OBJETOS_PPA.DAT NOT FOUND - NOTHING TO FREEZE" TO WK-MSG
       PERFORM 090-ABORTA
    END-IF
    OPEN INPUT FD-EST
    OPEN INPUT FD-MET

    OPEN I-O FD-BSL
    IF BSL-FS-NOT-EXIST
       OPEN OUTPUT FD-BSL
       CLOSE FD-BSL
       OPEN I-O FD-BSL
    END-IF

    *> a version is frozen once - the header row is the marker
    MOVE WK-VERSAO TO BSL-VERSAO
    MOVE "H"       TO BSL-TIPO
    MOVE ZEROS     TO BSL-OBJ-CODIGO BSL-SUB
    READ FD-BSL
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE SPACES TO WK-MSG
            STRING "ERROR! VERSION " WK-VERSAO " ALREADY FROZEN ON "
                   BSL-H-DATA
                DELIMITED BY SIZE INTO WK-MSG
            END-STRING
            PERFORM 090-ABORTA
    END-READ

    IF NOT WK-E-SILENCIOSO
       MOVE "Please wait, processing..." TO WK-MSG
       DISPLAY SS-MSG
    END-IF.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    PERFORM 021-COPIA-OBJETOS
    IF EST-FS-OK
       PERFORM 022-COPIA-ESTRATEGIAS
    END-IF
    IF MET-FS-OK
       PERFORM 023-COPIA-METAS
    END-IF

    *> header last: a run that dies half way leaves no header, and the
    *> same name can be frozen again over the partial rows
    INITIALIZE REC-BSL
    MOVE WK-VERSAO    TO BSL-VERSAO
    MOVE "H"          TO BSL-TIPO
    MOVE ZEROS        TO BSL-OBJ-CODIGO BSL-SUB
    ACCEPT BSL-H-DATA FROM DATE YYYYMMDD
    ACCEPT BSL-H-HORA FROM TIME
    MOVE WK-OPERATOR  TO BSL-H-OPERADOR
    MOVE WK-DESCRICAO TO BSL-H-DESCRICAO
    MOVE WK-QTD-OBJ   TO BSL-H-QTD-OBJ
    MOVE WK-QTD-EST   TO BSL-H-QTD-EST
    MOVE WK-QTD-MET   TO BSL-H-QTD-MET
    PERFORM 025-GRAVA-BASELINE.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
021-COPIA-OBJETOS.

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
             ADD 1 TO WK-READS
             INITIALIZE REC-BSL
             MOVE WK-VERSAO   TO BSL-VERSAO
             MOVE "O"         TO BSL-TIPO
             MOVE OBJ-CODIGO  TO BSL-OBJ-CODIGO
             MOVE ZEROS       TO BSL-SUB
             MOVE OBJ-NOME    TO BSL-O-NOME
             MOVE OBJ-OWNER   TO BSL-O-OWNER
             MOVE OBJ-SUPPORT TO BSL-O-SUPPORT
             MOVE OBJ-CRIT    TO BSL-O-CRIT
             MOVE OBJ-TARGET  TO BSL-O-TARGET
             PERFORM 025-GRAVA-BASELINE
             ADD 1 TO WK-QTD-OBJ
       END-READ
    END-PERFORM.

021-EXIT-COPIA-OBJETOS.
    EXIT.
*>----------------------------------------------------------------------
022-COPIA-ESTRATEGIAS.

    MOVE "F" TO FLG-EOF
    MOVE ZEROS TO KEY1-EST
    START FD-EST
        KEY IS >= KEY1-EST
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-EST NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             INITIALIZE REC-BSL
             MOVE WK-VERSAO      TO BSL-VERSAO
             MOVE "E"            TO BSL-TIPO
             MOVE EST-OBJ-CODIGO TO BSL-OBJ-CODIGO
             MOVE EST-SEQ        TO BSL-SUB
             MOVE EST-DESCRICAO  TO BSL-E-DESCRICAO
             MOVE EST-AREA       TO BSL-E-AREA
             MOVE EST-ANO-INI    TO BSL-E-ANO-INI
             MOVE EST-ANO-FIM    TO BSL-E-ANO-FIM
             PERFORM 025-GRAVA-BASELINE
             ADD 1 TO WK-QTD-EST
       END-READ
    END-PERFORM.

022-EXIT-COPIA-ESTRATEGIAS.
    EXIT.
*>----------------------------------------------------------------------
023-COPIA-METAS.

    MOVE "F" TO FLG-EOF
    MOVE ZEROS TO KEY1-MET
    START FD-MET
        KEY IS >= KEY1-MET
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-MET NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             INITIALIZE REC-BSL
             MOVE WK-VERSAO      TO BSL-VERSAO
             MOVE "M"            TO BSL-TIPO
             MOVE MET-OBJ-CODIGO TO BSL-OBJ-CODIGO
             MOVE MET-ANO        TO BSL-SUB
             MOVE MET-QTD-FISICA TO BSL-M-QTD-FISICA
             MOVE MET-UNIDADE    TO BSL-M-UNIDADE
             MOVE MET-VALOR      TO BSL-M-VALOR
             PERFORM 025-GRAVA-BASELINE
             ADD 1 TO WK-QTD-MET
       END-READ
    END-PERFORM.

023-EXIT-COPIA-METAS.
    EXIT.
*>----------------------------------------------------------------------
*> Rows left by an interrupted freeze of the same name are replaced.
025-GRAVA-BASELINE.

    WRITE REC-BSL
        INVALID KEY
            REWRITE REC-BSL
            END-REWRITE
    END-WRITE
    ADD 1 TO WK-WRITES
    IF NOT WK-E-SILENCIOSO
       DISPLAY SS-FILLER02-1
    END-IF.

025-EXIT-GRAVA-BASELINE.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-OBJ
          FD-BSL
    IF EST-FS-OK
       CLOSE FD-EST
    END-IF
    IF MET-FS-OK
       CLOSE FD-MET
    END-IF

    MOVE "OK" TO WK-VEREDITO
    PERFORM 040-GRAVA-RESUMO

    MOVE SPACES TO WK-MSG
    STRING "*** VERSION " WK-VERSAO " FROZEN - " WK-QTD-OBJ " OBJ, "
           WK-QTD-EST " STRAT, " WK-QTD-MET " TARGETS ***"
        DELIMITED BY SIZE INTO WK-MSG
    END-STRING
    IF NOT WK-E-SILENCIOSO
       DISPLAY SS-FILLER02-1
       DISPLAY SS-MSG
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> APPENDS ONE LINE TO LOAD_SUMMARY.LOG FOR THE RUN.
040-GRAVA-RESUMO.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "FREEZE_PPA_BASELINE" TO LDS-PROGRAM
    MOVE WK-READS  TO LDS-READS
    MOVE WK-WRITES TO LDS-WRITES
    MOVE ZEROS     TO LDS-REJECTS
    MOVE WK-VEREDITO TO LDS-VERDICT

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

040-EXIT-GRAVA-RESUMO.
    EXIT.
*>----------------------------------------------------------------------
090-ABORTA.

    MOVE "REJECTED" TO WK-VEREDITO
    PERFORM 040-GRAVA-RESUMO
    DISPLAY SS-MSG
    STOP RUN.

090-EXIT-ABORTA.
    EXIT.
*>----------------------------------------------------------------------
