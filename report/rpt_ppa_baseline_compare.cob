       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_ppa_baseline_compare.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Compare two PPA versions frozen by freeze_ppa_baseline -
*>         the annex that goes with each revision bill: objects
*>         added, objects removed, objects renamed, and targets
*>         added, removed or changed (quantity, unit or amount),
*>         each in a section of its own with the old and new values.
*>
*>         The versions come from PPA_VERSION_FROM (the older one)
*>         and PPA_VERSION_TO; interactively they are asked on screen
*>         when not set.
*>
*> Read...: ppa_baseline.dat
*>
*> Out....: ppa_baseline_compare.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  PPA BASELINE 10/15/26 DUMA     First version.
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

COPY "../cpy/ppa_baseline_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/ppa_baseline_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
77  ST-BSL                        PIC  9(002).
    88  BSL-FS-OK                             VALUE ZEROS.

01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-VERSAO-DE                  PIC  X(010) VALUE SPACES.
01  WK-VERSAO-PARA                PIC  X(010) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(057) VALUE
    "PPA VERSION COMPARISON - REVISION ANNEX".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".
*> One pass = one section: scan the rows of type WK-P-TIPO in version
*> WK-P-VERSAO, look each one up in WK-P-OUTRA, print per WK-P-MODO
*> (A = added, R = removed, N = renamed, C = target removed/changed).
01  WK-P-VERSAO                   PIC  X(010) VALUE SPACES.
01  WK-P-OUTRA                    PIC  X(010) VALUE SPACES.
01  WK-P-TIPO                     PIC  X(001) VALUE SPACES.
01  WK-P-MODO                     PIC  X(001) VALUE SPACES.
01  WK-P-QTD                      PIC  9(005) VALUE ZEROS.
01  WK-BSL-ATUAL                  PIC  X(145) VALUE SPACES.
01  WK-ACHOU-OUTRA                PIC  X(001) VALUE "N".
    88  WK-TEM-OUTRA                          VALUE "S".
01  WK-OUTRA-NOME                 PIC  X(060) VALUE SPACES.
01  WK-OUTRA-QTD                  PIC  9(009)V99 VALUE ZEROS.
01  WK-OUTRA-UNIDADE              PIC  X(015) VALUE SPACES.
01  WK-OUTRA-VALOR                PIC  9(013)V99 VALUE ZEROS.
*> Totals for the closing line --------------------------------------
01  WK-QTD-INCL                   PIC  9(005) VALUE ZEROS.
01  WK-QTD-EXCL                   PIC  9(005) VALUE ZEROS.
01  WK-QTD-RENOM                  PIC  9(005) VALUE ZEROS.
01  WK-QTD-METAS                  PIC  9(005) VALUE ZEROS.
01  WK-QTD-ED                     PIC  ZZZ.ZZZ.ZZ9,99.
01  WK-VALOR-ED                   PIC  ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

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
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
01  SS-PARAM.
    03  LINE 05 COLUMN 05 VALUE "Older version (from):".
    03  LINE 05 COLUMN 27 PIC X(010) USING WK-VERSAO-DE
        FOREGROUND-COLOR 7 HIGHLIGHT.
    03  LINE 06 COLUMN 05 VALUE "Newer version (to)..:".
    03  LINE 06 COLUMN 27 PIC X(010) USING WK-VERSAO-PARA
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

    MOVE SPACES TO WK-VERSAO-DE WK-VERSAO-PARA
    ACCEPT WK-VERSAO-DE   FROM ENVIRONMENT "PPA_VERSION_FROM"
    ACCEPT WK-VERSAO-PARA FROM ENVIRONMENT "PPA_VERSION_TO"

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       IF WK-VERSAO-DE = SPACES OR WK-VERSAO-PARA = SPACES
          DISPLAY SS-PARAM
          ACCEPT SS-PARAM
       END-IF
       MOVE "Confirm the PPA version comparison? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG

       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF

    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    MOVE FUNCTION UPPER-CASE(WK-VERSAO-DE)   TO WK-VERSAO-DE
    MOVE FUNCTION UPPER-CASE(WK-VERSAO-PARA) TO WK-VERSAO-PARA

    OPEN INPUT FD-BSL
    IF NOT BSL-FS-OK
       MOVE "PPA_BASELINE.DAT NOT FOUND - FREEZE A VERSION FIRST" TO WK-MSG
       PERFORM 090-ABORTA
    END-IF

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/ppa_baseline_compare.txt" TO WK-RW-FILENAME
    MOVE SPACES TO WK-RW-TITLE
    STRING "PPA VERSION COMPARISON " WK-VERSAO-DE " -> " WK-VERSAO-PARA
        DELIMITED BY SIZE INTO WK-RW-TITLE
    END-STRING
    MOVE "OBJECTS ADDED, REMOVED AND RENAMED - TARGETS CHANGED"
        TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    *> both versions must have been frozen to completion
    MOVE WK-VERSAO-DE TO BSL-VERSAO
    PERFORM 015-IMPRIME-VERSAO
    MOVE WK-VERSAO-PARA TO BSL-VERSAO
    PERFORM 015-IMPRIME-VERSAO

    IF NOT WK-E-SILENCIOSO
       MOVE "Please wait, processing..." TO WK-MSG
       DISPLAY SS-MSG
    END-IF.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> Header row of the version in BSL-VERSAO onto the report.
015-IMPRIME-VERSAO.

    MOVE "H"   TO BSL-TIPO
    MOVE ZEROS TO BSL-OBJ-CODIGO BSL-SUB
    READ FD-BSL
        INVALID KEY
            MOVE SPACES TO WK-MSG
            STRING "VERSION " BSL-VERSAO " NOT FOUND IN PPA_BASELINE.DAT"
                DELIMITED BY SIZE INTO WK-MSG
            END-STRING
            MOVE WK-MSG TO REG-TXT
            PERFORM 026-GRAVA-LINHA
            MOVE "C" TO WK-RW-OP
            CALL "rptwriter" USING WK-RW-PARM END-CALL
            CLOSE FD-BSL
            PERFORM 090-ABORTA
    END-READ
    MOVE SPACES TO REG-TXT
    STRING "VERSION " BSL-VERSAO "  FROZEN " BSL-H-DATA " " BSL-H-HORA(1:4)
           " BY " BSL-H-OPERADOR "  " BSL-H-DESCRICAO
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 026-GRAVA-LINHA
    MOVE SPACES TO REG-TXT
    STRING "        OBJECTS " BSL-H-QTD-OBJ "  STRATEGIES " BSL-H-QTD-EST
           "  TARGETS " BSL-H-QTD-MET
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 026-GRAVA-LINHA.

015-EXIT-IMPRIME-VERSAO.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    MOVE "OBJECTS ADDED" TO WK-MSG
    PERFORM 027-TITULO-SECAO
    MOVE WK-VERSAO-PARA TO WK-P-VERSAO
    MOVE WK-VERSAO-DE   TO WK-P-OUTRA
    MOVE "O" TO WK-P-TIPO
    MOVE "A" TO WK-P-MODO
    PERFORM 021-PERCORRE-VERSAO
    ADD WK-P-QTD TO WK-QTD-INCL

    MOVE "OBJECTS REMOVED" TO WK-MSG
    PERFORM 027-TITULO-SECAO
    MOVE WK-VERSAO-DE   TO WK-P-VERSAO
    MOVE WK-VERSAO-PARA TO WK-P-OUTRA
    MOVE "R" TO WK-P-MODO
    PERFORM 021-PERCORRE-VERSAO
    ADD WK-P-QTD TO WK-QTD-EXCL

    MOVE "OBJECTS RENAMED" TO WK-MSG
    PERFORM 027-TITULO-SECAO
    MOVE "N" TO WK-P-MODO
    PERFORM 021-PERCORRE-VERSAO
    ADD WK-P-QTD TO WK-QTD-RENOM

    *> targets: removed/changed from the older side, added from the newer
    MOVE "TARGETS CHANGED" TO WK-MSG
    PERFORM 027-TITULO-SECAO
    MOVE "M" TO WK-P-TIPO
    MOVE "C" TO WK-P-MODO
    PERFORM 021-PERCORRE-VERSAO
    ADD WK-P-QTD TO WK-QTD-METAS
    MOVE WK-VERSAO-PARA TO WK-P-VERSAO
    MOVE WK-VERSAO-DE   TO WK-P-OUTRA
    MOVE "A" TO WK-P-MODO
    PERFORM 021-PERCORRE-VERSAO
    ADD WK-P-QTD TO WK-QTD-METAS
    IF WK-QTD-METAS = ZEROS
       MOVE "  (NONE)" TO REG-TXT
       PERFORM 026-GRAVA-LINHA
    END-IF.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
021-PERCORRE-VERSAO.

    MOVE ZEROS TO WK-P-QTD
    MOVE "F" TO FLG-EOF
    MOVE WK-P-VERSAO TO BSL-VERSAO
    MOVE WK-P-TIPO   TO BSL-TIPO
    MOVE ZEROS       TO BSL-OBJ-CODIGO BSL-SUB
    START FD-BSL
        KEY IS >= KEY1-BSL
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START

    PERFORM UNTIL EOF
       READ FD-BSL NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF BSL-VERSAO NOT = WK-P-VERSAO
                OR BSL-TIPO NOT = WK-P-TIPO
                MOVE "T" TO FLG-EOF
             ELSE
                PERFORM 022-PROCURA-OUTRA
                PERFORM 025-IMPRIME-DIFERENCA THRU 025-EXIT-IMPRIME-DIFERENCA
             END-IF
       END-READ
    END-PERFORM

    IF WK-P-QTD = ZEROS AND WK-P-TIPO = "O"
       MOVE "  (NONE)" TO REG-TXT
       PERFORM 026-GRAVA-LINHA
    END-IF.

021-EXIT-PERCORRE-VERSAO.
    EXIT.
*>----------------------------------------------------------------------
*> Same object/target in the other version? The scan row is kept in
*> WK-BSL-ATUAL and the file repositioned right after it.
022-PROCURA-OUTRA.

    MOVE REC-BSL TO WK-BSL-ATUAL
    MOVE "N" TO WK-ACHOU-OUTRA
    MOVE WK-P-OUTRA TO BSL-VERSAO
    READ FD-BSL
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "S" TO WK-ACHOU-OUTRA
            IF BSL-E-OBJETO
               MOVE BSL-O-NOME TO WK-OUTRA-NOME
            ELSE
               MOVE BSL-M-QTD-FISICA TO WK-OUTRA-QTD
               MOVE BSL-M-UNIDADE    TO WK-OUTRA-UNIDADE
               MOVE BSL-M-VALOR      TO WK-OUTRA-VALOR
            END-IF
    END-READ
    MOVE WK-BSL-ATUAL TO REC-BSL
    START FD-BSL
        KEY IS > KEY1-BSL
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START.

022-EXIT-PROCURA-OUTRA.
    EXIT.
*>----------------------------------------------------------------------
025-IMPRIME-DIFERENCA.

    EVALUATE WK-P-MODO
        WHEN "A"
        WHEN "R"
            IF WK-TEM-OUTRA
               GO TO 025-EXIT-IMPRIME-DIFERENCA
            END-IF
            ADD 1 TO WK-P-QTD
            MOVE SPACES TO REG-TXT
            IF BSL-E-OBJETO
               STRING "  " BSL-OBJ-CODIGO "  " BSL-O-NOME
                   DELIMITED BY SIZE INTO REG-TXT
               END-STRING
               PERFORM 026-GRAVA-LINHA
            ELSE
               MOVE "ADDED" TO REG-TXT(13:7)
               PERFORM 028-LINHA-META
            END-IF
        WHEN "N"
            IF NOT WK-TEM-OUTRA OR WK-OUTRA-NOME = BSL-O-NOME
               GO TO 025-EXIT-IMPRIME-DIFERENCA
            END-IF
            ADD 1 TO WK-P-QTD
            MOVE SPACES TO REG-TXT
            STRING "  " BSL-OBJ-CODIGO "  FROM: " BSL-O-NOME
                DELIMITED BY SIZE INTO REG-TXT
            END-STRING
            PERFORM 026-GRAVA-LINHA
            MOVE SPACES TO REG-TXT
            STRING "        TO:   " WK-OUTRA-NOME
                DELIMITED BY SIZE INTO REG-TXT
            END-STRING
            PERFORM 026-GRAVA-LINHA
        WHEN "C"
            IF NOT WK-TEM-OUTRA
               ADD 1 TO WK-P-QTD
               MOVE SPACES TO REG-TXT
               MOVE "REMOVED" TO REG-TXT(13:7)
               PERFORM 028-LINHA-META
               GO TO 025-EXIT-IMPRIME-DIFERENCA
            END-IF
            IF WK-OUTRA-QTD = BSL-M-QTD-FISICA
               AND WK-OUTRA-UNIDADE = BSL-M-UNIDADE
               AND WK-OUTRA-VALOR = BSL-M-VALOR
               GO TO 025-EXIT-IMPRIME-DIFERENCA
            END-IF
            ADD 1 TO WK-P-QTD
            MOVE SPACES TO REG-TXT
            MOVE "CHANGED" TO REG-TXT(13:7)
            MOVE "FROM"    TO REG-TXT(21:4)
            PERFORM 028-LINHA-META
            MOVE SPACES TO REG-TXT
            MOVE "TO"      TO REG-TXT(21:2)
            MOVE WK-OUTRA-QTD     TO BSL-M-QTD-FISICA
            MOVE WK-OUTRA-UNIDADE TO BSL-M-UNIDADE
            MOVE WK-OUTRA-VALOR   TO BSL-M-VALOR
            PERFORM 028-LINHA-META
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

025-EXIT-IMPRIME-DIFERENCA.
    EXIT.
*>----------------------------------------------------------------------
026-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

026-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
027-TITULO-SECAO.

    MOVE SPACES TO REG-TXT
    PERFORM 026-GRAVA-LINHA
    MOVE WK-MSG TO REG-TXT
    PERFORM 026-GRAVA-LINHA
    MOVE ALL "-" TO REG-TXT(1:60)
    PERFORM 026-GRAVA-LINHA.

027-EXIT-TITULO-SECAO.
    EXIT.
*>----------------------------------------------------------------------
*> Target line: 3 object, 8 year, 13 what, 21 from/to, 25 quantity,
*> 40 unit, 56 amount. The caller has set columns 13-24.
028-LINHA-META.

    MOVE BSL-OBJ-CODIGO   TO REG-TXT(3:4)
    MOVE BSL-SUB          TO REG-TXT(8:4)
    MOVE BSL-M-QTD-FISICA TO WK-QTD-ED
    MOVE WK-QTD-ED        TO REG-TXT(25:14)
    MOVE BSL-M-UNIDADE    TO REG-TXT(40:15)
    MOVE BSL-M-VALOR      TO WK-VALOR-ED
    MOVE "R$"             TO REG-TXT(56:2)
    MOVE WK-VALOR-ED      TO REG-TXT(59:21)
    PERFORM 026-GRAVA-LINHA.

028-EXIT-LINHA-META.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    MOVE SPACES TO REG-TXT
    PERFORM 026-GRAVA-LINHA
    STRING "OBJECTS ADDED: " WK-QTD-INCL "   REMOVED: " WK-QTD-EXCL
           "   RENAMED: " WK-QTD-RENOM "   TARGET DIFFERENCES: "
           WK-QTD-METAS
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 026-GRAVA-LINHA

    CLOSE FD-BSL

    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    IF NOT WK-E-SILENCIOSO
       MOVE "*** REPORT COMPLETE - SEE ppa_baseline_compare.txt ***"
           TO WK-MSG
       DISPLAY SS-MSG
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
090-ABORTA.

    IF NOT WK-E-SILENCIOSO
       DISPLAY SS-MSG
    END-IF
    STOP RUN.

090-EXIT-ABORTA.
    EXIT.
*>----------------------------------------------------------------------
