       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    run_variant.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Runs a saved report variant without a screen - the
*>           variant named in the VARIANT_NAME environment variable
*>           is prepared by the rptvariant service (dates resolved
*>           for today, parameters set) and its utility is started
*>           in its own directory exactly as the OPERATIONS console
*>           starts it. This is the command the REPORT VARIANTS
*>           screen puts on the job queue, and the one to give a
*>           JOB_SCHEDULE entry to run a variant on a calendar:
*>
*>               VARIANT_NAME=AUDIT-LOGINS ./run_variant
*>
*>           The utility's return code is passed back to the worker.
*>
*> Entrada...: REPORT_VARIANT.DAT
*>
*> Saida.....: whatever the utility writes, AUDIT_TRAIL.LOG
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  RPT VARIANTS   10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/audit_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/audit_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-AUD                        PIC  X(002) VALUE ZEROS.
01  WK-NAME                       PIC  X(015) VALUE SPACES.
01  WK-OS                         PIC  X(020) VALUE SPACES.
01  WK-USER                       PIC  X(020) VALUE SPACES.
01  WK-CMD                        PIC  X(100) VALUE SPACES.
01  WK-RC                         PIC S9(009) VALUE ZEROS.

*> Report variant service (src/rptvariant.cob) ------------------------
COPY "../cpy/rptvariant_ws.cpy".

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    CALL "setpaths" END-CALL
    PERFORM 010-INICIALIZA THRU 010-EXIT-INICIALIZA
    IF WK-RC = ZEROS
       PERFORM 020-PROCESSAMENTO THRU 020-EXIT-PROCESSAMENTO
    END-IF
    MOVE WK-RC TO RETURN-CODE
    STOP RUN.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    ACCEPT WK-NAME FROM ENVIRONMENT "VARIANT_NAME"
    MOVE FUNCTION UPPER-CASE(WK-NAME) TO WK-NAME
    ACCEPT WK-OS FROM ENVIRONMENT "OS"
    ACCEPT WK-USER FROM ENVIRONMENT "MENU_USER"
    IF WK-USER = SPACES
       ACCEPT WK-USER FROM USER NAME
    END-IF
    IF WK-NAME = SPACES
       DISPLAY "RUN_VARIANT: VARIANT_NAME NOT SET - NOTHING TO RUN"
       MOVE 8 TO WK-RC
       GO 010-EXIT-INICIALIZA
    END-IF
    INITIALIZE WK-RV-PARM
    MOVE WK-NAME TO WK-RV-NAME
    CALL "rptvariant" USING WK-RV-PARM END-CALL
    EVALUATE WK-RV-RC
        WHEN 0
            CONTINUE
        WHEN 4
            DISPLAY "RUN_VARIANT: NO VARIANT NAMED " WK-NAME
            MOVE 8 TO WK-RC
        WHEN 6
            DISPLAY "RUN_VARIANT: VARIANT " WK-NAME
                    " NAMES A UTILITY THAT CANNOT RUN UNATTENDED"
            MOVE 8 TO WK-RC
        WHEN OTHER
            DISPLAY "RUN_VARIANT: REPORT_VARIANT.DAT NOT AVAILABLE"
            MOVE 8 TO WK-RC
    END-EVALUATE.

010-EXIT-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> O UTILITARIO RODA NO PROPRIO DIRETORIO, SEM CONFIRMACOES, COMO
*> QUANDO O CONSOLE DE OPERACOES O DISPARA.
020-PROCESSAMENTO.

    DISPLAY "RUN_VARIANT: " WK-NAME " -> " FUNCTION TRIM(WK-RV-UTIL)
            " FROM " WK-RV-FROM " TO " WK-RV-TO
    PERFORM 030-GRAVA-AUDITORIA THRU 030-EXIT-GRAVA-AUDITORIA
    SET ENVIRONMENT "CARGA_SILENCIOSA" TO "S"
    SET ENVIRONMENT "SILENT_MODE" TO "Y"
    MOVE SPACES TO WK-CMD
    IF WK-OS = "Windows_NT"
       STRING "cd /d ..\" FUNCTION TRIM(WK-RV-DIR)
              " && " FUNCTION TRIM(WK-RV-PROG)
           DELIMITED BY SIZE INTO WK-CMD
       END-STRING
    ELSE
       STRING "cd ../" FUNCTION TRIM(WK-RV-DIR)
              " && ./" FUNCTION TRIM(WK-RV-PROG)
           DELIMITED BY SIZE INTO WK-CMD
       END-STRING
    END-IF
    CALL "SYSTEM" USING WK-CMD
    MOVE RETURN-CODE TO WK-RC
    DISPLAY "RUN_VARIANT: " WK-NAME " FINISHED, RC " WK-RC.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
030-GRAVA-AUDITORIA.

    INITIALIZE REC-AUDIT
    ACCEPT AUD-DATE FROM DATE YYYYMMDD
    ACCEPT AUD-TIME FROM TIME
    MOVE WK-USER TO AUD-USER
    MOVE "OPERATIONS" TO AUD-MODULE
    MOVE "VARIANT RUN" TO AUD-MENU-NAME
    MOVE WK-NAME TO AUD-MENU-ACTION
    OPEN EXTEND FILE_AUDIT
    IF ST-AUD = "35"
       OPEN OUTPUT FILE_AUDIT
    END-IF
    WRITE REC-AUDIT
    CLOSE FILE_AUDIT.

030-EXIT-GRAVA-AUDITORIA.
    EXIT.
*>----------------------------------------------------------------------
