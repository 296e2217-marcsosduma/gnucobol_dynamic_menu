*>           no waiting entry is left - run it from cron or from
*>           the job plan as often as the shop likes; two workers
*>           at once are kept apart by the running mark.
*>           Only registered jobs run: a command line that is not a
*>           JOB_CATALOG.DAT template filled with valid values is
*>           never handed to the shell - the entry is closed failed
*>           with the reason in its summary.
*>
*> Entrada...: JOB_QUEUE.DAT, JOB_CATALOG.DAT
*>
*> Saida.....: the same file, states advanced
*>
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  JOB QUEUE      09/02/26  DUMA      Primeira versao.
*>  JOB CATALOG    10/15/26  DUMA      Recusa entrada que nao confere
*>                                     com o catalogo de jobs.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
01  WK-CMD                        PIC  X(200) VALUE SPACES.
01  WK-RC                         PIC S9(009) VALUE ZEROS.
01  WK-RAN                        PIC  9(004) VALUE ZEROS.
01  WK-REFUSED                    PIC  X(001) VALUE "N".
*> conferencia do comando contra o catalogo de jobs -------------------
COPY "../cpy/jobcat_ws.cpy".

*>----------------------------------------------------------------------
PROCEDURE DIVISION.
*>----------------------------------------------------------------------
030-EXECUTA.

    *> so comando de job registrado vai para o shell
    INITIALIZE WK-JC-PARM
    MOVE "M" TO WK-JC-OP
    MOVE WK-CMD TO WK-JC-CMD
    CALL "jobcat" USING WK-JC-PARM END-CALL
    IF WK-JC-OK = "Y"
       MOVE "N" TO WK-REFUSED
       DISPLAY "JOBWORKER: RUNNING JOB " WK-PICKED
               " (" FUNCTION TRIM(WK-JC-CODE) ")"
       CALL "SYSTEM" USING WK-CMD
       MOVE RETURN-CODE TO WK-RC
       ADD 1 TO WK-RAN
    ELSE
       MOVE "Y" TO WK-REFUSED
       MOVE 16 TO WK-RC
       DISPLAY "JOBWORKER: JOB " WK-PICKED " REFUSED - "
               FUNCTION TRIM(WK-JC-MESSAGE)
    END-IF
    OPEN I-O FD-JOB
    IF NOT JOB-FS-OK
       GO 030-EXIT-EXECUTA
            ACCEPT JOB-END-TIME FROM TIME
            MOVE WK-RC TO JOB-RC
            MOVE SPACES TO JOB-SUMMARY
            EVALUATE TRUE
                WHEN WK-REFUSED = "Y"
                    MOVE "F" TO JOB-STATE
                    STRING "REFUSED: " WK-JC-MESSAGE
                        DELIMITED BY SIZE INTO JOB-SUMMARY
                    END-STRING
                WHEN WK-RC = 0
                    MOVE "D" TO JOB-STATE
                    STRING "COMPLETED NORMALLY, RC 0"
                        DELIMITED BY SIZE INTO JOB-SUMMARY
                    END-STRING
                WHEN OTHER
                    MOVE "F" TO JOB-STATE
                    STRING "FAILED WITH RC " WK-RC
                        DELIMITED BY SIZE INTO JOB-SUMMARY
                    END-STRING
            END-EVALUATE
            REWRITE REC-JOB
                INVALID KEY
                    CONTINUE
