       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    job_scheduler.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Calendar-driven front of the background job queue. Run
*>           once a day, every day - closed days included, so the
*>           skips get recorded - it walks JOB_SCHEDULE.DAT and
*>           resolves each active entry against the business
*>           calendar (HOLIDAY.DAT plus weekends). An entry due today
*>           on a business day is submitted into JOB_QUEUE.DAT for
*>           the jobworker; one due on a closed day is skipped, run
*>           anyway, or moved to the next or previous business day
*>           as the entry says. Everything submitted, skipped or
*>           moved goes to schedule_run.log. An entry is submitted
*>           at most once per day, so a second run is harmless.
*>           SCHED_DATE (CCYYMMDD) runs the calendar for another
*>           day, for a missed night.
*>           A command that is not a registered job of
*>           JOB_CATALOG.DAT is not queued - the worker would refuse
*>           it - and the refusal is logged as FAILED.
*>
*> Entrada...: JOB_SCHEDULE.DAT, HOLIDAY.DAT, JOB_CATALOG.DAT
*>
*> Saida.....: JOB_QUEUE.DAT, schedule_run.log, load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  SCHEDULER      10/15/26  DUMA      Primeira versao.
*>  JOB CATALOG    10/15/26  DUMA      Comando fora do catalogo de jobs
*>                                     nao e submetido.
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

COPY "../cpy/job_schedule_se.cpy".
COPY "../cpy/job_queue_se.cpy".
COPY "../cpy/holiday_se.cpy".
COPY "../cpy/sched_log_se.cpy".
COPY "../cpy/load_summary_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/job_schedule_fd.cpy".
COPY "../cpy/job_queue_fd.cpy".
COPY "../cpy/holiday_fd.cpy".
COPY "../cpy/sched_log_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-SCH                        PIC  9(002).
    88  SCH-FS-OK                             VALUE ZEROS.
77  ST-JOB                        PIC  9(002).
    88  JOB-FS-OK                             VALUE ZEROS.
    88  JOB-FS-NOT-EXIST                      VALUE 35.
77  ST-HOL                        PIC  9(002).
    88  HOL-FS-OK                             VALUE ZEROS.
77  ST-SCL                        PIC  X(002) VALUE ZEROS.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-HOL-OPEN                   PIC  X(001) VALUE "N".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-ENV-DATE                   PIC  X(008) VALUE SPACES.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-LIDOS                      PIC  9(006) VALUE ZEROS.
01  WK-SUBMETIDOS                 PIC  9(006) VALUE ZEROS.
01  WK-PULADOS                    PIC  9(006) VALUE ZEROS.
01  WK-NID-PARM.
    05 WK-NID-ENTITY              PIC  X(010).
    05 WK-NID-VALUE               PIC  9(005).
*> Calendar work fields -------------------------------------------------
01  WK-DIA                        PIC  9(008) VALUE ZEROS.
01  WK-DIA-R REDEFINES WK-DIA.
    05 WK-DIA-AAAAMM              PIC  9(006).
    05 WK-DIA-DD                  PIC  9(002).
01  WK-DIA-INT                    PIC  9(008) VALUE ZEROS.
01  WK-SEMANA                     PIC  9(001) VALUE ZEROS.
01  WK-UTIL                       PIC  X(001) VALUE "N".
01  WK-PREVISTO                   PIC  X(001) VALUE "N".
01  WK-PROX                       PIC  9(008) VALUE ZEROS.
01  WK-PROX-R REDEFINES WK-PROX.
    05 WK-PROX-AAAAMM             PIC  9(006).
    05 WK-PROX-DD                 PIC  9(002).
01  WK-CONTA-UTEIS                PIC  9(002) VALUE ZEROS.
01  WK-ALVO                       PIC  9(008) VALUE ZEROS.
01  WK-ALVO-UTIL                  PIC  X(001) VALUE "N".
01  WK-ORIGEM                     PIC  9(008) VALUE ZEROS.
01  WK-PASSOS                     PIC  9(002) VALUE ZEROS.
01  WK-DIAS-MES                   PIC  9(002) VALUE ZEROS.
01  WK-JOB-LOG                    PIC  9(006) VALUE ZEROS.
01  WK-CURSOR                     PIC  9(008) VALUE ZEROS.
01  WK-ACAO                       PIC  X(009) VALUE SPACES.
01  WK-DETALHE                    PIC  X(079) VALUE SPACES.
*> conferencia do comando contra o catalogo de jobs -------------------
COPY "../cpy/jobcat_ws.cpy".

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    CALL "setpaths" END-CALL
    PERFORM 010-INICIALIZA THRU 010-EXIT-INICIALIZA
    PERFORM 020-PROCESSAMENTO THRU 020-EXIT-PROCESSAMENTO
    PERFORM 030-FINALIZA THRU 030-EXIT-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    MOVE SPACES TO WK-ENV-DATE
    ACCEPT WK-ENV-DATE FROM ENVIRONMENT "SCHED_DATE"
    IF WK-ENV-DATE IS NUMERIC
       MOVE WK-ENV-DATE TO WK-DIA
       IF FUNCTION TEST-DATE-YYYYMMDD(WK-DIA) = 0
          MOVE WK-DIA TO WK-HOJE
       ELSE
          DISPLAY "JOB_SCHEDULER: SCHED_DATE " WK-ENV-DATE
                  " IS NOT A VALID DATE"
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF

    OPEN I-O FD-SCH
    IF NOT SCH-FS-OK
       DISPLAY "JOB_SCHEDULER: NO JOB_SCHEDULE.DAT - NOTHING TO SCHEDULE"
       STOP RUN
    END-IF
    OPEN INPUT FD-HOL
    IF HOL-FS-OK
       MOVE "S" TO WK-HOL-OPEN
    END-IF
    OPEN I-O FD-JOB
    IF JOB-FS-NOT-EXIST
       OPEN OUTPUT FD-JOB
       CLOSE FD-JOB
       OPEN I-O FD-JOB
    END-IF
    OPEN EXTEND FILE_SCHED_LOG
    IF ST-SCL = "35"
       OPEN OUTPUT FILE_SCHED_LOG
    END-IF.

010-EXIT-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> CADA ENTRADA ATIVA E AVALIADA PARA O DIA; A QUE JA FOI SUBMETIDA
*> HOJE NAO E AVALIADA DE NOVO.
020-PROCESSAMENTO.

    INITIALIZE REC-SCH
    MOVE ZEROS TO SCH-ID
    START FD-SCH
        KEY IS >= KEY1-SCH
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-SCH NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-LIDOS
             IF SCH-ACTIVE AND SCH-LAST-DATE NOT = WK-HOJE
                PERFORM 040-AVALIA-ENTRADA THRU 040-EXIT-AVALIA-ENTRADA
             END-IF
       END-READ
    END-PERFORM.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> PREVISTA PARA HOJE: DIA UTIL (OU "RODA ASSIM MESMO") SUBMETE;
*> DIA FECHADO PULA OU ANOTA QUE FOI MOVIDA. NAO PREVISTA PARA HOJE
*> MAS HOJE E UTIL: PROCURA A OCORRENCIA QUE CAIU NOS DIAS FECHADOS
*> ANTERIORES (REGRA N) OU SEGUINTES (REGRA P).
040-AVALIA-ENTRADA.

    MOVE WK-HOJE TO WK-DIA
    PERFORM 060-DIA-UTIL THRU 060-EXIT-DIA-UTIL
    MOVE WK-UTIL TO WK-ALVO-UTIL
    PERFORM 050-PREVISTO THRU 050-EXIT-PREVISTO

    IF WK-PREVISTO = "S"
       IF WK-ALVO-UTIL = "S" OR SCH-CL-RUN
          MOVE SPACES TO WK-DETALHE
          IF WK-ALVO-UTIL NOT = "S"
             MOVE "DUE ON A CLOSED DAY - RUN ANYWAY" TO WK-DETALHE
          END-IF
          PERFORM 070-SUBMETE THRU 070-EXIT-SUBMETE
          GO 040-EXIT-AVALIA-ENTRADA
       END-IF
       MOVE ZEROS TO WK-JOB-LOG
       EVALUATE TRUE
           WHEN SCH-CL-NEXT
               MOVE "MOVED" TO WK-ACAO
               MOVE "CLOSED DAY - MOVED TO THE NEXT BUSINESS DAY"
                 TO WK-DETALHE
           WHEN SCH-CL-PREVIOUS
               MOVE "MOVED" TO WK-ACAO
               MOVE "CLOSED DAY - RAN ON THE PREVIOUS BUSINESS DAY"
                 TO WK-DETALHE
           WHEN OTHER
               MOVE "SKIPPED" TO WK-ACAO
               MOVE "CLOSED DAY - RUN SKIPPED" TO WK-DETALHE
               ADD 1 TO WK-PULADOS
       END-EVALUATE
       PERFORM 080-GRAVA-LOG THRU 080-EXIT-GRAVA-LOG
       GO 040-EXIT-AVALIA-ENTRADA
    END-IF

    IF WK-ALVO-UTIL NOT = "S"
       GO 040-EXIT-AVALIA-ENTRADA
    END-IF
    MOVE ZEROS TO WK-ORIGEM
    EVALUATE TRUE
        WHEN SCH-CL-NEXT
            *> closed days just behind today
            MOVE WK-HOJE TO WK-CURSOR
            PERFORM 045-PROCURA-ATRAS THRU 045-EXIT-PROCURA-ATRAS
        WHEN SCH-CL-PREVIOUS
            *> closed days just ahead of today
            MOVE WK-HOJE TO WK-CURSOR
            PERFORM 046-PROCURA-FRENTE THRU 046-EXIT-PROCURA-FRENTE
    END-EVALUATE
    IF WK-ORIGEM NOT = ZEROS
       MOVE SPACES TO WK-DETALHE
       STRING "DUE " WK-ORIGEM " (CLOSED) - SHIFTED TO " WK-HOJE
           DELIMITED BY SIZE INTO WK-DETALHE
       END-STRING
       PERFORM 070-SUBMETE THRU 070-EXIT-SUBMETE
    END-IF.

040-EXIT-AVALIA-ENTRADA.
    EXIT.
*>----------------------------------------------------------------------
045-PROCURA-ATRAS.

    MOVE ZEROS TO WK-PASSOS
    PERFORM UNTIL WK-PASSOS > 14 OR WK-ORIGEM NOT = ZEROS
       ADD 1 TO WK-PASSOS
       COMPUTE WK-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WK-CURSOR) - WK-PASSOS)
       END-COMPUTE
       PERFORM 060-DIA-UTIL THRU 060-EXIT-DIA-UTIL
       IF WK-UTIL = "S"
          GO 045-EXIT-PROCURA-ATRAS
       END-IF
       PERFORM 050-PREVISTO THRU 050-EXIT-PREVISTO
       IF WK-PREVISTO = "S"
          MOVE WK-DIA TO WK-ORIGEM
       END-IF
    END-PERFORM.

045-EXIT-PROCURA-ATRAS.
    EXIT.
*>----------------------------------------------------------------------
046-PROCURA-FRENTE.

    MOVE ZEROS TO WK-PASSOS
    PERFORM UNTIL WK-PASSOS > 14 OR WK-ORIGEM NOT = ZEROS
       ADD 1 TO WK-PASSOS
       COMPUTE WK-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WK-CURSOR) + WK-PASSOS)
       END-COMPUTE
       PERFORM 060-DIA-UTIL THRU 060-EXIT-DIA-UTIL
       IF WK-UTIL = "S"
          GO 046-EXIT-PROCURA-FRENTE
       END-IF
       PERFORM 050-PREVISTO THRU 050-EXIT-PREVISTO
       IF WK-PREVISTO = "S"
          MOVE WK-DIA TO WK-ORIGEM
       END-IF
    END-PERFORM.

046-EXIT-PROCURA-FRENTE.
    EXIT.
*>----------------------------------------------------------------------
*> A ENTRADA CORRENTE E PREVISTA PARA WK-DIA PELA SUA FREQUENCIA?
*> (WK-UTIL JA DEVE ESTAR CALCULADO PARA WK-DIA.)
050-PREVISTO.

    MOVE "N" TO WK-PREVISTO
    EVALUATE TRUE
        WHEN SCH-DAILY
            MOVE "S" TO WK-PREVISTO
        WHEN SCH-BUSINESS-DAYS
            MOVE WK-UTIL TO WK-PREVISTO
        WHEN SCH-WEEKLY
            IF WK-SEMANA = SCH-WEEKDAY
               MOVE "S" TO WK-PREVISTO
            END-IF
        WHEN SCH-MONTH-END
            COMPUTE WK-PROX = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-DIA) + 1)
            END-COMPUTE
            IF WK-PROX-AAAAMM NOT = WK-DIA-AAAAMM
               MOVE "S" TO WK-PREVISTO
            END-IF
        WHEN SCH-NTH-BUSINESS
            IF WK-UTIL = "S"
               PERFORM 055-CONTA-UTEIS THRU 055-EXIT-CONTA-UTEIS
               IF WK-CONTA-UTEIS = SCH-NTH
                  MOVE "S" TO WK-PREVISTO
               END-IF
            END-IF
    END-EVALUATE.

050-EXIT-PREVISTO.
    EXIT.
*>----------------------------------------------------------------------
*> QUANTOS DIAS UTEIS DO DIA 1 DO MES ATE WK-DIA, INCLUSIVE.
055-CONTA-UTEIS.

    MOVE WK-DIA TO WK-ALVO
    MOVE ZEROS TO WK-CONTA-UTEIS
    MOVE WK-DIA-DD TO WK-DIAS-MES
    MOVE 01 TO WK-DIA-DD
    PERFORM WK-DIAS-MES TIMES
       PERFORM 060-DIA-UTIL THRU 060-EXIT-DIA-UTIL
       IF WK-UTIL = "S"
          ADD 1 TO WK-CONTA-UTEIS
       END-IF
       ADD 1 TO WK-DIA-DD
    END-PERFORM
    MOVE WK-ALVO TO WK-DIA
    PERFORM 060-DIA-UTIL THRU 060-EXIT-DIA-UTIL.

055-EXIT-CONTA-UTEIS.
    EXIT.
*>----------------------------------------------------------------------
*> DIA UTIL: SEGUNDA A SEXTA SEM LINHA NO HOLIDAY.DAT (QUALQUER
*> REGRA - "COMO DOMINGO" OU FECHADO - TIRA O DIA DO CALENDARIO).
060-DIA-UTIL.

    MOVE "S" TO WK-UTIL
    COMPUTE WK-DIA-INT = FUNCTION INTEGER-OF-DATE(WK-DIA) END-COMPUTE
    COMPUTE WK-SEMANA = FUNCTION MOD(WK-DIA-INT - 1, 7) + 1
    END-COMPUTE
    IF WK-SEMANA > 5
       MOVE "N" TO WK-UTIL
       GO 060-EXIT-DIA-UTIL
    END-IF
    IF WK-HOL-OPEN = "S"
       MOVE WK-DIA TO HOL-DATE
       READ FD-HOL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "N" TO WK-UTIL
       END-READ
    END-IF.

060-EXIT-DIA-UTIL.
    EXIT.
*>----------------------------------------------------------------------
*> UMA ENTRADA NA FILA DE JOBS, COMO A TELA JOBQUEUE FAZ, E A MARCA
*> DE SUBMETIDA HOJE NA PROPRIA ENTRADA DA AGENDA.
070-SUBMETE.

    ACCEPT WK-AGORA FROM TIME
    INITIALIZE WK-JC-PARM
    MOVE "M" TO WK-JC-OP
    MOVE SCH-CMD TO WK-JC-CMD
    CALL "jobcat" USING WK-JC-PARM END-CALL
    IF WK-JC-OK NOT = "Y"
       MOVE "FAILED" TO WK-ACAO
       MOVE ZEROS TO WK-JOB-LOG
       MOVE SPACES TO WK-DETALHE
       STRING FUNCTION TRIM(WK-JC-MESSAGE) " - NOT QUEUED"
           DELIMITED BY SIZE INTO WK-DETALHE
       END-STRING
       PERFORM 080-GRAVA-LOG THRU 080-EXIT-GRAVA-LOG
       GO 070-EXIT-SUBMETE
    END-IF
    INITIALIZE REC-JOB
    MOVE "JOB" TO WK-NID-ENTITY
    CALL "nextid" USING WK-NID-PARM END-CALL
    MOVE WK-NID-VALUE TO JOB-ID
    MOVE "W" TO JOB-STATE
    MOVE SCH-CMD TO JOB-CMD
    MOVE "SCHEDULER" TO JOB-SUBMITTER
    ACCEPT JOB-SUB-DATE FROM DATE YYYYMMDD
    MOVE WK-AGORA TO JOB-SUB-TIME
    MOVE ZEROS TO JOB-START-DATE JOB-START-TIME
                  JOB-END-DATE JOB-END-TIME JOB-RC
    MOVE SPACES TO JOB-SUMMARY
    WRITE REC-JOB
        INVALID KEY
            MOVE "FAILED" TO WK-ACAO
            MOVE ZEROS TO WK-JOB-LOG
            MOVE SPACES TO WK-DETALHE
            STRING "JOB ID " JOB-ID " ALREADY IN USE - NOT QUEUED"
                DELIMITED BY SIZE INTO WK-DETALHE
            END-STRING
            PERFORM 080-GRAVA-LOG THRU 080-EXIT-GRAVA-LOG
            GO 070-EXIT-SUBMETE
    END-WRITE
    ADD 1 TO WK-SUBMETIDOS
    MOVE WK-HOJE TO SCH-LAST-DATE
    MOVE JOB-ID TO SCH-LAST-JOB
    REWRITE REC-SCH
        INVALID KEY
            CONTINUE
    END-REWRITE
    MOVE "SUBMITTED" TO WK-ACAO
    MOVE JOB-ID TO WK-JOB-LOG
    PERFORM 080-GRAVA-LOG THRU 080-EXIT-GRAVA-LOG.

070-EXIT-SUBMETE.
    EXIT.
*>----------------------------------------------------------------------
080-GRAVA-LOG.

    MOVE SPACES TO REC-SCL
    MOVE WK-HOJE TO SCL-RUN-DATE
    ACCEPT SCL-TIME FROM TIME
    MOVE SCH-ID TO SCL-SCH-ID
    MOVE WK-ACAO TO SCL-ACTION
    MOVE WK-JOB-LOG TO SCL-JOB-ID
    MOVE SCH-NAME TO SCL-NAME
    MOVE WK-DETALHE TO SCL-DETAIL
    WRITE REC-SCL
    DISPLAY "JOB_SCHEDULER: " SCH-ID " " WK-ACAO " " SCH-NAME.

080-EXIT-GRAVA-LOG.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-SCH FD-JOB FILE_SCHED_LOG
    IF WK-HOL-OPEN = "S"
       CLOSE FD-HOL
    END-IF
    PERFORM 940-GRAVA-RESUMO-CARGA THRU 940-EXIT-GRAVA-RESUMO-CARGA
    DISPLAY "JOB_SCHEDULER: " WK-HOJE " ENTRIES READ: " WK-LIDOS
            " SUBMITTED: " WK-SUBMETIDOS " SKIPPED: " WK-PULADOS
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA NO LOAD_SUMMARY.LOG POR EXECUCAO, COMO OS CARREGADORES.
940-GRAVA-RESUMO-CARGA.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "JOB_SCHEDULER" TO LDS-PROGRAM
    MOVE WK-LIDOS TO LDS-READS
    MOVE WK-SUBMETIDOS TO LDS-WRITES
    MOVE WK-PULADOS TO LDS-REJECTS

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

940-EXIT-GRAVA-RESUMO-CARGA.
    EXIT.
*>----------------------------------------------------------------------
