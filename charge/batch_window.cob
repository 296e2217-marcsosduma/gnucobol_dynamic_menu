       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    batch_window.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Nightly batch window. Closes online sign-on, runs the
*>           job plan through the sequencer and reopens sign-on by
*>           itself when the chain ends cleanly - nobody has to stay
*>           up to shut the terminals out and let them back in.
*>           BATCHWIN_OP selects the operation:
*>             RUN     (default) closing notice to the live sessions
*>                     (the menu shows it from BATCH_WINDOW.CTL),
*>                     BATCHGRACEMIN minutes of grace (SYSPARM.DAT,
*>                     default 10), every session still on is forced
*>                     off, the chain runs (BATCHWIN_CMD, default
*>                     ./sequencer, in silent mode) and sign-on is
*>                     reopened on RC 0. A failed chain leaves sign-on
*>                     closed, an open entry in the operations journal
*>                     and a notice to MAIL_OPERATIONS.
*>             OPEN    operator reopen after a failed chain; the open
*>                     batch-window entries of the journal are closed.
*>             STATUS  shows the current state of the window.
*>           While the window is closed validate_usr refuses new
*>           non-administrative sign-ons. Every close and reopen is
*>           entered in SHIFT_JOURNAL.DAT (category BATCHWIN).
*>
*> Entrada...: batch_window.ctl, session.dat, sysparm.dat
*>
*> Saida.....: batch_window.ctl, session.dat (force-off flags),
*>             shift_journal.dat, mail_outbound.txt
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  BATCH WINDOW   10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/batch_window_se.cpy".
COPY "../cpy/session_se.cpy".
COPY "../cpy/shift_journal_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/batch_window_fd.cpy".
COPY "../cpy/session_fd.cpy".
COPY "../cpy/shift_journal_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-BWC                        PIC  X(002) VALUE ZEROS.
77  ST-SES                        PIC  9(002).
    88  SES-FS-OK                             VALUE ZEROS.
77  ST-SJR                        PIC  9(002).
    88  SJR-FS-OK                             VALUE ZEROS.
    88  SJR-FS-NOT-EXIST                      VALUE 35.
COPY "../cpy/notifyq_ws.cpy".
COPY "../cpy/syslog_ws.cpy".
COPY "../cpy/getparm_ws.cpy".
01  WK-NID-PARM.
    05 WK-NID-ENTITY              PIC  X(010).
    05 WK-NID-VALUE               PIC  9(005).

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-OPERACAO                   PIC  X(006) VALUE SPACES.
    88  WK-OP-RUN                             VALUE "RUN" SPACES.
    88  WK-OP-OPEN                            VALUE "OPEN".
    88  WK-OP-STATUS                          VALUE "STATUS".
01  WK-OPERATOR                   PIC  X(020) VALUE SPACES.
01  WK-COMANDO                    PIC  X(200) VALUE SPACES.
01  WK-RC                         PIC S9(009) VALUE ZEROS.
01  WK-RC-ED                      PIC  -(08)9.
01  WK-ESTADO-ANT                 PIC  X(001) VALUE SPACES.
01  WK-FORCED                     PIC  9(005) VALUE ZEROS.
01  WK-FORCED-ED                  PIC  ZZZZ9.
01  WK-REOPENED                   PIC  9(005) VALUE ZEROS.

*> Grace period ------------------------------------------------------
01  WK-GRACE-MIN                  PIC  9(004) VALUE 10.
01  WK-GRACE-ED                   PIC  ZZZ9.
01  WK-SLEEP-NS                   PIC  9(012) VALUE 30000000000.
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-AGORA-R REDEFINES WK-AGORA.
    05 WK-AG-HH                   PIC  9(002).
    05 WK-AG-MM                   PIC  9(002).
    05 WK-AG-SS                   PIC  9(002).
    05 FILLER                     PIC  9(002).
01  WK-SEC-AGORA                  PIC  9(012) VALUE ZEROS.
01  WK-SEC-FIM                    PIC  9(012) VALUE ZEROS.
01  WK-SEC-DIA                    PIC  9(005) VALUE ZEROS.
01  WK-FIM-HH                     PIC  9(002) VALUE ZEROS.
01  WK-FIM-MM                     PIC  9(002) VALUE ZEROS.
01  WK-FIM-SS                     PIC  9(002) VALUE ZEROS.
01  WK-FIM-HHMM                   PIC  X(005) VALUE SPACES.

*> Operations journal entry --------------------------------------------
01  WK-JRN-TEXT                   PIC  X(060) VALUE SPACES.
01  WK-JRN-OPEN                   PIC  X(001) VALUE "C".
01  WK-MSG                        PIC  X(080) VALUE SPACES.

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA THRU 010-FIM-INICIALIZA

    EVALUATE TRUE
       WHEN WK-OP-OPEN
          PERFORM 060-REABRE-OPERADOR THRU 060-EXIT-REABRE-OPERADOR
       WHEN WK-OP-STATUS
          PERFORM 070-MOSTRA-ESTADO THRU 070-EXIT-MOSTRA-ESTADO
       WHEN WK-OP-RUN
          PERFORM 020-FECHA-LOGON THRU 020-EXIT-FECHA-LOGON
          PERFORM 040-EXECUTA-PLANO THRU 040-EXIT-EXECUTA-PLANO
          PERFORM 050-ENCERRA-JANELA THRU 050-EXIT-ENCERRA-JANELA
       WHEN OTHER
          DISPLAY "BATCH_WINDOW: UNKNOWN BATCHWIN_OP " WK-OPERACAO
                  " - USE RUN, OPEN OR STATUS"
          MOVE 8 TO RETURN-CODE
    END-EVALUATE

    STOP RUN.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    CALL "setpaths" END-CALL
    MOVE SPACES TO WK-OPERACAO
    ACCEPT WK-OPERACAO FROM ENVIRONMENT "BATCHWIN_OP"
    MOVE FUNCTION UPPER-CASE(WK-OPERACAO) TO WK-OPERACAO
    MOVE SPACES TO WK-OPERATOR
    ACCEPT WK-OPERATOR FROM USER NAME
    IF WK-OPERATOR = SPACES
       MOVE "BATCH_WINDOW" TO WK-OPERATOR
    END-IF

    MOVE "BATCHGRACEMIN" TO WK-GP-KEY
    MOVE WK-GRACE-MIN TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-GRACE-MIN

    MOVE SPACES TO WK-COMANDO
    ACCEPT WK-COMANDO FROM ENVIRONMENT "BATCHWIN_CMD"
    IF WK-COMANDO = SPACES
       MOVE "./sequencer" TO WK-COMANDO
    END-IF

    PERFORM 090-LE-CONTROLE THRU 090-EXIT-LE-CONTROLE
    MOVE BWC-STATE TO WK-ESTADO-ANT.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> CLOSING NOTICE, GRACE PERIOD AND FORCE-OFF. A WINDOW ALREADY CLOSED
*> (A RERUN AFTER A FAILED CHAIN) GOES STRAIGHT TO THE FORCE-OFF - THE
*> ONLY SESSIONS LEFT ARE ADMINISTRATORS WHO SIGNED ON SINCE.
020-FECHA-LOGON.

    IF BWC-IS-BATCH OR BWC-IS-FAILED
       GO 025-FORCA-SAIDA
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    COMPUTE WK-SEC-AGORA = FUNCTION INTEGER-OF-DATE(WK-HOJE) * 86400
                         + WK-AG-HH * 3600 + WK-AG-MM * 60 + WK-AG-SS
    COMPUTE WK-SEC-FIM = WK-SEC-AGORA + WK-GRACE-MIN * 60
    COMPUTE WK-SEC-DIA = FUNCTION MOD(WK-SEC-FIM, 86400)
    COMPUTE WK-FIM-HH = WK-SEC-DIA / 3600
    COMPUTE WK-FIM-MM = (WK-SEC-DIA - WK-FIM-HH * 3600) / 60
    COMPUTE WK-FIM-SS = WK-SEC-DIA - WK-FIM-HH * 3600 - WK-FIM-MM * 60
    MOVE SPACES TO WK-FIM-HHMM
    STRING WK-FIM-HH ":" WK-FIM-MM DELIMITED BY SIZE INTO WK-FIM-HHMM
    END-STRING

    INITIALIZE REC-BWC
    MOVE "W" TO BWC-STATE
    MOVE WK-HOJE TO BWC-CHG-DATE
    MOVE WK-AGORA TO BWC-CHG-TIME
    COMPUTE BWC-GRACE-DATE = FUNCTION DATE-OF-INTEGER(WK-SEC-FIM / 86400)
    COMPUTE BWC-GRACE-TIME = WK-FIM-HH * 1000000 + WK-FIM-MM * 10000
                           + WK-FIM-SS * 100
    MOVE WK-OPERATOR TO BWC-CHANGED-BY
    MOVE "CLOSING FOR THE NIGHTLY BATCH" TO BWC-REASON
    PERFORM 092-GRAVA-CONTROLE THRU 092-EXIT-GRAVA-CONTROLE

    MOVE WK-GRACE-MIN TO WK-GRACE-ED
    MOVE SPACES TO WK-JRN-TEXT
    STRING "SIGN-ON CLOSING FOR BATCH - GRACE "
           FUNCTION TRIM(WK-GRACE-ED) " MIN, OFF AT " WK-FIM-HHMM
        DELIMITED BY SIZE INTO WK-JRN-TEXT
    END-STRING
    MOVE "C" TO WK-JRN-OPEN
    PERFORM 080-GRAVA-DIARIO THRU 080-EXIT-GRAVA-DIARIO
    DISPLAY "BATCH_WINDOW: " WK-JRN-TEXT

    *> the live sessions see the notice on their next menu pass; the
    *> wait is in short naps so the clock, not the nap, ends it
    PERFORM UNTIL WK-SEC-AGORA >= WK-SEC-FIM
       CALL "CBL_GC_NANOSLEEP" USING WK-SLEEP-NS END-CALL
       ACCEPT WK-HOJE FROM DATE YYYYMMDD
       ACCEPT WK-AGORA FROM TIME
       COMPUTE WK-SEC-AGORA = FUNCTION INTEGER-OF-DATE(WK-HOJE) * 86400
                            + WK-AG-HH * 3600 + WK-AG-MM * 60 + WK-AG-SS
    END-PERFORM.

025-FORCA-SAIDA.

    MOVE ZEROS TO WK-FORCED
    OPEN I-O FD-SES
    IF SES-FS-OK
       MOVE ZEROS TO SES-PID
       START FD-SES
           KEY IS >= KEY1-SES
           INVALID KEY
               MOVE "T" TO FLG-EOF
       END-START
       PERFORM UNTIL EOF
          READ FD-SES NEXT
             AT END
                MOVE "T" TO FLG-EOF
             NOT AT END
                IF NOT SES-IS-FORCED
                   MOVE "Y" TO SES-FORCE-OFF
                   REWRITE REC-SES
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WK-FORCED
                END-IF
          END-READ
       END-PERFORM
       CLOSE FD-SES
       MOVE "F" TO FLG-EOF
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    INITIALIZE REC-BWC
    MOVE "B" TO BWC-STATE
    MOVE WK-HOJE TO BWC-CHG-DATE
    MOVE WK-AGORA TO BWC-CHG-TIME
    MOVE WK-OPERATOR TO BWC-CHANGED-BY
    MOVE "CLOSED - NIGHTLY BATCH RUNNING" TO BWC-REASON
    PERFORM 092-GRAVA-CONTROLE THRU 092-EXIT-GRAVA-CONTROLE

    MOVE WK-FORCED TO WK-FORCED-ED
    MOVE SPACES TO WK-JRN-TEXT
    STRING "SIGN-ON CLOSED FOR BATCH - "
           FUNCTION TRIM(WK-FORCED-ED) " SESSION(S) FORCED OFF"
        DELIMITED BY SIZE INTO WK-JRN-TEXT
    END-STRING
    MOVE "C" TO WK-JRN-OPEN
    PERFORM 080-GRAVA-DIARIO THRU 080-EXIT-GRAVA-DIARIO
    DISPLAY "BATCH_WINDOW: " WK-JRN-TEXT.

020-EXIT-FECHA-LOGON.
    EXIT.
*>----------------------------------------------------------------------
*> THE CHAIN RUNS SILENT - NO CONFIRMATION SCREEN, AND A RESUMED PLAN
*> PICKS UP AFTER ITS LAST GOOD STEP AS ALWAYS.
040-EXECUTA-PLANO.

    SET ENVIRONMENT "CARGA_SILENCIOSA" TO "S"
    DISPLAY "BATCH_WINDOW: RUNNING " FUNCTION TRIM(WK-COMANDO)
    CALL "SYSTEM" USING WK-COMANDO END-CALL
    MOVE RETURN-CODE TO WK-RC
    MOVE 0 TO RETURN-CODE.

040-EXIT-EXECUTA-PLANO.
    EXIT.
*>----------------------------------------------------------------------
*> CLEAN CHAIN: SIGN-ON REOPENS BY ITSELF. FAILED CHAIN: THE WINDOW
*> STAYS SHUT UNTIL AN OPERATOR RUNS BATCHWIN_OP=OPEN, AND THE NEXT
*> SHIFT FINDS AN OPEN ENTRY IN THE JOURNAL.
050-ENCERRA-JANELA.

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    INITIALIZE REC-BWC
    MOVE WK-HOJE TO BWC-CHG-DATE
    MOVE WK-AGORA TO BWC-CHG-TIME
    MOVE WK-OPERATOR TO BWC-CHANGED-BY
    MOVE WK-RC TO WK-RC-ED
    MOVE SPACES TO WK-JRN-TEXT

    IF WK-RC = 0
       MOVE "O" TO BWC-STATE
       MOVE "REOPENED - BATCH CHAIN ENDED CLEANLY" TO BWC-REASON
       PERFORM 092-GRAVA-CONTROLE THRU 092-EXIT-GRAVA-CONTROLE
       MOVE "SIGN-ON REOPENED - BATCH CHAIN ENDED CLEANLY" TO WK-JRN-TEXT
       MOVE "C" TO WK-JRN-OPEN
       PERFORM 080-GRAVA-DIARIO THRU 080-EXIT-GRAVA-DIARIO
       DISPLAY "BATCH_WINDOW: " WK-JRN-TEXT
       GO 050-EXIT-ENCERRA-JANELA
    END-IF

    MOVE "F" TO BWC-STATE
    STRING "CLOSED - BATCH CHAIN FAILED RC "
           FUNCTION TRIM(WK-RC-ED)
        DELIMITED BY SIZE INTO BWC-REASON
    END-STRING
    PERFORM 092-GRAVA-CONTROLE THRU 092-EXIT-GRAVA-CONTROLE
    STRING "BATCH CHAIN FAILED (RC " FUNCTION TRIM(WK-RC-ED)
           ") - SIGN-ON STAYS CLOSED"
        DELIMITED BY SIZE INTO WK-JRN-TEXT
    END-STRING
    MOVE "O" TO WK-JRN-OPEN
    PERFORM 080-GRAVA-DIARIO THRU 080-EXIT-GRAVA-DIARIO
    DISPLAY "BATCH_WINDOW: " WK-JRN-TEXT

    INITIALIZE WK-NTF-PARM
    ACCEPT WK-NTF-RECIPIENT FROM ENVIRONMENT "MAIL_OPERATIONS"
    MOVE "BATCH CHAIN FAILED - ONLINE SIGN-ON STILL CLOSED"
      TO WK-NTF-SUBJECT
    MOVE SPACES TO WK-NTF-BODY
    STRING FUNCTION TRIM(WK-JRN-TEXT)
           " - FIX THE FAILED STEP (SEE sequencer_run.log), RERUN OR"
           " REOPEN WITH BATCHWIN_OP=OPEN"
        DELIMITED BY SIZE INTO WK-NTF-BODY
    END-STRING
    CALL "notifyq" USING WK-NTF-PARM END-CALL
    INITIALIZE WK-SL-PARM
    MOVE "err" TO WK-SL-SEVERITY
    MOVE WK-NTF-BODY TO WK-SL-MESSAGE
    CALL "syslogout" USING WK-SL-PARM END-CALL
    MOVE 8 TO RETURN-CODE.

050-EXIT-ENCERRA-JANELA.
    EXIT.
*>----------------------------------------------------------------------
*> OPERATOR REOPEN: THE WINDOW GOES BACK TO OPEN AND EVERY OPEN
*> BATCH-WINDOW ITEM OF THE JOURNAL IS CLOSED, SO THE NEXT SHIFT IS
*> NOT LEFT CHASING A FAILURE SOMEONE ALREADY DEALT WITH.
060-REABRE-OPERADOR.

    IF BWC-IS-OPEN
       DISPLAY "BATCH_WINDOW: SIGN-ON IS ALREADY OPEN"
       GO 060-EXIT-REABRE-OPERADOR
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    INITIALIZE REC-BWC
    MOVE "O" TO BWC-STATE
    MOVE WK-HOJE TO BWC-CHG-DATE
    MOVE WK-AGORA TO BWC-CHG-TIME
    MOVE WK-OPERATOR TO BWC-CHANGED-BY
    MOVE "REOPENED BY THE OPERATOR" TO BWC-REASON
    PERFORM 092-GRAVA-CONTROLE THRU 092-EXIT-GRAVA-CONTROLE

    MOVE ZEROS TO WK-REOPENED
    OPEN I-O FD-SJR
    IF SJR-FS-OK
       MOVE ZEROS TO SJR-ID
       START FD-SJR
           KEY IS >= KEY1-SJR
           INVALID KEY
               MOVE "T" TO FLG-EOF
       END-START
       PERFORM UNTIL EOF
          READ FD-SJR NEXT
             AT END
                MOVE "T" TO FLG-EOF
             NOT AT END
                IF SJR-IS-OPEN AND SJR-CATEGORY = "BATCHWIN"
                   MOVE "C" TO SJR-OPEN
                   MOVE WK-HOJE TO SJR-CLOSED-DATE
                   REWRITE REC-SJR
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WK-REOPENED
                END-IF
          END-READ
       END-PERFORM
       CLOSE FD-SJR
       MOVE "F" TO FLG-EOF
    END-IF

    MOVE SPACES TO WK-JRN-TEXT
    EVALUATE WK-ESTADO-ANT
       WHEN "F"
          MOVE "SIGN-ON REOPENED BY OPERATOR AFTER FAILED CHAIN"
            TO WK-JRN-TEXT
       WHEN OTHER
          MOVE "SIGN-ON REOPENED BY OPERATOR" TO WK-JRN-TEXT
    END-EVALUATE
    MOVE "C" TO WK-JRN-OPEN
    PERFORM 080-GRAVA-DIARIO THRU 080-EXIT-GRAVA-DIARIO
    DISPLAY "BATCH_WINDOW: " WK-JRN-TEXT.

060-EXIT-REABRE-OPERADOR.
    EXIT.
*>----------------------------------------------------------------------
070-MOSTRA-ESTADO.

    EVALUATE TRUE
       WHEN BWC-IS-CLOSING
          MOVE "CLOSING - GRACE PERIOD RUNNING" TO WK-MSG
       WHEN BWC-IS-BATCH
          MOVE "CLOSED - BATCH CHAIN RUNNING" TO WK-MSG
       WHEN BWC-IS-FAILED
          MOVE "CLOSED - BATCH CHAIN FAILED, WAITING FOR AN OPERATOR"
            TO WK-MSG
       WHEN OTHER
          MOVE "OPEN" TO WK-MSG
    END-EVALUATE
    DISPLAY "BATCH_WINDOW: SIGN-ON " FUNCTION TRIM(WK-MSG)
    IF BWC-CHG-DATE NOT = ZEROS
       DISPLAY "              SINCE " BWC-CHG-DATE " " BWC-CHG-TIME(1:4)
               " BY " FUNCTION TRIM(BWC-CHANGED-BY)
               " - " FUNCTION TRIM(BWC-REASON)
    END-IF.

070-EXIT-MOSTRA-ESTADO.
    EXIT.
*>----------------------------------------------------------------------
*> ONE ENTRY IN THE OPERATIONS JOURNAL PER OPEN / CLOSE. INFORMATION
*> ENTRIES ARE WRITTEN ALREADY CLOSED; A FAILURE STAYS OPEN.
080-GRAVA-DIARIO.

    OPEN I-O FD-SJR
    IF SJR-FS-NOT-EXIST
       OPEN OUTPUT FD-SJR
       CLOSE FD-SJR
       OPEN I-O FD-SJR
    END-IF
    IF NOT SJR-FS-OK
       DISPLAY "BATCH_WINDOW: SHIFT_JOURNAL.DAT NOT AVAILABLE (" ST-SJR ")"
       GO 080-EXIT-GRAVA-DIARIO
    END-IF
    INITIALIZE REC-SJR
    MOVE "SHIFTJRN" TO WK-NID-ENTITY
    CALL "nextid" USING WK-NID-PARM END-CALL
    MOVE WK-NID-VALUE TO SJR-ID
    ACCEPT SJR-DATE FROM DATE YYYYMMDD
    ACCEPT SJR-TIME FROM TIME
    MOVE WK-OPERATOR TO SJR-OPERATOR
    MOVE "BATCHWIN" TO SJR-CATEGORY
    MOVE WK-JRN-TEXT TO SJR-TEXT
    MOVE WK-JRN-OPEN TO SJR-OPEN
    IF SJR-IS-CLOSED
       MOVE SJR-DATE TO SJR-CLOSED-DATE
    ELSE
       MOVE ZEROS TO SJR-CLOSED-DATE
    END-IF
    WRITE REC-SJR
        INVALID KEY
            CONTINUE
    END-WRITE
    CLOSE FD-SJR.

080-EXIT-GRAVA-DIARIO.
    EXIT.
*>----------------------------------------------------------------------
*> NO CONTROL FILE YET MEANS SIGN-ON HAS NEVER BEEN CLOSED.
090-LE-CONTROLE.

    INITIALIZE REC-BWC
    OPEN INPUT FILE_BATCH_WINDOW
    IF ST-BWC = "00"
       READ FILE_BATCH_WINDOW
           AT END
               INITIALIZE REC-BWC
       END-READ
       CLOSE FILE_BATCH_WINDOW
    END-IF.

090-EXIT-LE-CONTROLE.
    EXIT.
*>----------------------------------------------------------------------
092-GRAVA-CONTROLE.

    OPEN OUTPUT FILE_BATCH_WINDOW
    IF ST-BWC NOT = "00"
       DISPLAY "BATCH_WINDOW: CANNOT WRITE batch_window.ctl (" ST-BWC ")"
       GO 092-EXIT-GRAVA-CONTROLE
    END-IF
    WRITE REC-BWC
    CLOSE FILE_BATCH_WINDOW.

092-EXIT-GRAVA-CONTROLE.
    EXIT.
