*>           row, and writes one report line per user with all that
*>           was revoked. Logins that cannot be processed (not
*>           found, already inactive) go to the reject file, never
*>           silently skipped. A user under legal hold is still
*>           deactivated and signed off, but the profile assignments
*>           are left exactly as they stand and the skip is logged.
*>
*> Entrada...: leavers.txt, LEGAL_HOLD.DAT
*>
*> Saida.....: offboard_report.txt, offboard_rejeitados.txt,
*>             load_summary.log, legal_hold_skips.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  OFFBOARDING    08/22/26  DUMA      Primeira versao.
*>  SESSION HIST   10/15/26  DUMA      Sessao removida gravada em
*>                                     session_history.log.
*>  LEGAL HOLD     10/15/26  DUMA      Usuario sob retencao legal tem
*>                                     as atribuicoes de perfil
*>                                     preservadas.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-PRF-EXPIRADOS              PIC  9(003) VALUE ZEROS.
01  WK-SES-REMOVIDAS              PIC  9(003) VALUE ZEROS.
*> Retencao legal ------------------------------------------------------
COPY "../cpy/chkhold_ws.cpy".
01  WK-TEL01-1                    PIC  X(046) VALUE
    "DESLIGAMENTO EM LOTE A PARTIR DE LEAVERS.TXT".
01  WK-TEL24-1                    PIC  X(009) VALUE "MENSAGEM:".

*> Historico de sessoes (session_history.log) --------------------------
COPY "../cpy/seshist_ws.cpy".
COPY screenio.

SCREEN SECTION.
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    *> as retencoes sao lidas antes de USER.DAT ficar preso em I-O
    INITIALIZE WK-LH-PARM
    MOVE "L" TO WK-LH-OP
    CALL "chkhold" USING WK-LH-PARM END-CALL
    OPEN I-O FD-USER
    IF FSU-NAO-EXISTE
       MOVE "ERRO! USER.DAT NAO EXISTE" TO WK-MSG
    END-REWRITE
    ADD 1 TO WK-DESATIVADOS

    *> sob retencao legal as atribuicoes ficam como estao
    MOVE "C" TO WK-LH-OP
    MOVE WK-LOGIN TO WK-LH-LOGIN
    MOVE ZEROS TO WK-LH-ID-USR
    CALL "chkhold" USING WK-LH-PARM END-CALL
    IF WK-LH-HELD = "Y"
       MOVE ZEROS TO WK-PRF-EXPIRADOS
       MOVE "S" TO WK-LH-OP
       MOVE "OFFBOARD_USERS" TO WK-LH-PROGRAM
       MOVE "USER_PROFILE ROWS LEFT OPEN AT OFFBOARDING" TO WK-LH-DETAIL
       CALL "chkhold" USING WK-LH-PARM END-CALL
    ELSE
       PERFORM 022-EXPIRA-PERFIS THRU 022-EXIT-EXPIRA-PERFIS
    END-IF
    PERFORM 023-REMOVE-SESSOES THRU 023-EXIT-REMOVE-SESSOES

    MOVE SPACES TO REG-REL
           " SESSOES REMOVIDAS: " WK-SES-REMOVIDAS
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    IF WK-LH-HELD = "Y"
       STRING "RETIDO " WK-LH-CASE-REF
           DELIMITED BY SIZE INTO REG-REL(78:23)
       END-STRING
    END-IF
    WRITE REG-REL.

021-EXIT-DESLIGA-USUARIO.
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WK-SES-REMOVIDAS
                        INITIALIZE WK-SH-PARM
                        MOVE "E"        TO WK-SH-EVENT
                        MOVE SES-PID    TO WK-SH-PID
                        MOVE SES-LOGIN  TO WK-SH-LOGIN
                        MOVE SES-MODULE TO WK-SH-MODULE
                        MOVE "OFFBOARD" TO WK-SH-REASON
                        MOVE SES-DATE   TO WK-SH-START-DATE
                        MOVE SES-TIME   TO WK-SH-START-TIME
                        CALL "seshist" USING WK-SH-PARM END-CALL
                END-DELETE
             END-IF
       END-READ
