*>           inactive on USER.DAT, and every deactivation is listed
*>           with the user's last-seen date. The sealed EMERGENCY
*>           account is never touched - the break-glass utility owns
*>           its state - and neither are service accounts, which
*>           never sign on interactively. A user under legal hold
*>           is left as is and the skip is logged.
*>
*> Entrada...: login_activity.log, USER.DAT, LEGAL_HOLD.DAT
*>
*> Saida.....: dormant_deactivated.txt, load_summary.log,
*>             legal_hold_skips.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  DORMANT ACCTS  08/22/26  DUMA      Primeira versao.
*>  SVC ACCOUNT    10/15/26  DUMA      Contas de servico ficam de fora.
*>  LEGAL HOLD     10/15/26  DUMA      Usuario sob retencao legal nao
*>                                     e desativado.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.

01  WK-LIDO                       PIC  9(008) VALUE ZEROS.
01  WK-DESATIVADOS                PIC  9(008) VALUE ZEROS.
01  WK-RETIDOS                    PIC  9(008) VALUE ZEROS.
*> Retencao legal ------------------------------------------------------
COPY "../cpy/chkhold_ws.cpy".
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.

    PERFORM 010-INICIALIZA

    PERFORM 015-CARREGA-ULTIMOS THRU 015-EXIT-CARREGA-ULTIMOS

    PERFORM 020-PROCESSAMENTO

    END-COMPUTE
    MOVE FUNCTION DATE-OF-INTEGER(WK-CORTE-INT) TO WK-CORTE

    *> as retencoes sao lidas antes de USER.DAT ficar preso em I-O
    INITIALIZE WK-LH-PARM
    MOVE "L" TO WK-LH-OP
    CALL "chkhold" USING WK-LH-PARM END-CALL

    OPEN I-O FD-USER
    IF FSU-NAO-EXISTE
       MOVE "ERRO! USER.DAT NAO EXISTE" TO WK-MSG
             ADD 1 TO WK-LIDO
             DISPLAY SS-FILLER02-1
             IF U-ACTIVE AND U-LOGIN NOT = "EMERGENCY"
                AND NOT U-SERVICE-ACCT
                MOVE ZEROS TO WK-LAST-SEEN
                PERFORM VARYING WK-IDX FROM 1 BY 1
                        UNTIL WK-IDX > WK-LS-NUM
                   AND U-UPD-DATE IS NUMERIC
                   MOVE U-UPD-DATE TO WK-LAST-SEEN
                END-IF
                MOVE "N" TO WK-LH-HELD
                IF WK-LAST-SEEN < WK-CORTE
                   PERFORM 025-VERIFICA-RETENCAO
                      THRU 025-EXIT-VERIFICA-RETENCAO
                END-IF
                IF WK-LAST-SEEN < WK-CORTE AND WK-LH-HELD NOT = "Y"
                   SET U-INACTIVE TO TRUE
                   MOVE WK-HOJE TO U-UPD-DATE
                   MOVE WK-AGORA TO U-UPD-TIME
    WRITE REG-REL
    MOVE SPACES TO REG-REL
    STRING "LIDOS: " WK-LIDO "  DESATIVADOS: " WK-DESATIVADOS
           "  RETIDOS (RETENCAO LEGAL): " WK-RETIDOS
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL.
020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> CONTA DORMENTE DE USUARIO SOB RETENCAO LEGAL FICA COMO ESTA; O PULO
*> VAI PARA O RELATORIO E PARA O LEGAL_HOLD_SKIPS.LOG.
025-VERIFICA-RETENCAO.

    MOVE "C" TO WK-LH-OP
    MOVE U-LOGIN TO WK-LH-LOGIN
    MOVE ZEROS TO WK-LH-ID-USR
    CALL "chkhold" USING WK-LH-PARM END-CALL
    IF WK-LH-HELD NOT = "Y"
       GO 025-EXIT-VERIFICA-RETENCAO
    END-IF
    ADD 1 TO WK-RETIDOS
    MOVE SPACES TO REG-REL
    STRING "RETIDO....: " U-LOGIN " (ID " U-ID-USR ")"
           " ULTIMO ACESSO: " WK-LAST-SEEN
           " CASO " WK-LH-CASE-REF
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL
    MOVE "S" TO WK-LH-OP
    MOVE "DEACTIVATE_DORMANT" TO WK-LH-PROGRAM
    MOVE SPACES TO WK-LH-DETAIL
    STRING "DORMANT ACCOUNT LEFT ACTIVE - LAST SEEN " WK-LAST-SEEN
        DELIMITED BY SIZE INTO WK-LH-DETAIL
    END-STRING
    CALL "chkhold" USING WK-LH-PARM END-CALL.

025-EXIT-VERIFICA-RETENCAO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-USER ARQUIVO_REL
