*>           listed one per line in the purge report, so the auditors
*>           can still see that temporary access ended when it should.
*>           validate_usr already skips expired rows at login; this
*>           batch only reclaims the dead weight. Rows of a user
*>           under legal hold are kept and noted (chkhold).
*>
*> Entrada...: USER_PROFILE.DAT, LEGAL_HOLD.DAT
*>
*> Saida.....: purge_user_profile.txt, load_summary.log,
*>             legal_hold_skips.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  DATED ASSIGN   08/22/26  DUMA      Primeira versao.
*>  LEGAL HOLD     10/15/26  DUMA      Atribuicao de usuario sob
*>                                     retencao legal nao e expurgada.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.

01  WK-LIDO                       PIC  9(008) VALUE ZEROS.
01  WK-EXPURGADOS                 PIC  9(008) VALUE ZEROS.
01  WK-RETIDOS                    PIC  9(008) VALUE ZEROS.
*> Retencao legal (chkhold) -------------------------------------------
COPY "../cpy/chkhold_ws.cpy".
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
    END-COMPUTE
    MOVE FUNCTION DATE-OF-INTEGER(WK-CORTE-INT) TO WK-CORTE

    INITIALIZE WK-LH-PARM
    MOVE "L" TO WK-LH-OP
    CALL "chkhold" USING WK-LH-PARM END-CALL

    OPEN I-O FD-PFU
    IF FSL-NAO-EXISTE
       MOVE "ARQUIVO USER_PROFILE.DAT NAO EXISTE - NADA A FAZER" TO WK-MSG
             DISPLAY SS-FILLER02-1
             IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO > 0
                AND PFU-EFF-TO < WK-CORTE
                PERFORM 025-VERIFICA-RETENCAO
                    THRU 025-EXIT-VERIFICA-RETENCAO
                IF WK-LH-HELD NOT = "Y"
                   MOVE SPACES TO REG-REL
                   STRING "EXPURGADO: USUARIO " PFU-ID-USR
                          " PERFIL " PFU-ID-PRF
                          " VIGENCIA " PFU-EFF-FROM " A " PFU-EFF-TO
                       DELIMITED BY SIZE INTO REG-REL
                   END-STRING
                   WRITE REG-REL
                   DELETE FD-PFU
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WK-EXPURGADOS
                   END-DELETE
                END-IF
             END-IF
       END-READ
    END-PERFORM
    WRITE REG-REL
    MOVE SPACES TO REG-REL
    STRING "LIDOS: " WK-LIDO "  EXPURGADOS: " WK-EXPURGADOS
           "  RETIDOS (RETENCAO LEGAL): " WK-RETIDOS
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL.
020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> ATRIBUICAO VENCIDA DE USUARIO SOB RETENCAO LEGAL FICA NO ARQUIVO;
*> VAI PARA O RELATORIO E PARA O legal_hold_skips.log.
025-VERIFICA-RETENCAO.

    MOVE "C" TO WK-LH-OP
    MOVE SPACES TO WK-LH-LOGIN
    MOVE PFU-ID-USR TO WK-LH-ID-USR
    CALL "chkhold" USING WK-LH-PARM END-CALL
    IF WK-LH-HELD NOT = "Y"
       GO 025-EXIT-VERIFICA-RETENCAO
    END-IF
    ADD 1 TO WK-RETIDOS
    MOVE SPACES TO REG-REL
    STRING "RETIDO...: USUARIO " PFU-ID-USR
           " PERFIL " PFU-ID-PRF
           " VIGENCIA " PFU-EFF-FROM " A " PFU-EFF-TO
           " - CASO " WK-LH-CASE-REF
        DELIMITED BY SIZE INTO REG-REL
    END-STRING
    WRITE REG-REL
    MOVE "S" TO WK-LH-OP
    MOVE "PURGE_USER_PROFILE" TO WK-LH-PROGRAM
    MOVE SPACES TO WK-LH-DETAIL
    STRING "USER_PROFILE ROW KEPT - PROFILE " PFU-ID-PRF
           " ENDED " PFU-EFF-TO
        DELIMITED BY SIZE INTO WK-LH-DETAIL
    END-STRING
    CALL "chkhold" USING WK-LH-PARM END-CALL.

025-EXIT-VERIFICA-RETENCAO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-PFU
