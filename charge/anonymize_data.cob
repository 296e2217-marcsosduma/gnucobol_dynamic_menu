*>           PROFILE.DAT, DINAMIC_MENU.DAT and OBJETOS_PPA.DAT copy
*>           intact so the menus still make sense. Password history
*>           and challenge answers are deliberately NOT copied.
*>           A user under legal hold is not touched at all: neither
*>           the user nor the user's profile assignments go to TEST,
*>           and each refusal is logged.
*>
*> Entrada...: the live .DAT set, TEST_DATA_DIR, LEGAL_HOLD.DAT
*>
*> Saida.....: the scrambled TEST .DAT set, legal_hold_skips.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  ANONYMIZER     09/02/26  DUMA      Primeira versao.
*>  PPA OBJ CODE   10/15/26  DUMA      Codigo do objeto PPA com 4 digitos.
*>  SVC ACCOUNT    10/15/26  DUMA      Registro do usuario com 120 bytes.
*>  LEGAL HOLD     10/15/26  DUMA      Usuario sob retencao legal e suas
*>                                     atribuicoes nao vao para TEST.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
       10 T-U-ID-USR              PIC 9(04).
       10 TKEY2-USR.
          15 T-U-LOGIN            PIC X(10).
    05 FILLER                     PIC X(106).

FD  TST-PRF.
01  TREC-PRF.
FD  TST-OBJ.
01  TREC-OBJ.
    05 TKEY1-OBJ.
       10 T-OBJ-CODIGO            PIC 9(04).
    05 FILLER                     PIC X(126).

*>----------------------------------------------------------------------
    05 WK-SYN-NAME-ID             PIC 9(04).
    05 FILLER                     PIC X(16) VALUE SPACES.
01  WK-COPIED                     PIC  9(008) VALUE ZEROS.
01  WK-HELD                       PIC  9(008) VALUE ZEROS.
COPY "../cpy/chkhold_ws.cpy".

*>----------------------------------------------------------------------
PROCEDURE DIVISION.
    MOVE "TESTE123" TO WK-PWH-CLEAR
    CALL "pwhash" USING WK-PWH-PARM END-CALL
    MOVE WK-PWH-HASH TO WK-TEST-HASH
    INITIALIZE WK-LH-PARM
    MOVE "L" TO WK-LH-OP
    CALL "chkhold" USING WK-LH-PARM END-CALL
    PERFORM 020-SCRAMBLE-USERS THRU 020-EXIT-SCRAMBLE-USERS
    PERFORM 030-COPY-PRF THRU 030-EXIT-COPY-PRF
    PERFORM 040-COPY-PFU THRU 040-EXIT-COPY-PFU
    PERFORM 060-COPY-MENU THRU 060-EXIT-COPY-MENU
    PERFORM 070-COPY-OBJ THRU 070-EXIT-COPY-OBJ
    DISPLAY "ANONYMIZER: RECORDS WRITTEN TO TEST: " WK-COPIED
    DISPLAY "ANONYMIZER: RECORDS LEFT OUT (LEGAL HOLD): " WK-HELD
    STOP RUN.

000-EXIT-INICIO.
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             MOVE "C" TO WK-LH-OP
             MOVE U-LOGIN TO WK-LH-LOGIN
             MOVE ZEROS TO WK-LH-ID-USR
             CALL "chkhold" USING WK-LH-PARM END-CALL
             IF WK-LH-HELD = "Y"
                MOVE "USER RECORD NOT COPIED TO TEST" TO WK-LH-DETAIL
                PERFORM 090-LOG-HELD THRU 090-EXIT-LOG-HELD
             ELSE
                MOVE U-ID-USR TO WK-SYN-ID WK-SYN-NAME-ID
                MOVE WK-SYN-LOGIN TO U-LOGIN
                MOVE WK-SYN-NAME TO U-NAME
                MOVE WK-TEST-HASH TO U-PASSWD
                MOVE "N" TO U-LOCKED U-MUST-CHANGE
                MOVE ZEROS TO U-FAILED-ATTEMPTS
                MOVE REC-USR TO TREC-USR
                WRITE TREC-USR
                    INVALID KEY
                        CONTINUE
                END-WRITE
                ADD 1 TO WK-COPIED
             END-IF
       END-READ
    END-PERFORM
    CLOSE TST-USER
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             MOVE "C" TO WK-LH-OP
             MOVE SPACES TO WK-LH-LOGIN
             MOVE PFU-ID-USR TO WK-LH-ID-USR
             CALL "chkhold" USING WK-LH-PARM END-CALL
             IF WK-LH-HELD = "Y"
                MOVE SPACES TO WK-LH-DETAIL
                STRING "USER_PROFILE ROW NOT COPIED TO TEST - PROFILE "
                       PFU-ID-PRF
                    DELIMITED BY SIZE INTO WK-LH-DETAIL
                END-STRING
                PERFORM 090-LOG-HELD THRU 090-EXIT-LOG-HELD
             ELSE
                MOVE REC-PFU TO TREC-PFU
                WRITE TREC-PFU
                    INVALID KEY
                        CONTINUE
                END-WRITE
                ADD 1 TO WK-COPIED
             END-IF
       END-READ
    END-PERFORM
    CLOSE TST-PFU
070-EXIT-COPY-OBJ.
    EXIT.
*>----------------------------------------------------------------------
*> A RECORD OF A USER UNDER LEGAL HOLD STAYS OUT OF TEST; THE REFUSAL
*> GOES TO LEGAL_HOLD_SKIPS.LOG.
090-LOG-HELD.

    ADD 1 TO WK-HELD
    MOVE "S" TO WK-LH-OP
    MOVE "ANONYMIZE_DATA" TO WK-LH-PROGRAM
    CALL "chkhold" USING WK-LH-PARM END-CALL.

090-EXIT-LOG-HELD.
    EXIT.
*>----------------------------------------------------------------------
