*>           older than the retention limit are purged. The batch
*>           refuses to run while the session registry shows live
*>           sign-ons, so no audit record can be lost mid-write.
*>           An archive due for purge that holds lines of a login
*>           under legal hold is cut down to those lines instead of
*>           deleted, and what was kept is noted per hold.
*>
*> Entrada...: SESSION.DAT (gate), the four ../txt logs,
*>             LEGAL_HOLD.DAT
*>
*> Saida.....: dated archives in ../txt, load_summary.log,
*>             legal_hold_skips.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>                                     cadeia viva recomeca limpa e a
*>                                     geracao verifica com o proprio
*>                                     arquivo de selos (SEAL_STORE).
*>  LEGAL HOLD     10/15/26  DUMA      Arquivo vencido com linhas de
*>                                     login sob retencao legal fica
*>                                     so com essas linhas em vez de
*>                                     ser apagado.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-SEA.

     SELECT RETIDO-IN ASSIGN TO "ROTRETIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-RTI.

     SELECT RETIDO-OUT ASSIGN TO "ROTRETOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-RTO.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.
FD  SEALS-ARC.
01  REG-SEA                       PIC  X(060).

FD  RETIDO-IN.
01  REG-RTI                       PIC  X(400).

FD  RETIDO-OUT.
01  REG-RTO                       PIC  X(400).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  ST-SEI                        PIC  X(002) VALUE ZEROS.
77  ST-SEO                        PIC  X(002) VALUE ZEROS.
77  ST-SEA                        PIC  X(002) VALUE ZEROS.
77  ST-RTI                        PIC  X(002) VALUE ZEROS.
77  ST-RTO                        PIC  X(002) VALUE ZEROS.

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
77  WK-ENV-PPID                   PIC  X(009) VALUE SPACES.
01  WK-ARQUIVADOS                 PIC  9(004) VALUE ZEROS.
01  WK-EXPURGADOS                 PIC  9(004) VALUE ZEROS.
01  WK-RETIDOS                    PIC  9(004) VALUE ZEROS.
*> Retencao legal - logins sob retencao e linhas guardadas por um ----
COPY "../cpy/chkhold_ws.cpy".
01  WK-RH-MAX                     PIC  9(003) VALUE 100.
01  WK-RH-NUM                     PIC  9(003) VALUE ZEROS.
01  WK-RH-TAB.
    05 WK-RH-ROW OCCURS 100 TIMES.
       10 WK-RH-LOGIN             PIC X(10).
       10 WK-RH-LEN               PIC 9(02).
       10 WK-RH-KEPT              PIC 9(08).
01  WK-RH-IDX                     PIC  9(003) VALUE ZEROS.
01  WK-RH-HITS                    PIC  9(004) VALUE ZEROS.
01  WK-RH-LINHA                   PIC  X(001) VALUE "N".
01  WK-RH-TOTAL                   PIC  9(008) VALUE ZEROS.
01  WK-RET-TMP                    PIC  X(080) VALUE SPACES.
01  FLG-EOF-RET                   PIC  X(001) VALUE "F".
*> Retention in months - LOG_RETENTION_MONTHS overrides ---------------
77  WK-RETENTION                  PIC  9(003) VALUE 12.
77  WK-ENV-RET                    PIC  X(003) VALUE SPACES.
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    PERFORM 015-CARREGA-RETENCAO THRU 015-EXIT-CARREGA-RETENCAO

    *> os logs vivem no mesmo diretorio que os FDs resolvem - um
    *> ambiente TEST roda a rotacao sobre os logs do TEST, nunca
012-EXIT-CONTA-SESSOES.
    EXIT.
*>----------------------------------------------------------------------
*> LOGINS SOB RETENCAO LEGAL HOJE, COM O TAMANHO DE CADA UM PARA A
*> BUSCA DENTRO DAS LINHAS DOS ARQUIVOS DATADOS.
015-CARREGA-RETENCAO.

    MOVE ZEROS TO WK-RH-NUM
    INITIALIZE WK-LH-PARM
    MOVE "L" TO WK-LH-OP
    CALL "chkhold" USING WK-LH-PARM END-CALL
    MOVE "N" TO WK-LH-OP
    MOVE 1 TO WK-LH-INDEX
    CALL "chkhold" USING WK-LH-PARM END-CALL
    PERFORM UNTIL WK-LH-HELD NOT = "Y" OR WK-RH-NUM >= WK-RH-MAX
       ADD 1 TO WK-RH-NUM
       MOVE WK-LH-LOGIN TO WK-RH-LOGIN(WK-RH-NUM)
       MOVE ZEROS TO WK-RH-LEN(WK-RH-NUM) WK-RH-KEPT(WK-RH-NUM)
       INSPECT FUNCTION TRIM(WK-LH-LOGIN) TALLYING WK-RH-LEN(WK-RH-NUM)
           FOR CHARACTERS
       ADD 1 TO WK-LH-INDEX
       CALL "chkhold" USING WK-LH-PARM END-CALL
    END-PERFORM.

015-EXIT-CARREGA-RETENCAO.
    EXIT.
*>----------------------------------------------------------------------
*> PARA CADA LOG: COPIA PARA O ARQUIVO DATADO DO MES CORRENTE, APAGA
*> O VIVO (O GRAVADOR RECRIA NO PROXIMO APPEND) E EXPURGA OS ARQUIVOS
*> DATADOS ALEM DA RETENCAO.
       CALL 'CBL_CHECK_FILE_EXIST' USING WK-DST-FILE WK-FILE-INFO
       END-CALL
       IF RETURN-CODE = 0
          MOVE ZEROS TO WK-RH-TOTAL
          IF WK-RH-NUM > 0
             PERFORM 027-FILTRA-RETIDOS THRU 027-EXIT-FILTRA-RETIDOS
          END-IF
          IF WK-RH-TOTAL > 0
             ADD 1 TO WK-RETIDOS
          ELSE
             CALL 'CBL_DELETE_FILE' USING WK-DST-FILE END-CALL
             ADD 1 TO WK-EXPURGADOS
          END-IF
       END-IF
    END-PERFORM.

026-EXIT-MES-ANTERIOR.
    EXIT.
*>----------------------------------------------------------------------
*> ARQUIVO VENCIDO COM LINHAS DE LOGIN SOB RETENCAO LEGAL: FICA SO
*> COM ESSAS LINHAS, E CADA RETENCAO ANOTA QUANTAS FORAM GUARDADAS.
027-FILTRA-RETIDOS.

    MOVE SPACES TO WK-RET-TMP
    STRING FUNCTION TRIM(WK-DST-FILE) ".hold"
        DELIMITED BY SIZE INTO WK-RET-TMP
    END-STRING
    SET ENVIRONMENT "DD_ROTRETIN"  TO WK-DST-FILE
    SET ENVIRONMENT "DD_ROTRETOUT" TO WK-RET-TMP
    OPEN INPUT RETIDO-IN
    IF ST-RTI NOT = "00"
       GO 027-EXIT-FILTRA-RETIDOS
    END-IF
    OPEN OUTPUT RETIDO-OUT
    PERFORM VARYING WK-RH-IDX FROM 1 BY 1 UNTIL WK-RH-IDX > WK-RH-NUM
       MOVE ZEROS TO WK-RH-KEPT(WK-RH-IDX)
    END-PERFORM
    MOVE "F" TO FLG-EOF-RET
    PERFORM 027A-COPIA-RETIDA THRU 027A-EXIT-COPIA-RETIDA
        UNTIL FLG-EOF-RET = "T"
    CLOSE RETIDO-IN RETIDO-OUT
    IF WK-RH-TOTAL = ZEROS
       CALL 'CBL_DELETE_FILE' USING WK-RET-TMP END-CALL
       GO 027-EXIT-FILTRA-RETIDOS
    END-IF
    CALL 'CBL_COPY_FILE' USING WK-RET-TMP WK-DST-FILE END-CALL
    IF RETURN-CODE = 0
       CALL 'CBL_DELETE_FILE' USING WK-RET-TMP END-CALL
    END-IF

    *> uma linha no legal_hold_skips.log por retencao atendida
    PERFORM VARYING WK-RH-IDX FROM 1 BY 1 UNTIL WK-RH-IDX > WK-RH-NUM
       IF WK-RH-KEPT(WK-RH-IDX) > 0
          MOVE "N" TO WK-LH-OP
          MOVE WK-RH-IDX TO WK-LH-INDEX
          CALL "chkhold" USING WK-LH-PARM END-CALL
          MOVE "S" TO WK-LH-OP
          MOVE "ROTATE_LOGS" TO WK-LH-PROGRAM
          MOVE SPACES TO WK-LH-DETAIL
          STRING WK-RH-KEPT(WK-RH-IDX) " LINES KEPT IN "
                 FUNCTION TRIM(WK-LOG-NAME(WK-LOG-IDX)) "_"
                 WK-YM ".log"
              DELIMITED BY SIZE INTO WK-LH-DETAIL
          END-STRING
          CALL "chkhold" USING WK-LH-PARM END-CALL
       END-IF
    END-PERFORM.

027-EXIT-FILTRA-RETIDOS.
    EXIT.
*>----------------------------------------------------------------------
027A-COPIA-RETIDA.

    READ RETIDO-IN
        AT END
            MOVE "T" TO FLG-EOF-RET
        NOT AT END
            MOVE "N" TO WK-RH-LINHA
            PERFORM VARYING WK-RH-IDX FROM 1 BY 1
                    UNTIL WK-RH-IDX > WK-RH-NUM
               IF WK-RH-LEN(WK-RH-IDX) > 0
                  MOVE ZEROS TO WK-RH-HITS
                  INSPECT REG-RTI TALLYING WK-RH-HITS FOR ALL
                      WK-RH-LOGIN(WK-RH-IDX)(1:WK-RH-LEN(WK-RH-IDX))
                  IF WK-RH-HITS > 0
                     ADD 1 TO WK-RH-KEPT(WK-RH-IDX)
                     MOVE "S" TO WK-RH-LINHA
                  END-IF
               END-IF
            END-PERFORM
            IF WK-RH-LINHA = "S"
               MOVE REG-RTI TO REG-RTO
               WRITE REG-RTO
               ADD 1 TO WK-RH-TOTAL
            END-IF
    END-READ.

027A-EXIT-COPIA-RETIDA.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    PERFORM 940-GRAVA-RESUMO-CARGA

    MOVE SPACES TO WK-MSG
    STRING "*** FIM - ARQUIVADOS: " WK-ARQUIVADOS
           " EXPURGADOS: " WK-EXPURGADOS
           " RETIDOS: " WK-RETIDOS " ***"
        DELIMITED BY SIZE INTO WK-MSG
    END-STRING
    DISPLAY SS-MSG
