       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    quick_cards.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Sends each user a fresh quick-reference card when their
*>           profiles change. For every active account the effective
*>           USER_PROFILE assignments of today (the effective-date
*>           window applied) are compared with the set recorded in
*>           QUICK_CARD.DAT for the last card; when they differ - a
*>           profile granted, removed, started or expired - the
*>           quickcard service prints a new card and drops it in the
*>           user's MYREPORTS inbox, and the new set is recorded.
*>           An account seen for the first time counts as a change
*>           once it has any profile at all.
*>
*>           The very first run, with no QUICK_CARD.DAT yet, only
*>           records every user's current set: nobody is sent a card
*>           for profiles they already had. Run it nightly, after
*>           the loads that change assignments.
*>
*> Entrada...: USER.DAT, USER_PROFILE.DAT, QUICK_CARD.DAT
*>
*> Saida.....: QUICK_CARD.DAT, quick_card_<login>.txt, REPORT_DELIV.DAT,
*>             load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  QUICK CARD     10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/user_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/quick_card_se.cpy".
COPY "../cpy/load_summary_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/quick_card_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-USR                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  FSP-OK                                VALUE ZEROS.
77  ST-QCD                        PIC  9(002).
    88  FSQ-OK                                VALUE ZEROS.
    88  FSQ-NAO-EXISTE                        VALUE 35.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.

01  WK-LIDOS                      PIC  9(008) VALUE ZEROS.
01  WK-CARTOES                    PIC  9(008) VALUE ZEROS.
01  WK-SEM-CARTAO                 PIC  9(008) VALUE ZEROS.
01  WK-INICIAIS                   PIC  9(008) VALUE ZEROS.
01  WK-CARGA-INICIAL              PIC  X(001) VALUE "N".
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-ACHOU                      PIC  X(001) VALUE "N".
01  WK-PFU-EFF                    PIC  X(001) VALUE "Y".
*> Today's effective assignments, 4-digit ids in key order ------------
01  WK-PERFIS                     PIC  X(120) VALUE SPACES.
01  WK-PTR                        PIC  9(003) VALUE ZEROS.

*> Quick-reference card service (src/quickcard.cob) --------------------
COPY "../cpy/quickcard_ws.cpy".

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
    ACCEPT WK-AGORA FROM TIME
    OPEN I-O FD-QCD
    IF FSQ-NAO-EXISTE
       MOVE "S" TO WK-CARGA-INICIAL
       OPEN OUTPUT FD-QCD
       CLOSE FD-QCD
       OPEN I-O FD-QCD
    END-IF
    IF NOT FSQ-OK
       DISPLAY "QUICK_CARDS: QUICK_CARD.DAT CANNOT BE OPENED - STATUS "
               ST-QCD
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT FD-USER
    IF NOT FSU-OK
       DISPLAY "QUICK_CARDS: USER.DAT CANNOT BE OPENED - STATUS " ST-USR
       CLOSE FD-QCD
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT FD-PFU
    IF WK-CARGA-INICIAL = "S"
       DISPLAY "QUICK_CARDS: FIRST RUN - CURRENT PROFILES RECORDED, "
               "NO CARDS SENT"
    END-IF.

010-EXIT-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    PERFORM UNTIL EOF
       READ FD-USER NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF U-ACTIVE
                ADD 1 TO WK-LIDOS
                PERFORM 040-PERFIS-DO-DIA THRU 040-EXIT-PERFIS-DO-DIA
                PERFORM 050-COMPARA THRU 050-EXIT-COMPARA
             END-IF
       END-READ
    END-PERFORM.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    CLOSE FD-USER
    CLOSE FD-PFU
    CLOSE FD-QCD
    PERFORM 940-GRAVA-RESUMO-CARGA THRU 940-EXIT-GRAVA-RESUMO-CARGA
    DISPLAY "QUICK_CARDS: USERS READ: " WK-LIDOS
            " CARDS SENT: " WK-CARTOES
            " CHANGED, NO ITEM: " WK-SEM-CARTAO
    IF WK-CARGA-INICIAL = "S"
       DISPLAY "QUICK_CARDS: USERS RECORDED: " WK-INICIAIS
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> WK-PERFIS = OS PERFIS EFETIVOS HOJE DO USUARIO EM REC-USR.
040-PERFIS-DO-DIA.

    MOVE SPACES TO WK-PERFIS
    MOVE 1 TO WK-PTR
    IF NOT FSP-OK
       GO 040-EXIT-PERFIS-DO-DIA
    END-IF
    INITIALIZE REC-PFU
    MOVE U-ID-USR TO PFU-ID-USR
    MOVE ZEROS TO PFU-ID-PRF
    MOVE "F" TO FLG-EOF-2
    START FD-PFU
        KEY IS >= KEY1-PFU
        INVALID KEY
            MOVE "T" TO FLG-EOF-2
    END-START
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-PFU NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF PFU-ID-USR NOT = U-ID-USR
                MOVE "T" TO FLG-EOF-2
             ELSE
                MOVE "Y" TO WK-PFU-EFF
                IF PFU-EFF-FROM IS NUMERIC AND PFU-EFF-FROM > 0
                   AND WK-HOJE < PFU-EFF-FROM
                   MOVE "N" TO WK-PFU-EFF
                END-IF
                IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO > 0
                   AND WK-HOJE > PFU-EFF-TO
                   MOVE "N" TO WK-PFU-EFF
                END-IF
                IF WK-PFU-EFF = "Y" AND WK-PTR < 118
                   STRING PFU-ID-PRF DELIMITED BY SIZE
                       INTO WK-PERFIS WITH POINTER WK-PTR
                   END-STRING
                END-IF
             END-IF
       END-READ
    END-PERFORM.

040-EXIT-PERFIS-DO-DIA.
    EXIT.
*>----------------------------------------------------------------------
*> CONJUNTO DIFERENTE DO ULTIMO CARTAO -> NOVO CARTAO NA CAIXA DO
*> USUARIO. NA PRIMEIRA EXECUCAO SO REGISTRA.
050-COMPARA.

    INITIALIZE REC-QCD
    MOVE U-LOGIN TO QCD-LOGIN
    MOVE "N" TO WK-ACHOU
    READ FD-QCD
        INVALID KEY
            MOVE SPACES TO QCD-PROFILES
            MOVE ZEROS TO QCD-DATE QCD-TIME QCD-ITEMS
        NOT INVALID KEY
            MOVE "S" TO WK-ACHOU
    END-READ
    IF WK-ACHOU = "S" AND QCD-PROFILES = WK-PERFIS
       GO 050-EXIT-COMPARA
    END-IF
    IF WK-ACHOU = "N" AND WK-PERFIS = SPACES
       GO 050-EXIT-COMPARA
    END-IF
    MOVE WK-PERFIS TO QCD-PROFILES
    IF WK-CARGA-INICIAL = "S"
       ADD 1 TO WK-INICIAIS
    ELSE
       IF WK-PERFIS NOT = SPACES
          INITIALIZE WK-QC-PARM
          MOVE U-LOGIN TO WK-QC-LOGIN
          MOVE "Y" TO WK-QC-DELIVER
          CALL "quickcard" USING WK-QC-PARM END-CALL
          IF WK-QC-RC = ZEROS
             ADD 1 TO WK-CARTOES
             MOVE WK-HOJE     TO QCD-DATE
             MOVE WK-AGORA    TO QCD-TIME
             MOVE WK-QC-ITEMS TO QCD-ITEMS
             DISPLAY "QUICK_CARDS: CARD SENT TO " U-LOGIN
                     " ITEMS: " WK-QC-ITEMS
          ELSE
             ADD 1 TO WK-SEM-CARTAO
          END-IF
       END-IF
    END-IF
    IF WK-ACHOU = "S"
       REWRITE REC-QCD
           INVALID KEY
               CONTINUE
       END-REWRITE
    ELSE
       WRITE REC-QCD
           INVALID KEY
               CONTINUE
       END-WRITE
    END-IF.

050-EXIT-COMPARA.
    EXIT.
*>----------------------------------------------------------------------
*> UMA LINHA NO LOAD_SUMMARY.LOG POR EXECUCAO, COMO OS CARREGADORES.
940-GRAVA-RESUMO-CARGA.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "QUICK_CARDS" TO LDS-PROGRAM
    MOVE WK-LIDOS TO LDS-READS
    MOVE WK-CARTOES TO LDS-WRITES
    MOVE WK-SEM-CARTAO TO LDS-REJECTS
    MOVE "OK" TO LDS-VERDICT

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

940-EXIT-GRAVA-RESUMO-CARGA.
    EXIT.
*>----------------------------------------------------------------------
