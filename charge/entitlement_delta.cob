       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    entitlement_delta.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: What changed in effective access overnight. Compares
*>           the previous nightly extract (entitlements_extract_
*>           prev.txt, kept by extract_entitlements) with today's
*>           (entitlements_extract.txt) and lists, per user, every
*>           menu item GAINED, LOST or CHANGED between inquiry (I)
*>           and update (U) - including changes that never show up
*>           as a USER_PROFILE change: a grant or DENY on a profile,
*>           a parent profile swapped, a delegation window opening
*>           or closing, an assignment's effective date arriving or
*>           passing, the account being locked or deactivated.
*>
*>           Each line carries the likely cause, looked for in this
*>           order:
*>             1. a MENUPROF journal entry between the two extracts
*>                for that item on one of the user's profiles;
*>             2. a USERPROF journal entry for the user;
*>             3. a PROFILE journal entry (parent, etc.) for one of
*>                the user's profiles;
*>             4. a DELEGATION.DAT window to the user that opened or
*>                closed between the extracts;
*>             5. a USER_PROFILE.DAT effective date that opened or
*>                closed between the extracts;
*>             6. the account now locked / inactive, or a USER
*>                journal entry for it;
*>           otherwise NO CAUSE FOUND, for security to follow up.
*>           "The user's profiles" are all the user's assignments
*>           (effective or not), those of anyone who delegates to
*>           the user, and the parent chain of all of them.
*>
*> Entrada...: entitlements_extract_prev.txt,
*>             entitlements_extract.txt, change_journal.log,
*>             USER.DAT, USER_PROFILE.DAT, PROFILE.DAT,
*>             DELEGATION.DAT
*>
*> Saida.....: entitlement_delta.txt, load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  ENT DELTA      10/15/26  DUMA      Primeira versao.
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
COPY "../cpy/profile_se.cpy".
COPY "../cpy/delegation_se.cpy".
COPY "../cpy/change_journal_se.cpy".
COPY "../cpy/load_summary_se.cpy".

     SELECT FILE_ANT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-ANT.

     SELECT FILE_ATU ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-ATU.

     SELECT FILE_DELTA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-DLT.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/delegation_fd.cpy".
COPY "../cpy/change_journal_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

FD  FILE_ANT
    VALUE OF FILE-ID IS  "../txt/entitlements_extract_prev.txt".
01  REC-ANT                       PIC  X(060).

FD  FILE_ATU
    VALUE OF FILE-ID IS  "../txt/entitlements_extract.txt".
01  REC-ATU                       PIC  X(060).

FD  FILE_DELTA
    VALUE OF FILE-ID IS  "../txt/entitlement_delta.txt".
01  REC-DELTA                     PIC  X(132).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-ANT                        PIC  X(002) VALUE ZEROS.
77  ST-ATU                        PIC  X(002) VALUE ZEROS.
77  ST-DLT                        PIC  X(002) VALUE ZEROS.
77  ST-CHJ                        PIC  X(002) VALUE ZEROS.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  FSP-OK                                VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  FSR-OK                                VALUE ZEROS.
77  ST-DLG                        PIC  9(002).
    88  FSG-OK                                VALUE ZEROS.

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  WK-DATA-AUX                   PIC  9(008) VALUE ZEROS.
01  WK-DATA-ED                    PIC  X(010) VALUE SPACES.
01  WK-LINHA                      PIC  X(132) VALUE SPACES.

*> Carimbos das duas extracoes (linha H) ------------------------------
01  WK-ANT-DATA                   PIC  9(008) VALUE ZEROS.
01  WK-ANT-HORA                   PIC  9(006) VALUE ZEROS.
01  WK-ATU-DATA                   PIC  9(008) VALUE ZEROS.
01  WK-ATU-HORA                   PIC  9(006) VALUE ZEROS.
01  WK-ANT-CARIMBO                PIC  9(014) VALUE ZEROS.
01  WK-ATU-CARIMBO                PIC  9(014) VALUE ZEROS.
01  WK-JR-CARIMBO                 PIC  9(014) VALUE ZEROS.
01  WK-ANT-ED                     PIC  X(010) VALUE SPACES.
01  WK-ATU-ED                     PIC  X(010) VALUE SPACES.

*> Linha D da extracao --------------------------------------------------
01  WK-DET                        PIC  X(060) VALUE SPACES.
01  WK-DET-R REDEFINES WK-DET.
    05 WK-DET-TIPO                PIC  X(002).
    05 WK-DET-UID                 PIC  9(004).
    05 FILLER                     PIC  X(001).
    05 WK-DET-LOGIN               PIC  X(010).
    05 FILLER                     PIC  X(001).
    05 WK-DET-ITEM                PIC  9(005).
    05 FILLER                     PIC  X(001).
    05 WK-DET-NOME                PIC  X(015).
    05 FILLER                     PIC  X(001).
    05 WK-DET-ACESSO              PIC  X(001).
    05 FILLER                     PIC  X(019).

*> As duas extracoes, na ordem em que foram gravadas (por usuario) ----
01  WK-EXT-MAX                    PIC  9(005) VALUE 20000.
01  WK-ANT-NUM                    PIC  9(005) VALUE ZEROS.
01  WK-ANT-TAB.
    05 WK-ANT OCCURS 20000 TIMES.
       10 WK-ANT-UID              PIC  9(004).
       10 WK-ANT-LOGIN            PIC  X(010).
       10 WK-ANT-ITEM             PIC  9(005).
       10 WK-ANT-NOME             PIC  X(015).
       10 WK-ANT-ACESSO           PIC  X(001).
       10 WK-ANT-CASOU            PIC  X(001).
01  WK-ATU-NUM                    PIC  9(005) VALUE ZEROS.
01  WK-ATU-TAB.
    05 WK-ATU OCCURS 20000 TIMES.
       10 WK-ATU-UID              PIC  9(004).
       10 WK-ATU-LOGIN            PIC  X(010).
       10 WK-ATU-ITEM             PIC  9(005).
       10 WK-ATU-NOME             PIC  X(015).
       10 WK-ATU-ACESSO           PIC  X(001).
01  WK-EXCEDENTES                 PIC  9(008) VALUE ZEROS.

*> Intercalacao por usuario -------------------------------------------
01  WK-I                          PIC  9(005) VALUE ZEROS.
01  WK-J                          PIC  9(005) VALUE ZEROS.
01  WK-IA                         PIC  9(005) VALUE ZEROS.
01  WK-IE                         PIC  9(005) VALUE ZEROS.
01  WK-JA                         PIC  9(005) VALUE ZEROS.
01  WK-JE                         PIC  9(005) VALUE ZEROS.
01  WK-K                          PIC  9(005) VALUE ZEROS.
01  WK-ACHOU                      PIC  9(005) VALUE ZEROS.
01  WK-UID                        PIC  9(004) VALUE ZEROS.
01  WK-UID-ANT                    PIC  9(004) VALUE ZEROS.
01  WK-UID-ATU                    PIC  9(004) VALUE ZEROS.
01  WK-LOGIN                      PIC  X(010) VALUE SPACES.
01  WK-CAB-USUARIO                PIC  X(001) VALUE "N".

*> A diferenca corrente -------------------------------------------------
01  WK-D-TIPO                     PIC  X(007) VALUE SPACES.
01  WK-D-ITEM                     PIC  9(005) VALUE ZEROS.
01  WK-D-NOME                     PIC  X(015) VALUE SPACES.
01  WK-D-ACESSO                   PIC  X(006) VALUE SPACES.
01  WK-CAUSA                      PIC  X(070) VALUE SPACES.

*> Lancamentos do journal entre as duas extracoes ---------------------
01  WK-JR-MAX                     PIC  9(004) VALUE 2000.
01  WK-JR-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-JR-TAB.
    05 WK-JR OCCURS 2000 TIMES.
       10 WK-JR-FILE              PIC  X(008).
       10 WK-JR-OP                PIC  X(001).
       10 WK-JR-KEY               PIC  X(010).
       10 WK-JR-OPER              PIC  X(020).
       10 WK-JR-DATA              PIC  9(008).
01  WK-JX                         PIC  9(004) VALUE ZEROS.
01  WK-JR-ACHOU                   PIC  9(004) VALUE ZEROS.
01  WK-CHAVE-PFM.
    05 WK-CHV-PRF                 PIC  9(004).
    05 WK-CHV-ITEM                PIC  9(005).
01  WK-CHAVE-X REDEFINES WK-CHAVE-PFM
                                  PIC  X(009).
01  WK-VERBO                      PIC  X(008) VALUE SPACES.

*> Perfis do usuario (atribuicoes, titulares que delegam, pais) --------
01  WK-PRF-MAX                    PIC  9(003) VALUE 30.
01  WK-PRF-NUM                    PIC  9(003) VALUE ZEROS.
01  WK-PRF-TAB.
    05 WK-PRF-ID OCCURS 30 TIMES  PIC 9(04).
01  WK-PDX                        PIC  9(003) VALUE ZEROS.
01  WK-QDX                        PIC  9(003) VALUE ZEROS.
01  WK-DUP                        PIC  X(001) VALUE "N".
01  WK-NOVO-PRF                   PIC  9(004) VALUE ZEROS.
01  WK-DONO-PFU                   PIC  9(004) VALUE ZEROS.

*> Contadores ------------------------------------------------------------
01  WK-GANHOS                     PIC  9(008) VALUE ZEROS.
01  WK-PERDAS                     PIC  9(008) VALUE ZEROS.
01  WK-MUDANCAS                   PIC  9(008) VALUE ZEROS.
01  WK-USUARIOS                   PIC  9(008) VALUE ZEROS.
01  WK-SEM-CAUSA                  PIC  9(008) VALUE ZEROS.

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

    OPEN INPUT FILE_ANT
    IF ST-ANT NOT = "00"
       DISPLAY "ENTITLEMENT_DELTA: NO PREVIOUS EXTRACT "
               "(entitlements_extract_prev.txt) - NOTHING TO COMPARE"
       MOVE 4 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT FILE_ATU
    IF ST-ATU NOT = "00"
       DISPLAY "ENTITLEMENT_DELTA: entitlements_extract.txt CANNOT BE "
               "OPENED - STATUS " ST-ATU
       CLOSE FILE_ANT
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM 100-CARREGA-ANTERIOR THRU 100-EXIT-CARREGA-ANTERIOR
    PERFORM 110-CARREGA-ATUAL THRU 110-EXIT-CARREGA-ATUAL
    CLOSE FILE_ANT
    CLOSE FILE_ATU
    IF WK-ANT-DATA = ZEROS OR WK-ATU-DATA = ZEROS
       DISPLAY "ENTITLEMENT_DELTA: EXTRACT WITHOUT H RECORD"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE WK-ANT-CARIMBO = WK-ANT-DATA * 1000000 + WK-ANT-HORA
    COMPUTE WK-ATU-CARIMBO = WK-ATU-DATA * 1000000 + WK-ATU-HORA
    MOVE WK-ANT-DATA TO WK-DATA-AUX
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    MOVE WK-DATA-ED TO WK-ANT-ED
    MOVE WK-ATU-DATA TO WK-DATA-AUX
    PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
    MOVE WK-DATA-ED TO WK-ATU-ED

    PERFORM 120-CARREGA-JOURNAL THRU 120-EXIT-CARREGA-JOURNAL
    OPEN INPUT FD-USER
    OPEN INPUT FD-PFU
    OPEN INPUT FD-PRF
    OPEN INPUT FD-DLG

    OPEN OUTPUT FILE_DELTA
    MOVE SPACES TO WK-LINHA
    STRING "ENTITLEMENT DELTA - EXTRACT OF " WK-ANT-ED " "
           WK-ANT-HORA(1:2) ":" WK-ANT-HORA(3:2) " AGAINST " WK-ATU-ED
           " " WK-ATU-HORA(1:2) ":" WK-ATU-HORA(3:2)
        DELIMITED BY SIZE INTO WK-LINHA
    END-STRING
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    MOVE "CHANGE  ITEM  NAME            ACCESS  LIKELY CAUSE" TO WK-LINHA
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    DISPLAY "ENTITLEMENT_DELTA: " WK-ANT-ED " -> " WK-ATU-ED
            " JOURNAL ENTRIES IN BETWEEN: " WK-JR-NUM.

010-EXIT-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> AS DUAS EXTRACOES SAO GRAVADAS NA ORDEM DA CHAVE DO USER.DAT, ENTAO
*> A COMPARACAO ANDA USUARIO A USUARIO NAS DUAS TABELAS AO MESMO TEMPO.
020-PROCESSAMENTO.

    MOVE 1 TO WK-I
    MOVE 1 TO WK-J
    PERFORM UNTIL WK-I > WK-ANT-NUM AND WK-J > WK-ATU-NUM
       MOVE 9999 TO WK-UID-ANT WK-UID-ATU
       IF WK-I <= WK-ANT-NUM
          MOVE WK-ANT-UID(WK-I) TO WK-UID-ANT
       END-IF
       IF WK-J <= WK-ATU-NUM
          MOVE WK-ATU-UID(WK-J) TO WK-UID-ATU
       END-IF
       IF WK-I > WK-ANT-NUM
          MOVE WK-UID-ATU TO WK-UID
       ELSE
          IF WK-J > WK-ATU-NUM OR WK-UID-ANT < WK-UID-ATU
             MOVE WK-UID-ANT TO WK-UID
          ELSE
             MOVE WK-UID-ATU TO WK-UID
          END-IF
       END-IF
       *> faixa do usuario em cada tabela (vazia = inicio > fim)
       MOVE WK-I TO WK-IA
       PERFORM UNTIL WK-I > WK-ANT-NUM OR WK-ANT-UID(WK-I) NOT = WK-UID
          ADD 1 TO WK-I
       END-PERFORM
       COMPUTE WK-IE = WK-I - 1
       MOVE WK-J TO WK-JA
       PERFORM UNTIL WK-J > WK-ATU-NUM OR WK-ATU-UID(WK-J) NOT = WK-UID
          ADD 1 TO WK-J
       END-PERFORM
       COMPUTE WK-JE = WK-J - 1
       PERFORM 200-COMPARA-USUARIO THRU 200-EXIT-COMPARA-USUARIO
    END-PERFORM.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    MOVE SPACES TO WK-LINHA
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    STRING "USERS AFFECTED " WK-USUARIOS "  GAINED " WK-GANHOS
           "  LOST " WK-PERDAS "  CHANGED " WK-MUDANCAS
           "  NO CAUSE FOUND " WK-SEM-CAUSA
        DELIMITED BY SIZE INTO WK-LINHA
    END-STRING
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    IF WK-USUARIOS = ZEROS
       MOVE "NO CHANGE IN EFFECTIVE ACCESS" TO WK-LINHA
       PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    END-IF
    CLOSE FILE_DELTA
    CLOSE FD-USER
    CLOSE FD-PFU
    CLOSE FD-PRF
    IF FSG-OK
       CLOSE FD-DLG
    END-IF

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "ENTITLEMENT_DELTA" TO LDS-PROGRAM
    COMPUTE LDS-READS = WK-ANT-NUM + WK-ATU-NUM
    COMPUTE LDS-WRITES = WK-GANHOS + WK-PERDAS + WK-MUDANCAS
    MOVE WK-SEM-CAUSA TO LDS-REJECTS
    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY

    DISPLAY "ENTITLEMENT_DELTA: USERS " WK-USUARIOS " GAINED " WK-GANHOS
            " LOST " WK-PERDAS " CHANGED " WK-MUDANCAS
            " NO CAUSE " WK-SEM-CAUSA
    IF WK-EXCEDENTES > ZEROS
       DISPLAY "ENTITLEMENT_DELTA: DETAILS NOT COMPARED (TABLE FULL): "
               WK-EXCEDENTES
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
100-CARREGA-ANTERIOR.

    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_ANT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             MOVE REC-ANT TO WK-DET
             EVALUATE TRUE
                WHEN REC-ANT(1:15) = "H ENTITLEMENTS "
                   AND REC-ANT(16:8) IS NUMERIC
                   MOVE REC-ANT(16:8) TO WK-ANT-DATA
                   IF REC-ANT(25:6) IS NUMERIC
                      MOVE REC-ANT(25:6) TO WK-ANT-HORA
                   END-IF
                WHEN WK-DET-TIPO = "D " AND WK-DET-UID IS NUMERIC
                   AND WK-DET-ITEM IS NUMERIC
                   IF WK-ANT-NUM < WK-EXT-MAX
                      ADD 1 TO WK-ANT-NUM
                      MOVE WK-DET-UID    TO WK-ANT-UID(WK-ANT-NUM)
                      MOVE WK-DET-LOGIN  TO WK-ANT-LOGIN(WK-ANT-NUM)
                      MOVE WK-DET-ITEM   TO WK-ANT-ITEM(WK-ANT-NUM)
                      MOVE WK-DET-NOME   TO WK-ANT-NOME(WK-ANT-NUM)
                      MOVE WK-DET-ACESSO TO WK-ANT-ACESSO(WK-ANT-NUM)
                      MOVE "N"           TO WK-ANT-CASOU(WK-ANT-NUM)
                   ELSE
                      ADD 1 TO WK-EXCEDENTES
                   END-IF
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
       END-READ
    END-PERFORM.

100-EXIT-CARREGA-ANTERIOR.
    EXIT.
*>----------------------------------------------------------------------
110-CARREGA-ATUAL.

    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_ATU
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             MOVE REC-ATU TO WK-DET
             EVALUATE TRUE
                WHEN REC-ATU(1:15) = "H ENTITLEMENTS "
                   AND REC-ATU(16:8) IS NUMERIC
                   MOVE REC-ATU(16:8) TO WK-ATU-DATA
                   IF REC-ATU(25:6) IS NUMERIC
                      MOVE REC-ATU(25:6) TO WK-ATU-HORA
                   END-IF
                WHEN WK-DET-TIPO = "D " AND WK-DET-UID IS NUMERIC
                   AND WK-DET-ITEM IS NUMERIC
                   IF WK-ATU-NUM < WK-EXT-MAX
                      ADD 1 TO WK-ATU-NUM
                      MOVE WK-DET-UID    TO WK-ATU-UID(WK-ATU-NUM)
                      MOVE WK-DET-LOGIN  TO WK-ATU-LOGIN(WK-ATU-NUM)
                      MOVE WK-DET-ITEM   TO WK-ATU-ITEM(WK-ATU-NUM)
                      MOVE WK-DET-NOME   TO WK-ATU-NOME(WK-ATU-NUM)
                      MOVE WK-DET-ACESSO TO WK-ATU-ACESSO(WK-ATU-NUM)
                   ELSE
                      ADD 1 TO WK-EXCEDENTES
                   END-IF
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
       END-READ
    END-PERFORM.

110-EXIT-CARREGA-ATUAL.
    EXIT.
*>----------------------------------------------------------------------
*> SO AS ALTERACOES DE CADASTRO GRAVADAS DEPOIS DA EXTRACAO ANTERIOR E
*> ATE A ATUAL PODEM TER MUDADO O QUE UMA E OUTRA MOSTRAM.
120-CARREGA-JOURNAL.

    OPEN INPUT FILE_CHANGE_JOURNAL
    IF ST-CHJ NOT = "00"
       GO 120-EXIT-CARREGA-JOURNAL
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_CHANGE_JOURNAL
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF CHJ-DATE IS NUMERIC AND CHJ-TIME IS NUMERIC
                COMPUTE WK-JR-CARIMBO = CHJ-DATE * 1000000
                                      + CHJ-TIME / 100
                IF WK-JR-CARIMBO > WK-ANT-CARIMBO
                   AND WK-JR-CARIMBO <= WK-ATU-CARIMBO
                   AND (CHJ-FILE = "MENUPROF" OR "USERPROF"
                        OR "PROFILE" OR "USER")
                   AND WK-JR-NUM < WK-JR-MAX
                   ADD 1 TO WK-JR-NUM
                   MOVE CHJ-FILE     TO WK-JR-FILE(WK-JR-NUM)
                   MOVE CHJ-OP       TO WK-JR-OP(WK-JR-NUM)
                   MOVE CHJ-KEY      TO WK-JR-KEY(WK-JR-NUM)
                   MOVE CHJ-OPERATOR TO WK-JR-OPER(WK-JR-NUM)
                   MOVE CHJ-DATE     TO WK-JR-DATA(WK-JR-NUM)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_CHANGE_JOURNAL.

120-EXIT-CARREGA-JOURNAL.
    EXIT.
*>----------------------------------------------------------------------
*> UM USUARIO: CADA ITEM DE HOJE PROCURADO NO DE ONTEM (NOVO = GAINED,
*> NIVEL DIFERENTE = CHANGED); O QUE SOBRAR DE ONTEM = LOST.
200-COMPARA-USUARIO.

    MOVE "N" TO WK-CAB-USUARIO
    MOVE SPACES TO WK-LOGIN
    IF WK-JA <= WK-JE
       MOVE WK-ATU-LOGIN(WK-JA) TO WK-LOGIN
    ELSE
       MOVE WK-ANT-LOGIN(WK-IA) TO WK-LOGIN
    END-IF
    PERFORM VARYING WK-K FROM WK-JA BY 1 UNTIL WK-K > WK-JE
       MOVE ZEROS TO WK-ACHOU
       PERFORM VARYING WK-I FROM WK-IA BY 1 UNTIL WK-I > WK-IE
          IF WK-ANT-ITEM(WK-I) = WK-ATU-ITEM(WK-K)
             MOVE WK-I TO WK-ACHOU
          END-IF
       END-PERFORM
       MOVE WK-ATU-ITEM(WK-K) TO WK-D-ITEM
       MOVE WK-ATU-NOME(WK-K) TO WK-D-NOME
       IF WK-ACHOU = ZEROS
          MOVE "GAINED" TO WK-D-TIPO
          MOVE SPACES TO WK-D-ACESSO
          MOVE WK-ATU-ACESSO(WK-K) TO WK-D-ACESSO(1:1)
          ADD 1 TO WK-GANHOS
          PERFORM 210-LINHA-DELTA THRU 210-EXIT-LINHA-DELTA
       ELSE
          MOVE "S" TO WK-ANT-CASOU(WK-ACHOU)
          IF WK-ANT-ACESSO(WK-ACHOU) NOT = WK-ATU-ACESSO(WK-K)
             MOVE "CHANGED" TO WK-D-TIPO
             MOVE SPACES TO WK-D-ACESSO
             STRING WK-ANT-ACESSO(WK-ACHOU) "->" WK-ATU-ACESSO(WK-K)
                 DELIMITED BY SIZE INTO WK-D-ACESSO
             END-STRING
             ADD 1 TO WK-MUDANCAS
             PERFORM 210-LINHA-DELTA THRU 210-EXIT-LINHA-DELTA
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING WK-K FROM WK-IA BY 1 UNTIL WK-K > WK-IE
       IF WK-ANT-CASOU(WK-K) = "N"
          MOVE "LOST" TO WK-D-TIPO
          MOVE WK-ANT-ITEM(WK-K) TO WK-D-ITEM
          MOVE WK-ANT-NOME(WK-K) TO WK-D-NOME
          MOVE SPACES TO WK-D-ACESSO
          MOVE WK-ANT-ACESSO(WK-K) TO WK-D-ACESSO(1:1)
          ADD 1 TO WK-PERDAS
          PERFORM 210-LINHA-DELTA THRU 210-EXIT-LINHA-DELTA
       END-IF
    END-PERFORM
    *> 020 segue do primeiro registro do proximo usuario
    COMPUTE WK-I = WK-IE + 1.

200-EXIT-COMPARA-USUARIO.
    EXIT.
*>----------------------------------------------------------------------
210-LINHA-DELTA.

    IF WK-CAB-USUARIO = "N"
       MOVE "S" TO WK-CAB-USUARIO
       ADD 1 TO WK-USUARIOS
       PERFORM 300-PERFIS-DO-USUARIO THRU 300-EXIT-PERFIS-DO-USUARIO
       MOVE SPACES TO WK-LINHA
       PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
       STRING "USER " WK-UID " " WK-LOGIN
           DELIMITED BY SIZE INTO WK-LINHA
       END-STRING
       PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA
    END-IF
    PERFORM 400-CAUSA THRU 400-EXIT-CAUSA
    MOVE SPACES TO WK-LINHA
    STRING WK-D-TIPO " " WK-D-ITEM " " WK-D-NOME " " WK-D-ACESSO "  "
           WK-CAUSA
        DELIMITED BY SIZE INTO WK-LINHA
    END-STRING
    PERFORM 915-GRAVA-LINHA THRU 915-EXIT-GRAVA-LINHA.

210-EXIT-LINHA-DELTA.
    EXIT.
*>----------------------------------------------------------------------
*> TODOS OS PERFIS QUE PODEM TER DADO OU TIRADO UM ITEM DO USUARIO:
*> AS ATRIBUICOES DELE (EFETIVAS OU NAO), AS DE QUEM DELEGA A ELE, OS
*> PERFIS DE ATRIBUICOES ALTERADAS NO JOURNAL, E A CADEIA DE PAIS.
300-PERFIS-DO-USUARIO.

    MOVE ZEROS TO WK-PRF-NUM
    MOVE WK-UID TO WK-DONO-PFU
    PERFORM 310-ATRIBUICOES THRU 310-EXIT-ATRIBUICOES
    IF FSG-OK
       INITIALIZE REC-DLG
       MOVE ZEROS TO DLG-FROM-USR DLG-TO-USR
       MOVE "F" TO FLG-EOF-2
       START FD-DLG
           KEY IS >= KEY1-DLG
           INVALID KEY
               MOVE "T" TO FLG-EOF-2
       END-START
       PERFORM UNTIL FLG-EOF-2 = "T"
          READ FD-DLG NEXT
             AT END
                MOVE "T" TO FLG-EOF-2
             NOT AT END
                IF DLG-TO-USR = WK-UID
                   MOVE DLG-FROM-USR TO WK-DONO-PFU
                   PERFORM 310-ATRIBUICOES THRU 310-EXIT-ATRIBUICOES
                END-IF
          END-READ
       END-PERFORM
    END-IF
    PERFORM VARYING WK-JX FROM 1 BY 1 UNTIL WK-JX > WK-JR-NUM
       IF WK-JR-FILE(WK-JX) = "USERPROF"
          AND WK-JR-KEY(WK-JX)(1:4) = WK-UID
          AND WK-JR-KEY(WK-JX)(5:4) IS NUMERIC
          MOVE WK-JR-KEY(WK-JX)(5:4) TO WK-NOVO-PRF
          PERFORM 320-GUARDA-PERFIL THRU 320-EXIT-GUARDA-PERFIL
       END-IF
    END-PERFORM
    PERFORM VARYING WK-PDX FROM 1 BY 1 UNTIL WK-PDX > WK-PRF-NUM
       INITIALIZE REC-PRF
       MOVE WK-PRF-ID(WK-PDX) TO PRF-ID
       READ FD-PRF
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PRF-PARENT-ID IS NUMERIC AND PRF-PARENT-ID > 0
                  MOVE PRF-PARENT-ID TO WK-NOVO-PRF
                  PERFORM 320-GUARDA-PERFIL THRU 320-EXIT-GUARDA-PERFIL
               END-IF
       END-READ
    END-PERFORM.

300-EXIT-PERFIS-DO-USUARIO.
    EXIT.
*>----------------------------------------------------------------------
310-ATRIBUICOES.

    INITIALIZE REC-PFU
    MOVE WK-DONO-PFU TO PFU-ID-USR
    MOVE ZEROS TO PFU-ID-PRF
    MOVE "F" TO FLG-EOF
    START FD-PFU
        KEY IS >= KEY1-PFU
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-PFU NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF PFU-ID-USR NOT = WK-DONO-PFU
                MOVE "T" TO FLG-EOF
             ELSE
                MOVE PFU-ID-PRF TO WK-NOVO-PRF
                PERFORM 320-GUARDA-PERFIL THRU 320-EXIT-GUARDA-PERFIL
             END-IF
       END-READ
    END-PERFORM.

310-EXIT-ATRIBUICOES.
    EXIT.
*>----------------------------------------------------------------------
320-GUARDA-PERFIL.

    MOVE "N" TO WK-DUP
    PERFORM VARYING WK-QDX FROM 1 BY 1 UNTIL WK-QDX > WK-PRF-NUM
       IF WK-PRF-ID(WK-QDX) = WK-NOVO-PRF
          MOVE "Y" TO WK-DUP
       END-IF
    END-PERFORM
    IF WK-DUP = "N" AND WK-PRF-NUM < WK-PRF-MAX
       ADD 1 TO WK-PRF-NUM
       MOVE WK-NOVO-PRF TO WK-PRF-ID(WK-PRF-NUM)
    END-IF.

320-EXIT-GUARDA-PERFIL.
    EXIT.
*>----------------------------------------------------------------------
*> A CAUSA PROVAVEL, NA ORDEM DO CABECALHO: A MAIS ESPECIFICA PRIMEIRO.
400-CAUSA.

    MOVE SPACES TO WK-CAUSA
    MOVE ZEROS TO WK-JR-ACHOU

    *> 1. concessao ou DENY do item num perfil do usuario
    MOVE WK-D-ITEM TO WK-CHV-ITEM
    PERFORM VARYING WK-PDX FROM 1 BY 1 UNTIL WK-PDX > WK-PRF-NUM
       MOVE WK-PRF-ID(WK-PDX) TO WK-CHV-PRF
       PERFORM VARYING WK-JX FROM 1 BY 1 UNTIL WK-JX > WK-JR-NUM
          IF WK-JR-FILE(WK-JX) = "MENUPROF"
             AND WK-JR-KEY(WK-JX)(1:9) = WK-CHAVE-X
             MOVE WK-JX TO WK-JR-ACHOU
          END-IF
       END-PERFORM
    END-PERFORM
    IF WK-JR-ACHOU > ZEROS
       PERFORM 410-VERBO THRU 410-EXIT-VERBO
       STRING "GRANT ON PROFILE " WK-JR-KEY(WK-JR-ACHOU)(1:4) " "
              FUNCTION TRIM(WK-VERBO) " BY "
              FUNCTION TRIM(WK-JR-OPER(WK-JR-ACHOU))
           DELIMITED BY SIZE INTO WK-CAUSA
       END-STRING
       GO 400-EXIT-CAUSA
    END-IF

    *> 2. atribuicao de perfil do proprio usuario
    PERFORM VARYING WK-JX FROM 1 BY 1 UNTIL WK-JX > WK-JR-NUM
       IF WK-JR-FILE(WK-JX) = "USERPROF"
          AND WK-JR-KEY(WK-JX)(1:4) = WK-UID
          MOVE WK-JX TO WK-JR-ACHOU
       END-IF
    END-PERFORM
    IF WK-JR-ACHOU > ZEROS
       PERFORM 410-VERBO THRU 410-EXIT-VERBO
       STRING "PROFILE " WK-JR-KEY(WK-JR-ACHOU)(5:4) " ASSIGNMENT "
              FUNCTION TRIM(WK-VERBO) " BY "
              FUNCTION TRIM(WK-JR-OPER(WK-JR-ACHOU))
           DELIMITED BY SIZE INTO WK-CAUSA
       END-STRING
       GO 400-EXIT-CAUSA
    END-IF

    *> 3. registro de perfil (pai, etc.) de um perfil do usuario
    PERFORM VARYING WK-PDX FROM 1 BY 1 UNTIL WK-PDX > WK-PRF-NUM
       PERFORM VARYING WK-JX FROM 1 BY 1 UNTIL WK-JX > WK-JR-NUM
          IF WK-JR-FILE(WK-JX) = "PROFILE"
             AND WK-JR-KEY(WK-JX)(1:4) = WK-PRF-ID(WK-PDX)
             MOVE WK-JX TO WK-JR-ACHOU
          END-IF
       END-PERFORM
    END-PERFORM
    IF WK-JR-ACHOU > ZEROS
       PERFORM 410-VERBO THRU 410-EXIT-VERBO
       STRING "PROFILE " WK-JR-KEY(WK-JR-ACHOU)(1:4)
              " (PARENT/DEFINITION) " FUNCTION TRIM(WK-VERBO) " BY "
              FUNCTION TRIM(WK-JR-OPER(WK-JR-ACHOU))
           DELIMITED BY SIZE INTO WK-CAUSA
       END-STRING
       GO 400-EXIT-CAUSA
    END-IF

    *> 4. janela de delegacao que abriu ou fechou entre as extracoes
    PERFORM 420-CAUSA-DELEGACAO THRU 420-EXIT-CAUSA-DELEGACAO
    IF WK-CAUSA NOT = SPACES
       GO 400-EXIT-CAUSA
    END-IF

    *> 5. data efetiva de atribuicao que chegou ou passou
    PERFORM 430-CAUSA-VIGENCIA THRU 430-EXIT-CAUSA-VIGENCIA
    IF WK-CAUSA NOT = SPACES
       GO 400-EXIT-CAUSA
    END-IF

    *> 6. a propria conta
    MOVE WK-UID TO U-ID-USR
    READ FD-USER
        KEY IS KEY1-USR
        INVALID KEY
            MOVE "USER NO LONGER ON FILE" TO WK-CAUSA
        NOT INVALID KEY
            IF U-INACTIVE
               MOVE "ACCOUNT INACTIVE" TO WK-CAUSA
            END-IF
            IF U-IS-LOCKED
               MOVE "ACCOUNT LOCKED" TO WK-CAUSA
            END-IF
    END-READ
    IF WK-CAUSA NOT = SPACES
       GO 400-EXIT-CAUSA
    END-IF
    PERFORM VARYING WK-JX FROM 1 BY 1 UNTIL WK-JX > WK-JR-NUM
       IF WK-JR-FILE(WK-JX) = "USER"
          AND WK-JR-KEY(WK-JX)(1:4) = WK-UID
          MOVE WK-JX TO WK-JR-ACHOU
       END-IF
    END-PERFORM
    IF WK-JR-ACHOU > ZEROS
       PERFORM 410-VERBO THRU 410-EXIT-VERBO
       STRING "USER RECORD " FUNCTION TRIM(WK-VERBO)
              " (STATUS/LOCK) BY " FUNCTION TRIM(WK-JR-OPER(WK-JR-ACHOU))
           DELIMITED BY SIZE INTO WK-CAUSA
       END-STRING
       GO 400-EXIT-CAUSA
    END-IF

    MOVE "NO CAUSE FOUND - FOLLOW UP" TO WK-CAUSA
    ADD 1 TO WK-SEM-CAUSA.

400-EXIT-CAUSA.
    EXIT.
*>----------------------------------------------------------------------
410-VERBO.

    EVALUATE WK-JR-OP(WK-JR-ACHOU)
       WHEN "W"
          MOVE "ADDED" TO WK-VERBO
       WHEN "D"
          MOVE "REMOVED" TO WK-VERBO
       WHEN OTHER
          MOVE "CHANGED" TO WK-VERBO
    END-EVALUATE.

410-EXIT-VERBO.
    EXIT.
*>----------------------------------------------------------------------
420-CAUSA-DELEGACAO.

    IF NOT FSG-OK
       GO 420-EXIT-CAUSA-DELEGACAO
    END-IF
    INITIALIZE REC-DLG
    MOVE ZEROS TO DLG-FROM-USR DLG-TO-USR
    MOVE "F" TO FLG-EOF-2
    START FD-DLG
        KEY IS >= KEY1-DLG
        INVALID KEY
            MOVE "T" TO FLG-EOF-2
    END-START
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-DLG NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF DLG-TO-USR = WK-UID
                IF DLG-EFF-FROM > WK-ANT-DATA
                   AND DLG-EFF-FROM <= WK-ATU-DATA
                   MOVE DLG-EFF-FROM TO WK-DATA-AUX
                   PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
                   STRING "DELEGATION FROM USER " DLG-FROM-USR
                          " STARTED " WK-DATA-ED
                       DELIMITED BY SIZE INTO WK-CAUSA
                   END-STRING
                   MOVE "T" TO FLG-EOF-2
                END-IF
                IF DLG-EFF-TO NOT = ZEROS
                   AND DLG-EFF-TO >= WK-ANT-DATA
                   AND DLG-EFF-TO < WK-ATU-DATA
                   MOVE DLG-EFF-TO TO WK-DATA-AUX
                   PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
                   STRING "DELEGATION FROM USER " DLG-FROM-USR
                          " ENDED " WK-DATA-ED
                       DELIMITED BY SIZE INTO WK-CAUSA
                   END-STRING
                   MOVE "T" TO FLG-EOF-2
                END-IF
             END-IF
       END-READ
    END-PERFORM.

420-EXIT-CAUSA-DELEGACAO.
    EXIT.
*>----------------------------------------------------------------------
*> ATRIBUICOES DO USUARIO (OU DE QUEM DELEGA A ELE) CUJA DATA INICIAL
*> CHEGOU OU CUJA DATA FINAL PASSOU ENTRE AS DUAS EXTRACOES.
430-CAUSA-VIGENCIA.

    MOVE WK-UID TO WK-DONO-PFU
    INITIALIZE REC-PFU
    MOVE WK-DONO-PFU TO PFU-ID-USR
    MOVE ZEROS TO PFU-ID-PRF
    MOVE "F" TO FLG-EOF
    START FD-PFU
        KEY IS >= KEY1-PFU
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-PFU NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF PFU-ID-USR NOT = WK-DONO-PFU
                MOVE "T" TO FLG-EOF
             ELSE
                IF PFU-EFF-FROM IS NUMERIC
                   AND PFU-EFF-FROM > WK-ANT-DATA
                   AND PFU-EFF-FROM <= WK-ATU-DATA
                   MOVE PFU-EFF-FROM TO WK-DATA-AUX
                   PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
                   STRING "PROFILE " PFU-ID-PRF " ASSIGNMENT EFFECTIVE "
                          WK-DATA-ED
                       DELIMITED BY SIZE INTO WK-CAUSA
                   END-STRING
                   MOVE "T" TO FLG-EOF
                END-IF
                IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO > 0
                   AND PFU-EFF-TO >= WK-ANT-DATA
                   AND PFU-EFF-TO < WK-ATU-DATA
                   MOVE PFU-EFF-TO TO WK-DATA-AUX
                   PERFORM 900-EDITA-DATA THRU 900-EXIT-EDITA-DATA
                   STRING "PROFILE " PFU-ID-PRF " ASSIGNMENT ENDED "
                          WK-DATA-ED
                       DELIMITED BY SIZE INTO WK-CAUSA
                   END-STRING
                   MOVE "T" TO FLG-EOF
                END-IF
             END-IF
       END-READ
    END-PERFORM.

430-EXIT-CAUSA-VIGENCIA.
    EXIT.
*>----------------------------------------------------------------------
900-EDITA-DATA.

    MOVE SPACES TO WK-DATA-ED
    STRING WK-DATA-AUX(7:2) "/" WK-DATA-AUX(5:2) "/" WK-DATA-AUX(1:4)
        DELIMITED BY SIZE INTO WK-DATA-ED
    END-STRING.

900-EXIT-EDITA-DATA.
    EXIT.
*>----------------------------------------------------------------------
915-GRAVA-LINHA.

    MOVE WK-LINHA TO REC-DELTA
    WRITE REC-DELTA
    MOVE SPACES TO WK-LINHA.

915-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
