*>           count) so the receiving side can verify completeness.
*>           Quarterly manual evidence uploads retire.
*>
*>           Profiles delegated through an open DELEGATION.DAT
*>           window are merged in as the sign-on does, and the
*>           previous day's extract is kept as
*>           entitlements_extract_prev.txt for entitlement_delta.
*>
*>           Layout of entitlements_extract.txt:
*>             H ENTITLEMENTS CCYYMMDD HHMMSS
*>             D uuuu llllllllll iiiii nnnnnnnnnnnnnnn a
*>             T nnnnnnnnn
*>
*> Entrada...: user.dat, user_profile.dat, profile.dat,
*>             menu_profile.dat, dinamic_menu.dat, delegation.dat
*>
*> Saida.....: entitlements_extract.txt,
*>             entitlements_extract_prev.txt, load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  GOV EXTRACT    09/02/26  DUMA      Primeira versao.
*>  ENT DELTA      10/15/26  DUMA      Delegacoes abertas entram na
*>                                     resolucao; extracao anterior
*>                                     guardada em _prev.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
COPY "../cpy/profile_se.cpy".
COPY "../cpy/menu_profile_se.cpy".
COPY "../cpy/menu_se.cpy".
COPY "../cpy/delegation_se.cpy".
COPY "../cpy/load_summary_se.cpy".

     SELECT FILE_EXT ASSIGN TO DISK
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/menu_profile_fd.cpy".
COPY "../cpy/menu_fd.cpy".
COPY "../cpy/delegation_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

FD  FILE_EXT
    88  FS4-OK VALUE ZEROS.
77  ST-MNU                        PIC  9(002).
    88  FS5-OK VALUE ZEROS.
77  ST-DLG                        PIC  9(002).
    88  FS6-OK VALUE ZEROS.

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-IDX                        PIC  9(003) VALUE ZEROS.
01  WK-HIT                        PIC  9(003) VALUE ZEROS.
01  WK-PFU-EFF                    PIC  X(001) VALUE "Y".
01  WK-DLG-FROM-USR               PIC  9(004) VALUE ZEROS.
01  FLG-EOF-3                     PIC  X(001) VALUE "F".
*> Geracao anterior da extracao ---------------------------------------
01  WK-EXT-PATH                   PIC  X(060) VALUE
    "../txt/entitlements_extract.txt".
01  WK-PREV-PATH                  PIC  X(060) VALUE
    "../txt/entitlements_extract_prev.txt".
01  WK-USERS                      PIC  9(008) VALUE ZEROS.
01  WK-DETAILS                    PIC  9(009) VALUE ZEROS.
01  WK-TEL01-1                    PIC  X(052) VALUE
    OPEN INPUT FD-PRF
    OPEN INPUT FD-PFM
    OPEN INPUT FD-MENU
    OPEN INPUT FD-DLG

    *> a extracao de um dia anterior vira a geracao _prev antes de ser
    *> regravada; rodar de novo no mesmo dia nao perde a de ontem
    OPEN INPUT FILE_EXT
    IF ST-EXT = "00"
       MOVE SPACES TO REC-EXT
       READ FILE_EXT
          AT END
             MOVE SPACES TO REC-EXT
       END-READ
       CLOSE FILE_EXT
       IF REC-EXT(1:15) = "H ENTITLEMENTS "
          AND REC-EXT(16:8) IS NUMERIC
          AND REC-EXT(16:8) < WK-HOJE
          CALL 'CBL_COPY_FILE' USING WK-EXT-PATH WK-PREV-PATH
          END-CALL
       END-IF
    END-IF
    OPEN OUTPUT FILE_EXT
    MOVE SPACES TO REC-EXT
    STRING "H ENTITLEMENTS " WK-HOJE " " WK-AGORA(1:6)
             END-IF
       END-READ
    END-PERFORM
    PERFORM 023-DELEGACOES THRU 023-EXIT-DELEGACOES
    *> a cadeia de pais cresce a tabela enquanto e varrida, como o
    *> login faz - o teste de duplicado corta qualquer ciclo
    PERFORM VARYING WK-PDX FROM 1 BY 1 UNTIL WK-PDX > WK-PRF-NUM
022-EXIT-RESOLVE-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
*> PERFIS DE QUEM DELEGOU A ESTE USUARIO POR UMA JANELA ABERTA DO
*> DELEGATION.DAT (ZEROS = ABERTA DAQUELE LADO), COM AS DATAS EFETIVAS
*> DO PROPRIO TITULAR - A MESMA FUSAO QUE O LOGIN FAZ.
023-DELEGACOES.

    IF NOT FS6-OK
       GO 023-EXIT-DELEGACOES
    END-IF
    INITIALIZE REC-DLG
    MOVE ZEROS TO DLG-FROM-USR DLG-TO-USR
    MOVE "F" TO FLG-EOF-3
    START FD-DLG
        KEY IS >= KEY1-DLG
        INVALID KEY
            MOVE "T" TO FLG-EOF-3
    END-START
    PERFORM UNTIL FLG-EOF-3 = "T"
       READ FD-DLG NEXT
          AT END
             MOVE "T" TO FLG-EOF-3
          NOT AT END
             IF DLG-TO-USR = U-ID-USR
                AND (DLG-EFF-FROM = ZEROS OR WK-HOJE >= DLG-EFF-FROM)
                AND (DLG-EFF-TO = ZEROS OR WK-HOJE <= DLG-EFF-TO)
                MOVE DLG-FROM-USR TO WK-DLG-FROM-USR
                PERFORM 025-UM-TITULAR THRU 025-EXIT-UM-TITULAR
             END-IF
       END-READ
    END-PERFORM.

023-EXIT-DELEGACOES.
    EXIT.
*>----------------------------------------------------------------------
025-UM-TITULAR.

    INITIALIZE REC-PFU
    MOVE WK-DLG-FROM-USR TO PFU-ID-USR
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
             IF PFU-ID-USR NOT = WK-DLG-FROM-USR
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
                MOVE "N" TO WK-DUP
                PERFORM VARYING WK-QDX FROM 1 BY 1
                        UNTIL WK-QDX > WK-PRF-NUM
                   IF WK-PRF-ID(WK-QDX) = PFU-ID-PRF
                      MOVE "Y" TO WK-DUP
                   END-IF
                END-PERFORM
                IF WK-PFU-EFF = "Y" AND WK-DUP = "N"
                   AND WK-PRF-NUM < WK-PRF-MAX
                   ADD 1 TO WK-PRF-NUM
                   MOVE PFU-ID-PRF TO WK-PRF-ID(WK-PRF-NUM)
                END-IF
             END-IF
       END-READ
    END-PERFORM.

025-EXIT-UM-TITULAR.
    EXIT.
*>----------------------------------------------------------------------
024-RESOLVE-ITENS.

    MOVE ZEROS TO WK-IT-NUM
    WRITE REC-EXT
    CLOSE FILE_EXT
    CLOSE FD-USER FD-PFU FD-PRF FD-PFM FD-MENU
    IF FS6-OK
       CLOSE FD-DLG
    END-IF

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
