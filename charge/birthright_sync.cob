       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    birthright_sync.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Nightly birthright check. BIRTHRIGHT.DAT lists, per
*>           DEPARTMENT.DAT code, the baseline profiles every member
*>           of the department should hold. Each active personal
*>           account with a department is compared with its
*>           department's list:
*>             - a baseline profile the user does not hold (no
*>               USER_PROFILE.DAT row that is current or starts
*>               later) is proposed as an insert in
*>               PENDING_CHANGES.DAT, requester BIRTHRIGHT, for an
*>               administrator to apply from the APPROVALS screen -
*>               unless an insert for it is already waiting there;
*>             - a profile the user holds that is on another
*>               department's baseline but not on their own is
*>               flagged - typically left over from a move between
*>               departments. Nothing is taken away automatically.
*>           The run prints what it proposed, then everything still
*>           out of line: proposals awaiting approval from earlier
*>           runs, proposals it could not queue and the flagged
*>           leftovers.
*>
*> Entrada...: birthright.dat, user.dat, user_profile.dat,
*>             pending_changes.dat, profile.dat
*>
*> Saida.....: pending_changes.dat, birthright_run.txt
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  BIRTHRIGHT     10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/birthright_se.cpy".
COPY "../cpy/user_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/pending_change_se.cpy".
COPY "../cpy/profile_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/birthright_fd.cpy".
COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/pending_change_fd.cpy".
COPY "../cpy/profile_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-BRT                        PIC  9(002).
    88  BRT-FS-OK                             VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  USR-FS-OK                             VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  PFU-FS-OK                             VALUE ZEROS.
77  ST-PCH                        PIC  9(002).
    88  PCH-FS-OK                             VALUE ZEROS.
    88  PCH-FS-NOT-EXIST                      VALUE 35.
77  ST-PRF                        PIC  9(002).
    88  PRF-FS-OK                             VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-PFU-EOF                    PIC  X(001) VALUE "N".
01  WK-HAS-PCH                    PIC  X(001) VALUE "N".
01  WK-HAS-PRF                    PIC  X(001) VALUE "N".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-NEXT-PCH                   PIC  9(006) VALUE ZEROS.

*> Counters ------------------------------------------------------------
01  WK-USERS                      PIC  9(006) VALUE ZEROS.
01  WK-CHECKED                    PIC  9(006) VALUE ZEROS.
01  WK-PROPOSED                   PIC  9(006) VALUE ZEROS.
01  WK-AWAITING                   PIC  9(006) VALUE ZEROS.
01  WK-NOT-QUEUED                 PIC  9(006) VALUE ZEROS.
01  WK-LEFTOVER                   PIC  9(006) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(006) VALUE ZEROS.

*> The whole birthright table, in key order (department, profile) ----
01  WK-BL-MAX                     PIC  9(004) VALUE 1000.
01  WK-BL-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-BL-TAB.
    05 WK-BL-ROW OCCURS 1000 TIMES.
       10 WK-BL-DEPT              PIC X(04).
       10 WK-BL-PRF               PIC 9(04).

*> Inserts already waiting in the approval queue ---------------------
01  WK-PQ-MAX                     PIC  9(004) VALUE 3000.
01  WK-PQ-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-PQ-TAB.
    05 WK-PQ-ROW OCCURS 3000 TIMES.
       10 WK-PQ-USR               PIC 9(04).
       10 WK-PQ-PRF               PIC 9(04).
       10 WK-PQ-ID                PIC 9(06).
01  WK-PFU-IMAGE.
    05 WK-PI-USR                  PIC 9(04).
    05 WK-PI-PRF                  PIC 9(04).
    05 WK-PI-FROM                 PIC X(08).
    05 WK-PI-TO                   PIC X(08).

*> Profiles the user in hand holds (current or starting later) ------
01  WK-HL-MAX                     PIC  9(004) VALUE 200.
01  WK-HL-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-HL-TAB.
    05 WK-HL-PRF OCCURS 200 TIMES PIC 9(04).

*> Out-of-line lines, printed after the proposals --------------------
01  WK-OL-MAX                     PIC  9(004) VALUE 3000.
01  WK-OL-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-OL-TAB.
    05 WK-OL-LINE OCCURS 3000 TIMES PIC X(120).
01  WK-OL-TEXT                    PIC  X(120) VALUE SPACES.

01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.
01  WK-IN-OWN                     PIC  X(001) VALUE "N".
01  WK-OTHER-DEPT                 PIC  X(004) VALUE SPACES.
01  WK-PRF-ID                     PIC  9(004) VALUE ZEROS.
01  WK-PRF-NAME                   PIC  X(020) VALUE SPACES.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA THRU 010-FIM-INICIALIZA

    PERFORM 015-CARREGA-BASE THRU 015-EXIT-CARREGA-BASE
    PERFORM 017-CARREGA-FILA THRU 017-EXIT-CARREGA-FILA
    PERFORM 020-PROCESSA-USUARIOS THRU 020-EXIT-PROCESSA-USUARIOS
    PERFORM 050-RELATORIO THRU 050-EXIT-RELATORIO

    PERFORM 090-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    CALL "setpaths" END-CALL
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME

    MOVE SPACES TO WK-HEADING
    STRING "BASELINE ASSIGNMENTS PROPOSED FOR APPROVAL - RUN " WK-HOJE
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/birthright_run.txt" TO WK-RW-FILENAME
    MOVE "BIRTHRIGHT PROFILES - NIGHTLY RUN" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    OPEN INPUT FD-PRF
    IF PRF-FS-OK
       MOVE "Y" TO WK-HAS-PRF
    END-IF.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
015-CARREGA-BASE.

    OPEN INPUT FD-BRT
    IF NOT BRT-FS-OK
       GO 015-EXIT-CARREGA-BASE
    END-IF
    MOVE LOW-VALUES TO KEY1-BRT
    START FD-BRT
        KEY IS >= KEY1-BRT
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-BRT NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF WK-BL-NUM < WK-BL-MAX
                ADD 1 TO WK-BL-NUM
                MOVE BRT-DEPT TO WK-BL-DEPT(WK-BL-NUM)
                MOVE BRT-ID-PRF TO WK-BL-PRF(WK-BL-NUM)
             ELSE
                ADD 1 TO WK-OVERFLOW
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-BRT
    MOVE "F" TO FLG-EOF.

015-EXIT-CARREGA-BASE.
    EXIT.
*>----------------------------------------------------------------------
*> THE QUEUE STAYS OPEN FOR THE PROPOSALS; ITS PENDING USER-PROFILE
*> INSERTS ARE KEPT SO THE SAME PROPOSAL IS NEVER QUEUED TWICE, AND
*> ITS LAST ID GIVES THE NEXT ONE.
017-CARREGA-FILA.

    IF WK-BL-NUM = ZEROS
       GO 017-EXIT-CARREGA-FILA
    END-IF
    OPEN I-O FD-PCH
    IF PCH-FS-NOT-EXIST
       OPEN OUTPUT FD-PCH
       CLOSE FD-PCH
       OPEN I-O FD-PCH
    END-IF
    IF NOT PCH-FS-OK
       MOVE "PENDING_CHANGES.DAT NOT AVAILABLE - NOTHING PROPOSED"
         TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       GO 017-EXIT-CARREGA-FILA
    END-IF
    MOVE "Y" TO WK-HAS-PCH
    MOVE ZEROS TO PCH-ID
    START FD-PCH
        KEY IS >= KEY1-PCH
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-PCH NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             MOVE PCH-ID TO WK-NEXT-PCH
             IF PCH-IS-PENDING AND PCH-FILE-PFU AND PCH-ACT-INSERT
                MOVE PCH-IMAGE(1:24) TO WK-PFU-IMAGE
                PERFORM 018-GUARDA-FILA THRU 018-EXIT-GUARDA-FILA
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF.

017-EXIT-CARREGA-FILA.
    EXIT.
*>----------------------------------------------------------------------
018-GUARDA-FILA.

    IF WK-PQ-NUM >= WK-PQ-MAX
       ADD 1 TO WK-OVERFLOW
       GO 018-EXIT-GUARDA-FILA
    END-IF
    ADD 1 TO WK-PQ-NUM
    MOVE WK-PI-USR TO WK-PQ-USR(WK-PQ-NUM)
    MOVE WK-PI-PRF TO WK-PQ-PRF(WK-PQ-NUM)
    MOVE PCH-ID TO WK-PQ-ID(WK-PQ-NUM).

018-EXIT-GUARDA-FILA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSA-USUARIOS.

    IF WK-BL-NUM = ZEROS
       MOVE "  NO DEPARTMENT HAS BASELINE PROFILES - NOTHING TO CHECK"
         TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       GO 020-EXIT-PROCESSA-USUARIOS
    END-IF
    OPEN INPUT FD-USER
    IF NOT USR-FS-OK
       MOVE "USER.DAT NOT AVAILABLE - NOTHING CHECKED" TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       GO 020-EXIT-PROCESSA-USUARIOS
    END-IF
    OPEN INPUT FD-PFU
    MOVE ZEROS TO U-ID-USR
    MOVE LOW-VALUES TO U-LOGIN
    START FD-USER
        KEY IS >= KEY1-USR
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-USER NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-USERS
             IF U-ACTIVE AND U-PERSONAL-ACCT AND U-DEPT NOT = SPACES
                PERFORM 025-VERIFICA-USUARIO
                   THRU 025-EXIT-VERIFICA-USUARIO
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-USER FD-PFU
    MOVE "F" TO FLG-EOF.

020-EXIT-PROCESSA-USUARIOS.
    EXIT.
*>----------------------------------------------------------------------
025-VERIFICA-USUARIO.

    ADD 1 TO WK-CHECKED
    PERFORM 026-CARREGA-PERFIS THRU 026-EXIT-CARREGA-PERFIS

    *> the department's baseline against what the user holds
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-BL-NUM
       IF WK-BL-DEPT(WK-IDX) = U-DEPT
          MOVE ZEROS TO WK-FOUND
          PERFORM VARYING WK-JDX FROM 1 BY 1
                  UNTIL WK-JDX > WK-HL-NUM OR WK-FOUND > ZEROS
             IF WK-HL-PRF(WK-JDX) = WK-BL-PRF(WK-IDX)
                MOVE WK-JDX TO WK-FOUND
             END-IF
          END-PERFORM
          IF WK-FOUND = ZEROS
             MOVE WK-BL-PRF(WK-IDX) TO WK-PRF-ID
             PERFORM 030-PROPOE THRU 030-EXIT-PROPOE
          END-IF
       END-IF
    END-PERFORM

    *> what the user holds that belongs to another department's
    *> baseline and not to their own
    PERFORM VARYING WK-JDX FROM 1 BY 1 UNTIL WK-JDX > WK-HL-NUM
       MOVE "N" TO WK-IN-OWN
       MOVE SPACES TO WK-OTHER-DEPT
       PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-BL-NUM
          IF WK-BL-PRF(WK-IDX) = WK-HL-PRF(WK-JDX)
             IF WK-BL-DEPT(WK-IDX) = U-DEPT
                MOVE "Y" TO WK-IN-OWN
             ELSE
                IF WK-OTHER-DEPT = SPACES
                   MOVE WK-BL-DEPT(WK-IDX) TO WK-OTHER-DEPT
                END-IF
             END-IF
          END-IF
       END-PERFORM
       IF WK-IN-OWN = "N" AND WK-OTHER-DEPT NOT = SPACES
          ADD 1 TO WK-LEFTOVER
          MOVE WK-HL-PRF(WK-JDX) TO WK-PRF-ID
          PERFORM 040-NOME-PERFIL THRU 040-EXIT-NOME-PERFIL
          MOVE SPACES TO WK-OL-TEXT
          STRING "  " U-LOGIN " DEPT " U-DEPT
                 "  HOLDS " WK-PRF-ID " " WK-PRF-NAME
                 "  BASELINE OF DEPT " WK-OTHER-DEPT
                 " - NOT OF " U-DEPT
              DELIMITED BY SIZE INTO WK-OL-TEXT
          END-STRING
          PERFORM 045-GUARDA-FORA THRU 045-EXIT-GUARDA-FORA
       END-IF
    END-PERFORM.

025-EXIT-VERIFICA-USUARIO.
    EXIT.
*>----------------------------------------------------------------------
*> THE USER'S USER_PROFILE.DAT ROWS THAT HAVE NOT ENDED - AN
*> ASSIGNMENT STARTING LATER IS ALREADY ON ITS WAY AND COUNTS.
026-CARREGA-PERFIS.

    MOVE ZEROS TO WK-HL-NUM
    MOVE "N" TO WK-PFU-EOF
    MOVE U-ID-USR TO PFU-ID-USR
    MOVE ZEROS TO PFU-ID-PRF
    START FD-PFU
        KEY IS >= KEY1-PFU
        INVALID KEY
            MOVE "Y" TO WK-PFU-EOF
    END-START
    PERFORM UNTIL WK-PFU-EOF = "Y"
       READ FD-PFU NEXT
          AT END
             MOVE "Y" TO WK-PFU-EOF
          NOT AT END
             IF PFU-ID-USR NOT = U-ID-USR
                MOVE "Y" TO WK-PFU-EOF
             ELSE
                IF PFU-EFF-TO IS NOT NUMERIC
                   OR PFU-EFF-TO = ZEROS
                   OR PFU-EFF-TO >= WK-HOJE
                   IF WK-HL-NUM < WK-HL-MAX
                      ADD 1 TO WK-HL-NUM
                      MOVE PFU-ID-PRF TO WK-HL-PRF(WK-HL-NUM)
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM.

026-EXIT-CARREGA-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
*> BASELINE PROFILE WK-PRF-ID MISSING FOR THE USER IN HAND: ALREADY
*> WAITING IN THE QUEUE IS OUT OF LINE STILL; OTHERWISE IT IS QUEUED.
030-PROPOE.

    PERFORM 040-NOME-PERFIL THRU 040-EXIT-NOME-PERFIL
    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-JDX FROM 1 BY 1
            UNTIL WK-JDX > WK-PQ-NUM OR WK-FOUND > ZEROS
       IF WK-PQ-USR(WK-JDX) = U-ID-USR
          AND WK-PQ-PRF(WK-JDX) = WK-PRF-ID
          MOVE WK-JDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND > ZEROS
       ADD 1 TO WK-AWAITING
       MOVE SPACES TO WK-OL-TEXT
       STRING "  " U-LOGIN " DEPT " U-DEPT
              "  LACKS " WK-PRF-ID " " WK-PRF-NAME
              "  AWAITING APPROVAL - ENTRY " WK-PQ-ID(WK-FOUND)
           DELIMITED BY SIZE INTO WK-OL-TEXT
       END-STRING
       PERFORM 045-GUARDA-FORA THRU 045-EXIT-GUARDA-FORA
       GO 030-EXIT-PROPOE
    END-IF
    IF WK-HAS-PCH NOT = "Y"
       ADD 1 TO WK-NOT-QUEUED
       MOVE SPACES TO WK-OL-TEXT
       STRING "  " U-LOGIN " DEPT " U-DEPT
              "  LACKS " WK-PRF-ID " " WK-PRF-NAME
              "  NOT QUEUED - APPROVAL QUEUE NOT AVAILABLE"
           DELIMITED BY SIZE INTO WK-OL-TEXT
       END-STRING
       PERFORM 045-GUARDA-FORA THRU 045-EXIT-GUARDA-FORA
       GO 030-EXIT-PROPOE
    END-IF

    INITIALIZE REC-PFU
    MOVE U-ID-USR TO PFU-ID-USR
    MOVE WK-PRF-ID TO PFU-ID-PRF
    MOVE ZEROS TO PFU-EFF-FROM PFU-EFF-TO
    INITIALIZE REC-PCH
    ADD 1 TO WK-NEXT-PCH
    MOVE WK-NEXT-PCH TO PCH-ID
    MOVE "P" TO PCH-STATUS
    MOVE "PFU" TO PCH-FILE
    MOVE "I" TO PCH-ACTION
    MOVE SPACES TO PCH-IMAGE
    MOVE REC-PFU TO PCH-IMAGE
    MOVE "BIRTHRIGHT" TO PCH-REQUESTER
    MOVE WK-HOJE TO PCH-REQ-DATE
    MOVE WK-AGORA TO PCH-REQ-TIME
    MOVE SPACES TO PCH-APPROVER
    MOVE ZEROS TO PCH-APP-DATE PCH-APP-TIME
    STRING "BASELINE PROFILE OF DEPARTMENT " U-DEPT
        DELIMITED BY SIZE INTO PCH-COMMENT
    END-STRING
    MOVE SPACES TO PCH-TICKET
    WRITE REC-PCH
        INVALID KEY
            ADD 1 TO WK-NOT-QUEUED
            MOVE SPACES TO WK-OL-TEXT
            STRING "  " U-LOGIN " DEPT " U-DEPT
                   "  LACKS " WK-PRF-ID " " WK-PRF-NAME
                   "  NOT QUEUED - ERROR WRITING ENTRY " WK-NEXT-PCH
                DELIMITED BY SIZE INTO WK-OL-TEXT
            END-STRING
            PERFORM 045-GUARDA-FORA THRU 045-EXIT-GUARDA-FORA
        NOT INVALID KEY
            ADD 1 TO WK-PROPOSED
            MOVE REC-PFU TO WK-PFU-IMAGE
            PERFORM 018-GUARDA-FILA THRU 018-EXIT-GUARDA-FILA
            MOVE SPACES TO REG-TXT
            STRING "  " PCH-ID "  " U-LOGIN " DEPT " U-DEPT
                   "  ADD " WK-PRF-ID " " WK-PRF-NAME
                DELIMITED BY SIZE INTO REG-TXT
            END-STRING
            PERFORM 080-GRAVA-LINHA
    END-WRITE.

030-EXIT-PROPOE.
    EXIT.
*>----------------------------------------------------------------------
040-NOME-PERFIL.

    MOVE "(UNKNOWN PROFILE)" TO WK-PRF-NAME
    IF WK-HAS-PRF = "Y"
       MOVE WK-PRF-ID TO PRF-ID
       READ FD-PRF
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE PRF-NAME TO WK-PRF-NAME
       END-READ
    END-IF.

040-EXIT-NOME-PERFIL.
    EXIT.
*>----------------------------------------------------------------------
045-GUARDA-FORA.

    IF WK-OL-NUM >= WK-OL-MAX
       ADD 1 TO WK-OVERFLOW
       GO 045-EXIT-GUARDA-FORA
    END-IF
    ADD 1 TO WK-OL-NUM
    MOVE WK-OL-TEXT TO WK-OL-LINE(WK-OL-NUM).

045-EXIT-GUARDA-FORA.
    EXIT.
*>----------------------------------------------------------------------
050-RELATORIO.

    IF WK-PROPOSED = ZEROS
       MOVE "  NONE - NO NEW BASELINE ASSIGNMENT WAS NEEDED" TO REG-TXT
       PERFORM 080-GRAVA-LINHA
    END-IF
    MOVE SPACES TO REG-TXT
    PERFORM 080-GRAVA-LINHA
    MOVE "STILL OUT OF LINE" TO REG-TXT
    PERFORM 080-GRAVA-LINHA
    MOVE ALL "-" TO REG-TXT(1:60)
    PERFORM 080-GRAVA-LINHA
    IF WK-OL-NUM = ZEROS
       MOVE "  NONE" TO REG-TXT
       PERFORM 080-GRAVA-LINHA
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-OL-NUM
       MOVE WK-OL-LINE(WK-IDX) TO REG-TXT
       PERFORM 080-GRAVA-LINHA
    END-PERFORM.

050-EXIT-RELATORIO.
    EXIT.
*>----------------------------------------------------------------------
080-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO REG-TXT.

080-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
090-FINALIZA.

    IF WK-HAS-PCH = "Y"
       CLOSE FD-PCH
    END-IF
    IF WK-HAS-PRF = "Y"
       CLOSE FD-PRF
    END-IF
    MOVE SPACES TO REG-TXT
    PERFORM 080-GRAVA-LINHA
    STRING "USERS READ: " WK-USERS
           "  CHECKED: " WK-CHECKED
           "  PROPOSED: " WK-PROPOSED
           "  AWAITING APPROVAL: " WK-AWAITING
           "  NOT QUEUED: " WK-NOT-QUEUED
           "  HELD FROM ANOTHER BASELINE: " WK-LEFTOVER
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 080-GRAVA-LINHA
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " ROWS BEYOND THE TABLES THE RUN HOLDS"
              " WERE LEFT OUT - RESULTS INCOMPLETE ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 080-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY "BIRTHRIGHT - CHECKED: " WK-CHECKED
            "  PROPOSED: " WK-PROPOSED
            "  AWAITING: " WK-AWAITING
            "  HELD FROM ANOTHER BASELINE: " WK-LEFTOVER
    MOVE 0 TO RETURN-CODE
    GOBACK.

090-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
