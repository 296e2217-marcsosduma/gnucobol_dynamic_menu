       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    provision_inbound.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Inbound provisioning feed from the corporate identity-
*>           governance platform - the return leg of the nightly
*>           entitlement extract. Each detail line is one add or
*>           remove of a USER_PROFILE.DAT assignment the platform
*>           has decided, with the platform's request id. A line is
*>           validated against USER.DAT (login and id must agree)
*>           and PROFILE.DAT and then:
*>             - applied straight to USER_PROFILE.DAT, with a change
*>               journal line, when its request type is pre-approved
*>               (SYSPARM.DAT row GOVAUTO-<type> = 1 - the flag
*>               itself only changes through the approval queue);
*>             - otherwise queued in PENDING_CHANGES.DAT, requester
*>               GOVERNANCE, for an administrator to apply from the
*>               APPROVALS screen.
*>           The platform's request id rides as the change ticket on
*>           the journal line or the queued entry. Every line gets an
*>           acknowledgement - APPLIED, QUEUED or REJECTED and why -
*>           in governance_ack.txt for the platform to collect.
*>
*>           The file is gated like the loaders: header, trailer
*>           count and a creation date not already loaded OK; a file
*>           refused at the gate is acknowledged as a whole.
*>
*>           Layout of governance_inbound.txt:
*>             H PROVISION  CCYYMMDD HHMMSS
*>             D rrrrrrrrrrrr a tttttttttt uuuu llllllllll pppp
*>               ffffffff eeeeeeee        (a = A add, R remove;
*>               t = request type; f/e = effective from/to,
*>               blank = open - on the same line)
*>             T nnnnnnnn
*>
*>           Layout of governance_ack.txt:
*>             H PROVISNACK CCYYMMDD HHMMSS FILE ccyymmdd
*>             A rrrrrrrrrrrr ssssssss nnnnnn reason
*>               (s = APPLIED, QUEUED, REJECTED; n = queue entry)
*>             T nnnnnnnn
*>
*> Entrada...: governance_inbound.txt, user.dat, profile.dat,
*>             user_profile.dat, pending_changes.dat, sysparm.dat
*>
*> Saida.....: user_profile.dat, pending_changes.dat,
*>             change_journal.log, governance_ack.txt,
*>             load_summary.log
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  GOV INBOUND    10/15/26  DUMA      Primeira versao.
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
COPY "../cpy/profile_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/pending_change_se.cpy".
COPY "../cpy/change_journal_se.cpy".
COPY "../cpy/load_summary_se.cpy".

     SELECT FILE_GIN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-GIN.

     SELECT FILE_ACK ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-ACK.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/user_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/pending_change_fd.cpy".
COPY "../cpy/change_journal_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

FD  FILE_GIN
    VALUE OF FILE-ID IS  "../txt/governance_inbound.txt".
01  REC-GIN                       PIC  X(080).
01  REC-GIN-D REDEFINES REC-GIN.
    05 GIN-TYPE                   PIC  X(001).
    05 FILLER                     PIC  X(001).
    05 GIN-REQ-ID                 PIC  X(012).
    05 FILLER                     PIC  X(001).
    05 GIN-ACTION                 PIC  X(001).
       88 GIN-IS-ADD                          VALUE "A".
       88 GIN-IS-REMOVE                       VALUE "R".
    05 FILLER                     PIC  X(001).
    05 GIN-REQ-TYPE               PIC  X(010).
    05 FILLER                     PIC  X(001).
    05 GIN-ID-USR                 PIC  X(004).
    05 FILLER                     PIC  X(001).
    05 GIN-LOGIN                  PIC  X(010).
    05 FILLER                     PIC  X(001).
    05 GIN-ID-PRF                 PIC  X(004).
    05 FILLER                     PIC  X(001).
    05 GIN-EFF-FROM               PIC  X(008).
    05 FILLER                     PIC  X(001).
    05 GIN-EFF-TO                 PIC  X(008).
    05 FILLER                     PIC  X(014).

FD  FILE_ACK
    VALUE OF FILE-ID IS  "../txt/governance_ack.txt".
01  REC-ACK                       PIC  X(080).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-GIN                        PIC  X(002) VALUE ZEROS.
77  ST-ACK                        PIC  X(002) VALUE ZEROS.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.
77  ST-CHJ                        PIC  X(002) VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  USR-FS-OK                             VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  PRF-FS-OK                             VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  PFU-FS-OK                             VALUE ZEROS.
    88  PFU-FS-NOT-EXIST                      VALUE 35.
77  ST-PCH                        PIC  9(002).
    88  PCH-FS-OK                             VALUE ZEROS.
    88  PCH-FS-NOT-EXIST                      VALUE 35.
COPY "../cpy/getparm_ws.cpy".

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-NEXT-PCH                   PIC  9(006) VALUE ZEROS.
01  WK-ANY-APPLIED                PIC  X(001) VALUE "N".

*> Counters ------------------------------------------------------------
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-DETAILS                    PIC  9(008) VALUE ZEROS.
01  WK-APPLIED                    PIC  9(008) VALUE ZEROS.
01  WK-QUEUED                     PIC  9(008) VALUE ZEROS.
01  WK-REJECTS                    PIC  9(008) VALUE ZEROS.

*> Outcome of the line in hand ----------------------------------------
01  WK-ACK-STATUS                 PIC  X(008) VALUE SPACES.
01  WK-ACK-ENTRY                  PIC  9(006) VALUE ZEROS.
01  WK-ACK-REASON                 PIC  X(050) VALUE SPACES.
01  WK-PREAPPROVED                PIC  X(001) VALUE "N".
01  WK-HELD                       PIC  X(001) VALUE "N".

*> Pending user-profile entries already in the queue, so a resent
*> instruction is not queued twice -----------------------------------
01  WK-PQ-MAX                     PIC  9(004) VALUE 3000.
01  WK-PQ-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-PQ-TAB.
    05 WK-PQ-ROW OCCURS 3000 TIMES.
       10 WK-PQ-ACTION            PIC X(01).
       10 WK-PQ-KEY               PIC X(08).
       10 WK-PQ-ID                PIC 9(06).
01  WK-PQ-WANT                    PIC  X(001) VALUE SPACE.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.

*> Header/trailer control totals of the input file ---------------------
01  WK-CTL-FILEID                 PIC  X(010) VALUE "PROVISION ".
01  WK-CTL-DATE                   PIC  X(008) VALUE SPACES.
01  WK-CTL-COUNT                  PIC  9(008) VALUE ZEROS.
01  WK-CTL-TRAILER                PIC  9(008) VALUE ZEROS.
01  WK-CTL-HAS-H                  PIC  X(001) VALUE "N".
01  WK-CTL-HAS-T                  PIC  X(001) VALUE "N".
01  WK-CTL-BAD-ID                 PIC  X(001) VALUE "N".
01  WK-CTL-DUPLOAD                PIC  X(001) VALUE "N".
01  WK-CTL-VERDICT                PIC  X(008) VALUE SPACES.
01  WK-CTL-MSG                    PIC  X(060) VALUE SPACES.
01  FLG-EOF-CTL                   PIC  X(001) VALUE "F".

*> Change journal ------------------------------------------------------
77  WK-OPERATOR                   PIC  X(020) VALUE "GOVERNANCE".
77  WK-CHJ-BEFORE                 PIC  X(167) VALUE SPACES.
77  WK-CHJ-AFTER                  PIC  X(167) VALUE SPACES.
77  WK-CHJ-OP                     PIC  X(001) VALUE SPACE.

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA THRU 010-FIM-INICIALIZA

    PERFORM 020-PROCESSA THRU 020-EXIT-PROCESSA

    PERFORM 090-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    CALL "setpaths" END-CALL
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME

    OPEN INPUT FILE_GIN
    IF ST-GIN NOT = "00"
       DISPLAY "PROVISION INBOUND - governance_inbound.txt NOT FOUND"
       MOVE 0 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT FILE_ACK
    PERFORM 015-VERIFICA-CONTROLES THRU 015-EXIT-VERIFICA-CONTROLES

    MOVE SPACES TO REC-ACK
    STRING "H PROVISNACK " WK-HOJE " " WK-AGORA(1:6)
           " FILE " WK-CTL-DATE
        DELIMITED BY SIZE INTO REC-ACK
    END-STRING
    WRITE REC-ACK

    IF WK-CTL-VERDICT NOT = "OK"
       MOVE SPACES TO REC-ACK
       STRING "E FILE REJECTED - " WK-CTL-MSG
           DELIMITED BY SIZE INTO REC-ACK
       END-STRING
       WRITE REC-ACK
       PERFORM 098-GRAVA-RESUMO THRU 098-EXIT-GRAVA-RESUMO
       MOVE "T 00000000" TO REC-ACK
       WRITE REC-ACK
       CLOSE FILE_ACK
       DISPLAY "PROVISION INBOUND - FILE REJECTED: " WK-CTL-MSG
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    OPEN INPUT FD-USER
    OPEN INPUT FD-PRF
    OPEN I-O FD-PFU
    IF PFU-FS-NOT-EXIST
       OPEN OUTPUT FD-PFU
       CLOSE FD-PFU
       OPEN I-O FD-PFU
    END-IF
    OPEN I-O FD-PCH
    IF PCH-FS-NOT-EXIST
       OPEN OUTPUT FD-PCH
       CLOSE FD-PCH
       OPEN I-O FD-PCH
    END-IF
    PERFORM 017-CARREGA-FILA THRU 017-EXIT-CARREGA-FILA.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> CONTROL-TOTAL GATE OVER THE INPUT FILE, BEFORE ANY LINE IS ACTED ON,
*> AS THE LOADERS DO IT: "H PROVISION  <CCYYMMDD>" FIRST, "T <COUNT>"
*> LAST, THE COUNT MATCHING THE DETAIL LINES, AND A CREATION DATE NOT
*> ALREADY LOADED OK BY AN EARLIER RUN.
015-VERIFICA-CONTROLES.

    MOVE "F" TO FLG-EOF-CTL
    PERFORM UNTIL FLG-EOF-CTL = "T"
       READ FILE_GIN
          AT END
             MOVE "T" TO FLG-EOF-CTL
          NOT AT END
             EVALUATE TRUE
                WHEN REC-GIN(1:2) = "H "
                   MOVE "Y" TO WK-CTL-HAS-H
                   IF REC-GIN(3:10) NOT = WK-CTL-FILEID
                      MOVE "Y" TO WK-CTL-BAD-ID
                   END-IF
                   MOVE REC-GIN(14:8) TO WK-CTL-DATE
                WHEN REC-GIN(1:2) = "T "
                   MOVE "Y" TO WK-CTL-HAS-T
                   IF REC-GIN(3:8) IS NUMERIC
                      MOVE REC-GIN(3:8) TO WK-CTL-TRAILER
                   END-IF
                WHEN REC-GIN = SPACES
                   CONTINUE
                WHEN OTHER
                   ADD 1 TO WK-CTL-COUNT
             END-EVALUATE
       END-READ
    END-PERFORM
    CLOSE FILE_GIN
    MOVE SPACES TO WK-CTL-MSG
    IF WK-CTL-HAS-H NOT = "Y"
       MOVE "NO H HEADER RECORD" TO WK-CTL-MSG
    END-IF
    IF WK-CTL-MSG = SPACES AND WK-CTL-BAD-ID = "Y"
       MOVE "HEADER FILE ID IS NOT PROVISION" TO WK-CTL-MSG
    END-IF
    IF WK-CTL-MSG = SPACES AND WK-CTL-HAS-T NOT = "Y"
       MOVE "NO T TRAILER RECORD" TO WK-CTL-MSG
    END-IF
    IF WK-CTL-MSG = SPACES AND WK-CTL-TRAILER NOT = WK-CTL-COUNT
       MOVE "TRAILER COUNT DOES NOT MATCH THE DETAIL LINES" TO WK-CTL-MSG
    END-IF
    IF WK-CTL-MSG = SPACES
       PERFORM 016-VERIFICA-JA-CARREGADO
           THRU 016-EXIT-VERIFICA-JA-CARREGADO
       IF WK-CTL-DUPLOAD = "Y"
          MOVE "A FILE WITH THIS CREATION DATE WAS ALREADY LOADED"
            TO WK-CTL-MSG
       END-IF
    END-IF
    IF WK-CTL-MSG NOT = SPACES
       MOVE "REJECTED" TO WK-CTL-VERDICT
       GO 015-EXIT-VERIFICA-CONTROLES
    END-IF
    MOVE "OK" TO WK-CTL-VERDICT
    OPEN INPUT FILE_GIN.

015-EXIT-VERIFICA-CONTROLES.
    EXIT.
*>----------------------------------------------------------------------
016-VERIFICA-JA-CARREGADO.

    MOVE "N" TO WK-CTL-DUPLOAD
    OPEN INPUT FILE_LOAD_SUMMARY
    IF ST-LDS NOT = "00"
       GO 016-EXIT-VERIFICA-JA-CARREGADO
    END-IF
    MOVE "F" TO FLG-EOF-CTL
    PERFORM UNTIL FLG-EOF-CTL = "T"
       READ FILE_LOAD_SUMMARY
          AT END
             MOVE "T" TO FLG-EOF-CTL
          NOT AT END
             IF LDS-PROGRAM = "PROVISION_INBOUND"
                AND LDS-VERDICT = "OK"
                AND LDS-FILE-DATE = WK-CTL-DATE
                MOVE "Y" TO WK-CTL-DUPLOAD
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_LOAD_SUMMARY.

016-EXIT-VERIFICA-JA-CARREGADO.
    EXIT.
*>----------------------------------------------------------------------
*> PENDING USER-PROFILE ENTRIES OF THE QUEUE, AND ITS LAST ID.
017-CARREGA-FILA.

    IF NOT PCH-FS-OK
       GO 017-EXIT-CARREGA-FILA
    END-IF
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
             IF PCH-IS-PENDING AND PCH-FILE-PFU
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
       GO 018-EXIT-GUARDA-FILA
    END-IF
    ADD 1 TO WK-PQ-NUM
    MOVE PCH-ACTION TO WK-PQ-ACTION(WK-PQ-NUM)
    MOVE PCH-IMAGE(1:8) TO WK-PQ-KEY(WK-PQ-NUM)
    MOVE PCH-ID TO WK-PQ-ID(WK-PQ-NUM).

018-EXIT-GUARDA-FILA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSA.

    PERFORM UNTIL EOF
       READ FILE_GIN
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF REC-GIN NOT = SPACES
                AND REC-GIN(1:2) NOT = "H "
                AND REC-GIN(1:2) NOT = "T "
                ADD 1 TO WK-DETAILS
                PERFORM 025-INSTRUCAO THRU 025-EXIT-INSTRUCAO
                IF WK-ACK-STATUS = "REJECTED"
                   ADD 1 TO WK-REJECTS
                END-IF
                PERFORM 080-GRAVA-ACK THRU 080-EXIT-GRAVA-ACK
             END-IF
       END-READ
    END-PERFORM.

020-EXIT-PROCESSA.
    EXIT.
*>----------------------------------------------------------------------
*> ONE INSTRUCTION: VALIDATED, THEN APPLIED OR QUEUED. EVERY WAY OUT
*> LEAVES WK-ACK-STATUS AND WK-ACK-REASON SET.
025-INSTRUCAO.

    MOVE "REJECTED" TO WK-ACK-STATUS
    MOVE ZEROS TO WK-ACK-ENTRY
    MOVE SPACES TO WK-ACK-REASON
    IF GIN-TYPE NOT = "D"
       MOVE "UNKNOWN RECORD TYPE" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    IF GIN-REQ-ID = SPACES
       MOVE "NO PLATFORM REQUEST ID" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    IF NOT GIN-IS-ADD AND NOT GIN-IS-REMOVE
       MOVE "ACTION MUST BE A (ADD) OR R (REMOVE)" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    IF GIN-ID-USR IS NOT NUMERIC
       MOVE "USER ID NOT NUMERIC" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    IF GIN-ID-PRF IS NOT NUMERIC
       MOVE "PROFILE ID NOT NUMERIC" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    IF (GIN-EFF-FROM NOT = SPACES AND GIN-EFF-FROM IS NOT NUMERIC)
       OR (GIN-EFF-TO NOT = SPACES AND GIN-EFF-TO IS NOT NUMERIC)
       MOVE "EFFECTIVE DATES MUST BE CCYYMMDD OR BLANK" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF

    *> the user: found by login, and the platform's id must agree
    IF NOT USR-FS-OK
       MOVE "USER.DAT NOT AVAILABLE" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    INITIALIZE REC-USR
    MOVE GIN-LOGIN TO U-LOGIN
    READ FD-USER KEY IS KEY2-USR
        INVALID KEY
            MOVE "LOGIN NOT IN USER.DAT" TO WK-ACK-REASON
            GO 025-EXIT-INSTRUCAO
    END-READ
    IF U-ID-USR NOT = GIN-ID-USR
       MOVE "USER ID DOES NOT MATCH THE LOGIN" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    IF GIN-IS-ADD AND U-INACTIVE
       MOVE "USER IS INACTIVE" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    IF NOT PRF-FS-OK
       MOVE "PROFILE.DAT NOT AVAILABLE" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    MOVE GIN-ID-PRF TO PRF-ID
    READ FD-PRF
        INVALID KEY
            MOVE "PROFILE NOT IN PROFILE.DAT" TO WK-ACK-REASON
            GO 025-EXIT-INSTRUCAO
    END-READ

    *> against the live assignment
    INITIALIZE REC-PFU
    MOVE GIN-ID-USR TO PFU-ID-USR
    MOVE GIN-ID-PRF TO PFU-ID-PRF
    MOVE "N" TO WK-HELD
    READ FD-PFU
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WK-HELD
    END-READ
    IF GIN-IS-ADD AND WK-HELD = "Y"
       MOVE "ALREADY ASSIGNED" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    IF GIN-IS-REMOVE AND WK-HELD = "N"
       MOVE "NOT ASSIGNED" TO WK-ACK-REASON
       GO 025-EXIT-INSTRUCAO
    END-IF
    *> the image to write (an add) - a remove keeps the live row
    IF GIN-IS-ADD
       INITIALIZE REC-PFU
       MOVE GIN-ID-USR TO PFU-ID-USR
       MOVE GIN-ID-PRF TO PFU-ID-PRF
       MOVE ZEROS TO PFU-EFF-FROM PFU-EFF-TO
       IF GIN-EFF-FROM IS NUMERIC
          MOVE GIN-EFF-FROM TO PFU-EFF-FROM
       END-IF
       IF GIN-EFF-TO IS NUMERIC
          MOVE GIN-EFF-TO TO PFU-EFF-TO
       END-IF
       IF PFU-EFF-TO NOT = ZEROS AND PFU-EFF-TO < PFU-EFF-FROM
          MOVE "EFFECTIVE-TO BEFORE EFFECTIVE-FROM" TO WK-ACK-REASON
          GO 025-EXIT-INSTRUCAO
       END-IF
    END-IF

    *> the same change already waiting for an approver
    IF GIN-IS-REMOVE
       MOVE "D" TO WK-PQ-WANT
    ELSE
       MOVE "I" TO WK-PQ-WANT
    END-IF
    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-PQ-NUM OR WK-FOUND > ZEROS
       IF WK-PQ-KEY(WK-IDX) = KEY1-PFU
          AND WK-PQ-ACTION(WK-IDX) = WK-PQ-WANT
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND > ZEROS
       MOVE "QUEUED" TO WK-ACK-STATUS
       MOVE WK-PQ-ID(WK-FOUND) TO WK-ACK-ENTRY
       MOVE "ALREADY PENDING APPROVAL" TO WK-ACK-REASON
       ADD 1 TO WK-QUEUED
       GO 025-EXIT-INSTRUCAO
    END-IF

    MOVE SPACES TO WK-GP-KEY
    STRING "GOVAUTO-" GIN-REQ-TYPE
        DELIMITED BY SIZE INTO WK-GP-KEY
    END-STRING
    MOVE ZEROS TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    IF WK-GP-VALUE = 1 AND GIN-REQ-TYPE NOT = SPACES
       PERFORM 030-APLICA THRU 030-EXIT-APLICA
    ELSE
       PERFORM 035-ENFILEIRA THRU 035-EXIT-ENFILEIRA
    END-IF.

025-EXIT-INSTRUCAO.
    EXIT.
*>----------------------------------------------------------------------
*> PRE-APPROVED TYPE: STRAIGHT TO USER_PROFILE.DAT, JOURNALED UNDER THE
*> PLATFORM'S REQUEST ID. REC-PFU HOLDS THE NEW IMAGE (ADD) OR THE LIVE
*> ROW (REMOVE).
030-APLICA.

    IF GIN-IS-ADD
       WRITE REC-PFU
          INVALID KEY
             MOVE "COULD NOT WRITE USER_PROFILE.DAT" TO WK-ACK-REASON
             GO 030-EXIT-APLICA
       END-WRITE
       MOVE "W" TO WK-CHJ-OP
       MOVE SPACES TO WK-CHJ-BEFORE
       MOVE REC-PFU TO WK-CHJ-AFTER
    ELSE
       MOVE REC-PFU TO WK-CHJ-BEFORE
       DELETE FD-PFU
          INVALID KEY
             MOVE "COULD NOT DELETE FROM USER_PROFILE.DAT"
               TO WK-ACK-REASON
             GO 030-EXIT-APLICA
       END-DELETE
       MOVE "D" TO WK-CHJ-OP
       MOVE SPACES TO WK-CHJ-AFTER
    END-IF
    PERFORM 085-GRAVA-DIARIO THRU 085-EXIT-GRAVA-DIARIO
    MOVE "Y" TO WK-ANY-APPLIED
    ADD 1 TO WK-APPLIED
    MOVE "APPLIED" TO WK-ACK-STATUS
    STRING "PRE-APPROVED TYPE " GIN-REQ-TYPE
        DELIMITED BY SIZE INTO WK-ACK-REASON
    END-STRING.

030-EXIT-APLICA.
    EXIT.
*>----------------------------------------------------------------------
*> EVERYTHING ELSE WAITS FOR A SECOND PAIR OF EYES.
035-ENFILEIRA.

    IF NOT PCH-FS-OK
       MOVE "APPROVAL QUEUE NOT AVAILABLE" TO WK-ACK-REASON
       GO 035-EXIT-ENFILEIRA
    END-IF
    INITIALIZE REC-PCH
    ADD 1 TO WK-NEXT-PCH
    MOVE WK-NEXT-PCH TO PCH-ID
    MOVE "P" TO PCH-STATUS
    MOVE "PFU" TO PCH-FILE
    IF GIN-IS-REMOVE
       MOVE "D" TO PCH-ACTION
    ELSE
       MOVE "I" TO PCH-ACTION
    END-IF
    MOVE SPACES TO PCH-IMAGE
    MOVE REC-PFU TO PCH-IMAGE
    MOVE WK-OPERATOR TO PCH-REQUESTER
    MOVE WK-HOJE TO PCH-REQ-DATE
    MOVE WK-AGORA TO PCH-REQ-TIME
    MOVE SPACES TO PCH-APPROVER
    MOVE ZEROS TO PCH-APP-DATE PCH-APP-TIME
    STRING "GOVERNANCE " GIN-REQ-TYPE " " GIN-REQ-ID
        DELIMITED BY SIZE INTO PCH-COMMENT
    END-STRING
    MOVE GIN-REQ-ID TO PCH-TICKET
    WRITE REC-PCH
        INVALID KEY
            MOVE "COULD NOT WRITE THE APPROVAL QUEUE" TO WK-ACK-REASON
            GO 035-EXIT-ENFILEIRA
    END-WRITE
    PERFORM 018-GUARDA-FILA THRU 018-EXIT-GUARDA-FILA
    ADD 1 TO WK-QUEUED
    MOVE "QUEUED" TO WK-ACK-STATUS
    MOVE PCH-ID TO WK-ACK-ENTRY
    MOVE "AWAITING APPROVAL" TO WK-ACK-REASON.

035-EXIT-ENFILEIRA.
    EXIT.
*>----------------------------------------------------------------------
080-GRAVA-ACK.

    MOVE SPACES TO REC-ACK
    STRING "A " GIN-REQ-ID " " WK-ACK-STATUS " " WK-ACK-ENTRY
           " " WK-ACK-REASON
        DELIMITED BY SIZE INTO REC-ACK
    END-STRING
    WRITE REC-ACK.

080-EXIT-GRAVA-ACK.
    EXIT.
*>----------------------------------------------------------------------
*> ONE BEFORE/AFTER LINE IN CHANGE_JOURNAL.LOG PER DIRECT APPLY.
085-GRAVA-DIARIO.

    INITIALIZE REC-CHJ
    ACCEPT CHJ-DATE FROM DATE YYYYMMDD
    ACCEPT CHJ-TIME FROM TIME
    MOVE WK-OPERATOR TO CHJ-OPERATOR
    MOVE "USERPROF" TO CHJ-FILE
    MOVE WK-CHJ-OP TO CHJ-OP
    MOVE KEY1-PFU TO CHJ-KEY
    MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
    MOVE WK-CHJ-AFTER TO CHJ-AFTER
    MOVE GIN-REQ-ID TO CHJ-TICKET
    OPEN EXTEND FILE_CHANGE_JOURNAL
    IF ST-CHJ = "35"
       OPEN OUTPUT FILE_CHANGE_JOURNAL
    END-IF
    WRITE REC-CHJ
    CLOSE FILE_CHANGE_JOURNAL.

085-EXIT-GRAVA-DIARIO.
    EXIT.
*>----------------------------------------------------------------------
090-FINALIZA.

    CLOSE FILE_GIN FD-USER FD-PRF FD-PFU FD-PCH
    MOVE SPACES TO REC-ACK
    STRING "T " WK-DETAILS
        DELIMITED BY SIZE INTO REC-ACK
    END-STRING
    WRITE REC-ACK
    CLOSE FILE_ACK
    PERFORM 098-GRAVA-RESUMO THRU 098-EXIT-GRAVA-RESUMO
    *> direct applies change who sees what - stale the cache
    IF WK-ANY-APPLIED = "Y"
       CALL "permcache" END-CALL
    END-IF

    DISPLAY "PROVISION INBOUND - INSTRUCTIONS: " WK-DETAILS
            "  APPLIED: " WK-APPLIED
            "  QUEUED: " WK-QUEUED
            "  REJECTED: " WK-REJECTS
    MOVE 0 TO RETURN-CODE
    GOBACK.

090-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> ONE LINE IN LOAD_SUMMARY.LOG: READS, LINES APPLIED OR QUEUED,
*> REJECTS AND THE GATE VERDICT.
098-GRAVA-RESUMO.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "PROVISION_INBOUND" TO LDS-PROGRAM
    MOVE WK-READS TO LDS-READS
    COMPUTE LDS-WRITES = WK-APPLIED + WK-QUEUED
    MOVE WK-REJECTS TO LDS-REJECTS
    MOVE WK-CTL-VERDICT TO LDS-VERDICT
    MOVE WK-CTL-DATE TO LDS-FILE-DATE
    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

098-EXIT-GRAVA-RESUMO.
    EXIT.
*>----------------------------------------------------------------------
