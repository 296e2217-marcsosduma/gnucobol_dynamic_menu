       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    age_approvals.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Daily aging of the approval queue. Every entry still
*>           pending in PENDING_CHANGES.DAT - access requests from
*>           ACCESSREQ and the administrators' own changes alike - is
*>           aged in calendar days from PCH-REQ-DATE and listed by age
*>           band. Three SYSPARM.DAT thresholds drive the chase
*>           (built-in default when the row is absent):
*>             APPRREMINDDAYS    reminder to the approvers         3
*>             APPRESCALATEDAYS  escalation to the security
*>                               manager                           7
*>             APPREXPIREDAYS    automatic rejection, with a
*>                               comment on the entry (0 = never) 21
*>           Reminders go to MAIL_APPROVERS and escalations to
*>           MAIL_SECURITY_MGR (both falling back to MAIL_SECURITY)
*>           through notifyq; the requester of an auto-rejected entry
*>           also finds a MESSAGE.DAT note at the next sign-on.
*>           PENDING_ESCALATION.DAT remembers how far each entry has
*>           been chased, so each notice goes out once.
*>
*> Entrada...: pending_changes.dat, pending_escalation.dat
*>
*> Saida.....: pending_changes.dat (auto-rejections),
*>             pending_escalation.dat, message.dat, mail_outbound.txt,
*>             approval_aging.txt
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  APPR AGING     10/15/26  DUMA      Primeira versao.
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

COPY "../cpy/pending_change_se.cpy".
COPY "../cpy/pending_escal_se.cpy".
COPY "../cpy/message_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/pending_change_fd.cpy".
COPY "../cpy/pending_escal_fd.cpy".
COPY "../cpy/message_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-PCH                        PIC  9(002).
    88  PCH-FS-OK                             VALUE ZEROS.
77  ST-PES                        PIC  9(002).
    88  PES-FS-OK                             VALUE ZEROS.
    88  PES-FS-NOT-EXIST                      VALUE 35.
77  ST-OMS                        PIC  9(002).
    88  OMS-FS-OK                             VALUE ZEROS.
    88  OMS-FS-NOT-EXIST                      VALUE 35.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/notifyq_ws.cpy".
COPY "../cpy/getparm_ws.cpy".
01  WK-NID-PARM.
    05 WK-NID-ENTITY              PIC  X(010).
    05 WK-NID-VALUE               PIC  9(005).

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-HAS-PES                    PIC  X(001) VALUE "N".
01  WK-PES-NEW                    PIC  X(001) VALUE "N".

*> Thresholds in days (SYSPARM.DAT through getparm) ------------------
01  WK-REMIND-DAYS                PIC  9(004) VALUE 3.
01  WK-ESCAL-DAYS                 PIC  9(004) VALUE 7.
01  WK-EXPIRE-DAYS                PIC  9(004) VALUE 21.

01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-AGE                        PIC S9(006) VALUE ZEROS.
01  WK-AGE-ED                     PIC  ZZ9.
01  WK-RCPT-APPROVERS             PIC  X(060) VALUE SPACES.
01  WK-RCPT-MANAGER               PIC  X(060) VALUE SPACES.
01  WK-ENTRY-TEXT                 PIC  X(100) VALUE SPACES.

01  WK-PENDING                    PIC  9(006) VALUE ZEROS.
01  WK-REMINDED                   PIC  9(006) VALUE ZEROS.
01  WK-ESCALATED                  PIC  9(006) VALUE ZEROS.
01  WK-EXPIRED                    PIC  9(006) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(006) VALUE ZEROS.
01  WK-BAND-COUNT OCCURS 4 TIMES  PIC  9(006).

*> Pending entries seen this run, oldest first for the listing -------
01  WK-AG-MAX                     PIC  9(004) VALUE 2000.
01  WK-AG-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-AG-TAB.
    05 WK-AG-ROW OCCURS 2000 TIMES.
       10 WK-AG-AGE               PIC 9(04).
       10 WK-AG-BAND              PIC 9(01).
       10 WK-AG-ID                PIC 9(06).
       10 WK-AG-FILE              PIC X(03).
       10 WK-AG-ACTION            PIC X(01).
       10 WK-AG-REQUESTER         PIC X(20).
       10 WK-AG-REQ-DATE          PIC 9(08).
       10 WK-AG-TICKET            PIC X(12).
       10 WK-AG-ACTED             PIC X(10).
01  WK-SWAP-ROW                   PIC  X(065) VALUE SPACES.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MAXI                       PIC  9(004) VALUE ZEROS.
01  WK-BAND                       PIC  9(001) VALUE ZEROS.
01  WK-ACTED                      PIC  X(010) VALUE SPACES.
01  WK-BAND-TITLE                 PIC  X(060) VALUE SPACES.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA THRU 010-FIM-INICIALIZA

    PERFORM 020-PROCESSA-FILA THRU 020-EXIT-PROCESSA-FILA
    PERFORM 040-ORDENA THRU 040-EXIT-ORDENA
    PERFORM 050-RELATORIO THRU 050-EXIT-RELATORIO

    PERFORM 090-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    CALL "setpaths" END-CALL
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    MOVE ZEROS TO WK-BAND-COUNT(1) WK-BAND-COUNT(2)
                  WK-BAND-COUNT(3) WK-BAND-COUNT(4)

    MOVE "APPRREMINDDAYS" TO WK-GP-KEY
    MOVE WK-REMIND-DAYS TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-REMIND-DAYS
    MOVE "APPRESCALATEDAYS" TO WK-GP-KEY
    MOVE WK-ESCAL-DAYS TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-ESCAL-DAYS
    MOVE "APPREXPIREDAYS" TO WK-GP-KEY
    MOVE WK-EXPIRE-DAYS TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-EXPIRE-DAYS
    *> the bands must climb: a lower later threshold is raised to
    *> the one before it
    IF WK-REMIND-DAYS < 1
       MOVE 1 TO WK-REMIND-DAYS
    END-IF
    IF WK-ESCAL-DAYS < WK-REMIND-DAYS
       MOVE WK-REMIND-DAYS TO WK-ESCAL-DAYS
    END-IF
    IF WK-EXPIRE-DAYS NOT = ZEROS AND WK-EXPIRE-DAYS < WK-ESCAL-DAYS
       MOVE WK-ESCAL-DAYS TO WK-EXPIRE-DAYS
    END-IF

    ACCEPT WK-RCPT-APPROVERS FROM ENVIRONMENT "MAIL_APPROVERS"
    IF WK-RCPT-APPROVERS = SPACES
       ACCEPT WK-RCPT-APPROVERS FROM ENVIRONMENT "MAIL_SECURITY"
    END-IF
    ACCEPT WK-RCPT-MANAGER FROM ENVIRONMENT "MAIL_SECURITY_MGR"
    IF WK-RCPT-MANAGER = SPACES
       ACCEPT WK-RCPT-MANAGER FROM ENVIRONMENT "MAIL_SECURITY"
    END-IF

    MOVE SPACES TO WK-HEADING
    STRING "PENDING ENTRIES BY AGE - RUN " WK-HOJE
           " - REMIND " WK-REMIND-DAYS
           " ESCALATE " WK-ESCAL-DAYS
           " EXPIRE " WK-EXPIRE-DAYS " DAYS"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/approval_aging.txt" TO WK-RW-FILENAME
    MOVE "APPROVAL QUEUE AGING" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    OPEN I-O FD-PES
    IF PES-FS-NOT-EXIST
       OPEN OUTPUT FD-PES
       CLOSE FD-PES
       OPEN I-O FD-PES
    END-IF
    IF PES-FS-OK
       MOVE "Y" TO WK-HAS-PES
    ELSE
       MOVE "PENDING_ESCALATION.DAT NOT AVAILABLE - NOTICES NOT SENT"
         TO REG-TXT
       PERFORM 080-GRAVA-LINHA
    END-IF.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> ONE PASS OVER THE QUEUE: EACH PENDING ENTRY IS AGED, CHASED AS FAR
*> AS ITS AGE CALLS FOR AND KEPT FOR THE LISTING.
020-PROCESSA-FILA.

    OPEN I-O FD-PCH
    IF NOT PCH-FS-OK
       MOVE "PENDING_CHANGES.DAT NOT AVAILABLE - NOTHING AGED" TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       GO 020-EXIT-PROCESSA-FILA
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
             IF PCH-IS-PENDING
                PERFORM 025-IDADE-ENTRADA THRU 025-EXIT-IDADE-ENTRADA
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-PCH
    MOVE "F" TO FLG-EOF.

020-EXIT-PROCESSA-FILA.
    EXIT.
*>----------------------------------------------------------------------
025-IDADE-ENTRADA.

    ADD 1 TO WK-PENDING
    MOVE ZEROS TO WK-AGE
    IF PCH-REQ-DATE IS NUMERIC
       AND FUNCTION TEST-DATE-YYYYMMDD(PCH-REQ-DATE) = 0
       COMPUTE WK-AGE = FUNCTION INTEGER-OF-DATE(WK-HOJE)
                      - FUNCTION INTEGER-OF-DATE(PCH-REQ-DATE)
    END-IF
    IF WK-AGE < 0
       MOVE ZEROS TO WK-AGE
    END-IF

    EVALUATE TRUE
       WHEN WK-EXPIRE-DAYS NOT = ZEROS AND WK-AGE >= WK-EXPIRE-DAYS
          MOVE 4 TO WK-BAND
       WHEN WK-AGE >= WK-ESCAL-DAYS
          MOVE 3 TO WK-BAND
       WHEN WK-AGE >= WK-REMIND-DAYS
          MOVE 2 TO WK-BAND
       WHEN OTHER
          MOVE 1 TO WK-BAND
    END-EVALUATE
    ADD 1 TO WK-BAND-COUNT(WK-BAND)

    MOVE SPACES TO WK-ACTED
    IF WK-BAND > 1 AND WK-HAS-PES = "Y"
       PERFORM 030-PERSEGUE THRU 030-EXIT-PERSEGUE
    END-IF

    IF WK-AG-NUM < WK-AG-MAX
       ADD 1 TO WK-AG-NUM
       MOVE WK-AGE        TO WK-AG-AGE(WK-AG-NUM)
       MOVE WK-BAND       TO WK-AG-BAND(WK-AG-NUM)
       MOVE PCH-ID        TO WK-AG-ID(WK-AG-NUM)
       MOVE PCH-FILE      TO WK-AG-FILE(WK-AG-NUM)
       MOVE PCH-ACTION    TO WK-AG-ACTION(WK-AG-NUM)
       MOVE PCH-REQUESTER TO WK-AG-REQUESTER(WK-AG-NUM)
       MOVE PCH-REQ-DATE  TO WK-AG-REQ-DATE(WK-AG-NUM)
       MOVE PCH-TICKET    TO WK-AG-TICKET(WK-AG-NUM)
       MOVE WK-ACTED      TO WK-AG-ACTED(WK-AG-NUM)
    ELSE
       ADD 1 TO WK-OVERFLOW
    END-IF.

025-EXIT-IDADE-ENTRADA.
    EXIT.
*>----------------------------------------------------------------------
*> THE NEXT STEP THIS ENTRY HAS NOT HAD YET: AN ENTRY THAT JUMPED
*> STRAIGHT PAST A THRESHOLD (THE RUN WAS NOT SCHEDULED, OR THE
*> THRESHOLDS WERE LOWERED) GETS ONLY THE HIGHEST NOTICE IT IS DUE.
030-PERSEGUE.

    MOVE "N" TO WK-PES-NEW
    MOVE PCH-ID TO PES-ID-PCH
    READ FD-PES KEY IS KEY1-PES
       INVALID KEY
          MOVE "Y" TO WK-PES-NEW
          INITIALIZE REC-PES
          MOVE PCH-ID TO PES-ID-PCH
    END-READ

    MOVE WK-AGE TO WK-AGE-ED
    MOVE SPACES TO WK-ENTRY-TEXT
    STRING "Entry " PCH-ID " (" PCH-FILE " " PCH-ACTION ") by "
           FUNCTION TRIM(PCH-REQUESTER) " on " PCH-REQ-DATE
           ", ticket " PCH-TICKET ", waiting "
           FUNCTION TRIM(WK-AGE-ED) " days."
        DELIMITED BY SIZE INTO WK-ENTRY-TEXT
    END-STRING

    EVALUATE TRUE
       WHEN WK-BAND = 4
          PERFORM 036-REJEITA THRU 036-EXIT-REJEITA
       WHEN WK-BAND = 3 AND PES-LEVEL < 2
          INITIALIZE WK-NTF-PARM
          MOVE WK-RCPT-MANAGER TO WK-NTF-RECIPIENT
          MOVE "APPROVAL QUEUE - ENTRY ESCALATED" TO WK-NTF-SUBJECT
          MOVE WK-ENTRY-TEXT TO WK-NTF-BODY
          CALL "notifyq" USING WK-NTF-PARM END-CALL
          MOVE 2 TO PES-LEVEL
          MOVE WK-HOJE TO PES-ESCAL-DATE
          MOVE "ESCALATED" TO WK-ACTED
          ADD 1 TO WK-ESCALATED
       WHEN WK-BAND = 2 AND PES-LEVEL < 1
          INITIALIZE WK-NTF-PARM
          MOVE WK-RCPT-APPROVERS TO WK-NTF-RECIPIENT
          MOVE "APPROVAL QUEUE - REMINDER" TO WK-NTF-SUBJECT
          MOVE WK-ENTRY-TEXT TO WK-NTF-BODY
          CALL "notifyq" USING WK-NTF-PARM END-CALL
          MOVE 1 TO PES-LEVEL
          MOVE WK-HOJE TO PES-REMIND-DATE
          MOVE "REMINDED" TO WK-ACTED
          ADD 1 TO WK-REMINDED
       WHEN OTHER
          GO 030-EXIT-PERSEGUE
    END-EVALUATE

    IF WK-PES-NEW = "Y"
       WRITE REC-PES
          INVALID KEY
             CONTINUE
       END-WRITE
    ELSE
       REWRITE REC-PES
          INVALID KEY
             CONTINUE
       END-REWRITE
    END-IF.

030-EXIT-PERSEGUE.
    EXIT.
*>----------------------------------------------------------------------
*> AUTOMATIC REJECTION: THE ENTRY MOVES TO THE APPROVAL HISTORY AS
*> REJECTED BY AUTO-EXPIRY WITH THE REASON IN PCH-COMMENT; THE
*> SECURITY MANAGER IS TOLD AND THE REQUESTER GETS A SIGN-ON MESSAGE.
036-REJEITA.

    MOVE "R" TO PCH-STATUS
    MOVE "AUTO-EXPIRY" TO PCH-APPROVER
    MOVE WK-HOJE TO PCH-APP-DATE
    MOVE WK-AGORA TO PCH-APP-TIME
    MOVE SPACES TO PCH-COMMENT
    STRING "AUTO-REJECTED: NOT DECIDED IN "
           FUNCTION TRIM(WK-AGE-ED) " DAYS"
        DELIMITED BY SIZE INTO PCH-COMMENT
    END-STRING
    REWRITE REC-PCH
       INVALID KEY
          MOVE "NOT SAVED" TO WK-ACTED
          GO 036-EXIT-REJEITA
    END-REWRITE
    MOVE 3 TO PES-LEVEL
    MOVE WK-HOJE TO PES-EXPIRE-DATE
    MOVE "REJECTED" TO WK-ACTED
    ADD 1 TO WK-EXPIRED

    INITIALIZE WK-NTF-PARM
    MOVE WK-RCPT-MANAGER TO WK-NTF-RECIPIENT
    MOVE "APPROVAL QUEUE - ENTRY AUTO-REJECTED" TO WK-NTF-SUBJECT
    MOVE WK-ENTRY-TEXT TO WK-NTF-BODY
    CALL "notifyq" USING WK-NTF-PARM END-CALL

    OPEN I-O FD-OMS
    IF OMS-FS-NOT-EXIST
       OPEN OUTPUT FD-OMS
       CLOSE FD-OMS
       OPEN I-O FD-OMS
    END-IF
    IF OMS-FS-OK
       INITIALIZE REC-OMS
       MOVE "MESSAGE" TO WK-NID-ENTITY
       CALL "nextid" USING WK-NID-PARM END-CALL
       MOVE WK-NID-VALUE TO OMS-ID
       MOVE PCH-REQUESTER(1:10) TO OMS-TO-LOGIN
       MOVE "AGING" TO OMS-FROM
       MOVE WK-HOJE TO OMS-DATE
       MOVE WK-AGORA TO OMS-TIME
       STRING "REQUEST " PCH-ID " EXPIRED UNDECIDED AFTER "
              FUNCTION TRIM(WK-AGE-ED) " DAYS - RESUBMIT"
           DELIMITED BY SIZE INTO OMS-TEXT
       END-STRING
       MOVE "N" TO OMS-READ
       WRITE REC-OMS
          INVALID KEY
             CONTINUE
       END-WRITE
       CLOSE FD-OMS
    END-IF.

036-EXIT-REJEITA.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT, OLDEST ENTRY FIRST.
040-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-AG-NUM
       MOVE WK-IDX TO WK-MAXI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-AG-NUM
          IF WK-AG-AGE(WK-JDX) > WK-AG-AGE(WK-MAXI)
             MOVE WK-JDX TO WK-MAXI
          END-IF
       END-PERFORM
       IF WK-MAXI NOT = WK-IDX
          MOVE WK-AG-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-AG-ROW(WK-MAXI) TO WK-AG-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-AG-ROW(WK-MAXI)
       END-IF
    END-PERFORM.

040-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
*> ONE BLOCK PER AGE BAND, HIGHEST BAND FIRST.
050-RELATORIO.

    PERFORM VARYING WK-BAND FROM 4 BY -1 UNTIL WK-BAND < 1
       MOVE SPACES TO WK-BAND-TITLE
       EVALUATE WK-BAND
          WHEN 4
             STRING WK-EXPIRE-DAYS " DAYS AND OVER - AUTO-REJECTED"
                 DELIMITED BY SIZE INTO WK-BAND-TITLE
             END-STRING
          WHEN 3
             STRING WK-ESCAL-DAYS " DAYS AND OVER - ESCALATED"
                 DELIMITED BY SIZE INTO WK-BAND-TITLE
             END-STRING
          WHEN 2
             STRING WK-REMIND-DAYS " DAYS AND OVER - REMINDED"
                 DELIMITED BY SIZE INTO WK-BAND-TITLE
             END-STRING
          WHEN OTHER
             STRING "UNDER " WK-REMIND-DAYS " DAYS"
                 DELIMITED BY SIZE INTO WK-BAND-TITLE
             END-STRING
       END-EVALUATE
       MOVE SPACES TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       MOVE WK-BAND-TITLE TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       MOVE ALL "-" TO REG-TXT(1:60)
       PERFORM 080-GRAVA-LINHA
       IF WK-BAND-COUNT(WK-BAND) = ZEROS
          MOVE "  NONE" TO REG-TXT
          PERFORM 080-GRAVA-LINHA
       END-IF
       PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-AG-NUM
          IF WK-AG-BAND(WK-IDX) = WK-BAND
             MOVE SPACES TO REG-TXT
             STRING "  " WK-AG-ID(WK-IDX)
                    "  AGE " WK-AG-AGE(WK-IDX)
                    "  " WK-AG-FILE(WK-IDX) " " WK-AG-ACTION(WK-IDX)
                    "  BY " WK-AG-REQUESTER(WK-IDX)
                    " ON " WK-AG-REQ-DATE(WK-IDX)
                    "  TICKET " WK-AG-TICKET(WK-IDX)
                    "  " WK-AG-ACTED(WK-IDX)
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
             PERFORM 080-GRAVA-LINHA
          END-IF
       END-PERFORM
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

    IF WK-HAS-PES = "Y"
       CLOSE FD-PES
    END-IF
    MOVE SPACES TO REG-TXT
    PERFORM 080-GRAVA-LINHA
    STRING "PENDING: " WK-PENDING
           "  REMINDERS SENT: " WK-REMINDED
           "  ESCALATED: " WK-ESCALATED
           "  AUTO-REJECTED: " WK-EXPIRED
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 080-GRAVA-LINHA
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " ENTRIES BEYOND THE " WK-AG-MAX
              " THE LISTING HOLDS WERE CHASED BUT NOT LISTED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 080-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY "APPROVAL AGING - PENDING: " WK-PENDING
            "  REMINDED: " WK-REMINDED
            "  ESCALATED: " WK-ESCALATED
            "  AUTO-REJECTED: " WK-EXPIRED
    MOVE 0 TO RETURN-CODE
    GOBACK.

090-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
