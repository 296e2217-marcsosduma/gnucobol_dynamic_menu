       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_service_accounts.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Quarterly service-account listing for owner confirmation.
*>         Every USER.DAT row typed as a service account
*>         (U-ACCT-TYPE S) is listed under the person who answers
*>         for it (U-OWNER), with its status, lock state, the
*>         profiles it holds and their effective windows. Each
*>         owner's block ends with a sign-off line; an owner that is
*>         missing, unknown, inactive or itself a service account is
*>         flagged so the account can be reassigned before sign-off.
*>         The report carries the calendar quarter in its heading and
*>         goes out through the report router to the owners'
*>         inboxes.
*>
*> Read...: user.dat, user_profile.dat, profile.dat
*>
*> Out....: service_accounts.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  SVC ACCOUNT  10/15/26 DUMA     First version.
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

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/profile_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
77  ST-USR                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
    88  FSU-NOT-EXIST                         VALUE 35.
77  ST-PFU                        PIC  9(002).
    88  FSL-OK                                VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  FSP-OK                                VALUE ZEROS.

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-HOJE-R REDEFINES WK-HOJE.
    05 WK-HOJE-ANO                PIC  9(004).
    05 WK-HOJE-MES                PIC  9(002).
    05 WK-HOJE-DIA                PIC  9(002).
01  WK-QUARTER                    PIC  9(001) VALUE ZEROS.
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-SERVICE                    PIC  9(008) VALUE ZEROS.
01  WK-ORPHANS                    PIC  9(008) VALUE ZEROS.
*> Service accounts, sorted by owner before printing -----------------
01  WK-SV-MAX                     PIC  9(004) VALUE 500.
01  WK-SV-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-SV-TAB.
    05 WK-SV-ROW OCCURS 500 TIMES.
       10 WK-SV-OWNER             PIC X(10).
       10 WK-SV-LOGIN             PIC X(10).
       10 WK-SV-ID                PIC 9(04).
       10 WK-SV-STATUS            PIC X(01).
       10 WK-SV-LOCKED            PIC X(01).
       10 WK-SV-NAME              PIC X(30).
01  WK-SWAP-ROW                   PIC  X(056) VALUE SPACES.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MINI                       PIC  9(004) VALUE ZEROS.
01  WK-PREV-OWNER                 PIC  X(010) VALUE HIGH-VALUES.
01  WK-OWNER-NOTE                 PIC  X(040) VALUE SPACES.
01  WK-PROF-COUNT                 PIC  9(004) VALUE ZEROS.
01  WK-PRF-NAME                   PIC  X(020) VALUE SPACES.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "SERVICE ACCOUNT LISTING FOR OWNER CONFIRMATION".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(48) FROM WK-TEL01-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "USERS:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "SERVICE:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-SERVICE
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
01  SS-MSG.
    03  LINE 24 COLUMN 11 PIC X(70)
        BACKGROUND-COLOR BACK-COLOR.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN 11    PIC  X(070) FROM WK-MSG.
01  SS-CONF.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN PLUS 44 PIC  X(001) USING WK-CONF.
*>----------------------------------------------------------------------
*>                    Main program module
*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA

    PERFORM 015-CARREGA-CONTAS THRU 015-EXIT-CARREGA-CONTAS
    PERFORM 018-ORDENA THRU 018-EXIT-ORDENA
    PERFORM 020-PROCESSAMENTO

    PERFORM 030-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
    SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'
    SET ENVIRONMENT 'ESCDELAY' TO '25'
    CALL "setpaths" END-CALL
    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       MOVE "Confirm the service-account listing run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    COMPUTE WK-QUARTER = (WK-HOJE-MES + 2) / 3 END-COMPUTE

    OPEN INPUT FD-USER
    IF NOT FSU-OK
       DISPLAY SS-CLS
       MOVE "USER.DAT NOT AVAILABLE - NOTHING TO LIST" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    OPEN INPUT FD-PFU
    OPEN INPUT FD-PRF

    MOVE SPACES TO WK-HEADING
    STRING "SERVICE ACCOUNTS BY OWNER - QUARTER " WK-HOJE-ANO
           "-Q" WK-QUARTER " - RUN " WK-HOJE
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/service_accounts.txt" TO WK-RW-FILENAME
    MOVE "SERVICE ACCOUNT QUARTERLY LISTING" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY SERVICE ACCOUNT INTO THE TABLE, ACTIVE OR NOT - AN INACTIVE
*> ONE STILL BELONGS TO SOMEBODY UNTIL IT IS DELETED.
015-CARREGA-CONTAS.

    INITIALIZE REC-USR
    MOVE ZEROS TO U-ID-USR
    MOVE "F" TO FLG-EOF
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
             ADD 1 TO WK-READS
             IF U-SERVICE-ACCT AND WK-SV-NUM < WK-SV-MAX
                ADD 1 TO WK-SV-NUM
                ADD 1 TO WK-SERVICE
                MOVE U-OWNER     TO WK-SV-OWNER(WK-SV-NUM)
                MOVE U-LOGIN     TO WK-SV-LOGIN(WK-SV-NUM)
                MOVE U-ID-USR    TO WK-SV-ID(WK-SV-NUM)
                MOVE U-STATUS    TO WK-SV-STATUS(WK-SV-NUM)
                MOVE U-LOCKED    TO WK-SV-LOCKED(WK-SV-NUM)
                MOVE U-NAME      TO WK-SV-NAME(WK-SV-NUM)
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF.

015-EXIT-CARREGA-CONTAS.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT ON OWNER, THEN LOGIN.
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-SV-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-SV-NUM
          IF WK-SV-OWNER(WK-JDX) < WK-SV-OWNER(WK-MINI)
             OR (WK-SV-OWNER(WK-JDX) = WK-SV-OWNER(WK-MINI)
                 AND WK-SV-LOGIN(WK-JDX) < WK-SV-LOGIN(WK-MINI))
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-SV-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-SV-ROW(WK-MINI) TO WK-SV-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-SV-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
*> ONE BLOCK PER OWNER: THE OWNER LINE, EACH ACCOUNT WITH ITS
*> PROFILES, THEN THE SIGN-OFF LINE.
020-PROCESSAMENTO.

    IF WK-SV-NUM = ZEROS
       MOVE "NO SERVICE ACCOUNTS ON FILE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-SV-NUM
       IF WK-SV-OWNER(WK-IDX) NOT = WK-PREV-OWNER
          IF WK-IDX > 1
             PERFORM 028-ASSINATURA THRU 028-EXIT-ASSINATURA
          END-IF
          MOVE WK-SV-OWNER(WK-IDX) TO WK-PREV-OWNER
          PERFORM 022-CABECALHO-DONO THRU 022-EXIT-CABECALHO-DONO
       END-IF
       PERFORM 024-LINHA-CONTA THRU 024-EXIT-LINHA-CONTA
    END-PERFORM
    IF WK-SV-NUM > ZEROS
       PERFORM 028-ASSINATURA THRU 028-EXIT-ASSINATURA
    END-IF.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> THE OWNER'S OWN ROW IS LOOKED UP BY LOGIN; ANYTHING SHORT OF AN
*> ACTIVE PERSONAL ACCOUNT IS FLAGGED FOR REASSIGNMENT.
022-CABECALHO-DONO.

    MOVE SPACES TO WK-OWNER-NOTE
    IF WK-PREV-OWNER = SPACES
       MOVE "*** NO OWNER - ASSIGN ONE ***" TO WK-OWNER-NOTE
    ELSE
       INITIALIZE REC-USR
       MOVE WK-PREV-OWNER TO U-LOGIN
       READ FD-USER KEY IS KEY2-USR
           INVALID KEY
               MOVE "*** OWNER NOT ON USER.DAT ***" TO WK-OWNER-NOTE
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN U-SERVICE-ACCT
                        MOVE "*** OWNER IS A SERVICE ACCOUNT ***"
                          TO WK-OWNER-NOTE
                   WHEN U-INACTIVE
                        MOVE "*** OWNER ACCOUNT INACTIVE ***"
                          TO WK-OWNER-NOTE
                   WHEN OTHER
                        STRING U-NAME " DEPT " U-DEPT
                            DELIMITED BY SIZE INTO WK-OWNER-NOTE
                        END-STRING
               END-EVALUATE
       END-READ
    END-IF
    IF WK-OWNER-NOTE(1:3) = "***"
       ADD 1 TO WK-ORPHANS
    END-IF
    MOVE SPACES TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "OWNER: " WK-PREV-OWNER "  " WK-OWNER-NOTE
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

022-EXIT-CABECALHO-DONO.
    EXIT.
*>----------------------------------------------------------------------
024-LINHA-CONTA.

    MOVE SPACES TO REG-TXT
    STRING "  " WK-SV-LOGIN(WK-IDX)
           " ID " WK-SV-ID(WK-IDX)
           " STATUS " WK-SV-STATUS(WK-IDX)
           " LOCKED " WK-SV-LOCKED(WK-IDX)
           "  " WK-SV-NAME(WK-IDX)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE ZEROS TO WK-PROF-COUNT
    INITIALIZE REC-PFU
    MOVE WK-SV-ID(WK-IDX) TO PFU-ID-USR
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
             IF PFU-ID-USR NOT = WK-SV-ID(WK-IDX)
                MOVE "T" TO FLG-EOF-2
             ELSE
                ADD 1 TO WK-PROF-COUNT
                MOVE SPACES TO WK-PRF-NAME
                INITIALIZE REC-PRF
                MOVE PFU-ID-PRF TO PRF-ID
                READ FD-PRF
                    INVALID KEY
                        MOVE "(NOT ON PROFILE.DAT)" TO WK-PRF-NAME
                    NOT INVALID KEY
                        MOVE PRF-NAME TO WK-PRF-NAME
                END-READ
                MOVE SPACES TO REG-TXT
                STRING "      PROFILE " PFU-ID-PRF " " WK-PRF-NAME
                       " FROM " PFU-EFF-FROM " TO " PFU-EFF-TO
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
                PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
             END-IF
       END-READ
    END-PERFORM
    IF WK-PROF-COUNT = ZEROS
       MOVE "      (NO PROFILES)" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF.

024-EXIT-LINHA-CONTA.
    EXIT.
*>----------------------------------------------------------------------
028-ASSINATURA.

    MOVE "  CONFIRMED STILL REQUIRED AND CORRECTLY OWNED:"
      TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "  SIGNATURE ______________________  DATE __________"
      TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

028-EXIT-ASSINATURA.
    EXIT.
*>----------------------------------------------------------------------
090-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO REG-TXT.

090-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    MOVE SPACES TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "SERVICE ACCOUNTS: " WK-SERVICE
           "  OWNERS NEEDING REASSIGNMENT: " WK-ORPHANS
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    CLOSE FD-USER
    CLOSE FD-PFU
    CLOSE FD-PRF

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE service_accounts.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
