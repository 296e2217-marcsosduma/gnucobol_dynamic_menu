*>         ARCHIVE_TO (CCYYMMDD, unset = last 12 months to today),
*>         ARCHIVE_MODULE (blank = all).
*>
*>         When the whole range lies inside what the indexed audit
*>         store covers (audit_index.ctl, loaded nightly by
*>         index_audit) the lines come from AUDIT_INDEX.DAT by key
*>         instead of the period walk; otherwise the walk runs as
*>         before.
*>
*>         When ARCHIVE_USER names a login the yearly archive run
*>         moved to USER_HIST.DAT, the report opens with who that
*>         user was (id, name, department, deactivated and archived
*>         dates) - the log lines alone carry only the login.
*>
*> Read...: audit_trail[_YYYYMM].log, login_activity[_YYYYMM].log,
*>          AUDIT_INDEX.DAT, audit_index.ctl, USER_HIST.DAT
*>
*> Out....: archive_inquiry.txt
*>
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  ARCHIVE INQ  09/02/26 DUMA     First version.
*>  AUDIT INDEX  10/15/26 DUMA     Reads the indexed audit store
*>                                 when it covers the range.
*>  USER ARCHIVE 10/15/26 DUMA     Archived-user header line.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT   SECTION.
FILE-CONTROL.

COPY "../cpy/audit_index_se.cpy".
COPY "../cpy/audit_index_ctl_se.cpy".
COPY "../cpy/user_hist_se.cpy".

*> The physical paths come from the period walk - the DD_ variables
*> are pointed at each generation (or the live file) before the OPEN.
     SELECT ARQUIVO_AUD ASSIGN TO "ARCHAUD"
DATA DIVISION.
FILE SECTION.

COPY "../cpy/audit_index_fd.cpy".
COPY "../cpy/audit_index_ctl_fd.cpy".
COPY "../cpy/user_hist_fd.cpy".

FD  ARQUIVO_AUD.
01  REG-AUD                       PIC  X(120).

77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-A                          PIC  X(002) VALUE ZEROS.
77  ST-L                          PIC  X(002) VALUE ZEROS.
77  ST-AIX                        PIC  X(002) VALUE ZEROS.
77  ST-AIC                        PIC  X(002) VALUE ZEROS.
77  ST-UHS                        PIC  X(002) VALUE ZEROS.

01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
01  WK-REC-MODULE                 PIC  X(015) VALUE SPACES.
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-MATCHED                    PIC  9(008) VALUE ZEROS.
*> Indexed audit store -------------------------------------------------
01  WK-COVER-FROM                 PIC  9(008) VALUE ZEROS.
01  WK-COVER-TO                   PIC  9(008) VALUE ZEROS.
01  WK-USE-INDEX                  PIC  X(001) VALUE "N".
01  WK-AIX-EOF                    PIC  X(001) VALUE "N".
*> Archived user - the USER.DAT image kept on USER_HIST.DAT ------------
01  WK-UHS-USR                    PIC  X(120) VALUE SPACES.
01  WK-UHS-USR-R REDEFINES WK-UHS-USR.
    05 FILLER                     PIC  X(070).
    05 WK-UHS-NAME                PIC  X(030).
    05 WK-UHS-DEPT                PIC  X(004).
    05 FILLER                     PIC  X(016).
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
01  WK-MSG                        PIC  X(080) VALUE SPACES.
    MOVE "SRC   DATE     TIME     USER / DETAIL (MERGED CHRONOLOGICAL)"
        TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    IF WK-F-USER NOT = SPACES
       PERFORM 017-USUARIO-ARQUIVADO THRU 017-EXIT-USUARIO-ARQUIVADO
    END-IF

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.
010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> THE FILTERED LOGIN, IF ARCHIVED: ONE HEADER LINE FROM USER_HIST.DAT
*> (KEY = LOGIN UPPER-CASED). NO FILE OR NO ROW - NOTHING PRINTED.
017-USUARIO-ARQUIVADO.

    OPEN INPUT FD-UHS
    IF ST-UHS NOT = "00"
       GO 017-EXIT-USUARIO-ARQUIVADO
    END-IF
    INITIALIZE REC-UHS
    MOVE FUNCTION UPPER-CASE(WK-F-USER(1:10)) TO UHS-LOGIN-KEY
    READ FD-UHS
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE UHS-USR-IMAGE TO WK-UHS-USR
            MOVE "L" TO WK-RW-OP
            MOVE SPACES TO WK-RW-LINE
            STRING "ARCHIVED USER " UHS-LOGIN-KEY " ID " UHS-ID-USR
                   " " WK-UHS-NAME " DEPT " WK-UHS-DEPT
                   " DEACTIVATED " UHS-DEACT-DATE
                   " ARCHIVED " UHS-ARCH-DATE
                DELIMITED BY SIZE INTO WK-RW-LINE
            END-STRING
            CALL "rptwriter" USING WK-RW-PARM END-CALL
    END-READ
    CLOSE FD-UHS.

017-EXIT-USUARIO-ARQUIVADO.
    EXIT.
*>----------------------------------------------------------------------
*> PERIOD WALK: EVERY MONTHLY GENERATION FROM THE FROM-MONTH THROUGH
*> THE TO-MONTH, ASCENDING, THEN THE LIVE FILES - ROTATION ARCHIVES
*> ARE OLDER THAN THE LIVE FILE BY CONSTRUCTION, SO THE OUTPUT STAYS
*> CHRONOLOGICAL ACROSS THE WHOLE WALK.
020-PROCESSAMENTO.

    PERFORM 015-LE-COBERTURA THRU 015-EXIT-LE-COBERTURA
    IF WK-USE-INDEX = "Y"
       PERFORM 040-FROM-INDEX THRU 040-EXIT-FROM-INDEX
    END-IF
    IF WK-USE-INDEX = "Y"
       GO 020-EXIT-PROCESSAMENTO
    END-IF
    MOVE WK-F-FROM(1:6) TO WK-YM
    MOVE WK-F-TO(1:6)   TO WK-YM-END
    MOVE "N" TO WK-LIVE-PASS
028-EXIT-FILTER-AND-PRINT.
    EXIT.
*>----------------------------------------------------------------------
*> THE STORE IS USED ONLY WHEN THE CONTROL FILE SAYS IT HOLDS EVERY
*> LINE OF THE RANGE ASKED FOR.
015-LE-COBERTURA.

    MOVE "N" TO WK-USE-INDEX
    MOVE ZEROS TO WK-COVER-FROM WK-COVER-TO
    OPEN INPUT FILE_AIX_CTL
    IF ST-AIC NOT = "00"
       GO 015-EXIT-LE-COBERTURA
    END-IF
    READ FILE_AIX_CTL
        AT END
            CONTINUE
        NOT AT END
            IF AIC-IS-COVERAGE
               MOVE AIC-COVER-FROM TO WK-COVER-FROM
               MOVE AIC-COVER-TO   TO WK-COVER-TO
            END-IF
    END-READ
    CLOSE FILE_AIX_CTL
    IF WK-COVER-FROM > 0
       AND WK-F-FROM >= WK-COVER-FROM AND WK-F-TO <= WK-COVER-TO
       MOVE "Y" TO WK-USE-INDEX
    END-IF.

015-EXIT-LE-COBERTURA.
    EXIT.
*>----------------------------------------------------------------------
*> KEYED READ OF THE STORE: ONE USER BY THE USER KEY FROM THE FROM-
*> DATE ON, OR EVERYONE BY THE DATE KEY. BOTH ORDERS ARE
*> CHRONOLOGICAL, AUDIT BEFORE LOGIN IN THE SAME SECOND AS IN THE
*> MERGE. EVERY LINE GOES THROUGH THE SAME FILTER AS A WALKED ONE.
040-FROM-INDEX.

    OPEN INPUT FD-AIX
    IF ST-AIX NOT = "00"
       MOVE "N" TO WK-USE-INDEX
       GO 040-EXIT-FROM-INDEX
    END-IF
    MOVE "N" TO WK-AIX-EOF
    MOVE LOW-VALUES TO REC-AIX
    IF WK-F-USER NOT = SPACES
       MOVE WK-F-USER TO AIX-USER
       MOVE WK-F-FROM TO AIX-DATE
       START FD-AIX KEY IS >= KEY1-AIX
           INVALID KEY
               MOVE "T" TO WK-AIX-EOF
       END-START
    ELSE
       MOVE WK-F-FROM TO AIX-K2-DATE
       MOVE ZEROS TO AIX-K2-TIME
       START FD-AIX KEY IS >= KEY2-AIX
           INVALID KEY
               MOVE "T" TO WK-AIX-EOF
       END-START
    END-IF
    PERFORM UNTIL WK-AIX-EOF = "T"
       READ FD-AIX NEXT
           AT END
               MOVE "T" TO WK-AIX-EOF
           NOT AT END
               ADD 1 TO WK-READS
               IF AIX-DATE > WK-F-TO
                  OR (WK-F-USER NOT = SPACES AND AIX-USER NOT = WK-F-USER)
                  MOVE "T" TO WK-AIX-EOF
               ELSE
                  MOVE AIX-LINE TO WK-CUR-LINE
                  IF AIX-IS-AUDIT
                     MOVE "AUDIT" TO WK-CUR-TAG
                  ELSE
                     MOVE "LOGIN" TO WK-CUR-TAG
                  END-IF
                  PERFORM 028-FILTER-AND-PRINT
                      THRU 028-EXIT-FILTER-AND-PRINT
               END-IF
       END-READ
    END-PERFORM
    CLOSE FD-AIX.

040-EXIT-FROM-INDEX.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY SS-FILLER02-1
    IF WK-USE-INDEX = "Y"
       MOVE "*** INQUIRY COMPLETE (AUDIT INDEX) - SEE archive_inquiry.txt ***"
         TO WK-MSG
    ELSE
       MOVE "*** INQUIRY COMPLETE - SEE archive_inquiry.txt ***" TO WK-MSG
    END-IF
    DISPLAY SS-MSG
    STOP RUN.

