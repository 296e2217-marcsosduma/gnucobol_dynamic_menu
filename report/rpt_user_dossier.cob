*>         filters: DOSSIER_USER (login, required), DOSSIER_FROM /
*>         DOSSIER_TO (CCYYMMDD, unset = open).
*>
*>         A login the yearly archive run moved out of user.dat is
*>         found on user_hist.dat instead: its id then stands for
*>         that user only up to the archive date, and the archived
*>         row and its profile grants open the dossier. For a live
*>         user whose id once belonged to an archived one, the
*>         id-keyed streams start after that archive date.
*>
*> Read...: user.dat, user_hist.dat, login_activity.log,
*>          audit_trail.log, change_journal.log, pending_changes.dat
*>
*> Out....: user_dossier.txt
*>
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  DOSSIER      09/02/26 DUMA     First version.
*>  USER ARCHIVE 10/15/26 DUMA     Archived logins via user_hist.dat.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
COPY "../cpy/audit_se.cpy".
COPY "../cpy/change_journal_se.cpy".
COPY "../cpy/pending_change_se.cpy".
COPY "../cpy/user_hist_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
COPY "../cpy/audit_fd.cpy".
COPY "../cpy/change_journal_fd.cpy".
COPY "../cpy/pending_change_fd.cpy".
COPY "../cpy/user_hist_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-PCH                        PIC  9(002).
    88  FSC-OK                                VALUE ZEROS.
    88  FSC-NOT-EXIST                         VALUE 35.
77  ST-UHS                        PIC  9(002).
    88  FSH-OK                                VALUE ZEROS.
    88  FSH-NOT-EXIST                         VALUE 35.

01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
77  WK-F-FROM                     PIC  9(008) VALUE ZEROS.
77  WK-F-TO                       PIC  9(008) VALUE 99999999.
77  WK-ENV-PARM                   PIC  X(020) VALUE SPACES.
*> Window the id stands for this login: an archived login owns it
*> up to its archive date; a live one only after the last archive of
*> an earlier holder.
77  WK-ARQUIVADO                  PIC  X(001) VALUE "N".
    88  WK-E-ARQUIVADO                        VALUE "S".
77  WK-ID-FLOOR                   PIC  9(008) VALUE ZEROS.
77  WK-ID-CEIL                    PIC  9(008) VALUE 99999999.
77  WK-UHS-IDX                    PIC  9(002) VALUE ZEROS.
*> Four-stream chronological merge - one pending (already filtered)
*> entry per stream, keyed by its 16-digit date+time stamp.
01  WK-S-EOF                      PIC  X(001) OCCURS 4 TIMES.
       END-READ
       CLOSE FD-USER
    END-IF
    PERFORM 015-HISTORICO THRU 015-EXIT-HISTORICO
    MOVE WK-F-ID TO WK-F-ID-X

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/user_dossier.txt" TO WK-RW-FILENAME
    MOVE SPACES TO WK-RW-TITLE
    IF WK-E-ARQUIVADO
       STRING "ACCESS DOSSIER - " WK-F-LOGIN " (" WK-F-ID-X
              ") ARCHIVED " UHS-ARCH-DATE
           DELIMITED BY SIZE INTO WK-RW-TITLE
       END-STRING
    ELSE
       STRING "ACCESS DOSSIER - " WK-F-LOGIN " (" WK-F-ID-X ")"
           DELIMITED BY SIZE INTO WK-RW-TITLE
       END-STRING
    END-IF
    MOVE "SOURCE    DATE     TIME     DETAIL (MERGED CHRONOLOGICAL)"
        TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    IF WK-E-ARQUIVADO
       PERFORM 016-BLOCO-ARQUIVO THRU 016-EXIT-BLOCO-ARQUIVO
    END-IF

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.
010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> USER_HIST.DAT: A LOGIN NOT ON USER.DAT MAY BE AN ARCHIVED ONE
*> (KEY = LOGIN UPPER-CASED); A LIVE ID MAY HAVE BEEN HELD BEFORE BY
*> ARCHIVED USERS (ALTERNATE KEY, DUPLICATES). THE WINDOW IS KEPT AT
*> DAY LEVEL - THE ARCHIVE DAY ITSELF BELONGS TO THE OLD HOLDER.
015-HISTORICO.

    OPEN INPUT FD-UHS
    IF NOT FSH-OK
       GO 015-EXIT-HISTORICO
    END-IF
    IF WK-F-ID = ZEROS
       INITIALIZE REC-UHS
       MOVE FUNCTION UPPER-CASE(WK-F-LOGIN) TO UHS-LOGIN-KEY
       READ FD-UHS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO WK-ARQUIVADO
               MOVE UHS-ID-USR TO WK-F-ID
               MOVE UHS-ARCH-DATE TO WK-ID-CEIL
       END-READ
    ELSE
       INITIALIZE REC-UHS
       MOVE WK-F-ID TO UHS-ID-USR
       START FD-UHS
           KEY IS = KEY2-UHS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM UNTIL ST-UHS NOT = ZEROS
                  READ FD-UHS NEXT
                      AT END
                          EXIT PERFORM
                      NOT AT END
                          IF UHS-ID-USR NOT = WK-F-ID
                             EXIT PERFORM
                          END-IF
                          IF UHS-ARCH-DATE > WK-ID-FLOOR
                             MOVE UHS-ARCH-DATE TO WK-ID-FLOOR
                          END-IF
                  END-READ
               END-PERFORM
       END-START
    END-IF
    *> an archived row stays open for the title and 016
    IF NOT WK-E-ARQUIVADO
       CLOSE FD-UHS
    END-IF.

015-EXIT-HISTORICO.
    EXIT.
*>----------------------------------------------------------------------
*> THE ARCHIVED USER.DAT ROW AND ITS PROFILE GRANTS, AS THEY STOOD.
016-BLOCO-ARQUIVO.

    MOVE UHS-USR-IMAGE TO REC-USR
    MOVE "L" TO WK-RW-OP
    MOVE SPACES TO WK-RW-LINE
    STRING "ARCHIVED  " UHS-ARCH-DATE " " UHS-ARCH-TIME
           " ID " UHS-ID-USR " " U-NAME " DEPT " U-DEPT
           " INACTIVE SINCE " UHS-DEACT-DATE
        DELIMITED BY SIZE INTO WK-RW-LINE
    END-STRING
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    PERFORM VARYING WK-UHS-IDX FROM 1 BY 1
            UNTIL WK-UHS-IDX > UHS-PFU-COUNT
       MOVE SPACES TO WK-RW-LINE
       STRING "          PROFILE " UHS-PFU-ID-PRF(WK-UHS-IDX)
              " FROM " UHS-PFU-EFF-FROM(WK-UHS-IDX)
              " TO " UHS-PFU-EFF-TO(WK-UHS-IDX)
           DELIMITED BY SIZE INTO WK-RW-LINE
       END-STRING
       CALL "rptwriter" USING WK-RW-PARM END-CALL
    END-PERFORM
    CLOSE FD-UHS.

016-EXIT-BLOCO-ARQUIVO.
    EXIT.
*>----------------------------------------------------------------------
*> FOUR-WAY MERGE: EACH STREAM KEEPS ONE ALREADY-FILTERED ENTRY
*> PENDING; THE SMALLEST DATE+TIME STAMP IS PRINTED AND ITS STREAM
*> REFILLED, UNTIL ALL FOUR RUN DRY.
               IF (CHJ-FILE = "USER" OR CHJ-FILE = "USERPROF")
                  AND CHJ-KEY(1:4) = WK-F-ID-X
                  AND CHJ-DATE >= WK-F-FROM AND CHJ-DATE <= WK-F-TO
                  AND CHJ-DATE > WK-ID-FLOOR AND CHJ-DATE <= WK-ID-CEIL
                   MOVE CHJ-DATE TO WK-S-KEY(3)(1:8)
                   MOVE CHJ-TIME TO WK-S-KEY(3)(9:8)
                   MOVE SPACES TO WK-S-LINE(3)
                  AND PCH-IMAGE(1:4) = WK-F-ID-X
                  AND PCH-REQ-DATE >= WK-F-FROM
                  AND PCH-REQ-DATE <= WK-F-TO
                  AND PCH-REQ-DATE > WK-ID-FLOOR
                  AND PCH-REQ-DATE <= WK-ID-CEIL
                   MOVE PCH-REQ-DATE TO WK-S-KEY(4)(1:8)
                   MOVE PCH-REQ-TIME TO WK-S-KEY(4)(9:8)
                   MOVE SPACES TO WK-S-LINE(4)
