      *> PANEL INSTEAD OF FIVE SCREENS: SESSIONS CURRENTLY ON,
      *> LOCKED ACCOUNTS, PENDING APPROVALS, UNACKNOWLEDGED FILE
      *> ERRORS, AND THE AGE OF THE LAST BACKUP GENERATION (FROM THE
      *> BACKUP CATALOG), WITH THE DATE OF THE LAST SUCCESSFUL
      *> RESTORE DRILL (FROM THE DRILL HISTORY). EACH LINE IS
      *> SELECTABLE AND JUMPS STRAIGHT INTO THE RELEVANT CONSOLE.
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ST-CAT.

            SELECT FILE_DRL ASSIGN TO "BKPDRILL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ST-DRL.

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/session_fd.cpy".
       FD  FILE_CAT.
       01  REG-CAT                      PIC X(014).

       FD  FILE_DRL.
       01  REG-DRL.
           05 DRL-DATE                  PIC 9(008).
           05 FILLER                    PIC X(001).
           05 DRL-TIME                  PIC 9(006).
           05 FILLER                    PIC X(001).
           05 DRL-STAMP                 PIC X(014).
           05 FILLER                    PIC X(001).
           05 DRL-RESULT                PIC X(005).
           05 FILLER                    PIC X(001).
           05 DRL-DETAIL                PIC X(060).

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           88  FS5-OK VALUE ZEROS.
           88  FS5-NOT-EXIST VALUE 35.
       77 ST-CAT                        PIC  X(002) VALUE ZEROS.
       77 ST-DRL                        PIC  X(002) VALUE ZEROS.
       77 FLG-EOF                       PIC  X(001) VALUE "F".
       77 WK-SESSIONS                   PIC  9(004) VALUE ZEROS.
       77 WK-LOCKED                     PIC  9(004) VALUE ZEROS.
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-DATA-DIR                   PIC  X(060) VALUE SPACES.
       77 WK-CAT-PATH                   PIC  X(080) VALUE SPACES.
       77 WK-LAST-DRILL                 PIC  9(008) VALUE ZEROS.
       77 WK-DRILL-X                    PIC  X(010) VALUE SPACES.
       77 WK-PICK                       PIC  9(001) VALUE ZEROS.
       77 WK-ACCESS-U                   PIC  X(001) VALUE "U".
       77 WS-NUML PIC 999.
       010-COLLECT.
           MOVE ZEROS TO WK-SESSIONS WK-LOCKED WK-PENDING
                         WK-ERR-LINES WK-FES-RECS WK-UNACK
                         WK-LAST-BKP WK-LAST-DRILL
           OPEN INPUT FD-SES
           IF FS1-OK
               MOVE "F" TO FLG-EOF
               MOVE WK-BKP-AGE TO WK-BKP-AGE-X
           ELSE
               MOVE "NEVER" TO WK-BKP-AGE-X
           END-IF
           *> last restore drill that passed, from the drill history
           *> kept next to the catalog
           MOVE SPACES TO WK-CAT-PATH
           STRING FUNCTION TRIM(WK-DATA-DIR) "/backup/drill_history.txt"
               DELIMITED BY SIZE INTO WK-CAT-PATH
           END-STRING
           SET ENVIRONMENT "DD_BKPDRILL" TO WK-CAT-PATH
           OPEN INPUT FILE_DRL
           IF ST-DRL = "00"
               MOVE "F" TO FLG-EOF
               PERFORM UNTIL FLG-EOF = "T"
                   READ FILE_DRL
                       AT END
                           MOVE "T" TO FLG-EOF
                       NOT AT END
                           IF DRL-RESULT = "OK" AND DRL-DATE IS NUMERIC
                               MOVE DRL-DATE TO WK-LAST-DRILL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE_DRL
           END-IF
           MOVE SPACES TO WK-DRILL-X
           IF WK-LAST-DRILL > 0
               STRING WK-LAST-DRILL(7:2) "/" WK-LAST-DRILL(5:2) "/"
                      WK-LAST-DRILL(1:4)
                   DELIMITED BY SIZE INTO WK-DRILL-X
               END-STRING
           ELSE
               MOVE "NEVER" TO WK-DRILL-X
           END-IF.
       010-END-COLLECT.
           EXIT.
           DISPLAY WK-UNACK AT LINE 13 COLUMN 41
           DISPLAY "5. DAYS SINCE THE LAST BACKUP.:" AT LINE 15 COLUMN 08
               WITH FOREGROUND-COLOR GREEN
           DISPLAY WK-BKP-AGE-X AT LINE 15 COLUMN 41
           DISPLAY "LAST GOOD DRILL:" AT LINE 15 COLUMN 52
               WITH FOREGROUND-COLOR GREEN
           DISPLAY WK-DRILL-X AT LINE 15 COLUMN 69.
       020-END-RENDER.
           EXIT.

