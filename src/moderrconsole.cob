      *> FILE_ERROR_STATUS.DAT, LETS AN ADMINISTRATOR OWN EACH LINE
      *> (ACKNOWLEDGE, THEN RESOLVE WITH A SHORT DISPOSITION NOTE),
      *> AND AGES RESOLVED ENTRIES OUT TO file_error_resolved.log SO
      *> THE WORKING LIST STAYS READABLE. B ON AN ENTRY SHOWS THE
      *> RUNBOOK FOR ITS FILE AND STATUS (RUNBOOK.DAT VIA rbklookup).
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

       FD  ARCHIVE_TXT
           VALUE OF FILE-ID IS "../txt/file_error_resolved.log".
       01  REG-ARC PIC X(120).
      *> THE LOG LINE, THEN THE DAY IT WAS RESOLVED AND THE NOTE
       01  REG-ARC-R REDEFINES REG-ARC.
           05 ARC-LINE      PIC X(73).
           05 FILLER        PIC X(01).
           05 ARC-RES-DATE  PIC 9(08).
           05 FILLER        PIC X(01).
           05 ARC-NOTE      PIC X(20).
           05 FILLER        PIC X(17).

       WORKING-STORAGE SECTION.

           88 OBJ-FS-OK VALUE ZEROS.
       77 WK-SUP-EOF    PIC X(01) VALUE "F".
       77 WK-SUPPORT    PIC X(30) VALUE SPACES.
       77 WK-RB-IDX     PIC 9(01) VALUE ZEROS.
       77 WK-RB-LIN     PIC 9(02) VALUE ZEROS.
       77 WK-RB-RERUN-TXT PIC X(40) VALUE SPACES.
       COPY "../cpy/rbklookup_ws.cpy".
       01 WK-TAB-MAX    PIC 9(03) VALUE 300.
       01 WK-TAB-NUM    PIC 9(03) VALUE ZEROS.
       01 WK-TAB.
           05 WK-TL-TIME     PIC 9(08).
           05 FILLER         PIC X(01).
           05 WK-TL-PROGRAM  PIC X(15).
           05 FILLER         PIC X(01).
           05 WK-TL-FILE     PIC X(15).
           05 FILLER         PIC X(01).
           05 WK-TL-STATUS   PIC X(02).
           05 FILLER         PIC X(21).
       77 WK-IDX        PIC 9(03) VALUE ZEROS.
       77 WK-ROW        PIC 9(03) VALUE ZEROS.
       77 WK-LIN        PIC 9(02) VALUE ZEROS.
               10 LINE 21 COLUMN 03 VALUE "ENTRY #:".
               10 COLUMN PLUS 1 PIC 9(03) USING WK-PICK
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "A=ACK R=RESOLVE B=RUNBOOK:".
               10 COLUMN PLUS 1 PIC X(01) USING WK-ACTION.
               10 COLUMN PLUS 2 VALUE "NOTE:".
               10 COLUMN PLUS 1 PIC X(20) USING WK-NOTE.
      *> ENTRIES OUT TO THE ARCHIVE.
       030-SHOW-LIST.
           MOVE "ERROR LIST" TO WS-OP
           MOVE "ESC=BACK #+A/R/B=ACT V=ARCHIVE" TO WS-STATUS
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           DISPLAY "  #  S DATE     TIME     PROGRAM         FILE            ST MESSAGE"
           IF WK-PICK = 0 OR WK-PICK > WK-TAB-NUM
               GO 030-END-SHOW-LIST
           END-IF
           IF WK-ACTION = "B" OR WK-ACTION = "b"
               PERFORM 046-SHOW-RUNBOOK THRU 046-END-SHOW-RUNBOOK
               GO 030-END-SHOW-LIST
           END-IF
           PERFORM 045-SHOW-SUPPORT THRU 045-END-SHOW-SUPPORT
           PERFORM 040-MARK-ENTRY THRU 040-END-MARK-ENTRY.
       030-END-SHOW-LIST.

      *> -----------------------------------
      *> AGES RESOLVED ENTRIES OUT: THE LOG IS REWRITTEN WITHOUT THEM,
      *> THEY ARE APPENDED TO file_error_resolved.log WITH THE DAY
      *> THEY WERE RESOLVED AND THEIR NOTE (THE TREND REPORT TIMES
      *> THEM FROM IT), AND THEIR STATUS RECORDS ARE REMOVED.
       050-ARCHIVE-RESOLVED.
           MOVE ZEROS TO WK-KEPT WK-ARCHIVED
           OPEN EXTEND ARCHIVE_TXT
                   UNTIL WK-IDX > WK-TAB-NUM
               IF WK-T-STATUS(WK-IDX) = "R"
                   ADD 1 TO WK-ARCHIVED
                   MOVE WK-T-LINE(WK-IDX) TO WK-T-LINE-R
                   INITIALIZE REC-FES
                   MOVE WK-TL-DATE TO FES-DATE
                   MOVE WK-TL-TIME TO FES-TIME
                   MOVE WK-TL-PROGRAM TO FES-PROGRAM
                   MOVE SPACES TO REG-ARC
                   MOVE WK-T-LINE(WK-IDX) TO ARC-LINE
                   READ FD-FES
                       INVALID KEY
                           MOVE ZEROS TO ARC-RES-DATE
                       NOT INVALID KEY
                           MOVE FES-UPD-DATE TO ARC-RES-DATE
                           MOVE FES-NOTE TO ARC-NOTE
                           DELETE FD-FES
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-READ
                   WRITE REG-ARC
               END-IF
           END-PERFORM
           CLOSE ARCHIVE_TXT
       045-END-SHOW-SUPPORT.
           EXIT.

      *> -----------------------------------
      *> WHAT TO DO ABOUT THE ENTRY: THE RUNBOOK FOR ITS FILE AND
      *> STATUS (OR THE FILE'S ANY-STATUS ENTRY), WITH THE SUPPORT
      *> CONTACT UNDER IT. THE OPERATOR READS IT AND PRESSES ENTER.
       046-SHOW-RUNBOOK.
           MOVE "RUNBOOK" TO WS-OP
           MOVE "ENTER TO GO BACK" TO WS-STATUS
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           MOVE WK-T-LINE(WK-PICK) TO WK-T-LINE-R
           DISPLAY WK-T-LINE(WK-PICK)(1:73) AT LINE 05 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           INITIALIZE WK-RB-PARM
           MOVE "F" TO WK-RB-KIND
           MOVE WK-TL-FILE TO WK-RB-MATCH(1:15)
           MOVE WK-TL-STATUS TO WK-RB-MATCH(16:2)
           CALL "rbklookup" USING WK-RB-PARM END-CALL
           IF WK-RB-FOUND NOT = "Y"
               DISPLAY "NO RUNBOOK ENTRY FOR THIS FILE AND STATUS."
                   AT LINE 07 COLUMN 03
               DISPLAY "ADD ONE ON THE RUNBOOK SCREEN ONCE THE CAUSE IS KNOWN."
                   AT LINE 08 COLUMN 03
           ELSE
               PERFORM 047-RERUN-TEXT THRU 047-END-RERUN-TEXT
               DISPLAY "RUNBOOK......:" AT LINE 07 COLUMN 03
               DISPLAY WK-RB-TITLE AT LINE 07 COLUMN 18
                   WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               DISPLAY "RERUN........:" AT LINE 08 COLUMN 03
               DISPLAY WK-RB-RERUN-TXT AT LINE 08 COLUMN 18
                   WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               DISPLAY "STEPS........:" AT LINE 09 COLUMN 03
               MOVE 10 TO WK-RB-LIN
               PERFORM VARYING WK-RB-IDX FROM 1 BY 1 UNTIL WK-RB-IDX > 5
                   IF WK-RB-STEP(WK-RB-IDX) NOT = SPACES
                       DISPLAY WK-RB-STEP(WK-RB-IDX)
                           AT LINE WK-RB-LIN COLUMN 05
                       ADD 1 TO WK-RB-LIN
                   END-IF
               END-PERFORM
               DISPLAY "ESCALATE TO..:" AT LINE 16 COLUMN 03
               DISPLAY WK-RB-ESCALATE AT LINE 16 COLUMN 18
                   WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               DISPLAY "LAST REVIEWED:" AT LINE 17 COLUMN 03
               DISPLAY WK-RB-REVIEWED AT LINE 17 COLUMN 18
           END-IF
           PERFORM 045-SHOW-SUPPORT THRU 045-END-SHOW-SUPPORT
           MOVE "ENTER TO GO BACK TO THE LIST" TO WS-MSGERROR
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO.
       046-END-SHOW-RUNBOOK.
           EXIT.

      *> -----------------------------------
       047-RERUN-TEXT.
           EVALUATE WK-RB-RERUN
               WHEN "Y"
                   MOVE "YES - RERUN AS IT STANDS" TO WK-RB-RERUN-TXT
               WHEN "C"
                   MOVE "ONLY AFTER THE STEPS BELOW" TO WK-RB-RERUN-TXT
               WHEN OTHER
                   MOVE "NO - DO NOT RERUN, ESCALATE" TO WK-RB-RERUN-TXT
           END-EVALUATE.
       047-END-RERUN-TEXT.
           EXIT.

       *> -----------------------------------
       *> DRAW BOX
       PROC-SHOW-BOX.
