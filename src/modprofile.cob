       77 WK-CHJ-KEY     PIC X(10) VALUE SPACES.
       77 WK-CHJ-BEFORE  PIC X(167) VALUE SPACES.
       77 WK-CHJ-AFTER   PIC X(167) VALUE SPACES.
       *> Change-ticket reference - the last ticket keyed is offered
       *> again for the next change ---------------------------------
       77 WK-TICKET      PIC X(12) VALUE SPACES.
       77 WK-TICKET-OK   PIC X(01) VALUE "N".
           88 TICKET-IS-OK VALUE "Y".
       77 WK-TICKET-PROMPT PIC X(78) VALUE "CHANGE TICKET NUMBER:".

       77 WS-TXT-HELP PIC X(78).
       01  WK-REV-DATE                 PIC 9(08) VALUE ZEROS.
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-STAMP-REVIEW-DATES
           WRITE REC-PRF
           INVALID KEY
                PERFORM PROC-SHOW-ERROS
                GO PROC-EDIT-LOOP
            END-IF
            PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
            IF NOT TICKET-IS-OK
                GO PROC-EDIT-LOOP
            END-IF
            PERFORM PROC-STAMP-REVIEW-DATES
            REWRITE REC-PRF
                INVALID KEY
           IF NOT E-SIM
               GO DELETE-REC-END
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO DELETE-REC-END
           END-IF
           MOVE SPACES TO WK-CHJ-BEFORE
           MOVE REC-PRF TO WK-CHJ-BEFORE
           DELETE FD-PRF
               PERFORM PROC-SHOW-ERROS
               GO CLONE-REC-END
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO CLONE-REC-END
           END-IF
           MOVE WK-CLONE-NEW TO PRF-ID
           MOVE WK-CLONE-NAME TO PRF-NAME
           MOVE ZEROS TO PRF-LAST-REVIEWED PRF-NEXT-REVIEW
       PROC-SHOW-PARENT-NAME-END.
           EXIT.

      *> -----------------------------------
      *> EVERY CHANGE KEYED ON THIS SCREEN CARRIES THE NUMBER OF THE
      *> CHANGE TICKET THAT AUTHORISED IT, STAMPED ON WHATEVER THE
      *> CHANGE WRITES (JOURNAL LINE OR QUEUED ENTRY). THE LAST TICKET
      *> KEYED IS OFFERED AGAIN SO A RUN OF CHANGES UNDER ONE TICKET
      *> IS NOT RETYPED.
      *> A BLANK TICKET IS NOT ACCEPTED; ESC ABANDONS THE CHANGE AND
      *> LEAVES TICKET-IS-OK OFF.
       PROC-ASK-TICKET.
           MOVE "N" TO WK-TICKET-OK
           DISPLAY WK-TICKET-PROMPT AT LINE 23 COLUMN 02
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               BACKGROUND-COLOR WS-BACK-COLOR
           ACCEPT WK-TICKET AT LINE 23 COLUMN 24
               WITH UPDATE HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               BACKGROUND-COLOR WS-BACK-COLOR
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PROC-ASK-TICKET-END
           END-IF
           IF WK-TICKET = SPACES
               MOVE "A CHANGE TICKET NUMBER IS REQUIRED FOR EVERY CHANGE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO PROC-ASK-TICKET
           END-IF
           MOVE FUNCTION UPPER-CASE(WK-TICKET) TO WK-TICKET
           MOVE "Y" TO WK-TICKET-OK.
       PROC-ASK-TICKET-END.
           EXIT.

      *> -----------------------------------
      *> ONE BEFORE/AFTER LINE IN CHANGE_JOURNAL.LOG PER WRITE, REWRITE
      *> OR DELETE THIS SCREEN ISSUES - THE CALLER FILLS WK-CHJ-FILE,
           MOVE WK-CHJ-KEY TO CHJ-KEY
           MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
           MOVE WK-CHJ-AFTER TO CHJ-AFTER
           MOVE WK-TICKET TO CHJ-TICKET
           OPEN EXTEND FILE_CHANGE_JOURNAL
           IF ST-CHJ = "35"
               OPEN OUTPUT FILE_CHANGE_JOURNAL
