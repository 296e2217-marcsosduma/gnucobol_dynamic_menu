           88  FSC-NOT-EXIST             VALUE 35.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-QUEUE-ACTION                PIC  X(001) VALUE "I".
       *> Change-ticket reference - the last ticket keyed is offered
       *> again for the next change ---------------------------------
       77 WK-TICKET      PIC X(12) VALUE SPACES.
       77 WK-TICKET-OK   PIC X(01) VALUE "N".
           88 TICKET-IS-OK VALUE "Y".
       77 WK-TICKET-PROMPT PIC X(78) VALUE "CHANGE TICKET NUMBER:".
       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-BACK-COLOR PIC 9 VALUE 1.
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-QUEUE-CHANGE THRU PROC-QUEUE-CHANGE-END
           MOVE "CHANGE SENT TO THE APPROVAL QUEUE" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
           IF NOT E-SIM
               GO DELETE-REC-END
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO DELETE-REC-END
           END-IF
           MOVE "D" TO WK-QUEUE-ACTION
           PERFORM PROC-QUEUE-CHANGE THRU PROC-QUEUE-CHANGE-END
           MOVE "I" TO WK-QUEUE-ACTION
           PERFORM PROC-SHOW-ERROS.
       DELETE-REC-END.

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
      *> THE CHANGE GOES INTO THE FOUR-EYES QUEUE AS A SYS ENTRY -
      *> THE SAME SHAPE THE SECURITY SCREENS WRITE; THE APPROVALS
           MOVE SPACES TO PCH-IMAGE
           MOVE REC-SYS TO PCH-IMAGE
           MOVE WK-MENU-USER TO PCH-REQUESTER
           MOVE WK-TICKET TO PCH-TICKET
           ACCEPT PCH-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT PCH-REQ-TIME FROM TIME
           MOVE SPACES TO PCH-APPROVER
