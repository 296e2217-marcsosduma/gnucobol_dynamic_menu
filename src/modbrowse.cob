       77 WK-KEY-LEN   PIC 9(02) VALUE ZEROS.
       77 WK-CHJ-BEFORE PIC X(167) VALUE SPACES.
       77 WK-CHJ-AFTER  PIC X(167) VALUE SPACES.
       *> Change-ticket reference - the last ticket keyed is offered
       *> again for the next change ---------------------------------
       77 WK-TICKET      PIC X(12) VALUE SPACES.
       77 WK-TICKET-OK   PIC X(01) VALUE "N".
           88 TICKET-IS-OK VALUE "Y".
       77 WK-TICKET-PROMPT PIC X(78) VALUE "CHANGE TICKET NUMBER:".
       01 WK-AUD-DATE  PIC 9(08) VALUE ZEROS.
       01 WK-AUD-TIME  PIC 9(08) VALUE ZEROS.
       *>---------------------------------------------------------------
       01  WM-POS-ITEM-SEL-Y           PIC 9(03).
       01  WM-SIZE-MENU-X              PIC 9(03).
       *>---------------------------------------------------------------
       *> Incident-containment gate (CONTAINMENT.DAT via chkcontain) -----
       COPY "../cpy/chkcontain_ws.cpy".
       COPY screenio.

       SCREEN SECTION.
       035-OPEN-FILE.
           MOVE "N" TO WK-HAVE-REC
           EVALUATE WK-CHOICE
               WHEN 1 MOVE 120 TO WK-REC-LEN
               WHEN 2 MOVE 45 TO WK-REC-LEN
               WHEN 3 MOVE 24 TO WK-REC-LEN
               WHEN 4 MOVE 11 TO WK-REC-LEN
               WHEN 5 MOVE 167 TO WK-REC-LEN
               WHEN 6 MOVE 130 TO WK-REC-LEN
               WHEN OTHER MOVE 167 TO WK-REC-LEN
           END-EVALUATE
           EVALUATE WK-CHOICE
               WHEN 3 MOVE 08 TO WK-KEY-LEN
               WHEN 4 MOVE 09 TO WK-KEY-LEN
               WHEN 5 MOVE 05 TO WK-KEY-LEN
               WHEN 6 MOVE 04 TO WK-KEY-LEN
               WHEN OTHER MOVE 99 TO WK-KEY-LEN
           END-EVALUATE
           EVALUATE WK-CHOICE
                   END-START
               WHEN 6
                   INITIALIZE REC-OBJ
                   IF WK-KEY-IN(1:4) IS NUMERIC
                       MOVE WK-KEY-IN(1:4) TO OBJ-CODIGO
                   ELSE
                       MOVE ZEROS TO OBJ-CODIGO
                   END-IF
               GO 060-END-UPDATE-FIELD
           END-IF
           PERFORM 062-VALIDATE-VALUE THRU 062-END-VALIDATE-VALUE
           *> an account under incident containment stays locked
           *> until security signs the containment off
           IF WK-ED-OK = "Y" AND WK-CHOICE = 1
              AND WK-D-NAME(WK-ED-IDX) = "U-LOCKED"
              AND WK-IMAGE(WK-D-OFF(WK-ED-IDX):1) = "Y"
              AND WK-ED-VALUE(1:1) NOT = "Y"
               MOVE WK-IMAGE(5:10) TO WK-CT-LOGIN
               CALL "chkcontain" USING WK-CT-PARM END-CALL
               IF WK-CT-HELD = "Y"
                   MOVE SPACES TO WS-MSGERROR
                   STRING "UNDER INCIDENT CONTAINMENT "
                          FUNCTION TRIM(WK-CT-INCIDENT)
                          " - SECURITY MUST RELEASE IT FIRST"
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
                   MOVE "N" TO WK-ED-OK
               END-IF
           END-IF
           IF WK-ED-OK NOT = "Y"
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
           IF WK-ED-CONF NOT = "Y" AND WK-ED-CONF NOT = "y"
               GO 060-END-UPDATE-FIELD
           END-IF
           PERFORM 068-ASK-TICKET THRU 068-END-ASK-TICKET
           IF NOT TICKET-IS-OK
               GO 060-END-UPDATE-FIELD
           END-IF
           PERFORM 064-MASK-IMAGE THRU 064-END-MASK-IMAGE
           MOVE WK-HEX-IMG TO WK-CHJ-BEFORE
           MOVE WK-ED-VALUE(1:WK-D-LEN(WK-ED-IDX))
           MOVE "Y" TO WK-ED-OK
           EVALUATE WK-CHOICE
               WHEN 1
                   MOVE WK-IMAGE(1:120) TO REC-USR
                   REWRITE REC-USR
                       INVALID KEY
                           MOVE "N" TO WK-ED-OK
                           MOVE "N" TO WK-ED-OK
                   END-REWRITE
               WHEN 6
                   MOVE WK-IMAGE(1:130) TO REC-OBJ
                   REWRITE REC-OBJ
                       INVALID KEY
                           MOVE "N" TO WK-ED-OK
       066-END-REWRITE-RECORD.
           EXIT.

      *> -----------------------------------
      *> THE CHANGE TICKET THAT AUTHORISES THE REWRITE - STAMPED ON
      *> THE JOURNAL LINE LIKE ANY MAINTENANCE SCREEN'S. THE LAST
      *> TICKET KEYED IS OFFERED AGAIN; A BLANK ONE IS REFUSED AND ESC
      *> ABANDONS THE EDIT WITH TICKET-IS-OK OFF.
       068-ASK-TICKET.
           MOVE "N" TO WK-TICKET-OK
           DISPLAY WK-TICKET-PROMPT AT LINE 23 COLUMN 02
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               BACKGROUND-COLOR WS-BACK-COLOR
           ACCEPT WK-TICKET AT LINE 23 COLUMN 24
               WITH UPDATE HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               BACKGROUND-COLOR WS-BACK-COLOR
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 068-END-ASK-TICKET
           END-IF
           IF WK-TICKET = SPACES
               MOVE "A CHANGE TICKET NUMBER IS REQUIRED FOR EVERY CHANGE" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GO 068-ASK-TICKET
           END-IF
           MOVE FUNCTION UPPER-CASE(WK-TICKET) TO WK-TICKET
           MOVE "Y" TO WK-TICKET-OK.
       068-END-ASK-TICKET.
           EXIT.

      *> -----------------------------------
      *> ONE BEFORE/AFTER LINE IN CHANGE_JOURNAL.LOG FOR THE REWRITE,
      *> THE SAME SHAPE THE MAINTENANCE SCREENS WRITE.
           MOVE WK-IMAGE(1:WK-KEY-LEN) TO CHJ-KEY
           MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
           MOVE WK-CHJ-AFTER TO CHJ-AFTER
           MOVE WK-TICKET TO CHJ-TICKET
           OPEN EXTEND FILE_CHANGE_JOURNAL
           IF ST-CHJ = "35"
               OPEN OUTPUT FILE_CHANGE_JOURNAL
