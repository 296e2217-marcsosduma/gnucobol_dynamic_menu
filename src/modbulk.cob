       77 WK-A-TO                       PIC  9(004) VALUE ZEROS.
       77 WK-MATCHED                    PIC  9(004) VALUE ZEROS.
       77 WK-APPLIED                    PIC  9(004) VALUE ZEROS.
       77 WK-CONTAINED                  PIC  9(004) VALUE ZEROS.
       77 WK-PASS                       PIC  X(001) VALUE "C".
       77 WK-MATCH                      PIC  X(001) VALUE "N".
       77 FLG-EOF                       PIC  X(001) VALUE "F".
       *> Before/after change journal --------------------------------
       77 WK-CHJ-BEFORE  PIC X(167) VALUE SPACES.
       77 WK-CHJ-AFTER   PIC X(167) VALUE SPACES.
       77 WK-CHJ-IMG     PIC X(120) VALUE SPACES.
       *> Change-ticket reference - the last ticket keyed is offered
       *> again for the next change ---------------------------------
       77 WK-TICKET      PIC X(12) VALUE SPACES.
       77 WK-TICKET-OK   PIC X(01) VALUE "N".
           88 TICKET-IS-OK VALUE "Y".
       77 WK-TICKET-PROMPT PIC X(78) VALUE "CHANGE TICKET NUMBER:".
       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-BACK-COLOR PIC 9 VALUE 1.
       01  WK-BOX-COLOR-TEXT              PIC 9(03) VALUE white.
       01  WK-BOX-LINE-POS_Y1           PIC 9(03) VALUE 5.
       *>---------------------------------------------------------------
       *> Incident-containment gate (CONTAINMENT.DAT via chkcontain) -----
       COPY "../cpy/chkcontain_ws.cpy".
       COPY screenio.

       SCREEN SECTION.
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO 005-FILTER-LOOP
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO 005-FILTER-LOOP
           END-IF
           MOVE "A" TO WK-PASS
           PERFORM 020-SWEEP THRU 020-END-SWEEP
           MOVE SPACES TO WS-MSGERROR
           IF WK-CONTAINED > 0
               STRING "DONE - USERS CHANGED AND JOURNALED: " WK-APPLIED
                      "  LEFT LOCKED (INCIDENT CONTAINMENT): " WK-CONTAINED
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
           ELSE
               STRING "DONE - USERS CHANGED AND JOURNALED: " WK-APPLIED
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
           END-IF
           PERFORM PROC-SHOW-ERROS
           GO 005-FILTER-LOOP.

      *> ONE SWEEP OVER USER.DAT APPLYING THE FILTER - COUNTING AND
      *> LISTING ON PASS C, REWRITING ON PASS A.
       020-SWEEP.
           MOVE ZEROS TO WK-MATCHED WK-APPLIED WK-CONTAINED
           MOVE 07 TO WK-LIST-LIN
           MOVE ZEROS TO WK-LIST-COUNT
           IF WK-PASS = "C"

      *> -----------------------------------
       024-APPLY.
           *> an account under incident containment stays locked
           *> until security signs the containment off
           IF WK-ACTION = 1 AND U-IS-LOCKED
               MOVE U-LOGIN TO WK-CT-LOGIN
               CALL "chkcontain" USING WK-CT-PARM END-CALL
               IF WK-CT-HELD = "Y"
                   ADD 1 TO WK-CONTAINED
                   GO 024-END-APPLY
               END-IF
           END-IF
           PERFORM PROC-MASK-IMAGE THRU PROC-MASK-IMAGE-END
           MOVE SPACES TO WK-CHJ-BEFORE
           MOVE WK-CHJ-IMG TO WK-CHJ-BEFORE
       PROC-MASK-IMAGE-END.
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
       PROC-WRITE-JOURNAL.
           INITIALIZE REC-CHJ
           MOVE U-ID-USR TO CHJ-KEY
           MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
           MOVE WK-CHJ-AFTER TO CHJ-AFTER
           MOVE WK-TICKET TO CHJ-TICKET
           OPEN EXTEND FILE_CHANGE_JOURNAL
           IF ST-CHJ = "35"
               OPEN OUTPUT FILE_CHANGE_JOURNAL
