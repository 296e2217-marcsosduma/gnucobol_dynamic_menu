      *> SESSIONS VALIDATE_USR HAS REGISTERED, LETS AN ADMINISTRATOR
      *> ORDER A FORCE-LOGOFF (HONORED BY THE RUNNING SESSION AT ITS
      *> NEXT MENU KEYSTROKE) AND CLEARS LEFTOVER ROWS FROM CRASHED
      *> SESSIONS BEFORE THE FILES ARE TAKEN DOWN FOR A LOAD. AN
      *> URGENT LINE CAN BE BROADCAST TO EVERY LIVE SESSION (OR TO ONE
      *> MODULE'S), AND WHO HAS SEEN IT IS LISTED PER BROADCAST.
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
       FILE-CONTROL.
            COPY "../cpy/session_se.cpy".
            COPY "../cpy/seat_limit_se.cpy".
            COPY "../cpy/broadcast_se.cpy".
            COPY "../cpy/broadcast_seen_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/session_fd.cpy".
            COPY "../cpy/seat_limit_fd.cpy".
            COPY "../cpy/broadcast_fd.cpy".
            COPY "../cpy/broadcast_seen_fd.cpy".

       WORKING-STORAGE SECTION.

           88 E-CLEAR    VALUE IS 3.
           88 E-SEATS    VALUE IS 4.
           88 E-SETLIM   VALUE IS 5.
           88 E-BCAST    VALUE IS 6.
           88 E-BSEEN    VALUE IS 7.
           88 E-END      VALUE IS 8.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-SES                        PIC  9(002).
       77 ST-SEA                        PIC  9(002).
           88  FSA-OK                    VALUE ZEROS.
           88  FSA-NOT-EXIST             VALUE 35.
       77 ST-BRD                        PIC  9(002).
           88  FSB-OK                    VALUE ZEROS.
           88  FSB-NOT-EXIST             VALUE 35.
       77 ST-BRS                        PIC  9(002).
           88  FSR-OK                    VALUE ZEROS.
           88  FSR-NOT-EXIST             VALUE 35.
       *> Live-session broadcast -------------------------------------
       01 WK-NID-PARM.
           05 WK-NID-ENTITY PIC X(10).
           05 WK-NID-VALUE  PIC 9(05).
       01 WK-BR-ID      PIC 9(06) VALUE ZEROS.
       01 WK-BR-TARGETS PIC 9(05) VALUE ZEROS.
       01 WK-BR-SEEN    PIC 9(05) VALUE ZEROS.
       01 WK-BR-EOF     PIC X(01) VALUE "F".
       01 WK-BR-LINE    PIC X(70) VALUE SPACES.
       *> Session history (session_history.log) ----------------------
       COPY "../cpy/seshist_ws.cpy".
       *> Seats-vs-limits working set ---------------------------------
       01 WK-SM-MAX     PIC 9(02) VALUE 20.
       01 WK-SM-NUM     PIC 9(02) VALUE ZEROS.
                       PERFORM SHOW-SEATS THRU SHOW-SEATS-END
                   WHEN E-SETLIM
                       PERFORM SET-LIMIT THRU SET-LIMIT-END
                   WHEN E-BCAST
                       PERFORM SEND-BROADCAST THRU SEND-BROADCAST-END
                   WHEN E-BSEEN
                       PERFORM BROADCAST-SEEN THRU BROADCAST-SEEN-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           MOVE " CLEAR LEFTOVER" TO WM-ITENS(3)
           MOVE " SEATS VS LIMITS" TO WM-ITENS(4)
           MOVE " SET SEAT LIMIT" TO WM-ITENS(5)
           MOVE " BROADCAST LINE" TO WM-ITENS(6)
           MOVE " BROADCAST SEEN" TO WM-ITENS(7)
           MOVE " EXIT" TO WM-ITENS(8)
           MOVE 8 TO  WM-ITENS-QTD             *> NUMBER OF ITEMS
           MOVE 29 TO  WM-POS_X                *> COLUMN WHERE TO START THE MENU
           MOVE 09 TO  WM-POS_Y                *> LINE WHERE THE MENU WILL BEGIN
           MOVE black TO  WM-COLOR-BACKG       *> BACKGROUND COLOR
                             BY CONTENT   WM-SIZE-MENU-X
        END-CALL
        MOVE WM-ITEM-SELECTED TO WS-OPTION
        IF WM-ITEM-SELECTED = 0 OR WM-ITEM-SELECTED > 8 THEN
            MOVE 8 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
               INVALID KEY
                   MOVE "ERROR ON DELETE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
               NOT INVALID KEY
                   INITIALIZE WK-SH-PARM
                   MOVE "E"        TO WK-SH-EVENT
                   MOVE SES-PID    TO WK-SH-PID
                   MOVE SES-LOGIN  TO WK-SH-LOGIN
                   MOVE SES-MODULE TO WK-SH-MODULE
                   MOVE "CLEARED"  TO WK-SH-REASON
                   MOVE SES-DATE   TO WK-SH-START-DATE
                   MOVE SES-TIME   TO WK-SH-START-TIME
                   CALL "seshist" USING WK-SH-PARM END-CALL
           END-DELETE.
       CLEAR-SESSION-END.

           PERFORM PROC-SHOW-ERROS.
       SET-LIMIT-END.

      *> -----------------------------------
      *> URGENT LINE TO THE USERS ALREADY SIGNED ON - EVERY LIVE
      *> SESSION, OR ONLY ONE MODULE'S. EACH TARGET ROW IS FLAGGED WITH
      *> THE BROADCAST ID (UNLESS AN EARLIER ONE IS STILL PENDING THERE -
      *> THE MENU SHOWS THAT ONE AND EVERY LATER ONE IN TURN) AND MAKEMENU
      *> POPS THE LINE UP AT THE OPERATOR'S NEXT MENU KEYSTROKE.
       SEND-BROADCAST.
           MOVE "BROADCAST LINE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-BRD
           DISPLAY "MODULE (BLANK = ALL SESSIONS):" AT LINE 08 COLUMN 05
               WITH FOREGROUND-COLOR GREEN
           ACCEPT BRD-MODULE AT LINE 08 COLUMN 36
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO SEND-BROADCAST-END
           END-IF
           DISPLAY "TEXT:" AT LINE 10 COLUMN 05
               WITH FOREGROUND-COLOR GREEN
           ACCEPT BRD-TEXT AT LINE 11 COLUMN 05
           IF COB-CRT-STATUS = COB-SCR-ESC OR BRD-TEXT = SPACES
               GO SEND-BROADCAST-END
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "SEND THIS LINE TO THE LIVE SESSIONS (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO SEND-BROADCAST-END
           END-IF
           OPEN I-O FD-BRD
           IF FSB-NOT-EXIST
               OPEN OUTPUT FD-BRD
               CLOSE FD-BRD
               OPEN I-O FD-BRD
           END-IF
           IF NOT FSB-OK
               MOVE "BROADCAST.DAT NOT AVAILABLE - NOTHING SENT" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO SEND-BROADCAST-END
           END-IF
           MOVE "BROADCAST" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           MOVE WK-NID-VALUE TO BRD-ID WK-BR-ID
           ACCEPT BRD-DATE FROM DATE YYYYMMDD
           ACCEPT BRD-TIME FROM TIME
           ACCEPT BRD-SENDER FROM ENVIRONMENT "MENU_USER"
           MOVE ZEROS TO BRD-TARGETS
           WRITE REC-BRD
               INVALID KEY
                   CLOSE FD-BRD
                   MOVE "ERROR ON WRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO SEND-BROADCAST-END
           END-WRITE
           MOVE ZEROS TO WK-BR-TARGETS
           INITIALIZE REC-SES
           MOVE ZEROS TO SES-PID
           MOVE "F" TO WK-BR-EOF
           START FD-SES
               KEY IS >= KEY1-SES
               INVALID KEY
                   MOVE "T" TO WK-BR-EOF
           END-START
           PERFORM UNTIL WK-BR-EOF = "T"
               READ FD-SES NEXT
                   AT END
                       MOVE "T" TO WK-BR-EOF
                   NOT AT END
                       IF NOT SES-IS-FORCED
                          AND (BRD-MODULE = SPACES
                               OR SES-MODULE = BRD-MODULE)
                           IF SES-BRD-ID NOT NUMERIC
                              OR SES-BRD-ID = ZEROS
                               MOVE WK-BR-ID TO SES-BRD-ID
                               REWRITE REC-SES
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                           END-IF
                           ADD 1 TO WK-BR-TARGETS
                       END-IF
               END-READ
           END-PERFORM
           MOVE WK-BR-TARGETS TO BRD-TARGETS
           REWRITE REC-BRD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE FD-BRD
           MOVE SPACES TO WS-MSGERROR
           STRING "BROADCAST " WK-BR-ID " SENT TO " WK-BR-TARGETS
                  " LIVE SESSION(S)"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
       SEND-BROADCAST-END.

      *> -----------------------------------
      *> WHO SAW A BROADCAST AND WHEN, AGAINST THE SESSIONS IT WAS
      *> SENT TO. ZERO SHOWS THE LATEST ONE.
       BROADCAST-SEEN.
           MOVE "BROADCAST SEEN" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           OPEN INPUT FD-BRD
           IF NOT FSB-OK
               MOVE "NO BROADCAST HAS BEEN SENT" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO BROADCAST-SEEN-END
           END-IF
           MOVE ZEROS TO WK-BR-ID
           DISPLAY "BROADCAST ID (0 = LATEST):" AT LINE 06 COLUMN 05
               WITH FOREGROUND-COLOR GREEN
           ACCEPT WK-BR-ID AT LINE 06 COLUMN 32
           IF COB-CRT-STATUS = COB-SCR-ESC
               CLOSE FD-BRD
               GO BROADCAST-SEEN-END
           END-IF
           INITIALIZE REC-BRD
           IF WK-BR-ID = ZEROS
               MOVE 999999 TO BRD-ID
               START FD-BRD
                   KEY IS <= KEY1-BRD
                   INVALID KEY
                       MOVE ZEROS TO BRD-ID
               END-START
               IF BRD-ID NOT = ZEROS
                   READ FD-BRD NEXT
                       AT END
                           MOVE ZEROS TO BRD-ID
                   END-READ
               END-IF
           ELSE
               MOVE WK-BR-ID TO BRD-ID
               READ FD-BRD
                   INVALID KEY
                       MOVE ZEROS TO BRD-ID
               END-READ
           END-IF
           CLOSE FD-BRD
           IF BRD-ID = ZEROS
               MOVE "BROADCAST NOT FOUND" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO BROADCAST-SEEN-END
           END-IF
           MOVE BRD-ID TO WK-BR-ID
           MOVE SPACES TO WK-BR-LINE
           STRING "#" BRD-ID " " BRD-DATE " " BRD-TIME(1:4) " BY "
                  FUNCTION TRIM(BRD-SENDER) " TO "
               DELIMITED BY SIZE INTO WK-BR-LINE
           END-STRING
           IF BRD-MODULE = SPACES
               STRING FUNCTION TRIM(WK-BR-LINE) " ALL SESSIONS"
                   DELIMITED BY SIZE INTO WK-BR-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WK-BR-LINE) " " BRD-MODULE
                   DELIMITED BY SIZE INTO WK-BR-LINE
               END-STRING
           END-IF
           DISPLAY WK-BR-LINE AT LINE 07 COLUMN 05
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY BRD-TEXT AT LINE 08 COLUMN 05
           MOVE BRD-TARGETS TO WK-BR-TARGETS
           MOVE ZEROS TO WK-BR-SEEN
           OPEN INPUT FD-BRS
           IF NOT FSR-OK
               GO BROADCAST-SEEN-TOTAL
           END-IF
           INITIALIZE REC-BRS
           MOVE WK-BR-ID TO BRS-ID
           MOVE ZEROS TO BRS-PID
           MOVE "F" TO WK-BR-EOF
           START FD-BRS
               KEY IS >= KEY1-BRS
               INVALID KEY
                   MOVE "T" TO WK-BR-EOF
           END-START.
       BROADCAST-SEEN-PAGE.
           DISPLAY "LOGIN                PID        SEEN ON" AT LINE 10 COLUMN 05
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           MOVE 11 TO WK-LIST-LIN
           PERFORM UNTIL WK-BR-EOF = "T" OR WK-LIST-LIN > 20
               READ FD-BRS NEXT
                   AT END
                       MOVE "T" TO WK-BR-EOF
                   NOT AT END
                       IF BRS-ID NOT = WK-BR-ID
                           MOVE "T" TO WK-BR-EOF
                       ELSE
                           DISPLAY BRS-LOGIN AT LINE WK-LIST-LIN COLUMN 05
                           DISPLAY BRS-PID   AT LINE WK-LIST-LIN COLUMN 26
                           DISPLAY BRS-DATE  AT LINE WK-LIST-LIN COLUMN 37
                           DISPLAY BRS-TIME(1:6) AT LINE WK-LIST-LIN COLUMN 46
                           ADD 1 TO WK-LIST-LIN
                           ADD 1 TO WK-BR-SEEN
                       END-IF
               END-READ
           END-PERFORM
           IF WK-BR-EOF NOT = "T"
               MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               IF COB-CRT-STATUS = COB-SCR-ESC
                   CLOSE FD-BRS
                   GO BROADCAST-SEEN-END
               END-IF
               DISPLAY SS-CLS
               PERFORM PROC-SHOW-BOX
               DISPLAY WK-BR-LINE AT LINE 07 COLUMN 05
                   WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               DISPLAY BRD-TEXT AT LINE 08 COLUMN 05
               GO BROADCAST-SEEN-PAGE
           END-IF
           CLOSE FD-BRS.
       BROADCAST-SEEN-TOTAL.
           MOVE SPACES TO WS-MSGERROR
           STRING "SEEN BY " WK-BR-SEEN " OF " WK-BR-TARGETS
                  " SESSION(S) - ENTER TO GO BACK"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
       BROADCAST-SEEN-END.

       *> -----------------------------------
       *> DRAW BOX
       PROC-SHOW-BOX.
