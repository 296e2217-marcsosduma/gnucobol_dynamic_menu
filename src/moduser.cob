            COPY "../cpy/change_journal_se.cpy".
            COPY "../cpy/code_card_se.cpy".
            COPY "../cpy/file_error_log_se.cpy".
            COPY "../cpy/challenge_se.cpy".
            COPY "../cpy/user_hist_se.cpy".

            SELECT ARQ_CONFIRM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
            COPY "../cpy/change_journal_fd.cpy".
            COPY "../cpy/code_card_fd.cpy".
            COPY "../cpy/file_error_log_fd.cpy".
            COPY "../cpy/challenge_fd.cpy".
            COPY "../cpy/user_hist_fd.cpy".

       FD  ARQ_CONFIRM
           VALUE OF FILE-ID IS "../txt/onboarding_confirmation.txt".
           88 E-ONBOARD  VALUE IS 8.
           88 E-CARD     VALUE IS 9.
           88 E-UNCARD   VALUE IS 10.
           88 E-RESTORE  VALUE IS 11.
           88 E-END      VALUE IS 12.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-USR                        PIC  9(002).
       77 WK-LOGIN-ROW-UPPER PIC X(10).
       77 WK-CHK-EOF     PIC X(01) VALUE "N".
           88 CHK-EOF VALUE "Y".
       *> Archived users (USER_HIST.DAT): a login on file there stays
       *> reserved, and RESTORE ARCHIVED brings the user back. --------
       77 ST-UHS        PIC 9(02).
           88 UHS-FS-OK VALUE ZEROS.
           88 UHS-FS-NOT-EXIST VALUE 35.
       77 ST-CHA        PIC 9(02).
           88 CHA-FS-OK VALUE ZEROS.
           88 CHA-FS-NOT-EXIST VALUE 35.
       77 WK-LOGIN-RESV  PIC X(01) VALUE "N".
           88 LOGIN-IS-RESERVED VALUE "Y".
       77 WK-RS-ACTIVE   PIC X(01) VALUE "N".
       77 WK-RS-LOGIN    PIC X(10) VALUE SPACES.
       77 WK-RS-ID       PIC 9(04) VALUE ZEROS.
       77 WK-RS-IDX      PIC 9(02) VALUE ZEROS.
       77 WK-RS-FREE     PIC X(01) VALUE "N".
       01 WK-SAVE-REC-USR PIC X(120).
       *> Optimistic locking - baseline timestamp taken when the record
       *> was read for edit, compared against the current disk copy
       *> right before the REWRITE to detect a concurrent update. ------
       *> startup - non-blank restricts every lookup and list to that
       *> department, blank (central security) sees the whole shop.
       77 WK-OPER-DEPT   PIC X(04) VALUE SPACES.
       77 WK-SCOPE-SAVE  PIC X(120) VALUE SPACES.
       77 WK-DIRECT-ENV  PIC X(01) VALUE SPACES.
           88 WK-DIRECT-APPLY VALUES "S" "s" "Y" "y".
       01 WK-OB-SAVE-PFU PIC X(24).
       77 WK-CHJ-KEY     PIC X(10) VALUE SPACES.
       77 WK-CHJ-BEFORE  PIC X(167) VALUE SPACES.
       77 WK-CHJ-AFTER   PIC X(167) VALUE SPACES.
       77 WK-CHJ-IMG     PIC X(120) VALUE SPACES.
       *> Change-ticket reference - the last ticket keyed is offered
       *> again for the next change ---------------------------------
       77 WK-TICKET      PIC X(12) VALUE SPACES.
       77 WK-TICKET-OK   PIC X(01) VALUE "N".
           88 TICKET-IS-OK VALUE "Y".
       77 WK-TICKET-PROMPT PIC X(78) VALUE "CHANGE TICKET NUMBER:".
       *> Language validation ------------------------------------------
       77 WK-LANG-BAD    PIC X(01) VALUE "N".
       *> Account type / owner validation -----------------------------
       77 WK-ACCT-BAD    PIC X(01) VALUE "N".
       77 WK-OWNER-OK    PIC X(01) VALUE "N".
       77 WK-OWNER-LOGIN PIC X(10) VALUE SPACES.
       *> Sign-on window editing --------------------------------------
       77 WK-DAY-IDX       PIC 9(02) VALUE ZEROS.
       77 WK-DAYS-OK       PIC X(01) VALUE "Y".
       *> Change-freeze gate (FREEZE.DAT via chkfreeze) ---------------
       COPY "../cpy/chkfreeze_ws.cpy".
       77 WK-CF-ANS     PIC X(01) VALUE SPACE.
       *> Incident-containment gate (CONTAINMENT.DAT via chkcontain) -----
       COPY "../cpy/chkcontain_ws.cpy".
       COPY screenio.

      *> Access level handed down by makemenu from the operator's
               10 LINE 20 COLUMN 10
                  VALUE "TZ OFFSET HOURS (+NN/-NN):".
               10 COLUMN PLUS 2 PIC X(03) USING U-TZ-OFFSET-X.
               10 LINE 21 COLUMN 10
                  VALUE "ACCOUNT TYPE (P-PERSON/S-SERVICE):".
               10 COLUMN PLUS 2 PIC X(01) USING U-ACCT-TYPE.
               10 COLUMN PLUS 2 VALUE "OWNER:".
               10 COLUMN PLUS 2 PIC X(10) USING U-OWNER.

       01 SS-WINDOW.
           05 SS-WINDOW-DATA FOREGROUND-COLOR 2.
               MOVE SPACES TO WS-TXT-HELP
               IF WK-ACCESS-LEVEL = "I"
                  AND (E-INSERT OR E-EDIT OR E-DELETE OR E-RESET
                   OR E-WINDOW OR E-ONBOARD OR E-RESTORE)
                   MOVE "INQUIRY-ONLY ACCESS - OPTION NOT AVAILABLE"
                       TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                       PERFORM ISSUE-CARD THRU ISSUE-CARD-END
                   WHEN E-UNCARD
                       PERFORM REVOKE-CARD THRU REVOKE-CARD-END
                   WHEN E-RESTORE
                       PERFORM RESTORE-USER THRU RESTORE-USER-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           MOVE " ONBOARD FROM MODEL" TO WM-ITENS(8)
           MOVE " ISSUE CODE CARD" TO WM-ITENS(9)
           MOVE " REVOKE CODE CARD" TO WM-ITENS(10)
           MOVE " RESTORE ARCHIVED" TO WM-ITENS(11)
           MOVE " EXIT" TO WM-ITENS(12)
           MOVE 12 TO  WM-ITENS-QTD            *> NUMBER OF ITEMS
           MOVE 29 TO  WM-POS_X                *> COLUMN WHERE TO START THE MENU
           MOVE 09 TO  WM-POS_Y                *> LINE WHERE THE MENU WILL BEGIN
           MOVE black TO  WM-COLOR-BACKG       *> BACKGROUND COLOR
        END-CALL
        MOVE WM-ITEM-SELECTED TO WS-OPTION
        IF WM-ITEM-SELECTED = 0 THEN
            MOVE 12 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-CHECK-ACCT-TYPE THRU PROC-CHECK-ACCT-TYPE-END
           IF WK-ACCT-BAD = "Y"
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-CHECK-PASSWD THRU PROC-CHECK-PASSWD-END
           IF NOT PASSWD-IS-OK
               PERFORM PROC-SHOW-ERROS
           END-IF
           PERFORM PROC-CHECK-LOGIN-UNIQUE THRU PROC-CHECK-LOGIN-UNIQUE-END
           IF LOGIN-IS-DUP
               IF LOGIN-IS-RESERVED
                   MOVE "LOGIN BELONGS TO AN ARCHIVED USER - USE RESTORE ARCHIVED" TO WS-MSGERROR
               ELSE
                   MOVE "LOGIN ALREADY IN USE (CASE-INSENSITIVE)" TO WS-MSGERROR
               END-IF
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO INSERT-REC-LOOP
           END-IF
           ACCEPT U-UPD-DATE FROM DATE YYYYMMDD
           ACCEPT U-UPD-TIME FROM TIME
           ACCEPT U-PWD-SET-DATE FROM DATE YYYYMMDD
                PERFORM PROC-SHOW-ERROS
                GO PROC-EDIT-LOOP
            END-IF
            PERFORM PROC-CHECK-ACCT-TYPE THRU PROC-CHECK-ACCT-TYPE-END
            IF WK-ACCT-BAD = "Y"
                PERFORM PROC-SHOW-ERROS
                GO PROC-EDIT-LOOP
            END-IF
            *> an account under incident containment stays locked
            *> until security signs the containment off
            IF U-NOT-LOCKED AND WK-CHJ-BEFORE(27:1) = "Y"
                MOVE WK-CHJ-BEFORE(5:10) TO WK-CT-LOGIN
                PERFORM PROC-CHECK-CONTAIN THRU PROC-CHECK-CONTAIN-END
                IF WK-CT-HELD = "Y"
                    PERFORM PROC-SHOW-ERROS
                    GO PROC-EDIT-LOOP
                END-IF
            END-IF
            IF U-NOT-LOCKED
                MOVE ZEROS TO U-FAILED-ATTEMPTS
            END-IF
            END-IF
            PERFORM PROC-CHECK-LOGIN-UNIQUE THRU PROC-CHECK-LOGIN-UNIQUE-END
            IF LOGIN-IS-DUP
                IF LOGIN-IS-RESERVED
                    MOVE "LOGIN BELONGS TO AN ARCHIVED USER - USE RESTORE ARCHIVED" TO WS-MSGERROR
                ELSE
                    MOVE "LOGIN ALREADY IN USE (CASE-INSENSITIVE)" TO WS-MSGERROR
                END-IF
                PERFORM PROC-SHOW-ERROS
                GO PROC-EDIT-LOOP
            END-IF
                PERFORM PROC-SHOW-ERROS
                GO PROC-EDIT-LOOP
            END-IF
            PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
            IF NOT TICKET-IS-OK
                GO PROC-EDIT-LOOP
            END-IF
            ACCEPT U-UPD-DATE FROM DATE YYYYMMDD
            ACCEPT U-UPD-TIME FROM TIME
            IF U-PASSWD NOT = WK-SAVE-PASSWD
           END-IF
           PERFORM PROC-CHECK-LOGIN-UNIQUE THRU PROC-CHECK-LOGIN-UNIQUE-END
           IF LOGIN-IS-DUP
               IF LOGIN-IS-RESERVED
                   MOVE "LOGIN BELONGS TO AN ARCHIVED USER - USE RESTORE ARCHIVED" TO WS-MSGERROR
               ELSE
                   MOVE "LOGIN ALREADY IN USE (CASE-INSENSITIVE)" TO WS-MSGERROR
               END-IF
               PERFORM PROC-SHOW-ERROS
               GO ONBOARD-USER-DATA
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO ONBOARD-USER-DATA
           END-IF
           ACCEPT U-UPD-DATE FROM DATE YYYYMMDD
           ACCEPT U-UPD-TIME FROM TIME
           ACCEPT U-PWD-SET-DATE FROM DATE YYYYMMDD
           MOVE "I" TO PCH-ACTION
           MOVE WK-OB-SAVE-PFU TO PCH-IMAGE
           MOVE WK-OPERATOR TO PCH-REQUESTER
           MOVE WK-TICKET TO PCH-TICKET
           ACCEPT PCH-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT PCH-REQ-TIME FROM TIME
           MOVE SPACES TO PCH-APPROVER
       PROC-CHECK-LANG-END.
           EXIT.

      *> -----------------------------------
      *> ACCOUNT TYPE IS P, S OR BLANK (= P). A SERVICE ACCOUNT MUST
      *> NAME ITS OWNER: AN EXISTING, ACTIVE PERSONAL ACCOUNT OTHER
      *> THAN ITSELF. A PERSONAL ACCOUNT CARRIES NO OWNER.
       PROC-CHECK-ACCT-TYPE.
           MOVE "N" TO WK-ACCT-BAD
           INSPECT U-ACCT-TYPE CONVERTING "ps" TO "PS"
           IF NOT U-SERVICE-ACCT AND NOT U-PERSONAL-ACCT
               MOVE "Y" TO WK-ACCT-BAD
               MOVE "ACCOUNT TYPE MUST BE P, S OR BLANK" TO WS-MSGERROR
               GO PROC-CHECK-ACCT-TYPE-END
           END-IF
           IF U-PERSONAL-ACCT
               MOVE SPACES TO U-OWNER
               GO PROC-CHECK-ACCT-TYPE-END
           END-IF
           IF U-OWNER = SPACES
               MOVE "Y" TO WK-ACCT-BAD
               MOVE "A SERVICE ACCOUNT NEEDS AN OWNER LOGIN" TO WS-MSGERROR
               GO PROC-CHECK-ACCT-TYPE-END
           END-IF
           IF U-OWNER = U-LOGIN
               MOVE "Y" TO WK-ACCT-BAD
               MOVE "A SERVICE ACCOUNT CANNOT OWN ITSELF" TO WS-MSGERROR
               GO PROC-CHECK-ACCT-TYPE-END
           END-IF
           MOVE REC-USR TO WK-SAVE-REC-USR
           MOVE U-OWNER TO WK-OWNER-LOGIN
           MOVE "N" TO WK-OWNER-OK
           MOVE WK-OWNER-LOGIN TO U-LOGIN
           READ FD-USER KEY IS KEY2-USR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF U-ACTIVE AND U-PERSONAL-ACCT
                       MOVE "Y" TO WK-OWNER-OK
                   END-IF
           END-READ
           MOVE WK-SAVE-REC-USR TO REC-USR
           IF WK-OWNER-OK = "N"
               MOVE "Y" TO WK-ACCT-BAD
               MOVE "OWNER MUST BE AN ACTIVE PERSONAL LOGIN" TO WS-MSGERROR
           END-IF.
       PROC-CHECK-ACCT-TYPE-END.
           EXIT.

      *> -----------------------------------
      *> EDITS THE USER'S ALLOWED SIGN-ON WINDOW (DAYS OF WEEK AND
      *> TIME OF DAY) - ENFORCED BY VALIDATE_USR AT EVERY LOGIN.
               PERFORM PROC-SHOW-ERROS
               GO EDIT-WINDOW-END
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO EDIT-WINDOW-LOOP
           END-IF
           ACCEPT U-UPD-DATE FROM DATE YYYYMMDD
           ACCEPT U-UPD-TIME FROM TIME
           REWRITE REC-USR
           IF NOT E-SIM
               GO RESET-PASSWD-END
           END-IF
           MOVE U-LOGIN TO WK-CT-LOGIN
           PERFORM PROC-CHECK-CONTAIN THRU PROC-CHECK-CONTAIN-END
           IF WK-CT-HELD = "Y"
               PERFORM PROC-SHOW-ERROS
               GO RESET-PASSWD-END
           END-IF
           PERFORM PROC-CHECK-LOCK THRU PROC-CHECK-LOCK-END
           IF LOCK-IS-CONFLICT
               MOVE "RECORD CHANGED BY ANOTHER USER - RELOAD AND RETRY" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO RESET-PASSWD-END
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO RESET-PASSWD-END
           END-IF
           PERFORM PROC-MASK-USR-IMAGE THRU PROC-MASK-USR-IMAGE-END
           MOVE SPACES TO WK-CHJ-BEFORE
           MOVE WK-CHJ-IMG TO WK-CHJ-BEFORE
       PROC-GEN-OTP-END.
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
                       END-IF
               END-READ
           END-PERFORM
           MOVE WK-SAVE-REC-USR TO REC-USR
           MOVE "N" TO WK-LOGIN-RESV
           IF NOT LOGIN-IS-DUP
               PERFORM PROC-CHECK-LOGIN-RESERVED
                   THRU PROC-CHECK-LOGIN-RESERVED-END
           END-IF.
       PROC-CHECK-LOGIN-UNIQUE-END.
           EXIT.

      *> -----------------------------------
      *> A LOGIN MOVED TO USER_HIST.DAT BY THE YEARLY ARCHIVE RUN IS
      *> NEVER ISSUED AGAIN - THE HISTORY ROW IS KEYED BY THE LOGIN
      *> UPPER-CASED, SO ONE READ ANSWERS THE SAME CASE-INSENSITIVE
      *> QUESTION THE WALK ABOVE ASKS OF USER.DAT. SETS LOGIN-IS-DUP
      *> AND LOGIN-IS-RESERVED. SKIPPED WHILE RESTORE ARCHIVED HOLDS
      *> THE FILE OPEN ON THAT VERY ROW.
       PROC-CHECK-LOGIN-RESERVED.
           IF WK-RS-ACTIVE = "Y"
               GO PROC-CHECK-LOGIN-RESERVED-END
           END-IF
           OPEN INPUT FD-UHS
           IF NOT UHS-FS-OK
               GO PROC-CHECK-LOGIN-RESERVED-END
           END-IF
           MOVE FUNCTION UPPER-CASE(U-LOGIN) TO UHS-LOGIN-KEY
           READ FD-UHS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WK-LOGIN-RESV
                   MOVE "Y" TO WK-LOGIN-DUP
           END-READ
           CLOSE FD-UHS.
       PROC-CHECK-LOGIN-RESERVED-END.
           EXIT.

      *> -----------------------------------
      *> OPTIMISTIC LOCK CHECK - RE-READS THE CURRENT DISK COPY OF
      *> REC-USR (BY KEY1-USR, UNCHANGED BY THE EDIT) AND COMPARES ITS
           CLOSE FD-CCD.
       REVOKE-CARD-END.

      *> -----------------------------------
      *> BRINGS BACK A USER THE YEARLY ARCHIVE RUN MOVED TO
      *> USER_HIST.DAT: THE USER.DAT ROW, THE USER_PROFILE.DAT ROWS
      *> (ALL END-DATED - NO ACCESS COMES BACK BY ITSELF), THE
      *> CHALLENGE ANSWERS AND THE PASSWORD HISTORY, THEN DROPS THE
      *> HISTORY ROW. THE ORIGINAL ID IS KEPT WHEN NOBODY HAS TAKEN IT
      *> SINCE, OTHERWISE A FRESH ONE IS OFFERED. THE USER RETURNS
      *> INACTIVE AND MUST-CHANGE - REACTIVATING IS AN ORDINARY EDIT.
       RESTORE-USER.
           MOVE "RESTORE ARCHIVED" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE SPACES TO WK-RS-LOGIN
           DISPLAY "ARCHIVED LOGIN:" AT LINE 06 COLUMN 10
               WITH FOREGROUND-COLOR 2
           ACCEPT WK-RS-LOGIN AT LINE 06 COLUMN 27
               WITH UPDATE HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               BACKGROUND-COLOR WS-BACK-COLOR
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-RS-LOGIN = SPACES
               GO RESTORE-USER-END
           END-IF
           OPEN I-O FD-UHS
           IF NOT UHS-FS-OK
               MOVE "NO USER HAS EVER BEEN ARCHIVED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO RESTORE-USER-END
           END-IF
           MOVE "Y" TO WK-RS-ACTIVE
           INITIALIZE REC-UHS
           MOVE FUNCTION UPPER-CASE(WK-RS-LOGIN) TO UHS-LOGIN-KEY
           READ FD-UHS
               INVALID KEY
                   MOVE "LOGIN NOT IN THE USER HISTORY" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO RESTORE-USER-CLOSE
           END-READ
           MOVE UHS-USR-IMAGE TO REC-USR
           MOVE ZEROS TO ST-USR
           PERFORM PROC-CHECK-SCOPE THRU PROC-CHECK-SCOPE-END
           IF ST-USR NOT = 0
               GO RESTORE-USER-CLOSE
           END-IF
           DISPLAY SS-DATA
           DISPLAY "ORIGINAL ID:" AT LINE 07 COLUMN 10
               WITH FOREGROUND-COLOR 2
           DISPLAY UHS-ID-USR AT LINE 07 COLUMN 23
           DISPLAY "INACTIVE SINCE:" AT LINE 07 COLUMN 30
               WITH FOREGROUND-COLOR 2
           DISPLAY UHS-DEACT-DATE AT LINE 07 COLUMN 46
           DISPLAY "ARCHIVED ON:" AT LINE 08 COLUMN 10
               WITH FOREGROUND-COLOR 2
           DISPLAY UHS-ARCH-DATE AT LINE 08 COLUMN 23
           DISPLAY "PROFILE ROWS:" AT LINE 08 COLUMN 35
               WITH FOREGROUND-COLOR 2
           DISPLAY UHS-PFU-COUNT AT LINE 08 COLUMN 49
           MOVE UHS-ID-USR TO WK-RS-ID
           PERFORM PROC-RS-CHECK-ID THRU PROC-RS-CHECK-ID-END
           IF WK-RS-FREE NOT = "Y"
               MOVE "USER" TO WK-NID-ENTITY
               MOVE ZEROS TO WK-NID-VALUE
               CALL "nextid" USING WK-NID-PARM END-CALL
               IF WK-NID-VALUE > 0 AND WK-NID-VALUE <= 9999
                   MOVE WK-NID-VALUE TO WK-RS-ID
               END-IF
           END-IF.
       RESTORE-USER-ID.
           DISPLAY "RESTORE AS ID:" AT LINE 09 COLUMN 10
               WITH FOREGROUND-COLOR 2
           ACCEPT WK-RS-ID AT LINE 09 COLUMN 25
               WITH UPDATE HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               BACKGROUND-COLOR WS-BACK-COLOR
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RESTORE-USER-CLOSE
           END-IF
           PERFORM PROC-RS-CHECK-ID THRU PROC-RS-CHECK-ID-END
           IF WK-RS-FREE NOT = "Y"
               MOVE "THAT ID IS IN USE - KEY A FREE ONE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO RESTORE-USER-ID
           END-IF
           MOVE UHS-USR-IMAGE TO REC-USR
           MOVE WK-RS-ID TO U-ID-USR
           PERFORM PROC-CHECK-LOGIN-UNIQUE THRU PROC-CHECK-LOGIN-UNIQUE-END
           IF LOGIN-IS-DUP
               MOVE "THE LOGIN IS ON USER.DAT AGAIN (CASE-INSENSITIVE) - CANNOT RESTORE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO RESTORE-USER-CLOSE
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "RESTORE THIS USER - IT COMES BACK INACTIVE (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO RESTORE-USER-CLOSE
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO RESTORE-USER-CLOSE
           END-IF
           MOVE UHS-USR-IMAGE TO REC-USR
           MOVE WK-RS-ID TO U-ID-USR
           SET U-INACTIVE TO TRUE
           MOVE "Y" TO U-MUST-CHANGE
           ACCEPT U-UPD-DATE FROM DATE YYYYMMDD
           ACCEPT U-UPD-TIME FROM TIME
           WRITE REC-USR
               INVALID KEY
                   MOVE "ERROR ON WRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO RESTORE-USER-CLOSE
           END-WRITE
           PERFORM PROC-MASK-USR-IMAGE THRU PROC-MASK-USR-IMAGE-END
           MOVE "USER" TO WK-CHJ-FILE
           MOVE "W" TO WK-CHJ-OP
           MOVE U-ID-USR TO WK-CHJ-KEY
           MOVE SPACES TO WK-CHJ-BEFORE
           MOVE WK-CHJ-IMG TO WK-CHJ-AFTER
           PERFORM PROC-WRITE-JOURNAL THRU PROC-WRITE-JOURNAL-END
           IF UHS-PWH-IMAGE NOT = SPACES
               MOVE UHS-PWH-IMAGE TO REC-PWH
               MOVE WK-RS-ID TO PWH-ID-USR
               WRITE REC-PWH
                   INVALID KEY
                       REWRITE REC-PWH
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF
           IF UHS-CHA-IMAGE NOT = SPACES
               OPEN I-O FD-CHA
               IF CHA-FS-NOT-EXIST
                   OPEN OUTPUT FD-CHA
                   CLOSE FD-CHA
                   OPEN I-O FD-CHA
               END-IF
               IF CHA-FS-OK
                   MOVE UHS-CHA-IMAGE TO REC-CHA
                   WRITE REC-CHA
                       INVALID KEY
                           REWRITE REC-CHA
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-WRITE
                   CLOSE FD-CHA
               END-IF
           END-IF
           PERFORM VARYING WK-RS-IDX FROM 1 BY 1
                   UNTIL WK-RS-IDX > UHS-PFU-COUNT
               INITIALIZE REC-PFU
               MOVE WK-RS-ID TO PFU-ID-USR
               MOVE UHS-PFU-ID-PRF(WK-RS-IDX) TO PFU-ID-PRF
               MOVE UHS-PFU-EFF-FROM(WK-RS-IDX) TO PFU-EFF-FROM
               MOVE UHS-PFU-EFF-TO(WK-RS-IDX) TO PFU-EFF-TO
               WRITE REC-PFU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "USERPROF" TO WK-CHJ-FILE
                       MOVE "W" TO WK-CHJ-OP
                       MOVE KEY1-PFU TO WK-CHJ-KEY
                       MOVE SPACES TO WK-CHJ-BEFORE
                       MOVE SPACES TO WK-CHJ-AFTER
                       MOVE REC-PFU TO WK-CHJ-AFTER
                       PERFORM PROC-WRITE-JOURNAL THRU PROC-WRITE-JOURNAL-END
               END-WRITE
           END-PERFORM
           DELETE FD-UHS
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE SPACES TO WS-MSGERROR
           STRING "USER RESTORED AS ID " WK-RS-ID
                  " - INACTIVE, MUST CHANGE PASSWORD; EDIT TO REACTIVATE"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
       RESTORE-USER-CLOSE.
           CLOSE FD-UHS
           MOVE "N" TO WK-RS-ACTIVE.
       RESTORE-USER-END.

      *> -----------------------------------
      *> WK-RS-FREE "Y" WHEN NO USER.DAT ROW CARRIES WK-RS-ID - THE
      *> PRIMARY KEY HOLDS THE LOGIN TOO, SO THE ID IS LOOKED UP BY
      *> POSITIONING, AS PROC-READ-USER DOES. REC-USR IS OVERWRITTEN.
       PROC-RS-CHECK-ID.
           MOVE "N" TO WK-RS-FREE
           IF WK-RS-ID = ZEROS
               GO PROC-RS-CHECK-ID-END
           END-IF
           MOVE LOW-VALUES TO KEY1-USR
           MOVE WK-RS-ID TO U-ID-USR
           START FD-USER
               KEY IS >= KEY1-USR
               INVALID KEY
                   MOVE "Y" TO WK-RS-FREE
               NOT INVALID KEY
                   READ FD-USER NEXT
                       AT END
                           MOVE "Y" TO WK-RS-FREE
                       NOT AT END
                           IF U-ID-USR NOT = WK-RS-ID
                               MOVE "Y" TO WK-RS-FREE
                           END-IF
                   END-READ
           END-START.
       PROC-RS-CHECK-ID-END.
           EXIT.

      *> -----------------------------------
      *> THE CHANGE-FREEZE GATE: DURING AN OPEN FREEZE WINDOW THIS
      *> SCREEN ONLY OPENS THROUGH AN EXPLICIT EMERGENCY OVERRIDE,
       PROC-CHECK-FREEZE-END.
           EXIT.

      *> -----------------------------------
      *> THE CONTAINMENT GATE: WK-CT-LOGIN IN, WK-CT-HELD "Y" AND THE
      *> MESSAGE READY IN WS-MSGERROR WHILE THE ACCOUNT IS UNDER AN
      *> INCIDENT CONTAINMENT SECURITY HAS NOT RELEASED.
       PROC-CHECK-CONTAIN.
           CALL "chkcontain" USING WK-CT-PARM END-CALL
           IF WK-CT-HELD = "Y"
               MOVE SPACES TO WS-MSGERROR
               STRING "UNDER INCIDENT CONTAINMENT "
                      FUNCTION TRIM(WK-CT-INCIDENT)
                      " - SECURITY MUST RELEASE IT FIRST"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
           END-IF.
       PROC-CHECK-CONTAIN-END.
           EXIT.

       *> -----------------------------------
       *> DRAW BOX
       PROC-SHOW-BOX.        
