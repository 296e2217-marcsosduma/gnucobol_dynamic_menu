*>                                so launched per-user screens (the
*>                                MYREPORTS inbox and its kin) know
*>                                who is signed on.
*>  BATCH WINDOW 10/15/26 DUMA    The batch-window control file is
*>                                read on every menu pass: a closing
*>                                notice during the grace period, a
*>                                forced sign-off once batch starts.
*>  BROADCAST    10/15/26 DUMA    Broadcasts sent from the SESSIONS
*>                                screen pop up at the next menu
*>                                keystroke and are recorded as seen.
*>  PRINT SCREEN 10/15/26 DUMA    F6 copies the current screen to
*>                                the print spool via rptwriter.
*>  DUAL CONTROL 10/15/26 DUMA    Items designated in DUAL_CONTROL.DAT
*>                                need a second operator holding the
*>                                nominated profile to co-sign with
*>                                their own password; both names go
*>                                to the audit trail and program-run
*>                                log, refusals and abandons too.
*>  CHARGEBACK   10/15/26 DUMA    program_run.log also carries the
*>                                module each item was launched from.
*>  SESSION HIST 10/15/26 DUMA    A forced sign-off is recorded in
*>                                session_history.log.
*>  DEPRECATION  10/15/26 DUMA    Launching an item in deprecation
*>                                (MENU_DEPRECATION.DAT) shows its
*>                                sunset date and offers to open the
*>                                replacement item instead.
*>  ELEVATION    10/15/26 DUMA    An elevation switched on or lapsing
*>                                while the menu is up refreshes the
*>                                session's permissions in place, at
*>                                the same submenu.
*>  NAV PATHS    10/15/26 DUMA    The audit line of a launch carries
*>                                the route taken (menu, fastpath,
*>                                favorite, search) and the submenu
*>                                path open, for the path analysis.
*>  OUTAGES      10/15/26 DUMA    Items under a planned outage
*>                                (OUTAGE.DAT, via chkoutage) show
*>                                greyed with the outage message and
*>                                expected return, and refuse to
*>                                launch until the outage ends.
*>  LINKED MENUS 10/15/26 DUMA    A link item opens the submenu it
*>                                points at in place, breadcrumb and
*>                                resume path following the link; a
*>                                submenu with nothing visible, or
*>                                one level too deep, is refused.
*>----------------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.    makemenu.
COPY "../cpy/program_run_se.cpy".
COPY "../cpy/file_error_log_se.cpy".
COPY "../cpy/objetos_ppa_se.cpy".
COPY "../cpy/batch_window_se.cpy".
COPY "../cpy/broadcast_se.cpy".
COPY "../cpy/broadcast_seen_se.cpy".
COPY "../cpy/dual_control_se.cpy".
COPY "../cpy/user_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/deprecation_se.cpy".

     SELECT FILE_MKM_ALERT ASSIGN TO "MKMALERT"
            ORGANIZATION IS LINE SEQUENTIAL
COPY "../cpy/program_run_fd.cpy".
COPY "../cpy/file_error_log_fd.cpy".
COPY "../cpy/objetos_ppa_fd.cpy".
COPY "../cpy/batch_window_fd.cpy".
COPY "../cpy/broadcast_fd.cpy".
COPY "../cpy/broadcast_seen_fd.cpy".
COPY "../cpy/dual_control_fd.cpy".
COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/deprecation_fd.cpy".

FD  FILE_MKM_ALERT.
01  REG-MKM-ALERT                 PIC  X(132).
01  WK-BC-PTR                     PIC 9(03).
01  WK-BC-IDX                     PIC 9(02).
01  WM-MENU-TYPE                  PIC X(1).
*> SUBMENU / LINKED SUBMENU ABOUT TO BE OPENED (054-CHECK-SUBMENU)
77  WK-SUB-OK                     PIC  X(001) VALUE "N".
77  WK-SUB-IDX                    PIC  9(003) VALUE ZEROS.
01  WM-CHOSEN-MENU                  PIC X(15) VALUE SPACES.
01  WK-IDX-MENU                   PIC  9(003) VALUE ZEROS.
01  WK-LEVEL-NAME                 PIC  9(001).
    88  SES-FS-OK                 VALUE ZEROS.
77  WK-FORCED-OFF                 PIC  X(001) VALUE "N".
    88  WK-IS-FORCED-OFF          VALUE "Y".
*> Nightly batch window: closing notice during the grace period ------
77  ST-BWC                        PIC  X(002) VALUE ZEROS.
01  WK-BWC-NOTICE                 PIC  X(060) VALUE SPACES.
*> Live-session broadcasts popped up at the next keystroke ------------
77  ST-BRD                        PIC  9(002) VALUE ZEROS.
    88  BRD-FS-OK                 VALUE ZEROS.
77  ST-BRS                        PIC  9(002) VALUE ZEROS.
    88  BRS-FS-OK                 VALUE ZEROS.
    88  BRS-FS-NOT-EXIST          VALUE 35.
01  WK-BRD-FROM                   PIC  9(006) VALUE ZEROS.
01  WK-BRD-MODULE                 PIC  X(015) VALUE SPACES.
01  WK-BRD-EOF                    PIC  X(001) VALUE "F".
01  WK-BRS-OPEN                   PIC  X(001) VALUE "N".
01  WK-BRD-SHOW                   PIC  X(001) VALUE "N".
01  WK-BRD-HEAD                   PIC  X(060) VALUE SPACES.
*> Dual control: a second operator co-signs a designated item -------
77  ST-DCT                        PIC  9(002) VALUE ZEROS.
    88  DCT-FS-OK                 VALUE ZEROS.
77  ST-USR                        PIC  9(002) VALUE ZEROS.
    88  USR-FS-OK                 VALUE ZEROS.
77  ST-PFU                        PIC  9(002) VALUE ZEROS.
    88  PFU-FS-OK                 VALUE ZEROS.
01  WK-COSIGN-NEEDED              PIC  X(001) VALUE "N".
01  WK-COSIGN-OK                  PIC  X(001) VALUE "N".
01  WK-COSIGN-PROFILE             PIC  9(004) VALUE ZEROS.
01  WK-COSIGN-LOGIN               PIC  X(010) VALUE SPACES.
01  WK-COSIGN-PASSWD              PIC  X(010) VALUE SPACES.
01  WK-COSIGN-WHY                 PIC  X(040) VALUE SPACES.
01  WK-COSIGN-ACTION              PIC  X(015) VALUE SPACES.
01  WK-COSIGN-TODAY               PIC  9(008) VALUE ZEROS.
*> the co-signer of the launch in progress, carried into the audit
*> row and program_run.log - spaces on an ordinary launch
01  WK-COSIGNER                   PIC  X(020) VALUE SPACES.
*> Item deprecation: sunset notice and redirect to the replacement --
77  ST-DPR                        PIC  9(002) VALUE ZEROS.
    88  DPR-FS-OK                 VALUE ZEROS.
01  WK-DPR-FOUND                  PIC  X(001) VALUE "N".
01  WK-DPR-SUNSET                 PIC  9(008) VALUE ZEROS.
01  WK-DPR-SUNSET-R REDEFINES WK-DPR-SUNSET.
    05 WK-DPR-SUN-YYYY            PIC  9(004).
    05 WK-DPR-SUN-MM              PIC  9(002).
    05 WK-DPR-SUN-DD              PIC  9(002).
01  WK-DPR-REPLACE                PIC  9(005) VALUE ZEROS.
01  WK-DPR-IDX                    PIC  9(003) VALUE ZEROS.
01  WK-DPR-HIT                    PIC  9(003) VALUE ZEROS.
01  WK-DPR-MSG                    PIC  X(068) VALUE SPACES.
COPY "../cpy/pwhash_ws.cpy".
*> session history: a forced sign-off ends the session here ----------
COPY "../cpy/seshist_ws.cpy".
*> just-in-time elevation: the sum of the elevation ids in force when
*> the menu came up; any change asks the caller to resolve again ----
COPY "../cpy/chkelev_ws.cpy".
01  WK-EV-BASE                    PIC  9(009) VALUE ZEROS.
*> planned outages: every leaf is asked of chkoutage as the level is
*> loaded; the last outage hit is shown under the menu -------------
COPY "../cpy/chkoutage_ws.cpy".
01  WK-OUT-NOTE                   PIC  X(078) VALUE SPACES.
01  WK-OUT-SHOWN                  PIC  X(001) VALUE "N".
*> F6 print screen: the screen text is read back row by row from the
*> curses buffer and handed to the shared report writer, which spools
*> it like any report ----------------------------------------------
COPY "../cpy/rptwriter_ws.cpy".
01  WK-PS-ROW                     BINARY-LONG VALUE ZEROS.
01  WK-PS-COL                     BINARY-LONG VALUE ZEROS.
01  WK-PS-LEN                     BINARY-LONG VALUE ZEROS.
01  WK-PS-RC                      BINARY-LONG VALUE ZEROS.
01  WK-PS-TEXT                    PIC  X(200) VALUE SPACES.
01  WK-PS-DATE                    PIC  9(008) VALUE ZEROS.
01  WK-PS-TIME                    PIC  9(008) VALUE ZEROS.
01  WK-PS-LINES                   PIC  9(003) VALUE ZEROS.
*> Per-user favorites (F4 pin / F5 pulldown) ----------------------
77  ST-FAV                        PIC  9(002) VALUE ZEROS.
    88  FAV-FS-OK                 VALUE ZEROS.
*> carry the century now); the 6-byte group above remains for the
*> formatted screen date only.
01  WK-AUD-DATE8                  PIC  9(008) VALUE ZEROS.
*> route of the launch for the audit line: M menu, F fastpath,
*> P pinned favorite, S search
01  WK-AUD-VIA                    PIC  X(001) VALUE "M".
01  WK-AUD-TIME.
    03  WK-AUD-HOR                PIC  9(002) VALUE ZEROS.
    03  WK-AUD-MIN                PIC  9(002) VALUE ZEROS.
    *> the high-contrast preference rides along so every launched
    *> screen can honor it, not just the menu itself
    SET ENVIRONMENT "MENU_DISPLAY_MODE" TO DISPLAY-MODE
    MOVE USER-NAME(1:10) TO WK-EV-LOGIN
    CALL "chkelev" USING WK-EV-PARM END-CALL
    MOVE WK-EV-SIGN TO WK-EV-BASE

    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS
    IF WK-IS-FORCED-OFF
       GO 050-END-SHOW-MENU
    END-IF
    PERFORM 036-CHECK-ELEVATION THRU 036-END-CHECK-ELEVATION
    IF SELECTED-ACTION = "*REFRESH*"
       GO 050-END-SHOW-MENU
    END-IF
    IF WM-CHOSEN-MENU = WK-LEVEL-NAME-1
       MOVE 2 TO WM-POS_X(1)              *> COLUMN WHERE THE MAIN MENU WILL BEGIN
       MOVE 4 TO WM-POS_Y(1)              *> LINE WHERE THE MAIN MENU WILL BEGIN
    *> Load the items to be displayed
    MOVE 1 TO WK-IDX-MENU 
    MOVE 0 TO WK-COUNT
    MOVE SPACES TO WK-OUT-NOTE
    PERFORM UNTIL LOAD-FATHER<>WM-CHOSEN-MENU
       PERFORM 041-CHECK-AVAIL THRU 041-END-CHECK-AVAIL
       PERFORM 042-CHECK-OUTAGE THRU 042-END-CHECK-OUTAGE
       IF WK-CO-DOWN = "Y"
          MOVE "N" TO WK-AV-OPEN
       END-IF
       IF WK-AV-IS-CLOSED
          STRING "-" LOAD-DISPLAY INTO WM-ITENS(WK-IDX-MENU)
       ELSE
       ADD 1 TO WK-IDX WK-IDX-MENU WK-COUNT
       MOVE WK-MENU(WK-IDX) TO WK-MENU-LOADED
    END-PERFORM    
    IF WK-OUT-NOTE NOT = SPACES
        DISPLAY WK-OUT-NOTE AT LINE 21 COLUMN 02
            WITH HIGHLIGHT FOREGROUND-COLOR red
        MOVE "Y" TO WK-OUT-SHOWN
    ELSE
        IF WK-OUT-SHOWN = "Y"
            DISPLAY SPACES AT LINE 21 COLUMN 02 WITH SIZE 78
            MOVE "N" TO WK-OUT-SHOWN
        END-IF
    END-IF

    MOVE WK-COUNT TO WM-QTD-ITENS           *> NUMBER OF ITEMS
    *> Colour is chosen by the module's own colour scheme (M-COLOR-SCHEME
        MOVE WM-ITEM-MENU-TOP(WK-LEVEL-NAME) TO WM-ITEM-SELECTED
        GO 050-LOOP-MENU
    END-IF
    *> F6 SENDS THE SCREEN AS IT STANDS TO THE PRINT SPOOL - OFFERED
    *> TO EVERY USER, INQUIRY-ONLY ACCESS INCLUDED.
    IF WM-ITEM-SELECTED = 995
        PERFORM 039-PRINT-SCREEN THRU 039-END-PRINT-SCREEN
        MOVE WM-ITEM-MENU-TOP(WK-LEVEL-NAME) TO WM-ITEM-SELECTED
        GO 050-LOOP-MENU
    END-IF
    *> F7 OPENS THE FASTPATH COMMAND FIELD.
    IF WM-ITEM-SELECTED = 997
        PERFORM 051-FASTPATH THRU 051-END-FASTPATH
        IF LOAD-ACTION="SAIR"
            GO 050-END-SHOW-MENU
        END-IF
        IF LOAD-ACTION = SPACES OR LOAD-ACTION-TARGET = "*LINK*"
           PERFORM 054-CHECK-SUBMENU THRU 054-END-CHECK-SUBMENU
           IF WK-SUB-OK NOT = "Y"
               GO 050-LOOP-MENU
           END-IF
           MOVE LOAD-NAME TO WM-CHOSEN-MENU
           IF WM-ITEM-SELECTED <> 0
                ADD 1 TO WK-LEVEL-NAME
                COMPUTE WM-POS_Y(WK-LEVEL-NAME) = WM-ITEM-SEL-Y + 1 END-COMPUTE
           END-IF
        ELSE
            MOVE "M" TO WK-AUD-VIA
            PERFORM 050-DISP-TRANS THRU 050-END-DISP-TRANS
            MOVE WM-ITEM-SELECTED TO RET-ITEM-SELECTED
            MOVE LOAD-ACTION-TARGET TO SELECTED-ACTION
            PERFORM until WK-LEVEL-NAME < 2
                MOVE WK-RSM-JDX TO WK-RSM-HIT
            END-IF
        END-PERFORM
        IF WK-RSM-HIT = ZEROS OR WK-LEVEL-NAME >= 10
            EXIT PERFORM
        END-IF
        ADD 1 TO WK-LEVEL-NAME
053-END-WALK-RESUME.
    EXIT.
*>----------------------------------------------------------------------
*> BEFORE A SUBMENU OR A LINKED SUBMENU IS OPENED: THERE MUST BE ROOM
*> FOR ONE MORE LEVEL (A LINK CYCLE WOULD OTHERWISE NEST WITHOUT END)
*> AND AT LEAST ONE ITEM UNDER IT THIS USER MAY SEE. A LINK THAT
*> validate_usr COULD NOT RESOLVE ARRIVES WITH NO NAME.
054-CHECK-SUBMENU.
    MOVE "N" TO WK-SUB-OK
    IF WK-LEVEL-NAME >= 10
        DISPLAY "MENUS NESTED TOO DEEP - GO BACK FIRST" AT LINE 19 COLUMN 20
            WITH HIGHLIGHT FOREGROUND-COLOR red
        ACCEPT WK-KEY AT LINE 19 COLUMN 79
        GO 054-END-CHECK-SUBMENU
    END-IF
    IF LOAD-NAME NOT = SPACES
        PERFORM VARYING WK-SUB-IDX FROM 1 BY 1
                UNTIL WK-SUB-IDX > QUANTITY-ITEMS OR WK-SUB-OK = "Y"
            IF MENU-FATHER(WK-SUB-IDX) = LOAD-NAME
                MOVE "Y" TO WK-SUB-OK
            END-IF
        END-PERFORM
    END-IF
    IF WK-SUB-OK NOT = "Y"
        DISPLAY "NOTHING IN THIS MENU IS AVAILABLE TO YOU" AT LINE 19 COLUMN 20
            WITH HIGHLIGHT FOREGROUND-COLOR red
        ACCEPT WK-KEY AT LINE 19 COLUMN 79
    END-IF.
054-END-CHECK-SUBMENU.
    EXIT.
*>----------------------------------------------------------------------
*> HONORS A FORCE-LOGOFF ORDERED FROM THE SESSIONS ADMINISTRATION
*> SCREEN: WHEN THIS PROCESS' REGISTRY ROW CARRIES THE FLAG (OR HAS
*> BEEN DELETED OUTRIGHT) THE MENU LOOP ENDS AND CONTROL RETURNS TO
                DELETE FD-SES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        INITIALIZE WK-SH-PARM
                        MOVE "E"        TO WK-SH-EVENT
                        MOVE SES-PID    TO WK-SH-PID
                        MOVE SES-LOGIN  TO WK-SH-LOGIN
                        MOVE SES-MODULE TO WK-SH-MODULE
                        MOVE "FORCED"   TO WK-SH-REASON
                        MOVE SES-DATE   TO WK-SH-START-DATE
                        MOVE SES-TIME   TO WK-SH-START-TIME
                        CALL "seshist" USING WK-SH-PARM END-CALL
                END-DELETE
            ELSE
                *> a broadcast is waiting: take it off the row now, so
                *> it is shown exactly once
                IF SES-BRD-ID IS NUMERIC AND SES-BRD-ID > ZEROS
                    MOVE SES-BRD-ID TO WK-BRD-FROM
                    MOVE SES-MODULE TO WK-BRD-MODULE
                    MOVE ZEROS TO SES-BRD-ID
                    REWRITE REC-SES
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                END-IF
            END-IF
    END-READ
    CLOSE FD-SES
    *> the nightly batch window announces itself during the grace
    *> period and names itself when it is what ended the session
    INITIALIZE REC-BWC
    OPEN INPUT FILE_BATCH_WINDOW
    IF ST-BWC = "00"
        READ FILE_BATCH_WINDOW
            AT END
                INITIALIZE REC-BWC
        END-READ
        CLOSE FILE_BATCH_WINDOW
    END-IF
    IF WK-IS-FORCED-OFF
        IF BWC-IS-CLOSED
            DISPLAY "SESSION ENDED - SYSTEM IN BATCH  " AT LINE 19 COLUMN 20 WITH HIGHLIGHT FOREGROUND-COLOR red
        ELSE
            DISPLAY "SESSION ENDED BY AN ADMINISTRATOR" AT LINE 19 COLUMN 20 WITH HIGHLIGHT FOREGROUND-COLOR red
        END-IF
    ELSE
        IF BWC-IS-CLOSING
            MOVE SPACES TO WK-BWC-NOTICE
            STRING "SYSTEM CLOSING FOR BATCH AT " BWC-GRACE-TIME(1:2)
                   ":" BWC-GRACE-TIME(3:2) " - PLEASE SIGN OFF"
                DELIMITED BY SIZE INTO WK-BWC-NOTICE
            END-STRING
            DISPLAY WK-BWC-NOTICE AT LINE 19 COLUMN 20 WITH HIGHLIGHT FOREGROUND-COLOR red
        END-IF
        IF WK-BRD-FROM > ZEROS
            PERFORM 040-SHOW-BROADCAST THRU 040-END-SHOW-BROADCAST
        END-IF
    END-IF.
045-END-CHECK-FORCE-OFF.
    EXIT.
*>----------------------------------------------------------------------
*> AN ELEVATION SWITCHED ON FROM THE ELEVATE SCREEN, ENDED EARLY OR RUN
*> OUT WHILE THE MENU IS UP CHANGES THE SUM chkelev RETURNS. THE MENU
*> THEN HANDS BACK *REFRESH* WITH THE CURRENT SUBMENU PATH, AND THE
*> CALLER RESOLVES THE PERMISSIONS AGAIN AND REOPENS IT THERE. CHECKED
*> ONCE PER MENU PASS, LIKE THE FORCE-LOGOFF FLAG.
036-CHECK-ELEVATION.
    MOVE USER-NAME(1:10) TO WK-EV-LOGIN
    CALL "chkelev" USING WK-EV-PARM END-CALL
    IF WK-EV-SIGN = WK-EV-BASE
       GO 036-END-CHECK-ELEVATION
    END-IF
    MOVE WK-EV-SIGN TO WK-EV-BASE
    PERFORM 035-BUILD-PATH THRU 035-END-BUILD-PATH
    MOVE WK-RSM-PATH TO RESUME-PATH
    DISPLAY "ELEVATED ACCESS CHANGED - REFRESHING YOUR MENU" AT LINE 19 COLUMN 20 WITH HIGHLIGHT FOREGROUND-COLOR red
    ACCEPT WK-KEY AT LINE 19 COLUMN 79
    MOVE "*REFRESH*" TO SELECTED-ACTION.
036-END-CHECK-ELEVATION.
    EXIT.
*>----------------------------------------------------------------------
*> THE DOTTED PATH OF SUBMENU NAMES OPEN RIGHT NOW, INTO WK-RSM-PATH -
*> THE SAME FORM THE RESUME ROW KEEPS.
035-BUILD-PATH.
    MOVE SPACES TO WK-RSM-PATH
    MOVE 1 TO WK-RSM-PTR
    PERFORM VARYING WK-RSM-IDX FROM 2 BY 1
            UNTIL WK-RSM-IDX > WK-LEVEL-NAME
        IF WK-RSM-IDX > 2
            STRING "." DELIMITED BY SIZE
                INTO WK-RSM-PATH
                WITH POINTER WK-RSM-PTR
            END-STRING
        END-IF
        STRING FUNCTION TRIM(WM-PATH-NAME(WK-RSM-IDX))
            DELIMITED BY SIZE
            INTO WK-RSM-PATH
            WITH POINTER WK-RSM-PTR
        END-STRING
    END-PERFORM.
035-END-BUILD-PATH.
    EXIT.
*>----------------------------------------------------------------------
*> F6: THE SCREEN AS THE USER SEES IT BECOMES A SPOOL ENTRY - TITLE
*> AND HEADING STAMPED WITH THE USER, MODULE, MENU PATH AND TIME - SO
*> IT CAN BE ATTACHED TO A SUPPORT CALL OR A SIGN-OFF FROM SPOOLQUEUE
*> OR THE REPORT VIEWER LIKE ANY OTHER REPORT.
039-PRINT-SCREEN.
    ACCEPT WK-PS-DATE FROM DATE YYYYMMDD
    ACCEPT WK-PS-TIME FROM TIME
    MOVE WK-NUMC TO WK-PS-LEN
    IF WK-PS-LEN > 130
        MOVE 130 TO WK-PS-LEN
    END-IF
    MOVE WK-NUML TO WK-PS-LINES
    INITIALIZE WK-RW-PARM
    STRING "../txt/prtscr_" FUNCTION TRIM(WK-SCR-USER) "_"
           WK-PS-DATE "_" WK-PS-TIME(1:6) ".txt"
        DELIMITED BY SIZE INTO WK-RW-FILENAME
    END-STRING
    STRING "PRINT SCREEN - " FUNCTION TRIM(MODULE-NAME)
        DELIMITED BY SIZE INTO WK-RW-TITLE
    END-STRING
    STRING "USER " FUNCTION TRIM(USER-NAME)
           "  MODULE " FUNCTION TRIM(MODULE-NAME)
           "  AT " WK-PS-DATE " " WK-PS-TIME(1:2) ":" WK-PS-TIME(3:2)
           ":" WK-PS-TIME(5:2)
        DELIMITED BY SIZE INTO WK-RW-HEADING
    END-STRING
    MOVE USER-NAME TO WK-RW-OWNER
    MOVE "O" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO WK-RW-LINE
    STRING "PATH: " WK-BREADCRUMB-LINE
        DELIMITED BY SIZE INTO WK-RW-LINE
    END-STRING
    MOVE "L" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE ALL "-" TO WK-RW-LINE(1:WK-PS-LEN)
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    PERFORM VARYING WK-PS-ROW FROM 0 BY 1
            UNTIL WK-PS-ROW >= WK-PS-LINES
        MOVE SPACES TO WK-PS-TEXT
        MOVE ZEROS TO WK-PS-COL
        call static 'mvinnstr' using by value WK-PS-ROW
                                     by value WK-PS-COL
                                     by reference WK-PS-TEXT
                                     by value WK-PS-LEN
            returning WK-PS-RC
        end-call
        *> curses ends the text with a null byte
        INSPECT WK-PS-TEXT REPLACING ALL X"00" BY SPACE
        MOVE SPACES TO WK-RW-LINE
        MOVE WK-PS-TEXT(1:WK-PS-LEN) TO WK-RW-LINE
        CALL "rptwriter" USING WK-RW-PARM END-CALL
    END-PERFORM
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    DISPLAY "SCREEN SENT TO THE PRINT SPOOL" AT LINE 19 COLUMN 20
        WITH HIGHLIGHT FOREGROUND-COLOR yellow
    ACCEPT WK-KEY AT LINE 19 COLUMN 79.
039-END-PRINT-SCREEN.
    EXIT.
*>----------------------------------------------------------------------
*> POPS UP THE LIVE-SESSION BROADCASTS SENT FROM THE SESSIONS CONSOLE:
*> THE ONE FLAGGED ON THIS SESSION'S ROW AND EVERY LATER ONE FOR ALL
*> SESSIONS OR FOR THIS MODULE, EACH ACKNOWLEDGED WITH A KEYSTROKE AND
*> RECORDED IN BROADCAST_SEEN.DAT (WHO, WHICH SESSION, WHEN).
040-SHOW-BROADCAST.
    OPEN INPUT FD-BRD
    IF NOT BRD-FS-OK
        MOVE ZEROS TO WK-BRD-FROM
        GO 040-END-SHOW-BROADCAST
    END-IF
    OPEN I-O FD-BRS
    IF BRS-FS-NOT-EXIST
        OPEN OUTPUT FD-BRS
        CLOSE FD-BRS
        OPEN I-O FD-BRS
    END-IF
    MOVE "N" TO WK-BRS-OPEN
    IF BRS-FS-OK
        MOVE "Y" TO WK-BRS-OPEN
    END-IF
    INITIALIZE REC-BRD
    MOVE WK-BRD-FROM TO BRD-ID
    MOVE "F" TO WK-BRD-EOF
    START FD-BRD
        KEY IS >= KEY1-BRD
        INVALID KEY
            MOVE "T" TO WK-BRD-EOF
    END-START
    PERFORM UNTIL WK-BRD-EOF = "T"
        READ FD-BRD NEXT
            AT END
                MOVE "T" TO WK-BRD-EOF
            NOT AT END
                IF BRD-MODULE = SPACES OR BRD-MODULE = WK-BRD-MODULE
                    MOVE "Y" TO WK-BRD-SHOW
                    IF WK-BRS-OPEN = "Y"
                        INITIALIZE REC-BRS
                        MOVE BRD-ID TO BRS-ID
                        MOVE WK-SCR-PID TO BRS-PID
                        READ FD-BRS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE "N" TO WK-BRD-SHOW
                        END-READ
                    END-IF
                    IF WK-BRD-SHOW = "Y"
                        PERFORM 040-POP-BROADCAST THRU 040-END-POP-BROADCAST
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-BRD
    IF WK-BRS-OPEN = "Y"
        CLOSE FD-BRS
    END-IF
    MOVE ZEROS TO WK-BRD-FROM.
040-END-SHOW-BROADCAST.
    EXIT.
*>----------------------------------------------------------------------
040-POP-BROADCAST.
    MOVE SPACES TO WK-BRD-HEAD
    STRING "*** MESSAGE FROM " FUNCTION TRIM(BRD-SENDER) " AT "
           BRD-TIME(1:2) ":" BRD-TIME(3:2) " ***"
        DELIMITED BY SIZE INTO WK-BRD-HEAD
    END-STRING
    DISPLAY WK-BRD-HEAD AT LINE 18 COLUMN 05
        WITH HIGHLIGHT FOREGROUND-COLOR yellow
    DISPLAY BRD-TEXT AT LINE 19 COLUMN 05
        WITH HIGHLIGHT FOREGROUND-COLOR red
    ACCEPT WK-KEY AT LINE 19 COLUMN 79
    IF WK-BRS-OPEN = "Y"
        INITIALIZE REC-BRS
        MOVE BRD-ID TO BRS-ID
        MOVE WK-SCR-PID TO BRS-PID
        MOVE USER-NAME TO BRS-LOGIN
        ACCEPT BRS-DATE FROM DATE YYYYMMDD
        ACCEPT BRS-TIME FROM TIME
        WRITE REC-BRS
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.
040-END-POP-BROADCAST.
    EXIT.
*>----------------------------------------------------------------------
*> BUILDS AND SHOWS THE "MAIN > ... > ..." BREADCRUMB FOR THE CURRENT
*> NESTING LEVEL, FROM THE MODULE NAME AND THE WM-BREADCRUMB CAPTIONS
*> RECORDED EACH TIME A SUBMENU WAS ENTERED.
        GO 043-END-SHOW-FAVS
    END-IF
    MOVE WK-MENU(WK-FAV-IDX(WF-SEL)) TO WK-MENU-LOADED
    MOVE "P" TO WK-AUD-VIA
    PERFORM 050-DISP-TRANS THRU 050-END-DISP-TRANS
    PERFORM until WK-LEVEL-NAME < 2
        IF WK-SCR-NAME(WK-LEVEL-NAME) <> WK-LEVEL-NAME-1
            PERFORM ScreenRestore THRU ScreenRestoreEx
    *> unwind any open submenus exactly as a normal launch does, then
    *> run the picked leaf
    PERFORM 048-RESTORE-SCREEN THRU 048-RESTORE-SCREEN-FIM
    MOVE "S" TO WK-AUD-VIA
    PERFORM 050-DISP-TRANS THRU 050-END-DISP-TRANS
    PERFORM until WK-LEVEL-NAME < 2
        IF WK-SCR-NAME(WK-LEVEL-NAME) <> WK-LEVEL-NAME-1
            PERFORM ScreenRestore THRU ScreenRestoreEx
        GO 051-RESTORE
    END-IF
    PERFORM 051-RESTORE THRU 051-RESTORE-FIM
    MOVE "F" TO WK-AUD-VIA
    PERFORM 050-DISP-TRANS THRU 050-END-DISP-TRANS
    PERFORM until WK-LEVEL-NAME < 2
        IF WK-SCR-NAME(WK-LEVEL-NAME) <> WK-LEVEL-NAME-1
            PERFORM ScreenRestore THRU ScreenRestoreEx
    EXIT.
*>----------------------------------------------------------------------
050-DISP-TRANS.
    PERFORM 037-CHECK-DEPRECATED THRU 037-END-CHECK-DEPRECATED
    PERFORM 042-CHECK-OUTAGE THRU 042-END-CHECK-OUTAGE
    IF WK-CO-DOWN = "Y"
        DISPLAY WK-OUT-NOTE AT LINE 19 COLUMN 02
            WITH HIGHLIGHT FOREGROUND-COLOR red
        ACCEPT WK-KEY AT LINE 19 COLUMN 79
        DISPLAY SPACES AT LINE 19 COLUMN 02 WITH SIZE 78
        GO 050-END-DISP-TRANS
    END-IF
    PERFORM 041-CHECK-AVAIL THRU 041-END-CHECK-AVAIL
    IF WK-AV-IS-CLOSED
        DISPLAY "ITEM CLOSED NOW - OPENS AT " AT LINE 19 COLUMN 10
        END-IF
        PERFORM 062-GRAVA-OVERRIDE THRU 062-END-GRAVA-OVERRIDE
    END-IF
    MOVE SPACES TO WK-COSIGNER
    PERFORM 038-CHECK-COSIGN THRU 038-END-CHECK-COSIGN
    IF WK-COSIGN-NEEDED = "Y" AND WK-COSIGN-OK NOT = "Y"
        GO 050-END-DISP-TRANS
    END-IF
    PERFORM 060-GRAVA-AUDITORIA THRU 060-END-GRAVA-AUDITORIA
    IF LOAD-ACTION-TARGET = SPACES
        DISPLAY "SELECTED FUNCTIONALITY: "  at line 19 column 20 with HIGHLIGHT FOREGROUND-COLOR yellow LOAD-DISPLAY
        PERFORM 066-LOG-PROGRAM-RUN THRU 066-END-LOG-PROGRAM-RUN
    END-IF.
050-END-DISP-TRANS.
    MOVE SPACES TO WK-COSIGNER.
    EXIT.
*>----------------------------------------------------------------------
*> PLANNED OUTAGE: A LEAF ITEM IS DOWN WHILE AN OUTAGE IS IN FORCE
*> FOR THIS MODULE, OR FOR THE APPLICATION WHOSE TARGET THE ITEM
*> CALLS. WK-OUT-NOTE GETS THE MESSAGE AND THE EXPECTED RETURN. AN
*> OUTAGE PAST ITS RETURN IS ENDED BY chkoutage ITSELF, SO THE ITEM
*> COMES BACK AT THE FIRST MENU PASS AFTER THAT.
042-CHECK-OUTAGE.
    MOVE "N" TO WK-CO-DOWN
    IF LOAD-ACTION = SPACES OR LOAD-ACTION = "SAIR"
       OR LOAD-ACTION-TARGET = "*LINK*"
        GO 042-END-CHECK-OUTAGE
    END-IF
    INITIALIZE WK-CO-PARM
    MOVE "C" TO WK-CO-OP
    MOVE MODULE-NAME TO WK-CO-MODULE
    MOVE LOAD-ACTION-TARGET TO WK-CO-TARGET
    MOVE USER-NAME TO WK-CO-OPERATOR
    CALL "chkoutage" USING WK-CO-PARM END-CALL
    IF WK-CO-DOWN NOT = "Y"
        GO 042-END-CHECK-OUTAGE
    END-IF
    MOVE SPACES TO WK-OUT-NOTE
    STRING "OUT OF SERVICE: " FUNCTION TRIM(WK-CO-MESSAGE)
           " - BACK " WK-CO-BACK-DATE(7:2) "/" WK-CO-BACK-DATE(5:2)
           " " WK-CO-BACK-TIME(1:2) ":" WK-CO-BACK-TIME(3:2)
        DELIMITED BY SIZE INTO WK-OUT-NOTE
    END-STRING.
042-END-CHECK-OUTAGE.
    EXIT.
*>----------------------------------------------------------------------
*> DEPRECATION: AN ITEM WITH A ROW IN MENU_DEPRECATION.DAT IS BEING
*> RETIRED. UNTIL ITS SUNSET DATE THE LAUNCH STOPS ON A NOTICE; WHEN A
*> REPLACEMENT IS NAMED AND IS IN THIS USER'S OWN MENU TABLE (SO THEIR
*> GRANTS STILL DECIDE) "Y" SWAPS THE LOADED ITEM FOR IT AND THE REST
*> OF THE LAUNCH - WINDOW, CO-SIGN, AUDIT - RUNS ON THE REPLACEMENT.
*> ANY OTHER ANSWER OPENS THE OLD ITEM, WHICH THE AUDIT TRAIL THEN
*> SHOWS AS STILL IN USE. PAST SUNSET THE ITEM IS NOT EVEN LOADED.
037-CHECK-DEPRECATED.
    MOVE "N" TO WK-DPR-FOUND
    OPEN INPUT FD-DPR
    IF NOT DPR-FS-OK
        GO 037-END-CHECK-DEPRECATED
    END-IF
    MOVE LOAD-ID TO DPR-ID-MENU
    READ FD-DPR
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WK-DPR-FOUND
            MOVE DPR-SUNSET TO WK-DPR-SUNSET
            MOVE DPR-REPLACE-ID TO WK-DPR-REPLACE
    END-READ
    CLOSE FD-DPR
    IF WK-DPR-FOUND NOT = "Y"
        GO 037-END-CHECK-DEPRECATED
    END-IF
    MOVE ZEROS TO WK-DPR-HIT
    IF WK-DPR-REPLACE NOT = ZEROS
        PERFORM VARYING WK-DPR-IDX FROM 1 BY 1
                UNTIL WK-DPR-IDX > QUANTITY-ITEMS OR WK-DPR-HIT > 0
            IF MENU-ID(WK-DPR-IDX) = WK-DPR-REPLACE
                MOVE WK-DPR-IDX TO WK-DPR-HIT
            END-IF
        END-PERFORM
    END-IF
    MOVE SPACES TO WK-DPR-MSG
    STRING "THIS ITEM IS BEING RETIRED ON " WK-DPR-SUN-DD "/"
           WK-DPR-SUN-MM "/" WK-DPR-SUN-YYYY
        DELIMITED BY SIZE INTO WK-DPR-MSG
    END-STRING
    DISPLAY WK-DPR-MSG AT LINE 18 COLUMN 10
        WITH HIGHLIGHT FOREGROUND-COLOR yellow
    MOVE SPACES TO WK-DPR-MSG
    IF WK-DPR-HIT = 0
        IF WK-DPR-REPLACE = ZEROS
            MOVE "NO REPLACEMENT - TELL YOUR SUPERVISOR. ANY KEY GOES ON"
              TO WK-DPR-MSG
        ELSE
            MOVE "REPLACEMENT NOT IN YOUR MENU - ASK FOR ACCESS. ANY KEY"
              TO WK-DPR-MSG
        END-IF
        DISPLAY WK-DPR-MSG AT LINE 19 COLUMN 10
            WITH HIGHLIGHT FOREGROUND-COLOR yellow
        ACCEPT WK-KEY AT LINE 19 COLUMN 79
        DISPLAY SPACES AT LINE 18 COLUMN 10 WITH SIZE 68
        DISPLAY SPACES AT LINE 19 COLUMN 10 WITH SIZE 70
        GO 037-END-CHECK-DEPRECATED
    END-IF
    STRING "OPEN " FUNCTION TRIM(MENU-DISPLAY(WK-DPR-HIT))
           " INSTEAD (Y/N)?"
        DELIMITED BY SIZE INTO WK-DPR-MSG
    END-STRING
    DISPLAY WK-DPR-MSG AT LINE 19 COLUMN 10
        WITH HIGHLIGHT FOREGROUND-COLOR yellow
    MOVE SPACE TO WK-AV-ANS
    ACCEPT WK-AV-ANS AT LINE 19 COLUMN 79
    DISPLAY SPACES AT LINE 18 COLUMN 10 WITH SIZE 68
    DISPLAY SPACES AT LINE 19 COLUMN 10 WITH SIZE 70
    IF WK-AV-ANS = "Y" OR WK-AV-ANS = "y"
        MOVE WK-MENU(WK-DPR-HIT) TO WK-MENU-LOADED
    END-IF.
037-END-CHECK-DEPRECATED.
    EXIT.
*>----------------------------------------------------------------------
*> DUAL CONTROL: AN ITEM WITH A ROW IN DUAL_CONTROL.DAT ONLY OPENS
*> ONCE A SECOND, DIFFERENT OPERATOR HOLDING THE NOMINATED PROFILE
*> SIGNS ON OVER THE TOP WITH THEIR OWN PASSWORD. THE CO-SIGNER MUST
*> BE AN ACTIVE, UNLOCKED PERSONAL ACCOUNT AND THE PROFILE GRANT MUST
*> BE IN ITS EFFECTIVE WINDOW TODAY. EVERY OUTCOME GOES TO THE AUDIT
*> TRAIL UNDER A MARKER THE AUDITORS CAN FILTER ON: "**COSIGN OK"
*> UNDER THE CO-SIGNER'S NAME, "**COSIGN DENIED" AND "**COSIGN
*> ABORT" UNDER THE OPERATOR'S (WITH THE LOGIN TRIED, IF ANY).
038-CHECK-COSIGN.
    MOVE "N" TO WK-COSIGN-NEEDED
    MOVE "N" TO WK-COSIGN-OK
    OPEN INPUT FD-DCT
    IF NOT DCT-FS-OK
        GO 038-END-CHECK-COSIGN
    END-IF
    MOVE LOAD-ID TO DCT-ID-MENU
    READ FD-DCT
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DCT-PROFILE NOT = ZEROS
                MOVE "Y" TO WK-COSIGN-NEEDED
                MOVE DCT-PROFILE TO WK-COSIGN-PROFILE
            END-IF
    END-READ
    CLOSE FD-DCT
    IF WK-COSIGN-NEEDED NOT = "Y"
        GO 038-END-CHECK-COSIGN
    END-IF
    MOVE SPACES TO WK-COSIGN-LOGIN
    MOVE SPACES TO WK-COSIGN-PASSWD
    DISPLAY "DUAL CONTROL - SUPERVISOR CO-SIGN REQUIRED (ESC ABANDONS)"
        AT LINE 18 COLUMN 10 WITH HIGHLIGHT FOREGROUND-COLOR yellow
    DISPLAY "CO-SIGNER LOGIN:" AT LINE 19 COLUMN 10
        WITH HIGHLIGHT FOREGROUND-COLOR yellow
    ACCEPT WK-COSIGN-LOGIN AT LINE 19 COLUMN 27
        WITH HIGHLIGHT FOREGROUND-COLOR yellow
    IF COB-CRT-STATUS = COB-SCR-ESC OR WK-COSIGN-LOGIN = SPACES
        MOVE "**COSIGN ABORT" TO WK-COSIGN-ACTION
        PERFORM 063-GRAVA-COSIGN THRU 063-END-GRAVA-COSIGN
        GO 038-END-CHECK-COSIGN
    END-IF
    DISPLAY "PASSWORD:" AT LINE 19 COLUMN 40
        WITH HIGHLIGHT FOREGROUND-COLOR yellow
    ACCEPT WK-COSIGN-PASSWD AT LINE 19 COLUMN 50
        WITH SECURE HIGHLIGHT FOREGROUND-COLOR yellow
    IF COB-CRT-STATUS = COB-SCR-ESC
        MOVE "**COSIGN ABORT" TO WK-COSIGN-ACTION
        PERFORM 063-GRAVA-COSIGN THRU 063-END-GRAVA-COSIGN
        GO 038-END-CHECK-COSIGN
    END-IF
    MOVE SPACES TO WK-COSIGN-WHY
    IF FUNCTION TRIM(WK-COSIGN-LOGIN) = FUNCTION TRIM(USER-NAME)
        MOVE "CO-SIGNER MUST BE A DIFFERENT USER" TO WK-COSIGN-WHY
        GO 038-REFUSE-COSIGN
    END-IF
    OPEN INPUT FD-USER
    IF NOT USR-FS-OK
        MOVE "USER FILE NOT AVAILABLE" TO WK-COSIGN-WHY
        GO 038-REFUSE-COSIGN
    END-IF
    MOVE WK-COSIGN-LOGIN TO U-LOGIN
    READ FD-USER KEY IS KEY2-USR
        INVALID KEY
            MOVE "INVALID CO-SIGNER OR PASSWORD" TO WK-COSIGN-WHY
    END-READ
    CLOSE FD-USER
    IF WK-COSIGN-WHY NOT = SPACES
        GO 038-REFUSE-COSIGN
    END-IF
    IF U-PASSWD(1:1) = "#"
        MOVE WK-COSIGN-PASSWD TO WK-PWH-CLEAR
        CALL "pwhash" USING WK-PWH-PARM END-CALL
        IF U-PASSWD NOT = WK-PWH-HASH
            MOVE "INVALID CO-SIGNER OR PASSWORD" TO WK-COSIGN-WHY
        END-IF
    ELSE
        IF U-PASSWD NOT = WK-COSIGN-PASSWD
            MOVE "INVALID CO-SIGNER OR PASSWORD" TO WK-COSIGN-WHY
        END-IF
    END-IF
    MOVE SPACES TO WK-PWH-CLEAR
    MOVE SPACES TO WK-COSIGN-PASSWD
    IF WK-COSIGN-WHY NOT = SPACES
        GO 038-REFUSE-COSIGN
    END-IF
    IF U-IS-LOCKED OR U-INACTIVE OR U-SERVICE-ACCT
        MOVE "CO-SIGNER ACCOUNT NOT USABLE" TO WK-COSIGN-WHY
        GO 038-REFUSE-COSIGN
    END-IF
    MOVE "CO-SIGNER DOES NOT HOLD THE REQUIRED PROFILE" TO WK-COSIGN-WHY
    OPEN INPUT FD-PFU
    IF PFU-FS-OK
        MOVE U-ID-USR TO PFU-ID-USR
        MOVE WK-COSIGN-PROFILE TO PFU-ID-PRF
        READ FD-PFU
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ACCEPT WK-COSIGN-TODAY FROM DATE YYYYMMDD
                MOVE SPACES TO WK-COSIGN-WHY
                IF PFU-EFF-FROM IS NUMERIC AND PFU-EFF-FROM > 0
                   AND WK-COSIGN-TODAY < PFU-EFF-FROM
                    MOVE "CO-SIGNER PROFILE NOT YET EFFECTIVE" TO WK-COSIGN-WHY
                END-IF
                IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO > 0
                   AND WK-COSIGN-TODAY > PFU-EFF-TO
                    MOVE "CO-SIGNER PROFILE HAS EXPIRED" TO WK-COSIGN-WHY
                END-IF
        END-READ
        CLOSE FD-PFU
    END-IF
    IF WK-COSIGN-WHY NOT = SPACES
        GO 038-REFUSE-COSIGN
    END-IF
    MOVE WK-COSIGN-LOGIN TO WK-COSIGNER
    MOVE "Y" TO WK-COSIGN-OK
    MOVE "**COSIGN OK" TO WK-COSIGN-ACTION
    PERFORM 063-GRAVA-COSIGN THRU 063-END-GRAVA-COSIGN
    DISPLAY SPACES AT LINE 18 COLUMN 10 WITH SIZE 60
    DISPLAY SPACES AT LINE 19 COLUMN 10 WITH SIZE 60
    GO 038-END-CHECK-COSIGN.
038-REFUSE-COSIGN.
    MOVE SPACES TO WK-PWH-CLEAR
    MOVE SPACES TO WK-COSIGN-PASSWD
    MOVE "**COSIGN DENIED" TO WK-COSIGN-ACTION
    PERFORM 063-GRAVA-COSIGN THRU 063-END-GRAVA-COSIGN
    DISPLAY SPACES AT LINE 18 COLUMN 10 WITH SIZE 60
    DISPLAY SPACES AT LINE 19 COLUMN 10 WITH SIZE 60
    DISPLAY "CO-SIGN REFUSED - " AT LINE 19 COLUMN 10
        WITH HIGHLIGHT FOREGROUND-COLOR red
    DISPLAY WK-COSIGN-WHY AT LINE 19 COLUMN 28
        WITH HIGHLIGHT FOREGROUND-COLOR red
    ACCEPT WK-KEY AT LINE 19 COLUMN 79.
038-END-CHECK-COSIGN.
    EXIT.
*>----------------------------------------------------------------------
*> THE LAUNCH JUST FINISHED: ITS ELAPSED TIME AND EXIT STATUS GO TO
        MOVE LOAD-ACTION-TARGET TO PGR-TARGET
        MOVE WK-RUN-ELAPSED TO PGR-ELAPSED
        MOVE WK-RUN-RC TO PGR-RC
        MOVE WK-COSIGNER TO PGR-COSIGNER
        MOVE MODULE-NAME TO PGR-MODULE
        WRITE REC-PROGRUN
        CLOSE FILE_PROGRUN
    END-IF
062-END-GRAVA-OVERRIDE.
    EXIT.
*>----------------------------------------------------------------------
*> ONE AUDIT ROW PER CO-SIGN OUTCOME. A GRANTED CO-SIGN IS RECORDED
*> UNDER THE CO-SIGNER'S NAME AND IS FOLLOWED BY THE OPERATOR'S OWN
*> LAUNCH ROW, SO BOTH IDENTITIES SIT SIDE BY SIDE IN THE TRAIL; A
*> REFUSED OR ABANDONED ONE IS RECORDED UNDER THE OPERATOR, WITH A
*> SECOND ROW UNDER THE LOGIN THAT WAS TRIED.
063-GRAVA-COSIGN.
    ACCEPT WK-AUD-DATE8 FROM DATE YYYYMMDD
    ACCEPT WK-AUD-TIME FROM TIME
    OPEN EXTEND FILE_AUDIT
    IF ST-AUD = "35"
       OPEN OUTPUT FILE_AUDIT
    END-IF
    INITIALIZE REC-AUDIT
    MOVE WK-AUD-DATE8 TO AUD-DATE
    MOVE WK-AUD-TIME TO AUD-TIME
    IF WK-COSIGN-OK = "Y"
        MOVE WK-COSIGNER TO AUD-USER
    ELSE
        MOVE USER-NAME TO AUD-USER
    END-IF
    MOVE MODULE-NAME  TO AUD-MODULE
    MOVE LOAD-NAME    TO AUD-MENU-NAME
    MOVE WK-COSIGN-ACTION TO AUD-MENU-ACTION
    WRITE REC-AUDIT
    IF WK-COSIGN-OK NOT = "Y" AND WK-COSIGN-LOGIN NOT = SPACES
        MOVE WK-COSIGN-LOGIN TO AUD-USER
        WRITE REC-AUDIT
    END-IF
    CLOSE FILE_AUDIT.
063-END-GRAVA-COSIGN.
    EXIT.
*>----------------------------------------------------------------------
060-GRAVA-AUDITORIA.
    ACCEPT WK-AUD-DATE FROM DATE
    ACCEPT WK-AUD-DATE8 FROM DATE YYYYMMDD
    MOVE MODULE-NAME  TO AUD-MODULE
    MOVE LOAD-NAME    TO AUD-MENU-NAME
    MOVE LOAD-ACTION  TO AUD-MENU-ACTION
    MOVE WK-AUD-VIA   TO AUD-VIA
    PERFORM 035-BUILD-PATH THRU 035-END-BUILD-PATH
    MOVE WK-RSM-PATH  TO AUD-PATH
    MOVE "M" TO WK-AUD-VIA
    OPEN EXTEND FILE_AUDIT
    IF ST-AUD = "35"
       OPEN OUTPUT FILE_AUDIT
