       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAIN.
      *> -----------------------------------------------------------
      *> ONE-STEP INCIDENT CONTAINMENT OF A SUSPECTED ACCOUNT. UNDER
      *> ONE INCIDENT REFERENCE THE ACCOUNT IS LOCKED ON USER.DAT,
      *> ITS SESSIONS ARE FORCED OFF, ITS WAITING JOBS CANCELLED,
      *> ITS DELEGATIONS (EITHER WAY) ENDED, ITS READY SPOOL OUTPUT
      *> HELD AND ITS PENDING REQUESTS WITHDRAWN, AND A DOSSIER OF
      *> THE ACCOUNT, ITS GRANTS AND THE LAST 30 DAYS OF ITS LOGIN
      *> AND AUDIT LINES IS WRITTEN AS EVIDENCE. EVERY STEP GOES TO
      *> containment.log UNDER THE INCIDENT REFERENCE. WHILE THE
      *> CONTAINMENT.DAT ROW IS OPEN NO SCREEN WILL UNLOCK THE
      *> ACCOUNT; THE RELEASE HERE IS THE SECURITY SIGN-OFF AND MUST
      *> COME FROM SOMEONE OTHER THAN THE OPERATOR WHO CONTAINED IT.
      *> THE RELEASE DOES NOT UNLOCK - THAT IS LEFT TO THE USERS
      *> SCREEN, ONCE SECURITY HAS SIGNED.
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
              SOURCE-COMPUTER.
                    GNUCOBOL.
                  OBJECT-COMPUTER.
                    GNUCOBOL
                    CLASSIFICATION brazil.
              SPECIAL-NAMES.
	       LOCALE brazil "pt_BR.UTF8".
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "../cpy/containment_se.cpy".
            COPY "../cpy/containment_log_se.cpy".
            COPY "../cpy/user_se.cpy".
            COPY "../cpy/session_se.cpy".
            COPY "../cpy/job_queue_se.cpy".
            COPY "../cpy/delegation_se.cpy".
            COPY "../cpy/spool_se.cpy".
            COPY "../cpy/pending_change_se.cpy".
            COPY "../cpy/user_profile_se.cpy".
            COPY "../cpy/profile_se.cpy".
            COPY "../cpy/change_journal_se.cpy".
      *> One log generation at a time - the live file or a dated
      *> archive; DD_CNTACTLOG is set to the path right before the OPEN.
            SELECT FILE_ACT_LOG ASSIGN TO "CNTACTLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ST-ACT.

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/containment_fd.cpy".
            COPY "../cpy/containment_log_fd.cpy".
            COPY "../cpy/user_fd.cpy".
            COPY "../cpy/session_fd.cpy".
            COPY "../cpy/job_queue_fd.cpy".
            COPY "../cpy/delegation_fd.cpy".
            COPY "../cpy/spool_fd.cpy".
            COPY "../cpy/pending_change_fd.cpy".
            COPY "../cpy/user_profile_fd.cpy".
            COPY "../cpy/profile_fd.cpy".
            COPY "../cpy/change_journal_fd.cpy".
       FD  FILE_ACT_LOG.
       01  REG-ACT.
           05 ACT-DATE                  PIC X(08).
           05 FILLER                    PIC X(10).
           05 ACT-USER                  PIC X(20).
           05 FILLER                    PIC X(162).

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "INCIDENT CONTAINMENT       - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-CONTAIN  VALUE IS 1.
           88 E-LIST     VALUE IS 2.
           88 E-RELEASE  VALUE IS 3.
           88 E-END      VALUE IS 4.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-CNT                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-CANCEL                 VALUE 99.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-CTL                        PIC  X(002) VALUE ZEROS.
       77 ST-USR                        PIC  9(002).
           88  FSU-OK                    VALUE ZEROS.
       77 ST-SES                        PIC  9(002).
           88  SES-FS-OK                 VALUE ZEROS.
       77 ST-JOB                        PIC  9(002).
           88  JOB-FS-OK                 VALUE ZEROS.
       77 ST-DLG                        PIC  9(002).
           88  DLG-FS-OK                 VALUE ZEROS.
       77 ST-SPL                        PIC  9(002).
           88  SPL-FS-OK                 VALUE ZEROS.
       77 ST-PCH                        PIC  9(002).
           88  PCH-FS-OK                 VALUE ZEROS.
       77 ST-PFU                        PIC  9(002).
           88  PFU-FS-OK                 VALUE ZEROS.
       77 ST-PRF                        PIC  9(002).
           88  PRF-FS-OK                 VALUE ZEROS.
       77 ST-CHJ                        PIC  X(002) VALUE ZEROS.
       77 ST-ACT                        PIC  X(002) VALUE ZEROS.
       77 FLG-EOF                       PIC  X(001) VALUE "F".
           88  EOF                       VALUE "T".
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-AGORA                      PIC  9(008) VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-LIST-STATE                 PIC  X(009) VALUE SPACES.
       77 WK-CONTAIN-OK                 PIC  X(001) VALUE "N".
       77 WK-ID-USR                     PIC  9(004) VALUE ZEROS.
       77 WK-CNT-ENTRY                  PIC  X(253) VALUE SPACES.
       77 WK-LOGIN20                    PIC  X(020) VALUE SPACES.
       77 WK-NAME-PRF                   PIC  X(020) VALUE SPACES.
       77 WK-ADMIN-MARK                 PIC  X(005) VALUE SPACES.
       77 WK-SAVE-COMMENT               PIC  X(040) VALUE SPACES.
       77 WK-SRCH-FROM                  PIC  9(004) VALUE ZEROS.
       77 WK-SRCH-TO                    PIC  9(004) VALUE ZEROS.
       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-BACK-COLOR PIC 9 VALUE 1.
       77 WS-FOR-COLOR  PIC 9 VALUE 6.
       77 WK-DSPMODE    PIC X VALUE SPACE.

       77 WS-STATUS   PIC X(30).
       77 WS-MSGERROR PIC X(79).
       77 WS-TXT-HELP PIC X(78).
       77 WK-LIST-LIN  PIC 9(02).
       77 WK-LIST-COUNT PIC 9(02).

       *> The step being recorded -----------------------------------
       77 WK-CTL-STEP                   PIC  X(010) VALUE SPACES.
       77 WK-CTL-DETAIL                 PIC  X(064) VALUE SPACES.

       *> The dossier ---------------------------------------------
       77 WK-FILE-REF                   PIC  X(012) VALUE SPACES.
       77 WK-REF-LEN                    PIC  9(002) VALUE ZEROS.
       COPY "../cpy/rptwriter_ws.cpy".

       *> The last 30 days of activity, from the live logs and the
       *> archives rotation stamped this month and last month --------
       77 WK-TXT-DIR                    PIC  X(100) VALUE SPACES.
       77 WK-PATH                       PIC  X(160) VALUE SPACES.
       77 WK-LOG-NAME                   PIC  X(020) VALUE SPACES.
       77 WK-LOG-TAG                    PIC  X(005) VALUE SPACES.
       77 WK-GEN                        PIC  9(001) VALUE ZEROS.
       77 WK-ACT-FROM                   PIC  9(008) VALUE ZEROS.
       77 WK-ACT-LINES                  PIC  9(006) VALUE ZEROS.
       77 WK-MONTH                      PIC  9(006) VALUE ZEROS.
       77 WK-PREV-MONTH                 PIC  9(006) VALUE ZEROS.
       77 WK-DAYNUM                     PIC  9(008) VALUE ZEROS.

       *> Change journal of the USER.DAT lock --------------------------
       77 WK-CHJ-IMG    PIC X(120) VALUE SPACES.
       77 WK-CHJ-BEFORE PIC X(167) VALUE SPACES.

       *>  Colors ------------------------------------------------------
       01  BLACK                                     CONSTANT AS 0.
       01  GREEN                                     CONSTANT AS 2.
       01  WHITE                                     CONSTANT AS 7.
       *> box variables ------------------------------------------------
       01  WK-BOX-TYPE-BOX               PIC X(01) VALUE "B".
       01  WK-BOX-TYPE-SEP               PIC X(01) VALUE "L".
       01  WK-BOX-TYPE-LINE             PIC 9(01) VALUE 2.
       01  WK-BOX-POS_X1                 PIC 9(03) VALUE 1.
       01  WK-BOX-POS_Y1                 PIC 9(03) VALUE 3.
       01  WK-BOX-POS_X2                 PIC 9(03) VALUE 80.
       01  WK-BOX-POS_Y2                 PIC 9(03) VALUE 22.
       01  WK-BOX-COLOR-BKG              PIC 9(03) VALUE black.
       01  WK-BOX-COLOR-TEXT              PIC 9(03) VALUE white.
       01  WK-BOX-LINE-POS_Y1           PIC 9(03) VALUE 5.
       *>---------------------------------------------------------------
       01  WM-MENU-TYPE PIC X(1).
       01  WM-PARM.
           05 WM-ITENS occurs 20 times pic x(20).
       01  WM-ITENS-QTD                PIC 9(03).
       01  WM-POS_X                    PIC 9(03).
       01  WM-POS_Y                    PIC 9(03).
       01  WM-COLOR-BACKG              PIC 9(03).
       01  WM-COLOR-TEXT               PIC 9(03).
       01  WM-COLOR-SEL-BKG            PIC 9(03).
       01  WM-COLOR-SEL-TXT            PIC 9(03).
       01  WM-ITEM-SELECTED            PIC 9(03).
       01  WM-POS-ITEM-SEL-X           PIC 9(03).
       01  WM-POS-ITEM-SEL-Y           PIC 9(03).
       01  WM-SIZE-MENU-X              PIC 9(03).
       *>---------------------------------------------------------------
       *> Incident-containment gate (CONTAINMENT.DAT via chkcontain) -----
       COPY "../cpy/chkcontain_ws.cpy".
       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR WS-BACK-COLOR.
               10 LINE 23 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR WS-BACK-COLOR.
           05 SS-CABECALHO.
              10 LINE 01 COLUMN 30 PIC X(30)
                  VALUE "DYNAMIC MENU SYSTEM"
                  HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
                  BACKGROUND-COLOR WS-BACK-COLOR.
               10 LINE 03 COLUMN 02 PIC X(78) FROM WS-MODULE
                  HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
                  BACKGROUND-COLOR WS-BACK-COLOR.
               10 LINE 24 COLUMN 02 PIC X(78) FROM WS-TXT-HELP
                  HIGHLIGHT FOREGROUND-COLOR WHITE
                  BACKGROUND-COLOR BLACK.
           05 SS-STATUS.
               10 LINE 23 COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR WS-FOR-COLOR
                  BACKGROUND-COLOR WS-BACK-COLOR.

       01 SS-SCR-RECORD.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 10 VALUE "INCIDENT REFERENCE.....:".
               10 COLUMN PLUS 2 PIC X(12) USING CNT-INCIDENT.
           05 SS-DESC FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "LOGIN TO CONTAIN.......:".
               10 COLUMN PLUS 2 PIC X(10) USING CNT-LOGIN.
               10 LINE 10 COLUMN 10 VALUE "REASON.................:".
               10 COLUMN PLUS 2 PIC X(40) USING CNT-REASON.
           05 SS-STAMP FOREGROUND-COLOR 2.
               10 LINE 12 COLUMN 10 VALUE "CONTAINED BY...........:".
               10 COLUMN PLUS 2 PIC X(20) FROM CNT-SET-BY.
               10 COLUMN PLUS 2 PIC 9(08) FROM CNT-SET-DATE
                  BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE "SESSIONS/JOBS/DELEG....:".
               10 COLUMN PLUS 2 PIC ZZ9 FROM CNT-SESSIONS.
               10 COLUMN PLUS 1 PIC ZZ9 FROM CNT-JOBS.
               10 COLUMN PLUS 1 PIC ZZ9 FROM CNT-DELEGS.
               10 LINE 14 COLUMN 10 VALUE "SPOOL HELD/REQUESTS....:".
               10 COLUMN PLUS 2 PIC ZZ9 FROM CNT-SPOOL.
               10 COLUMN PLUS 1 PIC ZZ9 FROM CNT-REQUESTS.
               10 LINE 15 COLUMN 10 VALUE "DOSSIER................:".
               10 COLUMN PLUS 2 PIC X(40) FROM CNT-DOSSIER.
               10 LINE 17 COLUMN 10 VALUE "RELEASED BY............:".
               10 COLUMN PLUS 2 PIC X(20) FROM CNT-RELEASED-BY.
               10 COLUMN PLUS 2 PIC 9(08) FROM CNT-RELEASED-DATE
                  BLANK WHEN ZEROS.
           05 SS-SIGNOFF FOREGROUND-COLOR 2.
               10 LINE 18 COLUMN 10 VALUE "SECURITY SIGN-OFF......:".
               10 COLUMN PLUS 2 PIC X(40) USING CNT-SIGNOFF.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE 23 COLUMN 2 PIC X(78) FROM WS-MSGERROR.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       001-INIT-PROC.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'
    CALL "setpaths" END-CALL.
    *> monochrome when the menu exported the operator's
    *> high-contrast preference
    ACCEPT WK-DSPMODE FROM ENVIRONMENT "MENU_DISPLAY_MODE"
    IF WK-DSPMODE = "H"
       MOVE 0 TO WS-BACK-COLOR
       MOVE 7 TO WS-FOR-COLOR
    END-IF
           MOVE SPACES TO WK-MENU-USER
           ACCEPT WK-MENU-USER FROM ENVIRONMENT "MENU_USER"
           IF WK-MENU-USER = SPACES
               ACCEPT WK-MENU-USER FROM USER NAME
           END-IF
           MOVE SPACES TO WK-TXT-DIR
           ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
           IF WK-TXT-DIR = SPACES
               MOVE "../txt" TO WK-TXT-DIR
           END-IF
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM PROC-OPEN-FILES
           PERFORM UNTIL E-END
               MOVE "MENU" TO WS-OP
               MOVE "SELECT AN OPTION" TO WS-STATUS
               MOVE "Use the arrows to " &
                    "select the desired option and type enter" &
                    " (Mouse works)." TO WS-TXT-HELP
               MOVE 0 TO WS-OPTION
               DISPLAY SS-CLS
               PERFORM PROC-SHOW-BOX
               PERFORM 020-SHOW-MENU
               MOVE SPACES TO WS-TXT-HELP
               EVALUATE TRUE
                   WHEN E-CONTAIN
                       PERFORM CONTAIN-REC THRU CONTAIN-REC-END
                   WHEN E-LIST
                       PERFORM LIST-CNTS THRU LIST-CNTS-END
                   WHEN E-RELEASE
                       PERFORM RELEASE-REC THRU RELEASE-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-CNT.
           CLOSE FD-USER.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " CONTAIN ACCOUNT" TO WM-ITENS(1)
           MOVE " LIST" TO WM-ITENS(2)
           MOVE " SECURITY RELEASE" TO WM-ITENS(3)
           MOVE " EXIT" TO WM-ITENS(4)
           MOVE 4 TO  WM-ITENS-QTD
           MOVE 29 TO  WM-POS_X
           MOVE 09 TO  WM-POS_Y
           MOVE black TO  WM-COLOR-BACKG
           MOVE white  TO  WM-COLOR-TEXT
           MOVE green TO  WM-COLOR-SEL-BKG
           MOVE white TO  WM-COLOR-SEL-TXT
           MOVE 0 TO WM-ITEM-SELECTED
           MOVE 0 TO WM-POS-ITEM-SEL-X
           MOVE 0 TO WM-POS-ITEM-SEL-Y
           MOVE 0 TO WM-SIZE-MENU-X
           CALL 'menu' USING BY CONTENT   WM-MENU-TYPE
                             BY REFERENCE WM-PARM
                             BY CONTENT   WM-ITENS-QTD
                             BY CONTENT   WM-POS_X
                             BY CONTENT   WM-POS_Y
                             BY CONTENT   WM-COLOR-BACKG
                             BY CONTENT   WM-COLOR-TEXT
                             BY CONTENT   WM-COLOR-SEL-BKG
                             BY CONTENT   WM-COLOR-SEL-TXT
                             BY REFERENCE WM-ITEM-SELECTED
                             BY REFERENCE WM-POS-ITEM-SEL-X
                             BY REFERENCE WM-POS-ITEM-SEL-Y
                             BY CONTENT   WM-SIZE-MENU-X
        END-CALL
        MOVE WM-ITEM-SELECTED TO WS-OPTION
        IF WM-ITEM-SELECTED = 0 OR WM-ITEM-SELECTED > 4 THEN
            MOVE 4 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
      *> CONTAIN AN ACCOUNT. THE INCIDENT REFERENCE IS NEW, THE LOGIN
      *> IS ON USER.DAT, NOT ALREADY UNDER AN OPEN CONTAINMENT AND
      *> NOT THE OPERATOR'S OWN. THE LOCK AND THE CONTAINMENT.DAT ROW
      *> GO FIRST SO THE ACCOUNT IS SHUT EVEN IF A LATER STEP FAILS;
      *> THE SNAPSHOT OF THE GRANTS IS TAKEN BEFORE ANYTHING IS
      *> TAKEN AWAY.
       CONTAIN-REC.
           MOVE "CONTAIN ACCOUNT" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
       CONTAIN-REC-LOOP.
           INITIALIZE REC-CNT.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DESC.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONTAIN-REC-END
           END-IF
           ACCEPT SS-DESC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONTAIN-REC-END
           END-IF
           IF CNT-INCIDENT = SPACES OR CNT-LOGIN = SPACES
              OR CNT-REASON = SPACES
               MOVE "INCIDENT REFERENCE, LOGIN AND REASON ARE REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO CONTAIN-REC-LOOP
           END-IF
           IF WK-MENU-USER = CNT-LOGIN
               MOVE "YOU CANNOT CONTAIN YOUR OWN ACCOUNT" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO CONTAIN-REC-LOOP
           END-IF
           MOVE REC-CNT TO WK-CNT-ENTRY
           READ FD-CNT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "INCIDENT REFERENCE ALREADY IN USE" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO CONTAIN-REC-LOOP
           END-READ
           MOVE WK-CNT-ENTRY TO REC-CNT
           MOVE CNT-LOGIN TO WK-CT-LOGIN
           MOVE CNT-LOGIN TO U-LOGIN
           READ FD-USER
               KEY IS KEY2-USR
               INVALID KEY
                   MOVE "LOGIN NOT FOUND ON USER.DAT" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO CONTAIN-REC-LOOP
           END-READ
           CALL "chkcontain" USING WK-CT-PARM END-CALL
           IF WK-CT-HELD = "Y"
               MOVE SPACES TO WS-MSGERROR
               STRING "ACCOUNT ALREADY CONTAINED UNDER INCIDENT "
                      WK-CT-INCIDENT
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
               GO CONTAIN-REC-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "LOCK AND CONTAIN THIS ACCOUNT NOW (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO CONTAIN-REC-LOOP
           END-IF
           MOVE U-ID-USR TO WK-ID-USR CNT-ID-USR
           MOVE U-LOGIN TO WK-LOGIN20
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-AGORA FROM TIME
           MOVE WK-MENU-USER TO CNT-SET-BY
           MOVE WK-HOJE TO CNT-SET-DATE
           MOVE WK-AGORA TO CNT-SET-TIME
           MOVE ZEROS TO CNT-SESSIONS CNT-JOBS CNT-DELEGS CNT-SPOOL
                         CNT-REQUESTS CNT-RELEASED-DATE CNT-RELEASED-TIME
           MOVE SPACES TO CNT-RELEASED-BY CNT-SIGNOFF
           PERFORM PROC-DOSSIER-OPEN THRU PROC-DOSSIER-OPEN-END
           PERFORM PROC-LOCK-USER THRU PROC-LOCK-USER-END
           IF WK-CONTAIN-OK NOT = "Y"
               MOVE "C" TO WK-RW-OP
               CALL "rptwriter" USING WK-RW-PARM END-CALL
               PERFORM PROC-SHOW-ERROS
               GO CONTAIN-REC-LOOP
           END-IF
           WRITE REC-CNT
               INVALID KEY
                   MOVE "C" TO WK-RW-OP
                   CALL "rptwriter" USING WK-RW-PARM END-CALL
                   MOVE "INCIDENT REFERENCE ALREADY IN USE - ACCOUNT LEFT LOCKED" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO CONTAIN-REC-LOOP
           END-WRITE
           MOVE "CONTAIN" TO WK-CTL-STEP
           MOVE SPACES TO WK-CTL-DETAIL
           STRING "ID " WK-ID-USR " " CNT-REASON
               DELIMITED BY SIZE INTO WK-CTL-DETAIL
           END-STRING
           PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END
           PERFORM PROC-SNAP-GRANTS THRU PROC-SNAP-GRANTS-END
           PERFORM PROC-END-SESSIONS THRU PROC-END-SESSIONS-END
           PERFORM PROC-CANCEL-JOBS THRU PROC-CANCEL-JOBS-END
           PERFORM PROC-END-DELEGS THRU PROC-END-DELEGS-END
           PERFORM PROC-HOLD-SPOOL THRU PROC-HOLD-SPOOL-END
           PERFORM PROC-WITHDRAW-REQS THRU PROC-WITHDRAW-REQS-END
           PERFORM PROC-SNAP-ACTIVITY THRU PROC-SNAP-ACTIVITY-END
           MOVE "DOSSIER" TO WK-CTL-STEP
           MOVE CNT-DOSSIER TO WK-CTL-DETAIL
           PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END
           MOVE "C" TO WK-RW-OP
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           PERFORM PROC-CNT-COUNTS THRU PROC-CNT-COUNTS-END
           DISPLAY SS-STAMP
           MOVE SPACES TO WS-MSGERROR
           STRING FUNCTION TRIM(CNT-LOGIN) " CONTAINED UNDER "
                  FUNCTION TRIM(CNT-INCIDENT)
                  " - DOSSIER " FUNCTION TRIM(CNT-DOSSIER)
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS
           GO CONTAIN-REC.
       CONTAIN-REC-END.
      *> -----------------------------------
      *> SCROLLABLE LIST OF THE CONTAINMENTS, OPEN OR SIGNED OFF.
       LIST-CNTS.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE LOW-VALUES TO KEY1-CNT
           START FD-CNT
               KEY IS >= KEY1-CNT
           INVALID KEY
               MOVE "NO CONTAINMENTS REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-CNTS-END
           END-START.
       LIST-CNTS-PAGE.
           DISPLAY "INCIDENT     LOGIN      ON       BY         STATE     SES JOB DLG SPL REQ" AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-CNT NEXT
                   AT END
                       GO LIST-CNTS-EOF
               END-READ
               IF CNT-RELEASED-DATE NOT = ZEROS
                   MOVE "RELEASED" TO WK-LIST-STATE
               ELSE
                   MOVE "CONTAINED" TO WK-LIST-STATE
               END-IF
               DISPLAY CNT-INCIDENT AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY CNT-LOGIN AT LINE WK-LIST-LIN COLUMN 16
               DISPLAY CNT-SET-DATE AT LINE WK-LIST-LIN COLUMN 27
               DISPLAY CNT-SET-BY(1:10) AT LINE WK-LIST-LIN COLUMN 36
               DISPLAY WK-LIST-STATE AT LINE WK-LIST-LIN COLUMN 47
               DISPLAY CNT-SESSIONS AT LINE WK-LIST-LIN COLUMN 57
               DISPLAY CNT-JOBS AT LINE WK-LIST-LIN COLUMN 61
               DISPLAY CNT-DELEGS AT LINE WK-LIST-LIN COLUMN 65
               DISPLAY CNT-SPOOL AT LINE WK-LIST-LIN COLUMN 69
               DISPLAY CNT-REQUESTS AT LINE WK-LIST-LIN COLUMN 73
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-CNTS-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-CNTS-PAGE.
       LIST-CNTS-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-CNTS-END.

      *> -----------------------------------
      *> THE SECURITY SIGN-OFF. FOUR EYES: THE OPERATOR WHO CONTAINED
      *> THE ACCOUNT CANNOT RELEASE IT. THE ROW IS KEPT WITH THE
      *> STAMP AND THE SIGN-OFF NOTE; THE ACCOUNT STAYS LOCKED UNTIL
      *> AN ADMINISTRATOR UNLOCKS IT ON THE USERS SCREEN.
       RELEASE-REC.
           MOVE "SECURITY RELEASE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-CNT.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RELEASE-REC-END
           END-IF
           READ FD-CNT
               INVALID KEY
                   MOVE "INCIDENT REFERENCE NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO RELEASE-REC-END
           END-READ.
           DISPLAY SS-DESC.
           DISPLAY SS-STAMP.
           DISPLAY SS-SIGNOFF.
           IF CNT-RELEASED-DATE NOT = ZEROS
               MOVE "THIS CONTAINMENT HAS ALREADY BEEN RELEASED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO RELEASE-REC-END
           END-IF
           IF CNT-SET-BY = WK-MENU-USER
               MOVE "THE SIGN-OFF MUST COME FROM SOMEONE OTHER THAN WHO CONTAINED IT" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO RELEASE-REC-END
           END-IF
           ACCEPT SS-SIGNOFF.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RELEASE-REC-END
           END-IF
           IF CNT-SIGNOFF = SPACES
               MOVE "THE SIGN-OFF NOTE IS REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO RELEASE-REC-END
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE SECURITY SIGN-OFF OF THIS CONTAINMENT (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO RELEASE-REC-END
           END-IF
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-AGORA FROM TIME
           MOVE WK-MENU-USER TO CNT-RELEASED-BY
           MOVE WK-HOJE TO CNT-RELEASED-DATE
           MOVE WK-AGORA TO CNT-RELEASED-TIME
           REWRITE REC-CNT
               INVALID KEY
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO RELEASE-REC-END
           END-REWRITE
           MOVE "RELEASE" TO WK-CTL-STEP
           MOVE CNT-SIGNOFF TO WK-CTL-DETAIL
           PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END
           MOVE "SIGNED OFF - THE ACCOUNT STAYS LOCKED UNTIL UNLOCKED ON USERS" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       RELEASE-REC-END.

      *> -----------------------------------
      *> THE DOSSIER THROUGH THE SHARED REPORT WRITER, NAMED AFTER THE
      *> INCIDENT (BLANKS AND SLASHES IN THE REFERENCE BECOME "_"),
      *> OPENED WITH THE ACCOUNT AS IT STOOD BEFORE THE CONTAINMENT.
       PROC-DOSSIER-OPEN.
           MOVE CNT-INCIDENT TO WK-FILE-REF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WK-FILE-REF TRAILING))
               TO WK-REF-LEN
           INSPECT WK-FILE-REF(1:WK-REF-LEN) REPLACING ALL " " BY "_"
           INSPECT WK-FILE-REF REPLACING ALL "/" BY "_"
           MOVE SPACES TO CNT-DOSSIER
           STRING "../txt/incident_" WK-FILE-REF(1:WK-REF-LEN) ".txt"
               DELIMITED BY SIZE INTO CNT-DOSSIER
           END-STRING
           MOVE "O" TO WK-RW-OP
           MOVE CNT-DOSSIER TO WK-RW-FILENAME
           MOVE SPACES TO WK-RW-TITLE
           STRING "INCIDENT CONTAINMENT DOSSIER " CNT-INCIDENT
               DELIMITED BY SIZE INTO WK-RW-TITLE
           END-STRING
           MOVE "SECTION  DETAIL" TO WK-RW-HEADING
           MOVE WK-MENU-USER TO WK-RW-OWNER
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE "L" TO WK-RW-OP
           MOVE SPACES TO WK-RW-LINE
           STRING "INCIDENT " CNT-INCIDENT "  CONTAINED BY " CNT-SET-BY
                  " ON " CNT-SET-DATE " " CNT-SET-TIME
               DELIMITED BY SIZE INTO WK-RW-LINE
           END-STRING
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE SPACES TO WK-RW-LINE
           STRING "REASON   " CNT-REASON
               DELIMITED BY SIZE INTO WK-RW-LINE
           END-STRING
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE SPACES TO WK-RW-LINE
           STRING "ACCOUNT  ID " U-ID-USR "  LOGIN " U-LOGIN
                  "  NAME " U-NAME "  DEPT " U-DEPT
                  "  STATUS " U-STATUS "  LOCKED " U-LOCKED
                  "  FAILED " U-FAILED-ATTEMPTS
                  "  TYPE " U-ACCT-TYPE "  OWNER " U-OWNER
               DELIMITED BY SIZE INTO WK-RW-LINE
           END-STRING
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE SPACES TO WK-RW-LINE
           STRING "ACCOUNT  LAST UPDATED " U-UPD-DATE " " U-UPD-TIME
                  "  PASSWORD SET " U-PWD-SET-DATE
                  "  WINDOW " U-ALLOWED-DAYS " " U-WIN-FROM "-" U-WIN-TO
               DELIMITED BY SIZE INTO WK-RW-LINE
           END-STRING
           CALL "rptwriter" USING WK-RW-PARM END-CALL.
       PROC-DOSSIER-OPEN-END.
           EXIT.

      *> -----------------------------------
      *> LOCK THE ACCOUNT, JOURNALED WITH THE INCIDENT REFERENCE AS
      *> THE TICKET. WK-CONTAIN-OK "N" WITH THE MESSAGE READY WHEN
      *> THE USER RECORD COULD NOT BE REWRITTEN.
       PROC-LOCK-USER.
           MOVE "N" TO WK-CONTAIN-OK
           CLOSE FD-USER
           OPEN I-O FD-USER
           MOVE WK-ID-USR TO U-ID-USR
           MOVE CNT-LOGIN TO U-LOGIN
           READ FD-USER
               INVALID KEY
                   MOVE "LOGIN NOT FOUND ON USER.DAT" TO WS-MSGERROR
                   GO PROC-LOCK-USER-EXIT
           END-READ
           PERFORM PROC-MASK-USR-IMAGE THRU PROC-MASK-USR-IMAGE-END
           MOVE SPACES TO WK-CHJ-BEFORE
           MOVE WK-CHJ-IMG TO WK-CHJ-BEFORE
           MOVE "Y" TO U-LOCKED
           MOVE WK-HOJE TO U-UPD-DATE
           MOVE WK-AGORA TO U-UPD-TIME
           REWRITE REC-USR
               INVALID KEY
                   MOVE "ERROR ON REWRITE OF THE USER - NOTHING CONTAINED" TO WS-MSGERROR
                   GO PROC-LOCK-USER-EXIT
           END-REWRITE
           MOVE "Y" TO WK-CONTAIN-OK
           PERFORM PROC-MASK-USR-IMAGE THRU PROC-MASK-USR-IMAGE-END
           INITIALIZE REC-CHJ
           MOVE WK-HOJE TO CHJ-DATE
           MOVE WK-AGORA TO CHJ-TIME
           MOVE WK-MENU-USER TO CHJ-OPERATOR
           MOVE "USER" TO CHJ-FILE
           MOVE "R" TO CHJ-OP
           MOVE U-ID-USR TO CHJ-KEY
           MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
           MOVE WK-CHJ-IMG TO CHJ-AFTER
           MOVE CNT-INCIDENT TO CHJ-TICKET
           OPEN EXTEND FILE_CHANGE_JOURNAL
           IF ST-CHJ = "35"
               OPEN OUTPUT FILE_CHANGE_JOURNAL
           END-IF
           WRITE REC-CHJ
           CLOSE FILE_CHANGE_JOURNAL
           MOVE "LOCK" TO WK-CTL-STEP
           MOVE "U-LOCKED SET TO Y ON USER.DAT" TO WK-CTL-DETAIL
           PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END.
       PROC-LOCK-USER-EXIT.
           CLOSE FD-USER
           OPEN INPUT FD-USER.
       PROC-LOCK-USER-END.
           EXIT.

      *> -----------------------------------
      *> THE GRANTS AS THEY STAND - EVERY USER_PROFILE ROW OF THE
      *> ACCOUNT WITH THE PROFILE NAME, THE WINDOW AND THE ADMIN MARK.
       PROC-SNAP-GRANTS.
           OPEN INPUT FD-PFU
           IF NOT PFU-FS-OK
               GO PROC-SNAP-GRANTS-END
           END-IF
           OPEN INPUT FD-PRF
           MOVE WK-ID-USR TO PFU-ID-USR
           MOVE ZEROS TO PFU-ID-PRF
           MOVE "F" TO FLG-EOF
           START FD-PFU
               KEY IS >= KEY1-PFU
               INVALID KEY
                   MOVE "T" TO FLG-EOF
           END-START
           PERFORM UNTIL EOF
               READ FD-PFU NEXT
                   AT END
                       MOVE "T" TO FLG-EOF
                   NOT AT END
                       IF PFU-ID-USR NOT = WK-ID-USR
                           MOVE "T" TO FLG-EOF
                       ELSE
                           MOVE SPACES TO WK-NAME-PRF WK-ADMIN-MARK
                           MOVE PFU-ID-PRF TO PRF-ID
                           READ FD-PRF
                               INVALID KEY
                                   MOVE "(NO SUCH PROFILE)" TO WK-NAME-PRF
                               NOT INVALID KEY
                                   MOVE PRF-NAME TO WK-NAME-PRF
                                   IF PRF-IS-ADMIN
                                       MOVE "ADMIN" TO WK-ADMIN-MARK
                                   END-IF
                           END-READ
                           MOVE SPACES TO WK-RW-LINE
                           STRING "GRANT    PROFILE " PFU-ID-PRF " "
                                  WK-NAME-PRF " FROM " PFU-EFF-FROM
                                  " TO " PFU-EFF-TO " " WK-ADMIN-MARK
                               DELIMITED BY SIZE INTO WK-RW-LINE
                           END-STRING
                           CALL "rptwriter" USING WK-RW-PARM END-CALL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-PRF
           CLOSE FD-PFU.
       PROC-SNAP-GRANTS-END.
           EXIT.

      *> -----------------------------------
      *> FORCE OFF EVERY SESSION OF THE LOGIN - THE SAME FLAG THE
      *> SESSIONS SCREEN SETS; THE SESSION ENDS AT ITS NEXT MENU PICK.
       PROC-END-SESSIONS.
           OPEN I-O FD-SES
           IF NOT SES-FS-OK
               GO PROC-END-SESSIONS-END
           END-IF
           MOVE ZEROS TO KEY1-SES
           MOVE "F" TO FLG-EOF
           START FD-SES
               KEY IS >= KEY1-SES
               INVALID KEY
                   MOVE "T" TO FLG-EOF
           END-START
           PERFORM UNTIL EOF
               READ FD-SES NEXT
                   AT END
                       MOVE "T" TO FLG-EOF
                   NOT AT END
                       IF SES-LOGIN = WK-LOGIN20 AND NOT SES-IS-FORCED
                           MOVE "Y" TO SES-FORCE-OFF
                           REWRITE REC-SES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO CNT-SESSIONS
                                   MOVE "SESSION" TO WK-CTL-STEP
                                   MOVE SPACES TO WK-CTL-DETAIL
                                   STRING "PID " SES-PID " " SES-MODULE
                                          " SINCE " SES-DATE " " SES-TIME
                                          " " SES-TERMINAL " FORCED OFF"
                                       DELIMITED BY SIZE INTO WK-CTL-DETAIL
                                   END-STRING
                                   PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-SES.
       PROC-END-SESSIONS-END.
           EXIT.

      *> -----------------------------------
      *> CANCEL THE LOGIN'S WAITING JOBS. ONE ALREADY RUNNING IS LEFT
      *> TO FINISH - THE JOB QUEUE HAS NO WAY TO STOP IT.
       PROC-CANCEL-JOBS.
           OPEN I-O FD-JOB
           IF NOT JOB-FS-OK
               GO PROC-CANCEL-JOBS-END
           END-IF
           MOVE ZEROS TO KEY1-JOB
           MOVE "F" TO FLG-EOF
           START FD-JOB
               KEY IS >= KEY1-JOB
               INVALID KEY
                   MOVE "T" TO FLG-EOF
           END-START
           PERFORM UNTIL EOF
               READ FD-JOB NEXT
                   AT END
                       MOVE "T" TO FLG-EOF
                   NOT AT END
                       IF JOB-SUBMITTER = WK-LOGIN20 AND JOB-IS-WAITING
                           MOVE "X" TO JOB-STATE
                           MOVE SPACES TO JOB-SUMMARY
                           STRING "CANCELLED - INCIDENT " CNT-INCIDENT
                               DELIMITED BY SIZE INTO JOB-SUMMARY
                           END-STRING
                           REWRITE REC-JOB
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO CNT-JOBS
                                   MOVE "JOB" TO WK-CTL-STEP
                                   MOVE SPACES TO WK-CTL-DETAIL
                                   STRING "JOB " JOB-ID " CANCELLED "
                                          JOB-CMD(1:42)
                                       DELIMITED BY SIZE INTO WK-CTL-DETAIL
                                   END-STRING
                                   PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-JOB.
       PROC-CANCEL-JOBS-END.
           EXIT.

      *> -----------------------------------
      *> END EVERY DELEGATION THE ACCOUNT GAVE OR RECEIVED. THE WALK
      *> IS REPOSITIONED AFTER EACH DELETE, AS THE DELEGATIONS SCREEN
      *> DOES; THE PERMISSION CACHE IS STALED WHEN ANY WENT.
       PROC-END-DELEGS.
           OPEN I-O FD-DLG
           IF NOT DLG-FS-OK
               GO PROC-END-DELEGS-END
           END-IF
           MOVE ZEROS TO KEY1-DLG
           MOVE "F" TO FLG-EOF
           START FD-DLG
               KEY IS >= KEY1-DLG
               INVALID KEY
                   MOVE "T" TO FLG-EOF
           END-START
           PERFORM UNTIL EOF
               READ FD-DLG NEXT
                   AT END
                       MOVE "T" TO FLG-EOF
                   NOT AT END
                       IF DLG-FROM-USR = WK-ID-USR
                          OR DLG-TO-USR = WK-ID-USR
                           MOVE DLG-FROM-USR TO WK-SRCH-FROM
                           MOVE DLG-TO-USR TO WK-SRCH-TO
                           MOVE "DELEGATE" TO WK-CTL-STEP
                           MOVE SPACES TO WK-CTL-DETAIL
                           STRING "FROM USER " DLG-FROM-USR " TO USER "
                                  DLG-TO-USR " " DLG-EFF-FROM "-"
                                  DLG-EFF-TO " ENDED"
                               DELIMITED BY SIZE INTO WK-CTL-DETAIL
                           END-STRING
                           DELETE FD-DLG
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO CNT-DELEGS
                                   PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END
                           END-DELETE
                           *> reposition the walk after the delete
                           MOVE WK-SRCH-FROM TO DLG-FROM-USR
                           MOVE WK-SRCH-TO TO DLG-TO-USR
                           START FD-DLG
                               KEY IS > KEY1-DLG
                               INVALID KEY
                                   MOVE "T" TO FLG-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-DLG
           IF CNT-DELEGS > 0
               CALL "permcache" END-CALL
           END-IF.
       PROC-END-DELEGS-END.
           EXIT.

      *> -----------------------------------
      *> HOLD THE LOGIN'S SPOOL ENTRIES STILL WAITING TO PRINT.
       PROC-HOLD-SPOOL.
           OPEN I-O FD-SPL
           IF NOT SPL-FS-OK
               GO PROC-HOLD-SPOOL-END
           END-IF
           MOVE ZEROS TO KEY1-SPL
           MOVE "F" TO FLG-EOF
           START FD-SPL
               KEY IS >= KEY1-SPL
               INVALID KEY
                   MOVE "T" TO FLG-EOF
           END-START
           PERFORM UNTIL EOF
               READ FD-SPL NEXT
                   AT END
                       MOVE "T" TO FLG-EOF
                   NOT AT END
                       IF SPL-OWNER = WK-LOGIN20 AND SPL-IS-READY
                           MOVE "H" TO SPL-STATUS
                           REWRITE REC-SPL
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO CNT-SPOOL
                                   MOVE "SPOOL" TO WK-CTL-STEP
                                   MOVE SPACES TO WK-CTL-DETAIL
                                   STRING "ENTRY " SPL-ID " " SPL-NAME
                                          " HELD"
                                       DELIMITED BY SIZE INTO WK-CTL-DETAIL
                                   END-STRING
                                   PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-SPL.
       PROC-HOLD-SPOOL-END.
           EXIT.

      *> -----------------------------------
      *> WITHDRAW THE PENDING REQUESTS THE ACCOUNT RAISED AND THE
      *> ACCESS REQUESTS QUEUED FOR IT: REJECTED IN THE APPROVAL
      *> QUEUE BY THE CONTAINING OPERATOR, THE COMMENT NAMING THE
      *> INCIDENT (THE ORIGINAL COMMENT GOES TO THE LOG).
       PROC-WITHDRAW-REQS.
           OPEN I-O FD-PCH
           IF NOT PCH-FS-OK
               GO PROC-WITHDRAW-REQS-END
           END-IF
           MOVE ZEROS TO KEY1-PCH
           MOVE "F" TO FLG-EOF
           START FD-PCH
               KEY IS >= KEY1-PCH
               INVALID KEY
                   MOVE "T" TO FLG-EOF
           END-START
           PERFORM UNTIL EOF
               READ FD-PCH NEXT
                   AT END
                       MOVE "T" TO FLG-EOF
                   NOT AT END
                       IF PCH-IS-PENDING
                          AND (PCH-REQUESTER = WK-LOGIN20
                               OR (PCH-FILE-PFU
                                   AND PCH-IMAGE(1:4) = WK-ID-USR))
                           MOVE PCH-COMMENT TO WK-SAVE-COMMENT
                           MOVE "R" TO PCH-STATUS
                           MOVE WK-MENU-USER TO PCH-APPROVER
                           ACCEPT PCH-APP-DATE FROM DATE YYYYMMDD
                           ACCEPT PCH-APP-TIME FROM TIME
                           MOVE SPACES TO PCH-COMMENT
                           STRING "WITHDRAWN - INCIDENT " CNT-INCIDENT
                               DELIMITED BY SIZE INTO PCH-COMMENT
                           END-STRING
                           REWRITE REC-PCH
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO CNT-REQUESTS
                                   MOVE "REQUEST" TO WK-CTL-STEP
                                   MOVE SPACES TO WK-CTL-DETAIL
                                   STRING "PENDING " PCH-ID " " PCH-FILE
                                          " " PCH-ACTION " BY "
                                          PCH-REQUESTER(1:10) " "
                                          WK-SAVE-COMMENT(1:26)
                                       DELIMITED BY SIZE INTO WK-CTL-DETAIL
                                   END-STRING
                                   PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-PCH.
       PROC-WITHDRAW-REQS-END.
           EXIT.

      *> -----------------------------------
      *> THE LAST 30 DAYS OF THE ACCOUNT'S LOGIN AND AUDIT LINES, AS
      *> WRITTEN. ROTATION STAMPS AN ARCHIVE WITH THE MONTH IT RUNS,
      *> SO LAST MONTH'S AND THIS MONTH'S ARCHIVES PLUS THE LIVE FILE
      *> COVER THE WINDOW, OLDEST FIRST.
       PROC-SNAP-ACTIVITY.
           COMPUTE WK-DAYNUM = FUNCTION INTEGER-OF-DATE(WK-HOJE) - 30
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WK-DAYNUM) TO WK-ACT-FROM
           MOVE WK-HOJE(1:6) TO WK-MONTH
           IF WK-HOJE(5:2) = "01"
               COMPUTE WK-PREV-MONTH = WK-MONTH - 89 END-COMPUTE
           ELSE
               COMPUTE WK-PREV-MONTH = WK-MONTH - 1 END-COMPUTE
           END-IF
           MOVE SPACES TO WK-RW-LINE
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE SPACES TO WK-RW-LINE
           STRING "ACTIVITY FROM " WK-ACT-FROM " TO " WK-HOJE
                  " - LOGIN AND AUDIT LINES AS WRITTEN"
               DELIMITED BY SIZE INTO WK-RW-LINE
           END-STRING
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE ZEROS TO WK-ACT-LINES
           MOVE "LOGIN" TO WK-LOG-TAG
           MOVE "login_activity" TO WK-LOG-NAME
           PERFORM PROC-READ-GENERATIONS THRU PROC-READ-GENERATIONS-END
           MOVE "AUDIT" TO WK-LOG-TAG
           MOVE "audit_trail" TO WK-LOG-NAME
           PERFORM PROC-READ-GENERATIONS THRU PROC-READ-GENERATIONS-END
           MOVE "ACTIVITY" TO WK-CTL-STEP
           MOVE SPACES TO WK-CTL-DETAIL
           STRING WK-ACT-LINES " LOG LINES FROM " WK-ACT-FROM
                  " COPIED TO THE DOSSIER"
               DELIMITED BY SIZE INTO WK-CTL-DETAIL
           END-STRING
           PERFORM PROC-LOG-STEP THRU PROC-LOG-STEP-END.
       PROC-SNAP-ACTIVITY-END.
           EXIT.

      *> -----------------------------------
       PROC-READ-GENERATIONS.
           PERFORM VARYING WK-GEN FROM 1 BY 1 UNTIL WK-GEN > 3
               MOVE SPACES TO WK-PATH
               EVALUATE WK-GEN
                   WHEN 1
                       STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                              FUNCTION TRIM(WK-LOG-NAME) "_"
                              WK-PREV-MONTH ".log"
                           DELIMITED BY SIZE INTO WK-PATH
                       END-STRING
                   WHEN 2
                       STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                              FUNCTION TRIM(WK-LOG-NAME) "_"
                              WK-MONTH ".log"
                           DELIMITED BY SIZE INTO WK-PATH
                       END-STRING
                   WHEN OTHER
                       STRING FUNCTION TRIM(WK-TXT-DIR) "/"
                              FUNCTION TRIM(WK-LOG-NAME) ".log"
                           DELIMITED BY SIZE INTO WK-PATH
                       END-STRING
               END-EVALUATE
               SET ENVIRONMENT "DD_CNTACTLOG" TO WK-PATH
               OPEN INPUT FILE_ACT_LOG
               IF ST-ACT = "00"
                   MOVE "F" TO FLG-EOF
                   PERFORM UNTIL EOF
                       READ FILE_ACT_LOG
                           AT END
                               MOVE "T" TO FLG-EOF
                           NOT AT END
                               IF ACT-USER = WK-LOGIN20
                                  AND ACT-DATE >= WK-ACT-FROM
                                   ADD 1 TO WK-ACT-LINES
                                   MOVE SPACES TO WK-RW-LINE
                                   STRING WK-LOG-TAG "    " REG-ACT(1:121)
                                       DELIMITED BY SIZE INTO WK-RW-LINE
                                   END-STRING
                                   CALL "rptwriter" USING WK-RW-PARM END-CALL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FILE_ACT_LOG
               END-IF
           END-PERFORM.
       PROC-READ-GENERATIONS-END.
           EXIT.

      *> -----------------------------------
      *> THE STEP COUNTS ON THE CONTAINMENT ROW, ONCE EVERY STEP HAS
      *> RUN - REC-CNT STILL HOLDS THE ROW WRITTEN AFTER THE LOCK.
       PROC-CNT-COUNTS.
           REWRITE REC-CNT
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       PROC-CNT-COUNTS-END.
           EXIT.

      *> -----------------------------------
      *> ONE STEP UNDER THE INCIDENT: containment.log, AND THE SAME
      *> LINE IN THE DOSSIER WHILE IT IS OPEN.
       PROC-LOG-STEP.
           INITIALIZE REC-CTL
           ACCEPT CTL-DATE FROM DATE YYYYMMDD
           ACCEPT CTL-TIME FROM TIME
           MOVE CNT-INCIDENT TO CTL-INCIDENT
           MOVE WK-MENU-USER TO CTL-OPERATOR
           MOVE CNT-LOGIN TO CTL-LOGIN
           MOVE WK-CTL-STEP TO CTL-STEP
           MOVE WK-CTL-DETAIL TO CTL-DETAIL
           OPEN EXTEND FILE_CNT_LOG
           IF ST-CTL = "35"
               OPEN OUTPUT FILE_CNT_LOG
           END-IF
           WRITE REC-CTL
           CLOSE FILE_CNT_LOG
           IF WK-RW-OP = "L"
               MOVE SPACES TO WK-RW-LINE
               STRING WK-CTL-STEP " " WK-CTL-DETAIL
                   DELIMITED BY SIZE INTO WK-RW-LINE
               END-STRING
               CALL "rptwriter" USING WK-RW-PARM END-CALL
           END-IF.
       PROC-LOG-STEP-END.
           EXIT.

      *> -----------------------------------
      *> COPY OF REC-USR WITH U-PASSWD MASKED - ONLY MASKED IMAGES MAY
      *> EVER REACH THE JOURNAL.
       PROC-MASK-USR-IMAGE.
           MOVE REC-USR TO WK-CHJ-IMG
           MOVE "**********" TO WK-CHJ-IMG(15:10).
       PROC-MASK-USR-IMAGE-END.
           EXIT.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
           OPEN I-O FD-CNT
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-CNT
               CLOSE FD-CNT
               OPEN I-O FD-CNT
           END-IF
           OPEN INPUT FD-USER.

      *> -----------------------------------
      *> SHOW MESSAGE, ACCEPT INFORMATION AND DISPLAY STATUS
       PROC-SHOW-ERROS.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
       PROC-SHOW-ERROS-END.
       *> -----------------------------------
       *> DRAW BOX
       PROC-SHOW-BOX.
            MOVE 1       TO WK-BOX-POS_X1
            MOVE 2       TO WK-BOX-POS_Y1
            MOVE WS-NUMC TO WK-BOX-POS_X2
            MOVE 22      TO WK-BOX-POS_Y2
            CALL 'makebox' using BY REFERENCE WK-BOX-TYPE-BOX     *> type is box
                                BY REFERENCE WK-BOX-TYPE-LINE     *> single line
                                BY REFERENCE WK-BOX-POS_X1        *> col 1
                                BY REFERENCE WK-BOX-POS_Y1        *> lin 1
                                BY REFERENCE WK-BOX-POS_X2        *> col 2
                                BY REFERENCE WK-BOX-POS_Y2        *> lin 2
                                BY REFERENCE WK-BOX-COLOR-BKG     *> background color
                                BY REFERENCE WK-BOX-COLOR-TEXT    *> foreground color
            END-CALL
            MOVE 4       TO WK-BOX-LINE-POS_Y1
            CALL 'makebox' using BY REFERENCE WK-BOX-TYPE-SEP     *> type is line
                                BY REFERENCE WK-BOX-TYPE-LINE     *> single line
                                BY REFERENCE WK-BOX-POS_X1        *> col 1
                                BY REFERENCE WK-BOX-LINE-POS_Y1   *> lin 1
                                BY REFERENCE WS-NUMC              *> col 2
                                BY REFERENCE WS-NUML              *> lin 2 (not used for line)
                                BY REFERENCE WK-BOX-COLOR-BKG     *> background color
                                BY REFERENCE WK-BOX-COLOR-TEXT    *> foreground color
            END-CALL.
       PROC-SHOW-BOX-END.
