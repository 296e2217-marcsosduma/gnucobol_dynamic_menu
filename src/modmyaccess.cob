       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYACCESS.
      *> -----------------------------------------------------------
      *> "MY ACCESS" STATEMENT. READ-ONLY: THE SIGNED-ON USER SEES
      *> WHY THEY CAN REACH WHAT THEY REACH AND WHEN IT ENDS - EVERY
      *> USER_PROFILE ASSIGNMENT WITH ITS EFFECTIVE DATES AND THE
      *> PARENT PROFILES IT INHERITS, THE DELEGATIONS THEY GIVE AND
      *> RECEIVE, THEIR REQUESTS STILL WAITING IN THE APPROVAL QUEUE
      *> WITH THEIR AGE, THE PASSWORD EXPIRY DATE AND ANY OPEN
      *> CERTIFICATION ROWS ABOUT THEM. THE STATEMENT CAN BE PRINTED:
      *> IT IS SPOOLED UNDER THE USER'S NAME AND LEFT IN THEIR
      *> MYREPORTS INBOX. THE SESSION LOGIN COMES FROM THE MENU_USER
      *> ENVIRONMENT VARIABLE MAKEMENU EXPORTS. WIRE AS AN
      *> M-ACTION-TARGET LIKE THE OTHER UTILITIES.
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
            COPY "../cpy/user_se.cpy".
            COPY "../cpy/profile_se.cpy".
            COPY "../cpy/user_profile_se.cpy".
            COPY "../cpy/delegation_se.cpy".
            COPY "../cpy/pending_change_se.cpy".
            COPY "../cpy/cert_campaign_se.cpy".
            COPY "../cpy/cert_worklist_se.cpy".
            COPY "../cpy/report_deliv_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/user_fd.cpy".
            COPY "../cpy/profile_fd.cpy".
            COPY "../cpy/user_profile_fd.cpy".
            COPY "../cpy/delegation_fd.cpy".
            COPY "../cpy/pending_change_fd.cpy".
            COPY "../cpy/cert_campaign_fd.cpy".
            COPY "../cpy/cert_worklist_fd.cpy".
            COPY "../cpy/report_deliv_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "MY ACCESS                  - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-VIEW     VALUE IS 1.
           88 E-PRINT    VALUE IS 2.
           88 E-END      VALUE IS 3.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-USR                        PIC  9(002).
           88  FSU-OK                    VALUE ZEROS.
       77 ST-PRF                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
       77 ST-PFU                        PIC  9(002).
           88  FSP-OK                    VALUE ZEROS.
       77 ST-DLG                        PIC  9(002).
           88  FSD-OK                    VALUE ZEROS.
       77 ST-PCH                        PIC  9(002).
           88  FSC-OK                    VALUE ZEROS.
       77 ST-CMP                        PIC  9(002).
           88  FSM-OK                    VALUE ZEROS.
       77 ST-CWK                        PIC  9(002).
           88  FSW-OK                    VALUE ZEROS.
       77 ST-DLV                        PIC  9(002).
           88  FSV-OK                    VALUE ZEROS.
           88  FSV-NOT-EXIST             VALUE 35.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-MY-ID                      PIC  9(004) VALUE ZEROS.
       77 WK-MY-NAME                    PIC  X(030) VALUE SPACES.
       77 WK-MY-DEPT                    PIC  X(004) VALUE SPACES.
       77 WK-MY-PWD-SET                 PIC  9(008) VALUE ZEROS.
       77 WK-MY-MUST-CHG                PIC  X(001) VALUE SPACES.
       77 WK-MY-TYPE                    PIC  X(001) VALUE SPACES.
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-AGORA                      PIC  9(008) VALUE ZEROS.
       77 WK-PWD-MAX-AGE                PIC  9(003) VALUE 90.
       77 WK-ENV-PWD-AGE                PIC  X(003) VALUE SPACES.
       77 WK-PWD-EXPIRY                 PIC  9(008) VALUE ZEROS.
       77 WK-DAYS                       PIC S9(005) VALUE ZEROS.
       77 WK-DAYS-ED                    PIC  -(4)9.
       77 WK-CHAIN-ID                   PIC  9(004) VALUE ZEROS.
       77 WK-HOPS                       PIC  9(002) VALUE ZEROS.
       77 WK-OTHER-ID                   PIC  9(004) VALUE ZEROS.
       77 WK-OTHER-LOGIN                PIC  X(010) VALUE SPACES.
       77 WK-PRF-NAME                   PIC  X(020) VALUE SPACES.
       77 WK-STATE                      PIC  X(006) VALUE SPACES.
       77 WK-ACTION                     PIC  X(006) VALUE SPACES.
       77 WK-MINE                       PIC  X(001) VALUE "N".
       77 WK-COUNT                      PIC  9(004) VALUE ZEROS.
       77 WK-TXT-DIR                    PIC  X(040) VALUE SPACES.
       77 WK-FILE                       PIC  X(060) VALUE SPACES.
       77 WK-LN-IDX                     PIC  9(004) VALUE ZEROS.
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

       *> The statement, built once when the screen opens -------------
       01 WK-LN-MAX                     PIC  9(004) VALUE 400.
       01 WK-LN-NUM                     PIC  9(004) VALUE ZEROS.
       01 WK-LN-TAB.
           05 WK-LN OCCURS 400 TIMES    PIC X(78).
       01 WK-LINE                       PIC  X(078) VALUE SPACES.

       *> Date as printed: DD/MM/CCYY, or OPEN for zeros --------------
       01 WK-DT-IN                      PIC  9(008) VALUE ZEROS.
       01 WK-DT-IN-R REDEFINES WK-DT-IN.
           05 WK-DT-CCYY                PIC  9(004).
           05 WK-DT-MM                  PIC  9(002).
           05 WK-DT-DD                  PIC  9(002).
       01 WK-DT-OUT                     PIC  X(010) VALUE SPACES.
       01 WK-DT-FROM                    PIC  X(010) VALUE SPACES.
       01 WK-DT-TO                      PIC  X(010) VALUE SPACES.

       *> A USER_PROFILE image carried in a queue entry ---------------
       01 WK-IMG-PFU.
           05 WK-IMG-USR                PIC  9(004).
           05 WK-IMG-PRF                PIC  9(004).
           05 WK-IMG-FROM               PIC  9(008).
           05 WK-IMG-TO                 PIC  9(008).

       01 REG-TXT                       PIC  X(130) VALUE SPACES.
       COPY "../cpy/rptwriter_ws.cpy".
       COPY "../cpy/getparm_ws.cpy".

       01 WK-NID-PARM.
           05 WK-NID-ENTITY             PIC  X(010).
           05 WK-NID-VALUE              PIC  9(005).

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
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE SPACES TO WK-MENU-USER
           ACCEPT WK-MENU-USER FROM ENVIRONMENT "MENU_USER"
           IF WK-MENU-USER = SPACES
               ACCEPT WK-MENU-USER FROM USER NAME
           END-IF
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-AGORA FROM TIME
           PERFORM PROC-FIND-ME THRU PROC-FIND-ME-END
           IF WK-MY-ID = ZEROS
               MOVE "UNABLE TO RESOLVE YOUR LOGIN TO A USER RECORD" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GOBACK
           END-IF
           PERFORM PROC-BUILD THRU PROC-BUILD-END
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
                   WHEN E-VIEW
                       PERFORM VIEW-STATEMENT THRU VIEW-STATEMENT-END
                   WHEN E-PRINT
                       PERFORM PRINT-STATEMENT THRU PRINT-STATEMENT-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " VIEW MY ACCESS" TO WM-ITENS(1)
           MOVE " PRINT TO MY INBOX" TO WM-ITENS(2)
           MOVE " EXIT" TO WM-ITENS(3)
           MOVE 3 TO  WM-ITENS-QTD
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
        IF WM-ITEM-SELECTED = 0 OR WM-ITEM-SELECTED > 3 THEN
            MOVE 3 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
      *> THE STATEMENT, FIFTEEN LINES A PAGE.
       VIEW-STATEMENT.
           MOVE "MY ACCESS" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           MOVE 1 TO WK-LN-IDX.
       VIEW-STATEMENT-PAGE.
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           MOVE 06 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 15 OR WK-LN-IDX > WK-LN-NUM
               DISPLAY WK-LN(WK-LN-IDX) AT LINE WK-LIST-LIN COLUMN 02
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
               ADD 1 TO WK-LN-IDX
           END-PERFORM
           IF WK-LN-IDX > WK-LN-NUM
               MOVE "END OF STATEMENT - ENTER TO GO BACK" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO VIEW-STATEMENT-END
           END-IF
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO VIEW-STATEMENT-END
           END-IF
           GO VIEW-STATEMENT-PAGE.
       VIEW-STATEMENT-END.

      *> -----------------------------------
      *> THROUGH THE SHARED REPORT WRITER, SPOOLED UNDER THE USER'S
      *> NAME, THEN INTO THEIR MYREPORTS INBOX - AS THE QUICK CARD.
       PRINT-STATEMENT.
           MOVE "PRINT" TO WS-OP.
           MOVE SPACES TO WK-TXT-DIR
           ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
           IF WK-TXT-DIR = SPACES
               MOVE "../txt" TO WK-TXT-DIR
           END-IF
           MOVE SPACES TO WK-FILE
           STRING FUNCTION TRIM(WK-TXT-DIR) "/my_access_"
                  FUNCTION TRIM(WK-MENU-USER) ".txt"
               DELIMITED BY SIZE INTO WK-FILE
           END-STRING
           MOVE WK-FILE TO WK-RW-FILENAME
           MOVE SPACES TO WK-RW-TITLE
           STRING "MY ACCESS STATEMENT - " FUNCTION TRIM(WK-MENU-USER)
               DELIMITED BY SIZE INTO WK-RW-TITLE
           END-STRING
           MOVE "PROFILES, DELEGATIONS, PENDING REQUESTS, PASSWORD AND CERTIFICATION"
               TO WK-RW-HEADING
           MOVE WK-MENU-USER TO WK-RW-OWNER
           MOVE "O" TO WK-RW-OP
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           PERFORM VARYING WK-LN-IDX FROM 1 BY 1
                   UNTIL WK-LN-IDX > WK-LN-NUM
               MOVE "L" TO WK-RW-OP
               MOVE WK-LN(WK-LN-IDX) TO WK-RW-LINE
               CALL "rptwriter" USING WK-RW-PARM END-CALL
           END-PERFORM
           MOVE "C" TO WK-RW-OP
           CALL "rptwriter" USING WK-RW-PARM END-CALL

           OPEN I-O FD-DLV
           IF FSV-NOT-EXIST
               OPEN OUTPUT FD-DLV
               CLOSE FD-DLV
               OPEN I-O FD-DLV
           END-IF
           IF NOT FSV-OK
               MOVE "STATEMENT SPOOLED - YOUR REPORTS INBOX IS NOT AVAILABLE"
                   TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO PRINT-STATEMENT-END
           END-IF
           MOVE "RPTDELIV" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           INITIALIZE REC-DLV
           MOVE WK-NID-VALUE      TO DLV-ID
           MOVE WK-MENU-USER      TO DLV-LOGIN
           MOVE WK-RW-TITLE(1:30) TO DLV-REPORT
           MOVE WK-FILE           TO DLV-FILE
           MOVE WK-HOJE           TO DLV-DATE
           MOVE WK-AGORA          TO DLV-TIME
           MOVE "N"               TO DLV-READ
           WRITE REC-DLV
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE FD-DLV
           MOVE "STATEMENT SENT TO THE PRINT QUEUE AND TO YOUR REPORTS INBOX"
               TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       PRINT-STATEMENT-END.

      *> -----------------------------------
      *> RESOLVES THE SESSION LOGIN AND KEEPS WHAT THE STATEMENT
      *> NEEDS FROM THE USER RECORD.
       PROC-FIND-ME.
           MOVE ZEROS TO WK-MY-ID
           OPEN INPUT FD-USER
           IF NOT FSU-OK
               GO PROC-FIND-ME-END
           END-IF
           INITIALIZE REC-USR
           MOVE WK-MENU-USER(1:10) TO U-LOGIN
           READ FD-USER
               KEY IS KEY2-USR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE U-ID-USR TO WK-MY-ID
                   MOVE U-NAME TO WK-MY-NAME
                   MOVE U-DEPT TO WK-MY-DEPT
                   MOVE U-PWD-SET-DATE TO WK-MY-PWD-SET
                   MOVE U-MUST-CHANGE TO WK-MY-MUST-CHG
                   MOVE U-ACCT-TYPE TO WK-MY-TYPE
           END-READ
           CLOSE FD-USER.
       PROC-FIND-ME-END.
           EXIT.

      *> -----------------------------------
      *> BUILDS THE WHOLE STATEMENT INTO WK-LN-TAB.
       PROC-BUILD.
           MOVE ZEROS TO WK-LN-NUM
           OPEN INPUT FD-USER
           OPEN INPUT FD-PRF
           MOVE SPACES TO WK-LINE
           MOVE WK-HOJE TO WK-DT-IN
           PERFORM PROC-FMT-DATE THRU PROC-FMT-DATE-END
           STRING "USER " WK-MENU-USER(1:10) " " WK-MY-NAME
                  " DEPT " WK-MY-DEPT "  AS OF " WK-DT-OUT
               DELIMITED BY SIZE INTO WK-LINE
           END-STRING
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           PERFORM PROC-BUILD-PASSWORD THRU PROC-BUILD-PASSWORD-END
           PERFORM PROC-BUILD-PROFILES THRU PROC-BUILD-PROFILES-END
           PERFORM PROC-BUILD-DELEG THRU PROC-BUILD-DELEG-END
           PERFORM PROC-BUILD-PENDING THRU PROC-BUILD-PENDING-END
           PERFORM PROC-BUILD-CERT THRU PROC-BUILD-CERT-END
           CLOSE FD-USER FD-PRF.
       PROC-BUILD-END.
           EXIT.

      *> -----------------------------------
      *> EXPIRY = DATE LAST SET + PWDMAXAGE (SYSPARM), THE
      *> PASSWORD_MAX_AGE OVERRIDE WINNING AS IT DOES AT SIGN-ON.
       PROC-BUILD-PASSWORD.
           MOVE "PASSWORD" TO WK-LINE
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           MOVE "PWDMAXAGE" TO WK-GP-KEY
           MOVE WK-PWD-MAX-AGE TO WK-GP-DEFAULT
           CALL "getparm" USING WK-GP-PARM END-CALL
           MOVE WK-GP-VALUE TO WK-PWD-MAX-AGE
           MOVE SPACES TO WK-ENV-PWD-AGE
           ACCEPT WK-ENV-PWD-AGE FROM ENVIRONMENT "PASSWORD_MAX_AGE"
           IF WK-ENV-PWD-AGE NOT = SPACES
              AND FUNCTION NUMVAL(WK-ENV-PWD-AGE) > 0
               COMPUTE WK-PWD-MAX-AGE = FUNCTION NUMVAL(WK-ENV-PWD-AGE)
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WK-MY-TYPE = "S"
                   MOVE "  SERVICE ACCOUNT - NOT SUBJECT TO PASSWORD ROTATION"
                       TO WK-LINE
               WHEN WK-MY-MUST-CHG = "Y"
                   MOVE "  A NEW PASSWORD MUST BE SET AT THE NEXT SIGN-ON"
                       TO WK-LINE
               WHEN WK-MY-PWD-SET = ZEROS
                   OR FUNCTION TEST-DATE-YYYYMMDD(WK-MY-PWD-SET) NOT = 0
                   MOVE "  DATE LAST SET NOT RECORDED - AGING STARTS AT THE NEXT SIGN-ON"
                       TO WK-LINE
               WHEN OTHER
                   COMPUTE WK-PWD-EXPIRY = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WK-MY-PWD-SET)
                           + WK-PWD-MAX-AGE)
                   COMPUTE WK-DAYS = FUNCTION INTEGER-OF-DATE(WK-PWD-EXPIRY)
                                   - FUNCTION INTEGER-OF-DATE(WK-HOJE)
                   MOVE WK-MY-PWD-SET TO WK-DT-IN
                   PERFORM PROC-FMT-DATE THRU PROC-FMT-DATE-END
                   MOVE WK-DT-OUT TO WK-DT-FROM
                   MOVE WK-PWD-EXPIRY TO WK-DT-IN
                   PERFORM PROC-FMT-DATE THRU PROC-FMT-DATE-END
                   MOVE WK-DAYS TO WK-DAYS-ED
                   IF WK-DAYS < 0
                       STRING "  SET " WK-DT-FROM "  EXPIRED " WK-DT-OUT
                              " - CHANGE IT AT THE NEXT SIGN-ON"
                           DELIMITED BY SIZE INTO WK-LINE
                       END-STRING
                   ELSE
                       STRING "  SET " WK-DT-FROM "  EXPIRES " WK-DT-OUT
                              "  (" WK-DAYS-ED " DAYS LEFT)"
                           DELIMITED BY SIZE INTO WK-LINE
                       END-STRING
                   END-IF
           END-EVALUATE
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END.
       PROC-BUILD-PASSWORD-END.
           EXIT.

      *> -----------------------------------
      *> EVERY ASSIGNMENT, IN FORCE OR NOT, WITH ITS WINDOW AND THE
      *> PARENT CHAIN IT BRINGS IN.
       PROC-BUILD-PROFILES.
           MOVE "MY PROFILES" TO WK-LINE
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           MOVE ZEROS TO WK-COUNT
           OPEN INPUT FD-PFU
           IF NOT FSP-OK
               GO PROC-BUILD-PROFILES-NONE
           END-IF
           INITIALIZE REC-PFU
           MOVE WK-MY-ID TO PFU-ID-USR
           MOVE ZEROS TO PFU-ID-PRF
           START FD-PFU
               KEY IS >= KEY1-PFU
               INVALID KEY
                   CLOSE FD-PFU
                   GO PROC-BUILD-PROFILES-NONE
           END-START.
       PROC-BUILD-PROFILES-NEXT.
           READ FD-PFU NEXT
               AT END
                   CLOSE FD-PFU
                   GO PROC-BUILD-PROFILES-NONE
           END-READ
           IF PFU-ID-USR NOT = WK-MY-ID
               CLOSE FD-PFU
               GO PROC-BUILD-PROFILES-NONE
           END-IF
           ADD 1 TO WK-COUNT
           MOVE PFU-ID-PRF TO WK-CHAIN-ID
           PERFORM PROC-PRF-NAME THRU PROC-PRF-NAME-END
           MOVE "ACTIVE" TO WK-STATE
           MOVE ZEROS TO WK-DT-IN
           IF PFU-EFF-FROM IS NUMERIC
               MOVE PFU-EFF-FROM TO WK-DT-IN
               IF PFU-EFF-FROM > 0 AND WK-HOJE < PFU-EFF-FROM
                   MOVE "FUTURE" TO WK-STATE
               END-IF
           END-IF
           PERFORM PROC-FMT-DATE THRU PROC-FMT-DATE-END
           MOVE WK-DT-OUT TO WK-DT-FROM
           MOVE ZEROS TO WK-DT-IN
           IF PFU-EFF-TO IS NUMERIC
               MOVE PFU-EFF-TO TO WK-DT-IN
               IF PFU-EFF-TO > 0 AND WK-HOJE > PFU-EFF-TO
                   MOVE "ENDED" TO WK-STATE
               END-IF
           END-IF
           PERFORM PROC-FMT-DATE THRU PROC-FMT-DATE-END
           MOVE WK-DT-OUT TO WK-DT-TO
           STRING "  " PFU-ID-PRF " " WK-PRF-NAME
                  "  FROM " WK-DT-FROM "  TO " WK-DT-TO "  " WK-STATE
               DELIMITED BY SIZE INTO WK-LINE
           END-STRING
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           *> the parents this profile inherits, nearest first
           MOVE ZEROS TO WK-HOPS
           PERFORM UNTIL WK-HOPS >= 10
               INITIALIZE REC-PRF
               MOVE WK-CHAIN-ID TO PRF-ID
               READ FD-PRF
                   INVALID KEY
                       MOVE 10 TO WK-HOPS
                   NOT INVALID KEY
                       IF PRF-PARENT-ID IS NUMERIC AND PRF-PARENT-ID > 0
                          AND PRF-PARENT-ID NOT = PFU-ID-PRF
                           MOVE PRF-PARENT-ID TO WK-CHAIN-ID
                           PERFORM PROC-PRF-NAME THRU PROC-PRF-NAME-END
                           STRING "        INHERITS " WK-CHAIN-ID " "
                                  WK-PRF-NAME
                               DELIMITED BY SIZE INTO WK-LINE
                           END-STRING
                           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
                           ADD 1 TO WK-HOPS
                       ELSE
                           MOVE 10 TO WK-HOPS
                       END-IF
               END-READ
           END-PERFORM
           GO PROC-BUILD-PROFILES-NEXT.
       PROC-BUILD-PROFILES-NONE.
           IF WK-COUNT = ZEROS
               MOVE "  NO PROFILE ASSIGNED" TO WK-LINE
               PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           END-IF
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END.
       PROC-BUILD-PROFILES-END.
           EXIT.

      *> -----------------------------------
      *> DELEGATIONS GIVEN (THIS USER IS DLG-FROM-USR) AND RECEIVED
      *> (DLG-TO-USR), WITH THEIR WINDOW.
       PROC-BUILD-DELEG.
           MOVE "DELEGATIONS" TO WK-LINE
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           MOVE ZEROS TO WK-COUNT
           OPEN INPUT FD-DLG
           IF NOT FSD-OK
               GO PROC-BUILD-DELEG-NONE
           END-IF
           INITIALIZE REC-DLG
           MOVE ZEROS TO DLG-FROM-USR DLG-TO-USR
           START FD-DLG
               KEY IS >= KEY1-DLG
               INVALID KEY
                   CLOSE FD-DLG
                   GO PROC-BUILD-DELEG-NONE
           END-START.
       PROC-BUILD-DELEG-NEXT.
           READ FD-DLG NEXT
               AT END
                   CLOSE FD-DLG
                   GO PROC-BUILD-DELEG-NONE
           END-READ
           IF DLG-FROM-USR NOT = WK-MY-ID AND DLG-TO-USR NOT = WK-MY-ID
               GO PROC-BUILD-DELEG-NEXT
           END-IF
           ADD 1 TO WK-COUNT
           MOVE "OPEN" TO WK-STATE
           IF DLG-EFF-FROM > 0 AND WK-HOJE < DLG-EFF-FROM
               MOVE "FUTURE" TO WK-STATE
           END-IF
           IF DLG-EFF-TO > 0 AND WK-HOJE > DLG-EFF-TO
               MOVE "ENDED" TO WK-STATE
           END-IF
           MOVE DLG-EFF-FROM TO WK-DT-IN
           PERFORM PROC-FMT-DATE THRU PROC-FMT-DATE-END
           MOVE WK-DT-OUT TO WK-DT-FROM
           MOVE DLG-EFF-TO TO WK-DT-IN
           PERFORM PROC-FMT-DATE THRU PROC-FMT-DATE-END
           MOVE WK-DT-OUT TO WK-DT-TO
           IF DLG-FROM-USR = WK-MY-ID
               MOVE DLG-TO-USR TO WK-OTHER-ID
               PERFORM PROC-OTHER-LOGIN THRU PROC-OTHER-LOGIN-END
               STRING "  GIVEN TO    " WK-OTHER-LOGIN
                      "  FROM " WK-DT-FROM "  TO " WK-DT-TO "  " WK-STATE
                   DELIMITED BY SIZE INTO WK-LINE
               END-STRING
           ELSE
               MOVE DLG-FROM-USR TO WK-OTHER-ID
               PERFORM PROC-OTHER-LOGIN THRU PROC-OTHER-LOGIN-END
               STRING "  RECEIVED FROM " WK-OTHER-LOGIN
                      "  FROM " WK-DT-FROM "  TO " WK-DT-TO "  " WK-STATE
                   DELIMITED BY SIZE INTO WK-LINE
               END-STRING
           END-IF
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           GO PROC-BUILD-DELEG-NEXT.
       PROC-BUILD-DELEG-NONE.
           IF WK-COUNT = ZEROS
               MOVE "  NONE" TO WK-LINE
               PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           END-IF
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END.
       PROC-BUILD-DELEG-END.
           EXIT.

      *> -----------------------------------
      *> QUEUE ENTRIES STILL PENDING THAT THIS USER FILED, OR THAT
      *> CHANGE THIS USER'S OWN ASSIGNMENTS, WITH THEIR AGE IN DAYS.
       PROC-BUILD-PENDING.
           MOVE "PENDING REQUESTS" TO WK-LINE
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           MOVE ZEROS TO WK-COUNT
           OPEN INPUT FD-PCH
           IF NOT FSC-OK
               GO PROC-BUILD-PENDING-NONE
           END-IF
           MOVE ZEROS TO REC-PCH
           START FD-PCH
               KEY IS >= KEY1-PCH
               INVALID KEY
                   CLOSE FD-PCH
                   GO PROC-BUILD-PENDING-NONE
           END-START.
       PROC-BUILD-PENDING-NEXT.
           READ FD-PCH NEXT
               AT END
                   CLOSE FD-PCH
                   GO PROC-BUILD-PENDING-NONE
           END-READ
           IF NOT PCH-IS-PENDING
               GO PROC-BUILD-PENDING-NEXT
           END-IF
           MOVE "N" TO WK-MINE
           MOVE ZEROS TO WK-IMG-USR WK-IMG-PRF
           IF PCH-FILE-PFU
               MOVE PCH-IMAGE(1:24) TO WK-IMG-PFU
               IF WK-IMG-USR IS NUMERIC AND WK-IMG-USR = WK-MY-ID
                   MOVE "Y" TO WK-MINE
               END-IF
           END-IF
           IF PCH-REQUESTER = WK-MENU-USER
               MOVE "Y" TO WK-MINE
           END-IF
           IF WK-MINE = "N"
               GO PROC-BUILD-PENDING-NEXT
           END-IF
           ADD 1 TO WK-COUNT
           MOVE ZEROS TO WK-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(PCH-REQ-DATE) = 0
               COMPUTE WK-DAYS = FUNCTION INTEGER-OF-DATE(WK-HOJE)
                               - FUNCTION INTEGER-OF-DATE(PCH-REQ-DATE)
           END-IF
           MOVE WK-DAYS TO WK-DAYS-ED
           MOVE PCH-REQ-DATE TO WK-DT-IN
           PERFORM PROC-FMT-DATE THRU PROC-FMT-DATE-END
           IF PCH-ACT-DELETE
               MOVE "REMOVE" TO WK-ACTION
           ELSE
               MOVE "ADD" TO WK-ACTION
           END-IF
           IF PCH-FILE-PFU AND WK-IMG-PRF IS NUMERIC
               MOVE WK-IMG-PRF TO WK-CHAIN-ID
               PERFORM PROC-PRF-NAME THRU PROC-PRF-NAME-END
               STRING "  " PCH-ID " " WK-ACTION " PROFILE " WK-IMG-PRF
                      " " WK-PRF-NAME
                      " FILED " WK-DT-OUT " AGE" WK-DAYS-ED " DAYS"
                   DELIMITED BY SIZE INTO WK-LINE
               END-STRING
           ELSE
               STRING "  " PCH-ID " " WK-ACTION " " PCH-FILE " ENTRY"
                      " FILED " WK-DT-OUT " AGE" WK-DAYS-ED " DAYS"
                   DELIMITED BY SIZE INTO WK-LINE
               END-STRING
           END-IF
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           IF PCH-REQUESTER NOT = WK-MENU-USER OR PCH-COMMENT NOT = SPACES
               STRING "         BY " PCH-REQUESTER " " PCH-COMMENT
                   DELIMITED BY SIZE INTO WK-LINE
               END-STRING
               PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           END-IF
           GO PROC-BUILD-PENDING-NEXT.
       PROC-BUILD-PENDING-NONE.
           IF WK-COUNT = ZEROS
               MOVE "  NONE" TO WK-LINE
               PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           END-IF
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END.
       PROC-BUILD-PENDING-END.
           EXIT.

      *> -----------------------------------
      *> WORKLIST ROWS ABOUT THIS USER STILL AWAITING A DECISION IN A
      *> CAMPAIGN THAT IS STILL OPEN.
       PROC-BUILD-CERT.
           MOVE "OPEN CERTIFICATION REVIEWS" TO WK-LINE
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           MOVE ZEROS TO WK-COUNT
           OPEN INPUT FD-CWK
           IF NOT FSW-OK
               GO PROC-BUILD-CERT-NONE
           END-IF
           OPEN INPUT FD-CMP
           IF NOT FSM-OK
               CLOSE FD-CWK
               GO PROC-BUILD-CERT-NONE
           END-IF
           MOVE ZEROS TO REC-CWK
           START FD-CWK
               KEY IS >= KEY1-CWK
               INVALID KEY
                   CLOSE FD-CWK FD-CMP
                   GO PROC-BUILD-CERT-NONE
           END-START.
       PROC-BUILD-CERT-NEXT.
           READ FD-CWK NEXT
               AT END
                   CLOSE FD-CWK FD-CMP
                   GO PROC-BUILD-CERT-NONE
           END-READ
           IF CWK-ID-USR NOT = WK-MY-ID OR NOT CWK-IS-PENDING
               GO PROC-BUILD-CERT-NEXT
           END-IF
           INITIALIZE REC-CMP
           MOVE CWK-CAMP TO CMP-ID
           READ FD-CMP
               INVALID KEY
                   GO PROC-BUILD-CERT-NEXT
           END-READ
           IF NOT CMP-IS-OPEN
               GO PROC-BUILD-CERT-NEXT
           END-IF
           ADD 1 TO WK-COUNT
           MOVE CWK-ID-PRF TO WK-CHAIN-ID
           PERFORM PROC-PRF-NAME THRU PROC-PRF-NAME-END
           STRING "  CAMPAIGN " CMP-ID " " CMP-NAME
                  " PROFILE " CWK-ID-PRF " " WK-PRF-NAME
               DELIMITED BY SIZE INTO WK-LINE
           END-STRING
           PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           GO PROC-BUILD-CERT-NEXT.
       PROC-BUILD-CERT-NONE.
           IF WK-COUNT = ZEROS
               MOVE "  NONE" TO WK-LINE
               PERFORM PROC-ADD-LINE THRU PROC-ADD-LINE-END
           END-IF.
       PROC-BUILD-CERT-END.
           EXIT.

      *> -----------------------------------
       PROC-ADD-LINE.
           IF WK-LN-NUM < WK-LN-MAX
               ADD 1 TO WK-LN-NUM
               MOVE WK-LINE TO WK-LN(WK-LN-NUM)
           END-IF
           MOVE SPACES TO WK-LINE.
       PROC-ADD-LINE-END.
           EXIT.

      *> -----------------------------------
      *> WK-PRF-NAME OF PROFILE WK-CHAIN-ID (FD-PRF IS OPEN).
       PROC-PRF-NAME.
           MOVE SPACES TO WK-PRF-NAME
           INITIALIZE REC-PRF
           MOVE WK-CHAIN-ID TO PRF-ID
           READ FD-PRF
               INVALID KEY
                   MOVE "(NOT IN CATALOG)" TO WK-PRF-NAME
               NOT INVALID KEY
                   MOVE PRF-NAME TO WK-PRF-NAME
           END-READ.
       PROC-PRF-NAME-END.
           EXIT.

      *> -----------------------------------
      *> WK-OTHER-LOGIN OF USER WK-OTHER-ID (FD-USER IS OPEN).
       PROC-OTHER-LOGIN.
           MOVE "(UNKNOWN)" TO WK-OTHER-LOGIN
           INITIALIZE REC-USR
           MOVE WK-OTHER-ID TO U-ID-USR
           READ FD-USER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE U-LOGIN TO WK-OTHER-LOGIN
           END-READ.
       PROC-OTHER-LOGIN-END.
           EXIT.

      *> -----------------------------------
       PROC-FMT-DATE.
           IF WK-DT-IN = ZEROS
               MOVE "OPEN" TO WK-DT-OUT
           ELSE
               MOVE SPACES TO WK-DT-OUT
               STRING WK-DT-DD "/" WK-DT-MM "/" WK-DT-CCYY
                   DELIMITED BY SIZE INTO WK-DT-OUT
               END-STRING
           END-IF.
       PROC-FMT-DATE-END.
           EXIT.

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
