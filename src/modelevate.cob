       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEVATE.
      *> -----------------------------------------------------------
      *> JUST-IN-TIME ELEVATION. A USER WHO SECURITY HAS MADE
      *> ELIGIBLE FOR A PROFILE IN ADVANCE (ELEV_ELIGIBLE.DAT,
      *> ELIGIBILITY SCREEN) SWITCHES IT ON HERE FOR A FEW HOURS,
      *> WITH A REASON - NO SECOND APPROVER. THE ACTIVATION GOES TO
      *> ELEVATION.DAT WITH ITS EXPIRY STAMP; VALIDATE_USR MERGES THE
      *> PROFILE IN WHILE IT RUNS AND MAKEMENU REFRESHES THE RUNNING
      *> SESSION WHEN IT STARTS AND WHEN IT LAPSES. THE LONGEST
      *> WINDOW IS THE LESSER OF THE PAIR'S OWN MAXIMUM AND SYSPARM
      *> ELEVMAXHOURS (DEFAULT 8). EVERY ACTIVATION AND EARLY END IS
      *> WRITTEN TO THE AUDIT TRAIL; THE DAILY ELEVATIONS REPORT
      *> CARRIES THEM TO SECURITY. THE SESSION LOGIN COMES FROM THE
      *> MENU_USER ENVIRONMENT VARIABLE MAKEMENU EXPORTS.
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
            COPY "../cpy/elev_eligible_se.cpy".
            COPY "../cpy/elevation_se.cpy".
            COPY "../cpy/audit_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/user_fd.cpy".
            COPY "../cpy/profile_fd.cpy".
            COPY "../cpy/elev_eligible_fd.cpy".
            COPY "../cpy/elevation_fd.cpy".
            COPY "../cpy/audit_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "ELEVATED ACCESS            - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-ACTIVATE VALUE IS 1.
           88 E-MINE     VALUE IS 2.
           88 E-STOP     VALUE IS 3.
           88 E-END      VALUE IS 4.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-USR                        PIC  9(002).
           88  FSU-OK                    VALUE ZEROS.
           88  FSU-NOT-EXIST             VALUE 35.
       77 ST-PRF                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-ELG                        PIC  9(002).
           88  FSG-OK                    VALUE ZEROS.
           88  FSG-NOT-EXIST             VALUE 35.
       77 ST-ELV                        PIC  9(002).
           88  FSV-OK                    VALUE ZEROS.
           88  FSV-NOT-EXIST             VALUE 35.
       77 ST-AUD                        PIC  X(002) VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-MY-ID                      PIC  9(004) VALUE ZEROS.
       77 WK-REQ-PRF                    PIC  9(004) VALUE ZEROS.
       77 WK-REQ-HOURS                  PIC  9(002) VALUE ZEROS.
       77 WK-REASON                     PIC  X(040) VALUE SPACES.
       77 WK-STOP-ID                    PIC  9(006) VALUE ZEROS.
       77 WK-LIMIT                      PIC  9(002) VALUE ZEROS.
       77 WK-ALREADY                    PIC  X(001) VALUE "N".
       77 WK-FOUND                      PIC  X(001) VALUE "N".
       77 WK-EFF-STATUS                 PIC  X(001) VALUE SPACE.
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-PRF-NAME                   PIC  X(020) VALUE SPACES.
       77 WK-PRF-OPEN                   PIC  X(001) VALUE "N".
       77 WK-AUD-ACTION                 PIC  X(015) VALUE SPACES.
       01 WK-NOW.
           05 WK-NOW-DATE               PIC  9(008) VALUE ZEROS.
           05 WK-NOW-TIME.
              10 WK-NOW-HH              PIC  9(002) VALUE ZEROS.
              10 WK-NOW-REST            PIC  9(006) VALUE ZEROS.
       77 WK-EXP-INT                    PIC  9(008) VALUE ZEROS.
       77 WK-EXP-HH                     PIC  9(004) VALUE ZEROS.
       01 WK-NID-PARM.
           05 WK-NID-ENTITY             PIC  X(010).
           05 WK-NID-VALUE              PIC  9(005).
       COPY "../cpy/getparm_ws.cpy".
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

       01 SS-ACT.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 18 COLUMN 05 VALUE "PROFILE ID TO ACTIVATE:".
               10 COLUMN PLUS 2 PIC 9(04) USING WK-REQ-PRF
                  BLANK WHEN ZEROS.
               10 LINE 19 COLUMN 05 VALUE "HOURS.................:".
               10 COLUMN PLUS 2 PIC 9(02) USING WK-REQ-HOURS
                  BLANK WHEN ZEROS.
               10 LINE 20 COLUMN 05 VALUE "REASON................:".
               10 COLUMN PLUS 2 PIC X(40) USING WK-REASON.

       01 SS-STOP.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 20 COLUMN 05 VALUE "ELEVATION ID TO END...:".
               10 COLUMN PLUS 2 PIC 9(06) USING WK-STOP-ID
                  BLANK WHEN ZEROS.

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
           PERFORM PROC-FIND-MY-ID THRU PROC-FIND-MY-ID-END
           IF WK-MY-ID = ZEROS
               MOVE "UNABLE TO RESOLVE YOUR LOGIN TO A USER RECORD" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GOBACK
           END-IF
           MOVE "ELEVMAXHOURS" TO WK-GP-KEY
           MOVE 8 TO WK-GP-DEFAULT
           CALL "getparm" USING WK-GP-PARM END-CALL
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
                   WHEN E-ACTIVATE
                       PERFORM ACTIVATE-REC THRU ACTIVATE-REC-END
                   WHEN E-MINE
                       PERFORM LIST-MINE THRU LIST-MINE-END
                   WHEN E-STOP
                       PERFORM STOP-REC THRU STOP-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-ELV.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " ACTIVATE" TO WM-ITENS(1)
           MOVE " MY ELEVATIONS" TO WM-ITENS(2)
           MOVE " END ELEVATION NOW" TO WM-ITENS(3)
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
      *> THE USER'S ELIGIBLE PROFILES STILL IN THEIR APPROVAL WINDOW,
      *> THEN PROFILE, HOURS AND REASON AT THE BOTTOM. THE ROW GOES
      *> STRAIGHT TO ELEVATION.DAT - THE APPROVAL WAS GIVEN UP FRONT.
       ACTIVATE-REC.
           MOVE "ACTIVATE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           OPEN INPUT FD-ELG
           IF NOT FSG-OK
               MOVE "YOU ARE NOT ELIGIBLE FOR ANY ELEVATION" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO ACTIVATE-REC-END
           END-IF
           OPEN INPUT FD-PRF
           MOVE "N" TO WK-PRF-OPEN
           IF FS-OK
               MOVE "Y" TO WK-PRF-OPEN
           END-IF
           INITIALIZE REC-ELG
           MOVE WK-MY-ID TO ELG-ID-USR
           MOVE ZEROS TO ELG-ID-PRF
           START FD-ELG
               KEY IS >= KEY1-ELG
           INVALID KEY
               MOVE "YOU ARE NOT ELIGIBLE FOR ANY ELEVATION" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               CLOSE FD-ELG FD-PRF
               GO ACTIVATE-REC-END
           END-START.
           DISPLAY "ID   PROFILE              MAX HOURS  ELIGIBLE UNTIL" AT LINE 06 COLUMN 05
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 10
               READ FD-ELG NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF ELG-ID-USR NOT = WK-MY-ID
                   EXIT PERFORM
               END-IF
               IF ELG-VALID-TO = ZEROS OR ELG-VALID-TO >= WK-HOJE
                   MOVE ELG-ID-PRF TO WK-REQ-PRF
                   PERFORM PROC-PRF-NAME THRU PROC-PRF-NAME-END
                   DISPLAY ELG-ID-PRF AT LINE WK-LIST-LIN COLUMN 05
                   DISPLAY WK-PRF-NAME AT LINE WK-LIST-LIN COLUMN 10
                   DISPLAY ELG-MAX-HOURS AT LINE WK-LIST-LIN COLUMN 34
                   IF ELG-VALID-TO = ZEROS
                       DISPLAY "UNTIL REVOKED" AT LINE WK-LIST-LIN COLUMN 42
                   ELSE
                       DISPLAY ELG-VALID-TO AT LINE WK-LIST-LIN COLUMN 42
                   END-IF
                   ADD 1 TO WK-LIST-LIN
                   ADD 1 TO WK-LIST-COUNT
               END-IF
           END-PERFORM
           CLOSE FD-PRF
           IF WK-LIST-COUNT = ZERO
               MOVE "YOU ARE NOT ELIGIBLE FOR ANY ELEVATION" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               CLOSE FD-ELG
               GO ACTIVATE-REC-END
           END-IF.
       ACTIVATE-REC-ASK.
           MOVE ZEROS TO WK-REQ-PRF WK-REQ-HOURS
           MOVE SPACES TO WK-REASON
           DISPLAY SS-ACT
           ACCEPT SS-ACT
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-REQ-PRF = ZEROS
               CLOSE FD-ELG
               GO ACTIVATE-REC-END
           END-IF
           INITIALIZE REC-ELG
           MOVE WK-MY-ID TO ELG-ID-USR
           MOVE WK-REQ-PRF TO ELG-ID-PRF
           READ FD-ELG
               INVALID KEY
                   MOVE "YOU ARE NOT ELIGIBLE FOR THAT PROFILE" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO ACTIVATE-REC-ASK
           END-READ
           IF ELG-VALID-TO NOT = ZEROS AND ELG-VALID-TO < WK-HOJE
               MOVE "YOUR ELIGIBILITY FOR THAT PROFILE HAS LAPSED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO ACTIVATE-REC-ASK
           END-IF
           IF WK-REASON = SPACES
               MOVE "A REASON IS REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO ACTIVATE-REC-ASK
           END-IF
           MOVE ELG-MAX-HOURS TO WK-LIMIT
           IF WK-GP-VALUE < WK-LIMIT
               MOVE WK-GP-VALUE TO WK-LIMIT
           END-IF
           IF WK-REQ-HOURS = ZEROS OR WK-REQ-HOURS > WK-LIMIT
               MOVE SPACES TO WS-MSGERROR
               STRING "HOURS MUST BE FROM 1 TO " WK-LIMIT
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
               GO ACTIVATE-REC-ASK
           END-IF
           PERFORM PROC-CHECK-LIVE THRU PROC-CHECK-LIVE-END
           IF WK-ALREADY = "Y"
               MOVE "THAT PROFILE IS ALREADY ELEVATED - END IT FIRST" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO ACTIVATE-REC-ASK
           END-IF
           CLOSE FD-ELG
           PERFORM PROC-WRITE-ELEVATION THRU PROC-WRITE-ELEVATION-END.
       ACTIVATE-REC-END.

      *> -----------------------------------
      *> THE USER'S OWN ACTIVATIONS, NEWEST LAST. THE STATUS SHOWN IS
      *> THE EFFECTIVE ONE - AN A ROW PAST ITS EXPIRY READS AS E EVEN
      *> BEFORE THE MENU HAS CLOSED IT.
       LIST-MINE.
           MOVE "MY ELEVATIONS" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           PERFORM PROC-STAMP-NOW
           INITIALIZE REC-ELV
           MOVE WK-MENU-USER(1:10) TO ELV-LOGIN
           START FD-ELV
               KEY IS = KEY2-ELV
           INVALID KEY
               MOVE "NO ELEVATIONS ON FILE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-MINE-END
           END-START.
       LIST-MINE-PAGE.
           DISPLAY "ID     PRF  S STARTED       UNTIL         REASON" AT LINE 06 COLUMN 02
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-ELV NEXT
                   AT END
                       GO LIST-MINE-EOF
               END-READ
               IF ELV-LOGIN NOT = WK-MENU-USER(1:10)
                   GO LIST-MINE-EOF
               END-IF
               PERFORM PROC-EFF-STATUS
               DISPLAY ELV-ID AT LINE WK-LIST-LIN COLUMN 02
               DISPLAY ELV-ID-PRF AT LINE WK-LIST-LIN COLUMN 09
               DISPLAY WK-EFF-STATUS AT LINE WK-LIST-LIN COLUMN 14
               DISPLAY ELV-START-DATE AT LINE WK-LIST-LIN COLUMN 16
               DISPLAY ELV-START-TIME(1:4) AT LINE WK-LIST-LIN COLUMN 25
               IF ELV-IS-ENDED
                   DISPLAY ELV-END-DATE AT LINE WK-LIST-LIN COLUMN 30
                   DISPLAY ELV-END-TIME(1:4) AT LINE WK-LIST-LIN COLUMN 39
               ELSE
                   DISPLAY ELV-EXPIRE-DATE AT LINE WK-LIST-LIN COLUMN 30
                   DISPLAY ELV-EXPIRE-TIME(1:4) AT LINE WK-LIST-LIN COLUMN 39
               END-IF
               DISPLAY ELV-REASON(1:35) AT LINE WK-LIST-LIN COLUMN 44
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-MINE-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-MINE-PAGE.
       LIST-MINE-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-MINE-END.

      *> -----------------------------------
      *> HANDS AN ELEVATION BACK BEFORE ITS HOURS ARE UP - STATUS R
      *> WITH THE END STAMP. THE MENU DROPS THE PROFILE ON RETURN.
       STOP-REC.
           MOVE "END ELEVATION NOW" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE ZEROS TO WK-STOP-ID
           DISPLAY SS-STOP
           ACCEPT SS-STOP
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-STOP-ID = ZEROS
               GO STOP-REC-END
           END-IF
           INITIALIZE REC-ELV
           MOVE WK-STOP-ID TO ELV-ID
           READ FD-ELV
               INVALID KEY
                   MOVE "ELEVATION NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO STOP-REC-END
           END-READ
           IF ELV-LOGIN NOT = WK-MENU-USER(1:10)
               MOVE "THAT ELEVATION IS NOT YOURS" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO STOP-REC-END
           END-IF
           PERFORM PROC-STAMP-NOW
           PERFORM PROC-EFF-STATUS
           IF WK-EFF-STATUS NOT = "A"
               MOVE "THAT ELEVATION IS NO LONGER ACTIVE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO STOP-REC-END
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS ENDING THIS ELEVATION NOW (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO STOP-REC-END
           END-IF
           MOVE "R" TO ELV-STATUS
           MOVE WK-NOW-DATE TO ELV-END-DATE
           MOVE WK-NOW-TIME TO ELV-END-TIME
           REWRITE REC-ELV
               INVALID KEY
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO STOP-REC-END
           END-REWRITE
           MOVE SPACES TO WK-AUD-ACTION
           STRING "OFF PRF " ELV-ID-PRF
               DELIMITED BY SIZE INTO WK-AUD-ACTION
           END-STRING
           PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
           MOVE "ELEVATION ENDED - YOUR MENU REFRESHES ON RETURN" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       STOP-REC-END.

      *> -----------------------------------
      *> RESOLVES THE SESSION LOGIN TO ITS U-ID-USR - ELIGIBILITY IS
      *> KEYED ON THE USER ID.
       PROC-FIND-MY-ID.
           MOVE ZEROS TO WK-MY-ID
           OPEN INPUT FD-USER
           IF NOT FSU-OK
               GO PROC-FIND-MY-ID-END
           END-IF
           INITIALIZE REC-USR
           MOVE WK-MENU-USER(1:10) TO U-LOGIN
           READ FD-USER
               KEY IS KEY2-USR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE U-ID-USR TO WK-MY-ID
           END-READ
           CLOSE FD-USER.
       PROC-FIND-MY-ID-END.
           EXIT.

      *> -----------------------------------
      *> PROFILE NAME FOR THE LIST (FD-PRF ALREADY OPEN).
       PROC-PRF-NAME.
           MOVE "** NOT IN CATALOG **" TO WK-PRF-NAME
           IF WK-PRF-OPEN NOT = "Y"
               GO PROC-PRF-NAME-END
           END-IF
           INITIALIZE REC-PRF
           MOVE WK-REQ-PRF TO PRF-ID
           READ FD-PRF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRF-NAME TO WK-PRF-NAME
           END-READ.
       PROC-PRF-NAME-END.
           EXIT.

      *> -----------------------------------
      *> IS THIS PROFILE ALREADY ELEVATED AND STILL RUNNING FOR ME?
       PROC-CHECK-LIVE.
           MOVE "N" TO WK-ALREADY
           PERFORM PROC-STAMP-NOW
           INITIALIZE REC-ELV
           MOVE WK-MENU-USER(1:10) TO ELV-LOGIN
           MOVE "F" TO WK-FOUND
           START FD-ELV
               KEY IS = KEY2-ELV
               INVALID KEY
                   GO PROC-CHECK-LIVE-END
           END-START
           PERFORM UNTIL WK-FOUND = "T"
               READ FD-ELV NEXT
                   AT END
                       MOVE "T" TO WK-FOUND
                   NOT AT END
                       IF ELV-LOGIN NOT = WK-MENU-USER(1:10)
                           MOVE "T" TO WK-FOUND
                       ELSE
                           PERFORM PROC-EFF-STATUS
                           IF ELV-ID-PRF = WK-REQ-PRF AND WK-EFF-STATUS = "A"
                               MOVE "Y" TO WK-ALREADY
                               MOVE "T" TO WK-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       PROC-CHECK-LIVE-END.
           EXIT.

      *> -----------------------------------
      *> EXPIRY = NOW + HOURS, ROLLING THE DATE OVER MIDNIGHT AS THE
      *> BREAK-GLASS WINDOW DOES (AT MOST 24 HOURS, SO ONE DAY).
       PROC-WRITE-ELEVATION.
           PERFORM PROC-STAMP-NOW
           MOVE "ELEVATION" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           INITIALIZE REC-ELV
           MOVE WK-NID-VALUE TO ELV-ID
           MOVE WK-MENU-USER(1:10) TO ELV-LOGIN
           MOVE WK-MY-ID TO ELV-ID-USR
           MOVE WK-REQ-PRF TO ELV-ID-PRF
           MOVE WK-REASON TO ELV-REASON
           MOVE WK-REQ-HOURS TO ELV-HOURS
           MOVE WK-NOW-DATE TO ELV-START-DATE
           MOVE WK-NOW-TIME TO ELV-START-TIME
           COMPUTE WK-EXP-HH = WK-NOW-HH + WK-REQ-HOURS END-COMPUTE
           IF WK-EXP-HH > 23
               COMPUTE WK-EXP-HH = WK-EXP-HH - 24 END-COMPUTE
               COMPUTE WK-EXP-INT =
                   FUNCTION INTEGER-OF-DATE(WK-NOW-DATE) + 1 END-COMPUTE
               MOVE FUNCTION DATE-OF-INTEGER(WK-EXP-INT) TO ELV-EXPIRE-DATE
           ELSE
               MOVE WK-NOW-DATE TO ELV-EXPIRE-DATE
           END-IF
           MOVE WK-NOW-TIME TO ELV-EXPIRE-TIME
           MOVE WK-EXP-HH(3:2) TO ELV-EXPIRE-TIME(1:2)
           MOVE "A" TO ELV-STATUS
           MOVE ZEROS TO ELV-END-DATE ELV-END-TIME
           WRITE REC-ELV
               INVALID KEY
                   MOVE "ERROR RECORDING THE ELEVATION" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO PROC-WRITE-ELEVATION-END
           END-WRITE
           MOVE SPACES TO WK-AUD-ACTION
           STRING "ON PRF " ELV-ID-PRF " " ELV-HOURS "H"
               DELIMITED BY SIZE INTO WK-AUD-ACTION
           END-STRING
           PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
           MOVE SPACES TO WS-MSGERROR
           STRING "ELEVATION " ELV-ID " ACTIVE UNTIL " ELV-EXPIRE-DATE
                  " " ELV-EXPIRE-TIME(1:4)
                  " - YOUR MENU REFRESHES ON RETURN"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
       PROC-WRITE-ELEVATION-END.
           EXIT.

      *> -----------------------------------
      *> THE STATUS AS VALIDATE_USR WOULD SEE IT: AN A ROW WHOSE
      *> EXPIRY STAMP HAS PASSED COUNTS AS EXPIRED.
       PROC-EFF-STATUS.
           MOVE ELV-STATUS TO WK-EFF-STATUS
           IF ELV-IS-ACTIVE AND WK-NOW NOT < ELV-EXPIRE
               MOVE "E" TO WK-EFF-STATUS
           END-IF.
       PROC-EFF-STATUS-END.

       PROC-STAMP-NOW.
           ACCEPT WK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WK-NOW-TIME FROM TIME.
       PROC-STAMP-NOW-END.

      *> -----------------------------------
      *> ONE AUDIT TRAIL LINE PER ACTIVATION OR EARLY END, UNDER THE
      *> USER'S OWN LOGIN.
       PROC-LOG-AUDIT.
           INITIALIZE REC-AUDIT
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE WK-MENU-USER TO AUD-USER
           MOVE "SECURITY" TO AUD-MODULE
           MOVE "ELEVATE" TO AUD-MENU-NAME
           MOVE WK-AUD-ACTION TO AUD-MENU-ACTION
           OPEN EXTEND FILE_AUDIT
           IF ST-AUD = "35"
               OPEN OUTPUT FILE_AUDIT
           END-IF
           WRITE REC-AUDIT
           CLOSE FILE_AUDIT.
       PROC-LOG-AUDIT-END.
           EXIT.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
           OPEN I-O FD-ELV
           IF FSV-NOT-EXIST THEN
               OPEN OUTPUT FD-ELV
               CLOSE FD-ELV
               OPEN I-O FD-ELV
           END-IF.

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
