       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELPDESK.
      *> -----------------------------------------------------------
      *> SERVICE-DESK CASE FILE. THE AGENT OPENS A CASE FOR A CALLER:
      *> THE ACCOUNT CALLED ABOUT, WHO IS ON THE LINE, WHY THEY CALLED
      *> AND HOW THEIR IDENTITY WAS VERIFIED. THE ACCOUNT ACTIONS THE
      *> DESK DOES ALL DAY - UNLOCK, FAILED-ATTEMPT RESET, ONE-TIME
      *> PASSWORD - ARE TAKEN FROM INSIDE THE CASE, ARE REFUSED WHILE
      *> THE CALLER IS NOT VERIFIED, AND WRITE THEIR CHANGE_JOURNAL
      *> LINE WITH THE CASE NUMBER ("HD" + NUMBER) AS THE TICKET, SO
      *> EVERY USER.DAT CHANGE MADE BY THE DESK LEADS BACK TO A CALL.
      *> AN ACCOUNT UNDER INCIDENT CONTAINMENT IS NOT TOUCHED. THE
      *> WEEKLY FIGURES ARE report/rpt_helpdesk_cases.
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
            COPY "../cpy/helpdesk_case_se.cpy".
            COPY "../cpy/user_se.cpy".
            COPY "../cpy/change_journal_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/helpdesk_case_fd.cpy".
            COPY "../cpy/user_fd.cpy".
            COPY "../cpy/change_journal_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "SERVICE DESK CASES         - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-OPEN     VALUE IS 1.
           88 E-WORK     VALUE IS 2.
           88 E-LIST     VALUE IS 3.
           88 E-END      VALUE IS 4.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s" "Y" "y".
       77 ST-HDC                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-USR                        PIC  9(002).
           88  FSU-OK                    VALUE ZEROS.
       77 ST-CHJ                        PIC  X(002) VALUE ZEROS.
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-AGORA                      PIC  9(008) VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-ACTION                     PIC  X(001) VALUE SPACE.
       77 WK-ACTION-OK                  PIC  X(001) VALUE "N".
       77 WK-TICKET                     PIC  X(012) VALUE SPACES.
       77 WK-ACT-LIST                   PIC  X(015) VALUE SPACES.
       77 WK-ACT-IDX                    PIC  9(002) VALUE ZEROS.
       77 WK-ACCT-STATE                 PIC  X(030) VALUE SPACES.
       77 WK-LIST-STATE                 PIC  X(006) VALUE SPACES.
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
       01 WK-NID-PARM.
           05 WK-NID-ENTITY PIC X(10).
           05 WK-NID-VALUE  PIC 9(05).

       *> Change journal of the USER.DAT actions ------------------------
       77 WK-CHJ-IMG    PIC X(120) VALUE SPACES.
       77 WK-CHJ-BEFORE PIC X(167) VALUE SPACES.

       *> One-time password, as the USERS screen builds it --------------
       77 WK-OTP           PIC X(08) VALUE SPACES.
       77 WK-OTP-IDX       PIC 9(02) VALUE ZEROS.
       77 WK-OTP-PICK      PIC 9(02) VALUE ZEROS.
       77 WK-OTP-SEED      PIC 9(09) VALUE ZEROS.
       77 WK-OTP-LETTERS   PIC X(24) VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ".
       77 WK-OTP-DIGITS    PIC X(08) VALUE "23456789".
       COPY "../cpy/pwhash_ws.cpy".

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
               10 LINE 06 COLUMN 10 VALUE "CASE NUMBER............:".
               10 COLUMN PLUS 2 PIC 9(06) USING HDC-ID
                  BLANK WHEN ZEROS.
           05 SS-CALL FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "ACCOUNT (LOGIN)........:".
               10 COLUMN PLUS 2 PIC X(10) USING HDC-LOGIN.
               10 LINE 09 COLUMN 10 VALUE "CALLER (NAME / PHONE)..:".
               10 COLUMN PLUS 2 PIC X(30) USING HDC-CALLER.
               10 LINE 10 COLUMN 10 VALUE "REASON.................:".
               10 COLUMN PLUS 2 PIC X(01) USING HDC-REASON.
               10 COLUMN PLUS 3
                  VALUE "P=PASSWORD L=LOCKED OUT A=ACCESS O=OTHER".
               10 LINE 11 COLUMN 10 VALUE "IDENTITY VERIFIED BY...:".
               10 COLUMN PLUS 2 PIC X(01) USING HDC-VERIFY.
               10 LINE 12 COLUMN 12 VALUE
                  "C=CALL-BACK ON FILE M=MANAGER Q=QUESTIONS I=IN PERSON N=NOT".
               10 LINE 13 COLUMN 10 VALUE "NOTE...................:".
               10 COLUMN PLUS 2 PIC X(40) USING HDC-NOTE.
           05 SS-STAMP FOREGROUND-COLOR 2.
               10 LINE 15 COLUMN 10 VALUE "OPENED BY..............:".
               10 COLUMN PLUS 2 PIC X(20) FROM HDC-AGENT.
               10 COLUMN PLUS 2 PIC 9(08) FROM HDC-OPEN-DATE
                  BLANK WHEN ZEROS.
               10 LINE 16 COLUMN 10 VALUE "ACCOUNT NOW............:".
               10 COLUMN PLUS 2 PIC X(30) FROM WK-ACCT-STATE.
               10 LINE 17 COLUMN 10 VALUE "ACTIONS TAKEN..........:".
               10 COLUMN PLUS 2 PIC X(15) FROM WK-ACT-LIST.
           05 SS-CLOSE FOREGROUND-COLOR 2.
               10 LINE 18 COLUMN 10 VALUE "RESOLUTION.............:".
               10 COLUMN PLUS 2 PIC X(40) USING HDC-RESOLUTION.

       01 SS-ACTION.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 20 COLUMN 05 VALUE
                  "U=UNLOCK A=RESET ATTEMPTS O=ONE-TIME PASSWORD C=CLOSE ESC=LEAVE:".
               10 COLUMN PLUS 2 PIC X(01) USING WK-ACTION.

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
                   WHEN E-OPEN
                       PERFORM OPEN-CASE THRU OPEN-CASE-END
                   WHEN E-WORK
                       PERFORM WORK-CASE THRU WORK-CASE-END
                   WHEN E-LIST
                       PERFORM LIST-CASES THRU LIST-CASES-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-HDC.
           CLOSE FD-USER.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " OPEN CASE" TO WM-ITENS(1)
           MOVE " WORK A CASE" TO WM-ITENS(2)
           MOVE " LIST" TO WM-ITENS(3)
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
      *> A NEW CALL. THE ACCOUNT MUST BE ON USER.DAT AND NOT THE
      *> AGENT'S OWN; REASON AND VERIFICATION COME FROM THE LISTS.
      *> THE CASE GOES STRAIGHT ON TO ITS ACTIONS.
       OPEN-CASE.
           MOVE "OPEN CASE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
       OPEN-CASE-LOOP.
           INITIALIZE REC-HDC.
           DISPLAY SS-CALL.
           ACCEPT SS-CALL.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO OPEN-CASE-END
           END-IF
           MOVE FUNCTION UPPER-CASE(HDC-REASON) TO HDC-REASON
           MOVE FUNCTION UPPER-CASE(HDC-VERIFY) TO HDC-VERIFY
           IF HDC-LOGIN = SPACES OR HDC-CALLER = SPACES
               MOVE "ACCOUNT AND CALLER ARE REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO OPEN-CASE-LOOP
           END-IF
           IF NOT HDC-REASON-OK
               MOVE "REASON MUST BE P, L, A OR O" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO OPEN-CASE-LOOP
           END-IF
           IF NOT HDC-VERIFY-OK
               MOVE "VERIFICATION MUST BE C, M, Q, I OR N" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO OPEN-CASE-LOOP
           END-IF
           IF WK-MENU-USER = HDC-LOGIN
               MOVE "YOU CANNOT WORK A CASE ON YOUR OWN ACCOUNT" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO OPEN-CASE-LOOP
           END-IF
           MOVE HDC-LOGIN TO U-LOGIN
           READ FD-USER
               KEY IS KEY2-USR
               INVALID KEY
                   MOVE "LOGIN NOT FOUND ON USER.DAT" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO OPEN-CASE-LOOP
           END-READ
           MOVE "HDCASE" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           MOVE WK-NID-VALUE TO HDC-ID
           MOVE U-ID-USR TO HDC-ID-USR
           MOVE U-DEPT TO HDC-DEPT
           MOVE WK-MENU-USER TO HDC-AGENT
           ACCEPT HDC-OPEN-DATE FROM DATE YYYYMMDD
           ACCEPT HDC-OPEN-TIME FROM TIME
           MOVE "O" TO HDC-STATE
           MOVE ZEROS TO HDC-CLOSE-DATE HDC-CLOSE-TIME HDC-N-ACTIONS
           MOVE SPACES TO HDC-RESOLUTION
           WRITE REC-HDC
               INVALID KEY
                   MOVE "CASE NUMBER ALREADY IN USE" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO OPEN-CASE-LOOP
           END-WRITE
           PERFORM CASE-ACTIONS THRU CASE-ACTIONS-END.
       OPEN-CASE-END.

      *> -----------------------------------
      *> BACK TO AN OPEN CASE - A CALL-BACK, OR THE NEXT STEP OF THE
      *> SAME CALL.
       WORK-CASE.
           MOVE "WORK A CASE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-HDC.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC OR HDC-ID = ZEROS
               GO WORK-CASE-END
           END-IF
           READ FD-HDC
               INVALID KEY
                   MOVE "CASE NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO WORK-CASE-END
           END-READ
           IF HDC-IS-CLOSED
               PERFORM PROC-CASE-STATE THRU PROC-CASE-STATE-END
               DISPLAY SS-SCR-RECORD
               MOVE "THIS CASE IS CLOSED - OPEN A NEW ONE FOR A NEW CALL" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO WORK-CASE-END
           END-IF
           PERFORM CASE-ACTIONS THRU CASE-ACTIONS-END.
       WORK-CASE-END.

      *> -----------------------------------
      *> THE CASE ON SCREEN AND ITS ACTIONS, ONE AFTER ANOTHER, UNTIL
      *> THE AGENT LEAVES OR CLOSES IT. ACCOUNT ACTIONS NEED A
      *> VERIFIED CALLER; A CASE CARRIES AT MOST FIVE OF THEM.
       CASE-ACTIONS.
           MOVE "CASE" TO WS-OP.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           PERFORM PROC-CASE-STATE THRU PROC-CASE-STATE-END
           DISPLAY SS-CHAVE.
           DISPLAY SS-CALL.
           DISPLAY SS-STAMP.
           MOVE SPACE TO WK-ACTION
           DISPLAY SS-ACTION
           ACCEPT SS-ACTION
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CASE-ACTIONS-END
           END-IF
           MOVE FUNCTION UPPER-CASE(WK-ACTION) TO WK-ACTION
           EVALUATE WK-ACTION
               WHEN "U"
               WHEN "A"
               WHEN "O"
                   IF NOT HDC-VERIFIED
                       MOVE "CALLER NOT VERIFIED - NO ACCOUNT ACTION FROM THIS CASE" TO WS-MSGERROR
                       PERFORM PROC-SHOW-ERROS
                   ELSE
                       IF HDC-N-ACTIONS NOT < 5
                           MOVE "FIVE ACTIONS ON THIS CASE ALREADY - OPEN A NEW CASE" TO WS-MSGERROR
                           PERFORM PROC-SHOW-ERROS
                       ELSE
                           PERFORM PROC-USER-ACTION THRU PROC-USER-ACTION-END
                       END-IF
                   END-IF
               WHEN "C"
                   PERFORM CLOSE-CASE THRU CLOSE-CASE-END
                   IF HDC-IS-CLOSED
                       GO CASE-ACTIONS-END
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE U, A, O OR C" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
           END-EVALUATE
           GO CASE-ACTIONS.
       CASE-ACTIONS-END.

      *> -----------------------------------
      *> CLOSE WITH THE RESOLUTION. THE CASE STAYS ON FILE FOR THE
      *> WEEKLY REPORT AND THE JOURNAL TRAIL.
       CLOSE-CASE.
           MOVE SPACES TO HDC-RESOLUTION
           DISPLAY SS-CLOSE
           ACCEPT SS-CLOSE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CLOSE-CASE-END
           END-IF
           IF HDC-RESOLUTION = SPACES
               MOVE "THE RESOLUTION IS REQUIRED TO CLOSE THE CASE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO CLOSE-CASE-END
           END-IF
           MOVE "C" TO HDC-STATE
           ACCEPT HDC-CLOSE-DATE FROM DATE YYYYMMDD
           ACCEPT HDC-CLOSE-TIME FROM TIME
           REWRITE REC-HDC
               INVALID KEY
                   MOVE "O" TO HDC-STATE
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO CLOSE-CASE-END
           END-REWRITE
           MOVE SPACES TO WS-MSGERROR
           STRING "CASE " HDC-ID " CLOSED"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
       CLOSE-CASE-END.
           EXIT.

      *> -----------------------------------
      *> SCROLLABLE LIST OF THE CASES, OLDEST FIRST.
       LIST-CASES.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE ZEROS TO KEY1-HDC
           START FD-HDC
               KEY IS >= KEY1-HDC
           INVALID KEY
               MOVE "NO CASES REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-CASES-END
           END-START.
       LIST-CASES-PAGE.
           DISPLAY "CASE   OPENED   LOGIN      R V AGENT      STATE  ACTIONS  CALLER" AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-HDC NEXT
                   AT END
                       GO LIST-CASES-EOF
               END-READ
               IF HDC-IS-CLOSED
                   MOVE "CLOSED" TO WK-LIST-STATE
               ELSE
                   MOVE "OPEN" TO WK-LIST-STATE
               END-IF
               PERFORM PROC-ACT-LIST THRU PROC-ACT-LIST-END
               DISPLAY HDC-ID AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY HDC-OPEN-DATE AT LINE WK-LIST-LIN COLUMN 10
               DISPLAY HDC-LOGIN AT LINE WK-LIST-LIN COLUMN 19
               DISPLAY HDC-REASON AT LINE WK-LIST-LIN COLUMN 30
               DISPLAY HDC-VERIFY AT LINE WK-LIST-LIN COLUMN 32
               DISPLAY HDC-AGENT(1:10) AT LINE WK-LIST-LIN COLUMN 34
               DISPLAY WK-LIST-STATE AT LINE WK-LIST-LIN COLUMN 45
               DISPLAY WK-ACT-LIST(1:8) AT LINE WK-LIST-LIN COLUMN 52
               DISPLAY HDC-CALLER(1:19) AT LINE WK-LIST-LIN COLUMN 61
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-CASES-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-CASES-PAGE.
       LIST-CASES-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-CASES-END.

      *> -----------------------------------
      *> ONE ACCOUNT ACTION UNDER THE CASE. THE CONTAINMENT GATE
      *> FIRST, THEN THE ACCOUNT IS RE-READ FOR UPDATE AND CHECKED
      *> FOR THE ACTION TO MAKE SENSE; THE REWRITE IS JOURNALLED WITH
      *> THE CASE AS THE TICKET AND THE ACTION ADDED TO THE CASE.
      *> THE ONE-TIME PASSWORD IS SHOWN ONCE, AS ON THE USERS SCREEN,
      *> AND ALSO UNLOCKS; SERVICE ACCOUNTS ARE RESET BY THEIR OWNER.
       PROC-USER-ACTION.
           MOVE "N" TO WK-ACTION-OK
           MOVE HDC-LOGIN TO WK-CT-LOGIN
           CALL "chkcontain" USING WK-CT-PARM END-CALL
           IF WK-CT-HELD = "Y"
               MOVE SPACES TO WS-MSGERROR
               STRING "UNDER INCIDENT CONTAINMENT "
                      FUNCTION TRIM(WK-CT-INCIDENT)
                      " - SECURITY MUST RELEASE IT FIRST"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
               GO PROC-USER-ACTION-END
           END-IF
           CLOSE FD-USER
           OPEN I-O FD-USER
           MOVE HDC-ID-USR TO U-ID-USR
           MOVE HDC-LOGIN TO U-LOGIN
           READ FD-USER
               INVALID KEY
                   MOVE "ACCOUNT NO LONGER ON USER.DAT" TO WS-MSGERROR
                   GO PROC-USER-ACTION-EXIT
           END-READ
           IF U-INACTIVE
               MOVE "ACCOUNT IS INACTIVE - REACTIVATION IS NOT A DESK ACTION" TO WS-MSGERROR
               GO PROC-USER-ACTION-EXIT
           END-IF
           EVALUATE WK-ACTION
               WHEN "U"
                   IF NOT U-IS-LOCKED
                       MOVE "THE ACCOUNT IS NOT LOCKED" TO WS-MSGERROR
                       GO PROC-USER-ACTION-EXIT
                   END-IF
               WHEN "A"
                   IF U-FAILED-ATTEMPTS = ZEROS
                       MOVE "NO FAILED ATTEMPTS TO RESET" TO WS-MSGERROR
                       GO PROC-USER-ACTION-EXIT
                   END-IF
               WHEN "O"
                   IF U-SERVICE-ACCT
                       MOVE "SERVICE ACCOUNT - ITS OWNER RESETS IT ON THE USERS SCREEN" TO WS-MSGERROR
                       GO PROC-USER-ACTION-EXIT
                   END-IF
           END-EVALUATE
           MOVE "N" TO WS-ERRO
           MOVE SPACES TO WS-MSGERROR
           EVALUATE WK-ACTION
               WHEN "U"
                   STRING "UNLOCK " FUNCTION TRIM(U-LOGIN) " (Y/N)?"
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
               WHEN "A"
                   STRING "RESET THE FAILED ATTEMPTS OF " FUNCTION TRIM(U-LOGIN)
                          " (Y/N)?"
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
               WHEN "O"
                   STRING "ISSUE A ONE-TIME PASSWORD TO " FUNCTION TRIM(U-LOGIN)
                          " (Y/N)?"
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
           END-EVALUATE
           ACCEPT SS-ERRO
           IF NOT E-SIM
               MOVE SPACES TO WS-MSGERROR
               GO PROC-USER-ACTION-EXIT
           END-IF
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-AGORA FROM TIME
           PERFORM PROC-MASK-USR-IMAGE THRU PROC-MASK-USR-IMAGE-END
           MOVE SPACES TO WK-CHJ-BEFORE
           MOVE WK-CHJ-IMG TO WK-CHJ-BEFORE
           EVALUATE WK-ACTION
               WHEN "U"
                   MOVE "N" TO U-LOCKED
                   MOVE ZEROS TO U-FAILED-ATTEMPTS
               WHEN "A"
                   MOVE ZEROS TO U-FAILED-ATTEMPTS
               WHEN "O"
                   PERFORM PROC-GEN-OTP THRU PROC-GEN-OTP-END
                   MOVE WK-OTP TO WK-PWH-CLEAR
                   CALL "pwhash" USING WK-PWH-PARM END-CALL
                   MOVE WK-PWH-HASH TO U-PASSWD
                   MOVE "Y" TO U-MUST-CHANGE
                   MOVE "N" TO U-LOCKED
                   MOVE ZEROS TO U-FAILED-ATTEMPTS
                   MOVE WK-HOJE TO U-PWD-SET-DATE
           END-EVALUATE
           MOVE WK-HOJE TO U-UPD-DATE
           MOVE WK-AGORA TO U-UPD-TIME
           REWRITE REC-USR
               INVALID KEY
                   MOVE "ERROR ON REWRITE OF THE USER - NOTHING CHANGED" TO WS-MSGERROR
                   GO PROC-USER-ACTION-EXIT
           END-REWRITE
           MOVE "Y" TO WK-ACTION-OK
           PERFORM PROC-MASK-USR-IMAGE THRU PROC-MASK-USR-IMAGE-END
           MOVE SPACES TO WK-TICKET
           STRING "HD" HDC-ID DELIMITED BY SIZE INTO WK-TICKET
           END-STRING
           INITIALIZE REC-CHJ
           MOVE WK-HOJE TO CHJ-DATE
           MOVE WK-AGORA TO CHJ-TIME
           MOVE WK-MENU-USER TO CHJ-OPERATOR
           MOVE "USER" TO CHJ-FILE
           MOVE "R" TO CHJ-OP
           MOVE U-ID-USR TO CHJ-KEY
           MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
           MOVE WK-CHJ-IMG TO CHJ-AFTER
           MOVE WK-TICKET TO CHJ-TICKET
           OPEN EXTEND FILE_CHANGE_JOURNAL
           IF ST-CHJ = "35"
               OPEN OUTPUT FILE_CHANGE_JOURNAL
           END-IF
           WRITE REC-CHJ
           CLOSE FILE_CHANGE_JOURNAL
           ADD 1 TO HDC-N-ACTIONS
           MOVE WK-ACTION TO HDC-ACT-CODE(HDC-N-ACTIONS)
           MOVE WK-HOJE TO HDC-ACT-DATE(HDC-N-ACTIONS)
           MOVE WK-AGORA TO HDC-ACT-TIME(HDC-N-ACTIONS)
           REWRITE REC-HDC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE SPACES TO WS-MSGERROR
           EVALUATE WK-ACTION
               WHEN "U"
                   STRING FUNCTION TRIM(U-LOGIN) " UNLOCKED UNDER CASE "
                          WK-TICKET
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
               WHEN "A"
                   STRING FUNCTION TRIM(U-LOGIN)
                          " FAILED ATTEMPTS RESET UNDER CASE " WK-TICKET
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
               WHEN "O"
                   STRING "ONE-TIME PASSWORD FOR " U-LOGIN ": " WK-OTP
                          " - USER MUST CHANGE IT AT NEXT LOGIN"
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
           END-EVALUATE.
       PROC-USER-ACTION-EXIT.
           CLOSE FD-USER
           OPEN INPUT FD-USER
           IF WS-MSGERROR NOT = SPACES
               PERFORM PROC-SHOW-ERROS
           END-IF.
       PROC-USER-ACTION-END.
           EXIT.

      *> -----------------------------------
      *> THE ACCOUNT AS IT STANDS AND THE CASE'S ACTIONS, FOR DISPLAY.
       PROC-CASE-STATE.
           MOVE SPACES TO WK-ACCT-STATE
           MOVE HDC-LOGIN TO U-LOGIN
           READ FD-USER
               KEY IS KEY2-USR
               INVALID KEY
                   MOVE "NOT ON USER.DAT" TO WK-ACCT-STATE
               NOT INVALID KEY
                   IF U-IS-LOCKED
                       STRING "LOCKED, " U-FAILED-ATTEMPTS " FAILED"
                           DELIMITED BY SIZE INTO WK-ACCT-STATE
                       END-STRING
                   ELSE
                       STRING "OPEN, " U-FAILED-ATTEMPTS " FAILED"
                           DELIMITED BY SIZE INTO WK-ACCT-STATE
                       END-STRING
                   END-IF
                   IF U-INACTIVE
                       MOVE "INACTIVE" TO WK-ACCT-STATE
                   END-IF
           END-READ
           PERFORM PROC-ACT-LIST THRU PROC-ACT-LIST-END.
       PROC-CASE-STATE-END.
           EXIT.

      *> -----------------------------------
      *> THE ACTION CODES OF THE CASE IN ORDER, E.G. "U O".
       PROC-ACT-LIST.
           MOVE SPACES TO WK-ACT-LIST
           PERFORM VARYING WK-ACT-IDX FROM 1 BY 1
                   UNTIL WK-ACT-IDX > HDC-N-ACTIONS OR WK-ACT-IDX > 5
               MOVE HDC-ACT-CODE(WK-ACT-IDX)
                   TO WK-ACT-LIST(WK-ACT-IDX * 2 - 1:1)
           END-PERFORM
           IF HDC-N-ACTIONS = ZEROS
               MOVE "NONE" TO WK-ACT-LIST
           END-IF.
       PROC-ACT-LIST-END.
           EXIT.

      *> -----------------------------------
      *> BUILDS AN 8-CHARACTER RANDOM ONE-TIME PASSWORD (5 LETTERS THEN
      *> 3 DIGITS, SO THE COMPLEXITY RULE IS ALWAYS MET) FROM ALPHABETS
      *> WITHOUT THE EASILY CONFUSED CHARACTERS I, O, 0 AND 1.
       PROC-GEN-OTP.
           MOVE SPACES TO WK-OTP
           COMPUTE WK-OTP-SEED = FUNCTION SECONDS-PAST-MIDNIGHT END-COMPUTE
           COMPUTE WK-OTP-PICK = FUNCTION RANDOM(WK-OTP-SEED) * 24 + 1
           END-COMPUTE
           PERFORM VARYING WK-OTP-IDX FROM 1 BY 1
                   UNTIL WK-OTP-IDX > 5
               COMPUTE WK-OTP-PICK = FUNCTION RANDOM * 24 + 1
               END-COMPUTE
               IF WK-OTP-PICK > 24
                   MOVE 24 TO WK-OTP-PICK
               END-IF
               MOVE WK-OTP-LETTERS(WK-OTP-PICK:1) TO WK-OTP(WK-OTP-IDX:1)
           END-PERFORM
           PERFORM VARYING WK-OTP-IDX FROM 6 BY 1
                   UNTIL WK-OTP-IDX > 8
               COMPUTE WK-OTP-PICK = FUNCTION RANDOM * 8 + 1
               END-COMPUTE
               IF WK-OTP-PICK > 8
                   MOVE 8 TO WK-OTP-PICK
               END-IF
               MOVE WK-OTP-DIGITS(WK-OTP-PICK:1) TO WK-OTP(WK-OTP-IDX:1)
           END-PERFORM.
       PROC-GEN-OTP-END.
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
           OPEN I-O FD-HDC
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-HDC
               CLOSE FD-HDC
               OPEN I-O FD-HDC
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
