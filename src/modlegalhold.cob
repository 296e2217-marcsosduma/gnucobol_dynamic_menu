       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLD.
      *> -----------------------------------------------------------
      *> MAINTENANCE OF THE LEGAL HOLDS (LEGAL_HOLD.DAT). A HOLD
      *> NAMES ONE LOGIN, THE CASE REFERENCE AND THE HOLD DATES;
      *> WHILE IT IS IN FORCE THE PURGE AND AGE-OUT STEPS (LOG
      *> ROTATION, PROFILE PURGE, SPOOL, MESSAGES, REPORT INBOX,
      *> DORMANT AND OFFBOARDING RUNS) LEAVE THAT LOGIN'S RECORDS
      *> ALONE AND THE TEST ANONYMIZER WILL NOT COPY THE USER. A
      *> HOLD IS NEVER DELETED - RELEASE STAMPS WHO AND WHEN AND
      *> THE ROW STAYS FOR THE CASE FILE.
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
            COPY "../cpy/legal_hold_se.cpy".
            COPY "../cpy/user_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/legal_hold_fd.cpy".
            COPY "../cpy/user_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "LEGAL HOLDS                - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-INSERT   VALUE IS 1.
           88 E-LIST     VALUE IS 2.
           88 E-RELEASE  VALUE IS 3.
           88 E-END      VALUE IS 4.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-LGH                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-CANCEL                 VALUE 99.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-USR                        PIC  9(002).
           88  FSU-OK                    VALUE ZEROS.
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-LIST-STATE                 PIC  X(008) VALUE SPACES.
       01 WK-NID-PARM.
           05 WK-NID-ENTITY             PIC  X(010).
           05 WK-NID-VALUE              PIC  9(005).
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

       01 SS-SCR-RECORD.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "LEGAL HOLD ID..........:".
               10 COLUMN PLUS 2 PIC 9(04) USING LGH-ID
                  BLANK WHEN ZEROS.
           05 SS-DESC FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "LOGIN UNDER HOLD.......:".
               10 COLUMN PLUS 2 PIC X(10) USING LGH-LOGIN.
               10 LINE 11 COLUMN 10 VALUE "CASE REFERENCE.........:".
               10 COLUMN PLUS 2 PIC X(15) USING LGH-CASE-REF.
               10 LINE 12 COLUMN 10 VALUE "FROM DATE (CCYYMMDD)...:".
               10 COLUMN PLUS 2 PIC 9(08) USING LGH-FROM-DATE
                  BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE "TO DATE (0 = RELEASE)..:".
               10 COLUMN PLUS 2 PIC 9(08) USING LGH-TO-DATE
                  BLANK WHEN ZEROS.
               10 LINE 15 COLUMN 10 VALUE "REASON.................:".
               10 COLUMN PLUS 2 PIC X(40) USING LGH-REASON.
           05 SS-STAMP FOREGROUND-COLOR 2.
               10 LINE 17 COLUMN 10 VALUE "PLACED BY..............:".
               10 COLUMN PLUS 2 PIC X(20) FROM LGH-SET-BY.
               10 COLUMN PLUS 2 PIC 9(08) FROM LGH-SET-DATE
                  BLANK WHEN ZEROS.
               10 LINE 18 COLUMN 10 VALUE "RELEASED BY............:".
               10 COLUMN PLUS 2 PIC X(20) FROM LGH-RELEASED-BY.
               10 COLUMN PLUS 2 PIC 9(08) FROM LGH-RELEASED-DATE
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
                   WHEN E-INSERT
                       PERFORM INSERT-REC THRU INSERT-REC-END
                   WHEN E-LIST
                       PERFORM LIST-LGHS THRU LIST-LGHS-END
                   WHEN E-RELEASE
                       PERFORM RELEASE-REC THRU RELEASE-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-LGH.
           CLOSE FD-USER.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " NEW LEGAL HOLD" TO WM-ITENS(1)
           MOVE " LIST" TO WM-ITENS(2)
           MOVE " RELEASE" TO WM-ITENS(3)
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
      *> PLACE A NEW HOLD. THE LOGIN MUST BE ON USER.DAT (ACCOUNTS
      *> ARE ONLY EVER SOFT-DELETED, SO A LEAVER STILL QUALIFIES);
      *> A BLANK FROM DATE MEANS TODAY.
       INSERT-REC.
           MOVE "NEW LEGAL HOLD" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
       INSERT-REC-LOOP.
           INITIALIZE REC-LGH.
           DISPLAY SS-SCR-RECORD.
           ACCEPT SS-DESC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           IF LGH-LOGIN = SPACES OR LGH-CASE-REF = SPACES
               MOVE "LOGIN AND CASE REFERENCE ARE REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           MOVE LGH-LOGIN TO U-LOGIN
           READ FD-USER
               KEY IS KEY2-USR
               INVALID KEY
                   MOVE "LOGIN NOT FOUND ON USER.DAT" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO INSERT-REC-LOOP
           END-READ
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           IF LGH-FROM-DATE = ZEROS
               MOVE WK-HOJE TO LGH-FROM-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LGH-FROM-DATE) NOT = 0
               MOVE "FROM DATE IS NOT A VALID DATE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF LGH-TO-DATE NOT = ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD(LGH-TO-DATE) NOT = 0
                   MOVE "TO DATE IS NOT A VALID DATE" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO INSERT-REC-LOOP
               END-IF
               IF LGH-TO-DATE < LGH-FROM-DATE
                   MOVE "THE HOLD CANNOT END BEFORE IT STARTS" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO INSERT-REC-LOOP
               END-IF
           END-IF
           MOVE WK-MENU-USER TO LGH-SET-BY
           MOVE WK-HOJE TO LGH-SET-DATE
           MOVE SPACES TO LGH-RELEASED-BY
           MOVE ZEROS TO LGH-RELEASED-DATE
           MOVE "LEGALHOLD" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           MOVE WK-NID-VALUE TO LGH-ID
           WRITE REC-LGH
           INVALID KEY
               MOVE "LEGAL HOLD ID ALREADY IN USE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
           NOT INVALID KEY
               MOVE SPACES TO WS-MSGERROR
               STRING "LEGAL HOLD " LGH-ID " PLACED ON "
                      FUNCTION TRIM(LGH-LOGIN)
                      " - PURGES WILL SKIP THIS LOGIN"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
           END-WRITE.
           GO INSERT-REC.
       INSERT-REC-END.
      *> -----------------------------------
      *> SCROLLABLE LIST OF THE HOLDS, IN FORCE OR NOT.
       LIST-LGHS.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO KEY1-LGH
           START FD-LGH
               KEY IS >= KEY1-LGH
           INVALID KEY
               MOVE "NO LEGAL HOLDS REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-LGHS-END
           END-START.
       LIST-LGHS-PAGE.
           DISPLAY "ID   LOGIN      CASE            FROM     TO       STATE    REASON" AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-LGH NEXT
                   AT END
                       GO LIST-LGHS-EOF
               END-READ
               EVALUATE TRUE
                   WHEN LGH-RELEASED-DATE NOT = ZEROS
                       MOVE "RELEASED" TO WK-LIST-STATE
                   WHEN LGH-FROM-DATE > WK-HOJE
                       MOVE "PENDING" TO WK-LIST-STATE
                   WHEN LGH-TO-DATE NOT = ZEROS
                        AND LGH-TO-DATE < WK-HOJE
                       MOVE "ENDED" TO WK-LIST-STATE
                   WHEN OTHER
                       MOVE "IN FORCE" TO WK-LIST-STATE
               END-EVALUATE
               DISPLAY LGH-ID AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY LGH-LOGIN AT LINE WK-LIST-LIN COLUMN 08
               DISPLAY LGH-CASE-REF AT LINE WK-LIST-LIN COLUMN 19
               DISPLAY LGH-FROM-DATE AT LINE WK-LIST-LIN COLUMN 35
               DISPLAY LGH-TO-DATE AT LINE WK-LIST-LIN COLUMN 44
               DISPLAY WK-LIST-STATE AT LINE WK-LIST-LIN COLUMN 53
               DISPLAY LGH-REASON(1:17) AT LINE WK-LIST-LIN COLUMN 62
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-LGHS-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-LGHS-PAGE.
       LIST-LGHS-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-LGHS-END.

      *> -----------------------------------
      *> RELEASE A HOLD WHEN THE CASE CLOSES. THE ROW IS KEPT WITH
      *> THE RELEASE STAMP; PURGES RESUME FOR THE LOGIN FROM THE
      *> NEXT RUN ON.
       RELEASE-REC.
           MOVE "RELEASE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-LGH.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RELEASE-REC-END
           END-IF
           READ FD-LGH
               INVALID KEY
                   MOVE "LEGAL HOLD NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO RELEASE-REC-END
           END-READ.
           DISPLAY SS-DESC.
           DISPLAY SS-STAMP.
           IF LGH-RELEASED-DATE NOT = ZEROS
               MOVE "THIS HOLD HAS ALREADY BEEN RELEASED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO RELEASE-REC-END
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE RELEASE OF THE LEGAL HOLD (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO RELEASE-REC-END
           END-IF
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           MOVE WK-MENU-USER TO LGH-RELEASED-BY
           MOVE WK-HOJE TO LGH-RELEASED-DATE
           REWRITE REC-LGH
               INVALID KEY
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
               NOT INVALID KEY
                   MOVE "LEGAL HOLD RELEASED" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
           END-REWRITE.
       RELEASE-REC-END.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
           OPEN I-O FD-LGH
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-LGH
               CLOSE FD-LGH
               OPEN I-O FD-LGH
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
