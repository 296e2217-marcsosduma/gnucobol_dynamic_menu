       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCARD.
      *> -----------------------------------------------------------
      *> "MY QUICK-REFERENCE CARD". THE SIGNED-ON USER PRINTS THEIR
      *> OWN CARD: EVERY MENU ITEM THEY CAN REACH, MODULE BY MODULE,
      *> WITH ITS F7 FASTPATH, INQUIRY/UPDATE LEVEL, AVAILABILITY
      *> WINDOW AND HELP LINE, AND THEIR FAVORITES. THE CARD IS
      *> BUILT BY THE QUICKCARD SERVICE, SPOOLED UNDER THE USER'S
      *> NAME READY TO PRINT AND ALSO LEFT IN THEIR MYREPORTS INBOX.
      *> WIRE AS AN M-ACTION-TARGET LIKE THE OTHER UTILITIES.
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

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "MY QUICK-REFERENCE CARD    - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-CONF                       PIC  X(001) VALUE SPACES.
           88 E-SIM VALUES ARE "S" "s".
       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-BACK-COLOR PIC 9 VALUE 1.
       77 WS-FOR-COLOR  PIC 9 VALUE 6.
       77 WK-DSPMODE    PIC X VALUE SPACE.
       77 WS-STATUS   PIC X(30).
       77 WS-MSGERROR PIC X(79).
       77 WS-ERRO PIC X.

       *> Quick-reference card service (src/quickcard.cob) -------------
       COPY "../cpy/quickcard_ws.cpy".

       *>  Colors ------------------------------------------------------
       01  BLACK                                     CONSTANT AS 0.
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
           05 SS-STATUS.
               10 LINE 23 COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR WS-FOR-COLOR
                  BACKGROUND-COLOR WS-BACK-COLOR.

       01 SS-INFO.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 10 VALUE "USER...................:".
               10 COLUMN PLUS 2 PIC X(20) FROM WK-MENU-USER.
               10 LINE 09 COLUMN 10
                  VALUE "THE CARD LISTS EVERY MENU ITEM YOU CAN REACH,".
               10 LINE 10 COLUMN 10
                  VALUE "WITH ITS FASTPATH, ACCESS LEVEL, WINDOW AND".
               10 LINE 11 COLUMN 10
                  VALUE "HELP LINE, AND YOUR FAVORITES.".
               10 LINE 13 COLUMN 10
                  VALUE "PRINT MY QUICK-REFERENCE CARD NOW? [S/N]:".
               10 COLUMN PLUS 2 PIC X(01) USING WK-CONF.
           05 SS-RESULT FOREGROUND-COLOR 2.
               10 LINE 15 COLUMN 10 VALUE "CARD FILE..............:".
               10 COLUMN PLUS 2 PIC X(40) FROM WK-QC-FILE.
               10 LINE 16 COLUMN 10 VALUE "ITEMS ON THE CARD......:".
               10 COLUMN PLUS 2 PIC ZZZ9 FROM WK-QC-ITEMS.

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
           ACCEPT WS-NUMC FROM COLUMNS.
       005-ASK.
           MOVE "PRINT" TO WS-OP
           MOVE "ESC TO GO BACK" TO WS-STATUS
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           MOVE SPACES TO WK-CONF
           DISPLAY SS-INFO
           ACCEPT SS-INFO
           IF COB-CRT-STATUS = COB-SCR-ESC OR NOT E-SIM
               GOBACK
           END-IF
           MOVE "PLEASE WAIT - BUILDING THE CARD" TO WS-STATUS
           DISPLAY SS-STATUS
           INITIALIZE WK-QC-PARM
           MOVE WK-MENU-USER TO WK-QC-LOGIN
           MOVE "Y" TO WK-QC-DELIVER
           CALL "quickcard" USING WK-QC-PARM END-CALL
           EVALUATE WK-QC-RC
               WHEN 0
                   DISPLAY SS-RESULT
                   MOVE "CARD SENT TO THE PRINT QUEUE AND TO YOUR REPORTS INBOX"
                       TO WS-MSGERROR
               WHEN 4
                   MOVE "NO MENU ITEM IS AVAILABLE TO YOU - NOTHING TO PRINT"
                       TO WS-MSGERROR
               WHEN OTHER
                   MOVE "CARD NOT PRODUCED - LOGIN OR MENU FILE NOT AVAILABLE"
                       TO WS-MSGERROR
           END-EVALUATE
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           GOBACK.

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
