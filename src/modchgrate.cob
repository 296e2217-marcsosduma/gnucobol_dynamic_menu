       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGERATES.
      *> -----------------------------------------------------------
      *> MAINTENANCE OF THE CHARGEBACK RATE TABLE (CHARGE_RATE.DAT).
      *> EACH ROW PRICES ONE MODULE: A SIGN-ON SESSION, A PROGRAM
      *> LAUNCH AND A MINUTE OF ELAPSED RUN TIME. THE ROW KEYED "*"
      *> IS THE HOUSE RATE FOR MODULES WITHOUT A ROW OF THEIR OWN.
      *> THE MONTHLY RPT_CHARGEBACK RUN APPLIES THE TABLE AS IT
      *> STANDS ON THE DAY IT RUNS.
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
            COPY "../cpy/charge_rate_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/charge_rate_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "CHARGEBACK RATES           - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-INSERT   VALUE IS 1.
           88 E-LIST     VALUE IS 2.
           88 E-DELETE   VALUE IS 3.
           88 E-END      VALUE IS 4.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-CRT                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-CANCEL                 VALUE 99.
           88  FS-NOT-EXIST              VALUE 35.
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
       77 WK-CRT-ON-FILE PIC X(01) VALUE "N".
       01 WK-RATE-EDIT  PIC ZZZZ9,99.

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
               10 LINE 08 COLUMN 10 VALUE "MODULE (* = HOUSE RATE):".
               10 COLUMN PLUS 2 PIC X(15) USING CRT-MODULE.
           05 SS-RATES FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "RATE PER SESSION......:".
               10 COLUMN PLUS 2 PIC ZZZZ9,99 USING CRT-SESSION-RATE.
               10 LINE 11 COLUMN 10 VALUE "RATE PER LAUNCH.......:".
               10 COLUMN PLUS 2 PIC ZZZZ9,99 USING CRT-LAUNCH-RATE.
               10 LINE 12 COLUMN 10 VALUE "RATE PER RUN MINUTE...:".
               10 COLUMN PLUS 2 PIC ZZZZ9,99 USING CRT-MINUTE-RATE.
               10 LINE 14 COLUMN 10 VALUE "DESCRIPTION:".
               10 COLUMN PLUS 2 PIC X(30) USING CRT-DESC.

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
                       PERFORM LIST-RATES THRU LIST-RATES-END
                   WHEN E-DELETE
                       PERFORM DELETE-REC THRU DELETE-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-CRT.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " SET RATE" TO WM-ITENS(1)
           MOVE " LIST" TO WM-ITENS(2)
           MOVE " DELETE" TO WM-ITENS(3)
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
      *> KEY A MODULE; AN EXISTING ROW COMES BACK FOR CHANGE, A NEW
      *> ONE STARTS AT ZERO RATES.
       INSERT-REC.
           MOVE "SET RATE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
       INSERT-REC-LOOP.
           MOVE SPACES TO REC-CRT.
           MOVE ZEROS TO CRT-SESSION-RATE CRT-LAUNCH-RATE CRT-MINUTE-RATE.
           DISPLAY SS-SCR-RECORD.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           IF CRT-MODULE = SPACES
               MOVE "MODULE IS REQUIRED (* FOR THE HOUSE RATE)" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           MOVE FUNCTION UPPER-CASE(CRT-MODULE) TO CRT-MODULE
           MOVE "N" TO WK-CRT-ON-FILE
           READ FD-CRT
               INVALID KEY
                   MOVE ZEROS TO CRT-SESSION-RATE CRT-LAUNCH-RATE
                                 CRT-MINUTE-RATE
                   MOVE SPACES TO CRT-DESC
               NOT INVALID KEY
                   MOVE "Y" TO WK-CRT-ON-FILE
           END-READ
           DISPLAY SS-SCR-RECORD.
           ACCEPT SS-RATES.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           IF WK-CRT-ON-FILE = "Y"
               REWRITE REC-CRT
                   INVALID KEY
                       MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   NOT INVALID KEY
                       MOVE "RATE CHANGED" TO WS-MSGERROR
               END-REWRITE
           ELSE
               WRITE REC-CRT
                   INVALID KEY
                       MOVE "ERROR ON WRITE RECORD" TO WS-MSGERROR
                   NOT INVALID KEY
                       MOVE "RATE REGISTERED" TO WS-MSGERROR
               END-WRITE
           END-IF
           PERFORM PROC-SHOW-ERROS.
           GO INSERT-REC.
       INSERT-REC-END.
      *> -----------------------------------
      *> SCROLLABLE LIST OF THE RATE TABLE.
       LIST-RATES.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE SPACES TO REC-CRT
           MOVE LOW-VALUES TO KEY1-CRT
           START FD-CRT
               KEY IS >= KEY1-CRT
           INVALID KEY
               MOVE "NO RATES REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-RATES-END
           END-START.
       LIST-RATES-PAGE.
           DISPLAY "MODULE           SESSION   LAUNCH   MINUTE DESCRIPTION"
               AT LINE 06 COLUMN 05
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-CRT NEXT
                   AT END
                       GO LIST-RATES-EOF
               END-READ
               DISPLAY CRT-MODULE AT LINE WK-LIST-LIN COLUMN 05
               MOVE CRT-SESSION-RATE TO WK-RATE-EDIT
               DISPLAY WK-RATE-EDIT AT LINE WK-LIST-LIN COLUMN 21
               MOVE CRT-LAUNCH-RATE TO WK-RATE-EDIT
               DISPLAY WK-RATE-EDIT AT LINE WK-LIST-LIN COLUMN 30
               MOVE CRT-MINUTE-RATE TO WK-RATE-EDIT
               DISPLAY WK-RATE-EDIT AT LINE WK-LIST-LIN COLUMN 39
               DISPLAY CRT-DESC AT LINE WK-LIST-LIN COLUMN 48
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-RATES-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-RATES-PAGE.
       LIST-RATES-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-RATES-END.

      *> -----------------------------------
      *> REMOVE A MODULE'S RATE - IT FALLS BACK TO THE HOUSE RATE.
       DELETE-REC.
           MOVE "DELETE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE SPACES TO REC-CRT.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DELETE-REC-END
           END-IF
           MOVE FUNCTION UPPER-CASE(CRT-MODULE) TO CRT-MODULE
           READ FD-CRT
               INVALID KEY
                   MOVE "RATE NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO DELETE-REC-END
           END-READ.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE DELETION OF THE RATE (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DELETE-REC-END
           END-IF
           DELETE FD-CRT
               INVALID KEY
                   MOVE "ERROR ON DELETE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
           END-DELETE.
       DELETE-REC-END.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
           OPEN I-O FD-CRT
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-CRT
               CLOSE FD-CRT
               OPEN I-O FD-CRT
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
