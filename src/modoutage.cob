       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTAGES.
      *> -----------------------------------------------------------
      *> MAINTENANCE OF THE PLANNED OUTAGES (OUTAGE.DAT). WHILE A
      *> DOWNSTREAM APPLICATION IS BEING UPGRADED, OPERATIONS PUTS A
      *> WHOLE MENU MODULE (SCOPE M) OR EVERY ITEM LAUNCHING ONE
      *> OBJETOS_PPA APPLICATION'S TARGET (SCOPE A) INTO OUTAGE WITH
      *> A MESSAGE AND AN EXPECTED RETURN. THE MENU SHOWS THOSE ITEMS
      *> GREYED WITH THE MESSAGE AND WILL NOT LAUNCH THEM, AND SIGN-ON
      *> TO AN AFFECTED MODULE WARNS. THE OUTAGE ENDS BY ITSELF AT THE
      *> EXPECTED RETURN, OR WHEN CLEARED HERE. DECLARATIONS, CLEARS
      *> AND PLANNED ENDS ALL GO TO THE OPERATIONS JOURNAL (CATEGORY
      *> OUTAGE); THE OUTAGE STAYS AN OPEN ENTRY THERE UNTIL IT ENDS.
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
            COPY "../cpy/outage_se.cpy".
            COPY "../cpy/objetos_ppa_se.cpy".
            COPY "../cpy/menu_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/outage_fd.cpy".
            COPY "../cpy/objetos_ppa_fd.cpy".
            COPY "../cpy/menu_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "PLANNED OUTAGES            - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-INSERT   VALUE IS 1.
           88 E-LIST     VALUE IS 2.
           88 E-CLEAR    VALUE IS 3.
           88 E-END      VALUE IS 4.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s" "Y" "y".
       77 ST-OUT                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-CANCEL                 VALUE 99.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-OBJ                        PIC  9(002).
           88  OBJ-FS-OK                 VALUE ZEROS.
       77 ST-MNU                        PIC  9(002).
           88  MNU-FS-OK                 VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-AGORA                      PIC  9(008) VALUE ZEROS.
       01 WK-NOW.
           05 WK-NOW-DATE               PIC  9(008) VALUE ZEROS.
           05 WK-NOW-HHMM               PIC  9(004) VALUE ZEROS.
       77 WK-SCOPE-OK                   PIC  X(001) VALUE "N".
       77 WK-ID-ED                      PIC  9(004) VALUE ZEROS.
       77 WK-STATUS-ED                  PIC  X(008) VALUE SPACES.
       77 WK-WHAT-ED                    PIC  X(015) VALUE SPACES.
       01 WK-NID-PARM.
           05 WK-NID-ENTITY             PIC  X(010).
           05 WK-NID-VALUE              PIC  9(005).
       COPY "../cpy/chkoutage_ws.cpy".
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
               10 LINE 08 COLUMN 10 VALUE "OUTAGE ID..............:".
               10 COLUMN PLUS 2 PIC 9(04) USING OUT-ID
                  BLANK WHEN ZEROS.
           05 SS-DESC FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "SCOPE (M=MODULE A=APPL):".
               10 COLUMN PLUS 2 PIC X(01) USING OUT-SCOPE.
               10 LINE 11 COLUMN 10 VALUE "MODULE (SCOPE M).......:".
               10 COLUMN PLUS 2 PIC X(15) USING OUT-MODULE.
               10 LINE 12 COLUMN 10 VALUE "APPLICATION (SCOPE A)..:".
               10 COLUMN PLUS 2 PIC 9(04) USING OUT-OBJ-CODIGO
                  BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE "MESSAGE TO THE USERS...:".
               10 COLUMN PLUS 2 PIC X(40) USING OUT-MESSAGE.
               10 LINE 16 COLUMN 10 VALUE "BACK ON (CCYYMMDD).....:".
               10 COLUMN PLUS 2 PIC 9(08) USING OUT-BACK-DATE
                  BLANK WHEN ZEROS.
               10 LINE 17 COLUMN 10 VALUE "BACK AT (HHMM).........:".
               10 COLUMN PLUS 2 PIC 9(04) USING OUT-BACK-TIME
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
           PERFORM PROC-END-EXPIRED
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
                       PERFORM LIST-OUTS THRU LIST-OUTS-END
                   WHEN E-CLEAR
                       PERFORM CLEAR-REC THRU CLEAR-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-OUT.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " DECLARE OUTAGE" TO WM-ITENS(1)
           MOVE " LIST" TO WM-ITENS(2)
           MOVE " CLEAR OUTAGE" TO WM-ITENS(3)
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
      *> DECLARE A NEW OUTAGE - IN FORCE FROM NOW UNTIL THE EXPECTED
      *> RETURN.
       INSERT-REC.
           MOVE "DECLARE OUTAGE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
       INSERT-REC-LOOP.
           INITIALIZE REC-OUT.
           DISPLAY SS-SCR-RECORD.
           ACCEPT SS-DESC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           MOVE FUNCTION UPPER-CASE(OUT-SCOPE) TO OUT-SCOPE
           MOVE FUNCTION UPPER-CASE(OUT-MODULE) TO OUT-MODULE
           PERFORM PROC-CHECK-SCOPE
           IF WK-SCOPE-OK NOT = "Y"
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF OUT-MESSAGE = SPACES
               MOVE "A MESSAGE IS REQUIRED - IT IS SHOWN ON EVERY AFFECTED ITEM" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-NOW
           IF OUT-BACK-DATE = ZEROS
              OR OUT-BACK-TIME > 2359
              OR OUT-BACK <= WK-NOW
               MOVE "THE EXPECTED RETURN MUST BE A DATE AND TIME STILL TO COME" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           MOVE WK-NOW-DATE TO OUT-START-DATE
           MOVE WK-NOW-HHMM TO OUT-START-TIME
           MOVE "A" TO OUT-STATUS
           MOVE WK-MENU-USER TO OUT-SET-BY
           MOVE ZEROS TO OUT-END-DATE OUT-END-TIME
           MOVE SPACES TO OUT-END-BY
           MOVE "OUTAGE" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           MOVE WK-NID-VALUE TO OUT-ID
           WRITE REC-OUT
           INVALID KEY
               MOVE "OUTAGE ID ALREADY IN USE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-WRITE
           PERFORM PROC-WHAT
           MOVE OUT-ID TO WK-ID-ED
           INITIALIZE WK-CO-PARM
           MOVE "J" TO WK-CO-OP
           MOVE WK-MENU-USER TO WK-CO-OPERATOR
           STRING "OUTAGE " WK-ID-ED " " FUNCTION TRIM(WK-WHAT-ED)
                  " DOWN UNTIL " OUT-BACK-DATE(7:2) "/"
                  OUT-BACK-DATE(5:2) " " OUT-BACK-TIME(1:2) ":"
                  OUT-BACK-TIME(3:2)
               DELIMITED BY SIZE INTO WK-CO-JRN-TEXT
           END-STRING
           MOVE "O" TO WK-CO-JRN-OPEN
           CALL "chkoutage" USING WK-CO-PARM END-CALL
           MOVE SPACES TO WS-MSGERROR
           STRING "OUTAGE " WK-ID-ED " DECLARED - "
                  FUNCTION TRIM(WK-WHAT-ED)
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
           GO INSERT-REC.
       INSERT-REC-END.
      *> -----------------------------------
      *> SCROLLABLE LIST OF THE OUTAGES, NEWEST IDS LAST.
       LIST-OUTS.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-OUT
           START FD-OUT
               KEY IS >= KEY1-OUT
           INVALID KEY
               MOVE "NO OUTAGES REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-OUTS-END
           END-START.
       LIST-OUTS-PAGE.
           DISPLAY "ID   SCOPE           BACK ON       STATUS   MESSAGE" AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-OUT NEXT
                   AT END
                       GO LIST-OUTS-EOF
               END-READ
               PERFORM PROC-WHAT
               EVALUATE TRUE
                   WHEN OUT-IS-ENDED
                       MOVE "ENDED" TO WK-STATUS-ED
                   WHEN OUT-IS-CLEARED
                       MOVE "CLEARED" TO WK-STATUS-ED
                   WHEN OTHER
                       MOVE "ACTIVE" TO WK-STATUS-ED
               END-EVALUATE
               DISPLAY OUT-ID AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY WK-WHAT-ED AT LINE WK-LIST-LIN COLUMN 08
               DISPLAY OUT-BACK-DATE AT LINE WK-LIST-LIN COLUMN 24
               DISPLAY OUT-BACK-TIME AT LINE WK-LIST-LIN COLUMN 33
               DISPLAY WK-STATUS-ED AT LINE WK-LIST-LIN COLUMN 38
               DISPLAY OUT-MESSAGE(1:32) AT LINE WK-LIST-LIN COLUMN 47
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-OUTS-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-OUTS-PAGE.
       LIST-OUTS-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-OUTS-END.

      *> -----------------------------------
      *> CLEAR AN ACTIVE OUTAGE BEFORE ITS EXPECTED RETURN - THE
      *> ITEMS COME BACK AT THE USERS' NEXT MENU KEYSTROKE.
       CLEAR-REC.
           MOVE "CLEAR OUTAGE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-OUT.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CLEAR-REC-END
           END-IF
           READ FD-OUT
               INVALID KEY
                   MOVE "OUTAGE NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO CLEAR-REC-END
           END-READ.
           DISPLAY SS-DESC.
           IF NOT OUT-IS-ACTIVE
               MOVE "THIS OUTAGE HAS ALREADY ENDED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO CLEAR-REC-END
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE SERVICE IS BACK AND THE OUTAGE CAN BE CLEARED (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CLEAR-REC-END
           END-IF
           PERFORM PROC-NOW
           MOVE "C" TO OUT-STATUS
           MOVE WK-NOW-DATE TO OUT-END-DATE
           MOVE WK-NOW-HHMM TO OUT-END-TIME
           MOVE WK-MENU-USER TO OUT-END-BY
           REWRITE REC-OUT
               INVALID KEY
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO CLEAR-REC-END
           END-REWRITE
           PERFORM PROC-WHAT
           MOVE OUT-ID TO WK-ID-ED
           INITIALIZE WK-CO-PARM
           MOVE "X" TO WK-CO-OP
           MOVE OUT-ID TO WK-CO-ID
           CALL "chkoutage" USING WK-CO-PARM END-CALL
           MOVE "J" TO WK-CO-OP
           MOVE WK-MENU-USER TO WK-CO-OPERATOR
           STRING "OUTAGE " WK-ID-ED " CLEARED BY OPERATIONS - "
                  FUNCTION TRIM(WK-WHAT-ED)
               DELIMITED BY SIZE INTO WK-CO-JRN-TEXT
           END-STRING
           MOVE "C" TO WK-CO-JRN-OPEN
           CALL "chkoutage" USING WK-CO-PARM END-CALL
           MOVE "OUTAGE CLEARED" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       CLEAR-REC-END.

      *> -----------------------------------
      *> SCOPE M NEEDS A MODULE WITH ITEMS ON THE MENU; SCOPE A AN
      *> APPLICATION WHOSE OBJ-TARGET IS SET, OR NOTHING WOULD GREY.
       PROC-CHECK-SCOPE.
           MOVE "N" TO WK-SCOPE-OK
           EVALUATE TRUE
               WHEN OUT-BY-MODULE
                   MOVE ZEROS TO OUT-OBJ-CODIGO
                   MOVE "NO MENU ITEMS FOUND FOR THIS MODULE" TO WS-MSGERROR
                   OPEN INPUT FD-MENU
                   IF MNU-FS-OK
                       INITIALIZE REC-MENU
                       MOVE OUT-MODULE TO M-MODULE
                       START FD-MENU
                           KEY IS >= KEY2-MENU
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               READ FD-MENU NEXT
                                   AT END
                                       CONTINUE
                                   NOT AT END
                                       IF M-MODULE = OUT-MODULE
                                          AND OUT-MODULE NOT = SPACES
                                           MOVE "Y" TO WK-SCOPE-OK
                                       END-IF
                               END-READ
                       END-START
                       CLOSE FD-MENU
                   END-IF
               WHEN OUT-BY-APP
                   MOVE SPACES TO OUT-MODULE
                   MOVE "APPLICATION NOT FOUND OR HAS NO LAUNCH TARGET" TO WS-MSGERROR
                   OPEN INPUT FD-OBJ
                   IF OBJ-FS-OK
                       INITIALIZE REC-OBJ
                       MOVE OUT-OBJ-CODIGO TO OBJ-CODIGO
                       READ FD-OBJ
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF OBJ-TARGET NOT = SPACES
                                   MOVE "Y" TO WK-SCOPE-OK
                               END-IF
                       END-READ
                       CLOSE FD-OBJ
                   END-IF
               WHEN OTHER
                   MOVE "SCOPE MUST BE M (MODULE) OR A (APPLICATION)" TO WS-MSGERROR
           END-EVALUATE.
       PROC-CHECK-SCOPE-END.

      *> -----------------------------------
      *> WHAT THE OUTAGE IN REC-OUT COVERS, FOR LISTS AND THE JOURNAL.
       PROC-WHAT.
           MOVE SPACES TO WK-WHAT-ED
           IF OUT-BY-MODULE
               MOVE OUT-MODULE TO WK-WHAT-ED
           ELSE
               STRING "APPLICATION " OUT-OBJ-CODIGO
                   DELIMITED BY SIZE INTO WK-WHAT-ED
               END-STRING
           END-IF.
       PROC-WHAT-END.

      *> -----------------------------------
       PROC-NOW.
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-AGORA FROM TIME
           MOVE WK-HOJE TO WK-NOW-DATE
           MOVE WK-AGORA(1:4) TO WK-NOW-HHMM.
       PROC-NOW-END.

      *> -----------------------------------
      *> OUTAGES WHOSE EXPECTED RETURN HAS COME ARE ENDED (AND THE END
      *> JOURNALLED) BY THE CHECK ITSELF - ASKED ONCE HERE, BEFORE THE
      *> FILE IS OPENED, SO THE LIST SHOWS THEM ENDED.
       PROC-END-EXPIRED.
           INITIALIZE WK-CO-PARM
           MOVE "C" TO WK-CO-OP
           MOVE WK-MENU-USER TO WK-CO-OPERATOR
           CALL "chkoutage" USING WK-CO-PARM END-CALL.
       PROC-END-EXPIRED-END.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
           OPEN I-O FD-OUT
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-OUT
               CLOSE FD-OUT
               OPEN I-O FD-OUT
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
