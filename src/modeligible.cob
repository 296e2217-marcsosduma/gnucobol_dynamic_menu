       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGIBILITY.
      *> -----------------------------------------------------------
      *> MAINTENANCE OF THE JUST-IN-TIME ELEVATION ELIGIBILITY TABLE
      *> (ELEV_ELIGIBLE.DAT). ONE ROW PER (USER, PROFILE) APPROVED IN
      *> ADVANCE, WITH THE LONGEST WINDOW THE USER MAY ASK FOR AND AN
      *> OPTIONAL LAST DATE. THE APPROVER IS THE OPERATOR KEYING THE
      *> ROW AND MAY NOT BE THE USER. THE USER THEN SWITCHES THE
      *> PROFILE ON FROM THE ELEVATE SCREEN WITHOUT ANOTHER SIGN-OFF.
      *> REVOKING A PAIR ALSO ENDS ANY ELEVATION OF IT STILL RUNNING.
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
            COPY "../cpy/elev_eligible_se.cpy".
            COPY "../cpy/elevation_se.cpy".
            COPY "../cpy/user_se.cpy".
            COPY "../cpy/profile_se.cpy".
            COPY "../cpy/audit_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/elev_eligible_fd.cpy".
            COPY "../cpy/elevation_fd.cpy".
            COPY "../cpy/user_fd.cpy".
            COPY "../cpy/profile_fd.cpy".
            COPY "../cpy/audit_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "ELEVATION ELIGIBILITY      - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-INSERT   VALUE IS 1.
           88 E-LIST     VALUE IS 2.
           88 E-DELETE   VALUE IS 3.
           88 E-END      VALUE IS 4.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-ELG                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-ELV                        PIC  9(002).
           88  FSV-OK                    VALUE ZEROS.
       77 ST-USR                        PIC  9(002).
           88  FSU-OK                    VALUE ZEROS.
       77 ST-PRF                        PIC  9(002).
           88  FSP-OK                    VALUE ZEROS.
       77 ST-AUD                        PIC  X(002) VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-USR-LOGIN                  PIC  X(010) VALUE SPACES.
       77 WK-FOUND                      PIC  X(001) VALUE "N".
       77 WK-ENDED                      PIC  9(003) VALUE ZEROS.
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-AUD-ACTION                 PIC  X(015) VALUE SPACES.
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
               10 LINE 08 COLUMN 10 VALUE "USER (U-ID-USR)........:".
               10 COLUMN PLUS 2 PIC 9(04) USING ELG-ID-USR
                  BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 10 VALUE "PROFILE (PRF-ID).......:".
               10 COLUMN PLUS 2 PIC 9(04) USING ELG-ID-PRF
                  BLANK WHEN ZEROS.
           05 SS-DESC FOREGROUND-COLOR 2.
               10 LINE 11 COLUMN 10 VALUE "MAXIMUM HOURS (1-24)...:".
               10 COLUMN PLUS 2 PIC 9(02) USING ELG-MAX-HOURS
                  BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE "ELIGIBLE UNTIL (0=OPEN):".
               10 COLUMN PLUS 2 PIC 9(08) USING ELG-VALID-TO
                  BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE "NOTE...................:".
               10 COLUMN PLUS 2 PIC X(40) USING ELG-NOTE.

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
                       PERFORM LIST-ELGS THRU LIST-ELGS-END
                   WHEN E-DELETE
                       PERFORM DELETE-REC THRU DELETE-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-ELG.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " NEW ELIGIBILITY" TO WM-ITENS(1)
           MOVE " LIST" TO WM-ITENS(2)
           MOVE " REVOKE" TO WM-ITENS(3)
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
      *> REGISTER A NEW ELIGIBLE (USER, PROFILE) PAIR.
       INSERT-REC.
           MOVE "NEW ELIGIBILITY" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
       INSERT-REC-LOOP.
           INITIALIZE REC-ELG.
           DISPLAY SS-SCR-RECORD.
           ACCEPT SS-SCR-RECORD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           IF ELG-ID-USR = ZEROS OR ELG-ID-PRF = ZEROS
               MOVE "USER AND PROFILE ARE REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-FIND-USER THRU PROC-FIND-USER-END
           IF WK-FOUND NOT = "Y"
               MOVE "USER NOT FOUND" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF WK-USR-LOGIN = WK-MENU-USER(1:10)
               MOVE "YOU CANNOT APPROVE YOUR OWN ELIGIBILITY" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-FIND-PROFILE THRU PROC-FIND-PROFILE-END
           IF WK-FOUND NOT = "Y"
               MOVE "PROFILE NOT FOUND" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF ELG-MAX-HOURS = ZEROS OR ELG-MAX-HOURS > 24
               MOVE "MAXIMUM HOURS MUST BE FROM 1 TO 24" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           IF ELG-VALID-TO NOT = ZEROS AND ELG-VALID-TO < WK-HOJE
               MOVE "ELIGIBLE-UNTIL DATE IS ALREADY PAST" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           MOVE WK-MENU-USER TO ELG-APPROVED-BY
           MOVE WK-HOJE TO ELG-APPROVED-DATE
           WRITE REC-ELG
           INVALID KEY
               MOVE "ELIGIBILITY ALREADY REGISTERED FOR THIS PAIR" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
           NOT INVALID KEY
               MOVE SPACES TO WK-AUD-ACTION
               STRING "ELG+ " ELG-ID-USR "/" ELG-ID-PRF
                   DELIMITED BY SIZE INTO WK-AUD-ACTION
               END-STRING
               PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
               MOVE "ELIGIBILITY REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
           END-WRITE.
           GO INSERT-REC.
       INSERT-REC-END.
      *> -----------------------------------
      *> SCROLLABLE LIST OF THE ELIGIBLE PAIRS.
       LIST-ELGS.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-ELG
           START FD-ELG
               KEY IS >= KEY1-ELG
           INVALID KEY
               MOVE "NO ELIGIBILITY REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-ELGS-END
           END-START.
       LIST-ELGS-PAGE.
           DISPLAY "USER PRF  MAX UNTIL    APPROVED BY          ON" AT LINE 06 COLUMN 05
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-ELG NEXT
                   AT END
                       GO LIST-ELGS-EOF
               END-READ
               DISPLAY ELG-ID-USR AT LINE WK-LIST-LIN COLUMN 05
               DISPLAY ELG-ID-PRF AT LINE WK-LIST-LIN COLUMN 10
               DISPLAY ELG-MAX-HOURS AT LINE WK-LIST-LIN COLUMN 15
               DISPLAY ELG-VALID-TO AT LINE WK-LIST-LIN COLUMN 19
               DISPLAY ELG-APPROVED-BY AT LINE WK-LIST-LIN COLUMN 28
               DISPLAY ELG-APPROVED-DATE AT LINE WK-LIST-LIN COLUMN 49
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-ELGS-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-ELGS-PAGE.
       LIST-ELGS-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-ELGS-END.

      *> -----------------------------------
      *> REVOKE AN ELIGIBILITY. ANY ELEVATION OF THE PAIR STILL
      *> RUNNING IS ENDED AS WELL (STATUS R), SO THE USER'S MENU DROPS
      *> THE PROFILE AT THEIR NEXT KEYSTROKE.
       DELETE-REC.
           MOVE "REVOKE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-ELG.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DELETE-REC-END
           END-IF
           READ FD-ELG
               INVALID KEY
                   MOVE "ELIGIBILITY NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO DELETE-REC-END
           END-READ.
           DISPLAY SS-DESC.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE REVOCATION OF THE ELIGIBILITY (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DELETE-REC-END
           END-IF
           DELETE FD-ELG
               INVALID KEY
                   MOVE "ERROR ON DELETE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO DELETE-REC-END
           END-DELETE.
           MOVE SPACES TO WK-AUD-ACTION
           STRING "ELG- " ELG-ID-USR "/" ELG-ID-PRF
               DELIMITED BY SIZE INTO WK-AUD-ACTION
           END-STRING
           PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
           PERFORM PROC-END-LIVE THRU PROC-END-LIVE-END
           IF WK-ENDED > ZEROS
               MOVE "ELIGIBILITY REVOKED - RUNNING ELEVATION ENDED" TO WS-MSGERROR
           ELSE
               MOVE "ELIGIBILITY REVOKED" TO WS-MSGERROR
           END-IF
           PERFORM PROC-SHOW-ERROS.
       DELETE-REC-END.

      *> -----------------------------------
      *> ENDS THE PAIR'S ELEVATIONS STILL MARKED ACTIVE.
       PROC-END-LIVE.
           MOVE ZEROS TO WK-ENDED
           PERFORM PROC-FIND-USER THRU PROC-FIND-USER-END
           IF WK-FOUND NOT = "Y"
               GO PROC-END-LIVE-END
           END-IF
           OPEN I-O FD-ELV
           IF NOT FSV-OK
               GO PROC-END-LIVE-END
           END-IF
           INITIALIZE REC-ELV
           MOVE WK-USR-LOGIN TO ELV-LOGIN
           MOVE "F" TO WK-FOUND
           START FD-ELV
               KEY IS = KEY2-ELV
               INVALID KEY
                   MOVE "T" TO WK-FOUND
           END-START
           PERFORM UNTIL WK-FOUND = "T"
               READ FD-ELV NEXT
                   AT END
                       MOVE "T" TO WK-FOUND
                   NOT AT END
                       IF ELV-LOGIN NOT = WK-USR-LOGIN
                           MOVE "T" TO WK-FOUND
                       ELSE
                           IF ELV-ID-PRF = ELG-ID-PRF AND ELV-IS-ACTIVE
                               MOVE "R" TO ELV-STATUS
                               ACCEPT ELV-END-DATE FROM DATE YYYYMMDD
                               ACCEPT ELV-END-TIME FROM TIME
                               REWRITE REC-ELV
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WK-ENDED
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-ELV.
       PROC-END-LIVE-END.
           EXIT.

      *> -----------------------------------
      *> USER MUST EXIST; ITS LOGIN IS KEPT FOR THE SELF-APPROVAL
      *> CHECK AND THE ELEVATION LOOKUP.
       PROC-FIND-USER.
           MOVE "N" TO WK-FOUND
           MOVE SPACES TO WK-USR-LOGIN
           OPEN INPUT FD-USER
           IF NOT FSU-OK
               GO PROC-FIND-USER-END
           END-IF
           INITIALIZE REC-USR
           MOVE ELG-ID-USR TO U-ID-USR
           READ FD-USER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WK-FOUND
                   MOVE U-LOGIN TO WK-USR-LOGIN
           END-READ
           CLOSE FD-USER.
       PROC-FIND-USER-END.
           EXIT.

       PROC-FIND-PROFILE.
           MOVE "N" TO WK-FOUND
           OPEN INPUT FD-PRF
           IF NOT FSP-OK
               GO PROC-FIND-PROFILE-END
           END-IF
           INITIALIZE REC-PRF
           MOVE ELG-ID-PRF TO PRF-ID
           READ FD-PRF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WK-FOUND
           END-READ
           CLOSE FD-PRF.
       PROC-FIND-PROFILE-END.
           EXIT.

      *> -----------------------------------
      *> ONE AUDIT TRAIL LINE PER GRANT OR REVOCATION.
       PROC-LOG-AUDIT.
           INITIALIZE REC-AUDIT
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE WK-MENU-USER TO AUD-USER
           MOVE "SECURITY" TO AUD-MODULE
           MOVE "ELIGIBILITY" TO AUD-MENU-NAME
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
           OPEN I-O FD-ELG
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-ELG
               CLOSE FD-ELG
               OPEN I-O FD-ELG
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
