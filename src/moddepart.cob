      *> RECORD (U-DEPT) AND SCOPES THE USERS AND USERPROFILES
      *> SCREENS - AN ADMINISTRATOR WITH A DEPARTMENT ONLY REACHES
      *> THAT DEPARTMENT'S USERS, CENTRAL SECURITY (BLANK) SEES ALL.
      *> BASELINE PROFILES KEEPS EACH DEPARTMENT'S BIRTHRIGHT LIST
      *> (BIRTHRIGHT.DAT) - THE PROFILES EVERY MEMBER SHOULD HOLD,
      *> QUEUED FOR APPROVAL BY THE NIGHTLY BIRTHRIGHT_SYNC RUN.
      *> DEPARTMENT HEAD NAMES THE LOGIN THAT RECEIVES THE DAILY
      *> ACCESS-CHANGE DIGEST OF THE DEPARTMENT (DEPT_DIGEST).
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "../cpy/department_se.cpy".
            COPY "../cpy/birthright_se.cpy".
            COPY "../cpy/profile_se.cpy".
            COPY "../cpy/user_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/department_fd.cpy".
            COPY "../cpy/birthright_fd.cpy".
            COPY "../cpy/profile_fd.cpy".
            COPY "../cpy/user_fd.cpy".

       WORKING-STORAGE SECTION.

           88 E-INSERT   VALUE IS 1.
           88 E-LIST     VALUE IS 2.
           88 E-DELETE   VALUE IS 3.
           88 E-BASELINE VALUE IS 4.
           88 E-HEAD     VALUE IS 5.
           88 E-END      VALUE IS 6.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-DEP                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-CANCEL                 VALUE 99.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-BRT                        PIC  9(002).
           88  FSB-OK                    VALUE ZEROS.
           88  FSB-NOT-EXIST             VALUE 35.
       77 ST-PRF                        PIC  9(002).
           88  FSP-OK                    VALUE ZEROS.
       77 ST-USR                        PIC  9(002).
           88  FSU-OK                    VALUE ZEROS.
       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-BACK-COLOR PIC 9 VALUE 1.
       77 WS-TXT-HELP PIC X(78).
       77 WK-LIST-LIN  PIC 9(02).
       77 WK-LIST-COUNT PIC 9(02).
       *> Baseline profiles of one department --------------------------
       77 WK-MENU-USER  PIC X(20) VALUE SPACES.
       77 WK-BRT-DEPT   PIC X(04) VALUE SPACES.
       77 WK-BRT-PRF    PIC 9(04) VALUE ZEROS.
       77 WK-BRT-NAME   PIC X(20) VALUE SPACES.
       *> Department head -----------------------------------------------
       77 WK-HEAD-LOGIN PIC X(10) VALUE SPACES.
       77 WK-HEAD-NAME  PIC X(30) VALUE SPACES.
       77 WK-HEAD-OK    PIC X(01) VALUE "N".

       *>  Colors ------------------------------------------------------
       01  BLACK                                     CONSTANT AS 0.
               10 COLUMN PLUS 2 PIC X(04) USING DEP-CODE.
               10 LINE 10 COLUMN 10 VALUE "DEPARTMENT NAME:".
               10 COLUMN PLUS 2 PIC X(30) USING DEP-NAME.
           05 SS-HEAD FOREGROUND-COLOR 2.
               10 LINE 12 COLUMN 10 VALUE "HEAD LOGIN.....:".
               10 COLUMN PLUS 2 PIC X(10) USING DEP-HEAD.

       01 SS-BRT-DEPT FOREGROUND-COLOR 2.
           05 LINE 06 COLUMN 10 VALUE "DEPARTMENT CODE:".
           05 COLUMN PLUS 2 PIC X(04) USING WK-BRT-DEPT.
           05 COLUMN PLUS 2 PIC X(30) FROM DEP-NAME.
       01 SS-BRT-PRF FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 10 VALUE "PROFILE ID:".
           05 COLUMN PLUS 2 PIC 9(04) USING WK-BRT-PRF.
           05 COLUMN PLUS 2 PIC X(20) FROM WK-BRT-NAME.
           05 LINE 09 COLUMN 10
              VALUE "(A LISTED PROFILE IS REMOVED, ANY OTHER IS ADDED)".
       01 SS-HEAD-LOGIN FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 10 VALUE "HEAD LOGIN:".
           05 COLUMN PLUS 2 PIC X(10) USING WK-HEAD-LOGIN.
           05 COLUMN PLUS 2 PIC X(30) FROM WK-HEAD-NAME.
           05 LINE 09 COLUMN 10
              VALUE "(BLANK = NO DAILY ACCESS DIGEST FOR THE DEPARTMENT)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
    END-IF
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE SPACES TO WK-MENU-USER
           ACCEPT WK-MENU-USER FROM ENVIRONMENT "MENU_USER"
           PERFORM PROC-OPEN-FILES
           PERFORM UNTIL E-END
               MOVE "MENU" TO WS-OP
                       PERFORM LIST-DEPTS THRU LIST-DEPTS-END
                   WHEN E-DELETE
                       PERFORM DELETE-REC THRU DELETE-REC-END
                   WHEN E-BASELINE
                       PERFORM EDIT-BASELINE THRU EDIT-BASELINE-END
                   WHEN E-HEAD
                       PERFORM EDIT-HEAD THRU EDIT-HEAD-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           MOVE " NEW DEPARTMENT" TO WM-ITENS(1)
           MOVE " LIST" TO WM-ITENS(2)
           MOVE " DELETE" TO WM-ITENS(3)
           MOVE " BASELINE PROFILES" TO WM-ITENS(4)
           MOVE " DEPARTMENT HEAD" TO WM-ITENS(5)
           MOVE " EXIT" TO WM-ITENS(6)
           MOVE 6 TO  WM-ITENS-QTD
           MOVE 29 TO  WM-POS_X
           MOVE 09 TO  WM-POS_Y
           MOVE black TO  WM-COLOR-BACKG
                             BY CONTENT   WM-SIZE-MENU-X
        END-CALL
        MOVE WM-ITEM-SELECTED TO WS-OPTION
        IF WM-ITEM-SELECTED = 0 OR WM-ITEM-SELECTED > 6 THEN
            MOVE 6 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF DEP-HEAD NOT = SPACES
               MOVE DEP-HEAD TO WK-HEAD-LOGIN
               PERFORM CHECK-HEAD THRU CHECK-HEAD-END
               IF WK-HEAD-OK NOT = "Y"
                   MOVE "HEAD LOGIN NOT FOUND OR INACTIVE" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO INSERT-REC-LOOP
               END-IF
           END-IF
           WRITE REC-DEP
           INVALID KEY
               MOVE "DEPARTMENT ALREADY REGISTERED" TO WS-MSGERROR
               GO LIST-DEPTS-END
           END-START.
       LIST-DEPTS-PAGE.
           DISPLAY "CODE NAME                           HEAD" AT LINE 06 COLUMN 05
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
               END-READ
               DISPLAY DEP-CODE AT LINE WK-LIST-LIN COLUMN 05
               DISPLAY DEP-NAME AT LINE WK-LIST-LIN COLUMN 10
               DISPLAY DEP-HEAD AT LINE WK-LIST-LIN COLUMN 41
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           END-DELETE.
       DELETE-REC-END.

      *> -----------------------------------
      *> BIRTHRIGHT LIST OF ONE DEPARTMENT: KEY A PROFILE TO ADD IT,
      *> KEY A LISTED ONE TO TAKE IT OFF. ONLY THE LIST CHANGES HERE -
      *> ASSIGNMENTS ARE QUEUED FOR APPROVAL BY BIRTHRIGHT_SYNC.
       EDIT-BASELINE.
           MOVE "BASELINE PROFILES" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           OPEN I-O FD-BRT
           IF FSB-NOT-EXIST
               OPEN OUTPUT FD-BRT
               CLOSE FD-BRT
               OPEN I-O FD-BRT
           END-IF
           IF NOT FSB-OK
               MOVE "BIRTHRIGHT.DAT NOT AVAILABLE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO EDIT-BASELINE-END
           END-IF
           OPEN INPUT FD-PRF
           MOVE SPACES TO WK-BRT-DEPT DEP-NAME
           DISPLAY SS-BRT-DEPT
           ACCEPT SS-BRT-DEPT
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EDIT-BASELINE-CLOSE
           END-IF
           MOVE WK-BRT-DEPT TO DEP-CODE
           READ FD-DEP
               INVALID KEY
                   MOVE "DEPARTMENT NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO EDIT-BASELINE-CLOSE
           END-READ.
       EDIT-BASELINE-LOOP.
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           DISPLAY SS-BRT-DEPT
           PERFORM LIST-BASELINE THRU LIST-BASELINE-END
           MOVE ZEROS TO WK-BRT-PRF
           MOVE SPACES TO WK-BRT-NAME
           DISPLAY SS-BRT-PRF
           ACCEPT SS-BRT-PRF
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EDIT-BASELINE-CLOSE
           END-IF
           MOVE WK-BRT-PRF TO PRF-ID
           READ FD-PRF
               INVALID KEY
                   MOVE "PROFILE NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO EDIT-BASELINE-LOOP
           END-READ
           MOVE PRF-NAME TO WK-BRT-NAME
           DISPLAY SS-BRT-PRF
           MOVE WK-BRT-DEPT TO BRT-DEPT
           MOVE WK-BRT-PRF TO BRT-ID-PRF
           READ FD-BRT
               INVALID KEY
                   MOVE WK-MENU-USER TO BRT-SET-BY
                   ACCEPT BRT-SET-DATE FROM DATE YYYYMMDD
                   WRITE REC-BRT
                       INVALID KEY
                           MOVE "ERROR ON WRITE RECORD" TO WS-MSGERROR
                       NOT INVALID KEY
                           MOVE "BASELINE PROFILE ADDED" TO WS-MSGERROR
                   END-WRITE
                   PERFORM PROC-SHOW-ERROS
               NOT INVALID KEY
                   MOVE "N" TO WS-ERRO
                   MOVE "CONFIRMS REMOVING THIS BASELINE PROFILE (Y/N)?"
                     TO WS-MSGERROR
                   ACCEPT SS-ERRO
                   IF E-SIM
                       DELETE FD-BRT
                           INVALID KEY
                               MOVE "ERROR ON DELETE RECORD" TO WS-MSGERROR
                               PERFORM PROC-SHOW-ERROS
                       END-DELETE
                   END-IF
           END-READ
           GO EDIT-BASELINE-LOOP.
       EDIT-BASELINE-CLOSE.
           CLOSE FD-BRT FD-PRF.
       EDIT-BASELINE-END.

      *> -----------------------------------
      *> THE DEPARTMENT'S BASELINE ROWS UNDER THE KEY FIELDS.
       LIST-BASELINE.
           DISPLAY "BASELINE PROFILES" AT LINE 11 COLUMN 05
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 12 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           MOVE WK-BRT-DEPT TO BRT-DEPT
           MOVE ZEROS TO BRT-ID-PRF
           START FD-BRT
               KEY IS >= KEY1-BRT
           INVALID KEY
               GO LIST-BASELINE-NONE
           END-START.
       LIST-BASELINE-NEXT.
           READ FD-BRT NEXT
               AT END
                   GO LIST-BASELINE-NONE
           END-READ
           IF BRT-DEPT NOT = WK-BRT-DEPT
               GO LIST-BASELINE-NONE
           END-IF
           IF WK-LIST-COUNT = 10
               DISPLAY "(MORE)" AT LINE WK-LIST-LIN COLUMN 05
               GO LIST-BASELINE-END
           END-IF
           MOVE BRT-ID-PRF TO PRF-ID
           READ FD-PRF
               INVALID KEY
                   MOVE "(PROFILE DELETED)" TO PRF-NAME
           END-READ
           DISPLAY BRT-ID-PRF AT LINE WK-LIST-LIN COLUMN 05
           DISPLAY PRF-NAME AT LINE WK-LIST-LIN COLUMN 11
           DISPLAY BRT-SET-BY AT LINE WK-LIST-LIN COLUMN 33
           DISPLAY BRT-SET-DATE AT LINE WK-LIST-LIN COLUMN 54
           ADD 1 TO WK-LIST-LIN
           ADD 1 TO WK-LIST-COUNT
           GO LIST-BASELINE-NEXT.
       LIST-BASELINE-NONE.
           IF WK-LIST-COUNT = ZERO
               DISPLAY "NONE" AT LINE WK-LIST-LIN COLUMN 05
           END-IF.
       LIST-BASELINE-END.

      *> -----------------------------------
      *> NAME OR CHANGE THE HEAD OF ONE DEPARTMENT. THE LOGIN MUST BE
      *> AN ACTIVE USER; BLANK REMOVES THE HEAD AND STOPS THE DIGEST.
       EDIT-HEAD.
           MOVE "DEPARTMENT HEAD" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE SPACES TO WK-BRT-DEPT DEP-NAME
           DISPLAY SS-BRT-DEPT
           ACCEPT SS-BRT-DEPT
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EDIT-HEAD-END
           END-IF
           MOVE WK-BRT-DEPT TO DEP-CODE
           READ FD-DEP
               INVALID KEY
                   MOVE "DEPARTMENT NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO EDIT-HEAD-END
           END-READ
           DISPLAY SS-BRT-DEPT
           MOVE DEP-HEAD TO WK-HEAD-LOGIN
           MOVE SPACES TO WK-HEAD-NAME
           IF WK-HEAD-LOGIN NOT = SPACES
               PERFORM CHECK-HEAD THRU CHECK-HEAD-END
           END-IF.
       EDIT-HEAD-LOOP.
           DISPLAY SS-HEAD-LOGIN
           ACCEPT SS-HEAD-LOGIN
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EDIT-HEAD-END
           END-IF
           MOVE SPACES TO WK-HEAD-NAME
           IF WK-HEAD-LOGIN NOT = SPACES
               PERFORM CHECK-HEAD THRU CHECK-HEAD-END
               IF WK-HEAD-OK NOT = "Y"
                   MOVE "HEAD LOGIN NOT FOUND OR INACTIVE" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO EDIT-HEAD-LOOP
               END-IF
               DISPLAY SS-HEAD-LOGIN
           END-IF
           MOVE WK-HEAD-LOGIN TO DEP-HEAD
           REWRITE REC-DEP
               INVALID KEY
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
               NOT INVALID KEY
                   MOVE "DEPARTMENT HEAD RECORDED" TO WS-MSGERROR
           END-REWRITE
           PERFORM PROC-SHOW-ERROS.
       EDIT-HEAD-END.

      *> -----------------------------------
      *> WK-HEAD-OK = Y WHEN WK-HEAD-LOGIN IS AN ACTIVE USER; ITS NAME
      *> GOES TO WK-HEAD-NAME.
       CHECK-HEAD.
           MOVE "N" TO WK-HEAD-OK
           OPEN INPUT FD-USER
           IF NOT FSU-OK
               GO CHECK-HEAD-END
           END-IF
           MOVE WK-HEAD-LOGIN TO U-LOGIN
           READ FD-USER KEY IS KEY2-USR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF U-ACTIVE
                       MOVE "Y" TO WK-HEAD-OK
                       MOVE U-NAME TO WK-HEAD-NAME
                   END-IF
           END-READ
           CLOSE FD-USER.
       CHECK-HEAD-END.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
