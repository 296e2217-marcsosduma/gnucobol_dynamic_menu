       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSECHECK.
      *> -----------------------------------------------------------
      *> MONTH-END CLOSE CHECKLIST. THE TEMPLATE (CLOSE_TASK.DAT)
      *> HOLDS THE TASKS IN ORDER, WITH THE ROLE RESPONSIBLE, UP TO
      *> FOUR TASKS EACH ONE WAITS ON AND, FOR A STEP THE SEQUENCER
      *> RUNS, THE START OF ITS job_plan.txt COMMAND. OPENING A
      *> PERIOD COPIES THE ACTIVE TASKS INTO CLOSE_RUN.DAT; EACH IS
      *> THEN SIGNED OFF HERE BY THE OPERATOR AT THE KEYBOARD, WITH
      *> A NOTE, ONCE EVERYTHING IT WAITS ON IS DONE - OR BY THE
      *> SEQUENCER ITSELF WHEN ITS STEP ENDS OK. OPEN TASKS SHOW IN
      *> THE SHIFT HANDOVER ON THE OPERATIONS CONSOLE; THE PERIOD
      *> PRINTS THROUGH rpt_close_checklist FOR THE AUDIT FILE.
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
            COPY "../cpy/close_task_se.cpy".
            COPY "../cpy/close_run_se.cpy".
            COPY "../cpy/audit_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/close_task_fd.cpy".
            COPY "../cpy/close_run_fd.cpy".
            COPY "../cpy/audit_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "MONTH-END CLOSE CHECKLIST  - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-TASK     VALUE IS 1.
           88 E-TPL-LIST VALUE IS 2.
           88 E-TPL-DEL  VALUE IS 3.
           88 E-OPEN     VALUE IS 4.
           88 E-CHECK    VALUE IS 5.
           88 E-PRINT    VALUE IS 6.
           88 E-END      VALUE IS 7.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s" "Y" "y".
       77 ST-CLT                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-CLR                        PIC  9(002).
           88  FSR-OK                    VALUE ZEROS.
           88  FSR-NOT-EXIST             VALUE 35.
       77 ST-AUD                        PIC  X(002) VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-HOJE                       PIC  9(008) VALUE ZEROS.
       77 WK-NEW                        PIC  X(001) VALUE "N".
       77 WK-FOUND                      PIC  X(001) VALUE "N".
       77 WK-EOF                        PIC  X(001) VALUE "F".
       77 WK-DEP                        PIC  9(001) VALUE ZEROS.
       77 WK-DEP2                       PIC  9(001) VALUE ZEROS.
       77 WK-CLT-SAVE                   PIC  X(177) VALUE SPACES.
       77 WK-CLR-SAVE                   PIC  X(237) VALUE SPACES.
       77 WK-PERIOD                     PIC  9(006) VALUE ZEROS.
       77 WK-PERIOD-X                   PIC  X(006) VALUE SPACES.
       77 WK-PERIOD-MM                  PIC  9(002) VALUE ZEROS.
       77 WK-COPIED                     PIC  9(003) VALUE ZEROS.
       77 WK-WAITING                    PIC  X(040) VALUE SPACES.
       77 WK-WAIT-PTR                   PIC  9(003) VALUE ZEROS.
       77 WK-AUD-NAME                   PIC  X(015) VALUE SPACES.
       77 WK-AUD-ACTION                 PIC  X(015) VALUE SPACES.
       77 WK-CMD                        PIC  X(100) VALUE SPACES.
       77 WK-OS                         PIC  X(020) VALUE SPACES.
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
       *> The period's tasks in checklist order -------------------------
       77 WK-CL-MAX     PIC 9(03) VALUE 200.
       77 WK-CL-NUM     PIC 9(03) VALUE ZEROS.
       77 WK-CL-DONE    PIC 9(03) VALUE ZEROS.
       77 WK-CL-FIRST   PIC 9(03) VALUE ZEROS.
       77 WK-CL-IDX     PIC 9(03) VALUE ZEROS.
       77 WK-CL-JDX     PIC 9(03) VALUE ZEROS.
       77 WK-CL-MIN     PIC 9(03) VALUE ZEROS.
       77 WK-CL-PICK    PIC 9(03) VALUE ZEROS.
       01 WK-CL-TAB.
           05 WK-CL-ROW OCCURS 200 TIMES.
               10 WK-CL-SEQ     PIC 9(03).
               10 WK-CL-TASK    PIC X(08).
               10 WK-CL-STATUS  PIC X(01).
               10 WK-CL-ROLE    PIC X(15).
               10 WK-CL-TITLE   PIC X(50).
       01 WK-CL-SWAP    PIC X(077) VALUE SPACES.
       01 WK-CL-ST      PIC X(04) VALUE SPACES.

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

       01 SS-SCR-TASK.
           05 SS-TSK-KEY FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 05 VALUE "TASK CODE...............:".
               10 COLUMN PLUS 2 PIC X(08) USING CLT-TASK.
           05 SS-TSK-DESC FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 05 VALUE "ORDER...................:".
               10 COLUMN PLUS 2 PIC 9(03) USING CLT-SEQ
                  BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 05 VALUE "TITLE...................:".
               10 COLUMN PLUS 2 PIC X(50) USING CLT-TITLE.
               10 LINE 11 COLUMN 05 VALUE "RESPONSIBLE ROLE........:".
               10 COLUMN PLUS 2 PIC X(15) USING CLT-ROLE.
               10 LINE 12 COLUMN 05 VALUE "WAITS ON (TASK CODES)...:".
               10 COLUMN PLUS 2 PIC X(08) USING CLT-DEPENDS(1).
               10 COLUMN PLUS 1 PIC X(08) USING CLT-DEPENDS(2).
               10 COLUMN PLUS 1 PIC X(08) USING CLT-DEPENDS(3).
               10 COLUMN PLUS 1 PIC X(08) USING CLT-DEPENDS(4).
               10 LINE 13 COLUMN 05 VALUE "SEQUENCER COMMAND START.:".
               10 COLUMN PLUS 2 PIC X(40) USING CLT-AUTO-CMD.
               10 LINE 14 COLUMN 05 VALUE
                  "(BLANK = MANUAL TASK, SIGNED OFF ON THIS SCREEN ONLY)".
               10 LINE 15 COLUMN 05 VALUE "ACTIVE (Y/N)............:".
               10 COLUMN PLUS 2 PIC X(01) USING CLT-ACTIVE.

       01 SS-PERIOD FOREGROUND-COLOR 2.
           05 LINE 06 COLUMN 05 VALUE "PERIOD (CCYYMM).........:".
           05 COLUMN PLUS 2 PIC 9(06) USING WK-PERIOD
              BLANK WHEN ZEROS.

       01 SS-PICK FOREGROUND-COLOR 2.
           05 LINE 21 COLUMN 05 VALUE
              "LINE NO. TO SIGN OFF (0=NEXT PAGE, ESC=BACK):".
           05 COLUMN PLUS 2 PIC 9(03) USING WK-CL-PICK
              BLANK WHEN ZEROS.

       01 SS-SIGN FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 05 VALUE "TASK....................:".
           05 COLUMN PLUS 2 PIC X(08) FROM CLR-TASK.
           05 LINE 08 COLUMN 05 VALUE "TITLE...................:".
           05 COLUMN PLUS 2 PIC X(50) FROM CLR-TITLE.
           05 LINE 09 COLUMN 05 VALUE "RESPONSIBLE ROLE........:".
           05 COLUMN PLUS 2 PIC X(15) FROM CLR-ROLE.
           05 LINE 10 COLUMN 05 VALUE "SEQUENCER COMMAND START.:".
           05 COLUMN PLUS 2 PIC X(40) FROM CLR-AUTO-CMD.
           05 LINE 12 COLUMN 05 VALUE "SIGNED OFF BY...........:".
           05 COLUMN PLUS 2 PIC X(20) FROM WK-MENU-USER.
           05 LINE 13 COLUMN 05 VALUE "NOTE....................:".
           05 COLUMN PLUS 2 PIC X(46) USING CLR-NOTE.

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
           ACCEPT WK-OS FROM ENVIRONMENT "OS"
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
                   WHEN E-TASK
                       PERFORM TASK-REC THRU TASK-REC-END
                   WHEN E-TPL-LIST
                       PERFORM LIST-TASKS THRU LIST-TASKS-END
                   WHEN E-TPL-DEL
                       PERFORM DELETE-TASK THRU DELETE-TASK-END
                   WHEN E-OPEN
                       PERFORM OPEN-PERIOD THRU OPEN-PERIOD-END
                   WHEN E-CHECK
                       PERFORM CHECKLIST THRU CHECKLIST-END
                   WHEN E-PRINT
                       PERFORM PRINT-PERIOD THRU PRINT-PERIOD-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-CLT FD-CLR.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " TEMPLATE TASK" TO WM-ITENS(1)
           MOVE " TEMPLATE LIST" TO WM-ITENS(2)
           MOVE " REMOVE TASK" TO WM-ITENS(3)
           MOVE " OPEN PERIOD" TO WM-ITENS(4)
           MOVE " CHECKLIST/SIGN OFF" TO WM-ITENS(5)
           MOVE " PRINT CHECKLIST" TO WM-ITENS(6)
           MOVE " EXIT" TO WM-ITENS(7)
           MOVE 7 TO  WM-ITENS-QTD
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
        IF WM-ITEM-SELECTED = 0 OR WM-ITEM-SELECTED > 7 THEN
            MOVE 7 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
      *> NEW TEMPLATE TASK, OR CHANGE OF ONE ALREADY THERE. A TASK MAY
      *> ONLY WAIT ON TASKS ALREADY IN THE TEMPLATE, AND NOT ON ITSELF.
       TASK-REC.
           MOVE "TEMPLATE TASK" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-CLT.
           DISPLAY SS-TSK-KEY.
           ACCEPT SS-TSK-KEY.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TASK-REC-END
           END-IF
           MOVE FUNCTION UPPER-CASE(CLT-TASK) TO CLT-TASK
           IF CLT-TASK = SPACES
               MOVE "TASK CODE IS REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO TASK-REC
           END-IF
           MOVE "N" TO WK-NEW
           READ FD-CLT
               INVALID KEY
                   MOVE "Y" TO WK-NEW
                   MOVE "Y" TO CLT-ACTIVE
           END-READ.
       TASK-REC-DESC.
           DISPLAY SS-SCR-TASK.
           ACCEPT SS-TSK-DESC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TASK-REC-END
           END-IF
           MOVE FUNCTION UPPER-CASE(CLT-ACTIVE) TO CLT-ACTIVE
           PERFORM VARYING WK-DEP FROM 1 BY 1 UNTIL WK-DEP > 4
               MOVE FUNCTION UPPER-CASE(CLT-DEPENDS(WK-DEP))
                 TO CLT-DEPENDS(WK-DEP)
           END-PERFORM
           IF CLT-SEQ = ZEROS
               MOVE "ORDER IS REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO TASK-REC-DESC
           END-IF
           IF CLT-TITLE = SPACES OR CLT-ROLE = SPACES
               MOVE "TITLE AND RESPONSIBLE ROLE ARE REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO TASK-REC-DESC
           END-IF
           IF CLT-ACTIVE NOT = "Y" AND CLT-ACTIVE NOT = "N"
               MOVE "ACTIVE MUST BE Y OR N" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO TASK-REC-DESC
           END-IF
           PERFORM PROC-CHECK-DEPS THRU PROC-CHECK-DEPS-END
           IF WK-FOUND NOT = "Y"
               PERFORM PROC-SHOW-ERROS
               GO TASK-REC-DESC
           END-IF
           MOVE WK-MENU-USER TO CLT-CHANGED-BY
           ACCEPT CLT-CHANGED-DATE FROM DATE YYYYMMDD
           MOVE "CLOSECHECK" TO WK-AUD-NAME
           MOVE SPACES TO WK-AUD-ACTION
           IF WK-NEW = "Y"
               WRITE REC-CLT
                   INVALID KEY
                       MOVE "ERROR ON WRITE RECORD" TO WS-MSGERROR
                       PERFORM PROC-SHOW-ERROS
                       GO TASK-REC-END
               END-WRITE
               STRING "TASK+ " CLT-TASK DELIMITED BY SIZE
                   INTO WK-AUD-ACTION
               END-STRING
               MOVE "TASK ADDED TO THE TEMPLATE" TO WS-MSGERROR
           ELSE
               REWRITE REC-CLT
                   INVALID KEY
                       MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                       PERFORM PROC-SHOW-ERROS
                       GO TASK-REC-END
               END-REWRITE
               STRING "TASK* " CLT-TASK DELIMITED BY SIZE
                   INTO WK-AUD-ACTION
               END-STRING
               MOVE "TASK CHANGED - PERIODS ALREADY OPEN KEEP THEIR COPY"
                 TO WS-MSGERROR
           END-IF
           PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
           PERFORM PROC-SHOW-ERROS.
           GO TASK-REC.
       TASK-REC-END.

      *> -----------------------------------
      *> EVERY "WAITS ON" CODE MUST BE ANOTHER TEMPLATE TASK. THE ROW
      *> BEING KEYED IS SET ASIDE WHILE THE OTHERS ARE READ.
       PROC-CHECK-DEPS.
           MOVE "Y" TO WK-FOUND
           MOVE REC-CLT TO WK-CLT-SAVE
           PERFORM VARYING WK-DEP FROM 1 BY 1
                   UNTIL WK-DEP > 4 OR WK-FOUND NOT = "Y"
               MOVE WK-CLT-SAVE TO REC-CLT
               IF CLT-DEPENDS(WK-DEP) NOT = SPACES
                   IF CLT-DEPENDS(WK-DEP) = CLT-TASK
                       MOVE "N" TO WK-FOUND
                       MOVE "A TASK CANNOT WAIT ON ITSELF" TO WS-MSGERROR
                   ELSE
                       MOVE CLT-DEPENDS(WK-DEP) TO CLT-TASK
                       READ FD-CLT
                           INVALID KEY
                               MOVE "N" TO WK-FOUND
                               MOVE SPACES TO WS-MSGERROR
                               STRING "WAITS ON UNKNOWN TASK " CLT-TASK
                                   DELIMITED BY SIZE INTO WS-MSGERROR
                               END-STRING
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           MOVE WK-CLT-SAVE TO REC-CLT.
       PROC-CHECK-DEPS-END.
           EXIT.

      *> -----------------------------------
      *> SCROLLABLE LIST OF THE TEMPLATE, BY TASK CODE.
       LIST-TASKS.
           MOVE "TEMPLATE LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-CLT
           START FD-CLT
               KEY IS >= KEY1-CLT
           INVALID KEY
               MOVE "THE TEMPLATE IS EMPTY" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-TASKS-END
           END-START.
       LIST-TASKS-PAGE.
           DISPLAY "TASK     ORD A ROLE            AUTO TITLE" AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-CLT NEXT
                   AT END
                       GO LIST-TASKS-EOF
               END-READ
               DISPLAY CLT-TASK AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY CLT-SEQ AT LINE WK-LIST-LIN COLUMN 12
               DISPLAY CLT-ACTIVE AT LINE WK-LIST-LIN COLUMN 16
               DISPLAY CLT-ROLE AT LINE WK-LIST-LIN COLUMN 18
               IF CLT-AUTO-CMD NOT = SPACES
                   DISPLAY "SEQ" AT LINE WK-LIST-LIN COLUMN 34
               END-IF
               DISPLAY CLT-TITLE(1:41) AT LINE WK-LIST-LIN COLUMN 39
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-TASKS-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-TASKS-PAGE.
       LIST-TASKS-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-TASKS-END.

      *> -----------------------------------
      *> REMOVES A TEMPLATE TASK NO OTHER TASK WAITS ON. PERIODS
      *> ALREADY OPEN KEEP THEIR COPY OF IT.
       DELETE-TASK.
           MOVE "REMOVE TASK" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-CLT.
           DISPLAY SS-TSK-KEY.
           ACCEPT SS-TSK-KEY.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DELETE-TASK-END
           END-IF
           MOVE FUNCTION UPPER-CASE(CLT-TASK) TO CLT-TASK
           READ FD-CLT
               INVALID KEY
                   MOVE "TASK NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO DELETE-TASK-END
           END-READ.
           DISPLAY SS-SCR-TASK.
           MOVE REC-CLT TO WK-CLT-SAVE
           MOVE "N" TO WK-FOUND
           MOVE SPACES TO WK-WAITING
           INITIALIZE REC-CLT
           MOVE "F" TO WK-EOF
           START FD-CLT
               KEY IS >= KEY1-CLT
               INVALID KEY
                   MOVE "T" TO WK-EOF
           END-START
           PERFORM UNTIL WK-EOF = "T"
               READ FD-CLT NEXT
                   AT END
                       MOVE "T" TO WK-EOF
                   NOT AT END
                       PERFORM VARYING WK-DEP FROM 1 BY 1 UNTIL WK-DEP > 4
                           IF CLT-DEPENDS(WK-DEP) = WK-CLT-SAVE(1:8)
                               MOVE "Y" TO WK-FOUND
                               MOVE CLT-TASK TO WK-WAITING
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           MOVE WK-CLT-SAVE TO REC-CLT
           IF WK-FOUND = "Y"
               MOVE SPACES TO WS-MSGERROR
               STRING "TASK " FUNCTION TRIM(WK-WAITING)
                      " WAITS ON IT - CHANGE THAT TASK FIRST"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
               GO DELETE-TASK-END
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE REMOVAL OF THE TASK (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DELETE-TASK-END
           END-IF
           DELETE FD-CLT
               INVALID KEY
                   MOVE "ERROR ON DELETE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO DELETE-TASK-END
           END-DELETE.
           MOVE "CLOSECHECK" TO WK-AUD-NAME
           MOVE SPACES TO WK-AUD-ACTION
           STRING "TASK- " CLT-TASK DELIMITED BY SIZE INTO WK-AUD-ACTION
           END-STRING
           PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
           MOVE "TASK REMOVED FROM THE TEMPLATE" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       DELETE-TASK-END.

      *> -----------------------------------
      *> OPENS A PERIOD: EVERY ACTIVE TEMPLATE TASK IS COPIED, OPEN.
      *> A PERIOD IS OPENED ONCE.
       OPEN-PERIOD.
           MOVE "OPEN PERIOD" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           MOVE WK-HOJE(1:6) TO WK-PERIOD
           DISPLAY SS-PERIOD.
           ACCEPT SS-PERIOD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO OPEN-PERIOD-END
           END-IF
           PERFORM PROC-CHECK-PERIOD THRU PROC-CHECK-PERIOD-END
           IF WK-FOUND NOT = "Y"
               PERFORM PROC-SHOW-ERROS
               GO OPEN-PERIOD
           END-IF
           PERFORM PROC-PERIOD-EXISTS THRU PROC-PERIOD-EXISTS-END
           IF WK-FOUND = "Y"
               MOVE "PERIOD ALREADY OPEN - USE CHECKLIST/SIGN OFF" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO OPEN-PERIOD-END
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE SPACES TO WS-MSGERROR
           STRING "OPEN THE CLOSE CHECKLIST FOR " WK-PERIOD "? (Y/N)"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO OPEN-PERIOD-END
           END-IF
           MOVE ZEROS TO WK-COPIED
           INITIALIZE REC-CLT
           MOVE "F" TO WK-EOF
           START FD-CLT
               KEY IS >= KEY1-CLT
               INVALID KEY
                   MOVE "T" TO WK-EOF
           END-START
           PERFORM UNTIL WK-EOF = "T"
               READ FD-CLT NEXT
                   AT END
                       MOVE "T" TO WK-EOF
                   NOT AT END
                       IF CLT-IS-ACTIVE
                           INITIALIZE REC-CLR
                           MOVE WK-PERIOD TO CLR-PERIOD
                           MOVE CLT-TASK TO CLR-TASK
                           MOVE CLT-SEQ TO CLR-SEQ
                           MOVE CLT-TITLE TO CLR-TITLE
                           MOVE CLT-ROLE TO CLR-ROLE
                           PERFORM VARYING WK-DEP FROM 1 BY 1
                                   UNTIL WK-DEP > 4
                               MOVE CLT-DEPENDS(WK-DEP)
                                 TO CLR-DEPENDS(WK-DEP)
                           END-PERFORM
                           MOVE CLT-AUTO-CMD TO CLR-AUTO-CMD
                           MOVE "O" TO CLR-STATUS
                           WRITE REC-CLR
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WK-COPIED
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           IF WK-COPIED = ZEROS
               MOVE "NO ACTIVE TASK IN THE TEMPLATE - NOTHING OPENED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO OPEN-PERIOD-END
           END-IF
           MOVE SPACES TO WK-AUD-NAME WK-AUD-ACTION
           STRING "CLOSE " WK-PERIOD DELIMITED BY SIZE INTO WK-AUD-NAME
           END-STRING
           STRING "OPENED " WK-COPIED DELIMITED BY SIZE INTO WK-AUD-ACTION
           END-STRING
           PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
           MOVE SPACES TO WS-MSGERROR
           STRING "PERIOD " WK-PERIOD " OPENED WITH " WK-COPIED " TASKS"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
       OPEN-PERIOD-END.

      *> -----------------------------------
      *> THE PERIOD'S TASKS IN ORDER, PAGE BY PAGE; A LINE NUMBER PICKS
      *> THE TASK TO SIGN OFF. DEFAULT PERIOD: THE LATEST ONE OPENED.
       CHECKLIST.
           MOVE "CHECKLIST/SIGN OFF" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           PERFORM PROC-LATEST-PERIOD THRU PROC-LATEST-PERIOD-END
           DISPLAY SS-PERIOD.
           ACCEPT SS-PERIOD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CHECKLIST-END
           END-IF
           PERFORM PROC-LOAD-PERIOD THRU PROC-LOAD-PERIOD-END
           IF WK-CL-NUM = ZEROS
               MOVE "PERIOD NOT OPEN" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO CHECKLIST-END
           END-IF
           MOVE 1 TO WK-CL-FIRST.
       CHECKLIST-PAGE.
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           MOVE SPACES TO WS-MSGERROR
           STRING "PERIOD " WK-PERIOD " - " WK-CL-DONE " OF " WK-CL-NUM
                  " TASKS SIGNED OFF"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           DISPLAY WS-MSGERROR(1:60) AT LINE 05 COLUMN 03
           DISPLAY "NO. ORD TASK     ST   ROLE            TITLE" AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM VARYING WK-CL-IDX FROM WK-CL-FIRST BY 1
                   UNTIL WK-CL-IDX > WK-CL-NUM OR WK-LIST-COUNT = 13
               IF WK-CL-STATUS(WK-CL-IDX) = "D"
                   MOVE "DONE" TO WK-CL-ST
               ELSE
                   MOVE "OPEN" TO WK-CL-ST
               END-IF
               DISPLAY WK-CL-IDX AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY WK-CL-SEQ(WK-CL-IDX) AT LINE WK-LIST-LIN COLUMN 07
               DISPLAY WK-CL-TASK(WK-CL-IDX) AT LINE WK-LIST-LIN COLUMN 11
               DISPLAY WK-CL-ST AT LINE WK-LIST-LIN COLUMN 20
               DISPLAY WK-CL-ROLE(WK-CL-IDX) AT LINE WK-LIST-LIN COLUMN 25
               DISPLAY WK-CL-TITLE(WK-CL-IDX)(1:39) AT LINE WK-LIST-LIN COLUMN 41
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE ZEROS TO WK-CL-PICK
           DISPLAY SS-PICK
           ACCEPT SS-PICK
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CHECKLIST-END
           END-IF
           IF WK-CL-PICK = ZEROS
               ADD 13 TO WK-CL-FIRST
               IF WK-CL-FIRST > WK-CL-NUM
                   MOVE 1 TO WK-CL-FIRST
               END-IF
               GO CHECKLIST-PAGE
           END-IF
           IF WK-CL-PICK > WK-CL-NUM
               MOVE "NO SUCH LINE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO CHECKLIST-PAGE
           END-IF
           PERFORM SIGN-TASK THRU SIGN-TASK-END
           PERFORM PROC-LOAD-PERIOD THRU PROC-LOAD-PERIOD-END
           GO CHECKLIST-PAGE.
       CHECKLIST-END.

      *> -----------------------------------
      *> SIGN-OFF OF ONE TASK BY THE OPERATOR AT THE KEYBOARD: ONLY
      *> WHEN EVERY TASK IT WAITS ON IN THE PERIOD IS DONE, AND ALWAYS
      *> WITH A NOTE.
       SIGN-TASK.
           INITIALIZE REC-CLR
           MOVE WK-PERIOD TO CLR-PERIOD
           MOVE WK-CL-TASK(WK-CL-PICK) TO CLR-TASK
           READ FD-CLR
               INVALID KEY
                   MOVE "TASK NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO SIGN-TASK-END
           END-READ
           IF CLR-IS-DONE
               MOVE SPACES TO WS-MSGERROR
               STRING "ALREADY SIGNED OFF BY " FUNCTION TRIM(CLR-SIGNED-BY)
                      " ON " CLR-SIGNED-DATE " " CLR-SIGNED-TIME(1:4)
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
               GO SIGN-TASK-END
           END-IF
           MOVE REC-CLR TO WK-CLR-SAVE
           MOVE SPACES TO WK-WAITING
           MOVE 1 TO WK-WAIT-PTR
           PERFORM VARYING WK-DEP2 FROM 1 BY 1 UNTIL WK-DEP2 > 4
               MOVE WK-CLR-SAVE TO REC-CLR
               IF CLR-DEPENDS(WK-DEP2) NOT = SPACES
                   MOVE CLR-DEPENDS(WK-DEP2) TO CLR-TASK
                   READ FD-CLR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLR-IS-OPEN
                               STRING FUNCTION TRIM(CLR-TASK) " "
                                   DELIMITED BY SIZE INTO WK-WAITING
                                   WITH POINTER WK-WAIT-PTR
                               END-STRING
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           MOVE WK-CLR-SAVE TO REC-CLR
           IF WK-WAITING NOT = SPACES
               MOVE SPACES TO WS-MSGERROR
               STRING "STILL WAITING ON: " WK-WAITING
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
               GO SIGN-TASK-END
           END-IF
           MOVE "SIGN OFF" TO WS-OP
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX.
       SIGN-TASK-NOTE.
           MOVE SPACES TO CLR-NOTE
           DISPLAY SS-SIGN
           ACCEPT SS-SIGN
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO SIGN-TASK-END
           END-IF
           IF CLR-NOTE = SPACES
               MOVE "A NOTE IS REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO SIGN-TASK-NOTE
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE SIGN-OFF OF THE TASK (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO SIGN-TASK-END
           END-IF
           MOVE "D" TO CLR-STATUS
           MOVE WK-MENU-USER TO CLR-SIGNED-BY
           ACCEPT CLR-SIGNED-DATE FROM DATE YYYYMMDD
           ACCEPT CLR-SIGNED-TIME FROM TIME
           REWRITE REC-CLR
               INVALID KEY
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO SIGN-TASK-END
           END-REWRITE
           MOVE SPACES TO WK-AUD-NAME WK-AUD-ACTION
           STRING "CLOSE " WK-PERIOD DELIMITED BY SIZE INTO WK-AUD-NAME
           END-STRING
           STRING "SIGN " CLR-TASK DELIMITED BY SIZE INTO WK-AUD-ACTION
           END-STRING
           PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
           IF WK-CL-DONE + 1 >= WK-CL-NUM
               MOVE "TASK SIGNED OFF - CHECKLIST COMPLETE, PRINT IT FOR THE AUDIT FILE"
                 TO WS-MSGERROR
           ELSE
               MOVE "TASK SIGNED OFF" TO WS-MSGERROR
           END-IF
           PERFORM PROC-SHOW-ERROS.
       SIGN-TASK-END.
           EXIT.

      *> -----------------------------------
      *> PRINTS A PERIOD THROUGH rpt_close_checklist, RUN IN ITS OWN
      *> DIRECTORY THE WAY THE OPERATIONS CONSOLE RUNS ITS UTILITIES.
       PRINT-PERIOD.
           MOVE "PRINT CHECKLIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           PERFORM PROC-LATEST-PERIOD THRU PROC-LATEST-PERIOD-END
           DISPLAY SS-PERIOD.
           ACCEPT SS-PERIOD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PRINT-PERIOD-END
           END-IF
           PERFORM PROC-PERIOD-EXISTS THRU PROC-PERIOD-EXISTS-END
           IF WK-FOUND NOT = "Y"
               MOVE "PERIOD NOT OPEN" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO PRINT-PERIOD-END
           END-IF
           MOVE WK-PERIOD TO WK-PERIOD-X
           SET ENVIRONMENT "CLOSE_PERIOD" TO WK-PERIOD-X
           SET ENVIRONMENT "CARGA_SILENCIOSA" TO "S"
           MOVE SPACES TO WK-CMD
           IF WK-OS = "Windows_NT"
               STRING "cd /d ..\report && rpt_close_checklist"
                   DELIMITED BY SIZE INTO WK-CMD
               END-STRING
           ELSE
               STRING "cd ../report && ./rpt_close_checklist"
                   DELIMITED BY SIZE INTO WK-CMD
               END-STRING
           END-IF
           CALL "SYSTEM" USING WK-CMD
           SET ENVIRONMENT "CARGA_SILENCIOSA" TO " "
           SET ENVIRONMENT "CLOSE_PERIOD" TO " "
           MOVE SPACES TO WK-AUD-NAME
           STRING "CLOSE " WK-PERIOD DELIMITED BY SIZE INTO WK-AUD-NAME
           END-STRING
           MOVE "PRINTED" TO WK-AUD-ACTION
           PERFORM PROC-LOG-AUDIT THRU PROC-LOG-AUDIT-END
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           MOVE "CHECKLIST PRINTED - SEE close_checklist.txt OR THE SPOOL"
             TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       PRINT-PERIOD-END.

      *> -----------------------------------
      *> CCYYMM WITH A MONTH FROM 01 TO 12.
       PROC-CHECK-PERIOD.
           MOVE "Y" TO WK-FOUND
           MOVE WK-PERIOD(5:2) TO WK-PERIOD-MM
           IF WK-PERIOD < 190001 OR WK-PERIOD-MM = ZEROS
              OR WK-PERIOD-MM > 12
               MOVE "N" TO WK-FOUND
               MOVE "PERIOD MUST BE CCYYMM" TO WS-MSGERROR
           END-IF.
       PROC-CHECK-PERIOD-END.
           EXIT.

      *> -----------------------------------
      *> WK-FOUND = "Y" WHEN THE PERIOD HAS ANY TASK ON FILE.
       PROC-PERIOD-EXISTS.
           MOVE "N" TO WK-FOUND
           INITIALIZE REC-CLR
           MOVE WK-PERIOD TO CLR-PERIOD
           START FD-CLR
               KEY IS >= KEY1-CLR
               INVALID KEY
                   GO PROC-PERIOD-EXISTS-END
           END-START
           READ FD-CLR NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF CLR-PERIOD = WK-PERIOD
                       MOVE "Y" TO WK-FOUND
                   END-IF
           END-READ.
       PROC-PERIOD-EXISTS-END.
           EXIT.

      *> -----------------------------------
      *> THE HIGHEST PERIOD ON FILE, OR THE CURRENT MONTH WHEN NONE.
       PROC-LATEST-PERIOD.
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           MOVE WK-HOJE(1:6) TO WK-PERIOD
           INITIALIZE REC-CLR
           MOVE "F" TO WK-EOF
           START FD-CLR
               KEY IS >= KEY1-CLR
               INVALID KEY
                   MOVE "T" TO WK-EOF
           END-START
           PERFORM UNTIL WK-EOF = "T"
               READ FD-CLR NEXT
                   AT END
                       MOVE "T" TO WK-EOF
                   NOT AT END
                       MOVE CLR-PERIOD TO WK-PERIOD
               END-READ
           END-PERFORM.
       PROC-LATEST-PERIOD-END.
           EXIT.

      *> -----------------------------------
      *> LOADS THE PERIOD'S TASKS AND PUTS THEM IN TEMPLATE ORDER.
       PROC-LOAD-PERIOD.
           MOVE ZEROS TO WK-CL-NUM WK-CL-DONE
           INITIALIZE REC-CLR
           MOVE WK-PERIOD TO CLR-PERIOD
           MOVE "F" TO WK-EOF
           START FD-CLR
               KEY IS >= KEY1-CLR
               INVALID KEY
                   MOVE "T" TO WK-EOF
           END-START
           PERFORM UNTIL WK-EOF = "T"
               READ FD-CLR NEXT
                   AT END
                       MOVE "T" TO WK-EOF
                   NOT AT END
                       IF CLR-PERIOD NOT = WK-PERIOD
                          OR WK-CL-NUM >= WK-CL-MAX
                           MOVE "T" TO WK-EOF
                       ELSE
                           ADD 1 TO WK-CL-NUM
                           MOVE CLR-SEQ TO WK-CL-SEQ(WK-CL-NUM)
                           MOVE CLR-TASK TO WK-CL-TASK(WK-CL-NUM)
                           MOVE CLR-STATUS TO WK-CL-STATUS(WK-CL-NUM)
                           MOVE CLR-ROLE TO WK-CL-ROLE(WK-CL-NUM)
                           MOVE CLR-TITLE TO WK-CL-TITLE(WK-CL-NUM)
                           IF CLR-IS-DONE
                               ADD 1 TO WK-CL-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WK-CL-IDX FROM 1 BY 1
                   UNTIL WK-CL-IDX >= WK-CL-NUM
               MOVE WK-CL-IDX TO WK-CL-MIN
               PERFORM VARYING WK-CL-JDX FROM WK-CL-IDX BY 1
                       UNTIL WK-CL-JDX > WK-CL-NUM
                   IF WK-CL-ROW(WK-CL-JDX)(1:11) < WK-CL-ROW(WK-CL-MIN)(1:11)
                       MOVE WK-CL-JDX TO WK-CL-MIN
                   END-IF
               END-PERFORM
               IF WK-CL-MIN NOT = WK-CL-IDX
                   MOVE WK-CL-ROW(WK-CL-IDX) TO WK-CL-SWAP
                   MOVE WK-CL-ROW(WK-CL-MIN) TO WK-CL-ROW(WK-CL-IDX)
                   MOVE WK-CL-SWAP TO WK-CL-ROW(WK-CL-MIN)
               END-IF
           END-PERFORM.
       PROC-LOAD-PERIOD-END.
           EXIT.

      *> -----------------------------------
      *> ONE AUDIT TRAIL LINE PER TEMPLATE CHANGE, OPENING, SIGN-OFF
      *> AND PRINT.
       PROC-LOG-AUDIT.
           INITIALIZE REC-AUDIT
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE WK-MENU-USER TO AUD-USER
           MOVE "OPERATIONS" TO AUD-MODULE
           MOVE WK-AUD-NAME TO AUD-MENU-NAME
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
           OPEN I-O FD-CLT
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-CLT
               CLOSE FD-CLT
               OPEN I-O FD-CLT
           END-IF
           OPEN I-O FD-CLR
           IF FSR-NOT-EXIST THEN
               OPEN OUTPUT FD-CLR
               CLOSE FD-CLR
               OPEN I-O FD-CLR
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
