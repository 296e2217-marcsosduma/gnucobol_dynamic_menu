       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK.
      *> -----------------------------------------------------------
      *> MAINTENANCE OF THE OPERATIONS RUNBOOK LIBRARY (RUNBOOK.DAT).
      *> EACH ENTRY IS KEYED BY A JOB COMMAND (J) OR BY A FILE AND
      *> FILE STATUS FROM file_error.log (F, "**" = ANY STATUS) AND
      *> SAYS WHETHER THE STEP MAY SIMPLY BE RERUN, HOW TO RESTART
      *> IT AND WHO TO ESCALATE TO. THE ERROR CONSOLE, THE JOB QUEUE
      *> CONSOLE AND THE SEQUENCER'S FAILURE NOTICE SHOW THE ENTRY
      *> THROUGH rbklookup. SAVING AN ENTRY, OR CONFIRMING IT
      *> UNCHANGED WITH REVIEW, STAMPS ITS LAST-REVIEWED DATE; THE
      *> LIST FLAGS ENTRIES NOT REVIEWED WITHIN RBKREVIEWDAYS
      *> (SYSPARM, DEFAULT 365 DAYS).
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
            COPY "../cpy/runbook_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/runbook_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "OPERATIONS RUNBOOKS        - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-INSERT   VALUE IS 1.
           88 E-REVIEW   VALUE IS 2.
           88 E-LIST     VALUE IS 3.
           88 E-DELETE   VALUE IS 4.
           88 E-END      VALUE IS 5.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s" "Y" "y".
       77 ST-RBK                        PIC  9(002).
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
       77 WK-RBK-ON-FILE PIC X(01) VALUE "N".
       77 WK-MENU-USER  PIC X(20) VALUE SPACES.
       77 WK-HOJE       PIC 9(08) VALUE ZEROS.
       77 WK-STALE-DATE PIC 9(08) VALUE ZEROS.
       77 WK-STALE-FLAG PIC X(01) VALUE SPACE.
       77 WK-STALE-COUNT PIC 9(04) VALUE ZEROS.
       COPY "../cpy/getparm_ws.cpy".

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

       01 SS-KIND FOREGROUND-COLOR 2.
           05 LINE 06 COLUMN 05 VALUE "KIND (J=JOB COMMAND F=FILE ERROR):".
           05 COLUMN PLUS 2 PIC X(01) USING RBK-KIND.
       01 SS-KEY-JOB FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 05 VALUE "COMMAND:".
           05 COLUMN PLUS 1 PIC X(60) USING RBK-MATCH.
       01 SS-KEY-FILE FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 05 VALUE "FILE...:".
           05 COLUMN PLUS 1 PIC X(15) USING RBK-FILE.
           05 COLUMN PLUS 3 VALUE "FILE STATUS (** = ANY):".
           05 COLUMN PLUS 1 PIC X(02) USING RBK-FSTATUS.

       01 SS-BODY FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 05 VALUE "TITLE..........:".
           05 COLUMN PLUS 1 PIC X(40) USING RBK-TITLE.
           05 LINE 10 COLUMN 05 VALUE "RERUN..........:".
           05 COLUMN PLUS 1 PIC X(01) USING RBK-RERUN.
           05 COLUMN PLUS 2
              VALUE "Y=RERUN AS IS  C=AFTER THE STEPS  N=DO NOT RERUN".
           05 LINE 11 COLUMN 05 VALUE "RESTART STEPS:".
           05 LINE 12 COLUMN 05 PIC X(70) USING RBK-STEP(1).
           05 LINE 13 COLUMN 05 PIC X(70) USING RBK-STEP(2).
           05 LINE 14 COLUMN 05 PIC X(70) USING RBK-STEP(3).
           05 LINE 15 COLUMN 05 PIC X(70) USING RBK-STEP(4).
           05 LINE 16 COLUMN 05 PIC X(70) USING RBK-STEP(5).
           05 LINE 18 COLUMN 05 VALUE "ESCALATE TO....:".
           05 COLUMN PLUS 1 PIC X(40) USING RBK-ESCALATE.
       01 SS-STAMP FOREGROUND-COLOR 2.
           05 LINE 20 COLUMN 05 VALUE "LAST REVIEWED..:".
           05 COLUMN PLUS 1 PIC 9(08) FROM RBK-REVIEWED-DATE
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "BY".
           05 COLUMN PLUS 1 PIC X(20) FROM RBK-REVIEWED-BY.

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
           ACCEPT WK-HOJE FROM DATE YYYYMMDD
           MOVE "RBKREVIEWDAYS" TO WK-GP-KEY
           MOVE 365 TO WK-GP-DEFAULT
           CALL "getparm" USING WK-GP-PARM END-CALL
           IF WK-GP-VALUE = ZEROS
               MOVE 365 TO WK-GP-VALUE
           END-IF
           COMPUTE WK-STALE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-HOJE) - WK-GP-VALUE)
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
                   WHEN E-REVIEW
                       PERFORM REVIEW-REC THRU REVIEW-REC-END
                   WHEN E-LIST
                       PERFORM LIST-RUNBOOKS THRU LIST-RUNBOOKS-END
                   WHEN E-DELETE
                       PERFORM DELETE-REC THRU DELETE-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-RBK.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " ADD / CHANGE" TO WM-ITENS(1)
           MOVE " REVIEW" TO WM-ITENS(2)
           MOVE " LIST" TO WM-ITENS(3)
           MOVE " DELETE" TO WM-ITENS(4)
           MOVE " EXIT" TO WM-ITENS(5)
           MOVE 5 TO  WM-ITENS-QTD
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
        IF WM-ITEM-SELECTED = 0 OR WM-ITEM-SELECTED > 5 THEN
            MOVE 5 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
      *> KEY AN ENTRY; AN EXISTING ONE COMES BACK FOR CHANGE. EVERY
      *> SAVE IS A REVIEW AND STAMPS THE DATE AND THE OPERATOR.
       INSERT-REC.
           MOVE "ADD / CHANGE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           PERFORM PROC-ACCEPT-KEY THRU PROC-ACCEPT-KEY-END
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           MOVE "N" TO WK-RBK-ON-FILE
           READ FD-RBK
               INVALID KEY
                   MOVE SPACES TO RBK-TITLE RBK-RERUN RBK-ESCALATE
                                  RBK-STEP(1) RBK-STEP(2) RBK-STEP(3)
                                  RBK-STEP(4) RBK-STEP(5)
                                  RBK-REVIEWED-BY
                   MOVE ZEROS TO RBK-REVIEWED-DATE RBK-UPD-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WK-RBK-ON-FILE
           END-READ
           DISPLAY SS-BODY.
           DISPLAY SS-STAMP.
       INSERT-REC-BODY.
           ACCEPT SS-BODY.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           MOVE FUNCTION UPPER-CASE(RBK-RERUN) TO RBK-RERUN
           IF RBK-TITLE = SPACES OR RBK-ESCALATE = SPACES
               MOVE "TITLE AND ESCALATION CONTACT ARE REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-BODY
           END-IF
           IF NOT RBK-RERUN-OK
               MOVE "RERUN MUST BE Y, C OR N" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-BODY
           END-IF
           IF RBK-RERUN NOT = "Y" AND RBK-STEP(1) = SPACES
               MOVE "SAY WHAT TO DO BEFORE A RERUN OR INSTEAD OF ONE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-BODY
           END-IF
           MOVE WK-HOJE TO RBK-REVIEWED-DATE RBK-UPD-DATE
           MOVE WK-MENU-USER TO RBK-REVIEWED-BY
           IF WK-RBK-ON-FILE = "Y"
               REWRITE REC-RBK
                   INVALID KEY
                       MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   NOT INVALID KEY
                       MOVE "RUNBOOK ENTRY CHANGED" TO WS-MSGERROR
               END-REWRITE
           ELSE
               WRITE REC-RBK
                   INVALID KEY
                       MOVE "ERROR ON WRITE RECORD" TO WS-MSGERROR
                   NOT INVALID KEY
                       MOVE "RUNBOOK ENTRY REGISTERED" TO WS-MSGERROR
               END-WRITE
           END-IF
           PERFORM PROC-SHOW-ERROS.
           GO INSERT-REC.
       INSERT-REC-END.

      *> -----------------------------------
      *> THE ENTRY IS READ THROUGH AND CONFIRMED STILL RIGHT - ONLY
      *> THE LAST-REVIEWED STAMP CHANGES.
       REVIEW-REC.
           MOVE "REVIEW" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           PERFORM PROC-ACCEPT-KEY THRU PROC-ACCEPT-KEY-END
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REVIEW-REC-END
           END-IF
           READ FD-RBK
               INVALID KEY
                   MOVE "RUNBOOK ENTRY NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO REVIEW-REC-END
           END-READ
           DISPLAY SS-BODY.
           DISPLAY SS-STAMP.
           MOVE "N" TO WS-ERRO.
           MOVE "IS THIS ENTRY STILL CORRECT AS IT STANDS (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO REVIEW-REC-END
           END-IF
           MOVE WK-HOJE TO RBK-REVIEWED-DATE
           MOVE WK-MENU-USER TO RBK-REVIEWED-BY
           REWRITE REC-RBK
               INVALID KEY
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
               NOT INVALID KEY
                   MOVE "REVIEW RECORDED" TO WS-MSGERROR
           END-REWRITE
           PERFORM PROC-SHOW-ERROS.
       REVIEW-REC-END.

      *> -----------------------------------
      *> SCROLLABLE LIST; "*" MARKS AN ENTRY OVERDUE FOR REVIEW.
       LIST-RUNBOOKS.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE ZEROS TO WK-STALE-COUNT
           MOVE SPACES TO REC-RBK
           MOVE LOW-VALUES TO KEY1-RBK
           START FD-RBK
               KEY IS >= KEY1-RBK
           INVALID KEY
               MOVE "NO RUNBOOK ENTRIES REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-RUNBOOKS-END
           END-START.
       LIST-RUNBOOKS-PAGE.
           DISPLAY "K COMMAND / FILE + STATUS           R TITLE                 REVIEWED"
               AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-RBK NEXT
                   AT END
                       GO LIST-RUNBOOKS-EOF
               END-READ
               MOVE SPACE TO WK-STALE-FLAG
               IF RBK-REVIEWED-DATE < WK-STALE-DATE
                   MOVE "*" TO WK-STALE-FLAG
                   ADD 1 TO WK-STALE-COUNT
               END-IF
               DISPLAY RBK-KIND AT LINE WK-LIST-LIN COLUMN 03
               IF RBK-IS-FILE
                   DISPLAY RBK-FILE AT LINE WK-LIST-LIN COLUMN 05
                   DISPLAY RBK-FSTATUS AT LINE WK-LIST-LIN COLUMN 21
               ELSE
                   DISPLAY RBK-MATCH(1:34) AT LINE WK-LIST-LIN COLUMN 05
               END-IF
               DISPLAY RBK-RERUN AT LINE WK-LIST-LIN COLUMN 40
               DISPLAY RBK-TITLE(1:21) AT LINE WK-LIST-LIN COLUMN 42
               DISPLAY RBK-REVIEWED-DATE AT LINE WK-LIST-LIN COLUMN 64
               DISPLAY WK-STALE-FLAG AT LINE WK-LIST-LIN COLUMN 73
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK (* = REVIEW OVERDUE)" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-RUNBOOKS-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-RUNBOOKS-PAGE.
       LIST-RUNBOOKS-EOF.
           MOVE SPACES TO WS-MSGERROR
           STRING "END OF LIST - " WK-STALE-COUNT
                  " OVERDUE FOR REVIEW - ENTER TO GO BACK"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
       LIST-RUNBOOKS-END.

      *> -----------------------------------
      *> REMOVE AN ENTRY THAT NO LONGER APPLIES.
       DELETE-REC.
           MOVE "DELETE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           PERFORM PROC-ACCEPT-KEY THRU PROC-ACCEPT-KEY-END
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DELETE-REC-END
           END-IF
           READ FD-RBK
               INVALID KEY
                   MOVE "RUNBOOK ENTRY NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO DELETE-REC-END
           END-READ.
           DISPLAY SS-BODY.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE DELETION OF THE ENTRY (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DELETE-REC-END
           END-IF
           DELETE FD-RBK
               INVALID KEY
                   MOVE "ERROR ON DELETE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
           END-DELETE.
       DELETE-REC-END.

      *> -----------------------------------
      *> THE KIND, THEN THE COMMAND OR THE FILE AND STATUS. THE FILE
      *> NAME IS KEPT IN CAPITALS AS THE PROGRAMS LOG IT.
       PROC-ACCEPT-KEY.
           MOVE SPACES TO REC-RBK
           MOVE ZEROS TO RBK-REVIEWED-DATE RBK-UPD-DATE
           DISPLAY SS-KIND
           ACCEPT SS-KIND
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PROC-ACCEPT-KEY-END
           END-IF
           MOVE FUNCTION UPPER-CASE(RBK-KIND) TO RBK-KIND
           IF NOT RBK-KIND-OK
               MOVE "KIND MUST BE J OR F" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO PROC-ACCEPT-KEY
           END-IF
           IF RBK-IS-JOB
               DISPLAY SS-KEY-JOB
               ACCEPT SS-KEY-JOB
           ELSE
               DISPLAY SS-KEY-FILE
               ACCEPT SS-KEY-FILE
               MOVE FUNCTION UPPER-CASE(RBK-FILE) TO RBK-FILE
           END-IF
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PROC-ACCEPT-KEY-END
           END-IF
           IF RBK-MATCH = SPACES
              OR (RBK-IS-FILE AND RBK-FSTATUS = SPACES)
               MOVE "THE COMMAND, OR THE FILE AND ITS STATUS, IS REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO PROC-ACCEPT-KEY
           END-IF.
       PROC-ACCEPT-KEY-END.
           EXIT.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
           OPEN I-O FD-RBK
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-RBK
               CLOSE FD-RBK
               OPEN I-O FD-RBK
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
