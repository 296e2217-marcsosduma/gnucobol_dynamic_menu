       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSCHEDULE.
      *> -----------------------------------------------------------
      *> MAINTENANCE OF THE BATCH CALENDAR (JOB_SCHEDULE.DAT). EACH
      *> ENTRY IS A COMMAND LINE AND THE RULE FOR THE DAYS IT IS DUE
      *> (EVERY DAY, BUSINESS DAYS, A WEEKDAY, MONTH-END OR THE NTH
      *> BUSINESS DAY OF THE MONTH) WITH WHAT TO DO WHEN THE DUE DAY
      *> IS CLOSED. THE JOB_SCHEDULER BATCH RESOLVES THE RULES
      *> AGAINST HOLIDAY.DAT AND SUBMITS TO THE JOB QUEUE; AN ENTRY
      *> CAN BE SUSPENDED HERE WITHOUT LOSING IT. THE COMMAND LINE
      *> MUST BE A REGISTERED JOB OF THE JOB CATALOG, VALUES FILLED
      *> IN - THE WORKER RUNS NOTHING ELSE.
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
            COPY "../cpy/job_schedule_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/job_schedule_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "BATCH CALENDAR             - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-INSERT   VALUE IS 1.
           88 E-LIST     VALUE IS 2.
           88 E-SUSPEND  VALUE IS 3.
           88 E-DELETE   VALUE IS 4.
           88 E-END      VALUE IS 5.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-SCH                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-CANCEL                 VALUE 99.
           88  FS-NOT-EXIST              VALUE 35.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       01 WK-NID-PARM.
           05 WK-NID-ENTITY             PIC  X(010).
           05 WK-NID-VALUE              PIC  9(005).
       *> Job catalog check of the command line ---------------------------
       COPY "../cpy/jobcat_ws.cpy".
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
       01  BLUE                                      CONSTANT AS 1.
       01  GREEN                                     CONSTANT AS 2.
       01  CYAN                                      CONSTANT AS 3.
       01  RED                                       CONSTANT AS 4.
       01  MAGENTA                                   CONSTANT AS 5.
       01  YELLOW                                    CONSTANT AS 6.
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
           05 SS-DADOS FOREGROUND-COLOR 2.
               10 LINE 06 COLUMN 05 VALUE "NAME:".
               10 COLUMN PLUS 2 PIC X(30) USING SCH-NAME.
               10 LINE 08 COLUMN 05 VALUE "COMMAND LINE TO QUEUE:".
               10 LINE 09 COLUMN 05 PIC X(75) USING SCH-CMD.
               10 LINE 11 COLUMN 05 VALUE
                  "FREQUENCY (D=DAILY B=BUSINESS DAYS W=WEEKLY".
               10 LINE 12 COLUMN 05 VALUE
                  "           E=MONTH-END N=NTH BUSINESS DAY):".
               10 COLUMN PLUS 2 PIC X(01) USING SCH-FREQ.
               10 LINE 13 COLUMN 05 VALUE
                  "WEEKDAY FOR W (1=MONDAY ... 7=SUNDAY):".
               10 COLUMN PLUS 2 PIC 9(01) USING SCH-WEEKDAY.
               10 LINE 14 COLUMN 05 VALUE "N FOR NTH BUSINESS DAY (1-23):".
               10 COLUMN PLUS 2 PIC 9(02) USING SCH-NTH.
               10 LINE 16 COLUMN 05 VALUE
                  "DUE ON A CLOSED DAY (S=SKIP N=NEXT BUSINESS DAY".
               10 LINE 17 COLUMN 05 VALUE
                  "           P=PREVIOUS BUSINESS DAY R=RUN ANYWAY):".
               10 COLUMN PLUS 2 PIC X(01) USING SCH-CLOSED.

       01 SS-CHAVE.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 06 COLUMN 05 VALUE "ENTRY ID:".
               10 COLUMN PLUS 2 PIC 9(04) USING SCH-ID
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
           ACCEPT WK-MENU-USER FROM ENVIRONMENT "MENU_USER"
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
                       PERFORM LIST-ENTRIES THRU LIST-ENTRIES-END
                   WHEN E-SUSPEND
                       PERFORM SUSPEND-REC THRU SUSPEND-REC-END
                   WHEN E-DELETE
                       PERFORM DELETE-REC THRU DELETE-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-SCH.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.           *> MENU TYPE - HORIZONTAL OR PULLDOWN
           MOVE " NEW ENTRY" TO WM-ITENS(1)    *> ITENS
           MOVE " LIST" TO WM-ITENS(2)
           MOVE " SUSPEND/RESUME" TO WM-ITENS(3)
           MOVE " DELETE" TO WM-ITENS(4)
           MOVE " EXIT" TO WM-ITENS(5)
           MOVE 5 TO  WM-ITENS-QTD             *> NUMBER OF ITEMS
           MOVE 29 TO  WM-POS_X                *> COLUMN WHERE TO START THE MENU
           MOVE 09 TO  WM-POS_Y                *> LINE WHERE THE MENU WILL BEGIN
           MOVE black TO  WM-COLOR-BACKG       *> BACKGROUND COLOR
           MOVE white  TO  WM-COLOR-TEXT       *> TEXT COLOR
           MOVE green TO  WM-COLOR-SEL-BKG     *> BACKGROUND COLOR
           MOVE white TO  WM-COLOR-SEL-TXT     *> TEXT COLOR
           MOVE 0 TO WM-ITEM-SELECTED          *> RETURNS THE INDEX OF THE SELECTED ITEM - 0 ESC
           MOVE 0 TO WM-POS-ITEM-SEL-X         *> RETURNS THE COLUMN OF THE SELECTED ITEM
           MOVE 0 TO WM-POS-ITEM-SEL-Y         *> RETURNS THE LINE OF THE SELECTED ITEM
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
      *> REGISTER A NEW RECURRING ENTRY - ACTIVE FROM THE NEXT
      *> SCHEDULER RUN.
       INSERT-REC.
           MOVE "NEW ENTRY" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-SCH.
           MOVE "B" TO SCH-FREQ.
           MOVE "N" TO SCH-CLOSED.
       INSERT-REC-LOOP.
           DISPLAY SS-SCR-RECORD.
           ACCEPT SS-SCR-RECORD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           MOVE FUNCTION UPPER-CASE(SCH-FREQ) TO SCH-FREQ
           MOVE FUNCTION UPPER-CASE(SCH-CLOSED) TO SCH-CLOSED
           IF SCH-NAME = SPACES OR SCH-CMD = SPACES
               MOVE "NAME AND COMMAND LINE ARE REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           INITIALIZE WK-JC-PARM
           MOVE "M" TO WK-JC-OP
           MOVE SCH-CMD TO WK-JC-CMD
           CALL "jobcat" USING WK-JC-PARM END-CALL
           IF WK-JC-OK NOT = "Y"
               MOVE WK-JC-MESSAGE TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF NOT SCH-DAILY AND NOT SCH-BUSINESS-DAYS AND NOT SCH-WEEKLY
              AND NOT SCH-MONTH-END AND NOT SCH-NTH-BUSINESS
               MOVE "FREQUENCY MUST BE D, B, W, E OR N" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF SCH-WEEKLY AND (SCH-WEEKDAY < 1 OR SCH-WEEKDAY > 7)
               MOVE "WEEKLY ENTRY NEEDS A WEEKDAY 1 TO 7" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF SCH-NTH-BUSINESS AND (SCH-NTH < 1 OR SCH-NTH > 23)
               MOVE "NTH BUSINESS DAY MUST BE 1 TO 23" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF NOT SCH-CL-SKIP AND NOT SCH-CL-NEXT
              AND NOT SCH-CL-PREVIOUS AND NOT SCH-CL-RUN
               MOVE "CLOSED-DAY RULE MUST BE S, N, P OR R" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           IF NOT SCH-WEEKLY
               MOVE ZEROS TO SCH-WEEKDAY
           END-IF
           IF NOT SCH-NTH-BUSINESS
               MOVE ZEROS TO SCH-NTH
           END-IF
           MOVE "JOBSCHED" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           MOVE WK-NID-VALUE TO SCH-ID
           MOVE "A" TO SCH-STATUS
           MOVE WK-MENU-USER TO SCH-OWNER
           MOVE ZEROS TO SCH-LAST-DATE SCH-LAST-JOB
           WRITE REC-SCH
           INVALID KEY
               MOVE "ENTRY ID ALREADY IN USE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
           NOT INVALID KEY
               MOVE SPACES TO WS-MSGERROR
               STRING "ENTRY " SCH-ID " REGISTERED - DUE FROM THE NEXT "
                      "SCHEDULER RUN"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
           END-WRITE.
           GO INSERT-REC.
       INSERT-REC-END.
      *> -----------------------------------
      *> SCROLLABLE LIST OF THE ENTRIES WITH THEIR RULE AND THE LAST
      *> SUBMISSION.
       LIST-ENTRIES.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE ZEROS TO REC-SCH
           START FD-SCH
               KEY IS >= KEY1-SCH
           INVALID KEY
               MOVE "NO ENTRIES REGISTERED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-ENTRIES-END
           END-START.
       LIST-ENTRIES-PAGE.
           DISPLAY "ID   NAME                           F D N  C S LAST RUN"
               AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           DISPLAY "JOB" AT LINE 06 COLUMN 71
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-SCH NEXT
                   AT END
                       GO LIST-ENTRIES-EOF
               END-READ
               DISPLAY SCH-ID AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY SCH-NAME AT LINE WK-LIST-LIN COLUMN 08
               DISPLAY SCH-FREQ AT LINE WK-LIST-LIN COLUMN 39
               DISPLAY SCH-WEEKDAY AT LINE WK-LIST-LIN COLUMN 41
               DISPLAY SCH-NTH AT LINE WK-LIST-LIN COLUMN 43
               DISPLAY SCH-CLOSED AT LINE WK-LIST-LIN COLUMN 46
               DISPLAY SCH-STATUS AT LINE WK-LIST-LIN COLUMN 48
               DISPLAY SCH-LAST-DATE AT LINE WK-LIST-LIN COLUMN 50
               DISPLAY SCH-LAST-JOB AT LINE WK-LIST-LIN COLUMN 71
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-ENTRIES-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-ENTRIES-PAGE.
       LIST-ENTRIES-EOF.
           MOVE "END OF LIST - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-ENTRIES-END.

      *> -----------------------------------
      *> SUSPEND AN ACTIVE ENTRY OR RESUME A SUSPENDED ONE.
       SUSPEND-REC.
           MOVE "SUSPEND/RESUME" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE ZEROS TO REC-SCH.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO SUSPEND-REC-END
           END-IF
           READ FD-SCH
               INVALID KEY
                   MOVE "ENTRY NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO SUSPEND-REC-END
           END-READ.
           DISPLAY SS-DADOS.
           MOVE "N" TO WS-ERRO.
           IF SCH-ACTIVE
               MOVE "SUSPEND THIS ENTRY (Y/N)?" TO WS-MSGERROR
           ELSE
               MOVE "RESUME THIS ENTRY (Y/N)?" TO WS-MSGERROR
           END-IF
           ACCEPT SS-ERRO.
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO SUSPEND-REC-END
           END-IF
           IF SCH-ACTIVE
               MOVE "S" TO SCH-STATUS
           ELSE
               MOVE "A" TO SCH-STATUS
           END-IF
           REWRITE REC-SCH
               INVALID KEY
                   MOVE "ERROR ON REWRITE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
           END-REWRITE.
       SUSPEND-REC-END.

      *> -----------------------------------
      *> REMOVE AN ENTRY FROM THE CALENDAR. JOBS IT ALREADY QUEUED
      *> STAY IN THE QUEUE.
       DELETE-REC.
           MOVE "DELETE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE ZEROS TO REC-SCH.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DELETE-REC-END
           END-IF
           READ FD-SCH
               INVALID KEY
                   MOVE "ENTRY NOT FOUND" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO DELETE-REC-END
           END-READ.
           DISPLAY SS-DADOS.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMS THE DELETION OF THE ENTRY (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO DELETE-REC-END
           END-IF
           DELETE FD-SCH
               INVALID KEY
                   MOVE "ERROR ON DELETE RECORD" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
           END-DELETE.
       DELETE-REC-END.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
           OPEN I-O FD-SCH
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-SCH
               CLOSE FD-SCH
               OPEN I-O FD-SCH
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
            *> BOX
            CALL 'makebox' using BY REFERENCE WK-BOX-TYPE-BOX     *> type is box
                                BY REFERENCE WK-BOX-TYPE-LINE     *> single line
                                BY REFERENCE WK-BOX-POS_X1        *> col 1
                                BY REFERENCE WK-BOX-POS_Y1        *> lin 1
                                BY REFERENCE WK-BOX-POS_X2        *> col 2
                                BY REFERENCE WK-BOX-POS_Y2        *> lin 2
                                BY REFERENCE WK-BOX-COLOR-BKG     *> background color
                                BY REFERENCE WK-BOX-COLOR-TEXT    *> foreground color
            END-CALL
            *> LINE
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
