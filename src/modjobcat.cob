       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCATALOG.
      *> -----------------------------------------------------------
      *> MAINTENANCE OF THE REGISTERED JOB CATALOG (JOB_CATALOG.DAT):
      *> EACH JOB THE JOBQUEUE CONSOLE MAY SUBMIT, WITH ITS COMMAND
      *> TEMPLATE, UP TO FOUR TYPED PARAMETERS (&1 TO &4 IN THE
      *> TEMPLATE) AND THE PROFILE A SUBMITTER MUST HOLD. NOTHING IS
      *> CHANGED HERE - A NEW OR CHANGED DEFINITION IS WRITTEN AS A
      *> PROPOSED (P) ROW AND QUEUED AS A JCT ENTRY FOR FOUR-EYES
      *> APPROVAL, AND A RETIREMENT IS QUEUED THE SAME WAY; ONLY THE
      *> APPROVALS SCREEN MAKES IT LIVE (AND JOURNALS IT). A COMMAND
      *> TEMPLATE IS WHAT jobworker WILL HAND TO THE SHELL, SO IT IS
      *> EXACTLY THE KIND OF THING TWO PAIRS OF EYES SHOULD SEE.
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
            COPY "../cpy/job_catalog_se.cpy".
            COPY "../cpy/pending_change_se.cpy".
            COPY "../cpy/profile_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/job_catalog_fd.cpy".
            COPY "../cpy/pending_change_fd.cpy".
            COPY "../cpy/profile_fd.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           05 FILLER PIC X(29) VALUE "JOB CATALOG                - ".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPTION PIC 9(03).
           88 E-INSERT   VALUE IS 1.
           88 E-LIST     VALUE IS 2.
           88 E-DELETE   VALUE IS 3.
           88 E-END      VALUE IS 4.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-JCT                        PIC  9(002).
           88  FS-OK                     VALUE ZEROS.
           88  FS-CANCEL                 VALUE 99.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-PCH                        PIC  9(002).
           88  FSC-OK                    VALUE ZEROS.
           88  FSC-NOT-EXIST             VALUE 35.
       77 ST-PRF                        PIC  9(002).
           88  FSP-OK                    VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       77 WK-QUEUE-ACTION                PIC  X(001) VALUE "I".
       *> Change-ticket reference - the last ticket keyed is offered
       *> again for the next change ---------------------------------
       77 WK-TICKET      PIC X(12) VALUE SPACES.
       77 WK-TICKET-OK   PIC X(01) VALUE "N".
           88 TICKET-IS-OK VALUE "Y".
       77 WK-TICKET-PROMPT PIC X(78) VALUE "CHANGE TICKET NUMBER:".
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
       *> Definition being keyed -----------------------------------------
       77 WK-ED-CODE    PIC X(10) VALUE SPACES.
       01 WK-ED-TPL.
           05 WK-ED-TPL-1 PIC X(75).
           05 WK-ED-TPL-2 PIC X(75).
       77 WK-ED-IDX     PIC 9(01) VALUE ZEROS.
       77 WK-ED-TI      PIC 9(03) VALUE ZEROS.
       77 WK-ED-LEN     PIC 9(03) VALUE ZEROS.
       77 WK-ED-PREV    PIC 9(03) VALUE ZEROS.
       77 WK-ED-USED    PIC X(04) VALUE SPACES.
       77 WK-ED-HITS    PIC 9(03) VALUE ZEROS.
       77 WK-ED-MARK    PIC X(02) VALUE SPACES.
       77 WK-PENDING    PIC X(01) VALUE "N".
       77 WK-PCH-EOF    PIC X(01) VALUE "N".

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

       01 SS-CHAVE.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 06 COLUMN 05 VALUE "JOB CODE.......:".
               10 COLUMN PLUS 2 PIC X(10) USING WK-ED-CODE.

       01 SS-SCR-RECORD.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 05 VALUE "DESCRIPTION....:".
               10 COLUMN PLUS 2 PIC X(40) USING JCT-TITLE.
               10 LINE 08 COLUMN 05 VALUE "REQUIRED PROFILE:".
               10 COLUMN PLUS 1 PIC 9(04) USING JCT-PRF-ID
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "(BLANK = ANY CONSOLE USER)".
               10 LINE 09 COLUMN 05
                  VALUE "COMMAND TEMPLATE - &1 TO &4 STAND FOR THE PARAMETERS:".
               10 LINE 10 COLUMN 03 PIC X(75) USING WK-ED-TPL-1.
               10 LINE 11 COLUMN 03 PIC X(75) USING WK-ED-TPL-2.
               10 LINE 13 COLUMN 03
                  VALUE "   NAME       TYPE MAX REQ ALLOWED VALUES (TYPE L)".
               10 LINE 14 COLUMN 03 VALUE "&1".
               10 COLUMN 06 PIC X(10) USING JCT-P-NAME(1).
               10 COLUMN 18 PIC X(01) USING JCT-P-TYPE(1).
               10 COLUMN 22 PIC 9(02) USING JCT-P-MAXLEN(1)
                  BLANK WHEN ZEROS.
               10 COLUMN 26 PIC X(01) USING JCT-P-REQ(1).
               10 COLUMN 30 PIC X(30) USING JCT-P-LIST(1).
               10 LINE 15 COLUMN 03 VALUE "&2".
               10 COLUMN 06 PIC X(10) USING JCT-P-NAME(2).
               10 COLUMN 18 PIC X(01) USING JCT-P-TYPE(2).
               10 COLUMN 22 PIC 9(02) USING JCT-P-MAXLEN(2)
                  BLANK WHEN ZEROS.
               10 COLUMN 26 PIC X(01) USING JCT-P-REQ(2).
               10 COLUMN 30 PIC X(30) USING JCT-P-LIST(2).
               10 LINE 16 COLUMN 03 VALUE "&3".
               10 COLUMN 06 PIC X(10) USING JCT-P-NAME(3).
               10 COLUMN 18 PIC X(01) USING JCT-P-TYPE(3).
               10 COLUMN 22 PIC 9(02) USING JCT-P-MAXLEN(3)
                  BLANK WHEN ZEROS.
               10 COLUMN 26 PIC X(01) USING JCT-P-REQ(3).
               10 COLUMN 30 PIC X(30) USING JCT-P-LIST(3).
               10 LINE 17 COLUMN 03 VALUE "&4".
               10 COLUMN 06 PIC X(10) USING JCT-P-NAME(4).
               10 COLUMN 18 PIC X(01) USING JCT-P-TYPE(4).
               10 COLUMN 22 PIC 9(02) USING JCT-P-MAXLEN(4)
                  BLANK WHEN ZEROS.
               10 COLUMN 26 PIC X(01) USING JCT-P-REQ(4).
               10 COLUMN 30 PIC X(30) USING JCT-P-LIST(4).
               10 LINE 19 COLUMN 03
                  VALUE "TYPE N DIGITS, D DATE CCYYMMDD, W WORD, L ONE OF THE LIST - MAX 1 TO 20".

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
                       PERFORM LIST-JOBS THRU LIST-JOBS-END
                   WHEN E-DELETE
                       PERFORM DELETE-REC THRU DELETE-REC-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           CLOSE FD-JCT.
           GOBACK.
       *> -----------------------------------
       020-SHOW-MENU.

           MOVE "V" TO WM-MENU-TYPE.
           MOVE " QUEUE ADD/CHANGE" TO WM-ITENS(1)
           MOVE " LIST" TO WM-ITENS(2)
           MOVE " QUEUE RETIRE" TO WM-ITENS(3)
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
      *> PROPOSE A NEW JOB OR A CHANGE TO A LIVE ONE. THE LIVE
      *> DEFINITION, WHEN THERE IS ONE, IS OFFERED FOR EDITING; THE
      *> RESULT IS WRITTEN AS THE P-STAGE ROW AND QUEUED. ONE CHANGE
      *> PER JOB WAITS AT A TIME.
       INSERT-REC.
           MOVE "QUEUE ADD/CHANGE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE SPACES TO WK-ED-CODE.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-ED-CODE = SPACES
               GO INSERT-REC-END
           END-IF
           MOVE FUNCTION UPPER-CASE(WK-ED-CODE) TO WK-ED-CODE
           PERFORM PROC-CHECK-PENDING THRU PROC-CHECK-PENDING-END
           IF WK-PENDING = "Y"
               MOVE "A CHANGE TO THIS JOB IS ALREADY AWAITING APPROVAL" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC
           END-IF
           INITIALIZE REC-JCT
           MOVE WK-ED-CODE TO JCT-CODE
           MOVE "L" TO JCT-STAGE
           READ FD-JCT
               INVALID KEY
                   INITIALIZE REC-JCT
           END-READ
           MOVE JCT-TEMPLATE TO WK-ED-TPL
           DISPLAY SS-CHAVE.
       INSERT-REC-LOOP.
           DISPLAY SS-SCR-RECORD.
           ACCEPT SS-SCR-RECORD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INSERT-REC-END
           END-IF
           PERFORM PROC-VALIDATE-DEF THRU PROC-VALIDATE-DEF-END
           IF WS-MSGERROR NOT = SPACES
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO INSERT-REC-LOOP
           END-IF
           MOVE WK-ED-CODE TO JCT-CODE
           MOVE "P" TO JCT-STAGE
           MOVE WK-MENU-USER TO JCT-CHG-BY
           ACCEPT JCT-CHG-DATE FROM DATE YYYYMMDD
           WRITE REC-JCT
               INVALID KEY
                   MOVE "ERROR WRITING THE PROPOSED DEFINITION" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO INSERT-REC-END
           END-WRITE
           MOVE "I" TO WK-QUEUE-ACTION
           PERFORM PROC-QUEUE-CHANGE THRU PROC-QUEUE-CHANGE-END
           MOVE "DEFINITION SENT TO THE APPROVAL QUEUE" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
           GO INSERT-REC.
       INSERT-REC-END.

      *> -----------------------------------
      *> THE DEFINITION ON SCREEN MUST HANG TOGETHER: EVERY &n IN THE
      *> TEMPLATE NAMES A DEFINED PARAMETER AND EVERY DEFINED ONE IS
      *> USED, NO TWO PLACEHOLDERS TOUCH (THE WORKER COULD NOT TELL
      *> THEIR VALUES APART), TYPES AND LENGTHS ARE VALID AND THE
      *> PROFILE EXISTS. THE FIRST FAULT IS LEFT IN WS-MSGERROR.
       PROC-VALIDATE-DEF.
           MOVE SPACES TO WS-MSGERROR
           MOVE WK-ED-TPL TO JCT-TEMPLATE
           IF JCT-TITLE = SPACES
               MOVE "A DESCRIPTION IS REQUIRED" TO WS-MSGERROR
               GO PROC-VALIDATE-DEF-END
           END-IF
           IF JCT-TEMPLATE = SPACES
               MOVE "A COMMAND TEMPLATE IS REQUIRED" TO WS-MSGERROR
               GO PROC-VALIDATE-DEF-END
           END-IF
           IF JCT-PRF-ID NOT = ZEROS
               OPEN INPUT FD-PRF
               INITIALIZE REC-PRF
               MOVE JCT-PRF-ID TO PRF-ID
               IF FSP-OK
                   READ FD-PRF
                       INVALID KEY
                           MOVE "PROFILE NOT FOUND" TO WS-MSGERROR
                   END-READ
                   CLOSE FD-PRF
               ELSE
                   MOVE "PROFILE NOT FOUND" TO WS-MSGERROR
               END-IF
               IF WS-MSGERROR NOT = SPACES
                   GO PROC-VALIDATE-DEF-END
               END-IF
           END-IF
           PERFORM VARYING WK-ED-IDX FROM 1 BY 1 UNTIL WK-ED-IDX > 4
                                      OR WS-MSGERROR NOT = SPACES
               MOVE FUNCTION UPPER-CASE(JCT-P-TYPE(WK-ED-IDX))
                 TO JCT-P-TYPE(WK-ED-IDX)
               MOVE FUNCTION UPPER-CASE(JCT-P-REQ(WK-ED-IDX))
                 TO JCT-P-REQ(WK-ED-IDX)
               IF JCT-P-NAME(WK-ED-IDX) = SPACES
                   MOVE SPACES TO JCT-P-TYPE(WK-ED-IDX)
                                  JCT-P-REQ(WK-ED-IDX)
                                  JCT-P-LIST(WK-ED-IDX)
                   MOVE ZEROS TO JCT-P-MAXLEN(WK-ED-IDX)
               ELSE
                   IF JCT-P-DATE(WK-ED-IDX)
                       MOVE 8 TO JCT-P-MAXLEN(WK-ED-IDX)
                   END-IF
                   IF JCT-P-REQ(WK-ED-IDX) NOT = "Y"
                       MOVE "N" TO JCT-P-REQ(WK-ED-IDX)
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT JCT-P-VALID-TYPE(WK-ED-IDX)
                           STRING "TYPE OF PARAMETER &" WK-ED-IDX
                                  " MUST BE N, D, W OR L"
                               DELIMITED BY SIZE INTO WS-MSGERROR
                           END-STRING
                       WHEN JCT-P-MAXLEN(WK-ED-IDX) < 1
                         OR JCT-P-MAXLEN(WK-ED-IDX) > 20
                           STRING "MAX LENGTH OF PARAMETER &" WK-ED-IDX
                                  " MUST BE 1 TO 20"
                               DELIMITED BY SIZE INTO WS-MSGERROR
                           END-STRING
                       WHEN JCT-P-LIST-TYPE(WK-ED-IDX)
                        AND JCT-P-LIST(WK-ED-IDX) = SPACES
                           STRING "PARAMETER &" WK-ED-IDX
                                  " IS TYPE L - KEY ITS ALLOWED VALUES"
                               DELIMITED BY SIZE INTO WS-MSGERROR
                           END-STRING
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-MSGERROR NOT = SPACES
               GO PROC-VALIDATE-DEF-END
           END-IF
           *> the placeholders against the parameter rows
           MOVE SPACES TO WK-ED-USED
           MOVE ZEROS TO WK-ED-PREV
           MOVE FUNCTION LENGTH(FUNCTION TRIM(JCT-TEMPLATE TRAILING))
             TO WK-ED-LEN
           PERFORM VARYING WK-ED-TI FROM 1 BY 1
                   UNTIL WK-ED-TI >= WK-ED-LEN
                      OR WS-MSGERROR NOT = SPACES
               IF JCT-TEMPLATE(WK-ED-TI:1) = "&"
                  AND JCT-TEMPLATE(WK-ED-TI + 1:1) >= "1"
                  AND JCT-TEMPLATE(WK-ED-TI + 1:1) <= "4"
                   MOVE JCT-TEMPLATE(WK-ED-TI + 1:1) TO WK-ED-IDX
                   IF JCT-P-NAME(WK-ED-IDX) = SPACES
                       STRING "TEMPLATE USES &" WK-ED-IDX
                              " BUT THAT PARAMETER IS NOT DEFINED"
                           DELIMITED BY SIZE INTO WS-MSGERROR
                       END-STRING
                   END-IF
                   IF WK-ED-PREV > 0 AND WK-ED-TI = WK-ED-PREV + 2
                       MOVE "TWO PLACEHOLDERS MAY NOT TOUCH - PUT TEXT BETWEEN THEM" TO WS-MSGERROR
                   END-IF
                   MOVE "Y" TO WK-ED-USED(WK-ED-IDX:1)
                   MOVE WK-ED-TI TO WK-ED-PREV
               END-IF
           END-PERFORM
           IF WS-MSGERROR NOT = SPACES
               GO PROC-VALIDATE-DEF-END
           END-IF
           PERFORM VARYING WK-ED-IDX FROM 1 BY 1 UNTIL WK-ED-IDX > 4
                                      OR WS-MSGERROR NOT = SPACES
               IF JCT-P-NAME(WK-ED-IDX) NOT = SPACES
                  AND WK-ED-USED(WK-ED-IDX:1) NOT = "Y"
                   STRING "PARAMETER &" WK-ED-IDX
                          " IS DEFINED BUT NOT USED IN THE TEMPLATE"
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
               END-IF
           END-PERFORM.
       PROC-VALIDATE-DEF-END.
           EXIT.

      *> -----------------------------------
      *> LIVE AND PROPOSED DEFINITIONS, ONE LINE EACH.
       LIST-JOBS.
           MOVE "LIST" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-JCT
           MOVE LOW-VALUES TO KEY1-JCT
           START FD-JCT
               KEY IS >= KEY1-JCT
           INVALID KEY
               MOVE "THE JOB CATALOG IS EMPTY" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO LIST-JOBS-END
           END-START.
       LIST-JOBS-PAGE.
           DISPLAY "JOB        S PRF  DESCRIPTION                              BY" AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR.
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
               READ FD-JCT NEXT
                   AT END
                       GO LIST-JOBS-EOF
               END-READ
               DISPLAY JCT-CODE AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY JCT-STAGE AT LINE WK-LIST-LIN COLUMN 14
               DISPLAY JCT-PRF-ID AT LINE WK-LIST-LIN COLUMN 16
               DISPLAY JCT-TITLE AT LINE WK-LIST-LIN COLUMN 21
               DISPLAY JCT-CHG-BY(1:10) AT LINE WK-LIST-LIN COLUMN 62
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
           END-PERFORM
           MOVE "ENTER FOR NEXT PAGE, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIST-JOBS-END
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           GO LIST-JOBS-PAGE.
       LIST-JOBS-EOF.
           MOVE "END OF LIST (S: L LIVE, P AWAITING APPROVAL) - ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       LIST-JOBS-END.

      *> -----------------------------------
      *> RETIRE A LIVE JOB - QUEUED LIKE ANY OTHER CATALOG CHANGE.
       DELETE-REC.
           MOVE "QUEUE RETIRE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE SPACES TO WK-ED-CODE.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-ED-CODE = SPACES
               GO DELETE-REC-END
           END-IF
           MOVE FUNCTION UPPER-CASE(WK-ED-CODE) TO WK-ED-CODE
           PERFORM PROC-CHECK-PENDING THRU PROC-CHECK-PENDING-END
           IF WK-PENDING = "Y"
               MOVE "A CHANGE TO THIS JOB IS ALREADY AWAITING APPROVAL" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO DELETE-REC-END
           END-IF
           INITIALIZE REC-JCT
           MOVE WK-ED-CODE TO JCT-CODE
           MOVE "L" TO JCT-STAGE
           READ FD-JCT
               INVALID KEY
                   MOVE "JOB NOT FOUND IN THE CATALOG" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO DELETE-REC-END
           END-READ.
           MOVE JCT-TEMPLATE TO WK-ED-TPL
           DISPLAY SS-SCR-RECORD.
           MOVE "N" TO WS-ERRO.
           MOVE "QUEUE THE RETIREMENT FOR APPROVAL (Y/N)?" TO WS-MSGERROR.
           ACCEPT SS-ERRO.
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO DELETE-REC-END
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO DELETE-REC-END
           END-IF
           MOVE "D" TO WK-QUEUE-ACTION
           PERFORM PROC-QUEUE-CHANGE THRU PROC-QUEUE-CHANGE-END
           MOVE "I" TO WK-QUEUE-ACTION
           MOVE "RETIREMENT SENT TO THE APPROVAL QUEUE" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       DELETE-REC-END.

      *> -----------------------------------
      *> IS A JCT ENTRY FOR WK-ED-CODE STILL WAITING IN THE QUEUE (OR
      *> A PROPOSED ROW LEFT ON THE CATALOG)?
       PROC-CHECK-PENDING.
           MOVE "N" TO WK-PENDING
           INITIALIZE REC-JCT
           MOVE WK-ED-CODE TO JCT-CODE
           MOVE "P" TO JCT-STAGE
           READ FD-JCT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WK-PENDING
           END-READ
           OPEN INPUT FD-PCH
           IF NOT FSC-OK
               GO PROC-CHECK-PENDING-END
           END-IF
           MOVE "N" TO WK-PCH-EOF
           PERFORM UNTIL WK-PCH-EOF = "Y" OR WK-PENDING = "Y"
               READ FD-PCH NEXT
                   AT END
                       MOVE "Y" TO WK-PCH-EOF
                   NOT AT END
                       IF PCH-IS-PENDING AND PCH-FILE-JCT
                          AND PCH-IMAGE(1:10) = WK-ED-CODE
                           MOVE "Y" TO WK-PENDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-PCH.
       PROC-CHECK-PENDING-END.
           EXIT.

      *> -----------------------------------
      *> EVERY CHANGE KEYED ON THIS SCREEN CARRIES THE NUMBER OF THE
      *> CHANGE TICKET THAT AUTHORISED IT, STAMPED ON WHATEVER THE
      *> CHANGE WRITES (JOURNAL LINE OR QUEUED ENTRY). THE LAST TICKET
      *> KEYED IS OFFERED AGAIN SO A RUN OF CHANGES UNDER ONE TICKET
      *> IS NOT RETYPED.
      *> A BLANK TICKET IS NOT ACCEPTED; ESC ABANDONS THE CHANGE AND
      *> LEAVES TICKET-IS-OK OFF.
       PROC-ASK-TICKET.
           MOVE "N" TO WK-TICKET-OK
           DISPLAY WK-TICKET-PROMPT AT LINE 23 COLUMN 02
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               BACKGROUND-COLOR WS-BACK-COLOR
           ACCEPT WK-TICKET AT LINE 23 COLUMN 24
               WITH UPDATE HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
               BACKGROUND-COLOR WS-BACK-COLOR
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PROC-ASK-TICKET-END
           END-IF
           IF WK-TICKET = SPACES
               MOVE "A CHANGE TICKET NUMBER IS REQUIRED FOR EVERY CHANGE" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO PROC-ASK-TICKET
           END-IF
           MOVE FUNCTION UPPER-CASE(WK-TICKET) TO WK-TICKET
           MOVE "Y" TO WK-TICKET-OK.
       PROC-ASK-TICKET-END.
           EXIT.

      *> -----------------------------------
      *> THE CHANGE GOES INTO THE FOUR-EYES QUEUE AS A JCT ENTRY
      *> CARRYING THE JOB CODE - THE DEFINITION ITSELF WAITS AS THE
      *> P-STAGE ROW; THE APPROVALS SCREEN PROMOTES AND JOURNALS IT.
       PROC-QUEUE-CHANGE.
           OPEN I-O FD-PCH
           IF FSC-NOT-EXIST
               OPEN OUTPUT FD-PCH
               CLOSE FD-PCH
               OPEN I-O FD-PCH
           END-IF
           INITIALIZE REC-PCH
           MOVE 999999 TO PCH-ID
           START FD-PCH
               KEY IS <= KEY1-PCH
               INVALID KEY
                   MOVE ZEROS TO PCH-ID
               NOT INVALID KEY
                   READ FD-PCH PREVIOUS
                       AT END
                           MOVE ZEROS TO PCH-ID
                   END-READ
           END-START
           ADD 1 TO PCH-ID
           MOVE "P" TO PCH-STATUS
           MOVE "JCT" TO PCH-FILE
           MOVE WK-QUEUE-ACTION TO PCH-ACTION
           MOVE SPACES TO PCH-IMAGE
           MOVE WK-ED-CODE TO PCH-IMAGE
           MOVE WK-MENU-USER TO PCH-REQUESTER
           MOVE WK-TICKET TO PCH-TICKET
           ACCEPT PCH-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT PCH-REQ-TIME FROM TIME
           MOVE SPACES TO PCH-APPROVER
           MOVE ZEROS TO PCH-APP-DATE PCH-APP-TIME
           MOVE SPACES TO PCH-COMMENT
           WRITE REC-PCH
               INVALID KEY
                   MOVE "ERROR WRITING TO THE APPROVAL QUEUE" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
           END-WRITE
           CLOSE FD-PCH.
       PROC-QUEUE-CHANGE-END.
           EXIT.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
           OPEN I-O FD-JCT
           IF FS-NOT-EXIST THEN
               OPEN OUTPUT FD-JCT
               CLOSE FD-JCT
               OPEN I-O FD-JCT
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
