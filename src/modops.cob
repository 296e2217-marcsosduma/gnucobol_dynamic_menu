      *> AUDIT_TRAIL.LOG WITH THE UTILITY'S NAME. THE SHIFT
      *> HANDOVER JOURNAL LIVES HERE TOO: OPEN ENTRIES ARE SHOWN
      *> AUTOMATICALLY WHEN THE CONSOLE OPENS AND CARRY FORWARD
      *> UNTIL CLOSED, FOLLOWED BY THE MONTH-END CLOSE TASKS NOT YET
      *> SIGNED OFF (CLOSE_RUN.DAT). A FILLED-IN PARAMETER SCREEN CAN BE SAVED AS
      *> A NAMED REPORT VARIANT (REPORT_VARIANT.DAT) OWNED BY THE
      *> OPERATOR OR THEIR DEPARTMENT, AND RERUN OR QUEUED FROM THE
      *> REPORT VARIANTS SCREEN WITH ITS RELATIVE DATES RESOLVED ON
      *> THE DAY. WIRE THIS PROGRAM AS THE M-ACTION-TARGET OF
      *> THE OPERATIONS MODULE'S ITEMS.
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
                    CLASSIFICATION brazil.
              SPECIAL-NAMES.
	       LOCALE brazil "pt_BR.UTF8".
           DECIMAL-POINT IS COMMA
           CLASS VARIANT-NAME-CHARS IS "A" THRU "Z" "0" THRU "9" "-" "_".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "../cpy/audit_se.cpy".
            COPY "../cpy/shift_journal_se.cpy".
            COPY "../cpy/report_variant_se.cpy".
            COPY "../cpy/user_se.cpy".
            COPY "../cpy/job_queue_se.cpy".
            COPY "../cpy/close_run_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/audit_fd.cpy".
            COPY "../cpy/shift_journal_fd.cpy".
            COPY "../cpy/report_variant_fd.cpy".
            COPY "../cpy/user_fd.cpy".
            COPY "../cpy/job_queue_fd.cpy".
            COPY "../cpy/close_run_fd.cpy".

       WORKING-STORAGE SECTION.

           88 E-EXP-OBJ   VALUE IS 12.
           88 E-SJR-NEW   VALUE IS 13.
           88 E-SJR-LIST  VALUE IS 14.
           88 E-VARIANTS  VALUE IS 15.
           88 E-END       VALUE IS 16.
       77 WK-CMD        PIC X(100) VALUE SPACES.
       *> Shift handover journal -------------------------------------
       77 ST-SJR        PIC 9(02).
       77 WK-SJR-LIN    PIC 9(02) VALUE ZEROS.
       77 WK-SJR-CNT    PIC 9(02) VALUE ZEROS.
       77 WK-SJR-PICK   PIC 9(06) VALUE ZEROS.
       *> Month-end close tasks still open -----------------------------
       77 ST-CLR        PIC 9(02).
           88 CLR-FS-OK VALUE ZEROS.
       77 WK-CLR-CNT    PIC 9(03) VALUE ZEROS.
       01 WK-NID-PARM.
           05 WK-NID-ENTITY PIC X(10).
           05 WK-NID-VALUE  PIC 9(05).
       77 WK-TO         PIC 9(08) VALUE ZEROS.
       77 WK-FROM-X     PIC X(08) VALUE SPACES.
       77 WK-TO-X       PIC X(08) VALUE SPACES.
       *> Saved report variants ------------------------------------
       77 ST-RPV        PIC 9(02).
           88 RPV-FS-OK VALUE ZEROS.
           88 RPV-FS-NOT-EXIST VALUE 35.
       77 ST-USR        PIC 9(02).
       77 ST-JOB        PIC 9(02).
           88 JOB-FS-OK VALUE ZEROS.
           88 JOB-FS-NOT-EXIST VALUE 35.
       77 WK-OPER-DEPT  PIC X(04) VALUE SPACES.
       77 WK-VAR-RUN    PIC X(01) VALUE "N".
       77 WK-VAR-NAME   PIC X(15) VALUE SPACES.
       77 WK-VAR-OWNER  PIC X(01) VALUE SPACE.
       77 WK-VAR-RULE   PIC X(01) VALUE SPACE.
       77 WK-VAR-MINE   PIC X(01) VALUE "N".
       77 WK-VAR-EOF    PIC X(01) VALUE "F".
       77 WK-VAR-LEN    PIC 9(02) VALUE ZEROS.
       77 WK-VAR-CNT    PIC 9(02) VALUE ZEROS.
       77 WK-VAR-PICK   PIC 9(02) VALUE ZEROS.
       77 WK-VAR-ACT    PIC X(01) VALUE SPACE.
       77 WK-VAR-LIN    PIC 9(02) VALUE ZEROS.
       01 WK-VAR-TAB.
           05 WK-VAR-ROW OCCURS 13 TIMES PIC X(15).
       77 WK-AUD-NAME   PIC X(15) VALUE SPACES.
       77 WK-AUD-ACTION PIC X(15) VALUE SPACES.
       *> Report variant service (src/rptvariant.cob) -------------------
       COPY "../cpy/rptvariant_ws.cpy".
       *> Job catalog check of a queued variant run (src/jobcat.cob) ----
       COPY "../cpy/jobcat_ws.cpy".
       01 WK-AUD-DATE   PIC 9(08) VALUE ZEROS.
       01 WK-AUD-TIME   PIC 9(08) VALUE ZEROS.
       *>  Colors ------------------------------------------------------
               10 COLUMN PLUS 2 PIC 9(08) USING WK-TO
                  BLANK WHEN ZEROS.

       01 SS-VAR-SAVE.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 20 COLUMN 05 VALUE "SAVE AS VARIANT NAMED:".
               10 COLUMN PLUS 2 PIC X(15) USING WK-VAR-NAME.
               10 COLUMN PLUS 2 VALUE "OWNER (U=ME D=MY DEPT):".
               10 COLUMN PLUS 2 PIC X(01) USING WK-VAR-OWNER.
       01 SS-VAR-DATES.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 21 COLUMN 05 VALUE
                  "DATES A=AS TYPED T=TODAY Y=YESTERDAY W=LAST 7 DAYS".
               10 COLUMN PLUS 1 VALUE "C=THIS MONTH M=LAST MONTH:".
               10 COLUMN PLUS 1 PIC X(01) USING WK-VAR-RULE.
       01 SS-VAR-PICK.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 21 COLUMN 03 VALUE "VARIANT NO (0=BACK):".
               10 COLUMN PLUS 2 PIC 9(02) USING WK-VAR-PICK
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 3 VALUE "R=RUN Q=QUEUE D=REMOVE:".
               10 COLUMN PLUS 2 PIC X(01) USING WK-VAR-ACT.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE 23 COLUMN 2 PIC X(78) FROM WS-MSGERROR.
           ACCEPT WS-NUMC FROM COLUMNS
           ACCEPT WK-OPERATOR FROM USER NAME
           ACCEPT WK-OS FROM ENVIRONMENT "OS"
           PERFORM VAR-FIND-DEPT THRU VAR-FIND-DEPT-END
           *> the handover: whatever the last shift left open is the
           *> first thing the incoming operator sees
           PERFORM SJR-SHOW-OPEN THRU SJR-SHOW-OPEN-END
                       PERFORM SJR-NEW-ENTRY THRU SJR-NEW-ENTRY-END
                   WHEN E-SJR-LIST
                       PERFORM SJR-LIST THRU SJR-LIST-END
                   WHEN E-VARIANTS
                       PERFORM VAR-LIST THRU VAR-LIST-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           MOVE " EXPORT PPA OBJECTS" TO WM-ITENS(12)
           MOVE " SHIFT JRNL ENTRY" TO WM-ITENS(13)
           MOVE " SHIFT JRNL LIST" TO WM-ITENS(14)
           MOVE " REPORT VARIANTS" TO WM-ITENS(15)
           MOVE " EXIT" TO WM-ITENS(16)
           MOVE 16 TO  WM-ITENS-QTD
           MOVE 29 TO  WM-POS_X
           MOVE 07 TO  WM-POS_Y
           MOVE black TO  WM-COLOR-BACKG
                             BY CONTENT   WM-SIZE-MENU-X
        END-CALL
        MOVE WM-ITEM-SELECTED TO WS-OPTION
        IF WM-ITEM-SELECTED = 0 OR WM-ITEM-SELECTED > 16 THEN
            MOVE 16 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
      *> DIRECTORY (THE UTILITIES RESOLVE ../data AND ../txt FROM
      *> THERE), CONFIRMATION IS HANDLED BY THE SILENT SWITCH SINCE
      *> THE OPERATOR ALREADY CONFIRMED ON THIS SCREEN, AND THE RUN
      *> LANDS IN AUDIT_TRAIL.LOG UNDER THE OPERATOR'S NAME. "V"
      *> SAVES THE SCREEN'S ANSWERS AS A VARIANT AND ASKS AGAIN; A
      *> VARIANT PICKED FROM ITS LIST RUNS WITHOUT THE QUESTION.
       PROC-LAUNCH.
           IF WK-VAR-RUN = "Y"
               MOVE "VARIANT RUN" TO WK-AUD-NAME
               MOVE WK-RV-NAME TO WK-AUD-ACTION
               GO PROC-LAUNCH-RUN
           END-IF
           MOVE "N" TO WK-ANS
           MOVE SPACES TO WS-MSGERROR
           IF E-ROTATE
               STRING "RUN " WK-UTIL "? (Y/N)"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
           ELSE
               STRING "RUN " WK-UTIL "? (Y/N  V=SAVE AS VARIANT)"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
           END-IF
           ACCEPT SS-ERRO
           IF (WK-ANS = "V" OR WK-ANS = "v") AND NOT E-ROTATE
               PERFORM VAR-SAVE THRU VAR-SAVE-END
               GO PROC-LAUNCH
           END-IF
           IF WK-ANS NOT = "Y" AND WK-ANS NOT = "y"
               GO PROC-LAUNCH-END
           END-IF
           MOVE "UTILITY RUN" TO WK-AUD-NAME
           MOVE WK-UTIL TO WK-AUD-ACTION.
       PROC-LAUNCH-RUN.
           SET ENVIRONMENT "CARGA_SILENCIOSA" TO "S"
           SET ENVIRONMENT "SILENT_MODE" TO "Y"
           PERFORM PROC-AUDIT THRU PROC-AUDIT-END
       RUN-EXP-OBJ-END.

      *> -----------------------------------
      *> EVERY LAUNCH LANDS IN THE AUDIT TRAIL WITH THE UTILITY NAME;
      *> VARIANT CHANGES AND RUNS WITH THE VARIANT'S NAME.
       PROC-AUDIT.
           ACCEPT WK-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WK-AUD-TIME FROM TIME
           MOVE WK-AUD-TIME TO AUD-TIME
           MOVE WK-OPERATOR TO AUD-USER
           MOVE "OPERATIONS" TO AUD-MODULE
           MOVE WK-AUD-NAME TO AUD-MENU-NAME
           MOVE WK-AUD-ACTION TO AUD-MENU-ACTION
           OPEN EXTEND FILE_AUDIT
           IF ST-AUD = "35"
               OPEN OUTPUT FILE_AUDIT
               END-READ
           END-PERFORM
           CLOSE FD-SJR
           PERFORM SJR-SHOW-CLOSE THRU SJR-SHOW-CLOSE-END
           IF WK-SJR-CNT = 0 AND WK-CLR-CNT = 0
               DISPLAY "NONE - CLEAN HANDOVER" AT LINE 07 COLUMN 05
           END-IF
           MOVE "ENTER TO CONTINUE" TO WS-MSGERROR
       SJR-SHOW-OPEN-END.
           EXIT.

      *> -----------------------------------
      *> UNDER THE JOURNAL ENTRIES: EVERY MONTH-END CLOSE TASK NOT YET
      *> SIGNED OFF, WITH ITS PERIOD AND THE ROLE RESPONSIBLE. WHAT
      *> DOES NOT FIT IS COUNTED ON THE LAST LINE.
       SJR-SHOW-CLOSE.
           MOVE ZEROS TO WK-CLR-CNT
           OPEN INPUT FD-CLR
           IF NOT CLR-FS-OK
               GO SJR-SHOW-CLOSE-END
           END-IF
           IF WK-SJR-LIN > 19
               MOVE 19 TO WK-SJR-LIN
           END-IF
           INITIALIZE REC-CLR
           MOVE "F" TO WK-SJR-EOF
           START FD-CLR
               KEY IS >= KEY1-CLR
               INVALID KEY
                   MOVE "T" TO WK-SJR-EOF
           END-START
           PERFORM UNTIL WK-SJR-EOF = "T"
               READ FD-CLR NEXT
                   AT END
                       MOVE "T" TO WK-SJR-EOF
                   NOT AT END
                       IF CLR-IS-OPEN
                           ADD 1 TO WK-CLR-CNT
                           IF WK-CLR-CNT = 1
                               DISPLAY "MONTH-END CLOSE TASKS NOT SIGNED OFF:"
                                   AT LINE WK-SJR-LIN COLUMN 05
                                   WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
                               ADD 1 TO WK-SJR-LIN
                           END-IF
                           IF WK-SJR-LIN <= 20
                               DISPLAY CLR-PERIOD AT LINE WK-SJR-LIN COLUMN 05
                               DISPLAY CLR-TASK AT LINE WK-SJR-LIN COLUMN 13
                               DISPLAY CLR-ROLE(1:12) AT LINE WK-SJR-LIN COLUMN 22
                               DISPLAY CLR-TITLE(1:42) AT LINE WK-SJR-LIN COLUMN 35
                               ADD 1 TO WK-SJR-LIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-CLR
           IF WK-SJR-LIN > 20 AND WK-CLR-CNT > 0
               MOVE SPACES TO WS-MSGERROR
               STRING WK-CLR-CNT " CLOSE TASKS OPEN IN ALL - SEE THE"
                      " CLOSECHECK SCREEN"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               DISPLAY WS-MSGERROR(1:70) AT LINE 21 COLUMN 05
           END-IF.
       SJR-SHOW-CLOSE-END.
           EXIT.

      *> -----------------------------------
      *> THE OUTGOING OPERATOR'S ENTRY: CATEGORY, TEXT, OPEN BY
      *> DEFAULT SO THE NEXT SHIFT SEES IT.
       SJR-LIST-END.
           EXIT.

      *> -----------------------------------
      *> THE OPERATOR'S DEPARTMENT, FOR DEPARTMENT-OWNED VARIANTS.
       VAR-FIND-DEPT.
           MOVE SPACES TO WK-OPER-DEPT
           OPEN INPUT FD-USER
           IF ST-USR NOT = ZEROS
               GO VAR-FIND-DEPT-END
           END-IF
           MOVE WK-OPERATOR TO U-LOGIN
           READ FD-USER KEY IS KEY2-USR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE U-DEPT TO WK-OPER-DEPT
           END-READ
           CLOSE FD-USER.
       VAR-FIND-DEPT-END.
           EXIT.

      *> -----------------------------------
      *> A VARIANT IS THE OPERATOR'S WHEN IT IS THEIRS BY NAME OR
      *> BELONGS TO THEIR DEPARTMENT.
       VAR-CHECK-OWNER.
           MOVE "N" TO WK-VAR-MINE
           IF RPV-USER-OWNED AND RPV-OWNER = WK-OPERATOR
               MOVE "Y" TO WK-VAR-MINE
           END-IF
           IF RPV-DEPT-OWNED AND WK-OPER-DEPT NOT = SPACES
              AND RPV-OWNER = WK-OPER-DEPT
               MOVE "Y" TO WK-VAR-MINE
           END-IF.
       VAR-CHECK-OWNER-END.
           EXIT.

      *> -----------------------------------
      *> THE PARAMETER SCREEN JUST FILLED IN, SAVED UNDER A NAME. THE
      *> NAME GOES ON A COMMAND LINE WHEN QUEUED, SO IT IS KEPT TO
      *> LETTERS, DIGITS, "-" AND "_". SAVING OVER AN EXISTING NAME
      *> REPLACES IT ONLY FOR ITS OWNERS.
       VAR-SAVE.
           MOVE SPACES TO WK-VAR-NAME
           MOVE "U" TO WK-VAR-OWNER
           MOVE "A" TO WK-VAR-RULE
           DISPLAY SS-VAR-SAVE
           ACCEPT SS-VAR-SAVE
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-VAR-NAME = SPACES
               GO VAR-SAVE-END
           END-IF
           IF E-RPT-LOGIN OR E-RPT-JRNL
               DISPLAY SS-VAR-DATES
               ACCEPT SS-VAR-DATES
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO VAR-SAVE-END
               END-IF
           ELSE
               MOVE "A" TO WK-VAR-RULE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WK-VAR-NAME))
               TO WK-VAR-NAME
           MOVE FUNCTION UPPER-CASE(WK-VAR-OWNER) TO WK-VAR-OWNER
           MOVE FUNCTION UPPER-CASE(WK-VAR-RULE) TO WK-VAR-RULE
           COMPUTE WK-VAR-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WK-VAR-NAME))
           INSPECT WK-VAR-NAME(1:WK-VAR-LEN) REPLACING ALL " " BY "-"
           IF WK-VAR-NAME(1:WK-VAR-LEN) IS NOT VARIANT-NAME-CHARS
               MOVE "VARIANT NAME: LETTERS, DIGITS, - AND _ ONLY"
                   TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GO VAR-SAVE-END
           END-IF
           IF WK-VAR-OWNER NOT = "D"
               MOVE "U" TO WK-VAR-OWNER
           END-IF
           IF WK-VAR-OWNER = "D" AND WK-OPER-DEPT = SPACES
               MOVE "YOU HAVE NO DEPARTMENT - SAVE IT UNDER U" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GO VAR-SAVE-END
           END-IF
           IF WK-VAR-RULE NOT = "A" AND NOT = "T" AND NOT = "Y"
              AND NOT = "W" AND NOT = "C" AND NOT = "M"
               MOVE "A" TO WK-VAR-RULE
           END-IF
           OPEN I-O FD-RPV
           IF RPV-FS-NOT-EXIST
               OPEN OUTPUT FD-RPV
               CLOSE FD-RPV
               OPEN I-O FD-RPV
           END-IF
           IF NOT RPV-FS-OK
               MOVE "REPORT_VARIANT.DAT NOT AVAILABLE" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GO VAR-SAVE-END
           END-IF
           MOVE "N" TO WK-VAR-MINE
           INITIALIZE REC-RPV
           MOVE WK-VAR-NAME TO RPV-NAME
           READ FD-RPV
               INVALID KEY
                   MOVE WK-OPERATOR TO RPV-CREATED-BY
                   ACCEPT RPV-CREATED-DATE FROM DATE YYYYMMDD
                   MOVE ZEROS TO RPV-LAST-RUN-DATE RPV-LAST-RUN-TIME
               NOT INVALID KEY
                   PERFORM VAR-CHECK-OWNER THRU VAR-CHECK-OWNER-END
                   IF WK-VAR-MINE NOT = "Y"
                       CLOSE FD-RPV
                       MOVE "THAT NAME IS IN USE BY ANOTHER OWNER" TO WS-MSGERROR
                       DISPLAY SS-ERRO
                       ACCEPT SS-ERRO
                       GO VAR-SAVE-END
                   END-IF
           END-READ
           MOVE WK-VAR-OWNER TO RPV-OWNER-TYPE
           IF RPV-DEPT-OWNED
               MOVE WK-OPER-DEPT TO RPV-OWNER
           ELSE
               MOVE WK-OPERATOR TO RPV-OWNER
           END-IF
           MOVE WS-OPTION TO RPV-OPTION
           MOVE WK-UTIL TO RPV-UTIL
           MOVE WK-VAR-RULE TO RPV-DATE-RULE
           MOVE WK-FROM TO RPV-FROM
           MOVE WK-TO TO RPV-TO
           MOVE WK-CSV TO RPV-CSV
           MOVE WK-DELTA TO RPV-DELTA
           MOVE WK-RPT-PRF TO RPV-PRF
           MOVE WK-EXP-MOD TO RPV-MODULE
           IF WK-VAR-MINE = "Y"
               REWRITE REC-RPV
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REC-RPV
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE FD-RPV
           MOVE "VARIANT SAVE" TO WK-AUD-NAME
           MOVE WK-VAR-NAME TO WK-AUD-ACTION
           PERFORM PROC-AUDIT THRU PROC-AUDIT-END
           MOVE SPACES TO WS-MSGERROR
           STRING "VARIANT " FUNCTION TRIM(WK-VAR-NAME)
                  " SAVED - ENTER TO CONTINUE"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO.
       VAR-SAVE-END.
           EXIT.

      *> -----------------------------------
      *> THE OPERATOR'S OWN AND THEIR DEPARTMENT'S VARIANTS, IN NAME
      *> ORDER. A NUMBER AND ENTER RERUNS ONE; Q PUTS IT ON THE JOB
      *> QUEUE, D REMOVES IT.
       VAR-LIST.
           MOVE "REPORT VARIANTS" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           OPEN INPUT FD-RPV
           IF NOT RPV-FS-OK
               MOVE "NO REPORT VARIANTS SAVED YET" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GO VAR-LIST-END
           END-IF
           DISPLAY "NO NAME            OWNER        UTILITY                  DT LAST RUN"
               AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           MOVE ZEROS TO WK-VAR-CNT
           MOVE SPACES TO WK-VAR-TAB
           MOVE 07 TO WK-VAR-LIN
           MOVE "F" TO WK-VAR-EOF
           MOVE LOW-VALUES TO RPV-NAME
           START FD-RPV
               KEY IS >= KEY1-RPV
               INVALID KEY
                   MOVE "T" TO WK-VAR-EOF
           END-START
           PERFORM UNTIL WK-VAR-EOF = "T" OR WK-VAR-CNT = 13
               READ FD-RPV NEXT
                   AT END
                       MOVE "T" TO WK-VAR-EOF
                   NOT AT END
                       PERFORM VAR-CHECK-OWNER THRU VAR-CHECK-OWNER-END
                       IF WK-VAR-MINE = "Y"
                           ADD 1 TO WK-VAR-CNT
                           MOVE RPV-NAME TO WK-VAR-ROW(WK-VAR-CNT)
                           DISPLAY WK-VAR-CNT AT LINE WK-VAR-LIN COLUMN 03
                           DISPLAY RPV-NAME AT LINE WK-VAR-LIN COLUMN 06
                           DISPLAY RPV-OWNER-TYPE AT LINE WK-VAR-LIN COLUMN 22
                           DISPLAY RPV-OWNER(1:10) AT LINE WK-VAR-LIN COLUMN 24
                           DISPLAY RPV-UTIL(1:24) AT LINE WK-VAR-LIN COLUMN 35
                           DISPLAY RPV-DATE-RULE AT LINE WK-VAR-LIN COLUMN 60
                           IF RPV-LAST-RUN-DATE NOT = ZEROS
                               DISPLAY RPV-LAST-RUN-DATE
                                   AT LINE WK-VAR-LIN COLUMN 63
                           END-IF
                           ADD 1 TO WK-VAR-LIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-RPV
           IF WK-VAR-CNT = 0
               MOVE "NO VARIANTS OF YOURS OR YOUR DEPARTMENT'S" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GO VAR-LIST-END
           END-IF
           MOVE ZEROS TO WK-VAR-PICK
           MOVE "R" TO WK-VAR-ACT
           DISPLAY SS-VAR-PICK
           ACCEPT SS-VAR-PICK
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-VAR-PICK = 0
              OR WK-VAR-PICK > WK-VAR-CNT
               GO VAR-LIST-END
           END-IF
           MOVE WK-VAR-ROW(WK-VAR-PICK) TO WK-VAR-NAME
           EVALUATE FUNCTION UPPER-CASE(WK-VAR-ACT)
               WHEN "R"
                   PERFORM VAR-RUN THRU VAR-RUN-END
               WHEN "Q"
                   PERFORM VAR-SUBMIT THRU VAR-SUBMIT-END
               WHEN "D"
                   PERFORM VAR-REMOVE THRU VAR-REMOVE-END
               WHEN OTHER
                   MOVE "ACTION MUST BE R, Q OR D" TO WS-MSGERROR
                   DISPLAY SS-ERRO
                   ACCEPT SS-ERRO
           END-EVALUATE.
       VAR-LIST-END.
           EXIT.

      *> -----------------------------------
      *> RERUN NOW: THE SERVICE RESOLVES TODAY'S DATES AND SETS THE
      *> PARAMETERS, THE USUAL LAUNCHER STARTS THE UTILITY.
       VAR-RUN.
           INITIALIZE WK-RV-PARM
           MOVE WK-VAR-NAME TO WK-RV-NAME
           CALL "rptvariant" USING WK-RV-PARM END-CALL
           EVALUATE WK-RV-RC
               WHEN 0
                   MOVE WK-RV-UTIL TO WK-UTIL
                   MOVE WK-RV-DIR TO WK-DIR
                   MOVE WK-RV-PROG TO WK-PROG
                   MOVE "Y" TO WK-VAR-RUN
                   PERFORM PROC-LAUNCH THRU PROC-LAUNCH-END
                   MOVE "N" TO WK-VAR-RUN
                   SET ENVIRONMENT "EXPORT_MODULE" TO " "
               WHEN 4
                   MOVE "VARIANT NO LONGER EXISTS" TO WS-MSGERROR
                   DISPLAY SS-ERRO
                   ACCEPT SS-ERRO
               WHEN 6
                   MOVE "THIS VARIANT'S UTILITY CANNOT RUN FROM A VARIANT"
                       TO WS-MSGERROR
                   DISPLAY SS-ERRO
                   ACCEPT SS-ERRO
               WHEN OTHER
                   MOVE "REPORT_VARIANT.DAT NOT AVAILABLE" TO WS-MSGERROR
                   DISPLAY SS-ERRO
                   ACCEPT SS-ERRO
           END-EVALUATE.
       VAR-RUN-END.
           EXIT.

      *> -----------------------------------
      *> TO THE JOB QUEUE: THE WORKER RUNS charge/run_variant, WHICH
      *> RESOLVES THE DATES ON THE DAY IT ACTUALLY RUNS.
       VAR-SUBMIT.
           OPEN I-O FD-JOB
           IF JOB-FS-NOT-EXIST
               OPEN OUTPUT FD-JOB
               CLOSE FD-JOB
               OPEN I-O FD-JOB
           END-IF
           IF NOT JOB-FS-OK
               MOVE "JOB QUEUE NOT AVAILABLE" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GO VAR-SUBMIT-END
           END-IF
           *> a variant run is a catalog job like any other - the
           *> worker refuses it otherwise, so it is not queued
           INITIALIZE WK-JC-PARM
           MOVE "M" TO WK-JC-OP
           STRING "VARIANT_NAME=" FUNCTION TRIM(WK-VAR-NAME)
                  " ./run_variant"
               DELIMITED BY SIZE INTO WK-JC-CMD
           END-STRING
           CALL "jobcat" USING WK-JC-PARM END-CALL
           IF WK-JC-OK = "Y"
               MOVE "P" TO WK-JC-OP
               MOVE WK-OPERATOR TO WK-JC-LOGIN
               CALL "jobcat" USING WK-JC-PARM END-CALL
           END-IF
           IF WK-JC-OK NOT = "Y"
               MOVE WK-JC-MESSAGE TO WS-MSGERROR
               CLOSE FD-JOB
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               GO VAR-SUBMIT-END
           END-IF
           INITIALIZE REC-JOB
           MOVE "JOB" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           MOVE WK-NID-VALUE TO JOB-ID
           MOVE "W" TO JOB-STATE
           MOVE WK-JC-CMD TO JOB-CMD
           MOVE WK-OPERATOR TO JOB-SUBMITTER
           ACCEPT JOB-SUB-DATE FROM DATE YYYYMMDD
           ACCEPT JOB-SUB-TIME FROM TIME
           MOVE ZEROS TO JOB-START-DATE JOB-START-TIME
                         JOB-END-DATE JOB-END-TIME JOB-RC
           MOVE SPACES TO JOB-SUMMARY
           MOVE SPACES TO WS-MSGERROR
           WRITE REC-JOB
               INVALID KEY
                   MOVE "JOB ID ALREADY IN USE" TO WS-MSGERROR
               NOT INVALID KEY
                   STRING "JOB " JOB-ID " QUEUED - THE WORKER RUNS IT IN TURN"
                       DELIMITED BY SIZE INTO WS-MSGERROR
                   END-STRING
                   MOVE "VARIANT QUEUED" TO WK-AUD-NAME
                   MOVE WK-VAR-NAME TO WK-AUD-ACTION
                   PERFORM PROC-AUDIT THRU PROC-AUDIT-END
           END-WRITE
           CLOSE FD-JOB
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO.
       VAR-SUBMIT-END.
           EXIT.

      *> -----------------------------------
      *> REMOVAL, BY ITS OWNERS ONLY - CHECKED AGAIN ON THE RECORD.
       VAR-REMOVE.
           MOVE "N" TO WK-ANS
           MOVE SPACES TO WS-MSGERROR
           STRING "REMOVE VARIANT " FUNCTION TRIM(WK-VAR-NAME) "? (Y/N)"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           ACCEPT SS-ERRO
           IF WK-ANS NOT = "Y" AND WK-ANS NOT = "y"
               GO VAR-REMOVE-END
           END-IF
           OPEN I-O FD-RPV
           IF NOT RPV-FS-OK
               GO VAR-REMOVE-END
           END-IF
           MOVE WK-VAR-NAME TO RPV-NAME
           READ FD-RPV
               INVALID KEY
                   MOVE "VARIANT NO LONGER EXISTS" TO WS-MSGERROR
               NOT INVALID KEY
                   PERFORM VAR-CHECK-OWNER THRU VAR-CHECK-OWNER-END
                   IF WK-VAR-MINE = "Y"
                       DELETE FD-RPV RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE "VARIANT DROP" TO WK-AUD-NAME
                       MOVE WK-VAR-NAME TO WK-AUD-ACTION
                       PERFORM PROC-AUDIT THRU PROC-AUDIT-END
                       MOVE "VARIANT REMOVED" TO WS-MSGERROR
                   ELSE
                       MOVE "ONLY ITS OWNERS MAY REMOVE A VARIANT" TO WS-MSGERROR
                   END-IF
           END-READ
           CLOSE FD-RPV
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO.
       VAR-REMOVE-END.
           EXIT.

       *> -----------------------------------
       *> DRAW BOX
       PROC-SHOW-BOX.
