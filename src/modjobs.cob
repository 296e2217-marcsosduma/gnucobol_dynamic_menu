       PROGRAM-ID. JOBQUEUE.
      *> -----------------------------------------------------------
      *> STATUS CONSOLE OF THE BACKGROUND JOB QUEUE (JOB_QUEUE.DAT).
      *> SUBMIT A REGISTERED JOB TO RUN IN THE BACKGROUND (THE
      *> jobworker BATCH EXECUTES ENTRIES ONE AT A TIME), WATCH THE
      *> QUEUE WITH ITS STATES AND TIMESTAMPS, CANCEL A WAITING
      *> ENTRY, AND VIEW A FINISHED JOB'S RETURN CODE AND SUMMARY.
      *> LONG RUNS STOP TYING UP THE OPERATOR'S TERMINAL. A JOB THAT
      *> FAILED ALSO SHOWS THE RUNBOOK FOR ITS COMMAND (RUNBOOK.DAT
      *> VIA rbklookup).
      *> ONLY JOBS OF THE CATALOG (JOB_CATALOG.DAT) CAN BE SUBMITTED,
      *> BY A USER HOLDING THE PROFILE THE JOB REQUIRES; EACH VALUE
      *> IS CHECKED AGAINST ITS TYPE (via jobcat) BEFORE THE COMMAND
      *> LINE IS BUILT FROM THE TEMPLATE AND QUEUED.
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "../cpy/job_queue_se.cpy".
            COPY "../cpy/job_catalog_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/job_queue_fd.cpy".
            COPY "../cpy/job_catalog_fd.cpy".

       WORKING-STORAGE SECTION.

           88  FS-OK                     VALUE ZEROS.
           88  FS-CANCEL                 VALUE 99.
           88  FS-NOT-EXIST              VALUE 35.
       77 ST-JCT                        PIC  9(002).
           88  JCT-FS-OK                 VALUE ZEROS.
       77 WK-MENU-USER                  PIC  X(020) VALUE SPACES.
       01 WK-NID-PARM.
           05 WK-NID-ENTITY             PIC  X(010).
       77 WS-TXT-HELP PIC X(78).
       77 WK-LIST-LIN  PIC 9(02).
       77 WK-LIST-COUNT PIC 9(02).
       77 WK-RB-IDX     PIC 9(01) VALUE ZEROS.
       77 WK-RB-LIN     PIC 9(02) VALUE ZEROS.
       77 WK-RB-RERUN-TXT PIC X(40) VALUE SPACES.
       COPY "../cpy/rbklookup_ws.cpy".
       *> Catalog job being submitted ------------------------------------
       COPY "../cpy/jobcat_ws.cpy".
       77 WK-SUB-CODE   PIC X(10) VALUE SPACES.
       77 WK-SUB-IDX    PIC 9(01) VALUE ZEROS.
       77 WK-SUB-LIN    PIC 9(02) VALUE ZEROS.
       77 WK-SUB-HINT   PIC X(38) VALUE SPACES.

       *>  Colors ------------------------------------------------------
       01  BLACK                                     CONSTANT AS 0.

       01 SS-SUBMIT.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 20 COLUMN 05 VALUE "JOB CODE TO SUBMIT:".
               10 COLUMN PLUS 2 PIC X(10) USING WK-SUB-CODE.

       01 SS-CHAVE.
           05 FILLER FOREGROUND-COLOR 2.
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
      *> QUEUE A CATALOG JOB - THE WORKER PICKS IT UP IN ORDER. THE
      *> JOBS ON OFFER ARE LISTED; THE ONE CHOSEN MUST BE ALLOWED TO
      *> THIS USER, AND ITS VALUES PASS jobcat BEFORE ANYTHING IS
      *> QUEUED.
       SUBMIT-JOB.
           MOVE "SUBMIT JOB" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           OPEN INPUT FD-JCT
           IF NOT JCT-FS-OK
               MOVE "THE JOB CATALOG IS EMPTY - NOTHING CAN BE SUBMITTED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO SUBMIT-JOB-END
           END-IF
           PERFORM SUBMIT-LIST-CATALOG THRU SUBMIT-LIST-CATALOG-END
           MOVE SPACES TO WK-SUB-CODE.
       SUBMIT-JOB-CODE.
           DISPLAY SS-SUBMIT.
           ACCEPT SS-SUBMIT.
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-SUB-CODE = SPACES
               GO SUBMIT-JOB-CLOSE
           END-IF
           MOVE FUNCTION UPPER-CASE(WK-SUB-CODE) TO WK-SUB-CODE
           INITIALIZE REC-JCT
           MOVE WK-SUB-CODE TO JCT-CODE
           MOVE "L" TO JCT-STAGE
           READ FD-JCT
               INVALID KEY
                   MOVE "NO SUCH JOB IN THE CATALOG" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO SUBMIT-JOB-CODE
           END-READ
           INITIALIZE WK-JC-PARM
           MOVE "P" TO WK-JC-OP
           MOVE WK-SUB-CODE TO WK-JC-CODE
           MOVE WK-MENU-USER TO WK-JC-LOGIN
           CALL "jobcat" USING WK-JC-PARM END-CALL
           IF WK-JC-OK NOT = "Y"
               MOVE WK-JC-MESSAGE TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO SUBMIT-JOB-CODE
           END-IF
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           DISPLAY JCT-CODE AT LINE 05 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY JCT-TITLE AT LINE 05 COLUMN 15
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY "PARAMETER  REQ  VALUE                 ALLOWED"
               AT LINE 07 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           MOVE 08 TO WK-SUB-LIN
           PERFORM VARYING WK-SUB-IDX FROM 1 BY 1 UNTIL WK-SUB-IDX > 4
               IF JCT-P-NAME(WK-SUB-IDX) NOT = SPACES
                   EVALUATE TRUE
                       WHEN JCT-P-NUMERIC(WK-SUB-IDX)
                           MOVE "DIGITS" TO WK-SUB-HINT
                       WHEN JCT-P-DATE(WK-SUB-IDX)
                           MOVE "DATE CCYYMMDD" TO WK-SUB-HINT
                       WHEN JCT-P-WORD(WK-SUB-IDX)
                           MOVE "LETTERS, DIGITS, _ - ." TO WK-SUB-HINT
                       WHEN OTHER
                           MOVE JCT-P-LIST(WK-SUB-IDX) TO WK-SUB-HINT
                   END-EVALUATE
                   DISPLAY JCT-P-NAME(WK-SUB-IDX)
                       AT LINE WK-SUB-LIN COLUMN 03
                   DISPLAY JCT-P-REQ(WK-SUB-IDX)
                       AT LINE WK-SUB-LIN COLUMN 15
                   DISPLAY WK-SUB-HINT AT LINE WK-SUB-LIN COLUMN 41
                   ADD 1 TO WK-SUB-LIN
               END-IF
           END-PERFORM.
       SUBMIT-JOB-PARMS.
           MOVE 08 TO WK-SUB-LIN
           PERFORM VARYING WK-SUB-IDX FROM 1 BY 1 UNTIL WK-SUB-IDX > 4
                                      OR COB-CRT-STATUS = COB-SCR-ESC
               IF JCT-P-NAME(WK-SUB-IDX) NOT = SPACES
                   ACCEPT WK-JC-VALUE(WK-SUB-IDX)
                       AT LINE WK-SUB-LIN COLUMN 20
                       WITH UPDATE SIZE JCT-P-MAXLEN(WK-SUB-IDX)
                       HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
                   ADD 1 TO WK-SUB-LIN
               END-IF
           END-PERFORM
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO SUBMIT-JOB-CLOSE
           END-IF
           MOVE "E" TO WK-JC-OP
           MOVE WK-SUB-CODE TO WK-JC-CODE
           CALL "jobcat" USING WK-JC-PARM END-CALL
           IF WK-JC-OK NOT = "Y"
               MOVE WK-JC-MESSAGE TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO SUBMIT-JOB-PARMS
           END-IF
           DISPLAY "COMMAND LINE TO QUEUE:" AT LINE 14 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY WK-JC-CMD(1:75) AT LINE 15 COLUMN 03
           DISPLAY WK-JC-CMD(76:75) AT LINE 16 COLUMN 03
           DISPLAY WK-JC-CMD(151:50) AT LINE 17 COLUMN 03
           MOVE "N" TO WS-ERRO
           MOVE "QUEUE THIS JOB (Y/N)?" TO WS-MSGERROR
           ACCEPT SS-ERRO
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO SUBMIT-JOB-CLOSE
           END-IF
           INITIALIZE REC-JOB
           MOVE WK-JC-CMD TO JOB-CMD
           MOVE "JOB" TO WK-NID-ENTITY
           CALL "nextid" USING WK-NID-PARM END-CALL
           MOVE WK-NID-VALUE TO JOB-ID
               END-STRING
               PERFORM PROC-SHOW-ERROS
           END-WRITE.
       SUBMIT-JOB-CLOSE.
           CLOSE FD-JCT.
       SUBMIT-JOB-END.

      *> -----------------------------------
      *> THE LIVE CATALOG, CODE AND TITLE, AS MANY AS FIT ABOVE THE
      *> CODE PROMPT.
       SUBMIT-LIST-CATALOG.
           DISPLAY "JOB        DESCRIPTION" AT LINE 05 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           MOVE 06 TO WK-LIST-LIN
           INITIALIZE REC-JCT
           MOVE LOW-VALUES TO KEY1-JCT
           START FD-JCT
               KEY IS >= KEY1-JCT
               INVALID KEY
                   GO SUBMIT-LIST-CATALOG-END
           END-START.
       SUBMIT-LIST-CATALOG-LOOP.
           IF WK-LIST-LIN > 18
               GO SUBMIT-LIST-CATALOG-END
           END-IF
           READ FD-JCT NEXT
               AT END
                   GO SUBMIT-LIST-CATALOG-END
           END-READ
           IF JCT-IS-LIVE
               DISPLAY JCT-CODE AT LINE WK-LIST-LIN COLUMN 03
               DISPLAY JCT-TITLE AT LINE WK-LIST-LIN COLUMN 14
               ADD 1 TO WK-LIST-LIN
           END-IF
           GO SUBMIT-LIST-CATALOG-LOOP.
       SUBMIT-LIST-CATALOG-END.
           EXIT.

      *> -----------------------------------
      *> THE QUEUE WITH STATES AND TIMESTAMPS.
       LIST-QUEUE.
           DISPLAY JOB-RC AT LINE 15 COLUMN 24
           DISPLAY "SUMMARY....:" AT LINE 16 COLUMN 10
           DISPLAY JOB-SUMMARY AT LINE 16 COLUMN 24
           IF JOB-IS-FAILED
              OR (JOB-IS-DONE AND JOB-RC NOT = ZEROS)
               PERFORM VIEW-RUNBOOK THRU VIEW-RUNBOOK-END
               GO VIEW-JOB-END
           END-IF
           MOVE "ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       VIEW-JOB-END.

      *> -----------------------------------
      *> THE RUNBOOK OF A FAILED JOB'S COMMAND - WHETHER TO RESUBMIT
      *> IT, HOW TO RESTART IT AND WHO TO CALL.
       VIEW-RUNBOOK.
           INITIALIZE WK-RB-PARM
           MOVE "J" TO WK-RB-KIND
           MOVE JOB-CMD(1:60) TO WK-RB-MATCH
           CALL "rbklookup" USING WK-RB-PARM END-CALL
           IF WK-RB-FOUND NOT = "Y"
               MOVE "JOB FAILED - NO RUNBOOK ENTRY FOR THIS COMMAND - ENTER TO GO BACK" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO VIEW-RUNBOOK-END
           END-IF
           MOVE "JOB FAILED - ENTER FOR ITS RUNBOOK, ESC TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO VIEW-RUNBOOK-END
           END-IF
           MOVE "RUNBOOK" TO WS-OP
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           DISPLAY JOB-CMD(1:73) AT LINE 05 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           EVALUATE WK-RB-RERUN
               WHEN "Y"
                   MOVE "YES - RESUBMIT AS IT STANDS" TO WK-RB-RERUN-TXT
               WHEN "C"
                   MOVE "ONLY AFTER THE STEPS BELOW" TO WK-RB-RERUN-TXT
               WHEN OTHER
                   MOVE "NO - DO NOT RESUBMIT, ESCALATE" TO WK-RB-RERUN-TXT
           END-EVALUATE
           DISPLAY "RUNBOOK......:" AT LINE 07 COLUMN 03
           DISPLAY WK-RB-TITLE AT LINE 07 COLUMN 18
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY "RERUN........:" AT LINE 08 COLUMN 03
           DISPLAY WK-RB-RERUN-TXT AT LINE 08 COLUMN 18
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY "STEPS........:" AT LINE 09 COLUMN 03
           MOVE 10 TO WK-RB-LIN
           PERFORM VARYING WK-RB-IDX FROM 1 BY 1 UNTIL WK-RB-IDX > 5
               IF WK-RB-STEP(WK-RB-IDX) NOT = SPACES
                   DISPLAY WK-RB-STEP(WK-RB-IDX)
                       AT LINE WK-RB-LIN COLUMN 05
                   ADD 1 TO WK-RB-LIN
               END-IF
           END-PERFORM
           DISPLAY "ESCALATE TO..:" AT LINE 16 COLUMN 03
           DISPLAY WK-RB-ESCALATE AT LINE 16 COLUMN 18
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY "LAST REVIEWED:" AT LINE 17 COLUMN 03
           DISPLAY WK-RB-REVIEWED AT LINE 17 COLUMN 18
           MOVE "ENTER TO GO BACK" TO WS-MSGERROR
           PERFORM PROC-SHOW-ERROS.
       VIEW-RUNBOOK-END.
           EXIT.

      *> -----------------------------------
      *> OPEN FILES TO READ AND WRITE
       PROC-OPEN-FILES.
