      *> FROM THE REQUESTER'S - ONE ADMINISTRATOR CAN NO LONGER GRANT
      *> THEMSELVES ANYTHING ALONE. APPLIED AND REJECTED ENTRIES STAY
      *> ON FILE AS THE HISTORY SHOWN TO THE AUDITORS.
      *> A JOB CATALOG ENTRY (JCT) SHOWS THE PROPOSED DEFINITION; ITS
      *> APPLY PROMOTES THE P-STAGE ROW OF JOB_CATALOG.DAT TO LIVE (OR
      *> RETIRES THE LIVE ROW), ITS REJECTION DROPS THE P-STAGE ROW.
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
            COPY "../cpy/user_profile_se.cpy".
            COPY "../cpy/menu_profile_se.cpy".
            COPY "../cpy/change_journal_se.cpy".
            COPY "../cpy/user_se.cpy".
            COPY "../cpy/profile_se.cpy".
            COPY "../cpy/menu_se.cpy".
            COPY "../cpy/delegation_se.cpy".
            COPY "../cpy/sod_rules_se.cpy".
            COPY "../cpy/job_catalog_se.cpy".

       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/user_profile_fd.cpy".
            COPY "../cpy/menu_profile_fd.cpy".
            COPY "../cpy/change_journal_fd.cpy".
            COPY "../cpy/user_fd.cpy".
            COPY "../cpy/profile_fd.cpy".
            COPY "../cpy/menu_fd.cpy".
            COPY "../cpy/delegation_fd.cpy".
            COPY "../cpy/sod_rules_fd.cpy".
            COPY "../cpy/job_catalog_fd.cpy".

       WORKING-STORAGE SECTION.

           88 SYS-FS-OK VALUE ZEROS.
           88 SYS-FS-NOT-EXIST VALUE 35.
       77 WK-APPLY-OK  PIC X(01) VALUE "N".
       *> Job catalog entries - the journal carries code, profile and
       *> command template, the parts that decide what runs and who
       *> may run it -----------------------------------------------
       77 ST-JCT         PIC 9(02).
           88 JCT-FS-OK VALUE ZEROS.
       77 WK-JCT-REC     PIC X(409) VALUE SPACES.
       77 WK-JCT-BEFORE  PIC X(167) VALUE SPACES.
       77 WK-JCT-AFTER   PIC X(167) VALUE SPACES.
       77 WK-JCT-IDX     PIC 9(01) VALUE ZEROS.
       77 WK-JCT-COL     PIC 9(02) VALUE ZEROS.
       *> Before/after change journal ----------------------------------
       77 ST-CHJ         PIC X(02) VALUE ZEROS.
       77 WK-CHJ-FILE    PIC X(08) VALUE SPACES.
       77 WK-CHJ-KEY     PIC X(10) VALUE SPACES.
       77 WK-CHJ-BEFORE  PIC X(167) VALUE SPACES.
       77 WK-CHJ-AFTER   PIC X(167) VALUE SPACES.
       *> Change-ticket reference - the last ticket keyed is offered
       *> again for the next change ---------------------------------
       77 WK-TICKET      PIC X(12) VALUE SPACES.
       77 WK-TICKET-OK   PIC X(01) VALUE "N".
           88 TICKET-IS-OK VALUE "Y".
       77 WK-TICKET-PROMPT PIC X(78) VALUE "CHANGE TICKET NUMBER:".
       *> Impact of a pending entry ------------------------------------
       77 ST-USR         PIC 9(02).
           88 USR-FS-OK VALUE ZEROS.
       77 ST-PRF         PIC 9(02).
           88 PRF-FS-OK VALUE ZEROS.
       77 ST-MNU         PIC 9(02).
           88 MNU-FS-OK VALUE ZEROS.
       77 ST-DLG         PIC 9(02).
           88 DLG-FS-OK VALUE ZEROS.
       77 ST-SOD         PIC 9(02).
           88 SOD-FS-OK VALUE ZEROS.
       77 WK-IMP-FOR-ID  PIC 9(06) VALUE ZEROS.
       77 WK-IMP-PASS    PIC X(01) VALUE "B".
           88 IMP-PASS-BEFORE VALUE "B".
           88 IMP-PASS-AFTER  VALUE "A".
       77 WK-IMP-NOOP    PIC X(01) VALUE "N".
       77 WK-IMP-PFU-KEY PIC X(08) VALUE SPACES.
       77 WK-IMP-PFM-KEY PIC X(09) VALUE SPACES.
       77 WK-IMP-USR     PIC 9(04) VALUE ZEROS.
       77 WK-IMP-PRF     PIC 9(04) VALUE ZEROS.
       77 WK-IMP-CUR     PIC 9(04) VALUE ZEROS.
       77 WK-IMP-LOGIN   PIC X(10) VALUE SPACES.
       77 WK-IMP-HOLDER  PIC 9(04) VALUE ZEROS.
       77 WK-IMP-TODAY   PIC 9(08) VALUE ZEROS.
       77 WK-IMP-EFF     PIC X(01) VALUE "Y".
       77 WK-IMP-DUP     PIC X(01) VALUE "N".
       77 WK-IMP-HIT     PIC 9(03) VALUE ZEROS.
       77 WK-IMP-IDX     PIC 9(03) VALUE ZEROS.
       77 WK-IMP-JDX     PIC 9(03) VALUE ZEROS.
       77 WK-IMP-EOF     PIC X(01) VALUE "N".
       77 WK-IMP-EOF-2   PIC X(01) VALUE "N".
       77 WK-IMP-EOF-U   PIC X(01) VALUE "N".
       77 WK-IMP-TOUCHED PIC X(01) VALUE "N".
       77 WK-IMP-FIND    PIC 9(05) VALUE ZEROS.
       77 WK-IMP-VIS-B   PIC X(01) VALUE "N".
       77 WK-IMP-VIS-A   PIC X(01) VALUE "N".
       77 WK-IMP-UPD-B   PIC X(01) VALUE "N".
       77 WK-IMP-UPD-A   PIC X(01) VALUE "N".
       77 WK-IMP-SOD-AB  PIC X(01) VALUE "N".
       77 WK-IMP-SOD-BB  PIC X(01) VALUE "N".
       77 WK-IMP-SOD-AA  PIC X(01) VALUE "N".
       77 WK-IMP-SOD-BA  PIC X(01) VALUE "N".
       77 WK-IMP-HAS-PRF PIC X(01) VALUE "N".
       77 WK-IMP-HAS-MNU PIC X(01) VALUE "N".
       77 WK-IMP-HAS-DLG PIC X(01) VALUE "N".
       77 WK-IMP-VERB    PIC X(08) VALUE SPACES.
       77 WK-IMP-USERS   PIC 9(05) VALUE ZEROS.
       77 WK-IMP-GAINS   PIC 9(05) VALUE ZEROS.
       77 WK-IMP-LOSSES  PIC 9(05) VALUE ZEROS.
       77 WK-IMP-NEWSOD  PIC 9(05) VALUE ZEROS.
       77 WK-IMP-DROPPED PIC 9(05) VALUE ZEROS.
       77 WK-IMP-TEXT    PIC X(76) VALUE SPACES.
       77 WK-IMP-PAGE-AT PIC 9(03) VALUE ZEROS.
       *> resolved profiles (direct, delegated, inherited)
       01 WK-IMP-PRF-MAX PIC 9(03) VALUE 30.
       01 WK-RES-PRF-NUM PIC 9(03) VALUE ZEROS.
       01 WK-RES-PRF-TAB.
           05 WK-RES-PRF OCCURS 30 TIMES PIC 9(04).
       01 WK-BEF-PRF-NUM PIC 9(03) VALUE ZEROS.
       01 WK-BEF-PRF-TAB.
           05 WK-BEF-PRF OCCURS 30 TIMES PIC 9(04).
       01 WK-AFT-PRF-NUM PIC 9(03) VALUE ZEROS.
       01 WK-AFT-PRF-TAB.
           05 WK-AFT-PRF OCCURS 30 TIMES PIC 9(04).
       *> resolved items - deny beats allow, update beats inquiry
       01 WK-IMP-IT-MAX  PIC 9(03) VALUE 200.
       01 WK-RES-IT-NUM  PIC 9(03) VALUE ZEROS.
       01 WK-RES-IT-TAB.
           05 WK-RES-IT-ROW OCCURS 200 TIMES.
              10 WK-RES-IT-ID   PIC 9(05).
              10 WK-RES-IT-DENY PIC X(01).
              10 WK-RES-IT-UPD  PIC X(01).
       01 WK-BEF-IT-NUM  PIC 9(03) VALUE ZEROS.
       01 WK-BEF-IT-TAB.
           05 WK-BEF-IT-ROW OCCURS 200 TIMES.
              10 WK-BEF-IT-ID   PIC 9(05).
              10 WK-BEF-IT-DENY PIC X(01).
              10 WK-BEF-IT-UPD  PIC X(01).
       *> segregation-of-duties pairs
       01 WK-IMP-SOD-MAX PIC 9(03) VALUE 100.
       01 WK-IMP-SOD-NUM PIC 9(03) VALUE ZEROS.
       01 WK-IMP-SOD-TAB.
           05 WK-IMP-SOD-ROW OCCURS 100 TIMES.
              10 WK-IMP-SOD-A    PIC 9(05).
              10 WK-IMP-SOD-B    PIC 9(05).
              10 WK-IMP-SOD-DESC PIC X(30).
       *> the impact list as shown and printed
       01 WK-IMP-LIN-MAX PIC 9(03) VALUE 300.
       01 WK-IMP-LIN-NUM PIC 9(03) VALUE ZEROS.
       01 WK-IMP-LIN-TAB.
           05 WK-IMP-LIN OCCURS 300 TIMES PIC X(76).
       COPY "../cpy/rptwriter_ws.cpy".
       *>  Colors ------------------------------------------------------
       01  BLACK                                     CONSTANT AS 0.
       01  BLUE                                      CONSTANT AS 1.
               10 LINE 12 COLUMN 10 VALUE "REQUESTED ON:".
               10 COLUMN PLUS 2 PIC 9(08) FROM PCH-REQ-DATE.
               10 COLUMN PLUS 2 PIC 9(08) FROM PCH-REQ-TIME.
               10 LINE 13 COLUMN 10 VALUE "CHANGE TICKET:".
               10 COLUMN PLUS 2 PIC X(12) FROM PCH-TICKET.
           05 SS-DECISION.
               10 LINE 14 COLUMN 10
                  VALUE "A=APPLY  R=REJECT  I=IMPACT  ENTER=SKIP:".
               10 COLUMN PLUS 2 PIC X(01) USING WK-DECISION.

       01 SS-ERRO.
       REVIEW-PENDING.
           MOVE "REVIEW PENDING" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           MOVE ZEROS TO WK-IMP-FOR-ID.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           INITIALIZE REC-PCH
           END-READ
           IF NOT PCH-IS-PENDING
               GO REVIEW-PENDING-LOOP
           END-IF.
       REVIEW-PENDING-SHOW.
           MOVE SPACE TO WK-DECISION
           DISPLAY SS-ENTRY
           PERFORM PROC-SHOW-JCT THRU PROC-SHOW-JCT-END
           ACCEPT SS-DECISION
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REVIEW-PENDING-END
                       PERFORM PROC-SHOW-ERROS
                       GO REVIEW-PENDING-LOOP
                   END-IF
                   *> the requester's ticket is offered; the approver
                   *> keys one when the entry came in without it
                   IF PCH-TICKET NOT = SPACES
                       MOVE PCH-TICKET TO WK-TICKET
                   END-IF
                   PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
                   IF NOT TICKET-IS-OK
                       GO REVIEW-PENDING-SHOW
                   END-IF
                   PERFORM PROC-APPLY-CHANGE THRU PROC-APPLY-CHANGE-END
                   IF WK-APPLY-OK = "Y"
                       EVALUATE TRUE
                           WHEN PCH-FILE-SYS
                               MOVE "SYSPARM" TO WK-CHJ-FILE
                               MOVE PCH-IMAGE(1:10) TO WK-CHJ-KEY
                           WHEN PCH-FILE-JCT
                               MOVE "JOBCAT" TO WK-CHJ-FILE
                               MOVE PCH-IMAGE(1:10) TO WK-CHJ-KEY
                           WHEN OTHER
                               MOVE "MENUPROF" TO WK-CHJ-FILE
                               MOVE PCH-IMAGE(1:9) TO WK-CHJ-KEY
                           MOVE PCH-IMAGE TO WK-CHJ-BEFORE
                           MOVE SPACES TO WK-CHJ-AFTER
                       END-IF
                       IF PCH-FILE-JCT
                           MOVE WK-JCT-BEFORE TO WK-CHJ-BEFORE
                           MOVE WK-JCT-AFTER TO WK-CHJ-AFTER
                           IF PCH-ACT-INSERT AND WK-JCT-BEFORE NOT = SPACES
                               MOVE "R" TO WK-CHJ-OP
                           END-IF
                       END-IF
                       PERFORM PROC-WRITE-JOURNAL THRU PROC-WRITE-JOURNAL-END
                       MOVE "A" TO PCH-STATUS
                       MOVE WK-OPERATOR TO PCH-APPROVER
                       MOVE WK-TICKET TO PCH-TICKET
                       ACCEPT PCH-APP-DATE FROM DATE YYYYMMDD
                       ACCEPT PCH-APP-TIME FROM TIME
                       REWRITE REC-PCH
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       *> an impact list looked at before applying is
                       *> printed with the approval stamped on it
                       IF WK-IMP-FOR-ID = PCH-ID
                           PERFORM PROC-IMP-PRINT THRU PROC-IMP-PRINT-END
                           MOVE "CHANGE APPLIED - IMPACT LIST PRINTED" TO WS-MSGERROR
                       ELSE
                           MOVE "CHANGE APPLIED" TO WS-MSGERROR
                       END-IF
                       *> live grants moved - any list built so far is stale
                       MOVE ZEROS TO WK-IMP-FOR-ID
                       PERFORM PROC-SHOW-ERROS
                   ELSE
                       MOVE "COULD NOT APPLY - SEE THE LIVE FILE" TO WS-MSGERROR
                       PERFORM PROC-SHOW-ERROS
                   END-IF
               WHEN "I" WHEN "i"
                   PERFORM PROC-IMPACT THRU PROC-IMPACT-END
                   MOVE "REVIEW PENDING" TO WS-OP
                   MOVE "ESC TO GO BACK" TO WS-STATUS
                   DISPLAY SS-CLS
                   PERFORM PROC-SHOW-BOX
                   GO REVIEW-PENDING-SHOW
               WHEN "R" WHEN "r"
                   IF PCH-FILE-JCT AND PCH-ACT-INSERT
                       PERFORM PROC-DROP-JCT THRU PROC-DROP-JCT-END
                   END-IF
                   MOVE "R" TO PCH-STATUS
                   MOVE WK-OPERATOR TO PCH-APPROVER
                   ACCEPT PCH-APP-DATE FROM DATE YYYYMMDD
                       END-IF
                       CLOSE FD-SYS
                   END-IF
               WHEN PCH-FILE-JCT
                   PERFORM PROC-APPLY-JCT THRU PROC-APPLY-JCT-END
               WHEN PCH-FILE-PFM
                   MOVE PCH-IMAGE(1:11) TO REC-PFM
                   IF PCH-ACT-INSERT
       PROC-APPLY-CHANGE-END.
           EXIT.

      *> -----------------------------------
      *> A JOB CATALOG ENTRY: AN INSERT PROMOTES THE P-STAGE ROW OF THE
      *> CODE TO LIVE, REPLACING THE LIVE DEFINITION IF THERE IS ONE,
      *> AND DROPS THE P ROW; A DELETE RETIRES THE LIVE ROW. THE
      *> BEFORE/AFTER IMAGES FOR THE JOURNAL ARE LEFT IN WK-JCT-BEFORE
      *> AND WK-JCT-AFTER.
       PROC-APPLY-JCT.
           MOVE SPACES TO WK-JCT-BEFORE WK-JCT-AFTER
           OPEN I-O FD-JCT
           IF NOT JCT-FS-OK
               GO PROC-APPLY-JCT-END
           END-IF
           INITIALIZE REC-JCT
           MOVE PCH-IMAGE(1:10) TO JCT-CODE
           MOVE "L" TO JCT-STAGE
           READ FD-JCT
               INVALID KEY
                   MOVE SPACES TO WK-JCT-BEFORE
               NOT INVALID KEY
                   STRING JCT-CODE JCT-PRF-ID JCT-TEMPLATE
                       DELIMITED BY SIZE INTO WK-JCT-BEFORE
                   END-STRING
           END-READ
           IF PCH-ACT-DELETE
               IF WK-JCT-BEFORE NOT = SPACES
                   DELETE FD-JCT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WK-APPLY-OK
                   END-DELETE
               END-IF
               CLOSE FD-JCT
               GO PROC-APPLY-JCT-END
           END-IF
           INITIALIZE REC-JCT
           MOVE PCH-IMAGE(1:10) TO JCT-CODE
           MOVE "P" TO JCT-STAGE
           READ FD-JCT
               INVALID KEY
                   CLOSE FD-JCT
                   GO PROC-APPLY-JCT-END
           END-READ
           MOVE REC-JCT TO WK-JCT-REC
           MOVE "L" TO JCT-STAGE
           STRING JCT-CODE JCT-PRF-ID JCT-TEMPLATE
               DELIMITED BY SIZE INTO WK-JCT-AFTER
           END-STRING
           IF WK-JCT-BEFORE = SPACES
               WRITE REC-JCT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WK-APPLY-OK
               END-WRITE
           ELSE
               REWRITE REC-JCT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WK-APPLY-OK
               END-REWRITE
           END-IF
           *> the proposal is spent once the live row carries it
           IF WK-APPLY-OK = "Y"
               MOVE WK-JCT-REC TO REC-JCT
               DELETE FD-JCT
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           CLOSE FD-JCT.
       PROC-APPLY-JCT-END.
           EXIT.

      *> -----------------------------------
      *> A REJECTED CATALOG PROPOSAL LEAVES NO P-STAGE ROW BEHIND.
       PROC-DROP-JCT.
           OPEN I-O FD-JCT
           IF NOT JCT-FS-OK
               GO PROC-DROP-JCT-END
           END-IF
           INITIALIZE REC-JCT
           MOVE PCH-IMAGE(1:10) TO JCT-CODE
           MOVE "P" TO JCT-STAGE
           READ FD-JCT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE FD-JCT
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ
           CLOSE FD-JCT.
       PROC-DROP-JCT-END.
           EXIT.

      *> -----------------------------------
      *> UNDER A JCT ENTRY, THE DEFINITION IT WOULD MAKE LIVE (THE
      *> P-STAGE ROW) OR, FOR A RETIREMENT, THE LIVE ONE IT REMOVES.
      *> THE LINES ARE CLEARED FIRST SO NO OTHER ENTRY INHERITS THEM.
       PROC-SHOW-JCT.
           PERFORM VARYING WK-LIST-LIN FROM 16 BY 1 UNTIL WK-LIST-LIN > 19
               DISPLAY SPACES AT LINE WK-LIST-LIN COLUMN 02 WITH SIZE 78
           END-PERFORM
           IF NOT PCH-FILE-JCT
               GO PROC-SHOW-JCT-END
           END-IF
           OPEN INPUT FD-JCT
           IF NOT JCT-FS-OK
               GO PROC-SHOW-JCT-END
           END-IF
           INITIALIZE REC-JCT
           MOVE PCH-IMAGE(1:10) TO JCT-CODE
           IF PCH-ACT-INSERT
               MOVE "P" TO JCT-STAGE
           ELSE
               MOVE "L" TO JCT-STAGE
           END-IF
           READ FD-JCT
               INVALID KEY
                   CLOSE FD-JCT
                   DISPLAY "JOB DEFINITION NOT ON FILE - REJECT THIS ENTRY"
                       AT LINE 16 COLUMN 10
                   GO PROC-SHOW-JCT-END
           END-READ
           CLOSE FD-JCT
           DISPLAY "JOB:" AT LINE 16 COLUMN 03
           DISPLAY JCT-TITLE AT LINE 16 COLUMN 08
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY "PROFILE:" AT LINE 16 COLUMN 50
           DISPLAY JCT-PRF-ID AT LINE 16 COLUMN 59
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY JCT-TEMPLATE(1:75) AT LINE 17 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY JCT-TEMPLATE(76:75) AT LINE 18 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           MOVE 03 TO WK-JCT-COL
           PERFORM VARYING WK-JCT-IDX FROM 1 BY 1 UNTIL WK-JCT-IDX > 4
               IF JCT-P-NAME(WK-JCT-IDX) NOT = SPACES
                   DISPLAY "&" AT LINE 19 COLUMN WK-JCT-COL
                   DISPLAY WK-JCT-IDX AT LINE 19 COLUMN WK-JCT-COL + 1
                   DISPLAY JCT-P-NAME(WK-JCT-IDX)
                       AT LINE 19 COLUMN WK-JCT-COL + 3
                   DISPLAY JCT-P-TYPE(WK-JCT-IDX)
                       AT LINE 19 COLUMN WK-JCT-COL + 14
                   DISPLAY JCT-P-MAXLEN(WK-JCT-IDX)
                       AT LINE 19 COLUMN WK-JCT-COL + 16
                   ADD 19 TO WK-JCT-COL
               END-IF
           END-PERFORM.
       PROC-SHOW-JCT-END.
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
      *> ONE BEFORE/AFTER LINE IN CHANGE_JOURNAL.LOG PER CHANGE THIS
      *> SCREEN APPLIES TO A LIVE FILE.
           MOVE WK-CHJ-KEY TO CHJ-KEY
           MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
           MOVE WK-CHJ-AFTER TO CHJ-AFTER
           MOVE WK-TICKET TO CHJ-TICKET
           OPEN EXTEND FILE_CHANGE_JOURNAL
           IF ST-CHJ = "35"
               OPEN OUTPUT FILE_CHANGE_JOURNAL
       PROC-WRITE-JOURNAL-END.
           EXIT.

      *> -----------------------------------
      *> IMPACT VIEW OF THE ENTRY ON SCREEN: EVERY ACTIVE USER IS
      *> RESOLVED TWICE - AS THE LIVE FILES STAND AND AS THEY WOULD
      *> STAND WITH THE ENTRY APPLIED - AND EACH MENU ITEM GAINED,
      *> LOST OR CHANGED IN LEVEL IS LISTED, WITH ANY SOD_RULES PAIR
      *> THE CHANGE WOULD NEWLY PUT IN ONE USER'S REACH. THE LIST IS
      *> KEPT FOR THE ENTRY SO AN APPLY CAN PRINT IT WITH THE STAMP.
       PROC-IMPACT.
           MOVE "IMPACT" TO WS-OP
           MOVE "ESC TO GO BACK" TO WS-STATUS
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           IF WK-IMP-FOR-ID NOT = PCH-ID
               MOVE "RESOLVING EVERY USER - PLEASE WAIT" TO WS-MSGERROR
               DISPLAY SS-ERRO
               PERFORM PROC-IMP-BUILD THRU PROC-IMP-BUILD-END
           END-IF
           MOVE 1 TO WK-IMP-PAGE-AT.
       PROC-IMPACT-PAGE.
           DISPLAY SS-CLS
           PERFORM PROC-SHOW-BOX
           MOVE SPACES TO WK-IMP-TEXT
           STRING "USERS " WK-IMP-USERS "  GAINS " WK-IMP-GAINS
                  "  LOSSES " WK-IMP-LOSSES
                  "  NEW SOD CONFLICTS " WK-IMP-NEWSOD
               DELIMITED BY SIZE INTO WK-IMP-TEXT
           END-STRING
           DISPLAY WK-IMP-TEXT AT LINE 05 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           DISPLAY "USER      LOGIN      EFFECT   ITEM  NAME            TEXT"
               AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           MOVE 07 TO WK-LIST-LIN
           MOVE WK-IMP-PAGE-AT TO WK-IMP-IDX
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-LIST-COUNT = 14
                      OR WK-IMP-IDX > WK-IMP-LIN-NUM
               DISPLAY WK-IMP-LIN(WK-IMP-IDX)
                   AT LINE WK-LIST-LIN COLUMN 03
               ADD 1 TO WK-LIST-LIN
               ADD 1 TO WK-LIST-COUNT
               ADD 1 TO WK-IMP-IDX
           END-PERFORM
           IF WK-IMP-IDX > WK-IMP-LIN-NUM
               MOVE "END OF IMPACT LIST - P TO PRINT, ENTER TO GO BACK"
                   TO WS-MSGERROR
           ELSE
               MOVE "ENTER FOR NEXT PAGE, P TO PRINT, ESC TO GO BACK"
                   TO WS-MSGERROR
           END-IF
           MOVE SPACE TO WS-ERRO
           PERFORM PROC-SHOW-ERROS
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PROC-IMPACT-END
           END-IF
           IF WS-ERRO = "P" OR "p"
               PERFORM PROC-IMP-PRINT THRU PROC-IMP-PRINT-END
               MOVE "IMPACT LIST SENT TO THE SPOOL" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO PROC-IMPACT-PAGE
           END-IF
           IF WK-IMP-IDX > WK-IMP-LIN-NUM
               GO PROC-IMPACT-END
           END-IF
           MOVE WK-IMP-IDX TO WK-IMP-PAGE-AT
           GO PROC-IMPACT-PAGE.
       PROC-IMPACT-END.
           EXIT.

      *> -----------------------------------
      *> BUILDS THE IMPACT LIST FOR THE CURRENT ENTRY. AN INSERT OF A
      *> ROW ALREADY ON FILE, OR A DELETE OF ONE ALREADY GONE, CHANGES
      *> NOTHING WHEN APPLIED AND IS REPORTED AS SUCH.
       PROC-IMP-BUILD.
           MOVE ZEROS TO WK-IMP-LIN-NUM WK-IMP-USERS WK-IMP-GAINS
                         WK-IMP-LOSSES WK-IMP-NEWSOD WK-IMP-DROPPED
           MOVE PCH-ID TO WK-IMP-FOR-ID
           MOVE "N" TO WK-IMP-NOOP
           ACCEPT WK-IMP-TODAY FROM DATE YYYYMMDD
           IF PCH-FILE-SYS
               MOVE "SYSTEM PARAMETER CHANGE - NO MENU ACCESS IS AFFECTED"
                   TO WK-IMP-TEXT
               PERFORM PROC-IMP-ADD-LINE
               GO PROC-IMP-BUILD-END
           END-IF
           IF PCH-FILE-JCT
               MOVE "JOB CATALOG CHANGE - NO MENU ACCESS IS AFFECTED"
                   TO WK-IMP-TEXT
               PERFORM PROC-IMP-ADD-LINE
               GO PROC-IMP-BUILD-END
           END-IF
           IF PCH-FILE-PFU
               MOVE PCH-IMAGE(1:24) TO REC-PFU
               MOVE KEY1-PFU TO WK-IMP-PFU-KEY
               MOVE PFU-ID-USR TO WK-IMP-USR
               MOVE PFU-ID-PRF TO WK-IMP-PRF
               READ FD-PFU
                   INVALID KEY
                       IF PCH-ACT-DELETE
                           MOVE "Y" TO WK-IMP-NOOP
                       END-IF
                   NOT INVALID KEY
                       IF PCH-ACT-INSERT
                           MOVE "Y" TO WK-IMP-NOOP
                       END-IF
               END-READ
           ELSE
               MOVE PCH-IMAGE(1:11) TO REC-PFM
               MOVE KEY1-PFM TO WK-IMP-PFM-KEY
               MOVE PFM-ID-PRF TO WK-IMP-PRF
               READ FD-PFM
                   INVALID KEY
                       IF PCH-ACT-DELETE
                           MOVE "Y" TO WK-IMP-NOOP
                       END-IF
                   NOT INVALID KEY
                       IF PCH-ACT-INSERT
                           MOVE "Y" TO WK-IMP-NOOP
                       END-IF
               END-READ
           END-IF
           IF WK-IMP-NOOP = "Y"
               IF PCH-ACT-INSERT
                   MOVE "THE ROW IS ALREADY ON FILE - APPLYING IT CHANGES NOTHING"
                       TO WK-IMP-TEXT
               ELSE
                   MOVE "THE ROW IS NO LONGER ON FILE - APPLYING IT CHANGES NOTHING"
                       TO WK-IMP-TEXT
               END-IF
               PERFORM PROC-IMP-ADD-LINE
               GO PROC-IMP-BUILD-END
           END-IF
           PERFORM PROC-IMP-LOAD-SOD THRU PROC-IMP-LOAD-SOD-END
           OPEN INPUT FD-USER
           IF NOT USR-FS-OK
               MOVE "USER FILE NOT AVAILABLE - IMPACT CANNOT BE RESOLVED"
                   TO WK-IMP-TEXT
               PERFORM PROC-IMP-ADD-LINE
               GO PROC-IMP-BUILD-END
           END-IF
           MOVE "N" TO WK-IMP-HAS-PRF WK-IMP-HAS-MNU WK-IMP-HAS-DLG
           OPEN INPUT FD-PRF
           IF PRF-FS-OK
               MOVE "Y" TO WK-IMP-HAS-PRF
           END-IF
           OPEN INPUT FD-MENU
           IF MNU-FS-OK
               MOVE "Y" TO WK-IMP-HAS-MNU
           END-IF
           OPEN INPUT FD-DLG
           IF DLG-FS-OK
               MOVE "Y" TO WK-IMP-HAS-DLG
           END-IF
           INITIALIZE REC-USR
           MOVE ZEROS TO U-ID-USR
           MOVE "N" TO WK-IMP-EOF-U
           START FD-USER
               KEY IS >= KEY1-USR
               INVALID KEY
                   MOVE "Y" TO WK-IMP-EOF-U
           END-START
           PERFORM UNTIL WK-IMP-EOF-U = "Y"
               READ FD-USER NEXT
                   AT END
                       MOVE "Y" TO WK-IMP-EOF-U
                   NOT AT END
                       *> an inactive account cannot sign on, so it
                       *> neither gains nor loses anything today
                       IF U-ACTIVE
                           MOVE U-ID-USR TO WK-IMP-CUR
                           MOVE U-LOGIN TO WK-IMP-LOGIN
                           PERFORM PROC-IMP-USER THRU PROC-IMP-USER-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-USER
           IF WK-IMP-HAS-PRF = "Y"
               CLOSE FD-PRF
           END-IF
           IF WK-IMP-HAS-MNU = "Y"
               CLOSE FD-MENU
           END-IF
           IF WK-IMP-HAS-DLG = "Y"
               CLOSE FD-DLG
           END-IF
           IF WK-IMP-USERS = ZEROS
               MOVE "NO USER GAINS OR LOSES ANY MENU ITEM" TO WK-IMP-TEXT
               PERFORM PROC-IMP-ADD-LINE
           END-IF
           IF WK-IMP-DROPPED > ZEROS
               MOVE SPACES TO WK-IMP-TEXT
               STRING "... " WK-IMP-DROPPED " MORE LINES NOT LISTED"
                   DELIMITED BY SIZE INTO WK-IMP-TEXT
               END-STRING
               MOVE WK-IMP-TEXT TO WK-IMP-LIN(WK-IMP-LIN-NUM)
           END-IF.
       PROC-IMP-BUILD-END.
           EXIT.

      *> -----------------------------------
      *> THE SEGREGATION-OF-DUTIES PAIRS, ONCE PER BUILD.
       PROC-IMP-LOAD-SOD.
           MOVE ZEROS TO WK-IMP-SOD-NUM
           OPEN INPUT FD-SOD
           IF NOT SOD-FS-OK
               GO PROC-IMP-LOAD-SOD-END
           END-IF
           INITIALIZE REC-SOD
           MOVE ZEROS TO SOD-ID-MENU-A SOD-ID-MENU-B
           MOVE "N" TO WK-IMP-EOF
           START FD-SOD
               KEY IS >= KEY1-SOD
               INVALID KEY
                   MOVE "Y" TO WK-IMP-EOF
           END-START
           PERFORM UNTIL WK-IMP-EOF = "Y"
               READ FD-SOD NEXT
                   AT END
                       MOVE "Y" TO WK-IMP-EOF
                   NOT AT END
                       IF WK-IMP-SOD-NUM < WK-IMP-SOD-MAX
                           ADD 1 TO WK-IMP-SOD-NUM
                           MOVE SOD-ID-MENU-A
                               TO WK-IMP-SOD-A(WK-IMP-SOD-NUM)
                           MOVE SOD-ID-MENU-B
                               TO WK-IMP-SOD-B(WK-IMP-SOD-NUM)
                           MOVE SOD-DESCRIPTION
                               TO WK-IMP-SOD-DESC(WK-IMP-SOD-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-SOD.
       PROC-IMP-LOAD-SOD-END.
           EXIT.

      *> -----------------------------------
      *> ONE USER: PROFILE SET BEFORE AND AFTER, THEN - ONLY WHEN THE
      *> ENTRY CAN REACH THIS USER AT ALL - THE ITEM SETS AND THE DIFF.
       PROC-IMP-USER.
           MOVE "B" TO WK-IMP-PASS
           PERFORM PROC-IMP-PROFILES THRU PROC-IMP-PROFILES-END
           MOVE WK-RES-PRF-NUM TO WK-BEF-PRF-NUM
           MOVE WK-RES-PRF-TAB TO WK-BEF-PRF-TAB
           MOVE "N" TO WK-IMP-TOUCHED
           IF PCH-FILE-PFM
               *> a grant row reaches only the holders of its profile
               PERFORM VARYING WK-IMP-IDX FROM 1 BY 1
                       UNTIL WK-IMP-IDX > WK-BEF-PRF-NUM
                   IF WK-BEF-PRF(WK-IMP-IDX) = WK-IMP-PRF
                       MOVE "Y" TO WK-IMP-TOUCHED
                   END-IF
               END-PERFORM
               MOVE WK-BEF-PRF-NUM TO WK-AFT-PRF-NUM
               MOVE WK-BEF-PRF-TAB TO WK-AFT-PRF-TAB
           ELSE
               MOVE "A" TO WK-IMP-PASS
               PERFORM PROC-IMP-PROFILES THRU PROC-IMP-PROFILES-END
               MOVE WK-RES-PRF-NUM TO WK-AFT-PRF-NUM
               MOVE WK-RES-PRF-TAB TO WK-AFT-PRF-TAB
               IF WK-AFT-PRF-NUM NOT = WK-BEF-PRF-NUM
                   MOVE "Y" TO WK-IMP-TOUCHED
               END-IF
               PERFORM VARYING WK-IMP-IDX FROM 1 BY 1
                       UNTIL WK-IMP-IDX > WK-AFT-PRF-NUM
                   MOVE "N" TO WK-IMP-DUP
                   PERFORM VARYING WK-IMP-JDX FROM 1 BY 1
                           UNTIL WK-IMP-JDX > WK-BEF-PRF-NUM
                       IF WK-BEF-PRF(WK-IMP-JDX) = WK-AFT-PRF(WK-IMP-IDX)
                           MOVE "Y" TO WK-IMP-DUP
                       END-IF
                   END-PERFORM
                   IF WK-IMP-DUP = "N"
                       MOVE "Y" TO WK-IMP-TOUCHED
                   END-IF
               END-PERFORM
           END-IF
           IF WK-IMP-TOUCHED = "N"
               GO PROC-IMP-USER-END
           END-IF
           MOVE "B" TO WK-IMP-PASS
           MOVE WK-BEF-PRF-NUM TO WK-RES-PRF-NUM
           MOVE WK-BEF-PRF-TAB TO WK-RES-PRF-TAB
           PERFORM PROC-IMP-ITEMS THRU PROC-IMP-ITEMS-END
           MOVE WK-RES-IT-NUM TO WK-BEF-IT-NUM
           MOVE WK-RES-IT-TAB TO WK-BEF-IT-TAB
           MOVE "A" TO WK-IMP-PASS
           MOVE WK-AFT-PRF-NUM TO WK-RES-PRF-NUM
           MOVE WK-AFT-PRF-TAB TO WK-RES-PRF-TAB
           PERFORM PROC-IMP-ITEMS THRU PROC-IMP-ITEMS-END
           MOVE "N" TO WK-IMP-TOUCHED
           PERFORM PROC-IMP-DIFF THRU PROC-IMP-DIFF-END
           PERFORM PROC-IMP-SOD THRU PROC-IMP-SOD-END
           IF WK-IMP-TOUCHED = "Y"
               ADD 1 TO WK-IMP-USERS
           END-IF.
       PROC-IMP-USER-END.
           EXIT.

      *> -----------------------------------
      *> THE SIGN-ON RESOLUTION OF WK-IMP-CUR'S PROFILES: OWN EFFECTIVE
      *> ASSIGNMENTS, THOSE OF EVERY OPEN DELEGATION COVER, THEN THE
      *> PARENT CHAINS (TABLE SCANNED AS IT GROWS). ON THE AFTER PASS
      *> THE PENDING USER_PROFILE ROW IS ADDED OR TAKEN AWAY.
       PROC-IMP-PROFILES.
           MOVE ZEROS TO WK-RES-PRF-NUM
           MOVE WK-IMP-CUR TO WK-IMP-HOLDER
           PERFORM PROC-IMP-HOLDER THRU PROC-IMP-HOLDER-END
           IF WK-IMP-HAS-DLG = "Y"
               INITIALIZE REC-DLG
               MOVE ZEROS TO DLG-FROM-USR DLG-TO-USR
               MOVE "N" TO WK-IMP-EOF
               START FD-DLG
                   KEY IS >= KEY1-DLG
                   INVALID KEY
                       MOVE "Y" TO WK-IMP-EOF
               END-START
               PERFORM UNTIL WK-IMP-EOF = "Y"
                   READ FD-DLG NEXT
                       AT END
                           MOVE "Y" TO WK-IMP-EOF
                       NOT AT END
                           IF DLG-TO-USR = WK-IMP-CUR
                              AND (DLG-EFF-FROM = ZEROS
                                   OR WK-IMP-TODAY >= DLG-EFF-FROM)
                              AND (DLG-EFF-TO = ZEROS
                                   OR WK-IMP-TODAY <= DLG-EFF-TO)
                               MOVE DLG-FROM-USR TO WK-IMP-HOLDER
                               PERFORM PROC-IMP-HOLDER
                                   THRU PROC-IMP-HOLDER-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WK-IMP-HAS-PRF = "Y"
               PERFORM VARYING WK-IMP-IDX FROM 1 BY 1
                       UNTIL WK-IMP-IDX > WK-RES-PRF-NUM
                   INITIALIZE REC-PRF
                   MOVE WK-RES-PRF(WK-IMP-IDX) TO PRF-ID
                   READ FD-PRF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRF-PARENT-ID IS NUMERIC
                              AND PRF-PARENT-ID > 0
                               MOVE "N" TO WK-IMP-DUP
                               PERFORM VARYING WK-IMP-JDX FROM 1 BY 1
                                       UNTIL WK-IMP-JDX > WK-RES-PRF-NUM
                                   IF WK-RES-PRF(WK-IMP-JDX)
                                      = PRF-PARENT-ID
                                       MOVE "Y" TO WK-IMP-DUP
                                   END-IF
                               END-PERFORM
                               IF WK-IMP-DUP = "N"
                                  AND WK-RES-PRF-NUM < WK-IMP-PRF-MAX
                                   ADD 1 TO WK-RES-PRF-NUM
                                   MOVE PRF-PARENT-ID
                                       TO WK-RES-PRF(WK-RES-PRF-NUM)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       PROC-IMP-PROFILES-END.
           EXIT.

      *> -----------------------------------
      *> THE EFFECTIVE ASSIGNMENTS OF ONE HOLDER (THE USER OR A
      *> DELEGATOR COVERING FOR THEM).
       PROC-IMP-HOLDER.
           INITIALIZE REC-PFU
           MOVE WK-IMP-HOLDER TO PFU-ID-USR
           MOVE ZEROS TO PFU-ID-PRF
           MOVE "N" TO WK-IMP-EOF-2
           START FD-PFU
               KEY IS >= KEY1-PFU
               INVALID KEY
                   MOVE "Y" TO WK-IMP-EOF-2
           END-START
           PERFORM UNTIL WK-IMP-EOF-2 = "Y"
               READ FD-PFU NEXT
                   AT END
                       MOVE "Y" TO WK-IMP-EOF-2
                   NOT AT END
                       IF PFU-ID-USR NOT = WK-IMP-HOLDER
                           MOVE "Y" TO WK-IMP-EOF-2
                       ELSE
                           IF IMP-PASS-AFTER AND PCH-FILE-PFU
                              AND PCH-ACT-DELETE
                              AND KEY1-PFU = WK-IMP-PFU-KEY
                               CONTINUE
                           ELSE
                               PERFORM PROC-IMP-TAKE-PFU
                                   THRU PROC-IMP-TAKE-PFU-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF IMP-PASS-AFTER AND PCH-FILE-PFU AND PCH-ACT-INSERT
              AND WK-IMP-USR = WK-IMP-HOLDER
               MOVE PCH-IMAGE(1:24) TO REC-PFU
               PERFORM PROC-IMP-TAKE-PFU THRU PROC-IMP-TAKE-PFU-END
           END-IF.
       PROC-IMP-HOLDER-END.
           EXIT.

      *> -----------------------------------
       PROC-IMP-TAKE-PFU.
           MOVE "Y" TO WK-IMP-EFF
           IF PFU-EFF-FROM IS NUMERIC AND PFU-EFF-FROM > 0
              AND WK-IMP-TODAY < PFU-EFF-FROM
               MOVE "N" TO WK-IMP-EFF
           END-IF
           IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO > 0
              AND WK-IMP-TODAY > PFU-EFF-TO
               MOVE "N" TO WK-IMP-EFF
           END-IF
           IF WK-IMP-EFF = "N"
               GO PROC-IMP-TAKE-PFU-END
           END-IF
           MOVE "N" TO WK-IMP-DUP
           PERFORM VARYING WK-IMP-JDX FROM 1 BY 1
                   UNTIL WK-IMP-JDX > WK-RES-PRF-NUM
               IF WK-RES-PRF(WK-IMP-JDX) = PFU-ID-PRF
                   MOVE "Y" TO WK-IMP-DUP
               END-IF
           END-PERFORM
           IF WK-IMP-DUP = "N" AND WK-RES-PRF-NUM < WK-IMP-PRF-MAX
               ADD 1 TO WK-RES-PRF-NUM
               MOVE PFU-ID-PRF TO WK-RES-PRF(WK-RES-PRF-NUM)
           END-IF.
       PROC-IMP-TAKE-PFU-END.
           EXIT.

      *> -----------------------------------
      *> EVERY GRANT OF THE RESOLVED PROFILES, DENY BEATING ALLOW AND
      *> UPDATE BEATING INQUIRY. ON THE AFTER PASS THE PENDING
      *> MENU_PROFILE ROW IS ADDED OR TAKEN AWAY.
       PROC-IMP-ITEMS.
           MOVE ZEROS TO WK-RES-IT-NUM
           PERFORM VARYING WK-IMP-IDX FROM 1 BY 1
                   UNTIL WK-IMP-IDX > WK-RES-PRF-NUM
               INITIALIZE REC-PFM
               MOVE WK-RES-PRF(WK-IMP-IDX) TO PFM-ID-PRF
               MOVE ZEROS TO PFM-ID-MENU
               MOVE "N" TO WK-IMP-EOF-2
               START FD-PFM
                   KEY IS >= KEY1-PFM
                   INVALID KEY
                       MOVE "Y" TO WK-IMP-EOF-2
               END-START
               PERFORM UNTIL WK-IMP-EOF-2 = "Y"
                   READ FD-PFM NEXT
                       AT END
                           MOVE "Y" TO WK-IMP-EOF-2
                       NOT AT END
                           IF PFM-ID-PRF NOT = WK-RES-PRF(WK-IMP-IDX)
                               MOVE "Y" TO WK-IMP-EOF-2
                           ELSE
                               IF IMP-PASS-AFTER AND PCH-FILE-PFM
                                  AND PCH-ACT-DELETE
                                  AND KEY1-PFM = WK-IMP-PFM-KEY
                                   CONTINUE
                               ELSE
                                   PERFORM PROC-IMP-GRANT
                                       THRU PROC-IMP-GRANT-END
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF IMP-PASS-AFTER AND PCH-FILE-PFM AND PCH-ACT-INSERT
                  AND WK-RES-PRF(WK-IMP-IDX) = WK-IMP-PRF
                   MOVE PCH-IMAGE(1:11) TO REC-PFM
                   PERFORM PROC-IMP-GRANT THRU PROC-IMP-GRANT-END
               END-IF
           END-PERFORM.
       PROC-IMP-ITEMS-END.
           EXIT.

      *> -----------------------------------
       PROC-IMP-GRANT.
           MOVE ZEROS TO WK-IMP-HIT
           PERFORM VARYING WK-IMP-JDX FROM 1 BY 1
                   UNTIL WK-IMP-JDX > WK-RES-IT-NUM
               IF WK-RES-IT-ID(WK-IMP-JDX) = PFM-ID-MENU
                   MOVE WK-IMP-JDX TO WK-IMP-HIT
               END-IF
           END-PERFORM
           IF WK-IMP-HIT = ZEROS AND WK-RES-IT-NUM < WK-IMP-IT-MAX
               ADD 1 TO WK-RES-IT-NUM
               MOVE WK-RES-IT-NUM TO WK-IMP-HIT
               MOVE PFM-ID-MENU TO WK-RES-IT-ID(WK-IMP-HIT)
               MOVE "N" TO WK-RES-IT-DENY(WK-IMP-HIT)
               MOVE "N" TO WK-RES-IT-UPD(WK-IMP-HIT)
           END-IF
           IF WK-IMP-HIT > ZEROS
               IF PFM-IS-DENY
                   MOVE "Y" TO WK-RES-IT-DENY(WK-IMP-HIT)
               ELSE
                   IF PFM-IS-UPDATE
                       MOVE "Y" TO WK-RES-IT-UPD(WK-IMP-HIT)
                   END-IF
               END-IF
           END-IF.
       PROC-IMP-GRANT-END.
           EXIT.

      *> -----------------------------------
      *> BEFORE (WK-BEF-IT) AGAINST AFTER (WK-RES-IT): ITEMS LOST,
      *> ITEMS WHOSE ACCESS LEVEL MOVES, AND ITEMS GAINED.
       PROC-IMP-DIFF.
           PERFORM VARYING WK-IMP-IDX FROM 1 BY 1
                   UNTIL WK-IMP-IDX > WK-BEF-IT-NUM
               IF WK-BEF-IT-DENY(WK-IMP-IDX) = "N"
                   MOVE WK-BEF-IT-ID(WK-IMP-IDX) TO WK-IMP-FIND
                   PERFORM PROC-IMP-FIND-AFTER THRU PROC-IMP-FIND-AFTER-END
                   IF WK-IMP-VIS-A = "N"
                       MOVE "LOSES" TO WK-IMP-VERB
                       ADD 1 TO WK-IMP-LOSSES
                       PERFORM PROC-IMP-ITEM-LINE THRU PROC-IMP-ITEM-LINE-END
                   ELSE
                       IF WK-IMP-UPD-A NOT = WK-BEF-IT-UPD(WK-IMP-IDX)
                           IF WK-IMP-UPD-A = "Y"
                               MOVE "UPDATE" TO WK-IMP-VERB
                           ELSE
                               MOVE "INQUIRY" TO WK-IMP-VERB
                           END-IF
                           PERFORM PROC-IMP-ITEM-LINE
                               THRU PROC-IMP-ITEM-LINE-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WK-IMP-IDX FROM 1 BY 1
                   UNTIL WK-IMP-IDX > WK-RES-IT-NUM
               IF WK-RES-IT-DENY(WK-IMP-IDX) = "N"
                   MOVE WK-RES-IT-ID(WK-IMP-IDX) TO WK-IMP-FIND
                   PERFORM PROC-IMP-FIND-BEFORE
                       THRU PROC-IMP-FIND-BEFORE-END
                   IF WK-IMP-VIS-B = "N"
                       MOVE "GAINS" TO WK-IMP-VERB
                       ADD 1 TO WK-IMP-GAINS
                       PERFORM PROC-IMP-ITEM-LINE THRU PROC-IMP-ITEM-LINE-END
                   END-IF
               END-IF
           END-PERFORM.
       PROC-IMP-DIFF-END.
           EXIT.

      *> -----------------------------------
      *> EVERY SOD_RULES PAIR BOTH OF WHOSE ITEMS THE USER WOULD REACH
      *> AFTER THE CHANGE BUT NOT BEFORE IT.
       PROC-IMP-SOD.
           PERFORM VARYING WK-IMP-IDX FROM 1 BY 1
                   UNTIL WK-IMP-IDX > WK-IMP-SOD-NUM
               MOVE WK-IMP-SOD-A(WK-IMP-IDX) TO WK-IMP-FIND
               PERFORM PROC-IMP-FIND-BEFORE THRU PROC-IMP-FIND-BEFORE-END
               PERFORM PROC-IMP-FIND-AFTER THRU PROC-IMP-FIND-AFTER-END
               MOVE WK-IMP-VIS-B TO WK-IMP-SOD-AB
               MOVE WK-IMP-VIS-A TO WK-IMP-SOD-AA
               MOVE WK-IMP-SOD-B(WK-IMP-IDX) TO WK-IMP-FIND
               PERFORM PROC-IMP-FIND-BEFORE THRU PROC-IMP-FIND-BEFORE-END
               PERFORM PROC-IMP-FIND-AFTER THRU PROC-IMP-FIND-AFTER-END
               MOVE WK-IMP-VIS-B TO WK-IMP-SOD-BB
               MOVE WK-IMP-VIS-A TO WK-IMP-SOD-BA
               IF WK-IMP-SOD-AA = "Y" AND WK-IMP-SOD-BA = "Y"
                  AND NOT (WK-IMP-SOD-AB = "Y" AND WK-IMP-SOD-BB = "Y")
                   ADD 1 TO WK-IMP-NEWSOD
                   MOVE "Y" TO WK-IMP-TOUCHED
                   MOVE SPACES TO WK-IMP-TEXT
                   STRING "USER " WK-IMP-CUR " " WK-IMP-LOGIN
                          " NEW SOD " WK-IMP-SOD-A(WK-IMP-IDX)
                          "/" WK-IMP-SOD-B(WK-IMP-IDX)
                          " " WK-IMP-SOD-DESC(WK-IMP-IDX)
                       DELIMITED BY SIZE INTO WK-IMP-TEXT
                   END-STRING
                   PERFORM PROC-IMP-ADD-LINE
               END-IF
           END-PERFORM.
       PROC-IMP-SOD-END.
           EXIT.

      *> -----------------------------------
       PROC-IMP-FIND-BEFORE.
           MOVE "N" TO WK-IMP-VIS-B WK-IMP-UPD-B
           PERFORM VARYING WK-IMP-JDX FROM 1 BY 1
                   UNTIL WK-IMP-JDX > WK-BEF-IT-NUM
               IF WK-BEF-IT-ID(WK-IMP-JDX) = WK-IMP-FIND
                  AND WK-BEF-IT-DENY(WK-IMP-JDX) = "N"
                   MOVE "Y" TO WK-IMP-VIS-B
                   MOVE WK-BEF-IT-UPD(WK-IMP-JDX) TO WK-IMP-UPD-B
               END-IF
           END-PERFORM.
       PROC-IMP-FIND-BEFORE-END.
           EXIT.

      *> -----------------------------------
       PROC-IMP-FIND-AFTER.
           MOVE "N" TO WK-IMP-VIS-A WK-IMP-UPD-A
           PERFORM VARYING WK-IMP-JDX FROM 1 BY 1
                   UNTIL WK-IMP-JDX > WK-RES-IT-NUM
               IF WK-RES-IT-ID(WK-IMP-JDX) = WK-IMP-FIND
                  AND WK-RES-IT-DENY(WK-IMP-JDX) = "N"
                   MOVE "Y" TO WK-IMP-VIS-A
                   MOVE WK-RES-IT-UPD(WK-IMP-JDX) TO WK-IMP-UPD-A
               END-IF
           END-PERFORM.
       PROC-IMP-FIND-AFTER-END.
           EXIT.

      *> -----------------------------------
      *> ONE GAINS/LOSES/LEVEL LINE, NAMED FROM DINAMIC_MENU.DAT.
       PROC-IMP-ITEM-LINE.
           MOVE "Y" TO WK-IMP-TOUCHED
           MOVE SPACES TO M-NAME M-DISPLAY-TEXT
           IF WK-IMP-HAS-MNU = "Y"
               MOVE WK-IMP-FIND TO M-ID
               READ FD-MENU
                   INVALID KEY
                       MOVE "(NOT ON MENU)" TO M-NAME
                       MOVE SPACES TO M-DISPLAY-TEXT
               END-READ
           END-IF
           MOVE SPACES TO WK-IMP-TEXT
           STRING "USER " WK-IMP-CUR " " WK-IMP-LOGIN " " WK-IMP-VERB
                  " " WK-IMP-FIND " " M-NAME " " M-DISPLAY-TEXT
               DELIMITED BY SIZE INTO WK-IMP-TEXT
           END-STRING
           PERFORM PROC-IMP-ADD-LINE.
       PROC-IMP-ITEM-LINE-END.
           EXIT.

      *> -----------------------------------
       PROC-IMP-ADD-LINE.
           IF WK-IMP-LIN-NUM < WK-IMP-LIN-MAX
               ADD 1 TO WK-IMP-LIN-NUM
               MOVE WK-IMP-TEXT TO WK-IMP-LIN(WK-IMP-LIN-NUM)
           ELSE
               ADD 1 TO WK-IMP-DROPPED
           END-IF.

      *> -----------------------------------
      *> THE IMPACT LIST THROUGH THE SHARED REPORT WRITER, HEADED BY THE
      *> ENTRY ITSELF AND - ONCE APPLIED - THE APPROVER'S STAMP.
       PROC-IMP-PRINT.
           MOVE "O" TO WK-RW-OP
           MOVE SPACES TO WK-RW-FILENAME
           STRING "../txt/approval_impact_" PCH-ID ".txt"
               DELIMITED BY SIZE INTO WK-RW-FILENAME
           END-STRING
           MOVE SPACES TO WK-RW-TITLE
           STRING "IMPACT OF PENDING CHANGE " PCH-ID
               DELIMITED BY SIZE INTO WK-RW-TITLE
           END-STRING
           MOVE "USER      LOGIN      EFFECT   ITEM  NAME            TEXT"
               TO WK-RW-HEADING
           MOVE WK-OPERATOR TO WK-RW-OWNER
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE "L" TO WK-RW-OP
           MOVE SPACES TO WK-RW-LINE
           STRING "FILE " PCH-FILE "  ACTION " PCH-ACTION
                  "  RECORD IMAGE " PCH-IMAGE
               DELIMITED BY SIZE INTO WK-RW-LINE
           END-STRING
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE SPACES TO WK-RW-LINE
           STRING "REQUESTED BY " PCH-REQUESTER " ON " PCH-REQ-DATE
                  " " PCH-REQ-TIME "  " PCH-COMMENT
               DELIMITED BY SIZE INTO WK-RW-LINE
           END-STRING
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE SPACES TO WK-RW-LINE
           IF PCH-IS-APPLIED
               STRING "APPLIED BY " PCH-APPROVER " ON " PCH-APP-DATE
                      " " PCH-APP-TIME
                   DELIMITED BY SIZE INTO WK-RW-LINE
               END-STRING
           ELSE
               STRING "STILL PENDING - PRINTED FOR REVIEW BY "
                      WK-OPERATOR
                   DELIMITED BY SIZE INTO WK-RW-LINE
               END-STRING
           END-IF
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE SPACES TO WK-RW-LINE
           STRING "USERS " WK-IMP-USERS "  GAINS " WK-IMP-GAINS
                  "  LOSSES " WK-IMP-LOSSES
                  "  NEW SOD CONFLICTS " WK-IMP-NEWSOD
               DELIMITED BY SIZE INTO WK-RW-LINE
           END-STRING
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           MOVE SPACES TO WK-RW-LINE
           CALL "rptwriter" USING WK-RW-PARM END-CALL
           PERFORM VARYING WK-IMP-IDX FROM 1 BY 1
                   UNTIL WK-IMP-IDX > WK-IMP-LIN-NUM
               MOVE WK-IMP-LIN(WK-IMP-IDX) TO WK-RW-LINE
               CALL "rptwriter" USING WK-RW-PARM END-CALL
           END-PERFORM
           MOVE "C" TO WK-RW-OP
           CALL "rptwriter" USING WK-RW-PARM END-CALL.
       PROC-IMP-PRINT-END.
           EXIT.

      *> -----------------------------------
      *> SCROLLABLE LIST OF THE APPLIED/REJECTED HISTORY FOR AUDITORS.
       LIST-HISTORY.
