       77 WK-RETENTION                  PIC  9(003) VALUE 30.
       77 WK-ENV-RET                    PIC  X(003) VALUE SPACES.
       77 WK-PURGED                     PIC  9(004) VALUE ZEROS.
       77 WK-KEPT                       PIC  9(004) VALUE ZEROS.
       77 WK-OS                         PIC  X(020) VALUE SPACES.
       77 WK-CMD                        PIC  X(100) VALUE SPACES.
       77 WK-DEL-FILE                   PIC  X(061) VALUE SPACES.
       01  WK-BOX-COLOR-TEXT              PIC 9(03) VALUE white.
       01  WK-BOX-LINE-POS_Y1           PIC 9(03) VALUE 5.
       *>---------------------------------------------------------------
       COPY "../cpy/chkhold_ws.cpy".
       *>---------------------------------------------------------------
       01  WM-MENU-TYPE PIC X(1).
       01  WM-PARM.
           05 WM-ITENS occurs 20 times pic x(20).
           IF NOT E-SIM AND WS-ERRO NOT = "Y" AND WS-ERRO NOT = "y"
               GO PURGE-OLD-END
           END-IF
           MOVE ZEROS TO WK-PURGED WK-KEPT
           INITIALIZE WK-LH-PARM
           MOVE "L" TO WK-LH-OP
           CALL "chkhold" USING WK-LH-PARM END-CALL
           MOVE ZEROS TO REC-SPL
           START FD-SPL
               KEY IS >= KEY1-SPL
                       GO PURGE-OLD-DONE
               END-READ
               IF SPL-DATE < WK-CUTOFF AND NOT SPL-IS-HELD
                   *> owner under legal hold: the entry stays
                   MOVE "C" TO WK-LH-OP
                   MOVE SPL-OWNER(1:10) TO WK-LH-LOGIN
                   MOVE ZEROS TO WK-LH-ID-USR
                   CALL "chkhold" USING WK-LH-PARM END-CALL
                   IF WK-LH-HELD = "Y"
                       MOVE "S" TO WK-LH-OP
                       MOVE "SPOOL" TO WK-LH-PROGRAM
                       MOVE SPACES TO WK-LH-DETAIL
                       STRING "SPOOL ENTRY " SPL-ID " KEPT - DATED "
                              SPL-DATE
                           DELIMITED BY SIZE INTO WK-LH-DETAIL
                       END-STRING
                       CALL "chkhold" USING WK-LH-PARM END-CALL
                       ADD 1 TO WK-KEPT
                   ELSE
                       MOVE SPL-ID TO WK-SRCH-ID
                       MOVE SPACES TO WK-DEL-FILE
                       STRING FUNCTION TRIM(SPL-FILE) x"00"
                           DELIMITED BY SIZE INTO WK-DEL-FILE
                       END-STRING
                       CALL 'CBL_DELETE_FILE' USING WK-DEL-FILE
                       DELETE FD-SPL
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WK-PURGED
                       *> reposition the walk after the delete
                       MOVE ZEROS TO REC-SPL
                       MOVE WK-SRCH-ID TO SPL-ID
                       START FD-SPL
                           KEY IS > KEY1-SPL
                           INVALID KEY
                               GO PURGE-OLD-DONE
                       END-START
                   END-IF
               END-IF
           END-PERFORM.
       PURGE-OLD-DONE.
           MOVE SPACES TO WS-MSGERROR
           STRING "PURGED ENTRIES: " WK-PURGED
                  "  KEPT (LEGAL HOLD): " WK-KEPT
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
