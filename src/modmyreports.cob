       01  WK-BOX-COLOR-TEXT              PIC 9(03) VALUE white.
       01  WK-BOX-LINE-POS_Y1           PIC 9(03) VALUE 5.
       *>---------------------------------------------------------------
       COPY "../cpy/chkhold_ws.cpy".
       *>---------------------------------------------------------------
       01  WM-MENU-TYPE PIC X(1).
       01  WM-PARM.
           05 WM-ITENS occurs 20 times pic x(20).
           COMPUTE WK-CUTOFF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-HOJE) - WK-RETENTION)
           END-COMPUTE
           INITIALIZE WK-LH-PARM
           MOVE "L" TO WK-LH-OP
           CALL "chkhold" USING WK-LH-PARM END-CALL
           MOVE ZEROS TO REC-DLV
           START FD-DLV
               KEY IS >= KEY1-DLV
                       GO PURGE-OLD-END
               END-READ
               IF DLV-DATE < WK-CUTOFF
                   *> recipient under legal hold: the delivery stays
                   MOVE "C" TO WK-LH-OP
                   MOVE DLV-LOGIN TO WK-LH-LOGIN
                   MOVE ZEROS TO WK-LH-ID-USR
                   CALL "chkhold" USING WK-LH-PARM END-CALL
                   IF WK-LH-HELD = "Y"
                       MOVE "S" TO WK-LH-OP
                       MOVE "MYREPORTS" TO WK-LH-PROGRAM
                       MOVE SPACES TO WK-LH-DETAIL
                       STRING "DELIVERY " DLV-ID " KEPT - DATED " DLV-DATE
                           DELIMITED BY SIZE INTO WK-LH-DETAIL
                       END-STRING
                       CALL "chkhold" USING WK-LH-PARM END-CALL
                   ELSE
                       MOVE DLV-ID TO WK-SRCH-ID
                       DELETE FD-DLV
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       *> reposition the walk after the delete
                       MOVE ZEROS TO REC-DLV
                       MOVE WK-SRCH-ID TO DLV-ID
                       START FD-DLV
                           KEY IS > KEY1-DLV
                           INVALID KEY
                               GO PURGE-OLD-END
                       END-START
                   END-IF
               END-IF
           END-PERFORM.
       PURGE-OLD-END.
