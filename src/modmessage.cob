       01  WK-BOX-COLOR-TEXT              PIC 9(03) VALUE white.
       01  WK-BOX-LINE-POS_Y1           PIC 9(03) VALUE 5.
       *>---------------------------------------------------------------
       COPY "../cpy/chkhold_ws.cpy".
       *>---------------------------------------------------------------
       01  WM-MENU-TYPE PIC X(1).
       01  WM-PARM.
           05 WM-ITENS occurs 20 times pic x(20).
           COMPUTE WK-CUTOFF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-HOJE) - 30)
           END-COMPUTE
           INITIALIZE WK-LH-PARM
           MOVE "L" TO WK-LH-OP
           CALL "chkhold" USING WK-LH-PARM END-CALL
           MOVE ZEROS TO REC-OMS
           START FD-OMS
               KEY IS >= KEY1-OMS
                       GO PURGE-OLD-END
               END-READ
               IF OMS-IS-READ AND OMS-DATE < WK-CUTOFF
                   *> either side under legal hold: the message stays
                   MOVE "C" TO WK-LH-OP
                   MOVE OMS-TO-LOGIN TO WK-LH-LOGIN
                   MOVE ZEROS TO WK-LH-ID-USR
                   CALL "chkhold" USING WK-LH-PARM END-CALL
                   IF WK-LH-HELD NOT = "Y" AND OMS-FROM NOT = SPACES
                       MOVE OMS-FROM TO WK-LH-LOGIN
                       CALL "chkhold" USING WK-LH-PARM END-CALL
                   END-IF
                   IF WK-LH-HELD = "Y"
                       MOVE "S" TO WK-LH-OP
                       MOVE "MESSAGE" TO WK-LH-PROGRAM
                       MOVE SPACES TO WK-LH-DETAIL
                       STRING "MESSAGE " OMS-ID " KEPT - DATED " OMS-DATE
                           DELIMITED BY SIZE INTO WK-LH-DETAIL
                       END-STRING
                       CALL "chkhold" USING WK-LH-PARM END-CALL
                   ELSE
                       MOVE OMS-ID TO WK-SRCH-ID
                       DELETE FD-OMS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       *> reposition the walk after the delete
                       MOVE ZEROS TO REC-OMS
                       MOVE WK-SRCH-ID TO OMS-ID
                       START FD-OMS
                           KEY IS > KEY1-OMS
                           INVALID KEY
                               GO PURGE-OLD-END
                       END-START
                   END-IF
               END-IF
           END-PERFORM.
       PURGE-OLD-END.
