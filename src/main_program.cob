77  WK-RESUME-SWITCH              PIC  X(001) VALUE "N".
*> Unit-of-work recovery at startup ----------------------------------
COPY "../cpy/uow_ws.cpy".
*> Session history (session_history.log) -----------------------------
COPY "../cpy/seshist_ws.cpy".
*> Personal operator messages shown right after the MOTD -------------
77  ST-OMS                        PIC  9(002).
    88  OMS-FS-OK                             VALUE ZEROS.
       DISPLAY SS-CLS
       PERFORM 028-PICK-MODULE THRU 028-END-PICK-MODULE
       GO 030-REVALIDATE
    END-IF
    *> an elevation began or ended under the menu - same module, the
    *> permissions resolved afresh, back at the same submenu
    IF WK-SELECTED-ACTION = "*REFRESH*"
       MOVE SPACES TO WK-SELECTED-ACTION
       MOVE "Y" TO WK-SWITCHING
       GO 030-REVALIDATE
    END-IF.
030-END-LOGIN.
    EXIT.
            DELETE FD-SES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    INITIALIZE WK-SH-PARM
                    MOVE "E"        TO WK-SH-EVENT
                    MOVE SES-PID    TO WK-SH-PID
                    MOVE SES-LOGIN  TO WK-SH-LOGIN
                    MOVE SES-MODULE TO WK-SH-MODULE
                    MOVE "LOGOFF"   TO WK-SH-REASON
                    MOVE SES-DATE   TO WK-SH-START-DATE
                    MOVE SES-TIME   TO WK-SH-START-TIME
                    CALL "seshist" USING WK-SH-PARM END-CALL
            END-DELETE
    END-READ
    CLOSE FD-SES.
