       77 WK-PICK-NUM       PIC 9(02) VALUE ZEROS.
       77 WK-CHK-EOF        PIC X(01) VALUE "N".
           88 CHK-EOF VALUE "Y".
       01 WK-SAVE-REC-USR PIC X(120).
       *> Optimistic locking - baseline timestamp taken when the record
       *> was read for edit, compared against the current disk copy
       *> right before the REWRITE to detect a concurrent update. ------
       77 WK-SAVE-UPD-DATE PIC 9(08).
       77 WK-SAVE-UPD-TIME PIC 9(08).
       77 WK-SAVE-LOCKED   PIC X(01).
       77 WK-LOCK-CONFLICT PIC X(01) VALUE "N".
           88 LOCK-IS-CONFLICT VALUE "Y".
       01 WK-FND-TABLE.
       01  WK-BOX-COR-TEXTO              PIC 9(03) VALUE white.
       01  WK-BOX-LINHA-POS_Y1           PIC 9(03) VALUE 5.
       *>---------------------------------------------------------------
       *> Incident-containment gate (CONTAINMENT.DAT via chkcontain) -----
       COPY "../cpy/chkcontain_ws.cpy".

       COPY screenio.

           IF FS-OK
               MOVE U-UPD-DATE TO WK-SAVE-UPD-DATE
               MOVE U-UPD-TIME TO WK-SAVE-UPD-TIME
               MOVE U-LOCKED TO WK-SAVE-LOCKED
               ACCEPT SS-DATA
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO PROC-UPDATE-LOOP
                PERFORM PROC-SHOW-ERROS
                GO PROC-UPDATE-LOOP
            END-IF
            *> an account under incident containment stays locked
            *> until security signs the containment off
            IF U-NOT-LOCKED AND WK-SAVE-LOCKED = "Y"
                MOVE U-LOGIN TO WK-CT-LOGIN
                CALL "chkcontain" USING WK-CT-PARM END-CALL
                IF WK-CT-HELD = "Y"
                    MOVE SPACES TO WS-MSGERROR
                    STRING "UNDER INCIDENT CONTAINMENT "
                           FUNCTION TRIM(WK-CT-INCIDENT)
                           " - SECURITY MUST RELEASE IT FIRST"
                        DELIMITED BY SIZE INTO WS-MSGERROR
                    END-STRING
                    PERFORM PROC-SHOW-ERROS
                    GO PROC-UPDATE-LOOP
                END-IF
            END-IF
            IF U-NOT-LOCKED
                MOVE ZEROS TO U-FAILED-ATTEMPTS
            END-IF
