            COPY "../cpy/menu_se.cpy".
            COPY "../cpy/menu_lang_se.cpy".
            COPY "../cpy/change_journal_se.cpy".
            COPY "../cpy/dual_control_se.cpy".
            COPY "../cpy/deprecation_se.cpy".
            COPY "../cpy/profile_se.cpy".
            COPY "../cpy/help_se.cpy".
            COPY "../cpy/menu_profile_se.cpy".
            COPY "../cpy/pending_change_se.cpy".

      *> O CATALOGO DE SNAPSHOTS VIVE SOB O MESMO DATA_DIR DAS ARVORES
      *> VIVA, STAGE E SNAPSHOTS - DD_MENUSNAPCAT E APONTADO EM
            COPY "../cpy/menu_fd.cpy".
            COPY "../cpy/menu_lang_fd.cpy".
            COPY "../cpy/change_journal_fd.cpy".
            COPY "../cpy/dual_control_fd.cpy".
            COPY "../cpy/deprecation_fd.cpy".
            COPY "../cpy/profile_fd.cpy".
            COPY "../cpy/help_fd.cpy".
            COPY "../cpy/menu_profile_fd.cpy".
            COPY "../cpy/pending_change_fd.cpy".

       FD  ARQ_SNAPCAT.
       01  REG-SNAPCAT PIC 9(04).
           88 E-PUBLISH  VALUE IS 6.
           88 E-ROLLBACK VALUE IS 7.
           88 E-TRANSL   VALUE IS 8.
           88 E-DUALCTL  VALUE IS 9.
           88 E-DEPRECAT VALUE IS 10.
           88 E-CLONE    VALUE IS 11.
           88 E-END      VALUE IS 12.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 ST-MNU                        PIC  9(002).
           88 MLG-OK VALUE ZEROS.
           88 MLG-NOT-EXIST VALUE 35.
       77 WK-MLG-ON-FILE PIC X(01) VALUE "N".
       *> Dual-control (supervisor co-sign) designations ----------------
       77 ST-DCT         PIC 9(02).
           88 DCT-OK VALUE ZEROS.
           88 DCT-NOT-EXIST VALUE 35.
       77 ST-PRF         PIC 9(02).
       77 WK-DCT-ON-FILE PIC X(01) VALUE "N".
       77 WK-DCT-PROFILE PIC 9(04) VALUE ZEROS.
       77 WK-DCT-NAME    PIC X(20) VALUE SPACES.
       *> Item retirement - sunset date and replacement item ----------
       77 ST-DPR         PIC 9(02).
           88 DPR-OK VALUE ZEROS.
           88 DPR-NOT-EXIST VALUE 35.
       77 WK-DPR-ON-FILE PIC X(01) VALUE "N".
       77 WK-DPR-SUNSET  PIC 9(08) VALUE ZEROS.
       77 WK-DPR-REPLACE PIC 9(05) VALUE ZEROS.
       77 WK-DPR-MODULE  PIC X(15) VALUE SPACES.
       77 WK-DPR-TODAY   PIC 9(08) VALUE ZEROS.
       *> Draft-and-publish staging -------------------------------------
       77 WK-DATA-DIR    PIC X(60) VALUE SPACES.
       77 WK-LIVE-PATH   PIC X(80) VALUE SPACES.
              10 WK-TR-MODULE PIC X(15).
              10 WK-TR-NAME   PIC X(15).
              10 WK-TR-FATHER PIC X(15).
              10 WK-TR-ID     PIC 9(05).
              10 WK-TR-SUB    PIC X(01).
              10 WK-TR-LINK   PIC X(05).
       01 WK-TREE-IDX    PIC 9(03) VALUE ZEROS.
       01 WK-TREE-JDX    PIC 9(03) VALUE ZEROS.
       01 WK-TREE-FOUND  PIC X(01) VALUE "N".
       *> Link item validation - the row being edited is held here while
       *> its target is read ---------------------------------------------
       77 WK-LINK-BAD    PIC X(01) VALUE "N".
       01 WK-LINK-SAVE   PIC X(167) VALUE SPACES.
       01 WK-LINK-TARGET PIC 9(05) VALUE ZEROS.
       01 WK-LINK-MODULE PIC X(15) VALUE SPACES.
       01 WK-LINK-FATHER PIC X(15) VALUE SPACES.
       *> Subtree clone - the source module's nodes, the subtree picked
       *> out of them and the names and ids the copies get -----------
       77 ST-HLP         PIC 9(02).
           88 HLP-OK VALUE ZEROS.
       77 ST-PFM         PIC 9(02).
           88 PFM-OK VALUE ZEROS.
       77 ST-PCH         PIC 9(02).
           88 PCH-OK VALUE ZEROS.
           88 PCH-NOT-EXIST VALUE 35.
       77 WK-CLN-ROOT    PIC 9(05) VALUE ZEROS.
       77 WK-CLN-SRC-MOD PIC X(15) VALUE SPACES.
       77 WK-CLN-MODULE  PIC X(15) VALUE SPACES.
       77 WK-CLN-FATHER  PIC X(15) VALUE SPACES.
       77 WK-CLN-PREFIX  PIC X(05) VALUE SPACES.
       77 WK-CLN-HELP    PIC X(01) VALUE "Y".
       77 WK-CLN-LANG    PIC X(01) VALUE "Y".
       77 WK-CLN-AVAIL   PIC X(01) VALUE "Y".
       77 WK-CLN-GRANTS  PIC X(01) VALUE "Y".
       77 WK-CLN-PICKED  PIC 9(03) VALUE ZEROS.
       77 WK-CLN-ADDED   PIC 9(03) VALUE ZEROS.
       77 WK-CLN-CLASH   PIC 9(03) VALUE ZEROS.
       77 WK-CLN-FATHER-OK PIC X(01) VALUE "N".
       77 WK-CLN-FIRST-ID PIC 9(05) VALUE ZEROS.
       77 WK-CLN-WRITTEN PIC 9(03) VALUE ZEROS.
       77 WK-CLN-HLP-CNT PIC 9(03) VALUE ZEROS.
       77 WK-CLN-MLG-CNT PIC 9(03) VALUE ZEROS.
       77 WK-CLN-PFM-CNT PIC 9(04) VALUE ZEROS.
       77 WK-CLN-EOF     PIC X(01) VALUE "N".
       77 WK-CLN-IDX     PIC 9(03) VALUE ZEROS.
       77 WK-CLN-JDX     PIC 9(03) VALUE ZEROS.
       77 WK-CLN-LNG-IDX PIC 9(02) VALUE ZEROS.
       77 WK-CLN-LNG-NUM PIC 9(02) VALUE ZEROS.
       01 WK-CLN-LNG-TAB.
           05 WK-CLN-LNG-ROW OCCURS 20 TIMES.
              10 WK-CLN-LNG-CODE PIC X(02).
              10 WK-CLN-LNG-TEXT PIC X(20).
       01 WK-CLN-MAX     PIC 9(03) VALUE 300.
       01 WK-CLN-NUM     PIC 9(03) VALUE ZEROS.
       01 WK-CLN-TAB.
           05 WK-CLN-ROW OCCURS 300 TIMES.
              10 WK-CL-ID       PIC 9(05).
              10 WK-CL-NAME     PIC X(15).
              10 WK-CL-FATHER   PIC X(15).
              10 WK-CL-PICK     PIC X(01).
              10 WK-CL-NEW-ID   PIC 9(05).
              10 WK-CL-NEW-NAME PIC X(15).
       01 WK-FILE-INFO.
           05 WK-FILE-SIZE PIC 9(18) COMP.
           05 FILLER       PIC X(16).
       *> Before/after change journal ----------------------------------
       77 ST-CHJ         PIC X(02) VALUE ZEROS.
       77 WK-OPERATOR    PIC X(20) VALUE SPACES.
       77 WK-CHJ-FILE    PIC X(08) VALUE "MENU".
       77 WK-CHJ-OP      PIC X(01) VALUE SPACE.
       77 WK-CHJ-KEY     PIC X(10) VALUE SPACES.
       77 WK-CHJ-BEFORE  PIC X(167) VALUE SPACES.
       77 WK-CHJ-AFTER   PIC X(167) VALUE SPACES.
       *> Change-ticket reference - the last ticket keyed is offered
       *> again for the next change ---------------------------------
       77 WK-TICKET      PIC X(12) VALUE SPACES.
       77 WK-TICKET-OK   PIC X(01) VALUE "N".
           88 TICKET-IS-OK VALUE "Y".
       77 WK-TICKET-PROMPT PIC X(78) VALUE "CHANGE TICKET NUMBER:".

       77 WS-ID-MENU  PIC 9(05).
       77 WS-NEXT-ID  PIC 9(05).
               10 COLUMN PLUS 2 PIC 9(15) USING M-ACTION.
               10 LINE 15 COLUMN 10 VALUE "COLOR SCHEME (0=DEFAULT,1=ADMIN):".
               10 COLUMN PLUS 2 PIC 9(02) USING M-COLOR-SCHEME.
               10 LINE 16 COLUMN 10 VALUE "ACTION TARGET (PROGRAM-ID OR *LINK*):".
               10 COLUMN PLUS 2 PIC X(15) USING M-ACTION-TARGET.
               10 LINE 17 COLUMN 10 VALUE "AVAIL DAYS MON-SUN (Y/N, BLANK=ALL):".
               10 COLUMN PLUS 2 PIC X(07) USING M-AVAIL-DAYS.
               10 LINE 18 COLUMN 10 VALUE "AVAIL FROM-TO HHMM (0000=ANY):".
               10 COLUMN PLUS 2 PIC 9(04) USING M-AVAIL-FROM.
               10 COLUMN PLUS 2 PIC 9(04) USING M-AVAIL-TO.
               10 LINE 19 COLUMN 10 VALUE "PARAMETER STRING (LINK: TARGET ID):".
               10 COLUMN PLUS 2 PIC X(20) USING M-PARM-STRING.

       01 SS-ERRO.
               MOVE SPACES TO WS-TXT-HELP
               IF WK-ACCESS-LEVEL = "I"
                  AND (E-INSERT OR E-EDIT OR E-DELETE OR E-PUBLISH
                   OR E-ROLLBACK OR E-TRANSL OR E-DUALCTL
                   OR E-DEPRECAT OR E-CLONE)
                   MOVE "INQUIRY-ONLY ACCESS - OPTION NOT AVAILABLE"
                       TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                       PERFORM ROLLBACK-SNAP THRU ROLLBACK-SNAP-END
                   WHEN E-TRANSL
                       PERFORM EDIT-TRANSLATION THRU EDIT-TRANSLATION-END
                   WHEN E-DUALCTL
                       PERFORM EDIT-DUALCTL THRU EDIT-DUALCTL-END
                   WHEN E-DEPRECAT
                       PERFORM EDIT-DEPRECATION
                           THRU EDIT-DEPRECATION-END
                   WHEN E-CLONE
                       PERFORM CLONE-SUBTREE THRU CLONE-SUBTREE-END
               END-EVALUATE
           END-PERFORM.
       001-INIT-PROC-END.
           MOVE " PUBLISH STAGE" TO WM-ITENS(6)
           MOVE " ROLLBACK" TO WM-ITENS(7)
           MOVE " TRANSLATIONS" TO WM-ITENS(8)
           MOVE " DUAL CONTROL" TO WM-ITENS(9)
           MOVE " DEPRECATION" TO WM-ITENS(10)
           MOVE " CLONE SUBTREE" TO WM-ITENS(11)
           MOVE " EXIT" TO WM-ITENS(12)
           MOVE 12 TO  WM-ITENS-QTD            *> NUMBER OF ITEMS
           MOVE 25 TO  WM-POS_X                *> COLUMN WHERE TO START THE MENU
           MOVE 09 TO  WM-POS_Y                *> LINE WHERE THE MENU WILL BEGIN
           MOVE black TO  WM-COLOR-BACKG       *> BACKGROUND COLOR
                             BY CONTENT   WM-SIZE-MENU-X
        END-CALL
        MOVE WM-ITEM-SELECTED TO WS-OPTION
        IF WM-ITEM-SELECTED = 0 OR WM-ITEM-SELECTED > 12 THEN
            MOVE 12 TO WS-OPTION
        END-IF.
       020-END-SHOW-MENU.
      *> -----------------------------------
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-CHECK-LINK THRU PROC-CHECK-LINK-END
           IF WK-LINK-BAD = "Y"
               PERFORM PROC-SHOW-ERROS
               GO INSERT-REC-LOOP
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO INSERT-REC-LOOP
           END-IF
           WRITE REC-MENU
           INVALID KEY
               MOVE "THIS NODE ALREADY EXISTS" TO WS-MSGERROR
                PERFORM PROC-SHOW-ERROS
                GO PROC-EDIT-LOOP
            END-IF
            PERFORM PROC-CHECK-LINK THRU PROC-CHECK-LINK-END
            IF WK-LINK-BAD = "Y"
                PERFORM PROC-SHOW-ERROS
                GO PROC-EDIT-LOOP
            END-IF
            PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
            IF NOT TICKET-IS-OK
                GO PROC-EDIT-LOOP
            END-IF
            REWRITE REC-MENU
                INVALID KEY
                    MOVE "ERROR ON WRITE RECORD" TO WS-MSGERROR
           IF NOT E-SIM
               GO DELETE-REC-END
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO DELETE-REC-END
           END-IF
           MOVE SPACES TO WK-CHJ-BEFORE
           MOVE REC-MENU TO WK-CHJ-BEFORE
           DELETE FD-MENU
           END-DELETE.
       DELETE-REC-END.

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
      *> ONE BEFORE/AFTER LINE IN CHANGE_JOURNAL.LOG PER WRITE, REWRITE
      *> OR DELETE THIS SCREEN ISSUES - THE CALLER FILLS WK-CHJ-OP,
           ACCEPT CHJ-DATE FROM DATE YYYYMMDD
           ACCEPT CHJ-TIME FROM TIME
           MOVE WK-OPERATOR TO CHJ-OPERATOR
           MOVE WK-CHJ-FILE TO CHJ-FILE
           MOVE WK-CHJ-OP TO CHJ-OP
           MOVE WK-CHJ-KEY TO CHJ-KEY
           MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
           MOVE WK-CHJ-AFTER TO CHJ-AFTER
           MOVE WK-TICKET TO CHJ-TICKET
           OPEN EXTEND FILE_CHANGE_JOURNAL
           IF ST-CHJ = "35"
               OPEN OUTPUT FILE_CHANGE_JOURNAL
           PERFORM PROC-CHECK-TREE THRU PROC-CHECK-TREE-END
           IF WK-PUB-BAD > 0
               MOVE SPACES TO WS-MSGERROR
               STRING WK-PUB-BAD " ORPHANED FATHER(S)/BROKEN LINK(S) IN THE STAGE - PUBLISH REFUSED"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
               PERFORM PROC-SHOW-ERROS
      *> -----------------------------------
      *> THE SAME FATHER CHECK THE TREE-INTEGRITY REPORT RUNS, OVER
      *> THE STAGE: LOAD (MODULE, NAME, FATHER) OF EVERY NODE, THEN
      *> COUNT THE FATHERS THAT RESOLVE TO NO NAME IN THEIR MODULE,
      *> AND THE LINK ITEMS WHOSE TARGET IS GONE OR NO LONGER A SUBMENU.
       PROC-CHECK-TREE.
           MOVE ZEROS TO WK-TREE-NUM WK-PUB-BAD
           MOVE "N" TO WK-PUB-EOF
                           MOVE M-MODULE TO WK-TR-MODULE(WK-TREE-NUM)
                           MOVE M-NAME TO WK-TR-NAME(WK-TREE-NUM)
                           MOVE M-ITEM-FATHER TO WK-TR-FATHER(WK-TREE-NUM)
                           MOVE M-ID TO WK-TR-ID(WK-TREE-NUM)
                           MOVE "N" TO WK-TR-SUB(WK-TREE-NUM)
                           IF M-ACTION-TARGET = SPACES
                               MOVE "Y" TO WK-TR-SUB(WK-TREE-NUM)
                           END-IF
                           MOVE SPACES TO WK-TR-LINK(WK-TREE-NUM)
                           IF M-IS-LINK
                               MOVE M-PARM-STRING(1:5)
                                   TO WK-TR-LINK(WK-TREE-NUM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       ADD 1 TO WK-PUB-BAD
                   END-IF
               END-IF
               *> a link must still point at a plain submenu
               IF WK-TR-LINK(WK-TREE-IDX) NOT = SPACES
                   MOVE "N" TO WK-TREE-FOUND
                   PERFORM VARYING WK-TREE-JDX FROM 1 BY 1
                           UNTIL WK-TREE-JDX > WK-TREE-NUM
                       IF WK-TR-ID(WK-TREE-JDX) = WK-TR-LINK(WK-TREE-IDX)
                          AND WK-TR-SUB(WK-TREE-JDX) = "Y"
                           MOVE "Y" TO WK-TREE-FOUND
                       END-IF
                   END-PERFORM
                   IF WK-TREE-FOUND = "N"
                       ADD 1 TO WK-PUB-BAD
                   END-IF
               END-IF
           END-PERFORM.
       PROC-CHECK-TREE-END.
           EXIT.
           CLOSE FD-MLG.
       EDIT-TRANSLATION-END.

      *> -----------------------------------
      *> DUAL CONTROL - AN ITEM DESIGNATED HERE ONLY OPENS IN MAKEMENU
      *> ONCE A SECOND, DIFFERENT OPERATOR HOLDING THE NOMINATED
      *> PROFILE HAS SIGNED ON OVER THE TOP WITH THEIR OWN PASSWORD.
      *> LIKE TRANSLATIONS THE DESIGNATION GOES STRAIGHT TO THE LIVE
      *> DUAL_CONTROL.DAT, BUT AS A SECURITY CONTROL EVERY CHANGE
      *> CARRIES A TICKET AND A BEFORE/AFTER JOURNAL LINE.
      *> PROFILE 0000 REMOVES THE DESIGNATION.
       EDIT-DUALCTL.
           MOVE "DUAL CONTROL" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           OPEN I-O FD-DCT
           IF DCT-NOT-EXIST
               OPEN OUTPUT FD-DCT
               CLOSE FD-DCT
               OPEN I-O FD-DCT
           END-IF
           OPEN INPUT FD-PRF.
       EDIT-DUALCTL-LOOP.
           INITIALIZE REC-DCT
           DISPLAY SPACES AT LINE 08 COLUMN 25 WITH SIZE 50
           DISPLAY SPACES AT LINE 10 COLUMN 39 WITH SIZE 30
           DISPLAY "M-ID:" AT LINE 08 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           ACCEPT DCT-ID-MENU AT LINE 08 COLUMN 17
           IF COB-CRT-STATUS = COB-SCR-ESC OR DCT-ID-MENU = ZEROS
               GO EDIT-DUALCTL-CLOSE
           END-IF
           MOVE DCT-ID-MENU TO M-ID
           READ FD-MENU
               INVALID KEY
                   MOVE "NO MENU ITEM WITH THIS M-ID" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO EDIT-DUALCTL-LOOP
           END-READ
           DISPLAY M-MODULE AT LINE 08 COLUMN 25
               WITH FOREGROUND-COLOR GREEN
           DISPLAY M-DISPLAY-TEXT AT LINE 08 COLUMN 42
               WITH FOREGROUND-COLOR GREEN
           MOVE "N" TO WK-DCT-ON-FILE
           READ FD-DCT
               INVALID KEY
                   MOVE ZEROS TO DCT-PROFILE
               NOT INVALID KEY
                   MOVE "Y" TO WK-DCT-ON-FILE
           END-READ
           MOVE SPACES TO WK-CHJ-BEFORE
           IF WK-DCT-ON-FILE = "Y"
               MOVE REC-DCT TO WK-CHJ-BEFORE
           END-IF
           MOVE DCT-PROFILE TO WK-DCT-PROFILE
           DISPLAY "CO-SIGN PROFILE (0000=NONE):" AT LINE 10 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           ACCEPT WK-DCT-PROFILE AT LINE 10 COLUMN 39 WITH UPDATE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EDIT-DUALCTL-CLOSE
           END-IF
           IF WK-DCT-PROFILE = ZEROS AND WK-DCT-ON-FILE = "N"
               GO EDIT-DUALCTL-LOOP
           END-IF
           IF WK-DCT-PROFILE NOT = ZEROS
               MOVE WK-DCT-PROFILE TO PRF-ID
               READ FD-PRF
                   INVALID KEY
                       MOVE "NO PROFILE WITH THIS ID" TO WS-MSGERROR
                       PERFORM PROC-SHOW-ERROS
                       GO EDIT-DUALCTL-LOOP
               END-READ
               MOVE PRF-NAME TO WK-DCT-NAME
               DISPLAY WK-DCT-NAME AT LINE 10 COLUMN 45
                   WITH FOREGROUND-COLOR GREEN
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO EDIT-DUALCTL-LOOP
           END-IF
           MOVE DCT-ID-MENU TO WK-CHJ-KEY
           IF WK-DCT-PROFILE = ZEROS
               DELETE FD-DCT
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "D" TO WK-CHJ-OP
               MOVE SPACES TO WK-CHJ-AFTER
               MOVE "DUAL CONTROL REMOVED" TO WS-MSGERROR
           ELSE
               MOVE WK-DCT-PROFILE TO DCT-PROFILE
               MOVE WK-OPERATOR TO DCT-SET-BY
               ACCEPT DCT-SET-DATE FROM DATE YYYYMMDD
               IF WK-DCT-ON-FILE = "Y"
                   REWRITE REC-DCT
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "R" TO WK-CHJ-OP
               ELSE
                   WRITE REC-DCT
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "W" TO WK-CHJ-OP
               END-IF
               MOVE REC-DCT TO WK-CHJ-AFTER
               MOVE "DUAL CONTROL SAVED" TO WS-MSGERROR
           END-IF
           MOVE "DUALCTL" TO WK-CHJ-FILE
           PERFORM PROC-WRITE-JOURNAL THRU PROC-WRITE-JOURNAL-END
           MOVE "MENU" TO WK-CHJ-FILE
           PERFORM PROC-SHOW-ERROS
           GO EDIT-DUALCTL-LOOP.
       EDIT-DUALCTL-CLOSE.
           CLOSE FD-PRF
           CLOSE FD-DCT.
       EDIT-DUALCTL-END.

      *> -----------------------------------
      *> DEPRECATION - PUTS AN ITEM ON THE WAY OUT. UNTIL THE SUNSET
      *> DATE MAKEMENU WARNS AT EVERY LAUNCH AND OFFERS THE REPLACEMENT
      *> ITEM; FROM THE SUNSET DATE ON VALIDATE_USR LEAVES IT OUT OF
      *> THE MENU. THE REPLACEMENT MUST BE A LAUNCHABLE ITEM OF THE SAME
      *> MODULE - THE REDIRECT ONLY LOOKS IN THE MODULE'S OWN MENU.
      *> SAME LIVE-FILE, TICKET AND JOURNAL RULES AS DUAL CONTROL.
      *> SUNSET 00000000 TAKES THE ITEM OUT OF DEPRECATION.
       EDIT-DEPRECATION.
           MOVE "DEPRECATION" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           ACCEPT WK-DPR-TODAY FROM DATE YYYYMMDD
           OPEN I-O FD-DPR
           IF DPR-NOT-EXIST
               OPEN OUTPUT FD-DPR
               CLOSE FD-DPR
               OPEN I-O FD-DPR
           END-IF.
       EDIT-DEPRECATION-LOOP.
           INITIALIZE REC-DPR
           DISPLAY SPACES AT LINE 08 COLUMN 25 WITH SIZE 50
           DISPLAY SPACES AT LINE 10 COLUMN 42 WITH SIZE 30
           DISPLAY SPACES AT LINE 12 COLUMN 42 WITH SIZE 30
           DISPLAY "M-ID:" AT LINE 08 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           ACCEPT DPR-ID-MENU AT LINE 08 COLUMN 17
           IF COB-CRT-STATUS = COB-SCR-ESC OR DPR-ID-MENU = ZEROS
               GO EDIT-DEPRECATION-CLOSE
           END-IF
           MOVE DPR-ID-MENU TO M-ID
           READ FD-MENU
               INVALID KEY
                   MOVE "NO MENU ITEM WITH THIS M-ID" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO EDIT-DEPRECATION-LOOP
           END-READ
           MOVE M-MODULE TO WK-DPR-MODULE
           DISPLAY M-MODULE AT LINE 08 COLUMN 25
               WITH FOREGROUND-COLOR GREEN
           DISPLAY M-DISPLAY-TEXT AT LINE 08 COLUMN 42
               WITH FOREGROUND-COLOR GREEN
           MOVE "N" TO WK-DPR-ON-FILE
           READ FD-DPR
               INVALID KEY
                   MOVE ZEROS TO DPR-SUNSET DPR-REPLACE-ID
               NOT INVALID KEY
                   MOVE "Y" TO WK-DPR-ON-FILE
           END-READ
           MOVE SPACES TO WK-CHJ-BEFORE
           IF WK-DPR-ON-FILE = "Y"
               MOVE REC-DPR TO WK-CHJ-BEFORE
           END-IF
           MOVE DPR-SUNSET TO WK-DPR-SUNSET
           MOVE DPR-REPLACE-ID TO WK-DPR-REPLACE
           DISPLAY "SUNSET CCYYMMDD (0=NOT RETIRING):" AT LINE 10
               COLUMN 08 WITH FOREGROUND-COLOR GREEN
           ACCEPT WK-DPR-SUNSET AT LINE 10 COLUMN 42 WITH UPDATE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EDIT-DEPRECATION-CLOSE
           END-IF
           IF WK-DPR-SUNSET = ZEROS AND WK-DPR-ON-FILE = "N"
               GO EDIT-DEPRECATION-LOOP
           END-IF
           IF WK-DPR-SUNSET NOT = ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD(WK-DPR-SUNSET) NOT = 0
                   MOVE "SUNSET IS NOT A VALID CCYYMMDD DATE"
                       TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO EDIT-DEPRECATION-LOOP
               END-IF
               DISPLAY "REPLACEMENT M-ID (0=NONE):" AT LINE 12
                   COLUMN 08 WITH FOREGROUND-COLOR GREEN
               ACCEPT WK-DPR-REPLACE AT LINE 12 COLUMN 42 WITH UPDATE
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO EDIT-DEPRECATION-CLOSE
               END-IF
               IF WK-DPR-REPLACE = DPR-ID-MENU
                   MOVE "AN ITEM CANNOT REPLACE ITSELF" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO EDIT-DEPRECATION-LOOP
               END-IF
               IF WK-DPR-REPLACE NOT = ZEROS
                   MOVE WK-DPR-REPLACE TO M-ID
                   READ FD-MENU
                       INVALID KEY
                           MOVE "NO MENU ITEM WITH THE REPLACEMENT M-ID"
                               TO WS-MSGERROR
                           PERFORM PROC-SHOW-ERROS
                           GO EDIT-DEPRECATION-LOOP
                   END-READ
                   IF M-MODULE NOT = WK-DPR-MODULE
                      OR M-ACTION-TARGET = SPACES
                       MOVE "REPLACEMENT MUST BE A LAUNCHABLE ITEM OF THE SAME MODULE"
                           TO WS-MSGERROR
                       PERFORM PROC-SHOW-ERROS
                       GO EDIT-DEPRECATION-LOOP
                   END-IF
                   DISPLAY M-DISPLAY-TEXT AT LINE 12 COLUMN 50
                       WITH FOREGROUND-COLOR GREEN
               END-IF
               IF WK-DPR-SUNSET <= WK-DPR-TODAY
                   MOVE "SUNSET IS TODAY OR PAST - THE ITEM DISAPPEARS AT THE NEXT SIGN-ON"
                       TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
               END-IF
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO EDIT-DEPRECATION-LOOP
           END-IF
           MOVE DPR-ID-MENU TO WK-CHJ-KEY
           IF WK-DPR-SUNSET = ZEROS
               DELETE FD-DPR
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "D" TO WK-CHJ-OP
               MOVE SPACES TO WK-CHJ-AFTER
               MOVE "ITEM TAKEN OUT OF DEPRECATION" TO WS-MSGERROR
           ELSE
               MOVE WK-DPR-SUNSET TO DPR-SUNSET
               MOVE WK-DPR-REPLACE TO DPR-REPLACE-ID
               MOVE WK-OPERATOR TO DPR-SET-BY
               MOVE WK-DPR-TODAY TO DPR-SET-DATE
               IF WK-DPR-ON-FILE = "Y"
                   REWRITE REC-DPR
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "R" TO WK-CHJ-OP
               ELSE
                   WRITE REC-DPR
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "W" TO WK-CHJ-OP
               END-IF
               MOVE REC-DPR TO WK-CHJ-AFTER
               MOVE "DEPRECATION SAVED" TO WS-MSGERROR
           END-IF
           MOVE "DEPRECAT" TO WK-CHJ-FILE
           PERFORM PROC-WRITE-JOURNAL THRU PROC-WRITE-JOURNAL-END
           MOVE "MENU" TO WK-CHJ-FILE
           PERFORM PROC-SHOW-ERROS
           GO EDIT-DEPRECATION-LOOP.
       EDIT-DEPRECATION-CLOSE.
           CLOSE FD-DPR.
       EDIT-DEPRECATION-END.

      *> -----------------------------------
      *> CLONE SUBTREE - COPIES A NODE AND EVERY NODE BELOW IT INTO
      *> ANOTHER MODULE OR UNDER ANOTHER FATHER, SO A NEW REGIONAL
      *> MODULE STARTS AS A COPY INSTEAD OF BEING RE-KEYED. THE COPIES
      *> GO INTO THE STAGE LIKE ANY OTHER EDIT AND ONLY REACH THE LIVE
      *> TREE WITH THE NEXT PUBLISH. EACH COPY GETS A NEW M-ID FROM
      *> THE CENTRAL ALLOCATOR; FATHERS ARE M-NAMES, SO THE COPIES'
      *> NAMES MAY TAKE A PREFIX AND MUST NOT CLASH WITH A NAME ALREADY
      *> IN THE TARGET MODULE. OPTIONALLY THE HELP TEXTS AND
      *> TRANSLATIONS ARE COPIED (STRAIGHT TO THE LIVE FILES, AS THEIR
      *> OWN SCREENS DO - THE NEW M-IDS ARE NOT LIVE YET), THE
      *> AVAILABILITY WINDOWS KEPT, AND THE MENU_PROFILE GRANTS OF THE
      *> SOURCE ITEMS QUEUED FOR A SECOND ADMINISTRATOR'S APPROVAL,
      *> AS EVERY GRANT IS.
       CLONE-SUBTREE.
           MOVE "CLONE SUBTREE" TO WS-OP.
           MOVE "ESC TO GO BACK" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM PROC-SHOW-BOX.
           MOVE ZEROS TO WK-CLN-ROOT
           DISPLAY "SOURCE ROOT M-ID:" AT LINE 06 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           ACCEPT WK-CLN-ROOT AT LINE 06 COLUMN 45
           IF COB-CRT-STATUS = COB-SCR-ESC OR WK-CLN-ROOT = ZEROS
               GO CLONE-SUBTREE-END
           END-IF
           MOVE WK-CLN-ROOT TO M-ID
           READ FD-MENU
               INVALID KEY
                   MOVE "NO MENU ITEM WITH THIS M-ID IN THE STAGE" TO WS-MSGERROR
                   PERFORM PROC-SHOW-ERROS
                   GO CLONE-SUBTREE
           END-READ
           MOVE M-MODULE TO WK-CLN-SRC-MOD
           DISPLAY M-MODULE AT LINE 07 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           DISPLAY M-NAME AT LINE 07 COLUMN 27
               WITH FOREGROUND-COLOR GREEN
           DISPLAY M-DISPLAY-TEXT AT LINE 07 COLUMN 44
               WITH FOREGROUND-COLOR GREEN
           PERFORM PROC-CLONE-LOAD THRU PROC-CLONE-LOAD-END
           IF WK-CLN-PICKED = ZEROS
               MOVE "MORE NODES IN THE MODULE THAN A CLONE CAN HOLD" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO CLONE-SUBTREE-END
           END-IF
           MOVE SPACES TO WS-MSGERROR
           STRING WK-CLN-PICKED " NODE(S) IN THE SUBTREE"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           DISPLAY WS-MSGERROR AT LINE 08 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           MOVE WK-CLN-SRC-MOD TO WK-CLN-MODULE
           MOVE SPACES TO WK-CLN-FATHER WK-CLN-PREFIX
           MOVE "Y" TO WK-CLN-HELP WK-CLN-LANG WK-CLN-AVAIL
                       WK-CLN-GRANTS
           DISPLAY "TARGET MODULE:" AT LINE 10 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           DISPLAY "TARGET FATHER (BLANK=TOP LEVEL):" AT LINE 11
               COLUMN 10 WITH FOREGROUND-COLOR GREEN
           DISPLAY "NAME PREFIX FOR THE COPIES:" AT LINE 12 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           DISPLAY "COPY HELP TEXTS (Y/N):" AT LINE 14 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           DISPLAY "COPY TRANSLATIONS (Y/N):" AT LINE 15 COLUMN 10
               WITH FOREGROUND-COLOR GREEN
           DISPLAY "KEEP AVAILABILITY WINDOWS (Y/N):" AT LINE 16
               COLUMN 10 WITH FOREGROUND-COLOR GREEN
           DISPLAY "QUEUE THE PROFILE GRANTS (Y/N):" AT LINE 17
               COLUMN 10 WITH FOREGROUND-COLOR GREEN.
       CLONE-SUBTREE-ASK.
           ACCEPT WK-CLN-MODULE AT LINE 10 COLUMN 45 WITH UPDATE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CLONE-SUBTREE-END
           END-IF
           ACCEPT WK-CLN-FATHER AT LINE 11 COLUMN 45 WITH UPDATE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CLONE-SUBTREE-END
           END-IF
           ACCEPT WK-CLN-PREFIX AT LINE 12 COLUMN 45 WITH UPDATE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CLONE-SUBTREE-END
           END-IF
           ACCEPT WK-CLN-HELP AT LINE 14 COLUMN 45 WITH UPDATE
           ACCEPT WK-CLN-LANG AT LINE 15 COLUMN 45 WITH UPDATE
           ACCEPT WK-CLN-AVAIL AT LINE 16 COLUMN 45 WITH UPDATE
           ACCEPT WK-CLN-GRANTS AT LINE 17 COLUMN 45 WITH UPDATE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CLONE-SUBTREE-END
           END-IF
           MOVE FUNCTION UPPER-CASE(WK-CLN-HELP) TO WK-CLN-HELP
           MOVE FUNCTION UPPER-CASE(WK-CLN-LANG) TO WK-CLN-LANG
           MOVE FUNCTION UPPER-CASE(WK-CLN-AVAIL) TO WK-CLN-AVAIL
           MOVE FUNCTION UPPER-CASE(WK-CLN-GRANTS) TO WK-CLN-GRANTS
           IF WK-CLN-MODULE = SPACES
               MOVE "THE TARGET MODULE IS REQUIRED" TO WS-MSGERROR
               PERFORM PROC-SHOW-ERROS
               GO CLONE-SUBTREE-ASK
           END-IF
           IF WK-CLN-FATHER = WK-CLN-MODULE
               MOVE SPACES TO WK-CLN-FATHER
           END-IF
           PERFORM PROC-CLONE-CHECK THRU PROC-CLONE-CHECK-END
           IF WS-MSGERROR NOT = SPACES
               PERFORM PROC-SHOW-ERROS
               GO CLONE-SUBTREE-ASK
           END-IF
           MOVE "N" TO WS-ERRO
           MOVE SPACES TO WS-MSGERROR
           STRING "COPY " WK-CLN-PICKED " NODE(S) INTO THE STAGE OF "
                  FUNCTION TRIM(WK-CLN-MODULE) " (Y/N)?"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           ACCEPT SS-ERRO
           IF NOT E-SIM
               GO CLONE-SUBTREE-END
           END-IF
           PERFORM PROC-ASK-TICKET THRU PROC-ASK-TICKET-END
           IF NOT TICKET-IS-OK
               GO CLONE-SUBTREE-END
           END-IF
           PERFORM PROC-CLONE-WRITE THRU PROC-CLONE-WRITE-END
           MOVE ZEROS TO WK-CLN-HLP-CNT WK-CLN-MLG-CNT WK-CLN-PFM-CNT
           IF WK-CLN-HELP = "Y" OR WK-CLN-LANG = "Y"
               PERFORM PROC-CLONE-TEXTS THRU PROC-CLONE-TEXTS-END
           END-IF
           IF WK-CLN-GRANTS = "Y"
               PERFORM PROC-CLONE-GRANTS THRU PROC-CLONE-GRANTS-END
           END-IF
           MOVE SPACES TO WS-MSGERROR
           STRING WK-CLN-WRITTEN " COPIED FROM M-ID " WK-CLN-FIRST-ID
                  ", " WK-CLN-HLP-CNT " HELP, " WK-CLN-MLG-CNT
                  " TRANSL, " WK-CLN-PFM-CNT " GRANTS QUEUED - PUBLISH"
               DELIMITED BY SIZE INTO WS-MSGERROR
           END-STRING
           PERFORM PROC-SHOW-ERROS.
       CLONE-SUBTREE-END.

      *> -----------------------------------
      *> THE SOURCE MODULE'S NODES INTO THE CLONE TABLE, THEN THE
      *> SUBTREE PICKED OUT OF THEM: THE ROOT, THEN PASS AFTER PASS
      *> EVERY NODE WHOSE FATHER IS ALREADY PICKED, UNTIL A PASS ADDS
      *> NOTHING. WK-CLN-PICKED COMES BACK ZERO WHEN THE MODULE DOES
      *> NOT FIT THE TABLE.
       PROC-CLONE-LOAD.
           MOVE ZEROS TO WK-CLN-NUM WK-CLN-PICKED
           MOVE "N" TO WK-CLN-EOF
           INITIALIZE REC-MENU
           MOVE WK-CLN-SRC-MOD TO M-MODULE
           START FD-MENU
               KEY IS >= KEY2-MENU
               INVALID KEY
                   MOVE "Y" TO WK-CLN-EOF
           END-START
           PERFORM UNTIL WK-CLN-EOF = "Y"
               READ FD-MENU NEXT
                   AT END
                       MOVE "Y" TO WK-CLN-EOF
                   NOT AT END
                       IF M-MODULE NOT = WK-CLN-SRC-MOD
                           MOVE "Y" TO WK-CLN-EOF
                       ELSE
                           IF WK-CLN-NUM >= WK-CLN-MAX
                               MOVE ZEROS TO WK-CLN-PICKED
                               GO PROC-CLONE-LOAD-END
                           END-IF
                           ADD 1 TO WK-CLN-NUM
                           MOVE M-ID TO WK-CL-ID(WK-CLN-NUM)
                           MOVE M-NAME TO WK-CL-NAME(WK-CLN-NUM)
                           MOVE M-ITEM-FATHER TO WK-CL-FATHER(WK-CLN-NUM)
                           MOVE "N" TO WK-CL-PICK(WK-CLN-NUM)
                           MOVE ZEROS TO WK-CL-NEW-ID(WK-CLN-NUM)
                           MOVE SPACES TO WK-CL-NEW-NAME(WK-CLN-NUM)
                           IF M-ID = WK-CLN-ROOT
                               MOVE "Y" TO WK-CL-PICK(WK-CLN-NUM)
                               ADD 1 TO WK-CLN-PICKED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 1 TO WK-CLN-ADDED
           PERFORM UNTIL WK-CLN-ADDED = ZEROS
               MOVE ZEROS TO WK-CLN-ADDED
               PERFORM VARYING WK-CLN-IDX FROM 1 BY 1
                       UNTIL WK-CLN-IDX > WK-CLN-NUM
                   IF WK-CL-PICK(WK-CLN-IDX) = "N"
                      AND WK-CL-FATHER(WK-CLN-IDX) NOT = SPACES
                       PERFORM VARYING WK-CLN-JDX FROM 1 BY 1
                               UNTIL WK-CLN-JDX > WK-CLN-NUM
                           IF WK-CL-PICK(WK-CLN-JDX) = "Y"
                              AND WK-CL-NAME(WK-CLN-JDX)
                                  = WK-CL-FATHER(WK-CLN-IDX)
                              AND WK-CL-PICK(WK-CLN-IDX) = "N"
                               MOVE "Y" TO WK-CL-PICK(WK-CLN-IDX)
                               ADD 1 TO WK-CLN-PICKED WK-CLN-ADDED
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
       PROC-CLONE-LOAD-END.
           EXIT.

      *> -----------------------------------
      *> NAMES FOR THE COPIES (PREFIX + NAME, CUT AT 15) AND THE
      *> CHECKS: THE TARGET FATHER MUST BE A NODE OF THE TARGET MODULE
      *> AND NOT ONE OF THE NODES BEING COPIED, AND NO NEW NAME MAY
      *> REPEAT ANOTHER OR ONE ALREADY IN THE TARGET MODULE. WS-MSGERROR
      *> COMES BACK NON-BLANK WHEN THE CLONE CANNOT GO AHEAD.
       PROC-CLONE-CHECK.
           MOVE SPACES TO WS-MSGERROR
           MOVE ZEROS TO WK-CLN-CLASH
           PERFORM VARYING WK-CLN-IDX FROM 1 BY 1
                   UNTIL WK-CLN-IDX > WK-CLN-NUM
               IF WK-CL-PICK(WK-CLN-IDX) = "Y"
                   MOVE SPACES TO WK-CL-NEW-NAME(WK-CLN-IDX)
                   IF WK-CLN-PREFIX = SPACES
                       MOVE WK-CL-NAME(WK-CLN-IDX)
                           TO WK-CL-NEW-NAME(WK-CLN-IDX)
                   ELSE
                       STRING FUNCTION TRIM(WK-CLN-PREFIX)
                              FUNCTION TRIM(WK-CL-NAME(WK-CLN-IDX))
                           DELIMITED BY SIZE
                           INTO WK-CL-NEW-NAME(WK-CLN-IDX)
                       END-STRING
                   END-IF
                   IF WK-CLN-MODULE = WK-CLN-SRC-MOD
                      AND WK-CL-NAME(WK-CLN-IDX) = WK-CLN-FATHER
                       MOVE "THE TARGET FATHER IS ONE OF THE NODES BEING COPIED"
                           TO WS-MSGERROR
                   END-IF
                   PERFORM VARYING WK-CLN-JDX FROM 1 BY 1
                           UNTIL WK-CLN-JDX >= WK-CLN-IDX
                       IF WK-CL-PICK(WK-CLN-JDX) = "Y"
                          AND WK-CL-NEW-NAME(WK-CLN-JDX)
                              = WK-CL-NEW-NAME(WK-CLN-IDX)
                           ADD 1 TO WK-CLN-CLASH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-MSGERROR NOT = SPACES
               GO PROC-CLONE-CHECK-END
           END-IF
           *> the target module as it stands in the stage
           MOVE "N" TO WK-CLN-FATHER-OK
           MOVE "N" TO WK-CLN-EOF
           INITIALIZE REC-MENU
           MOVE WK-CLN-MODULE TO M-MODULE
           START FD-MENU
               KEY IS >= KEY2-MENU
               INVALID KEY
                   MOVE "Y" TO WK-CLN-EOF
           END-START
           PERFORM UNTIL WK-CLN-EOF = "Y"
               READ FD-MENU NEXT
                   AT END
                       MOVE "Y" TO WK-CLN-EOF
                   NOT AT END
                       IF M-MODULE NOT = WK-CLN-MODULE
                           MOVE "Y" TO WK-CLN-EOF
                       ELSE
                           IF M-NAME = WK-CLN-FATHER
                               MOVE "Y" TO WK-CLN-FATHER-OK
                           END-IF
                           PERFORM VARYING WK-CLN-IDX FROM 1 BY 1
                                   UNTIL WK-CLN-IDX > WK-CLN-NUM
                               IF WK-CL-PICK(WK-CLN-IDX) = "Y"
                                  AND WK-CL-NEW-NAME(WK-CLN-IDX) = M-NAME
                                   ADD 1 TO WK-CLN-CLASH
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WK-CLN-FATHER NOT = SPACES AND WK-CLN-FATHER-OK = "N"
               MOVE "THE TARGET FATHER IS NOT A NODE OF THE TARGET MODULE"
                   TO WS-MSGERROR
               GO PROC-CLONE-CHECK-END
           END-IF
           IF WK-CLN-CLASH > ZEROS
               STRING WK-CLN-CLASH " NAME CLASH(ES) IN THE TARGET MODULE"
                      " - USE ANOTHER NAME PREFIX"
                   DELIMITED BY SIZE INTO WS-MSGERROR
               END-STRING
           END-IF.
       PROC-CLONE-CHECK-END.
           EXIT.

      *> -----------------------------------
      *> ONE NEW NODE PER PICKED NODE: THE SOURCE RECORD UNDER ITS NEW
      *> M-ID, MODULE AND NAME, ITS FATHER RENAMED WITH IT (THE ROOT
      *> HANGS FROM THE TARGET FATHER), USAGE COUNTERS STARTING AT
      *> ZERO. EVERY WRITE IS JOURNALED UNDER THE TICKET.
       PROC-CLONE-WRITE.
           MOVE ZEROS TO WK-CLN-WRITTEN WK-CLN-FIRST-ID
           PERFORM VARYING WK-CLN-IDX FROM 1 BY 1
                   UNTIL WK-CLN-IDX > WK-CLN-NUM
               *> the id is taken before the source is read - without
               *> the allocator PROC-NEXT-ID scans the file itself
               IF WK-CL-PICK(WK-CLN-IDX) = "Y"
                   PERFORM PROC-NEXT-ID THRU PROC-NEXT-ID-END
                   MOVE WK-CL-ID(WK-CLN-IDX) TO M-ID
                   READ FD-MENU
                       INVALID KEY
                           MOVE "N" TO WK-CL-PICK(WK-CLN-IDX)
                   END-READ
               END-IF
               IF WK-CL-PICK(WK-CLN-IDX) = "Y"
                   MOVE WS-NEXT-ID TO WK-CL-NEW-ID(WK-CLN-IDX)
                   MOVE WS-NEXT-ID TO M-ID
                   MOVE WK-CLN-MODULE TO M-MODULE
                   MOVE WK-CL-NEW-NAME(WK-CLN-IDX) TO M-NAME
                   IF WK-CL-ID(WK-CLN-IDX) = WK-CLN-ROOT
                       MOVE WK-CLN-FATHER TO M-ITEM-FATHER
                   ELSE
                       PERFORM VARYING WK-CLN-JDX FROM 1 BY 1
                               UNTIL WK-CLN-JDX > WK-CLN-NUM
                           IF WK-CL-PICK(WK-CLN-JDX) = "Y"
                              AND WK-CL-NAME(WK-CLN-JDX)
                                  = WK-CL-FATHER(WK-CLN-IDX)
                               MOVE WK-CL-NEW-NAME(WK-CLN-JDX)
                                   TO M-ITEM-FATHER
                           END-IF
                       END-PERFORM
                   END-IF
                   MOVE ZEROS TO M-USAGE-COUNT M-LAST-USED-DATE
                                 M-LAST-USED-TIME
                   IF WK-CLN-AVAIL NOT = "Y"
                       MOVE SPACES TO M-AVAIL-DAYS
                       MOVE ZEROS TO M-AVAIL-FROM M-AVAIL-TO
                   END-IF
                   WRITE REC-MENU
                       INVALID KEY
                           MOVE "N" TO WK-CL-PICK(WK-CLN-IDX)
                       NOT INVALID KEY
                           ADD 1 TO WK-CLN-WRITTEN
                           IF WK-CLN-FIRST-ID = ZEROS
                               MOVE M-ID TO WK-CLN-FIRST-ID
                           END-IF
                           MOVE "W" TO WK-CHJ-OP
                           MOVE M-ID TO WK-CHJ-KEY
                           MOVE SPACES TO WK-CHJ-BEFORE
                           MOVE REC-MENU TO WK-CHJ-AFTER
                           PERFORM PROC-WRITE-JOURNAL
                               THRU PROC-WRITE-JOURNAL-END
                   END-WRITE
               END-IF
           END-PERFORM.
       PROC-CLONE-WRITE-END.
           EXIT.

      *> -----------------------------------
      *> HELP TEXT (KEYED BY M-ID) AND TRANSLATIONS (M-ID + LANGUAGE)
      *> OF EACH SOURCE NODE WRITTEN AGAIN UNDER ITS COPY'S M-ID.
       PROC-CLONE-TEXTS.
           IF WK-CLN-HELP = "Y"
               OPEN I-O FD-HLP
               IF NOT HLP-OK
                   MOVE "N" TO WK-CLN-HELP
               END-IF
           END-IF
           IF WK-CLN-LANG = "Y"
               OPEN I-O FD-MLG
               IF NOT MLG-OK
                   MOVE "N" TO WK-CLN-LANG
               END-IF
           END-IF
           PERFORM VARYING WK-CLN-IDX FROM 1 BY 1
                   UNTIL WK-CLN-IDX > WK-CLN-NUM
               IF WK-CL-PICK(WK-CLN-IDX) = "Y"
                  AND WK-CL-NEW-ID(WK-CLN-IDX) NOT = ZEROS
                   IF WK-CLN-HELP = "Y"
                       MOVE WK-CL-ID(WK-CLN-IDX) TO HLP-ID-MENU
                       READ FD-HLP
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WK-CL-NEW-ID(WK-CLN-IDX)
                                   TO HLP-ID-MENU
                               WRITE REC-HLP
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WK-CLN-HLP-CNT
                               END-WRITE
                       END-READ
                   END-IF
                   IF WK-CLN-LANG = "Y"
                       PERFORM PROC-CLONE-LANG THRU PROC-CLONE-LANG-END
                   END-IF
               END-IF
           END-PERFORM
           IF WK-CLN-HELP = "Y"
               CLOSE FD-HLP
           END-IF
           IF WK-CLN-LANG = "Y"
               CLOSE FD-MLG
           END-IF.
       PROC-CLONE-TEXTS-END.
           EXIT.

      *> -----------------------------------
      *> THE LANGUAGES OF ONE SOURCE NODE ARE GATHERED FIRST, THEN
      *> WRITTEN UNDER THE NEW M-ID, SO THE WRITES NEVER DISTURB THE
      *> READ POSITION.
       PROC-CLONE-LANG.
           MOVE ZEROS TO WK-CLN-LNG-NUM
           MOVE "N" TO WK-CLN-EOF
           MOVE WK-CL-ID(WK-CLN-IDX) TO MLG-ID-MENU
           MOVE LOW-VALUES TO MLG-LANG
           START FD-MLG
               KEY IS >= KEY1-MLG
               INVALID KEY
                   MOVE "Y" TO WK-CLN-EOF
           END-START
           PERFORM UNTIL WK-CLN-EOF = "Y"
               READ FD-MLG NEXT
                   AT END
                       MOVE "Y" TO WK-CLN-EOF
                   NOT AT END
                       IF MLG-ID-MENU NOT = WK-CL-ID(WK-CLN-IDX)
                          OR WK-CLN-LNG-NUM >= 20
                           MOVE "Y" TO WK-CLN-EOF
                       ELSE
                           ADD 1 TO WK-CLN-LNG-NUM
                           MOVE MLG-LANG TO WK-CLN-LNG-CODE(WK-CLN-LNG-NUM)
                           MOVE MLG-DISPLAY
                               TO WK-CLN-LNG-TEXT(WK-CLN-LNG-NUM)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WK-CLN-LNG-IDX FROM 1 BY 1
                   UNTIL WK-CLN-LNG-IDX > WK-CLN-LNG-NUM
               MOVE WK-CL-NEW-ID(WK-CLN-IDX) TO MLG-ID-MENU
               MOVE WK-CLN-LNG-CODE(WK-CLN-LNG-IDX) TO MLG-LANG
               MOVE WK-CLN-LNG-TEXT(WK-CLN-LNG-IDX) TO MLG-DISPLAY
               WRITE REC-MLG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WK-CLN-MLG-CNT
               END-WRITE
           END-PERFORM.
       PROC-CLONE-LANG-END.
           EXIT.

      *> -----------------------------------
      *> EVERY MENU_PROFILE ROW OF A SOURCE NODE BECOMES A QUEUED
      *> INSERT FOR ITS COPY - SAME PROFILE, GRANT TYPE AND ACCESS
      *> LEVEL - IN THE FOUR-EYES QUEUE THE MENUPROFILES SCREEN USES.
      *> THE APPROVER SEES THE SOURCE ITEM IN THE COMMENT.
       PROC-CLONE-GRANTS.
           OPEN INPUT FD-PFM
           IF NOT PFM-OK
               GO PROC-CLONE-GRANTS-END
           END-IF
           OPEN I-O FD-PCH
           IF PCH-NOT-EXIST
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
           MOVE "N" TO WK-CLN-EOF
           MOVE LOW-VALUES TO KEY1-PFM
           START FD-PFM
               KEY IS >= KEY1-PFM
               INVALID KEY
                   MOVE "Y" TO WK-CLN-EOF
           END-START
           PERFORM UNTIL WK-CLN-EOF = "Y"
               READ FD-PFM NEXT
                   AT END
                       MOVE "Y" TO WK-CLN-EOF
                   NOT AT END
                       PERFORM VARYING WK-CLN-IDX FROM 1 BY 1
                               UNTIL WK-CLN-IDX > WK-CLN-NUM
                           IF WK-CL-PICK(WK-CLN-IDX) = "Y"
                              AND WK-CL-NEW-ID(WK-CLN-IDX) NOT = ZEROS
                              AND WK-CL-ID(WK-CLN-IDX) = PFM-ID-MENU
                               PERFORM PROC-CLONE-QUEUE
                                   THRU PROC-CLONE-QUEUE-END
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FD-PCH
           CLOSE FD-PFM.
       PROC-CLONE-GRANTS-END.
           EXIT.

      *> -----------------------------------
       PROC-CLONE-QUEUE.
           ADD 1 TO PCH-ID
           MOVE "P" TO PCH-STATUS
           MOVE "PFM" TO PCH-FILE
           MOVE "I" TO PCH-ACTION
           MOVE SPACES TO PCH-IMAGE
           MOVE REC-PFM TO PCH-IMAGE
           MOVE WK-CL-NEW-ID(WK-CLN-IDX) TO PCH-IMAGE(5:5)
           MOVE WK-OPERATOR TO PCH-REQUESTER
           MOVE WK-TICKET TO PCH-TICKET
           ACCEPT PCH-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT PCH-REQ-TIME FROM TIME
           MOVE SPACES TO PCH-APPROVER
           MOVE ZEROS TO PCH-APP-DATE PCH-APP-TIME
           MOVE SPACES TO PCH-COMMENT
           STRING "CLONE OF THE GRANT ON M-ID "
                  WK-CL-ID(WK-CLN-IDX)
               DELIMITED BY SIZE INTO PCH-COMMENT
           END-STRING
           WRITE REC-PCH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WK-CLN-PFM-CNT
           END-WRITE.
       PROC-CLONE-QUEUE-END.
           EXIT.

      *> -----------------------------------
      *> A LINK ITEM ("*LINK*" AS ITS TARGET) SHOWS AN EXISTING SUBMENU
      *> IN PLACE: THE FIRST FIVE BYTES OF THE PARAMETER STRING NAME
      *> THAT SUBMENU'S M-ID, IN THIS MODULE OR ANOTHER. THE TARGET MUST
      *> BE A PLAIN SUBMENU - NOT A LEAF, NOT ANOTHER LINK - AND NOT THE
      *> LINK'S OWN PARENT. DEEPER LINK CYCLES ARE LEFT TO THE TREE
      *> INTEGRITY REPORT.
       PROC-CHECK-LINK.
           MOVE "N" TO WK-LINK-BAD
           IF NOT M-IS-LINK
               GO PROC-CHECK-LINK-END
           END-IF
           IF M-ACTION NOT = ZEROS
               MOVE "Y" TO WK-LINK-BAD
               MOVE "A LINK ITEM TAKES NO ACTION NUMBER" TO WS-MSGERROR
               GO PROC-CHECK-LINK-END
           END-IF
           IF M-PARM-STRING(1:5) NOT NUMERIC
              OR M-PARM-STRING(1:5) = ZEROS
               MOVE "Y" TO WK-LINK-BAD
               MOVE "A LINK NEEDS THE TARGET SUBMENU'S 5-DIGIT ID AS PARAMETER"
                   TO WS-MSGERROR
               GO PROC-CHECK-LINK-END
           END-IF
           IF M-PARM-STRING(1:5) = M-ID
               MOVE "Y" TO WK-LINK-BAD
               MOVE "A LINK CANNOT POINT AT ITSELF" TO WS-MSGERROR
               GO PROC-CHECK-LINK-END
           END-IF
           MOVE REC-MENU TO WK-LINK-SAVE
           MOVE M-MODULE TO WK-LINK-MODULE
           MOVE M-ITEM-FATHER TO WK-LINK-FATHER
           MOVE M-PARM-STRING(1:5) TO WK-LINK-TARGET
           MOVE WK-LINK-TARGET TO M-ID
           READ FD-MENU KEY IS KEY1-MENU
               INVALID KEY
                   MOVE "Y" TO WK-LINK-BAD
                   MOVE "NO MENU ITEM WITH THE LINK TARGET ID" TO WS-MSGERROR
               NOT INVALID KEY
                   IF M-ACTION-TARGET NOT = SPACES
                       MOVE "Y" TO WK-LINK-BAD
                       MOVE "A LINK MUST POINT AT A SUBMENU, NOT A LEAF OR LINK"
                           TO WS-MSGERROR
                   ELSE
                       IF M-NAME = WK-LINK-FATHER
                          AND M-MODULE = WK-LINK-MODULE
                           MOVE "Y" TO WK-LINK-BAD
                           MOVE "A LINK CANNOT POINT AT ITS OWN PARENT"
                               TO WS-MSGERROR
                       END-IF
                   END-IF
           END-READ
           MOVE WK-LINK-SAVE TO REC-MENU.
       PROC-CHECK-LINK-END.
           EXIT.

      *> -----------------------------------
      *> THE AVAILABILITY WINDOW MUST BE WELL-FORMED BEFORE IT IS
      *> STORED - MAKEMENU ENFORCES IT AT EVERY LAUNCH.
