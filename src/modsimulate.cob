      *> THE POSTING ITEM" BECOMES ONE SCREEN. OPEN DELEGATION
      *> COVERS ARE MERGED AND THE AVAILABILITY WINDOWS RUN ON THE
      *> SIMULATED USER'S LOCAL CLOCK, SO THE ANSWERS MATCH THE
      *> REAL SIGN-ON RULE FOR RULE. LINK ITEMS ARE FOLLOWED: THE
      *> ITEMS OF THE SUBMENU A LINK SHOWS ARE LISTED UNDER IT, EACH
      *> MARKED "@", WITH THE SAME RULES APPLIED.
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
       77 FLG-EOF-2                     PIC  X(001) VALUE "F".
       77 WK-LIST-LIN                   PIC  9(002) VALUE ZEROS.
       77 WK-LIST-COUNT                 PIC  9(002) VALUE ZEROS.
       *> Rows to show, linked submenus expanded in place ---------------
       01 WK-SH-MAX                     PIC  9(003) VALUE 500.
       01 WK-SH-NUM                     PIC  9(003) VALUE ZEROS.
       01 WK-SH-POS                     PIC  9(003) VALUE ZEROS.
       01 WK-SH-JDX                     PIC  9(003) VALUE ZEROS.
       01 WK-SH-LVL-MAX                 PIC  9(002) VALUE 10.
       01 WK-SH-TAB.
           05 WK-SH-ROW OCCURS 501 TIMES.
              10 WK-SH-ID               PIC 9(05).
              10 WK-SH-LINKED           PIC X(01).
              10 WK-SH-LVL              PIC 9(02).
       01 WK-CH-MODULE                  PIC  X(015) VALUE SPACES.
       01 WK-CH-NUMB                    PIC  9(003) VALUE ZEROS.
       01 WK-CH-FATHER                  PIC  X(015) VALUE SPACES.
       01 WK-CH-POS                     PIC  9(003) VALUE ZEROS.
       01 WK-CH-LVL                     PIC  9(002) VALUE ZEROS.
       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-BACK-COLOR PIC 9 VALUE 1.

      *> -----------------------------------
      *> THE MODULE'S WHOLE TREE IN KEY ORDER, EACH ITEM ANNOTATED:
      *> VISIBLE (WITH ITS LEVEL), OR THE RULE THAT HIDES IT. A LINK
      *> ITEM IS FOLLOWED BY THE ITEMS OF THE SUBMENU IT SHOWS, MARKED
      *> "@" IN THE FIRST COLUMN, SO THE LIST IS BUILT FIRST (041) AND
      *> THEN PAGED.
       040-RENDER.
           MOVE "SIMULATED TREE" TO WS-OP
           MOVE "READ ONLY" TO WS-STATUS
               ACCEPT SS-ERRO
               GO 040-END-RENDER
           END-IF
           PERFORM 041-COLLECT THRU 041-END-COLLECT
           MOVE 1 TO WK-SH-POS.
       040-PAGE.
           DISPLAY "FATHER          ITEM            STATUS" AT LINE 06 COLUMN 03
               WITH HIGHLIGHT FOREGROUND-COLOR WS-FOR-COLOR
           MOVE 07 TO WK-LIST-LIN
           MOVE ZERO TO WK-LIST-COUNT
           PERFORM UNTIL WK-SH-POS > WK-SH-NUM OR WK-LIST-COUNT = 14
               MOVE WK-SH-ID(WK-SH-POS) TO M-ID
               READ FD-MENU
                   KEY IS KEY1-MENU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 045-ANNOTATE THRU 045-END-ANNOTATE
                       IF WK-SH-LINKED(WK-SH-POS) = "Y"
                           DISPLAY "@" AT LINE WK-LIST-LIN COLUMN 02
                               WITH HIGHLIGHT FOREGROUND-COLOR YELLOW
                       END-IF
                       DISPLAY M-ITEM-FATHER AT LINE WK-LIST-LIN COLUMN 03
                       DISPLAY M-NAME AT LINE WK-LIST-LIN COLUMN 19
                       IF WK-STATUS-TXT(1:7) = "VISIBLE"
                           DISPLAY WK-STATUS-TXT AT LINE WK-LIST-LIN COLUMN 35
                               WITH FOREGROUND-COLOR GREEN
                       ELSE
                           DISPLAY WK-STATUS-TXT AT LINE WK-LIST-LIN COLUMN 35
                               WITH HIGHLIGHT FOREGROUND-COLOR RED
                       END-IF
                       DISPLAY M-DISPLAY-TEXT AT LINE WK-LIST-LIN COLUMN 51
                       ADD 1 TO WK-LIST-LIN
                       ADD 1 TO WK-LIST-COUNT
               END-READ
               ADD 1 TO WK-SH-POS
           END-PERFORM
           IF WK-SH-POS > WK-SH-NUM
               MOVE "END OF TREE - ENTER TO GO BACK" TO WS-MSGERROR
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
       040-END-RENDER.
           EXIT.

      *> -----------------------------------
      *> THE LIST TO SHOW: THE MODULE'S ROWS IN KEY ORDER, THEN, RIGHT
      *> AFTER EACH LINK, THE ITEMS OF ITS TARGET - AND AFTER EACH
      *> SUBMENU OR LINK AMONG THOSE, ITS OWN ITEMS, AS THE SCAN GOES.
      *> A LINK MORE THAN WK-SH-LVL-MAX LINKS DEEP IS NOT FOLLOWED (THE
      *> LIVE MENU STOPS AT THE SAME DEPTH), SO A CYCLE ENDS THERE.
       041-COLLECT.
           MOVE ZEROS TO WK-SH-NUM
           INITIALIZE REC-MENU
           MOVE WK-SIM-MODULE TO M-MODULE
           MOVE SPACES TO M-ITEM-FATHER
           MOVE "F" TO FLG-EOF
           START FD-MENU
               KEY IS >= KEY2-MENU
               INVALID KEY
                   MOVE "T" TO FLG-EOF
           END-START
           PERFORM UNTIL FLG-EOF = "T"
               READ FD-MENU NEXT
                   AT END
                       MOVE "T" TO FLG-EOF
                   NOT AT END
                       IF M-MODULE NOT = WK-SIM-MODULE
                          OR WK-SH-NUM >= WK-SH-MAX
                           MOVE "T" TO FLG-EOF
                       ELSE
                           ADD 1 TO WK-SH-NUM
                           MOVE M-ID TO WK-SH-ID(WK-SH-NUM)
                           MOVE "N" TO WK-SH-LINKED(WK-SH-NUM)
                           MOVE ZEROS TO WK-SH-LVL(WK-SH-NUM)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 1 TO WK-SH-POS
           PERFORM UNTIL WK-SH-POS > WK-SH-NUM
               MOVE WK-SH-ID(WK-SH-POS) TO M-ID
               READ FD-MENU
                   KEY IS KEY1-MENU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN M-IS-LINK
                               PERFORM 042-EXPAND-LINK
                                   THRU 042-END-EXPAND-LINK
                           WHEN WK-SH-LINKED(WK-SH-POS) = "Y"
                                AND M-ACTION-TARGET = SPACES
                               MOVE WK-SH-LVL(WK-SH-POS) TO WK-CH-LVL
                               PERFORM 043-INSERT-CHILDREN
                                   THRU 043-END-INSERT-CHILDREN
                       END-EVALUATE
               END-READ
               ADD 1 TO WK-SH-POS
           END-PERFORM.
       041-END-COLLECT.
           EXIT.

      *> -----------------------------------
      *> REC-MENU HOLDS THE LINK AT WK-SH-POS: READ ITS TARGET AND,
      *> WHEN IT IS A PLAIN SUBMENU, LIST THE TARGET'S ITEMS UNDER IT.
       042-EXPAND-LINK.
           IF WK-SH-LVL(WK-SH-POS) >= WK-SH-LVL-MAX
              OR M-PARM-STRING(1:5) IS NOT NUMERIC
               GO 042-END-EXPAND-LINK
           END-IF
           COMPUTE WK-CH-LVL = WK-SH-LVL(WK-SH-POS) + 1
           END-COMPUTE
           MOVE M-PARM-STRING(1:5) TO M-ID
           READ FD-MENU
               KEY IS KEY1-MENU
               INVALID KEY
                   GO 042-END-EXPAND-LINK
           END-READ
           IF M-ACTION-TARGET NOT = SPACES
               GO 042-END-EXPAND-LINK
           END-IF
           PERFORM 043-INSERT-CHILDREN THRU 043-END-INSERT-CHILDREN.
       042-END-EXPAND-LINK.
           EXIT.

      *> -----------------------------------
      *> REC-MENU HOLDS A SUBMENU: ITS ITEMS, IN KEY ORDER, ARE SLOTTED
      *> IN RIGHT AFTER WK-SH-POS AS LINKED ROWS AT LEVEL WK-CH-LVL.
       043-INSERT-CHILDREN.
           MOVE M-MODULE    TO WK-CH-MODULE
           MOVE M-NUMB-MENU TO WK-CH-NUMB
           MOVE M-NAME      TO WK-CH-FATHER
           MOVE WK-SH-POS   TO WK-CH-POS
           INITIALIZE REC-MENU
           MOVE WK-CH-MODULE TO M-MODULE
           MOVE WK-CH-NUMB   TO M-NUMB-MENU
           MOVE WK-CH-FATHER TO M-ITEM-FATHER
           MOVE "F" TO FLG-EOF-2
           START FD-MENU
               KEY IS >= KEY2-MENU
               INVALID KEY
                   MOVE "T" TO FLG-EOF-2
           END-START
           PERFORM UNTIL FLG-EOF-2 = "T"
               READ FD-MENU NEXT
                   AT END
                       MOVE "T" TO FLG-EOF-2
                   NOT AT END
                       IF M-MODULE NOT = WK-CH-MODULE
                          OR M-NUMB-MENU NOT = WK-CH-NUMB
                          OR M-ITEM-FATHER NOT = WK-CH-FATHER
                          OR WK-SH-NUM >= WK-SH-MAX
                           MOVE "T" TO FLG-EOF-2
                       ELSE
                           ADD 1 TO WK-CH-POS
                           PERFORM VARYING WK-SH-JDX FROM WK-SH-NUM BY -1
                                   UNTIL WK-SH-JDX < WK-CH-POS
                               MOVE WK-SH-ROW(WK-SH-JDX)
                                   TO WK-SH-ROW(WK-SH-JDX + 1)
                           END-PERFORM
                           ADD 1 TO WK-SH-NUM
                           MOVE M-ID TO WK-SH-ID(WK-CH-POS)
                           MOVE "Y" TO WK-SH-LINKED(WK-CH-POS)
                           MOVE WK-CH-LVL TO WK-SH-LVL(WK-CH-POS)
                       END-IF
               END-READ
           END-PERFORM.
       043-END-INSERT-CHILDREN.
           EXIT.

      *> -----------------------------------
      *> THE RULE FOR THE ITEM IN REC-MENU, IN PRECEDENCE ORDER: AN
      *> EXPLICIT DENY, THEN NO GRANT AT ALL, THEN THE AVAILABILITY
      *> WINDOW (HOLIDAY RULE APPLIED), THEN VISIBLE WITH ITS LEVEL.
      *> SUBMENUS CARRY NO ACTION AND SHOW AS TREE STRUCTURE.
       045-ANNOTATE.
           IF M-IS-LINK
               MOVE "(LINK)" TO WK-STATUS-TXT
               GO 045-END-ANNOTATE
           END-IF
           IF M-ACTION = ZEROS
               MOVE "(SUBMENU)" TO WK-STATUS-TXT
               GO 045-END-ANNOTATE
