       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    quickcard.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Personal quick-reference card. Resolves a login's menu the
*>         way the sign-on does - effective USER_PROFILE assignments,
*>         open delegation covers, the parent chain, admin profiles,
*>         deny-beats-allow and update-beats-inquiry - and prints,
*>         module by module, the tree the user will actually see:
*>         every item with its F7 fastpath, its inquiry/update level,
*>         its availability window and the first HELP.DAT line,
*>         followed by the user's favorites. Submenus are printed
*>         only when something under them is visible.
*>
*>         The card goes through the shared report writer (spooled
*>         under the user's name, ready to print) and, when the
*>         caller asks for it, is also dropped in the user's
*>         MYREPORTS inbox.
*>
*> Read...: USER.DAT, USER_PROFILE.DAT, DELEGATION.DAT, PROFILE.DAT,
*>          MENU_PROFILE.DAT, DINAMIC_MENU.DAT, HELP.DAT,
*>          FAVORITES.DAT
*>
*> Out....: quick_card_<login>.txt, REPORT_DELIV.DAT
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  QUICK CARD   10/15/26 DUMA     First version.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER.
             GNUCOBOL
             CLASSIFICATION brazil.
SPECIAL-NAMES.
               LOCALE brazil "pt_BR.UTF-8".
               DECIMAL-POINT IS COMMA.
INPUT-OUTPUT   SECTION.
FILE-CONTROL.

COPY "../cpy/user_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/delegation_se.cpy".
COPY "../cpy/profile_se.cpy".
COPY "../cpy/menu_profile_se.cpy".
COPY "../cpy/menu_se.cpy".
COPY "../cpy/help_se.cpy".
COPY "../cpy/favorites_se.cpy".
COPY "../cpy/report_deliv_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/delegation_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/menu_profile_fd.cpy".
COPY "../cpy/menu_fd.cpy".
COPY "../cpy/help_fd.cpy".
COPY "../cpy/favorites_fd.cpy".
COPY "../cpy/report_deliv_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-USR                        PIC  9(002).
    88  USR-FS-OK                             VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  PFU-FS-OK                             VALUE ZEROS.
77  ST-DLG                        PIC  9(002).
    88  DLG-FS-OK                             VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  PRF-FS-OK                             VALUE ZEROS.
77  ST-PFM                        PIC  9(002).
    88  PFM-FS-OK                             VALUE ZEROS.
77  ST-MNU                        PIC  9(002).
    88  MNU-FS-OK                             VALUE ZEROS.
77  ST-HLP                        PIC  9(002).
    88  HLP-FS-OK                             VALUE ZEROS.
77  ST-FAV                        PIC  9(002).
    88  FAV-FS-OK                             VALUE ZEROS.
77  ST-DLV                        PIC  9(002).
    88  DLV-FS-OK                             VALUE ZEROS.
    88  DLV-FS-NOT-EXIST                      VALUE 35.

01  FLG-EOF                       PIC  X(001) VALUE "F".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-ID-USR                     PIC  9(004) VALUE ZEROS.
01  WK-USR-NAME                   PIC  X(030) VALUE SPACES.
01  WK-DLG-FROM                   PIC  9(004) VALUE ZEROS.
01  WK-PFU-EFF                    PIC  X(001) VALUE "Y".
01  WK-DUP                        PIC  X(001) VALUE "N".
01  WK-ADMIN                      PIC  X(001) VALUE "N".
01  WK-HLP-OPEN                   PIC  X(001) VALUE "N".
01  WK-TXT-DIR                    PIC  X(040) VALUE SPACES.

*> Resolved profiles (assignments, covers and parents) ----------------
01  WK-PRF-MAX                    PIC  9(003) VALUE 30.
01  WK-PRF-NUM                    PIC  9(003) VALUE ZEROS.
01  WK-PRF-TAB.
    05 WK-PRF-IDT OCCURS 30 TIMES PIC 9(04).
01  WK-PDX                        PIC  9(003) VALUE ZEROS.
01  WK-QDX                        PIC  9(003) VALUE ZEROS.

*> The whole menu file, one entry per node, with the user's resolved
*> grant on each one -------------------------------------------------
01  WK-TABLE-MAX                  PIC  9(004) VALUE 2000.
01  WK-NODE-COUNT                 PIC  9(004) VALUE ZEROS.
01  WK-NODE OCCURS 2000 TIMES.
    05  WK-N-ID                   PIC 9(05).
    05  WK-N-MODULE               PIC X(15).
    05  WK-N-FATHER               PIC X(15).
    05  WK-N-ORDER                PIC 9(03).
    05  WK-N-NAME                 PIC X(15).
    05  WK-N-DISPLAY              PIC X(20).
    05  WK-N-ACTION               PIC 9(15).
    05  WK-N-DAYS                 PIC X(07).
    05  WK-N-FROM                 PIC 9(04).
    05  WK-N-TO                   PIC 9(04).
    05  WK-N-GRANT                PIC X(01).
    05  WK-N-DENY                 PIC X(01).
    05  WK-N-UPD                  PIC X(01).
    05  WK-N-SHOW                 PIC X(01).

01  WK-MAX-MODULES                PIC  9(003) VALUE 50.
01  WK-MODULE-COUNT               PIC  9(003) VALUE ZEROS.
01  WK-MODULE-LIST OCCURS 50 TIMES PIC X(15).
01  WK-LAST-MODULE                PIC  X(015) VALUE SPACES.
01  WK-MOD-IDX                    PIC  9(003) VALUE ZEROS.
01  WK-MOD-SHOWN                  PIC  X(001) VALUE "N".

01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-IDX2                       PIC  9(004) VALUE ZEROS.
01  WK-CUR                        PIC  9(004) VALUE ZEROS.
01  WK-HIT                        PIC  9(004) VALUE ZEROS.
01  WK-CHAIN-OK                   PIC  X(001) VALUE "Y".
01  WK-HOPS                       PIC  9(002) VALUE ZEROS.
01  WK-DEPTH                      PIC  9(002) VALUE ZEROS.
01  WK-INDENT                     PIC  X(020) VALUE SPACES.
01  WK-IND-LEN                    PIC  9(002) VALUE ZEROS.

*> Explicit stack for the depth-first walk, as rpt_menu_hierarchy ----
01  WK-STACK-MAX                  PIC  9(004) VALUE 2000.
01  WK-STACK-TOP                  PIC  9(004) VALUE ZEROS.
01  WK-STACK-IDX  OCCURS 2000 TIMES PIC 9(04).
01  WK-STACK-DEPTH OCCURS 2000 TIMES PIC 9(02).
01  WK-MAX-CHILDREN               PIC  9(003) VALUE 200.
01  WK-CHILD-COUNT                PIC  9(003) VALUE ZEROS.
01  WK-CHILD-IDX   OCCURS 200 TIMES PIC 9(04).
01  WK-SWAP                       PIC  9(004) VALUE ZEROS.

*> Fastpath of a node: its M-NAME chain from the root, dotted, exactly
*> what the F7 command line of makemenu walks ------------------------
01  WK-UP-NUM                     PIC  9(002) VALUE ZEROS.
01  WK-UP-NAME OCCURS 10 TIMES    PIC X(15).
01  WK-FASTPATH                   PIC  X(047) VALUE SPACES.
01  WK-FP-PTR                     PIC  9(003) VALUE ZEROS.

*> Availability window as printed ------------------------------------
01  WK-WINDOW                     PIC  X(024) VALUE SPACES.
01  WK-DAYS-TXT                   PIC  X(007) VALUE SPACES.
01  WK-DAY-LETTERS                PIC  X(007) VALUE "MTWTFSS".
01  WK-DAY-IDX                    PIC  9(001) VALUE ZEROS.
01  WK-HHMM-FROM                  PIC  9(004) VALUE ZEROS.
01  WK-HHMM-TO                    PIC  9(004) VALUE ZEROS.
01  WK-LEVEL                      PIC  X(001) VALUE SPACES.

01  WK-LEAVES                     PIC  9(004) VALUE ZEROS.
01  WK-FAVS                       PIC  9(004) VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

01  WK-NID-PARM.
    05 WK-NID-ENTITY              PIC  X(010).
    05 WK-NID-VALUE               PIC  9(005).

LINKAGE SECTION.
01  QC-PARM.
    05 QC-LOGIN                   PIC X(10).
    05 QC-DELIVER                 PIC X(01).
    05 QC-FILE                    PIC X(60).
    05 QC-ITEMS                   PIC 9(04).
    05 QC-RC                      PIC 9(02).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING QC-PARM.

000-CARD.

    CALL "setpaths" END-CALL
    MOVE SPACES TO QC-FILE
    MOVE ZEROS TO QC-ITEMS QC-RC
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    PERFORM 010-FIND-USER THRU 010-EXIT-FIND-USER
    IF WK-ID-USR = ZEROS
       MOVE 8 TO QC-RC
       GO 000-EXIT-CARD
    END-IF
    PERFORM 020-RESOLVE THRU 020-EXIT-RESOLVE
    PERFORM 030-LOAD-MENU THRU 030-EXIT-LOAD-MENU
    IF WK-NODE-COUNT = ZEROS
       MOVE 8 TO QC-RC
       GO 000-EXIT-CARD
    END-IF
    PERFORM 035-LOAD-GRANTS THRU 035-EXIT-LOAD-GRANTS
    PERFORM 040-MARK-VISIBLE THRU 040-EXIT-MARK-VISIBLE
    IF WK-LEAVES = ZEROS
       MOVE 4 TO QC-RC
       GO 000-EXIT-CARD
    END-IF
    PERFORM 050-WRITE-CARD THRU 050-EXIT-WRITE-CARD
    IF QC-DELIVER = "Y"
       PERFORM 070-DELIVER THRU 070-EXIT-DELIVER
    END-IF.

000-EXIT-CARD.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
010-FIND-USER.

    MOVE ZEROS TO WK-ID-USR
    MOVE SPACES TO WK-USR-NAME
    IF QC-LOGIN = SPACES
       GO 010-EXIT-FIND-USER
    END-IF
    OPEN INPUT FD-USER
    IF NOT USR-FS-OK
       GO 010-EXIT-FIND-USER
    END-IF
    INITIALIZE REC-USR
    MOVE QC-LOGIN TO U-LOGIN
    READ FD-USER
        KEY IS KEY2-USR
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE U-ID-USR TO WK-ID-USR
            MOVE U-NAME   TO WK-USR-NAME
    END-READ
    CLOSE FD-USER.

010-EXIT-FIND-USER.
    EXIT.
*>----------------------------------------------------------------------
*> THE SAME RESOLUTION THE SIGN-ON RUNS: EFFECTIVE ASSIGNMENTS, OPEN
*> DELEGATION COVERS, THEN THE PARENT CHAIN. ANY ADMIN PROFILE IN THE
*> SET GRANTS THE WHOLE MENU, AS VALIDATE_USR DOES.
020-RESOLVE.

    MOVE ZEROS TO WK-PRF-NUM
    MOVE "N" TO WK-ADMIN
    OPEN INPUT FD-PFU
    IF PFU-FS-OK
       INITIALIZE REC-PFU
       MOVE WK-ID-USR TO PFU-ID-USR
       MOVE ZEROS TO PFU-ID-PRF
       MOVE "F" TO FLG-EOF
       START FD-PFU
           KEY IS >= KEY1-PFU
           INVALID KEY
               MOVE "T" TO FLG-EOF
       END-START
       PERFORM UNTIL FLG-EOF = "T"
          READ FD-PFU NEXT
             AT END
                MOVE "T" TO FLG-EOF
             NOT AT END
                IF PFU-ID-USR NOT = WK-ID-USR
                   MOVE "T" TO FLG-EOF
                ELSE
                   PERFORM 024-ADD-IF-EFFECTIVE
                       THRU 024-EXIT-ADD-IF-EFFECTIVE
                END-IF
          END-READ
       END-PERFORM
       CLOSE FD-PFU
    END-IF
    PERFORM 022-MERGE-DELEG THRU 022-EXIT-MERGE-DELEG
    OPEN INPUT FD-PRF
    IF PRF-FS-OK
       PERFORM VARYING WK-PDX FROM 1 BY 1
               UNTIL WK-PDX > WK-PRF-NUM
          INITIALIZE REC-PRF
          MOVE WK-PRF-IDT(WK-PDX) TO PRF-ID
          READ FD-PRF
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF PRF-IS-ADMIN
                     MOVE "Y" TO WK-ADMIN
                  END-IF
                  IF PRF-PARENT-ID IS NUMERIC
                     AND PRF-PARENT-ID > 0
                     MOVE "N" TO WK-DUP
                     PERFORM VARYING WK-QDX FROM 1 BY 1
                             UNTIL WK-QDX > WK-PRF-NUM
                        IF WK-PRF-IDT(WK-QDX) = PRF-PARENT-ID
                           MOVE "Y" TO WK-DUP
                        END-IF
                     END-PERFORM
                     IF WK-DUP = "N"
                        AND WK-PRF-NUM < WK-PRF-MAX
                        ADD 1 TO WK-PRF-NUM
                        MOVE PRF-PARENT-ID TO WK-PRF-IDT(WK-PRF-NUM)
                     END-IF
                  END-IF
          END-READ
       END-PERFORM
       CLOSE FD-PRF
    END-IF.

020-EXIT-RESOLVE.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY DELEGATION ROW COVERING THE USER TODAY APPENDS THE
*> DELEGATOR'S EFFECTIVE ASSIGNMENTS.
022-MERGE-DELEG.

    OPEN INPUT FD-DLG
    IF NOT DLG-FS-OK
       GO 022-EXIT-MERGE-DELEG
    END-IF
    OPEN INPUT FD-PFU
    IF NOT PFU-FS-OK
       CLOSE FD-DLG
       GO 022-EXIT-MERGE-DELEG
    END-IF
    INITIALIZE REC-DLG
    MOVE ZEROS TO DLG-FROM-USR DLG-TO-USR
    MOVE "F" TO FLG-EOF
    START FD-DLG
        KEY IS >= KEY1-DLG
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL FLG-EOF = "T"
       READ FD-DLG NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF DLG-TO-USR = WK-ID-USR
                AND (DLG-EFF-FROM = ZEROS OR WK-HOJE >= DLG-EFF-FROM)
                AND (DLG-EFF-TO = ZEROS OR WK-HOJE <= DLG-EFF-TO)
                MOVE DLG-FROM-USR TO WK-DLG-FROM
                PERFORM 023-MERGE-ONE-DELEG
                    THRU 023-EXIT-MERGE-ONE-DELEG
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-PFU
    CLOSE FD-DLG.

022-EXIT-MERGE-DELEG.
    EXIT.
*>----------------------------------------------------------------------
023-MERGE-ONE-DELEG.

    INITIALIZE REC-PFU
    MOVE WK-DLG-FROM TO PFU-ID-USR
    MOVE ZEROS TO PFU-ID-PRF
    MOVE "F" TO FLG-EOF-2
    START FD-PFU
        KEY IS >= KEY1-PFU
        INVALID KEY
            MOVE "T" TO FLG-EOF-2
    END-START
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-PFU NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF PFU-ID-USR NOT = WK-DLG-FROM
                MOVE "T" TO FLG-EOF-2
             ELSE
                PERFORM 024-ADD-IF-EFFECTIVE
                    THRU 024-EXIT-ADD-IF-EFFECTIVE
             END-IF
       END-READ
    END-PERFORM.

023-EXIT-MERGE-ONE-DELEG.
    EXIT.
*>----------------------------------------------------------------------
*> THE PFU ROW IN THE RECORD AREA JOINS THE SET WHEN TODAY IS INSIDE
*> ITS EFFECTIVE WINDOW AND IT IS NOT THERE YET.
024-ADD-IF-EFFECTIVE.

    MOVE "Y" TO WK-PFU-EFF
    IF PFU-EFF-FROM IS NUMERIC AND PFU-EFF-FROM > 0
       AND WK-HOJE < PFU-EFF-FROM
       MOVE "N" TO WK-PFU-EFF
    END-IF
    IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO > 0
       AND WK-HOJE > PFU-EFF-TO
       MOVE "N" TO WK-PFU-EFF
    END-IF
    IF WK-PFU-EFF = "N"
       GO 024-EXIT-ADD-IF-EFFECTIVE
    END-IF
    MOVE "N" TO WK-DUP
    PERFORM VARYING WK-QDX FROM 1 BY 1 UNTIL WK-QDX > WK-PRF-NUM
       IF WK-PRF-IDT(WK-QDX) = PFU-ID-PRF
          MOVE "Y" TO WK-DUP
       END-IF
    END-PERFORM
    IF WK-DUP = "N" AND WK-PRF-NUM < WK-PRF-MAX
       ADD 1 TO WK-PRF-NUM
       MOVE PFU-ID-PRF TO WK-PRF-IDT(WK-PRF-NUM)
    END-IF.

024-EXIT-ADD-IF-EFFECTIVE.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY NODE OF EVERY MODULE INTO WK-NODE, COLLECTING THE MODULE
*> LIST ON THE M-MODULE BREAK OF THE KEY2 READ.
030-LOAD-MENU.

    MOVE ZEROS TO WK-NODE-COUNT WK-MODULE-COUNT
    MOVE SPACES TO WK-LAST-MODULE
    OPEN INPUT FD-MENU
    IF NOT MNU-FS-OK
       GO 030-EXIT-LOAD-MENU
    END-IF
    MOVE LOW-VALUES TO KEY2-MENU
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
             IF WK-NODE-COUNT >= WK-TABLE-MAX
                MOVE "T" TO FLG-EOF
             ELSE
                IF M-MODULE NOT = WK-LAST-MODULE
                   IF WK-MODULE-COUNT < WK-MAX-MODULES
                      ADD 1 TO WK-MODULE-COUNT
                      MOVE M-MODULE TO WK-MODULE-LIST(WK-MODULE-COUNT)
                   END-IF
                   MOVE M-MODULE TO WK-LAST-MODULE
                END-IF
                ADD 1 TO WK-NODE-COUNT
                MOVE M-ID           TO WK-N-ID(WK-NODE-COUNT)
                MOVE M-MODULE       TO WK-N-MODULE(WK-NODE-COUNT)
                MOVE M-ITEM-FATHER  TO WK-N-FATHER(WK-NODE-COUNT)
                MOVE M-ORDER        TO WK-N-ORDER(WK-NODE-COUNT)
                MOVE M-NAME         TO WK-N-NAME(WK-NODE-COUNT)
                MOVE M-DISPLAY-TEXT TO WK-N-DISPLAY(WK-NODE-COUNT)
                MOVE M-ACTION       TO WK-N-ACTION(WK-NODE-COUNT)
                MOVE M-AVAIL-DAYS   TO WK-N-DAYS(WK-NODE-COUNT)
                MOVE ZEROS TO WK-N-FROM(WK-NODE-COUNT)
                              WK-N-TO(WK-NODE-COUNT)
                IF M-AVAIL-FROM IS NUMERIC AND M-AVAIL-TO IS NUMERIC
                   MOVE M-AVAIL-FROM TO WK-N-FROM(WK-NODE-COUNT)
                   MOVE M-AVAIL-TO   TO WK-N-TO(WK-NODE-COUNT)
                END-IF
                MOVE "N" TO WK-N-GRANT(WK-NODE-COUNT)
                            WK-N-DENY(WK-NODE-COUNT)
                            WK-N-UPD(WK-NODE-COUNT)
                            WK-N-SHOW(WK-NODE-COUNT)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-MENU.

030-EXIT-LOAD-MENU.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY GRANT OF EVERY RESOLVED PROFILE ONTO ITS NODE: A DENY ROW
*> FROM ANY PROFILE WINS, AN UPDATE ROW FROM ANY PROFILE WINS OVER
*> INQUIRY.
035-LOAD-GRANTS.

    IF WK-ADMIN = "Y"
       PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
          MOVE "Y" TO WK-N-GRANT(WK-IDX) WK-N-UPD(WK-IDX)
       END-PERFORM
       GO 035-EXIT-LOAD-GRANTS
    END-IF
    OPEN INPUT FD-PFM
    IF NOT PFM-FS-OK
       GO 035-EXIT-LOAD-GRANTS
    END-IF
    PERFORM VARYING WK-PDX FROM 1 BY 1 UNTIL WK-PDX > WK-PRF-NUM
       INITIALIZE REC-PFM
       MOVE WK-PRF-IDT(WK-PDX) TO PFM-ID-PRF
       MOVE ZEROS TO PFM-ID-MENU
       MOVE "F" TO FLG-EOF-2
       START FD-PFM
           KEY IS >= KEY1-PFM
           INVALID KEY
               MOVE "T" TO FLG-EOF-2
       END-START
       PERFORM UNTIL FLG-EOF-2 = "T"
          READ FD-PFM NEXT
             AT END
                MOVE "T" TO FLG-EOF-2
             NOT AT END
                IF PFM-ID-PRF NOT = WK-PRF-IDT(WK-PDX)
                   MOVE "T" TO FLG-EOF-2
                ELSE
                   PERFORM VARYING WK-IDX FROM 1 BY 1
                           UNTIL WK-IDX > WK-NODE-COUNT
                      IF WK-N-ID(WK-IDX) = PFM-ID-MENU
                         IF PFM-IS-DENY
                            MOVE "Y" TO WK-N-DENY(WK-IDX)
                         ELSE
                            MOVE "Y" TO WK-N-GRANT(WK-IDX)
                            IF PFM-IS-UPDATE
                               MOVE "Y" TO WK-N-UPD(WK-IDX)
                            END-IF
                         END-IF
                      END-IF
                   END-PERFORM
                END-IF
          END-READ
       END-PERFORM
    END-PERFORM
    CLOSE FD-PFM.

035-EXIT-LOAD-GRANTS.
    EXIT.
*>----------------------------------------------------------------------
*> A LEAF IS ON THE CARD WHEN IT AND EVERY SUBMENU ABOVE IT ARE
*> GRANTED AND NOT DENIED - THE USER CANNOT REACH IT OTHERWISE. THE
*> LEAF AND ITS WHOLE CHAIN ARE THEN MARKED TO BE SHOWN, SO A SUBMENU
*> PRINTS ONLY WHEN SOMETHING UNDER IT DOES.
040-MARK-VISIBLE.

    MOVE ZEROS TO WK-LEAVES
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
       IF WK-N-ACTION(WK-IDX) NOT = ZEROS
          AND WK-N-GRANT(WK-IDX) = "Y"
          AND WK-N-DENY(WK-IDX) = "N"
          MOVE "Y" TO WK-CHAIN-OK
          MOVE WK-IDX TO WK-CUR
          MOVE ZEROS TO WK-HOPS
          PERFORM UNTIL WK-N-FATHER(WK-CUR) = SPACES
                     OR WK-CHAIN-OK = "N"
             PERFORM 045-FIND-FATHER THRU 045-EXIT-FIND-FATHER
             IF WK-HIT = ZEROS
                MOVE "N" TO WK-CHAIN-OK
             ELSE
                IF WK-N-GRANT(WK-HIT) NOT = "Y"
                   OR WK-N-DENY(WK-HIT) = "Y"
                   MOVE "N" TO WK-CHAIN-OK
                END-IF
                MOVE WK-HIT TO WK-CUR
             END-IF
          END-PERFORM
          IF WK-CHAIN-OK = "Y"
             ADD 1 TO WK-LEAVES
             MOVE WK-IDX TO WK-CUR
             MOVE "Y" TO WK-N-SHOW(WK-CUR)
             MOVE ZEROS TO WK-HOPS
             PERFORM UNTIL WK-N-FATHER(WK-CUR) = SPACES
                PERFORM 045-FIND-FATHER THRU 045-EXIT-FIND-FATHER
                IF WK-HIT = ZEROS
                   EXIT PERFORM
                END-IF
                MOVE WK-HIT TO WK-CUR
                MOVE "Y" TO WK-N-SHOW(WK-CUR)
             END-PERFORM
          END-IF
       END-IF
    END-PERFORM.

040-EXIT-MARK-VISIBLE.
    EXIT.
*>----------------------------------------------------------------------
*> WK-HIT = THE FATHER OF NODE WK-CUR (SAME MODULE, M-NAME = ITS
*> M-ITEM-FATHER), ZEROS WHEN THERE IS NONE. A CHAIN DEEPER THAN TEN
*> LEVELS IS TREATED AS BROKEN SO A LOOPED TREE CANNOT HANG THE RUN.
045-FIND-FATHER.

    MOVE ZEROS TO WK-HIT
    ADD 1 TO WK-HOPS
    IF WK-HOPS > 10
       GO 045-EXIT-FIND-FATHER
    END-IF
    PERFORM VARYING WK-IDX2 FROM 1 BY 1
            UNTIL WK-IDX2 > WK-NODE-COUNT OR WK-HIT > ZEROS
       IF WK-N-MODULE(WK-IDX2) = WK-N-MODULE(WK-CUR)
          AND WK-N-NAME(WK-IDX2) = WK-N-FATHER(WK-CUR)
          MOVE WK-IDX2 TO WK-HIT
       END-IF
    END-PERFORM.

045-EXIT-FIND-FATHER.
    EXIT.
*>----------------------------------------------------------------------
050-WRITE-CARD.

    MOVE SPACES TO WK-TXT-DIR
    ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
    IF WK-TXT-DIR = SPACES
       MOVE "../txt" TO WK-TXT-DIR
    END-IF
    MOVE SPACES TO WK-RW-FILENAME
    STRING FUNCTION TRIM(WK-TXT-DIR) "/quick_card_"
           FUNCTION TRIM(QC-LOGIN) ".txt"
        DELIMITED BY SIZE INTO WK-RW-FILENAME
    END-STRING
    MOVE WK-RW-FILENAME TO QC-FILE
    MOVE SPACES TO WK-RW-TITLE
    STRING "QUICK REFERENCE CARD - " FUNCTION TRIM(QC-LOGIN)
        DELIMITED BY SIZE INTO WK-RW-TITLE
    END-STRING
    MOVE SPACES TO WK-RW-HEADING
    MOVE "ITEM (INDENTED BY LEVEL)"  TO WK-RW-HEADING(1:24)
    MOVE "FASTPATH (F7)"             TO WK-RW-HEADING(28:13)
    MOVE "LVL WINDOW"                TO WK-RW-HEADING(76:10)
    MOVE QC-LOGIN TO WK-RW-OWNER
    MOVE "O" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "USER: " QC-LOGIN "  " WK-USR-NAME
           "  AS OF " WK-HOJE(7:2) "/" WK-HOJE(5:2) "/" WK-HOJE(1:4)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-LINE
    MOVE "LVL: U = UPDATE, I = INQUIRY ONLY.  WINDOW: DAYS MON..SUN"
      & " AND HOURS THE ITEM IS OPEN (LOCAL TIME)." TO REG-TXT
    PERFORM 090-LINE
    MOVE "FASTPATH: TYPE IT AT THE F7 COMMAND LINE OF THE MENU."
        TO REG-TXT
    PERFORM 090-LINE

    OPEN INPUT FD-HLP
    MOVE "N" TO WK-HLP-OPEN
    IF HLP-FS-OK
       MOVE "Y" TO WK-HLP-OPEN
    END-IF
    PERFORM VARYING WK-MOD-IDX FROM 1 BY 1
            UNTIL WK-MOD-IDX > WK-MODULE-COUNT
       PERFORM 055-PRINT-MODULE THRU 055-EXIT-PRINT-MODULE
    END-PERFORM
    IF WK-HLP-OPEN = "Y"
       CLOSE FD-HLP
    END-IF

    PERFORM 065-PRINT-FAVORITES THRU 065-EXIT-PRINT-FAVORITES

    MOVE WK-LEAVES TO QC-ITEMS
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

050-EXIT-WRITE-CARD.
    EXIT.
*>----------------------------------------------------------------------
*> ONE MODULE, WALKED DEPTH-FIRST IN M-ORDER AS THE LIVE MENU
*> PRESENTS IT, SHOWN NODES ONLY. A MODULE WITH NOTHING SHOWN IS LEFT
*> OFF THE CARD.
055-PRINT-MODULE.

    MOVE "N" TO WK-MOD-SHOWN
    MOVE ZEROS TO WK-CHILD-COUNT
    PERFORM VARYING WK-IDX2 FROM 1 BY 1 UNTIL WK-IDX2 > WK-NODE-COUNT
       IF WK-N-MODULE(WK-IDX2) = WK-MODULE-LIST(WK-MOD-IDX)
          AND WK-N-FATHER(WK-IDX2) = SPACES
          AND WK-N-SHOW(WK-IDX2) = "Y"
          AND WK-CHILD-COUNT < WK-MAX-CHILDREN
          ADD 1 TO WK-CHILD-COUNT
          MOVE WK-IDX2 TO WK-CHILD-IDX(WK-CHILD-COUNT)
          MOVE "Y" TO WK-MOD-SHOWN
       END-IF
    END-PERFORM
    IF WK-MOD-SHOWN = "N"
       GO 055-EXIT-PRINT-MODULE
    END-IF
    MOVE SPACES TO REG-TXT
    PERFORM 090-LINE
    STRING "MODULE: " WK-MODULE-LIST(WK-MOD-IDX)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-LINE
    MOVE ZEROS TO WK-STACK-TOP
    MOVE 1 TO WK-DEPTH
    PERFORM 058-PUSH-CHILDREN THRU 058-EXIT-PUSH-CHILDREN
    PERFORM UNTIL WK-STACK-TOP = ZEROS
       MOVE WK-STACK-IDX(WK-STACK-TOP) TO WK-IDX
       MOVE WK-STACK-DEPTH(WK-STACK-TOP) TO WK-DEPTH
       SUBTRACT 1 FROM WK-STACK-TOP
       PERFORM 060-PRINT-NODE THRU 060-EXIT-PRINT-NODE
       MOVE ZEROS TO WK-CHILD-COUNT
       PERFORM VARYING WK-IDX2 FROM 1 BY 1 UNTIL WK-IDX2 > WK-NODE-COUNT
          IF WK-N-MODULE(WK-IDX2) = WK-N-MODULE(WK-IDX)
             AND WK-N-FATHER(WK-IDX2) = WK-N-NAME(WK-IDX)
             AND WK-N-SHOW(WK-IDX2) = "Y"
             AND WK-CHILD-COUNT < WK-MAX-CHILDREN
             ADD 1 TO WK-CHILD-COUNT
             MOVE WK-IDX2 TO WK-CHILD-IDX(WK-CHILD-COUNT)
          END-IF
       END-PERFORM
       IF WK-DEPTH < 10
          ADD 1 TO WK-DEPTH
       END-IF
       PERFORM 058-PUSH-CHILDREN THRU 058-EXIT-PUSH-CHILDREN
    END-PERFORM.

055-EXIT-PRINT-MODULE.
    EXIT.
*>----------------------------------------------------------------------
*> WK-CHILD-IDX SORTED INTO M-ORDER AND PUSHED IN DESCENDING ORDER,
*> SO THE STACK POPS THEM BACK ASCENDING.
058-PUSH-CHILDREN.

    PERFORM VARYING WK-CUR FROM 1 BY 1 UNTIL WK-CUR >= WK-CHILD-COUNT
       PERFORM VARYING WK-IDX2 FROM 1 BY 1
               UNTIL WK-IDX2 > WK-CHILD-COUNT - WK-CUR
          IF WK-N-ORDER(WK-CHILD-IDX(WK-IDX2))
                > WK-N-ORDER(WK-CHILD-IDX(WK-IDX2 + 1))
             MOVE WK-CHILD-IDX(WK-IDX2)     TO WK-SWAP
             MOVE WK-CHILD-IDX(WK-IDX2 + 1) TO WK-CHILD-IDX(WK-IDX2)
             MOVE WK-SWAP                   TO WK-CHILD-IDX(WK-IDX2 + 1)
          END-IF
       END-PERFORM
    END-PERFORM
    PERFORM VARYING WK-CUR FROM WK-CHILD-COUNT BY -1 UNTIL WK-CUR < 1
       IF WK-STACK-TOP < WK-STACK-MAX
          ADD 1 TO WK-STACK-TOP
          MOVE WK-CHILD-IDX(WK-CUR) TO WK-STACK-IDX(WK-STACK-TOP)
          MOVE WK-DEPTH             TO WK-STACK-DEPTH(WK-STACK-TOP)
       END-IF
    END-PERFORM.

058-EXIT-PUSH-CHILDREN.
    EXIT.
*>----------------------------------------------------------------------
*> ONE NODE: A SUBMENU AS A HEADING, A LEAF WITH ITS FASTPATH, LEVEL
*> AND WINDOW, AND UNDER IT THE FIRST HELP LINE WHEN THERE IS ONE.
060-PRINT-NODE.

    MOVE SPACES TO WK-INDENT
    COMPUTE WK-IND-LEN = (WK-DEPTH - 1) * 2 + 1 END-COMPUTE
    MOVE SPACES TO REG-TXT
    IF WK-N-ACTION(WK-IDX) = ZEROS
       STRING WK-INDENT(1:WK-IND-LEN) WK-N-DISPLAY(WK-IDX) " >"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-LINE
       GO 060-EXIT-PRINT-NODE
    END-IF
    MOVE WK-IDX TO WK-CUR
    PERFORM 080-BUILD-FASTPATH THRU 080-EXIT-BUILD-FASTPATH
    PERFORM 085-BUILD-WINDOW THRU 085-EXIT-BUILD-WINDOW
    MOVE "I" TO WK-LEVEL
    IF WK-N-UPD(WK-IDX) = "Y"
       MOVE "U" TO WK-LEVEL
    END-IF
    MOVE SPACES TO REG-TXT
    STRING WK-INDENT(1:WK-IND-LEN) WK-N-DISPLAY(WK-IDX)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    MOVE WK-FASTPATH TO REG-TXT(28:47)
    MOVE WK-LEVEL    TO REG-TXT(77:1)
    MOVE WK-WINDOW   TO REG-TXT(80:24)
    PERFORM 090-LINE
    IF WK-HLP-OPEN = "Y"
       INITIALIZE REC-HLP
       MOVE WK-N-ID(WK-IDX) TO HLP-ID-MENU
       READ FD-HLP
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF HLP-LINE(1) NOT = SPACES
                  MOVE SPACES TO REG-TXT
                  STRING WK-INDENT(1:WK-IND-LEN) "    " HLP-LINE(1)
                      DELIMITED BY SIZE INTO REG-TXT
                  END-STRING
                  PERFORM 090-LINE
               END-IF
       END-READ
    END-IF.

060-EXIT-PRINT-NODE.
    EXIT.
*>----------------------------------------------------------------------
*> THE USER'S FAVORITES IN FAVORITES.DAT ORDER. ONE THAT IS NO LONGER
*> REACHABLE IS LISTED AS SUCH, SO THE USER KNOWS WHY IT VANISHED.
065-PRINT-FAVORITES.

    MOVE SPACES TO REG-TXT
    PERFORM 090-LINE
    MOVE "MY FAVORITES" TO REG-TXT
    PERFORM 090-LINE
    MOVE ZEROS TO WK-FAVS
    OPEN INPUT FD-FAV
    IF FAV-FS-OK
       INITIALIZE REC-FAV
       MOVE QC-LOGIN TO FAV-LOGIN
       MOVE ZEROS TO FAV-ID-MENU
       MOVE "F" TO FLG-EOF
       START FD-FAV
           KEY IS >= KEY1-FAV
           INVALID KEY
               MOVE "T" TO FLG-EOF
       END-START
       PERFORM UNTIL FLG-EOF = "T"
          READ FD-FAV NEXT
             AT END
                MOVE "T" TO FLG-EOF
             NOT AT END
                IF FAV-LOGIN NOT = QC-LOGIN
                   MOVE "T" TO FLG-EOF
                ELSE
                   PERFORM 068-PRINT-ONE-FAV THRU 068-EXIT-PRINT-ONE-FAV
                END-IF
          END-READ
       END-PERFORM
       CLOSE FD-FAV
    END-IF
    IF WK-FAVS = ZEROS
       MOVE "  (NO FAVORITES MARKED - F4 ON AN ITEM PINS ONE)"
           TO REG-TXT
       PERFORM 090-LINE
    END-IF.

065-EXIT-PRINT-FAVORITES.
    EXIT.
*>----------------------------------------------------------------------
068-PRINT-ONE-FAV.

    ADD 1 TO WK-FAVS
    MOVE ZEROS TO WK-HIT
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-NODE-COUNT OR WK-HIT > ZEROS
       IF WK-N-ID(WK-IDX) = FAV-ID-MENU
          MOVE WK-IDX TO WK-HIT
       END-IF
    END-PERFORM
    MOVE SPACES TO REG-TXT
    IF WK-HIT = ZEROS
       STRING "  ITEM " FAV-ID-MENU " - NO LONGER ON THE MENU"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-LINE
       GO 068-EXIT-PRINT-ONE-FAV
    END-IF
    IF WK-N-SHOW(WK-HIT) NOT = "Y"
       STRING "  " WK-N-DISPLAY(WK-HIT) "  (" WK-N-MODULE(WK-HIT)
              ") - NO LONGER AVAILABLE TO YOU"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-LINE
       GO 068-EXIT-PRINT-ONE-FAV
    END-IF
    MOVE WK-HIT TO WK-IDX WK-CUR
    PERFORM 080-BUILD-FASTPATH THRU 080-EXIT-BUILD-FASTPATH
    PERFORM 085-BUILD-WINDOW THRU 085-EXIT-BUILD-WINDOW
    MOVE "I" TO WK-LEVEL
    IF WK-N-UPD(WK-IDX) = "Y"
       MOVE "U" TO WK-LEVEL
    END-IF
    STRING "  " WK-N-DISPLAY(WK-IDX)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    MOVE WK-FASTPATH TO REG-TXT(28:47)
    MOVE WK-LEVEL    TO REG-TXT(77:1)
    MOVE WK-WINDOW   TO REG-TXT(80:24)
    MOVE "("                 TO REG-TXT(105:1)
    MOVE WK-N-MODULE(WK-IDX) TO REG-TXT(106:15)
    MOVE ")"                 TO REG-TXT(121:1)
    PERFORM 090-LINE.

068-EXIT-PRINT-ONE-FAV.
    EXIT.
*>----------------------------------------------------------------------
*> REPORT_DELIV.DAT ROW FOR THE USER, AS THE REPORT WRITER'S ROUTED
*> DISTRIBUTION WRITES THEM.
070-DELIVER.

    OPEN I-O FD-DLV
    IF DLV-FS-NOT-EXIST
       OPEN OUTPUT FD-DLV
       CLOSE FD-DLV
       OPEN I-O FD-DLV
    END-IF
    IF NOT DLV-FS-OK
       GO 070-EXIT-DELIVER
    END-IF
    MOVE "RPTDELIV" TO WK-NID-ENTITY
    CALL "nextid" USING WK-NID-PARM END-CALL
    INITIALIZE REC-DLV
    MOVE WK-NID-VALUE      TO DLV-ID
    MOVE QC-LOGIN          TO DLV-LOGIN
    MOVE WK-RW-TITLE(1:30) TO DLV-REPORT
    MOVE QC-FILE           TO DLV-FILE
    MOVE WK-HOJE           TO DLV-DATE
    MOVE WK-AGORA          TO DLV-TIME
    MOVE "N"               TO DLV-READ
    WRITE REC-DLV
        INVALID KEY
            CONTINUE
    END-WRITE
    CLOSE FD-DLV.

070-EXIT-DELIVER.
    EXIT.
*>----------------------------------------------------------------------
*> WK-FASTPATH = M-NAME CHAIN OF NODE WK-CUR FROM ITS ROOT, DOTTED.
080-BUILD-FASTPATH.

    MOVE ZEROS TO WK-UP-NUM WK-HOPS
    MOVE SPACES TO WK-FASTPATH
    ADD 1 TO WK-UP-NUM
    MOVE WK-N-NAME(WK-CUR) TO WK-UP-NAME(WK-UP-NUM)
    PERFORM UNTIL WK-N-FATHER(WK-CUR) = SPACES OR WK-UP-NUM >= 10
       PERFORM 045-FIND-FATHER THRU 045-EXIT-FIND-FATHER
       IF WK-HIT = ZEROS
          EXIT PERFORM
       END-IF
       MOVE WK-HIT TO WK-CUR
       ADD 1 TO WK-UP-NUM
       MOVE WK-N-NAME(WK-CUR) TO WK-UP-NAME(WK-UP-NUM)
    END-PERFORM
    MOVE 1 TO WK-FP-PTR
    PERFORM VARYING WK-QDX FROM WK-UP-NUM BY -1 UNTIL WK-QDX < 1
       IF WK-QDX < WK-UP-NUM
          STRING "." DELIMITED BY SIZE
              INTO WK-FASTPATH WITH POINTER WK-FP-PTR
              ON OVERFLOW
                 CONTINUE
          END-STRING
       END-IF
       STRING WK-UP-NAME(WK-QDX) DELIMITED BY SPACE
           INTO WK-FASTPATH WITH POINTER WK-FP-PTR
           ON OVERFLOW
              CONTINUE
       END-STRING
    END-PERFORM.

080-EXIT-BUILD-FASTPATH.
    EXIT.
*>----------------------------------------------------------------------
*> WK-WINDOW = THE AVAILABILITY OF NODE WK-IDX: DAY LETTERS (A DASH
*> FOR A CLOSED DAY) AND THE HHMM RANGE, OR "ALWAYS".
085-BUILD-WINDOW.

    MOVE SPACES TO WK-WINDOW
    MOVE WK-N-FROM(WK-IDX) TO WK-HHMM-FROM
    MOVE WK-N-TO(WK-IDX)   TO WK-HHMM-TO
    IF WK-N-DAYS(WK-IDX) = SPACES
       AND WK-HHMM-FROM = ZEROS AND WK-HHMM-TO = ZEROS
       MOVE "ALWAYS" TO WK-WINDOW
       GO 085-EXIT-BUILD-WINDOW
    END-IF
    MOVE "DAILY" TO WK-DAYS-TXT
    IF WK-N-DAYS(WK-IDX) NOT = SPACES
       PERFORM VARYING WK-DAY-IDX FROM 1 BY 1 UNTIL WK-DAY-IDX > 7
          IF WK-N-DAYS(WK-IDX)(WK-DAY-IDX:1) = "Y"
             MOVE WK-DAY-LETTERS(WK-DAY-IDX:1)
                 TO WK-DAYS-TXT(WK-DAY-IDX:1)
          ELSE
             MOVE "-" TO WK-DAYS-TXT(WK-DAY-IDX:1)
          END-IF
       END-PERFORM
    END-IF
    IF WK-HHMM-FROM = ZEROS AND WK-HHMM-TO = ZEROS
       STRING WK-DAYS-TXT " ANY HOUR"
           DELIMITED BY SIZE INTO WK-WINDOW
       END-STRING
    ELSE
       STRING WK-DAYS-TXT " "
              WK-HHMM-FROM(1:2) ":" WK-HHMM-FROM(3:2) "-"
              WK-HHMM-TO(1:2) ":" WK-HHMM-TO(3:2)
           DELIMITED BY SIZE INTO WK-WINDOW
       END-STRING
    END-IF.

085-EXIT-BUILD-WINDOW.
    EXIT.
*>----------------------------------------------------------------------
090-LINE.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO REG-TXT.

090-EXIT-LINE.
    EXIT.
*>----------------------------------------------------------------------
