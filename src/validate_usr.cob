*>                                 a listed holiday is evaluated as a
*>                                 Sunday or refused outright, per
*>                                 the holiday's rule.
*>  SVC ACCOUNT  10/15/26 DUMA     Service accounts (U-ACCT-TYPE S)
*>                                 are refused interactive sign-on
*>                                 and skip password aging.
*>  BATCH WINDOW 10/15/26 DUMA     While BATCH_WINDOW.CTL has sign-on
*>                                 closed for the nightly batch, only
*>                                 administrative sign-ons (and the
*>                                 break-glass account) are let in.
*>  SESSION HIST 10/15/26 DUMA     Each registered session, and each
*>                                 sign-on refused for want of a seat,
*>                                 goes to session_history.log.
*>  DEPRECATION  10/15/26 DUMA     Items past their sunset date in
*>                                 MENU_DEPRECATION.DAT are left out
*>                                 of the menu table at sign-on.
*>  ELEVATION    10/15/26 DUMA     A pre-approved profile switched on
*>                                 from the ELEVATE screen is merged
*>                                 in while its ELEVATION.DAT window
*>                                 runs; such users bypass the cache.
*>  OUTAGES      10/15/26 DUMA     Signing on to a module under a
*>                                 planned outage (OUTAGE.DAT, via
*>                                 chkoutage) warns with the outage
*>                                 message and expected return; the
*>                                 sign-on itself goes ahead.
*>  LINKED MENUS 10/15/26 DUMA     Link items ("*LINK*") are resolved
*>                                 to the submenu they point at; a
*>                                 submenu of another module is copied
*>                                 into the table with its permitted
*>                                 items.
*>----------------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.    validate_usr.
COPY "../cpy/terminal_se.cpy".
COPY "../cpy/code_card_se.cpy".
COPY "../cpy/seat_limit_se.cpy".
COPY "../cpy/batch_window_se.cpy".
COPY "../cpy/deprecation_se.cpy".
COPY "../cpy/elevation_se.cpy".
*>----------------------------------------------------------------------

DATA DIVISION.
COPY "../cpy/terminal_fd.cpy".
COPY "../cpy/code_card_fd.cpy".
COPY "../cpy/seat_limit_fd.cpy".
COPY "../cpy/batch_window_fd.cpy".
COPY "../cpy/deprecation_fd.cpy".
COPY "../cpy/elevation_fd.cpy".
*>----------------------------------------------------------------------

WORKING-STORAGE SECTION.
77  WK-DLG-DUP                     PIC  X(001) VALUE "N".
77  FLG-EOF-DLG                    PIC  X(001) VALUE "F".
77  FLG-EOF-DPF                    PIC  X(001) VALUE "F".
*> Just-in-time elevations in force (ELEVATION.DAT), found before the
*> cache is consulted and merged in after the direct assignments ----
77  ST-ELV                         PIC  9(002).
    88  ELV-FS-OK                             VALUE ZEROS.
77  WK-HAS-ELEV                    PIC  X(001) VALUE "N".
77  FLG-EOF-ELV                    PIC  X(001) VALUE "F".
77  WK-ELV-NUM                     PIC  9(002) VALUE ZEROS.
77  WK-ELV-IDX                     PIC  9(002) VALUE ZEROS.
77  WK-ELV-PRF                     PIC  9(004) OCCURS 10 TIMES.
01  WK-ELV-NOW.
    05 WK-ELV-NOW-DATE             PIC  9(008) VALUE ZEROS.
    05 WK-ELV-NOW-TIME             PIC  9(008) VALUE ZEROS.
*> Variables for locating menu items -----------------------------------
77  WK-READ                       PIC  9(008) VALUE ZEROS.
77  WK-COUNT                      PIC  9(003) VALUE ZEROS.
COPY "../cpy/getparm_ws.cpy".
*> Outbound mail-gateway notification (lockouts) -------------------------
COPY "../cpy/notifyq_ws.cpy".
*> Session history (session_history.log) ---------------------------------
COPY "../cpy/seshist_ws.cpy".
*> Resolved-permission cache: one read at sign-on instead of the
*> per-profile MENU_PROFILE scans; rebuilt lazily after any security
*> screen bumps the control stamp through the permcache service. --------
COPY "../cpy/pwhash_ws.cpy".
*> Forwarding to the OS monitoring pipeline ------------------------------
COPY "../cpy/syslog_ws.cpy".
*> Planned outages (OUTAGE.DAT via chkoutage) ----------------------------
COPY "../cpy/chkoutage_ws.cpy".
77  WK-OUT-NOTE                   PIC  X(078) VALUE SPACES.
77  WK-PWD-MATCH                  PIC  X(001) VALUE "N".
    88  WK-IS-PWD-MATCH                       VALUE "Y".
*> Password aging policy - 90-day rotation with an advance warning.
    88  SEA-FS-NOT-EXIST                      VALUE 35.
77  WK-SEAT-LIMIT                 PIC  9(003) VALUE ZEROS.
77  WK-SEATS-ON                   PIC  9(003) VALUE ZEROS.
*> Nightly batch window ---------------------------------------------------
77  ST-BWC                        PIC  X(002) VALUE ZEROS.
*> Active-session registry -----------------------------------------------
77  ST-SES                        PIC  9(002).
    88  FSS-OK                                VALUE ZEROS.
    88  MLG-FS-NOT-EXIST                      VALUE 35.
77  WK-USER-LANG                  PIC  X(002) VALUE "EN".
77  WK-MLG-OPEN                   PIC  X(001) VALUE "N".
*> Retired menu items: past DPR-SUNSET the item is not loaded -------------
77  ST-DPR                        PIC  9(002).
    88  DPR-FS-OK                             VALUE ZEROS.
77  WK-DPR-OPEN                   PIC  X(001) VALUE "N".
*> Linked submenus resolved into the menu table (067-RESOLVE-LINKS) ------
77  WK-LNK-IDX                    PIC  9(003) VALUE ZEROS.
77  WK-LNK-JDX                    PIC  9(003) VALUE ZEROS.
77  WK-LNK-BEFORE                 PIC  9(003) VALUE ZEROS.
77  WK-LNK-ALIAS                  PIC  X(015) VALUE SPACES.
77  WK-LNK-MODULE                 PIC  X(015) VALUE SPACES.
77  WK-LNK-NUMB                   PIC  9(003) VALUE ZEROS.
77  WK-LNK-FATHER                 PIC  X(015) VALUE SPACES.
77  WK-LNK-COPIED                 PIC  X(001) VALUE "N".
77  FLG-EOF-LNK                   PIC  X(001) VALUE "F".
*> Sign-on time-window check ---------------------------------------------
*> The user's local clock: server HHMM shifted by U-TZ-OFFSET hours,
*> the day-of-week rolling with it across midnight. -------------------
    IF LK-USER = WK-EMERGENCY-LOGIN
       MOVE "Y" TO WK-EMERGENCY
    END-IF
    PERFORM 020-SEARCH-USER THRU 020-FIM-SEARCH-USER
    IF WK-USER-NOT-OK
       GO 010-EXIT-PROCESSING
    END-IF
          GO 010-EXIT-PROCESSING
       END-IF
       PERFORM 045-GRANT-ALL-ITEMS THRU 045-FIM-GRANT-ALL-ITEMS
       PERFORM 060-LOAD-MENU THRU 060-FIM-LOAD-MENU
       IF WK-USER-NOT-OK
          GO 010-EXIT-PROCESSING
       END-IF
       PERFORM 057-WARN-OUTAGE THRU 057-FIM-WARN-OUTAGE
       PERFORM 070-REGISTER-SESSION THRU 070-FIM-REGISTER-SESSION
       IF WK-USER-NOT-OK
          GO 010-EXIT-PROCESSING
    *> with any delegation row resolves fresh every sign-on, so the
    *> cover appears and drops exactly on its dates
    PERFORM 047-CHECK-HAS-DELEG THRU 047-FIM-CHECK-HAS-DELEG
    *> so are just-in-time elevations, by the hour
    PERFORM 049-CHECK-HAS-ELEV THRU 049-FIM-CHECK-HAS-ELEV
    IF WK-HAS-DELEG = "Y" OR WK-HAS-ELEV = "Y"
       MOVE "N" TO WK-CACHE-HIT
    ELSE
       PERFORM 048-READ-CACHE THRU 048-FIM-READ-CACHE
       IF WK-USER-NOT-OK
          GO 010-EXIT-PROCESSING
       END-IF
       PERFORM 034-MERGE-ELEVATIONS THRU 034-FIM-MERGE-ELEVATIONS

       PERFORM 035-EXPAND-PARENT-PROFILES THRU 035-FIM-EXPAND-PARENT-PROFILES

       PERFORM 050-SEARCH-PROFILE-MENU THRU 050-FIM-SEARCH-PROFILE-MENU
       IF WK-USER-NOT-OK
          GO 010-EXIT-PROCESSING
       END-IF

       IF WK-HAS-DELEG NOT = "Y" AND WK-HAS-ELEV NOT = "Y"
          PERFORM 052-WRITE-CACHE THRU 052-FIM-WRITE-CACHE
       END-IF
    END-IF

    IF WK-CACHED-ADMIN NOT = "Y"
       PERFORM 038-CHECK-BATCH-WINDOW THRU 038-FIM-CHECK-BATCH-WINDOW
       IF WK-USER-NOT-OK
          GO 010-EXIT-PROCESSING
       END-IF
    END-IF

    IF WK-CACHED-ADMIN = "Y"
       PERFORM 037-CHECK-SECOND-FACTOR
           THRU 037-FIM-CHECK-SECOND-FACTOR
       END-IF
    END-IF

    PERFORM 060-LOAD-MENU THRU 060-FIM-LOAD-MENU
    IF WK-USER-NOT-OK
       GO 010-EXIT-PROCESSING
    END-IF
    PERFORM 057-WARN-OUTAGE THRU 057-FIM-WARN-OUTAGE

    PERFORM 070-REGISTER-SESSION THRU 070-FIM-REGISTER-SESSION
    IF WK-USER-NOT-OK
               MOVE "FAILURE" TO WK-LOG-RESULT
               MOVE "INACTIVE" TO WK-LOG-REASON
               PERFORM 095-LOG-LOGIN-ATTEMPT THRU 095-FIM-LOG-LOGIN-ATTEMPT
           ELSE IF U-SERVICE-ACCT
               *> batch IDs never get a terminal session - refused
               *> before the password is even looked at
               DISPLAY "SERVICE ACCOUNT - INTERACTIVE SIGN-ON NOT ALLOWED: " line 05 column 01 LK-USER
               MOVE "N" TO WK-VALID
               MOVE "REFUSED" TO WK-LOG-RESULT
               MOVE "SERVICE ACCT" TO WK-LOG-REASON
               PERFORM 095-LOG-LOGIN-ATTEMPT THRU 095-FIM-LOG-LOGIN-ATTEMPT
           ELSE
               MOVE "N" TO WK-TRUSTED-MATCH
               IF WK-TRUSTED-TERMINAL
                   PERFORM 095-LOG-LOGIN-ATTEMPT THRU 095-FIM-LOG-LOGIN-ATTEMPT
               END-IF
           END-IF
           END-IF
    END-START
    CLOSE FD-USER.
020-FIM-SEARCH-USER.
            CLOSE FD-USER
            GO 025-FIM-CHECK-PASSWORD-AGE
    END-READ
    *> service accounts are outside the rotation policy
    IF U-SERVICE-ACCT
        CLOSE FD-USER
        GO 025-FIM-CHECK-PASSWORD-AGE
    END-IF
    ACCEPT WK-TODAY FROM DATE YYYYMMDD
    IF U-PWD-SET-DATE = ZEROS
        MOVE WK-TODAY TO U-PWD-SET-DATE
                               DISPLAY "USER PROFILE FOUND: "  line WK-LIN column 01
                           END-IF
                           MOVE PFU-ID-PRF TO WK-PROFILE(WK-PROFILE_NUM)
                           PERFORM 040-SEARCH-PROFILE THRU 040-FIM-SEARCH-PROFILE
                           ADD 1 TO WK-LIN
                           MOVE "Y" TO WK-VALID
                       END-IF
033-FIM-MERGE-ONE-DELEGATOR.
    EXIT.
*>----------------------------------------------------------------------
*> APPENDS THE PROFILES OF THE ELEVATIONS IN FORCE (FOUND BY 049) TO
*> WK-PROFILE, SKIPPING ANY THE USER ALREADY HOLDS. THE PARENT WALK
*> THAT FOLLOWS TREATS THEM LIKE ANY DIRECT ASSIGNMENT - AN ELEVATED
*> ADMINISTRATIVE PROFILE BRINGS THE SECOND FACTOR WITH IT.
034-MERGE-ELEVATIONS.
    PERFORM VARYING WK-ELV-IDX FROM 1 BY 1
            UNTIL WK-ELV-IDX > WK-ELV-NUM
       MOVE "N" TO WK-DLG-DUP
       PERFORM VARYING WK-DLG-JDX FROM 1 BY 1
               UNTIL WK-DLG-JDX > WK-PROFILE_NUM
          IF WK-PROFILE(WK-DLG-JDX) = WK-ELV-PRF(WK-ELV-IDX)
             MOVE "Y" TO WK-DLG-DUP
          END-IF
       END-PERFORM
       IF WK-DLG-DUP = "N"
          IF WK-PROFILE_NUM >= WK-MAX-PROFILES
             IF NOT WK-PROFILE-OVERFLOW-ALREADY-WARNED
                MOVE "Y" TO WK-PROFILE-OVERFLOW-WARNED
                ADD 1 TO WK-LIN
                DISPLAY "WARNING: PROFILE LIST FULL - SOME PROFILES IGNORED FOR: " LINE WK-LIN COLUMN 01 WITH HIGHLIGHT FOREGROUND-COLOR ct-red U-ID-USR
             END-IF
          ELSE
             ADD 1 TO WK-PROFILE_NUM
             MOVE WK-ELV-PRF(WK-ELV-IDX) TO WK-PROFILE(WK-PROFILE_NUM)
          END-IF
       END-IF
    END-PERFORM
    IF WK-ELV-NUM > 0
       MOVE "Y" TO WK-VALID
    END-IF.
034-FIM-MERGE-ELEVATIONS.
    EXIT.
*>----------------------------------------------------------------------
*> SECOND FACTOR FOR ADMINISTRATIVE SIGN-ONS: THE NEXT UNUSED CODE
*> FROM THE USER'S PRINTED CODE CARD IS DEMANDED AND BURNED ON USE.
*> A WRONG CODE REFUSES THE SIGN-ON; AN ACCOUNT WITH NO CARD YET IS
037-FIM-CHECK-SECOND-FACTOR.
    EXIT.
*>----------------------------------------------------------------------
*> WHILE THE NIGHTLY BATCH HAS SIGN-ON CLOSED (GRACE PERIOD, CHAIN
*> RUNNING, OR A FAILED CHAIN NOT YET REOPENED BY AN OPERATOR) A
*> NON-ADMINISTRATIVE SIGN-ON IS REFUSED. NO CONTROL FILE MEANS OPEN.
038-CHECK-BATCH-WINDOW.
    INITIALIZE REC-BWC
    OPEN INPUT FILE_BATCH_WINDOW
    IF ST-BWC NOT = "00"
       GO 038-FIM-CHECK-BATCH-WINDOW
    END-IF
    READ FILE_BATCH_WINDOW
        AT END
            INITIALIZE REC-BWC
    END-READ
    CLOSE FILE_BATCH_WINDOW
    IF BWC-IS-CLOSED
       ADD 1 TO WK-LIN
       DISPLAY "SYSTEM IN BATCH - SIGN-ON CLOSED, TRY AGAIN LATER" LINE WK-LIN COLUMN 01 WITH HIGHLIGHT FOREGROUND-COLOR ct-red
       MOVE "N" TO WK-VALID
       MOVE "REFUSED" TO WK-LOG-RESULT
       MOVE "BATCH WINDOW" TO WK-LOG-REASON
       PERFORM 095-LOG-LOGIN-ATTEMPT THRU 095-FIM-LOG-LOGIN-ATTEMPT
    END-IF.
038-FIM-CHECK-BATCH-WINDOW.
    EXIT.
*>----------------------------------------------------------------------
*> WALKS EACH ASSIGNED PROFILE'S PARENT CHAIN (PRF-PARENT-ID) AND
*> APPENDS EVERY ANCESTOR TO WK-PROFILE, SO 050-SEARCH-PROFILE-MENU
*> RESOLVES INHERITED GRANTS EXACTLY LIKE DIRECT ONES. THE TABLE IS
047-FIM-CHECK-HAS-DELEG.
    EXIT.
*>----------------------------------------------------------------------
*> COLLECTS THE PROFILES OF THE USER'S ELEVATIONS IN FORCE RIGHT NOW
*> (ACTIVE AND BEFORE THEIR EXPIRY STAMP). ANY AT ALL KEEPS THE USER
*> OFF THE CACHE, SO THE PROFILE IS NEVER REMEMBERED PAST ITS HOURS.
049-CHECK-HAS-ELEV.
    MOVE "N" TO WK-HAS-ELEV
    MOVE ZEROS TO WK-ELV-NUM
    OPEN INPUT FD-ELV
    IF NOT ELV-FS-OK
       GO 049-FIM-CHECK-HAS-ELEV
    END-IF
    ACCEPT WK-ELV-NOW-DATE FROM DATE YYYYMMDD
    ACCEPT WK-ELV-NOW-TIME FROM TIME
    INITIALIZE REC-ELV
    MOVE U-LOGIN TO ELV-LOGIN
    MOVE "F" TO FLG-EOF-ELV
    START FD-ELV
        KEY IS = KEY2-ELV
        INVALID KEY
            MOVE "T" TO FLG-EOF-ELV
    END-START
    PERFORM UNTIL FLG-EOF-ELV = "T"
       READ FD-ELV NEXT
          AT END
             MOVE "T" TO FLG-EOF-ELV
          NOT AT END
             IF ELV-LOGIN NOT = U-LOGIN
                MOVE "T" TO FLG-EOF-ELV
             ELSE
                IF ELV-IS-ACTIVE AND WK-ELV-NOW < ELV-EXPIRE
                   AND WK-ELV-NUM < 10
                   MOVE "Y" TO WK-HAS-ELEV
                   ADD 1 TO WK-ELV-NUM
                   MOVE ELV-ID-PRF TO WK-ELV-PRF(WK-ELV-NUM)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-ELV.
049-FIM-CHECK-HAS-ELEV.
    EXIT.
*>----------------------------------------------------------------------
*> FAST PATH FOR THE MORNING PEAK: THE USER'S RESOLVED ITEM LIST IS
*> TAKEN STRAIGHT FROM PERM_CACHE.DAT WHEN A ROW EXISTS, IS NEWER
*> THAN THE CONTROL ROW'S INVALIDATION STAMP AND WAS WRITTEN TODAY -
055-FIM-WARN-OVERFLOW.
    EXIT.
*>----------------------------------------------------------------------
*> A PLANNED OUTAGE IN FORCE FOR THE MODULE BEING SIGNED ON TO - THE
*> WHOLE MODULE OR AN APPLICATION ONE OF ITS ITEMS LAUNCHES - IS ONLY
*> ANNOUNCED HERE; THE MENU ITSELF GREYS AND REFUSES THE ITEMS.
057-WARN-OUTAGE.
    INITIALIZE WK-CO-PARM
    MOVE "C" TO WK-CO-OP
    MOVE LK-MODULE TO WK-CO-MODULE
    MOVE LK-USER TO WK-CO-OPERATOR
    CALL "chkoutage" USING WK-CO-PARM END-CALL
    IF WK-CO-DOWN NOT = "Y"
       GO 057-FIM-WARN-OUTAGE
    END-IF
    ADD 1 TO WK-LIN
    DISPLAY "WARNING: PLANNED OUTAGE IN MODULE " LINE WK-LIN COLUMN 01 WITH HIGHLIGHT FOREGROUND-COLOR ct-red LK-MODULE
    MOVE SPACES TO WK-OUT-NOTE
    STRING FUNCTION TRIM(WK-CO-MESSAGE)
           " - EXPECTED BACK " WK-CO-BACK-DATE(7:2) "/"
           WK-CO-BACK-DATE(5:2) " " WK-CO-BACK-TIME(1:2) ":"
           WK-CO-BACK-TIME(3:2)
        DELIMITED BY SIZE INTO WK-OUT-NOTE
    END-STRING
    ADD 1 TO WK-LIN
    DISPLAY WK-OUT-NOTE LINE WK-LIN COLUMN 01 WITH HIGHLIGHT FOREGROUND-COLOR ct-red.
057-FIM-WARN-OUTAGE.
    EXIT.
*>----------------------------------------------------------------------
060-LOAD-MENU.
    OPEN INPUT FD-MENU
    IF NOT FSL-OK OF ST-MNU AND NOT FSL-CANCEL OF ST-MNU AND NOT FSL-NOT-EXIST OF ST-MNU
                        MOVE M-ID TO WK-IT-SEARCH
                        INSPECT WK-USR-ITENS TALLYING WK-COUNT FOR ALL WK-ITEN-SEARCH
                        IF WK-COUNT > 0
                            PERFORM 066-CHECK-SUNSET
                                THRU 066-FIM-CHECK-SUNSET
                        END-IF
                        IF WK-COUNT > 0
                            PERFORM 062-ADD-ITEM THRU 062-FIM-ADD-ITEM
                        END-IF
                    ELSE
                        MOVE "T" TO FLG-EOF
                    END-IF
               END-READ
           END-PERFORM
           PERFORM 067-RESOLVE-LINKS THRU 067-FIM-RESOLVE-LINKS
           IF WK-MLG-OPEN = "Y"
               CLOSE FD-MLG
           END-IF
           MOVE "N" TO WK-MLG-OPEN
           IF WK-DPR-OPEN = "Y"
               CLOSE FD-DPR
           END-IF
           MOVE "N" TO WK-DPR-OPEN
           DISPLAY "FOUND MENU ITEMS: "  line WK-LIN-FIX column 01 WK-MENU-NUM-ITEM
           *> the end-of-list sentinel only fits while the table is
           *> not full - at 150 items there is no occurrence 151, and
060-FIM-LOAD-MENU.
    EXIT.
*>----------------------------------------------------------------------
*> APPENDS THE ITEM IN REC-MENU TO THE USER'S MENU TABLE, WITH ITS
*> TRANSLATED CAPTION AND RESOLVED ACCESS LEVEL. PAST WK-MAX-MENU-ITEM
*> THE ITEM IS DROPPED AND THE OPERATOR WARNED ONCE.
062-ADD-ITEM.
    IF WK-MENU-NUM-ITEM >= WK-MAX-MENU-ITEM
        IF NOT WK-MENU-OVERFLOW-ALREADY-WARNED
            MOVE "Y" TO WK-MENU-OVERFLOW-WARNED
            ADD 1 TO WK-LIN
            DISPLAY "WARNING: MENU TABLE FULL - SOME ITEMS IGNORED FOR: " LINE WK-LIN COLUMN 01 WITH HIGHLIGHT FOREGROUND-COLOR ct-red LK-USER
        END-IF
    ELSE
        MOVE "Y" TO WK-VALID
        MOVE PFM-ID-MENU TO WK-IT-PERM
        ADD 1 TO WK-MENU-NUM-ITEM
        MOVE M-ID TO LOADED-ID
        MOVE M-ITEM-FATHER TO LOADED-FATHER
        MOVE M-TYPE TO LOADED-TYPE
        MOVE M-NAME TO LOADED-NAME
        MOVE M-ORDER TO LOADED-ORDER
        MOVE M-DISPLAY-TEXT TO LOADED-DISPLAY
        PERFORM 065-TRANSLATE-DISPLAY
            THRU 065-FIM-TRANSLATE-DISPLAY
        MOVE M-ACTION TO LOADED-ACTION
        MOVE M-COLOR-SCHEME TO LOADED-COLOR-SCHEME
        MOVE M-ACTION-TARGET TO LOADED-ACTION-TARGET
        MOVE 0 TO WK-COUNT
        MOVE M-ID TO WK-IT-SEARCH
        INSPECT WK-UPD-ITENS TALLYING WK-COUNT FOR ALL WK-ITEN-SEARCH
        IF WK-COUNT > 0
            MOVE "U" TO LOADED-ACCESS-LEVEL
        ELSE
            MOVE "I" TO LOADED-ACCESS-LEVEL
        END-IF
        MOVE M-AVAIL-DAYS TO LOADED-AVAIL-DAYS
        IF M-AVAIL-FROM IS NUMERIC
            MOVE M-AVAIL-FROM TO LOADED-AVAIL-FROM
        ELSE
            MOVE ZEROS TO LOADED-AVAIL-FROM
        END-IF
        IF M-AVAIL-TO IS NUMERIC
            MOVE M-AVAIL-TO TO LOADED-AVAIL-TO
        ELSE
            MOVE ZEROS TO LOADED-AVAIL-TO
        END-IF
        MOVE M-PARM-STRING TO LOADED-PARM-STRING
        MOVE WK-MENU-LOADED TO WK-MENU(WK-MENU-NUM-ITEM)
    END-IF.
062-FIM-ADD-ITEM.
    EXIT.
*>----------------------------------------------------------------------
*> LINKED SUBMENUS. A LINK ITEM (M-ACTION-TARGET "*LINK*") CARRIES THE
*> M-ID OF AN EXISTING SUBMENU IN THE FIRST FIVE BYTES OF M-PARM-STRING.
*> THE LINK ROW TAKES ON THE TARGET'S NAME, SO MAKEMENU OPENS THE
*> TARGET'S ITEMS UNDER IT LIKE ANY OTHER SUBMENU. A TARGET IN ANOTHER
*> MODULE HAS ITS PERMITTED ITEMS COPIED TO THE END OF THE TABLE UNDER
*> "#NNNNN" (THE TARGET'S M-ID), SO ITS NAMES CANNOT CLASH WITH THIS
*> MODULE'S; ITS OWN SUBMENUS BECOME LINKS OF THE SAME KIND AND ARE
*> COPIED AS THE SCAN REACHES THEM. A FOREIGN SUBMENU IS COPIED ONCE
*> ONLY, WHICH ALSO STOPS A LINK CYCLE FROM FILLING THE TABLE. A LINK
*> THAT DOES NOT RESOLVE IS LEFT NAMELESS AND MAKEMENU WILL NOT OPEN IT.
067-RESOLVE-LINKS.
    MOVE 1 TO WK-LNK-IDX
    PERFORM UNTIL WK-LNK-IDX > WK-MENU-NUM-ITEM
        IF MENU-ACTION-TARGET(WK-LNK-IDX) = "*LINK*"
            PERFORM 068-RESOLVE-ONE-LINK THRU 068-FIM-RESOLVE-ONE-LINK
        END-IF
        ADD 1 TO WK-LNK-IDX
    END-PERFORM.
067-FIM-RESOLVE-LINKS.
    EXIT.
*>----------------------------------------------------------------------
068-RESOLVE-ONE-LINK.
    MOVE SPACES TO MENU-NAME(WK-LNK-IDX)
    IF MENU-PARM-STRING(WK-LNK-IDX)(1:5) IS NOT NUMERIC
        GO 068-FIM-RESOLVE-ONE-LINK
    END-IF
    INITIALIZE REC-MENU
    MOVE MENU-PARM-STRING(WK-LNK-IDX)(1:5) TO M-ID
    READ FD-MENU KEY IS KEY1-MENU
        INVALID KEY
            GO 068-FIM-RESOLVE-ONE-LINK
    END-READ
    *> only a plain submenu can be linked to - not a leaf, not a link
    IF M-ACTION-TARGET NOT = SPACES
        GO 068-FIM-RESOLVE-ONE-LINK
    END-IF
    IF M-MODULE = LK-MODULE
        MOVE M-NAME TO MENU-NAME(WK-LNK-IDX)
        GO 068-FIM-RESOLVE-ONE-LINK
    END-IF
    MOVE SPACES TO WK-LNK-ALIAS
    STRING "#" M-ID DELIMITED BY SIZE INTO WK-LNK-ALIAS
    END-STRING
    MOVE WK-LNK-ALIAS TO MENU-NAME(WK-LNK-IDX)
    MOVE "N" TO WK-LNK-COPIED
    PERFORM VARYING WK-LNK-JDX FROM 1 BY 1
            UNTIL WK-LNK-JDX > WK-MENU-NUM-ITEM
        IF MENU-FATHER(WK-LNK-JDX) = WK-LNK-ALIAS
            MOVE "Y" TO WK-LNK-COPIED
        END-IF
    END-PERFORM
    IF WK-LNK-COPIED = "Y"
        GO 068-FIM-RESOLVE-ONE-LINK
    END-IF
    MOVE M-MODULE    TO WK-LNK-MODULE
    MOVE M-NUMB-MENU TO WK-LNK-NUMB
    MOVE M-NAME      TO WK-LNK-FATHER
    INITIALIZE REC-MENU
    MOVE WK-LNK-MODULE TO M-MODULE
    MOVE WK-LNK-NUMB   TO M-NUMB-MENU
    MOVE WK-LNK-FATHER TO M-ITEM-FATHER
    START FD-MENU
       KEY IS >= KEY2-MENU
       INVALID KEY
           GO 068-FIM-RESOLVE-ONE-LINK
    END-START
    MOVE "F" TO FLG-EOF-LNK
    PERFORM UNTIL FLG-EOF-LNK = "T"
        READ FD-MENU NEXT
            AT END
                MOVE "T" TO FLG-EOF-LNK
            NOT AT END
                IF M-MODULE NOT = WK-LNK-MODULE
                   OR M-NUMB-MENU NOT = WK-LNK-NUMB
                   OR M-ITEM-FATHER NOT = WK-LNK-FATHER
                    MOVE "T" TO FLG-EOF-LNK
                ELSE
                    PERFORM 069-ADD-LINKED-ITEM
                        THRU 069-FIM-ADD-LINKED-ITEM
                END-IF
        END-READ
    END-PERFORM.
068-FIM-RESOLVE-ONE-LINK.
    EXIT.
*>----------------------------------------------------------------------
*> ONE ITEM OF A FOREIGN LINKED SUBMENU: GRANTED AND NOT RETIRED, AS
*> FOR THE MODULE'S OWN ITEMS, THEN FILED UNDER THE LINK'S ALIAS.
069-ADD-LINKED-ITEM.
    MOVE 0 TO WK-COUNT
    MOVE M-ID TO WK-IT-SEARCH
    INSPECT WK-USR-ITENS TALLYING WK-COUNT FOR ALL WK-ITEN-SEARCH
    IF WK-COUNT > 0
        PERFORM 066-CHECK-SUNSET THRU 066-FIM-CHECK-SUNSET
    END-IF
    IF WK-COUNT = 0
        GO 069-FIM-ADD-LINKED-ITEM
    END-IF
    MOVE WK-MENU-NUM-ITEM TO WK-LNK-BEFORE
    PERFORM 062-ADD-ITEM THRU 062-FIM-ADD-ITEM
    IF WK-MENU-NUM-ITEM = WK-LNK-BEFORE
        GO 069-FIM-ADD-LINKED-ITEM
    END-IF
    MOVE WK-LNK-ALIAS TO MENU-FATHER(WK-MENU-NUM-ITEM)
    IF M-ACTION-TARGET = SPACES
        MOVE "*LINK*" TO MENU-ACTION-TARGET(WK-MENU-NUM-ITEM)
        MOVE SPACES TO MENU-PARM-STRING(WK-MENU-NUM-ITEM)
        MOVE M-ID TO MENU-PARM-STRING(WK-MENU-NUM-ITEM)(1:5)
    END-IF.
069-FIM-ADD-LINKED-ITEM.
    EXIT.
*>----------------------------------------------------------------------
*> REPLACES LOADED-DISPLAY WITH THE (M-ID, LANGUAGE) ROW FROM
*> MENU_LANG.DAT WHEN ONE EXISTS - EVERYTHING ELSE KEEPS THE ITEM'S
*> OWN M-DISPLAY-TEXT. THE FILE IS OPENED LAZILY ON THE FIRST LEAF
    IF WK-USER-LANG = "EN"
        GO 065-FIM-TRANSLATE-DISPLAY
    END-IF
    *> "Y" = open, "X" = would not open - decided once per load, as
    *> a missed READ leaves ST-MLG at 23 for the next item
    IF WK-MLG-OPEN = "N"
        OPEN INPUT FD-MLG
        IF MLG-FS-OK
            MOVE "Y" TO WK-MLG-OPEN
        ELSE
            MOVE "X" TO WK-MLG-OPEN
        END-IF
    END-IF
    IF WK-MLG-OPEN NOT = "Y"
        GO 065-FIM-TRANSLATE-DISPLAY
    END-IF
    INITIALIZE REC-MLG
065-FIM-TRANSLATE-DISPLAY.
    EXIT.
*>----------------------------------------------------------------------
*> A GRANTED ITEM WHOSE MENU_DEPRECATION.DAT SUNSET DATE HAS COME IS
*> DROPPED FROM THE TABLE (WK-COUNT ZEROED) - THE GRANT STAYS ON FILE
*> UNTIL SOMEONE CLEANS IT UP FROM THE DEPRECATION REPORT. OPENED
*> LAZILY, CLOSED WITH THE MENU LOAD, LIKE THE TRANSLATIONS.
066-CHECK-SUNSET.
    *> "Y" = open, "X" = would not open - decided once per load, as
    *> a missed READ leaves ST-DPR at 23 for the next item
    IF WK-DPR-OPEN = "N"
        OPEN INPUT FD-DPR
        IF DPR-FS-OK
            MOVE "Y" TO WK-DPR-OPEN
        ELSE
            MOVE "X" TO WK-DPR-OPEN
        END-IF
        ACCEPT WK-TODAY FROM DATE YYYYMMDD
    END-IF
    IF WK-DPR-OPEN NOT = "Y"
        GO 066-FIM-CHECK-SUNSET
    END-IF
    MOVE M-ID TO DPR-ID-MENU
    READ FD-DPR
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DPR-SUNSET IS NUMERIC AND DPR-SUNSET > ZEROS
               AND WK-TODAY >= DPR-SUNSET
                MOVE 0 TO WK-COUNT
            END-IF
    END-READ.
066-FIM-CHECK-SUNSET.
    EXIT.
*>----------------------------------------------------------------------
*> REGISTERS THIS PROCESS IN SESSION.DAT ONCE EVERY OTHER LOGIN CHECK
*> HAS PASSED. A LIVE ROW FOR THE SAME LOGIN UNDER A DIFFERENT PID
*> MEANS THE ACCOUNT IS ALREADY SIGNED ON SOMEWHERE ELSE AND THE NEW
            PERFORM 095-LOG-LOGIN-ATTEMPT
                THRU 095-FIM-LOG-LOGIN-ATTEMPT
            CLOSE FD-SES
            INITIALIZE WK-SH-PARM
            MOVE "R"        TO WK-SH-EVENT
            MOVE WK-SES-PID TO WK-SH-PID
            MOVE LK-USER    TO WK-SH-LOGIN
            MOVE LK-MODULE  TO WK-SH-MODULE
            MOVE "NO SEAT"  TO WK-SH-REASON
            CALL "seshist" USING WK-SH-PARM END-CALL
            GO 070-FIM-REGISTER-SESSION
        END-IF
    END-IF
                    CONTINUE
            END-REWRITE
    END-WRITE
    CLOSE FD-SES
    INITIALIZE WK-SH-PARM
    MOVE "S"        TO WK-SH-EVENT
    MOVE SES-PID    TO WK-SH-PID
    MOVE SES-LOGIN  TO WK-SH-LOGIN
    MOVE SES-MODULE TO WK-SH-MODULE
    CALL "seshist" USING WK-SH-PARM END-CALL.
070-FIM-REGISTER-SESSION.
    EXIT.
*>----------------------------------------------------------------------
