       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_menu_deprecation.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Menu items on their way out (MENU_DEPRECATION.DAT).
*>         Part one lists the items still in their deprecation
*>         period - sunset date, days left, the replacement item -
*>         with who has launched them from the audit trail in the
*>         last DEPRECATION_USAGE_DAYS days (default 30), so those
*>         users can be warned before the item disappears. Part two
*>         lists the items already past sunset, which sign-on no
*>         longer loads, with every MENU_PROFILE.DAT grant still
*>         pointing at them for clean-up.
*>
*> Read...: menu_deprecation.dat, dinamic_menu.dat, menu_profile.dat,
*>          profile.dat, audit_trail.log
*>
*> Out....: menu_deprecation.txt (via the shared report writer)
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  DEPRECATION  10/15/26 DUMA     First version.
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

COPY "../cpy/deprecation_se.cpy".
COPY "../cpy/menu_se.cpy".
COPY "../cpy/menu_profile_se.cpy".
COPY "../cpy/profile_se.cpy".
COPY "../cpy/audit_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/deprecation_fd.cpy".
COPY "../cpy/menu_fd.cpy".
COPY "../cpy/menu_profile_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/audit_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-DPR                        PIC  9(002).
    88  FSD-OK                                VALUE ZEROS.
    88  FSD-NOT-EXIST                         VALUE 35.
77  ST-MNU                        PIC  9(002).
    88  FSM-OK                                VALUE ZEROS.
77  ST-PFM                        PIC  9(002).
    88  FSP-OK                                VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  FSR-OK                                VALUE ZEROS.
77  ST-AUD                        PIC  X(002) VALUE ZEROS.

01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(040) VALUE
    "MENU ITEM DEPRECATION REPORT".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".
*> Usage look-back in days - DEPRECATION_USAGE_DAYS overrides ---------
77  WK-USAGE-DAYS                 PIC  9(004) VALUE 30.
77  WK-ENV-DAYS                   PIC  X(004) VALUE SPACES.
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-CORTE-INT                  PIC  9(008) VALUE ZEROS.
01  WK-CORTE                      PIC  9(008) VALUE ZEROS.
*> Deprecated items -----------------------------------------------------
01  WK-TAB-MAX                    PIC  9(003) VALUE 200.
01  WK-TAB-NUM                    PIC  9(003) VALUE ZEROS.
01  WK-TAB.
    05 WK-TAB-ROW OCCURS 200 TIMES.
       10 WK-T-ID                 PIC 9(05).
       10 WK-T-MODULE             PIC X(15).
       10 WK-T-NAME               PIC X(15).
       10 WK-T-DISPLAY            PIC X(20).
       10 WK-T-SUNSET             PIC 9(08).
       10 WK-T-REPLACE            PIC 9(05).
       10 WK-T-REPL-NAME          PIC X(20).
       10 WK-T-PAST               PIC X(01).
       10 WK-T-USES               PIC 9(07).
       10 WK-T-USERS              PIC 9(04).
       10 WK-T-GRANTS             PIC 9(04).
*> Users who launched a deprecated item inside the look-back -----------
01  WK-USR-MAX                    PIC  9(004) VALUE 2000.
01  WK-USR-NUM                    PIC  9(004) VALUE ZEROS.
01  WK-USR-TAB.
    05 WK-USR-ROW OCCURS 2000 TIMES.
       10 WK-U-ITEM               PIC 9(03).
       10 WK-U-USER               PIC X(20).
       10 WK-U-USES               PIC 9(07).
       10 WK-U-LAST               PIC 9(08).
01  WK-IDX                        PIC  9(003) VALUE ZEROS.
01  WK-HIT                        PIC  9(003) VALUE ZEROS.
01  WK-UDX                        PIC  9(004) VALUE ZEROS.
01  WK-UHIT                       PIC  9(004) VALUE ZEROS.
01  WK-DAYS-LEFT                  PIC  9(005) VALUE ZEROS.
01  WK-IN-DEPR                    PIC  9(003) VALUE ZEROS.
01  WK-IN-PAST                    PIC  9(003) VALUE ZEROS.
01  WK-PRF-NAME                   PIC  X(020) VALUE SPACES.
01  WK-GRANT-TYPE                 PIC  X(005) VALUE SPACES.

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(40) FROM WK-TEL01-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "READ:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
01  SS-MSG.
    03  LINE 24 COLUMN 11 PIC X(70)
        BACKGROUND-COLOR BACK-COLOR.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN 11    PIC  X(070) FROM WK-MSG.
01  SS-CONF.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN PLUS 44 PIC  X(001) USING WK-CONF.
*>----------------------------------------------------------------------
*>                    Main program module
*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA

    PERFORM 020-PROCESSAMENTO

    PERFORM 030-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
    SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'
    SET ENVIRONMENT 'ESCDELAY' TO '25'
    CALL "setpaths" END-CALL
    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       MOVE "Confirm the deprecation report run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    MOVE SPACES TO WK-ENV-DAYS
    ACCEPT WK-ENV-DAYS FROM ENVIRONMENT "DEPRECATION_USAGE_DAYS"
    IF WK-ENV-DAYS NOT = SPACES
       AND FUNCTION NUMVAL(WK-ENV-DAYS) > 0
       COMPUTE WK-USAGE-DAYS = FUNCTION NUMVAL(WK-ENV-DAYS)
       END-COMPUTE
    END-IF
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    COMPUTE WK-CORTE-INT =
        FUNCTION INTEGER-OF-DATE(WK-HOJE) - WK-USAGE-DAYS
    END-COMPUTE
    MOVE FUNCTION DATE-OF-INTEGER(WK-CORTE-INT) TO WK-CORTE

    OPEN INPUT FD-DPR
    IF NOT FSD-OK
       DISPLAY SS-CLS
       MOVE "NO MENU_DEPRECATION.DAT - NO ITEM IS BEING RETIRED" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    OPEN INPUT FD-MENU
    OPEN INPUT FD-PFM
    OPEN INPUT FD-PRF

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/menu_deprecation.txt" TO WK-RW-FILENAME
    MOVE "MENU ITEM DEPRECATION" TO WK-RW-TITLE
    MOVE "ITEMS IN DEPRECATION AND RECENT USERS / PAST SUNSET GRANTS"
        TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    PERFORM 021-LOAD-ITEMS THRU 021-EXIT-LOAD-ITEMS
    PERFORM 022-SCAN-AUDIT THRU 022-EXIT-SCAN-AUDIT
    PERFORM 024-PRINT-DEPRECATED THRU 024-EXIT-PRINT-DEPRECATED
    PERFORM 025-PRINT-PAST-SUNSET THRU 025-EXIT-PRINT-PAST-SUNSET.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY DEPRECATION ROW, WITH THE ITEM'S OWN MODULE AND NAME (THE
*> AUDIT TRAIL IDENTIFIES A LAUNCH BY THOSE) AND THE REPLACEMENT'S
*> DISPLAY TEXT. A ROW FOR AN M-ID NO LONGER ON THE MENU IS STILL
*> LISTED, SO THE DEAD ROW GETS NOTICED.
021-LOAD-ITEMS.

    MOVE ZEROS TO DPR-ID-MENU
    START FD-DPR
        KEY IS >= KEY1-DPR
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-DPR NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF WK-TAB-NUM < WK-TAB-MAX
                ADD 1 TO WK-TAB-NUM
                INITIALIZE WK-TAB-ROW(WK-TAB-NUM)
                MOVE DPR-ID-MENU TO WK-T-ID(WK-TAB-NUM)
                MOVE DPR-SUNSET TO WK-T-SUNSET(WK-TAB-NUM)
                MOVE DPR-REPLACE-ID TO WK-T-REPLACE(WK-TAB-NUM)
                IF DPR-SUNSET <= WK-HOJE
                   MOVE "Y" TO WK-T-PAST(WK-TAB-NUM)
                ELSE
                   MOVE "N" TO WK-T-PAST(WK-TAB-NUM)
                END-IF
                MOVE "** NOT ON THE MENU" TO WK-T-DISPLAY(WK-TAB-NUM)
                MOVE DPR-ID-MENU TO M-ID
                READ FD-MENU
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE M-MODULE TO WK-T-MODULE(WK-TAB-NUM)
                        MOVE M-NAME TO WK-T-NAME(WK-TAB-NUM)
                        MOVE M-DISPLAY-TEXT TO WK-T-DISPLAY(WK-TAB-NUM)
                END-READ
                IF DPR-REPLACE-ID NOT = ZEROS
                   MOVE "** NOT ON THE MENU" TO WK-T-REPL-NAME(WK-TAB-NUM)
                   MOVE DPR-REPLACE-ID TO M-ID
                   READ FD-MENU
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE M-DISPLAY-TEXT
                             TO WK-T-REPL-NAME(WK-TAB-NUM)
                   END-READ
                END-IF
             END-IF
       END-READ
    END-PERFORM.

021-EXIT-LOAD-ITEMS.
    EXIT.
*>----------------------------------------------------------------------
*> ONE PASS OVER THE AUDIT TRAIL: LAUNCHES INSIDE THE LOOK-BACK OF AN
*> ITEM STILL IN DEPRECATION, TOTALLED PER ITEM AND PER USER.
022-SCAN-AUDIT.

    OPEN INPUT FILE_AUDIT
    IF ST-AUD NOT = "00"
       GO 022-EXIT-SCAN-AUDIT
    END-IF
    MOVE "F" TO FLG-EOF
    PERFORM UNTIL EOF
       READ FILE_AUDIT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF AUD-DATE IS NUMERIC AND AUD-DATE >= WK-CORTE
                PERFORM 023-TALLY-LAUNCH THRU 023-EXIT-TALLY-LAUNCH
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_AUDIT
    DISPLAY SS-FILLER02-1.

022-EXIT-SCAN-AUDIT.
    EXIT.
*>----------------------------------------------------------------------
023-TALLY-LAUNCH.

    MOVE ZEROS TO WK-HIT
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-TAB-NUM OR WK-HIT > 0
       IF WK-T-PAST(WK-IDX) = "N"
          AND WK-T-MODULE(WK-IDX) = AUD-MODULE
          AND WK-T-NAME(WK-IDX) = AUD-MENU-NAME
          AND WK-T-NAME(WK-IDX) NOT = SPACES
          MOVE WK-IDX TO WK-HIT
       END-IF
    END-PERFORM
    IF WK-HIT = 0
       GO 023-EXIT-TALLY-LAUNCH
    END-IF
    ADD 1 TO WK-T-USES(WK-HIT)
    MOVE ZEROS TO WK-UHIT
    PERFORM VARYING WK-UDX FROM 1 BY 1
            UNTIL WK-UDX > WK-USR-NUM OR WK-UHIT > 0
       IF WK-U-ITEM(WK-UDX) = WK-HIT
          AND WK-U-USER(WK-UDX) = AUD-USER
          MOVE WK-UDX TO WK-UHIT
       END-IF
    END-PERFORM
    IF WK-UHIT = 0
       IF WK-USR-NUM >= WK-USR-MAX
          GO 023-EXIT-TALLY-LAUNCH
       END-IF
       ADD 1 TO WK-USR-NUM
       MOVE WK-USR-NUM TO WK-UHIT
       MOVE WK-HIT TO WK-U-ITEM(WK-UHIT)
       MOVE AUD-USER TO WK-U-USER(WK-UHIT)
       MOVE ZEROS TO WK-U-USES(WK-UHIT) WK-U-LAST(WK-UHIT)
       ADD 1 TO WK-T-USERS(WK-HIT)
    END-IF
    ADD 1 TO WK-U-USES(WK-UHIT)
    IF AUD-DATE > WK-U-LAST(WK-UHIT)
       MOVE AUD-DATE TO WK-U-LAST(WK-UHIT)
    END-IF.

023-EXIT-TALLY-LAUNCH.
    EXIT.
*>----------------------------------------------------------------------
*> PART ONE: STILL IN DEPRECATION - WHO HAS TO BE TOLD.
024-PRINT-DEPRECATED.

    MOVE SPACES TO REG-TXT
    STRING "ITEMS IN DEPRECATION - LAUNCHES SINCE " WK-CORTE
           " (LAST " WK-USAGE-DAYS " DAYS)"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 028-GRAVA-RPT
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-TAB-NUM
       IF WK-T-PAST(WK-IDX) = "N"
          ADD 1 TO WK-IN-DEPR
          COMPUTE WK-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(WK-T-SUNSET(WK-IDX))
            - FUNCTION INTEGER-OF-DATE(WK-HOJE)
          END-COMPUTE
          MOVE SPACES TO REG-TXT
          STRING "  " WK-T-ID(WK-IDX)
                 "  " WK-T-MODULE(WK-IDX)
                 "  " WK-T-DISPLAY(WK-IDX)
                 "  SUNSET " WK-T-SUNSET(WK-IDX)
                 " (" WK-DAYS-LEFT " DAYS)"
                 "  USES " WK-T-USES(WK-IDX)
                 "  USERS " WK-T-USERS(WK-IDX)
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
          PERFORM 028-GRAVA-RPT
          MOVE SPACES TO REG-TXT
          IF WK-T-REPLACE(WK-IDX) = ZEROS
             MOVE "         REPLACED BY: NOTHING - NO REDIRECT OFFERED"
               TO REG-TXT
          ELSE
             STRING "         REPLACED BY: " WK-T-REPLACE(WK-IDX)
                    "  " WK-T-REPL-NAME(WK-IDX)
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
          END-IF
          PERFORM 028-GRAVA-RPT
          PERFORM VARYING WK-UDX FROM 1 BY 1
                  UNTIL WK-UDX > WK-USR-NUM
             IF WK-U-ITEM(WK-UDX) = WK-IDX
                MOVE SPACES TO REG-TXT
                STRING "         STILL USED BY " WK-U-USER(WK-UDX)
                       "  USES " WK-U-USES(WK-UDX)
                       "  LAST " WK-U-LAST(WK-UDX)
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
                PERFORM 028-GRAVA-RPT
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    IF WK-IN-DEPR = 0
       MOVE "  NONE" TO REG-TXT
       PERFORM 028-GRAVA-RPT
    END-IF.

024-EXIT-PRINT-DEPRECATED.
    EXIT.
*>----------------------------------------------------------------------
*> PART TWO: PAST SUNSET - THE ITEM IS HIDDEN AT SIGN-ON BUT ITS GRANTS
*> ARE STILL ON MENU_PROFILE.DAT. EACH GRANT IS LISTED (ALLOW OR DENY)
*> SO THE CLEAN-UP CAN BE RAISED THROUGH THE MENUPROFILES SCREEN.
025-PRINT-PAST-SUNSET.

    MOVE SPACES TO REG-TXT
    PERFORM 028-GRAVA-RPT
    MOVE "PAST SUNSET - GRANTS STILL ON FILE FOR CLEAN-UP" TO REG-TXT
    PERFORM 028-GRAVA-RPT
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-TAB-NUM
       IF WK-T-PAST(WK-IDX) = "Y"
          ADD 1 TO WK-IN-PAST
          MOVE SPACES TO REG-TXT
          STRING "  " WK-T-ID(WK-IDX)
                 "  " WK-T-MODULE(WK-IDX)
                 "  " WK-T-DISPLAY(WK-IDX)
                 "  SUNSET " WK-T-SUNSET(WK-IDX)
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
          PERFORM 028-GRAVA-RPT
          PERFORM 026-LIST-GRANTS THRU 026-EXIT-LIST-GRANTS
       END-IF
    END-PERFORM
    IF WK-IN-PAST = 0
       MOVE "  NONE" TO REG-TXT
       PERFORM 028-GRAVA-RPT
    END-IF.

025-EXIT-PRINT-PAST-SUNSET.
    EXIT.
*>----------------------------------------------------------------------
*> MENU_PROFILE.DAT IS KEYED PROFILE FIRST, SO EVERY ITEM NEEDS A FULL
*> PASS - PAST-SUNSET ITEMS ARE FEW.
026-LIST-GRANTS.

    IF NOT FSP-OK
       GO 026-EXIT-LIST-GRANTS
    END-IF
    MOVE "F" TO FLG-EOF
    INITIALIZE REC-PFM
    MOVE ZEROS TO PFM-ID-PRF PFM-ID-MENU
    START FD-PFM
        KEY IS >= KEY1-PFM
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-PFM NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF PFM-ID-MENU = WK-T-ID(WK-IDX)
                ADD 1 TO WK-T-GRANTS(WK-IDX)
                MOVE "** UNKNOWN" TO WK-PRF-NAME
                MOVE PFM-ID-PRF TO PRF-ID
                READ FD-PRF
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRF-NAME TO WK-PRF-NAME
                END-READ
                IF PFM-IS-DENY
                   MOVE "DENY" TO WK-GRANT-TYPE
                ELSE
                   MOVE "ALLOW" TO WK-GRANT-TYPE
                END-IF
                MOVE SPACES TO REG-TXT
                STRING "         GRANTED BY PROFILE " PFM-ID-PRF
                       "  " WK-PRF-NAME
                       "  " WK-GRANT-TYPE
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
                PERFORM 028-GRAVA-RPT
             END-IF
       END-READ
    END-PERFORM
    IF WK-T-GRANTS(WK-IDX) = 0
       MOVE "         NO GRANTS LEFT - THE MENU ENTRY CAN BE DELETED"
         TO REG-TXT
       PERFORM 028-GRAVA-RPT
    END-IF.

026-EXIT-LIST-GRANTS.
    EXIT.
*>----------------------------------------------------------------------
*> ONE DETAIL LINE THROUGH THE SHARED REPORT WRITER.
028-GRAVA-RPT.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

028-EXIT-GRAVA-RPT.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    CLOSE FD-DPR FD-MENU FD-PFM FD-PRF

    DISPLAY SS-FILLER02-1
    MOVE "*** REPORT COMPLETE - SEE menu_deprecation.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
