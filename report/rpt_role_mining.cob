       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_role_mining.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Role mining - candidate consolidated roles taken from how
*>         profiles are actually assigned. For every active personal
*>         account the effective USER_PROFILE assignments are read
*>         and the menu items they reach are resolved the way
*>         validate_usr resolves them at login (parent chains,
*>         denies across all the user's profiles). Within each
*>         department the report then lists
*>           - the combinations of two or more profiles held by at
*>             least ROLEMINUSERS users (SYSPARM, default 3), with the
*>             assignments one replacing role would remove; the same
*>             combinations shop-wide follow the departments;
*>           - clusters of users whose resolved menu access is near
*>             identical - at least ROLESIMPCT percent in common
*>             (SYSPARM, default 90, items in both over items in
*>             either) with the cluster's first user - when the
*>             cluster has ROLEMINUSERS users or more, with the items
*>             every member holds (the candidate role), the profile
*>             combinations found in it and the logins.
*>         Nothing is changed; the output feeds the role redesign.
*>
*> Read...: user.dat, user_profile.dat, profile.dat, menu_profile.dat
*>
*> Out....: role_mining.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  ROLE MINING  10/15/26 DUMA     First version.
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
COPY "../cpy/profile_se.cpy".
COPY "../cpy/menu_profile_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/menu_profile_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-USR                        PIC  9(002).
    88  FSR-OK                                VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  FSP-OK                                VALUE ZEROS.
77  ST-PFM                        PIC  9(002).
    88  FSL-OK                                VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/getparm_ws.cpy".

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-EFFECTIVE                  PIC  X(001) VALUE "N".
01  WK-MIN-USERS                  PIC  9(005) VALUE 3.
01  WK-SIM-PCT                    PIC  9(003) VALUE 90.
01  WK-USERS                      PIC  9(008) VALUE ZEROS.
01  WK-CANDIDATES                 PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
01  WK-SEC-NUM                    PIC  9(006) VALUE ZEROS.
*> Profiles, in PRF-ID order, with their own MENU_PROFILE rows -------
01  WK-PF-MAX                     PIC  9(004) VALUE 500.
01  WK-PF-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-PF-TAB.
    05 WK-PF-ROW OCCURS 500 TIMES.
       10 WK-PF-ID                PIC 9(04).
       10 WK-PF-NAME              PIC X(20).
       10 WK-PF-PARENT            PIC 9(04).
       10 WK-PF-GT-INI            PIC 9(05).
       10 WK-PF-GT-QTD            PIC 9(05).
01  WK-GT-MAX                     PIC  9(005) VALUE 20000.
01  WK-GT-NUM                     PIC  9(005) VALUE ZEROS.
01  WK-GT-TAB.
    05 WK-GT-ROW OCCURS 20000 TIMES.
       10 WK-GT-MENU              PIC 9(05).
       10 WK-GT-TYPE              PIC X(01).
*> One row per user analysed --------------------------------------------
*> (WK-US-COMBO = the effective PRF-IDs, ascending, joined by "+";
*>  WK-US-IT-INI/QTD = the resolved items in WK-IT-TAB, ascending;
*>  WK-US-CL = the cluster the user was put in, zeros = none yet)
01  WK-US-MAX                     PIC  9(005) VALUE 3000.
01  WK-US-NUM                     PIC  9(005) VALUE ZEROS.
01  WK-US-TAB.
    05 WK-US-ROW OCCURS 3000 TIMES.
       10 WK-US-DEPT              PIC X(04).
       10 WK-US-LOGIN             PIC X(10).
       10 WK-US-NPRF              PIC 9(02).
       10 WK-US-COMBO             PIC X(50).
       10 WK-US-IT-INI            PIC 9(05).
       10 WK-US-IT-QTD            PIC 9(05).
       10 WK-US-CL                PIC 9(04).
01  WK-US-SWAP                    PIC  X(080) VALUE SPACES.
01  WK-IT-MAX                     PIC  9(005) VALUE 90000.
01  WK-IT-NUM                     PIC  9(005) VALUE ZEROS.
01  WK-IT-TAB.
    05 WK-IT-MENU                 PIC 9(05) OCCURS 90000 TIMES.
01  WK-IT-SWAP                    PIC  9(005) VALUE ZEROS.
*> Profile combinations (WK-CB-KIND D = one department, S = shop) ----
01  WK-CB-MAX                     PIC  9(004) VALUE 2000.
01  WK-CB-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-CB-TAB.
    05 WK-CB-ROW OCCURS 2000 TIMES.
       10 WK-CB-KIND              PIC X(01).
       10 WK-CB-DEPT              PIC X(04).
       10 WK-CB-COMBO             PIC X(50).
       10 WK-CB-NPRF              PIC 9(02).
       10 WK-CB-USERS             PIC 9(05).
01  WK-CB-SWAP                    PIC  X(062) VALUE SPACES.
*> Combinations seen inside one cluster ------------------------------
01  WK-CC-MAX                     PIC  9(002) VALUE 20.
01  WK-CC-NUM                     PIC  9(002) VALUE ZEROS.
01  WK-CC-TAB.
    05 WK-CC-ROW OCCURS 20 TIMES.
       10 WK-CC-COMBO             PIC X(50).
       10 WK-CC-USERS             PIC 9(05).
*> The user being loaded -----------------------------------------------
01  WK-UP-MAX                     PIC  9(002) VALUE 10.
01  WK-UP-NUM                     PIC  9(002) VALUE ZEROS.
01  WK-UP-TAB.
    05 WK-UP-ID                   PIC 9(04) OCCURS 10 TIMES.
01  WK-UP-SWAP                    PIC  9(004) VALUE ZEROS.
01  WK-CHAIN-MAX                  PIC  9(002) VALUE 60.
01  WK-CHAIN-NUM                  PIC  9(002) VALUE ZEROS.
01  WK-CHAIN-TAB.
    05 WK-CHAIN-IX                PIC 9(04) OCCURS 60 TIMES.
01  WK-DN-MAX                     PIC  9(004) VALUE 1000.
01  WK-DN-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-DN-TAB.
    05 WK-DN-MENU                 PIC 9(05) OCCURS 1000 TIMES.
01  WK-CUR-USER                   PIC  9(004) VALUE ZEROS.
01  WK-IDX                        PIC  9(005) VALUE ZEROS.
01  WK-JDX                        PIC  9(005) VALUE ZEROS.
01  WK-KDX                        PIC  9(005) VALUE ZEROS.
01  WK-MINI                       PIC  9(005) VALUE ZEROS.
01  WK-CDX                        PIC  9(002) VALUE ZEROS.
01  WK-CHN-IX                     PIC  9(004) VALUE ZEROS.
01  WK-SEED                       PIC  9(005) VALUE ZEROS.
01  WK-MEMBER                     PIC  9(005) VALUE ZEROS.
01  WK-CL-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-CL-SIZE                    PIC  9(005) VALUE ZEROS.
01  WK-CL-ASSIGN                  PIC  9(006) VALUE ZEROS.
01  WK-CL-CORE                    PIC  9(005) VALUE ZEROS.
01  WK-CL-ALL                     PIC  X(001) VALUE "N".
01  WK-TRIED                      PIC  9(004) VALUE 9999.
01  WK-FOUND                      PIC  X(001) VALUE "N".
01  WK-FIND-ID                    PIC  9(004) VALUE ZEROS.
01  WK-FIND-IX                    PIC  9(004) VALUE ZEROS.
01  WK-LOW                        PIC  9(005) VALUE ZEROS.
01  WK-HIGH                       PIC  9(005) VALUE ZEROS.
01  WK-MID                        PIC  9(005) VALUE ZEROS.
01  WK-HAS-USR                    PIC  9(005) VALUE ZEROS.
01  WK-HAS-MENU                   PIC  9(005) VALUE ZEROS.
01  WK-HAS                        PIC  X(001) VALUE "N".
01  WK-SIM-A                      PIC  9(005) VALUE ZEROS.
01  WK-SIM-B                      PIC  9(005) VALUE ZEROS.
01  WK-SIM-I                      PIC  9(005) VALUE ZEROS.
01  WK-SIM-J                      PIC  9(005) VALUE ZEROS.
01  WK-SIM-I-END                  PIC  9(005) VALUE ZEROS.
01  WK-SIM-J-END                  PIC  9(005) VALUE ZEROS.
01  WK-SIM-INTER                  PIC  9(005) VALUE ZEROS.
01  WK-SIM-OK                     PIC  X(001) VALUE "N".
01  WK-REMOVED                    PIC  9(006) VALUE ZEROS.
01  WK-LAST-DEPT                  PIC  X(004) VALUE SPACES.
01  WK-COMBO                      PIC  X(050) VALUE SPACES.
01  WK-LAST-KIND                  PIC  X(001) VALUE SPACES.
01  WK-SWAP-IT                    PIC  X(001) VALUE "N".
01  WK-PTR                        PIC  9(003) VALUE ZEROS.
01  WK-POS                        PIC  9(003) VALUE ZEROS.
01  WK-CNT                        PIC  9(005) VALUE ZEROS.
01  WK-ONE-ID                     PIC  9(004) VALUE ZEROS.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "ROLE MINING".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(48) FROM WK-TEL01-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "USERS:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-USERS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "CANDIDATE ROLES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-CANDIDATES
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

    PERFORM 012-CARREGA-PERFIS THRU 012-EXIT-CARREGA-PERFIS
    PERFORM 013-CARREGA-GRANTS THRU 013-EXIT-CARREGA-GRANTS
    PERFORM 015-CARREGA-USUARIOS THRU 015-EXIT-CARREGA-USUARIOS
    PERFORM 018-ORDENA THRU 018-EXIT-ORDENA
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
       MOVE "Confirm the role mining run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    MOVE "ROLEMINUSERS" TO WK-GP-KEY
    MOVE 3 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-MIN-USERS
    IF WK-MIN-USERS < 2
       MOVE 2 TO WK-MIN-USERS
    END-IF
    MOVE "ROLESIMPCT" TO WK-GP-KEY
    MOVE 90 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-SIM-PCT
    IF WK-SIM-PCT = ZEROS OR WK-SIM-PCT > 100
       MOVE 90 TO WK-SIM-PCT
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    OPEN INPUT FD-USER
    IF NOT FSR-OK
       DISPLAY SS-CLS
       MOVE "NO USER.DAT - NOTHING TO ANALYSE" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    OPEN INPUT FD-PFU
    OPEN INPUT FD-PRF
    OPEN INPUT FD-PFM

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/role_mining.txt" TO WK-RW-FILENAME
    MOVE "ROLE MINING - CANDIDATE CONSOLIDATED ROLES" TO WK-RW-TITLE
    MOVE "RECURRING PROFILE COMBINATIONS AND NEAR-IDENTICAL ACCESS, BY DEPARTMENT"
        TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "ASSIGNMENTS EFFECTIVE ON " WK-HOJE
           " - MINIMUM USERS PER CANDIDATE: " WK-MIN-USERS
           " - SIMILARITY: " WK-SIM-PCT "%"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
012-CARREGA-PERFIS.

    MOVE ZEROS TO WK-PF-NUM
    INITIALIZE REC-PRF
    MOVE "F" TO FLG-EOF
    START FD-PRF
        KEY IS >= KEY1-PRF
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-PRF NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF WK-PF-NUM < WK-PF-MAX
                ADD 1 TO WK-PF-NUM
                INITIALIZE WK-PF-ROW(WK-PF-NUM)
                MOVE PRF-ID TO WK-PF-ID(WK-PF-NUM)
                MOVE PRF-NAME TO WK-PF-NAME(WK-PF-NUM)
                IF PRF-PARENT-ID IS NUMERIC
                   MOVE PRF-PARENT-ID TO WK-PF-PARENT(WK-PF-NUM)
                END-IF
             ELSE
                ADD 1 TO WK-OVERFLOW
             END-IF
       END-READ
    END-PERFORM.

012-EXIT-CARREGA-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
*> MENU_PROFILE IN KEY ORDER - EACH PROFILE'S ROWS LAND TOGETHER.
013-CARREGA-GRANTS.

    MOVE ZEROS TO WK-GT-NUM
    INITIALIZE REC-PFM
    MOVE "F" TO FLG-EOF
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
             IF PFM-ID-PRF NOT = WK-FIND-ID OR WK-GT-NUM = ZEROS
                MOVE PFM-ID-PRF TO WK-FIND-ID
                PERFORM 080-ACHA-PERFIL THRU 080-EXIT-ACHA-PERFIL
             END-IF
             IF WK-FIND-IX > ZEROS
                IF WK-GT-NUM < WK-GT-MAX
                   ADD 1 TO WK-GT-NUM
                   MOVE PFM-ID-MENU TO WK-GT-MENU(WK-GT-NUM)
                   MOVE "A" TO WK-GT-TYPE(WK-GT-NUM)
                   IF PFM-IS-DENY
                      MOVE "D" TO WK-GT-TYPE(WK-GT-NUM)
                   END-IF
                   IF WK-PF-GT-QTD(WK-FIND-IX) = ZEROS
                      MOVE WK-GT-NUM TO WK-PF-GT-INI(WK-FIND-IX)
                   END-IF
                   ADD 1 TO WK-PF-GT-QTD(WK-FIND-IX)
                ELSE
                   ADD 1 TO WK-OVERFLOW
                END-IF
             END-IF
       END-READ
    END-PERFORM.

013-EXIT-CARREGA-GRANTS.
    EXIT.
*>----------------------------------------------------------------------
*> ACTIVE PERSONAL ACCOUNTS ONLY - SERVICE ACCOUNTS ARE NOT A JOB ROLE.
015-CARREGA-USUARIOS.

    INITIALIZE REC-USR
    MOVE ZEROS TO U-ID-USR
    MOVE "F" TO FLG-EOF
    START FD-USER
        KEY IS >= KEY1-USR
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-USER NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF U-ACTIVE AND NOT U-SERVICE-ACCT
                MOVE U-ID-USR TO WK-CUR-USER
                PERFORM 016-PERFIS-USUARIO THRU 016-EXIT-PERFIS-USUARIO
                IF WK-UP-NUM > ZEROS
                   IF WK-US-NUM < WK-US-MAX
                      ADD 1 TO WK-US-NUM WK-USERS
                      DISPLAY SS-FILLER02-1
                      INITIALIZE WK-US-ROW(WK-US-NUM)
                      MOVE U-DEPT TO WK-US-DEPT(WK-US-NUM)
                      MOVE U-LOGIN TO WK-US-LOGIN(WK-US-NUM)
                      MOVE WK-UP-NUM TO WK-US-NPRF(WK-US-NUM)
                      MOVE 1 TO WK-PTR
                      PERFORM VARYING WK-IDX FROM 1 BY 1
                              UNTIL WK-IDX > WK-UP-NUM
                         IF WK-IDX > 1
                            STRING "+" DELIMITED BY SIZE
                                INTO WK-US-COMBO(WK-US-NUM)
                                WITH POINTER WK-PTR
                            END-STRING
                         END-IF
                         STRING WK-UP-ID(WK-IDX) DELIMITED BY SIZE
                             INTO WK-US-COMBO(WK-US-NUM)
                             WITH POINTER WK-PTR
                         END-STRING
                      END-PERFORM
                      PERFORM 017-RESOLVE-USUARIO
                         THRU 017-EXIT-RESOLVE-USUARIO
                   ELSE
                      ADD 1 TO WK-OVERFLOW
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM.

015-EXIT-CARREGA-USUARIOS.
    EXIT.
*>----------------------------------------------------------------------
*> EFFECTIVE PROFILES OF WK-CUR-USER, ASCENDING - THE SAME WINDOW TEST
*> VALIDATE_USR APPLIES AT LOGIN. PROFILES NOT IN PROFILE.DAT ARE LEFT
*> TO THE ORPHANS REPORT.
016-PERFIS-USUARIO.

    MOVE ZEROS TO WK-UP-NUM
    INITIALIZE REC-PFU
    MOVE WK-CUR-USER TO PFU-ID-USR
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
             IF PFU-ID-USR NOT = WK-CUR-USER
                MOVE "T" TO FLG-EOF-2
             ELSE
                MOVE "Y" TO WK-EFFECTIVE
                IF PFU-EFF-FROM IS NUMERIC AND PFU-EFF-FROM > 0
                   AND WK-HOJE < PFU-EFF-FROM
                    MOVE "N" TO WK-EFFECTIVE
                END-IF
                IF PFU-EFF-TO IS NUMERIC AND PFU-EFF-TO > 0
                   AND WK-HOJE > PFU-EFF-TO
                    MOVE "N" TO WK-EFFECTIVE
                END-IF
                MOVE PFU-ID-PRF TO WK-FIND-ID
                PERFORM 080-ACHA-PERFIL THRU 080-EXIT-ACHA-PERFIL
                IF WK-EFFECTIVE = "Y" AND WK-FIND-IX > ZEROS
                   IF WK-UP-NUM < WK-UP-MAX
                      ADD 1 TO WK-UP-NUM
                      MOVE PFU-ID-PRF TO WK-UP-ID(WK-UP-NUM)
                   ELSE
                      ADD 1 TO WK-OVERFLOW
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    *> the key already returns them ascending; kept sorted regardless
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-UP-NUM
       COMPUTE WK-KDX = WK-IDX + 1
       PERFORM VARYING WK-JDX FROM WK-KDX BY 1 UNTIL WK-JDX > WK-UP-NUM
          IF WK-UP-ID(WK-JDX) < WK-UP-ID(WK-IDX)
             MOVE WK-UP-ID(WK-IDX) TO WK-UP-SWAP
             MOVE WK-UP-ID(WK-JDX) TO WK-UP-ID(WK-IDX)
             MOVE WK-UP-SWAP TO WK-UP-ID(WK-JDX)
          END-IF
       END-PERFORM
    END-PERFORM.

016-EXIT-PERFIS-USUARIO.
    EXIT.
*>----------------------------------------------------------------------
*> THE USER'S PROFILES WITH THEIR PARENT CHAINS, THE DENIES OF ALL OF
*> THEM, THEN THE ALLOWS NOT DENIED - KEPT ASCENDING FOR THE MERGE.
017-RESOLVE-USUARIO.

    MOVE ZEROS TO WK-CHAIN-NUM
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-UP-NUM
       MOVE WK-UP-ID(WK-IDX) TO WK-FIND-ID
       PERFORM 080-ACHA-PERFIL THRU 080-EXIT-ACHA-PERFIL
       PERFORM 070-NA-CADEIA THRU 070-EXIT-NA-CADEIA
    END-PERFORM
    MOVE 1 TO WK-CDX
    PERFORM UNTIL WK-CDX > WK-CHAIN-NUM
       MOVE WK-CHAIN-IX(WK-CDX) TO WK-CHN-IX
       IF WK-PF-PARENT(WK-CHN-IX) > ZEROS
          MOVE WK-PF-PARENT(WK-CHN-IX) TO WK-FIND-ID
          PERFORM 080-ACHA-PERFIL THRU 080-EXIT-ACHA-PERFIL
          PERFORM 070-NA-CADEIA THRU 070-EXIT-NA-CADEIA
       END-IF
       ADD 1 TO WK-CDX
    END-PERFORM

    MOVE ZEROS TO WK-DN-NUM
    PERFORM VARYING WK-CDX FROM 1 BY 1 UNTIL WK-CDX > WK-CHAIN-NUM
       MOVE WK-CHAIN-IX(WK-CDX) TO WK-CHN-IX
       PERFORM VARYING WK-IDX FROM WK-PF-GT-INI(WK-CHN-IX) BY 1
               UNTIL WK-PF-GT-QTD(WK-CHN-IX) = ZEROS
                  OR WK-IDX >= WK-PF-GT-INI(WK-CHN-IX)
                               + WK-PF-GT-QTD(WK-CHN-IX)
          IF WK-GT-TYPE(WK-IDX) = "D" AND WK-DN-NUM < WK-DN-MAX
             ADD 1 TO WK-DN-NUM
             MOVE WK-GT-MENU(WK-IDX) TO WK-DN-MENU(WK-DN-NUM)
          END-IF
       END-PERFORM
    END-PERFORM

    COMPUTE WK-US-IT-INI(WK-US-NUM) = WK-IT-NUM + 1
    MOVE ZEROS TO WK-US-IT-QTD(WK-US-NUM)
    PERFORM VARYING WK-CDX FROM 1 BY 1 UNTIL WK-CDX > WK-CHAIN-NUM
       MOVE WK-CHAIN-IX(WK-CDX) TO WK-CHN-IX
       PERFORM VARYING WK-IDX FROM WK-PF-GT-INI(WK-CHN-IX) BY 1
               UNTIL WK-PF-GT-QTD(WK-CHN-IX) = ZEROS
                  OR WK-IDX >= WK-PF-GT-INI(WK-CHN-IX)
                               + WK-PF-GT-QTD(WK-CHN-IX)
          IF WK-GT-TYPE(WK-IDX) = "A"
             MOVE "N" TO WK-FOUND
             PERFORM VARYING WK-JDX FROM 1 BY 1 UNTIL WK-JDX > WK-DN-NUM
                IF WK-DN-MENU(WK-JDX) = WK-GT-MENU(WK-IDX)
                   MOVE "Y" TO WK-FOUND
                END-IF
             END-PERFORM
             PERFORM VARYING WK-JDX FROM WK-US-IT-INI(WK-US-NUM) BY 1
                     UNTIL WK-JDX > WK-IT-NUM
                IF WK-IT-MENU(WK-JDX) = WK-GT-MENU(WK-IDX)
                   MOVE "Y" TO WK-FOUND
                END-IF
             END-PERFORM
             IF WK-FOUND = "N"
                IF WK-IT-NUM < WK-IT-MAX
                   ADD 1 TO WK-IT-NUM WK-US-IT-QTD(WK-US-NUM)
                   MOVE WK-GT-MENU(WK-IDX) TO WK-IT-MENU(WK-IT-NUM)
                ELSE
                   ADD 1 TO WK-OVERFLOW
                END-IF
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM

    PERFORM VARYING WK-IDX FROM WK-US-IT-INI(WK-US-NUM) BY 1
            UNTIL WK-IDX >= WK-IT-NUM
       MOVE WK-IDX TO WK-MINI
       COMPUTE WK-KDX = WK-IDX + 1
       PERFORM VARYING WK-JDX FROM WK-KDX BY 1 UNTIL WK-JDX > WK-IT-NUM
          IF WK-IT-MENU(WK-JDX) < WK-IT-MENU(WK-MINI)
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-IT-MENU(WK-IDX) TO WK-IT-SWAP
          MOVE WK-IT-MENU(WK-MINI) TO WK-IT-MENU(WK-IDX)
          MOVE WK-IT-SWAP TO WK-IT-MENU(WK-MINI)
       END-IF
    END-PERFORM.

017-EXIT-RESOLVE-USUARIO.
    EXIT.
*>----------------------------------------------------------------------
*> USERS BY DEPARTMENT AND LOGIN. THE ITEM SEGMENTS STAY WHERE THEY ARE
*> - EACH ROW CARRIES ITS OWN START AND COUNT.
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-US-NUM
       MOVE WK-IDX TO WK-MINI
       COMPUTE WK-KDX = WK-IDX + 1
       PERFORM VARYING WK-JDX FROM WK-KDX BY 1 UNTIL WK-JDX > WK-US-NUM
          IF WK-US-DEPT(WK-JDX) < WK-US-DEPT(WK-MINI)
             OR (WK-US-DEPT(WK-JDX) = WK-US-DEPT(WK-MINI)
                 AND WK-US-LOGIN(WK-JDX) < WK-US-LOGIN(WK-MINI))
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-US-ROW(WK-IDX) TO WK-US-SWAP
          MOVE WK-US-ROW(WK-MINI) TO WK-US-ROW(WK-IDX)
          MOVE WK-US-SWAP TO WK-US-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    PERFORM 022-COMBINACOES THRU 022-EXIT-COMBINACOES
    PERFORM 040-AGRUPA-ACESSO THRU 040-EXIT-AGRUPA-ACESSO.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY COMBINATION OF TWO OR MORE PROFILES, COUNTED PER DEPARTMENT
*> AND SHOP-WIDE, THEN LISTED WHERE ENOUGH USERS SHARE IT.
022-COMBINACOES.

    MOVE ZEROS TO WK-CB-NUM
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-US-NUM
       IF WK-US-NPRF(WK-IDX) > 1
          MOVE "D" TO WK-LAST-KIND
          MOVE WK-US-DEPT(WK-IDX) TO WK-LAST-DEPT
          PERFORM 023-SOMA-COMBINACAO THRU 023-EXIT-SOMA-COMBINACAO
          MOVE "S" TO WK-LAST-KIND
          MOVE SPACES TO WK-LAST-DEPT
          PERFORM 023-SOMA-COMBINACAO THRU 023-EXIT-SOMA-COMBINACAO
       END-IF
    END-PERFORM

    *> kind, department, most users first
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-CB-NUM
       MOVE WK-IDX TO WK-MINI
       COMPUTE WK-KDX = WK-IDX + 1
       PERFORM VARYING WK-JDX FROM WK-KDX BY 1 UNTIL WK-JDX > WK-CB-NUM
          MOVE "N" TO WK-SWAP-IT
          EVALUATE TRUE
              WHEN WK-CB-KIND(WK-JDX) < WK-CB-KIND(WK-MINI)
                  MOVE "Y" TO WK-SWAP-IT
              WHEN WK-CB-KIND(WK-JDX) > WK-CB-KIND(WK-MINI)
                  CONTINUE
              WHEN WK-CB-DEPT(WK-JDX) < WK-CB-DEPT(WK-MINI)
                  MOVE "Y" TO WK-SWAP-IT
              WHEN WK-CB-DEPT(WK-JDX) > WK-CB-DEPT(WK-MINI)
                  CONTINUE
              WHEN WK-CB-USERS(WK-JDX) > WK-CB-USERS(WK-MINI)
                  MOVE "Y" TO WK-SWAP-IT
          END-EVALUATE
          IF WK-SWAP-IT = "Y"
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-CB-ROW(WK-IDX) TO WK-CB-SWAP
          MOVE WK-CB-ROW(WK-MINI) TO WK-CB-ROW(WK-IDX)
          MOVE WK-CB-SWAP TO WK-CB-ROW(WK-MINI)
       END-IF
    END-PERFORM

    MOVE "RECURRING PROFILE COMBINATIONS" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE ZEROS TO WK-SEC-NUM
    MOVE HIGH-VALUES TO WK-LAST-DEPT
    MOVE SPACES TO WK-LAST-KIND
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-CB-NUM
       IF WK-CB-USERS(WK-IDX) >= WK-MIN-USERS
          IF WK-CB-KIND(WK-IDX) NOT = WK-LAST-KIND
             OR WK-CB-DEPT(WK-IDX) NOT = WK-LAST-DEPT
             MOVE WK-CB-KIND(WK-IDX) TO WK-LAST-KIND
             MOVE WK-CB-DEPT(WK-IDX) TO WK-LAST-DEPT
             IF WK-CB-KIND(WK-IDX) = "S"
                MOVE " SHOP-WIDE" TO REG-TXT
             ELSE
                IF WK-CB-DEPT(WK-IDX) = SPACES
                   MOVE " DEPARTMENT (NONE)" TO REG-TXT
                ELSE
                   STRING " DEPARTMENT " WK-CB-DEPT(WK-IDX)
                       DELIMITED BY SIZE INTO REG-TXT
                   END-STRING
                END-IF
             END-IF
             PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
          END-IF
          ADD 1 TO WK-SEC-NUM
          IF WK-CB-KIND(WK-IDX) = "D"
             ADD 1 TO WK-CANDIDATES
          END-IF
          COMPUTE WK-REMOVED = WK-CB-USERS(WK-IDX)
                             * (WK-CB-NPRF(WK-IDX) - 1)
          STRING "  PROFILES " WK-CB-COMBO(WK-IDX)
                 " USERS " WK-CB-USERS(WK-IDX)
                 "  ASSIGNMENTS REMOVED " WK-REMOVED
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
          MOVE WK-CB-COMBO(WK-IDX) TO WK-COMBO
          PERFORM 060-NOMES-COMBINACAO THRU 060-EXIT-NOMES-COMBINACAO
       END-IF
    END-PERFORM
    IF WK-SEC-NUM = ZEROS
       MOVE "  NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    DISPLAY SS-FILLER02-1
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

022-EXIT-COMBINACOES.
    EXIT.
*>----------------------------------------------------------------------
*> COMBINATION OF USER WK-IDX INTO THE ROW OF WK-LAST-KIND/WK-LAST-DEPT.
023-SOMA-COMBINACAO.

    PERFORM VARYING WK-JDX FROM 1 BY 1 UNTIL WK-JDX > WK-CB-NUM
       IF WK-CB-KIND(WK-JDX) = WK-LAST-KIND
          AND WK-CB-DEPT(WK-JDX) = WK-LAST-DEPT
          AND WK-CB-COMBO(WK-JDX) = WK-US-COMBO(WK-IDX)
          ADD 1 TO WK-CB-USERS(WK-JDX)
          GO 023-EXIT-SOMA-COMBINACAO
       END-IF
    END-PERFORM
    IF WK-CB-NUM < WK-CB-MAX
       ADD 1 TO WK-CB-NUM
       MOVE WK-LAST-KIND TO WK-CB-KIND(WK-CB-NUM)
       MOVE WK-LAST-DEPT TO WK-CB-DEPT(WK-CB-NUM)
       MOVE WK-US-COMBO(WK-IDX) TO WK-CB-COMBO(WK-CB-NUM)
       MOVE WK-US-NPRF(WK-IDX) TO WK-CB-NPRF(WK-CB-NUM)
       MOVE 1 TO WK-CB-USERS(WK-CB-NUM)
    ELSE
       ADD 1 TO WK-OVERFLOW
    END-IF.

023-EXIT-SOMA-COMBINACAO.
    EXIT.
*>----------------------------------------------------------------------
*> GREEDY CLUSTERING INSIDE EACH DEPARTMENT: THE FIRST USER NOT YET
*> PLACED SEEDS A CLUSTER AND EVERY UNPLACED USER OF THE DEPARTMENT
*> CLOSE ENOUGH TO THE SEED JOINS IT. A CLUSTER TOO SMALL TO BE A ROLE
*> IS UNDONE AND ONLY ITS SEED IS SET ASIDE.
040-AGRUPA-ACESSO.

    MOVE "USERS WITH NEAR-IDENTICAL MENU ACCESS" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE ZEROS TO WK-SEC-NUM WK-CL-NUM
    MOVE HIGH-VALUES TO WK-LAST-DEPT
    PERFORM VARYING WK-SEED FROM 1 BY 1 UNTIL WK-SEED > WK-US-NUM
       IF WK-US-CL(WK-SEED) = ZEROS AND WK-US-IT-QTD(WK-SEED) > ZEROS
          ADD 1 TO WK-CL-NUM
          MOVE WK-CL-NUM TO WK-US-CL(WK-SEED)
          MOVE 1 TO WK-CL-SIZE
          COMPUTE WK-KDX = WK-SEED + 1
          PERFORM VARYING WK-MEMBER FROM WK-KDX BY 1
                  UNTIL WK-MEMBER > WK-US-NUM
             IF WK-US-CL(WK-MEMBER) = ZEROS
                AND WK-US-IT-QTD(WK-MEMBER) > ZEROS
                AND WK-US-DEPT(WK-MEMBER) = WK-US-DEPT(WK-SEED)
                MOVE WK-SEED TO WK-SIM-A
                MOVE WK-MEMBER TO WK-SIM-B
                PERFORM 045-SIMILARIDADE THRU 045-EXIT-SIMILARIDADE
                IF WK-SIM-OK = "Y"
                   MOVE WK-CL-NUM TO WK-US-CL(WK-MEMBER)
                   ADD 1 TO WK-CL-SIZE
                END-IF
             END-IF
          END-PERFORM
          IF WK-CL-SIZE < WK-MIN-USERS
             PERFORM VARYING WK-MEMBER FROM WK-SEED BY 1
                     UNTIL WK-MEMBER > WK-US-NUM
                IF WK-US-CL(WK-MEMBER) = WK-CL-NUM
                   MOVE ZEROS TO WK-US-CL(WK-MEMBER)
                END-IF
             END-PERFORM
             MOVE WK-TRIED TO WK-US-CL(WK-SEED)
             SUBTRACT 1 FROM WK-CL-NUM
          ELSE
             IF WK-US-DEPT(WK-SEED) NOT = WK-LAST-DEPT
                MOVE WK-US-DEPT(WK-SEED) TO WK-LAST-DEPT
                IF WK-US-DEPT(WK-SEED) = SPACES
                   MOVE " DEPARTMENT (NONE)" TO REG-TXT
                ELSE
                   STRING " DEPARTMENT " WK-US-DEPT(WK-SEED)
                       DELIMITED BY SIZE INTO REG-TXT
                   END-STRING
                END-IF
                PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
             END-IF
             ADD 1 TO WK-SEC-NUM WK-CANDIDATES
             DISPLAY SS-FILLER02-1
             PERFORM 050-LISTA-GRUPO THRU 050-EXIT-LISTA-GRUPO
          END-IF
       END-IF
    END-PERFORM
    IF WK-SEC-NUM = ZEROS
       MOVE "  NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

040-EXIT-AGRUPA-ACESSO.
    EXIT.
*>----------------------------------------------------------------------
*> WK-SIM-OK = Y WHEN USERS WK-SIM-A AND WK-SIM-B SHARE AT LEAST
*> WK-SIM-PCT PERCENT OF THE ITEMS EITHER OF THEM HOLDS.
045-SIMILARIDADE.

    MOVE ZEROS TO WK-SIM-INTER
    MOVE WK-US-IT-INI(WK-SIM-A) TO WK-SIM-I
    COMPUTE WK-SIM-I-END = WK-US-IT-INI(WK-SIM-A) + WK-US-IT-QTD(WK-SIM-A)
    MOVE WK-US-IT-INI(WK-SIM-B) TO WK-SIM-J
    COMPUTE WK-SIM-J-END = WK-US-IT-INI(WK-SIM-B) + WK-US-IT-QTD(WK-SIM-B)
    PERFORM UNTIL WK-SIM-I >= WK-SIM-I-END OR WK-SIM-J >= WK-SIM-J-END
       EVALUATE TRUE
           WHEN WK-IT-MENU(WK-SIM-I) < WK-IT-MENU(WK-SIM-J)
               ADD 1 TO WK-SIM-I
           WHEN WK-IT-MENU(WK-SIM-I) > WK-IT-MENU(WK-SIM-J)
               ADD 1 TO WK-SIM-J
           WHEN OTHER
               ADD 1 TO WK-SIM-INTER WK-SIM-I WK-SIM-J
       END-EVALUATE
    END-PERFORM
    MOVE "N" TO WK-SIM-OK
    IF WK-SIM-INTER * 100 >= WK-SIM-PCT * (WK-US-IT-QTD(WK-SIM-A)
                                + WK-US-IT-QTD(WK-SIM-B) - WK-SIM-INTER)
       MOVE "Y" TO WK-SIM-OK
    END-IF.

045-EXIT-SIMILARIDADE.
    EXIT.
*>----------------------------------------------------------------------
*> ONE CLUSTER: SIZE, THE ITEMS EVERY MEMBER HOLDS (THE CANDIDATE
*> ROLE), THE ASSIGNMENTS IT WOULD REPLACE, THE COMBINATIONS FOUND
*> AND THE LOGINS.
050-LISTA-GRUPO.

    MOVE ZEROS TO WK-CL-ASSIGN WK-CL-CORE WK-CC-NUM
    PERFORM VARYING WK-MEMBER FROM WK-SEED BY 1
            UNTIL WK-MEMBER > WK-US-NUM
       IF WK-US-CL(WK-MEMBER) = WK-CL-NUM
          ADD WK-US-NPRF(WK-MEMBER) TO WK-CL-ASSIGN
          MOVE "N" TO WK-FOUND
          PERFORM VARYING WK-JDX FROM 1 BY 1 UNTIL WK-JDX > WK-CC-NUM
             IF WK-CC-COMBO(WK-JDX) = WK-US-COMBO(WK-MEMBER)
                ADD 1 TO WK-CC-USERS(WK-JDX)
                MOVE "Y" TO WK-FOUND
             END-IF
          END-PERFORM
          IF WK-FOUND = "N" AND WK-CC-NUM < WK-CC-MAX
             ADD 1 TO WK-CC-NUM
             MOVE WK-US-COMBO(WK-MEMBER) TO WK-CC-COMBO(WK-CC-NUM)
             MOVE 1 TO WK-CC-USERS(WK-CC-NUM)
          END-IF
       END-IF
    END-PERFORM

    *> an item of the seed is core when every member holds it
    PERFORM VARYING WK-IDX FROM WK-US-IT-INI(WK-SEED) BY 1
            UNTIL WK-IDX >= WK-US-IT-INI(WK-SEED) + WK-US-IT-QTD(WK-SEED)
       MOVE "Y" TO WK-CL-ALL
       MOVE WK-IT-MENU(WK-IDX) TO WK-HAS-MENU
       PERFORM VARYING WK-MEMBER FROM WK-SEED BY 1
               UNTIL WK-MEMBER > WK-US-NUM OR WK-CL-ALL = "N"
          IF WK-US-CL(WK-MEMBER) = WK-CL-NUM
             MOVE WK-MEMBER TO WK-HAS-USR
             PERFORM 085-TEM-ITEM THRU 085-EXIT-TEM-ITEM
             IF WK-HAS = "N"
                MOVE "N" TO WK-CL-ALL
             END-IF
          END-IF
       END-PERFORM
       IF WK-CL-ALL = "Y"
          ADD 1 TO WK-CL-CORE
       END-IF
    END-PERFORM

    COMPUTE WK-REMOVED = WK-CL-ASSIGN - WK-CL-SIZE
    STRING "  GROUP " WK-CL-NUM
           "  USERS " WK-CL-SIZE
           "  ITEMS HELD BY ALL " WK-CL-CORE
           "  ASSIGNMENTS NOW " WK-CL-ASSIGN
           "  WITH ONE ROLE EACH " WK-CL-SIZE
           "  REMOVED " WK-REMOVED
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    PERFORM VARYING WK-JDX FROM 1 BY 1 UNTIL WK-JDX > WK-CC-NUM
       STRING "      HOLDING " WK-CC-COMBO(WK-JDX)
              " USERS " WK-CC-USERS(WK-JDX)
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-PERFORM

    MOVE "      USERS:" TO REG-TXT
    MOVE 13 TO WK-PTR
    PERFORM VARYING WK-MEMBER FROM WK-SEED BY 1
            UNTIL WK-MEMBER > WK-US-NUM
       IF WK-US-CL(WK-MEMBER) = WK-CL-NUM
          IF WK-PTR > 118
             PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
             MOVE 13 TO WK-PTR
          END-IF
          STRING " " WK-US-LOGIN(WK-MEMBER)
              DELIMITED BY SIZE INTO REG-TXT
              WITH POINTER WK-PTR
          END-STRING
       END-IF
    END-PERFORM
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

050-EXIT-LISTA-GRUPO.
    EXIT.
*>----------------------------------------------------------------------
*> NAMES OF THE PROFILES IN THE COMBINATION HELD IN WK-COMBO.
060-NOMES-COMBINACAO.

    MOVE "     " TO REG-TXT
    MOVE 6 TO WK-PTR
    MOVE 1 TO WK-POS
    PERFORM UNTIL WK-POS > 46 OR WK-COMBO(WK-POS:4) = SPACES
       MOVE WK-COMBO(WK-POS:4) TO WK-ONE-ID
       MOVE WK-ONE-ID TO WK-FIND-ID
       PERFORM 080-ACHA-PERFIL THRU 080-EXIT-ACHA-PERFIL
       IF WK-PTR > 100
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
          MOVE 6 TO WK-PTR
       END-IF
       IF WK-FIND-IX > ZEROS
          STRING " " WK-ONE-ID " " WK-PF-NAME(WK-FIND-IX)
              DELIMITED BY SIZE INTO REG-TXT
              WITH POINTER WK-PTR
          END-STRING
       END-IF
       ADD 5 TO WK-POS
    END-PERFORM
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

060-EXIT-NOMES-COMBINACAO.
    EXIT.
*>----------------------------------------------------------------------
*> PROFILE INDEX WK-FIND-IX INTO THE CHAIN UNLESS ALREADY THERE.
070-NA-CADEIA.

    IF WK-FIND-IX = ZEROS
       GO 070-EXIT-NA-CADEIA
    END-IF
    PERFORM VARYING WK-KDX FROM 1 BY 1 UNTIL WK-KDX > WK-CHAIN-NUM
       IF WK-CHAIN-IX(WK-KDX) = WK-FIND-IX
          GO 070-EXIT-NA-CADEIA
       END-IF
    END-PERFORM
    IF WK-CHAIN-NUM < WK-CHAIN-MAX
       ADD 1 TO WK-CHAIN-NUM
       MOVE WK-FIND-IX TO WK-CHAIN-IX(WK-CHAIN-NUM)
    END-IF.

070-EXIT-NA-CADEIA.
    EXIT.
*>----------------------------------------------------------------------
*> TABLE INDEX OF PROFILE WK-FIND-ID (ZEROS WHEN NOT LOADED) - THE
*> TABLE IS IN PRF-ID ORDER, SO A BINARY SEARCH.
080-ACHA-PERFIL.

    MOVE ZEROS TO WK-FIND-IX
    MOVE 1 TO WK-LOW
    MOVE WK-PF-NUM TO WK-HIGH
    PERFORM UNTIL WK-LOW > WK-HIGH OR WK-FIND-IX > ZEROS
       COMPUTE WK-MID = (WK-LOW + WK-HIGH) / 2
       EVALUATE TRUE
           WHEN WK-PF-ID(WK-MID) = WK-FIND-ID
               MOVE WK-MID TO WK-FIND-IX
           WHEN WK-PF-ID(WK-MID) < WK-FIND-ID
               COMPUTE WK-LOW = WK-MID + 1
           WHEN OTHER
               IF WK-MID = 1
                  MOVE ZEROS TO WK-HIGH
               ELSE
                  COMPUTE WK-HIGH = WK-MID - 1
               END-IF
       END-EVALUATE
    END-PERFORM.

080-EXIT-ACHA-PERFIL.
    EXIT.
*>----------------------------------------------------------------------
*> WK-HAS = Y WHEN USER WK-HAS-USR HOLDS ITEM WK-HAS-MENU - THE USER'S
*> ITEMS ARE ASCENDING, SO A BINARY SEARCH.
085-TEM-ITEM.

    MOVE "N" TO WK-HAS
    IF WK-US-IT-QTD(WK-HAS-USR) = ZEROS
       GO 085-EXIT-TEM-ITEM
    END-IF
    MOVE WK-US-IT-INI(WK-HAS-USR) TO WK-LOW
    COMPUTE WK-HIGH = WK-US-IT-INI(WK-HAS-USR)
                    + WK-US-IT-QTD(WK-HAS-USR) - 1
    PERFORM UNTIL WK-LOW > WK-HIGH OR WK-HAS = "Y"
       COMPUTE WK-MID = (WK-LOW + WK-HIGH) / 2
       EVALUATE TRUE
           WHEN WK-IT-MENU(WK-MID) = WK-HAS-MENU
               MOVE "Y" TO WK-HAS
           WHEN WK-IT-MENU(WK-MID) < WK-HAS-MENU
               COMPUTE WK-LOW = WK-MID + 1
           WHEN OTHER
               IF WK-MID = WK-US-IT-INI(WK-HAS-USR)
                  MOVE ZEROS TO WK-HIGH
               ELSE
                  COMPUTE WK-HIGH = WK-MID - 1
               END-IF
       END-EVALUATE
    END-PERFORM.

085-EXIT-TEM-ITEM.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    STRING "USERS ANALYSED: " WK-USERS
           "  CANDIDATE ROLES: " WK-CANDIDATES
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " ROWS BEYOND WHAT THE REPORT HOLDS"
              " WERE NOT ANALYSED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    CLOSE FD-USER FD-PFU FD-PRF FD-PFM

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE role_mining.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
090-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO REG-TXT.

090-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
