       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_profile_hygiene.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Profile catalog hygiene - the empty, duplicate and redundant
*>         profiles, to plan consolidation. Every profile's grant set
*>         is resolved the way validate_usr resolves it at login -
*>         parent chain (PRF-PARENT-ID) expanded, explicit denies
*>         subtracted, update beating inquiry - and the report lists
*>           - profiles no user holds;
*>           - profiles that resolve to no menu item at all;
*>           - pairs of profiles with identical resolved sets, and
*>             pairs where one set is contained in the other (a
*>             parent contained in its own descendant is by design
*>             and is not listed);
*>           - MENU_PROFILE grants that only repeat what the parent
*>             chain already gives the profile.
*>         A user holds a profile when the USER_PROFILE assignment is
*>         inside its effective window and the account is active;
*>         every finding is followed by the logins it affects.
*>
*> Read...: profile.dat, menu_profile.dat, user_profile.dat, user.dat
*>
*> Out....: profile_hygiene.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  PRF HYGIENE  10/15/26 DUMA     First version.
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

COPY "../cpy/profile_se.cpy".
COPY "../cpy/menu_profile_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/user_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/profile_fd.cpy".
COPY "../cpy/menu_profile_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/user_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-PRF                        PIC  9(002).
    88  FSP-OK                                VALUE ZEROS.
77  ST-PFM                        PIC  9(002).
    88  FSL-OK                                VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  FSR-OK                                VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-EFFECTIVE                  PIC  X(001) VALUE "N".
01  WK-PROFILES                   PIC  9(008) VALUE ZEROS.
01  WK-FINDINGS                   PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
01  WK-SEC-NUM                    PIC  9(006) VALUE ZEROS.
*> One row per profile -------------------------------------------------
*> (WK-PF-GT-INI/QTD = its own MENU_PROFILE rows in WK-GT-TAB,
*>  WK-PF-RS-INI/QTD = its resolved item set in WK-RS-TAB)
01  WK-PF-MAX                     PIC  9(004) VALUE 500.
01  WK-PF-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-PF-TAB.
    05 WK-PF-ROW OCCURS 500 TIMES.
       10 WK-PF-ID                PIC 9(04).
       10 WK-PF-NAME              PIC X(20).
       10 WK-PF-PARENT            PIC 9(04).
       10 WK-PF-USERS             PIC 9(05).
       10 WK-PF-GT-INI            PIC 9(05).
       10 WK-PF-GT-QTD            PIC 9(05).
       10 WK-PF-RS-INI            PIC 9(05).
       10 WK-PF-RS-QTD            PIC 9(05).
*> Every MENU_PROFILE row, in key order (profile, menu item) -----------
01  WK-GT-MAX                     PIC  9(005) VALUE 20000.
01  WK-GT-NUM                     PIC  9(005) VALUE ZEROS.
01  WK-GT-TAB.
    05 WK-GT-ROW OCCURS 20000 TIMES.
       10 WK-GT-PRF               PIC 9(04).
       10 WK-GT-MENU              PIC 9(05).
       10 WK-GT-TYPE              PIC X(01).
       10 WK-GT-LVL               PIC X(01).
*> Resolved allow set of every profile, ascending menu item ----------
01  WK-RS-MAX                     PIC  9(005) VALUE 40000.
01  WK-RS-NUM                     PIC  9(005) VALUE ZEROS.
01  WK-RS-TAB.
    05 WK-RS-ROW OCCURS 40000 TIMES.
       10 WK-RS-MENU              PIC 9(05).
       10 WK-RS-LVL               PIC X(01).
01  WK-RS-SWAP                    PIC  X(006) VALUE SPACES.
*> Effective holders: profile and login ------------------------------
01  WK-AS-MAX                     PIC  9(005) VALUE 20000.
01  WK-AS-NUM                     PIC  9(005) VALUE ZEROS.
01  WK-AS-TAB.
    05 WK-AS-ROW OCCURS 20000 TIMES.
       10 WK-AS-PRF               PIC 9(04).
       10 WK-AS-LOGIN             PIC X(10).
*> Working chain and deny list of the profile being resolved ---------
01  WK-CHAIN-MAX                  PIC  9(002) VALUE 30.
01  WK-CHAIN-NUM                  PIC  9(002) VALUE ZEROS.
01  WK-CHAIN-TAB.
    05 WK-CHAIN-IX                PIC 9(04) OCCURS 30 TIMES.
01  WK-DN-MAX                     PIC  9(004) VALUE 1000.
01  WK-DN-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-DN-TAB.
    05 WK-DN-MENU                 PIC 9(05) OCCURS 1000 TIMES.
01  WK-IDX                        PIC  9(005) VALUE ZEROS.
01  WK-JDX                        PIC  9(005) VALUE ZEROS.
01  WK-KDX                        PIC  9(005) VALUE ZEROS.
01  WK-CDX                        PIC  9(002) VALUE ZEROS.
01  WK-MINI                       PIC  9(005) VALUE ZEROS.
01  WK-PIX                        PIC  9(004) VALUE ZEROS.
01  WK-QIX                        PIC  9(004) VALUE ZEROS.
01  WK-AIX                        PIC  9(004) VALUE ZEROS.
01  WK-LAST-PRF                   PIC  9(004) VALUE ZEROS.
01  WK-CUR-IX                     PIC  9(004) VALUE ZEROS.
01  WK-CHN-IX                     PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  X(001) VALUE "N".
01  WK-ANCESTOR                   PIC  X(001) VALUE "N".
01  WK-WHO-IX                     PIC  9(004) VALUE ZEROS.
01  WK-FIND-ID                    PIC  9(004) VALUE ZEROS.
01  WK-FIND-IX                    PIC  9(004) VALUE ZEROS.
*> Merge counters of a pair comparison --------------------------------
01  WK-CMP-SAME                   PIC  9(005) VALUE ZEROS.
01  WK-CMP-P-IN-Q                 PIC  9(005) VALUE ZEROS.
01  WK-CMP-Q-IN-P                 PIC  9(005) VALUE ZEROS.
01  WK-CMP-I                      PIC  9(005) VALUE ZEROS.
01  WK-CMP-J                      PIC  9(005) VALUE ZEROS.
01  WK-CMP-I-END                  PIC  9(005) VALUE ZEROS.
01  WK-CMP-J-END                  PIC  9(005) VALUE ZEROS.
01  WK-REP-TEXT                   PIC  X(016) VALUE SPACES.
01  WK-USR-PTR                    PIC  9(003) VALUE ZEROS.
01  WK-USR-CNT                    PIC  9(005) VALUE ZEROS.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "PROFILE CATALOG HYGIENE".
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
        05  LINE 02 COLUMN 01 VALUE "PROFILES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-PROFILES
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "FINDINGS:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-FINDINGS
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
    PERFORM 014-CARREGA-USUARIOS THRU 014-EXIT-CARREGA-USUARIOS
    PERFORM 015-RESOLVE-PERFIS THRU 015-EXIT-RESOLVE-PERFIS
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
       MOVE "Confirm the profile hygiene run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    OPEN INPUT FD-PRF
    IF NOT FSP-OK
       DISPLAY SS-CLS
       MOVE "NO PROFILE.DAT - NOTHING TO CHECK" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    OPEN INPUT FD-PFM
    OPEN INPUT FD-PFU
    OPEN INPUT FD-USER

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/profile_hygiene.txt" TO WK-RW-FILENAME
    MOVE "PROFILE CATALOG HYGIENE" TO WK-RW-TITLE
    MOVE "EMPTY, DUPLICATE AND REDUNDANT PROFILES - WITH THE USERS AFFECTED"
        TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "RESOLVED GRANTS AS OF " WK-HOJE
           " - PARENT CHAINS EXPANDED, DENIES SUBTRACTED"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY PROFILE, IN PRF-ID ORDER.
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
                ADD 1 TO WK-PROFILES
             ELSE
                ADD 1 TO WK-OVERFLOW
             END-IF
       END-READ
    END-PERFORM
    DISPLAY SS-FILLER02-1.

012-EXIT-CARREGA-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY MENU_PROFILE ROW - THE FILE IS READ IN KEY ORDER, SO EACH
*> PROFILE'S ROWS LAND TOGETHER. ROWS FOR A PRF-ID NOT IN PROFILE.DAT
*> BELONG TO THE ORPHANS REPORT AND ARE LEFT OUT.
013-CARREGA-GRANTS.

    MOVE ZEROS TO WK-GT-NUM WK-LAST-PRF WK-CUR-IX
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
             IF PFM-ID-PRF NOT = WK-LAST-PRF OR WK-CUR-IX = ZEROS
                MOVE PFM-ID-PRF TO WK-LAST-PRF WK-FIND-ID
                PERFORM 080-ACHA-PERFIL THRU 080-EXIT-ACHA-PERFIL
                MOVE WK-FIND-IX TO WK-CUR-IX
             END-IF
             IF WK-CUR-IX > ZEROS
                IF WK-GT-NUM < WK-GT-MAX
                   ADD 1 TO WK-GT-NUM
                   MOVE PFM-ID-PRF TO WK-GT-PRF(WK-GT-NUM)
                   MOVE PFM-ID-MENU TO WK-GT-MENU(WK-GT-NUM)
                   MOVE "A" TO WK-GT-TYPE(WK-GT-NUM)
                   IF PFM-IS-DENY
                      MOVE "D" TO WK-GT-TYPE(WK-GT-NUM)
                   END-IF
                   MOVE "U" TO WK-GT-LVL(WK-GT-NUM)
                   IF PFM-IS-INQUIRY
                      MOVE "I" TO WK-GT-LVL(WK-GT-NUM)
                   END-IF
                   IF WK-PF-GT-QTD(WK-CUR-IX) = ZEROS
                      MOVE WK-GT-NUM TO WK-PF-GT-INI(WK-CUR-IX)
                   END-IF
                   ADD 1 TO WK-PF-GT-QTD(WK-CUR-IX)
                ELSE
                   ADD 1 TO WK-OVERFLOW
                END-IF
             END-IF
       END-READ
    END-PERFORM.

013-EXIT-CARREGA-GRANTS.
    EXIT.
*>----------------------------------------------------------------------
*> EFFECTIVE ASSIGNMENTS OF ACTIVE ACCOUNTS - THE SAME WINDOW TEST
*> VALIDATE_USR APPLIES AT LOGIN.
014-CARREGA-USUARIOS.

    MOVE ZEROS TO WK-AS-NUM
    INITIALIZE REC-PFU
    MOVE "F" TO FLG-EOF
    START FD-PFU
        KEY IS >= KEY1-PFU
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-PFU NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
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
             IF WK-FIND-IX = ZEROS
                MOVE "N" TO WK-EFFECTIVE
             END-IF
             IF WK-EFFECTIVE = "Y"
                INITIALIZE REC-USR
                MOVE PFU-ID-USR TO U-ID-USR
                READ FD-USER
                    INVALID KEY
                        MOVE "N" TO WK-EFFECTIVE
                    NOT INVALID KEY
                        IF U-INACTIVE
                           MOVE "N" TO WK-EFFECTIVE
                        END-IF
                END-READ
             END-IF
             IF WK-EFFECTIVE = "Y"
                IF WK-AS-NUM < WK-AS-MAX
                   ADD 1 TO WK-AS-NUM
                   MOVE PFU-ID-PRF TO WK-AS-PRF(WK-AS-NUM)
                   MOVE U-LOGIN TO WK-AS-LOGIN(WK-AS-NUM)
                   ADD 1 TO WK-PF-USERS(WK-FIND-IX)
                ELSE
                   ADD 1 TO WK-OVERFLOW
                END-IF
             END-IF
       END-READ
    END-PERFORM.

014-EXIT-CARREGA-USUARIOS.
    EXIT.
*>----------------------------------------------------------------------
*> RESOLVES EVERY PROFILE: ITS CHAIN (ITSELF FIRST, THEN EACH PARENT -
*> THE ALREADY-IN-CHAIN CHECK BREAKS ANY CYCLE), THE DENIES OF THE
*> WHOLE CHAIN, THEN THE ALLOWS NOT DENIED, UPDATE BEATING INQUIRY.
*> THE SET IS KEPT IN ASCENDING MENU ITEM ORDER FOR THE PAIR MERGE.
015-RESOLVE-PERFIS.

    MOVE ZEROS TO WK-RS-NUM
    PERFORM VARYING WK-PIX FROM 1 BY 1 UNTIL WK-PIX > WK-PF-NUM
       MOVE WK-PIX TO WK-CUR-IX
       PERFORM 070-MONTA-CADEIA THRU 070-EXIT-MONTA-CADEIA

       MOVE ZEROS TO WK-DN-NUM
       PERFORM VARYING WK-CDX FROM 1 BY 1 UNTIL WK-CDX > WK-CHAIN-NUM
          MOVE WK-CHAIN-IX(WK-CDX) TO WK-AIX
          PERFORM VARYING WK-IDX FROM WK-PF-GT-INI(WK-AIX) BY 1
                  UNTIL WK-PF-GT-QTD(WK-AIX) = ZEROS
                     OR WK-IDX >= WK-PF-GT-INI(WK-AIX)
                                  + WK-PF-GT-QTD(WK-AIX)
             IF WK-GT-TYPE(WK-IDX) = "D" AND WK-DN-NUM < WK-DN-MAX
                ADD 1 TO WK-DN-NUM
                MOVE WK-GT-MENU(WK-IDX) TO WK-DN-MENU(WK-DN-NUM)
             END-IF
          END-PERFORM
       END-PERFORM

       COMPUTE WK-PF-RS-INI(WK-PIX) = WK-RS-NUM + 1
       MOVE ZEROS TO WK-PF-RS-QTD(WK-PIX)
       PERFORM VARYING WK-CDX FROM 1 BY 1 UNTIL WK-CDX > WK-CHAIN-NUM
          MOVE WK-CHAIN-IX(WK-CDX) TO WK-AIX
          PERFORM VARYING WK-IDX FROM WK-PF-GT-INI(WK-AIX) BY 1
                  UNTIL WK-PF-GT-QTD(WK-AIX) = ZEROS
                     OR WK-IDX >= WK-PF-GT-INI(WK-AIX)
                                  + WK-PF-GT-QTD(WK-AIX)
             IF WK-GT-TYPE(WK-IDX) = "A"
                PERFORM 016-SOMA-ITEM THRU 016-EXIT-SOMA-ITEM
             END-IF
          END-PERFORM
       END-PERFORM

       PERFORM 018-ORDENA THRU 018-EXIT-ORDENA
    END-PERFORM.

015-EXIT-RESOLVE-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
*> ONE ALLOW ROW (WK-IDX) INTO THE SET OF THE PROFILE BEING RESOLVED.
016-SOMA-ITEM.

    MOVE "N" TO WK-FOUND
    PERFORM VARYING WK-JDX FROM 1 BY 1 UNTIL WK-JDX > WK-DN-NUM
       IF WK-DN-MENU(WK-JDX) = WK-GT-MENU(WK-IDX)
          MOVE "Y" TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = "Y"
       GO 016-EXIT-SOMA-ITEM
    END-IF
    PERFORM VARYING WK-JDX FROM WK-PF-RS-INI(WK-PIX) BY 1
            UNTIL WK-JDX > WK-RS-NUM
       IF WK-RS-MENU(WK-JDX) = WK-GT-MENU(WK-IDX)
          MOVE "Y" TO WK-FOUND
          IF WK-GT-LVL(WK-IDX) = "U"
             MOVE "U" TO WK-RS-LVL(WK-JDX)
          END-IF
       END-IF
    END-PERFORM
    IF WK-FOUND = "Y"
       GO 016-EXIT-SOMA-ITEM
    END-IF
    IF WK-RS-NUM < WK-RS-MAX
       ADD 1 TO WK-RS-NUM
       MOVE WK-GT-MENU(WK-IDX) TO WK-RS-MENU(WK-RS-NUM)
       MOVE WK-GT-LVL(WK-IDX) TO WK-RS-LVL(WK-RS-NUM)
       ADD 1 TO WK-PF-RS-QTD(WK-PIX)
    ELSE
       ADD 1 TO WK-OVERFLOW
    END-IF.

016-EXIT-SOMA-ITEM.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT OF THE SET JUST RESOLVED, BY MENU ITEM.
018-ORDENA.

    IF WK-PF-RS-QTD(WK-PIX) < 2
       GO 018-EXIT-ORDENA
    END-IF
    PERFORM VARYING WK-IDX FROM WK-PF-RS-INI(WK-PIX) BY 1
            UNTIL WK-IDX >= WK-RS-NUM
       MOVE WK-IDX TO WK-MINI
       COMPUTE WK-KDX = WK-IDX + 1
       PERFORM VARYING WK-JDX FROM WK-KDX BY 1 UNTIL WK-JDX > WK-RS-NUM
          IF WK-RS-MENU(WK-JDX) < WK-RS-MENU(WK-MINI)
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-RS-ROW(WK-IDX) TO WK-RS-SWAP
          MOVE WK-RS-ROW(WK-MINI) TO WK-RS-ROW(WK-IDX)
          MOVE WK-RS-SWAP TO WK-RS-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    *> profiles nobody holds
    MOVE "PROFILES NO ACTIVE USER HOLDS" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE ZEROS TO WK-SEC-NUM
    PERFORM VARYING WK-PIX FROM 1 BY 1 UNTIL WK-PIX > WK-PF-NUM
       IF WK-PF-USERS(WK-PIX) = ZEROS
          ADD 1 TO WK-SEC-NUM WK-FINDINGS
          STRING "  " WK-PF-ID(WK-PIX) " " WK-PF-NAME(WK-PIX)
                 "  RESOLVED ITEMS: " WK-PF-RS-QTD(WK-PIX)
                 "  OWN ROWS: " WK-PF-GT-QTD(WK-PIX)
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       END-IF
    END-PERFORM
    PERFORM 025-FECHA-SECAO THRU 025-EXIT-FECHA-SECAO

    *> profiles that reach nothing
    MOVE "PROFILES THAT RESOLVE TO NO MENU ITEM" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE ZEROS TO WK-SEC-NUM
    PERFORM VARYING WK-PIX FROM 1 BY 1 UNTIL WK-PIX > WK-PF-NUM
       IF WK-PF-RS-QTD(WK-PIX) = ZEROS
          ADD 1 TO WK-SEC-NUM WK-FINDINGS
          IF WK-PF-GT-QTD(WK-PIX) = ZEROS
             STRING "  " WK-PF-ID(WK-PIX) " " WK-PF-NAME(WK-PIX)
                    "  NO MENU_PROFILE ROWS"
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
          ELSE
             STRING "  " WK-PF-ID(WK-PIX) " " WK-PF-NAME(WK-PIX)
                    "  EVERY ALLOW IS DENIED IN ITS CHAIN"
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
          END-IF
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
          MOVE WK-PIX TO WK-WHO-IX
          PERFORM 060-LISTA-USUARIOS THRU 060-EXIT-LISTA-USUARIOS
       END-IF
    END-PERFORM
    PERFORM 025-FECHA-SECAO THRU 025-EXIT-FECHA-SECAO

    *> identical and contained pairs
    MOVE "PROFILE PAIRS WITH IDENTICAL OR CONTAINED RESOLVED SETS"
        TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE ZEROS TO WK-SEC-NUM
    PERFORM VARYING WK-PIX FROM 1 BY 1 UNTIL WK-PIX > WK-PF-NUM
       IF WK-PF-RS-QTD(WK-PIX) > ZEROS
          COMPUTE WK-KDX = WK-PIX + 1
          PERFORM VARYING WK-QIX FROM WK-KDX BY 1
                  UNTIL WK-QIX > WK-PF-NUM
             IF WK-PF-RS-QTD(WK-QIX) > ZEROS
                PERFORM 040-COMPARA-PAR THRU 040-EXIT-COMPARA-PAR
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    PERFORM 025-FECHA-SECAO THRU 025-EXIT-FECHA-SECAO

    *> rows that repeat the parent chain
    MOVE "MENU_PROFILE ROWS THAT REPEAT WHAT THE PARENT CHAIN GRANTS"
        TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE ZEROS TO WK-SEC-NUM
    PERFORM VARYING WK-PIX FROM 1 BY 1 UNTIL WK-PIX > WK-PF-NUM
       IF WK-PF-PARENT(WK-PIX) > ZEROS AND WK-PF-GT-QTD(WK-PIX) > ZEROS
          PERFORM 050-REDUNDANTES THRU 050-EXIT-REDUNDANTES
       END-IF
    END-PERFORM
    PERFORM 025-FECHA-SECAO THRU 025-EXIT-FECHA-SECAO.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
025-FECHA-SECAO.

    IF WK-SEC-NUM = ZEROS
       MOVE "  NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    DISPLAY SS-FILLER02-1
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

025-EXIT-FECHA-SECAO.
    EXIT.
*>----------------------------------------------------------------------
*> MERGES THE TWO ASCENDING SETS OF WK-PIX (P) AND WK-QIX (Q). AN ITEM
*> OF P IS COVERED BY Q WHEN Q HOLDS IT AT UPDATE OR AT P'S OWN LEVEL.
040-COMPARA-PAR.

    MOVE ZEROS TO WK-CMP-SAME WK-CMP-P-IN-Q WK-CMP-Q-IN-P
    MOVE WK-PF-RS-INI(WK-PIX) TO WK-CMP-I
    COMPUTE WK-CMP-I-END = WK-PF-RS-INI(WK-PIX) + WK-PF-RS-QTD(WK-PIX)
    MOVE WK-PF-RS-INI(WK-QIX) TO WK-CMP-J
    COMPUTE WK-CMP-J-END = WK-PF-RS-INI(WK-QIX) + WK-PF-RS-QTD(WK-QIX)
    PERFORM UNTIL WK-CMP-I >= WK-CMP-I-END OR WK-CMP-J >= WK-CMP-J-END
       EVALUATE TRUE
           WHEN WK-RS-MENU(WK-CMP-I) < WK-RS-MENU(WK-CMP-J)
               ADD 1 TO WK-CMP-I
           WHEN WK-RS-MENU(WK-CMP-I) > WK-RS-MENU(WK-CMP-J)
               ADD 1 TO WK-CMP-J
           WHEN OTHER
               IF WK-RS-LVL(WK-CMP-I) = WK-RS-LVL(WK-CMP-J)
                  ADD 1 TO WK-CMP-SAME WK-CMP-P-IN-Q WK-CMP-Q-IN-P
               ELSE
                  IF WK-RS-LVL(WK-CMP-J) = "U"
                     ADD 1 TO WK-CMP-P-IN-Q
                  ELSE
                     ADD 1 TO WK-CMP-Q-IN-P
                  END-IF
               END-IF
               ADD 1 TO WK-CMP-I WK-CMP-J
       END-EVALUATE
    END-PERFORM

    EVALUATE TRUE
        WHEN WK-CMP-SAME = WK-PF-RS-QTD(WK-PIX)
         AND WK-CMP-SAME = WK-PF-RS-QTD(WK-QIX)
            MOVE "  IDENTICAL TO " TO WK-REP-TEXT
            MOVE WK-PIX TO WK-WHO-IX
            MOVE WK-QIX TO WK-AIX
        WHEN WK-CMP-P-IN-Q = WK-PF-RS-QTD(WK-PIX)
            MOVE "  CONTAINED IN " TO WK-REP-TEXT
            MOVE WK-PIX TO WK-WHO-IX
            MOVE WK-QIX TO WK-AIX
        WHEN WK-CMP-Q-IN-P = WK-PF-RS-QTD(WK-QIX)
            MOVE "  CONTAINED IN " TO WK-REP-TEXT
            MOVE WK-QIX TO WK-WHO-IX
            MOVE WK-PIX TO WK-AIX
        WHEN OTHER
            GO 040-EXIT-COMPARA-PAR
    END-EVALUATE

    *> a parent is always inside its own descendant - not a finding
    IF WK-REP-TEXT(3:1) = "C"
       MOVE WK-AIX TO WK-CUR-IX
       PERFORM 070-MONTA-CADEIA THRU 070-EXIT-MONTA-CADEIA
       MOVE "N" TO WK-ANCESTOR
       PERFORM VARYING WK-CDX FROM 2 BY 1 UNTIL WK-CDX > WK-CHAIN-NUM
          IF WK-CHAIN-IX(WK-CDX) = WK-WHO-IX
             MOVE "Y" TO WK-ANCESTOR
          END-IF
       END-PERFORM
       IF WK-ANCESTOR = "Y"
          GO 040-EXIT-COMPARA-PAR
       END-IF
    END-IF

    ADD 1 TO WK-SEC-NUM WK-FINDINGS
    STRING "  " WK-PF-ID(WK-WHO-IX) " " WK-PF-NAME(WK-WHO-IX)
           " (" WK-PF-RS-QTD(WK-WHO-IX) " ITEMS)"
           WK-REP-TEXT
           WK-PF-ID(WK-AIX) " " WK-PF-NAME(WK-AIX)
           " (" WK-PF-RS-QTD(WK-AIX) " ITEMS)"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 060-LISTA-USUARIOS THRU 060-EXIT-LISTA-USUARIOS
    MOVE WK-AIX TO WK-WHO-IX
    PERFORM 060-LISTA-USUARIOS THRU 060-EXIT-LISTA-USUARIOS.

040-EXIT-COMPARA-PAR.
    EXIT.
*>----------------------------------------------------------------------
*> THE OWN ROWS OF WK-PIX AGAINST ITS PARENT: AN ALLOW IS REDUNDANT
*> WHEN THE PARENT'S RESOLVED SET ALREADY HOLDS THE ITEM AT UPDATE OR
*> AT THE SAME LEVEL; A DENY IS REDUNDANT WHEN AN ANCESTOR ALREADY
*> DENIES THE ITEM.
050-REDUNDANTES.

    MOVE WK-PF-PARENT(WK-PIX) TO WK-FIND-ID
    PERFORM 080-ACHA-PERFIL THRU 080-EXIT-ACHA-PERFIL
    IF WK-FIND-IX = ZEROS
       GO 050-EXIT-REDUNDANTES
    END-IF
    MOVE WK-FIND-IX TO WK-QIX
    MOVE WK-PIX TO WK-CUR-IX
    PERFORM 070-MONTA-CADEIA THRU 070-EXIT-MONTA-CADEIA

    PERFORM VARYING WK-IDX FROM WK-PF-GT-INI(WK-PIX) BY 1
            UNTIL WK-IDX >= WK-PF-GT-INI(WK-PIX) + WK-PF-GT-QTD(WK-PIX)
       MOVE "N" TO WK-FOUND
       MOVE ZEROS TO WK-AIX
       IF WK-GT-TYPE(WK-IDX) = "A"
          PERFORM VARYING WK-JDX FROM WK-PF-RS-INI(WK-QIX) BY 1
                  UNTIL WK-JDX >= WK-PF-RS-INI(WK-QIX)
                                  + WK-PF-RS-QTD(WK-QIX)
             IF WK-RS-MENU(WK-JDX) = WK-GT-MENU(WK-IDX)
                AND (WK-RS-LVL(WK-JDX) = "U"
                  OR WK-RS-LVL(WK-JDX) = WK-GT-LVL(WK-IDX))
                MOVE "Y" TO WK-FOUND
             END-IF
          END-PERFORM
       ELSE
          PERFORM VARYING WK-CDX FROM 2 BY 1 UNTIL WK-CDX > WK-CHAIN-NUM
             MOVE WK-CHAIN-IX(WK-CDX) TO WK-KDX
             PERFORM VARYING WK-JDX FROM WK-PF-GT-INI(WK-KDX) BY 1
                     UNTIL WK-PF-GT-QTD(WK-KDX) = ZEROS
                        OR WK-JDX >= WK-PF-GT-INI(WK-KDX)
                                     + WK-PF-GT-QTD(WK-KDX)
                IF WK-GT-MENU(WK-JDX) = WK-GT-MENU(WK-IDX)
                   AND WK-GT-TYPE(WK-JDX) = "D"
                   AND WK-FOUND = "N"
                   MOVE "Y" TO WK-FOUND
                   MOVE WK-KDX TO WK-AIX
                END-IF
             END-PERFORM
          END-PERFORM
       END-IF
       IF WK-FOUND = "Y"
          ADD 1 TO WK-SEC-NUM WK-FINDINGS
          IF WK-GT-TYPE(WK-IDX) = "A"
             STRING "  " WK-PF-ID(WK-PIX) " " WK-PF-NAME(WK-PIX)
                    "  ALLOW " WK-GT-MENU(WK-IDX)
                    " LEVEL " WK-GT-LVL(WK-IDX)
                    "  ALREADY GRANTED THROUGH PARENT "
                    WK-PF-ID(WK-QIX) " " WK-PF-NAME(WK-QIX)
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
          ELSE
             STRING "  " WK-PF-ID(WK-PIX) " " WK-PF-NAME(WK-PIX)
                    "  DENY " WK-GT-MENU(WK-IDX)
                    "  ALREADY DENIED BY ANCESTOR "
                    WK-PF-ID(WK-AIX) " " WK-PF-NAME(WK-AIX)
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
          END-IF
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
          MOVE WK-PIX TO WK-WHO-IX
          PERFORM 060-LISTA-USUARIOS THRU 060-EXIT-LISTA-USUARIOS
       END-IF
    END-PERFORM.

050-EXIT-REDUNDANTES.
    EXIT.
*>----------------------------------------------------------------------
*> THE LOGINS HOLDING PROFILE WK-WHO-IX, AS MANY PER LINE AS FIT.
060-LISTA-USUARIOS.

    MOVE ZEROS TO WK-USR-CNT
    MOVE SPACES TO REG-TXT
    STRING "      USERS OF " WK-PF-ID(WK-WHO-IX) ":"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    MOVE 23 TO WK-USR-PTR
    PERFORM VARYING WK-JDX FROM 1 BY 1 UNTIL WK-JDX > WK-AS-NUM
       IF WK-AS-PRF(WK-JDX) = WK-PF-ID(WK-WHO-IX)
          IF WK-USR-PTR > 118
             PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
             MOVE 23 TO WK-USR-PTR
          END-IF
          ADD 1 TO WK-USR-CNT
          STRING " " WK-AS-LOGIN(WK-JDX)
              DELIMITED BY SIZE INTO REG-TXT
              WITH POINTER WK-USR-PTR
          END-STRING
       END-IF
    END-PERFORM
    IF WK-USR-CNT = ZEROS
       MOVE " NONE" TO REG-TXT(WK-USR-PTR:5)
    END-IF
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

060-EXIT-LISTA-USUARIOS.
    EXIT.
*>----------------------------------------------------------------------
*> CHAIN OF WK-CUR-IX AS TABLE INDEXES: ITSELF FIRST, THEN EACH PARENT.
070-MONTA-CADEIA.

    MOVE 1 TO WK-CHAIN-NUM
    MOVE WK-CUR-IX TO WK-CHAIN-IX(1)
    MOVE 1 TO WK-CDX
    PERFORM UNTIL WK-CDX > WK-CHAIN-NUM
       MOVE WK-CHAIN-IX(WK-CDX) TO WK-CHN-IX
       IF WK-PF-PARENT(WK-CHN-IX) > ZEROS
          AND WK-CHAIN-NUM < WK-CHAIN-MAX
          MOVE WK-PF-PARENT(WK-CHN-IX) TO WK-FIND-ID
          PERFORM 080-ACHA-PERFIL THRU 080-EXIT-ACHA-PERFIL
          IF WK-FIND-IX > ZEROS
             MOVE "N" TO WK-FOUND
             PERFORM VARYING WK-KDX FROM 1 BY 1
                     UNTIL WK-KDX > WK-CHAIN-NUM
                IF WK-CHAIN-IX(WK-KDX) = WK-FIND-IX
                   MOVE "Y" TO WK-FOUND
                END-IF
             END-PERFORM
             IF WK-FOUND = "N"
                ADD 1 TO WK-CHAIN-NUM
                MOVE WK-FIND-IX TO WK-CHAIN-IX(WK-CHAIN-NUM)
             END-IF
          END-IF
       END-IF
       ADD 1 TO WK-CDX
    END-PERFORM.

070-EXIT-MONTA-CADEIA.
    EXIT.
*>----------------------------------------------------------------------
*> TABLE INDEX OF PROFILE WK-FIND-ID (ZEROS WHEN NOT LOADED) - THE
*> TABLE IS IN PRF-ID ORDER, SO A BINARY SEARCH.
080-ACHA-PERFIL.

    MOVE ZEROS TO WK-FIND-IX
    MOVE 1 TO WK-KDX
    MOVE WK-PF-NUM TO WK-MINI
    PERFORM UNTIL WK-KDX > WK-MINI OR WK-FIND-IX > ZEROS
       COMPUTE WK-JDX = (WK-KDX + WK-MINI) / 2
       EVALUATE TRUE
           WHEN WK-PF-ID(WK-JDX) = WK-FIND-ID
               MOVE WK-JDX TO WK-FIND-IX
           WHEN WK-PF-ID(WK-JDX) < WK-FIND-ID
               COMPUTE WK-KDX = WK-JDX + 1
           WHEN OTHER
               IF WK-JDX = 1
                  MOVE ZEROS TO WK-MINI
               ELSE
                  COMPUTE WK-MINI = WK-JDX - 1
               END-IF
       END-EVALUATE
    END-PERFORM.

080-EXIT-ACHA-PERFIL.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    STRING "PROFILES CHECKED: " WK-PROFILES
           "  FINDINGS: " WK-FINDINGS
           "  EFFECTIVE ASSIGNMENTS: " WK-AS-NUM
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " ROWS BEYOND WHAT THE REPORT HOLDS"
              " WERE NOT CHECKED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    CLOSE FD-PRF FD-PFM FD-PFU FD-USER

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE profile_hygiene.txt ***" TO WK-MSG
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
