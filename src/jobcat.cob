       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    jobcat.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: The registered job catalog (JOB_CATALOG.DAT). Op "E" checks
*>         the values keyed for a job against the types, lengths and
*>         lists of its live definition and builds the command line
*>         from the template; op "M" takes a queued command line and
*>         finds the live definition it is an instance of - the
*>         values are pulled out of the template's gaps, checked the
*>         same way, and the template is filled again: only a command
*>         that comes back identical matches. Op "P" resolves the
*>         submitter's effective profiles and their parent chain and
*>         says whether the profile the job requires is among them.
*>
*>         Values never carry spaces or shell characters: N is digits,
*>         D a valid CCYYMMDD date, W letters, digits, "_", "-" and "."
*>         (not starting with "-" or ".", never ".."), L one word of
*>         the definition's list.
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  JOB CATALOG  10/15/26 DUMA     First version.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER.
             GNUCOBOL
             CLASSIFICATION brazil.
SPECIAL-NAMES.
               LOCALE brazil "pt_BR.UTF-8".
               CLASS JC-WORD-CHAR IS "A" THRU "Z" "a" THRU "z"
                                     "0" THRU "9" "_" "-" "."
               DECIMAL-POINT IS COMMA.
INPUT-OUTPUT   SECTION.
FILE-CONTROL.

COPY "../cpy/job_catalog_se.cpy".
COPY "../cpy/user_se.cpy".
COPY "../cpy/user_profile_se.cpy".
COPY "../cpy/profile_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/job_catalog_fd.cpy".
COPY "../cpy/user_fd.cpy".
COPY "../cpy/user_profile_fd.cpy".
COPY "../cpy/profile_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-JCT                        PIC  9(002).
    88  JCT-FS-OK                             VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  USR-FS-OK                             VALUE ZEROS.
77  ST-PFU                        PIC  9(002).
    88  PFU-FS-OK                             VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  PRF-FS-OK                             VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-FOUND                      PIC  X(001) VALUE "N".
*> one value being checked --------------------------------------------
01  WK-PX                         PIC  9(001) VALUE ZEROS.
01  WK-VAL                        PIC  X(020) VALUE SPACES.
01  WK-VAL-LEN                    PIC  9(003) VALUE ZEROS.
01  WK-VAL-NUM                    PIC  9(008) VALUE ZEROS.
01  WK-HITS                       PIC  9(003) VALUE ZEROS.
01  WK-LIST-BUF                   PIC  X(034) VALUE SPACES.
01  WK-WORD-BUF                   PIC  X(022) VALUE SPACES.
*> template walk -------------------------------------------------------
01  WK-TPL-LEN                    PIC  9(003) VALUE ZEROS.
01  WK-CMD-LEN                    PIC  9(003) VALUE ZEROS.
01  WK-TI                         PIC  9(003) VALUE ZEROS.
01  WK-TJ                         PIC  9(003) VALUE ZEROS.
01  WK-CI                         PIC  9(003) VALUE ZEROS.
01  WK-CP                         PIC  9(003) VALUE ZEROS.
01  WK-LIT-LEN                    PIC  9(003) VALUE ZEROS.
01  WK-PTR                        PIC  9(003) VALUE ZEROS.
01  WK-BUILT                      PIC  X(200) VALUE SPACES.
01  WK-WANTED                     PIC  X(200) VALUE SPACES.
01  WK-WANT-CODE                  PIC  X(010) VALUE SPACES.
01  WK-MATCH-OK                   PIC  X(001) VALUE "N".
*> submitter's profiles -----------------------------------------------
01  WK-ID-USR                     PIC  9(004) VALUE ZEROS.
01  WK-PRF-MAX                    PIC  9(003) VALUE 100.
01  WK-PRF-NUM                    PIC  9(003) VALUE ZEROS.
01  WK-PDX                        PIC  9(003) VALUE ZEROS.
01  WK-QDX                        PIC  9(003) VALUE ZEROS.
01  WK-DUP                        PIC  X(001) VALUE "N".
01  WK-PFU-EFF                    PIC  X(001) VALUE "Y".
01  WK-PRF-TAB.
    05 WK-PRF-IDT                 PIC  9(004) OCCURS 100 TIMES.

LINKAGE SECTION.
01  JC-PARM.
    05 JC-OP                      PIC X(01).
    05 JC-CODE                    PIC X(10).
    05 JC-LOGIN                   PIC X(20).
    05 JC-VALUE                   PIC X(20) OCCURS 4 TIMES.
    05 JC-CMD                     PIC X(200).
    05 JC-OK                      PIC X(01).
    05 JC-MESSAGE                 PIC X(60).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING JC-PARM.

000-DISPATCH.

    CALL "setpaths" END-CALL
    MOVE "N" TO JC-OK
    MOVE SPACES TO JC-MESSAGE
    OPEN INPUT FD-JCT
    IF NOT JCT-FS-OK
       MOVE "THE JOB CATALOG IS NOT AVAILABLE" TO JC-MESSAGE
       GO 000-EXIT-DISPATCH
    END-IF
    EVALUATE JC-OP
        WHEN "E"
            PERFORM 010-EXPAND THRU 010-EXIT-EXPAND
        WHEN "M"
            PERFORM 030-MATCH THRU 030-EXIT-MATCH
        WHEN "P"
            PERFORM 050-PERMIT THRU 050-EXIT-PERMIT
    END-EVALUATE
    CLOSE FD-JCT.

000-EXIT-DISPATCH.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
*> THE VALUES KEYED FOR A JOB, CHECKED AND POURED INTO ITS TEMPLATE.
010-EXPAND.

    MOVE SPACES TO JC-CMD
    IF NOT JCT-FS-OK
       GO 010-EXIT-EXPAND
    END-IF
    PERFORM 060-READ-LIVE THRU 060-EXIT-READ-LIVE
    IF WK-FOUND = "N"
       MOVE "JOB IS NOT IN THE CATALOG" TO JC-MESSAGE
       GO 010-EXIT-EXPAND
    END-IF
    PERFORM 020-CHECK-VALUES THRU 020-EXIT-CHECK-VALUES
    IF JC-MESSAGE NOT = SPACES
       GO 010-EXIT-EXPAND
    END-IF
    PERFORM 025-BUILD THRU 025-EXIT-BUILD
    IF JC-MESSAGE NOT = SPACES
       GO 010-EXIT-EXPAND
    END-IF
    MOVE WK-BUILT TO JC-CMD
    MOVE "Y" TO JC-OK.

010-EXIT-EXPAND.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY VALUE AGAINST ITS DEFINITION. THE FIRST FAULT IS LEFT IN
*> JC-MESSAGE; SPACES THERE MEANS ALL FOUR ARE GOOD.
020-CHECK-VALUES.

    PERFORM VARYING WK-PX FROM 1 BY 1 UNTIL WK-PX > 4
                                   OR JC-MESSAGE NOT = SPACES
       PERFORM 022-CHECK-ONE THRU 022-EXIT-CHECK-ONE
    END-PERFORM.

020-EXIT-CHECK-VALUES.
    EXIT.
*>----------------------------------------------------------------------
022-CHECK-ONE.

    MOVE JC-VALUE(WK-PX) TO WK-VAL
    IF JCT-P-NAME(WK-PX) = SPACES
       IF WK-VAL NOT = SPACES
          STRING "JOB TAKES NO PARAMETER " WK-PX
              DELIMITED BY SIZE INTO JC-MESSAGE
          END-STRING
       END-IF
       GO 022-EXIT-CHECK-ONE
    END-IF
    IF WK-VAL = SPACES
       IF JCT-P-REQUIRED(WK-PX)
          STRING FUNCTION TRIM(JCT-P-NAME(WK-PX)) " IS REQUIRED"
              DELIMITED BY SIZE INTO JC-MESSAGE
          END-STRING
       END-IF
       GO 022-EXIT-CHECK-ONE
    END-IF
    MOVE ZEROS TO WK-VAL-LEN
    INSPECT WK-VAL TALLYING WK-VAL-LEN FOR CHARACTERS BEFORE INITIAL SPACE
    IF WK-VAL-LEN = 0 OR WK-VAL(WK-VAL-LEN + 1:) NOT = SPACES
       STRING FUNCTION TRIM(JCT-P-NAME(WK-PX)) " MAY NOT CONTAIN SPACES"
           DELIMITED BY SIZE INTO JC-MESSAGE
       END-STRING
       GO 022-EXIT-CHECK-ONE
    END-IF
    IF WK-VAL-LEN > JCT-P-MAXLEN(WK-PX)
       STRING FUNCTION TRIM(JCT-P-NAME(WK-PX)) " IS LONGER THAN "
              JCT-P-MAXLEN(WK-PX) " CHARACTERS"
           DELIMITED BY SIZE INTO JC-MESSAGE
       END-STRING
       GO 022-EXIT-CHECK-ONE
    END-IF
    EVALUATE TRUE
        WHEN JCT-P-NUMERIC(WK-PX)
            IF WK-VAL(1:WK-VAL-LEN) IS NOT NUMERIC
               STRING FUNCTION TRIM(JCT-P-NAME(WK-PX)) " MUST BE NUMERIC"
                   DELIMITED BY SIZE INTO JC-MESSAGE
               END-STRING
            END-IF
        WHEN JCT-P-DATE(WK-PX)
            IF WK-VAL-LEN NOT = 8 OR WK-VAL(1:8) IS NOT NUMERIC
               STRING FUNCTION TRIM(JCT-P-NAME(WK-PX))
                      " MUST BE A DATE CCYYMMDD"
                   DELIMITED BY SIZE INTO JC-MESSAGE
               END-STRING
            ELSE
               MOVE WK-VAL(1:8) TO WK-VAL-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WK-VAL-NUM) NOT = 0
                  STRING FUNCTION TRIM(JCT-P-NAME(WK-PX))
                         " IS NOT A VALID DATE"
                      DELIMITED BY SIZE INTO JC-MESSAGE
                  END-STRING
               END-IF
            END-IF
        WHEN JCT-P-WORD(WK-PX)
            MOVE ZEROS TO WK-HITS
            INSPECT WK-VAL(1:WK-VAL-LEN) TALLYING WK-HITS FOR ALL ".."
            IF WK-VAL(1:WK-VAL-LEN) IS NOT JC-WORD-CHAR
               OR WK-VAL(1:1) = "-" OR WK-VAL(1:1) = "."
               OR WK-HITS > 0
               STRING FUNCTION TRIM(JCT-P-NAME(WK-PX))
                      " HAS A CHARACTER NOT ALLOWED"
                   DELIMITED BY SIZE INTO JC-MESSAGE
               END-STRING
            END-IF
        WHEN JCT-P-LIST-TYPE(WK-PX)
            MOVE SPACES TO WK-LIST-BUF WK-WORD-BUF
            STRING " " FUNCTION TRIM(JCT-P-LIST(WK-PX)) " "
                DELIMITED BY SIZE INTO WK-LIST-BUF
            END-STRING
            STRING " " WK-VAL(1:WK-VAL-LEN) " "
                DELIMITED BY SIZE INTO WK-WORD-BUF
            END-STRING
            MOVE ZEROS TO WK-HITS
            INSPECT WK-LIST-BUF TALLYING WK-HITS
                FOR ALL WK-WORD-BUF(1:WK-VAL-LEN + 2)
            IF WK-HITS = 0
               STRING FUNCTION TRIM(JCT-P-NAME(WK-PX)) " MUST BE ONE OF "
                      FUNCTION TRIM(JCT-P-LIST(WK-PX))
                   DELIMITED BY SIZE INTO JC-MESSAGE
               END-STRING
            END-IF
        WHEN OTHER
            STRING "DEFINITION OF " FUNCTION TRIM(JCT-P-NAME(WK-PX))
                   " HAS NO VALID TYPE"
                DELIMITED BY SIZE INTO JC-MESSAGE
            END-STRING
    END-EVALUATE.

022-EXIT-CHECK-ONE.
    EXIT.
*>----------------------------------------------------------------------
*> THE TEMPLATE WITH &1..&4 REPLACED BY THE VALUES, INTO WK-BUILT.
025-BUILD.

    MOVE SPACES TO WK-BUILT
    MOVE 1 TO WK-PTR
    MOVE FUNCTION LENGTH(FUNCTION TRIM(JCT-TEMPLATE TRAILING))
      TO WK-TPL-LEN
    MOVE 1 TO WK-TI
    PERFORM UNTIL WK-TI > WK-TPL-LEN OR JC-MESSAGE NOT = SPACES
       IF JCT-TEMPLATE(WK-TI:1) = "&" AND WK-TI < WK-TPL-LEN
          AND JCT-TEMPLATE(WK-TI + 1:1) >= "1"
          AND JCT-TEMPLATE(WK-TI + 1:1) <= "4"
          MOVE JCT-TEMPLATE(WK-TI + 1:1) TO WK-PX
          IF JC-VALUE(WK-PX) NOT = SPACES
             STRING FUNCTION TRIM(JC-VALUE(WK-PX)) DELIMITED BY SIZE
                 INTO WK-BUILT WITH POINTER WK-PTR
                 ON OVERFLOW
                    MOVE "COMMAND LINE WOULD BE TOO LONG" TO JC-MESSAGE
             END-STRING
          END-IF
          ADD 2 TO WK-TI
       ELSE
          STRING JCT-TEMPLATE(WK-TI:1) DELIMITED BY SIZE
              INTO WK-BUILT WITH POINTER WK-PTR
              ON OVERFLOW
                 MOVE "COMMAND LINE WOULD BE TOO LONG" TO JC-MESSAGE
          END-STRING
          ADD 1 TO WK-TI
       END-IF
    END-PERFORM.

025-EXIT-BUILD.
    EXIT.
*>----------------------------------------------------------------------
*> A QUEUED COMMAND LINE AGAINST THE LIVE DEFINITIONS - ONE CODE WHEN
*> THE CALLER NAMED IT, OTHERWISE EVERY LIVE ROW UNTIL ONE FITS.
030-MATCH.

    MOVE JC-CMD TO WK-WANTED
    MOVE JC-CODE TO WK-WANT-CODE
    MOVE "N" TO WK-MATCH-OK
    IF NOT JCT-FS-OK
       GO 030-EXIT-MATCH
    END-IF
    IF WK-WANT-CODE NOT = SPACES
       PERFORM 060-READ-LIVE THRU 060-EXIT-READ-LIVE
       IF WK-FOUND = "Y"
          PERFORM 035-FIT THRU 035-EXIT-FIT
       END-IF
    ELSE
       INITIALIZE REC-JCT
       MOVE LOW-VALUES TO KEY1-JCT
       MOVE "F" TO FLG-EOF
       START FD-JCT
           KEY IS >= KEY1-JCT
           INVALID KEY
               MOVE "T" TO FLG-EOF
       END-START
       PERFORM UNTIL FLG-EOF = "T" OR WK-MATCH-OK = "Y"
          READ FD-JCT NEXT
             AT END
                MOVE "T" TO FLG-EOF
             NOT AT END
                IF JCT-IS-LIVE
                   PERFORM 035-FIT THRU 035-EXIT-FIT
                END-IF
          END-READ
       END-PERFORM
    END-IF
    IF WK-MATCH-OK = "Y"
       MOVE JCT-CODE TO JC-CODE
       MOVE "Y" TO JC-OK
       MOVE SPACES TO JC-MESSAGE
    ELSE
       MOVE SPACES TO JC-VALUE(1) JC-VALUE(2) JC-VALUE(3) JC-VALUE(4)
       IF WK-WANT-CODE NOT = SPACES
          STRING "COMMAND DOES NOT MATCH CATALOG JOB "
                 FUNCTION TRIM(WK-WANT-CODE)
              DELIMITED BY SIZE INTO JC-MESSAGE
          END-STRING
       ELSE
          MOVE "COMMAND IS NOT A REGISTERED CATALOG JOB" TO JC-MESSAGE
       END-IF
    END-IF.

030-EXIT-MATCH.
    EXIT.
*>----------------------------------------------------------------------
*> DOES WK-WANTED FIT THE TEMPLATE IN REC-JCT? LITERAL TEXT MUST
*> AGREE CHARACTER FOR CHARACTER; EACH &n TAKES WHAT LIES BEFORE THE
*> NEXT LITERAL RUN. THE VALUES SO FOUND ARE CHECKED AND THE TEMPLATE
*> FILLED AGAIN - IT FITS ONLY WHEN THAT GIVES BACK WK-WANTED ITSELF.
035-FIT.

    MOVE SPACES TO JC-VALUE(1) JC-VALUE(2) JC-VALUE(3) JC-VALUE(4)
    MOVE SPACES TO JC-MESSAGE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(JCT-TEMPLATE TRAILING))
      TO WK-TPL-LEN
    IF WK-WANTED = SPACES
       MOVE ZEROS TO WK-CMD-LEN
    ELSE
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WK-WANTED TRAILING))
         TO WK-CMD-LEN
    END-IF
    MOVE 1 TO WK-TI WK-CI
    MOVE "Y" TO WK-MATCH-OK
    PERFORM UNTIL WK-TI > WK-TPL-LEN OR WK-MATCH-OK = "N"
       IF JCT-TEMPLATE(WK-TI:1) = "&" AND WK-TI < WK-TPL-LEN
          AND JCT-TEMPLATE(WK-TI + 1:1) >= "1"
          AND JCT-TEMPLATE(WK-TI + 1:1) <= "4"
          MOVE JCT-TEMPLATE(WK-TI + 1:1) TO WK-PX
          ADD 2 TO WK-TI
          PERFORM 037-GAP THRU 037-EXIT-GAP
       ELSE
          IF WK-CI > 200
             MOVE "N" TO WK-MATCH-OK
          ELSE
             IF JCT-TEMPLATE(WK-TI:1) NOT = WK-WANTED(WK-CI:1)
                MOVE "N" TO WK-MATCH-OK
             END-IF
          END-IF
          ADD 1 TO WK-TI
          ADD 1 TO WK-CI
       END-IF
    END-PERFORM
    IF WK-MATCH-OK = "Y" AND WK-CI <= WK-CMD-LEN
       MOVE "N" TO WK-MATCH-OK
    END-IF
    IF WK-MATCH-OK = "N"
       GO 035-EXIT-FIT
    END-IF
    PERFORM 020-CHECK-VALUES THRU 020-EXIT-CHECK-VALUES
    IF JC-MESSAGE = SPACES
       PERFORM 025-BUILD THRU 025-EXIT-BUILD
    END-IF
    IF JC-MESSAGE NOT = SPACES OR WK-BUILT NOT = WK-WANTED
       MOVE "N" TO WK-MATCH-OK
    END-IF.

035-EXIT-FIT.
    EXIT.
*>----------------------------------------------------------------------
*> THE VALUE OF PLACEHOLDER WK-PX: THE LITERAL RUN THAT FOLLOWS IT IN
*> THE TEMPLATE IS LOOKED FOR IN THE COMMAND FROM WK-CI ON; A
*> PLACEHOLDER CLOSING THE TEMPLATE TAKES THE REST OF THE LINE.
037-GAP.

    MOVE WK-TI TO WK-TJ
    PERFORM UNTIL WK-TJ > WK-TPL-LEN
               OR (JCT-TEMPLATE(WK-TJ:1) = "&" AND WK-TJ < WK-TPL-LEN
                   AND JCT-TEMPLATE(WK-TJ + 1:1) >= "1"
                   AND JCT-TEMPLATE(WK-TJ + 1:1) <= "4")
       ADD 1 TO WK-TJ
    END-PERFORM
    COMPUTE WK-LIT-LEN = WK-TJ - WK-TI
    IF WK-LIT-LEN = 0
       IF WK-TI <= WK-TPL-LEN
          *> two placeholders side by side cannot be told apart
          MOVE "N" TO WK-MATCH-OK
          GO 037-EXIT-GAP
       END-IF
       MOVE WK-CMD-LEN TO WK-CP
       ADD 1 TO WK-CP
    ELSE
       MOVE WK-CI TO WK-CP
       PERFORM UNTIL WK-CP > 201 - WK-LIT-LEN
                  OR WK-WANTED(WK-CP:WK-LIT-LEN)
                       = JCT-TEMPLATE(WK-TI:WK-LIT-LEN)
          ADD 1 TO WK-CP
       END-PERFORM
       IF WK-CP > 201 - WK-LIT-LEN
          MOVE "N" TO WK-MATCH-OK
          GO 037-EXIT-GAP
       END-IF
    END-IF
    IF WK-CP > WK-CI
       IF WK-CP - WK-CI > 20
          MOVE "N" TO WK-MATCH-OK
          GO 037-EXIT-GAP
       END-IF
       MOVE WK-WANTED(WK-CI:WK-CP - WK-CI) TO JC-VALUE(WK-PX)
       MOVE WK-CP TO WK-CI
    END-IF.

037-EXIT-GAP.
    EXIT.
*>----------------------------------------------------------------------
*> MAY LOGIN JC-LOGIN SUBMIT JOB JC-CODE? A DEFINITION WITH NO
*> PROFILE IS OPEN TO ANYONE ALLOWED ON THE JOBQUEUE CONSOLE;
*> OTHERWISE THE PROFILE MUST BE IN THE USER'S EFFECTIVE SET (PARENT
*> CHAIN INCLUDED), OR THE SET MUST HOLD AN ADMINISTRATIVE PROFILE.
050-PERMIT.

    IF NOT JCT-FS-OK
       GO 050-EXIT-PERMIT
    END-IF
    PERFORM 060-READ-LIVE THRU 060-EXIT-READ-LIVE
    IF WK-FOUND = "N"
       MOVE "JOB IS NOT IN THE CATALOG" TO JC-MESSAGE
       GO 050-EXIT-PERMIT
    END-IF
    IF JCT-PRF-ID NOT NUMERIC OR JCT-PRF-ID = ZEROS
       MOVE "Y" TO JC-OK
       GO 050-EXIT-PERMIT
    END-IF
    MOVE ZEROS TO WK-ID-USR
    OPEN INPUT FD-USER
    IF USR-FS-OK
       INITIALIZE REC-USR
       MOVE JC-LOGIN TO U-LOGIN
       READ FD-USER
           KEY IS KEY2-USR
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF U-ACTIVE AND U-NOT-LOCKED
                  MOVE U-ID-USR TO WK-ID-USR
               END-IF
       END-READ
       CLOSE FD-USER
    END-IF
    IF WK-ID-USR = ZEROS
       MOVE "SUBMITTER IS NOT AN ACTIVE USER" TO JC-MESSAGE
       GO 050-EXIT-PERMIT
    END-IF
    PERFORM 055-RESOLVE THRU 055-EXIT-RESOLVE
    IF JC-OK NOT = "Y"
       STRING "JOB " FUNCTION TRIM(JCT-CODE) " REQUIRES PROFILE "
              JCT-PRF-ID
           DELIMITED BY SIZE INTO JC-MESSAGE
       END-STRING
    END-IF.

050-EXIT-PERMIT.
    EXIT.
*>----------------------------------------------------------------------
*> EFFECTIVE ASSIGNMENTS OF WK-ID-USR, THEN THE PARENT CHAIN, AS THE
*> SIGN-ON RESOLVES THEM. JC-OK GOES TO "Y" ON THE REQUIRED PROFILE
*> OR ON ANY ADMINISTRATIVE ONE.
055-RESOLVE.

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    MOVE ZEROS TO WK-PRF-NUM
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
                   PERFORM 057-ADD-IF-EFFECTIVE
                       THRU 057-EXIT-ADD-IF-EFFECTIVE
                END-IF
          END-READ
       END-PERFORM
       CLOSE FD-PFU
    END-IF
    OPEN INPUT FD-PRF
    IF NOT PRF-FS-OK
       GO 055-EXIT-RESOLVE
    END-IF
    PERFORM VARYING WK-PDX FROM 1 BY 1 UNTIL WK-PDX > WK-PRF-NUM
       IF WK-PRF-IDT(WK-PDX) = JCT-PRF-ID
          MOVE "Y" TO JC-OK
       END-IF
       INITIALIZE REC-PRF
       MOVE WK-PRF-IDT(WK-PDX) TO PRF-ID
       READ FD-PRF
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PRF-IS-ADMIN
                  MOVE "Y" TO JC-OK
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
    CLOSE FD-PRF.

055-EXIT-RESOLVE.
    EXIT.
*>----------------------------------------------------------------------
057-ADD-IF-EFFECTIVE.

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
       GO 057-EXIT-ADD-IF-EFFECTIVE
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

057-EXIT-ADD-IF-EFFECTIVE.
    EXIT.
*>----------------------------------------------------------------------
*> THE LIVE ROW OF JC-CODE INTO REC-JCT; WK-FOUND SAYS WHETHER THERE
*> IS ONE.
060-READ-LIVE.

    MOVE "N" TO WK-FOUND
    INITIALIZE REC-JCT
    MOVE JC-CODE TO JCT-CODE
    MOVE "L" TO JCT-STAGE
    READ FD-JCT
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WK-FOUND
    END-READ.

060-EXIT-READ-LIVE.
    EXIT.
*>----------------------------------------------------------------------
