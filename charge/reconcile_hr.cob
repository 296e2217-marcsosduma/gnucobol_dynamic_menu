*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  HR RECON     09/02/26 DUMA     First version.
*>  SVC ACCOUNT  10/15/26 DUMA     Service accounts are matched by
*>                                 their owner, not their own login.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
01  WK-STARTERS                   PIC  9(008) VALUE ZEROS.
01  WK-TRN-DATE                   PIC  9(008) VALUE ZEROS.
01  WK-MISMATCH                   PIC  9(008) VALUE ZEROS.
01  WK-SVC-OWNER                  PIC  9(008) VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
01  WK-TEL01-1                    PIC  X(050) VALUE
          NOT AT END
             ADD 1 TO WK-READS
             DISPLAY SS-FILLER02-1
             IF U-ACTIVE AND U-SERVICE-ACCT
                PERFORM 022-CONFERE-RESPONSAVEL
                    THRU 022-EXIT-CONFERE-RESPONSAVEL
             END-IF
             IF U-ACTIVE AND NOT U-SERVICE-ACCT
                MOVE ZEROS TO WK-HIT
                PERFORM VARYING WK-IDX FROM 1 BY 1
                        UNTIL WK-IDX > WK-HR-NUM
020-EXIT-PASSA-USUARIOS.
    EXIT.
*>----------------------------------------------------------------------
*> A SERVICE ACCOUNT IS NOBODY ON THE ROSTER - WHAT HR MUST KNOW IS
*> THE PERSON WHO ANSWERS FOR IT. NO OWNER, AN OWNER HR HAS NEVER
*> HEARD OF, OR AN OWNER WHO HAS LEFT IS LISTED FOR REASSIGNMENT.
022-CONFERE-RESPONSAVEL.

    MOVE ZEROS TO WK-HIT
    IF U-OWNER NOT = SPACES
       PERFORM VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WK-HR-NUM
          IF WK-HR-LOGIN(WK-IDX) = U-OWNER
             MOVE WK-IDX TO WK-HIT
          END-IF
       END-PERFORM
    END-IF
    MOVE SPACES TO REG-TXT
    EVALUATE TRUE
        WHEN U-OWNER = SPACES
             STRING "SVC-NO-OWNER " U-LOGIN
                    "  SERVICE ACCOUNT WITH NO OWNER"
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
        WHEN WK-HIT = ZEROS
             STRING "SVC-OWNER-?? " U-LOGIN
                    "  OWNER " U-OWNER " UNKNOWN TO HR"
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
        WHEN WK-HR-STATUS(WK-HIT) = "L"
             STRING "SVC-OWNER-LF " U-LOGIN
                    "  OWNER " U-OWNER " HAS LEFT"
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
        WHEN OTHER
             CONTINUE
    END-EVALUATE
    IF REG-TXT NOT = SPACES
       ADD 1 TO WK-SVC-OWNER
       PERFORM 940-GRAVA-LINHA THRU 940-EXIT-GRAVA-LINHA
    END-IF.

022-EXIT-CONFERE-RESPONSAVEL.
    EXIT.
*>----------------------------------------------------------------------
*> BUCKET 2: ACTIVE HR EMPLOYEES NOBODY MATCHED - THE STARTERS. WITH
*> HR_EMIT_TRANS=S EACH ONE ALSO BECOMES A user.txt-LAYOUT LINE
*> (ID FROM nextid, STATUS A, UNLOCKED) FOR THE INCREMENTAL LOADER,
    MOVE "RECONCILE_HR" TO LDS-PROGRAM
    MOVE WK-READS TO LDS-READS
    MOVE WK-STARTERS TO LDS-WRITES
    COMPUTE LDS-REJECTS = WK-NO-HR + WK-MISMATCH + WK-SVC-OWNER
    END-COMPUTE

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
