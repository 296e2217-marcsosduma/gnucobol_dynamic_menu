       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    chkhold.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: The legal-hold gate. Every step that purges, ages out or
*>         copies user records asks here first. Op "L" loads the
*>         holds in force today from LEGAL_HOLD.DAT (the first call
*>         of any op loads them too), resolving each login to its
*>         U-ID-USR for the files keyed by id. Op "C" answers held
*>         or not for one login or id; op "N" walks the holds in
*>         force one by one, for the steps that have to look inside
*>         a whole file; op "S" records a kept record in
*>         legal_hold_skips.log, which is what the legal-hold
*>         report counts as preserved.
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  LEGAL HOLD   10/15/26 DUMA     First version.
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

COPY "../cpy/legal_hold_se.cpy".
COPY "../cpy/legal_hold_log_se.cpy".
COPY "../cpy/user_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/legal_hold_fd.cpy".
COPY "../cpy/legal_hold_log_fd.cpy".
COPY "../cpy/user_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-LGH                        PIC  9(002).
    88  LGH-FS-OK                             VALUE ZEROS.
77  ST-LHS                        PIC  X(002) VALUE ZEROS.
77  ST-USR                        PIC  9(002).
    88  FSU-OK                                VALUE ZEROS.
77  WK-LOADED                     PIC  X(001) VALUE "N".
01  FLG-EOF                       PIC  X(001) VALUE "F".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.

*> Holds in force today.
01  WK-TAB-MAX                    PIC  9(004) VALUE 200.
01  WK-TAB-NUM                    PIC  9(004) VALUE ZEROS.
01  WK-TAB.
    05 WK-ROW OCCURS 200 TIMES.
       10 WK-T-HOLD-ID            PIC 9(04).
       10 WK-T-LOGIN              PIC X(10).
       10 WK-T-ID-USR             PIC 9(04).
       10 WK-T-CASE-REF           PIC X(15).

LINKAGE SECTION.
01  LH-PARM.
    05 LH-OP                      PIC X(01).
    05 LH-LOGIN                   PIC X(10).
    05 LH-ID-USR                  PIC 9(04).
    05 LH-INDEX                   PIC 9(04).
    05 LH-HELD                    PIC X(01).
    05 LH-HOLD-ID                 PIC 9(04).
    05 LH-CASE-REF                PIC X(15).
    05 LH-PROGRAM                 PIC X(20).
    05 LH-DETAIL                  PIC X(70).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING LH-PARM.

000-DISPATCH.

    CALL "setpaths" END-CALL
    IF WK-LOADED = "N" OR LH-OP = "L"
       PERFORM 010-LOAD THRU 010-EXIT-LOAD
    END-IF
    EVALUATE LH-OP
        WHEN "C"
            PERFORM 020-CHECK THRU 020-EXIT-CHECK
        WHEN "N"
            PERFORM 030-NEXT THRU 030-EXIT-NEXT
        WHEN "S"
            PERFORM 040-LOG-SKIP THRU 040-EXIT-LOG-SKIP
    END-EVALUATE.

000-EXIT-DISPATCH.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
*> A HOLD IS IN FORCE FROM ITS FROM-DATE UNTIL ITS TO-DATE (ZEROS =
*> OPEN-ENDED) OR UNTIL IT IS RELEASED, WHICHEVER COMES FIRST.
010-LOAD.

    MOVE "Y" TO WK-LOADED
    MOVE ZEROS TO WK-TAB-NUM
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    OPEN INPUT FD-LGH
    IF NOT LGH-FS-OK
       GO 010-EXIT-LOAD
    END-IF
    MOVE ZEROS TO KEY1-LGH
    MOVE "F" TO FLG-EOF
    START FD-LGH
        KEY IS >= KEY1-LGH
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL FLG-EOF = "T"
       READ FD-LGH NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF LGH-FROM-DATE <= WK-HOJE
                AND (LGH-TO-DATE = ZEROS OR LGH-TO-DATE >= WK-HOJE)
                AND LGH-RELEASED-DATE = ZEROS
                AND WK-TAB-NUM < WK-TAB-MAX
                ADD 1 TO WK-TAB-NUM
                MOVE LGH-ID       TO WK-T-HOLD-ID(WK-TAB-NUM)
                MOVE LGH-LOGIN    TO WK-T-LOGIN(WK-TAB-NUM)
                MOVE ZEROS        TO WK-T-ID-USR(WK-TAB-NUM)
                MOVE LGH-CASE-REF TO WK-T-CASE-REF(WK-TAB-NUM)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-LGH
    IF WK-TAB-NUM = ZEROS
       GO 010-EXIT-LOAD
    END-IF

    *> the ids, for USER_PROFILE.DAT and the other files keyed by id
    OPEN INPUT FD-USER
    IF NOT FSU-OK
       GO 010-EXIT-LOAD
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-TAB-NUM
       MOVE WK-T-LOGIN(WK-IDX) TO U-LOGIN
       READ FD-USER
           KEY IS KEY2-USR
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE U-ID-USR TO WK-T-ID-USR(WK-IDX)
       END-READ
    END-PERFORM
    CLOSE FD-USER.

010-EXIT-LOAD.
    EXIT.
*>----------------------------------------------------------------------
020-CHECK.

    MOVE "N" TO LH-HELD
    MOVE ZEROS TO LH-HOLD-ID WK-FOUND
    MOVE SPACES TO LH-CASE-REF
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-TAB-NUM OR WK-FOUND > 0
       IF LH-LOGIN NOT = SPACES
          IF WK-T-LOGIN(WK-IDX) = LH-LOGIN
             MOVE WK-IDX TO WK-FOUND
          END-IF
       ELSE
          IF LH-ID-USR > 0 AND WK-T-ID-USR(WK-IDX) = LH-ID-USR
             MOVE WK-IDX TO WK-FOUND
          END-IF
       END-IF
    END-PERFORM
    IF WK-FOUND > 0
       MOVE "Y" TO LH-HELD
       MOVE WK-T-HOLD-ID(WK-FOUND)  TO LH-HOLD-ID
       MOVE WK-T-CASE-REF(WK-FOUND) TO LH-CASE-REF
       MOVE WK-T-LOGIN(WK-FOUND)    TO LH-LOGIN
       MOVE WK-T-ID-USR(WK-FOUND)   TO LH-ID-USR
    END-IF.

020-EXIT-CHECK.
    EXIT.
*>----------------------------------------------------------------------
030-NEXT.

    IF LH-INDEX = ZEROS OR LH-INDEX > WK-TAB-NUM
       MOVE "N" TO LH-HELD
       GO 030-EXIT-NEXT
    END-IF
    MOVE "Y" TO LH-HELD
    MOVE WK-T-HOLD-ID(LH-INDEX)  TO LH-HOLD-ID
    MOVE WK-T-CASE-REF(LH-INDEX) TO LH-CASE-REF
    MOVE WK-T-LOGIN(LH-INDEX)    TO LH-LOGIN
    MOVE WK-T-ID-USR(LH-INDEX)   TO LH-ID-USR.

030-EXIT-NEXT.
    EXIT.
*>----------------------------------------------------------------------
040-LOG-SKIP.

    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    MOVE SPACES TO REC-LHS
    MOVE WK-HOJE      TO LHS-DATE
    MOVE WK-AGORA     TO LHS-TIME
    MOVE LH-HOLD-ID   TO LHS-HOLD-ID
    MOVE LH-CASE-REF  TO LHS-CASE-REF
    MOVE LH-LOGIN     TO LHS-LOGIN
    MOVE LH-PROGRAM   TO LHS-PROGRAM
    MOVE LH-DETAIL    TO LHS-DETAIL
    OPEN EXTEND FILE_LGH_SKIPS
    IF ST-LHS = "35"
       OPEN OUTPUT FILE_LGH_SKIPS
    END-IF
    WRITE REC-LHS
    CLOSE FILE_LGH_SKIPS.

040-EXIT-LOG-SKIP.
    EXIT.
*>----------------------------------------------------------------------
