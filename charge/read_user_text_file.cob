*>         flag, so a migration or disaster-recovery rebuild cannot
*>         smuggle plaintext passwords in (the one-time values are
*>         listed in the load report for controlled hand-out).
*>         A login kept on user_hist.dat by the yearly archive run
*>         stays reserved and is rejected - the archived user comes
*>         back only through the USERS screen's restore.
*>
*> Read...: user.txt, user_hist.dat
*>
*> Out....: user.dat, user_load_passwords.txt
*>
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  USER LOADERS 08/22/26 DUMA     First version.
*>  USER ARCHIVE 10/15/26 DUMA     Rejects logins of archived users.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.

COPY "../cpy/user_se.cpy".
COPY "../cpy/load_summary_se.cpy".
COPY "../cpy/user_hist_se.cpy".

     SELECT FILE_TXT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL

COPY "../cpy/user_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".
COPY "../cpy/user_hist_fd.cpy".

FD  FILE_TXT
    VALUE OF FILE-ID IS  "../txt/user.txt".
    88  FSL-CANCEL                            VALUE 99.
    88  FSL-NOT-EXIST                         VALUE 35.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.
77  ST-UHS                        PIC  X(002) VALUE ZEROS.
*> user_hist.dat is optional - never written, nothing archived yet
77  WK-HAS-UHS                    PIC  X(001) VALUE "N".

01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-CHECKPOINT                 PIC  9(008) VALUE ZEROS.
       CLOSE  FD-USER
       OPEN I-O FD-USER
    END-IF
    OPEN INPUT  FD-UHS
    IF ST-UHS = "00"
       MOVE "Y" TO WK-HAS-UHS
    END-IF
    OPEN INPUT  FILE_TXT
    OPEN OUTPUT FILE_REJ

                          MOVE "U-LOGIN BLANK" TO WK-REJECT-REASON
                       END-IF
                    END-IF
                    IF WK-REJECT-REASON = SPACES AND WK-HAS-UHS = "Y"
                       MOVE FUNCTION UPPER-CASE(REC-TXT(5:10))
                         TO UHS-LOGIN-KEY
                       READ FD-UHS
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE "LOGIN RESERVED - ARCHIVED USER"
                               TO WK-REJECT-REASON
                       END-READ
                    END-IF
                    IF WK-REJECT-REASON = SPACES
                        INITIALIZE REC-USR
                        MOVE REC-TXT(1:4) TO U-ID-USR
          FILE_TXT
          FILE_REJ
          FILE_PWD
    IF WK-HAS-UHS = "Y"
       CLOSE FD-UHS
    END-IF

    PERFORM 930-CLEAR-CHECKPOINT
    PERFORM 940-WRITE-LOAD-SUMMARY
