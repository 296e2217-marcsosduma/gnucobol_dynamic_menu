      *> FILTERS; THE MATCHES ARE LOADED AND BROWSED PAGE BY PAGE IN
      *> THE STYLE OF PDAP2640'S PAGING, AND THE FILTERED SLICE CAN
      *> BE EXPORTED TO A TEXT FILE FOR WHOEVER ASKED THE QUESTION.
      *> WHEN THE DATE RANGE LIES INSIDE WHAT THE INDEXED AUDIT STORE
      *> COVERS (AUDIT_INDEX.DAT, LOADED NIGHTLY BY index_audit) THE
      *> MATCHES COME FROM THE STORE - ARCHIVED GENERATIONS INCLUDED -
      *> BY KEY; OTHERWISE THE LIVE LOG IS SCANNED AS BEFORE.
      *> -----------------------------------------------------------
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "../cpy/audit_se.cpy".
            COPY "../cpy/audit_index_se.cpy".
            COPY "../cpy/audit_index_ctl_se.cpy".

            SELECT EXPORT_TXT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
            COPY "../cpy/audit_fd.cpy".
            COPY "../cpy/audit_index_fd.cpy".
            COPY "../cpy/audit_index_ctl_fd.cpy".

       FD  EXPORT_TXT
           VALUE OF FILE-ID IS "../txt/audit_inquiry.txt".
           88  AUD-FS-OK                 VALUE "00".
           88  AUD-FS-NOT-EXIST          VALUE "35".
       77 ST-EXP                        PIC  X(002) VALUE ZEROS.
       77 ST-AIX                        PIC  X(002) VALUE ZEROS.
       77 ST-AIC                        PIC  X(002) VALUE ZEROS.
       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-BACK-COLOR PIC 9 VALUE 1.
       *> Audit date normalized for the range test - rows written
       *> before the full-century stamp carry "YYMMDD  ". -----------
       77 WK-AUD-NORM   PIC 9(08) VALUE ZEROS.
       *> Indexed audit store - range it covers and where the
       *> matches on screen came from ------------------------------
       77 WK-COVER-FROM PIC 9(08) VALUE ZEROS.
       77 WK-COVER-TO   PIC 9(08) VALUE ZEROS.
       77 WK-USE-INDEX  PIC X(01) VALUE "N".
       77 WK-SOURCE     PIC X(30) VALUE SPACES.
       *> Loaded matches ------------------------------------------------
       01 WK-TAB-MAX    PIC 9(03) VALUE 500.
       01 WK-TAB-NUM    PIC 9(03) VALUE ZEROS.
           MOVE ZEROS TO WK-TAB-NUM WK-READS
           MOVE "N" TO WK-TRUNCATED
           MOVE "F" TO FLG-EOF
           PERFORM 015-READ-COVERAGE THRU 015-END-READ-COVERAGE
           IF WK-USE-INDEX = "Y"
               PERFORM 022-LOAD-FROM-INDEX THRU 022-END-LOAD-FROM-INDEX
           END-IF
           IF WK-USE-INDEX = "Y"
               MOVE "SOURCE: AUDIT INDEX" TO WK-SOURCE
               GO 020-PAGES
           END-IF
           MOVE "SOURCE: LIVE LOG SCAN" TO WK-SOURCE
           OPEN INPUT FILE_AUDIT
           IF AUD-FS-NOT-EXIST
               GO 020-END-LOAD-MATCHES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE_AUDIT.
       020-PAGES.
           COMPUTE WK-PAGES = (WK-TAB-NUM + 13) / 14 END-COMPUTE
           IF WK-PAGES = 0
               MOVE 1 TO WK-PAGES
       020-END-LOAD-MATCHES.
           EXIT.

      *> -----------------------------------
      *> THE STORE ANSWERS ONLY FOR A CLOSED DATE RANGE INSIDE THE ONE
      *> ITS CONTROL FILE SAYS IS COMPLETE; AN OPEN RANGE REACHES
      *> TODAY, WHICH IS NEVER IN THE STORE.
       015-READ-COVERAGE.
           MOVE "N" TO WK-USE-INDEX
           MOVE ZEROS TO WK-COVER-FROM WK-COVER-TO
           OPEN INPUT FILE_AIX_CTL
           IF ST-AIC NOT = "00"
               GO 015-END-READ-COVERAGE
           END-IF
           READ FILE_AIX_CTL
               AT END
                   CONTINUE
               NOT AT END
                   IF AIC-IS-COVERAGE
                       MOVE AIC-COVER-FROM TO WK-COVER-FROM
                       MOVE AIC-COVER-TO TO WK-COVER-TO
                   END-IF
           END-READ
           CLOSE FILE_AIX_CTL
           IF WK-COVER-FROM > 0 AND WK-F-FROM > 0 AND WK-F-TO > 0
              AND WK-F-FROM >= WK-COVER-FROM AND WK-F-TO <= WK-COVER-TO
               MOVE "Y" TO WK-USE-INDEX
           END-IF.
       015-END-READ-COVERAGE.
           EXIT.

      *> -----------------------------------
      *> KEYED READ OF THE STORE: BY USER WHEN ONE IS TYPED, ELSE BY
      *> MODULE, ELSE BY DATE. EACH AUDIT ROW FOUND GOES THROUGH THE
      *> SAME FILTER TEST AS A SCANNED ONE. A STORE THAT CANNOT BE
      *> OPENED SENDS THE INQUIRY BACK TO THE SCAN.
       022-LOAD-FROM-INDEX.
           OPEN INPUT FD-AIX
           IF ST-AIX NOT = "00"
               MOVE "N" TO WK-USE-INDEX
               GO 022-END-LOAD-FROM-INDEX
           END-IF
           MOVE ZEROS TO WK-F-LEN
           MOVE LOW-VALUES TO REC-AIX
           EVALUATE TRUE
               WHEN WK-F-USER(1:1) NOT = SPACE
                   INSPECT WK-F-USER TALLYING WK-F-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE WK-F-USER(1:WK-F-LEN) TO AIX-USER(1:WK-F-LEN)
                   START FD-AIX KEY IS >= KEY1-AIX
                       INVALID KEY
                           MOVE "T" TO FLG-EOF
                   END-START
               WHEN WK-F-MODULE(1:1) NOT = SPACE
                   INSPECT WK-F-MODULE TALLYING WK-F-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE WK-F-MODULE(1:WK-F-LEN)
                     TO AIX-K3-MODULE(1:WK-F-LEN)
                   START FD-AIX KEY IS >= KEY3-AIX
                       INVALID KEY
                           MOVE "T" TO FLG-EOF
                   END-START
               WHEN OTHER
                   MOVE WK-F-FROM TO AIX-K2-DATE
                   MOVE ZEROS TO AIX-K2-TIME
                   START FD-AIX KEY IS >= KEY2-AIX
                       INVALID KEY
                           MOVE "T" TO FLG-EOF
                   END-START
           END-EVALUATE
           PERFORM UNTIL EOF
               READ FD-AIX NEXT
                   AT END
                       MOVE "T" TO FLG-EOF
                   NOT AT END
                       ADD 1 TO WK-READS
                       EVALUATE TRUE
                           WHEN WK-F-USER(1:1) NOT = SPACE
                               IF AIX-USER(1:WK-F-LEN)
                                  NOT = WK-F-USER(1:WK-F-LEN)
                                   MOVE "T" TO FLG-EOF
                               END-IF
                           WHEN WK-F-MODULE(1:1) NOT = SPACE
                               IF AIX-K3-MODULE(1:WK-F-LEN)
                                  NOT = WK-F-MODULE(1:WK-F-LEN)
                                   MOVE "T" TO FLG-EOF
                               END-IF
                           WHEN OTHER
                               IF AIX-K2-DATE > WK-F-TO
                                   MOVE "T" TO FLG-EOF
                               END-IF
                       END-EVALUATE
                       IF NOT EOF AND AIX-IS-AUDIT
                           MOVE AIX-LINE(1:86) TO REC-AUDIT
                           PERFORM 025-TEST-FILTERS THRU 025-END-TEST-FILTERS
                           IF WK-MATCH = "Y"
                               IF WK-TAB-NUM < WK-TAB-MAX
                                   ADD 1 TO WK-TAB-NUM
                                   MOVE REC-AUDIT TO WK-TAB-LINE(WK-TAB-NUM)
                               ELSE
                                   MOVE "Y" TO WK-TRUNCATED
                                   MOVE "T" TO FLG-EOF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-AIX.
       022-END-LOAD-FROM-INDEX.
           EXIT.

      *> -----------------------------------
       025-TEST-FILTERS.
           MOVE "Y" TO WK-MATCH
               DISPLAY WK-TAB-LINE(WK-IDX)(1:78) AT LINE WK-LIN COLUMN 02
               ADD 1 TO WK-LIN
           END-PERFORM
           DISPLAY WK-SOURCE AT LINE 21 COLUMN 03
           DISPLAY "PAGE" AT LINE 21 COLUMN 60
           DISPLAY WK-PAGE AT LINE 21 COLUMN 65
           DISPLAY "/" AT LINE 21 COLUMN 69
