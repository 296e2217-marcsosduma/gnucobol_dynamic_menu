       *> Optimistic locking - baseline timestamp taken when the record
       *> was read, compared against the current disk copy right before
       *> the REWRITE to detect a concurrent update. -----------------------
       01 WK-SAVE-REC-USR  PIC X(120).
       *> Before/after change journal ----------------------------------
       77 ST-CHJ         PIC X(02) VALUE ZEROS.
       77 WK-CHJ-BEFORE  PIC X(167) VALUE SPACES.
       77 WK-CHJ-IMG     PIC X(120) VALUE SPACES.
       77 WK-SAVE-UPD-DATE PIC 9(08).
       77 WK-SAVE-UPD-TIME PIC 9(08).
       77 WK-LOCK-CONFLICT PIC X(01) VALUE "N".
           MOVE U-ID-USR TO CHJ-KEY
           MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
           MOVE WK-CHJ-IMG TO CHJ-AFTER
           *> a user's own password change has no change ticket -
           *> the marker keeps it out of the unticketed list
           MOVE "SELF-SERVICE" TO CHJ-TICKET
           OPEN EXTEND FILE_CHANGE_JOURNAL
           IF ST-CHJ = "35"
               OPEN OUTPUT FILE_CHANGE_JOURNAL
