*>----------------------------------------------------------------
*>                FILE BATCH_WINDOW.CTL
*>
*> Object.: Single-record control file for the nightly batch
*>          window. Written only by the batch_window utility (close
*>          for batch, reopen after the chain, operator reopen);
*>          read by validate_usr, which refuses new non-admin
*>          sign-ons while the window is closed, and by the menu,
*>          which warns live sessions during the grace period. A
*>          missing file or a blank state means sign-on is open.
*>
*>----------------------------------------------------------------
*> Record.: REC-BWC                 Record length: 93
*>----------------------------------------------------------------

FD  FILE_BATCH_WINDOW.

01  REC-BWC.
    05 BWC-STATE               PIC X(01).
       88 BWC-IS-OPEN                     VALUE "O" SPACE.
       88 BWC-IS-CLOSING                  VALUE "W".
       88 BWC-IS-BATCH                    VALUE "B".
       88 BWC-IS-FAILED                   VALUE "F".
       88 BWC-IS-CLOSED                   VALUE "W" "B" "F".
    05 BWC-CHG-DATE            PIC 9(08).
    05 BWC-CHG-TIME            PIC 9(08).
    05 BWC-GRACE-DATE          PIC 9(08).
    05 BWC-GRACE-TIME          PIC 9(08).
    05 BWC-CHANGED-BY          PIC X(20).
    05 BWC-REASON              PIC X(40).
*>----------------------------------------------------------------------
