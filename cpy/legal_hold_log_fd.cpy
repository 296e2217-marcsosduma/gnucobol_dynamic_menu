*>----------------------------------------------------------------
*>                FILE LEGAL_HOLD_SKIPS.LOG
*>
*> Objetivo.: One line for every record a purge, age-out or
*>            anonymizer step left in place because its login was
*>            under legal hold - what was kept, by which step, for
*>            which case. Written through chkhold only.
*>
*>----------------------------------------------------------------
*> Record.: REC-LHS                 Record length: 141
*>----------------------------------------------------------------

FD  FILE_LGH_SKIPS.

01  REC-LHS.
    05 LHS-DATE                PIC 9(08).
    05 FILLER                  PIC X(01).
    05 LHS-TIME                PIC 9(08).
    05 FILLER                  PIC X(01).
    05 LHS-HOLD-ID             PIC 9(04).
    05 FILLER                  PIC X(01).
    05 LHS-CASE-REF            PIC X(15).
    05 FILLER                  PIC X(01).
    05 LHS-LOGIN               PIC X(10).
    05 FILLER                  PIC X(01).
    05 LHS-PROGRAM             PIC X(20).
    05 FILLER                  PIC X(01).
    05 LHS-DETAIL              PIC X(70).
*>----------------------------------------------------------------------
