*>----------------------------------------------------------------
*>                FILE CONTAINMENT.LOG
*>
*> Object.: One line per step of an incident containment or of its
*>          release, all under the incident reference: the lock,
*>          each session forced off, each job cancelled, each
*>          delegation ended, each spool entry held, each request
*>          withdrawn, the dossier written and the sign-off.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-CTL.                 Record Length: 138
*>----------------------------------------------------------------

FD  FILE_CNT_LOG.

01  REC-CTL.
    05 CTL-DATE                PIC 9(08).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 CTL-TIME                PIC 9(08).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 CTL-INCIDENT            PIC X(12).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 CTL-OPERATOR            PIC X(20).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 CTL-LOGIN               PIC X(10).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 CTL-STEP                PIC X(10).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 CTL-DETAIL              PIC X(64).
*>----------------------------------------------------------------------
