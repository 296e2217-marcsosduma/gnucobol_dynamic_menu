*>          to one that ran fine. Written by makemenu around every
*>          dispatch; a nonzero status also raises an operator
*>          alert and a FILE_ERROR console entry. Reported by
*>          rpt_program_runs. PGR-COSIGNER names the second
*>          operator who co-signed a dual-control item (spaces on
*>          an ordinary launch). PGR-MODULE is the module the
*>          item was launched from, for the departmental
*>          chargeback (blank on lines written before it existed).
*>
*>----------------------------------------------------------------
*> Record.: REC-PROGRUN             Record length: 124
*>----------------------------------------------------------------

FD  FILE_PROGRUN.
    05 PGR-ELAPSED             PIC 9(06).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 PGR-RC                  PIC S9(04) SIGN LEADING SEPARATE.
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 PGR-COSIGNER            PIC X(20).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 PGR-MODULE              PIC X(15).
*>----------------------------------------------------------------------
