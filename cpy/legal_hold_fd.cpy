*>----------------------------------------------------------------
*>                FILE LEGAL_HOLD.DAT
*>
*> Object.: Legal holds. One row per login under investigation,
*>          with the case reference and the hold dates. While a
*>          hold is in force (LGH-FROM-DATE reached, LGH-TO-DATE
*>          zeros or not yet passed, not released) every purge and
*>          age-out step leaves that login's records alone and
*>          notes what it kept in legal_hold_skips.log, and the
*>          TEST anonymizer refuses to copy the user. A released
*>          hold stays on file with who released it and when.
*>          Maintained from the LEGALHOLD screen.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-LGH.                 Record Length: 141
*> Primary Key  : KEY1-LGH     ( 04 Bytes )
*>----------------------------------------------------------------

FD  FD-LGH.

01  REC-LGH.
    05 KEY1-LGH.
       10 LGH-ID                  PIC 9(04).
    05 LGH-LOGIN                  PIC X(10).
    05 LGH-CASE-REF               PIC X(15).
    05 LGH-FROM-DATE              PIC 9(08).
    05 LGH-TO-DATE                PIC 9(08).
    05 LGH-REASON                 PIC X(40).
    05 LGH-SET-BY                 PIC X(20).
    05 LGH-SET-DATE               PIC 9(08).
    05 LGH-RELEASED-BY            PIC X(20).
    05 LGH-RELEASED-DATE          PIC 9(08).
*>----------------------------------------------------------------------
