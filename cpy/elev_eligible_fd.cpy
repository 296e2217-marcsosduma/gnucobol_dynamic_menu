*>----------------------------------------------------------------
*>                FILE ELEV_ELIGIBLE.DAT
*>
*> Object.: Just-in-time elevation eligibility. One row per (user,
*>          profile) pair approved in advance by security: the user
*>          may switch the profile on for themselves from the
*>          ELEVATE screen, with a reason, for up to ELG-MAX-HOURS
*>          at a time, without a second approver. The activations
*>          themselves go to ELEVATION.DAT. Maintained from the
*>          ELIGIBILITY screen; the approver is whoever keyed the
*>          row, never the user it names.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-ELG.                 Record Length: 86
*> Primary Key  : KEY1-ELG     ( 08 Bytes )
*>----------------------------------------------------------------

FD  FD-ELG.

01  REC-ELG.
    05 KEY1-ELG.
       10 ELG-ID-USR              PIC 9(04).
       10 ELG-ID-PRF              PIC 9(04).
*> Longest single activation allowed for this pair, in hours.
    05 ELG-MAX-HOURS              PIC 9(02).
    05 ELG-APPROVED-BY            PIC X(20).
    05 ELG-APPROVED-DATE          PIC 9(08).
*> Last day the pre-approval itself stands (CCYYMMDD); zeros = until
*> revoked.
    05 ELG-VALID-TO               PIC 9(08).
    05 ELG-NOTE                   PIC X(40).
*>----------------------------------------------------------------------
