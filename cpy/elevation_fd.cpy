*>----------------------------------------------------------------
*>                FILE ELEVATION.DAT
*>
*> Object.: Just-in-time elevations. One row per activation of a
*>          pre-approved (ELEV_ELIGIBLE.DAT) profile: who, which
*>          profile, why, and the window in hours. While the row is
*>          active and its expiry stamp has not passed, validate_usr
*>          merges the profile into the user's permissions; the menu
*>          notices the change on the next keystroke and re-resolves
*>          the session, so the profile appears at once and drops at
*>          expiry in a session already running. The row is kept as
*>          the record the daily elevation report reads.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-ELV.                 Record Length: 115
*> Primary Key  : KEY1-ELV     ( 06 Bytes )
*> Alternate Key: KEY2-ELV     ( 10 Bytes ) WITH DUPLICATES
*>----------------------------------------------------------------

FD  FD-ELV.

01  REC-ELV.
    05 KEY1-ELV.
       10 ELV-ID                  PIC 9(06).
    05 KEY2-ELV.
       10 ELV-LOGIN               PIC X(10).
    05 ELV-ID-USR                 PIC 9(04).
    05 ELV-ID-PRF                 PIC 9(04).
    05 ELV-REASON                 PIC X(40).
    05 ELV-HOURS                  PIC 9(02).
    05 ELV-START.
       10 ELV-START-DATE          PIC 9(08).
       10 ELV-START-TIME          PIC 9(08).
    05 ELV-EXPIRE.
       10 ELV-EXPIRE-DATE         PIC 9(08).
       10 ELV-EXPIRE-TIME         PIC 9(08).
*> A = active; E = lapsed at its expiry; R = ended early by the user
*> or by security revoking the eligibility.
    05 ELV-STATUS                 PIC X(01).
       88 ELV-IS-ACTIVE                      VALUE "A".
       88 ELV-IS-EXPIRED                     VALUE "E".
       88 ELV-IS-ENDED                       VALUE "R".
    05 ELV-END.
       10 ELV-END-DATE            PIC 9(08).
       10 ELV-END-TIME            PIC 9(08).
*>----------------------------------------------------------------------
