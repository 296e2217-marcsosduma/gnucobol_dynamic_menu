*>----------------------------------------------------------------
*>                FILE QUICK_CARD.DAT
*>
*> Object.: One row per login holding the profile set its last
*>          quick-reference card was produced for - the effective
*>          USER_PROFILE assignments as a string of 4-digit profile
*>          ids in key order. charge/quick_cards compares it with
*>          today's set and sends a fresh card to the user's inbox
*>          whenever the two differ.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-QCD.                 Record Length: 150
*> Primary Key  : KEY1-QCD     ( 10 Bytes )
*>----------------------------------------------------------------

FD  FD-QCD.

01  REC-QCD.
    05 KEY1-QCD.
       10 QCD-LOGIN               PIC X(10).
    05 QCD-PROFILES               PIC X(120).
    05 QCD-DATE                   PIC 9(08).
    05 QCD-TIME                   PIC 9(08).
    05 QCD-ITEMS                  PIC 9(04).
*>----------------------------------------------------------------------
