*>----------------------------------------------------------------
*>                FILE HELPDESK_CASE.DAT
*>
*> Object.: One row per service-desk call: the caller and the
*>          account they called about, why they called, how the
*>          agent verified who they were, and every account action
*>          taken from inside the case. Those actions write their
*>          CHANGE_JOURNAL.LOG line with the case number as the
*>          ticket ("HD" followed by HDC-ID), so a USER.DAT change
*>          made by the desk leads back to the call.
*>
*>          HDC-REASON  P = forgotten password   L = locked out
*>                      A = access question      O = other
*>          HDC-VERIFY  C = call-back to the number on file
*>                      M = confirmed by the caller's manager
*>                      Q = challenge questions answered
*>                      I = in person with ID
*>                      N = not verified (no account action allowed)
*>          HDC-ACT-CODE U = unlock   A = failed-attempt count reset
*>                       O = one-time password issued
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-HDC.                 Record Length: 300
*> Primary Key  : KEY1-HDC     ( 06 Bytes )
*>----------------------------------------------------------------

FD  FD-HDC.

01  REC-HDC.
    05 KEY1-HDC.
       10 HDC-ID                  PIC 9(06).
    05 HDC-LOGIN                  PIC X(10).
    05 HDC-ID-USR                 PIC 9(04).
    05 HDC-DEPT                   PIC X(04).
    05 HDC-CALLER                 PIC X(30).
    05 HDC-REASON                 PIC X(01).
       88 HDC-REASON-OK                      VALUES "P" "L" "A" "O".
    05 HDC-VERIFY                 PIC X(01).
       88 HDC-VERIFY-OK                      VALUES "C" "M" "Q" "I" "N".
       88 HDC-VERIFIED                       VALUES "C" "M" "Q" "I".
    05 HDC-NOTE                   PIC X(40).
    05 HDC-AGENT                  PIC X(20).
    05 HDC-OPEN-DATE              PIC 9(08).
    05 HDC-OPEN-TIME              PIC 9(08).
    05 HDC-STATE                  PIC X(01).
       88 HDC-IS-OPEN                        VALUE "O".
       88 HDC-IS-CLOSED                      VALUE "C".
    05 HDC-CLOSE-DATE             PIC 9(08).
    05 HDC-CLOSE-TIME             PIC 9(08).
    05 HDC-RESOLUTION             PIC X(40).
    05 HDC-N-ACTIONS              PIC 9(02).
    05 HDC-ACTION OCCURS 5 TIMES.
       10 HDC-ACT-CODE            PIC X(01).
       10 HDC-ACT-DATE            PIC 9(08).
       10 HDC-ACT-TIME            PIC 9(08).
    05 FILLER                     PIC X(24).
*>----------------------------------------------------------------------
