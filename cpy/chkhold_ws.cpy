*>----------------------------------------------------------------
*>                CHKHOLD PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the legal-hold gate
*>          (src/chkhold.cob). Op "L" (re)loads the holds in force
*>          today - call it before opening USER.DAT for update, the
*>          gate reads it to turn logins into ids. Op "C" asks
*>          whether WK-LH-LOGIN (or, when blank, WK-LH-ID-USR) is
*>          under hold; WK-LH-HELD, WK-LH-HOLD-ID and WK-LH-CASE-REF
*>          come back filled. Op "N" returns the WK-LH-INDEX-th hold
*>          in force (WK-LH-HELD "N" past the last one). Op "S"
*>          writes WK-LH-PROGRAM and WK-LH-DETAIL to
*>          legal_hold_skips.log for the hold found by the last "C"
*>          or "N".
*>
*>----------------------------------------------------------------

01  WK-LH-PARM.
    05 WK-LH-OP                   PIC X(01).
    05 WK-LH-LOGIN                PIC X(10).
    05 WK-LH-ID-USR               PIC 9(04).
    05 WK-LH-INDEX                PIC 9(04).
    05 WK-LH-HELD                 PIC X(01).
    05 WK-LH-HOLD-ID              PIC 9(04).
    05 WK-LH-CASE-REF             PIC X(15).
    05 WK-LH-PROGRAM              PIC X(20).
    05 WK-LH-DETAIL               PIC X(70).
*>----------------------------------------------------------------------
