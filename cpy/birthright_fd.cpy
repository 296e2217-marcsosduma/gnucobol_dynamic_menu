*>----------------------------------------------------------------
*>                FILE BIRTHRIGHT.DAT
*>
*> Object.: Baseline (birthright) profiles per department. Every
*>          active personal account whose U-DEPT has rows here is
*>          meant to hold each listed profile. Kept from the
*>          DEPARTMENTS screen; the nightly birthright_sync run
*>          queues the missing assignments for approval and flags
*>          baseline profiles of another department still held.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-BRT.                 Record Length: 36
*> Primary Key  : KEY1-BRT     ( 08 Bytes )
*>----------------------------------------------------------------

FD  FD-BRT.

01  REC-BRT.
    05 KEY1-BRT.
       10 BRT-DEPT                PIC X(04).
       10 BRT-ID-PRF              PIC 9(04).
    05 BRT-SET-BY                 PIC X(20).
    05 BRT-SET-DATE               PIC 9(08).
*>----------------------------------------------------------------------
