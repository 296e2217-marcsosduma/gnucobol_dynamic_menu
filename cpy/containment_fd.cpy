*>----------------------------------------------------------------
*>                FILE CONTAINMENT.DAT
*>
*> Object.: Incident containments. One row per incident reference
*>          naming the suspected account, who contained it and when,
*>          and what the containment took away (sessions forced
*>          off, waiting jobs cancelled, delegations ended, spool
*>          entries held, pending requests withdrawn). While a row
*>          has no release stamp the account stays locked: USERS,
*>          the bulk screen and the record browser refuse to unlock
*>          it. The release is the security sign-off, keyed on the
*>          CONTAINMENT screen by someone other than the operator
*>          who contained the account; the row stays for the case
*>          file. Every step is also written to containment.log.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-CNT.                 Record Length: 253
*> Primary Key  : KEY1-CNT     ( 12 Bytes )
*> Alternate Key: KEY2-CNT     ( 10 Bytes ) WITH DUPLICATES
*>----------------------------------------------------------------

FD  FD-CNT.

01  REC-CNT.
    05 KEY1-CNT.
       10 CNT-INCIDENT            PIC X(12).
    05 KEY2-CNT.
       10 CNT-LOGIN               PIC X(10).
    05 CNT-ID-USR                 PIC 9(04).
    05 CNT-REASON                 PIC X(40).
    05 CNT-SET-BY                 PIC X(20).
    05 CNT-SET-DATE               PIC 9(08).
    05 CNT-SET-TIME               PIC 9(08).
*> What the containment did, for the list and the case file.
    05 CNT-SESSIONS               PIC 9(03).
    05 CNT-JOBS                   PIC 9(03).
    05 CNT-DELEGS                 PIC 9(03).
    05 CNT-SPOOL                  PIC 9(03).
    05 CNT-REQUESTS               PIC 9(03).
    05 CNT-DOSSIER                PIC X(60).
*> The security sign-off; zeros = still contained.
    05 CNT-RELEASED-BY            PIC X(20).
    05 CNT-RELEASED-DATE          PIC 9(08).
    05 CNT-RELEASED-TIME          PIC 9(08).
    05 CNT-SIGNOFF                PIC X(40).
*>----------------------------------------------------------------------
