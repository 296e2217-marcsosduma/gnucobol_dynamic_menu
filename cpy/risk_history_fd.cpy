*>----------------------------------------------------------------
*>                FILE RISK_HISTORY.DAT
*>
*> Object.: One row per active user per nightly run of
*>          risk_register - the composite access risk score, the
*>          user's rank that day and the signal counts the score
*>          was built from, so audit can follow an account's score
*>          over time. A second run on the same day replaces that
*>          day's rows.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-RSK.                 Record Length: 50
*> Primary Key  : KEY1-RSK     ( 12 Bytes )
*>----------------------------------------------------------------

FD  FD-RSK.

01  REC-RSK.
    05 KEY1-RSK.
       10 RSK-ID-USR              PIC 9(04).
       10 RSK-DATE                PIC 9(08).
    05 RSK-LOGIN                  PIC X(10).
    05 RSK-SCORE                  PIC 9(05).
    05 RSK-RANK                   PIC 9(04).
*> Signals behind the score: Y/N flags and counts as found that night.
    05 RSK-ADMIN                  PIC X(01).
    05 RSK-SOD                    PIC 9(03).
    05 RSK-FAILS                  PIC 9(04).
    05 RSK-DORMANT                PIC X(01).
    05 RSK-BGLASS                 PIC 9(03).
    05 RSK-DELEG                  PIC 9(03).
    05 RSK-CERT                   PIC 9(03).
    05 RSK-TERM-EXEMPT            PIC X(01).
*>----------------------------------------------------------------------
