*>----------------------------------------------------------------
*>                FILE REPORT_VARIANT.DAT
*>
*> Object.: A filled-in OPERATIONS parameter screen saved under a
*>          name, so a recurring run is one keystroke from the
*>          REPORT VARIANTS screen or a job queue / schedule entry
*>          ("VARIANT_NAME=<name> ./run_variant" from charge/).
*>          A variant belongs to one user or to one department;
*>          only its owners list, run and remove it.
*>
*>          RPV-OPTION is the OPERATIONS menu option it was saved
*>          from. RPV-DATE-RULE is resolved against the date of
*>          each run, never the date it was saved:
*>            A = the dates as typed (RPV-FROM / RPV-TO, 0 = open)
*>            T = today            Y = yesterday
*>            W = the 7 days ending yesterday
*>            C = this month up to today
*>            M = last calendar month
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-RPV.                 Record Length: 150
*> Primary Key  : KEY1-RPV     ( 15 Bytes )
*>----------------------------------------------------------------

FD  FD-RPV.

01  REC-RPV.
    05 KEY1-RPV.
       10 RPV-NAME                PIC X(15).
    05 RPV-OWNER-TYPE             PIC X(01).
       88 RPV-USER-OWNED                     VALUE "U".
       88 RPV-DEPT-OWNED                     VALUE "D".
    05 RPV-OWNER                  PIC X(20).
    05 RPV-OPTION                 PIC 9(02).
    05 RPV-UTIL                   PIC X(30).
    05 RPV-DATE-RULE              PIC X(01).
       88 RPV-DATES-ABSOLUTE                 VALUE "A" SPACES.
       88 RPV-DATES-TODAY                    VALUE "T".
       88 RPV-DATES-YESTERDAY                VALUE "Y".
       88 RPV-DATES-LAST-WEEK                VALUE "W".
       88 RPV-DATES-THIS-MONTH               VALUE "C".
       88 RPV-DATES-LAST-MONTH               VALUE "M".
    05 RPV-FROM                   PIC 9(08).
    05 RPV-TO                     PIC 9(08).
    05 RPV-CSV                    PIC X(01).
    05 RPV-DELTA                  PIC X(01).
    05 RPV-PRF                    PIC 9(04).
    05 RPV-MODULE                 PIC X(15).
    05 RPV-CREATED-BY             PIC X(20).
    05 RPV-CREATED-DATE           PIC 9(08).
    05 RPV-LAST-RUN-DATE          PIC 9(08).
    05 RPV-LAST-RUN-TIME          PIC 9(08).
*>----------------------------------------------------------------------
