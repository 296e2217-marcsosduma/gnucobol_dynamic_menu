*>----------------------------------------------------------------
*>                FILE KPI_HISTORY.DAT
*>
*> Object.: One row per month of the security KPI scorecard - the
*>          month's figures as gathered by rpt_security_scorecard,
*>          so each month can be printed against the twelve before
*>          it without re-reading logs that may have been purged
*>          since. Running the scorecard again for a month replaces
*>          that month's row.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-KPI.                 Record Length: 120
*> Primary Key  : KEY1-KPI     (  6 Bytes )
*>----------------------------------------------------------------

FD  FD-KPI.

01  REC-KPI.
    05 KEY1-KPI.
       10 KPI-MONTH               PIC 9(06).
    05 KPI-RUN-DATE               PIC 9(08).
    05 KPI-RUN-TIME               PIC 9(08).
*> Accounts: created (USER writes in the change journal) and set
*> inactive in the month.
    05 KPI-NEW-ACCTS              PIC 9(06).
    05 KPI-DEACT-ACCTS            PIC 9(06).
*> Sign-on side: lockouts and successful self-service resets.
    05 KPI-LOCKOUTS               PIC 9(06).
    05 KPI-PWD-RESETS             PIC 9(06).
    05 KPI-BGLASS                 PIC 9(06).
*> Approval queue: raised in the month, decided in the month and the
*> average request-to-decision time of those decided, in minutes.
    05 KPI-APPR-RAISED            PIC 9(06).
    05 KPI-APPR-DECIDED           PIC 9(06).
    05 KPI-APPR-AVG-MIN           PIC 9(07).
*> SoD conflicts on the last risk register run of the month.
    05 KPI-SOD-OPEN               PIC 9(06).
    05 KPI-SOD-ASOF               PIC 9(08).
*> Certification items of the campaigns running in the month; the
*> completion is in whole percent, meaningless when no items.
    05 KPI-CERT-ITEMS             PIC 9(06).
    05 KPI-CERT-DONE              PIC 9(06).
    05 KPI-CERT-PCT               PIC 9(03).
    05 KPI-FILE-ERRORS            PIC 9(06).
    05 KPI-OVERRUNS               PIC 9(06).
    05 FILLER                     PIC X(08).
*>----------------------------------------------------------------------
