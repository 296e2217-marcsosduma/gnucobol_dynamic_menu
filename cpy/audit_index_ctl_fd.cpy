*>----------------------------------------------------------------
*>                FILE AUDIT_INDEX.CTL
*>
*> Object.: Control file of the indexed audit store, rewritten by
*>          every index_audit run:
*>            C - one row: the date range the store answers for
*>                completely (AIC-COVER-FROM thru AIC-COVER-TO) -
*>                the inquiries read the store only when the range
*>                asked for lies inside it and scan the logs
*>                otherwise;
*>            F - one row per log generation loaded: how many of
*>                its lines are consumed, the dates loaded and the
*>                seal chain verdict (G good, B broken from
*>                AIC-BAD-DATE - nothing from that day on is
*>                loaded - N no seals yet).
*>          A missing file means the store covers nothing.
*>
*>----------------------------------------------------------------
*> Record.: REC-AIC                 Record length: 60
*>----------------------------------------------------------------

FD  FILE_AIX_CTL.

01  REC-AIC.
    05 AIC-TYPE                PIC X(01).
       88 AIC-IS-COVERAGE                 VALUE "C".
       88 AIC-IS-FILE                     VALUE "F".
    05 AIC-DATA                PIC X(59).
    05 AIC-COVERAGE REDEFINES AIC-DATA.
       10 AIC-COVER-FROM       PIC 9(08).
       10 AIC-COVER-TO         PIC 9(08).
       10 AIC-RUN-DATE         PIC 9(08).
       10 AIC-RUN-TIME         PIC 9(08).
       10 AIC-ENTRIES          PIC 9(09).
       10 FILLER               PIC X(18).
    05 AIC-FILE REDEFINES AIC-DATA.
       10 AIC-TAG              PIC X(12).
       10 AIC-PERIOD           PIC X(06).
       10 AIC-LINES            PIC 9(09).
       10 AIC-FIRST-DATE       PIC 9(08).
       10 AIC-THRU             PIC 9(08).
       10 AIC-CHAIN            PIC X(01).
          88 AIC-CHAIN-GOOD               VALUE "G".
          88 AIC-CHAIN-BROKEN             VALUE "B".
          88 AIC-CHAIN-NONE               VALUE "N".
       10 AIC-BAD-DATE         PIC 9(08).
       10 FILLER               PIC X(07).
*>----------------------------------------------------------------------
