*>----------------------------------------------------------------
*>                FILE AUDIT_INDEX.DAT
*>
*> Object.: Indexed copy of the audit_trail and login_activity
*>          lines, live and archived generations alike, so a
*>          question about one user, one module or one stretch of
*>          dates is a keyed read instead of a pass over every
*>          name_YYYYMM.log. Loaded nightly by index_audit from the
*>          sealed days only; the logs stay the record and the
*>          store can be thrown away and rebuilt from them at any
*>          time (AUDIT_INDEX_REBUILD=S). What it covers is kept in
*>          audit_index.ctl.
*>
*>          AIX-OCC numbers the lines of one generation that share
*>          user, second, source and module, so loading the same
*>          line twice (the live file and later its archive) finds
*>          the key already there.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-AIX.                 Record Length: 221
*> Primary Key  : KEY1-AIX     ( 56 Bytes )
*> Alternate Key: KEY2-AIX     ( 16 Bytes ) with duplicates
*> Alternate Key: KEY3-AIX     ( 23 Bytes ) with duplicates
*>----------------------------------------------------------------

FD  FD-AIX.

01  REC-AIX.
    05 KEY1-AIX.
       10 AIX-USER                PIC X(20).
       10 AIX-DATE                PIC 9(08).
       10 AIX-TIME                PIC 9(08).
       10 AIX-SRC                 PIC X(01).
          88 AIX-IS-AUDIT                    VALUE "A".
          88 AIX-IS-LOGIN                    VALUE "L".
       10 AIX-MODULE              PIC X(15).
       10 AIX-OCC                 PIC 9(04).
    05 KEY2-AIX.
       10 AIX-K2-DATE             PIC 9(08).
       10 AIX-K2-TIME             PIC 9(08).
    05 KEY3-AIX.
       10 AIX-K3-MODULE           PIC X(15).
       10 AIX-K3-DATE             PIC 9(08).
*> Generation the line was loaded from (YYYYMM, or LIVE).
    05 AIX-PERIOD                 PIC X(06).
*> The log line exactly as written.
    05 AIX-LINE                   PIC X(120).
*>----------------------------------------------------------------------
