*>----------------------------------------------------------------
*>                FILE USER_HIST.DAT
*>
*> Object.: Archived users - one row per login moved out of
*>          USER.DAT by the yearly archive run (archive_users):
*>          the USER.DAT image as it stood, the user's
*>          USER_PROFILE.DAT rows (every one end-dated), the
*>          challenge answers and the password history. The row
*>          keeps the login reserved - no screen or loader will
*>          issue it again - and the USERS screen's RESTORE
*>          ARCHIVED option puts everything back and deletes it.
*>          The key is the login upper-cased, the same comparison
*>          the USERS screen applies to keep logins unique.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-UHS.                 Record Length: 660
*> Primary Key  : KEY1-UHS     ( 10 Bytes )
*> Secundary Key: KEY2-UHS     ( 04 Bytes ) WITH DUPLICATES
*>----------------------------------------------------------------

FD  FD-UHS.

01  REC-UHS.
    05 KEY1-UHS.
       10 UHS-LOGIN-KEY           PIC X(10).
*> U-ID-USR the user carried - the id itself is free for reuse
*> once the row is here.
    05 KEY2-UHS.
       10 UHS-ID-USR              PIC 9(04).
*> U-UPD-DATE of the inactive row (the deactivation stamp).
    05 UHS-DEACT-DATE             PIC 9(08).
    05 UHS-ARCH-DATE              PIC 9(08).
    05 UHS-ARCH-TIME              PIC 9(08).
*> REC-USR (120), REC-PWH (54) and REC-CHA (46) as they stood;
*> spaces = the user had no row on that file.
    05 UHS-USR-IMAGE              PIC X(120).
    05 UHS-PWH-IMAGE              PIC X(54).
    05 UHS-CHA-IMAGE              PIC X(46).
    05 UHS-PFU-COUNT              PIC 9(02).
    05 UHS-PFU-ENTRY OCCURS 20 TIMES.
       10 UHS-PFU-ID-PRF          PIC 9(04).
       10 UHS-PFU-EFF-FROM        PIC 9(08).
       10 UHS-PFU-EFF-TO          PIC 9(08).
*>----------------------------------------------------------------------
