*>                FILE AUDIT_TRAIL.LOG
*>
*> Objetivo.: Permanent record of every menu functionality activated
*>            AUD-VIA is how makemenu reached the item (M menu, F
*>            fastpath, P pinned favorite, S search) and AUD-PATH
*>            the dotted submenu path open at the time; both are
*>            blank on other writers' lines and on lines written
*>            before they existed.
*>
*>----------------------------------------------------------------
*> Record.: REC-AUDIT                  Record length: 149
*>----------------------------------------------------------------

FD  FILE_AUDIT.
    05 AUD-MENU-NAME           PIC X(15).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 AUD-MENU-ACTION         PIC X(15).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 AUD-VIA                 PIC X(01).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 AUD-PATH                PIC X(60).
*>----------------------------------------------------------------------
