*>----------------------------------------------------------------
*>                FILE MENU_DEPRECATION.DAT
*>
*> Object.: Menu items being retired. A row keyed by M-ID puts the
*>          item in deprecation: until DPR-SUNSET makemenu warns at
*>          every launch and offers to open the replacement item
*>          (DPR-REPLACE-ID, zeros = none); from DPR-SUNSET on the
*>          item is left out of the menu at sign-on and its grants
*>          are listed for clean-up by rpt_menu_deprecation. No row
*>          means the item is current.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-DPR.                 Record Length: 46
*> Primary Key  : KEY1-DPR     ( 05 Bytes )
*>----------------------------------------------------------------

FD  FD-DPR.

01  REC-DPR.
    05 KEY1-DPR.
       10 DPR-ID-MENU             PIC 9(05).
    05 DPR-SUNSET                 PIC 9(08).
    05 DPR-REPLACE-ID             PIC 9(05).
    05 DPR-SET-BY                 PIC X(20).
    05 DPR-SET-DATE               PIC 9(08).
*>----------------------------------------------------------------------
