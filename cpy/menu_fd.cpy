    05 M-DISPLAY-TEXT          PIC X(20).
    05 M-ACTION                PIC 9(15).
    05 M-COLOR-SCHEME          PIC 9(02).
*> A link item carries "*LINK*" here and the M-ID of the submenu it
*> shows in the first five bytes of M-PARM-STRING; the target may
*> belong to another module. Its M-ACTION is zero, as for a submenu.
    05 M-ACTION-TARGET         PIC X(15).
       88 M-IS-LINK            VALUE "*LINK*".
    05 M-USAGE-COUNT           PIC 9(07).
    05 M-LAST-USED-DATE        PIC 9(08).
    05 M-LAST-USED-TIME        PIC 9(08).
