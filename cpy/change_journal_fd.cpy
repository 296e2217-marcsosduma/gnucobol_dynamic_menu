*>            DELETE issued by the maintenance screens - operator,
*>            timestamp, file, key and both record images, with
*>            password fields masked before they reach the journal.
*>            Each line ends with the change-ticket number that
*>            authorised the change (blank on lines written before
*>            the field existed).
*>
*>----------------------------------------------------------------
*> Record.: REC-CHJ                 Record length: 409
*>----------------------------------------------------------------

FD  FILE_CHANGE_JOURNAL.
    05 CHJ-BEFORE              PIC X(167).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 CHJ-AFTER               PIC X(167).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 CHJ-TICKET              PIC X(12).
*>----------------------------------------------------------------------
