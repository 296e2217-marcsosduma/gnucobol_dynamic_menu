*>          administrator flagged for one department only sees and
*>          changes that department's users, while central security
*>          (blank department) keeps the all-departments view.
*>          Maintained from the DEPARTMENTS screen. The head's
*>          login receives the daily access-change digest of the
*>          department (charge/dept_digest).
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-DEP.                 Record Length: 44
*> Primary Key  : KEY1-DEP     ( 04 Bytes )
*>----------------------------------------------------------------

    05 KEY1-DEP.
       10 DEP-CODE                PIC X(04).
    05 DEP-NAME                   PIC X(30).
*> Login (USER.DAT) of the department head. Spaces - including rows
*> written before the field existed - mean no digest is sent.
    05 DEP-HEAD                   PIC X(10).
*>----------------------------------------------------------------------
