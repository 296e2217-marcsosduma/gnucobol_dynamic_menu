*>          MENU_PROFILE.DAT; a second administrator applies or
*>          rejects each entry from the APPROVALS screen. Applied
*>          and rejected rows are kept as the approval history.
*>          The SYSPARMS and JOBCATALOG screens queue their
*>          changes here the same way.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-PCH.                 Record Length: 193
*> Primary Key  : KEY1-PCH     ( 06 Bytes )
*>----------------------------------------------------------------

       88 PCH-FILE-PFU                       VALUE "PFU".
       88 PCH-FILE-PFM                       VALUE "PFM".
       88 PCH-FILE-SYS                       VALUE "SYS".
       88 PCH-FILE-JCT                       VALUE "JCT".
    05 PCH-ACTION                 PIC X(01).
       88 PCH-ACT-INSERT                     VALUE "I".
       88 PCH-ACT-DELETE                     VALUE "D".
*> Image of the record to write or delete - REC-PFU (24 bytes),
*> REC-PFM (11 bytes) or REC-SYS (58 bytes), left-aligned, rest
*> spaces. A JCT entry carries only the job code (10 bytes): the
*> definition itself waits in JOB_CATALOG.DAT as a P-stage row.
    05 PCH-IMAGE                  PIC X(58).
    05 PCH-REQUESTER              PIC X(20).
    05 PCH-REQ-DATE               PIC 9(08).
*> ACCESSREQ screen fills it so the approver sees why, not just what.
*> Spaces on rows written before the field existed.
    05 PCH-COMMENT                PIC X(40).
*> Change-ticket number the requester keyed for the change; the
*> approver may correct it when applying. Carried onto the journal
*> line the apply writes.
    05 PCH-TICKET                 PIC X(12).
*>----------------------------------------------------------------------
