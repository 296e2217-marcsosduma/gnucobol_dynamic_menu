*>----------------------------------------------------------------
*>                FILE EXECUCAO_PPA.DAT
*>
*> Object.: MONTHLY REALIZED FIGURES PER PPA OBJECT, AS SENT BY
*>          FINANCE (read_execucao_ppa_text_file)
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-EXE.                 Record Length: 44
*> Primary Key  : KEY1-EXE     ( 10 Bytes )
*>----------------------------------------------------------------

FD  FD-EXE.

01  REC-EXE.
    05 KEY1-EXE.
       10 EXE-OBJ-CODIGO          PIC 9(04).
       10 EXE-ANO                 PIC 9(04).
       10 EXE-MES                 PIC 9(02).
*> Realized in the month (not cumulative): quantity delivered, in
*> the unit of the object's METAS_PPA row for the year, and the
*> amount spent in reais.
    05 EXE-QTD-REALIZADA          PIC 9(09)V99.
    05 EXE-VALOR-REALIZADO        PIC 9(13)V99.
*> Date the row was last posted by the loader (CCYYMMDD).
    05 EXE-DATA-CARGA             PIC 9(08).
*>----------------------------------------------------------------------
