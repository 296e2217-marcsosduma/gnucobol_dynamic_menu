*>----------------------------------------------------------------
*>                FILE PPA_BASELINE.DAT
*>
*> Object.: FROZEN VERSIONS OF THE PPA PLAN - OBJECTS, STRATEGIES
*>          AND TARGETS AS THEY STOOD WHEN freeze_ppa_baseline RAN
*>          (rpt_ppa_baseline_compare)
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-BSL.                 Record Length: 147
*> Primary Key  : KEY1-BSL     ( 19 Bytes )
*>----------------------------------------------------------------

FD  FD-BSL.

01  REC-BSL.
*> One version = one H row plus a copy of every O (OBJETOS_PPA),
*> E (ESTRATEGIAS_PPA, BSL-SUB = EST-SEQ) and M (METAS_PPA,
*> BSL-SUB = MET-ANO) row. Rows of a version are never changed.
    05 KEY1-BSL.
       10 BSL-VERSAO              PIC X(10).
       10 BSL-TIPO                PIC X(01).
          88 BSL-E-CABECALHO                 VALUE "H".
          88 BSL-E-OBJETO                    VALUE "O".
          88 BSL-E-ESTRATEGIA                VALUE "E".
          88 BSL-E-META                      VALUE "M".
       10 BSL-OBJ-CODIGO          PIC 9(04).
       10 BSL-SUB                 PIC 9(04).
    05 BSL-DADOS                  PIC X(128).
    05 BSL-CABECALHO REDEFINES BSL-DADOS.
       10 BSL-H-DATA              PIC 9(08).
       10 BSL-H-HORA              PIC 9(06).
       10 BSL-H-OPERADOR          PIC X(20).
       10 BSL-H-DESCRICAO         PIC X(60).
       10 BSL-H-QTD-OBJ           PIC 9(05).
       10 BSL-H-QTD-EST           PIC 9(05).
       10 BSL-H-QTD-MET           PIC 9(05).
       10 FILLER                  PIC X(19).
    05 BSL-OBJETO REDEFINES BSL-DADOS.
       10 BSL-O-NOME              PIC X(60).
       10 BSL-O-OWNER             PIC X(20).
       10 BSL-O-SUPPORT           PIC X(30).
       10 BSL-O-CRIT              PIC X(01).
       10 BSL-O-TARGET            PIC X(15).
       10 FILLER                  PIC X(02).
    05 BSL-ESTRATEGIA REDEFINES BSL-DADOS.
       10 BSL-E-DESCRICAO         PIC X(60).
       10 BSL-E-AREA              PIC X(30).
       10 BSL-E-ANO-INI           PIC 9(04).
       10 BSL-E-ANO-FIM           PIC 9(04).
       10 FILLER                  PIC X(30).
    05 BSL-META REDEFINES BSL-DADOS.
       10 BSL-M-QTD-FISICA        PIC 9(09)V99.
       10 BSL-M-UNIDADE           PIC X(15).
       10 BSL-M-VALOR             PIC 9(13)V99.
       10 FILLER                  PIC X(87).
*>----------------------------------------------------------------------
