      *    Symbolic map for the EMPUPDM mapset (UPDMAP map) - keep
      *       in step with empupdm.bms; this mirrors the DSECT the
      *       assembly produces so EMPUPDC compiles without the
      *       generated member.
       01  UPDMAPI.
           05 FILLER            PIC X(12).
           05 EMPIDL            PIC S9(4) COMP.
           05 EMPIDF            PIC X(1).
           05 EMPIDI            PIC X(6).
           05 FNAMEL            PIC S9(4) COMP.
           05 FNAMEF            PIC X(1).
           05 FNAMEI            PIC X(12).
           05 LNAMEL            PIC S9(4) COMP.
           05 LNAMEF            PIC X(1).
           05 LNAMEI            PIC X(15).
           05 SEXXL             PIC S9(4) COMP.
           05 SEXXF             PIC X(1).
           05 SEXXI             PIC X(1).
           05 HIREDTL           PIC S9(4) COMP.
           05 HIREDTF           PIC X(1).
           05 HIREDTI           PIC X(10).
           05 DEPTL             PIC S9(4) COMP.
           05 DEPTF             PIC X(1).
           05 DEPTI             PIC X(3).
           05 DEPTNML           PIC S9(4) COMP.
           05 DEPTNMF           PIC X(1).
           05 DEPTNMI           PIC X(25).
           05 SALARYL           PIC S9(4) COMP.
           05 SALARYF           PIC X(1).
           05 SALARYI           PIC X(12).
           05 STATUSL           PIC S9(4) COMP.
           05 STATUSF           PIC X(1).
           05 STATUSI           PIC X(1).
           05 STATDSL           PIC S9(4) COMP.
           05 STATDSF           PIC X(1).
           05 STATDSI           PIC X(20).
           05 EFFDTL            PIC S9(4) COMP.
           05 EFFDTF            PIC X(1).
           05 EFFDTI            PIC X(10).
           05 MSGL              PIC S9(4) COMP.
           05 MSGF              PIC X(1).
           05 MSGI              PIC X(60).
       01  UPDMAPO REDEFINES UPDMAPI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(3).
           05 EMPIDO            PIC X(6).
           05 FILLER            PIC X(3).
           05 FNAMEO            PIC X(12).
           05 FILLER            PIC X(3).
           05 LNAMEO            PIC X(15).
           05 FILLER            PIC X(3).
           05 SEXXO             PIC X(1).
           05 FILLER            PIC X(3).
           05 HIREDTO           PIC X(10).
           05 FILLER            PIC X(3).
           05 DEPTO             PIC X(3).
           05 FILLER            PIC X(3).
           05 DEPTNMO           PIC X(25).
           05 FILLER            PIC X(3).
           05 SALARYO           PIC X(12).
           05 FILLER            PIC X(3).
           05 STATUSO           PIC X(1).
           05 FILLER            PIC X(3).
           05 STATDSO           PIC X(20).
           05 FILLER            PIC X(3).
           05 EFFDTO            PIC X(10).
           05 FILLER            PIC X(3).
           05 MSGO              PIC X(60).
