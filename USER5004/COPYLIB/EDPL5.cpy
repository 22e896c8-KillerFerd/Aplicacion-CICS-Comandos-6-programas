      ******************************************************************
      * EDPL5 - MAPA SIMBOLICO CONSULTA DEL HISTORICO DE DEPURADOS    *
      *         (EDID1PL5)                                            *
      ******************************************************************
       01  EDPL5I.
           02 FILLER                    PIC X(12).
           02 EDPL5-CODIGOL             PIC S9(4) COMP.
           02 EDPL5-CODIGOA             PIC X.
           02 EDPL5-CODIGOC             PIC X.
           02 EDPL5-CODIGOI             PIC X(08).
           02 EDPL5-CODIGOO             PIC X(08).
           02 EDPL5-NOMBREL             PIC S9(4) COMP.
           02 EDPL5-NOMBREA             PIC X.
           02 EDPL5-NOMBREC             PIC X.
           02 EDPL5-NOMBREI             PIC X(40).
           02 EDPL5-NOMBREO             PIC X(40).
           02 EDPL5-DET-NOMBREO         PIC X(40).
           02 EDPL5-TIPOO               PIC X(08).
           02 EDPL5-FECHA-NACO          PIC X(10).
           02 EDPL5-TELO                PIC X(08).
           02 EDPL5-CELULARO            PIC X(08).
           02 EDPL5-DIRECCIONO          PIC X(30).
           02 EDPL5-CIUDADO             PIC X(20).
           02 EDPL5-SUCURSALO           PIC X(03).
           02 EDPL5-FECHA-ADICO         PIC X(10).
           02 EDPL5-MOTIVOO             PIC X(20).
           02 EDPL5-DISPOSICIONO        PIC X(11).
           02 EDPL5-FECHA-ARCHO         PIC X(10).
           02 EDPL5-ULT-OPERO           PIC X(08).
           02 EDPL5-ULT-TERMO           PIC X(04).
           02 EDPL5-PROGRAMAO           PIC X(08).
           02 EDPL5-RESTAURAO           PIC X(10).
           02 EDPL5-LINEA-GRP OCCURS 10 TIMES.
              03 EDPL5-LIS-CODIGOO      PIC X(08).
              03 EDPL5-LIS-NOMBREO      PIC X(40).
              03 EDPL5-LIS-FECHAO       PIC X(10).
              03 EDPL5-LIS-DISPO        PIC X(11).
           02 EDPL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDPL5-OUTPUT-MSGA         PIC X.
           02 EDPL5-OUTPUT-MSGC         PIC X.
           02 EDPL5-OUTPUT-MSGO         PIC X(40).
           02 EDPL5-DATE-SISL           PIC S9(4) COMP.
           02 EDPL5-DATE-SISA           PIC X.
           02 EDPL5-DATE-SISO           PIC X(10).
           02 EDPL5-TIME-SISL           PIC S9(4) COMP.
           02 EDPL5-TIME-SISA           PIC X.
           02 EDPL5-TIME-SISO           PIC X(08).
