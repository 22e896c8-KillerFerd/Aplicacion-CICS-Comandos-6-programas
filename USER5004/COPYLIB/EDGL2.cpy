      ******************************************************************
       01  EDGL2I.
           02 FILLER                    PIC X(12).
      *-->CAPTURA: CODIGO DE SECTOR, DESCRIPCION Y PESO DE RIESGO
           02 EDGL2-CODIGOL             PIC S9(4) COMP.
           02 EDGL2-CODIGOA             PIC X.
           02 EDGL2-CODIGOC             PIC X.
           02 EDGL2-DESCRIPC            PIC X.
           02 EDGL2-DESCRIPI            PIC X(30).
           02 EDGL2-DESCRIPO            PIC X(30).
           02 EDGL2-PESOL               PIC S9(4) COMP.
           02 EDGL2-PESOA               PIC X.
           02 EDGL2-PESOC               PIC X.
           02 EDGL2-PESOI               PIC X(01).
           02 EDGL2-PESOO               PIC X(01).
           02 EDGL2-LINEA-GRP OCCURS 10 TIMES.
              03 EDGL2-LIN-CODIGOO      PIC X(04).
              03 EDGL2-LIN-DESCRIPO     PIC X(30).
              03 EDGL2-LIN-PESOO        PIC X(01).
              03 EDGL2-LIN-OPERO        PIC X(08).
              03 EDGL2-LIN-FECHAO       PIC X(10).
           02 EDGL2-OUTPUT-MSGL         PIC S9(4) COMP.
