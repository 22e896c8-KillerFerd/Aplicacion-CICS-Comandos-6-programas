      ******************************************************************
      * EDBL2 - MAPA SIMBOLICO ESQUELETOS JCL (EDID1BL2)              *
      ******************************************************************
       01  EDBL2I.
           02 FILLER                    PIC X(12).
      *-->CAPTURA: ESQUELETO, NUMERO DE LINEA Y TEXTO DE LA LINEA
           02 EDBL2-ESQUELL             PIC S9(4) COMP.
           02 EDBL2-ESQUELA             PIC X.
           02 EDBL2-ESQUELC             PIC X.
           02 EDBL2-ESQUELI             PIC X(08).
           02 EDBL2-ESQUELO             PIC X(08).
           02 EDBL2-LINEAL              PIC S9(4) COMP.
           02 EDBL2-LINEAA              PIC X.
           02 EDBL2-LINEAC              PIC X.
           02 EDBL2-LINEAI              PIC X(03).
           02 EDBL2-LINEAO              PIC X(03).
           02 EDBL2-TEXTOL              PIC S9(4) COMP.
           02 EDBL2-TEXTOA              PIC X.
           02 EDBL2-TEXTOC              PIC X.
           02 EDBL2-TEXTOI              PIC X(71).
           02 EDBL2-TEXTOO              PIC X(71).
           02 EDBL2-LINEA-GRP OCCURS 12 TIMES.
              03 EDBL2-LIN-NUMO         PIC X(03).
              03 EDBL2-LIN-TEXTOO       PIC X(71).
           02 EDBL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDBL2-OUTPUT-MSGA         PIC X.
           02 EDBL2-OUTPUT-MSGC         PIC X.
           02 EDBL2-OUTPUT-MSGO         PIC X(40).
           02 EDBL2-DATE-SISL           PIC S9(4) COMP.
           02 EDBL2-DATE-SISA           PIC X.
           02 EDBL2-DATE-SISO           PIC X(10).
           02 EDBL2-TIME-SISL           PIC S9(4) COMP.
           02 EDBL2-TIME-SISA           PIC X.
           02 EDBL2-TIME-SISO           PIC X(08).
