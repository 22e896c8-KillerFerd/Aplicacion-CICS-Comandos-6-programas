      ******************************************************************
      * EDXL5 - MAPA SIMBOLICO CONSULTA DE LA REFERENCIA CRUZADA      *
      *         CON OTROS SISTEMAS (EDID1XL5)                         *
      ******************************************************************
       01  EDXL5I.
           02 FILLER                    PIC X(12).
           02 EDXL5-SISTEMAL            PIC S9(4) COMP.
           02 EDXL5-SISTEMAA            PIC X.
           02 EDXL5-SISTEMAC            PIC X.
           02 EDXL5-SISTEMAI            PIC X(03).
           02 EDXL5-SISTEMAO            PIC X(03).
           02 EDXL5-IDEXTL              PIC S9(4) COMP.
           02 EDXL5-IDEXTA              PIC X.
           02 EDXL5-IDEXTC              PIC X.
           02 EDXL5-IDEXTI              PIC X(20).
           02 EDXL5-IDEXTO              PIC X(20).
           02 EDXL5-CODIGOL             PIC S9(4) COMP.
           02 EDXL5-CODIGOA             PIC X.
           02 EDXL5-CODIGOC             PIC X.
           02 EDXL5-CODIGOI             PIC X(08).
           02 EDXL5-CODIGOO             PIC X(08).
           02 EDXL5-NOMBREO             PIC X(40).
           02 EDXL5-SITUACIONO          PIC X(20).
           02 EDXL5-LINEA-GRP OCCURS 10 TIMES.
              03 EDXL5-LIS-SISTEMAO     PIC X(03).
              03 EDXL5-LIS-IDEXTO       PIC X(20).
              03 EDXL5-LIS-ESTADOO      PIC X(07).
              03 EDXL5-LIS-ALTAO        PIC X(10).
              03 EDXL5-LIS-CIERREO      PIC X(10).
              03 EDXL5-LIS-MOTIVOO      PIC X(05).
              03 EDXL5-LIS-ANTERIORO    PIC X(08).
           02 EDXL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDXL5-OUTPUT-MSGA         PIC X.
           02 EDXL5-OUTPUT-MSGC         PIC X.
           02 EDXL5-OUTPUT-MSGO         PIC X(40).
           02 EDXL5-DATE-SISL           PIC S9(4) COMP.
           02 EDXL5-DATE-SISA           PIC X.
           02 EDXL5-DATE-SISO           PIC X(10).
           02 EDXL5-TIME-SISL           PIC S9(4) COMP.
           02 EDXL5-TIME-SISA           PIC X.
           02 EDXL5-TIME-SISO           PIC X(08).
