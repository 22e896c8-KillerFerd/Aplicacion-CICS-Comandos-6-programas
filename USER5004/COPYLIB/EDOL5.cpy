      ******************************************************************
      * EDOL5 - MAPA SIMBOLICO TASAS DEL MUESTREO DE CALIDAD          *
      *         POR OPERADOR (EDID1OL5)                               *
      ******************************************************************
       01  EDOL5I.
           02 FILLER                    PIC X(12).
      *-->TASAS GENERALES (FILA "*GENERAL")
           02 EDOL5-TGENERALL           PIC S9(4) COMP.
           02 EDOL5-TGENERALA           PIC X.
           02 EDOL5-TGENERALC           PIC X.
           02 EDOL5-TGENERALI           PIC X(03).
           02 EDOL5-TGENERALO           PIC X(03).
           02 EDOL5-TNUEVOL             PIC S9(4) COMP.
           02 EDOL5-TNUEVOA             PIC X.
           02 EDOL5-TNUEVOC             PIC X.
           02 EDOL5-TNUEVOI             PIC X(03).
           02 EDOL5-TNUEVOO             PIC X(03).
           02 EDOL5-TSENSIBLEL          PIC S9(4) COMP.
           02 EDOL5-TSENSIBLEA          PIC X.
           02 EDOL5-TSENSIBLEC          PIC X.
           02 EDOL5-TSENSIBLEI          PIC X(03).
           02 EDOL5-TSENSIBLEO          PIC X(03).
           02 EDOL5-DIASNUEVOL          PIC S9(4) COMP.
           02 EDOL5-DIASNUEVOA          PIC X.
           02 EDOL5-DIASNUEVOC          PIC X.
           02 EDOL5-DIASNUEVOI          PIC X(03).
           02 EDOL5-DIASNUEVOO          PIC X(03).
      *-->CAPTURA DEL OPERADOR: CODIGO, TASA PROPIA E INGRESO
      *   (DDMMAAAA)
           02 EDOL5-OPERADORL           PIC S9(4) COMP.
           02 EDOL5-OPERADORA           PIC X.
           02 EDOL5-OPERADORC           PIC X.
           02 EDOL5-OPERADORI           PIC X(08).
           02 EDOL5-OPERADORO           PIC X(08).
           02 EDOL5-TASAL               PIC S9(4) COMP.
           02 EDOL5-TASAA               PIC X.
           02 EDOL5-TASAC               PIC X.
           02 EDOL5-TASAI               PIC X(03).
           02 EDOL5-TASAO               PIC X(03).
           02 EDOL5-INGRESOL            PIC S9(4) COMP.
           02 EDOL5-INGRESOA            PIC X.
           02 EDOL5-INGRESOC            PIC X.
           02 EDOL5-INGRESOI            PIC X(08).
           02 EDOL5-INGRESOO            PIC X(08).
           02 EDOL5-LINEA-GRP OCCURS 10 TIMES.
              03 EDOL5-LIN-OPERO        PIC X(08).
              03 EDOL5-LIN-TASAO        PIC X(07).
              03 EDOL5-LIN-INGRESOO     PIC X(10).
              03 EDOL5-LIN-NUEVOO       PIC X(05).
              03 EDOL5-LIN-ULTOPO       PIC X(08).
              03 EDOL5-LIN-FECHAO       PIC X(10).
           02 EDOL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDOL5-OUTPUT-MSGA         PIC X.
           02 EDOL5-OUTPUT-MSGC         PIC X.
           02 EDOL5-OUTPUT-MSGO         PIC X(40).
           02 EDOL5-DATE-SISL           PIC S9(4) COMP.
           02 EDOL5-DATE-SISA           PIC X.
           02 EDOL5-DATE-SISO           PIC X(10).
           02 EDOL5-TIME-SISL           PIC S9(4) COMP.
           02 EDOL5-TIME-SISA           PIC X.
           02 EDOL5-TIME-SISO           PIC X(08).
