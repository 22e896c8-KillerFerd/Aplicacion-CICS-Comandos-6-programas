      ******************************************************************
      * EDYL2 - MAPA SIMBOLICO CLIENTES RECIENTES DEL OPERADOR        *
      *         (EDID1YL2)                                            *
      ******************************************************************
       01  EDYL2I.
           02 FILLER                    PIC X(12).
           02 EDYL2-OPERADORO           PIC X(08).
           02 EDYL2-ORIGENO             PIC X(08).
           02 EDYL2-LINEA-GRP OCCURS 15 TIMES.
              03 EDYL2-OPTIONO          PIC X(01).
              03 EDYL2-CO-CLIENTEO      PIC X(08).
              03 EDYL2-NOM-CLIENTEO     PIC X(30).
              03 EDYL2-FECHA-NACO       PIC X(10).
              03 EDYL2-ESTADOO          PIC X(01).
              03 EDYL2-PANTALLAO        PIC X(08).
              03 EDYL2-FECHAO           PIC X(10).
           02 EDYL2-ENTRENAO            PIC X(13).
           02 EDYL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDYL2-OUTPUT-MSGA         PIC X.
           02 EDYL2-OUTPUT-MSGC         PIC X.
           02 EDYL2-OUTPUT-MSGO         PIC X(40).
           02 EDYL2-DATE-SISL           PIC S9(4) COMP.
           02 EDYL2-DATE-SISA           PIC X.
           02 EDYL2-DATE-SISO           PIC X(10).
           02 EDYL2-TIME-SISL           PIC S9(4) COMP.
           02 EDYL2-TIME-SISA           PIC X.
           02 EDYL2-TIME-SISO           PIC X(08).
