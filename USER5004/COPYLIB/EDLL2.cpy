      ******************************************************************
      * EDLL2 - MAPA SIMBOLICO REVISION DE COINCIDENCIAS EN LISTAS    *
      *         DE SANCIONES/PEP (EDID1LL2)                           *
      ******************************************************************
       01  EDLL2I.
           02 FILLER                    PIC X(12).
           02 EDLL2-CO-CLIENTEO         PIC X(08).
           02 EDLL2-NOM-CLIENTEO        PIC X(40).
           02 EDLL2-MARCAO              PIC X(01).
           02 EDLL2-TIPO-LISTAO         PIC X(09).
           02 EDLL2-REFERENCIAO         PIC X(12).
           02 EDLL2-NOM-LISTAO          PIC X(40).
           02 EDLL2-ORIGENO             PIC X(08).
           02 EDLL2-FECHA-DETECO        PIC X(10).
           02 EDLL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDLL2-OUTPUT-MSGA         PIC X.
           02 EDLL2-OUTPUT-MSGC         PIC X.
           02 EDLL2-OUTPUT-MSGO         PIC X(40).
           02 EDLL2-DATE-SISL           PIC S9(4) COMP.
           02 EDLL2-DATE-SISA           PIC X.
           02 EDLL2-DATE-SISO           PIC X(10).
           02 EDLL2-TIME-SISL           PIC S9(4) COMP.
           02 EDLL2-TIME-SISA           PIC X.
           02 EDLL2-TIME-SISO           PIC X(08).
