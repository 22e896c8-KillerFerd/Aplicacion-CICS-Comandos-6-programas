      ******************************************************************
      * EDAL5 - MAPA SIMBOLICO CONFIRMACION DE AVISOS AL INGRESAR     *
      *         (EDID1AL5)                                            *
      ******************************************************************
       01  EDAL5I.
           02 FILLER                    PIC X(12).
           02 EDAL5-OPERADORO           PIC X(08).
           02 EDAL5-PENDIENTESO         PIC ZZ9.
           02 EDAL5-NUMEROO             PIC X(06).
           02 EDAL5-URGENCIAO           PIC X(05).
           02 EDAL5-VIGENCIAO           PIC X(23).
           02 EDAL5-TITULOO             PIC X(40).
           02 EDAL5-TEXTO-GRP OCCURS 4 TIMES.
              03 EDAL5-TEXTOO           PIC X(60).
           02 EDAL5-CONFIRMAL           PIC S9(4) COMP.
           02 EDAL5-CONFIRMAA           PIC X.
           02 EDAL5-CONFIRMAC           PIC X.
           02 EDAL5-CONFIRMAI           PIC X(01).
           02 EDAL5-CONFIRMAO           PIC X(01).
           02 EDAL5-ENTRENAO            PIC X(13).
           02 EDAL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDAL5-OUTPUT-MSGA         PIC X.
           02 EDAL5-OUTPUT-MSGC         PIC X.
           02 EDAL5-OUTPUT-MSGO         PIC X(40).
           02 EDAL5-DATE-SISL           PIC S9(4) COMP.
           02 EDAL5-DATE-SISA           PIC X.
           02 EDAL5-DATE-SISO           PIC X(10).
           02 EDAL5-TIME-SISL           PIC S9(4) COMP.
           02 EDAL5-TIME-SISA           PIC X.
           02 EDAL5-TIME-SISO           PIC X(08).
