      ******************************************************************
      * EDYLI - MAPA SIMBOLICO MANTENIMIENTO DE AVISOS A OPERADORES   *
      *         (EDID1YLI)                                            *
      ******************************************************************
       01  EDYLII.
           02 FILLER                    PIC X(12).
           02 EDYLI-NUMEROL             PIC S9(4) COMP.
           02 EDYLI-NUMEROA             PIC X.
           02 EDYLI-NUMEROC             PIC X.
           02 EDYLI-NUMEROI             PIC X(06).
           02 EDYLI-NUMEROO             PIC X(06).
           02 EDYLI-DESTINOL            PIC S9(4) COMP.
           02 EDYLI-DESTINOA            PIC X.
           02 EDYLI-DESTINOC            PIC X.
           02 EDYLI-DESTINOI            PIC X(01).
           02 EDYLI-DESTINOO            PIC X(01).
           02 EDYLI-VALORL              PIC S9(4) COMP.
           02 EDYLI-VALORA              PIC X.
           02 EDYLI-VALORC              PIC X.
           02 EDYLI-VALORI              PIC X(03).
           02 EDYLI-VALORO              PIC X(03).
           02 EDYLI-DESDEL              PIC S9(4) COMP.
           02 EDYLI-DESDEA              PIC X.
           02 EDYLI-DESDEC              PIC X.
           02 EDYLI-DESDEI              PIC X(08).
           02 EDYLI-DESDEO              PIC X(08).
           02 EDYLI-HASTAL              PIC S9(4) COMP.
           02 EDYLI-HASTAA              PIC X.
           02 EDYLI-HASTAC              PIC X.
           02 EDYLI-HASTAI              PIC X(08).
           02 EDYLI-HASTAO              PIC X(08).
           02 EDYLI-URGENCIAL           PIC S9(4) COMP.
           02 EDYLI-URGENCIAA           PIC X.
           02 EDYLI-URGENCIAC           PIC X.
           02 EDYLI-URGENCIAI           PIC X(01).
           02 EDYLI-URGENCIAO           PIC X(01).
           02 EDYLI-TITULOL             PIC S9(4) COMP.
           02 EDYLI-TITULOA             PIC X.
           02 EDYLI-TITULOC             PIC X.
           02 EDYLI-TITULOI             PIC X(40).
           02 EDYLI-TITULOO             PIC X(40).
           02 EDYLI-TEXTO1L             PIC S9(4) COMP.
           02 EDYLI-TEXTO1A             PIC X.
           02 EDYLI-TEXTO1C             PIC X.
           02 EDYLI-TEXTO1I             PIC X(60).
           02 EDYLI-TEXTO1O             PIC X(60).
           02 EDYLI-TEXTO2L             PIC S9(4) COMP.
           02 EDYLI-TEXTO2A             PIC X.
           02 EDYLI-TEXTO2C             PIC X.
           02 EDYLI-TEXTO2I             PIC X(60).
           02 EDYLI-TEXTO2O             PIC X(60).
           02 EDYLI-TEXTO3L             PIC S9(4) COMP.
           02 EDYLI-TEXTO3A             PIC X.
           02 EDYLI-TEXTO3C             PIC X.
           02 EDYLI-TEXTO3I             PIC X(60).
           02 EDYLI-TEXTO3O             PIC X(60).
           02 EDYLI-TEXTO4L             PIC S9(4) COMP.
           02 EDYLI-TEXTO4A             PIC X.
           02 EDYLI-TEXTO4C             PIC X.
           02 EDYLI-TEXTO4I             PIC X(60).
           02 EDYLI-TEXTO4O             PIC X(60).
           02 EDYLI-ESTADOL             PIC S9(4) COMP.
           02 EDYLI-ESTADOA             PIC X.
           02 EDYLI-ESTADOO             PIC X(07).
           02 EDYLI-ALTA-OPERL          PIC S9(4) COMP.
           02 EDYLI-ALTA-OPERA          PIC X.
           02 EDYLI-ALTA-OPERO          PIC X(08).
           02 EDYLI-ALTA-FECHAL         PIC S9(4) COMP.
           02 EDYLI-ALTA-FECHAA         PIC X.
           02 EDYLI-ALTA-FECHAO         PIC X(10).
           02 EDYLI-CONFIRMANL          PIC S9(4) COMP.
           02 EDYLI-CONFIRMANA          PIC X.
           02 EDYLI-CONFIRMANO          PIC ZZZZ9.
           02 EDYLI-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDYLI-OUTPUT-MSGA         PIC X.
           02 EDYLI-OUTPUT-MSGC         PIC X.
           02 EDYLI-OUTPUT-MSGO         PIC X(40).
           02 EDYLI-DATE-SISL           PIC S9(4) COMP.
           02 EDYLI-DATE-SISA           PIC X.
           02 EDYLI-DATE-SISO           PIC X(10).
           02 EDYLI-TIME-SISL           PIC S9(4) COMP.
           02 EDYLI-TIME-SISA           PIC X.
           02 EDYLI-TIME-SISO           PIC X(08).
