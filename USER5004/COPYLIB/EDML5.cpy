      ******************************************************************
      * EDML5 - MAPA SIMBOLICO MANDATOS Y PODERES A TERCEROS          *
      *         (EDID1ML5)                                            *
      ******************************************************************
       01  EDML5I.
           02 FILLER                    PIC X(12).
           02 EDML5-CO-CLIENTEL         PIC S9(4) COMP.
           02 EDML5-CO-CLIENTEA         PIC X.
           02 EDML5-CO-CLIENTEC         PIC X.
           02 EDML5-CO-CLIENTEI         PIC X(08).
           02 EDML5-CO-CLIENTEO         PIC X(08).
           02 EDML5-NO-MANDATOL         PIC S9(4) COMP.
           02 EDML5-NO-MANDATOA         PIC X.
           02 EDML5-NO-MANDATOC         PIC X.
           02 EDML5-NO-MANDATOI         PIC X(03).
           02 EDML5-NO-MANDATOO         PIC X(03).
           02 EDML5-NOM-CLIENTEO        PIC X(40).
           02 EDML5-APODERADOL          PIC S9(4) COMP.
           02 EDML5-APODERADOA          PIC X.
           02 EDML5-APODERADOC          PIC X.
           02 EDML5-APODERADOI          PIC X(08).
           02 EDML5-APODERADOO          PIC X(08).
           02 EDML5-NOM-APODERADOO      PIC X(40).
           02 EDML5-ALCANCEL            PIC S9(4) COMP.
           02 EDML5-ALCANCEA            PIC X.
           02 EDML5-ALCANCEC            PIC X.
           02 EDML5-ALCANCEI            PIC X(01).
           02 EDML5-ALCANCEO            PIC X(01).
           02 EDML5-DETALLEL            PIC S9(4) COMP.
           02 EDML5-DETALLEA            PIC X.
           02 EDML5-DETALLEC            PIC X.
           02 EDML5-DETALLEI            PIC X(40).
           02 EDML5-DETALLEO            PIC X(40).
           02 EDML5-INICIOL             PIC S9(4) COMP.
           02 EDML5-INICIOA             PIC X.
           02 EDML5-INICIOC             PIC X.
           02 EDML5-INICIOI             PIC X(08).
           02 EDML5-INICIOO             PIC X(08).
           02 EDML5-FINL                PIC S9(4) COMP.
           02 EDML5-FINA                PIC X.
           02 EDML5-FINC                PIC X.
           02 EDML5-FINI                PIC X(08).
           02 EDML5-FINO                PIC X(08).
           02 EDML5-NOTARIALL           PIC S9(4) COMP.
           02 EDML5-NOTARIALA           PIC X.
           02 EDML5-NOTARIALC           PIC X.
           02 EDML5-NOTARIALI           PIC X(20).
           02 EDML5-NOTARIALO           PIC X(20).
           02 EDML5-ESTADOL             PIC S9(4) COMP.
           02 EDML5-ESTADOA             PIC X.
           02 EDML5-ESTADOC             PIC X.
           02 EDML5-ESTADOI             PIC X(01).
           02 EDML5-ESTADOO             PIC X(01).
           02 EDML5-OPER-ALTAO          PIC X(08).
           02 EDML5-FECHA-ALTAO         PIC X(10).
           02 EDML5-OPER-BAJAO          PIC X(08).
           02 EDML5-FECHA-BAJAO         PIC X(10).
           02 EDML5-MOTIVO-BAJAO        PIC X(20).
      *-->VIGENTE / VENCIDO (PASO LA FECHA FIN) / POR INICIAR /
      *   REVOCADO / CANCELADO
           02 EDML5-SITUACIONO          PIC X(10).
      *-->RESUMEN DEL OTORGANTE: CUANTOS MANDATOS VIGENTES Y VENCIDOS
           02 EDML5-VIGENTESO           PIC X(03).
           02 EDML5-VENCIDOSO           PIC X(03).
           02 EDML5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDML5-OUTPUT-MSGA         PIC X.
           02 EDML5-OUTPUT-MSGC         PIC X.
           02 EDML5-OUTPUT-MSGO         PIC X(40).
           02 EDML5-DATE-SISL           PIC S9(4) COMP.
           02 EDML5-DATE-SISA           PIC X.
           02 EDML5-DATE-SISO           PIC X(10).
           02 EDML5-TIME-SISL           PIC S9(4) COMP.
           02 EDML5-TIME-SISA           PIC X.
           02 EDML5-TIME-SISO           PIC X(08).
