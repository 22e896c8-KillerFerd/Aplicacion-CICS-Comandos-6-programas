      ******************************************************************
      * EDEL5 - MAPA SIMBOLICO RETENCIONES LEGALES DE CLIENTES        *
      *         (EDID1EL5)                                            *
      ******************************************************************
       01  EDEL5I.
           02 FILLER                    PIC X(12).
           02 EDEL5-CO-CLIENTEL         PIC S9(4) COMP.
           02 EDEL5-CO-CLIENTEA         PIC X.
           02 EDEL5-CO-CLIENTEC         PIC X.
           02 EDEL5-CO-CLIENTEI         PIC X(08).
           02 EDEL5-CO-CLIENTEO         PIC X(08).
           02 EDEL5-NO-RETL             PIC S9(4) COMP.
           02 EDEL5-NO-RETA             PIC X.
           02 EDEL5-NO-RETC             PIC X.
           02 EDEL5-NO-RETI             PIC X(03).
           02 EDEL5-NO-RETO             PIC X(03).
           02 EDEL5-NOM-CLIENTEO        PIC X(40).
           02 EDEL5-ESTADOL             PIC S9(4) COMP.
           02 EDEL5-ESTADOA             PIC X.
           02 EDEL5-ESTADOC             PIC X.
           02 EDEL5-ESTADOI             PIC X(01).
           02 EDEL5-ESTADOO             PIC X(01).
           02 EDEL5-MOTIVOL             PIC S9(4) COMP.
           02 EDEL5-MOTIVOA             PIC X.
           02 EDEL5-MOTIVOC             PIC X.
           02 EDEL5-MOTIVOI             PIC X(50).
           02 EDEL5-MOTIVOO             PIC X(50).
           02 EDEL5-CASOL               PIC S9(4) COMP.
           02 EDEL5-CASOA               PIC X.
           02 EDEL5-CASOC               PIC X.
           02 EDEL5-CASOI               PIC X(20).
           02 EDEL5-CASOO               PIC X(20).
           02 EDEL5-LIBERACIONL         PIC S9(4) COMP.
           02 EDEL5-LIBERACIONA         PIC X.
           02 EDEL5-LIBERACIONC         PIC X.
           02 EDEL5-LIBERACIONI         PIC X(08).
           02 EDEL5-LIBERACIONO         PIC X(08).
           02 EDEL5-OPER-ALTAO          PIC X(08).
           02 EDEL5-FECHA-ALTAO         PIC X(10).
           02 EDEL5-OPER-LIBERAO        PIC X(08).
           02 EDEL5-FECHA-LIBERAO       PIC X(10).
      *-->VIGENTE / VENCIDA (PASO LA FECHA DE REVISION) / LIBERADA
           02 EDEL5-SITUACIONO          PIC X(10).
           02 EDEL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDEL5-OUTPUT-MSGA         PIC X.
           02 EDEL5-OUTPUT-MSGC         PIC X.
           02 EDEL5-OUTPUT-MSGO         PIC X(40).
           02 EDEL5-DATE-SISL           PIC S9(4) COMP.
           02 EDEL5-DATE-SISA           PIC X.
           02 EDEL5-DATE-SISO           PIC X(10).
           02 EDEL5-TIME-SISL           PIC S9(4) COMP.
           02 EDEL5-TIME-SISA           PIC X.
           02 EDEL5-TIME-SISO           PIC X(08).
