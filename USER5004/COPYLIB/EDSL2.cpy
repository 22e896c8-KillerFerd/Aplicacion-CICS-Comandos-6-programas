           02 EDSL2-WKL-ALTAO           PIC X(05).
           02 EDSL2-WKL-MEDIAO          PIC X(05).
           02 EDSL2-WKL-BAJAO           PIC X(05).
      *-->TIEMPOS DE RESPUESTA DEL ULTIMO EDID1R84: FECHA, TAREAS,
      *   PROMEDIO Y P95 EN SEGUNDOS, LENTAS Y PROGRAMA DE PEOR P95
      *   (REGISTRO "RESPUEST" DE EDM4CTL)
           02 EDSL2-RSP-FECHAO          PIC X(11).
           02 EDSL2-RSP-TRXO            PIC X(08).
           02 EDSL2-RSP-PROMO           PIC X(07).
           02 EDSL2-RSP-P95O            PIC X(07).
           02 EDSL2-RSP-LENTASO         PIC X(05).
           02 EDSL2-RSP-PEORO           PIC X(08).
           02 EDSL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDSL2-OUTPUT-MSGA         PIC X.
           02 EDSL2-OUTPUT-MSGC         PIC X.
