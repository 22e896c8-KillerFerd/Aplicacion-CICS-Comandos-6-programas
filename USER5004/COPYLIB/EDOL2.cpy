      ******************************************************************
      * EDOL2 - MAPA SIMBOLICO JOBS BATCH PROGRAMADOS (EDID1OL2)      *
      ******************************************************************
       01  EDOL2I.
           02 FILLER                    PIC X(12).
      *-->CAPTURA: LISTAR DESDE (AAAAMMDD), LINEA ELEGIDA Y NUEVA
      *   FECHA (AAAAMMDD) / HORA (HHMM) DE CORRIDA PARA EL CAMBIO
           02 EDOL2-DESDEL              PIC S9(4) COMP.
           02 EDOL2-DESDEA              PIC X.
           02 EDOL2-DESDEC              PIC X.
           02 EDOL2-DESDEI              PIC X(08).
           02 EDOL2-DESDEO              PIC X(08).
           02 EDOL2-SELL                PIC S9(4) COMP.
           02 EDOL2-SELA                PIC X.
           02 EDOL2-SELC                PIC X.
           02 EDOL2-SELI                PIC X(02).
           02 EDOL2-SELO                PIC X(02).
           02 EDOL2-NFECHAL             PIC S9(4) COMP.
           02 EDOL2-NFECHAA             PIC X.
           02 EDOL2-NFECHAC             PIC X.
           02 EDOL2-NFECHAI             PIC X(08).
           02 EDOL2-NFECHAO             PIC X(08).
           02 EDOL2-NHORAL              PIC S9(4) COMP.
           02 EDOL2-NHORAA              PIC X.
           02 EDOL2-NHORAC              PIC X.
           02 EDOL2-NHORAI              PIC X(04).
           02 EDOL2-NHORAO              PIC X(04).
           02 EDOL2-LINEA-GRP OCCURS 12 TIMES.
              03 EDOL2-LIN-NUMO         PIC X(02).
              03 EDOL2-LIN-FECHAO       PIC X(10).
              03 EDOL2-LIN-HORAO        PIC X(05).
              03 EDOL2-LIN-PROGO        PIC X(08).
              03 EDOL2-LIN-PARMO        PIC X(16).
              03 EDOL2-LIN-ESTADOO      PIC X(09).
              03 EDOL2-LIN-OPERO        PIC X(08).
           02 EDOL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDOL2-OUTPUT-MSGA         PIC X.
           02 EDOL2-OUTPUT-MSGC         PIC X.
           02 EDOL2-OUTPUT-MSGO         PIC X(40).
           02 EDOL2-DATE-SISL           PIC S9(4) COMP.
           02 EDOL2-DATE-SISA           PIC X.
           02 EDOL2-DATE-SISO           PIC X(10).
           02 EDOL2-TIME-SISL           PIC S9(4) COMP.
           02 EDOL2-TIME-SISA           PIC X.
           02 EDOL2-TIME-SISO           PIC X(08).
