      ******************************************************************
      * EDQL2 - MAPA SIMBOLICO CASOS DE QUEJA Y SERVICIO (EDID1QL2)   *
      ******************************************************************
       01  EDQL2I.
           02 FILLER                    PIC X(12).
           02 EDQL2-CO-CLIENTEL         PIC S9(4) COMP.
           02 EDQL2-CO-CLIENTEA         PIC X.
           02 EDQL2-CO-CLIENTEC         PIC X.
           02 EDQL2-CO-CLIENTEI         PIC X(08).
           02 EDQL2-CO-CLIENTEO         PIC X(08).
           02 EDQL2-NO-CASOL            PIC S9(4) COMP.
           02 EDQL2-NO-CASOA            PIC X.
           02 EDQL2-NO-CASOC            PIC X.
           02 EDQL2-NO-CASOI            PIC X(05).
           02 EDQL2-NO-CASOO            PIC X(05).
           02 EDQL2-NOM-CLIENTEO        PIC X(40).
           02 EDQL2-CATEGORIAL          PIC S9(4) COMP.
           02 EDQL2-CATEGORIAA          PIC X.
           02 EDQL2-CATEGORIAC          PIC X.
           02 EDQL2-CATEGORIAI          PIC X(02).
           02 EDQL2-CATEGORIAO          PIC X(02).
           02 EDQL2-CANALL              PIC S9(4) COMP.
           02 EDQL2-CANALA              PIC X.
           02 EDQL2-CANALC              PIC X.
           02 EDQL2-CANALI              PIC X(01).
           02 EDQL2-CANALO              PIC X(01).
           02 EDQL2-ASIGNADOL           PIC S9(4) COMP.
           02 EDQL2-ASIGNADOA           PIC X.
           02 EDQL2-ASIGNADOC           PIC X.
           02 EDQL2-ASIGNADOI           PIC X(08).
           02 EDQL2-ASIGNADOO           PIC X(08).
           02 EDQL2-ESTADOL             PIC S9(4) COMP.
           02 EDQL2-ESTADOA             PIC X.
           02 EDQL2-ESTADOC             PIC X.
           02 EDQL2-ESTADOI             PIC X(01).
           02 EDQL2-ESTADOO             PIC X(01).
           02 EDQL2-DESCRIPL            PIC S9(4) COMP.
           02 EDQL2-DESCRIPA            PIC X.
           02 EDQL2-DESCRIPC            PIC X.
           02 EDQL2-DESCRIPI            PIC X(50).
           02 EDQL2-DESCRIPO            PIC X(50).
           02 EDQL2-RESOLUCL            PIC S9(4) COMP.
           02 EDQL2-RESOLUCA            PIC X.
           02 EDQL2-RESOLUCC            PIC X.
           02 EDQL2-RESOLUCI            PIC X(50).
           02 EDQL2-RESOLUCO            PIC X(50).
           02 EDQL2-SUCURSALO           PIC X(03).
           02 EDQL2-FECHA-ALTAO         PIC X(10).
           02 EDQL2-FECHA-LIMO          PIC X(10).
           02 EDQL2-SITUACIONO          PIC X(10).
           02 EDQL2-FECHA-RESOLO        PIC X(10).
           02 EDQL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDQL2-OUTPUT-MSGA         PIC X.
           02 EDQL2-OUTPUT-MSGC         PIC X.
           02 EDQL2-OUTPUT-MSGO         PIC X(40).
           02 EDQL2-DATE-SISL           PIC S9(4) COMP.
           02 EDQL2-DATE-SISA           PIC X.
           02 EDQL2-DATE-SISO           PIC X(10).
           02 EDQL2-TIME-SISL           PIC S9(4) COMP.
           02 EDQL2-TIME-SISA           PIC X.
           02 EDQL2-TIME-SISO           PIC X(08).
