      ******************************************************************
      * EDEL2 - MAPA SIMBOLICO RESIDENCIA FISCAL (EDID1EL2)           *
      ******************************************************************
       01  EDEL2I.
           02 FILLER                    PIC X(12).
           02 EDEL2-CO-CLIENTEL         PIC S9(4) COMP.
           02 EDEL2-CO-CLIENTEA         PIC X.
           02 EDEL2-CO-CLIENTEC         PIC X.
           02 EDEL2-CO-CLIENTEI         PIC X(08).
           02 EDEL2-CO-CLIENTEO         PIC X(08).
           02 EDEL2-NOM-CLIENTEO        PIC X(40).
      *-->CAPTURA PARA PF1 (GRABAR) / PF3 (ELIMINAR): PAIS, NIF,
      *   FECHA DE AUTOCERTIFICACION DDMMAAAA Y ESTADO V/P/I
           02 EDEL2-PAISL               PIC S9(4) COMP.
           02 EDEL2-PAISA               PIC X.
           02 EDEL2-PAISC               PIC X.
           02 EDEL2-PAISI               PIC X(02).
           02 EDEL2-PAISO               PIC X(02).
           02 EDEL2-NIFL                PIC S9(4) COMP.
           02 EDEL2-NIFA                PIC X.
           02 EDEL2-NIFC                PIC X.
           02 EDEL2-NIFI                PIC X(20).
           02 EDEL2-NIFO                PIC X(20).
           02 EDEL2-CERTIFL             PIC S9(4) COMP.
           02 EDEL2-CERTIFA             PIC X.
           02 EDEL2-CERTIFC             PIC X.
           02 EDEL2-CERTIFI             PIC X(08).
           02 EDEL2-CERTIFO             PIC X(08).
           02 EDEL2-ESTADOL             PIC S9(4) COMP.
           02 EDEL2-ESTADOA             PIC X.
           02 EDEL2-ESTADOC             PIC X.
           02 EDEL2-ESTADOI             PIC X(01).
           02 EDEL2-ESTADOO             PIC X(01).
           02 EDEL2-LINEA-GRP OCCURS 8 TIMES.
              03 EDEL2-LIN-PAISO        PIC X(02).
              03 EDEL2-LIN-REGIMENO     PIC X(05).
              03 EDEL2-LIN-NIFO         PIC X(20).
              03 EDEL2-LIN-CERTIFO      PIC X(10).
              03 EDEL2-LIN-ESTADOO      PIC X(10).
           02 EDEL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDEL2-OUTPUT-MSGA         PIC X.
           02 EDEL2-OUTPUT-MSGC         PIC X.
           02 EDEL2-OUTPUT-MSGO         PIC X(40).
           02 EDEL2-DATE-SISL           PIC S9(4) COMP.
           02 EDEL2-DATE-SISA           PIC X.
           02 EDEL2-DATE-SISO           PIC X(10).
           02 EDEL2-TIME-SISL           PIC S9(4) COMP.
           02 EDEL2-TIME-SISA           PIC X.
           02 EDEL2-TIME-SISO           PIC X(08).
