      ******************************************************************
      * EDDL5 - MAPA SIMBOLICO SOLICITUDES DE DERECHOS DEL TITULAR    *
      *         (EDID1DL5)                                            *
      ******************************************************************
       01  EDDL5I.
           02 FILLER                    PIC X(12).
           02 EDDL5-CO-CLIENTEL         PIC S9(4) COMP.
           02 EDDL5-CO-CLIENTEA         PIC X.
           02 EDDL5-CO-CLIENTEC         PIC X.
           02 EDDL5-CO-CLIENTEI         PIC X(08).
           02 EDDL5-CO-CLIENTEO         PIC X(08).
           02 EDDL5-NO-SOLL             PIC S9(4) COMP.
           02 EDDL5-NO-SOLA             PIC X.
           02 EDDL5-NO-SOLC             PIC X.
           02 EDDL5-NO-SOLI             PIC X(05).
           02 EDDL5-NO-SOLO             PIC X(05).
           02 EDDL5-NOM-CLIENTEO        PIC X(40).
           02 EDDL5-TIPOL               PIC S9(4) COMP.
           02 EDDL5-TIPOA               PIC X.
           02 EDDL5-TIPOC               PIC X.
           02 EDDL5-TIPOI               PIC X(01).
           02 EDDL5-TIPOO               PIC X(01).
           02 EDDL5-CANALL              PIC S9(4) COMP.
           02 EDDL5-CANALA              PIC X.
           02 EDDL5-CANALC              PIC X.
           02 EDDL5-CANALI              PIC X(01).
           02 EDDL5-CANALO              PIC X(01).
           02 EDDL5-RECIBIDAL           PIC S9(4) COMP.
           02 EDDL5-RECIBIDAA           PIC X.
           02 EDDL5-RECIBIDAC           PIC X.
           02 EDDL5-RECIBIDAI           PIC X(08).
           02 EDDL5-RECIBIDAO           PIC X(08).
           02 EDDL5-ESTADOL             PIC S9(4) COMP.
           02 EDDL5-ESTADOA             PIC X.
           02 EDDL5-ESTADOC             PIC X.
           02 EDDL5-ESTADOI             PIC X(01).
           02 EDDL5-ESTADOO             PIC X(01).
           02 EDDL5-DESCRIPL            PIC S9(4) COMP.
           02 EDDL5-DESCRIPA            PIC X.
           02 EDDL5-DESCRIPC            PIC X.
           02 EDDL5-DESCRIPI            PIC X(50).
           02 EDDL5-DESCRIPO            PIC X(50).
           02 EDDL5-RESPUESTL           PIC S9(4) COMP.
           02 EDDL5-RESPUESTA           PIC X.
           02 EDDL5-RESPUESTC           PIC X.
           02 EDDL5-RESPUESTI           PIC X(50).
           02 EDDL5-RESPUESTO           PIC X(50).
           02 EDDL5-SUCURSALO           PIC X(03).
           02 EDDL5-FECHA-ALTAO         PIC X(10).
           02 EDDL5-FECHA-LIMO          PIC X(10).
           02 EDDL5-SITUACIONO          PIC X(10).
           02 EDDL5-FECHA-RESOLO        PIC X(10).
      *-->EFECTO AUTOMATICO DEL TIPO (EXPEDIENTE O VETO DE CANALES)
           02 EDDL5-AUTOMATICOO         PIC X(30).
           02 EDDL5-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDDL5-OUTPUT-MSGA         PIC X.
           02 EDDL5-OUTPUT-MSGC         PIC X.
           02 EDDL5-OUTPUT-MSGO         PIC X(40).
           02 EDDL5-DATE-SISL           PIC S9(4) COMP.
           02 EDDL5-DATE-SISA           PIC X.
           02 EDDL5-DATE-SISO           PIC X(10).
           02 EDDL5-TIME-SISL           PIC S9(4) COMP.
           02 EDDL5-TIME-SISA           PIC X.
           02 EDDL5-TIME-SISO           PIC X(08).
