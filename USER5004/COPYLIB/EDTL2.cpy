      ******************************************************************
      * EDTL2 - MAPA SIMBOLICO TITULARES BENEFICIARIOS (EDID1TL2)     *
      ******************************************************************
       01  EDTL2I.
           02 FILLER                    PIC X(12).
           02 EDTL2-CO-COMPANIAL        PIC S9(4) COMP.
           02 EDTL2-CO-COMPANIAA        PIC X.
           02 EDTL2-CO-COMPANIAC        PIC X.
           02 EDTL2-CO-COMPANIAI        PIC X(08).
           02 EDTL2-CO-COMPANIAO        PIC X(08).
           02 EDTL2-NOM-COMPANIAO       PIC X(40).
           02 EDTL2-TOTALO              PIC X(06).
           02 EDTL2-CO-TITULARL         PIC S9(4) COMP.
           02 EDTL2-CO-TITULARA         PIC X.
           02 EDTL2-CO-TITULARC         PIC X.
           02 EDTL2-CO-TITULARI         PIC X(08).
           02 EDTL2-CO-TITULARO         PIC X(08).
           02 EDTL2-NOM-TITULARO        PIC X(40).
           02 EDTL2-PORCL               PIC S9(4) COMP.
           02 EDTL2-PORCA               PIC X.
           02 EDTL2-PORCC               PIC X.
           02 EDTL2-PORCI               PIC X(06).
           02 EDTL2-PORCO               PIC X(06).
           02 EDTL2-CONTROLL            PIC S9(4) COMP.
           02 EDTL2-CONTROLA            PIC X.
           02 EDTL2-CONTROLC            PIC X.
           02 EDTL2-CONTROLI            PIC X(01).
           02 EDTL2-CONTROLO            PIC X(01).
           02 EDTL2-FECHAL              PIC S9(4) COMP.
           02 EDTL2-FECHAA              PIC X.
           02 EDTL2-FECHAC              PIC X.
           02 EDTL2-FECHAI              PIC X(08).
           02 EDTL2-FECHAO              PIC X(08).
           02 EDTL2-LINEA-GRP OCCURS 10 TIMES.
              03 EDTL2-LIN-CODIGOO      PIC X(08).
              03 EDTL2-LIN-NOMBREO      PIC X(30).
              03 EDTL2-LIN-PORCO        PIC X(06).
              03 EDTL2-LIN-CONTROLO     PIC X(01).
              03 EDTL2-LIN-FECHAO       PIC X(10).
           02 EDTL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDTL2-OUTPUT-MSGA         PIC X.
           02 EDTL2-OUTPUT-MSGC         PIC X.
           02 EDTL2-OUTPUT-MSGO         PIC X(40).
           02 EDTL2-DATE-SISL           PIC S9(4) COMP.
           02 EDTL2-DATE-SISA           PIC X.
           02 EDTL2-DATE-SISO           PIC X(10).
           02 EDTL2-TIME-SISL           PIC S9(4) COMP.
           02 EDTL2-TIME-SISA           PIC X.
           02 EDTL2-TIME-SISO           PIC X(08).
