      ******************************************************************
      * EDWL2 - MAPA SIMBOLICO RESUMEN 360 DEL CLIENTE (EDID1WL2)     *
      ******************************************************************
       01  EDWL2I.
           02 FILLER                    PIC X(12).
           02 EDWL2-CO-CLIENTEL         PIC S9(4) COMP.
           02 EDWL2-CO-CLIENTEA         PIC X.
           02 EDWL2-CO-CLIENTEC         PIC X.
           02 EDWL2-CO-CLIENTEI         PIC X(08).
           02 EDWL2-CO-CLIENTEO         PIC X(08).
           02 EDWL2-NOM-CLIENTEO        PIC X(40).
           02 EDWL2-TIPOO               PIC X(08).
           02 EDWL2-SUCURSALO           PIC X(03).
           02 EDWL2-TELEFONOO           PIC X(08).
           02 EDWL2-FECHA-NACO          PIC X(10).
           02 EDWL2-ESTADOO             PIC X(12).
           02 EDWL2-FECHA-ESTADOO       PIC X(10).
           02 EDWL2-ALTAO               PIC X(09).
           02 EDWL2-KYCO                PIC X(10).
           02 EDWL2-KYC-AVISOO          PIC X(07).
           02 EDWL2-NOTA-FECHAO         PIC X(10).
           02 EDWL2-NOTA-TEXTOO         PIC X(50).
           02 EDWL2-SEGUIM-CANTO        PIC X(03).
           02 EDWL2-SEGUIM-FECHAO       PIC X(10).
           02 EDWL2-DOC-TIPOO           PIC X(02).
           02 EDWL2-DOC-VENCEO          PIC X(10).
           02 EDWL2-DOC-AVISOO          PIC X(07).
           02 EDWL2-CON-CARTAO          PIC X(01).
           02 EDWL2-CON-TELEFONOO       PIC X(01).
           02 EDWL2-CON-MOVILO          PIC X(01).
           02 EDWL2-RELACIONESO         PIC X(03).
           02 EDWL2-PRODUCTOSO          PIC X(03).
           02 EDWL2-CAM-CAMPANAO        PIC X(08).
           02 EDWL2-CAM-FECHAO          PIC X(10).
           02 EDWL2-CAM-CANALO          PIC X(01).
           02 EDWL2-CAM-RESPO           PIC X(01).
           02 EDWL2-WKL-PENDO           PIC X(03).
           02 EDWL2-PEN-PENDO           PIC X(03).
           02 EDWL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDWL2-OUTPUT-MSGA         PIC X.
           02 EDWL2-OUTPUT-MSGC         PIC X.
           02 EDWL2-OUTPUT-MSGO         PIC X(40).
           02 EDWL2-DATE-SISL           PIC S9(4) COMP.
           02 EDWL2-DATE-SISA           PIC X.
           02 EDWL2-DATE-SISO           PIC X(10).
           02 EDWL2-TIME-SISL           PIC S9(4) COMP.
           02 EDWL2-TIME-SISA           PIC X.
           02 EDWL2-TIME-SISO           PIC X(08).
