      ******************************************************************
      * EDVL2 - MAPA SIMBOLICO MI CARTERA DE CLIENTES (EDID1VL2)      *
      ******************************************************************
       01  EDVL2I.
           02 FILLER                    PIC X(12).
      *-->OFICIAL A CONSULTAR (BLANCO = EL OPERADOR DE LA SESION)
           02 EDVL2-OFICIALL            PIC S9(4) COMP.
           02 EDVL2-OFICIALA            PIC X.
           02 EDVL2-OFICIALC            PIC X.
           02 EDVL2-OFICIALI            PIC X(08).
           02 EDVL2-OFICIALO            PIC X(08).
           02 EDVL2-LINEA-GRP OCCURS 10 TIMES.
              03 EDVL2-LIN-CLIENTEO     PIC X(08).
              03 EDVL2-LIN-NOMBREO      PIC X(25).
              03 EDVL2-LIN-TIPOO        PIC X(01).
              03 EDVL2-LIN-SUCURSALO    PIC X(03).
              03 EDVL2-LIN-KYCO         PIC X(10).
              03 EDVL2-LIN-KYC-ESTO     PIC X(07).
              03 EDVL2-LIN-PENDO        PIC X(03).
              03 EDVL2-LIN-PROX-SEGO    PIC X(10).
           02 EDVL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDVL2-OUTPUT-MSGA         PIC X.
           02 EDVL2-OUTPUT-MSGC         PIC X.
           02 EDVL2-OUTPUT-MSGO         PIC X(40).
           02 EDVL2-DATE-SISL           PIC S9(4) COMP.
           02 EDVL2-DATE-SISA           PIC X.
           02 EDVL2-DATE-SISO           PIC X(10).
           02 EDVL2-TIME-SISL           PIC S9(4) COMP.
           02 EDVL2-TIME-SISA           PIC X.
           02 EDVL2-TIME-SISO           PIC X(08).
