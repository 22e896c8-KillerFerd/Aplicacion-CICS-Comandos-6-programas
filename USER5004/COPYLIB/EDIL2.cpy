      ******************************************************************
      * EDIL2 - MAPA SIMBOLICO OFICIAL DE RELACION (EDID1IL2)         *
      ******************************************************************
       01  EDIL2I.
           02 FILLER                    PIC X(12).
           02 EDIL2-CO-CLIENTEL         PIC S9(4) COMP.
           02 EDIL2-CO-CLIENTEA         PIC X.
           02 EDIL2-CO-CLIENTEC         PIC X.
           02 EDIL2-CO-CLIENTEI         PIC X(08).
           02 EDIL2-CO-CLIENTEO         PIC X(08).
           02 EDIL2-NOM-CLIENTEO        PIC X(40).
           02 EDIL2-SUCURSALO           PIC X(03).
      *-->OFICIAL VIGENTE Y DESDE CUANDO
           02 EDIL2-OFICIAL-ACTO        PIC X(08).
           02 EDIL2-FECHA-DESDEO        PIC X(10).
      *-->OFICIAL A ASIGNAR (PF1) Y MOTIVO DEL CAMBIO (PF1/PF3)
           02 EDIL2-NUEVO-OFICIALL      PIC S9(4) COMP.
           02 EDIL2-NUEVO-OFICIALA      PIC X.
           02 EDIL2-NUEVO-OFICIALC      PIC X.
           02 EDIL2-NUEVO-OFICIALI      PIC X(08).
           02 EDIL2-NUEVO-OFICIALO      PIC X(08).
           02 EDIL2-MOTIVOL             PIC S9(4) COMP.
           02 EDIL2-MOTIVOA             PIC X.
           02 EDIL2-MOTIVOC             PIC X.
           02 EDIL2-MOTIVOI             PIC X(20).
           02 EDIL2-MOTIVOO             PIC X(20).
      *-->ULTIMOS CAMBIOS DE OFICIAL (EDM4OFH), EL MAS RECIENTE ARRIBA
           02 EDIL2-LINEA-GRP OCCURS 5 TIMES.
              03 EDIL2-LIN-FECHAO       PIC X(10).
              03 EDIL2-LIN-ANTESO       PIC X(08).
              03 EDIL2-LIN-NUEVOO       PIC X(08).
              03 EDIL2-LIN-OPERADORO    PIC X(08).
              03 EDIL2-LIN-MOTIVOO      PIC X(20).
           02 EDIL2-OUTPUT-MSGL         PIC S9(4) COMP.
           02 EDIL2-OUTPUT-MSGA         PIC X.
           02 EDIL2-OUTPUT-MSGC         PIC X.
           02 EDIL2-OUTPUT-MSGO         PIC X(40).
           02 EDIL2-DATE-SISL           PIC S9(4) COMP.
           02 EDIL2-DATE-SISA           PIC X.
           02 EDIL2-DATE-SISO           PIC X(10).
           02 EDIL2-TIME-SISL           PIC S9(4) COMP.
           02 EDIL2-TIME-SISA           PIC X.
           02 EDIL2-TIME-SISO           PIC X(08).
