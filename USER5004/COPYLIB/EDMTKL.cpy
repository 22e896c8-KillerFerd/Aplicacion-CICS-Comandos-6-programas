      *          DESDE EDID1NLI Y TRABAJADA EN LA PANTALLA EDID1LLI   *
      *          ("MIS LLAMADAS DE HOY"). LA LLAVE FECHA + OPERADOR   *
      *          PERMITE BARRER LO VENCIDO Y LO DEL DIA DE CADA       *
      *          OPERADOR EN UN SOLO BROWSE. LA CARTERA DEL OFICIAL   *
      *          (EDID1VL2) CUENTA LOS PENDIENTES DE CADA CLIENTE     *
      ******************************************************************
       01  REG-EDMTKL.
           05 EDTK-LLAVE.
