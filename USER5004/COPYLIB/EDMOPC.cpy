      ******************************************************************
      * EDMOPC - OPERADOR / CLIENTE PROPIO (EDM4OPC)                  *
      *          CODIGO DE CLIENTE DE CADA OPERADOR QUE ES TAMBIEN    *
      *          CLIENTE DEL BANCO. LO CARGA EDID1R61 DESDE EL        *
      *          ARCHIVO PERIODICO DE RECURSOS HUMANOS; LO CONSULTA   *
      *          LA RUTINA DE CONFLICTO DE INTERES EDID1BCF           *
      ******************************************************************
       01  REG-EDMOPC.
           05 EDOP-LLAVE.
               10 EDOP-OPERADOR            PIC X(08).
           05 EDOP-CO-CLIENTE              PIC 9(08).
           05 EDOP-NU-EMPLEADO             PIC X(10).
      *-->FECHA DE LA CARGA QUE TRAJO AL OPERADOR (AAAAMMDD); CADA
      *   CARGA REEMPLAZA EL ARCHIVO COMPLETO
           05 EDOP-FECHA-CARGA             PIC 9(08).
           05 EDOP-FILLER                  PIC X(10).
