      ******************************************************************
      * EDMRCL - CLIENTES RECIENTES POR OPERADOR (EDM4RCL)            *
      *          UNA FILA POR OPERADOR CON LOS ULTIMOS 15 CLIENTES    *
      *          DISTINTOS QUE TRABAJO EN LAS PANTALLAS DE CLIENTE,   *
      *          EL MAS RECIENTE PRIMERO. LA MANTIENE LA RUTINA       *
      *          EDID1BRC Y LA MUESTRA EDID1YL2; SOBREVIVE AL CIERRE  *
      *          DE SESION                                            *
      ******************************************************************
       01  REG-EDMRCL.
           05 EDRC-LLAVE.
               10 EDRC-OPERADOR            PIC X(08).
           05 EDRC-CANTIDAD                PIC 9(02).
           05 EDRC-ENTRADA OCCURS 15 TIMES.
               10 EDRC-CO-CLIENTE          PIC 9(08).
      *-->ULTIMA PANTALLA DONDE SE TRABAJO EL CLIENTE
               10 EDRC-PANTALLA            PIC X(08).
               10 EDRC-FECHA               PIC 9(08).
               10 EDRC-HORA                PIC 9(06).
           05 EDRC-FILLER                  PIC X(10).
