      ******************************************************************
      * EDBRC - PARAMETROS DE LA RUTINA CALLABLE EDID1BRC             *
      *         ANOTA EL CLIENTE EN LA LISTA DE RECIENTES DEL         *
      *         OPERADOR (EDM4RCL). NINGUN FALLO DE LA LISTA REGRESA  *
      *         A LA TRANSACCION DEL OPERADOR                         *
      ******************************************************************
       01  REG-EDBRC.
           05 EDRB-OPERADOR                PIC X(08).
           05 EDRB-CO-CLIENTE              PIC 9(08).
           05 EDRB-PANTALLA                PIC X(08).
           05 EDRB-FILLER                  PIC X(10).
