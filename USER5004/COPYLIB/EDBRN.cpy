      ******************************************************************
      * EDBRN - PARAMETROS DE LA RUTINA CALLABLE EDID1BRN             *
      *         LA PANTALLA ESTAMPA EDRN-INICIO AL ENTRAR Y CUENTA    *
      *         SUS LECTURAS DE ARCHIVO; LA RUTINA PONE LA HORA DE FIN*
      *         Y GRABA LA FILA EN EDM4RND. NINGUN FALLO DEL REGISTRO *
      *         REGRESA A LA TRANSACCION DEL OPERADOR                 *
      ******************************************************************
       01  REG-EDBRN.
           05 EDRN-PROGRAMA                PIC X(08).
           05 EDRN-TRANSACCION             PIC X(04).
           05 EDRN-OPERADOR                PIC X(08).
           05 EDRN-TERMINAL                PIC X(04).
      *-->EIBAID TAL COMO LLEGO A LA PANTALLA
           05 EDRN-TECLA                   PIC X(01).
      *-->FECHA Y HORA DE ENTRADA (FUNCTION CURRENT-DATE(1:16))
           05 EDRN-INICIO.
               10 EDRN-FECHA-INICIO        PIC 9(08).
               10 EDRN-HORA-INICIO         PIC 9(08).
           05 EDRN-LECTURAS                PIC 9(05).
           05 EDRN-FILLER                  PIC X(10).
