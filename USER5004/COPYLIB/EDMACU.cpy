      ******************************************************************
      * EDMACU - CONFIRMACIONES DE LECTURA DE AVISOS (EDM4ACU)        *
      *          LLAVE: NUMERO DE AVISO + OPERADOR. UNA FILA POR      *
      *          OPERADOR QUE CONFIRMO EL AVISO EN EDID1AL5, CON EL   *
      *          MOMENTO Y LA TERMINAL. SIN FILA EL AVISO SIGUE       *
      *          PENDIENTE PARA ESE OPERADOR                          *
      ******************************************************************
       01  REG-EDMACU.
           05 EDAC-LLAVE.
               10 EDAC-NUMERO              PIC 9(06).
               10 EDAC-OPERADOR            PIC X(08).
           05 EDAC-FECHA                   PIC 9(08).
           05 EDAC-HORA                    PIC 9(06).
           05 EDAC-TERMINAL                PIC X(04).
           05 EDAC-FILLER                  PIC X(10).
