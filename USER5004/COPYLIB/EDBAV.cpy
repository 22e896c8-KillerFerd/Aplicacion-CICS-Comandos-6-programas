      ******************************************************************
      * EDBAV - PARAMETROS DE LA RUTINA EDID1BAV                     *
      *         AVISOS PENDIENTES DE CONFIRMAR PARA UN OPERADOR:     *
      *         LA PANTALLA PASA OPERADOR, ROL Y SUCURSAL DE LA      *
      *         SESION Y RECIBE CUANTOS AVISOS VIGENTES LE FALTAN Y  *
      *         EL NUMERO DEL MAS URGENTE (CEROS = NINGUNO)          *
      ******************************************************************
       01  REG-EDBAV.
           05 EDBA-OPERADOR                PIC X(08).
           05 EDBA-ROL                     PIC X(01).
           05 EDBA-SUCURSAL                PIC X(03).
           05 EDBA-PENDIENTES              PIC 9(03).
           05 EDBA-SIGUIENTE               PIC 9(06).
           05 EDBA-FILLER                  PIC X(10).
