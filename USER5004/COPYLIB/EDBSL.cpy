      ******************************************************************
      * EDBSL - PARAMETROS DE LA RUTINA CALLABLE EDID1BSL             *
      *         CONSULTA DEL MODO SOLO LECTURA DE LA APLICACION       *
      *   ENTRADA : NINGUNA                                           *
      *   SALIDA  : EDSL-RESULTADO (S=SOLO LECTURA, N=NORMAL) Y EL    *
      *             ORIGEN, FECHA Y HORA DEL ULTIMO CAMBIO            *
      ******************************************************************
       01  REG-EDBSL.
           05 EDSL-RESULTADO               PIC X(01).
               88 EDSL-SOLO-LECTURA        VALUE "S".
               88 EDSL-NORMAL              VALUE "N".
           05 EDSL-ORIGEN                  PIC X(08).
           05 EDSL-FECHA                   PIC 9(08).
           05 EDSL-HORA                    PIC 9(06).
           05 EDSL-FILLER                  PIC X(07).
