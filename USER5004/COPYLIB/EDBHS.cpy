      ******************************************************************
      * EDBHS - PARAMETROS DE LA RUTINA DE HASH DE LA BITACORA        *
      *         EDID1BHS (CALL DESDE LINEA Y BATCH)                   *
      *         FUNCIONES:                                             *
      *           C = CALCULAR: DEVUELVE EN EDBH-HASH EL HASH DE LA   *
      *               IMAGEN (SECUENCIA Y HASH ANTERIOR YA PUESTOS)   *
      *           V = VERIFICAR: RECALCULA Y COMPARA CONTRA EL        *
      *               EDAU-HASH QUE TRAE LA IMAGEN                    *
      *         EDBH-REGISTRO ES LA IMAGEN COMPLETA REG-EDMAUL        *
      ******************************************************************
       01  REG-EDBHS.
           05 EDBH-FUNCION                 PIC X(01).
               88 EDBH-FN-CALCULAR         VALUE "C".
               88 EDBH-FN-VERIFICAR        VALUE "V".
           05 EDBH-RESULTADO               PIC 9(01).
               88 EDBH-VALIDO              VALUE 0.
               88 EDBH-INVALIDO            VALUE 1.
           05 EDBH-HASH                    PIC 9(16).
           05 EDBH-REGISTRO                PIC X(630).
           05 EDBH-FILLER                  PIC X(10).
