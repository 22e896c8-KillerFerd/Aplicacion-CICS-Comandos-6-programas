      ******************************************************************
      * EDMAUL - LAYOUT DE LA BITACORA DE AUDITORIA (EDM4AUL)         *
      *          REGISTRA LOS CAMBIOS DE EDID1MLI Y EDID1ELI          *
      *          PATH EDF4AUL: INDICE ALTERNO NO UNICO POR FECHA Y    *
      *          HORA DEL MOVIMIENTO (EDAU-FECHA-HORA-MOV), PARA LOS  *
      *          PROCESOS QUE SOLO LEEN UN RANGO DE FECHAS            *
      ******************************************************************
       01  REG-EDMAUL.
           05 EDAU-LLAVE.
               10 EDAU-CO-CLIENTE          PIC 9(08).
               10 EDAU-FECHA-HORA-MOV.
                   15 EDAU-FECHA-MOV       PIC 9(08).
                   15 EDAU-HORA-MOV        PIC 9(06).
           05 EDAU-PROGRAMA                PIC X(08).
           05 EDAU-ACCION                  PIC X(12).
           05 EDAU-OPERADOR                PIC X(08).
      *   EN BLANCO Y LOS LECTORES CAEN AL RESUMEN
           05 EDAU-IMAGEN-ANTES            PIC X(200).
           05 EDAU-IMAGEN-DESPUES          PIC X(200).
      *-->CADENA DE INTEGRIDAD: CADA ALTA EN LA BITACORA TOMA LA
      *   SIGUIENTE SECUENCIA Y EL HASH DEL ESLABON ANTERIOR DESDE EL
      *   REGISTRO "CADENAUL" DE EDM4CTL; EDAU-HASH (RUTINA EDID1BHS)
      *   CUBRE TODO EL REGISTRO MENOS EL PROPIO HASH. LAS PANTALLAS
      *   GRABAN POR EDID1BAU Y LOS BATCH ENCADENAN ANTES DEL WRITE;
      *   EDID1R87 VERIFICA LA CADENA CADA NOCHE. SECUENCIA EN CEROS
      *   (O SIN DATOS) = REGISTRO ANTERIOR A LA CADENA O DE ENTRENA-
      *   MIENTO. EL HASH DEBE SER EL ULTIMO CAMPO DEL REGISTRO
           05 EDAU-CADENA.
               10 EDAU-SECUENCIA           PIC 9(10).
               10 EDAU-HASH-ANTERIOR       PIC 9(16).
               10 EDAU-HASH                PIC 9(16).
