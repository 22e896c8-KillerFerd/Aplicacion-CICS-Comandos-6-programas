      ******************************************************************
      * EDMARH - ARCHIVO HISTORICO DE CLIENTES DEPURADOS (EDM4ARH /   *
      *          PATH EDP4ARH POR NOMBRE, NO UNICO)                   *
      *          UNA FILA POR CLIENTE CON SU IMAGEN COMPLETA ANTES    *
      *          DE LA PURGA EDID1R03 O DE LA ANONIMIZACION EDID1R21. *
      *          NO SE BORRA NUNCA: LA CONSULTA EN LINEA ES EDID1PL5  *
      *          Y LA RESTAURACION EDID1R20 PUEDE LEER DE AQUI        *
      ******************************************************************
       01  REG-EDMARH.
           05 EDAR-LLAVE.
               10 EDAR-CO-CLIENTE          PIC 9(08).
      *-->NOMBRE ORIGINAL (LLAVE DEL PATH EDP4ARH); EN LOS
      *   ANONIMIZADOS ES EL UNICO LUGAR DONDE SIGUE EXISTIENDO
           05 EDAR-NOMBRE                  PIC X(40).
           05 EDAR-FECHA-ARCHIVO           PIC 9(08).
           05 EDAR-HORA-ARCHIVO            PIC 9(06).
           05 EDAR-DISPOSICION             PIC X(01).
               88 EDAR-PURGADO             VALUE "P".
               88 EDAR-ANONIMIZADO         VALUE "A".
           05 EDAR-PROGRAMA                PIC X(08).
      *-->MOTIVO DE ELIMINACION Y ULTIMO MOVIMIENTO DEL MAESTRO AL
      *   MOMENTO DE ARCHIVAR (QUIEN MARCO O TOCO POR ULTIMA VEZ)
           05 EDAR-MOTIVO                  PIC X(20).
           05 EDAR-ULT-OPERADOR            PIC X(08).
           05 EDAR-ULT-TERMINAL            PIC X(04).
      *-->FECHA EN QUE EDID1R20 LO DEVOLVIO AL MAESTRO DESDE ESTE
      *   ARCHIVO (CEROS = SIGUE FUERA); UNA NUEVA PURGA LA LIMPIA
           05 EDAR-FECHA-RESTAURA          PIC 9(08).
      *-->IMAGEN COMPLETA DEL REGISTRO REG-EDMACL (200 BYTES)
           05 EDAR-IMAGEN                  PIC X(200).
           05 EDAR-FILLER                  PIC X(10).
