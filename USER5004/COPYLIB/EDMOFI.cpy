      ******************************************************************
      * EDMOFI - OFICIAL DE RELACION ASIGNADO AL CLIENTE (EDM4OFI)    *
      *          UNA FILA POR CLIENTE CON OFICIAL; SIN FILA EL        *
      *          CLIENTE NO TIENE OFICIAL. EL OFICIAL ES UN OPERADOR  *
      *          DE EDM4PRF. PATH EDO4OFI: INDICE ALTERNO UNICO POR   *
      *          OFICIAL + CLIENTE (EDOF-LLAVE-OFICIAL) PARA PAGINAR  *
      *          LA CARTERA DE CADA OFICIAL (EDID1VL2). LA ASIGNACION *
      *          EN LINEA ES EDID1IL2, LA REASIGNACION MASIVA         *
      *          EDID1R76; CADA CAMBIO QUEDA EN EDM4OFH               *
      ******************************************************************
       01  REG-EDMOFI.
           05 EDOF-LLAVE.
               10 EDOF-CO-CLIENTE          PIC 9(08).
           05 EDOF-LLAVE-OFICIAL.
               10 EDOF-OFICIAL             PIC X(08).
               10 EDOF-CLIENTE-ALT         PIC 9(08).
      *-->DESDE CUANDO LO TIENE Y QUIEN LO ASIGNO
           05 EDOF-FECHA-DESDE             PIC 9(08).
           05 EDOF-OPERADOR                PIC X(08).
           05 EDOF-PROGRAMA                PIC X(08).
           05 EDOF-FILLER                  PIC X(12).
