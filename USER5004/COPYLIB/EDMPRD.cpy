      * EDMPRD - CLIENTES CON PRODUCTOS ACTIVOS EN DEPOSITOS          *
      *          (EDM4PRD) CARGADO CADA NOCHE POR EDID1R26 DESDE EL   *
      *          EXTRACTO DEL SISTEMA DE CUENTAS; CONSULTADO POR      *
      *          EDID1ELI Y EDID1R03 ANTES DE MARCAR O PURGAR. EL     *
      *          CUADRE EDID1R80 LO COMPARA CON EL DETALLE EDM4PDT    *
      ******************************************************************
       01  REG-EDMPRD.
           05 EDPR-LLAVE.
