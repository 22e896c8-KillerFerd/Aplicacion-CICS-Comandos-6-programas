      ******************************************************************
      * EDBLH - PARAMETROS DE LA RUTINA DE RETENCION LEGAL EDID1BLH   *
      *         DICE SI UN CLIENTE TIENE UNA RETENCION LEGAL ACTIVA   *
      *         EN EDM4LGH. LA INVOCAN CON CALL LOS PROCESOS QUE      *
      *         BORRAN O BLANQUEAN DATOS DE CLIENTES (EDID1R03,       *
      *         EDID1R11, EDID1R21, EDID1R24, EDID1R45). FUNCION "V"  *
      *         VERIFICA Y "F" CIERRA EL ARCHIVO AL FINAL DEL PASO    *
      ******************************************************************
       01  REG-EDBLH.
           05 EDBG-FUNCION                 PIC X(01).
               88 EDBG-VERIFICA            VALUE "V".
               88 EDBG-FIN                 VALUE "F".
           05 EDBG-CO-CLIENTE              PIC 9(08).
           05 EDBG-RESULTADO               PIC X(01).
               88 EDBG-LIBRE               VALUE "N".
               88 EDBG-RETENIDO            VALUE "S".
      *-->DATOS DE LA PRIMERA RETENCION ACTIVA DEL CLIENTE, PARA QUE
      *   EL LLAMADOR LA CITE EN SU LISTADO DE OMITIDOS
           05 EDBG-NO-RETENCION            PIC 9(03).
           05 EDBG-CASO                    PIC X(20).
           05 EDBG-FECHA-LIBERACION        PIC 9(08).
           05 EDBG-FILLER                  PIC X(10).
