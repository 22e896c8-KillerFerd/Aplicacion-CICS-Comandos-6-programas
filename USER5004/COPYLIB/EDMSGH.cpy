      ******************************************************************
      * EDMSGH - HISTORIA MENSUAL DE SEGMENTOS POR CLIENTE (EDM4SGH)  *
      *          UNA FILA POR CLIENTE Y PERIODO (AAAAMM) ASIGNADO POR *
      *          EDID1R78, CON EL SEGMENTO DEL PERIODO ANTERIOR PARA  *
      *          SEGUIR LAS MIGRACIONES; EL VIGENTE ESTA EN EDM4SEG   *
      ******************************************************************
       01  REG-EDMSGH.
           05 EDSH-LLAVE.
               10 EDSH-CO-CLIENTE          PIC 9(08).
               10 EDSH-PERIODO             PIC 9(06).
           05 EDSH-SEGMENTO                PIC X(03).
      *-->SEGMENTO ANTERIOR; BLANCO EN LA PRIMERA ASIGNACION
           05 EDSH-SEGMENTO-ANT            PIC X(03).
           05 EDSH-SUCURSAL                PIC X(03).
           05 EDSH-DATOS                   PIC X(10).
           05 EDSH-FECHA-CALCULO           PIC 9(08).
           05 EDSH-FILLER                  PIC X(10).
