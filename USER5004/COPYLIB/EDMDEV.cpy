      ******************************************************************
      * EDMDEV - DIRECCIONES NO ENTREGABLES (EDM4DEV)                 *
      *          UNA FILA POR CLIENTE CON LA DIRECCION QUE DEVOLVIO   *
      *          EL COURIER, CARGADA POR EDID1R65. LA DIRECCION ES NO *
      *          ENTREGABLE MIENTRAS EDDV-DIRECCION SEA IGUAL A       *
      *          EDMC-DIRECCION DEL MAESTRO: AL CAMBIARLA EL CLIENTE  *
      *          VUELVE A RECIBIR CORREO SIN TOCAR ESTE ARCHIVO.      *
      *          LA CONSULTAN EDID1R31 Y EDID1R04 PARA SUPRIMIR Y     *
      *          EDID1R66 PARA LA TASA MENSUAL                        *
      ******************************************************************
       01  REG-EDMDEV.
           05 EDDV-LLAVE.
               10 EDDV-CO-CLIENTE          PIC 9(08).
      *-->FECHAS EN AAAAMMDD: PRIMERA Y ULTIMA DEVOLUCION DE ESTA
      *   DIRECCION
           05 EDDV-FECHA-PRIMERA           PIC 9(08).
           05 EDDV-FECHA-DEVOL             PIC 9(08).
           05 EDDV-MOTIVO                  PIC X(20).
           05 EDDV-DEVOLUCIONES            PIC 9(03).
           05 EDDV-DIRECCION               PIC X(30).
           05 EDDV-CIUDAD                  PIC X(20).
           05 EDDV-CODIGO-POSTAL           PIC X(06).
           05 EDDV-FILLER                  PIC X(10).
