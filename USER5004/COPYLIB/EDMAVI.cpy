      ******************************************************************
      * EDMAVI - AVISOS A OPERADORES CON CONFIRMACION (EDM4AVI)       *
      *          LLAVE: NUMERO DE AVISO CONSECUTIVO. LOS PUBLICA EL   *
      *          SUPERVISOR EN EDID1YLI PARA TODOS, UNA SUCURSAL      *
      *          (EDPF-SUCURSAL) O UN ROL (EDPF-ROL) CON VIGENCIA Y   *
      *          URGENCIA. LOS DATOS DE CONTROL VAN ANTES DEL TEXTO   *
      *          PARA QUE LA IMAGEN DE 150 DE LA BITACORA EDM4TJL LOS *
      *          CONSERVE. UN AVISO ANULADO NO SE BORRA: SUS          *
      *          CONFIRMACIONES (EDM4ACU) SIGUEN COMO PRUEBA          *
      ******************************************************************
       01  REG-EDMAVI.
           05 EDAV-LLAVE.
               10 EDAV-NUMERO              PIC 9(06).
           05 EDAV-DESTINO                 PIC X(01).
               88 EDAV-DEST-TODOS          VALUE "T".
               88 EDAV-DEST-SUCURSAL       VALUE "S".
               88 EDAV-DEST-ROL            VALUE "R".
           05 EDAV-DESTINO-VALOR           PIC X(03).
           05 EDAV-FECHA-DESDE             PIC 9(08).
           05 EDAV-FECHA-HASTA             PIC 9(08).
           05 EDAV-URGENCIA                PIC X(01).
               88 EDAV-URG-ALTA            VALUE "A".
               88 EDAV-URG-MEDIA           VALUE "M".
               88 EDAV-URG-BAJA            VALUE "B".
           05 EDAV-ESTADO                  PIC X(01).
               88 EDAV-VIGENTE             VALUE " ".
               88 EDAV-ANULADO             VALUE "X".
           05 EDAV-ALTA-OPERADOR           PIC X(08).
           05 EDAV-ALTA-FECHA              PIC 9(08).
           05 EDAV-ALTA-HORA               PIC 9(06).
           05 EDAV-TITULO                  PIC X(40).
           05 EDAV-TEXTO                   PIC X(60) OCCURS 4 TIMES.
           05 EDAV-FILLER                  PIC X(10).
