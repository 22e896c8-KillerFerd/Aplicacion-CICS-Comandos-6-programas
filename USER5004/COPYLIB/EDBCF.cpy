      ******************************************************************
      * EDBCF - PARAMETROS DE LA RUTINA CALLABLE EDID1BCF              *
      *         CONFLICTO DE INTERES ENTRE UN OPERADOR Y UN CLIENTE:   *
      *         EL CLIENTE ES EL PROPIO OPERADOR O UN FAMILIAR ("FA"   *
      *         EN EDM4REL) DEL CLIENTE DEL OPERADOR                   *
      ******************************************************************
       01  REG-EDBCF.
           05 EDCF-OPERADOR                PIC X(08).
           05 EDCF-CO-CLIENTE              PIC 9(08).
           05 EDCF-RETURN-CODE             PIC 9(02).
               88 EDCF-SIN-CONFLICTO       VALUE 00.
               88 EDCF-PROPIO              VALUE 01.
               88 EDCF-FAMILIAR            VALUE 02.
               88 EDCF-CON-CONFLICTO       VALUES 01 02.
      *-->CODIGO DE CLIENTE DEL OPERADOR (CEROS SI NO ES CLIENTE)
           05 EDCF-CO-PROPIO               PIC 9(08).
           05 EDCF-FILLER                  PIC X(10).
