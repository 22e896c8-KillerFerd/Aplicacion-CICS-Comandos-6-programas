      ******************************************************************
      * EDMRND - BITACORA DE TIEMPOS DE RESPUESTA EN LINEA (EDM4RND)  *
      *          UNA FILA POR TAREA DE LAS PANTALLAS DE CLIENTES      *
      *          (EDID1YL5, EDID1QLI, EDID1CLS, EDID1TLI, EDID1ML2,   *
      *          EDID1MLI Y EDID1ALI), ESCRITA POR LA RUTINA EDID1BRN *
      *          AL DEVOLVER EL CONTROL. HORAS HHMMSSCC (CENTESIMAS); *
      *          EL REPORTE DIARIO DE PERCENTILES ES EDID1R84. LA     *
      *          PURGA ES LA GENERICA EDID1R45 (FILA EDM4RET)         *
      ******************************************************************
       01  REG-EDMRND.
           05 EDRD-LLAVE.
               10 EDRD-FECHA               PIC 9(08).
               10 EDRD-HORA-INICIO         PIC 9(08).
               10 EDRD-TERMINAL            PIC X(04).
               10 EDRD-SECUENCIA           PIC 9(02).
           05 EDRD-PROGRAMA                PIC X(08).
           05 EDRD-TRANSACCION             PIC X(04).
           05 EDRD-OPERADOR                PIC X(08).
      *-->TECLA QUE DISPARO LA TAREA: ENTR, CLR, PA1-PA3, PF01-PF24
      *   U OTRA
           05 EDRD-TECLA                   PIC X(04).
           05 EDRD-HORA-FIN                PIC 9(08).
      *-->DURACION EN CENTESIMAS DE SEGUNDO (CRUZA LA MEDIANOCHE)
           05 EDRD-DURACION                PIC 9(07).
      *-->LECTURAS DE ARCHIVO (READ/READNEXT/READPREV) DE LA TAREA
           05 EDRD-LECTURAS                PIC 9(05).
           05 EDRD-FILLER                  PIC X(10).
