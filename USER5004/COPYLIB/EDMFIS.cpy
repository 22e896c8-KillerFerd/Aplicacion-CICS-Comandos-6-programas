      ******************************************************************
      * EDMFIS - RESIDENCIA FISCAL POR CLIENTE (EDM4FIS) FATCA/CRS    *
      *          UNA FILA POR CLIENTE + PAIS DE RESIDENCIA FISCAL     *
      *          CON EL NIF EXTRANJERO Y LA AUTOCERTIFICACION,        *
      *          MANTENIDA EN LA PANTALLA EDID1EL2 (PF9 DESDE LA      *
      *          CONSULTA EDID1CL5). EL BARRIDO NOCTURNO DE INDICIOS  *
      *          ES EDID1R68 Y EL EXTRACTO ANUAL ES EDID1R69          *
      ******************************************************************
       01  REG-EDMFIS.
           05 EDFS-LLAVE.
               10 EDFS-CO-CLIENTE          PIC 9(08).
      *-->PAIS ISO DE DOS LETRAS; "GT" ES LA RESIDENCIA LOCAL Y NO
      *   SE REPORTA. "US" VA POR FATCA, CUALQUIER OTRO POR CRS
               10 EDFS-PAIS                PIC X(02).
                   88 EDFS-PAIS-LOCAL      VALUE "GT".
                   88 EDFS-PAIS-FATCA      VALUE "US".
      *-->NIF / TIN EXTRANJERO (BLANCO SOLO SI EL PAIS NO LO EMITE)
           05 EDFS-NIF                     PIC X(20).
      *-->FECHA DE LA AUTOCERTIFICACION FIRMADA (AAAAMMDD)
           05 EDFS-FECHA-CERTIF            PIC 9(08).
      *-->V=VALIDA, P=PENDIENTE (DECLARADA SIN FORMULARIO),
      *   I=INVALIDA (CAMBIO DE CIRCUNSTANCIAS O RECHAZADA)
           05 EDFS-ESTADO-CERTIF           PIC X(01).
               88 EDFS-CERT-VALIDA         VALUE "V".
               88 EDFS-CERT-PENDIENTE      VALUE "P".
               88 EDFS-CERT-INVALIDA       VALUE "I".
           05 EDFS-OPERADOR                PIC X(08).
           05 EDFS-FECHA-ALTA              PIC 9(08).
           05 EDFS-FILLER                  PIC X(10).
