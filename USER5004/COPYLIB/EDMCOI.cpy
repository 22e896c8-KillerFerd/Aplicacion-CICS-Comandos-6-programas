      ******************************************************************
      * EDMCOI - COINCIDENCIAS CONTRA LISTAS DE CUMPLIMIENTO (EDM4COI)*
      *          UNA FILA POR CLIENTE + REFERENCIA DE LISTA, GRABADA  *
      *          POR LA CAPTURA (EDID1BLS/EDID1R08) O EL BARRIDO      *
      *          NOCTURNO EDID1R54 Y REVISADA EN EDID1LL2.            *
      *          ESTADO: P=PENDIENTE, F=FALSO POSITIVO, C=CONFIRMADO; *
      *          UN FALSO POSITIVO YA DECIDIDO NO VUELVE A RETENER    *
      ******************************************************************
       01  REG-EDMCOI.
           05 EDCI-LLAVE.
               10 EDCI-CO-CLIENTE          PIC 9(08).
               10 EDCI-REFERENCIA          PIC X(12).
           05 EDCI-TIPO-LISTA              PIC X(01).
               88 EDCI-SANCIONES           VALUE "S".
               88 EDCI-PEP                 VALUE "P".
           05 EDCI-NOMBRE-CLIENTE          PIC X(40).
           05 EDCI-NOMBRE-LISTA            PIC X(40).
           05 EDCI-FONETICO                PIC X(10).
      *-->PROGRAMA QUE DETECTO LA COINCIDENCIA
           05 EDCI-ORIGEN                  PIC X(08).
           05 EDCI-FECHA-DETEC             PIC 9(08).
           05 EDCI-HORA-DETEC              PIC 9(06).
           05 EDCI-ESTADO                  PIC X(01).
               88 EDCI-PENDIENTE           VALUE "P".
               88 EDCI-FALSO-POSITIVO      VALUE "F".
               88 EDCI-CONFIRMADO          VALUE "C".
           05 EDCI-OPERADOR-RESOL          PIC X(08).
           05 EDCI-FECHA-RESOL             PIC 9(08).
           05 EDCI-FILLER                  PIC X(10).
