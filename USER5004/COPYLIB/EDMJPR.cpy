      ******************************************************************
      * EDMJPR - JOBS BATCH PROGRAMADOS (EDM4JPR)                     *
      *          EDID1IL5 GRABA AQUI LA JCL YA ARMADA CUANDO EL       *
      *          OPERADOR DIGITA FECHA Y HORA DE CORRIDA, EN LUGAR DE *
      *          MANDARLA AL LECTOR INTERNO. LA TAREA EDID1JPQ LA     *
      *          ENVIA AL VENCER (SOLO EN DIA HABIL SEGUN EDM4CAL) Y  *
      *          GRABA LA SOLICITUD "S" EN EDM4JLG. LA PANTALLA       *
      *          EDID1OL2 LISTA, CAMBIA FECHA/HORA O CANCELA MIENTRAS *
      *          EL JOB SIGA PENDIENTE                                *
      ******************************************************************
       01  REG-EDMJPR.
           05 EDJP-LLAVE.
               10 EDJP-FECHA-PROG          PIC 9(08).
               10 EDJP-HORA-PROG           PIC 9(04).
               10 EDJP-SECUENCIA           PIC 9(04).
           05 EDJP-ESTADO                  PIC X(01).
               88 EDJP-PENDIENTE           VALUE "P".
               88 EDJP-ENVIADO             VALUE "E".
               88 EDJP-CANCELADO           VALUE "C".
               88 EDJP-CON-ERROR           VALUE "X".
           05 EDJP-PROGRAMA                PIC X(08).
           05 EDJP-PARM                    PIC X(16).
           05 EDJP-OPERADOR                PIC X(08).
           05 EDJP-TERMINAL                PIC X(04).
           05 EDJP-FECHA-SOL               PIC 9(08).
           05 EDJP-HORA-SOL                PIC 9(06).
      *-->ULTIMO CAMBIO O CANCELACION EN EDID1OL2
           05 EDJP-OPER-CAMBIO             PIC X(08).
      *-->MOMENTO EN QUE EDID1JPQ LA ENVIO AL LECTOR INTERNO
           05 EDJP-FECHA-ENVIO             PIC 9(08).
           05 EDJP-HORA-ENVIO              PIC 9(06).
           05 EDJP-NO-LINEAS               PIC 9(02).
           05 EDJP-JCL-LINEA               PIC X(80) OCCURS 40 TIMES.
           05 EDJP-FILLER                  PIC X(20).
