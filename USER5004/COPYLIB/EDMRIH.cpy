      ******************************************************************
      * EDMRIH - HISTORIA DE CALIFICACIONES DE RIESGO (EDM4RIH)       *
      *          UNA FILA POR CLIENTE + FECHA EN QUE SU CALIFICACION  *
      *          CAMBIO (O SE CALCULO POR PRIMERA VEZ). LA GRABA      *
      *          EDID1R55; LA CALIFICACION VIGENTE ESTA EN EDM4RIE    *
      ******************************************************************
       01  REG-EDMRIH.
           05 EDRH-LLAVE.
               10 EDRH-CO-CLIENTE          PIC 9(08).
               10 EDRH-FECHA               PIC 9(08).
           05 EDRH-CALIFICACION            PIC X(01).
               88 EDRH-BAJO                VALUE "B".
               88 EDRH-MEDIO               VALUE "M".
               88 EDRH-ALTO                VALUE "A".
      *-->CALIFICACION ANTERIOR; BLANCO EN EL PRIMER CALCULO
           05 EDRH-CALIF-ANTERIOR          PIC X(01).
           05 EDRH-PUNTAJE                 PIC 9(03).
           05 EDRH-PUNTOS                  PIC X(12).
           05 EDRH-FILLER                  PIC X(10).
