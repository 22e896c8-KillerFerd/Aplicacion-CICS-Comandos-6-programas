      ******************************************************************
      * EDMRST - CONTROL DE REINICIO DE LOS JOBS QUE ACTUALIZAN       *
      *          EDM4CL (EDM4RST). UNA FILA POR PROGRAMA: LA          *
      *          CORRIDA EN CURSO ("C") O LA ULTIMA TERMINADA ("T"),  *
      *          LA ULTIMA LLAVE DE EDM4CL CONFIRMADA EN UN PUNTO DE  *
      *          CONTROL Y LOS CONTEOS ACUMULADOS A ESE PUNTO. CON    *
      *          PARM DE REINICIO EL JOB SIGUE DESPUES DE ESA LLAVE.  *
      *          USAN ESTE CONTROL EDID1R21, EDID1R25, EDID1R33,      *
      *          EDID1R46 Y EDID1R47; EDID1IL5 PROPONE EL REINICIO    *
      ******************************************************************
       01  REG-EDMRST.
           05 EDRS-LLAVE.
               10 EDRS-PROGRAMA            PIC X(08).
      *-->LLAVE EN EDM4JLG DE LA CORRIDA QUE ABRIO O RETOMO LA FILA
           05 EDRS-FECHA-CORRIDA           PIC 9(08).
           05 EDRS-HORA-CORRIDA            PIC 9(06).
           05 EDRS-ESTADO                  PIC X(01).
               88 EDRS-EN-CURSO            VALUE "C".
               88 EDRS-TERMINADO           VALUE "T".
           05 EDRS-PARM                    PIC X(16).
           05 EDRS-ULT-LLAVE               PIC 9(08).
           05 EDRS-FECHA-CONTROL           PIC 9(08).
           05 EDRS-HORA-CONTROL            PIC 9(06).
           05 EDRS-REINICIOS               PIC 9(03).
      *-->CONTEOS DEL PROGRAMA EN EL ORDEN DE SUS TOTALES (LEIDOS
      *   PRIMERO); CADA PROGRAMA DOCUMENTA LOS QUE USA
           05 EDRS-CONTADOR                PIC 9(07) OCCURS 6 TIMES.
           05 EDRS-FILLER                  PIC X(10).
