           05 EDRC-OPER-TRABAJO            PIC X(08).
           05 EDRC-FECHA-TRABAJO           PIC 9(08).
      *-->IMAGEN COMPLETA DEL REGISTRO DE INTERFAZ RECHAZADO (EDCGCL)
           05 EDRC-REGISTRO                PIC X(158).
           05 EDRC-FILLER                  PIC X(02).
