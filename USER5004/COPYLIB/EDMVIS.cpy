      *          UNA FILA POR DESPLIEGUE COMPLETO DE UN CLIENTE      *
      *          SENSIBLE A UN OPERADOR AUTORIZADO (LA ESCRIBE LA    *
      *          RUTINA EDID1BVJ DESDE EDID1CL5, EDID1QLI, EDID1CLS, *
      *          EDID1TLI Y EDID1ULI; EDID1PL5 REGISTRA TODA VISTA   *
      *          DEL HISTORICO DE DEPURADOS). EL REPORTE DE          *
      *          CUMPLIMIENTO CON UMBRAL POR OPERADOR ES EDID1R50    *
      ******************************************************************
       01  REG-EDMVIS.
           05 EDVI-LLAVE.
