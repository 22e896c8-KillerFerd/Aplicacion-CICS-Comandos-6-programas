      ******************************************************************
      * EDMJLG - BITACORA DE JOBS BATCH (EDM4JLG)                     *
      *          EDID1IL5 GRABA LA SOLICITUD ("S") AL ENVIAR LA JCL   *
      *          (EDID1JPQ, AL ENVIAR UN JOB PROGRAMADO EN EDM4JPR);  *
      *          CADA PROGRAMA BATCH ESTAMPA SU INICIO ("I") Y SU FIN *
      *          ("T" O "E") CON SUS CONTEOS. LA CONSULTA EDID1JLI    *
      *          MUESTRA LAS ULTIMAS CORRIDAS                         *
