      ******************************************************************
      * EDMRIE - CALIFICACION VIGENTE DE RIESGO DE LAVADO (EDM4RIE)   *
      *          UNA FILA POR CLIENTE, RECALCULADA CADA NOCHE POR     *
      *          EDID1R55 Y MOSTRADA EN LA CONSULTA EDID1CL5. LOS     *
      *          PUNTOS DE CADA FACTOR QUEDAN APARTE PARA EXPLICAR    *
      *          LA CALIFICACION A LOS AUDITORES                      *
      ******************************************************************
       01  REG-EDMRIE.
           05 EDRG-LLAVE.
               10 EDRG-CO-CLIENTE          PIC 9(08).
           05 EDRG-CALIFICACION            PIC X(01).
               88 EDRG-BAJO                VALUE "B".
               88 EDRG-MEDIO               VALUE "M".
               88 EDRG-ALTO                VALUE "A".
           05 EDRG-PUNTAJE                 PIC 9(03).
      *-->FECHA DEL ULTIMO CALCULO Y FECHA DESDE LA QUE RIGE LA
      *   CALIFICACION ACTUAL (AAAAMMDD)
           05 EDRG-FECHA-CALCULO           PIC 9(08).
           05 EDRG-FECHA-DESDE             PIC 9(08).
           05 EDRG-PUNTOS.
               10 EDRG-PTS-TIPO            PIC 9(02).
               10 EDRG-PTS-SECTOR          PIC 9(02).
               10 EDRG-PTS-SENSIBLE        PIC 9(02).
               10 EDRG-PTS-DOCUMENTOS      PIC 9(02).
               10 EDRG-PTS-PRODUCTOS       PIC 9(02).
               10 EDRG-PTS-LISTAS          PIC 9(02).
           05 EDRG-FILLER                  PIC X(10).
