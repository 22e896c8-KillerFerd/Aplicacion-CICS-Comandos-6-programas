      ******************************************************************
      * EDMSEG - SEGMENTO COMERCIAL VIGENTE DEL CLIENTE (EDM4SEG)     *
      *          UNA FILA POR CLIENTE, ASIGNADA CADA MES POR          *
      *          EDID1R78 Y MOSTRADA EN LA CONSULTA EDID1CL5 Y EN LA  *
      *          CONSULTA MULTI-CRITERIO EDID1ML2. LOS DATOS QUE      *
      *          DECIDIERON EL SEGMENTO QUEDAN APARTE PARA EXPLICARLO *
      ******************************************************************
       01  REG-EDMSEG.
           05 EDSG-LLAVE.
               10 EDSG-CO-CLIENTE          PIC 9(08).
           05 EDSG-SEGMENTO                PIC X(03).
               88 EDSG-MASIVO              VALUE "MAS".
               88 EDSG-PREFERENTE          VALUE "PRE".
               88 EDSG-PRIVADA             VALUE "PRI".
               88 EDSG-PEQUENA-EMPRESA     VALUE "PYM".
               88 EDSG-CORPORATIVO         VALUE "COR".
      *-->CLIENTE QUE DEJO DE ESTAR VIGENTE (ELIMINADO O FUSIONADO)
               88 EDSG-BAJA                VALUE "BAJ".
      *-->PERIODO (AAAAMM) DE LA ULTIMA ASIGNACION Y SEGMENTO QUE
      *   TENIA EL CLIENTE EN EL PERIODO ANTERIOR (BLANCO SI ES SU
      *   PRIMERA ASIGNACION); CON ELLOS UNA SEGUNDA CORRIDA EN EL
      *   MISMO MES REPITE LA MISMA MIGRACION
           05 EDSG-PERIODO                 PIC 9(06).
           05 EDSG-SEGMENTO-ANT            PIC X(03).
      *-->FECHA DESDE LA QUE RIGE EL SEGMENTO ACTUAL (AAAAMMDD)
           05 EDSG-FECHA-DESDE             PIC 9(08).
           05 EDSG-DATOS.
               10 EDSG-PRODUCTOS           PIC 9(03).
               10 EDSG-TIPOS-PRODUCTO      PIC 9(02).
               10 EDSG-ANTIGUEDAD          PIC 9(02).
               10 EDSG-TAMANO-GRUPO        PIC 9(03).
           05 EDSG-FILLER                  PIC X(10).
