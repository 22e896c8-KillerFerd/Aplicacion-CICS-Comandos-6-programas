      *          CIUDADES. EL SECTOR SE CAPTURA EN LAS COMPANIAS     *
      *          (EDMC-SECTOR) Y LO EXPLOTAN EL REPORTE DE           *
      *          CONCENTRACION EDID1R52 Y EL DEMOGRAFICO EDID1R16    *
      *          EL PESO DE RIESGO (0-9) ALIMENTA LA CALIFICACION    *
      *          DE RIESGO DE LAVADO DEL BATCH EDID1R55              *
      ******************************************************************
       01  REG-EDMSEC.
           05 EDSC-LLAVE.
           05 EDSC-DESCRIPCION             PIC X(30).
           05 EDSC-OPERADOR                PIC X(08).
           05 EDSC-FECHA-ALTA              PIC 9(08).
           05 EDSC-PESO-RIESGO             PIC 9(01).
           05 EDSC-FILLER                  PIC X(09).
