               88 EDCT-LLAVE-CONTROL       VALUE "CONTROL ".
               88 EDCT-LLAVE-PARAMS        VALUE "PARAMS  ".
               88 EDCT-LLAVE-EDEVSTAT      VALUE "EDEVSTAT".
               88 EDCT-LLAVE-LISTAS        VALUE "LISTAS  ".
               88 EDCT-LLAVE-RESPUESTA     VALUE "RESPUEST".
               88 EDCT-LLAVE-CADENA        VALUE "CADENAUL".
           05 EDCT-DATOS.
               10 EDCT-ACT-PERSONAS        PIC 9(07).
               10 EDCT-ACT-COMPANIAS       PIC 9(07).
      *-->UMBRAL DE EVENTOS POR DRENADO DE LA COLA EDEV: POR ENCIMA
      *   SE ALARMA EN EDM4ERR (000 = SIN UMBRAL)
               10 EDCT-UMBRAL-EDEV         PIC 9(03).
      *-->MODO SOLO LECTURA DE LA APLICACION DURANTE LA VENTANA DE
      *   BATCH: "S" = LAS PANTALLAS DE MANTENIMIENTO Y EDID1BMA
      *   RECHAZAN ACTUALIZACIONES (LAS CONSULTAS SIGUEN). LO
      *   ENCIENDE Y APAGA EL CIERRE DE DIA (EDID1R70) Y EL
      *   ADMINISTRADOR EN EDID1OLI; SE GUARDA QUIEN Y CUANDO
               10 EDCT-SOLO-LECTURA        PIC X(01).
                   88 EDCT-MODO-SOLO-LECTURA VALUE "S".
               10 EDCT-SL-FECHA            PIC 9(08).
               10 EDCT-SL-HORA             PIC 9(06).
               10 EDCT-SL-ORIGEN           PIC X(08).
               10 EDCT-PARAMS-FILLER       PIC X(21).
      *-->VISTA DEL ESTADO DE LA COLA DE EVENTOS (LLAVE "EDEVSTAT"):
      *   ULTIMO DRENADO DE EDID1EVQ Y CUANTOS EVENTOS TRAJO; LO
      *   MUESTRA EL TABLERO EDID1SL2
               10 EDCT-EVQ-HORA            PIC 9(06).
               10 EDCT-EVQ-DRENADOS        PIC 9(05).
               10 EDCT-EVQ-FILLER          PIC X(34).
      *-->VISTA DEL ESTADO DE LAS LISTAS DE CUMPLIMIENTO (LLAVE
      *   "LISTAS  "): ULTIMA CARGA DE EDM4LIS (EDID1R53) Y ULTIMO
      *   BARRIDO NOCTURNO DE EDM4CL CONTRA ELLA (EDID1R54); EL
      *   BARRIDO SOLO CORRE CUANDO LA CARGA ES MAS RECIENTE
           05 EDCT-LISTAS REDEFINES EDCT-DATOS.
               10 EDCT-LIS-FECHA-CARGA     PIC 9(08).
               10 EDCT-LIS-HORA-CARGA      PIC 9(06).
               10 EDCT-LIS-REGISTROS       PIC 9(07).
               10 EDCT-LIS-FECHA-BARRIDO   PIC 9(08).
               10 EDCT-LIS-HORA-BARRIDO    PIC 9(06).
               10 EDCT-LIS-FILLER          PIC X(18).
      *-->VISTA DEL RESUMEN DE TIEMPOS DE RESPUESTA EN LINEA (LLAVE
      *   "RESPUEST"): LA DEJA EL REPORTE DIARIO EDID1R84 CON EL DIA
      *   REPORTADO Y LA MUESTRA EL TABLERO EDID1SL2. TIEMPOS EN
      *   CENTESIMAS DE SEGUNDO; LENTAS = LAS QUE LLEGARON AL UMBRAL
      *   DE LA CORRIDA; PROG-PEOR = EL DE PEOR PERCENTIL 95
           05 EDCT-RESPUESTA REDEFINES EDCT-DATOS.
               10 EDCT-RSP-FECHA           PIC 9(08).
               10 EDCT-RSP-TRANSACCIONES   PIC 9(07).
               10 EDCT-RSP-PROMEDIO        PIC 9(05).
               10 EDCT-RSP-P95             PIC 9(07).
               10 EDCT-RSP-MAXIMO          PIC 9(07).
               10 EDCT-RSP-LENTAS          PIC 9(05).
               10 EDCT-RSP-PROG-PEOR       PIC X(08).
               10 EDCT-RSP-FILLER          PIC X(06).
      *-->VISTA DEL ANCLA DE LA CADENA DE LA BITACORA EDM4AUL (LLAVE
      *   "CADENAUL"): ULTIMA SECUENCIA Y HASH ENCADENADOS (LOS SUBE
      *   CADA ALTA EN LA BITACORA, EN LINEA Y BATCH) Y EL ULTIMO
      *   ESLABON YA ARCHIVADO POR EDID1R11, DONDE EMPIEZA LO QUE
      *   QUEDA EN LINEA. LO VERIFICA CADA NOCHE EDID1R87
           05 EDCT-CADENA REDEFINES EDCT-DATOS.
               10 EDCT-CAD-SECUENCIA       PIC 9(10).
               10 EDCT-CAD-HASH            PIC 9(16).
               10 EDCT-CAD-ARC-SECUENCIA   PIC 9(10).
               10 EDCT-CAD-ARC-HASH        PIC 9(16).
               10 EDCT-CAD-FILLER          PIC X(01).
