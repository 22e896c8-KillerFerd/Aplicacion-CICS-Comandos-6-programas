           05 EDMA-RETURN-CODE             PIC 9(02).
               88 EDMA-OK                  VALUE 00.
               88 EDMA-OK-DUPPHONE         VALUE 01.
      *-->GRABADO PERO RETENIDO (MARCA "S") POR COINCIDENCIA EN LAS
      *   LISTAS DE SANCIONES/PEP; QUEDA EN LA COLA DE EDID1LL2
               88 EDMA-OK-RETENIDO         VALUE 02.
      *-->NO APLICADO: EL OPERADOR ES EL CLIENTE O SU FAMILIAR; EL
      *   CAMBIO QUEDA EN EDM4PEN PARA APROBACION EN EDID1VLI
               88 EDMA-OK-PENDIENTE        VALUE 03.
               88 EDMA-FUNCION-INV         VALUE 10.
               88 EDMA-DUPLICADO           VALUE 11.
               88 EDMA-NOTFND              VALUE 12.
               88 EDMA-TELCEL-INV          VALUE 18.
               88 EDMA-CIUDAD-INV          VALUE 19.
               88 EDMA-CON-PRODUCTOS       VALUE 20.
      *-->PERSONA MENOR DE EDAD: EL ALTA VA POR EDID1ALI CON TUTOR
               88 EDMA-MENOR-SIN-TUTOR     VALUE 21.
      *-->EL CLIENTE REFERENTE NO EXISTE O NO ESTA ACTIVO
               88 EDMA-REFERENTE-INV       VALUE 22.
               88 EDMA-NOTOPEN             VALUE 30.
               88 EDMA-ERROR-GRABA         VALUE 31.
      *-->APLICACION EN MODO SOLO LECTURA (CIERRE DE DIA EN CURSO):
      *   NO SE APLICO NADA; REINTENTAR AL TERMINAR LA VENTANA
               88 EDMA-SOLO-LECTURA        VALUE 32.
           05 EDMA-CO-ASIGNADO             PIC 9(08).
      *-->ALTAS: CLIENTE QUE REFIRIO AL NUEVO (OPCIONAL). CEROS O
      *   ESPACIOS (LLAMADORES ANTERIORES) = SIN REFERENTE
           05 EDMA-CO-REFERENTE            PIC 9(08).
           05 EDMA-FILLER                  PIC X(02).
