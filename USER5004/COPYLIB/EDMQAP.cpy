      ******************************************************************
      * EDMQAP - TASAS DEL MUESTREO DE CALIDAD POR OPERADOR (EDM4QAP) *
      *          UNA FILA POR OPERADOR MAS LA FILA "*GENERAL" CON LAS *
      *          TASAS DE TODA LA INSTALACION. LA MANTIENE EL         *
      *          SUPERVISOR EN EDID1OL5; EL MUESTREO NOCTURNO         *
      *          EDID1R91 AGREGA LA FILA DEL OPERADOR LA PRIMERA VEZ  *
      *          QUE VE TRABAJO SUYO, CON ESA FECHA COMO INGRESO.     *
      *          TASAS EN PORCENTAJE (000 A 100) DE LAS ALTAS Y       *
      *          MODIFICACIONES DEL DIA QUE PASAN A REVISION          *
      ******************************************************************
       01  REG-EDMQAP.
           05 EDQP-LLAVE.
               10 EDQP-OPERADOR            PIC X(08).
                   88 EDQP-FILA-GENERAL    VALUE "*GENERAL".
      *-->VISTA DE OPERADOR: TASA PROPIA (000 = USA LA GENERAL) Y
      *   FECHA DE INGRESO (AAAAMMDD) DE LA QUE SE CUENTAN LOS DIAS
      *   COMO OPERADOR NUEVO
           05 EDQP-DATOS.
               10 EDQP-TASA                PIC 9(03).
               10 EDQP-FECHA-INGRESO       PIC 9(08).
               10 EDQP-DATOS-FILLER        PIC X(04).
      *-->VISTA DE LA FILA "*GENERAL": TASA DE TODOS, TASA PARA EL
      *   OPERADOR NUEVO, TASA PARA EL CLIENTE SENSIBLE Y CUANTOS
      *   DIAS DESDE SU INGRESO SE CONSIDERA NUEVO A UN OPERADOR. SE
      *   APLICA LA MAYOR DE LAS TASAS QUE CORRESPONDAN
           05 EDQP-GENERAL REDEFINES EDQP-DATOS.
               10 EDQP-TASA-GENERAL        PIC 9(03).
               10 EDQP-TASA-NUEVO          PIC 9(03).
               10 EDQP-TASA-SENSIBLE       PIC 9(03).
               10 EDQP-DIAS-NUEVO          PIC 9(03).
               10 EDQP-GENERAL-FILLER      PIC X(03).
           05 EDQP-OPERADOR-ULT-MOV        PIC X(08).
           05 EDQP-FECHA-ULT-MOV           PIC 9(08).
           05 EDQP-FILLER                  PIC X(10).
