      ******************************************************************
      * EDMDSR - SOLICITUDES DE DERECHOS DEL TITULAR DE DATOS         *
      *          (EDM4DSR) UNA SOLICITUD POR CLIENTE + NUMERO         *
      *          CORRELATIVO DEL CLIENTE. SE CAPTURA Y DA SEGUIMIENTO *
      *          EN EDID1DL5; EL PLAZO LEGAL SE CUENTA EN DIAS        *
      *          HABILES DESDE LA FECHA DE RECIBIDA CON EL CALENDARIO *
      *          EDM4CAL. LA DE ACCESO LA ATIENDE EDID1R48 EN LA      *
      *          CADENA DE CIERRE (EXPEDIENTE DEL CLIENTE) Y LA DE    *
      *          OPOSICION VETA AL CAPTURARSE LOS CANALES DE EDM4CON. *
      *          EDID1R85 REPORTA CADA DIA LAS ABIERTAS Y VENCIDAS    *
      ******************************************************************
       01  REG-EDMDSR.
           05 EDDS-LLAVE.
               10 EDDS-CO-CLIENTE          PIC 9(08).
               10 EDDS-NO-SOLICITUD        PIC 9(05).
           05 EDDS-TIPO                    PIC X(01).
               88 EDDS-TIPO-ACCESO         VALUE "A".
               88 EDDS-TIPO-CORRECCION     VALUE "C".
               88 EDDS-TIPO-OPOSICION      VALUE "O".
               88 EDDS-TIPO-SUPRESION      VALUE "S".
               88 EDDS-TIPO-VALIDO         VALUE "A" "C" "O" "S".
           05 EDDS-CANAL                   PIC X(01).
               88 EDDS-CAN-VENTANILLA      VALUE "V".
               88 EDDS-CAN-TELEFONO        VALUE "T".
               88 EDDS-CAN-CARTA           VALUE "C".
               88 EDDS-CAN-ELECTRONICO     VALUE "E".
               88 EDDS-CAN-VALIDO          VALUE "V" "T" "C" "E".
           05 EDDS-ESTADO                  PIC X(01).
               88 EDDS-ABIERTA             VALUE "A".
               88 EDDS-EN-PROCESO          VALUE "P".
               88 EDDS-ATENDIDA            VALUE "R".
               88 EDDS-ESTADO-VALIDO       VALUE "A" "P" "R".
           05 EDDS-DESCRIPCION             PIC X(50).
      *-->SUCURSAL QUE LA RECIBIO (LA DE LA SESION; SI LA SESION NO
      *   TIENE, LA DEL CLIENTE)
           05 EDDS-SUCURSAL                PIC X(03).
           05 EDDS-OPERADOR-ALTA           PIC X(08).
           05 EDDS-FECHA-ALTA              PIC 9(08).
           05 EDDS-HORA-ALTA               PIC 9(06).
      *-->FECHA EN QUE EL TITULAR LA PRESENTO (PUEDE SER ANTERIOR A
      *   LA CAPTURA SI LLEGO POR CARTA); DE AQUI CORRE EL PLAZO EN
      *   DIAS HABILES SEGUN EL TIPO Y LA FECHA LIMITE (AAAAMMDD)
           05 EDDS-FECHA-RECIBIDA          PIC 9(08).
           05 EDDS-DIAS-PLAZO              PIC 9(03).
           05 EDDS-FECHA-LIMITE            PIC 9(08).
           05 EDDS-RESPUESTA               PIC X(50).
           05 EDDS-OPERADOR-RESOL          PIC X(08).
           05 EDDS-FECHA-RESOL             PIC 9(08).
      *-->ACCESO: CORRIDA DE EDID1R48 QUE ARMO EL EXPEDIENTE (LLAVE
      *   FECHA/HORA EN EL REPOSITORIO EDM4REP; CEROS = PENDIENTE)
           05 EDDS-EXP-FECHA               PIC 9(08).
           05 EDDS-EXP-HORA                PIC 9(06).
      *-->OPOSICION: FECHA EN QUE SE VETARON LOS CANALES EN EDM4CON
           05 EDDS-VETO-FECHA              PIC 9(08).
           05 EDDS-OPERADOR-ULT-MOV        PIC X(08).
           05 EDDS-FECHA-ULT-MOV           PIC 9(08).
           05 EDDS-FILLER                  PIC X(10).
