      ******************************************************************
      * EDMQAM - MUESTRA DIARIA DE CALIDAD DEL MANTENIMIENTO (EDM4QAM)*
      *          UNA FILA POR MOVIMIENTO DE EDM4AUL ELEGIDO POR EL    *
      *          MUESTREO NOCTURNO EDID1R91, NUMERADAS DENTRO DE LA   *
      *          FECHA DE LA MUESTRA. EL SUPERVISOR LA REVISA CONTRA  *
      *          EL DOCUMENTO FUENTE EN EDID1QL5 Y LA MARCA CORRECTA  *
      *          O ERRONEA CON SU CATEGORIA; EDID1R92 DA CADA MES LA  *
      *          TASA DE ERROR POR OPERADOR Y POR SUCURSAL            *
      ******************************************************************
       01  REG-EDMQAM.
           05 EDQM-LLAVE.
               10 EDQM-FECHA-MUESTRA       PIC 9(08).
               10 EDQM-SECUENCIA           PIC 9(05).
      *-->LLAVE DEL MOVIMIENTO EN LA BITACORA EDM4AUL
           05 EDQM-LLAVE-AUL.
               10 EDQM-CO-CLIENTE          PIC 9(08).
               10 EDQM-FECHA-MOV           PIC 9(08).
               10 EDQM-HORA-MOV            PIC 9(06).
           05 EDQM-PROGRAMA                PIC X(08).
           05 EDQM-ACCION                  PIC X(12).
           05 EDQM-OPERADOR                PIC X(08).
      *-->SUCURSAL DEL OPERADOR (EDM4PRF) EL DIA DE LA MUESTRA
           05 EDQM-SUCURSAL                PIC X(03).
      *-->POR QUE ENTRO: TASA GENERAL, TASA PROPIA DEL OPERADOR,
      *   OPERADOR NUEVO O CLIENTE SENSIBLE, Y LA TASA APLICADA
           05 EDQM-MOTIVO-SELECCION        PIC X(01).
               88 EDQM-SEL-GENERAL         VALUE "G".
               88 EDQM-SEL-OPERADOR        VALUE "O".
               88 EDQM-SEL-NUEVO           VALUE "N".
               88 EDQM-SEL-SENSIBLE        VALUE "S".
           05 EDQM-TASA-APLICADA           PIC 9(03).
           05 EDQM-ESTADO                  PIC X(01).
               88 EDQM-PENDIENTE           VALUE "P".
               88 EDQM-CORRECTO            VALUE "C".
               88 EDQM-ERRONEO             VALUE "E".
               88 EDQM-RESULTADO-VALIDO    VALUE "C" "E".
      *-->CATEGORIA DEL ERROR (SOLO CON ESTADO "E")
           05 EDQM-CATEGORIA               PIC X(02).
               88 EDQM-CAT-NOMBRE          VALUE "NO".
               88 EDQM-CAT-FECHA-NAC       VALUE "FN".
               88 EDQM-CAT-TELEFONO        VALUE "TE".
               88 EDQM-CAT-DIRECCION       VALUE "DI".
               88 EDQM-CAT-TIPO            VALUE "TC".
               88 EDQM-CAT-SUCURSAL        VALUE "SU".
               88 EDQM-CAT-DOCUMENTO       VALUE "DO".
               88 EDQM-CAT-OTRO            VALUE "OT".
               88 EDQM-CATEGORIA-VALIDA    VALUE "NO" "FN" "TE" "DI"
                                                 "TC" "SU" "DO" "OT".
           05 EDQM-COMENTARIO              PIC X(30).
           05 EDQM-REVISOR                 PIC X(08).
           05 EDQM-FECHA-REVISION          PIC 9(08).
           05 EDQM-HORA-REVISION           PIC 9(06).
           05 EDQM-FILLER                  PIC X(10).
