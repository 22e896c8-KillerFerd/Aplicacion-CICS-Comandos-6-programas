      *          LLAVE CLIENTE+FECHA PARA SALTAR A QUIEN YA FUE       *
      *          CONTACTADO EN LOS ULTIMOS N DIAS (EDCT-DIAS-SUPRE    *
      *          DEL REGISTRO PARAMS DE EDM4CTL). LA RESPUESTA LA     *
      *          MARCA EL CAJERO EN LA PANTALLA EDID1HL2. EDID1R79    *
      *          MIDE LA CONVERSION DE CADA CAMPANA CONTRA EDM4PDT    *
      ******************************************************************
       01  REG-EDMCAM.
           05 EDCA-LLAVE.
               88 EDCA-RESP-NEGATIVA       VALUE "N".
           05 EDCA-OPER-RESP               PIC X(08).
           05 EDCA-FECHA-RESP              PIC 9(08).
      *-->CARTA POR HOGAR DE EDID1R31: CLIENTE A CUYO NOMBRE SALIO LA
      *   CARTA QUE CUBRIO A ESTE (CEROS = CARTA SIN AGRUPAR)
           05 EDCA-CO-DESTINATARIO         PIC 9(08).
           05 EDCA-FILLER                  PIC X(02).
