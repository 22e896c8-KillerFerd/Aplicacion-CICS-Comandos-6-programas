      ******************************************************************
      * EDMXRF - REFERENCIA CRUZADA DE CLIENTES CON OTROS SISTEMAS    *
      *          (EDM4XRF / PATH EDP4XRF POR CODIGO DE CLIENTE, NO    *
      *          UNICO). UNA FILA POR SISTEMA + NUMERO DE CLIENTE EN  *
      *          ESE SISTEMA. LA MANTIENE LA ALIMENTACION EDID1R89    *
      *          (UN ARCHIVO POR SISTEMA); EDID1GLI LA PASA AL CODIGO *
      *          SOBREVIVIENTE AL FUSIONAR Y LA PURGA EDID1R03 LA     *
      *          CIERRA. CONSULTA EN AMBOS SENTIDOS EN EDID1XL5 Y     *
      *          REPORTE NOCTURNO DE HUERFANOS Y FALTANTES EDID1R90   *
      ******************************************************************
       01  REG-EDMXRF.
           05 EDXR-LLAVE.
      *-->CTA CUENTAS (CORE), TAR TARJETAS, CRM GESTION DE CLIENTES
               10 EDXR-SISTEMA             PIC X(03).
                   88 EDXR-SISTEMA-CTA     VALUE "CTA".
                   88 EDXR-SISTEMA-TAR     VALUE "TAR".
                   88 EDXR-SISTEMA-CRM     VALUE "CRM".
                   88 EDXR-SISTEMA-VALIDO  VALUE "CTA" "TAR" "CRM".
               10 EDXR-ID-EXTERNO          PIC X(20).
      *-->LLAVE DEL PATH EDP4XRF
           05 EDXR-CO-CLIENTE              PIC 9(08).
           05 EDXR-ESTADO                  PIC X(01).
               88 EDXR-ACTIVO              VALUE "A".
               88 EDXR-CERRADO             VALUE "C".
           05 EDXR-FECHA-ALTA              PIC 9(08).
      *-->CIERRE: B BAJA INFORMADA POR EL SISTEMA, P PURGA DEL
      *   CLIENTE EN EDID1R03 (CEROS/BLANCO MIENTRAS ACTIVO)
           05 EDXR-FECHA-CIERRE            PIC 9(08).
           05 EDXR-MOTIVO-CIERRE           PIC X(01).
               88 EDXR-CIERRE-BAJA         VALUE "B".
               88 EDXR-CIERRE-PURGA        VALUE "P".
      *-->CODIGO DEL CLIENTE ANTES DEL ULTIMO CAMBIO: FUSION EN
      *   EDID1GLI O REASIGNACION INFORMADA POR EL SISTEMA (CEROS =
      *   NUNCA SE MOVIO)
           05 EDXR-CO-ANTERIOR             PIC 9(08).
           05 EDXR-PROGRAMA-ULT-MOV        PIC X(08).
           05 EDXR-OPERADOR-ULT-MOV        PIC X(08).
           05 EDXR-FECHA-ULT-MOV           PIC 9(08).
           05 EDXR-FILLER                  PIC X(10).
