      ******************************************************************
      * EDMLGH - RETENCIONES LEGALES DE CLIENTES (EDM4LGH)            *
      *          UNA RETENCION POR CLIENTE + NUMERO CORRELATIVO DEL   *
      *          CLIENTE. LA CAPTURA Y LIBERA SOLO EL ROL ADMIN EN    *
      *          EDID1EL5. MIENTRAS HAYA UNA ACTIVA, LA RUTINA        *
      *          EDID1BLH DEVUELVE RETENIDO Y LAS PURGAS (EDID1R03,   *
      *          EDID1R11, EDID1R24, EDID1R45) Y LA ANONIMIZACION     *
      *          EDID1R21 DEJAN INTACTO AL CLIENTE Y SUS SATELITES.   *
      *          LA FECHA DE LIBERACION ES LA DE REVISION: NO LIBERA  *
      *          SOLA; EDID1R88 REPORTA LAS ACTIVAS Y LAS VENCIDAS    *
      ******************************************************************
       01  REG-EDMLGH.
           05 EDLG-LLAVE.
               10 EDLG-CO-CLIENTE          PIC 9(08).
               10 EDLG-NO-RETENCION        PIC 9(03).
           05 EDLG-ESTADO                  PIC X(01).
               88 EDLG-ACTIVA              VALUE "A".
               88 EDLG-LIBERADA            VALUE "L".
               88 EDLG-ESTADO-VALIDO       VALUE "A" "L".
           05 EDLG-MOTIVO                  PIC X(50).
      *-->REFERENCIA DEL CASO EN LEGAL / CUMPLIMIENTO
           05 EDLG-CASO                    PIC X(20).
      *-->FECHA PREVISTA DE LIBERACION (AAAAMMDD); PASADA ESTA FECHA
      *   LA RETENCION SIGUE ACTIVA PERO QUEDA VENCIDA PARA REVISION
           05 EDLG-FECHA-LIBERACION        PIC 9(08).
           05 EDLG-OPERADOR-ALTA           PIC X(08).
           05 EDLG-FECHA-ALTA              PIC 9(08).
           05 EDLG-HORA-ALTA               PIC 9(06).
      *-->QUIEN Y CUANDO LA LIBERO (CEROS/BLANCOS MIENTRAS ACTIVA)
           05 EDLG-OPERADOR-LIBERA         PIC X(08).
           05 EDLG-FECHA-LIBERA            PIC 9(08).
           05 EDLG-OPERADOR-ULT-MOV        PIC X(08).
           05 EDLG-FECHA-ULT-MOV           PIC 9(08).
           05 EDLG-FILLER                  PIC X(10).
