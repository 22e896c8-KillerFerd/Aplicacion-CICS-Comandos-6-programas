      ******************************************************************
      * EDMCAS - CASOS DE QUEJA Y SERVICIO POR CLIENTE (EDM4CAS)      *
      *          UN CASO POR CLIENTE + NUMERO CORRELATIVO DEL CLIENTE.*
      *          SE CAPTURA Y DA SEGUIMIENTO EN EDID1QL2; LA FECHA    *
      *          LIMITE SE CALCULA EN DIAS HABILES CON EL CALENDARIO  *
      *          EDM4CAL. EDID1R56 REPORTA LA ANTIGUEDAD DE LOS       *
      *          ABIERTOS Y EDID1R57 LA ESTADISTICA MENSUAL           *
      ******************************************************************
       01  REG-EDMCAS.
           05 EDQJ-LLAVE.
               10 EDQJ-CO-CLIENTE          PIC 9(08).
               10 EDQJ-NO-CASO             PIC 9(05).
           05 EDQJ-CATEGORIA               PIC X(02).
               88 EDQJ-CAT-COBROS          VALUE "CO".
               88 EDQJ-CAT-ATENCION        VALUE "AT".
               88 EDQJ-CAT-PRODUCTO        VALUE "PR".
               88 EDQJ-CAT-FRAUDE          VALUE "FR".
               88 EDQJ-CAT-DATOS           VALUE "DP".
               88 EDQJ-CAT-OTROS           VALUE "OT".
               88 EDQJ-CAT-VALIDA          VALUE "CO" "AT" "PR" "FR"
                                                 "DP" "OT".
           05 EDQJ-CANAL                   PIC X(01).
               88 EDQJ-CAN-VENTANILLA      VALUE "V".
               88 EDQJ-CAN-TELEFONO        VALUE "T".
               88 EDQJ-CAN-CARTA           VALUE "C".
               88 EDQJ-CAN-ELECTRONICO     VALUE "E".
               88 EDQJ-CAN-REGULADOR       VALUE "R".
               88 EDQJ-CAN-VALIDO          VALUE "V" "T" "C" "E" "R".
           05 EDQJ-ESTADO                  PIC X(01).
               88 EDQJ-ABIERTO             VALUE "A".
               88 EDQJ-EN-PROCESO          VALUE "P".
               88 EDQJ-RESUELTO            VALUE "R".
               88 EDQJ-ESTADO-VALIDO       VALUE "A" "P" "R".
           05 EDQJ-DESCRIPCION             PIC X(50).
      *-->SUCURSAL QUE RECIBIO EL CASO (LA DE LA SESION; SI LA
      *   SESION NO TIENE, LA DEL CLIENTE)
           05 EDQJ-SUCURSAL                PIC X(03).
           05 EDQJ-OPERADOR-ALTA           PIC X(08).
           05 EDQJ-OPERADOR-ASIG           PIC X(08).
           05 EDQJ-FECHA-ALTA              PIC 9(08).
           05 EDQJ-HORA-ALTA               PIC 9(06).
      *-->PLAZO EN DIAS HABILES SEGUN LA CATEGORIA Y FECHA LIMITE
      *   RESULTANTE (AAAAMMDD)
           05 EDQJ-DIAS-PLAZO              PIC 9(03).
           05 EDQJ-FECHA-LIMITE            PIC 9(08).
           05 EDQJ-RESOLUCION              PIC X(50).
           05 EDQJ-OPERADOR-RESOL          PIC X(08).
           05 EDQJ-FECHA-RESOL             PIC 9(08).
           05 EDQJ-OPERADOR-ULT-MOV        PIC X(08).
           05 EDQJ-FECHA-ULT-MOV           PIC 9(08).
           05 EDQJ-FILLER                  PIC X(10).
