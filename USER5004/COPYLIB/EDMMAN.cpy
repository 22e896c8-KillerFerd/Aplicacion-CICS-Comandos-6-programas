      ******************************************************************
      * EDMMAN - MANDATOS Y PODERES A TERCEROS (EDM4MAN)              *
      *          UNA FILA POR CLIENTE OTORGANTE + NUMERO CORRELATIVO  *
      *          DEL CLIENTE. EL APODERADO ES OTRO CLIENTE DE EDM4CL. *
      *          SE MANTIENE EN EDID1ML5 (PF11 DESDE LA CONSULTA      *
      *          EDID1CL5, QUE AVISA DE MANDATOS VIGENTES O VENCIDOS).*
      *          EDID1R94 LISTA CADA MES LOS QUE VENCEN EN 30 DIAS Y  *
      *          EDID1R49 CANCELA LOS DEL OTORGANTE FALLECIDO         *
      ******************************************************************
       01  REG-EDMMAN.
           05 EDMD-LLAVE.
               10 EDMD-CO-CLIENTE          PIC 9(08).
               10 EDMD-NO-MANDATO          PIC 9(03).
      *-->CLIENTE AUTORIZADO A ACTUAR POR EL OTORGANTE
           05 EDMD-CO-APODERADO            PIC 9(08).
      *-->G=PODER GENERAL, B=ADMINISTRACION BANCARIA (OPERA Y FIRMA),
      *   C=SOLO CONSULTA E INFORMACION, E=ESPECIAL (VER DETALLE)
           05 EDMD-ALCANCE                 PIC X(01).
               88 EDMD-ALC-GENERAL         VALUE "G".
               88 EDMD-ALC-BANCARIO        VALUE "B".
               88 EDMD-ALC-CONSULTA        VALUE "C".
               88 EDMD-ALC-ESPECIAL        VALUE "E".
               88 EDMD-ALCANCE-VALIDO      VALUE "G" "B" "C" "E".
           05 EDMD-DETALLE                 PIC X(40).
      *-->VIGENCIA DEL PODER (AAAAMMDD). PASADA LA FECHA FIN EL
      *   MANDATO SIGUE ACTIVO EN EL REGISTRO PERO QUEDA VENCIDO
           05 EDMD-FECHA-INICIO            PIC 9(08).
           05 EDMD-FECHA-FIN               PIC 9(08).
      *-->ESCRITURA O ACTA NOTARIAL QUE RESPALDA EL PODER
           05 EDMD-DOC-NOTARIAL            PIC X(20).
      *-->A=ACTIVO, R=REVOCADO (EN EDID1ML5), C=CANCELADO POR
      *   FALLECIMIENTO DEL OTORGANTE (EDID1R49)
           05 EDMD-ESTADO                  PIC X(01).
               88 EDMD-ACTIVO              VALUE "A".
               88 EDMD-REVOCADO            VALUE "R".
               88 EDMD-CANCELADO           VALUE "C".
               88 EDMD-ESTADO-VALIDO       VALUE "A" "R".
           05 EDMD-OPERADOR-ALTA           PIC X(08).
           05 EDMD-FECHA-ALTA              PIC 9(08).
      *-->QUIEN Y CUANDO LO DIO DE BAJA (REVOCADO O CANCELADO)
           05 EDMD-OPERADOR-BAJA           PIC X(08).
           05 EDMD-FECHA-BAJA              PIC 9(08).
           05 EDMD-MOTIVO-BAJA             PIC X(20).
           05 EDMD-OPERADOR-ULT-MOV        PIC X(08).
           05 EDMD-FECHA-ULT-MOV           PIC 9(08).
           05 EDMD-FILLER                  PIC X(10).
