      ******************************************************************
      * EDMBEN - LAYOUT DEL REGISTRO DE TITULARES BENEFICIARIOS       *
      *          (EDM4BEN). UNA FILA POR COMPANIA Y TITULAR; EL       *
      *          TITULAR PUEDE SER PERSONA U OTRA COMPANIA (CADENAS   *
      *          QUE RECORRE EDID1R59). LA SUMA DE PORCENTAJES DE UNA *
      *          COMPANIA NO PASA DE 100 (LO CUIDA EDID1TL2)          *
      ******************************************************************
       01  REG-EDMBEN.
           05 EDBN-LLAVE.
               10 EDBN-CO-COMPANIA         PIC 9(08).
               10 EDBN-CO-TITULAR          PIC 9(08).
           05 EDBN-PORCENTAJE              PIC 9(03)V99.
           05 EDBN-TIPO-CONTROL            PIC X(01).
               88 EDBN-CONTROL-DIRECTO     VALUE "D".
               88 EDBN-CONTROL-INDIRECTO   VALUE "I".
               88 EDBN-CONTROL-SIN-CAPITAL VALUE "C".
               88 EDBN-CONTROL-VALIDO      VALUES "D" "I" "C".
      *-->FECHA DESDE LA QUE RIGE LA PARTICIPACION (AAAAMMDD)
           05 EDBN-FECHA-EFECTIVA          PIC 9(08).
           05 EDBN-OPERADOR                PIC X(08).
           05 EDBN-FECHA-ALTA              PIC 9(08).
           05 EDBN-FILLER                  PIC X(10).
