      ******************************************************************
      * EDCGLS - LAYOUT DEL ARCHIVO DE LISTAS DEL PROVEEDOR           *
      *          (INTERFAZ DE ENTRADA PARA EDID1R53)                  *
      *          TIPO: S=SANCIONES, P=PERSONA EXPUESTA POLITICAMENTE  *
      *          FECHA DE NACIMIENTO DDMMAAAA, CEROS SI SE DESCONOCE  *
      ******************************************************************
       01  REG-EDCGLS.
           05 EDGS-TIPO-LISTA              PIC X(01).
           05 EDGS-REFERENCIA              PIC X(12).
           05 EDGS-NOMBRE                  PIC X(40).
           05 EDGS-PAIS                    PIC X(03).
           05 EDGS-FECHA-NAC               PIC X(08).
