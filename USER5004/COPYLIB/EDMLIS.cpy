      ******************************************************************
      * EDMLIS - LISTAS DE SANCIONES Y PERSONAS EXPUESTAS (EDM4LIS)   *
      *          CARGADA COMPLETA POR EDID1R53 DESDE EL ARCHIVO DEL   *
      *          PROVEEDOR. LA LLAVE EMPIEZA CON LA CLAVE FONETICA    *
      *          DE EDID1BFO PARA BUSCAR POR NOMBRE CON STARTBR       *
      ******************************************************************
       01  REG-EDMLIS.
           05 EDLT-LLAVE.
               10 EDLT-FONETICO            PIC X(10).
               10 EDLT-REFERENCIA          PIC X(12).
           05 EDLT-TIPO-LISTA              PIC X(01).
               88 EDLT-SANCIONES           VALUE "S".
               88 EDLT-PEP                 VALUE "P".
           05 EDLT-NOMBRE                  PIC X(40).
           05 EDLT-PAIS                    PIC X(03).
           05 EDLT-FECHA-NAC               PIC 9(08).
           05 EDLT-FECHA-CARGA             PIC 9(08).
           05 EDLT-FILLER                  PIC X(10).
