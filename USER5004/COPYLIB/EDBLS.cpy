      ******************************************************************
      * EDBLS - PARAMETROS DE LA RUTINA DE LISTAS EDID1BLS            *
      *         BUSCA EL NOMBRE EN EDM4LIS POR CLAVE FONETICA.        *
      *         FUNCION C=SOLO CONSULTA, R=CONSULTA Y REGISTRA LAS    *
      *         COINCIDENCIAS PENDIENTES EN EDM4COI PARA REVISION.    *
      *         LAS COINCIDENCIAS YA DECIDIDAS FALSO POSITIVO PARA    *
      *         EL MISMO CLIENTE NO SE CUENTAN                        *
      ******************************************************************
       01  REG-EDBLS.
           05 EDBS-FUNCION                 PIC X(01).
               88 EDBS-CONSULTA            VALUE "C".
               88 EDBS-REGISTRA            VALUE "R".
           05 EDBS-CO-CLIENTE              PIC 9(08).
           05 EDBS-NOMBRE                  PIC X(40).
           05 EDBS-ORIGEN                  PIC X(08).
           05 EDBS-OPERADOR                PIC X(08).
           05 EDBS-TERMINAL                PIC X(04).
           05 EDBS-RETURN-CODE             PIC 9(02).
               88 EDBS-SIN-COINCIDENCIA    VALUE 00.
               88 EDBS-COINCIDENCIA        VALUE 01.
               88 EDBS-NOTOPEN             VALUE 03.
           05 EDBS-COINCIDENCIAS           PIC 9(03).
           05 EDBS-TIPO-LISTA              PIC X(01).
           05 EDBS-REFERENCIA              PIC X(12).
           05 EDBS-FILLER                  PIC X(10).
