      ******************************************************************
      * EDSNCL - SNAPSHOT SECUENCIAL DEL MAESTRO DE CLIENTES          *
      *          LO ESCRIBE EDID1R72 EN UNA SOLA PASADA DE EDM4CL:    *
      *          UN REGISTRO "D" POR CLIENTE EN ORDEN DE CODIGO CON   *
      *          LA IMAGEN COMPLETA DE EDMACL Y, AL FINAL, UN         *
      *          REGISTRO "C" DE CONTROL CON LOS TOTALES DE LA        *
      *          EXTRACCION. LOS REPORTES NOCTURNOS LO LEEN EN LUGAR  *
      *          DEL MAESTRO                                          *
      ******************************************************************
       01  REG-EDSNCL.
           05 EDSN-TIPO-REG                PIC X(01).
               88 EDSN-DETALLE             VALUE "D".
               88 EDSN-CONTROL             VALUE "C".
           05 EDSN-IMAGEN                  PIC X(200).
      *-->EL REGISTRO DE CONTROL CUADRA LA EXTRACCION: CONTEOS Y SUMA
      *   DE CODIGOS DE CLIENTE, CON FECHA Y HORA DE LA FOTOGRAFIA
           05 EDSN-CONTROL-DATOS REDEFINES EDSN-IMAGEN.
               10 EDSN-TOTAL-REGISTROS     PIC 9(09).
               10 EDSN-TOTAL-ACTIVOS       PIC 9(09).
               10 EDSN-TOTAL-ELIMINADOS    PIC 9(09).
               10 EDSN-SUMA-LLAVES         PIC 9(15).
               10 EDSN-FECHA-EXTRACCION    PIC 9(08).
               10 EDSN-HORA-EXTRACCION     PIC 9(06).
               10 FILLER                   PIC X(144).
