      ******************************************************************
      * EDBAU - COMMAREA DE LA RUTINA EDID1BAU (EXEC CICS LINK)       *
      *         GRABA UN MOVIMIENTO EN LA BITACORA ENCADENADO AL      *
      *         ANTERIOR. EDBU-ARCHIVO ES EL ARCHIVO CICS DESTINO:    *
      *         "EDM4AUL" SE ENCADENA; OTRO (EDM4AULT DEL MODO DE     *
      *         ENTRENAMIENTO) SE GRABA SIN CADENA                    *
      ******************************************************************
       01  REG-EDBAU.
           05 EDBU-ARCHIVO                 PIC X(08).
           05 EDBU-RETORNO                 PIC 9(02).
               88 EDBU-OK                  VALUE 00.
               88 EDBU-NO-GRABADO          VALUE 01.
           05 EDBU-REGISTRO                PIC X(630).
           05 EDBU-FILLER                  PIC X(10).
