       01  REG-SORT.
           02 SRT-FECHA                 PIC 9(08).
           02 SRT-HORA                  PIC 9(06).
           02 SRT-IMAGEN                PIC X(630).

       FD  EDM4JLG.
       COPY EDMJLG.
       290-ALIMENTA-FIN.
           EXIT.

      *--> RUTINAS DEL PROCEDIMIENTO DE ENTRADA DEL SORT
       250-RUTINAS-ALIMENTA SECTION.

       220-LEER-EDM4AUL.
           READ EDM4AUL NEXT RECORD
               AT END
       390-REAPLICA-FIN.
           EXIT.

      *--> RUTINAS DEL PROCEDIMIENTO DE SALIDA DEL SORT
       395-RUTINAS-REAPLICA SECTION.

       320-TOMA-MOVIMIENTO.
           RETURN WORK-SORT
               AT END
               ADD 1 TO WKS-TOTAL-CREADOS
           END-IF.

      *--> RUTINAS GENERALES, FUERA DE LOS PROCEDIMIENTOS DEL SORT
       800-RUTINAS-GENERALES SECTION.

       900-FINAL.
           CLOSE EDM4CL
           DISPLAY "EDID1R23 - RECARGADOS  : " WKS-TOTAL-RECARGADOS
