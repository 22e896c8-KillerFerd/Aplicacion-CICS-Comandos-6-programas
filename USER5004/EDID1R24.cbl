      * DESCRIPCION : RETENCION DEL SPOOL DE HOJAS (90 DIAS)           *
      * ARCHIVOS    : EDM4SPL (I/O)                                    *
      * ACCION (ES) : D=Depurar                                        *
      * PROGRAMA(S) : CALL EDID1BLH                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      ******************************************************************
      * FINANZAS EXIGE CONSERVAR LAS HOJAS DE CONFIRMACION 90 DIAS.   *
      * RECIBE LA FECHA DE CORTE (AAAAMMDD, HOY MENOS 90) POR PARM Y  *
      * BORRA DEL SPOOL EDM4SPL TODA HOJA ANTERIOR AL CORTE, SALVO    *
      * LAS DE UN CLIENTE CON RETENCION LEGAL ACTIVA (RUTINA          *
      * EDID1BLH), QUE SE CONSERVAN Y SE LISTAN UNA VEZ POR CLIENTE   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R24.
       COPY EDMSPL.

       WORKING-STORAGE SECTION.

       COPY EDBLH.

       01 WKS-EDM4SPL-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4SPL-OK            VALUE "00".
           88 WKS-EDM4SPL-EOF           VALUE "10".
       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDAS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DEPURADAS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RETENIDAS       PIC 9(07) VALUE ZEROS.

      *-->EL SPOOL VA ORDENADO POR CLIENTE: LA RETENCION SE CONSULTA
      *   UNA VEZ POR CODIGO
       01 WKS-RETENCION.
           02 WKS-RET-CLIENTE           PIC 9(08) VALUE ZEROS.
           02 WKS-RET-RESULTADO         PIC X(01) VALUE SPACES.
               88 WKS-RET-RETENIDO      VALUE "S".

       01 WKS-FECHA-CORTE               PIC 9(08) VALUE ZEROS.

       200-PROCESA-EDM4SPL.
           ADD 1 TO WKS-TOTAL-LEIDAS
           IF EDSP-FECHA < WKS-FECHA-CORTE
               PERFORM 220-VERIFICA-RETENCION
               IF WKS-RET-RETENIDO
                   ADD 1 TO WKS-TOTAL-RETENIDAS
               ELSE
                   DELETE EDM4SPL RECORD
                   IF WKS-EDM4SPL-OK
                       ADD 1 TO WKS-TOTAL-DEPURADAS
                   END-IF
               END-IF
           END-IF
           PERFORM 210-LEER-EDM4SPL.
                   SET WKS-EDM4SPL-EOF TO TRUE
           END-READ.

       220-VERIFICA-RETENCION.
           IF EDSP-CO-CLIENTE NOT = WKS-RET-CLIENTE
           OR WKS-RET-RESULTADO = SPACES
               MOVE EDSP-CO-CLIENTE TO WKS-RET-CLIENTE
               SET EDBG-VERIFICA TO TRUE
               MOVE EDSP-CO-CLIENTE TO EDBG-CO-CLIENTE
               CALL "EDID1BLH" USING REG-EDBLH
               MOVE EDBG-RESULTADO TO WKS-RET-RESULTADO
               IF EDBG-RETENIDO
                   DISPLAY "EDID1R24 - CONSERVADO EN RETENCION LEGAL: "
                       EDSP-CO-CLIENTE " CASO " EDBG-CASO
               END-IF
           END-IF.

       900-FINAL.
           CLOSE EDM4SPL
           SET EDBG-FIN TO TRUE
           CALL "EDID1BLH" USING REG-EDBLH
           DISPLAY "EDID1R24 - LEIDAS    : " WKS-TOTAL-LEIDAS
           DISPLAY "EDID1R24 - DEPURADAS : " WKS-TOTAL-DEPURADAS
           DISPLAY "EDID1R24 - RETENIDAS : " WKS-TOTAL-RETENIDAS.
