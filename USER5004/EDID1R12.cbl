      * DESCRIPCION : RECARGA DE UN ARCHIVO DE BITACORA A EDM4AUL      *
      * ARCHIVOS    : ARCHIVO (ENTRADA SECUENCIAL) / EDM4AUL (I/O)     *
      * ACCION (ES) : C=Cargar                                         *
      * PROGRAMA(S) : CALL EDID1BHS                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * COMPANERO DE EDID1R11: LEE UNA GENERACION ARCHIVADA DE LA     *
      * BITACORA (DD ARCHIVO) Y LA REINSERTA EN EDM4AUL PARA QUE LOS  *
      * AUDITORES PUEDAN CONSULTAR ANIOS VIEJOS EN LINEA. LAS LLAVES  *
      * QUE YA EXISTEN SE SALTAN Y SE CUENTAN COMO OMITIDAS. LOS      *
      * ESLABONES ENCADENADOS SE VERIFICAN CON EDID1BHS ANTES DE      *
      * REINSERTARLOS: UN REGISTRO ALTERADO EN EL ARCHIVO NO VUELVE A *
      * LA BITACORA Y SE CUENTA COMO RECHAZADO POR CADENA             *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R12.
       FD  ARCHIVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARCHIVO                  PIC X(630).

       FD  EDM4AUL.
       COPY EDMAUL.

       WORKING-STORAGE SECTION.

       COPY EDBHS.

       01 WKS-FILE-STATUS.
           02 WKS-ARCHIVO-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-ARCHIVO-OK        VALUE "00".
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RESTAURADOS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-OMITIDOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
       200-PROCESA-ARCHIVO.
           ADD 1 TO WKS-TOTAL-LEIDOS
           MOVE REG-ARCHIVO TO REG-EDMAUL
           PERFORM 220-VERIFICA-ESLABON
           IF EDBH-INVALIDO
               ADD 1 TO WKS-TOTAL-RECHAZADOS
               DISPLAY "EDID1R12 - RECHAZADO POR CADENA SECUENCIA "
                       EDAU-SECUENCIA " CLIENTE " EDAU-CO-CLIENTE
           ELSE
               WRITE REG-EDMAUL
               IF WKS-EDM4AUL-OK
                   ADD 1 TO WKS-TOTAL-RESTAURADOS
               ELSE
                   ADD 1 TO WKS-TOTAL-OMITIDOS
               END-IF
           END-IF
           PERFORM 210-LEER-ARCHIVO.

                   SET WKS-ARCHIVO-EOF TO TRUE
           END-READ.

      *--> LOS MOVIMIENTOS ANTERIORES AL ENCADENAMIENTO NO TIENEN
      *    SECUENCIA Y SE RECARGAN SIN VERIFICAR
       220-VERIFICA-ESLABON.
           SET EDBH-VALIDO TO TRUE
           IF EDAU-SECUENCIA IS NUMERIC AND EDAU-SECUENCIA > ZEROS
               SET EDBH-FN-VERIFICAR TO TRUE
               MOVE REG-EDMAUL TO EDBH-REGISTRO
               CALL "EDID1BHS" USING REG-EDBHS
           END-IF.

       900-FINAL.
           CLOSE ARCHIVO
           CLOSE EDM4AUL
           DISPLAY "EDID1R12 - LEIDOS      : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R12 - RESTAURADOS : " WKS-TOTAL-RESTAURADOS
           DISPLAY "EDID1R12 - OMITIDOS    : " WKS-TOTAL-OMITIDOS
           DISPLAY "EDID1R12 - RECHAZADOS  : " WKS-TOTAL-RECHAZADOS.
