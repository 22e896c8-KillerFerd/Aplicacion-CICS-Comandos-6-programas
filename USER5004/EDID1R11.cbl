      * PROGRAMA    : EDID1R11                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ARCHIVO MENSUAL DE LA BITACORA EDM4AUL           *
      * ARCHIVOS    : EDM4AUL (I/O) / ARCHIVO (SALIDA SECUENCIAL) /    *
      *               EDM4CTL (I/O)                                    *
      * ACCION (ES) : D=Depurar                                        *
      * PROGRAMA(S) : CALL EDID1BHS / EDID1BLH                         *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 22/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      * MOVIMIENTO DE EDM4AUL CON EDAU-FECHA-MOV ANTERIOR AL CORTE SE *
      * COPIA AL ARCHIVO SECUENCIAL FECHADO (DD ARCHIVO) Y LUEGO SE   *
      * BORRA DE LA BITACORA. EL RESUMEN ARCHIVADOS/RESTANTES PRUEBA  *
      * QUE NO SE PERDIO NADA. EL ARCHIVO SE RECARGA CON EDID1R12.    *
      * ANTES DE ARCHIVAR SE VERIFICA EL HASH DE CADA ESLABON DE LA   *
      * CADENA (EDID1BHS); LOS ALTERADOS SE ARCHIVAN IGUAL PERO SE    *
      * LISTAN Y CUENTAN. AL FINAL SE DEJA EN EL ANCLA "CADENAUL" DE  *
      * EDM4CTL EL ULTIMO ESLABON ARCHIVADO, PARA QUE LA VERIFICACION *
      * NOCTURNA EDID1R87 SEPA DONDE EMPIEZA LO QUE QUEDA EN LINEA.   *
      * LOS MOVIMIENTOS DE UN CLIENTE CON RETENCION LEGAL ACTIVA      *
      * (RUTINA EDID1BLH) NO SE ARCHIVAN NI SE BORRAN: QUEDAN EN      *
      * LINEA, SE LISTAN UNA VEZ POR CLIENTE Y SE CUENTAN APARTE      *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R11.
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

           SELECT ARCHIVO ASSIGN TO ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-ARCHIVO-STATUS.
       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4CTL.
       COPY EDMCTL.

       FD  ARCHIVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARCHIVO                  PIC X(630).

       WORKING-STORAGE SECTION.

       COPY EDBHS.

       COPY EDBLH.

       01 WKS-FILE-STATUS.
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
               88 WKS-EDM4AUL-EOF       VALUE "10".
           02 WKS-ARCHIVO-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-ARCHIVO-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ARCHIVADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RESTANTES       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CADENA      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ALTERADOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RETENIDOS       PIC 9(07) VALUE ZEROS.

      *-->LA BITACORA VA ORDENADA POR CLIENTE: LA RETENCION SE
      *   CONSULTA UNA VEZ POR CODIGO
       01 WKS-RETENCION.
           02 WKS-RET-CLIENTE           PIC 9(08) VALUE ZEROS.
           02 WKS-RET-RESULTADO         PIC X(01) VALUE SPACES.
               88 WKS-RET-RETENIDO      VALUE "S".

      *--> ULTIMO ESLABON DE LA CADENA QUE SALE DE LA BITACORA
       01 WKS-CADENA.
           02 WKS-ARC-SECUENCIA         PIC 9(10) VALUE ZEROS.
           02 WKS-ARC-HASH              PIC 9(16) VALUE ZEROS.

      *--> FECHA DE CORTE RECIBIDA POR PARM DE JCL
       01 WKS-FECHA-CORTE                PIC 9(08) VALUE ZEROS.

       100-INICIO.
           OPEN I-O    EDM4AUL
           OPEN I-O    EDM4CTL
           OPEN OUTPUT ARCHIVO
           PERFORM 210-LEER-EDM4AUL.

       200-PROCESA-EDM4AUL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDAU-FECHA-MOV < WKS-FECHA-CORTE
               PERFORM 260-VERIFICA-RETENCION
           END-IF
           IF EDAU-FECHA-MOV < WKS-FECHA-CORTE
           AND NOT WKS-RET-RETENIDO
               PERFORM 220-ARCHIVA-Y-BORRA
           ELSE
               ADD 1 TO WKS-TOTAL-RESTANTES
           END-READ.

       220-ARCHIVA-Y-BORRA.
           PERFORM 230-VERIFICA-ESLABON
           MOVE REG-EDMAUL TO REG-ARCHIVO
           WRITE REG-ARCHIVO
           IF WKS-ARCHIVO-OK
               DELETE EDM4AUL RECORD
               IF WKS-EDM4AUL-OK
                   ADD 1 TO WKS-TOTAL-ARCHIVADOS
                   PERFORM 240-GUARDA-ESLABON
               ELSE
                   ADD 1 TO WKS-TOTAL-RESTANTES
               END-IF
               ADD 1 TO WKS-TOTAL-RESTANTES
           END-IF.

      *--> LOS MOVIMIENTOS ANTERIORES AL ENCADENAMIENTO NO TIENEN
      *    SECUENCIA; LOS DEMAS SE RECALCULAN CON EDID1BHS
       230-VERIFICA-ESLABON.
           IF EDAU-SECUENCIA IS NOT NUMERIC OR EDAU-SECUENCIA = ZEROS
               ADD 1 TO WKS-TOTAL-SIN-CADENA
           ELSE
               SET EDBH-FN-VERIFICAR TO TRUE
               MOVE REG-EDMAUL TO EDBH-REGISTRO
               CALL "EDID1BHS" USING REG-EDBHS
               IF EDBH-INVALIDO
                   ADD 1 TO WKS-TOTAL-ALTERADOS
                   DISPLAY "EDID1R11 - ESLABON ALTERADO SECUENCIA "
                           EDAU-SECUENCIA " CLIENTE " EDAU-CO-CLIENTE
               END-IF
           END-IF.

       240-GUARDA-ESLABON.
           IF EDAU-SECUENCIA IS NUMERIC
               IF EDAU-SECUENCIA > WKS-ARC-SECUENCIA
                   MOVE EDAU-SECUENCIA TO WKS-ARC-SECUENCIA
                   MOVE EDAU-HASH      TO WKS-ARC-HASH
               END-IF
           END-IF.

      *--> EL LIMITE DE ARCHIVO SOLO AVANZA; SIN ANCLA NO HAY CADENA
       250-ACTUALIZA-ANCLA.
           IF WKS-ARC-SECUENCIA > ZEROS
               MOVE "CADENAUL" TO EDCT-LLAVE
               READ EDM4CTL
               IF WKS-EDM4CTL-OK
                   IF WKS-ARC-SECUENCIA > EDCT-CAD-ARC-SECUENCIA
                       MOVE WKS-ARC-SECUENCIA TO EDCT-CAD-ARC-SECUENCIA
                       MOVE WKS-ARC-HASH      TO EDCT-CAD-ARC-HASH
                       REWRITE REG-EDMCTL
                   END-IF
               END-IF
           END-IF.

      *--> UN MOVIMIENTO VENCIDO DE UN CLIENTE RETENIDO QUEDA EN LINEA
       260-VERIFICA-RETENCION.
           IF EDAU-CO-CLIENTE NOT = WKS-RET-CLIENTE
           OR WKS-RET-RESULTADO = SPACES
               MOVE EDAU-CO-CLIENTE TO WKS-RET-CLIENTE
               SET EDBG-VERIFICA TO TRUE
               MOVE EDAU-CO-CLIENTE TO EDBG-CO-CLIENTE
               CALL "EDID1BLH" USING REG-EDBLH
               MOVE EDBG-RESULTADO TO WKS-RET-RESULTADO
               IF EDBG-RETENIDO
                   DISPLAY "EDID1R11 - CONSERVADO EN RETENCION LEGAL: "
                       EDAU-CO-CLIENTE " CASO " EDBG-CASO
               END-IF
           END-IF
           IF WKS-RET-RETENIDO
               ADD 1 TO WKS-TOTAL-RETENIDOS
           END-IF.

       900-FINAL.
           PERFORM 250-ACTUALIZA-ANCLA
           CLOSE EDM4AUL
           CLOSE EDM4CTL
           CLOSE ARCHIVO
           SET EDBG-FIN TO TRUE
           CALL "EDID1BLH" USING REG-EDBLH
           DISPLAY "EDID1R11 - CORTE      : " WKS-FECHA-CORTE
           DISPLAY "EDID1R11 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R11 - ARCHIVADOS : " WKS-TOTAL-ARCHIVADOS
           DISPLAY "EDID1R11 - RESTANTES  : " WKS-TOTAL-RESTANTES
           DISPLAY "EDID1R11 - SIN CADENA : " WKS-TOTAL-SIN-CADENA
           DISPLAY "EDID1R11 - ALTERADOS  : " WKS-TOTAL-ALTERADOS
           DISPLAY "EDID1R11 - RETENIDOS  : " WKS-TOTAL-RETENIDOS
           DISPLAY "EDID1R11 - ULT ESLABON: " WKS-ARC-SECUENCIA.
