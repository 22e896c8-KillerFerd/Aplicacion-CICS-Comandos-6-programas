      * PROGRAMA    : EDID1R03                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PURGA FISICA DE CLIENTES MARCADOS PARA ELIMINAR  *
      * ARCHIVOS    : EDM4CL (I/O) / EXTRACTO (SALIDA DE RESPALDO) /   *
      *               EDM4ARH (I/O, HISTORICO DE DEPURADOS) /          *
      *               EDM4XRF (I/O, REFERENCIA CRUZADA)                *
      * ACCION (ES) : D=Depurar                                        *
      * PROGRAMA(S) : CALL EDID1BLH                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 08/08/2026                                       *
      * BPM/RATIONAL:                                                  *
      *     EXTRACTO Y SUS SATELITES EN EXTRSAT; AL CERRAR SE RELEE    *
      *     EL EXTRACTO Y SE VERIFICA EL CONTEO                        *
      *   FASE 2 - BORRADO: CON EL EXTRACTO YA CERRADO Y CUADRADO SE   *
      *     ARCHIVA CADA CLIENTE EN EL HISTORICO EDM4ARH (FECHA,       *
      *     MOTIVO, ULTIMO OPERADOR E IMAGEN) Y SOLO ENTONCES SE       *
      *     BORRAN MAESTRO Y SATELITES; UN CLIENTE QUE NO SE PUDO      *
      *     ARCHIVAR NO SE BORRA. CADA 100 BORRADOS SE ANOTA LA        *
      *     ULTIMA LLAVE EN EL PARM DE LA BITACORA. UNA RECORRIDA CON  *
      *     LLAVE DE REINICIO SALTA LA FASE 1 Y CONTINUA EL BORRADO    *
      *     DESDE ESA LLAVE (EL EXTRACTO DE LA CORRIDA CAIDA VALE)     *
      * CLIENTE (INDICE FONETICO EDM4FON Y SEGUIMIENTOS EDM4TKL):      *
      * TODA FILA CUYO CLIENTE YA NO EXISTE EN EL MAESTRO SE           *
      * RESPALDA EN EXTRSAT Y SE BORRA                                 *
      * UN CLIENTE CON RETENCION LEGAL ACTIVA (RUTINA EDID1BLH) NO ES  *
      * ELEGIBLE AUNQUE CUMPLA LO DEMAS; TAMPOCO SE BORRAN EL SENTIDO  *
      * INVERSO DE SUS VINCULOS NI SUS FILAS HUERFANAS. CADA OMITIDO   *
      * SE LISTA EN EL SYSOUT DEL PASO                                 *
      * LOS NUMEROS DEL CLIENTE EN OTROS SISTEMAS (EDM4XRF) NO SE      *
      * BORRAN: EN LA FASE 2 QUEDAN CERRADOS CON MOTIVO PURGA          *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R03.
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

           SELECT EDM4ARH ASSIGN TO EDM4ARH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAR-LLAVE
               FILE STATUS IS WKS-EDM4ARH-STATUS.

           SELECT EDM4XRF ASSIGN TO EDM4XRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDXR-LLAVE
               ALTERNATE RECORD KEY IS EDXR-CO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WKS-EDM4XRF-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  EDM4CTL.
       COPY EDMCTL.

       FD  EDM4ARH.
       COPY EDMARH.

       FD  EDM4XRF.
       COPY EDMXRF.

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       COPY EDBLH.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

               88 WKS-EDM4FON-OK        VALUE "00".
           02 WKS-EDM4TKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4TKL-OK        VALUE "00".
           02 WKS-EDM4ARH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4ARH-OK        VALUE "00".
               88 WKS-EDM4ARH-DUP       VALUE "22".
           02 WKS-EDM4XRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4XRF-OK        VALUE "00" "02".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SATELITES       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ELEGIBLES       PIC 9(07) VALUE ZEROS.
           02 WKS-VERIF-CONTEO          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ARCHIVADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-ARCHIVO     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RETENIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SAT-RETENIDOS   PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-REF-CERRADAS    PIC 9(07) VALUE ZEROS.

      *-->FASES Y PUNTO DE REINICIO DEL BORRADO
       01 WKS-FASES.
               03 WKS-JPC-LLAVE         PIC 9(08).
           02 WKS-FLAG-ELEGIBLE         PIC 9 VALUE ZEROS.
           02 WKS-JLG-LLAVE-CHECKPOINT  PIC 9(08) VALUE ZEROS.
           02 WKS-FLAG-ARCHIVADO        PIC 9 VALUE ZEROS.

      *-->BARRIDO DE SATELITES DEL CLIENTE EN PURGA
       01 WKS-SATELITES.
           OPEN I-O    EDM4REL
           OPEN I-O    EDM4SPL
           OPEN I-O    EDM4WKL
           OPEN I-O    EDM4ARH
           OPEN I-O    EDM4XRF
           MOVE WKS-FECHA-REINICIO TO EDMC-LLAVE
           START EDM4CL KEY IS NOT LESS THAN EDMC-LLAVE
               INVALID KEY
      *-->LOS SATELITES SE BORRAN ANTES QUE EL MAESTRO: SI LA
      *   CORRIDA CAE EN MEDIO, LA RECORRIDA VUELVE A ENCONTRAR EL
      *   MAESTRO Y REPITE EL BARRIDO (YA VACIO) SIN DEJAR HUERFANOS;
      *   AL REVES, UN MAESTRO YA BORRADO NUNCA SE REVISITA. EL
      *   HISTORICO SE ESCRIBE PRIMERO POR LA MISMA RAZON
       310-BORRA-EDM4CL.
           PERFORM 215-EVALUA-ELEGIBLE
           IF WKS-FLAG-ELEGIBLE = 1
               PERFORM 320-ARCHIVA-CLIENTE
               IF WKS-FLAG-ARCHIVADO = ZEROS
                   ADD 1 TO WKS-TOTAL-SIN-ARCHIVO
                   DISPLAY "EDID1R03 - SIN HISTORICO, NO SE BORRA: "
                       EDMC-LLAVE " STATUS " WKS-EDM4ARH-STATUS
                   MOVE ZEROS TO WKS-FLAG-ELEGIBLE
               END-IF
           END-IF
           IF WKS-FLAG-ELEGIBLE = 1
               MOVE EDMC-LLAVE TO WKS-SAT-CLIENTE
               PERFORM 230-RECORRE-SATELITES
           END-IF
           PERFORM 210-LEER-EDM4CL.

      *--> DEJA LA IMAGEN DEL CLIENTE EN EL HISTORICO EDM4ARH CON LA
      *    FECHA DE LA CORRIDA, EL MOTIVO Y EL ULTIMO OPERADOR. SI EL
      *    CODIGO YA ESTA (UNA RECORRIDA, O UN CLIENTE RESTAURADO QUE
      *    SE VUELVE A PURGAR) SE REEMPLAZA CON LA IMAGEN NUEVA
       320-ARCHIVA-CLIENTE.
           MOVE ZEROS TO WKS-FLAG-ARCHIVADO
           INITIALIZE REG-EDMARH
           MOVE EDMC-LLAVE              TO EDAR-CO-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE     TO EDAR-NOMBRE
           MOVE WKS-JLG-FECHA           TO EDAR-FECHA-ARCHIVO
           MOVE WKS-JLG-HORA            TO EDAR-HORA-ARCHIVO
           SET EDAR-PURGADO             TO TRUE
           MOVE "EDID1R03"              TO EDAR-PROGRAMA
           MOVE EDMC-MOTIVO-ELIMINACION TO EDAR-MOTIVO
           MOVE EDMC-OPERADOR-ULT-MOV   TO EDAR-ULT-OPERADOR
           MOVE EDMC-TERMINAL-ULT-MOV   TO EDAR-ULT-TERMINAL
           MOVE ZEROS                   TO EDAR-FECHA-RESTAURA
           MOVE REG-EDMACL              TO EDAR-IMAGEN
           WRITE REG-EDMARH
           IF WKS-EDM4ARH-DUP
               REWRITE REG-EDMARH
           END-IF
           IF WKS-EDM4ARH-OK
               MOVE 1 TO WKS-FLAG-ARCHIVADO
               ADD 1 TO WKS-TOTAL-ARCHIVADOS
           END-IF.

      *--> ELEGIBILIDAD COMUN A LAS DOS FASES: MARCA "D" VENCIDA,
      *    SIN RETENCION LEGAL ACTIVA Y SIN PRODUCTOS ACTIVOS (EL
      *    OMITIDO SOLO SE CUENTA EN LA FASE DE EXTRACCION PARA NO
      *    DUPLICAR EL REPORTE)
       215-EVALUA-ELEGIBLE.
           MOVE ZEROS TO WKS-FLAG-ELEGIBLE
           IF EDMC-MARCA-ELIMINADO = "D"
           AND EDMC-FECHA-MARCA-ELIM > ZEROS
           AND EDMC-FECHA-MARCA-ELIM < WKS-FECHA-CORTE
               MOVE EDMC-LLAVE TO EDBG-CO-CLIENTE
               PERFORM 216-VERIFICA-RETENCION
               IF EDBG-RETENIDO
                   IF WKS-MODO-EXTRAER
                       ADD 1 TO WKS-TOTAL-RETENIDOS
                       DISPLAY "EDID1R03 - OMITIDO EN RETENCION LEGAL: "
                           EDMC-LLAVE " CASO " EDBG-CASO
                   END-IF
               ELSE
                   MOVE EDMC-LLAVE TO EDPR-CO-CLIENTE
                   READ EDM4PRD
                   IF WKS-EDM4PRD-OK
                       IF WKS-MODO-EXTRAER
                           ADD 1 TO WKS-TOTAL-CON-PRODUCTOS
                           DISPLAY "EDID1R03 - OMITIDO CON PRODUCTOS: "
                               EDMC-LLAVE
                       END-IF
                   ELSE
                       MOVE 1 TO WKS-FLAG-ELEGIBLE
                   END-IF
               END-IF
           END-IF.

      *--> RETENCION LEGAL DEL CODIGO EN EDBG-CO-CLIENTE
       216-VERIFICA-RETENCION.
           SET EDBG-VERIFICA TO TRUE
           CALL "EDID1BLH" USING REG-EDBLH.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
               IF WKS-SAT-FIN = ZEROS
                   MOVE EDFN-CO-CLIENTE TO EDMC-LLAVE
                   PERFORM 380-EXISTE-CLIENTE
                   IF WKS-FLAG-EXISTE = ZEROS
                        MOVE EDFN-CO-CLIENTE TO EDBG-CO-CLIENTE
                        PERFORM 385-HUERFANO-RETENIDO
                   END-IF
                   IF WKS-FLAG-EXISTE = ZEROS
                        MOVE "EDM4FON " TO EXS-ARCHIVO
                        MOVE REG-EDMFON TO EXS-IMAGEN
               IF WKS-SAT-FIN = ZEROS
                   MOVE EDTK-CO-CLIENTE TO EDMC-LLAVE
                   PERFORM 380-EXISTE-CLIENTE
                   IF WKS-FLAG-EXISTE = ZEROS
                        MOVE EDTK-CO-CLIENTE TO EDBG-CO-CLIENTE
                        PERFORM 385-HUERFANO-RETENIDO
                   END-IF
                   IF WKS-FLAG-EXISTE = ZEROS
                        MOVE "EDM4TKL " TO EXS-ARCHIVO
                        MOVE REG-EDMTKL TO EXS-IMAGEN
                   MOVE 1 TO WKS-FLAG-EXISTE
           END-READ.

      *--> LA FILA HUERFANA DE UN CODIGO RETENIDO SE CONSERVA: SE
      *    TRATA COMO SI EL CLIENTE EXISTIERA
       385-HUERFANO-RETENIDO.
           PERFORM 216-VERIFICA-RETENCION
           IF EDBG-RETENIDO
               MOVE 1 TO WKS-FLAG-EXISTE
               ADD 1 TO WKS-TOTAL-SAT-RETENIDOS
               DISPLAY "EDID1R03 - HUERFANO CONSERVADO POR RETENCION: "
                   EDBG-CO-CLIENTE " CASO " EDBG-CASO
           END-IF.

      *--> ANOTA EN EL PARM DE LA CORRIDA "I" LA ULTIMA LLAVE
      *    BORRADA: ESE ES EL PUNTO DE REINICIO DE UNA RECORRIDA
       925-JOBLOG-CHECKPOINT.
           PERFORM 232-PURGA-VINCULOS
           PERFORM 233-PURGA-SPOOL
           PERFORM 234-PURGA-WORKLIST
           PERFORM 235-PURGA-PRODUCTOS
           PERFORM 237-CIERRA-REFERENCIAS.

       231-PURGA-NOTAS.
           MOVE ZEROS TO WKS-SAT-FIN
           MOVE 1 TO WKS-REV-IDX
           PERFORM UNTIL WKS-REV-IDX > WKS-REV-USADOS
               MOVE WKS-REV-CONTRAPARTE(WKS-REV-IDX)
                 TO EDBG-CO-CLIENTE
               PERFORM 216-VERIFICA-RETENCION
               IF EDBG-RETENIDO
                   IF WKS-MODO-BORRAR
                       ADD 1 TO WKS-TOTAL-SAT-RETENIDOS
                       DISPLAY "EDID1R03 - VINCULO CONSERVADO, "
                           "CONTRAPARTE RETENIDA: " EDBG-CO-CLIENTE
                           " CASO " EDBG-CASO
                   END-IF
               ELSE
                   PERFORM 236-PURGA-INVERSO
               END-IF
               ADD 1 TO WKS-REV-IDX
           END-PERFORM.

      *-->SENTIDO INVERSO (CONTRAPARTE -> CLIENTE EN PURGA); EL DE
      *   UNA CONTRAPARTE CON RETENCION LEGAL NO LLEGA AQUI
       236-PURGA-INVERSO.
           MOVE WKS-REV-CONTRAPARTE(WKS-REV-IDX) TO EDRL-CO-CLIENTE
           MOVE WKS-SAT-CLIENTE TO EDRL-CO-RELACION
           READ EDM4REL
           IF WKS-EDM4REL-OK
               IF WKS-MODO-EXTRAER
                    MOVE "EDM4REL " TO EXS-ARCHIVO
                    MOVE REG-EDMREL TO EXS-IMAGEN
                    WRITE REG-EXTRSAT
               ELSE
                    DELETE EDM4REL RECORD
                    ADD 1 TO WKS-TOTAL-SATELITES
               END-IF
           END-IF.

       233-PURGA-SPOOL.
           MOVE ZEROS TO WKS-SAT-FIN
           MOVE WKS-SAT-CLIENTE TO EDSP-CO-CLIENTE
               END-IF
           END-IF.

      *-->LOS NUMEROS EXTERNOS DEL CLIENTE NO SE RESPALDAN NI SE
      *   BORRAN: EN LA FASE DE BORRADO LOS ACTIVOS QUEDAN CERRADOS
      *   CON MOTIVO PURGA (SE LEEN POR LA LLAVE ALTERNA DEL CODIGO)
       237-CIERRA-REFERENCIAS.
           IF WKS-MODO-BORRAR
               MOVE ZEROS TO WKS-SAT-FIN
               MOVE WKS-SAT-CLIENTE TO EDXR-CO-CLIENTE
               START EDM4XRF KEY IS EQUAL TO EDXR-CO-CLIENTE
                   INVALID KEY
                       MOVE 1 TO WKS-SAT-FIN
               END-START
               PERFORM UNTIL WKS-SAT-FIN = 1
                   READ EDM4XRF NEXT RECORD
                       AT END
                           MOVE 1 TO WKS-SAT-FIN
                   END-READ
                   IF WKS-SAT-FIN = ZEROS
                       IF EDXR-CO-CLIENTE NOT = WKS-SAT-CLIENTE
                           MOVE 1 TO WKS-SAT-FIN
                       ELSE IF EDXR-ACTIVO
                           SET EDXR-CERRADO      TO TRUE
                           SET EDXR-CIERRE-PURGA TO TRUE
                           MOVE WKS-JLG-FECHA TO EDXR-FECHA-CIERRE
                           MOVE "EDID1R03"    TO EDXR-PROGRAMA-ULT-MOV
                           MOVE "EDID1R03"    TO EDXR-OPERADOR-ULT-MOV
                           MOVE WKS-JLG-FECHA TO EDXR-FECHA-ULT-MOV
                           REWRITE REG-EDMXRF
                           IF WKS-EDM4XRF-OK
                               ADD 1 TO WKS-TOTAL-REF-CERRADAS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       900-FINAL.
           PERFORM 910-ACTUALIZA-CONTROL
           CLOSE EDM4CL
           CLOSE EDM4REL
           CLOSE EDM4SPL
           CLOSE EDM4WKL
           CLOSE EDM4ARH
           CLOSE EDM4XRF
           SET EDBG-FIN TO TRUE
           CALL "EDID1BLH" USING REG-EDBLH
           DISPLAY "EDID1R03 - LEIDOS    : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R03 - RESPALDADOS: " WKS-TOTAL-RESPALDADOS
           DISPLAY "EDID1R03 - PURGADOS   : " WKS-TOTAL-PURGADOS
           DISPLAY "EDID1R03 - CON PRODUCTOS (OMITIDOS): "
               WKS-TOTAL-CON-PRODUCTOS
           DISPLAY "EDID1R03 - FILAS SATELITE PURGADAS: "
               WKS-TOTAL-SATELITES
           DISPLAY "EDID1R03 - ARCHIVADOS EN HISTORICO: "
               WKS-TOTAL-ARCHIVADOS
           DISPLAY "EDID1R03 - SIN HISTORICO (NO BORRADOS): "
               WKS-TOTAL-SIN-ARCHIVO
           DISPLAY "EDID1R03 - EN RETENCION LEGAL (OMITIDOS): "
               WKS-TOTAL-RETENIDOS
           DISPLAY "EDID1R03 - FILAS CONSERVADAS POR RETENCION: "
               WKS-TOTAL-SAT-RETENIDOS
           DISPLAY "EDID1R03 - NUMEROS EXTERNOS CERRADOS: "
               WKS-TOTAL-REF-CERRADAS.

      *--> DESCUENTA LOS PURGADOS DEL REGISTRO DE CIFRAS DE CONTROL
       910-ACTUALIZA-CONTROL.
