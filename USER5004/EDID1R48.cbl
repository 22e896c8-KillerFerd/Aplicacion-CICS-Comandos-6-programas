      * DESCRIPCION : EXPEDIENTE COMPLETO DE UN CLIENTE                *
      * ARCHIVOS    : EDM4CL / EDM4NOT / EDM4REL / EDM4AUL /           *
      *               EDM4SPL (ENTRADA) / EDM4REP (I/O) /              *
      *               EDM4DSR (I/O) / REPORTE (SALIDA)                 *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * CAMBIOS DE LA BITACORA Y HOJAS DE CONFIRMACION DEL SPOOL.     *
      * EL EXPEDIENTE QUEDA EN EL REPOSITORIO EDM4REP (SE CONSULTA Y  *
      * REIMPRIME EN EDID1BLI). SE ENVIA DESDE EL MENU EDID1IL5       *
      * CON PARM EN CEROS CORRE EN MODO REGISTRO (PASO DEL CIERRE     *
      * EDID1EOD): RECORRE LAS SOLICITUDES DEL TITULAR EDM4DSR Y ARMA *
      * UN EXPEDIENTE POR CADA SOLICITUD DE ACCESO NO ATENDIDA QUE    *
      * AUN NO LO TENGA, TODOS BAJO LA MISMA LLAVE DE CORRIDA; LA     *
      * LLAVE QUEDA ESTAMPADA EN LA SOLICITUD (EDID1DL5 LA MUESTRA).  *
      * SI EL CLIENTE NO EXISTE SE AVISA Y LA SOLICITUD SE QUEDA      *
      * PENDIENTE PARA EL SIGUIENTE CIERRE                            *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R48.
               RECORD KEY IS EDRP-LLAVE
               FILE STATUS IS WKS-EDM4REP-STATUS.

           SELECT EDM4DSR ASSIGN TO EDM4DSR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDS-LLAVE
               FILE STATUS IS WKS-EDM4DSR-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.
       FD  EDM4REP.
       COPY EDMREP.

       FD  EDM4DSR.
       COPY EDMDSR.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
               88 WKS-EDM4SPL-OK        VALUE "00".
           02 WKS-EDM4REP-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REP-OK        VALUE "00".
           02 WKS-EDM4DSR-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DSR-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

           02 WKS-TOTAL-VINCULOS        PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-CAMBIOS         PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-HOJAS           PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-SOLICITUDES     PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-EXPEDIENTES     PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CLIENTE     PIC 9(05) VALUE ZEROS.

       01 WKS-TRABAJO.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
           02 WKS-RETORNO               PIC 9(04) VALUE ZEROS.
           02 WKS-LIN-IDX               PIC 9(01) VALUE ZEROS.
           02 WKS-NOMBRE-GUARDADO       PIC X(40) VALUE SPACES.
      *-->CLIENTE EN PROCESO: EL DEL PARM O EL DE CADA SOLICITUD
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.
           02 WKS-FLAG-HALLADO          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FIN-DSR          PIC 9 VALUE ZEROS.
           02 WKS-MODO                  PIC X(01) VALUE "C".
               88 WKS-MODO-CLIENTE      VALUE "C".
               88 WKS-MODO-REGISTRO     VALUE "R".

      *-->LLAVE DE LA CORRIDA EN EL REPOSITORIO Y SU CONSECUTIVO
       01 WKS-REPOSITORIO.
       PROCEDURE DIVISION USING WKS-PARM-CLIENTE.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           IF WKS-PARM-CLIENTE = ZEROS
               SET WKS-MODO-REGISTRO TO TRUE
           END-IF
           PERFORM 100-INICIO
           IF WKS-MODO-REGISTRO
               PERFORM 700-MODO-REGISTRO
           ELSE
               MOVE WKS-PARM-CLIENTE TO WKS-CO-CLIENTE
               PERFORM 150-LEE-CLIENTE
               IF WKS-FLAG-HALLADO = 1
                   PERFORM 160-ARMA-EXPEDIENTE
               ELSE
                   MOVE 8 TO WKS-RETORNO
               END-IF
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           MOVE WKS-JLG-HORA  TO EDRP-HORA
           MOVE ZEROS TO EDRP-LINEA
           MOVE "EDID1R48" TO EDRP-OPERADOR
           IF WKS-MODO-REGISTRO
               OPEN I-O EDM4DSR
               MOVE "EXPEDIENTES DE SOLICITUDES DE ACCESO"
                 TO EDRP-TEXTO
           ELSE
               MOVE "EXPEDIENTE DE CLIENTE" TO EDRP-TEXTO
           END-IF
           WRITE REG-EDMREP.

      *--> LEE EL CLIENTE EN PROCESO Y ABRE SU EXPEDIENTE CON EL TITULO
       150-LEE-CLIENTE.
           MOVE WKS-CO-CLIENTE TO EDMC-LLAVE
           READ EDM4CL
           IF NOT WKS-EDM4CL-OK
               DISPLAY "EDID1R48 - CLIENTE NO EXISTE: "
                   WKS-CO-CLIENTE
               MOVE ZEROS TO WKS-FLAG-HALLADO
           ELSE
               MOVE 1 TO WKS-FLAG-HALLADO
               MOVE WKS-CO-CLIENTE TO WKS-TIT-CLIENTE
               MOVE WKS-TITULO-LINE TO WKS-REP-LINEA-TXT
               PERFORM 940-ESCRIBE-REPORTE
               MOVE SPACES TO WKS-REP-LINEA-TXT
               PERFORM 940-ESCRIBE-REPORTE
           END-IF.

       160-ARMA-EXPEDIENTE.
           PERFORM 200-SECCION-MAESTRO
           PERFORM 300-SECCION-NOTAS
           PERFORM 400-SECCION-VINCULOS
           PERFORM 500-SECCION-CAMBIOS
           PERFORM 600-SECCION-HOJAS
           ADD 1 TO WKS-TOTAL-EXPEDIENTES.

      *--> SECCION 1: DATOS DEL MAESTRO
       200-SECCION-MAESTRO.
           MOVE "DATOS DEL MAESTRO" TO WKS-SECCION-LINE
           MOVE WKS-SECCION-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE ZEROS TO WKS-FLAG-FIN
           MOVE WKS-CO-CLIENTE TO EDNT-CO-CLIENTE
           MOVE ZEROS TO EDNT-FECHA
           MOVE ZEROS TO EDNT-HORA
           START EDM4NOT KEY IS NOT LESS THAN EDNT-LLAVE
                       MOVE 1 TO WKS-FLAG-FIN
               END-READ
               IF WKS-FLAG-FIN = ZEROS
                   IF EDNT-CO-CLIENTE NOT = WKS-CO-CLIENTE
                       MOVE 1 TO WKS-FLAG-FIN
                   ELSE
                       ADD 1 TO WKS-TOTAL-NOTAS
           MOVE WKS-SECCION-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE ZEROS TO WKS-FLAG-FIN
           MOVE WKS-CO-CLIENTE TO EDRL-CO-CLIENTE
           MOVE ZEROS TO EDRL-CO-RELACION
           START EDM4REL KEY IS NOT LESS THAN EDRL-LLAVE
               INVALID KEY
                       MOVE 1 TO WKS-FLAG-FIN
               END-READ
               IF WKS-FLAG-FIN = ZEROS
                   IF EDRL-CO-CLIENTE NOT = WKS-CO-CLIENTE
                       MOVE 1 TO WKS-FLAG-FIN
                   ELSE
                       ADD 1 TO WKS-TOTAL-VINCULOS
           MOVE WKS-SECCION-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE ZEROS TO WKS-FLAG-FIN
           MOVE WKS-CO-CLIENTE TO EDAU-CO-CLIENTE
           MOVE ZEROS TO EDAU-FECHA-MOV
           MOVE ZEROS TO EDAU-HORA-MOV
           START EDM4AUL KEY IS NOT LESS THAN EDAU-LLAVE
                       MOVE 1 TO WKS-FLAG-FIN
               END-READ
               IF WKS-FLAG-FIN = ZEROS
                   IF EDAU-CO-CLIENTE NOT = WKS-CO-CLIENTE
                       MOVE 1 TO WKS-FLAG-FIN
                   ELSE
                       ADD 1 TO WKS-TOTAL-CAMBIOS
           MOVE WKS-SECCION-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE ZEROS TO WKS-FLAG-FIN
           MOVE WKS-CO-CLIENTE TO EDSP-CO-CLIENTE
           MOVE ZEROS TO EDSP-FECHA
           MOVE ZEROS TO EDSP-HORA
           START EDM4SPL KEY IS NOT LESS THAN EDSP-LLAVE
                       MOVE 1 TO WKS-FLAG-FIN
               END-READ
               IF WKS-FLAG-FIN = ZEROS
                   IF EDSP-CO-CLIENTE NOT = WKS-CO-CLIENTE
                       MOVE 1 TO WKS-FLAG-FIN
                   ELSE
                       ADD 1 TO WKS-TOTAL-HOJAS
               END-IF
           END-PERFORM.

      *--> MODO REGISTRO: UN EXPEDIENTE POR CADA SOLICITUD DE ACCESO
      *    ABIERTA O EN PROCESO QUE AUN NO TIENE CORRIDA ESTAMPADA
       700-MODO-REGISTRO.
           MOVE ZEROS TO WKS-FLAG-FIN-DSR
           MOVE ZEROS TO EDDS-LLAVE
           START EDM4DSR KEY IS NOT LESS THAN EDDS-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-FLAG-FIN-DSR
           END-START
           PERFORM UNTIL WKS-FLAG-FIN-DSR = 1
               READ EDM4DSR NEXT RECORD
                   AT END
                       MOVE 1 TO WKS-FLAG-FIN-DSR
               END-READ
               IF WKS-FLAG-FIN-DSR = ZEROS
                   ADD 1 TO WKS-TOTAL-SOLICITUDES
                   IF EDDS-TIPO-ACCESO AND NOT EDDS-ATENDIDA
                   AND EDDS-EXP-FECHA = ZEROS
                       PERFORM 710-EXPEDIENTE-SOLICITUD
                   END-IF
               END-IF
           END-PERFORM.

      *--> ARMA EL EXPEDIENTE DEL TITULAR Y ESTAMPA LA LLAVE DE LA
      *    CORRIDA EN LA SOLICITUD PARA QUE NO SE REPITA
       710-EXPEDIENTE-SOLICITUD.
           MOVE EDDS-CO-CLIENTE TO WKS-CO-CLIENTE
           PERFORM 150-LEE-CLIENTE
           IF WKS-FLAG-HALLADO = 1
               PERFORM 160-ARMA-EXPEDIENTE
               MOVE WKS-JLG-FECHA TO EDDS-EXP-FECHA
               MOVE WKS-JLG-HORA  TO EDDS-EXP-HORA
               MOVE "EDID1R48"    TO EDDS-OPERADOR-ULT-MOV
               MOVE WKS-JLG-FECHA TO EDDS-FECHA-ULT-MOV
               REWRITE REG-EDMDSR
               IF NOT WKS-EDM4DSR-OK
                   DISPLAY "EDID1R48 - ERROR AL ESTAMPAR SOLICITUD: "
                       EDDS-LLAVE " " WKS-EDM4DSR-STATUS
               END-IF
           ELSE
               ADD 1 TO WKS-TOTAL-SIN-CLIENTE
           END-IF.

       900-FINAL.
           CLOSE EDM4CL
           CLOSE EDM4NOT
           CLOSE EDM4SPL
           CLOSE EDM4REP
           CLOSE REPORTE
           IF WKS-MODO-REGISTRO
               CLOSE EDM4DSR
               DISPLAY "EDID1R48 - SOLICITUDES : " WKS-TOTAL-SOLICITUDES
               DISPLAY "EDID1R48 - EXPEDIENTES : " WKS-TOTAL-EXPEDIENTES
               DISPLAY "EDID1R48 - SIN CLIENTE : " WKS-TOTAL-SIN-CLIENTE
           ELSE
               DISPLAY "EDID1R48 - CLIENTE  : " WKS-PARM-CLIENTE
           END-IF
           DISPLAY "EDID1R48 - NOTAS    : " WKS-TOTAL-NOTAS
           DISPLAY "EDID1R48 - VINCULOS : " WKS-TOTAL-VINCULOS
           DISPLAY "EDID1R48 - CAMBIOS  : " WKS-TOTAL-CAMBIOS
               ELSE
                   MOVE "T" TO EDJL-ESTADO
               END-IF
               IF WKS-MODO-REGISTRO
                   MOVE WKS-TOTAL-SOLICITUDES TO EDJL-LEIDOS
               ELSE
                   MOVE 1 TO EDJL-LEIDOS
               END-IF
               MOVE WKS-REP-LINEA TO EDJL-ESCRITOS
               MOVE WKS-RETORNO TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
