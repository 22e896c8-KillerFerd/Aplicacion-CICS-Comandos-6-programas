      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R65                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA DE CORREO DEVUELTO (NO ENTREGABLES)        *
      * ARCHIVOS    : DEVUELTO (ENTRADA) / EDM4CL (ENTRADA) /          *
      *               EDM4DEV (I/O) / EDM4WKL (I/O) / REPORTE (SALIDA) *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * EL COURIER ENTREGA LAS CARTAS Y ETIQUETAS DEVUELTAS EN EL      *
      * LAYOUT EDCGDV (CODIGO DE CLIENTE + MOTIVO). CADA DEVOLUCION   *
      * MARCA LA DIRECCION ACTUAL DEL CLIENTE COMO NO ENTREGABLE EN    *
      * EDM4DEV CON LA FECHA; SI ES LA MISMA DIRECCION YA MARCADA     *
      * SOLO SUMA LA DEVOLUCION. ADEMAS DEJA LA FILA "DIRDEVUE" EN LA *
      * LISTA DE TRABAJO EDM4WKL PARA QUE LA SUCURSAL CONTACTE AL     *
      * CLIENTE (SI YA ESTABA RESUELTA SE REABRE). SE RECHAZAN LOS    *
      * CODIGOS NO NUMERICOS, LOS CLIENTES INEXISTENTES Y LOS QUE NO  *
      * TIENEN DIRECCION EN EL MAESTRO. EDID1R31 Y EDID1R04 DEJAN DE  *
      * ENVIAR A ESA DIRECCION HASTA QUE SE CAMBIE EDMC-DIRECCION     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R65.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVUELTO ASSIGN TO DEVUELTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-DEVUELTO-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4DEV ASSIGN TO EDM4DEV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDV-LLAVE
               FILE STATUS IS WKS-EDM4DEV-STATUS.

           SELECT EDM4WKL ASSIGN TO EDM4WKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDWK-LLAVE
               FILE STATUS IS WKS-EDM4WKL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEVUELTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EDCGDV.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4DEV.
       COPY EDMDEV.

       FD  EDM4WKL.
       COPY EDMWKL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-DEVUELTO-STATUS       PIC X(02) VALUE SPACES.
               88 WKS-DEVUELTO-OK       VALUE "00".
               88 WKS-DEVUELTO-EOF      VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-EDM4DEV-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DEV-OK        VALUE "00".
           02 WKS-EDM4WKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4WKL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-MARCADOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-REPETIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.
       01 WKS-MOTIVO-RECHAZO            PIC X(30) VALUE SPACES.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "CARGA DE CORREO DEVUELTO - EDID1R65".
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "CLIENTE  MOTIVO DEVOLUCION     RECHAZO".

       01 WKS-RECHAZO-LINE.
           02 WKS-REC-CLIENTE           PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-REC-MOTIVO-DEV        PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-REC-MOTIVO            PIC X(30).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(28) VALUE
               "TOTAL LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(28) VALUE
               "DIRECCIONES MARCADAS: ".
           02 WKS-TOT-MARCADOS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(28) VALUE
               "DEVOLUCIONES REPETIDAS: ".
           02 WKS-TOT-REPETIDOS         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(28) VALUE
               "TOTAL RECHAZADOS: ".
           02 WKS-TOT-RECHAZADOS        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-DEVUELTOS
               UNTIL WKS-DEVUELTO-EOF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT  DEVUELTO
           OPEN INPUT  EDM4CL
           OPEN I-O    EDM4DEV
           OPEN I-O    EDM4WKL
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-DEVUELTO.

       200-PROCESA-DEVUELTOS.
           ADD 1 TO WKS-TOTAL-LEIDOS
           MOVE SPACES TO WKS-MOTIVO-RECHAZO
           IF EDGD-CO-CLIENTE IS NOT NUMERIC
               MOVE "CODIGO DE CLIENTE INVALIDO" TO WKS-MOTIVO-RECHAZO
           END-IF
           IF WKS-MOTIVO-RECHAZO = SPACES
               MOVE EDGD-CO-CLIENTE TO EDMC-LLAVE
               READ EDM4CL
               IF NOT WKS-EDM4CL-OK
                   MOVE "CLIENTE NO EXISTE" TO WKS-MOTIVO-RECHAZO
               ELSE
                   IF EDMC-DIRECCION = SPACES
                       MOVE "CLIENTE SIN DIRECCION"
                         TO WKS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF
           IF WKS-MOTIVO-RECHAZO = SPACES
               PERFORM 220-MARCA-NO-ENTREGABLE
               PERFORM 230-REGISTRA-TRABAJO
           ELSE
               ADD 1 TO WKS-TOTAL-RECHAZADOS
               MOVE EDGD-CO-CLIENTE    TO WKS-REC-CLIENTE
               MOVE EDGD-MOTIVO        TO WKS-REC-MOTIVO-DEV
               MOVE WKS-MOTIVO-RECHAZO TO WKS-REC-MOTIVO
               WRITE REG-REPORTE FROM WKS-RECHAZO-LINE
           END-IF
           PERFORM 210-LEER-DEVUELTO.

       210-LEER-DEVUELTO.
           READ DEVUELTO
               AT END
                   SET WKS-DEVUELTO-EOF TO TRUE
           END-READ.

      *--> LA MISMA DIRECCION DEVUELTA OTRA VEZ SOLO SUMA; UNA
      *    DIRECCION DISTINTA (EL CLIENTE YA LA HABIA CAMBIADO)
      *    REEMPLAZA LA FILA Y EMPIEZA DE NUEVO
       220-MARCA-NO-ENTREGABLE.
           MOVE EDMC-LLAVE TO EDDV-CO-CLIENTE
           READ EDM4DEV
           IF WKS-EDM4DEV-OK
           AND EDDV-DIRECCION = EDMC-DIRECCION
               ADD 1 TO WKS-TOTAL-REPETIDOS
               MOVE WKS-FECHA-HOY TO EDDV-FECHA-DEVOL
               MOVE EDGD-MOTIVO   TO EDDV-MOTIVO
               IF EDDV-DEVOLUCIONES < 999
                   ADD 1 TO EDDV-DEVOLUCIONES
               END-IF
               REWRITE REG-EDMDEV
           ELSE
               ADD 1 TO WKS-TOTAL-MARCADOS
               IF WKS-EDM4DEV-OK
                   PERFORM 225-ARMA-NO-ENTREGABLE
                   REWRITE REG-EDMDEV
               ELSE
                   PERFORM 225-ARMA-NO-ENTREGABLE
                   WRITE REG-EDMDEV
               END-IF
           END-IF
           IF NOT WKS-EDM4DEV-OK
               DISPLAY "EDID1R65 - ERROR EN EDM4DEV " EDMC-LLAVE
                   " STATUS " WKS-EDM4DEV-STATUS
           END-IF.

       225-ARMA-NO-ENTREGABLE.
           INITIALIZE REG-EDMDEV
           MOVE EDMC-LLAVE         TO EDDV-CO-CLIENTE
           MOVE WKS-FECHA-HOY      TO EDDV-FECHA-PRIMERA
           MOVE WKS-FECHA-HOY      TO EDDV-FECHA-DEVOL
           MOVE EDGD-MOTIVO        TO EDDV-MOTIVO
           MOVE 1                  TO EDDV-DEVOLUCIONES
           MOVE EDMC-DIRECCION     TO EDDV-DIRECCION
           MOVE EDMC-CIUDAD        TO EDDV-CIUDAD
           MOVE EDMC-CODIGO-POSTAL TO EDDV-CODIGO-POSTAL
           MOVE SPACES             TO EDDV-FILLER.

      *--> FILA "DIRDEVUE" EN LA LISTA DE TRABAJO: NUEVA EN P; SI YA
      *    EXISTE SE REABRE CON EL MOTIVO DE LA ULTIMA DEVOLUCION
       230-REGISTRA-TRABAJO.
           MOVE EDMC-LLAVE TO EDWK-CO-CLIENTE
           MOVE "DIRDEVUE" TO EDWK-PROBLEMA
           READ EDM4WKL
           IF WKS-EDM4WKL-OK
               PERFORM 235-ARMA-TRABAJO
               MOVE SPACES TO EDWK-OPER-RESUEL
               MOVE ZEROS  TO EDWK-FECHA-RESUEL
               REWRITE REG-EDMWKL
           ELSE
               INITIALIZE REG-EDMWKL
               MOVE EDMC-LLAVE TO EDWK-CO-CLIENTE
               MOVE "DIRDEVUE" TO EDWK-PROBLEMA
               PERFORM 235-ARMA-TRABAJO
               WRITE REG-EDMWKL
           END-IF
           IF NOT WKS-EDM4WKL-OK
               DISPLAY "EDID1R65 - ERROR EN EDM4WKL " EDMC-LLAVE
                   " STATUS " WKS-EDM4WKL-STATUS
           END-IF.

       235-ARMA-TRABAJO.
           MOVE "M" TO EDWK-SEVERIDAD
           MOVE "P" TO EDWK-ESTADO
           MOVE SPACES TO EDWK-DESCRIPCION
           STRING "CORREO DEVUELTO: " DELIMITED BY SIZE
                  EDGD-MOTIVO         DELIMITED BY SIZE
               INTO EDWK-DESCRIPCION
           END-STRING
           MOVE WKS-FECHA-HOY TO EDWK-FECHA-DETEC.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           MOVE WKS-TOTAL-MARCADOS   TO WKS-TOT-MARCADOS
           MOVE WKS-TOTAL-REPETIDOS  TO WKS-TOT-REPETIDOS
           MOVE WKS-TOTAL-RECHAZADOS TO WKS-TOT-RECHAZADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           CLOSE DEVUELTO
           CLOSE EDM4CL
           CLOSE EDM4DEV
           CLOSE EDM4WKL
           CLOSE REPORTE
           DISPLAY "EDID1R65 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R65 - MARCADOS   : " WKS-TOTAL-MARCADOS
           DISPLAY "EDID1R65 - REPETIDOS  : " WKS-TOTAL-REPETIDOS
           DISPLAY "EDID1R65 - RECHAZADOS : " WKS-TOTAL-RECHAZADOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R65" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R65" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R65" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS TO EDJL-LEIDOS
               COMPUTE EDJL-ESCRITOS =
                   WKS-TOTAL-MARCADOS + WKS-TOTAL-REPETIDOS
               IF WKS-TOTAL-RECHAZADOS > ZEROS
                   MOVE 4 TO EDJL-RETORNO
               ELSE
                   MOVE ZEROS TO EDJL-RETORNO
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
