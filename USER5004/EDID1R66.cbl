      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R66                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : TASA MENSUAL DE DIRECCIONES NO ENTREGABLES       *
      * ARCHIVOS    : EDM4CL (ENTRADA) / EDM4DEV (ENTRADA) /           *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CORRIDA MENSUAL. RECORRE LOS CLIENTES VIGENTES CON DIRECCION  *
      * Y CRUZA CADA UNO CONTRA EDM4DEV: ES NO ENTREGABLE SI LA       *
      * DIRECCION DEVUELTA SIGUE SIENDO LA DEL MAESTRO, Y CUENTA COMO *
      * DEVUELTO EN EL MES SI LA ULTIMA DEVOLUCION CAYO EN EL MES.    *
      * EL REPORTE SALE EN DOS SECCIONES, POR SUCURSAL Y POR CODIGO   *
      * POSTAL, CON CLIENTES, NO ENTREGABLES, DEVUELTOS EN EL MES Y   *
      * LA TASA (NO ENTREGABLES / CLIENTES), Y LOS TOTALES            *
      * PARM: MES AAAAMM; EN CEROS TOMA EL MES ANTERIOR               *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R66.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4DEV ASSIGN TO EDM4DEV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDV-LLAVE
               FILE STATUS IS WKS-EDM4DEV-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4DEV.
       COPY EDMDEV.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4JLG.
       COPY EDMJLG.

      *-->CADA CLIENTE SE SUELTA DOS VECES: SECCION 1 CON SU
      *   SUCURSAL Y SECCION 2 CON SU CODIGO POSTAL
       SD  WORK-SORT.
       01  REG-SORT.
           05 SRT-SECCION                  PIC 9(01).
           05 SRT-CODIGO                   PIC X(06).
           05 SRT-NO-ENTREGABLE            PIC 9(01).
           05 SRT-DEVUELTO-MES             PIC 9(01).

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4DEV-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DEV-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-MES-PROCESO           PIC 9(06) VALUE ZEROS.
           02 WKS-MES-PROCESO-R REDEFINES WKS-MES-PROCESO.
               03 WKS-MES-AAAA          PIC 9(04).
               03 WKS-MES-MM            PIC 9(02).

       01 WKS-CLIENTE-FLAGS.
           02 WKS-FLAG-NO-ENTREGABLE    PIC 9(01) VALUE ZEROS.
           02 WKS-FLAG-DEVUELTO-MES     PIC 9(01) VALUE ZEROS.

      *-->CORTE DE CONTROL POR SECCION + CODIGO
       01 WKS-CORTE.
           02 WKS-CRT-SECCION           PIC 9(01) VALUE ZEROS.
           02 WKS-CRT-CODIGO            PIC X(06) VALUE SPACES.
           02 WKS-CRT-CLIENTES          PIC 9(07) VALUE ZEROS.
           02 WKS-CRT-NO-ENTREGABLES    PIC 9(07) VALUE ZEROS.
           02 WKS-CRT-DEVUELTOS         PIC 9(07) VALUE ZEROS.
           02 WKS-TASA                  PIC 9(03)V99 VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CLIENTES        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NO-ENTREGABLES  PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DEVUELTOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RENGLONES       PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(50) VALUE
               "DIRECCIONES NO ENTREGABLES - EDID1R66 - MES: ".
           02 WKS-HDR-MES               PIC 9999/99.
       01 WKS-HEADER-SUCURSAL           PIC X(80) VALUE
           "POR SUCURSAL".
       01 WKS-HEADER-POSTAL             PIC X(80) VALUE
           "POR CODIGO POSTAL".
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "CODIGO  CLIENTES  NO ENTREG.  DEVUELTOS MES   TASA %".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CODIGO            PIC X(06).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-CLIENTES          PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-NO-ENTREGABLES    PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(07) VALUE SPACES.
           02 WKS-DET-DEVUELTOS         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-TASA              PIC ZZ9.99.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(30) VALUE
               "CLIENTES CON DIRECCION: ".
           02 WKS-TOT-CLIENTES          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(30) VALUE
               "DIRECCIONES NO ENTREGABLES: ".
           02 WKS-TOT-NO-ENTREGABLES    PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(30) VALUE
               "DEVUELTOS EN EL MES: ".
           02 WKS-TOT-DEVUELTOS         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(30) VALUE
               "TASA GENERAL %: ".
           02 WKS-TOT-TASA              PIC ZZ9.99.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MES                  PIC 9(06).

       PROCEDURE DIVISION USING WKS-PARM-MES.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ASCENDING KEY SRT-SECCION
               ASCENDING KEY SRT-CODIGO
               INPUT PROCEDURE 200-SELECCIONA-CLIENTES
               OUTPUT PROCEDURE 500-ESCRIBE-REPORTE
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           IF WKS-PARM-MES IS NUMERIC AND WKS-PARM-MES > ZEROS
               MOVE WKS-PARM-MES TO WKS-MES-PROCESO
           ELSE
               MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-PROCESO
               IF WKS-MES-MM = 01
                   SUBTRACT 1 FROM WKS-MES-AAAA
                   MOVE 12 TO WKS-MES-MM
               ELSE
                   SUBTRACT 1 FROM WKS-MES-MM
               END-IF
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WKS-MES-PROCESO TO WKS-HDR-MES
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1.

      *--> CLIENTES VIGENTES (ACTIVOS O SUSPENDIDOS) CON DIRECCION
       200-SELECCIONA-CLIENTES.
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4DEV
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF (EDMC-MARCA-ELIMINADO = SPACE
                   OR EDMC-MARCA-ELIMINADO = "S")
               AND EDMC-DIRECCION NOT = SPACES
                   PERFORM 220-CRUZA-DEVUELTOS
                   PERFORM 230-LIBERA-CLIENTE
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           CLOSE EDM4DEV.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

       220-CRUZA-DEVUELTOS.
           MOVE ZEROS TO WKS-FLAG-NO-ENTREGABLE
           MOVE ZEROS TO WKS-FLAG-DEVUELTO-MES
           MOVE EDMC-LLAVE TO EDDV-CO-CLIENTE
           READ EDM4DEV
           IF WKS-EDM4DEV-OK
               IF EDDV-DIRECCION = EDMC-DIRECCION
                   MOVE 1 TO WKS-FLAG-NO-ENTREGABLE
               END-IF
               IF EDDV-FECHA-DEVOL(1:6) = WKS-MES-PROCESO
                   MOVE 1 TO WKS-FLAG-DEVUELTO-MES
               END-IF
           END-IF.

       230-LIBERA-CLIENTE.
           ADD 1 TO WKS-TOTAL-CLIENTES
           ADD WKS-FLAG-NO-ENTREGABLE TO WKS-TOTAL-NO-ENTREGABLES
           ADD WKS-FLAG-DEVUELTO-MES  TO WKS-TOTAL-DEVUELTOS
           MOVE WKS-FLAG-NO-ENTREGABLE TO SRT-NO-ENTREGABLE
           MOVE WKS-FLAG-DEVUELTO-MES  TO SRT-DEVUELTO-MES
           MOVE 1 TO SRT-SECCION
           MOVE SPACES TO SRT-CODIGO
           MOVE EDMC-SUCURSAL TO SRT-CODIGO
           RELEASE REG-SORT
           MOVE 2 TO SRT-SECCION
           MOVE EDMC-CODIGO-POSTAL TO SRT-CODIGO
           RELEASE REG-SORT.

      *--> CORTE DE CONTROL POR SECCION Y CODIGO
       500-ESCRIBE-REPORTE.
           MOVE ZEROS TO WKS-CRT-SECCION
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               IF SRT-SECCION NOT = WKS-CRT-SECCION
               OR SRT-CODIGO NOT = WKS-CRT-CODIGO
                   PERFORM 520-ESCRIBE-RENGLON
                   IF SRT-SECCION NOT = WKS-CRT-SECCION
                       PERFORM 530-ENCABEZA-SECCION
                   END-IF
                   MOVE SRT-SECCION TO WKS-CRT-SECCION
                   MOVE SRT-CODIGO  TO WKS-CRT-CODIGO
               END-IF
               ADD 1 TO WKS-CRT-CLIENTES
               ADD SRT-NO-ENTREGABLE TO WKS-CRT-NO-ENTREGABLES
               ADD SRT-DEVUELTO-MES  TO WKS-CRT-DEVUELTOS
               PERFORM 510-LEER-SORT
           END-PERFORM
           PERFORM 520-ESCRIBE-RENGLON.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       520-ESCRIBE-RENGLON.
           IF WKS-CRT-CLIENTES > ZEROS
               ADD 1 TO WKS-TOTAL-RENGLONES
               MOVE WKS-CRT-CODIGO         TO WKS-DET-CODIGO
               MOVE WKS-CRT-CLIENTES       TO WKS-DET-CLIENTES
               MOVE WKS-CRT-NO-ENTREGABLES TO WKS-DET-NO-ENTREGABLES
               MOVE WKS-CRT-DEVUELTOS      TO WKS-DET-DEVUELTOS
               COMPUTE WKS-TASA ROUNDED =
                   WKS-CRT-NO-ENTREGABLES * 100 / WKS-CRT-CLIENTES
               MOVE WKS-TASA TO WKS-DET-TASA
               WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           END-IF
           MOVE ZEROS TO WKS-CRT-CLIENTES
           MOVE ZEROS TO WKS-CRT-NO-ENTREGABLES
           MOVE ZEROS TO WKS-CRT-DEVUELTOS.

       530-ENCABEZA-SECCION.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           IF SRT-SECCION = 1
               WRITE REG-REPORTE FROM WKS-HEADER-SUCURSAL
           ELSE
               WRITE REG-REPORTE FROM WKS-HEADER-POSTAL
           END-IF
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-CLIENTES       TO WKS-TOT-CLIENTES
           MOVE WKS-TOTAL-NO-ENTREGABLES TO WKS-TOT-NO-ENTREGABLES
           MOVE WKS-TOTAL-DEVUELTOS      TO WKS-TOT-DEVUELTOS
           MOVE ZEROS TO WKS-TASA
           IF WKS-TOTAL-CLIENTES > ZEROS
               COMPUTE WKS-TASA ROUNDED =
                   WKS-TOTAL-NO-ENTREGABLES * 100 / WKS-TOTAL-CLIENTES
           END-IF
           MOVE WKS-TASA TO WKS-TOT-TASA
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           CLOSE REPORTE
           DISPLAY "EDID1R66 - MES        : " WKS-MES-PROCESO
           DISPLAY "EDID1R66 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R66 - CLIENTES   : " WKS-TOTAL-CLIENTES
           DISPLAY "EDID1R66 - NO ENTREG. : " WKS-TOTAL-NO-ENTREGABLES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R66" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R66" TO EDJL-OPERADOR
           MOVE WKS-PARM-MES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R66" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS    TO EDJL-LEIDOS
               MOVE WKS-TOTAL-RENGLONES TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
