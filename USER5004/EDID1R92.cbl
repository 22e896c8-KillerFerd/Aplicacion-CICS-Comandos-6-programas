      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R92                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : TASA MENSUAL DE ERROR DEL MANTENIMIENTO POR      *
      *               OPERADOR Y SUCURSAL                              *
      * ARCHIVOS    : EDM4QAM (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE EL MES (AAAAMM) POR PARM; EN CEROS TOMA EL MES ANTERIOR *
      * AL DE LA CORRIDA. LEE LAS MUESTRAS DE CALIDAD DE EDM4QAM CON   *
      * FECHA DE MUESTRA DENTRO DEL MES (LAS GRABA EDID1R91 Y LAS      *
      * REVISA EL SUPERVISOR EN EDID1QL5), LAS ORDENA POR SUCURSAL Y   *
      * OPERADOR Y LISTA POR OPERADOR LAS MUESTRAS, REVISADAS,         *
      * PENDIENTES, CORRECTAS Y ERRORES CON EL PORCENTAJE DE ERROR     *
      * SOBRE LAS REVISADAS, CON SUBTOTAL POR SUCURSAL Y TOTAL         *
      * GENERAL. CIERRA CON LOS ERRORES DEL MES POR CATEGORIA. LAS     *
      * PENDIENTES NO ENTRAN AL PORCENTAJE: UN MES CON MUCHAS          *
      * PENDIENTES AVISA QUE LA REVISION VA ATRASADA                   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R92.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4QAM ASSIGN TO EDM4QAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDQM-LLAVE
               FILE STATUS IS WKS-EDM4QAM-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

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
       FD  EDM4QAM.
       COPY EDMQAM.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-SUCURSAL               PIC X(03).
           02 SRT-OPERADOR               PIC X(08).
           02 SRT-ESTADO                 PIC X(01).
               88 SRT-PENDIENTE          VALUE "P".
               88 SRT-CORRECTO           VALUE "C".
               88 SRT-ERRONEO            VALUE "E".

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4QAM-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4QAM-OK        VALUE "00".
               88 WKS-EDM4QAM-EOF       VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-MES-PROCESO.
           02 WKS-MES-AAAA              PIC 9(04) VALUE ZEROS.
           02 WKS-MES-MM                PIC 9(02) VALUE ZEROS.
       01 WKS-MES-NUMERICO REDEFINES WKS-MES-PROCESO
                                        PIC 9(06).

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-OPERADORES      PIC 9(07) VALUE ZEROS.

      *-->ACUMULADORES DEL OPERADOR, DE LA SUCURSAL Y DEL MES; LOS
      *   TRES NIVELES TIENEN LA MISMA FORMA
       01 WKS-ACUM-OPERADOR.
           02 WKS-AOP-MUESTRAS          PIC 9(07) VALUE ZEROS.
           02 WKS-AOP-PENDIENTES        PIC 9(07) VALUE ZEROS.
           02 WKS-AOP-CORRECTAS         PIC 9(07) VALUE ZEROS.
           02 WKS-AOP-ERRORES           PIC 9(07) VALUE ZEROS.
       01 WKS-ACUM-SUCURSAL.
           02 WKS-ASU-MUESTRAS          PIC 9(07) VALUE ZEROS.
           02 WKS-ASU-PENDIENTES        PIC 9(07) VALUE ZEROS.
           02 WKS-ASU-CORRECTAS         PIC 9(07) VALUE ZEROS.
           02 WKS-ASU-ERRORES           PIC 9(07) VALUE ZEROS.
       01 WKS-ACUM-TOTAL.
           02 WKS-ATO-MUESTRAS          PIC 9(07) VALUE ZEROS.
           02 WKS-ATO-PENDIENTES        PIC 9(07) VALUE ZEROS.
           02 WKS-ATO-CORRECTAS         PIC 9(07) VALUE ZEROS.
           02 WKS-ATO-ERRORES           PIC 9(07) VALUE ZEROS.

      *-->VALORES QUE SE IMPRIMEN EN LA LINEA EN CURSO
       01 WKS-LINEA-VALORES.
           02 WKS-LIN-MUESTRAS          PIC 9(07) VALUE ZEROS.
           02 WKS-LIN-PENDIENTES        PIC 9(07) VALUE ZEROS.
           02 WKS-LIN-CORRECTAS         PIC 9(07) VALUE ZEROS.
           02 WKS-LIN-ERRORES           PIC 9(07) VALUE ZEROS.
           02 WKS-LIN-REVISADAS         PIC 9(07) VALUE ZEROS.
           02 WKS-LIN-PORCENTAJE        PIC 9(03)V99 VALUE ZEROS.

       01 WKS-CORTE.
           02 WKS-SUCURSAL-ANT          PIC X(03) VALUE SPACES.
           02 WKS-OPERADOR-ANT          PIC X(08) VALUE SPACES.

      *-->ERRORES POR CATEGORIA, EN EL ORDEN DE EDQM-CATEGORIA
       01 WKS-TABLA-CATEGORIAS-VAL.
           02 FILLER                    PIC X(22) VALUE
               "NONOMBRE              ".
           02 FILLER                    PIC X(22) VALUE
               "FNFECHA DE NACIMIENTO ".
           02 FILLER                    PIC X(22) VALUE
               "TETELEFONO            ".
           02 FILLER                    PIC X(22) VALUE
               "DIDIRECCION           ".
           02 FILLER                    PIC X(22) VALUE
               "TCTIPO DE CLIENTE     ".
           02 FILLER                    PIC X(22) VALUE
               "SUSUCURSAL            ".
           02 FILLER                    PIC X(22) VALUE
               "DODOCUMENTO           ".
           02 FILLER                    PIC X(22) VALUE
               "OTOTRO                ".
       01 WKS-TABLA-CATEGORIAS REDEFINES WKS-TABLA-CATEGORIAS-VAL.
           02 WKS-CAT-ENTRADA OCCURS 8 TIMES.
               03 WKS-CAT-CODIGO        PIC X(02).
               03 WKS-CAT-DESCRIPCION   PIC X(20).
       01 WKS-CAT-CONTEOS.
           02 WKS-CAT-ERRORES           PIC 9(07) VALUE ZEROS
                                        OCCURS 8 TIMES.
           02 WKS-CAT-SIN-CATEGORIA     PIC 9(07) VALUE ZEROS.
       01 WKS-IND-CAT                   PIC 9(02) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(55) VALUE
           "TASA DE ERROR DEL MANTENIMIENTO - EDID1R92             ".
           02 FILLER                    PIC X(05) VALUE "MES: ".
           02 WKS-HDR-MES               PIC 9999/99.
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(45) VALUE
               "SUC OPERADOR  MUESTRAS REVISADAS PENDIENTES ".
           02 FILLER                    PIC X(45) VALUE
               "CORRECTAS  ERRORES  % ERROR".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-SUCURSAL          PIC X(03).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-OPERADOR          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-MUESTRAS          PIC Z,ZZZ,ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-REVISADAS         PIC Z,ZZZ,ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-PENDIENTES        PIC Z,ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-CORRECTAS         PIC Z,ZZZ,ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ERRORES           PIC Z,ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-PORCENTAJE        PIC ZZ9.99.

       01 WKS-CAT-HEADER-LINE           PIC X(90) VALUE
           "ERRORES DEL MES POR CATEGORIA".
       01 WKS-CAT-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-CLN-CODIGO            PIC X(02).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-CLN-DESCRIPCION       PIC X(20).
           02 WKS-CLN-ERRORES           PIC Z,ZZZ,ZZ9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "MUESTRAS LEIDAS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "OPERADORES LISTADOS: ".
           02 WKS-TOT-OPERADORES        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MES                  PIC 9(06).

       PROCEDURE DIVISION USING WKS-PARM-MES.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               SORT WORK-SORT
                   ASCENDING KEY SRT-SUCURSAL SRT-OPERADOR
                   INPUT PROCEDURE 200-SELECCIONA-MES
                   OUTPUT PROCEDURE 500-LISTA-OPERADORES
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> MES A REPORTAR: EL DEL PARM O, EN CEROS, EL ANTERIOR AL DE
      *    LA CORRIDA
       100-INICIO.
           IF WKS-PARM-MES NUMERIC AND WKS-PARM-MES > ZEROS
               MOVE WKS-PARM-MES TO WKS-MES-NUMERICO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WKS-MES-NUMERICO
               IF WKS-MES-MM = 1
                   MOVE 12 TO WKS-MES-MM
                   SUBTRACT 1 FROM WKS-MES-AAAA
               ELSE
                   SUBTRACT 1 FROM WKS-MES-MM
               END-IF
           END-IF
           MOVE WKS-MES-NUMERICO TO WKS-HDR-MES
           OPEN INPUT EDM4QAM
           IF NOT WKS-EDM4QAM-OK
               DISPLAY "EDID1R92 - ERROR AL ABRIR EDM4QAM: "
                   WKS-EDM4QAM-STATUS
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> SE POSICIONA EN EL DIA 01 DEL MES Y LEE HASTA QUE CAMBIA EL
      *    MES; LOS ERRORES SE CUENTAN POR CATEGORIA AL PASAR
       200-SELECCIONA-MES.
           MOVE WKS-MES-NUMERICO TO EDQM-FECHA-MUESTRA(1:6)
           MOVE "01"             TO EDQM-FECHA-MUESTRA(7:2)
           MOVE ZEROS            TO EDQM-SECUENCIA
           START EDM4QAM KEY IS NOT LESS THAN EDQM-LLAVE
               INVALID KEY
                   SET WKS-EDM4QAM-EOF TO TRUE
           END-START
           IF NOT WKS-EDM4QAM-EOF
               PERFORM 210-LEER-QAM
           END-IF
           PERFORM UNTIL WKS-EDM4QAM-EOF
           OR EDQM-FECHA-MUESTRA(1:6) NOT = WKS-MES-PROCESO
               ADD 1 TO WKS-TOTAL-LEIDOS
               MOVE EDQM-SUCURSAL TO SRT-SUCURSAL
               MOVE EDQM-OPERADOR TO SRT-OPERADOR
               MOVE EDQM-ESTADO   TO SRT-ESTADO
               RELEASE REG-SORT
               IF EDQM-ERRONEO
                   PERFORM 220-CUENTA-CATEGORIA
               END-IF
               PERFORM 210-LEER-QAM
           END-PERFORM
           CLOSE EDM4QAM.

       210-LEER-QAM.
           READ EDM4QAM NEXT RECORD
               AT END
                   SET WKS-EDM4QAM-EOF TO TRUE
           END-READ.

       220-CUENTA-CATEGORIA.
           MOVE 1 TO WKS-IND-CAT
           PERFORM UNTIL WKS-IND-CAT > 8
           OR WKS-CAT-CODIGO(WKS-IND-CAT) = EDQM-CATEGORIA
               ADD 1 TO WKS-IND-CAT
           END-PERFORM
           IF WKS-IND-CAT > 8
               ADD 1 TO WKS-CAT-SIN-CATEGORIA
           ELSE
               ADD 1 TO WKS-CAT-ERRORES(WKS-IND-CAT)
           END-IF.

      *--> CORTE DE CONTROL POR SUCURSAL Y OPERADOR
       500-LISTA-OPERADORES.
           PERFORM 510-LEER-SORT
           IF NOT WKS-SORT-EOF
               MOVE SRT-SUCURSAL TO WKS-SUCURSAL-ANT
               MOVE SRT-OPERADOR TO WKS-OPERADOR-ANT
           END-IF
           PERFORM UNTIL WKS-SORT-EOF
               IF SRT-SUCURSAL NOT = WKS-SUCURSAL-ANT
                   PERFORM 530-CORTE-OPERADOR
                   PERFORM 540-CORTE-SUCURSAL
               ELSE IF SRT-OPERADOR NOT = WKS-OPERADOR-ANT
                   PERFORM 530-CORTE-OPERADOR
               END-IF
               MOVE SRT-SUCURSAL TO WKS-SUCURSAL-ANT
               MOVE SRT-OPERADOR TO WKS-OPERADOR-ANT
               PERFORM 520-ACUMULA-MUESTRA
               PERFORM 510-LEER-SORT
           END-PERFORM
           IF WKS-AOP-MUESTRAS > ZEROS
               PERFORM 530-CORTE-OPERADOR
               PERFORM 540-CORTE-SUCURSAL
           END-IF.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       520-ACUMULA-MUESTRA.
           ADD 1 TO WKS-AOP-MUESTRAS
           EVALUATE TRUE
               WHEN SRT-CORRECTO
                   ADD 1 TO WKS-AOP-CORRECTAS
               WHEN SRT-ERRONEO
                   ADD 1 TO WKS-AOP-ERRORES
               WHEN OTHER
                   ADD 1 TO WKS-AOP-PENDIENTES
           END-EVALUATE.

       530-CORTE-OPERADOR.
           ADD 1 TO WKS-TOTAL-OPERADORES
           MOVE WKS-AOP-MUESTRAS   TO WKS-LIN-MUESTRAS
           MOVE WKS-AOP-PENDIENTES TO WKS-LIN-PENDIENTES
           MOVE WKS-AOP-CORRECTAS  TO WKS-LIN-CORRECTAS
           MOVE WKS-AOP-ERRORES    TO WKS-LIN-ERRORES
           MOVE WKS-SUCURSAL-ANT   TO WKS-DET-SUCURSAL
           MOVE WKS-OPERADOR-ANT   TO WKS-DET-OPERADOR
           PERFORM 590-IMPRIME-LINEA
           ADD WKS-AOP-MUESTRAS   TO WKS-ASU-MUESTRAS
           ADD WKS-AOP-PENDIENTES TO WKS-ASU-PENDIENTES
           ADD WKS-AOP-CORRECTAS  TO WKS-ASU-CORRECTAS
           ADD WKS-AOP-ERRORES    TO WKS-ASU-ERRORES
           INITIALIZE WKS-ACUM-OPERADOR.

       540-CORTE-SUCURSAL.
           MOVE WKS-ASU-MUESTRAS   TO WKS-LIN-MUESTRAS
           MOVE WKS-ASU-PENDIENTES TO WKS-LIN-PENDIENTES
           MOVE WKS-ASU-CORRECTAS  TO WKS-LIN-CORRECTAS
           MOVE WKS-ASU-ERRORES    TO WKS-LIN-ERRORES
           MOVE WKS-SUCURSAL-ANT   TO WKS-DET-SUCURSAL
           MOVE "*TOTAL* "         TO WKS-DET-OPERADOR
           PERFORM 590-IMPRIME-LINEA
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           ADD WKS-ASU-MUESTRAS   TO WKS-ATO-MUESTRAS
           ADD WKS-ASU-PENDIENTES TO WKS-ATO-PENDIENTES
           ADD WKS-ASU-CORRECTAS  TO WKS-ATO-CORRECTAS
           ADD WKS-ASU-ERRORES    TO WKS-ATO-ERRORES
           INITIALIZE WKS-ACUM-SUCURSAL.

      *--> EL PORCENTAJE DE ERROR ES SOBRE LAS REVISADAS; SIN
      *    REVISADAS SE IMPRIME EN CEROS
       590-IMPRIME-LINEA.
           COMPUTE WKS-LIN-REVISADAS =
               WKS-LIN-CORRECTAS + WKS-LIN-ERRORES
           IF WKS-LIN-REVISADAS > ZEROS
               COMPUTE WKS-LIN-PORCENTAJE ROUNDED =
                   WKS-LIN-ERRORES * 100 / WKS-LIN-REVISADAS
           ELSE
               MOVE ZEROS TO WKS-LIN-PORCENTAJE
           END-IF
           MOVE WKS-LIN-MUESTRAS   TO WKS-DET-MUESTRAS
           MOVE WKS-LIN-REVISADAS  TO WKS-DET-REVISADAS
           MOVE WKS-LIN-PENDIENTES TO WKS-DET-PENDIENTES
           MOVE WKS-LIN-CORRECTAS  TO WKS-DET-CORRECTAS
           MOVE WKS-LIN-ERRORES    TO WKS-DET-ERRORES
           MOVE WKS-LIN-PORCENTAJE TO WKS-DET-PORCENTAJE
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       900-FINAL.
           MOVE WKS-ATO-MUESTRAS   TO WKS-LIN-MUESTRAS
           MOVE WKS-ATO-PENDIENTES TO WKS-LIN-PENDIENTES
           MOVE WKS-ATO-CORRECTAS  TO WKS-LIN-CORRECTAS
           MOVE WKS-ATO-ERRORES    TO WKS-LIN-ERRORES
           MOVE SPACES             TO WKS-DET-SUCURSAL
           MOVE "*TOTAL* "         TO WKS-DET-OPERADOR
           PERFORM 590-IMPRIME-LINEA
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-CAT-HEADER-LINE
           PERFORM VARYING WKS-IND-CAT FROM 1 BY 1
           UNTIL WKS-IND-CAT > 8
               MOVE WKS-CAT-CODIGO(WKS-IND-CAT) TO WKS-CLN-CODIGO
               MOVE WKS-CAT-DESCRIPCION(WKS-IND-CAT)
                   TO WKS-CLN-DESCRIPCION
               MOVE WKS-CAT-ERRORES(WKS-IND-CAT) TO WKS-CLN-ERRORES
               WRITE REG-REPORTE FROM WKS-CAT-LINE
           END-PERFORM
           IF WKS-CAT-SIN-CATEGORIA > ZEROS
               MOVE SPACES            TO WKS-CLN-CODIGO
               MOVE "SIN CATEGORIA"   TO WKS-CLN-DESCRIPCION
               MOVE WKS-CAT-SIN-CATEGORIA TO WKS-CLN-ERRORES
               WRITE REG-REPORTE FROM WKS-CAT-LINE
           END-IF
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-OPERADORES TO WKS-TOT-OPERADORES
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           CLOSE REPORTE
           DISPLAY "EDID1R92 - MES REPORTADO : " WKS-MES-NUMERICO
           DISPLAY "EDID1R92 - MUESTRAS      : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R92 - REVISADAS     : " WKS-LIN-REVISADAS
           DISPLAY "EDID1R92 - PENDIENTES    : " WKS-ATO-PENDIENTES
           DISPLAY "EDID1R92 - ERRORES       : " WKS-ATO-ERRORES
           DISPLAY "EDID1R92 - OPERADORES    : " WKS-TOTAL-OPERADORES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R92" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R92" TO EDJL-OPERADOR
           MOVE WKS-PARM-MES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; SIN EDM4QAM TERMINA EN ERROR
      *    CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R92" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS     TO EDJL-LEIDOS
               MOVE WKS-TOTAL-OPERADORES TO EDJL-ESCRITOS
               IF WKS-FLAG-ERROR = 1
                   MOVE "E" TO EDJL-ESTADO
                   MOVE 8 TO EDJL-RETORNO
               ELSE
                   MOVE "T" TO EDJL-ESTADO
                   MOVE ZEROS TO EDJL-RETORNO
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
