      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R57                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ESTADISTICA MENSUAL DE QUEJAS PARA EL REGULADOR  *
      * ARCHIVOS    : EDM4CAS (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE EL MES (AAAAMM) POR PARM; EN CEROS TOMA EL MES         *
      * ANTERIOR AL DE LA CORRIDA. RECORRE EDM4CAS Y CUENTA POR       *
      * CATEGORIA:                                                    *
      *   - RECIBIDAS: CASOS DADOS DE ALTA EN EL MES                  *
      *   - RESUELTAS: CASOS RESUELTOS EN EL MES (SIN IMPORTAR EL     *
      *     MES DE ALTA)                                              *
      *   - EN PLAZO : RESUELTAS CON FECHA DE RESOLUCION NO MAYOR A   *
      *     SU FECHA LIMITE                                           *
      *   - PENDIENTES AL CIERRE DEL MES: RECIBIDAS HASTA EL MES Y    *
      *     NO RESUELTAS DENTRO DE EL                                 *
      * ES EL CUADRO QUE SE ENVIA CADA MES A LA SUPERINTENDENCIA      *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R57.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CAS ASSIGN TO EDM4CAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDQJ-LLAVE
               FILE STATUS IS WKS-EDM4CAS-STATUS.

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
       FD  EDM4CAS.
       COPY EDMCAS.

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
           02 WKS-EDM4CAS-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CAS-OK        VALUE "00".
               88 WKS-EDM4CAS-EOF       VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.

      *-->CATEGORIAS DE EDMCAS; LA ULTIMA FILA ES EL TOTAL
       01 WKS-TABLES.
           02 WKS-CATEGORIAS.
               03 FILLER                PIC X(34) VALUE
                   "COCOBROS Y COMISIONES".
               03 FILLER                PIC X(34) VALUE
                   "ATATENCION AL CLIENTE".
               03 FILLER                PIC X(34) VALUE
                   "PRPRODUCTOS Y SERVICIOS".
               03 FILLER                PIC X(34) VALUE
                   "FRFRAUDE / OPERACION NO RECONOC.".
               03 FILLER                PIC X(34) VALUE
                   "DPDATOS PERSONALES".
               03 FILLER                PIC X(34) VALUE
                   "OTOTROS".
           02 WKS-CATEGORIAS-TABLE REDEFINES WKS-CATEGORIAS OCCURS 6.
               03 WKS-CAT-CODIGO        PIC X(02).
               03 WKS-CAT-NOMBRE        PIC X(32).
           02 WKS-CONTEOS OCCURS 7.
               03 WKS-CNT-RECIBIDAS     PIC 9(07).
               03 WKS-CNT-RESUELTAS     PIC 9(07).
               03 WKS-CNT-EN-PLAZO      PIC 9(07).
               03 WKS-CNT-PENDIENTES    PIC 9(07).
           02 WKS-IND                   PIC 9(02) VALUE ZEROS.
           02 WKS-IND-CAT               PIC 9(02) VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-MES-PROCESO           PIC 9(06) VALUE ZEROS.
           02 WKS-MES-PROCESO-R REDEFINES WKS-MES-PROCESO.
               03 WKS-MES-AAAA          PIC 9(04).
               03 WKS-MES-MM            PIC 9(02).
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-MES-RESOL             PIC 9(06) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(50) VALUE
               "ESTADISTICA MENSUAL DE QUEJAS - EDID1R57 - MES: ".
           02 WKS-HDR-MES               PIC 9999/99.
       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "CAT DESCRIPCION                       RECIBIDAS RESUELTAS  E
      -    "N PLAZO PENDIENTES".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CODIGO            PIC X(02).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(32).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-RECIBIDAS         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-RESUELTAS         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-EN-PLAZO          PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-PENDIENTES        PIC ZZZ,ZZ9.
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
           PERFORM 200-PROCESA-EDM4CAS
               UNTIL WKS-EDM4CAS-EOF
           PERFORM 500-IMPRIME
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

      *--> MES DEL PARM O, EN CEROS, EL MES ANTERIOR A HOY
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
           PERFORM VARYING WKS-IND FROM 1 BY 1 UNTIL WKS-IND > 7
               MOVE ZEROS TO WKS-CNT-RECIBIDAS(WKS-IND)
               MOVE ZEROS TO WKS-CNT-RESUELTAS(WKS-IND)
               MOVE ZEROS TO WKS-CNT-EN-PLAZO(WKS-IND)
               MOVE ZEROS TO WKS-CNT-PENDIENTES(WKS-IND)
           END-PERFORM
           OPEN INPUT  EDM4CAS
           OPEN OUTPUT REPORTE
           PERFORM 210-LEER-EDM4CAS.

       200-PROCESA-EDM4CAS.
           ADD 1 TO WKS-TOTAL-LEIDOS
           PERFORM 220-UBICA-CATEGORIA
           IF EDQJ-RESUELTO
               MOVE EDQJ-FECHA-RESOL(1:6) TO WKS-MES-RESOL
           ELSE
               MOVE 999999 TO WKS-MES-RESOL
           END-IF
           IF EDQJ-FECHA-ALTA(1:6) = WKS-MES-PROCESO
               ADD 1 TO WKS-CNT-RECIBIDAS(WKS-IND-CAT)
               ADD 1 TO WKS-CNT-RECIBIDAS(7)
           END-IF
           IF WKS-MES-RESOL = WKS-MES-PROCESO
               ADD 1 TO WKS-CNT-RESUELTAS(WKS-IND-CAT)
               ADD 1 TO WKS-CNT-RESUELTAS(7)
               IF EDQJ-FECHA-RESOL NOT > EDQJ-FECHA-LIMITE
                   ADD 1 TO WKS-CNT-EN-PLAZO(WKS-IND-CAT)
                   ADD 1 TO WKS-CNT-EN-PLAZO(7)
               END-IF
           END-IF
           IF EDQJ-FECHA-ALTA(1:6) NOT > WKS-MES-PROCESO
           AND WKS-MES-RESOL > WKS-MES-PROCESO
               ADD 1 TO WKS-CNT-PENDIENTES(WKS-IND-CAT)
               ADD 1 TO WKS-CNT-PENDIENTES(7)
           END-IF
           PERFORM 210-LEER-EDM4CAS.

       210-LEER-EDM4CAS.
           READ EDM4CAS NEXT RECORD
               AT END
                   SET WKS-EDM4CAS-EOF TO TRUE
           END-READ.

      *--> UNA CATEGORIA DESCONOCIDA CUENTA COMO "OT" (OTROS)
       220-UBICA-CATEGORIA.
           MOVE 6 TO WKS-IND-CAT
           PERFORM VARYING WKS-IND FROM 1 BY 1 UNTIL WKS-IND > 6
               IF WKS-CAT-CODIGO(WKS-IND) = EDQJ-CATEGORIA
                   MOVE WKS-IND TO WKS-IND-CAT
               END-IF
           END-PERFORM.

       500-IMPRIME.
           MOVE WKS-MES-PROCESO TO WKS-HDR-MES
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM VARYING WKS-IND FROM 1 BY 1 UNTIL WKS-IND > 7
               IF WKS-IND = 7
                   WRITE REG-REPORTE FROM WKS-BLANK-LINE
                   MOVE SPACES  TO WKS-DET-CODIGO
                   MOVE "TOTAL" TO WKS-DET-NOMBRE
               ELSE
                   MOVE WKS-CAT-CODIGO(WKS-IND) TO WKS-DET-CODIGO
                   MOVE WKS-CAT-NOMBRE(WKS-IND) TO WKS-DET-NOMBRE
               END-IF
               MOVE WKS-CNT-RECIBIDAS(WKS-IND)  TO WKS-DET-RECIBIDAS
               MOVE WKS-CNT-RESUELTAS(WKS-IND)  TO WKS-DET-RESUELTAS
               MOVE WKS-CNT-EN-PLAZO(WKS-IND)   TO WKS-DET-EN-PLAZO
               MOVE WKS-CNT-PENDIENTES(WKS-IND) TO WKS-DET-PENDIENTES
               WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           END-PERFORM.

       900-FINAL.
           CLOSE EDM4CAS
           CLOSE REPORTE
           DISPLAY "EDID1R57 - MES        : " WKS-MES-PROCESO
           DISPLAY "EDID1R57 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R57 - RECIBIDAS  : " WKS-CNT-RECIBIDAS(7)
           DISPLAY "EDID1R57 - RESUELTAS  : " WKS-CNT-RESUELTAS(7).

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R57" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R57" TO EDJL-OPERADOR
           MOVE WKS-PARM-MES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R57" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS TO EDJL-LEIDOS
               MOVE ZEROS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
