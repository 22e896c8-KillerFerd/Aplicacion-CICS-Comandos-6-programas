      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R82                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : NUEVOS CLIENTES DEL MES POR CANAL Y SUCURSAL     *
      * ARCHIVOS    : EDM4CL (ENTRADA) / REPORTE (SALIDA)              *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * NUEVOS CLIENTES DEL MES POR CANAL DE ORIGEN Y SUCURSAL.       *
      * RECIBE EL MES (AAAAMM) POR PARM; EN BLANCO O EN CEROS SE TOMA *
      * EL MES ANTERIOR AL DE LA CORRIDA. RECORRE EDM4CL Y ENVIA AL   *
      * SORT LOS CLIENTES CUYA EDMC-FECHA-CREACION (DDMMAAAA) CAE EN  *
      * EL MES, MARCADOS PARA ELIMINAR INCLUIDOS (FUERON ALTAS DEL    *
      * MES). EL CORTE POR SUCURSAL CUENTA CADA CANAL (V=VENTANILLA   *
      * EDID1ALI, B=CARGA EDID1R08, E=ENTRANTE EDID1BMA, R=RESTAURADO *
      * EDID1R20, F=FUSION EDID1GLI) Y LOS SIN DATO, ANTERIORES AL    *
      * REGISTRO DEL CANAL; LA SUCURSAL EN BLANCO (ALTAS POR CARGA O  *
      * INTERFAZ) SALE COMO "S/S". CIERRA CON EL TOTAL DEL MES POR    *
      * CANAL. UN PARM INVALIDO TERMINA CON RETORNO 8                 *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R82.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

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
       FD  EDM4CL.
       COPY EDMACL.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-SUCURSAL              PIC X(03).
           02 SRT-CANAL                 PIC X(01).

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
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SORT-EOF         PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PRIMERO          PIC 9 VALUE 1.

      *-->MES A REPORTAR (AAAAMM) Y FECHA DE ALTA DEL CLIENTE LEIDO
       01 WKS-MES-PROCESO               PIC 9(06) VALUE ZEROS.
       01 WKS-MES-PROCESO-R REDEFINES WKS-MES-PROCESO.
           02 WKS-MES-AAAA              PIC 9(04).
           02 WKS-MES-MM                PIC 9(02).
       01 WKS-FECHA-CREA-GRP.
           02 WKS-FC-DD                 PIC 9(02).
           02 WKS-FC-MM                 PIC 9(02).
           02 WKS-FC-AAAA               PIC 9(04).

      *-->CANALES EN EL ORDEN DE LAS COLUMNAS; EL SEXTO (BLANCO)
      *   RECIBE TAMBIEN CUALQUIER VALOR DESCONOCIDO
       01 WKS-TABLA-CANALES.
           02 FILLER                    PIC X(06) VALUE "VBERF ".
       01 WKS-TABLA-CANALES-R REDEFINES WKS-TABLA-CANALES.
           02 WKS-CANAL-CODIGO          PIC X(01) OCCURS 6.

       01 WKS-SUCURSAL-ACTUAL           PIC X(03) VALUE SPACES.
       01 WKS-SUCURSAL-CTRS.
           02 WKS-SUC-CANAL             PIC 9(07) OCCURS 6.
           02 WKS-SUC-TOTAL             PIC 9(07).
       01 WKS-GRAND-CTRS.
           02 WKS-GT-CANAL              PIC 9(07) OCCURS 6.
           02 WKS-GT-TOTAL              PIC 9(07).

       01 WKS-SUBSCRIPTS.
           02 WKS-IDX                   PIC 9(02) VALUE ZEROS.
           02 WKS-CAN-IDX               PIC 9(02) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DEL-MES         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SUCURSALES      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "NUEVOS CLIENTES POR CANAL Y SUCURSAL - EDID1R82".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(25) VALUE
              "ALTAS DEL MES (AAAAMM): ".
           02 WKS-HDR-MES               PIC 9(06).
           02 FILLER                    PIC X(49) VALUE SPACES.
       01 WKS-HEADER-LINE-3.
           02 FILLER                    PIC X(06) VALUE "SUC".
           02 FILLER                    PIC X(10) VALUE "VENTANILLA".
           02 FILLER                    PIC X(10) VALUE "     CARGA".
           02 FILLER                    PIC X(10) VALUE "  ENTRANTE".
           02 FILLER                    PIC X(10) VALUE "RESTAURADO".
           02 FILLER                    PIC X(10) VALUE "    FUSION".
           02 FILLER                    PIC X(10) VALUE "  SIN DATO".
           02 FILLER                    PIC X(10) VALUE "     TOTAL".
           02 FILLER                    PIC X(04) VALUE SPACES.

       01 WKS-DETAIL-LINE.
           02 WKS-DET-SUCURSAL          PIC X(06).
           02 WKS-DET-COLUMNA OCCURS 6.
               03 FILLER                PIC X(03) VALUE SPACES.
               03 WKS-DET-CANAL         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-TOTAL             PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(04) VALUE SPACES.

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MES                  PIC X(06).

       PROCEDURE DIVISION USING WKS-PARM-MES.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 010-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               SORT WORK-SORT
                   ON ASCENDING KEY SRT-SUCURSAL
                   INPUT  PROCEDURE 100-ALIMENTA-SORT
                   OUTPUT PROCEDURE 300-REPORTA-SUCURSALES
               PERFORM 900-FINAL
           END-IF
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> MES DEL PARM O, SIN PARM, EL MES ANTERIOR AL DE HOY
       010-INICIO.
           IF WKS-PARM-MES = SPACES OR WKS-PARM-MES = "000000"
               MOVE FUNCTION CURRENT-DATE(1:6) TO WKS-MES-PROCESO
               IF WKS-MES-MM = 1
                   MOVE 12 TO WKS-MES-MM
                   SUBTRACT 1 FROM WKS-MES-AAAA
               ELSE
                   SUBTRACT 1 FROM WKS-MES-MM
               END-IF
           ELSE
               IF WKS-PARM-MES IS NUMERIC
                   MOVE WKS-PARM-MES TO WKS-MES-PROCESO
               END-IF
               IF WKS-MES-AAAA = ZEROS
               OR WKS-MES-MM < 1 OR WKS-MES-MM > 12
                   DISPLAY "EDID1R82 - MES INVALIDO (AAAAMM): "
                       WKS-PARM-MES
                   MOVE 1 TO WKS-FLAG-ERROR
               END-IF
           END-IF
           IF WKS-FLAG-ERROR = ZEROS
               INITIALIZE WKS-SUCURSAL-CTRS
               INITIALIZE WKS-GRAND-CTRS
               OPEN OUTPUT REPORTE
               MOVE WKS-MES-PROCESO TO WKS-HDR-MES
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
               WRITE REG-REPORTE FROM WKS-BLANK-LINE
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
           END-IF.

      *--> ALIMENTA EL SORT CON LAS ALTAS DEL MES Y SU CANAL
       100-ALIMENTA-SORT SECTION.
       110-ABRE-MAESTRO.
           OPEN INPUT EDM4CL
           PERFORM 120-LEER-EDM4CL
           PERFORM 130-SUELTA-REGISTRO
               UNTIL WKS-EDM4CL-EOF
           CLOSE EDM4CL.
       190-ALIMENTA-FIN.
           EXIT.

      *--> RUTINAS DEL PROCEDIMIENTO DE ENTRADA DEL SORT
       150-RUTINAS-ALIMENTA SECTION.

       120-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

       130-SUELTA-REGISTRO.
           ADD 1 TO WKS-TOTAL-LEIDOS
           MOVE EDMC-FECHA-CREACION TO WKS-FECHA-CREA-GRP
           IF WKS-FC-MM = WKS-MES-MM
           AND WKS-FC-AAAA = WKS-MES-AAAA
               ADD 1 TO WKS-TOTAL-DEL-MES
               MOVE EDMC-SUCURSAL TO SRT-SUCURSAL
               MOVE EDMC-CANAL-ORIGEN TO SRT-CANAL
               RELEASE REG-SORT
           END-IF
           PERFORM 120-LEER-EDM4CL.

      *--> CORTE DE CONTROL POR SUCURSAL SOBRE LA SALIDA DEL SORT
       300-REPORTA-SUCURSALES SECTION.
       310-RECORRE-SORT.
           PERFORM 320-TOMA-REGISTRO
           PERFORM 330-ACUMULA-REGISTRO
               UNTIL WKS-FLAG-SORT-EOF = 1
           IF WKS-FLAG-PRIMERO = ZEROS
               PERFORM 350-ESCRIBE-SUCURSAL
           END-IF.
       390-REPORTA-FIN.
           EXIT.

      *--> RUTINAS DEL PROCEDIMIENTO DE SALIDA DEL SORT
       395-RUTINAS-REPORTA SECTION.

       320-TOMA-REGISTRO.
           RETURN WORK-SORT
               AT END
                   MOVE 1 TO WKS-FLAG-SORT-EOF
           END-RETURN.

       330-ACUMULA-REGISTRO.
           IF WKS-FLAG-PRIMERO = 1
               MOVE SRT-SUCURSAL TO WKS-SUCURSAL-ACTUAL
               INITIALIZE WKS-SUCURSAL-CTRS
               MOVE ZEROS TO WKS-FLAG-PRIMERO
           END-IF
           IF SRT-SUCURSAL NOT = WKS-SUCURSAL-ACTUAL
               PERFORM 350-ESCRIBE-SUCURSAL
               MOVE SRT-SUCURSAL TO WKS-SUCURSAL-ACTUAL
               INITIALIZE WKS-SUCURSAL-CTRS
           END-IF
           PERFORM 340-BUSCA-CANAL
           ADD 1 TO WKS-SUC-CANAL(WKS-CAN-IDX)
           ADD 1 TO WKS-SUC-TOTAL
           ADD 1 TO WKS-GT-CANAL(WKS-CAN-IDX)
           ADD 1 TO WKS-GT-TOTAL
           PERFORM 320-TOMA-REGISTRO.

      *--> COLUMNA DEL CANAL; LO QUE NO ESTA EN LA TABLA VA A LA
      *    ULTIMA (SIN DATO)
       340-BUSCA-CANAL.
           MOVE 6 TO WKS-CAN-IDX
           MOVE 1 TO WKS-IDX
           PERFORM UNTIL WKS-IDX > 5
               IF WKS-CANAL-CODIGO(WKS-IDX) = SRT-CANAL
                   MOVE WKS-IDX TO WKS-CAN-IDX
               END-IF
               ADD 1 TO WKS-IDX
           END-PERFORM.

       350-ESCRIBE-SUCURSAL.
           ADD 1 TO WKS-TOTAL-SUCURSALES
           IF WKS-SUCURSAL-ACTUAL = SPACES
               MOVE "S/S" TO WKS-DET-SUCURSAL
           ELSE
               MOVE WKS-SUCURSAL-ACTUAL TO WKS-DET-SUCURSAL
           END-IF
           MOVE 1 TO WKS-IDX
           PERFORM UNTIL WKS-IDX > 6
               MOVE WKS-SUC-CANAL(WKS-IDX) TO WKS-DET-CANAL(WKS-IDX)
               ADD 1 TO WKS-IDX
           END-PERFORM
           MOVE WKS-SUC-TOTAL TO WKS-DET-TOTAL
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           ADD 1 TO WKS-TOTAL-ESCRITOS.

      *--> RUTINAS GENERALES, FUERA DE LOS PROCEDIMIENTOS DEL SORT
       800-RUTINAS-GENERALES SECTION.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "TOTAL" TO WKS-DET-SUCURSAL
           MOVE 1 TO WKS-IDX
           PERFORM UNTIL WKS-IDX > 6
               MOVE WKS-GT-CANAL(WKS-IDX) TO WKS-DET-CANAL(WKS-IDX)
               ADD 1 TO WKS-IDX
           END-PERFORM
           MOVE WKS-GT-TOTAL TO WKS-DET-TOTAL
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "CLIENTES LEIDOS: "           TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-LEIDOS              TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "ALTAS DEL MES: "             TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-DEL-MES             TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "SUCURSALES: "                TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-SUCURSALES          TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           CLOSE REPORTE
           DISPLAY "EDID1R82 - MES        : " WKS-MES-PROCESO
           DISPLAY "EDID1R82 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R82 - ESCRITOS   : " WKS-TOTAL-ESCRITOS.

       910-ESCRIBE-TOTAL.
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           DISPLAY "EDID1R82 - " WKS-TOTAL-LINE.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R82" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R82" TO EDJL-OPERADOR
           MOVE WKS-PARM-MES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN PARM INVALIDO TERMINA EN
      *    ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R82" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ESCRITOS TO EDJL-ESCRITOS
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
