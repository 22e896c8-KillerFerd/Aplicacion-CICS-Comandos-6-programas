      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R53                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA DE LISTAS DE SANCIONES Y PEP DEL PROVEEDOR *
      * ARCHIVOS    : LISTAS (ENTRADA) / EDM4LIS (SALIDA) /            *
      *               EDM4CTL (I-O) / REPORTE (SALIDA)                 *
      * ACCION (ES) : C=Cargar                                         *
      * PROGRAMA(S) : EDID1BFO                                         *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECARGA COMPLETA: EL PROVEEDOR ENTREGA LA LISTA VIGENTE DE     *
      * SANCIONES (S) Y PERSONAS EXPUESTAS POLITICAMENTE (P) EN EL     *
      * LAYOUT EDCGLS. EDM4LIS SE ABRE OUTPUT (SE VACIA) Y CADA        *
      * ENTRADA SE GRABA CON LA CLAVE FONETICA DE EDID1BFO AL FRENTE   *
      * DE LA LLAVE, LA MISMA QUE USAN LA CAPTURA Y LOS BARRIDOS PARA  *
      * BUSCAR POR NOMBRE. LA CARGA DEJA FECHA, HORA Y VOLUMEN EN EL   *
      * REGISTRO "LISTAS  " DE EDM4CTL: EL BARRIDO NOCTURNO EDID1R54   *
      * SOLO RE-FILTRA EL MAESTRO CUANDO LA LISTA CAMBIO               *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R53.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTAS ASSIGN TO LISTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-LISTAS-STATUS.

           SELECT EDM4LIS ASSIGN TO EDM4LIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDLT-LLAVE
               FILE STATUS IS WKS-EDM4LIS-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

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
       FD  LISTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EDCGLS.

       FD  EDM4LIS.
       COPY EDMLIS.

       FD  EDM4CTL.
       COPY EDMCTL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       COPY EDBFO.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-LISTAS-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-LISTAS-OK         VALUE "00".
               88 WKS-LISTAS-EOF        VALUE "10".
           02 WKS-EDM4LIS-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4LIS-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CARGADOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SANCIONES       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PEP             PIC 9(07) VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.
       01 WKS-HORA-HOY                  PIC 9(06) VALUE ZEROS.
       01 WKS-MOTIVO-RECHAZO            PIC X(30) VALUE SPACES.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "CARGA DE LISTAS DE SANCIONES Y PEP - EDID1R53".
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "REFERENCIA   NOMBRE                            MOTIVO".

       01 WKS-RECHAZO-LINE.
           02 WKS-REC-REFERENCIA        PIC X(12).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-REC-NOMBRE            PIC X(40).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-REC-MOTIVO            PIC X(26).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL CARGADOS: ".
           02 WKS-TOT-CARGADOS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(20) VALUE
               "   SANCIONES:     ".
           02 WKS-TOT-SANCIONES         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(20) VALUE
               "   PEP:           ".
           02 WKS-TOT-PEP               PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL RECHAZADOS: ".
           02 WKS-TOT-RECHAZADOS        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-HORA-HOY
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-LISTAS
               UNTIL WKS-LISTAS-EOF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT  LISTAS
           OPEN OUTPUT EDM4LIS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-LISTAS.

      *--> CADA ENTRADA VALIDA SE GRABA CON SU CLAVE FONETICA; UNA
      *    REFERENCIA REPETIDA CON EL MISMO NOMBRE FONETICO SE RECHAZA
       200-PROCESA-LISTAS.
           ADD 1 TO WKS-TOTAL-LEIDOS
           MOVE SPACES TO WKS-MOTIVO-RECHAZO
           EVALUATE TRUE
               WHEN EDGS-TIPO-LISTA NOT = "S"
               AND  EDGS-TIPO-LISTA NOT = "P"
                   MOVE "TIPO DE LISTA INVALIDO" TO WKS-MOTIVO-RECHAZO
               WHEN EDGS-REFERENCIA = SPACES
                   MOVE "REFERENCIA EN BLANCO" TO WKS-MOTIVO-RECHAZO
               WHEN EDGS-NOMBRE = SPACES
                   MOVE "NOMBRE EN BLANCO" TO WKS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO = SPACES
               INITIALIZE REG-EDBFO
               MOVE EDGS-NOMBRE TO EDFO-NOMBRE
               CALL "EDID1BFO" USING REG-EDBFO
               IF EDFO-FONETICO = SPACES
                   MOVE "NOMBRE SIN CLAVE FONETICA"
                       TO WKS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WKS-MOTIVO-RECHAZO = SPACES
               PERFORM 220-GRABA-ENTRADA
           END-IF
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
               ADD 1 TO WKS-TOTAL-RECHAZADOS
               MOVE EDGS-REFERENCIA TO WKS-REC-REFERENCIA
               MOVE EDGS-NOMBRE     TO WKS-REC-NOMBRE
               MOVE WKS-MOTIVO-RECHAZO(1:26) TO WKS-REC-MOTIVO
               WRITE REG-REPORTE FROM WKS-RECHAZO-LINE
           END-IF
           PERFORM 210-LEER-LISTAS.

       210-LEER-LISTAS.
           READ LISTAS
               AT END
                   SET WKS-LISTAS-EOF TO TRUE
           END-READ.

       220-GRABA-ENTRADA.
           INITIALIZE REG-EDMLIS
           MOVE EDFO-FONETICO    TO EDLT-FONETICO
           MOVE EDGS-REFERENCIA  TO EDLT-REFERENCIA
           MOVE EDGS-TIPO-LISTA  TO EDLT-TIPO-LISTA
           MOVE EDGS-NOMBRE      TO EDLT-NOMBRE
           MOVE EDGS-PAIS        TO EDLT-PAIS
           IF EDGS-FECHA-NAC IS NUMERIC
               MOVE EDGS-FECHA-NAC TO EDLT-FECHA-NAC
           ELSE
               MOVE ZEROS TO EDLT-FECHA-NAC
           END-IF
           MOVE WKS-FECHA-HOY    TO EDLT-FECHA-CARGA
           MOVE SPACES           TO EDLT-FILLER
           WRITE REG-EDMLIS
           IF WKS-EDM4LIS-OK
               ADD 1 TO WKS-TOTAL-CARGADOS
               IF EDLT-SANCIONES
                   ADD 1 TO WKS-TOTAL-SANCIONES
               ELSE
                   ADD 1 TO WKS-TOTAL-PEP
               END-IF
           ELSE
               MOVE "REFERENCIA DUPLICADA" TO WKS-MOTIVO-RECHAZO
           END-IF.

       900-FINAL.
           PERFORM 910-ESTAMPA-CONTROL
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           MOVE WKS-TOTAL-CARGADOS   TO WKS-TOT-CARGADOS
           MOVE WKS-TOTAL-SANCIONES  TO WKS-TOT-SANCIONES
           MOVE WKS-TOTAL-PEP        TO WKS-TOT-PEP
           MOVE WKS-TOTAL-RECHAZADOS TO WKS-TOT-RECHAZADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           CLOSE LISTAS
           CLOSE EDM4LIS
           CLOSE REPORTE
           DISPLAY "EDID1R53 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R53 - CARGADOS   : " WKS-TOTAL-CARGADOS
           DISPLAY "EDID1R53 - RECHAZADOS : " WKS-TOTAL-RECHAZADOS.

      *--> DEJA LA HUELLA DE LA CARGA EN EL REGISTRO "LISTAS  " DE
      *    EDM4CTL; LA FECHA/HORA DEL ULTIMO BARRIDO NO SE TOCA
       910-ESTAMPA-CONTROL.
           OPEN I-O EDM4CTL
           MOVE "LISTAS  " TO EDCT-LLAVE
           READ EDM4CTL
           IF NOT WKS-EDM4CTL-OK
               INITIALIZE REG-EDMCTL
               MOVE "LISTAS  " TO EDCT-LLAVE
               WRITE REG-EDMCTL
               MOVE "LISTAS  " TO EDCT-LLAVE
               READ EDM4CTL
           END-IF
           IF WKS-EDM4CTL-OK
               MOVE WKS-FECHA-HOY      TO EDCT-LIS-FECHA-CARGA
               MOVE WKS-HORA-HOY       TO EDCT-LIS-HORA-CARGA
               MOVE WKS-TOTAL-CARGADOS TO EDCT-LIS-REGISTROS
               REWRITE REG-EDMCTL
           END-IF
           CLOSE EDM4CTL.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R53" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R53" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R53" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-CARGADOS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
