      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R56                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ANTIGUEDAD DE CASOS DE QUEJA ABIERTOS            *
      * ARCHIVOS    : EDM4CAS (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * LISTA LOS CASOS NO RESUELTOS DE EDM4CAS CON CORTE POR LA      *
      * SUCURSAL QUE LOS RECIBIO, DEL MAS ANTIGUO AL MAS RECIENTE,    *
      * CON LOS DIAS CALENDARIO QUE LLEVAN ABIERTOS. LOS QUE YA       *
      * PASARON SU FECHA LIMITE SALEN RESALTADOS CON "***VENCIDO".    *
      * CADA SUCURSAL CIERRA CON SUS ABIERTOS, VENCIDOS Y TRAMOS DE   *
      * ANTIGUEDAD (0-5, 6-15, 16-30 Y MAS DE 30 DIAS)                *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R56.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CAS ASSIGN TO EDM4CAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDQJ-LLAVE
               FILE STATUS IS WKS-EDM4CAS-STATUS.

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
       FD  EDM4CAS.
       COPY EDMCAS.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-SUCURSAL               PIC X(03).
           02 SRT-FECHA-ALTA             PIC 9(08).
           02 SRT-CO-CLIENTE             PIC 9(08).
           02 SRT-NO-CASO                PIC 9(05).
           02 SRT-CATEGORIA              PIC X(02).
           02 SRT-CANAL                  PIC X(01).
           02 SRT-ESTADO                 PIC X(01).
           02 SRT-ASIGNADO               PIC X(08).
           02 SRT-FECHA-LIMITE           PIC 9(08).

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

       01 WKS-FLAGS.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ABIERTOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-VENCIDOS        PIC 9(07) VALUE ZEROS.

      *-->ACUMULADOS DE LA SUCURSAL EN CURSO
       01 WKS-SUCURSAL.
           02 WKS-SUC-ABIERTOS          PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-VENCIDOS          PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-TRAMO-1           PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-TRAMO-2           PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-TRAMO-3           PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-TRAMO-4           PIC 9(05) VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-HOY            PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-ALTA           PIC 9(07) VALUE ZEROS.
           02 WKS-DIAS-ABIERTO          PIC 9(05) VALUE ZEROS.

       01 WKS-SUCURSAL-BREAK            PIC X(03) VALUE LOW-VALUES.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "ANTIGUEDAD DE CASOS DE QUEJA ABIERTOS - EDID1R56".
       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "CLIENTE  CASO  CAT CN E ASIGNADO ALTA       LIMITE      DIAS
      -    "  SITUACION".

       01 WKS-SUC-LINE.
           02 FILLER                    PIC X(10) VALUE "SUCURSAL: ".
           02 WKS-SL-SUCURSAL           PIC X(03).

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CASO              PIC 9(05).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CATEGORIA         PIC X(02).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-CANAL             PIC X(01).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-ESTADO            PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ASIGNADO          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ALTA              PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-LIMITE            PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-DIAS              PIC ZZZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-SITUACION         PIC X(11).

       01 WKS-SUBTOTAL-LINE-1.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(12) VALUE "ABIERTOS: ".
           02 WKS-ST-ABIERTOS           PIC ZZ,ZZ9.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(12) VALUE "VENCIDOS: ".
           02 WKS-ST-VENCIDOS           PIC ZZ,ZZ9.
       01 WKS-SUBTOTAL-LINE-2.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(10) VALUE "0-5 DIAS: ".
           02 WKS-ST-TRAMO-1            PIC ZZ,ZZ9.
           02 FILLER                    PIC X(10) VALUE "  6-15: ".
           02 WKS-ST-TRAMO-2            PIC ZZ,ZZ9.
           02 FILLER                    PIC X(10) VALUE "  16-30: ".
           02 WKS-ST-TRAMO-3            PIC ZZ,ZZ9.
           02 FILLER                    PIC X(10) VALUE "  +30: ".
           02 WKS-ST-TRAMO-4            PIC ZZ,ZZ9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "CASOS LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "CASOS ABIERTOS: ".
           02 WKS-TOT-ABIERTOS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "CASOS VENCIDOS: ".
           02 WKS-TOT-VENCIDOS          PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ASCENDING KEY SRT-SUCURSAL SRT-FECHA-ALTA
                             SRT-CO-CLIENTE SRT-NO-CASO
               INPUT PROCEDURE 200-SELECCIONA-ABIERTOS
               OUTPUT PROCEDURE 500-LISTA-ANTIGUEDAD
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           COMPUTE WKS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> SOLO LOS CASOS ABIERTOS O EN PROCESO PASAN AL SORT
       200-SELECCIONA-ABIERTOS.
           OPEN INPUT EDM4CAS
           PERFORM 210-LEER-CAS
           PERFORM UNTIL WKS-EDM4CAS-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF NOT EDQJ-RESUELTO
                   MOVE EDQJ-SUCURSAL      TO SRT-SUCURSAL
                   MOVE EDQJ-FECHA-ALTA    TO SRT-FECHA-ALTA
                   MOVE EDQJ-CO-CLIENTE    TO SRT-CO-CLIENTE
                   MOVE EDQJ-NO-CASO       TO SRT-NO-CASO
                   MOVE EDQJ-CATEGORIA     TO SRT-CATEGORIA
                   MOVE EDQJ-CANAL         TO SRT-CANAL
                   MOVE EDQJ-ESTADO        TO SRT-ESTADO
                   MOVE EDQJ-OPERADOR-ASIG TO SRT-ASIGNADO
                   MOVE EDQJ-FECHA-LIMITE  TO SRT-FECHA-LIMITE
                   RELEASE REG-SORT
               END-IF
               PERFORM 210-LEER-CAS
           END-PERFORM
           CLOSE EDM4CAS.

       210-LEER-CAS.
           READ EDM4CAS NEXT RECORD
               AT END
                   SET WKS-EDM4CAS-EOF TO TRUE
           END-READ.

      *--> LISTADO CON CORTE POR SUCURSAL Y SUBTOTALES POR TRAMO
       500-LISTA-ANTIGUEDAD.
           MOVE LOW-VALUES TO WKS-SUCURSAL-BREAK
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               IF SRT-SUCURSAL NOT = WKS-SUCURSAL-BREAK
                   IF WKS-SUCURSAL-BREAK NOT = LOW-VALUES
                       PERFORM 530-CIERRA-SUCURSAL
                   END-IF
                   MOVE SRT-SUCURSAL TO WKS-SUCURSAL-BREAK
                   WRITE REG-REPORTE FROM WKS-BLANK-LINE
                   MOVE SRT-SUCURSAL TO WKS-SL-SUCURSAL
                   WRITE REG-REPORTE FROM WKS-SUC-LINE
               END-IF
               PERFORM 520-REPORTA-CASO
               PERFORM 510-LEER-SORT
           END-PERFORM
           IF WKS-SUCURSAL-BREAK NOT = LOW-VALUES
               PERFORM 530-CIERRA-SUCURSAL
           END-IF.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

       520-REPORTA-CASO.
           COMPUTE WKS-ENTERO-ALTA =
               FUNCTION INTEGER-OF-DATE(SRT-FECHA-ALTA)
           COMPUTE WKS-DIAS-ABIERTO = WKS-ENTERO-HOY - WKS-ENTERO-ALTA
           ADD 1 TO WKS-SUC-ABIERTOS
           ADD 1 TO WKS-TOTAL-ABIERTOS
           EVALUATE TRUE
               WHEN WKS-DIAS-ABIERTO NOT > 5
                   ADD 1 TO WKS-SUC-TRAMO-1
               WHEN WKS-DIAS-ABIERTO NOT > 15
                   ADD 1 TO WKS-SUC-TRAMO-2
               WHEN WKS-DIAS-ABIERTO NOT > 30
                   ADD 1 TO WKS-SUC-TRAMO-3
               WHEN OTHER
                   ADD 1 TO WKS-SUC-TRAMO-4
           END-EVALUATE
           MOVE SRT-CO-CLIENTE   TO WKS-DET-CLIENTE
           MOVE SRT-NO-CASO      TO WKS-DET-CASO
           MOVE SRT-CATEGORIA    TO WKS-DET-CATEGORIA
           MOVE SRT-CANAL        TO WKS-DET-CANAL
           MOVE SRT-ESTADO       TO WKS-DET-ESTADO
           MOVE SRT-ASIGNADO     TO WKS-DET-ASIGNADO
           MOVE SRT-FECHA-ALTA   TO WKS-DET-ALTA
           MOVE SRT-FECHA-LIMITE TO WKS-DET-LIMITE
           MOVE WKS-DIAS-ABIERTO TO WKS-DET-DIAS
           IF WKS-FECHA-HOY > SRT-FECHA-LIMITE
               MOVE "***VENCIDO " TO WKS-DET-SITUACION
               ADD 1 TO WKS-SUC-VENCIDOS
               ADD 1 TO WKS-TOTAL-VENCIDOS
           ELSE
               MOVE "EN PLAZO   " TO WKS-DET-SITUACION
           END-IF
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       530-CIERRA-SUCURSAL.
           MOVE WKS-SUC-ABIERTOS TO WKS-ST-ABIERTOS
           MOVE WKS-SUC-VENCIDOS TO WKS-ST-VENCIDOS
           WRITE REG-REPORTE FROM WKS-SUBTOTAL-LINE-1
           MOVE WKS-SUC-TRAMO-1  TO WKS-ST-TRAMO-1
           MOVE WKS-SUC-TRAMO-2  TO WKS-ST-TRAMO-2
           MOVE WKS-SUC-TRAMO-3  TO WKS-ST-TRAMO-3
           MOVE WKS-SUC-TRAMO-4  TO WKS-ST-TRAMO-4
           WRITE REG-REPORTE FROM WKS-SUBTOTAL-LINE-2
           INITIALIZE WKS-SUCURSAL.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS   TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-ABIERTOS TO WKS-TOT-ABIERTOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-VENCIDOS TO WKS-TOT-VENCIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           CLOSE REPORTE
           DISPLAY "EDID1R56 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R56 - ABIERTOS   : " WKS-TOTAL-ABIERTOS
           DISPLAY "EDID1R56 - VENCIDOS   : " WKS-TOTAL-VENCIDOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R56" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R56" TO EDJL-OPERADOR
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R56" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ABIERTOS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
