      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R71                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RECONCILIACION EDM4AUL CONTRA EL PATH EDF4AUL    *
      * ARCHIVOS    : EDM4AUL (ENTRADA) / EDF4AUL (ENTRADA) / REPORTE  *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * EDF4AUL ES UN PATH DE INDICE ALTERNO NO UNICO SOBRE LOS MISMOS *
      * REGISTROS DE EDM4AUL, POR FECHA Y HORA DEL MOVIMIENTO. ESTE    *
      * JOB COMPARA LAS DOS VIAS DE ACCESO: POR CADA REGISTRO DE       *
      * EDM4AUL RECORRE EN EDF4AUL EL GRUPO DE SU FECHA Y HORA HASTA   *
      * HALLAR EL MISMO CLIENTE Y COMPARA EL CONTENIDO COMPLETO; AL    *
      * FINAL RECORRE EDF4AUL ENTERO, CUENTA SUS REGISTROS, VERIFICA   *
      * QUE LAS FECHAS VENGAN EN ORDEN Y COMPARA LOS TOTALES. CORRE    *
      * DESPUES DE CADA RECONSTRUCCION DEL INDICE (PF20 DE EDID1IL5).  *
      * CON CUALQUIER DIFERENCIA TERMINA CON CODIGO DE RETORNO 4       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R71.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4AUL ASSIGN TO EDM4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDF4AUL ASSIGN TO EDF4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAF-FECHA-HORA-MOV
               FILE STATUS IS WKS-EDF4AUL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4REP ASSIGN TO EDM4REP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRP-LLAVE
               FILE STATUS IS WKS-EDM4REP-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDF4AUL.
       COPY EDMAUL
           REPLACING ==REG-EDMAUL==                BY ==REG-EDF4AUL==
                     ==EDAU-LLAVE==                 BY ==EDAF-LLAVE==
                     ==EDAU-CO-CLIENTE==            BY
                         ==EDAF-CO-CLIENTE==
                     ==EDAU-FECHA-HORA-MOV==        BY
                         ==EDAF-FECHA-HORA-MOV==
                     ==EDAU-FECHA-MOV==             BY
                         ==EDAF-FECHA-MOV==
                     ==EDAU-HORA-MOV==              BY
                         ==EDAF-HORA-MOV==
                     ==EDAU-PROGRAMA==              BY
                         ==EDAF-PROGRAMA==
                     ==EDAU-ACCION==                BY
                         ==EDAF-ACCION==
                     ==EDAU-OPERADOR==              BY
                         ==EDAF-OPERADOR==
                     ==EDAU-TERMINAL==              BY
                         ==EDAF-TERMINAL==
                     ==EDAU-ANTES==                 BY
                         ==EDAF-ANTES==
                     ==EDAU-ANTES-NOMBRE==          BY
                         ==EDAF-ANTES-NOMBRE==
                     ==EDAU-ANTES-FECHA-NAC==       BY
                         ==EDAF-ANTES-FECHA-NAC==
                     ==EDAU-ANTES-TELEFONO==        BY
                         ==EDAF-ANTES-TELEFONO==
                     ==EDAU-ANTES-MARCA-ELIM==      BY
                         ==EDAF-ANTES-MARCA-ELIM==
                     ==EDAU-DESPUES==               BY
                         ==EDAF-DESPUES==
                     ==EDAU-DESPUES-NOMBRE==        BY
                         ==EDAF-DESPUES-NOMBRE==
                     ==EDAU-DESPUES-FECHA-NAC==     BY
                         ==EDAF-DESPUES-FECHA-NAC==
                     ==EDAU-DESPUES-TELEFONO==      BY
                         ==EDAF-DESPUES-TELEFONO==
                     ==EDAU-DESPUES-MARCA-ELIM==    BY
                         ==EDAF-DESPUES-MARCA-ELIM==
                     ==EDAU-MOTIVO==                BY
                         ==EDAF-MOTIVO==
                     ==EDAU-IMAGEN-ANTES==          BY
                         ==EDAF-IMAGEN-ANTES==
                     ==EDAU-IMAGEN-DESPUES==        BY
                         ==EDAF-IMAGEN-DESPUES==.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4REP.
       COPY EDMREP.

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

      *-->REPOSITORIO DE REPORTES: LLAVE DE LA CORRIDA Y CONTADOR DE
      *   LINEA. CADA LINEA IMPRESA SE GUARDA TAMBIEN EN EDM4REP PARA
      *   CONSULTARLA DESPUES EN LA PANTALLA EDID1BLI
       01 WKS-EDM4REP-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4REP-OK            VALUE "00".
       01 WKS-REP-CORRIDA.
           02 WKS-REP-LINEA             PIC 9(05) VALUE ZEROS.
           02 WKS-REP-LINEA-TXT         PIC X(80).

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
               88 WKS-EDM4AUL-EOF       VALUE "10".
           02 WKS-EDF4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDF4AUL-OK        VALUE "00".
               88 WKS-EDF4AUL-EOF       VALUE "10".
               88 WKS-EDF4AUL-NOTFND    VALUE "23".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-HALLADO          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FIN-GRUPO        PIC 9 VALUE ZEROS.

      *-->FECHA Y HORA DEL REGISTRO ANTERIOR AL RECORRER EL PATH
       01 WKS-FECHA-HORA-ANT            PIC 9(14) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-EDM4AUL         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-EDF4AUL         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FALTANTES       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DIFERENTES      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FUERA-ORDEN     PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "RECONCILIACION EDM4AUL VS EDF4AUL - EDID1R71".
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "CODIGO    FECHA     HORA    OBSERVACION".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CODIGO            PIC Z(7)9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-FECHA             PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-HORA              PIC 9(06).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-OBSERVACION       PIC X(32).
           02 FILLER                    PIC X(20) VALUE SPACES.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(24) VALUE
               "TOTAL LEIDOS EDM4AUL: ".
           02 WKS-TOT-EDM4AUL           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(24) VALUE
               "TOTAL LEIDOS EDF4AUL: ".
           02 WKS-TOT-EDF4AUL           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(24) VALUE
               "FALTANTES EN EDF4AUL: ".
           02 WKS-TOT-FALTANTES         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(24) VALUE
               "CON CONTENIDO DISTINTO: ".
           02 WKS-TOT-DIFERENTES        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(24) VALUE
               "FUERA DE ORDEN EN PATH: ".
           02 WKS-TOT-FUERA-ORDEN       PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-6              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-COMPARA-EDM4AUL
               UNTIL WKS-EDM4AUL-EOF
           PERFORM 250-CUENTA-EDF4AUL
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT EDM4AUL
           OPEN INPUT EDF4AUL
           OPEN OUTPUT REPORTE
           OPEN I-O    EDM4REP
           MOVE "EDID1R71" TO EDRP-REPORTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDRP-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRP-HORA
           MOVE ZEROS TO EDRP-LINEA
           MOVE "EDID1R71" TO EDRP-OPERADOR
           MOVE "CORRIDA REGISTRADA EN EL REPOSITORIO"
             TO EDRP-TEXTO
           WRITE REG-EDMREP
           MOVE WKS-HEADER-LINE-1 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-HEADER-LINE-2 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           PERFORM 210-LEER-EDM4AUL.

      *--> POR CADA REGISTRO DE EDM4AUL SE POSICIONA EN EDF4AUL EN SU
      *    FECHA Y HORA Y RECORRE ESE GRUPO (LLAVE NO UNICA) HASTA
      *    HALLAR EL MISMO CLIENTE; AHI COMPARA EL REGISTRO COMPLETO
       200-COMPARA-EDM4AUL.
           ADD 1 TO WKS-TOTAL-EDM4AUL
           MOVE ZEROS TO WKS-FLAG-HALLADO
           MOVE ZEROS TO WKS-FLAG-FIN-GRUPO
           MOVE EDAU-FECHA-HORA-MOV TO EDAF-FECHA-HORA-MOV
           START EDF4AUL KEY IS EQUAL TO EDAF-FECHA-HORA-MOV
               INVALID KEY
                   MOVE 1 TO WKS-FLAG-FIN-GRUPO
           END-START
           PERFORM UNTIL WKS-FLAG-FIN-GRUPO = 1
               READ EDF4AUL NEXT RECORD
                   AT END
                       MOVE 1 TO WKS-FLAG-FIN-GRUPO
               END-READ
               IF WKS-FLAG-FIN-GRUPO = ZEROS
                   IF EDAF-FECHA-HORA-MOV NOT = EDAU-FECHA-HORA-MOV
                       MOVE 1 TO WKS-FLAG-FIN-GRUPO
                   ELSE
                       IF EDAF-CO-CLIENTE = EDAU-CO-CLIENTE
                           MOVE 1 TO WKS-FLAG-HALLADO
                           MOVE 1 TO WKS-FLAG-FIN-GRUPO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WKS-FLAG-HALLADO = ZEROS
               PERFORM 220-REPORTA-FALTANTE
           ELSE
               IF REG-EDF4AUL NOT = REG-EDMAUL
                   PERFORM 230-REPORTA-DIFERENTE
               END-IF
           END-IF
           PERFORM 210-LEER-EDM4AUL.

       210-LEER-EDM4AUL.
           READ EDM4AUL NEXT RECORD
               AT END
                   SET WKS-EDM4AUL-EOF TO TRUE
           END-READ.

       220-REPORTA-FALTANTE.
           MOVE EDAU-CO-CLIENTE TO WKS-DET-CODIGO
           MOVE EDAU-FECHA-MOV  TO WKS-DET-FECHA
           MOVE EDAU-HORA-MOV   TO WKS-DET-HORA
           MOVE "NO ENCONTRADO EN EDF4AUL"
               TO WKS-DET-OBSERVACION
           MOVE WKS-DETAIL-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           ADD 1 TO WKS-TOTAL-FALTANTES.

       230-REPORTA-DIFERENTE.
           MOVE EDAU-CO-CLIENTE TO WKS-DET-CODIGO
           MOVE EDAU-FECHA-MOV  TO WKS-DET-FECHA
           MOVE EDAU-HORA-MOV   TO WKS-DET-HORA
           MOVE "CONTENIDO DISTINTO EN EDF4AUL"
               TO WKS-DET-OBSERVACION
           MOVE WKS-DETAIL-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           ADD 1 TO WKS-TOTAL-DIFERENTES.

      *--> RECORRE EDF4AUL DESDE EL INICIO PARA CONTAR SUS REGISTROS Y
      *    VERIFICAR QUE LA FECHA Y HORA NUNCA RETROCEDA
       250-CUENTA-EDF4AUL.
           MOVE ZEROS TO EDAF-FECHA-HORA-MOV
           MOVE ZEROS TO WKS-FECHA-HORA-ANT
           START EDF4AUL KEY IS NOT LESS THAN EDAF-FECHA-HORA-MOV
               INVALID KEY
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-START
           IF NOT WKS-EDF4AUL-EOF
               PERFORM 260-LEER-EDF4AUL-NEXT
               PERFORM UNTIL WKS-EDF4AUL-EOF
                   ADD 1 TO WKS-TOTAL-EDF4AUL
                   IF EDAF-FECHA-HORA-MOV < WKS-FECHA-HORA-ANT
                       PERFORM 270-REPORTA-FUERA-ORDEN
                   END-IF
                   MOVE EDAF-FECHA-HORA-MOV TO WKS-FECHA-HORA-ANT
                   PERFORM 260-LEER-EDF4AUL-NEXT
               END-PERFORM
           END-IF.

       260-LEER-EDF4AUL-NEXT.
           READ EDF4AUL NEXT RECORD
               AT END
                   SET WKS-EDF4AUL-EOF TO TRUE
           END-READ.

       270-REPORTA-FUERA-ORDEN.
           MOVE EDAF-CO-CLIENTE TO WKS-DET-CODIGO
           MOVE EDAF-FECHA-MOV  TO WKS-DET-FECHA
           MOVE EDAF-HORA-MOV   TO WKS-DET-HORA
           MOVE "FUERA DE ORDEN EN EDF4AUL"
               TO WKS-DET-OBSERVACION
           MOVE WKS-DETAIL-LINE TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           ADD 1 TO WKS-TOTAL-FUERA-ORDEN.

       900-FINAL.
           MOVE WKS-TOTAL-EDM4AUL    TO WKS-TOT-EDM4AUL
           MOVE WKS-TOTAL-EDF4AUL    TO WKS-TOT-EDF4AUL
           MOVE WKS-TOTAL-FALTANTES  TO WKS-TOT-FALTANTES
           MOVE WKS-TOTAL-DIFERENTES TO WKS-TOT-DIFERENTES
           MOVE WKS-TOTAL-FUERA-ORDEN TO WKS-TOT-FUERA-ORDEN
           MOVE WKS-TOTAL-LINE-6 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-TOTAL-LINE-1 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-TOTAL-LINE-2 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-TOTAL-LINE-3 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-TOTAL-LINE-4 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-TOTAL-LINE-5 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           IF WKS-TOTAL-EDM4AUL NOT = WKS-TOTAL-EDF4AUL
               MOVE "** LOS TOTALES DE EDM4AUL Y EDF4AUL NO CUADRAN **"
                   TO WKS-TOTAL-LINE-6
               MOVE WKS-TOTAL-LINE-6 TO WKS-REP-LINEA-TXT
               PERFORM 940-ESCRIBE-REPORTE
           END-IF
           CLOSE EDM4AUL
           CLOSE EDF4AUL
           CLOSE REPORTE
           CLOSE EDM4REP
           DISPLAY "EDID1R71 - LEIDOS EDM4AUL: " WKS-TOTAL-EDM4AUL
           DISPLAY "EDID1R71 - LEIDOS EDF4AUL: " WKS-TOTAL-EDF4AUL
           DISPLAY "EDID1R71 - FALTANTES     : " WKS-TOTAL-FALTANTES
           DISPLAY "EDID1R71 - DIFERENTES    : " WKS-TOTAL-DIFERENTES
           DISPLAY "EDID1R71 - FUERA DE ORDEN: " WKS-TOTAL-FUERA-ORDEN
           IF WKS-TOTAL-EDM4AUL NOT = WKS-TOTAL-EDF4AUL
           OR WKS-TOTAL-FALTANTES > ZEROS
           OR WKS-TOTAL-DIFERENTES > ZEROS
           OR WKS-TOTAL-FUERA-ORDEN > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R71" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R71" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R71" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-EDM4AUL TO EDJL-LEIDOS
               COMPUTE EDJL-ESCRITOS = WKS-TOTAL-FALTANTES
                   + WKS-TOTAL-DIFERENTES + WKS-TOTAL-FUERA-ORDEN
               MOVE RETURN-CODE TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

      *--> ESCRIBE LA LINEA EN EL DD REPORTE Y LA GUARDA EN EL
      *    REPOSITORIO EDM4REP BAJO LA LLAVE DE LA CORRIDA
       940-ESCRIBE-REPORTE.
           WRITE REG-REPORTE FROM WKS-REP-LINEA-TXT
           ADD 1 TO WKS-REP-LINEA
           MOVE WKS-REP-LINEA     TO EDRP-LINEA
           MOVE WKS-REP-LINEA-TXT TO EDRP-TEXTO
           WRITE REG-EDMREP.
