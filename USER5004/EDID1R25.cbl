      * PROGRAMA    : EDID1R25                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : UNIFICACION DEL FORMATO DE FECHAS DE EDM4CL      *
      * ARCHIVOS    : EDM4CL (I/O) / REPORTE (SALIDA) /                *
      *               EDM4RST (I/O, REINICIO) / EDM4JLG (I/O)          *
      * ACCION (ES) : C=Convertir                                      *
      * PROGRAMA(S) : EDID1BFE                                         *
      * CANAL       : ADMINISTRATIVA                                   *
      * (CARGAS VIEJAS QUE INVIRTIERON LOS BYTES) Y LOS CONVIERTE CON *
      * LA RUTINA EDID1BFE. LO INVALIDO EN AMBOS SENTIDOS SE LISTA    *
      * PARA REVISION MANUAL. LA FECHA DE MARCA DE ELIMINACION SE     *
      * ALMACENA AAAAMMDD POR CONVENCION Y NO SE TOCA. CADA 100       *
      * REGISTROS DEJA EN EDM4RST LA ULTIMA LLAVE CONFIRMADA; CON "R" *
      * EN EL PARM RETOMA DESPUES DE ELLA (REPORTE EN EXTEND). UNA    *
      * FECHA YA CONVERTIDA ES VALIDA Y NO SE VUELVE A INVERTIR       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R25.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4RST ASSIGN TO EDM4RST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRS-LLAVE
               FILE STATUS IS WKS-EDM4RST-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4CL.
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4RST.
       COPY EDMRST.

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       COPY EDBFE.

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
           02 WKS-EDM4RST-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RST-OK        VALUE "00".
               88 WKS-EDM4RST-DUP       VALUE "22".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CONVERTIDOS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-IRREPARABLES    PIC 9(07) VALUE ZEROS.

      *--> PUNTO DE REINICIO EN EDM4RST: CONTEOS EN EDRS-CONTADOR
      *    1=LEIDOS 2=CONVERTIDOS 3=IRREPARABLES
       01 WKS-REINICIO.
           02 WKS-FLAG-REINICIO         PIC 9 VALUE ZEROS.
           02 WKS-RST-INTERVALO         PIC 9(05) VALUE 100.
           02 WKS-RST-DESDE-CONTROL     PIC 9(05) VALUE ZEROS.
           02 WKS-RST-ULT-LLAVE         PIC 9(08) VALUE ZEROS.

       01 WKS-WORK-FIELDS.
           02 WKS-FECHA-PRUEBA          PIC 9(08) VALUE ZEROS.
           02 WKS-FLAG-CAMBIO           PIC 9 VALUE ZEROS.
           02 WKS-DET-RESULTADO         PIC X(12).
           02 FILLER                    PIC X(36) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
      *    EL PARM ES OPCIONAL: "R" = REINICIO DE LA CORRIDA
      *    INCOMPLETA; AUSENTE U OTRO VALOR = CORRIDA NUEVA
       01 WKS-PARM.
           05 WKS-PARM-REINICIO          PIC X(01).
               88 WKS-PIDE-REINICIO      VALUE "R".

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-EDM4CL
               UNTIL WKS-EDM4CL-EOF
           PERFORM 900-FINAL
           PERFORM 970-REINICIO-FIN
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN I-O    EDM4CL
           PERFORM 950-REINICIO-INICIO
      *-->EN REINICIO EL REPORTE YA ESCRITO SE CONSERVA Y EL
      *   MAESTRO SE POSICIONA DESPUES DE LA ULTIMA LLAVE CONFIRMADA
           IF WKS-FLAG-REINICIO = 1
               OPEN EXTEND REPORTE
               MOVE WKS-RST-ULT-LLAVE TO EDMC-LLAVE
               START EDM4CL KEY IS GREATER THAN EDMC-LLAVE
                   INVALID KEY
                       SET WKS-EDM4CL-EOF TO TRUE
               END-START
           ELSE
               OPEN OUTPUT REPORTE
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           END-IF
           IF NOT WKS-EDM4CL-EOF
               PERFORM 210-LEER-EDM4CL
           END-IF.

       200-PROCESA-EDM4CL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF WKS-FLAG-CAMBIO = 1
               REWRITE REG-EDMACL
           END-IF
           PERFORM 955-REINICIO-CUENTA
           PERFORM 210-LEER-EDM4CL.

       210-LEER-EDM4CL.
           DISPLAY "EDID1R25 - CONVERTIDOS  : " WKS-TOTAL-CONVERTIDOS
           DISPLAY "EDID1R25 - IRREPARABLES : "
               WKS-TOTAL-IRREPARABLES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R25" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R25" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R25" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS TO EDJL-LEIDOS
               MOVE WKS-TOTAL-CONVERTIDOS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

      *--> LA CORRIDA INCOMPLETA QUE SE RETOMA QUEDA CERRADA CON
      *    ERROR EN LA BITACORA (RETORNO 12 = REINICIADA)
       945-JOBLOG-REINICIADO.
           MOVE EDRS-FECHA-CORRIDA TO EDJL-FECHA
           MOVE EDRS-HORA-CORRIDA  TO EDJL-HORA
           MOVE "EDID1R25" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
           AND EDJL-INICIADO
               MOVE "E" TO EDJL-ESTADO
               MOVE 12 TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF.

      *--> ABRE EL CONTROL DE REINICIO: CON "R" Y UNA CORRIDA EN
      *    CURSO SE RETOMA SU ULTIMA LLAVE Y SUS CONTEOS; SI NO, LA
      *    FILA SE INICIA DE NUEVO PARA ESTA CORRIDA
       950-REINICIO-INICIO.
           OPEN I-O EDM4RST
           MOVE ZEROS TO WKS-FLAG-REINICIO
           MOVE "EDID1R25" TO EDRS-PROGRAMA
           READ EDM4RST
           IF WKS-EDM4RST-OK
           AND EDRS-EN-CURSO
               IF WKS-PIDE-REINICIO
                   MOVE 1 TO WKS-FLAG-REINICIO
               ELSE
                   DISPLAY "EDID1R25 - CORRIDA NUEVA, SE DESCARTA EL "
                       "PUNTO DE REINICIO " EDRS-ULT-LLAVE
               END-IF
           ELSE
               IF WKS-PIDE-REINICIO
                   DISPLAY "EDID1R25 - SIN CORRIDA INCOMPLETA, SE "
                       "PROCESA COMPLETO"
               END-IF
           END-IF
           IF WKS-FLAG-REINICIO = 1
               PERFORM 945-JOBLOG-REINICIADO
               MOVE EDRS-ULT-LLAVE TO WKS-RST-ULT-LLAVE
               PERFORM 966-REINICIO-RECUPERA-CONTEOS
               ADD 1 TO EDRS-REINICIOS
               MOVE WKS-JLG-FECHA TO EDRS-FECHA-CORRIDA
               MOVE WKS-JLG-HORA  TO EDRS-HORA-CORRIDA
               MOVE WKS-PARM      TO EDRS-PARM
               REWRITE REG-EDMRST
               DISPLAY "EDID1R25 - REINICIO DESPUES DE LA LLAVE "
                   WKS-RST-ULT-LLAVE
           ELSE
               INITIALIZE REG-EDMRST
               MOVE "EDID1R25"    TO EDRS-PROGRAMA
               MOVE WKS-JLG-FECHA TO EDRS-FECHA-CORRIDA
               MOVE WKS-JLG-HORA  TO EDRS-HORA-CORRIDA
               SET EDRS-EN-CURSO  TO TRUE
               MOVE WKS-PARM      TO EDRS-PARM
               WRITE REG-EDMRST
               IF WKS-EDM4RST-DUP
                   REWRITE REG-EDMRST
               END-IF
           END-IF.

      *--> CUENTA EL REGISTRO YA PROCESADO; CADA INTERVALO DEJA EL
      *    PUNTO DE CONTROL
       955-REINICIO-CUENTA.
           MOVE EDMC-LLAVE TO WKS-RST-ULT-LLAVE
           ADD 1 TO WKS-RST-DESDE-CONTROL
           IF WKS-RST-DESDE-CONTROL NOT < WKS-RST-INTERVALO
               PERFORM 960-REINICIO-PUNTO-CONTROL
           END-IF.

      *--> CONFIRMA EN EDM4RST LA ULTIMA LLAVE PROCESADA Y LOS
      *    CONTEOS A ESE PUNTO
       960-REINICIO-PUNTO-CONTROL.
           MOVE "EDID1R25" TO EDRS-PROGRAMA
           READ EDM4RST
           IF WKS-EDM4RST-OK
               MOVE WKS-RST-ULT-LLAVE TO EDRS-ULT-LLAVE
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDRS-FECHA-CONTROL
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDRS-HORA-CONTROL
               PERFORM 965-REINICIO-GUARDA-CONTEOS
               REWRITE REG-EDMRST
           END-IF
           MOVE ZEROS TO WKS-RST-DESDE-CONTROL.

       965-REINICIO-GUARDA-CONTEOS.
           MOVE WKS-TOTAL-LEIDOS       TO EDRS-CONTADOR(1)
           MOVE WKS-TOTAL-CONVERTIDOS  TO EDRS-CONTADOR(2)
           MOVE WKS-TOTAL-IRREPARABLES TO EDRS-CONTADOR(3).

       966-REINICIO-RECUPERA-CONTEOS.
           MOVE EDRS-CONTADOR(1) TO WKS-TOTAL-LEIDOS
           MOVE EDRS-CONTADOR(2) TO WKS-TOTAL-CONVERTIDOS
           MOVE EDRS-CONTADOR(3) TO WKS-TOTAL-IRREPARABLES.

      *--> CORRIDA COMPLETA: LA FILA QUEDA TERMINADA CON LOS TOTALES
       970-REINICIO-FIN.
           MOVE "EDID1R25" TO EDRS-PROGRAMA
           READ EDM4RST
           IF WKS-EDM4RST-OK
               SET EDRS-TERMINADO TO TRUE
               MOVE WKS-RST-ULT-LLAVE TO EDRS-ULT-LLAVE
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDRS-FECHA-CONTROL
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDRS-HORA-CONTROL
               PERFORM 965-REINICIO-GUARDA-CONTEOS
               REWRITE REG-EDMRST
           END-IF
           CLOSE EDM4RST.
