      * DESCRIPCION : CARGA DE REGLAS Y BARRIDO DE DIRECCIONES         *
      * ARCHIVOS    : REGLAS (ENTRADA) / EDM4DIR (I/O) /               *
      *               EDM4CL (ENTRADA) / EDM4WKL (I/O) /               *
      *               REPORTE (SALIDA) / EDM4RST (I/O, REINICIO) /     *
      *               EDM4JLG (I/O)                                    *
      * ACCION (ES) : C=Cargar reglas B=Barrer direcciones             *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      *   NO CONFORMES COMO PROPUESTAS "DIRNORM" EN LA LISTA DE       *
      *   TRABAJO EDM4WKL (LA DESCRIPCION TRAE LA FORMA PROPUESTA).   *
      * NADA SE REESCRIBE EN EDM4CL: LA CORRECCION LA DECIDE EL       *
      * OPERADOR EN EDID1XLI / EDID1MLI. EL BARRIDO B DEJA CADA 100   *
      * REGISTROS EN EDM4RST LA ULTIMA LLAVE CONFIRMADA; CON "R" EN   *
      * LA POSICION 2 DEL PARM RETOMA DESPUES DE ELLA (REPORTE EN     *
      * EXTEND). UNA PROPUESTA YA PENDIENTE NO SE DUPLICA             *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R46.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

           SELECT EDM4RST ASSIGN TO EDM4RST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRS-LLAVE
               FILE STATUS IS WKS-EDM4RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS
       FD  EDM4JLG.
       COPY EDMJLG.

       FD  EDM4RST.
       COPY EDMRST.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
               88 WKS-EDM4WKL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-EDM4RST-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RST-OK        VALUE "00".
               88 WKS-EDM4RST-DUP       VALUE "22".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-REGLAS          PIC 9(05) VALUE ZEROS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PROPUESTAS      PIC 9(07) VALUE ZEROS.

      *--> PUNTO DE REINICIO EN EDM4RST: CONTEOS EN EDRS-CONTADOR
      *    1=LEIDOS 2=PROPUESTAS (SOLO EL BARRIDO B)
       01 WKS-REINICIO.
           02 WKS-FLAG-REINICIO         PIC 9 VALUE ZEROS.
           02 WKS-RST-INTERVALO         PIC 9(05) VALUE 100.
           02 WKS-RST-DESDE-CONTROL     PIC 9(05) VALUE ZEROS.
           02 WKS-RST-ULT-LLAVE         PIC 9(08) VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.

      *-->NORMALIZACION: MISMO ALGORITMO QUE LA RUTINA EDID1BDR
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
      *    LA POSICION 2 ES OPCIONAL: "R" = REINICIO DEL BARRIDO
      *    INCOMPLETO; CUALQUIER OTRO VALOR = CORRIDA NUEVA
       01 WKS-PARM.
           05 WKS-PARM-FUNCION          PIC X(01).
               88 WKS-FUNCION-CARGAR    VALUE "C".
               88 WKS-FUNCION-BARRER    VALUES "B" " ".
           05 WKS-PARM-REINICIO         PIC X(01).
               88 WKS-PIDE-REINICIO     VALUE "R".

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           PERFORM 920-JOBLOG-INICIO
           OPEN INPUT  EDM4CL
           OPEN INPUT  EDM4DIR
           OPEN I-O    EDM4WKL
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
           END-IF
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMC-MARCA-ELIMINADO = SPACES
                       PERFORM 220-PROPONE-CAMBIO
                   END-IF
               END-IF
               PERFORM 955-REINICIO-CUENTA
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           CLOSE EDM4DIR
           CLOSE EDM4WKL
           CLOSE REPORTE
           PERFORM 970-REINICIO-FIN
           DISPLAY "EDID1R46 - LEIDOS    : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R46 - PROPUESTAS: " WKS-TOTAL-PROPUESTAS.

           MOVE "EDID1R46" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R46" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

      *--> LA CORRIDA INCOMPLETA QUE SE RETOMA QUEDA CERRADA CON
      *    ERROR EN LA BITACORA (RETORNO 12 = REINICIADA)
       945-JOBLOG-REINICIADO.
           MOVE EDRS-FECHA-CORRIDA TO EDJL-FECHA
           MOVE EDRS-HORA-CORRIDA  TO EDJL-HORA
           MOVE "EDID1R46" TO EDJL-PROGRAMA
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
           MOVE "EDID1R46" TO EDRS-PROGRAMA
           READ EDM4RST
           IF WKS-EDM4RST-OK
           AND EDRS-EN-CURSO
               IF WKS-PIDE-REINICIO
                   MOVE 1 TO WKS-FLAG-REINICIO
               ELSE
                   DISPLAY "EDID1R46 - CORRIDA NUEVA, SE DESCARTA EL "
                       "PUNTO DE REINICIO " EDRS-ULT-LLAVE
               END-IF
           ELSE
               IF WKS-PIDE-REINICIO
                   DISPLAY "EDID1R46 - SIN CORRIDA INCOMPLETA, SE "
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
               DISPLAY "EDID1R46 - REINICIO DESPUES DE LA LLAVE "
                   WKS-RST-ULT-LLAVE
           ELSE
               INITIALIZE REG-EDMRST
               MOVE "EDID1R46"    TO EDRS-PROGRAMA
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
           MOVE "EDID1R46" TO EDRS-PROGRAMA
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
           MOVE WKS-TOTAL-LEIDOS     TO EDRS-CONTADOR(1)
           MOVE WKS-TOTAL-PROPUESTAS TO EDRS-CONTADOR(2).

       966-REINICIO-RECUPERA-CONTEOS.
           MOVE EDRS-CONTADOR(1) TO WKS-TOTAL-LEIDOS
           MOVE EDRS-CONTADOR(2) TO WKS-TOTAL-PROPUESTAS.

      *--> CORRIDA COMPLETA: LA FILA QUEDA TERMINADA CON LOS TOTALES
       970-REINICIO-FIN.
           MOVE "EDID1R46" TO EDRS-PROGRAMA
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
