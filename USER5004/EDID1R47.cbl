      * TIPO        : BATCH                                            *
      * DESCRIPCION : RENUMERACION MASIVA DE TELEFONOS POR PREFIJO     *
      * ARCHIVOS    : MAPEO (ENTRADA) / EDM4CL (I/O) / EDM4AUL (I/O) / *
      *               REPORTE (SALIDA) / EDM4RST (I/O, REINICIO) /     *
      *               EDM4JLG (I/O) / EDM4CTL (I/O)                    *
      * ACCION (ES) : S=Simulacion R=Renumeracion real                 *
      * PROGRAMA(S) : CALL EDID1BHS                                    *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      *     COMPLETAS                                                 *
      *   - EN MODO S NADA SE ESCRIBE: SOLO EL REPORTE, PARA PROBAR   *
      *     EL MAPEO ANTES DE LA CORRIDA REAL                         *
      *   - EN MODO R CADA 100 REGISTROS, Y DE INMEDIATO TRAS CADA    *
      *     CLIENTE CAMBIADO (LA RENUMERACION NO ES REPETIBLE: UN     *
      *     PREFIJO NUEVO PUEDE CASAR CON OTRA REGLA), SE CONFIRMA EN *
      *     EDM4RST LA ULTIMA LLAVE; CON "R" EN LA POSICION 2 DEL     *
      *     PARM SE RETOMA DESPUES DE ELLA (REPORTE EN EXTEND)        *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R47.
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

           SELECT EDM4RST ASSIGN TO EDM4RST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRS-LLAVE
               FILE STATUS IS WKS-EDM4RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPEO
       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4CTL.
       COPY EDMCTL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       FD  EDM4JLG.
       COPY EDMJLG.

       FD  EDM4RST.
       COPY EDMRST.

       WORKING-STORAGE SECTION.

       COPY EDBHS.

      *-->ANCLA DE LA CADENA DE LA BITACORA LEIDA DE EDM4CTL
       01 WKS-CADENA.
           02 WKS-FLAG-ANCLA            PIC 9 VALUE ZEROS.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-EDM4RST-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RST-OK        VALUE "00".
               88 WKS-EDM4RST-DUP       VALUE "22".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-REGLAS          PIC 9(02) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CAMBIO      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CONFLICTOS      PIC 9(07) VALUE ZEROS.

      *--> PUNTO DE REINICIO EN EDM4RST: CONTEOS EN EDRS-CONTADOR
      *    1=LEIDOS 2=CAMBIADOS 3=SIN CAMBIO 4=CONFLICTOS (MODO R)
       01 WKS-REINICIO.
           02 WKS-FLAG-REINICIO         PIC 9 VALUE ZEROS.
           02 WKS-RST-INTERVALO         PIC 9(05) VALUE 100.
           02 WKS-RST-DESDE-CONTROL     PIC 9(05) VALUE ZEROS.
           02 WKS-RST-ULT-LLAVE         PIC 9(08) VALUE ZEROS.

      *-->TABLA DE REGLAS DEL MAPEO
       01 WKS-REGLAS.
           02 WKS-RG-USADAS             PIC 9(02) VALUE ZEROS.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
      *    LA POSICION 2 ES OPCIONAL: "R" = REINICIO DE LA CORRIDA
      *    REAL INCOMPLETA; CUALQUIER OTRO VALOR = CORRIDA NUEVA
       01 WKS-PARM.
           05 WKS-PARM-MODO             PIC X(01).
               88 WKS-MODO-SIMULACION   VALUES "S" " ".
               88 WKS-MODO-REAL         VALUE "R".
           05 WKS-PARM-REINICIO         PIC X(01).
               88 WKS-PIDE-REINICIO     VALUE "R".

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-EDM4CL
               UNTIL WKS-EDM4CL-EOF
           PERFORM 900-FINAL
           IF WKS-FLAG-SIMULACION = ZEROS
               PERFORM 970-REINICIO-FIN
           END-IF
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

           ELSE
               OPEN I-O EDM4CL
               OPEN I-O EDM4AUL
               OPEN I-O EDM4CTL
               PERFORM 950-REINICIO-INICIO
           END-IF
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
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
           END-IF
           IF NOT WKS-EDM4CL-EOF
               PERFORM 210-LEER-EDM4CL
           END-IF.

       110-CARGA-MAPEO.
           OPEN INPUT MAPEO
               WHEN OTHER
                   ADD 1 TO WKS-TOTAL-SIN-CAMBIO
           END-EVALUATE
           IF WKS-FLAG-SIMULACION = ZEROS
               PERFORM 955-REINICIO-CUENTA
           END-IF
           PERFORM 210-LEER-EDM4CL.

       210-LEER-EDM4CL.
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           MOVE REG-EDMACL                  TO EDAU-IMAGEN-DESPUES
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
           PERFORM 941-AVANZA-ANCLA.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           CLOSE EDM4CL
           IF WKS-FLAG-SIMULACION = ZEROS
               CLOSE EDM4AUL
               CLOSE EDM4CTL
           END-IF
           CLOSE REPORTE
           DISPLAY "EDID1R47 - LEIDOS     : " WKS-TOTAL-LEIDOS
           MOVE "EDID1R47" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R47" TO EDJL-OPERADOR
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
           MOVE "EDID1R47" TO EDJL-PROGRAMA
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
           MOVE "EDID1R47" TO EDRS-PROGRAMA
           READ EDM4RST
           IF WKS-EDM4RST-OK
           AND EDRS-EN-CURSO
               IF WKS-PIDE-REINICIO
                   MOVE 1 TO WKS-FLAG-REINICIO
               ELSE
                   DISPLAY "EDID1R47 - CORRIDA NUEVA, SE DESCARTA EL "
                       "PUNTO DE REINICIO " EDRS-ULT-LLAVE
               END-IF
           ELSE
               IF WKS-PIDE-REINICIO
                   DISPLAY "EDID1R47 - SIN CORRIDA INCOMPLETA, SE "
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
               DISPLAY "EDID1R47 - REINICIO DESPUES DE LA LLAVE "
                   WKS-RST-ULT-LLAVE
           ELSE
               INITIALIZE REG-EDMRST
               MOVE "EDID1R47"    TO EDRS-PROGRAMA
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
      *    PUNTO DE CONTROL, Y UN CLIENTE RENUMERADO LO DEJA DE
      *    INMEDIATO PARA QUE UN REINICIO NO LO VUELVA A CAMBIAR
       955-REINICIO-CUENTA.
           MOVE EDMC-LLAVE TO WKS-RST-ULT-LLAVE
           ADD 1 TO WKS-RST-DESDE-CONTROL
           IF WKS-RST-DESDE-CONTROL NOT < WKS-RST-INTERVALO
           OR (WKS-FLAG-REG-CAMBIO = 1
           AND WKS-FLAG-REG-CONFLICTO = ZEROS)
               PERFORM 960-REINICIO-PUNTO-CONTROL
           END-IF.

      *--> CONFIRMA EN EDM4RST LA ULTIMA LLAVE PROCESADA Y LOS
      *    CONTEOS A ESE PUNTO
       960-REINICIO-PUNTO-CONTROL.
           MOVE "EDID1R47" TO EDRS-PROGRAMA
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
           MOVE WKS-TOTAL-CAMBIADOS  TO EDRS-CONTADOR(2)
           MOVE WKS-TOTAL-SIN-CAMBIO TO EDRS-CONTADOR(3)
           MOVE WKS-TOTAL-CONFLICTOS TO EDRS-CONTADOR(4).

       966-REINICIO-RECUPERA-CONTEOS.
           MOVE EDRS-CONTADOR(1) TO WKS-TOTAL-LEIDOS
           MOVE EDRS-CONTADOR(2) TO WKS-TOTAL-CAMBIADOS
           MOVE EDRS-CONTADOR(3) TO WKS-TOTAL-SIN-CAMBIO
           MOVE EDRS-CONTADOR(4) TO WKS-TOTAL-CONFLICTOS.

      *--> CORRIDA COMPLETA: LA FILA QUEDA TERMINADA CON LOS TOTALES
       970-REINICIO-FIN.
           MOVE "EDID1R47" TO EDRS-PROGRAMA
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

      *--> ENCADENA EL MOVIMIENTO AL ULTIMO DE LA BITACORA: TOMA DEL
      *    ANCLA "CADENAUL" DE EDM4CTL LA SECUENCIA Y EL HASH ANTERIOR
      *    Y LO SELLA CON LA RUTINA EDID1BHS ANTES DEL WRITE
       940-ENCADENA-BITACORA.
           MOVE "CADENAUL" TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               MOVE 1 TO WKS-FLAG-ANCLA
           ELSE
               MOVE ZEROS TO WKS-FLAG-ANCLA
               INITIALIZE REG-EDMCTL
               MOVE "CADENAUL" TO EDCT-LLAVE
               MOVE ZEROS TO EDCT-CAD-SECUENCIA
               MOVE ZEROS TO EDCT-CAD-HASH
               MOVE ZEROS TO EDCT-CAD-ARC-SECUENCIA
               MOVE ZEROS TO EDCT-CAD-ARC-HASH
           END-IF
           COMPUTE EDAU-SECUENCIA = EDCT-CAD-SECUENCIA + 1
           MOVE EDCT-CAD-HASH TO EDAU-HASH-ANTERIOR
           SET EDBH-FN-CALCULAR TO TRUE
           MOVE REG-EDMAUL TO EDBH-REGISTRO
           CALL "EDID1BHS" USING REG-EDBHS
           MOVE EDBH-HASH TO EDAU-HASH.

      *--> SOLO UN MOVIMIENTO GRABADO AVANZA EL ANCLA DE LA CADENA
       941-AVANZA-ANCLA.
           IF WKS-EDM4AUL-OK
               MOVE EDAU-SECUENCIA TO EDCT-CAD-SECUENCIA
               MOVE EDAU-HASH      TO EDCT-CAD-HASH
               IF WKS-FLAG-ANCLA = 1
                   REWRITE REG-EDMCTL
               ELSE
                   WRITE REG-EDMCTL
               END-IF
           END-IF.
