      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R70                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ENCIENDE/APAGA EL MODO SOLO LECTURA EN LINEA     *
      * ARCHIVOS    : EDM4CTL (I/O) / EDM4TJL (SALIDA)                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * PRIMER Y ULTIMO PASO DE LA CADENA DE CIERRE DE DIA: CON PARM  *
      * "ON" ENCIENDE EL MODO SOLO LECTURA DEL REGISTRO "PARAMS  " DE *
      * EDM4CTL (LAS PANTALLAS DE MANTENIMIENTO Y EDID1BMA RECHAZAN   *
      * ACTUALIZACIONES; LAS CONSULTAS SIGUEN) Y CON PARM "OFF" LO    *
      * APAGA. SI LA CADENA FALLA EL ULTIMO PASO NO CORRE Y EL MODO   *
      * QUEDA ENCENDIDO HASTA QUE EL ADMINISTRADOR LO APAGUE CON PF8  *
      * EN EDID1OLI. CADA CAMBIO QUEDA EN LA BITACORA DE TABLAS       *
      * EDM4TJL CON LA IMAGEN ANTES/DESPUES. UN PARM INVALIDO TERMINA *
      * CON RETORNO 8 SIN TOCAR EL REGISTRO                           *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R70.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

           SELECT EDM4TJL ASSIGN TO EDM4TJL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTJ-LLAVE
               FILE STATUS IS WKS-EDM4TJL-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4CTL.
       COPY EDMCTL.

       FD  EDM4TJL.
       COPY EDMTJL.

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-EDM4TJL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4TJL-OK        VALUE "00".
               88 WKS-EDM4TJL-DUPREC    VALUE "22".

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.
       01 WKS-HORA-HOY                  PIC 9(06) VALUE ZEROS.
       01 WKS-IMAGEN-ANTES              PIC X(150) VALUE SPACES.
       01 WKS-REINTENTOS                PIC 9(02) VALUE ZEROS.

       01 WKS-FLAGS.
           02 WKS-FLAG-ALTA             PIC 9(01) VALUE ZEROS.
           02 WKS-FLAG-CAMBIO           PIC 9(01) VALUE ZEROS.
           02 WKS-FLAG-ERROR            PIC 9(01) VALUE ZEROS.
           02 WKS-MODO-PEDIDO           PIC X(01) VALUE SPACES.
               88 WKS-PIDE-ENCENDER     VALUE "S".
               88 WKS-PIDE-APAGAR       VALUE "N".
           02 WKS-MODO-FINAL            PIC X(01) VALUE SPACES.
               88 WKS-FINAL-ENCENDIDO   VALUE "S".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MODO                 PIC X(03).

       PROCEDURE DIVISION USING WKS-PARM-MODO.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 200-APLICA-MODO
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> TRADUCE EL PARM: "ON" ENCIENDE Y "OFF" APAGA; CUALQUIER
      *    OTRO VALOR CANCELA LA CORRIDA SIN TOCAR EL REGISTRO
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-HORA-HOY
           EVALUATE WKS-PARM-MODO
               WHEN "ON "
                   SET WKS-PIDE-ENCENDER TO TRUE
               WHEN "OFF"
                   SET WKS-PIDE-APAGAR TO TRUE
               WHEN OTHER
                   DISPLAY "EDID1R70 - PARM INVALIDO (ON/OFF): "
                       WKS-PARM-MODO
                   MOVE 1 TO WKS-FLAG-ERROR
           END-EVALUATE.

      *--> LEE (O CREA) EL REGISTRO "PARAMS  ", FIJA EL MODO PEDIDO Y
      *    DEJA LA FILA EN LA BITACORA EDM4TJL. SI EL MODO YA ESTABA
      *    COMO SE PIDE SOLO SE INFORMA
       200-APLICA-MODO.
           OPEN I-O EDM4CTL
           MOVE "PARAMS  " TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               ADD 1 TO WKS-TOTAL-LEIDOS
               MOVE ZEROS TO WKS-FLAG-ALTA
               MOVE SPACES TO WKS-IMAGEN-ANTES
               MOVE REG-EDMCTL TO WKS-IMAGEN-ANTES(1:61)
           ELSE
               MOVE 1 TO WKS-FLAG-ALTA
               MOVE SPACES TO WKS-IMAGEN-ANTES
               INITIALIZE REG-EDMCTL
               MOVE "PARAMS  " TO EDCT-LLAVE
      *-->SIN REGISTRO PREVIO RIGE EL DEFAULT DE EDID1BTO
               MOVE 15 TO EDCT-TIMEOUT-MINUTOS
               MOVE SPACES TO EDCT-PARAMS-FILLER
           END-IF
           MOVE ZEROS TO WKS-FLAG-CAMBIO
           IF WKS-PIDE-ENCENDER
               IF NOT EDCT-MODO-SOLO-LECTURA
                   SET EDCT-MODO-SOLO-LECTURA TO TRUE
                   MOVE 1 TO WKS-FLAG-CAMBIO
               END-IF
           ELSE
               IF EDCT-MODO-SOLO-LECTURA
                   MOVE SPACES TO EDCT-SOLO-LECTURA
                   MOVE 1 TO WKS-FLAG-CAMBIO
               END-IF
           END-IF
           IF WKS-FLAG-CAMBIO = 1
               MOVE WKS-FECHA-HOY TO EDCT-SL-FECHA
               MOVE WKS-HORA-HOY  TO EDCT-SL-HORA
               MOVE "EDID1R70"    TO EDCT-SL-ORIGEN
               IF WKS-FLAG-ALTA = 1
                   WRITE REG-EDMCTL
               ELSE
                   REWRITE REG-EDMCTL
               END-IF
               IF WKS-EDM4CTL-OK
                   ADD 1 TO WKS-TOTAL-ESCRITOS
                   PERFORM 210-BITACORA-MODO
               ELSE
                   DISPLAY "EDID1R70 - ERROR AL GRABAR EDM4CTL: "
                       WKS-EDM4CTL-STATUS
                   MOVE 1 TO WKS-FLAG-ERROR
               END-IF
           ELSE
               DISPLAY "EDID1R70 - EL MODO YA ESTABA COMO SE PIDE"
           END-IF
           MOVE EDCT-SOLO-LECTURA TO WKS-MODO-FINAL
           CLOSE EDM4CTL.

      *--> FILA DE LA BITACORA DE TABLAS CON LA IMAGEN ANTES/DESPUES;
      *    EN CHOQUE DE LLAVE SUBE LA SECUENCIA Y REINTENTA, IGUAL QUE
      *    LA RUTINA EN LINEA EDID1BTJ
       210-BITACORA-MODO.
           OPEN I-O EDM4TJL
           INITIALIZE REG-EDMTJL
           MOVE WKS-FECHA-HOY TO EDTJ-FECHA
           MOVE WKS-HORA-HOY  TO EDTJ-HORA
           MOVE "EDM4CTL "    TO EDTJ-TABLA
           MOVE ZEROS         TO EDTJ-SECUENCIA
           MOVE SPACES        TO EDTJ-LLAVE-REG
           MOVE EDCT-LLAVE    TO EDTJ-LLAVE-REG(1:8)
           IF WKS-FLAG-ALTA = 1
               SET EDTJ-ALTA TO TRUE
           ELSE
               SET EDTJ-CAMBIO TO TRUE
           END-IF
           MOVE "EDID1R70"    TO EDTJ-OPERADOR
           MOVE "BTCH"        TO EDTJ-TERMINAL
           MOVE "EDID1R70"    TO EDTJ-PANTALLA
           MOVE WKS-IMAGEN-ANTES TO EDTJ-IMAGEN-ANTES
           MOVE SPACES        TO EDTJ-IMAGEN-DESPUES
           MOVE REG-EDMCTL    TO EDTJ-IMAGEN-DESPUES(1:61)
           MOVE ZEROS TO WKS-REINTENTOS
           WRITE REG-EDMTJL
           PERFORM UNTIL NOT WKS-EDM4TJL-DUPREC
           OR WKS-REINTENTOS > 98
               ADD 1 TO WKS-REINTENTOS
               ADD 1 TO EDTJ-SECUENCIA
               WRITE REG-EDMTJL
           END-PERFORM
           IF NOT WKS-EDM4TJL-OK
               DISPLAY "EDID1R70 - BITACORA EDM4TJL NO GRABADA: "
                   WKS-EDM4TJL-STATUS
           END-IF
           CLOSE EDM4TJL.

       900-FINAL.
           DISPLAY "EDID1R70 - PARM                    : "
               WKS-PARM-MODO
           IF WKS-FINAL-ENCENDIDO
               DISPLAY "EDID1R70 - MODO SOLO LECTURA       : ENCENDIDO"
           ELSE
               DISPLAY "EDID1R70 - MODO SOLO LECTURA       : APAGADO"
           END-IF
           DISPLAY "EDID1R70 - REGISTROS ACTUALIZADOS  : "
               WKS-TOTAL-ESCRITOS.

      *--> ABRE LA FILA DE LA CORRIDA EN LA BITACORA DE JOBS EDM4JLG
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R70" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R70" TO EDJL-OPERADOR
           MOVE WKS-PARM-MODO TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN PARM INVALIDO O UNA FALLA
      *    AL GRABAR EL REGISTRO TERMINA EN ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R70" TO EDJL-PROGRAMA
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
