      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R80                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CUADRE DEL CONTADOR EDM4PRD CONTRA EL DETALLE    *
      *               DE PRODUCTOS EDM4PDT                             *
      * ARCHIVOS    : EDM4PRD (I/O) / EDM4PDT (ENTRADA) /              *
      *               EDM4CL (ENTRADA) / EDM4TJL (I/O) /               *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : R=Reporte C=Correccion                           *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * EL CANDADO DE BORRADO DE EDID1ELI LEE EL CONTADOR EDPR-       *
      * PRODUCTOS, LA PANTALLA EDID1PL2 MUESTRA EL DETALLE EDM4PDT Y  *
      * LA RUTINA EDID1BPR MUEVE EL CONTADOR EN EL DIA, ASI QUE AMBOS *
      * PUEDEN DESCUADRARSE. ESTE PROCESO LOS COMPARA EN DOS PASADAS: *
      *   1) CADA FILA DE EDM4PRD CONTRA LAS FILAS ACTIVAS DEL        *
      *      DETALLE DE SU CLIENTE (CONTEO DISTINTO O SIN DETALLE     *
      *      ACTIVO)                                                  *
      *   2) CADA CLIENTE DEL DETALLE: SIN FILA EN EDM4PRD TENIENDO   *
      *      PRODUCTOS ACTIVOS, O INEXISTENTE EN EDM4CL               *
      * EN MODO R (O BLANCO) SOLO SALE EL REPORTE. EN MODO C EL       *
      * CONTADOR SE RECONSTRUYE DESDE EL DETALLE CON LA MISMA REGLA   *
      * DE EDID1BPR (LA FILA SOLO EXISTE CON PRODUCTOS > 0 Y SU FECHA *
      * DE EXTRACTO QUEDA EN HOY) Y CADA CORRECCION QUEDA EN LA       *
      * BITACORA EDM4TJL CON LA IMAGEN ANTES Y DESPUES. EL DETALLE Y  *
      * LOS CLIENTES INEXISTENTES SOLO SE REPORTAN                    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R80.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4PRD ASSIGN TO EDM4PRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPR-LLAVE
               FILE STATUS IS WKS-EDM4PRD-STATUS.

           SELECT EDM4PDT ASSIGN TO EDM4PDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPD-LLAVE
               FILE STATUS IS WKS-EDM4PDT-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4TJL ASSIGN TO EDM4TJL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTJ-LLAVE
               FILE STATUS IS WKS-EDM4TJL-STATUS.

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
       FD  EDM4PRD.
       COPY EDMPRD.

       FD  EDM4PDT.
       COPY EDMPDT.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4TJL.
       COPY EDMTJL.

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
           02 WKS-EDM4PRD-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRD-OK        VALUE "00".
               88 WKS-EDM4PRD-EOF       VALUE "10".
           02 WKS-EDM4PDT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PDT-OK        VALUE "00".
               88 WKS-EDM4PDT-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-EDM4TJL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4TJL-OK        VALUE "00".
               88 WKS-EDM4TJL-DUPREC    VALUE "22".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-REPORTE          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.

      *-->CLIENTE EN CURSO: FILAS DEL DETALLE, CUANTAS ACTIVAS Y EL
      *   CONTADOR QUE TRAE EDM4PRD
       01 WKS-CLIENTE-ACTUAL.
           02 WKS-CA-CLIENTE            PIC 9(08) VALUE ZEROS.
           02 WKS-CA-FILAS              PIC 9(05) VALUE ZEROS.
           02 WKS-CA-ACTIVOS            PIC 9(05) VALUE ZEROS.
           02 WKS-CA-CONTADOR           PIC 9(03) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PRD             PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PDT             PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CUADRADOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DISTINTOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-DETALLE     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FALTANTES       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PRD-HUERFANOS   PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PDT-HUERFANOS   PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FALLIDOS        PIC 9(07) VALUE ZEROS.

      *-->FILA PARA LA BITACORA DE TABLAS EDM4TJL
       01 WKS-TJL.
           02 WKS-TJ-LLAVE              PIC X(26) VALUE SPACES.
           02 WKS-TJ-ACCION             PIC X(01) VALUE SPACES.
           02 WKS-TJ-ANTES              PIC X(150) VALUE SPACES.
           02 WKS-TJ-DESPUES            PIC X(150) VALUE SPACES.
           02 WKS-REINTENTOS            PIC 9(02) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "CUADRE DE PRODUCTOS EDM4PRD CONTRA EDM4PDT - EDID1R80".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(06) VALUE "MODO: ".
           02 WKS-HDR-MODO              PIC X(10).
           02 FILLER                    PIC X(74) VALUE SPACES.
       01 WKS-HEADER-LINE-3             PIC X(90) VALUE
           "CLIENTE  HALLAZGO             EDM4PRD ACTIVOS FILAS RESULTAD
      -    "O".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-HALLAZGO          PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CONTADOR          PIC ZZZZZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ACTIVOS           PIC ZZZZZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-FILAS             PIC ZZZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-RESULTADO         PIC X(20).

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MODO                 PIC X(01).
           88 WKS-MODO-REPORTE          VALUES "R" " ".
           88 WKS-MODO-CORRECCION       VALUE "C".

       PROCEDURE DIVISION USING WKS-PARM-MODO.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 200-REVISA-CONTADORES
               PERFORM 400-REVISA-DETALLE
               PERFORM 900-FINAL
           END-IF
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           EVALUATE TRUE
               WHEN WKS-MODO-CORRECCION
                   MOVE ZEROS TO WKS-FLAG-REPORTE
                   MOVE "CORRECCION" TO WKS-HDR-MODO
               WHEN WKS-MODO-REPORTE
                   MOVE 1 TO WKS-FLAG-REPORTE
                   MOVE "REPORTE   " TO WKS-HDR-MODO
               WHEN OTHER
                   DISPLAY "EDID1R80 - MODO INVALIDO (R/C): "
                       WKS-PARM-MODO
                   MOVE 1 TO WKS-FLAG-ERROR
           END-EVALUATE
           IF WKS-FLAG-ERROR = ZEROS
               IF WKS-FLAG-REPORTE = ZEROS
                   OPEN I-O EDM4PRD
                   OPEN I-O EDM4TJL
               ELSE
                   OPEN INPUT EDM4PRD
               END-IF
               OPEN INPUT EDM4PDT
               OPEN INPUT EDM4CL
               OPEN OUTPUT REPORTE
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
               WRITE REG-REPORTE FROM WKS-BLANK-LINE
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
           END-IF.

      *--> PRIMERA PASADA: CADA CONTADOR CONTRA EL DETALLE ACTIVO
       200-REVISA-CONTADORES.
           PERFORM 210-LEER-EDM4PRD
           PERFORM UNTIL WKS-EDM4PRD-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               ADD 1 TO WKS-TOTAL-PRD
               MOVE EDPR-CO-CLIENTE TO WKS-CA-CLIENTE
               MOVE EDPR-PRODUCTOS  TO WKS-CA-CONTADOR
               PERFORM 220-CUENTA-DETALLE
               MOVE EDPR-CO-CLIENTE TO EDMC-LLAVE
               READ EDM4CL
               IF NOT WKS-EDM4CL-OK
                   ADD 1 TO WKS-TOTAL-PRD-HUERFANOS
                   MOVE "PRD SIN CLIENTE"  TO WKS-DET-HALLAZGO
                   MOVE "SOLO REPORTE"     TO WKS-DET-RESULTADO
                   PERFORM 700-ESCRIBE-DETALLE
               END-IF
               IF WKS-CA-ACTIVOS = WKS-CA-CONTADOR
                   ADD 1 TO WKS-TOTAL-CUADRADOS
               ELSE
                   IF WKS-CA-ACTIVOS = ZEROS
                       ADD 1 TO WKS-TOTAL-SIN-DETALLE
                       MOVE "SIN DETALLE ACTIVO" TO WKS-DET-HALLAZGO
                   ELSE
                       ADD 1 TO WKS-TOTAL-DISTINTOS
                       MOVE "CONTEO DISTINTO"    TO WKS-DET-HALLAZGO
                   END-IF
                   PERFORM 230-CORRIGE-CONTADOR
                   PERFORM 700-ESCRIBE-DETALLE
               END-IF
               PERFORM 210-LEER-EDM4PRD
           END-PERFORM.

       210-LEER-EDM4PRD.
           READ EDM4PRD NEXT RECORD
               AT END
                   SET WKS-EDM4PRD-EOF TO TRUE
           END-READ.

      *--> FILAS Y FILAS ACTIVAS DEL DETALLE DE WKS-CA-CLIENTE
       220-CUENTA-DETALLE.
           MOVE ZEROS TO WKS-CA-FILAS
           MOVE ZEROS TO WKS-CA-ACTIVOS
           MOVE WKS-CA-CLIENTE TO EDPD-CO-CLIENTE
           MOVE LOW-VALUES     TO EDPD-PRODUCTO
           START EDM4PDT KEY IS NOT LESS THAN EDPD-LLAVE
               INVALID KEY
                   CONTINUE
           END-START
           IF WKS-EDM4PDT-OK
               MOVE ZEROS TO WKS-FLAG-FIN
               PERFORM UNTIL WKS-FLAG-FIN = 1
                   READ EDM4PDT NEXT RECORD
                       AT END
                           MOVE 1 TO WKS-FLAG-FIN
                   END-READ
                   IF WKS-FLAG-FIN = ZEROS
                       IF NOT WKS-EDM4PDT-OK
                       OR EDPD-CO-CLIENTE NOT = WKS-CA-CLIENTE
                           MOVE 1 TO WKS-FLAG-FIN
                       ELSE
                           ADD 1 TO WKS-CA-FILAS
                           IF EDPD-ACTIVO
                               ADD 1 TO WKS-CA-ACTIVOS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *--> EN MODO C EL CONTADOR TOMA LOS ACTIVOS DEL DETALLE; SIN
      *    ACTIVOS LA FILA SE BORRA, IGUAL QUE EN EDID1BPR
       230-CORRIGE-CONTADOR.
           IF WKS-FLAG-REPORTE = 1
               MOVE "SOLO REPORTE" TO WKS-DET-RESULTADO
           ELSE
               MOVE SPACES        TO WKS-TJL
               MOVE EDPR-LLAVE    TO WKS-TJ-LLAVE
               MOVE REG-EDMPRD    TO WKS-TJ-ANTES
               IF WKS-CA-ACTIVOS = ZEROS
                   DELETE EDM4PRD RECORD
                   MOVE "B" TO WKS-TJ-ACCION
                   MOVE "BORRADO" TO WKS-DET-RESULTADO
               ELSE
                   PERFORM 240-TOPE-CONTADOR
                   MOVE WKS-FECHA-HOY  TO EDPR-FECHA-EXTRACTO
                   REWRITE REG-EDMPRD
                   MOVE "M" TO WKS-TJ-ACCION
                   MOVE REG-EDMPRD TO WKS-TJ-DESPUES
                   MOVE "CORREGIDO" TO WKS-DET-RESULTADO
               END-IF
               IF WKS-EDM4PRD-OK
                   ADD 1 TO WKS-TOTAL-ESCRITOS
                   PERFORM 750-ESCRIBE-TJL
               ELSE
                   ADD 1 TO WKS-TOTAL-FALLIDOS
                   MOVE "NO GRABADO" TO WKS-DET-RESULTADO
                   DISPLAY "EDID1R80 - EDM4PRD NO ACTUALIZADO: "
                       EDPR-CO-CLIENTE " " WKS-EDM4PRD-STATUS
               END-IF
           END-IF.

      *--> EL CONTADOR ES DE TRES DIGITOS
       240-TOPE-CONTADOR.
           IF WKS-CA-ACTIVOS > 999
               MOVE 999 TO EDPR-PRODUCTOS
           ELSE
               MOVE WKS-CA-ACTIVOS TO EDPR-PRODUCTOS
           END-IF.

      *--> SEGUNDA PASADA: EL DETALLE POR CLIENTE, CONTRA EDM4CL Y
      *    CONTRA LA EXISTENCIA DE SU CONTADOR
       400-REVISA-DETALLE.
           MOVE LOW-VALUES TO EDPD-LLAVE
           START EDM4PDT KEY IS NOT LESS THAN EDPD-LLAVE
               INVALID KEY
                   SET WKS-EDM4PDT-EOF TO TRUE
           END-START
           MOVE ZEROS TO WKS-CA-CLIENTE
           MOVE ZEROS TO WKS-CA-FILAS
           MOVE ZEROS TO WKS-CA-ACTIVOS
           IF NOT WKS-EDM4PDT-EOF
               PERFORM 410-LEER-EDM4PDT
           END-IF
           PERFORM UNTIL WKS-EDM4PDT-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               ADD 1 TO WKS-TOTAL-PDT
               IF EDPD-CO-CLIENTE NOT = WKS-CA-CLIENTE
                   IF WKS-CA-FILAS > ZEROS
                       PERFORM 420-CIERRA-CLIENTE
                   END-IF
                   MOVE EDPD-CO-CLIENTE TO WKS-CA-CLIENTE
                   MOVE ZEROS TO WKS-CA-FILAS
                   MOVE ZEROS TO WKS-CA-ACTIVOS
               END-IF
               ADD 1 TO WKS-CA-FILAS
               IF EDPD-ACTIVO
                   ADD 1 TO WKS-CA-ACTIVOS
               END-IF
               PERFORM 410-LEER-EDM4PDT
           END-PERFORM
           IF WKS-CA-FILAS > ZEROS
               PERFORM 420-CIERRA-CLIENTE
           END-IF.

       410-LEER-EDM4PDT.
           READ EDM4PDT NEXT RECORD
               AT END
                   SET WKS-EDM4PDT-EOF TO TRUE
           END-READ.

      *--> LOS CONTEOS DISTINTOS YA SALIERON EN LA PRIMERA PASADA;
      *    AQUI SOLO FALTA EL CLIENTE CON ACTIVOS Y SIN CONTADOR
       420-CIERRA-CLIENTE.
           MOVE ZEROS TO WKS-CA-CONTADOR
           MOVE WKS-CA-CLIENTE TO EDMC-LLAVE
           READ EDM4CL
           IF NOT WKS-EDM4CL-OK
               ADD 1 TO WKS-TOTAL-PDT-HUERFANOS
               MOVE "PDT SIN CLIENTE"  TO WKS-DET-HALLAZGO
               MOVE "SOLO REPORTE"     TO WKS-DET-RESULTADO
               PERFORM 700-ESCRIBE-DETALLE
           END-IF
           IF WKS-CA-ACTIVOS > ZEROS
               MOVE WKS-CA-CLIENTE TO EDPR-CO-CLIENTE
               READ EDM4PRD
               IF NOT WKS-EDM4PRD-OK
                   ADD 1 TO WKS-TOTAL-FALTANTES
                   MOVE "FALTA EN EDM4PRD" TO WKS-DET-HALLAZGO
                   PERFORM 430-CREA-CONTADOR
                   PERFORM 700-ESCRIBE-DETALLE
               END-IF
           END-IF.

       430-CREA-CONTADOR.
           IF WKS-FLAG-REPORTE = 1
               MOVE "SOLO REPORTE" TO WKS-DET-RESULTADO
           ELSE
               INITIALIZE REG-EDMPRD
               MOVE WKS-CA-CLIENTE TO EDPR-CO-CLIENTE
               PERFORM 240-TOPE-CONTADOR
               MOVE WKS-FECHA-HOY  TO EDPR-FECHA-EXTRACTO
               MOVE SPACES         TO EDPR-FILLER
               WRITE REG-EDMPRD
               IF WKS-EDM4PRD-OK
                   ADD 1 TO WKS-TOTAL-ESCRITOS
                   MOVE "CREADO" TO WKS-DET-RESULTADO
                   MOVE SPACES        TO WKS-TJL
                   MOVE EDPR-LLAVE    TO WKS-TJ-LLAVE
                   MOVE "A"           TO WKS-TJ-ACCION
                   MOVE REG-EDMPRD    TO WKS-TJ-DESPUES
                   PERFORM 750-ESCRIBE-TJL
               ELSE
                   ADD 1 TO WKS-TOTAL-FALLIDOS
                   MOVE "NO GRABADO" TO WKS-DET-RESULTADO
                   DISPLAY "EDID1R80 - EDM4PRD NO GRABADO: "
                       EDPR-CO-CLIENTE " " WKS-EDM4PRD-STATUS
               END-IF
           END-IF.

       700-ESCRIBE-DETALLE.
           MOVE WKS-CA-CLIENTE  TO WKS-DET-CLIENTE
           MOVE WKS-CA-CONTADOR TO WKS-DET-CONTADOR
           MOVE WKS-CA-ACTIVOS  TO WKS-DET-ACTIVOS
           MOVE WKS-CA-FILAS    TO WKS-DET-FILAS
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

      *--> FILA DE LA BITACORA DE TABLAS; EN CHOQUE DE LLAVE SUBE LA
      *    SECUENCIA Y REINTENTA, IGUAL QUE LA RUTINA EN LINEA EDID1BTJ
       750-ESCRIBE-TJL.
           INITIALIZE REG-EDMTJL
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDTJ-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDTJ-HORA
           MOVE "EDM4PRD "     TO EDTJ-TABLA
           MOVE ZEROS          TO EDTJ-SECUENCIA
           MOVE WKS-TJ-LLAVE   TO EDTJ-LLAVE-REG
           MOVE WKS-TJ-ACCION  TO EDTJ-ACCION
           MOVE "EDID1R80"     TO EDTJ-OPERADOR
           MOVE "BTCH"         TO EDTJ-TERMINAL
           MOVE "EDID1R80"     TO EDTJ-PANTALLA
           MOVE WKS-TJ-ANTES   TO EDTJ-IMAGEN-ANTES
           MOVE WKS-TJ-DESPUES TO EDTJ-IMAGEN-DESPUES
           MOVE ZEROS TO WKS-REINTENTOS
           WRITE REG-EDMTJL
           PERFORM UNTIL NOT WKS-EDM4TJL-DUPREC
           OR WKS-REINTENTOS > 98
               ADD 1 TO WKS-REINTENTOS
               ADD 1 TO EDTJ-SECUENCIA
               WRITE REG-EDMTJL
           END-PERFORM
           IF NOT WKS-EDM4TJL-OK
               DISPLAY "EDID1R80 - BITACORA EDM4TJL NO GRABADA: "
                   WKS-EDM4TJL-STATUS
           END-IF.

       900-FINAL.
           IF WKS-FLAG-REPORTE = ZEROS
               CLOSE EDM4TJL
           END-IF
           CLOSE EDM4PRD
           CLOSE EDM4PDT
           CLOSE EDM4CL
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "FILAS DE EDM4PRD: "          TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-PRD                 TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "FILAS DE EDM4PDT: "          TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-PDT                 TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CONTADORES CUADRADOS: "      TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-CUADRADOS           TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CONTEOS DISTINTOS: "         TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-DISTINTOS           TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "SIN DETALLE ACTIVO: "        TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-SIN-DETALLE         TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "FALTANTES EN EDM4PRD: "      TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-FALTANTES           TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "EDM4PRD SIN CLIENTE: "       TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-PRD-HUERFANOS       TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CLIENTES PDT SIN EDM4CL: "   TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-PDT-HUERFANOS       TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CORRECCIONES APLICADAS: "    TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-ESCRITOS            TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           IF WKS-TOTAL-FALLIDOS > ZEROS
               MOVE "** CORRECCIONES FALLIDAS: " TO WKS-TOT-TEXTO
               MOVE WKS-TOTAL-FALLIDOS          TO WKS-TOT-VALOR
               PERFORM 910-ESCRIBE-TOTAL
           END-IF
           CLOSE REPORTE
           DISPLAY "EDID1R80 - MODO       : " WKS-HDR-MODO
           DISPLAY "EDID1R80 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R80 - ESCRITOS   : " WKS-TOTAL-ESCRITOS.

       910-ESCRIBE-TOTAL.
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           DISPLAY "EDID1R80 - " WKS-TOTAL-LINE.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R80" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R80" TO EDJL-OPERADOR
           MOVE WKS-PARM-MODO TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN PARM INVALIDO TERMINA EN
      *    ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R80" TO EDJL-PROGRAMA
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
