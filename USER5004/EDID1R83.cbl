      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R83                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : INCENTIVO POR REFERIDOS: REFERENTES, SUS         *
      *               REFERIDOS Y LOS PRODUCTOS QUE ABRIERON           *
      * ARCHIVOS    : EDM4REL (ENTRADA) / EDM4CL (ENTRADA) /           *
      *               EDM4PDT (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * INCENTIVO POR REFERIDOS. RECORRE EDM4REL EN ORDEN DE LLAVE Y  *
      * TOMA LOS VINCULOS "RF" CON ROL "D": EDRL-CO-CLIENTE ES QUIEN  *
      * REFIRIO Y EDRL-CO-RELACION SU REFERIDO (LOS GRABAN LAS ALTAS  *
      * DE EDID1ALI, EDID1BMA Y EDID1R08, Y EDID1RLI A MANO). POR     *
      * CADA REFERENTE SE LISTAN SUS REFERIDOS CON SU NOMBRE EN       *
      * EDM4CL, LA FECHA DEL VINCULO Y LOS PRODUCTOS QUE TIENEN EN    *
      * EDM4PDT (TODOS Y ACTIVOS); CADA REFERENTE CIERRA CON SUS      *
      * REFERIDOS, CUANTOS DE ELLOS ABRIERON PRODUCTOS Y EL TOTAL DE  *
      * PRODUCTOS, QUE ES LA BASE DEL INCENTIVO. EL PARM OPCIONAL     *
      * (AAAAMMDD DESDE Y HASTA) LIMITA LA FECHA DEL VINCULO; EN      *
      * BLANCO O CEROS NO HAY LIMITE. UN RANGO INVERTIDO TERMINA CON  *
      * RETORNO 8                                                     *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R83.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4REL ASSIGN TO EDM4REL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDRL-LLAVE
               FILE STATUS IS WKS-EDM4REL-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4PDT ASSIGN TO EDM4PDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPD-LLAVE
               FILE STATUS IS WKS-EDM4PDT-STATUS.

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
       FD  EDM4REL.
       COPY EDMREL.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4PDT.
       COPY EDMPDT.

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
           02 WKS-EDM4REL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REL-OK        VALUE "00".
               88 WKS-EDM4REL-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-EDM4PDT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PDT-OK        VALUE "00".
               88 WKS-EDM4PDT-EOF       VALUE "10".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PRIMERO          PIC 9 VALUE 1.
           02 WKS-FLAG-FIN-PDT          PIC 9 VALUE ZEROS.

       01 WKS-FECHA-DESDE               PIC 9(08) VALUE ZEROS.
       01 WKS-FECHA-HASTA               PIC 9(08) VALUE 99999999.
       01 WKS-FECHA-AAAAMMDD            PIC 9(08) VALUE ZEROS.
       01 WKS-FECHA-DDMMAAAA            PIC 9(08) VALUE ZEROS.
       01 WKS-FECHA-ED                  PIC 99/99/9999.

      *-->CLIENTE BUSCADO EN EDM4CL Y LO QUE SE IMPRIME DE EL
       01 WKS-CLIENTE-LEIDO.
           02 WKS-CLI-NOMBRE            PIC X(40) VALUE SPACES.
           02 WKS-CLI-OBSERVACION       PIC X(12) VALUE SPACES.

      *-->REFERENTE EN CURSO Y SUS CONTEOS
       01 WKS-REFERENTE-ACTUAL          PIC 9(08) VALUE ZEROS.
       01 WKS-REFERENTE-CTRS.
           02 WKS-REF-REFERIDOS         PIC 9(05) VALUE ZEROS.
           02 WKS-REF-CON-PRODUCTOS     PIC 9(05) VALUE ZEROS.
           02 WKS-REF-PRODUCTOS         PIC 9(05) VALUE ZEROS.

      *-->PRODUCTOS DEL REFERIDO EN CURSO
       01 WKS-REFERIDO-CTRS.
           02 WKS-RDO-PRODUCTOS         PIC 9(03) VALUE ZEROS.
           02 WKS-RDO-ACTIVOS           PIC 9(03) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-REFERENTES      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-REFERIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CON-PRODUCTOS   PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PRODUCTOS       PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "INCENTIVO POR REFERIDOS - EDID1R83".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(18) VALUE
              "VINCULOS DESDE ".
           02 WKS-HDR-DESDE             PIC 9(08).
           02 FILLER                    PIC X(07) VALUE " HASTA ".
           02 WKS-HDR-HASTA             PIC 9(08).
           02 FILLER                    PIC X(39) VALUE SPACES.

       01 WKS-REFERENTE-LINE.
           02 FILLER                    PIC X(10) VALUE "REFERENTE ".
           02 WKS-RFL-CODIGO            PIC 9(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-RFL-NOMBRE            PIC X(40).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-RFL-OBSERVACION       PIC X(12).
           02 FILLER                    PIC X(08) VALUE SPACES.
       01 WKS-HEADER-LINE-3.
           02 FILLER                    PIC X(11) VALUE "  REFERIDO".
           02 FILLER                    PIC X(31) VALUE "NOMBRE".
           02 FILLER                    PIC X(11) VALUE "VINCULO".
           02 FILLER                    PIC X(06) VALUE "PROD.".
           02 FILLER                    PIC X(08) VALUE "ACTIVOS".
           02 FILLER                    PIC X(13) VALUE "OBSERVACION".

       01 WKS-DETAIL-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-CODIGO            PIC 9(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-FECHA             PIC X(10).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-PRODUCTOS         PIC ZZ9.
           02 FILLER                    PIC X(05) VALUE SPACES.
           02 WKS-DET-ACTIVOS           PIC ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-OBSERVACION       PIC X(12).
           02 FILLER                    PIC X(01) VALUE SPACES.

       01 WKS-SUBTOTAL-LINE.
           02 FILLER                    PIC X(13) VALUE
              "  REFERIDOS: ".
           02 WKS-SUB-REFERIDOS         PIC ZZZZ9.
           02 FILLER                    PIC X(17) VALUE
              "  CON PRODUCTOS: ".
           02 WKS-SUB-CON-PRODUCTOS     PIC ZZZZ9.
           02 FILLER                    PIC X(13) VALUE
              "  PRODUCTOS: ".
           02 WKS-SUB-PRODUCTOS         PIC ZZZZ9.
           02 FILLER                    PIC X(22) VALUE SPACES.

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-RANGO.
           05 WKS-PARM-DESDE            PIC X(08).
           05 WKS-PARM-HASTA            PIC X(08).

       PROCEDURE DIVISION USING WKS-PARM-RANGO.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 200-PROCESA-VINCULOS
               PERFORM 900-FINAL
           END-IF
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> RANGO DE FECHAS DEL VINCULO; SIN VALOR NO HAY LIMITE
       100-INICIO.
           IF WKS-PARM-DESDE IS NUMERIC AND WKS-PARM-DESDE > ZEROS
               MOVE WKS-PARM-DESDE TO WKS-FECHA-DESDE
           END-IF
           IF WKS-PARM-HASTA IS NUMERIC AND WKS-PARM-HASTA > ZEROS
               MOVE WKS-PARM-HASTA TO WKS-FECHA-HASTA
           END-IF
           IF WKS-FECHA-DESDE > WKS-FECHA-HASTA
               DISPLAY "EDID1R83 - RANGO INVALIDO: " WKS-PARM-RANGO
               MOVE 1 TO WKS-FLAG-ERROR
           ELSE
               OPEN INPUT EDM4REL
               OPEN INPUT EDM4CL
               OPEN INPUT EDM4PDT
               OPEN OUTPUT REPORTE
               MOVE WKS-FECHA-DESDE TO WKS-HDR-DESDE
               MOVE WKS-FECHA-HASTA TO WKS-HDR-HASTA
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           END-IF.

      *--> LOS VINCULOS LLEGAN AGRUPADOS POR EDRL-CO-CLIENTE; SOLO
      *    CUENTAN LAS FILAS DEL REFERENTE HACIA SU REFERIDO
       200-PROCESA-VINCULOS.
           PERFORM 210-LEER-EDM4REL
           PERFORM UNTIL WKS-EDM4REL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDRL-TIPO-REFERIDO
               AND EDRL-REL-ES-REFERIDO
               AND EDRL-FECHA-ALTA NOT < WKS-FECHA-DESDE
               AND EDRL-FECHA-ALTA NOT > WKS-FECHA-HASTA
                   IF WKS-FLAG-PRIMERO = 1
                   OR EDRL-CO-CLIENTE NOT = WKS-REFERENTE-ACTUAL
                       IF WKS-FLAG-PRIMERO = ZEROS
                           PERFORM 310-CIERRA-REFERENTE
                       END-IF
                       MOVE ZEROS TO WKS-FLAG-PRIMERO
                       PERFORM 300-ABRE-REFERENTE
                   END-IF
                   PERFORM 340-REPORTA-REFERIDO
               END-IF
               PERFORM 210-LEER-EDM4REL
           END-PERFORM
           IF WKS-FLAG-PRIMERO = ZEROS
               PERFORM 310-CIERRA-REFERENTE
           END-IF.

       210-LEER-EDM4REL.
           READ EDM4REL NEXT RECORD
               AT END
                   SET WKS-EDM4REL-EOF TO TRUE
           END-READ.

      *--> ENCABEZADO DEL REFERENTE Y LIMPIEZA DE SUS CONTEOS
       300-ABRE-REFERENTE.
           ADD 1 TO WKS-TOTAL-REFERENTES
           MOVE EDRL-CO-CLIENTE TO WKS-REFERENTE-ACTUAL
           MOVE ZEROS TO WKS-REF-REFERIDOS
           MOVE ZEROS TO WKS-REF-CON-PRODUCTOS
           MOVE ZEROS TO WKS-REF-PRODUCTOS
           MOVE EDRL-CO-CLIENTE TO EDMC-LLAVE
           PERFORM 320-LEE-CLIENTE
           MOVE EDRL-CO-CLIENTE     TO WKS-RFL-CODIGO
           MOVE WKS-CLI-NOMBRE      TO WKS-RFL-NOMBRE
           MOVE WKS-CLI-OBSERVACION TO WKS-RFL-OBSERVACION
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-REFERENTE-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3.

       310-CIERRA-REFERENTE.
           MOVE WKS-REF-REFERIDOS     TO WKS-SUB-REFERIDOS
           MOVE WKS-REF-CON-PRODUCTOS TO WKS-SUB-CON-PRODUCTOS
           MOVE WKS-REF-PRODUCTOS     TO WKS-SUB-PRODUCTOS
           WRITE REG-REPORTE FROM WKS-SUBTOTAL-LINE.

      *--> NOMBRE DEL CLIENTE DE EDMC-LLAVE; SENALA SI YA NO ESTA
      *    ACTIVO O SI FUE DEPURADO DEL MAESTRO
       320-LEE-CLIENTE.
           MOVE SPACES TO WKS-CLI-NOMBRE
           MOVE SPACES TO WKS-CLI-OBSERVACION
           READ EDM4CL
           IF WKS-EDM4CL-OK
               MOVE EDMC-NOMBRE-CLIENTE TO WKS-CLI-NOMBRE
               IF EDMC-MARCA-ELIMINADO NOT = SPACES
                   MOVE "ELIMINADO" TO WKS-CLI-OBSERVACION
               END-IF
           ELSE
               MOVE "NO EXISTE" TO WKS-CLI-OBSERVACION
           END-IF.

      *--> UNA LINEA POR REFERIDO CON SUS PRODUCTOS EN EDM4PDT
       340-REPORTA-REFERIDO.
           MOVE EDRL-CO-RELACION TO EDMC-LLAVE
           PERFORM 320-LEE-CLIENTE
           PERFORM 350-CUENTA-PRODUCTOS
           ADD 1 TO WKS-REF-REFERIDOS
           ADD 1 TO WKS-TOTAL-REFERIDOS
           ADD WKS-RDO-PRODUCTOS TO WKS-REF-PRODUCTOS
           ADD WKS-RDO-PRODUCTOS TO WKS-TOTAL-PRODUCTOS
           IF WKS-RDO-PRODUCTOS > ZEROS
               ADD 1 TO WKS-REF-CON-PRODUCTOS
               ADD 1 TO WKS-TOTAL-CON-PRODUCTOS
           END-IF
           MOVE EDRL-CO-RELACION    TO WKS-DET-CODIGO
           MOVE WKS-CLI-NOMBRE      TO WKS-DET-NOMBRE
           MOVE EDRL-FECHA-ALTA     TO WKS-FECHA-AAAAMMDD
           PERFORM 790-FORMATEA-FECHA
           MOVE WKS-FECHA-ED        TO WKS-DET-FECHA
           MOVE WKS-RDO-PRODUCTOS   TO WKS-DET-PRODUCTOS
           MOVE WKS-RDO-ACTIVOS     TO WKS-DET-ACTIVOS
           MOVE WKS-CLI-OBSERVACION TO WKS-DET-OBSERVACION
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           ADD 1 TO WKS-TOTAL-ESCRITOS.

      *--> PRODUCTOS DEL REFERIDO: DESDE SU PRIMERA LLAVE EN EDM4PDT
      *    HASTA QUE CAMBIA EL CLIENTE
       350-CUENTA-PRODUCTOS.
           MOVE ZEROS TO WKS-RDO-PRODUCTOS
           MOVE ZEROS TO WKS-RDO-ACTIVOS
           MOVE ZEROS TO WKS-FLAG-FIN-PDT
           MOVE EDRL-CO-RELACION TO EDPD-CO-CLIENTE
           MOVE LOW-VALUES TO EDPD-PRODUCTO
           START EDM4PDT KEY IS NOT LESS THAN EDPD-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-FLAG-FIN-PDT
           END-START
           IF WKS-FLAG-FIN-PDT = ZEROS
               PERFORM 360-LEER-EDM4PDT
           END-IF
           PERFORM UNTIL WKS-FLAG-FIN-PDT = 1
               ADD 1 TO WKS-RDO-PRODUCTOS
               IF EDPD-ACTIVO
                   ADD 1 TO WKS-RDO-ACTIVOS
               END-IF
               PERFORM 360-LEER-EDM4PDT
           END-PERFORM.

       360-LEER-EDM4PDT.
           READ EDM4PDT NEXT RECORD
               AT END
                   MOVE 1 TO WKS-FLAG-FIN-PDT
           END-READ
           IF WKS-FLAG-FIN-PDT = ZEROS
           AND EDPD-CO-CLIENTE NOT = EDRL-CO-RELACION
               MOVE 1 TO WKS-FLAG-FIN-PDT
           END-IF.

      *--> AAAAMMDD A DD/MM/AAAA
       790-FORMATEA-FECHA.
           MOVE WKS-FECHA-AAAAMMDD(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-AAAAMMDD(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-AAAAMMDD(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA      TO WKS-FECHA-ED.

       900-FINAL.
           CLOSE EDM4REL
           CLOSE EDM4CL
           CLOSE EDM4PDT
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "REFERENTES: "                TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-REFERENTES          TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "CLIENTES REFERIDOS: "        TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-REFERIDOS           TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "REFERIDOS CON PRODUCTOS: "   TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-CON-PRODUCTOS       TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "PRODUCTOS DE REFERIDOS: "    TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-PRODUCTOS           TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           CLOSE REPORTE
           DISPLAY "EDID1R83 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R83 - ESCRITOS   : " WKS-TOTAL-ESCRITOS.

       910-ESCRIBE-TOTAL.
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           DISPLAY "EDID1R83 - " WKS-TOTAL-LINE.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R83" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R83" TO EDJL-OPERADOR
           MOVE WKS-PARM-RANGO TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN RANGO INVALIDO TERMINA EN
      *    ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R83" TO EDJL-PROGRAMA
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
