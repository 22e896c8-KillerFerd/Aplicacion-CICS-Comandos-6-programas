      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R55                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CALIFICACION NOCTURNA DE RIESGO DE LAVADO        *
      * ARCHIVOS    : EDM4CL (ENTRADA) / EDM4SEC (ENTRADA) /           *
      *               EDM4DOC (ENTRADA) / EDM4PDT (ENTRADA) /          *
      *               EDM4COI (ENTRADA) / EDM4RIE (I/O) /              *
      *               EDM4RIH (I/O) / REPORTE (SALIDA)                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : N/A                                              *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CORRE CADA NOCHE DESPUES DE EDID1R54. CALIFICA A CADA CLIENTE *
      * ACTIVO O SUSPENDIDO DE EDM4CL COMO BAJO, MEDIO O ALTO RIESGO  *
      * SUMANDO PUNTOS POR FACTOR:                                    *
      *   - COMPANIA (TIPO "C")                         2 PUNTOS      *
      *   - PESO DE RIESGO DEL SECTOR EN EDM4SEC        0 A 9 PUNTOS  *
      *   - MARCA SENSIBLE                              3 PUNTOS      *
      *   - ALGUN DOCUMENTO VENCIDO EN EDM4DOC          2 PUNTOS      *
      *   - 5 O MAS PRODUCTOS ACTIVOS EN EDM4PDT        1 PUNTO       *
      *   - 3 O MAS TIPOS DE PRODUCTO ACTIVOS           1 PUNTO       *
      *   - COINCIDENCIA CONFIRMADA EN EDM4COI         10 PUNTOS      *
      *     (SOLO PENDIENTE: 5 PUNTOS; FALSO POSITIVO NO CUENTA)      *
      * 10 PUNTOS O MAS ES ALTO, DE 5 A 9 MEDIO Y MENOS DE 5 BAJO.    *
      * LA CALIFICACION VIGENTE QUEDA EN EDM4RIE (LA VE EDID1CL5) Y   *
      * CADA CAMBIO QUEDA FECHADO EN EDM4RIH. EL REPORTE LISTA LOS    *
      * CLIENTES CUYA CALIFICACION SUBIO O BAJO                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R55.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4SEC ASSIGN TO EDM4SEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDSC-LLAVE
               FILE STATUS IS WKS-EDM4SEC-STATUS.

           SELECT EDM4DOC ASSIGN TO EDM4DOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDC-LLAVE
               FILE STATUS IS WKS-EDM4DOC-STATUS.

           SELECT EDM4PDT ASSIGN TO EDM4PDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPD-LLAVE
               FILE STATUS IS WKS-EDM4PDT-STATUS.

           SELECT EDM4COI ASSIGN TO EDM4COI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCI-LLAVE
               FILE STATUS IS WKS-EDM4COI-STATUS.

           SELECT EDM4RIE ASSIGN TO EDM4RIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRG-LLAVE
               FILE STATUS IS WKS-EDM4RIE-STATUS.

           SELECT EDM4RIH ASSIGN TO EDM4RIH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRH-LLAVE
               FILE STATUS IS WKS-EDM4RIH-STATUS.

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

       FD  EDM4SEC.
       COPY EDMSEC.

       FD  EDM4DOC.
       COPY EDMDOC.

       FD  EDM4PDT.
       COPY EDMPDT.

       FD  EDM4COI.
       COPY EDMCOI.

       FD  EDM4RIE.
       COPY EDMRIE.

       FD  EDM4RIH.
       COPY EDMRIH.

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
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4SEC-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4SEC-OK        VALUE "00".
           02 WKS-EDM4DOC-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DOC-OK        VALUE "00".
           02 WKS-EDM4PDT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PDT-OK        VALUE "00".
           02 WKS-EDM4COI-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4COI-OK        VALUE "00".
           02 WKS-EDM4RIE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RIE-OK        VALUE "00".
           02 WKS-EDM4RIH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RIH-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CALIFICADOS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-BAJO            PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-MEDIO           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ALTO            PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SUBEN           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-BAJAN           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NUEVOS          PIC 9(07) VALUE ZEROS.

      *-->PUNTOS DEL CLIENTE EN CURSO; MISMO ORDEN QUE EDRG-PUNTOS
       01 WKS-PUNTOS.
           02 WKS-PTS-TIPO              PIC 9(02) VALUE ZEROS.
           02 WKS-PTS-SECTOR            PIC 9(02) VALUE ZEROS.
           02 WKS-PTS-SENSIBLE          PIC 9(02) VALUE ZEROS.
           02 WKS-PTS-DOCUMENTOS        PIC 9(02) VALUE ZEROS.
           02 WKS-PTS-PRODUCTOS         PIC 9(02) VALUE ZEROS.
           02 WKS-PTS-LISTAS            PIC 9(02) VALUE ZEROS.

       01 WKS-CALIFICACION.
           02 WKS-PUNTAJE               PIC 9(03) VALUE ZEROS.
           02 WKS-CALIF-NUEVA           PIC X(01) VALUE SPACES.
               88 WKS-NUEVA-BAJO        VALUE "B".
               88 WKS-NUEVA-MEDIO       VALUE "M".
               88 WKS-NUEVA-ALTO        VALUE "A".
           02 WKS-CALIF-ANTERIOR        PIC X(01) VALUE SPACES.
           02 WKS-NIVEL-NUEVO           PIC 9(01) VALUE ZEROS.
           02 WKS-NIVEL-ANTERIOR        PIC 9(01) VALUE ZEROS.
           02 WKS-FLAG-EXISTE           PIC 9 VALUE ZEROS.
           02 WKS-NIVEL-CALIF           PIC X(01) VALUE SPACES.
           02 WKS-NIVEL                 PIC 9(01) VALUE ZEROS.

      *-->RECORRIDOS POR CLIENTE Y TABLA DE TIPOS DE PRODUCTO ACTIVOS
       01 WKS-RECORRIDOS.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
           02 WKS-FLAG-CONFIRMADA       PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PENDIENTE        PIC 9 VALUE ZEROS.
           02 WKS-PROD-ACTIVOS          PIC 9(03) VALUE ZEROS.
           02 WKS-TIPOS-CONT            PIC 9(02) VALUE ZEROS.
           02 WKS-TIPOS-TABLA.
               03 WKS-TIPO-PROD         PIC X(02) OCCURS 10 TIMES.
           02 WKS-IND                   PIC 9(02) VALUE ZEROS.
           02 WKS-FLAG-TIPO-VISTO       PIC 9 VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "CAMBIOS DE CALIFICACION DE RIESGO DE LAVADO - EDID1R55".
       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "CLIENTE  NOMBRE                                   ANT NUE P
      -    "TS MOVIMIENTO".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(40).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-ANTERIOR          PIC X(01).
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-DET-NUEVA             PIC X(01).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-PUNTAJE           PIC ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-MOVIMIENTO        PIC X(10).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "CLIENTES CALIFICADOS: ".
           02 WKS-TOT-CALIFICADOS       PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "  BAJO / MEDIO / ALTO: ".
           02 WKS-TOT-BAJO              PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE " / ".
           02 WKS-TOT-MEDIO             PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(03) VALUE " / ".
           02 WKS-TOT-ALTO              PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "CALIFICACIONES SUBEN: ".
           02 WKS-TOT-SUBEN             PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(25) VALUE
               "CALIFICACIONES BAJAN: ".
           02 WKS-TOT-BAJAN             PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(25) VALUE
               "PRIMERA CALIFICACION: ".
           02 WKS-TOT-NUEVOS            PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-EDM4CL
               UNTIL WKS-EDM4CL-EOF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT  EDM4CL
           OPEN INPUT  EDM4SEC
           OPEN INPUT  EDM4DOC
           OPEN INPUT  EDM4PDT
           OPEN INPUT  EDM4COI
           OPEN I-O    EDM4RIE
           OPEN I-O    EDM4RIH
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-EDM4CL.

      *--> SOLO ACTIVOS Y SUSPENDIDOS SE CALIFICAN; LOS ELIMINADOS Y
      *    FUSIONADOS CONSERVAN SU ULTIMA CALIFICACION
       200-PROCESA-EDM4CL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDMC-MARCA-ELIMINADO = SPACES
           OR EDMC-MARCA-ELIMINADO = "S"
               ADD 1 TO WKS-TOTAL-CALIFICADOS
               INITIALIZE WKS-PUNTOS
               PERFORM 300-PUNTOS-CLIENTE
               PERFORM 310-PUNTOS-DOCUMENTOS
               PERFORM 320-PUNTOS-PRODUCTOS
               PERFORM 330-PUNTOS-LISTAS
               PERFORM 400-CALIFICA
               PERFORM 500-ACTUALIZA-CALIFICACION
           END-IF
           PERFORM 210-LEER-EDM4CL.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> TIPO DE CLIENTE, PESO DEL SECTOR Y MARCA SENSIBLE
       300-PUNTOS-CLIENTE.
           IF EDMC-TIPO-CLIENTE = "C"
               MOVE 2 TO WKS-PTS-TIPO
           END-IF
           IF EDMC-SECTOR NOT = SPACES
               MOVE EDMC-SECTOR TO EDSC-CODIGO
               READ EDM4SEC
               IF WKS-EDM4SEC-OK AND EDSC-PESO-RIESGO IS NUMERIC
                   MOVE EDSC-PESO-RIESGO TO WKS-PTS-SECTOR
               END-IF
           END-IF
           IF EDMC-SENSIBLE
               MOVE 3 TO WKS-PTS-SENSIBLE
           END-IF.

      *--> UN SOLO DOCUMENTO VENCIDO BASTA; VENCE EN CEROS NO VENCE
       310-PUNTOS-DOCUMENTOS.
           MOVE EDMC-LLAVE TO EDDC-CO-CLIENTE
           MOVE LOW-VALUES TO EDDC-TIPO-DOC
           START EDM4DOC KEY IS NOT LESS THAN EDDC-LLAVE
           IF WKS-EDM4DOC-OK
               MOVE ZEROS TO WKS-FLAG-FIN
               PERFORM UNTIL WKS-FLAG-FIN = 1
                   READ EDM4DOC NEXT RECORD
                       AT END
                           MOVE 1 TO WKS-FLAG-FIN
                   END-READ
                   IF WKS-FLAG-FIN = ZEROS
                       IF NOT WKS-EDM4DOC-OK
                       OR EDDC-CO-CLIENTE NOT = EDMC-LLAVE
                           MOVE 1 TO WKS-FLAG-FIN
                       ELSE
                           IF EDDC-FECHA-VENCE > ZEROS
                           AND EDDC-FECHA-VENCE < WKS-FECHA-HOY
                               MOVE 2 TO WKS-PTS-DOCUMENTOS
                               MOVE 1 TO WKS-FLAG-FIN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *--> MEZCLA DE PRODUCTOS: CANTIDAD DE ACTIVOS Y TIPOS DISTINTOS
       320-PUNTOS-PRODUCTOS.
           MOVE ZEROS  TO WKS-PROD-ACTIVOS
           MOVE ZEROS  TO WKS-TIPOS-CONT
           MOVE SPACES TO WKS-TIPOS-TABLA
           MOVE EDMC-LLAVE TO EDPD-CO-CLIENTE
           MOVE LOW-VALUES TO EDPD-PRODUCTO
           START EDM4PDT KEY IS NOT LESS THAN EDPD-LLAVE
           IF WKS-EDM4PDT-OK
               MOVE ZEROS TO WKS-FLAG-FIN
               PERFORM UNTIL WKS-FLAG-FIN = 1
                   READ EDM4PDT NEXT RECORD
                       AT END
                           MOVE 1 TO WKS-FLAG-FIN
                   END-READ
                   IF WKS-FLAG-FIN = ZEROS
                       IF NOT WKS-EDM4PDT-OK
                       OR EDPD-CO-CLIENTE NOT = EDMC-LLAVE
                           MOVE 1 TO WKS-FLAG-FIN
                       ELSE
                           IF EDPD-ACTIVO
                               ADD 1 TO WKS-PROD-ACTIVOS
                               PERFORM 321-REGISTRA-TIPO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WKS-PROD-ACTIVOS NOT < 5
               ADD 1 TO WKS-PTS-PRODUCTOS
           END-IF
           IF WKS-TIPOS-CONT NOT < 3
               ADD 1 TO WKS-PTS-PRODUCTOS
           END-IF.

       321-REGISTRA-TIPO.
           MOVE ZEROS TO WKS-FLAG-TIPO-VISTO
           PERFORM VARYING WKS-IND FROM 1 BY 1
                   UNTIL WKS-IND > WKS-TIPOS-CONT
               IF WKS-TIPO-PROD(WKS-IND) = EDPD-TIPO
                   MOVE 1 TO WKS-FLAG-TIPO-VISTO
               END-IF
           END-PERFORM
           IF WKS-FLAG-TIPO-VISTO = ZEROS AND WKS-TIPOS-CONT < 10
               ADD 1 TO WKS-TIPOS-CONT
               MOVE EDPD-TIPO TO WKS-TIPO-PROD(WKS-TIPOS-CONT)
           END-IF.

      *--> COINCIDENCIAS EN LISTAS: CONFIRMADA PESA MAS QUE PENDIENTE
       330-PUNTOS-LISTAS.
           MOVE ZEROS TO WKS-FLAG-CONFIRMADA
           MOVE ZEROS TO WKS-FLAG-PENDIENTE
           MOVE EDMC-LLAVE TO EDCI-CO-CLIENTE
           MOVE LOW-VALUES TO EDCI-REFERENCIA
           START EDM4COI KEY IS NOT LESS THAN EDCI-LLAVE
           IF WKS-EDM4COI-OK
               MOVE ZEROS TO WKS-FLAG-FIN
               PERFORM UNTIL WKS-FLAG-FIN = 1
                   READ EDM4COI NEXT RECORD
                       AT END
                           MOVE 1 TO WKS-FLAG-FIN
                   END-READ
                   IF WKS-FLAG-FIN = ZEROS
                       IF NOT WKS-EDM4COI-OK
                       OR EDCI-CO-CLIENTE NOT = EDMC-LLAVE
                           MOVE 1 TO WKS-FLAG-FIN
                       ELSE
                           IF EDCI-CONFIRMADO
                               MOVE 1 TO WKS-FLAG-CONFIRMADA
                           END-IF
                           IF EDCI-PENDIENTE
                               MOVE 1 TO WKS-FLAG-PENDIENTE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WKS-FLAG-CONFIRMADA = 1
               MOVE 10 TO WKS-PTS-LISTAS
           ELSE
               IF WKS-FLAG-PENDIENTE = 1
                   MOVE 5 TO WKS-PTS-LISTAS
               END-IF
           END-IF.

       400-CALIFICA.
           COMPUTE WKS-PUNTAJE = WKS-PTS-TIPO + WKS-PTS-SECTOR
               + WKS-PTS-SENSIBLE + WKS-PTS-DOCUMENTOS
               + WKS-PTS-PRODUCTOS + WKS-PTS-LISTAS
           IF WKS-PUNTAJE NOT < 10
               SET WKS-NUEVA-ALTO TO TRUE
               ADD 1 TO WKS-TOTAL-ALTO
           ELSE
               IF WKS-PUNTAJE NOT < 5
                   SET WKS-NUEVA-MEDIO TO TRUE
                   ADD 1 TO WKS-TOTAL-MEDIO
               ELSE
                   SET WKS-NUEVA-BAJO TO TRUE
                   ADD 1 TO WKS-TOTAL-BAJO
               END-IF
           END-IF.

      *--> ACTUALIZA LA CALIFICACION VIGENTE; SI ES LA PRIMERA O SI
      *    CAMBIO DE NIVEL DEJA LA FILA FECHADA EN LA HISTORIA
       500-ACTUALIZA-CALIFICACION.
           MOVE SPACES TO WKS-CALIF-ANTERIOR
           MOVE EDMC-LLAVE TO EDRG-CO-CLIENTE
           READ EDM4RIE
           IF WKS-EDM4RIE-OK
               MOVE 1 TO WKS-FLAG-EXISTE
               MOVE EDRG-CALIFICACION TO WKS-CALIF-ANTERIOR
           ELSE
               MOVE ZEROS TO WKS-FLAG-EXISTE
               INITIALIZE REG-EDMRIE
               MOVE EDMC-LLAVE TO EDRG-CO-CLIENTE
           END-IF
           IF WKS-CALIF-ANTERIOR NOT = WKS-CALIF-NUEVA
               MOVE WKS-FECHA-HOY TO EDRG-FECHA-DESDE
           END-IF
           MOVE WKS-CALIF-NUEVA TO EDRG-CALIFICACION
           MOVE WKS-PUNTAJE     TO EDRG-PUNTAJE
           MOVE WKS-FECHA-HOY   TO EDRG-FECHA-CALCULO
           MOVE WKS-PUNTOS      TO EDRG-PUNTOS
           IF WKS-FLAG-EXISTE = 1
               REWRITE REG-EDMRIE
           ELSE
               WRITE REG-EDMRIE
           END-IF
           IF WKS-CALIF-ANTERIOR NOT = WKS-CALIF-NUEVA
               PERFORM 510-ESCRIBE-HISTORIA
               IF WKS-FLAG-EXISTE = ZEROS
                   ADD 1 TO WKS-TOTAL-NUEVOS
               ELSE
                   PERFORM 520-REPORTA-MOVIMIENTO
               END-IF
           END-IF.

      *--> UNA FILA POR CLIENTE Y DIA; SI EL PROCESO SE REPITE EL
      *    MISMO DIA SE REESCRIBE CON EL ULTIMO RESULTADO
       510-ESCRIBE-HISTORIA.
           MOVE EDMC-LLAVE    TO EDRH-CO-CLIENTE
           MOVE WKS-FECHA-HOY TO EDRH-FECHA
           READ EDM4RIH
           IF WKS-EDM4RIH-OK
               MOVE WKS-CALIF-NUEVA TO EDRH-CALIFICACION
               MOVE WKS-PUNTAJE     TO EDRH-PUNTAJE
               MOVE WKS-PUNTOS      TO EDRH-PUNTOS
               REWRITE REG-EDMRIH
           ELSE
               INITIALIZE REG-EDMRIH
               MOVE EDMC-LLAVE         TO EDRH-CO-CLIENTE
               MOVE WKS-FECHA-HOY      TO EDRH-FECHA
               MOVE WKS-CALIF-NUEVA    TO EDRH-CALIFICACION
               MOVE WKS-CALIF-ANTERIOR TO EDRH-CALIF-ANTERIOR
               MOVE WKS-PUNTAJE        TO EDRH-PUNTAJE
               MOVE WKS-PUNTOS         TO EDRH-PUNTOS
               WRITE REG-EDMRIH
           END-IF.

       520-REPORTA-MOVIMIENTO.
           MOVE WKS-CALIF-ANTERIOR TO WKS-NIVEL-CALIF
           PERFORM 530-NIVEL-CALIFICACION
           MOVE WKS-NIVEL TO WKS-NIVEL-ANTERIOR
           MOVE WKS-CALIF-NUEVA TO WKS-NIVEL-CALIF
           PERFORM 530-NIVEL-CALIFICACION
           MOVE WKS-NIVEL TO WKS-NIVEL-NUEVO
           IF WKS-NIVEL-NUEVO > WKS-NIVEL-ANTERIOR
               MOVE "SUBE"  TO WKS-DET-MOVIMIENTO
               ADD 1 TO WKS-TOTAL-SUBEN
           ELSE
               MOVE "BAJA"  TO WKS-DET-MOVIMIENTO
               ADD 1 TO WKS-TOTAL-BAJAN
           END-IF
           MOVE EDMC-LLAVE          TO WKS-DET-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO WKS-DET-NOMBRE
           MOVE WKS-CALIF-ANTERIOR  TO WKS-DET-ANTERIOR
           MOVE WKS-CALIF-NUEVA     TO WKS-DET-NUEVA
           MOVE WKS-PUNTAJE         TO WKS-DET-PUNTAJE
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       530-NIVEL-CALIFICACION.
           EVALUATE WKS-NIVEL-CALIF
               WHEN "A"
                   MOVE 3 TO WKS-NIVEL
               WHEN "M"
                   MOVE 2 TO WKS-NIVEL
               WHEN "B"
                   MOVE 1 TO WKS-NIVEL
               WHEN OTHER
                   MOVE 0 TO WKS-NIVEL
           END-EVALUATE.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-CALIFICADOS TO WKS-TOT-CALIFICADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-BAJO        TO WKS-TOT-BAJO
           MOVE WKS-TOTAL-MEDIO       TO WKS-TOT-MEDIO
           MOVE WKS-TOTAL-ALTO        TO WKS-TOT-ALTO
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-SUBEN       TO WKS-TOT-SUBEN
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-BAJAN       TO WKS-TOT-BAJAN
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           MOVE WKS-TOTAL-NUEVOS      TO WKS-TOT-NUEVOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           CLOSE EDM4CL
           CLOSE EDM4SEC
           CLOSE EDM4DOC
           CLOSE EDM4PDT
           CLOSE EDM4COI
           CLOSE EDM4RIE
           CLOSE EDM4RIH
           CLOSE REPORTE
           DISPLAY "EDID1R55 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R55 - CALIFICADOS: " WKS-TOTAL-CALIFICADOS
           DISPLAY "EDID1R55 - ALTO RIESGO: " WKS-TOTAL-ALTO
           DISPLAY "EDID1R55 - SUBEN      : " WKS-TOTAL-SUBEN
           DISPLAY "EDID1R55 - BAJAN      : " WKS-TOTAL-BAJAN.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R55" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R55" TO EDJL-OPERADOR
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R55" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS      TO EDJL-LEIDOS
               MOVE WKS-TOTAL-CALIFICADOS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
