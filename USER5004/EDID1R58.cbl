      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R58                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REVISION NOCTURNA DE EXPEDIENTES DE ALTA         *
      * ARCHIVOS    : EDM4CL (I/O) / EDM4DOC (ENTRADA) /               *
      *               EDM4CON (ENTRADA) / EDM4REL (ENTRADA) /          *
      *               EDM4AUL (I/O) / REPORTE (SALIDA) / EDM4CTL (I/O) *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : EDID1BFE / EDID1BHS                              *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * TODA ALTA (EDID1ALI, EDID1R08, EDID1BMA, EDID1WLI) NACE CON   *
      * EDMC-ESTADO-ALTA = "P". CADA NOCHE ESTE PROCESO REVISA A LOS  *
      * CLIENTES PENDIENTES CONTRA LA LISTA DE REQUISITOS:            *
      *   PERSONAS  : DOCUMENTO DE IDENTIDAD VIGENTE EN EDM4DOC Y     *
      *               CONSENTIMIENTO REGISTRADO EN EDM4CON            *
      *   COMPANIAS : LO MISMO, MAS UN VINCULO "RL" (REPRESENTANTE    *
      *               LEGAL) EN EDM4REL                               *
      * LOS COMPLETOS SE LIBERAN (ESTADO-ALTA EN BLANCO, FILA         *
      * "ALTA-LIBERA" EN EDM4AUL). LA RETENCION POR LISTAS (MARCA     *
      * "S") NO SE TOCA: EL CLIENTE QUEDA LIBRE DE EXPEDIENTE PERO    *
      * SIGUE RETENIDO HASTA LA DECISION DE CUMPLIMIENTO. LOS QUE     *
      * AUN LES FALTA ALGO SALEN EN EL REPORTE CON CORTE POR          *
      * SUCURSAL, DEL MAS ATRASADO AL MAS RECIENTE, CON LOS DIAS QUE  *
      * LLEVAN PENDIENTES Y LOS REQUISITOS QUE LES FALTAN             *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R58.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4DOC ASSIGN TO EDM4DOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDC-LLAVE
               FILE STATUS IS WKS-EDM4DOC-STATUS.

           SELECT EDM4CON ASSIGN TO EDM4CON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCO-LLAVE
               FILE STATUS IS WKS-EDM4CON-STATUS.

           SELECT EDM4REL ASSIGN TO EDM4REL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRL-LLAVE
               FILE STATUS IS WKS-EDM4REL-STATUS.

           SELECT EDM4AUL ASSIGN TO EDM4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCT-LLAVE
               FILE STATUS IS WKS-EDM4CTL-STATUS.

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
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4DOC.
       COPY EDMDOC.

       FD  EDM4CON.
       COPY EDMCON.

       FD  EDM4REL.
       COPY EDMREL.

       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4CTL.
       COPY EDMCTL.

       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-SUCURSAL               PIC X(03).
           02 SRT-DIAS                   PIC 9(05).
           02 SRT-CO-CLIENTE             PIC 9(08).
           02 SRT-NOMBRE                 PIC X(30).
           02 SRT-TIPO                   PIC X(01).
           02 SRT-FECHA-ALTA             PIC 9(08).
           02 SRT-FALTA-DOC              PIC 9(01).
           02 SRT-FALTA-CON              PIC 9(01).
           02 SRT-FALTA-RL               PIC 9(01).

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       COPY EDBHS.

      *-->ANCLA DE LA CADENA DE LA BITACORA LEIDA DE EDM4CTL
       01 WKS-CADENA.
           02 WKS-FLAG-ANCLA            PIC 9 VALUE ZEROS.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4DOC-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4DOC-OK        VALUE "00".
           02 WKS-EDM4CON-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CON-OK        VALUE "00".
           02 WKS-EDM4REL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REL-OK        VALUE "00".
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.

      *-->REQUISITOS DEL CLIENTE EN CURSO (1 = FALTA)
       01 WKS-REQUISITOS.
           02 WKS-FALTA-DOC             PIC 9 VALUE ZEROS.
           02 WKS-FALTA-CON             PIC 9 VALUE ZEROS.
           02 WKS-FALTA-RL              PIC 9 VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-REVISADOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-LIBERADOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PENDIENTES      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ERRORES         PIC 9(07) VALUE ZEROS.

      *-->ACUMULADOS DE LA SUCURSAL EN CURSO
       01 WKS-SUCURSAL.
           02 WKS-SUC-PENDIENTES        PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-SIN-DOC           PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-SIN-CON           PIC 9(05) VALUE ZEROS.
           02 WKS-SUC-SIN-RL            PIC 9(05) VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-HOY            PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-ALTA           PIC 9(07) VALUE ZEROS.
           02 WKS-FECHA-ALTA            PIC 9(08) VALUE ZEROS.
           02 WKS-DIAS-PENDIENTE        PIC 9(05) VALUE ZEROS.

       01 WKS-REG-ANTES                 PIC X(200) VALUE SPACES.

       01 WKS-SUCURSAL-BREAK            PIC X(03) VALUE LOW-VALUES.

       COPY EDBFE.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "ALTAS CON EXPEDIENTE INCOMPLETO - EDID1R58".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(09) VALUE "CLIENTE".
           02 FILLER                    PIC X(31) VALUE "NOMBRE".
           02 FILLER                    PIC X(03) VALUE "T".
           02 FILLER                    PIC X(12) VALUE "ALTA".
           02 FILLER                    PIC X(06) VALUE "DIAS".
           02 FILLER                    PIC X(29) VALUE "FALTANTES".

       01 WKS-SUC-LINE.
           02 FILLER                    PIC X(10) VALUE "SUCURSAL: ".
           02 WKS-SL-SUCURSAL           PIC X(03).

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-TIPO              PIC X(01).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-ALTA              PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-DIAS              PIC ZZZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-FALTA-DOC         PIC X(04).
           02 WKS-DET-FALTA-CON         PIC X(04).
           02 WKS-DET-FALTA-RL          PIC X(03).

       01 WKS-SUBTOTAL-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 FILLER                    PIC X(12) VALUE "PENDIENTES: ".
           02 WKS-ST-PENDIENTES         PIC ZZ,ZZ9.
           02 FILLER                    PIC X(11) VALUE "   SIN DOC:".
           02 WKS-ST-SIN-DOC            PIC ZZ,ZZ9.
           02 FILLER                    PIC X(11) VALUE "   SIN CON:".
           02 WKS-ST-SIN-CON            PIC ZZ,ZZ9.
           02 FILLER                    PIC X(11) VALUE "   SIN RL: ".
           02 WKS-ST-SIN-RL             PIC ZZ,ZZ9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "CLIENTES LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "ALTAS REVISADAS: ".
           02 WKS-TOT-REVISADOS         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "ALTAS LIBERADAS: ".
           02 WKS-TOT-LIBERADOS         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(25) VALUE
               "SIGUEN PENDIENTES: ".
           02 WKS-TOT-PENDIENTES        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ASCENDING  KEY SRT-SUCURSAL
               DESCENDING KEY SRT-DIAS
               ASCENDING  KEY SRT-CO-CLIENTE
               INPUT PROCEDURE 200-REVISA-PENDIENTES
               OUTPUT PROCEDURE 500-LISTA-PENDIENTES
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

      *--> SOLO LAS ALTAS PENDIENTES ACTIVAS O RETENIDAS SE REVISAN;
      *    UNA ALTA PENDIENTE QUE YA FUE ELIMINADA O FUSIONADA NO
      *    TIENE EXPEDIENTE QUE COMPLETAR
       200-REVISA-PENDIENTES.
           OPEN I-O   EDM4CL
           OPEN INPUT EDM4DOC
           OPEN INPUT EDM4CON
           OPEN INPUT EDM4REL
           OPEN I-O   EDM4AUL
           OPEN I-O   EDM4CTL
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMC-ALTA-PENDIENTE
               AND (EDMC-MARCA-ELIMINADO = SPACES
                    OR EDMC-MARCA-ELIMINADO = "S")
                   ADD 1 TO WKS-TOTAL-REVISADOS
                   PERFORM 300-VERIFICA-EXPEDIENTE
                   IF WKS-REQUISITOS = ZEROS
                       PERFORM 400-LIBERA-ALTA
                   ELSE
                       PERFORM 450-ENVIA-PENDIENTE
                   END-IF
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           CLOSE EDM4DOC
           CLOSE EDM4CON
           CLOSE EDM4REL
           CLOSE EDM4AUL
           CLOSE EDM4CTL.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> LISTA DE REQUISITOS SEGUN EL TIPO DE CLIENTE
       300-VERIFICA-EXPEDIENTE.
           MOVE 1 TO WKS-FALTA-DOC
           MOVE 1 TO WKS-FALTA-CON
           MOVE ZEROS TO WKS-FALTA-RL
           PERFORM 310-BUSCA-DOCUMENTO
           PERFORM 320-BUSCA-CONSENTIMIENTO
           IF EDMC-TIPO-COMPANIA
               MOVE 1 TO WKS-FALTA-RL
               PERFORM 330-BUSCA-REP-LEGAL
           END-IF.

      *--> BASTA UN DOCUMENTO VIGENTE; VENCE EN CEROS NO VENCE
       310-BUSCA-DOCUMENTO.
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
                           IF EDDC-FECHA-VENCE = ZEROS
                           OR EDDC-FECHA-VENCE NOT < WKS-FECHA-HOY
                               MOVE ZEROS TO WKS-FALTA-DOC
                               MOVE 1 TO WKS-FLAG-FIN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *--> CUALQUIER CANAL REGISTRADO CUENTA COMO CONSENTIMIENTO
      *    RECABADO (EL CLIENTE PUDO PERMITIR O VETAR EL CONTACTO)
       320-BUSCA-CONSENTIMIENTO.
           MOVE EDMC-LLAVE TO EDCO-CO-CLIENTE
           MOVE LOW-VALUES TO EDCO-CANAL
           START EDM4CON KEY IS NOT LESS THAN EDCO-LLAVE
           IF WKS-EDM4CON-OK
               READ EDM4CON NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WKS-EDM4CON-OK
               AND EDCO-CO-CLIENTE = EDMC-LLAVE
                   MOVE ZEROS TO WKS-FALTA-CON
               END-IF
           END-IF.

      *--> LAS COMPANIAS NECESITAN UN VINCULO DE REPRESENTANTE LEGAL
       330-BUSCA-REP-LEGAL.
           MOVE EDMC-LLAVE TO EDRL-CO-CLIENTE
           MOVE ZEROS      TO EDRL-CO-RELACION
           START EDM4REL KEY IS NOT LESS THAN EDRL-LLAVE
           IF WKS-EDM4REL-OK
               MOVE ZEROS TO WKS-FLAG-FIN
               PERFORM UNTIL WKS-FLAG-FIN = 1
                   READ EDM4REL NEXT RECORD
                       AT END
                           MOVE 1 TO WKS-FLAG-FIN
                   END-READ
                   IF WKS-FLAG-FIN = ZEROS
                       IF NOT WKS-EDM4REL-OK
                       OR EDRL-CO-CLIENTE NOT = EDMC-LLAVE
                           MOVE 1 TO WKS-FLAG-FIN
                       ELSE
                           IF EDRL-TIPO-REP-LEGAL
                               MOVE ZEROS TO WKS-FALTA-RL
                               MOVE 1 TO WKS-FLAG-FIN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *--> EXPEDIENTE COMPLETO: SE LIBERA EL ALTA Y QUEDA LA FILA EN
      *    EDM4AUL; LA MARCA DE ELIMINADO NO CAMBIA
       400-LIBERA-ALTA.
           MOVE REG-EDMACL TO WKS-REG-ANTES
           MOVE SPACES     TO EDMC-ESTADO-ALTA
           MOVE "EDID1R58" TO EDMC-OPERADOR-ULT-MOV
           MOVE "BTCH"     TO EDMC-TERMINAL-ULT-MOV
           REWRITE REG-EDMACL
           IF WKS-EDM4CL-OK
               ADD 1 TO WKS-TOTAL-LIBERADOS
               PERFORM 410-ESCRIBE-BITACORA
           ELSE
               ADD 1 TO WKS-TOTAL-ERRORES
               DISPLAY "EDID1R58 - ERROR AL LIBERAR " EDMC-LLAVE
                   " STATUS " WKS-EDM4CL-STATUS
           END-IF.

       410-ESCRIBE-BITACORA.
           INITIALIZE REG-EDMAUL
           MOVE EDMC-LLAVE                  TO EDAU-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDAU-FECHA-MOV
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDAU-HORA-MOV
           MOVE "EDID1R58"                  TO EDAU-PROGRAMA
           MOVE "ALTA-LIBERA"               TO EDAU-ACCION
           MOVE "EDID1R58"                  TO EDAU-OPERADOR
           MOVE "BTCH"                      TO EDAU-TERMINAL
           MOVE WKS-REG-ANTES(9:40)         TO EDAU-ANTES-NOMBRE
           MOVE WKS-REG-ANTES(49:8)         TO EDAU-ANTES-FECHA-NAC
           MOVE WKS-REG-ANTES(57:8)         TO EDAU-ANTES-TELEFONO
           MOVE WKS-REG-ANTES(81:1)         TO EDAU-ANTES-MARCA-ELIM
           MOVE WKS-REG-ANTES               TO EDAU-IMAGEN-ANTES
           MOVE EDMC-NOMBRE-CLIENTE         TO EDAU-DESPUES-NOMBRE
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-DESPUES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           MOVE "EXPEDIENTE COMPLETO"       TO EDAU-MOTIVO
           MOVE REG-EDMACL                  TO EDAU-IMAGEN-DESPUES
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
           PERFORM 941-AVANZA-ANCLA.

      *--> LA FECHA DE CREACION VIENE EN DDMMAAAA; SI NO ES VALIDA
      *    EL CLIENTE SALE CON CERO DIAS
       450-ENVIA-PENDIENTE.
           ADD 1 TO WKS-TOTAL-PENDIENTES
           MOVE ZEROS TO WKS-FECHA-ALTA
           MOVE ZEROS TO WKS-DIAS-PENDIENTE
           MOVE "R" TO EDBF-FUNCION
           MOVE EDMC-FECHA-CREACION TO EDBF-FECHA-DDMMAAAA
           CALL "EDID1BFE" USING REG-EDBFE
           IF EDBF-OK
               MOVE EDBF-FECHA-AAAAMMDD TO WKS-FECHA-ALTA
               COMPUTE WKS-ENTERO-ALTA =
                   FUNCTION INTEGER-OF-DATE(WKS-FECHA-ALTA)
               IF WKS-ENTERO-HOY > WKS-ENTERO-ALTA
                   COMPUTE WKS-DIAS-PENDIENTE =
                       WKS-ENTERO-HOY - WKS-ENTERO-ALTA
               END-IF
           END-IF
           MOVE EDMC-SUCURSAL        TO SRT-SUCURSAL
           MOVE WKS-DIAS-PENDIENTE   TO SRT-DIAS
           MOVE EDMC-LLAVE           TO SRT-CO-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE  TO SRT-NOMBRE
           MOVE EDMC-TIPO-CLIENTE    TO SRT-TIPO
           MOVE WKS-FECHA-ALTA       TO SRT-FECHA-ALTA
           MOVE WKS-FALTA-DOC        TO SRT-FALTA-DOC
           MOVE WKS-FALTA-CON        TO SRT-FALTA-CON
           MOVE WKS-FALTA-RL         TO SRT-FALTA-RL
           RELEASE REG-SORT.

      *--> LISTADO CON CORTE POR SUCURSAL Y SUBTOTAL DE FALTANTES
       500-LISTA-PENDIENTES.
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
               PERFORM 520-REPORTA-PENDIENTE
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

       520-REPORTA-PENDIENTE.
           ADD 1 TO WKS-SUC-PENDIENTES
           MOVE SPACES TO WKS-DET-FALTA-DOC
           MOVE SPACES TO WKS-DET-FALTA-CON
           MOVE SPACES TO WKS-DET-FALTA-RL
           IF SRT-FALTA-DOC = 1
               MOVE "DOC " TO WKS-DET-FALTA-DOC
               ADD 1 TO WKS-SUC-SIN-DOC
           END-IF
           IF SRT-FALTA-CON = 1
               MOVE "CON " TO WKS-DET-FALTA-CON
               ADD 1 TO WKS-SUC-SIN-CON
           END-IF
           IF SRT-FALTA-RL = 1
               MOVE "RL " TO WKS-DET-FALTA-RL
               ADD 1 TO WKS-SUC-SIN-RL
           END-IF
           MOVE SRT-CO-CLIENTE TO WKS-DET-CLIENTE
           MOVE SRT-NOMBRE     TO WKS-DET-NOMBRE
           MOVE SRT-TIPO       TO WKS-DET-TIPO
           MOVE SRT-FECHA-ALTA TO WKS-DET-ALTA
           MOVE SRT-DIAS       TO WKS-DET-DIAS
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       530-CIERRA-SUCURSAL.
           MOVE WKS-SUC-PENDIENTES TO WKS-ST-PENDIENTES
           MOVE WKS-SUC-SIN-DOC    TO WKS-ST-SIN-DOC
           MOVE WKS-SUC-SIN-CON    TO WKS-ST-SIN-CON
           MOVE WKS-SUC-SIN-RL     TO WKS-ST-SIN-RL
           WRITE REG-REPORTE FROM WKS-SUBTOTAL-LINE
           INITIALIZE WKS-SUCURSAL.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-REVISADOS  TO WKS-TOT-REVISADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-LIBERADOS  TO WKS-TOT-LIBERADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-PENDIENTES TO WKS-TOT-PENDIENTES
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           CLOSE REPORTE
           DISPLAY "EDID1R58 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R58 - REVISADOS  : " WKS-TOTAL-REVISADOS
           DISPLAY "EDID1R58 - LIBERADOS  : " WKS-TOTAL-LIBERADOS
           DISPLAY "EDID1R58 - PENDIENTES : " WKS-TOTAL-PENDIENTES
           DISPLAY "EDID1R58 - ERRORES    : " WKS-TOTAL-ERRORES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R58" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R58" TO EDJL-OPERADOR
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R58" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS    TO EDJL-LEIDOS
               MOVE WKS-TOTAL-LIBERADOS TO EDJL-ESCRITOS
               IF WKS-TOTAL-ERRORES > ZEROS
                   MOVE 4 TO EDJL-RETORNO
               ELSE
                   MOVE ZEROS TO EDJL-RETORNO
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

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
