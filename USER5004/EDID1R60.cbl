      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R60                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MENORES QUE LLEGAN A LA MAYORIA DE EDAD          *
      * ARCHIVOS    : EDM4CL (ENTRADA) / EDM4REL (I/O) /               *
      *               EDM4AUL (I/O) / LISTA (SALIDA) /                 *
      *               REPORTE (SALIDA) / EDM4CTL (I/O)                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : EDID1BFE / EDID1BHS                              *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CORRIDA MENSUAL SOBRE LAS PERSONAS ACTIVAS O RETENIDAS:       *
      *   - LAS QUE CUMPLEN 18 EN LOS PROXIMOS 60 DIAS SALEN EN EL    *
      *     REPORTE Y EN EL ARCHIVO LISTA, QUE ALIMENTA A EDID1R31    *
      *     (PARM "L") PARA LA CARTA DE ACTUALIZACION DE DATOS. SUS   *
      *     VINCULOS DE TUTELA QUEDAN CON EDRL-FECHA-FIN EN LA FECHA  *
      *     DEL CUMPLEANOS, DE MODO QUE LA AUTORIDAD DEL TUTOR VENCE  *
      *     ESE DIA AUNQUE LA SIGUIENTE CORRIDA SEA POSTERIOR         *
      *   - LAS QUE YA CUMPLIERON 18 Y CONSERVAN UN TUTOR VIGENTE:    *
      *     LA TUTELA SE MARCA TERMINADA EN AMBOS SENTIDOS (LA FILA   *
      *     SE CONSERVA COMO HISTORIA) Y QUEDA UNA FILA "FIN-TUTELA"  *
      *     EN EDM4AUL                                                *
      * EL CUMPLEANOS 18 DE UN NACIDO EL 29/02 SE TOMA EL 28/02 EN    *
      * LOS ANOS NO BISIESTOS                                         *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R60.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

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

           SELECT LISTA ASSIGN TO LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-LISTA-STATUS.

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

       FD  EDM4REL.
       COPY EDMREL.

       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4CTL.
       COPY EDMCTL.

       FD  LISTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-LISTA.
           05 LST-CO-CLIENTE            PIC X(08).

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
           02 WKS-EDM4REL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REL-OK        VALUE "00".
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-LISTA-STATUS          PIC X(02) VALUE SPACES.
               88 WKS-LISTA-OK          VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.

       01 WKS-PARAMETROS.
           02 WKS-EDAD-MAYORIA          PIC 9(02) VALUE 18.
           02 WKS-DIAS-AVISO            PIC 9(03) VALUE 60.

      *-->TUTORES VIGENTES DEL MENOR EN CURSO; SE JUNTAN ANTES DE
      *   ACTUALIZAR PARA NO PERDER LA POSICION DEL RECORRIDO
       01 WKS-TUTORES.
           02 WKS-TOT-TUTORES           PIC 9(02) VALUE ZEROS.
           02 WKS-TUTOR OCCURS 10 TIMES PIC 9(08).
       01 WKS-IDX                       PIC 9(02) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-AVISOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-TERMINADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ERRORES         PIC 9(07) VALUE ZEROS.

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-HOY            PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-MAYORIA        PIC 9(07) VALUE ZEROS.
           02 WKS-DIAS-FALTAN           PIC 9(05) VALUE ZEROS.
           02 WKS-FECHA-NAC             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-NAC-R REDEFINES WKS-FECHA-NAC.
               05 WKS-NAC-ANIO          PIC 9(04).
               05 WKS-NAC-MES           PIC 9(02).
               05 WKS-NAC-DIA           PIC 9(02).
           02 WKS-FECHA-MAYORIA         PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-MAYORIA-R REDEFINES WKS-FECHA-MAYORIA.
               05 WKS-MAY-ANIO          PIC 9(04).
               05 WKS-MAY-MES           PIC 9(02).
               05 WKS-MAY-DIA           PIC 9(02).
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA-R REDEFINES WKS-FECHA-DDMMAAAA.
               05 WKS-DMA-DIA           PIC 9(02).
               05 WKS-DMA-MES           PIC 9(02).
               05 WKS-DMA-ANIO          PIC 9(04).

      *-->VALORES QUE SE GRABAN EN LOS VINCULOS DE TUTELA
       01 WKS-TUTELA-NUEVA.
           02 WKS-NUEVO-ESTADO          PIC X(01) VALUE SPACES.
           02 WKS-NUEVA-FECHA-FIN       PIC 9(08) VALUE ZEROS.

       COPY EDBFE.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "MENORES QUE LLEGAN A LA MAYORIA DE EDAD - EDID1R60".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(09) VALUE "CLIENTE".
           02 FILLER                    PIC X(31) VALUE "NOMBRE".
           02 FILLER                    PIC X(11) VALUE "MAYORIA".
           02 FILLER                    PIC X(06) VALUE "DIAS".
           02 FILLER                    PIC X(11) VALUE "ACCION".
           02 FILLER                    PIC X(09) VALUE "TUTORES".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-MAYORIA           PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-DIAS              PIC ZZZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ACCION            PIC X(10).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-TUTORES           PIC Z9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "CLIENTES LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "AVISOS DE CARTA: ".
           02 WKS-TOT-AVISOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "TUTELAS TERMINADAS: ".
           02 WKS-TOT-TERMINADOS        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDMC-TIPO-PERSONA
               AND (EDMC-MARCA-ELIMINADO = SPACES
                    OR EDMC-MARCA-ELIMINADO = "S")
                   PERFORM 200-REVISA-CLIENTE
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           COMPUTE WKS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
           OPEN INPUT  EDM4CL
           OPEN I-O    EDM4REL
           OPEN I-O    EDM4AUL
           OPEN I-O    EDM4CTL
           OPEN OUTPUT LISTA
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> SIN FECHA DE NACIMIENTO VALIDA NO HAY MAYORIA QUE CALCULAR
       200-REVISA-CLIENTE.
           PERFORM 220-CALCULA-MAYORIA
           IF WKS-FECHA-MAYORIA NOT = ZEROS
               IF WKS-FECHA-MAYORIA > WKS-FECHA-HOY
                   COMPUTE WKS-ENTERO-MAYORIA =
                       FUNCTION INTEGER-OF-DATE(WKS-FECHA-MAYORIA)
                   COMPUTE WKS-DIAS-FALTAN =
                       WKS-ENTERO-MAYORIA - WKS-ENTERO-HOY
                   IF WKS-DIAS-FALTAN NOT > WKS-DIAS-AVISO
                       PERFORM 400-AVISA-MAYORIA
                   END-IF
               ELSE
                   PERFORM 300-BUSCA-TUTORES
                   IF WKS-TOT-TUTORES > ZEROS
                       PERFORM 500-TERMINA-TUTELA
                   END-IF
               END-IF
           END-IF.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> FECHA EN QUE CUMPLE 18 (AAAAMMDD); EL 29/02 QUE NO EXISTE
      *    ESE ANO SE RECORRE AL 28/02. EN CEROS SI LA FECHA DE
      *    NACIMIENTO NO ES VALIDA
       220-CALCULA-MAYORIA.
           MOVE ZEROS TO WKS-FECHA-MAYORIA
           MOVE "R" TO EDBF-FUNCION
           MOVE EDMC-FECHA-NAC-O-CONSTITUC TO EDBF-FECHA-DDMMAAAA
           CALL "EDID1BFE" USING REG-EDBFE
           IF EDBF-OK
               MOVE EDBF-FECHA-AAAAMMDD TO WKS-FECHA-NAC
               COMPUTE WKS-MAY-ANIO = WKS-NAC-ANIO + WKS-EDAD-MAYORIA
               MOVE WKS-NAC-MES TO WKS-MAY-MES
               MOVE WKS-NAC-DIA TO WKS-MAY-DIA
               MOVE WKS-MAY-DIA  TO WKS-DMA-DIA
               MOVE WKS-MAY-MES  TO WKS-DMA-MES
               MOVE WKS-MAY-ANIO TO WKS-DMA-ANIO
               MOVE "V" TO EDBF-FUNCION
               MOVE WKS-FECHA-DDMMAAAA TO EDBF-FECHA-DDMMAAAA
               CALL "EDID1BFE" USING REG-EDBFE
               IF NOT EDBF-OK
                   MOVE 28 TO WKS-MAY-DIA
               END-IF
           END-IF.

      *--> TUTORES VIGENTES: FILAS "TU" DEL MENOR CUYA CONTRAPARTE
      *    ES SU TUTOR Y QUE NO ESTAN TERMINADAS
       300-BUSCA-TUTORES.
           MOVE ZEROS TO WKS-TOT-TUTORES
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
                           IF EDRL-TIPO-TUTOR
                           AND EDRL-REL-ES-TUTOR
                           AND EDRL-VIGENTE
                           AND WKS-TOT-TUTORES < 10
                               ADD 1 TO WKS-TOT-TUTORES
                               MOVE EDRL-CO-RELACION
                                 TO WKS-TUTOR(WKS-TOT-TUTORES)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *--> ACTUALIZA UN VINCULO DE TUTELA EN SUS DOS SENTIDOS CON
      *    WKS-TUTELA-NUEVA; EL MENOR ES EL CLIENTE EN CURSO
       310-ACTUALIZA-TUTELA.
           MOVE EDMC-LLAVE        TO EDRL-CO-CLIENTE
           MOVE WKS-TUTOR(WKS-IDX) TO EDRL-CO-RELACION
           PERFORM 320-REGRABA-VINCULO
           MOVE WKS-TUTOR(WKS-IDX) TO EDRL-CO-CLIENTE
           MOVE EDMC-LLAVE        TO EDRL-CO-RELACION
           PERFORM 320-REGRABA-VINCULO.

       320-REGRABA-VINCULO.
           READ EDM4REL
           IF WKS-EDM4REL-OK
               MOVE WKS-NUEVO-ESTADO    TO EDRL-ESTADO
               MOVE WKS-NUEVA-FECHA-FIN TO EDRL-FECHA-FIN
               REWRITE REG-EDMREL
           END-IF
           IF NOT WKS-EDM4REL-OK
               MOVE 1 TO WKS-FLAG-ERROR
               DISPLAY "EDID1R60 - ERROR EN VINCULO " EDRL-LLAVE
                   " STATUS " WKS-EDM4REL-STATUS
           END-IF.

      *--> CUMPLE 18 DENTRO DEL PLAZO DE AVISO: CARTA Y FIN DE TUTELA
      *    PROGRAMADO PARA EL DIA DEL CUMPLEANOS
       400-AVISA-MAYORIA.
           ADD 1 TO WKS-TOTAL-AVISOS
           MOVE EDMC-LLAVE TO LST-CO-CLIENTE
           WRITE REG-LISTA
           PERFORM 300-BUSCA-TUTORES
           MOVE SPACES            TO WKS-NUEVO-ESTADO
           MOVE WKS-FECHA-MAYORIA TO WKS-NUEVA-FECHA-FIN
           MOVE ZEROS TO WKS-FLAG-ERROR
           PERFORM VARYING WKS-IDX FROM 1 BY 1
                   UNTIL WKS-IDX > WKS-TOT-TUTORES
               PERFORM 310-ACTUALIZA-TUTELA
           END-PERFORM
           IF WKS-FLAG-ERROR = 1
               ADD 1 TO WKS-TOTAL-ERRORES
           END-IF
           MOVE "AVISO" TO WKS-DET-ACCION
           PERFORM 600-REPORTA-CLIENTE.

      *--> YA CUMPLIO 18: LA TUTELA TERMINA EN LA FECHA DEL CUMPLEANOS
       500-TERMINA-TUTELA.
           MOVE "T"               TO WKS-NUEVO-ESTADO
           MOVE WKS-FECHA-MAYORIA TO WKS-NUEVA-FECHA-FIN
           MOVE ZEROS TO WKS-FLAG-ERROR
           PERFORM VARYING WKS-IDX FROM 1 BY 1
                   UNTIL WKS-IDX > WKS-TOT-TUTORES
               PERFORM 310-ACTUALIZA-TUTELA
           END-PERFORM
           IF WKS-FLAG-ERROR = 1
               ADD 1 TO WKS-TOTAL-ERRORES
           ELSE
               ADD 1 TO WKS-TOTAL-TERMINADOS
               PERFORM 510-ESCRIBE-BITACORA
           END-IF
           MOVE ZEROS TO WKS-DIAS-FALTAN
           MOVE "FIN TUTELA" TO WKS-DET-ACCION
           PERFORM 600-REPORTA-CLIENTE.

      *--> EL MAESTRO NO CAMBIA: AMBAS IMAGENES SON EL CLIENTE ACTUAL
       510-ESCRIBE-BITACORA.
           INITIALIZE REG-EDMAUL
           MOVE EDMC-LLAVE                  TO EDAU-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDAU-FECHA-MOV
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDAU-HORA-MOV
           MOVE "EDID1R60"                  TO EDAU-PROGRAMA
           MOVE "FIN-TUTELA"                TO EDAU-ACCION
           MOVE "EDID1R60"                  TO EDAU-OPERADOR
           MOVE "BTCH"                      TO EDAU-TERMINAL
           MOVE EDMC-NOMBRE-CLIENTE         TO EDAU-ANTES-NOMBRE
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-ANTES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-ANTES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-ANTES-MARCA-ELIM
           MOVE REG-EDMACL                  TO EDAU-IMAGEN-ANTES
           MOVE EDMC-NOMBRE-CLIENTE         TO EDAU-DESPUES-NOMBRE
           MOVE EDMC-FECHA-NAC-O-CONSTITUC  TO EDAU-DESPUES-FECHA-NAC
           MOVE EDMC-NUMERO-TELEFONO        TO EDAU-DESPUES-TELEFONO
           MOVE EDMC-MARCA-ELIMINADO        TO EDAU-DESPUES-MARCA-ELIM
           MOVE "MAYORIA DE EDAD"           TO EDAU-MOTIVO
           MOVE REG-EDMACL                  TO EDAU-IMAGEN-DESPUES
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
           PERFORM 941-AVANZA-ANCLA
           IF NOT WKS-EDM4AUL-OK
               DISPLAY "EDID1R60 - ERROR EN BITACORA " EDMC-LLAVE
                   " STATUS " WKS-EDM4AUL-STATUS
           END-IF.

       600-REPORTA-CLIENTE.
           MOVE EDMC-LLAVE          TO WKS-DET-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO WKS-DET-NOMBRE
           MOVE WKS-FECHA-MAYORIA   TO WKS-DET-MAYORIA
           MOVE WKS-DIAS-FALTAN     TO WKS-DET-DIAS
           MOVE WKS-TOT-TUTORES     TO WKS-DET-TUTORES
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-AVISOS     TO WKS-TOT-AVISOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-TERMINADOS TO WKS-TOT-TERMINADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           CLOSE EDM4CL
           CLOSE EDM4REL
           CLOSE EDM4AUL
           CLOSE EDM4CTL
           CLOSE LISTA
           CLOSE REPORTE
           DISPLAY "EDID1R60 - LEIDOS      : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R60 - AVISOS      : " WKS-TOTAL-AVISOS
           DISPLAY "EDID1R60 - TERMINADOS  : " WKS-TOTAL-TERMINADOS
           DISPLAY "EDID1R60 - ERRORES     : " WKS-TOTAL-ERRORES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R60" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R60" TO EDJL-OPERADOR
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R60" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS     TO EDJL-LEIDOS
               MOVE WKS-TOTAL-TERMINADOS TO EDJL-ESCRITOS
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
