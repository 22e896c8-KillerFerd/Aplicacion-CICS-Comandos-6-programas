      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R54                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : BARRIDO NOCTURNO DE EDM4CL CONTRA LAS LISTAS     *
      * ARCHIVOS    : EDM4CL (I/O) / EDM4LIS (ENTRADA) /               *
      *               EDM4COI (I/O) / EDM4AUL (I/O) / EDM4CTL (I/O) /  *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : F=Forzar el barrido aunque la lista no cambie    *
      * PROGRAMA(S) : EDID1BFO / EDID1BHS                              *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CORRE CADA NOCHE DESPUES DE EDID1R53. SI LA ULTIMA CARGA DE   *
      * EDM4LIS (REGISTRO "LISTAS  " DE EDM4CTL) ES MAS RECIENTE QUE  *
      * EL ULTIMO BARRIDO, RE-FILTRA TODO EL MAESTRO CON LA MISMA     *
      * BUSQUEDA POR CLAVE FONETICA DE LA CAPTURA:                    *
      *   - CLIENTE ACTIVO CON COINCIDENCIA: QUEDA RETENIDO (MARCA    *
      *     "S", MOTIVO "COINCIDENCIA LISTA") CON SU FILA EN EDM4AUL  *
      *     Y PASA DE ACTIVO A MARCADO EN LAS CIFRAS DE CONTROL       *
      *   - CLIENTE YA SUSPENDIDO: SOLO SE REGISTRAN SUS NUEVAS       *
      *     COINCIDENCIAS                                             *
      *   - LOS ELIMINADOS Y FUSIONADOS NO SE FILTRAN                 *
      * CADA COINCIDENCIA NUEVA QUEDA PENDIENTE EN EDM4COI PARA LA    *
      * COLA DE REVISION EDID1LL2; LAS DECIDIDAS FALSO POSITIVO NO    *
      * VUELVEN A RETENER. SIN CAMBIO DE LISTA LA CORRIDA TERMINA SIN *
      * TOCAR NADA, SALVO PARM "F"                                    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R54.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4LIS ASSIGN TO EDM4LIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDLT-LLAVE
               FILE STATUS IS WKS-EDM4LIS-STATUS.

           SELECT EDM4COI ASSIGN TO EDM4COI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCI-LLAVE
               FILE STATUS IS WKS-EDM4COI-STATUS.

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

       FD  EDM4LIS.
       COPY EDMLIS.

       FD  EDM4COI.
       COPY EDMCOI.

       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4CTL.
       COPY EDMCTL.

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

       COPY EDBFO.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4LIS-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4LIS-OK        VALUE "00".
           02 WKS-EDM4COI-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4COI-OK        VALUE "00".
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FILTRADOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-COINCIDENCIAS   PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RETENIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-RETEN-PERSONAS        PIC 9(07) VALUE ZEROS.
           02 WKS-RETEN-COMPANIAS       PIC 9(07) VALUE ZEROS.

      *-->FILTRO DE LISTAS DE SANCIONES/PEP
       01 WKS-LISTAS.
           02 WKS-LIS-COINCIDENCIAS     PIC 9(03) VALUE ZEROS.
           02 WKS-LIS-NUEVAS            PIC 9(03) VALUE ZEROS.
           02 WKS-FLAG-LIS-FIN          PIC 9 VALUE ZEROS.
           02 WKS-REG-ANTES             PIC X(200) VALUE SPACES.

      *-->LA CORRIDA SOLO BARRE SI LA CARGA ES POSTERIOR AL BARRIDO
       01 WKS-CONTROL-CORRIDA.
           02 WKS-FLAG-BARRE            PIC 9 VALUE ZEROS.
           02 WKS-SELLO-CARGA           PIC 9(14) VALUE ZEROS.
           02 WKS-SELLO-BARRIDO         PIC 9(14) VALUE ZEROS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-HORA-HOY              PIC 9(06) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(90) VALUE
           "BARRIDO DE CLIENTES CONTRA LISTAS DE SANCIONES/PEP - EDID1R5
      -    "4".
       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "CLIENTE  NOMBRE                                   NUEVAS RES
      -    "ULTADO".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(40).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-NUEVAS            PIC ZZ9.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 WKS-DET-RESULTADO         PIC X(12).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "CLIENTES FILTRADOS: ".
           02 WKS-TOT-FILTRADOS         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "COINCIDENCIAS NUEVAS: ".
           02 WKS-TOT-COINCIDENCIAS     PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "CLIENTES RETENIDOS: ".
           02 WKS-TOT-RETENIDOS         PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MODO                 PIC X(01).
           88 WKS-MODO-FORZADO          VALUE "F".

       PROCEDURE DIVISION USING WKS-PARM-MODO.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-HORA-HOY
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-BARRE = 1
               PERFORM 200-PROCESA-EDM4CL
                   UNTIL WKS-EDM4CL-EOF
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

      *--> COMPARA LA HUELLA DE LA ULTIMA CARGA CONTRA LA DEL ULTIMO
      *    BARRIDO; EDM4CTL QUEDA ABIERTO PARA LAS CIFRAS DEL FINAL
       100-INICIO.
           OPEN I-O EDM4CTL
           MOVE "LISTAS  " TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               COMPUTE WKS-SELLO-CARGA =
                   EDCT-LIS-FECHA-CARGA * 1000000
                   + EDCT-LIS-HORA-CARGA
               COMPUTE WKS-SELLO-BARRIDO =
                   EDCT-LIS-FECHA-BARRIDO * 1000000
                   + EDCT-LIS-HORA-BARRIDO
               IF WKS-SELLO-CARGA > WKS-SELLO-BARRIDO
               OR WKS-MODO-FORZADO
                   MOVE 1 TO WKS-FLAG-BARRE
               END-IF
           ELSE
               DISPLAY "EDID1R54 - NO HAY CARGA DE LISTAS EN EDM4CTL"
           END-IF
           IF WKS-FLAG-BARRE = 1
               OPEN I-O    EDM4CL
               OPEN INPUT  EDM4LIS
               OPEN I-O    EDM4COI
               OPEN I-O    EDM4AUL
               OPEN OUTPUT REPORTE
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
               WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
               PERFORM 210-LEER-EDM4CL
           ELSE
               DISPLAY "EDID1R54 - LISTAS SIN CAMBIO, NO SE BARRE"
           END-IF.

      *--> SOLO ACTIVOS Y SUSPENDIDOS PASAN POR EL FILTRO
       200-PROCESA-EDM4CL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDMC-MARCA-ELIMINADO = SPACES
           OR EDMC-MARCA-ELIMINADO = "S"
               ADD 1 TO WKS-TOTAL-FILTRADOS
               MOVE REG-EDMACL TO WKS-REG-ANTES
               PERFORM 270-FILTRO-LISTAS
               IF WKS-LIS-COINCIDENCIAS > ZEROS
               AND EDMC-MARCA-ELIMINADO = SPACES
                   PERFORM 300-RETIENE-CLIENTE
               ELSE
                   IF WKS-LIS-NUEVAS > ZEROS
                       MOVE "YA SUSPEND. " TO WKS-DET-RESULTADO
                       PERFORM 400-REPORTA-CLIENTE
                   END-IF
               END-IF
           END-IF
           PERFORM 210-LEER-EDM4CL.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *-->FILTRO DE LISTAS DE SANCIONES/PEP: MISMA BUSQUEDA DE LA
      *   RUTINA EDID1BLS, POR CLAVE FONETICA DEL NOMBRE EN EDM4LIS.
      *   CADA COINCIDENCIA NUEVA QUEDA PENDIENTE EN EDM4COI; LAS YA
      *   DECIDIDAS FALSO POSITIVO PARA EL CLIENTE NO CUENTAN
       270-FILTRO-LISTAS.
           MOVE ZEROS TO WKS-LIS-COINCIDENCIAS
           MOVE ZEROS TO WKS-LIS-NUEVAS
           INITIALIZE REG-EDBFO
           MOVE EDMC-NOMBRE-CLIENTE TO EDFO-NOMBRE
           CALL "EDID1BFO" USING REG-EDBFO
           IF EDFO-FONETICO NOT = SPACES
               MOVE EDFO-FONETICO TO EDLT-FONETICO
               MOVE LOW-VALUES    TO EDLT-REFERENCIA
               START EDM4LIS KEY IS NOT LESS THAN EDLT-LLAVE
               IF WKS-EDM4LIS-OK
                   MOVE ZEROS TO WKS-FLAG-LIS-FIN
                   PERFORM UNTIL WKS-FLAG-LIS-FIN = 1
                       READ EDM4LIS NEXT RECORD
                           AT END
                               MOVE 1 TO WKS-FLAG-LIS-FIN
                       END-READ
                       IF WKS-FLAG-LIS-FIN = ZEROS
                           IF NOT WKS-EDM4LIS-OK
                           OR EDLT-FONETICO NOT = EDFO-FONETICO
                               MOVE 1 TO WKS-FLAG-LIS-FIN
                           ELSE
                               PERFORM 271-COINCIDENCIA-LISTA
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       271-COINCIDENCIA-LISTA.
           MOVE EDMC-LLAVE      TO EDCI-CO-CLIENTE
           MOVE EDLT-REFERENCIA TO EDCI-REFERENCIA
           READ EDM4COI
           IF WKS-EDM4COI-OK AND EDCI-FALSO-POSITIVO
               CONTINUE
           ELSE
               ADD 1 TO WKS-LIS-COINCIDENCIAS
               IF NOT WKS-EDM4COI-OK
                   INITIALIZE REG-EDMCOI
                   MOVE EDMC-LLAVE          TO EDCI-CO-CLIENTE
                   MOVE EDLT-REFERENCIA     TO EDCI-REFERENCIA
                   MOVE EDLT-TIPO-LISTA     TO EDCI-TIPO-LISTA
                   MOVE EDMC-NOMBRE-CLIENTE TO EDCI-NOMBRE-CLIENTE
                   MOVE EDLT-NOMBRE         TO EDCI-NOMBRE-LISTA
                   MOVE EDLT-FONETICO       TO EDCI-FONETICO
                   MOVE "EDID1R54"          TO EDCI-ORIGEN
                   MOVE WKS-FECHA-HOY       TO EDCI-FECHA-DETEC
                   MOVE WKS-HORA-HOY        TO EDCI-HORA-DETEC
                   SET EDCI-PENDIENTE       TO TRUE
                   WRITE REG-EDMCOI
                   IF WKS-EDM4COI-OK
                       ADD 1 TO WKS-LIS-NUEVAS
                       ADD 1 TO WKS-TOTAL-COINCIDENCIAS
                   END-IF
               END-IF
           END-IF.

      *--> RETIENE AL CLIENTE ACTIVO: MARCA "S" CON EL MOTIVO DE
      *    LISTAS, FILA EN EDM4AUL Y CONTEO PARA LAS CIFRAS DE CONTROL
       300-RETIENE-CLIENTE.
           MOVE "S" TO EDMC-MARCA-ELIMINADO
           MOVE WKS-FECHA-HOY TO EDMC-FECHA-MARCA-ELIM
           MOVE "COINCIDENCIA LISTA" TO EDMC-MOTIVO-ELIMINACION
           MOVE "EDID1R54" TO EDMC-OPERADOR-ULT-MOV
           MOVE "BTCH"     TO EDMC-TERMINAL-ULT-MOV
           REWRITE REG-EDMACL
           IF WKS-EDM4CL-OK
               ADD 1 TO WKS-TOTAL-RETENIDOS
               IF EDMC-TIPO-CLIENTE = "C"
                   ADD 1 TO WKS-RETEN-COMPANIAS
               ELSE
                   ADD 1 TO WKS-RETEN-PERSONAS
               END-IF
               PERFORM 310-ESCRIBE-BITACORA
               MOVE "RETENIDO    " TO WKS-DET-RESULTADO
           ELSE
               MOVE "** ERROR REW" TO WKS-DET-RESULTADO
           END-IF
           PERFORM 400-REPORTA-CLIENTE.

       310-ESCRIBE-BITACORA.
           INITIALIZE REG-EDMAUL
           MOVE EDMC-LLAVE                  TO EDAU-CO-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EDAU-FECHA-MOV
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EDAU-HORA-MOV
           MOVE "EDID1R54"                  TO EDAU-PROGRAMA
           MOVE "LISTA-RETEN"               TO EDAU-ACCION
           MOVE "EDID1R54"                  TO EDAU-OPERADOR
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
           MOVE EDMC-MOTIVO-ELIMINACION     TO EDAU-MOTIVO
           MOVE REG-EDMACL                  TO EDAU-IMAGEN-DESPUES
           PERFORM 940-ENCADENA-BITACORA
           WRITE REG-EDMAUL
           PERFORM 941-AVANZA-ANCLA.

       400-REPORTA-CLIENTE.
           MOVE EDMC-LLAVE          TO WKS-DET-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO WKS-DET-NOMBRE
           MOVE WKS-LIS-NUEVAS      TO WKS-DET-NUEVAS
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       900-FINAL.
           IF WKS-FLAG-BARRE = 1
               PERFORM 910-ACTUALIZA-CONTROL
               WRITE REG-REPORTE FROM WKS-BLANK-LINE
               MOVE WKS-TOTAL-FILTRADOS     TO WKS-TOT-FILTRADOS
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
               MOVE WKS-TOTAL-COINCIDENCIAS TO WKS-TOT-COINCIDENCIAS
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
               MOVE WKS-TOTAL-RETENIDOS     TO WKS-TOT-RETENIDOS
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
               CLOSE EDM4CL
               CLOSE EDM4LIS
               CLOSE EDM4COI
               CLOSE EDM4AUL
               CLOSE REPORTE
           END-IF
           CLOSE EDM4CTL
           DISPLAY "EDID1R54 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R54 - FILTRADOS  : " WKS-TOTAL-FILTRADOS
           DISPLAY "EDID1R54 - COINCIDEN. : " WKS-TOTAL-COINCIDENCIAS
           DISPLAY "EDID1R54 - RETENIDOS  : " WKS-TOTAL-RETENIDOS.

      *--> LOS RETENIDOS PASAN DE ACTIVO A MARCADO EN "CONTROL " Y
      *    EL BARRIDO DEJA SU HUELLA EN "LISTAS  "
       910-ACTUALIZA-CONTROL.
           MOVE "CONTROL " TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               SUBTRACT WKS-RETEN-PERSONAS  FROM EDCT-ACT-PERSONAS
               SUBTRACT WKS-RETEN-COMPANIAS FROM EDCT-ACT-COMPANIAS
               ADD WKS-RETEN-PERSONAS  TO EDCT-MAR-PERSONAS
               ADD WKS-RETEN-COMPANIAS TO EDCT-MAR-COMPANIAS
               MOVE WKS-FECHA-HOY TO EDCT-FECHA-ULT-MOV
               REWRITE REG-EDMCTL
           END-IF
           MOVE "LISTAS  " TO EDCT-LLAVE
           READ EDM4CTL
           IF WKS-EDM4CTL-OK
               MOVE WKS-FECHA-HOY TO EDCT-LIS-FECHA-BARRIDO
               MOVE WKS-HORA-HOY  TO EDCT-LIS-HORA-BARRIDO
               REWRITE REG-EDMCTL
           END-IF.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R54" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R54" TO EDJL-OPERADOR
           MOVE WKS-PARM-MODO TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R54" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS    TO EDJL-LEIDOS
               MOVE WKS-TOTAL-RETENIDOS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
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
