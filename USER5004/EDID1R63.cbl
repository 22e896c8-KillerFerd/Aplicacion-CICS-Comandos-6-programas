      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R63                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PATRONES DE MANTENIMIENTO SOSPECHOSO (FRAUDE)    *
      * ARCHIVOS    : EDM4AUL (ENTRADA) / EDM4SES (ENTRADA) /          *
      *               EDM4WKL (I/O) / REPORTE (SALIDA)                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CORRIDA NOCTURNA SOBRE LA BITACORA EDM4AUL DE LOS ULTIMOS     *
      * 7 DIAS. POR CADA CLIENTE COMPARA LAS IMAGENES ANTES/DESPUES   *
      * Y SUMA PUNTOS POR PATRON (TOMA DE CUENTA):                    *
      *   TD  TELEFONO Y DIRECCION CAMBIADOS A 3 DIAS O MENOS     40  *
      *   CB  CAMBIO DE CONTACTO Y MARCA "D" A 3 DIAS O MENOS     30  *
      *   AMD UN MISMO OPERADOR AGREGA, MODIFICA Y ELIMINA        30  *
      *   SF  CAMBIO A CLIENTE SENSIBLE FUERA DE HORARIO O EN         *
      *       FIN DE SEMANA (CADA UNO, HASTA DOS)                 20  *
      *   DH  DOS O MAS DESHACER (PF4 DE EDID1MLI); 10 POR CADA       *
      *       UNO ADICIONAL                                       20  *
      *   IF  CAMBIO HECHO EL DIA EN QUE EL OPERADOR TUVO INTENTOS    *
      *       FALLIDOS O BLOQUEO EN EDM4SES                       10  *
      * LOS PUNTOS DE CADA PATRON SE CARGAN AL CLIENTE Y AL OPERADOR  *
      * QUE HIZO EL MOVIMIENTO QUE LO COMPLETA. LOS CLIENTES CON      *
      * PUNTAJE DESDE EL UMBRAL VAN A LA LISTA DE TRABAJO EDM4WKL     *
      * (PROBLEMA "SOSPECHA", SEVERIDAD ALTA DESDE EL DOBLE DEL       *
      * UMBRAL) PARA LA REVISION DEL SUPERVISOR EN EDID1XLI. EL       *
      * REPORTE SALE ORDENADO POR PUNTAJE: PRIMERO POR CLIENTE Y      *
      * LUEGO POR OPERADOR                                            *
      * PARM: HORA INICIO (HHMM) + HORA FIN (HHMM) DE LA JORNADA +    *
      * UMBRAL (999); EN CEROS TOMA 0800, 1800 Y 050                  *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R63.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4AUL ASSIGN TO EDM4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4SES ASSIGN TO EDM4SES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDSE-LLAVE
               FILE STATUS IS WKS-EDM4SES-STATUS.

           SELECT EDM4WKL ASSIGN TO EDM4WKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDWK-LLAVE
               FILE STATUS IS WKS-EDM4WKL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

           SELECT WORK-SORT ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4SES.
       COPY EDMSES.

       FD  EDM4WKL.
       COPY EDMWKL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

       SD  WORK-SORT.
       01  REG-SORT.
           05 SRT-PUNTAJE                  PIC 9(05).
           05 SRT-CO-CLIENTE               PIC 9(08).
           05 SRT-NOMBRE                   PIC X(30).
           05 SRT-PATRONES                 PIC X(20).
           05 SRT-OPERADOR                 PIC X(08).
           05 SRT-MOVIMIENTOS              PIC 9(03).

       WORKING-STORAGE SECTION.

      *-->VISTAS DE TRABAJO DE LAS IMAGENES COMPLETAS DE LA BITACORA
       COPY EDMACL
           REPLACING ==REG-EDMACL== BY ==WKS-IMG-ANTES==
                     LEADING ==EDMC-== BY ==EDIA-==.

       COPY EDMACL
           REPLACING ==REG-EDMACL== BY ==WKS-IMG-DESPUES==
                     LEADING ==EDMC-== BY ==EDID-==.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
               88 WKS-EDM4AUL-EOF       VALUE "10".
           02 WKS-EDM4SES-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4SES-OK        VALUE "00".
           02 WKS-EDM4WKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4WKL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-FLAGS.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.

       01 WKS-PARAMETROS.
           02 WKS-HORA-DESDE            PIC 9(04) VALUE 0800.
           02 WKS-HORA-HASTA            PIC 9(04) VALUE 1800.
           02 WKS-UMBRAL                PIC 9(03) VALUE 050.
           02 WKS-DIAS-VENTANA          PIC 9(03) VALUE 7.
           02 WKS-DIAS-CERCA            PIC 9(03) VALUE 3.

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-HOY            PIC 9(07) VALUE ZEROS.
           02 WKS-ENTERO-DESDE          PIC 9(07) VALUE ZEROS.
           02 WKS-FECHA-DESDE           PIC 9(08) VALUE ZEROS.
           02 WKS-ENTERO-MOV            PIC 9(07) VALUE ZEROS.
           02 WKS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
           02 WKS-COCIENTE              PIC 9(07) VALUE ZEROS.
           02 WKS-DIFERENCIA            PIC S9(07) VALUE ZEROS.

      *-->OPERADOR/FECHA CON INTENTOS FALLIDOS O BLOQUEO EN EDM4SES
       01 WKS-FALLIDOS.
           02 WKS-TOT-FALLIDOS          PIC 9(03) VALUE ZEROS.
           02 WKS-FALLIDO OCCURS 300 TIMES.
               03 WKS-FAL-OPERADOR      PIC X(08).
               03 WKS-FAL-FECHA         PIC 9(08).

      *-->MOVIMIENTOS DEL CLIENTE EN CURSO DENTRO DE LA VENTANA
      *   TIPO: A=ALTA M=CAMBIO D=MARCA "D" U=DESHACER DE EDID1MLI
       01 WKS-CLIENTE-EN-CURSO.
           02 WKS-CLI-CODIGO            PIC 9(08) VALUE ZEROS.
           02 WKS-CLI-NOMBRE            PIC X(30) VALUE SPACES.
           02 WKS-CLI-PUNTAJE           PIC 9(05) VALUE ZEROS.
           02 WKS-CLI-PATRONES          PIC X(20) VALUE SPACES.
           02 WKS-CLI-PTR               PIC 9(02) VALUE ZEROS.
           02 WKS-CLI-OPERADOR          PIC X(08) VALUE SPACES.
           02 WKS-CLI-OPER-PTS          PIC 9(05) VALUE ZEROS.
           02 WKS-TOT-EVENTOS           PIC 9(03) VALUE ZEROS.
           02 WKS-EVENTO OCCURS 100 TIMES.
               03 WKS-EV-ENTERO         PIC 9(07).
               03 WKS-EV-OPERADOR       PIC X(08).
               03 WKS-EV-TIPO           PIC X(01).
               03 WKS-EV-TEL            PIC 9(01).
               03 WKS-EV-DIR            PIC 9(01).
               03 WKS-EV-SENSIBLE       PIC 9(01).
               03 WKS-EV-FUERA          PIC 9(01).
               03 WKS-EV-FALLIDO        PIC 9(01).

      *-->PUNTOS ACUMULADOS POR OPERADOR EN LA CORRIDA
       01 WKS-OPERADORES.
           02 WKS-TOT-OPERADORES        PIC 9(03) VALUE ZEROS.
           02 WKS-OPERADOR OCCURS 200 TIMES.
               03 WKS-OP-ID             PIC X(08).
               03 WKS-OP-PUNTOS         PIC 9(05).
               03 WKS-OP-PATRONES       PIC 9(05).
       01 WKS-OP-AUX.
           02 WKS-OPX-ID                PIC X(08).
           02 WKS-OPX-PUNTOS            PIC 9(05).
           02 WKS-OPX-PATRONES          PIC 9(05).

      *-->PATRON EN CURSO: PUNTOS, CODIGO Y OPERADOR AL QUE SE CARGA
       01 WKS-PATRON.
           02 WKS-PAT-PUNTOS            PIC 9(03) VALUE ZEROS.
           02 WKS-PAT-CODIGO            PIC X(03) VALUE SPACES.
           02 WKS-PAT-OPERADOR          PIC X(08) VALUE SPACES.
           02 WKS-PAT-CUENTA            PIC 9(03) VALUE ZEROS.
           02 WKS-PAT-HALLADO           PIC 9(01) VALUE ZEROS.
           02 WKS-PAT-ALTA              PIC 9(01) VALUE ZEROS.
           02 WKS-PAT-CAMBIO            PIC 9(01) VALUE ZEROS.
           02 WKS-PAT-BAJA              PIC 9(01) VALUE ZEROS.

       01 WKS-INDICES.
           02 WKS-I                     PIC 9(03) VALUE ZEROS.
           02 WKS-J                     PIC 9(03) VALUE ZEROS.
           02 WKS-K                     PIC 9(03) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-VENTANA         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CLIENTES        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ALERTAS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RANGO           PIC 9(05) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(50) VALUE
               "MANTENIMIENTO SOSPECHOSO - EDID1R63 - DESDE: ".
           02 WKS-HDR-DESDE             PIC 9999/99/99.
       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "TD=TEL+DIR CB=CAMBIO+BAJA AMD=ALTA/MOD/BAJA SF=SENSIBLE FUE
      -    "RA DH=DESHACER IF=FALLIDOS".
       01 WKS-HEADER-CLI-1              PIC X(90) VALUE
           "RANKING POR CLIENTE".
       01 WKS-HEADER-CLI-2              PIC X(90) VALUE
           "  # CLIENTE  NOMBRE                         PUNTOS PATRONES
      -    "            OPERADOR".
       01 WKS-HEADER-OPE-1              PIC X(90) VALUE
           "RANKING POR OPERADOR".
       01 WKS-HEADER-OPE-2              PIC X(90) VALUE
           "  # OPERADOR  PUNTOS PATRONES".

       01 WKS-DETAIL-CLI.
           02 WKS-DCL-RANGO             PIC ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DCL-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DCL-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DCL-PUNTOS            PIC ZZZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DCL-PATRONES          PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DCL-OPERADOR          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DCL-ALERTA            PIC X(06).

       01 WKS-DETAIL-OPE.
           02 WKS-DOP-RANGO             PIC ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DOP-OPERADOR          PIC X(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DOP-PUNTOS            PIC ZZZZ9.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 WKS-DOP-PATRONES          PIC ZZZZ9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "MOVIMIENTOS EN VENTANA: ".
           02 WKS-TOT-VENTANA           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "CLIENTES CON PUNTAJE: ".
           02 WKS-TOT-CLIENTES          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "ALERTAS A SUPERVISOR: ".
           02 WKS-TOT-ALERTAS           PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM.
           05 WKS-PARM-DESDE            PIC 9(04).
           05 WKS-PARM-HASTA            PIC 9(04).
           05 WKS-PARM-UMBRAL           PIC 9(03).

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 150-CARGA-FALLIDOS
           SORT WORK-SORT
               DESCENDING KEY SRT-PUNTAJE
               ASCENDING  KEY SRT-CO-CLIENTE
               INPUT PROCEDURE 200-CALIFICA-CLIENTES
               OUTPUT PROCEDURE 500-RANKING-CLIENTES
           PERFORM 600-RANKING-OPERADORES
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

      *--> PARAMETROS DEL PARM O POR DEFECTO; LA VENTANA SON LOS
      *    ULTIMOS 7 DIAS INCLUIDO HOY
       100-INICIO.
           IF WKS-PARM-DESDE IS NUMERIC AND WKS-PARM-DESDE > ZEROS
               MOVE WKS-PARM-DESDE TO WKS-HORA-DESDE
           END-IF
           IF WKS-PARM-HASTA IS NUMERIC AND WKS-PARM-HASTA > ZEROS
               MOVE WKS-PARM-HASTA TO WKS-HORA-HASTA
           END-IF
           IF WKS-PARM-UMBRAL IS NUMERIC AND WKS-PARM-UMBRAL > ZEROS
               MOVE WKS-PARM-UMBRAL TO WKS-UMBRAL
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           COMPUTE WKS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
           COMPUTE WKS-ENTERO-DESDE =
               WKS-ENTERO-HOY - WKS-DIAS-VENTANA + 1
           COMPUTE WKS-FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER(WKS-ENTERO-DESDE)
           OPEN I-O    EDM4WKL
           OPEN OUTPUT REPORTE
           MOVE WKS-FECHA-DESDE TO WKS-HDR-DESDE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> INTENTOS FALLIDOS Y BLOQUEOS DE LA VENTANA (LA LLAVE DE
      *    EDM4SES EMPIEZA POR LA FECHA)
       150-CARGA-FALLIDOS.
           OPEN INPUT EDM4SES
           MOVE WKS-FECHA-DESDE TO EDSE-FECHA
           MOVE ZEROS  TO EDSE-HORA
           MOVE SPACES TO EDSE-OPERADOR
           MOVE ZEROS  TO EDSE-SECUENCIA
           MOVE ZEROS TO WKS-FLAG-FIN
           START EDM4SES KEY IS NOT LESS THAN EDSE-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-FLAG-FIN
           END-START
           PERFORM UNTIL WKS-FLAG-FIN = 1
               READ EDM4SES NEXT RECORD
                   AT END
                       MOVE 1 TO WKS-FLAG-FIN
               END-READ
               IF WKS-FLAG-FIN = ZEROS
                   IF (EDSE-FALLIDO OR EDSE-BLOQUEO)
                   AND WKS-TOT-FALLIDOS < 300
                       ADD 1 TO WKS-TOT-FALLIDOS
                       MOVE EDSE-OPERADOR
                         TO WKS-FAL-OPERADOR(WKS-TOT-FALLIDOS)
                       MOVE EDSE-FECHA
                         TO WKS-FAL-FECHA(WKS-TOT-FALLIDOS)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EDM4SES.

      *--> LA LLAVE DE EDM4AUL EMPIEZA POR EL CLIENTE: SUS
      *    MOVIMIENTOS LLEGAN JUNTOS Y EN ORDEN CRONOLOGICO
       200-CALIFICA-CLIENTES.
           OPEN INPUT EDM4AUL
           MOVE ZEROS TO WKS-CLI-CODIGO
           MOVE ZEROS TO WKS-TOT-EVENTOS
           PERFORM 210-LEER-EDM4AUL
           PERFORM UNTIL WKS-EDM4AUL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               IF EDAU-CO-CLIENTE NOT = WKS-CLI-CODIGO
                   PERFORM 300-CIERRA-CLIENTE
                   MOVE EDAU-CO-CLIENTE TO WKS-CLI-CODIGO
               END-IF
               IF EDAU-FECHA-MOV NOT < WKS-FECHA-DESDE
               AND EDAU-FECHA-MOV NOT > WKS-FECHA-HOY
                   ADD 1 TO WKS-TOTAL-VENTANA
                   PERFORM 220-REGISTRA-EVENTO
               END-IF
               PERFORM 210-LEER-EDM4AUL
           END-PERFORM
           PERFORM 300-CIERRA-CLIENTE
           CLOSE EDM4AUL.

       210-LEER-EDM4AUL.
           READ EDM4AUL NEXT RECORD
               AT END
                   SET WKS-EDM4AUL-EOF TO TRUE
           END-READ.

      *--> CLASIFICA EL MOVIMIENTO Y COMPARA LAS IMAGENES; LOS
      *    REGISTROS VIEJOS SIN IMAGEN CAEN AL RESUMEN (SOLO TELEFONO)
       220-REGISTRA-EVENTO.
           IF WKS-TOT-EVENTOS < 100
               ADD 1 TO WKS-TOT-EVENTOS
               MOVE WKS-TOT-EVENTOS TO WKS-K
               MOVE EDAU-DESPUES-NOMBRE TO WKS-CLI-NOMBRE
               COMPUTE WKS-ENTERO-MOV =
                   FUNCTION INTEGER-OF-DATE(EDAU-FECHA-MOV)
               MOVE WKS-ENTERO-MOV TO WKS-EV-ENTERO(WKS-K)
               MOVE EDAU-OPERADOR  TO WKS-EV-OPERADOR(WKS-K)
               MOVE ZEROS TO WKS-EV-TEL(WKS-K)
               MOVE ZEROS TO WKS-EV-DIR(WKS-K)
               MOVE ZEROS TO WKS-EV-SENSIBLE(WKS-K)
               MOVE ZEROS TO WKS-EV-FUERA(WKS-K)
               MOVE ZEROS TO WKS-EV-FALLIDO(WKS-K)
               EVALUATE TRUE
                   WHEN EDAU-ACCION = "AGREGAR"
                       MOVE "A" TO WKS-EV-TIPO(WKS-K)
                   WHEN EDAU-ACCION = "DESHACER"
                   AND  EDAU-PROGRAMA = "EDID1MLI"
                       MOVE "U" TO WKS-EV-TIPO(WKS-K)
                   WHEN EDAU-DESPUES-MARCA-ELIM = "D"
                   AND  EDAU-ANTES-MARCA-ELIM NOT = "D"
                       MOVE "D" TO WKS-EV-TIPO(WKS-K)
                   WHEN OTHER
                       MOVE "M" TO WKS-EV-TIPO(WKS-K)
               END-EVALUATE
               IF EDAU-IMAGEN-ANTES NOT = SPACES
               AND EDAU-IMAGEN-DESPUES NOT = SPACES
                   MOVE EDAU-IMAGEN-ANTES   TO WKS-IMG-ANTES
                   MOVE EDAU-IMAGEN-DESPUES TO WKS-IMG-DESPUES
                   IF EDIA-NUMERO-TELEFONO NOT = EDID-NUMERO-TELEFONO
                   OR EDIA-TEL-CELULAR NOT = EDID-TEL-CELULAR
                       MOVE 1 TO WKS-EV-TEL(WKS-K)
                   END-IF
                   IF EDIA-DIRECCION NOT = EDID-DIRECCION
                   OR EDIA-CIUDAD NOT = EDID-CIUDAD
                   OR EDIA-CODIGO-POSTAL NOT = EDID-CODIGO-POSTAL
                       MOVE 1 TO WKS-EV-DIR(WKS-K)
                   END-IF
                   IF EDIA-SENSIBLE OR EDID-SENSIBLE
                       MOVE 1 TO WKS-EV-SENSIBLE(WKS-K)
                   END-IF
               ELSE
                   IF EDAU-ANTES-TELEFONO NOT = EDAU-DESPUES-TELEFONO
                       MOVE 1 TO WKS-EV-TEL(WKS-K)
                   END-IF
               END-IF
               IF WKS-EV-TIPO(WKS-K) = "A"
                   MOVE ZEROS TO WKS-EV-TEL(WKS-K)
                   MOVE ZEROS TO WKS-EV-DIR(WKS-K)
               END-IF
               PERFORM 230-FUERA-DE-HORARIO
               PERFORM 240-BUSCA-FALLIDO
           END-IF.

      *--> FUERA DE LA JORNADA O EN SABADO/DOMINGO (EL DIA 1 DE
      *    INTEGER-OF-DATE, 01/01/1601, FUE LUNES)
       230-FUERA-DE-HORARIO.
           DIVIDE WKS-ENTERO-MOV BY 7 GIVING WKS-COCIENTE
               REMAINDER WKS-DIA-SEMANA
           IF EDAU-HORA-MOV(1:4) < WKS-HORA-DESDE
           OR EDAU-HORA-MOV(1:4) > WKS-HORA-HASTA
           OR WKS-DIA-SEMANA = 6
           OR WKS-DIA-SEMANA = 0
               MOVE 1 TO WKS-EV-FUERA(WKS-K)
           END-IF.

       240-BUSCA-FALLIDO.
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-FALLIDOS
               IF WKS-FAL-OPERADOR(WKS-I) = EDAU-OPERADOR
               AND WKS-FAL-FECHA(WKS-I) = EDAU-FECHA-MOV
                   MOVE 1 TO WKS-EV-FALLIDO(WKS-K)
               END-IF
           END-PERFORM.

      *--> CORTE DE CLIENTE: CALIFICA LOS PATRONES, ALERTA Y SUELTA
      *    AL SORT LOS QUE SUMARON PUNTOS
       300-CIERRA-CLIENTE.
           IF WKS-TOT-EVENTOS > ZEROS
               MOVE ZEROS  TO WKS-CLI-PUNTAJE
               MOVE SPACES TO WKS-CLI-PATRONES
               MOVE 1      TO WKS-CLI-PTR
               MOVE SPACES TO WKS-CLI-OPERADOR
               MOVE ZEROS  TO WKS-CLI-OPER-PTS
               PERFORM 310-PATRON-TEL-DIR
               PERFORM 320-PATRON-CAMBIO-BAJA
               PERFORM 330-PATRON-ALTA-MOD-BAJA
               PERFORM 340-PATRON-SENSIBLE
               PERFORM 350-PATRON-DESHACER
               PERFORM 360-PATRON-FALLIDOS
               IF WKS-CLI-PUNTAJE > ZEROS
                   ADD 1 TO WKS-TOTAL-CLIENTES
                   IF WKS-CLI-PUNTAJE NOT < WKS-UMBRAL
                       PERFORM 400-REGISTRA-ALERTA
                   END-IF
                   MOVE WKS-CLI-PUNTAJE  TO SRT-PUNTAJE
                   MOVE WKS-CLI-CODIGO   TO SRT-CO-CLIENTE
                   MOVE WKS-CLI-NOMBRE   TO SRT-NOMBRE
                   MOVE WKS-CLI-PATRONES TO SRT-PATRONES
                   MOVE WKS-CLI-OPERADOR TO SRT-OPERADOR
                   MOVE WKS-TOT-EVENTOS  TO SRT-MOVIMIENTOS
                   RELEASE REG-SORT
               END-IF
           END-IF
           MOVE ZEROS  TO WKS-TOT-EVENTOS
           MOVE SPACES TO WKS-CLI-NOMBRE.

      *--> TD: UN CAMBIO DE TELEFONO Y UNO DE DIRECCION (PUEDE SER EL
      *    MISMO MOVIMIENTO) SEPARADOS POR 3 DIAS O MENOS
       310-PATRON-TEL-DIR.
           MOVE ZEROS TO WKS-PAT-HALLADO
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-EVENTOS
                      OR WKS-PAT-HALLADO = 1
               IF WKS-EV-TEL(WKS-I) = 1
                   PERFORM VARYING WKS-J FROM 1 BY 1
                           UNTIL WKS-J > WKS-TOT-EVENTOS
                              OR WKS-PAT-HALLADO = 1
                       IF WKS-EV-DIR(WKS-J) = 1
                           COMPUTE WKS-DIFERENCIA =
                               WKS-EV-ENTERO(WKS-J)
                             - WKS-EV-ENTERO(WKS-I)
                           IF WKS-DIFERENCIA < ZEROS
                               MULTIPLY -1 BY WKS-DIFERENCIA
                           END-IF
                           IF WKS-DIFERENCIA NOT > WKS-DIAS-CERCA
                               MOVE 1 TO WKS-PAT-HALLADO
                               IF WKS-J > WKS-I
                                   MOVE WKS-EV-OPERADOR(WKS-J)
                                     TO WKS-PAT-OPERADOR
                               ELSE
                                   MOVE WKS-EV-OPERADOR(WKS-I)
                                     TO WKS-PAT-OPERADOR
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WKS-PAT-HALLADO = 1
               MOVE 40   TO WKS-PAT-PUNTOS
               MOVE "TD" TO WKS-PAT-CODIGO
               PERFORM 370-SUMA-PATRON
           END-IF.

      *--> CB: CAMBIO DE CONTACTO SEGUIDO DE LA MARCA "D" EN 3 DIAS
      *    O MENOS
       320-PATRON-CAMBIO-BAJA.
           MOVE ZEROS TO WKS-PAT-HALLADO
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-EVENTOS
                      OR WKS-PAT-HALLADO = 1
               IF WKS-EV-TEL(WKS-I) = 1 OR WKS-EV-DIR(WKS-I) = 1
                   PERFORM VARYING WKS-J FROM WKS-I BY 1
                           UNTIL WKS-J > WKS-TOT-EVENTOS
                              OR WKS-PAT-HALLADO = 1
                       IF WKS-EV-TIPO(WKS-J) = "D"
                           COMPUTE WKS-DIFERENCIA =
                               WKS-EV-ENTERO(WKS-J)
                             - WKS-EV-ENTERO(WKS-I)
                           IF WKS-DIFERENCIA NOT > WKS-DIAS-CERCA
                               MOVE 1 TO WKS-PAT-HALLADO
                               MOVE WKS-EV-OPERADOR(WKS-J)
                                 TO WKS-PAT-OPERADOR
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WKS-PAT-HALLADO = 1
               MOVE 30   TO WKS-PAT-PUNTOS
               MOVE "CB" TO WKS-PAT-CODIGO
               PERFORM 370-SUMA-PATRON
           END-IF.

      *--> AMD: UN MISMO OPERADOR CON ALTA, CAMBIO Y MARCA "D" SOBRE
      *    EL CLIENTE DENTRO DE LA VENTANA
       330-PATRON-ALTA-MOD-BAJA.
           MOVE ZEROS TO WKS-PAT-HALLADO
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-EVENTOS
                      OR WKS-PAT-HALLADO = 1
               MOVE ZEROS TO WKS-PAT-ALTA
               MOVE ZEROS TO WKS-PAT-CAMBIO
               MOVE ZEROS TO WKS-PAT-BAJA
               PERFORM VARYING WKS-J FROM 1 BY 1
                       UNTIL WKS-J > WKS-TOT-EVENTOS
                   IF WKS-EV-OPERADOR(WKS-J) = WKS-EV-OPERADOR(WKS-I)
                       EVALUATE WKS-EV-TIPO(WKS-J)
                           WHEN "A"
                               MOVE 1 TO WKS-PAT-ALTA
                           WHEN "D"
                               MOVE 1 TO WKS-PAT-BAJA
                           WHEN OTHER
                               MOVE 1 TO WKS-PAT-CAMBIO
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF WKS-PAT-ALTA = 1 AND WKS-PAT-CAMBIO = 1
               AND WKS-PAT-BAJA = 1
                   MOVE 1 TO WKS-PAT-HALLADO
                   MOVE WKS-EV-OPERADOR(WKS-I) TO WKS-PAT-OPERADOR
               END-IF
           END-PERFORM
           IF WKS-PAT-HALLADO = 1
               MOVE 30    TO WKS-PAT-PUNTOS
               MOVE "AMD" TO WKS-PAT-CODIGO
               PERFORM 370-SUMA-PATRON
           END-IF.

      *--> SF: CADA CAMBIO A UN CLIENTE SENSIBLE FUERA DE HORARIO
      *    (HASTA DOS POR CLIENTE)
       340-PATRON-SENSIBLE.
           MOVE ZEROS TO WKS-PAT-CUENTA
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-EVENTOS
                      OR WKS-PAT-CUENTA = 2
               IF WKS-EV-SENSIBLE(WKS-I) = 1
               AND WKS-EV-FUERA(WKS-I) = 1
               AND WKS-EV-TIPO(WKS-I) NOT = "A"
                   ADD 1 TO WKS-PAT-CUENTA
                   MOVE 20   TO WKS-PAT-PUNTOS
                   MOVE "SF" TO WKS-PAT-CODIGO
                   MOVE WKS-EV-OPERADOR(WKS-I) TO WKS-PAT-OPERADOR
                   IF WKS-PAT-CUENTA = 2
                       MOVE SPACES TO WKS-PAT-CODIGO
                   END-IF
                   PERFORM 370-SUMA-PATRON
               END-IF
           END-PERFORM.

      *--> DH: DESHACER REPETIDOS DE EDID1MLI (PF4)
       350-PATRON-DESHACER.
           MOVE ZEROS TO WKS-PAT-CUENTA
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-EVENTOS
               IF WKS-EV-TIPO(WKS-I) = "U"
                   ADD 1 TO WKS-PAT-CUENTA
                   MOVE WKS-EV-OPERADOR(WKS-I) TO WKS-PAT-OPERADOR
               END-IF
           END-PERFORM
           IF WKS-PAT-CUENTA > 1
               COMPUTE WKS-PAT-PUNTOS =
                   20 + ((WKS-PAT-CUENTA - 2) * 10)
               MOVE "DH" TO WKS-PAT-CODIGO
               PERFORM 370-SUMA-PATRON
           END-IF.

      *--> IF: CAMBIO EL MISMO DIA DE INTENTOS FALLIDOS DEL OPERADOR
       360-PATRON-FALLIDOS.
           MOVE ZEROS TO WKS-PAT-HALLADO
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-EVENTOS
                      OR WKS-PAT-HALLADO = 1
               IF WKS-EV-FALLIDO(WKS-I) = 1
               AND WKS-EV-TIPO(WKS-I) NOT = "A"
                   MOVE 1 TO WKS-PAT-HALLADO
                   MOVE WKS-EV-OPERADOR(WKS-I) TO WKS-PAT-OPERADOR
               END-IF
           END-PERFORM
           IF WKS-PAT-HALLADO = 1
               MOVE 10   TO WKS-PAT-PUNTOS
               MOVE "IF" TO WKS-PAT-CODIGO
               PERFORM 370-SUMA-PATRON
           END-IF.

      *--> CARGA EL PATRON AL CLIENTE Y AL OPERADOR; EL OPERADOR DEL
      *    CLIENTE EN EL REPORTE ES EL QUE MAS PUNTOS LE APORTO
       370-SUMA-PATRON.
           ADD WKS-PAT-PUNTOS TO WKS-CLI-PUNTAJE
           IF WKS-PAT-CODIGO NOT = SPACES
               STRING WKS-PAT-CODIGO DELIMITED BY SPACE
                      " "            DELIMITED BY SIZE
                   INTO WKS-CLI-PATRONES
                   WITH POINTER WKS-CLI-PTR
               END-STRING
           END-IF
           IF WKS-PAT-PUNTOS > WKS-CLI-OPER-PTS
               MOVE WKS-PAT-PUNTOS   TO WKS-CLI-OPER-PTS
               MOVE WKS-PAT-OPERADOR TO WKS-CLI-OPERADOR
           END-IF
           MOVE ZEROS TO WKS-J
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-OPERADORES
                      OR WKS-J > ZEROS
               IF WKS-OP-ID(WKS-I) = WKS-PAT-OPERADOR
                   MOVE WKS-I TO WKS-J
               END-IF
           END-PERFORM
           IF WKS-J = ZEROS AND WKS-TOT-OPERADORES < 200
               ADD 1 TO WKS-TOT-OPERADORES
               MOVE WKS-TOT-OPERADORES TO WKS-J
               MOVE WKS-PAT-OPERADOR TO WKS-OP-ID(WKS-J)
               MOVE ZEROS TO WKS-OP-PUNTOS(WKS-J)
               MOVE ZEROS TO WKS-OP-PATRONES(WKS-J)
           END-IF
           IF WKS-J > ZEROS
               ADD WKS-PAT-PUNTOS TO WKS-OP-PUNTOS(WKS-J)
               ADD 1 TO WKS-OP-PATRONES(WKS-J)
           END-IF.

      *--> ALERTA AL SUPERVISOR EN LA LISTA DE TRABAJO: NUEVA EN P;
      *    SI YA EXISTE RESUELTA O DESCARTADA SE REABRE CON EL
      *    PUNTAJE NUEVO; SI ESTA PENDIENTE SE ACTUALIZA
       400-REGISTRA-ALERTA.
           ADD 1 TO WKS-TOTAL-ALERTAS
           MOVE WKS-CLI-CODIGO TO EDWK-CO-CLIENTE
           MOVE "SOSPECHA"     TO EDWK-PROBLEMA
           READ EDM4WKL
           IF WKS-EDM4WKL-OK
               PERFORM 410-ARMA-ALERTA
               MOVE SPACES TO EDWK-OPER-RESUEL
               MOVE ZEROS  TO EDWK-FECHA-RESUEL
               REWRITE REG-EDMWKL
           ELSE
               INITIALIZE REG-EDMWKL
               MOVE WKS-CLI-CODIGO TO EDWK-CO-CLIENTE
               MOVE "SOSPECHA"     TO EDWK-PROBLEMA
               PERFORM 410-ARMA-ALERTA
               WRITE REG-EDMWKL
           END-IF
           IF NOT WKS-EDM4WKL-OK
               DISPLAY "EDID1R63 - ERROR EN EDM4WKL " WKS-CLI-CODIGO
                   " STATUS " WKS-EDM4WKL-STATUS
           END-IF.

       410-ARMA-ALERTA.
           IF WKS-CLI-PUNTAJE NOT < (WKS-UMBRAL * 2)
               MOVE "A" TO EDWK-SEVERIDAD
           ELSE
               MOVE "M" TO EDWK-SEVERIDAD
           END-IF
           MOVE "P" TO EDWK-ESTADO
           MOVE SPACES TO EDWK-DESCRIPCION
           STRING "PUNTAJE " DELIMITED BY SIZE
                  WKS-CLI-PUNTAJE DELIMITED BY SIZE
                  " "  DELIMITED BY SIZE
                  WKS-CLI-PATRONES DELIMITED BY SIZE
               INTO EDWK-DESCRIPCION
           END-STRING
           MOVE WKS-FECHA-HOY TO EDWK-FECHA-DETEC.

      *--> LISTADO DE CLIENTES DE MAYOR A MENOR PUNTAJE
       500-RANKING-CLIENTES.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-CLI-1
           WRITE REG-REPORTE FROM WKS-HEADER-CLI-2
           MOVE ZEROS TO WKS-TOTAL-RANGO
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               ADD 1 TO WKS-TOTAL-RANGO
               MOVE WKS-TOTAL-RANGO TO WKS-DCL-RANGO
               MOVE SRT-CO-CLIENTE  TO WKS-DCL-CLIENTE
               MOVE SRT-NOMBRE      TO WKS-DCL-NOMBRE
               MOVE SRT-PUNTAJE     TO WKS-DCL-PUNTOS
               MOVE SRT-PATRONES    TO WKS-DCL-PATRONES
               MOVE SRT-OPERADOR    TO WKS-DCL-OPERADOR
               IF SRT-PUNTAJE NOT < WKS-UMBRAL
                   MOVE "ALERTA" TO WKS-DCL-ALERTA
               ELSE
                   MOVE SPACES   TO WKS-DCL-ALERTA
               END-IF
               WRITE REG-REPORTE FROM WKS-DETAIL-CLI
               PERFORM 510-LEER-SORT
           END-PERFORM.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

      *--> LISTADO DE OPERADORES DE MAYOR A MENOR PUNTAJE (LA TABLA
      *    ES CHICA: SE ORDENA EN MEMORIA)
       600-RANKING-OPERADORES.
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I >= WKS-TOT-OPERADORES
               PERFORM VARYING WKS-J FROM WKS-I BY 1
                       UNTIL WKS-J > WKS-TOT-OPERADORES
                   IF WKS-OP-PUNTOS(WKS-J) > WKS-OP-PUNTOS(WKS-I)
                       MOVE WKS-OPERADOR(WKS-I) TO WKS-OP-AUX
                       MOVE WKS-OPERADOR(WKS-J) TO WKS-OPERADOR(WKS-I)
                       MOVE WKS-OP-AUX          TO WKS-OPERADOR(WKS-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-OPE-1
           WRITE REG-REPORTE FROM WKS-HEADER-OPE-2
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOT-OPERADORES
               MOVE WKS-I                 TO WKS-DOP-RANGO
               MOVE WKS-OP-ID(WKS-I)      TO WKS-DOP-OPERADOR
               MOVE WKS-OP-PUNTOS(WKS-I)  TO WKS-DOP-PUNTOS
               MOVE WKS-OP-PATRONES(WKS-I) TO WKS-DOP-PATRONES
               WRITE REG-REPORTE FROM WKS-DETAIL-OPE
           END-PERFORM.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-VENTANA  TO WKS-TOT-VENTANA
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-CLIENTES TO WKS-TOT-CLIENTES
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-ALERTAS  TO WKS-TOT-ALERTAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           CLOSE EDM4WKL
           CLOSE REPORTE
           DISPLAY "EDID1R63 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R63 - EN VENTANA : " WKS-TOTAL-VENTANA
           DISPLAY "EDID1R63 - CLIENTES   : " WKS-TOTAL-CLIENTES
           DISPLAY "EDID1R63 - ALERTAS    : " WKS-TOTAL-ALERTAS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R63" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R63" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R63" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS  TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ALERTAS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
