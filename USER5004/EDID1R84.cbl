      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R84                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PERCENTILES DE TIEMPO DE RESPUESTA POR PROGRAMA  *
      *               Y POR HORA, Y TRANSACCIONES MAS LENTAS           *
      * ARCHIVOS    : EDM4RND (ENTRADA) / EDM4CTL (I-O) /              *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : R=Reporte                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * TIEMPOS DE RESPUESTA EN LINEA DEL DIA. RECIBE POR PARM LA     *
      * FECHA (AAAAMMDD; EN BLANCO O CEROS = HOY) Y EL UMBRAL DE      *
      * TRANSACCION LENTA EN SEGUNDOS (3 POSICIONES; POR DEFECTO      *
      * 002). LEE DE EDM4RND SOLO LAS TAREAS DEL DIA (START SOBRE LA  *
      * FECHA), ACUMULA CONTEOS Y SUMAS POR PROGRAMA, POR HORA Y DEL  *
      * DIA, Y ENVIA CADA TAREA AL SORT UNA VEZ POR GRUPO, DE LA MAS  *
      * LENTA A LA MAS RAPIDA. CON EL CONTEO DEL GRUPO YA CONOCIDO,   *
      * EL PERCENTIL P ES LA TAREA EN LA POSICION DE RANGO CERCANO    *
      * (TECHO DE N*P/100 CONTADO DESDE LA MAS RAPIDA). POR CADA      *
      * PROGRAMA Y CADA HORA SE IMPRIMEN TAREAS, PROMEDIO, P50, P90,  *
      * P95, MAXIMO, LENTAS Y LECTURAS PROMEDIO; LUEGO LAS 20 TAREAS  *
      * MAS LENTAS DEL DIA Y EL TOTAL. EL RESUMEN DEL DIA QUEDA EN EL *
      * REGISTRO "RESPUEST" DE EDM4CTL PARA EL TABLERO EDID1SL2       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R84.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4RND ASSIGN TO EDM4RND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRD-LLAVE
               FILE STATUS IS WKS-EDM4RND-STATUS.

           SELECT EDM4CTL ASSIGN TO EDM4CTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD  EDM4RND.
       COPY EDMRND.

       FD  EDM4CTL.
       COPY EDMCTL.

      *-->CADA TAREA ENTRA TRES VECES: POR SU PROGRAMA ("1"), POR SU
      *   HORA DE INICIO ("2") Y EN EL TOTAL DEL DIA ("3")
       SD  WORK-SORT.
       01  REG-SORT.
           02 SRT-GRUPO                 PIC X(01).
               88 SRT-GRUPO-PROGRAMA    VALUE "1".
               88 SRT-GRUPO-HORA        VALUE "2".
               88 SRT-GRUPO-DIA         VALUE "3".
           02 SRT-CLAVE                 PIC X(08).
           02 SRT-DURACION              PIC 9(07).
           02 SRT-HORA-INICIO           PIC 9(08).
           02 SRT-PROGRAMA              PIC X(08).
           02 SRT-TECLA                 PIC X(04).
           02 SRT-TERMINAL              PIC X(04).
           02 SRT-OPERADOR              PIC X(08).
           02 SRT-LECTURAS              PIC 9(05).

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
           02 WKS-EDM4RND-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4RND-OK        VALUE "00".
               88 WKS-EDM4RND-EOF       VALUE "10".
           02 WKS-EDM4CTL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CTL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-FIN-DIA          PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SORT-EOF         PIC 9 VALUE ZEROS.
           02 WKS-FLAG-PRIMERO          PIC 9 VALUE 1.

       01 WKS-FECHA-PROCESO             PIC 9(08) VALUE ZEROS.
       01 WKS-FECHA-DDMMAAAA            PIC 9(08) VALUE ZEROS.
       01 WKS-UMBRAL-SEGUNDOS           PIC 9(03) VALUE 2.
       01 WKS-UMBRAL-CENTESIMAS         PIC 9(07) VALUE ZEROS.

      *-->ACUMULADOS POR PROGRAMA; LA ULTIMA ENTRADA SE RESERVA PARA
      *   "OTROS" SI APARECEN MAS PROGRAMAS QUE LOS QUE CABEN
       01 WKS-PRG-MAXIMO                PIC 9(02) VALUE 30.
       01 WKS-PROGRAMAS.
           02 WKS-PRG-USADOS            PIC 9(02) VALUE ZEROS.
           02 WKS-PRG-TABLA OCCURS 30.
               03 WKS-PRG-CODIGO        PIC X(08).
               03 WKS-PRG-CUENTA        PIC 9(07).
               03 WKS-PRG-SUMA          PIC 9(11).
               03 WKS-PRG-LECTURAS      PIC 9(09).
               03 WKS-PRG-LENTAS        PIC 9(07).
           02 WKS-PRG-IDX               PIC 9(02) VALUE ZEROS.
           02 WKS-PRG-HALLADO           PIC 9 VALUE ZEROS.

      *-->ACUMULADOS POR HORA DE INICIO (ENTRADA = HORA + 1)
       01 WKS-HORAS.
           02 WKS-HOR-TABLA OCCURS 24.
               03 WKS-HOR-CUENTA        PIC 9(07).
               03 WKS-HOR-SUMA          PIC 9(11).
               03 WKS-HOR-LECTURAS      PIC 9(09).
               03 WKS-HOR-LENTAS        PIC 9(07).
           02 WKS-HOR-IDX               PIC 9(02) VALUE ZEROS.
           02 WKS-HOR-HH                PIC 9(02) VALUE ZEROS.

       01 WKS-DIA.
           02 WKS-DIA-CUENTA            PIC 9(07) VALUE ZEROS.
           02 WKS-DIA-SUMA              PIC 9(11) VALUE ZEROS.
           02 WKS-DIA-LECTURAS          PIC 9(09) VALUE ZEROS.
           02 WKS-DIA-LENTAS            PIC 9(07) VALUE ZEROS.

      *-->GRUPO EN CURSO DE LA SALIDA DEL SORT: SU CONTEO N, LAS
      *   POSICIONES (DESDE LA MAS LENTA) DE CADA PERCENTIL Y LOS
      *   VALORES YA TOMADOS
       01 WKS-GRUPO-ACTUAL.
           02 WKS-GA-GRUPO              PIC X(01).
           02 WKS-GA-CLAVE              PIC X(08).
       01 WKS-GRUPO-CTRS.
           02 WKS-GR-N                  PIC 9(07).
           02 WKS-GR-K                  PIC 9(07).
           02 WKS-GR-SUMA               PIC 9(11).
           02 WKS-GR-LECTURAS           PIC 9(09).
           02 WKS-GR-LENTAS             PIC 9(07).
           02 WKS-GR-POS50              PIC 9(07).
           02 WKS-GR-POS90              PIC 9(07).
           02 WKS-GR-POS95              PIC 9(07).
           02 WKS-GR-P50                PIC 9(07).
           02 WKS-GR-P90                PIC 9(07).
           02 WKS-GR-P95                PIC 9(07).
           02 WKS-GR-MAXIMO             PIC 9(07).
           02 WKS-GR-PROMEDIO           PIC 9(07).
       01 WKS-RANGO                     PIC 9(07) VALUE ZEROS.
       01 WKS-PORCENTIL                 PIC 9(03) VALUE ZEROS.
       01 WKS-SEGUNDOS                  PIC 9(05)V99 VALUE ZEROS.

      *-->RESUMEN PARA EL TABLERO (REGISTRO "RESPUEST" DE EDM4CTL)
       01 WKS-RESUMEN.
           02 WKS-RES-PROMEDIO          PIC 9(05) VALUE ZEROS.
           02 WKS-RES-P95               PIC 9(07) VALUE ZEROS.
           02 WKS-RES-MAXIMO            PIC 9(07) VALUE ZEROS.
           02 WKS-RES-PEOR-P95          PIC 9(07) VALUE ZEROS.
           02 WKS-RES-PEOR-PROGRAMA     PIC X(08) VALUE SPACES.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "TIEMPOS DE RESPUESTA EN LINEA - EDID1R84".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(06) VALUE "FECHA ".
           02 WKS-HDR-FECHA             PIC 99/99/9999.
           02 FILLER                    PIC X(21) VALUE
              "  UMBRAL DE LENTITUD ".
           02 WKS-HDR-UMBRAL            PIC ZZ9.
           02 FILLER                    PIC X(09) VALUE " SEGUNDOS".
           02 FILLER                    PIC X(31) VALUE SPACES.
       01 WKS-SECCION-LINE              PIC X(80) VALUE SPACES.

       01 WKS-HEADER-LINE-3.
           02 WKS-H3-TITULO             PIC X(08).
           02 FILLER                    PIC X(09) VALUE "   TAREAS".
           02 FILLER                    PIC X(09) VALUE "     PROM".
           02 FILLER                    PIC X(09) VALUE "      P50".
           02 FILLER                    PIC X(09) VALUE "      P90".
           02 FILLER                    PIC X(09) VALUE "      P95".
           02 FILLER                    PIC X(09) VALUE "   MAXIMO".
           02 FILLER                    PIC X(08) VALUE "  LENTAS".
           02 FILLER                    PIC X(07) VALUE "   LECT".
           02 FILLER                    PIC X(03) VALUE SPACES.

       01 WKS-ESTADISTICA-LINE.
           02 WKS-EST-CLAVE             PIC X(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-EST-TAREAS            PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-EST-PROMEDIO          PIC ZZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-EST-P50               PIC ZZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-EST-P90               PIC ZZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-EST-P95               PIC ZZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-EST-MAXIMO            PIC ZZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-EST-LENTAS            PIC ZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-EST-LECTURAS          PIC ZZZZ9.
           02 FILLER                    PIC X(03) VALUE SPACES.

       01 WKS-HEADER-LENTAS.
           02 FILLER                    PIC X(15) VALUE
              "  HORA INICIO".
           02 FILLER                    PIC X(10) VALUE "PROGRAMA".
           02 FILLER                    PIC X(06) VALUE "TECLA".
           02 FILLER                    PIC X(06) VALUE "TERM".
           02 FILLER                    PIC X(09) VALUE "OPERADOR".
           02 FILLER                    PIC X(08) VALUE "SEGUNDOS".
           02 FILLER                    PIC X(06) VALUE "  LECT".
           02 FILLER                    PIC X(20) VALUE SPACES.

       01 WKS-LENTA-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-LEN-HORA.
               03 WKS-LEN-HH            PIC 99.
               03 FILLER                PIC X VALUE ":".
               03 WKS-LEN-MM            PIC 99.
               03 FILLER                PIC X VALUE ":".
               03 WKS-LEN-SS            PIC 99.
               03 FILLER                PIC X VALUE ".".
               03 WKS-LEN-CC            PIC 99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-LEN-PROGRAMA          PIC X(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-LEN-TECLA             PIC X(04).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-LEN-TERMINAL          PIC X(04).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-LEN-OPERADOR          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-LEN-SEGUNDOS          PIC ZZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-LEN-LECTURAS          PIC ZZZZ9.
           02 FILLER                    PIC X(20) VALUE SPACES.

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM.
           05 WKS-PARM-FECHA            PIC X(08).
           05 WKS-PARM-UMBRAL           PIC X(03).

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 050-INICIO
           SORT WORK-SORT
               ON ASCENDING  KEY SRT-GRUPO
               ON ASCENDING  KEY SRT-CLAVE
               ON DESCENDING KEY SRT-DURACION
               INPUT  PROCEDURE 100-ALIMENTA-SORT
               OUTPUT PROCEDURE 300-REPORTA-GRUPOS
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

      *--> FECHA Y UMBRAL DEL PARM O SUS VALORES POR DEFECTO
       050-INICIO.
           IF WKS-PARM-FECHA IS NUMERIC AND WKS-PARM-FECHA > ZEROS
               MOVE WKS-PARM-FECHA TO WKS-FECHA-PROCESO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-PROCESO
           END-IF
           IF WKS-PARM-UMBRAL IS NUMERIC AND WKS-PARM-UMBRAL > ZEROS
               MOVE WKS-PARM-UMBRAL TO WKS-UMBRAL-SEGUNDOS
           END-IF
           COMPUTE WKS-UMBRAL-CENTESIMAS = WKS-UMBRAL-SEGUNDOS * 100
           INITIALIZE WKS-PROGRAMAS
           INITIALIZE WKS-HORAS
           OPEN OUTPUT REPORTE
           MOVE WKS-FECHA-PROCESO(7:2) TO WKS-FECHA-DDMMAAAA(1:2)
           MOVE WKS-FECHA-PROCESO(5:2) TO WKS-FECHA-DDMMAAAA(3:2)
           MOVE WKS-FECHA-PROCESO(1:4) TO WKS-FECHA-DDMMAAAA(5:4)
           MOVE WKS-FECHA-DDMMAAAA     TO WKS-HDR-FECHA
           MOVE WKS-UMBRAL-SEGUNDOS    TO WKS-HDR-UMBRAL
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> TAREAS DEL DIA: ACUMULA Y SUELTA CADA UNA A SUS 3 GRUPOS
       100-ALIMENTA-SORT SECTION.
       110-ABRE-BITACORA.
           OPEN INPUT EDM4RND
           MOVE LOW-VALUES TO EDRD-LLAVE
           MOVE WKS-FECHA-PROCESO TO EDRD-FECHA
           START EDM4RND KEY IS NOT LESS THAN EDRD-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-FLAG-FIN-DIA
           END-START
           IF WKS-FLAG-FIN-DIA = ZEROS
               PERFORM 120-LEER-EDM4RND
           END-IF
           PERFORM 130-SUELTA-TAREA
               UNTIL WKS-FLAG-FIN-DIA = 1
           CLOSE EDM4RND.
       190-ALIMENTA-FIN.
           EXIT.

      *--> RUTINAS DEL PROCEDIMIENTO DE ENTRADA DEL SORT
       150-RUTINAS-ALIMENTA SECTION.

       120-LEER-EDM4RND.
           READ EDM4RND NEXT RECORD
               AT END
                   MOVE 1 TO WKS-FLAG-FIN-DIA
           END-READ
           IF WKS-FLAG-FIN-DIA = ZEROS
           AND EDRD-FECHA NOT = WKS-FECHA-PROCESO
               MOVE 1 TO WKS-FLAG-FIN-DIA
           END-IF.

       130-SUELTA-TAREA.
           ADD 1 TO WKS-TOTAL-LEIDOS
           PERFORM 140-BUSCA-PROGRAMA
           MOVE EDRD-HORA-INICIO(1:2) TO WKS-HOR-HH
           IF WKS-HOR-HH > 23
               MOVE 23 TO WKS-HOR-HH
           END-IF
           COMPUTE WKS-HOR-IDX = WKS-HOR-HH + 1
           ADD 1 TO WKS-PRG-CUENTA(WKS-PRG-IDX)
           ADD EDRD-DURACION TO WKS-PRG-SUMA(WKS-PRG-IDX)
           ADD EDRD-LECTURAS TO WKS-PRG-LECTURAS(WKS-PRG-IDX)
           ADD 1 TO WKS-HOR-CUENTA(WKS-HOR-IDX)
           ADD EDRD-DURACION TO WKS-HOR-SUMA(WKS-HOR-IDX)
           ADD EDRD-LECTURAS TO WKS-HOR-LECTURAS(WKS-HOR-IDX)
           ADD 1 TO WKS-DIA-CUENTA
           ADD EDRD-DURACION TO WKS-DIA-SUMA
           ADD EDRD-LECTURAS TO WKS-DIA-LECTURAS
           IF EDRD-DURACION NOT < WKS-UMBRAL-CENTESIMAS
               ADD 1 TO WKS-PRG-LENTAS(WKS-PRG-IDX)
               ADD 1 TO WKS-HOR-LENTAS(WKS-HOR-IDX)
               ADD 1 TO WKS-DIA-LENTAS
           END-IF
           MOVE EDRD-DURACION    TO SRT-DURACION
           MOVE EDRD-HORA-INICIO TO SRT-HORA-INICIO
           MOVE EDRD-PROGRAMA    TO SRT-PROGRAMA
           MOVE EDRD-TECLA       TO SRT-TECLA
           MOVE EDRD-TERMINAL    TO SRT-TERMINAL
           MOVE EDRD-OPERADOR    TO SRT-OPERADOR
           MOVE EDRD-LECTURAS    TO SRT-LECTURAS
           SET SRT-GRUPO-PROGRAMA TO TRUE
           MOVE WKS-PRG-CODIGO(WKS-PRG-IDX) TO SRT-CLAVE
           RELEASE REG-SORT
           SET SRT-GRUPO-HORA TO TRUE
           MOVE SPACES TO SRT-CLAVE
           MOVE EDRD-HORA-INICIO(1:2) TO SRT-CLAVE(1:2)
           RELEASE REG-SORT
           SET SRT-GRUPO-DIA TO TRUE
           MOVE SPACES TO SRT-CLAVE
           RELEASE REG-SORT
           PERFORM 120-LEER-EDM4RND.

      *--> ENTRADA DEL PROGRAMA EN LA TABLA (BUSCA O AGREGA); LLENA
      *    LA TABLA, LOS PROGRAMAS NUEVOS VAN A LA ULTIMA ("OTROS")
       140-BUSCA-PROGRAMA.
           MOVE ZEROS TO WKS-PRG-HALLADO
           MOVE 1 TO WKS-PRG-IDX
           PERFORM UNTIL WKS-PRG-IDX > WKS-PRG-USADOS
           OR WKS-PRG-HALLADO = 1
               IF WKS-PRG-CODIGO(WKS-PRG-IDX) = EDRD-PROGRAMA
                   MOVE 1 TO WKS-PRG-HALLADO
               ELSE
                   ADD 1 TO WKS-PRG-IDX
               END-IF
           END-PERFORM
           IF WKS-PRG-HALLADO = ZEROS
               IF WKS-PRG-USADOS < WKS-PRG-MAXIMO - 1
                   ADD 1 TO WKS-PRG-USADOS
                   MOVE WKS-PRG-USADOS TO WKS-PRG-IDX
                   MOVE EDRD-PROGRAMA TO WKS-PRG-CODIGO(WKS-PRG-IDX)
               ELSE
                   MOVE WKS-PRG-MAXIMO TO WKS-PRG-IDX
                   IF WKS-PRG-USADOS < WKS-PRG-MAXIMO
                       MOVE WKS-PRG-MAXIMO TO WKS-PRG-USADOS
                       MOVE "OTROS   " TO WKS-PRG-CODIGO(WKS-PRG-IDX)
                   END-IF
               END-IF
           END-IF.

      *--> CORTE POR GRUPO SOBRE LA SALIDA DEL SORT (DE LA TAREA MAS
      *    LENTA A LA MAS RAPIDA DENTRO DE CADA GRUPO)
       300-REPORTA-GRUPOS SECTION.
       310-RECORRE-SORT.
           PERFORM 320-TOMA-REGISTRO
           PERFORM 330-ACUMULA-REGISTRO
               UNTIL WKS-FLAG-SORT-EOF = 1
           IF WKS-FLAG-PRIMERO = ZEROS
               PERFORM 360-CIERRA-GRUPO
           END-IF.
       390-REPORTA-FIN.
           EXIT.

      *--> RUTINAS DEL PROCEDIMIENTO DE SALIDA DEL SORT
       395-RUTINAS-REPORTA SECTION.

       320-TOMA-REGISTRO.
           RETURN WORK-SORT
               AT END
                   MOVE 1 TO WKS-FLAG-SORT-EOF
           END-RETURN.

       330-ACUMULA-REGISTRO.
           IF WKS-FLAG-PRIMERO = 1
           OR SRT-GRUPO NOT = WKS-GA-GRUPO
           OR SRT-CLAVE NOT = WKS-GA-CLAVE
               IF WKS-FLAG-PRIMERO = ZEROS
                   PERFORM 360-CIERRA-GRUPO
               END-IF
               IF WKS-FLAG-PRIMERO = 1
               OR SRT-GRUPO NOT = WKS-GA-GRUPO
                   PERFORM 345-ENCABEZA-SECCION
               END-IF
               MOVE ZEROS TO WKS-FLAG-PRIMERO
               MOVE SRT-GRUPO TO WKS-GA-GRUPO
               MOVE SRT-CLAVE TO WKS-GA-CLAVE
               PERFORM 340-ABRE-GRUPO
           END-IF
           ADD 1 TO WKS-GR-K
           IF WKS-GR-K = 1
               MOVE SRT-DURACION TO WKS-GR-MAXIMO
           END-IF
           IF WKS-GR-K = WKS-GR-POS50
               MOVE SRT-DURACION TO WKS-GR-P50
           END-IF
           IF WKS-GR-K = WKS-GR-POS90
               MOVE SRT-DURACION TO WKS-GR-P90
           END-IF
           IF WKS-GR-K = WKS-GR-POS95
               MOVE SRT-DURACION TO WKS-GR-P95
           END-IF
           IF SRT-GRUPO-DIA AND WKS-GR-K NOT > 20
               PERFORM 350-ESCRIBE-LENTA
           END-IF
           PERFORM 320-TOMA-REGISTRO.

      *--> CONTEO Y SUMAS DEL GRUPO (YA ACUMULADOS EN LA ENTRADA) Y
      *    POSICION DE CADA PERCENTIL CONTADA DESDE LA MAS LENTA
       340-ABRE-GRUPO.
           INITIALIZE WKS-GRUPO-CTRS
           EVALUATE TRUE
               WHEN SRT-GRUPO-PROGRAMA
                   MOVE 1 TO WKS-PRG-IDX
                   PERFORM UNTIL WKS-PRG-IDX > WKS-PRG-USADOS
                       IF WKS-PRG-CODIGO(WKS-PRG-IDX) = SRT-CLAVE
                           MOVE WKS-PRG-CUENTA(WKS-PRG-IDX)
                             TO WKS-GR-N
                           MOVE WKS-PRG-SUMA(WKS-PRG-IDX)
                             TO WKS-GR-SUMA
                           MOVE WKS-PRG-LECTURAS(WKS-PRG-IDX)
                             TO WKS-GR-LECTURAS
                           MOVE WKS-PRG-LENTAS(WKS-PRG-IDX)
                             TO WKS-GR-LENTAS
                       END-IF
                       ADD 1 TO WKS-PRG-IDX
                   END-PERFORM
               WHEN SRT-GRUPO-HORA
                   MOVE SRT-CLAVE(1:2) TO WKS-HOR-HH
                   IF WKS-HOR-HH > 23
                       MOVE 23 TO WKS-HOR-HH
                   END-IF
                   COMPUTE WKS-HOR-IDX = WKS-HOR-HH + 1
                   MOVE WKS-HOR-CUENTA(WKS-HOR-IDX)   TO WKS-GR-N
                   MOVE WKS-HOR-SUMA(WKS-HOR-IDX)     TO WKS-GR-SUMA
                   MOVE WKS-HOR-LECTURAS(WKS-HOR-IDX)
                     TO WKS-GR-LECTURAS
                   MOVE WKS-HOR-LENTAS(WKS-HOR-IDX)   TO WKS-GR-LENTAS
               WHEN SRT-GRUPO-DIA
                   MOVE WKS-DIA-CUENTA   TO WKS-GR-N
                   MOVE WKS-DIA-SUMA     TO WKS-GR-SUMA
                   MOVE WKS-DIA-LECTURAS TO WKS-GR-LECTURAS
                   MOVE WKS-DIA-LENTAS   TO WKS-GR-LENTAS
           END-EVALUATE
           MOVE 50 TO WKS-PORCENTIL
           PERFORM 342-POSICION-PERCENTIL
           MOVE WKS-RANGO TO WKS-GR-POS50
           MOVE 90 TO WKS-PORCENTIL
           PERFORM 342-POSICION-PERCENTIL
           MOVE WKS-RANGO TO WKS-GR-POS90
           MOVE 95 TO WKS-PORCENTIL
           PERFORM 342-POSICION-PERCENTIL
           MOVE WKS-RANGO TO WKS-GR-POS95.

      *--> RANGO CERCANO: TECHO DE N*P/100 DESDE LA MAS RAPIDA, QUE
      *    EN EL ORDEN DESCENDENTE DEL SORT ES N - RANGO + 1
       342-POSICION-PERCENTIL.
           COMPUTE WKS-RANGO = (WKS-GR-N * WKS-PORCENTIL + 99) / 100
           IF WKS-RANGO < 1
               MOVE 1 TO WKS-RANGO
           END-IF
           COMPUTE WKS-RANGO = WKS-GR-N - WKS-RANGO + 1.

       345-ENCABEZA-SECCION.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           EVALUATE TRUE
               WHEN SRT-GRUPO-PROGRAMA
                   MOVE "TIEMPOS POR PROGRAMA (SEGUNDOS)"
                     TO WKS-SECCION-LINE
                   WRITE REG-REPORTE FROM WKS-SECCION-LINE
                   MOVE "PROGRAMA" TO WKS-H3-TITULO
                   WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
               WHEN SRT-GRUPO-HORA
                   MOVE "TIEMPOS POR HORA DE INICIO (SEGUNDOS)"
                     TO WKS-SECCION-LINE
                   WRITE REG-REPORTE FROM WKS-SECCION-LINE
                   MOVE "HORA" TO WKS-H3-TITULO
                   WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
               WHEN SRT-GRUPO-DIA
                   MOVE "LAS 20 TRANSACCIONES MAS LENTAS DEL DIA"
                     TO WKS-SECCION-LINE
                   WRITE REG-REPORTE FROM WKS-SECCION-LINE
                   WRITE REG-REPORTE FROM WKS-HEADER-LENTAS
           END-EVALUATE.

       350-ESCRIBE-LENTA.
           MOVE SRT-HORA-INICIO(1:2) TO WKS-LEN-HH
           MOVE SRT-HORA-INICIO(3:2) TO WKS-LEN-MM
           MOVE SRT-HORA-INICIO(5:2) TO WKS-LEN-SS
           MOVE SRT-HORA-INICIO(7:2) TO WKS-LEN-CC
           MOVE SRT-PROGRAMA         TO WKS-LEN-PROGRAMA
           MOVE SRT-TECLA            TO WKS-LEN-TECLA
           MOVE SRT-TERMINAL         TO WKS-LEN-TERMINAL
           MOVE SRT-OPERADOR         TO WKS-LEN-OPERADOR
           COMPUTE WKS-SEGUNDOS = SRT-DURACION / 100
           MOVE WKS-SEGUNDOS         TO WKS-LEN-SEGUNDOS
           MOVE SRT-LECTURAS         TO WKS-LEN-LECTURAS
           WRITE REG-REPORTE FROM WKS-LENTA-LINE
           ADD 1 TO WKS-TOTAL-ESCRITOS.

      *--> LINEA DE ESTADISTICA DEL GRUPO QUE TERMINA; EL TOTAL DEL
      *    DIA ALIMENTA ADEMAS EL RESUMEN DEL TABLERO
       360-CIERRA-GRUPO.
           IF WKS-GR-N > ZEROS
               COMPUTE WKS-GR-PROMEDIO = WKS-GR-SUMA / WKS-GR-N
               COMPUTE WKS-EST-LECTURAS = WKS-GR-LECTURAS / WKS-GR-N
           ELSE
               MOVE ZEROS TO WKS-GR-PROMEDIO
               MOVE ZEROS TO WKS-EST-LECTURAS
           END-IF
           EVALUATE WKS-GA-GRUPO
               WHEN "1"
                   MOVE WKS-GA-CLAVE TO WKS-EST-CLAVE
                   IF WKS-GR-P95 > WKS-RES-PEOR-P95
                       MOVE WKS-GR-P95   TO WKS-RES-PEOR-P95
                       MOVE WKS-GA-CLAVE TO WKS-RES-PEOR-PROGRAMA
                   END-IF
               WHEN "2"
                   MOVE SPACES TO WKS-EST-CLAVE
                   MOVE WKS-GA-CLAVE(1:2) TO WKS-EST-CLAVE(1:2)
                   MOVE ":00" TO WKS-EST-CLAVE(3:3)
               WHEN OTHER
                   WRITE REG-REPORTE FROM WKS-BLANK-LINE
                   MOVE "TOTAL DEL DIA (SEGUNDOS)" TO WKS-SECCION-LINE
                   WRITE REG-REPORTE FROM WKS-SECCION-LINE
                   MOVE SPACES TO WKS-H3-TITULO
                   WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
                   MOVE "DIA" TO WKS-EST-CLAVE
                   MOVE WKS-GR-PROMEDIO TO WKS-RES-PROMEDIO
                   MOVE WKS-GR-P95      TO WKS-RES-P95
                   MOVE WKS-GR-MAXIMO   TO WKS-RES-MAXIMO
           END-EVALUATE
           MOVE WKS-GR-N TO WKS-EST-TAREAS
           COMPUTE WKS-SEGUNDOS = WKS-GR-PROMEDIO / 100
           MOVE WKS-SEGUNDOS TO WKS-EST-PROMEDIO
           COMPUTE WKS-SEGUNDOS = WKS-GR-P50 / 100
           MOVE WKS-SEGUNDOS TO WKS-EST-P50
           COMPUTE WKS-SEGUNDOS = WKS-GR-P90 / 100
           MOVE WKS-SEGUNDOS TO WKS-EST-P90
           COMPUTE WKS-SEGUNDOS = WKS-GR-P95 / 100
           MOVE WKS-SEGUNDOS TO WKS-EST-P95
           COMPUTE WKS-SEGUNDOS = WKS-GR-MAXIMO / 100
           MOVE WKS-SEGUNDOS TO WKS-EST-MAXIMO
           MOVE WKS-GR-LENTAS TO WKS-EST-LENTAS
           WRITE REG-REPORTE FROM WKS-ESTADISTICA-LINE
           ADD 1 TO WKS-TOTAL-ESCRITOS.

      *--> RUTINAS GENERALES, FUERA DE LOS PROCEDIMIENTOS DEL SORT
       800-RUTINAS-GENERALES SECTION.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "TAREAS DEL DIA: "            TO WKS-TOT-TEXTO
           MOVE WKS-DIA-CUENTA                TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "TAREAS LENTAS: "             TO WKS-TOT-TEXTO
           MOVE WKS-DIA-LENTAS                TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           MOVE "PROGRAMAS: "                 TO WKS-TOT-TEXTO
           MOVE WKS-PRG-USADOS                TO WKS-TOT-VALOR
           PERFORM 910-ESCRIBE-TOTAL
           CLOSE REPORTE
           PERFORM 940-ESTAMPA-CONTROL
           DISPLAY "EDID1R84 - FECHA      : " WKS-FECHA-PROCESO
           DISPLAY "EDID1R84 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R84 - ESCRITOS   : " WKS-TOTAL-ESCRITOS.

       910-ESCRIBE-TOTAL.
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           DISPLAY "EDID1R84 - " WKS-TOTAL-LINE.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R84" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R84" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R84" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-ESCRITOS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

      *--> DEJA EL RESUMEN DEL DIA EN EL REGISTRO "RESPUEST" DE
      *    EDM4CTL PARA EL TABLERO DEL SUPERVISOR
       940-ESTAMPA-CONTROL.
           OPEN I-O EDM4CTL
           MOVE "RESPUEST" TO EDCT-LLAVE
           READ EDM4CTL
           IF NOT WKS-EDM4CTL-OK
               INITIALIZE REG-EDMCTL
               MOVE "RESPUEST" TO EDCT-LLAVE
               WRITE REG-EDMCTL
               MOVE "RESPUEST" TO EDCT-LLAVE
               READ EDM4CTL
           END-IF
           IF WKS-EDM4CTL-OK
               MOVE WKS-FECHA-PROCESO     TO EDCT-RSP-FECHA
               MOVE WKS-DIA-CUENTA        TO EDCT-RSP-TRANSACCIONES
               MOVE WKS-RES-PROMEDIO      TO EDCT-RSP-PROMEDIO
               MOVE WKS-RES-P95           TO EDCT-RSP-P95
               MOVE WKS-RES-MAXIMO        TO EDCT-RSP-MAXIMO
               MOVE WKS-DIA-LENTAS        TO EDCT-RSP-LENTAS
               MOVE WKS-RES-PEOR-PROGRAMA TO EDCT-RSP-PROG-PEOR
               REWRITE REG-EDMCTL
           END-IF
           CLOSE EDM4CTL.
