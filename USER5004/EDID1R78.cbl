      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R78                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : SEGMENTACION MENSUAL DE CLIENTES Y MATRIZ DE     *
      *               MIGRACION ENTRE SEGMENTOS POR SUCURSAL           *
      * ARCHIVOS    : EDM4CL (ENTRADA) / EDM4PDT (ENTRADA) /           *
      *               EDM4REL (ENTRADA) / EDM4SEG (I/O) /              *
      *               EDM4SGH (I/O) / REPORTE (SALIDA)                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CORRE EL PRIMER DIA HABIL DE CADA MES. UBICA A CADA CLIENTE   *
      * ACTIVO O SUSPENDIDO DE EDM4CL EN UN SEGMENTO COMERCIAL:       *
      *   COMPANIAS (TIPO "C"):                                       *
      *   - COR CORPORATIVO: 10 O MAS VINCULOS VIGENTES EN EDM4REL    *
      *         (TAMANO DEL GRUPO) O 5 O MAS PRODUCTOS ACTIVOS        *
      *   - PYM PEQUENA EMPRESA: LAS DEMAS COMPANIAS                  *
      *   PERSONAS:                                                   *
      *   - PRI BANCA PRIVADA: 5 O MAS PRODUCTOS ACTIVOS EN EDM4PDT,  *
      *         DE 3 O MAS TIPOS, Y 5 ANIOS O MAS DE ANTIGUEDAD       *
      *   - PRE PREFERENTE: 3 O MAS PRODUCTOS ACTIVOS, O 2 TIPOS DE   *
      *         PRODUCTO CON 3 ANIOS O MAS DE ANTIGUEDAD              *
      *   - MAS MASIVO: LAS DEMAS PERSONAS                            *
      * LA ANTIGUEDAD SE MIDE DESDE EDMC-FECHA-CREACION. EL SEGMENTO  *
      * VIGENTE QUEDA EN EDM4SEG (LO VEN EDID1CL5 Y EDID1ML2) Y CADA  *
      * MES DEJA SU FILA EN EDM4SGH. EL CLIENTE QUE DEJO DE ESTAR     *
      * VIGENTE PASA A "BAJ" UNA SOLA VEZ. EL REPORTE IMPRIME, POR    *
      * SUCURSAL DEL CLIENTE Y EN TOTAL, LA MATRIZ SEGMENTO ANTERIOR  *
      * CONTRA SEGMENTO NUEVO; LOS CLIENTES SIN SEGMENTO PREVIO       *
      * ENTRAN POR EL RENGLON "NUEVOS"                                *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R78.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4PDT ASSIGN TO EDM4PDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPD-LLAVE
               FILE STATUS IS WKS-EDM4PDT-STATUS.

           SELECT EDM4REL ASSIGN TO EDM4REL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRL-LLAVE
               FILE STATUS IS WKS-EDM4REL-STATUS.

           SELECT EDM4SEG ASSIGN TO EDM4SEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDSG-LLAVE
               FILE STATUS IS WKS-EDM4SEG-STATUS.

           SELECT EDM4SGH ASSIGN TO EDM4SGH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDSH-LLAVE
               FILE STATUS IS WKS-EDM4SGH-STATUS.

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
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4PDT.
       COPY EDMPDT.

       FD  EDM4REL.
       COPY EDMREL.

       FD  EDM4SEG.
       COPY EDMSEG.

       FD  EDM4SGH.
       COPY EDMSGH.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

      *-->UN REGISTRO POR CLIENTE SEGMENTADO CON SU MOVIMIENTO
       SD  WORK-SORT.
       01  REG-SORT.
           05 SRT-SUCURSAL                 PIC X(03).
           05 SRT-SEGMENTO-ANT             PIC X(03).
           05 SRT-SEGMENTO                 PIC X(03).

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
           02 WKS-EDM4PDT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PDT-OK        VALUE "00".
           02 WKS-EDM4REL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REL-OK        VALUE "00".
           02 WKS-EDM4SEG-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4SEG-OK        VALUE "00".
           02 WKS-EDM4SGH-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4SGH-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

      *-->UMBRALES DE CADA SEGMENTO
       01 WKS-UMBRALES.
           02 WKS-UMB-COR-GRUPO         PIC 9(03) VALUE 10.
           02 WKS-UMB-COR-PRODUCTOS     PIC 9(03) VALUE 5.
           02 WKS-UMB-PRI-PRODUCTOS     PIC 9(03) VALUE 5.
           02 WKS-UMB-PRI-TIPOS         PIC 9(02) VALUE 3.
           02 WKS-UMB-PRI-ANTIGUEDAD    PIC 9(02) VALUE 5.
           02 WKS-UMB-PRE-PRODUCTOS     PIC 9(03) VALUE 3.
           02 WKS-UMB-PRE-TIPOS         PIC 9(02) VALUE 2.
           02 WKS-UMB-PRE-ANTIGUEDAD    PIC 9(02) VALUE 3.

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-PERIODO               PIC 9(06) VALUE ZEROS.
           02 WKS-FCRE-AM               PIC 9(08) VALUE ZEROS.

      *-->DATOS DEL CLIENTE EN CURSO; MISMO ORDEN QUE EDSG-DATOS
       01 WKS-DATOS.
           02 WKS-PROD-ACTIVOS          PIC 9(03) VALUE ZEROS.
           02 WKS-TIPOS-CONT            PIC 9(02) VALUE ZEROS.
           02 WKS-ANTIGUEDAD            PIC 9(02) VALUE ZEROS.
           02 WKS-TAMANO-GRUPO          PIC 9(03) VALUE ZEROS.

       01 WKS-SEGMENTACION.
           02 WKS-SEG-NUEVO             PIC X(03) VALUE SPACES.
           02 WKS-SEG-ANTERIOR          PIC X(03) VALUE SPACES.
           02 WKS-FLAG-EXISTE           PIC 9 VALUE ZEROS.
           02 WKS-FLAG-SEGMENTA         PIC 9 VALUE ZEROS.

      *-->RECORRIDOS POR CLIENTE Y TABLA DE TIPOS DE PRODUCTO ACTIVOS
       01 WKS-RECORRIDOS.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
           02 WKS-TIPOS-TABLA.
               03 WKS-TIPO-PROD         PIC X(02) OCCURS 10 TIMES.
           02 WKS-IND                   PIC 9(02) VALUE ZEROS.
           02 WKS-FLAG-TIPO-VISTO       PIC 9 VALUE ZEROS.

      *-->SEGMENTOS EN EL ORDEN DE LA MATRIZ: LAS COLUMNAS SON LOS
      *   SEIS PRIMEROS Y LOS RENGLONES AGREGAN "NUEVOS" (SIN
      *   SEGMENTO EN EL PERIODO ANTERIOR)
       01 WKS-TABLA-SEGMENTOS.
           02 FILLER                    PIC X(15) VALUE
               "MASMASIVO".
           02 FILLER                    PIC X(15) VALUE
               "PREPREFERENTE".
           02 FILLER                    PIC X(15) VALUE
               "PRIPRIVADA".
           02 FILLER                    PIC X(15) VALUE
               "PYMPEQ EMPRESA".
           02 FILLER                    PIC X(15) VALUE
               "CORCORPORATIVO".
           02 FILLER                    PIC X(15) VALUE
               "BAJBAJA".
           02 FILLER                    PIC X(15) VALUE
               "   NUEVOS".
       01 WKS-TABLA-SEGMENTOS-R REDEFINES WKS-TABLA-SEGMENTOS.
           02 WKS-TS-ENTRADA OCCURS 7.
               03 WKS-TS-CODIGO         PIC X(03).
               03 WKS-TS-NOMBRE         PIC X(12).

       01 WKS-MATRIZ-CONTROL.
           02 WKS-SEG-BUSCA             PIC X(03) VALUE SPACES.
           02 WKS-SEG-IDX               PIC 9(01) VALUE ZEROS.
           02 WKS-FILA                  PIC 9(01) VALUE ZEROS.
           02 WKS-COL                   PIC 9(01) VALUE ZEROS.
           02 WKS-MZ-IDX                PIC 9(01) VALUE ZEROS.
           02 WKS-CAMBIOS               PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FILA            PIC 9(07) VALUE ZEROS.

      *-->MATRICES DE MIGRACION: 1=SUCURSAL 2=GENERAL
       01 WKS-MATRICES.
           02 WKS-MZ-NIVEL OCCURS 2.
               03 WKS-MZ-FILA OCCURS 7.
                   04 WKS-MZ-CELDA      PIC 9(07) OCCURS 6.

       01 WKS-PRIMERA-VEZ               PIC 9(01) VALUE 1.
       01 WKS-CRT-SUCURSAL              PIC X(03) VALUE SPACES.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SEGMENTADOS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CAMBIOS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NUEVOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-BAJAS           PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(51) VALUE
               "MIGRACION DE SEGMENTOS POR SUCURSAL - EDID1R78 - ".
           02 FILLER                    PIC X(09) VALUE "PERIODO: ".
           02 WKS-HDR-PERIODO           PIC 9999/99.
       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "RENGLON = SEGMENTO ANTERIOR / COLUMNA = SEGMENTO DEL MES".

       01 WKS-SUCURSAL-LINE.
           02 FILLER                    PIC X(10) VALUE "SUCURSAL: ".
           02 WKS-SUC-CODIGO            PIC X(07).

       01 WKS-MATRIZ-HEADER.
           02 FILLER                    PIC X(12) VALUE "ANTERIOR".
           02 WKS-MH-COLUMNA OCCURS 7.
               03 FILLER                PIC X(01).
               03 WKS-MH-NOMBRE         PIC X(07).

       01 WKS-MATRIZ-LINE.
           02 WKS-ML-NOMBRE             PIC X(12).
           02 WKS-ML-COLUMNA OCCURS 7.
               03 FILLER                PIC X(01).
               03 WKS-ML-VALOR          PIC ZZZ,ZZ9.

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(40).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           SORT WORK-SORT
               ASCENDING KEY SRT-SUCURSAL
               INPUT PROCEDURE 200-SEGMENTA-CLIENTES
               OUTPUT PROCEDURE 600-ESCRIBE-MATRICES
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE WKS-FECHA-HOY(1:6) TO WKS-PERIODO
           MOVE 1 TO WKS-MZ-IDX
           PERFORM 690-LIMPIA-MATRIZ
           MOVE 2 TO WKS-MZ-IDX
           PERFORM 690-LIMPIA-MATRIZ
           OPEN OUTPUT REPORTE
           MOVE WKS-PERIODO TO WKS-HDR-PERIODO
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           WRITE REG-REPORTE FROM WKS-BLANK-LINE.

      *--> LOS VIGENTES (ACTIVOS Y SUSPENDIDOS) SE SEGMENTAN; LOS
      *    ELIMINADOS Y FUSIONADOS SOLO CIERRAN SU SEGMENTO EN "BAJ"
       200-SEGMENTA-CLIENTES.
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4PDT
           OPEN INPUT EDM4REL
           OPEN I-O   EDM4SEG
           OPEN I-O   EDM4SGH
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-LEIDOS
               PERFORM 220-LEE-SEGMENTO-ACTUAL
               IF EDMC-MARCA-ELIMINADO = SPACE
               OR EDMC-MARCA-ELIMINADO = "S"
                   MOVE 1 TO WKS-FLAG-SEGMENTA
                   INITIALIZE WKS-DATOS
                   PERFORM 300-CUENTA-PRODUCTOS
                   PERFORM 320-ANTIGUEDAD
                   PERFORM 330-TAMANO-GRUPO
                   PERFORM 400-ASIGNA-SEGMENTO
               ELSE
                   PERFORM 410-BAJA-SEGMENTO
               END-IF
               IF WKS-FLAG-SEGMENTA = 1
                   PERFORM 450-ACTUALIZA-SEGMENTO
                   PERFORM 460-ESCRIBE-HISTORIA
                   PERFORM 470-LIBERA-MOVIMIENTO
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           CLOSE EDM4PDT
           CLOSE EDM4REL
           CLOSE EDM4SEG
           CLOSE EDM4SGH.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> SEGMENTO DEL PERIODO ANTERIOR: SI EL MES YA SE CORRIO SE
      *    TOMA EL QUE QUEDO GUARDADO COMO ANTERIOR
       220-LEE-SEGMENTO-ACTUAL.
           MOVE SPACES TO WKS-SEG-ANTERIOR
           MOVE EDMC-LLAVE TO EDSG-CO-CLIENTE
           READ EDM4SEG
           IF WKS-EDM4SEG-OK
               MOVE 1 TO WKS-FLAG-EXISTE
               IF EDSG-PERIODO = WKS-PERIODO
                   MOVE EDSG-SEGMENTO-ANT TO WKS-SEG-ANTERIOR
               ELSE
                   MOVE EDSG-SEGMENTO     TO WKS-SEG-ANTERIOR
               END-IF
           ELSE
               MOVE ZEROS TO WKS-FLAG-EXISTE
               INITIALIZE REG-EDMSEG
               MOVE EDMC-LLAVE TO EDSG-CO-CLIENTE
           END-IF.

      *--> CANTIDAD DE PRODUCTOS ACTIVOS Y DE TIPOS DISTINTOS
       300-CUENTA-PRODUCTOS.
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
                               PERFORM 310-REGISTRA-TIPO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       310-REGISTRA-TIPO.
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

      *--> ANIOS CUMPLIDOS DESDE EL ALTA (EDMC-FECHA-CREACION SE
      *    GUARDA DDMMAAAA); UNA FECHA INVALIDA O FUTURA CUENTA CERO
       320-ANTIGUEDAD.
           IF EDMC-FECHA-CREACION IS NUMERIC
           AND EDMC-FECHA-CREACION > ZEROS
               MOVE EDMC-FECHA-CREACION(5:4) TO WKS-FCRE-AM(1:4)
               MOVE EDMC-FECHA-CREACION(3:2) TO WKS-FCRE-AM(5:2)
               MOVE EDMC-FECHA-CREACION(1:2) TO WKS-FCRE-AM(7:2)
               IF WKS-FCRE-AM < WKS-FECHA-HOY
                   COMPUTE WKS-ANTIGUEDAD =
                       (WKS-FECHA-HOY - WKS-FCRE-AM) / 10000
               END-IF
           END-IF.

      *--> TAMANO DEL GRUPO DE UNA COMPANIA: SUS VINCULOS VIGENTES
      *    (REPRESENTANTES, CONTACTOS, EMPLEADOS Y RELACIONADOS)
       330-TAMANO-GRUPO.
           IF EDMC-TIPO-COMPANIA
               MOVE EDMC-LLAVE TO EDRL-CO-CLIENTE
               MOVE ZEROS TO EDRL-CO-RELACION
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
                               IF EDRL-VIGENTE
                               AND WKS-TAMANO-GRUPO < 999
                                   ADD 1 TO WKS-TAMANO-GRUPO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       400-ASIGNA-SEGMENTO.
           IF EDMC-TIPO-COMPANIA
               IF WKS-TAMANO-GRUPO NOT < WKS-UMB-COR-GRUPO
               OR WKS-PROD-ACTIVOS NOT < WKS-UMB-COR-PRODUCTOS
                   MOVE "COR" TO WKS-SEG-NUEVO
               ELSE
                   MOVE "PYM" TO WKS-SEG-NUEVO
               END-IF
           ELSE
               IF WKS-PROD-ACTIVOS NOT < WKS-UMB-PRI-PRODUCTOS
               AND WKS-TIPOS-CONT NOT < WKS-UMB-PRI-TIPOS
               AND WKS-ANTIGUEDAD NOT < WKS-UMB-PRI-ANTIGUEDAD
                   MOVE "PRI" TO WKS-SEG-NUEVO
               ELSE
                   IF WKS-PROD-ACTIVOS NOT < WKS-UMB-PRE-PRODUCTOS
                   OR (WKS-TIPOS-CONT NOT < WKS-UMB-PRE-TIPOS
                   AND WKS-ANTIGUEDAD NOT < WKS-UMB-PRE-ANTIGUEDAD)
                       MOVE "PRE" TO WKS-SEG-NUEVO
                   ELSE
                       MOVE "MAS" TO WKS-SEG-NUEVO
                   END-IF
               END-IF
           END-IF.

      *--> EL CLIENTE QUE YA NO ESTA VIGENTE SALE UNA SOLA VEZ COMO
      *    BAJA; SIN SEGMENTO PREVIO O YA DADO DE BAJA NO SE TOCA
       410-BAJA-SEGMENTO.
           MOVE ZEROS TO WKS-FLAG-SEGMENTA
           IF WKS-FLAG-EXISTE = 1
               IF EDSG-PERIODO = WKS-PERIODO
               OR NOT EDSG-BAJA
                   MOVE 1 TO WKS-FLAG-SEGMENTA
                   MOVE "BAJ" TO WKS-SEG-NUEVO
                   INITIALIZE WKS-DATOS
               END-IF
           END-IF.

      *--> SEGMENTO VIGENTE; LA FECHA DESDE SOLO CAMBIA CON EL
      *    SEGMENTO
       450-ACTUALIZA-SEGMENTO.
           IF WKS-FLAG-EXISTE = ZEROS
           OR EDSG-SEGMENTO NOT = WKS-SEG-NUEVO
               MOVE WKS-FECHA-HOY TO EDSG-FECHA-DESDE
           END-IF
           MOVE WKS-SEG-NUEVO    TO EDSG-SEGMENTO
           MOVE WKS-SEG-ANTERIOR TO EDSG-SEGMENTO-ANT
           MOVE WKS-PERIODO      TO EDSG-PERIODO
           MOVE WKS-DATOS        TO EDSG-DATOS
           IF WKS-FLAG-EXISTE = 1
               REWRITE REG-EDMSEG
           ELSE
               WRITE REG-EDMSEG
           END-IF
           ADD 1 TO WKS-TOTAL-SEGMENTADOS
           IF WKS-SEG-NUEVO = "BAJ"
               ADD 1 TO WKS-TOTAL-BAJAS
           ELSE
               IF WKS-SEG-ANTERIOR = SPACES
                   ADD 1 TO WKS-TOTAL-NUEVOS
               ELSE
                   IF WKS-SEG-ANTERIOR NOT = WKS-SEG-NUEVO
                       ADD 1 TO WKS-TOTAL-CAMBIOS
                   END-IF
               END-IF
           END-IF.

      *--> UNA FILA POR CLIENTE Y PERIODO; SI EL MES SE REPITE SE
      *    REESCRIBE CON EL ULTIMO RESULTADO
       460-ESCRIBE-HISTORIA.
           MOVE EDMC-LLAVE  TO EDSH-CO-CLIENTE
           MOVE WKS-PERIODO TO EDSH-PERIODO
           READ EDM4SGH
           IF WKS-EDM4SGH-OK
               PERFORM 465-MUEVE-HISTORIA
               REWRITE REG-EDMSGH
           ELSE
               INITIALIZE REG-EDMSGH
               MOVE EDMC-LLAVE  TO EDSH-CO-CLIENTE
               MOVE WKS-PERIODO TO EDSH-PERIODO
               PERFORM 465-MUEVE-HISTORIA
               WRITE REG-EDMSGH
           END-IF.

       465-MUEVE-HISTORIA.
           MOVE WKS-SEG-NUEVO    TO EDSH-SEGMENTO
           MOVE WKS-SEG-ANTERIOR TO EDSH-SEGMENTO-ANT
           MOVE EDMC-SUCURSAL    TO EDSH-SUCURSAL
           MOVE WKS-DATOS        TO EDSH-DATOS
           MOVE WKS-FECHA-HOY    TO EDSH-FECHA-CALCULO.

       470-LIBERA-MOVIMIENTO.
           MOVE EDMC-SUCURSAL    TO SRT-SUCURSAL
           MOVE WKS-SEG-ANTERIOR TO SRT-SEGMENTO-ANT
           MOVE WKS-SEG-NUEVO    TO SRT-SEGMENTO
           RELEASE REG-SORT.

      *--> CORTE DE CONTROL POR SUCURSAL: UNA MATRIZ POR SUCURSAL Y
      *    LA MATRIZ GENERAL AL FINAL
       600-ESCRIBE-MATRICES.
           PERFORM 610-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               IF WKS-PRIMERA-VEZ = 1
                   MOVE ZEROS TO WKS-PRIMERA-VEZ
                   MOVE SRT-SUCURSAL TO WKS-CRT-SUCURSAL
               END-IF
               IF SRT-SUCURSAL NOT = WKS-CRT-SUCURSAL
                   MOVE WKS-CRT-SUCURSAL TO WKS-SUC-CODIGO
                   MOVE 1 TO WKS-MZ-IDX
                   PERFORM 640-IMPRIME-MATRIZ
                   PERFORM 690-LIMPIA-MATRIZ
                   MOVE SRT-SUCURSAL TO WKS-CRT-SUCURSAL
               END-IF
               PERFORM 620-ACUMULA
               PERFORM 610-LEER-SORT
           END-PERFORM
           IF WKS-PRIMERA-VEZ = ZEROS
               MOVE WKS-CRT-SUCURSAL TO WKS-SUC-CODIGO
               MOVE 1 TO WKS-MZ-IDX
               PERFORM 640-IMPRIME-MATRIZ
           END-IF
           MOVE "GENERAL" TO WKS-SUC-CODIGO
           MOVE 2 TO WKS-MZ-IDX
           PERFORM 640-IMPRIME-MATRIZ.

       610-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

      *--> EL MOVIMIENTO SUMA EN LA MATRIZ DE LA SUCURSAL Y EN LA
      *    GENERAL
       620-ACUMULA.
           MOVE SRT-SEGMENTO-ANT TO WKS-SEG-BUSCA
           PERFORM 630-INDICE-SEGMENTO
           MOVE WKS-SEG-IDX TO WKS-FILA
           MOVE SRT-SEGMENTO TO WKS-SEG-BUSCA
           PERFORM 630-INDICE-SEGMENTO
           MOVE WKS-SEG-IDX TO WKS-COL
           ADD 1 TO WKS-MZ-CELDA(1, WKS-FILA, WKS-COL)
           ADD 1 TO WKS-MZ-CELDA(2, WKS-FILA, WKS-COL).

      *--> POSICION DEL SEGMENTO EN LA TABLA; BLANCO ES "NUEVOS"
       630-INDICE-SEGMENTO.
           MOVE 7 TO WKS-SEG-IDX
           PERFORM VARYING WKS-IND FROM 1 BY 1 UNTIL WKS-IND > 6
               IF WKS-TS-CODIGO(WKS-IND) = WKS-SEG-BUSCA
                   MOVE WKS-IND TO WKS-SEG-IDX
               END-IF
           END-PERFORM.

      *--> MATRIZ COMPLETA: SIETE RENGLONES, SEIS COLUMNAS Y EL
      *    TOTAL DE CADA RENGLON; AL PIE LOS CLIENTES QUE CAMBIARON
       640-IMPRIME-MATRIZ.
           WRITE REG-REPORTE FROM WKS-SUCURSAL-LINE
           MOVE SPACES TO WKS-MATRIZ-HEADER
           MOVE "ANTERIOR" TO WKS-MATRIZ-HEADER(1:12)
           PERFORM VARYING WKS-COL FROM 1 BY 1 UNTIL WKS-COL > 6
               MOVE WKS-TS-CODIGO(WKS-COL)
                 TO WKS-MH-NOMBRE(WKS-COL)(5:3)
           END-PERFORM
           MOVE "  TOTAL" TO WKS-MH-NOMBRE(7)
           WRITE REG-REPORTE FROM WKS-MATRIZ-HEADER
           MOVE ZEROS TO WKS-CAMBIOS
           PERFORM VARYING WKS-FILA FROM 1 BY 1 UNTIL WKS-FILA > 7
               PERFORM 650-IMPRIME-RENGLON
           END-PERFORM
           MOVE "CLIENTES QUE CAMBIARON DE SEGMENTO     :"
             TO WKS-TOT-TEXTO
           MOVE WKS-CAMBIOS TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           WRITE REG-REPORTE FROM WKS-BLANK-LINE.

      *--> LA DIAGONAL ES LA PERMANENCIA; LOS "NUEVOS" Y LAS
      *    REACTIVACIONES DESDE BAJA NO CUENTAN COMO CAMBIO
       650-IMPRIME-RENGLON.
           MOVE SPACES TO WKS-MATRIZ-LINE
           MOVE WKS-TS-NOMBRE(WKS-FILA) TO WKS-ML-NOMBRE
           MOVE ZEROS TO WKS-TOTAL-FILA
           PERFORM VARYING WKS-COL FROM 1 BY 1 UNTIL WKS-COL > 6
               MOVE WKS-MZ-CELDA(WKS-MZ-IDX, WKS-FILA, WKS-COL)
                 TO WKS-ML-VALOR(WKS-COL)
               ADD WKS-MZ-CELDA(WKS-MZ-IDX, WKS-FILA, WKS-COL)
                 TO WKS-TOTAL-FILA
               IF WKS-FILA < 6 AND WKS-COL NOT = WKS-FILA
                   ADD WKS-MZ-CELDA(WKS-MZ-IDX, WKS-FILA, WKS-COL)
                     TO WKS-CAMBIOS
               END-IF
           END-PERFORM
           MOVE WKS-TOTAL-FILA TO WKS-ML-VALOR(7)
           WRITE REG-REPORTE FROM WKS-MATRIZ-LINE.

       690-LIMPIA-MATRIZ.
           PERFORM VARYING WKS-FILA FROM 1 BY 1 UNTIL WKS-FILA > 7
               PERFORM VARYING WKS-COL FROM 1 BY 1 UNTIL WKS-COL > 6
                   MOVE ZEROS TO WKS-MZ-CELDA(WKS-MZ-IDX, WKS-FILA,
                                              WKS-COL)
               END-PERFORM
           END-PERFORM.

       900-FINAL.
           MOVE "CLIENTES SEGMENTADOS EN EL PERIODO     :"
             TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-SEGMENTADOS TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           MOVE "CAMBIOS DE SEGMENTO                    :"
             TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-CAMBIOS TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           MOVE "PRIMERA SEGMENTACION                   :"
             TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-NUEVOS TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           MOVE "BAJAS (CLIENTES QUE DEJARON DE ESTAR)  :"
             TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-BAJAS TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           CLOSE REPORTE
           DISPLAY "EDID1R78 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R78 - SEGMENTADOS: " WKS-TOTAL-SEGMENTADOS
           DISPLAY "EDID1R78 - CAMBIOS    : " WKS-TOTAL-CAMBIOS
           DISPLAY "EDID1R78 - NUEVOS     : " WKS-TOTAL-NUEVOS
           DISPLAY "EDID1R78 - BAJAS      : " WKS-TOTAL-BAJAS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R78" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R78" TO EDJL-OPERADOR
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R78" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS      TO EDJL-LEIDOS
               MOVE WKS-TOTAL-SEGMENTADOS TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
