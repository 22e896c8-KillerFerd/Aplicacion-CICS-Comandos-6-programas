      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R69                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : EXTRACTO ANUAL DE CLIENTES REPORTABLES FATCA/CRS *
      * ARCHIVOS    : EDM4FIS / EDM4CL (ENTRADA) / FATCRS (SALIDA) /   *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * CIERRE DE ANIO: RECORRE EL REGISTRO DE RESIDENCIA FISCAL      *
      * EDM4FIS Y ESCRIBE EN EL LAYOUT DE LA AUTORIDAD TRIBUTARIA UN  *
      * DETALLE "D" POR CLIENTE + PAIS EXTRANJERO REPORTABLE, ENTRE   *
      * ENCABEZADO "H" Y COLA "T" CON LOS CONTEOS POR REGIMEN (F =    *
      * FATCA PARA "US", C = CRS PARA LOS DEMAS). SON REPORTABLES LAS *
      * FILAS CON AUTOCERTIFICACION VALIDA (V) Y LAS PENDIENTES, QUE  *
      * VAN COMO NO DOCUMENTADAS (N); LAS INVALIDAS Y LA RESIDENCIA   *
      * LOCAL NO SE REPORTAN. LA CUENTA VA ABIERTA (A) SI EL CLIENTE  *
      * ESTA ACTIVO O SUSPENDIDO Y CERRADA (C) SI SE ELIMINO DURANTE  *
      * EL ANIO; LAS ELIMINADAS ANTES Y LAS FUSIONADAS NO SE REPORTAN.*
      * PARM: ANIO AAAA; EN CEROS TOMA EL ANIO ANTERIOR               *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R69.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4FIS ASSIGN TO EDM4FIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDFS-LLAVE
               FILE STATUS IS WKS-EDM4FIS-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT FATCRS ASSIGN TO FATCRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FATCRS-STATUS.

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
       FD  EDM4FIS.
       COPY EDMFIS.

       FD  EDM4CL.
       COPY EDMACL.

      *-->LAYOUT DE LA AUTORIDAD TRIBUTARIA, 150 POSICIONES
       FD  FATCRS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-FATCRS-ENCABEZADO.
           05 FCR-H-TIPO-REG            PIC X(01).
           05 FCR-H-ENTIDAD             PIC X(10).
           05 FCR-H-ANIO                PIC 9(04).
           05 FCR-H-FECHA-GENERA        PIC 9(08).
           05 FCR-H-FILLER              PIC X(127).
       01  REG-FATCRS-DETALLE.
           05 FCR-D-TIPO-REG            PIC X(01).
           05 FCR-D-REGIMEN             PIC X(01).
           05 FCR-D-PAIS                PIC X(02).
           05 FCR-D-NIF                 PIC X(20).
           05 FCR-D-CO-CLIENTE          PIC 9(08).
           05 FCR-D-TIPO-CLIENTE        PIC X(01).
           05 FCR-D-NOMBRE              PIC X(40).
           05 FCR-D-FECHA-NAC           PIC 9(08).
           05 FCR-D-DIRECCION           PIC X(30).
           05 FCR-D-CIUDAD              PIC X(20).
           05 FCR-D-CODIGO-POSTAL       PIC X(06).
           05 FCR-D-FECHA-CERTIF        PIC 9(08).
           05 FCR-D-DOCUMENTADO         PIC X(01).
           05 FCR-D-ESTADO-CUENTA       PIC X(01).
           05 FCR-D-FILLER              PIC X(03).
       01  REG-FATCRS-COLA.
           05 FCR-T-TIPO-REG            PIC X(01).
           05 FCR-T-TOTAL               PIC 9(07).
           05 FCR-T-FATCA               PIC 9(07).
           05 FCR-T-CRS                 PIC 9(07).
           05 FCR-T-FILLER              PIC X(128).

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
           02 WKS-EDM4FIS-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4FIS-OK        VALUE "00".
               88 WKS-EDM4FIS-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-FATCRS-STATUS         PIC X(02) VALUE SPACES.
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.

       01 WKS-ENTIDAD                   PIC X(10) VALUE "SEMILLERO".

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-ANIO-PROCESO          PIC 9(04) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA        PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DDMMAAAA-R REDEFINES WKS-FECHA-DDMMAAAA.
               03 WKS-FNC-DD            PIC 9(02).
               03 WKS-FNC-MM            PIC 9(02).
               03 WKS-FNC-AAAA          PIC 9(04).

       01 WKS-ESTADO-CUENTA             PIC X(01) VALUE SPACES.
       01 WKS-MOTIVO-EXCLUSION          PIC X(30) VALUE SPACES.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-LOCALES         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-EXCLUIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FATCA           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CRS             PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NO-DOCUM        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-NIF         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DETALLES        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ESCRITOS        PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(50) VALUE
               "EXTRACTO ANUAL FATCA/CRS - EDID1R69 - ANIO: ".
           02 WKS-HDR-ANIO              PIC 9(04).
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "CLIENTE  PAIS NIF                  MOTIVO".

       01 WKS-EXCLUIDO-LINE.
           02 WKS-EXC-CLIENTE           PIC 9(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-EXC-PAIS              PIC X(02).
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 WKS-EXC-NIF               PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-EXC-MOTIVO            PIC X(30).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(30) VALUE
               "FILAS DE RESIDENCIA LEIDAS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(30) VALUE
               "RESIDENCIA LOCAL: ".
           02 WKS-TOT-LOCALES           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(30) VALUE
               "NO REPORTABLES: ".
           02 WKS-TOT-EXCLUIDOS         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(30) VALUE
               "REPORTADOS FATCA: ".
           02 WKS-TOT-FATCA             PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(30) VALUE
               "REPORTADOS CRS: ".
           02 WKS-TOT-CRS               PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-6.
           02 FILLER                    PIC X(30) VALUE
               "  DE ELLOS NO DOCUMENTADOS: ".
           02 WKS-TOT-NO-DOCUM          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-7.
           02 FILLER                    PIC X(30) VALUE
               "  DE ELLOS SIN NIF: ".
           02 WKS-TOT-SIN-NIF           PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-ANIO                 PIC 9(04).

       PROCEDURE DIVISION USING WKS-PARM-ANIO.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-RESIDENCIAS
               UNTIL WKS-EDM4FIS-EOF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           IF WKS-PARM-ANIO IS NUMERIC AND WKS-PARM-ANIO > ZEROS
               MOVE WKS-PARM-ANIO TO WKS-ANIO-PROCESO
           ELSE
               MOVE WKS-FECHA-HOY(1:4) TO WKS-ANIO-PROCESO
               SUBTRACT 1 FROM WKS-ANIO-PROCESO
           END-IF
           OPEN INPUT  EDM4FIS
           OPEN INPUT  EDM4CL
           OPEN OUTPUT FATCRS
           OPEN OUTPUT REPORTE
           MOVE WKS-ANIO-PROCESO TO WKS-HDR-ANIO
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           MOVE SPACES TO REG-FATCRS-ENCABEZADO
           MOVE "H"              TO FCR-H-TIPO-REG
           MOVE WKS-ENTIDAD      TO FCR-H-ENTIDAD
           MOVE WKS-ANIO-PROCESO TO FCR-H-ANIO
           MOVE WKS-FECHA-HOY    TO FCR-H-FECHA-GENERA
           WRITE REG-FATCRS-ENCABEZADO
           ADD 1 TO WKS-TOTAL-ESCRITOS
           PERFORM 210-LEER-EDM4FIS.

      *--> LA RESIDENCIA LOCAL NO SE REPORTA NI SE LISTA; LAS DEMAS
      *    EXCLUSIONES QUEDAN EN EL REPORTE CON SU MOTIVO
       200-PROCESA-RESIDENCIAS.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDFS-PAIS-LOCAL
               ADD 1 TO WKS-TOTAL-LOCALES
           ELSE
               PERFORM 220-VALIDA-REPORTABLE
               IF WKS-MOTIVO-EXCLUSION = SPACES
                   PERFORM 230-ESCRIBE-DETALLE
               ELSE
                   ADD 1 TO WKS-TOTAL-EXCLUIDOS
                   MOVE EDFS-CO-CLIENTE      TO WKS-EXC-CLIENTE
                   MOVE EDFS-PAIS            TO WKS-EXC-PAIS
                   MOVE EDFS-NIF             TO WKS-EXC-NIF
                   MOVE WKS-MOTIVO-EXCLUSION TO WKS-EXC-MOTIVO
                   WRITE REG-REPORTE FROM WKS-EXCLUIDO-LINE
               END-IF
           END-IF
           PERFORM 210-LEER-EDM4FIS.

       210-LEER-EDM4FIS.
           READ EDM4FIS NEXT RECORD
               AT END
                   SET WKS-EDM4FIS-EOF TO TRUE
           END-READ.

       220-VALIDA-REPORTABLE.
           MOVE SPACES TO WKS-MOTIVO-EXCLUSION
           MOVE SPACES TO WKS-ESTADO-CUENTA
           IF EDFS-CERT-INVALIDA
               MOVE "AUTOCERTIFICACION INVALIDA"
                 TO WKS-MOTIVO-EXCLUSION
           ELSE
               MOVE EDFS-CO-CLIENTE TO EDMC-LLAVE
               READ EDM4CL
               EVALUATE TRUE
                   WHEN NOT WKS-EDM4CL-OK
                       MOVE "CLIENTE NO EXISTE"
                         TO WKS-MOTIVO-EXCLUSION
                   WHEN EDMC-MARCA-ELIMINADO = SPACES
                   WHEN EDMC-MARCA-ELIMINADO = "S"
                       MOVE "A" TO WKS-ESTADO-CUENTA
                   WHEN EDMC-MARCA-ELIMINADO = "D"
                   AND  EDMC-FECHA-MARCA-ELIM(1:4) =
                        WKS-ANIO-PROCESO
                       MOVE "C" TO WKS-ESTADO-CUENTA
                   WHEN OTHER
                       MOVE "CUENTA CERRADA ANTES DEL ANIO"
                         TO WKS-MOTIVO-EXCLUSION
               END-EVALUATE
           END-IF.

      *--> DETALLE DEL REGIMEN QUE CORRESPONDE AL PAIS
       230-ESCRIBE-DETALLE.
           MOVE SPACES TO REG-FATCRS-DETALLE
           MOVE "D"                 TO FCR-D-TIPO-REG
           IF EDFS-PAIS-FATCA
               MOVE "F"             TO FCR-D-REGIMEN
               ADD 1 TO WKS-TOTAL-FATCA
           ELSE
               MOVE "C"             TO FCR-D-REGIMEN
               ADD 1 TO WKS-TOTAL-CRS
           END-IF
           MOVE EDFS-PAIS           TO FCR-D-PAIS
           MOVE EDFS-NIF            TO FCR-D-NIF
           IF EDFS-NIF = SPACES
               ADD 1 TO WKS-TOTAL-SIN-NIF
           END-IF
           MOVE EDMC-LLAVE          TO FCR-D-CO-CLIENTE
           MOVE EDMC-TIPO-CLIENTE   TO FCR-D-TIPO-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO FCR-D-NOMBRE
           MOVE ZEROS               TO FCR-D-FECHA-NAC
           MOVE EDMC-FECHA-NAC-O-CONSTITUC TO WKS-FECHA-DDMMAAAA
           IF WKS-FECHA-DDMMAAAA IS NUMERIC
               COMPUTE FCR-D-FECHA-NAC =
                   WKS-FNC-AAAA * 10000 + WKS-FNC-MM * 100
                 + WKS-FNC-DD
           END-IF
           MOVE EDMC-DIRECCION      TO FCR-D-DIRECCION
           MOVE EDMC-CIUDAD         TO FCR-D-CIUDAD
           MOVE EDMC-CODIGO-POSTAL  TO FCR-D-CODIGO-POSTAL
           MOVE EDFS-FECHA-CERTIF   TO FCR-D-FECHA-CERTIF
           IF EDFS-CERT-VALIDA
               MOVE "V"             TO FCR-D-DOCUMENTADO
           ELSE
               MOVE "N"             TO FCR-D-DOCUMENTADO
               ADD 1 TO WKS-TOTAL-NO-DOCUM
           END-IF
           MOVE WKS-ESTADO-CUENTA   TO FCR-D-ESTADO-CUENTA
           WRITE REG-FATCRS-DETALLE
           ADD 1 TO WKS-TOTAL-DETALLES
           ADD 1 TO WKS-TOTAL-ESCRITOS.

       900-FINAL.
           MOVE SPACES TO REG-FATCRS-COLA
           MOVE "T"                TO FCR-T-TIPO-REG
           MOVE WKS-TOTAL-DETALLES TO FCR-T-TOTAL
           MOVE WKS-TOTAL-FATCA    TO FCR-T-FATCA
           MOVE WKS-TOTAL-CRS      TO FCR-T-CRS
           WRITE REG-FATCRS-COLA
           ADD 1 TO WKS-TOTAL-ESCRITOS
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS    TO WKS-TOT-LEIDOS
           MOVE WKS-TOTAL-LOCALES   TO WKS-TOT-LOCALES
           MOVE WKS-TOTAL-EXCLUIDOS TO WKS-TOT-EXCLUIDOS
           MOVE WKS-TOTAL-FATCA     TO WKS-TOT-FATCA
           MOVE WKS-TOTAL-CRS       TO WKS-TOT-CRS
           MOVE WKS-TOTAL-NO-DOCUM  TO WKS-TOT-NO-DOCUM
           MOVE WKS-TOTAL-SIN-NIF   TO WKS-TOT-SIN-NIF
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-6
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-7
           CLOSE EDM4FIS
           CLOSE EDM4CL
           CLOSE FATCRS
           CLOSE REPORTE
           DISPLAY "EDID1R69 - ANIO       : " WKS-ANIO-PROCESO
           DISPLAY "EDID1R69 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R69 - FATCA      : " WKS-TOTAL-FATCA
           DISPLAY "EDID1R69 - CRS        : " WKS-TOTAL-CRS
           DISPLAY "EDID1R69 - EXCLUIDOS  : " WKS-TOTAL-EXCLUIDOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R69" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R69" TO EDJL-OPERADOR
           MOVE WKS-PARM-ANIO TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R69" TO EDJL-PROGRAMA
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
