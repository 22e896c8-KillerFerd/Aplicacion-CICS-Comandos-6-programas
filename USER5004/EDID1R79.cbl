      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R79                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CONVERSION DE CAMPANAS: CONTACTOS CONTRA         *
      *               PRODUCTOS ABIERTOS Y GRUPO DE CONTROL            *
      * ARCHIVOS    : EDM4CAM (ENTRADA) / EDM4CL (ENTRADA) /           *
      *               EDM4PDT (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE POR PARM LOS DIAS DE LA VENTANA DE CONVERSION (DDD,    *
      * EN CEROS 030) Y LA FECHA DESDE LA QUE SE ANALIZAN CONTACTOS   *
      * (AAAAMMDD, EN CEROS HOY MENOS 180 DIAS). CADA CONTACTO DE     *
      * EDM4CAM EN EL PERIODO SE CRUZA CON LOS PRODUCTOS DEL CLIENTE  *
      * EN EDM4PDT: CONVIERTE SI ABRIO ALGUNO ENTRE LA FECHA DEL      *
      * CONTACTO Y LA FECHA MAS LOS DIAS DE LA VENTANA. EL GRUPO DE   *
      * CONTROL DE CADA CAMPANA SON LOS CLIENTES ELEGIBLES (ACTIVOS O *
      * SUSPENDIDOS, ALTA COMPLETA, CREADOS ANTES DEL PRIMER CONTACTO *
      * DE LA CAMPANA) QUE ESA CAMPANA NO CONTACTO; SU CONVERSION SE  *
      * MIDE DESDE EL PRIMER CONTACTO DE LA CAMPANA. EL REPORTE SALE  *
      * POR CAMPANA, SUCURSAL DEL CLIENTE Y CANAL (CARTA, TELEFONO Y  *
      * CONTROL) CON TASAS DE RESPUESTA Y DE CONVERSION; LA CAMPANA   *
      * CUYA VENTANA AUN NO TERMINA SE SENALA COMO ABIERTA            *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R79.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CAM ASSIGN TO EDM4CAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCA-LLAVE
               FILE STATUS IS WKS-EDM4CAM-STATUS.

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
       FD  EDM4CAM.
       COPY EDMCAM.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4PDT.
       COPY EDMPDT.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

      *-->UN REGISTRO POR CONTACTO Y UNO POR CLIENTE DEL GRUPO DE
      *   CONTROL DE CADA CAMPANA (CANAL "Z" PARA QUE SALGA AL FINAL)
       SD  WORK-SORT.
       01  REG-SORT.
           05 SRT-CAMPANA                  PIC X(08).
           05 SRT-SUCURSAL                 PIC X(03).
           05 SRT-CANAL                    PIC X(01).
           05 SRT-RESPONDIO                PIC 9(01).
           05 SRT-POSITIVA                 PIC 9(01).
           05 SRT-CONVIRTIO                PIC 9(01).

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CAM-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4CAM-OK        VALUE "00".
               88 WKS-EDM4CAM-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4PDT-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PDT-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".
           02 WKS-SORT-STATUS           PIC X VALUE SPACES.
               88 WKS-SORT-EOF          VALUE "1".

       01 WKS-FECHAS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-DESDE           PIC 9(08) VALUE ZEROS.
           02 WKS-DIAS-VENTANA          PIC 9(03) VALUE ZEROS.
           02 WKS-ENTERO-DIAS           PIC 9(07) VALUE ZEROS.
           02 WKS-FECHA-LIMITE          PIC 9(08) VALUE ZEROS.
           02 WKS-FECHA-BASE            PIC 9(08) VALUE ZEROS.
           02 WKS-FCRE-AM               PIC 9(08) VALUE ZEROS.

      *-->CAMPANAS CON CONTACTOS EN EL PERIODO: PRIMERO Y ULTIMO
      *   CONTACTO, FIN DE LA VENTANA DEL CONTROL Y MARCA DEL CLIENTE
      *   EN CURSO (1 = LA CAMPANA LO CONTACTO)
       01 WKS-CAMPANAS.
           02 WKS-CP-CONT               PIC 9(03) VALUE ZEROS.
           02 WKS-CP-MAX                PIC 9(03) VALUE 100.
           02 WKS-CP-EXCEDIDAS          PIC 9(05) VALUE ZEROS.
           02 WKS-CP-ENTRADA OCCURS 100.
               03 WKS-CP-CODIGO         PIC X(08).
               03 WKS-CP-PRIMERA        PIC 9(08).
               03 WKS-CP-ULTIMA         PIC 9(08).
               03 WKS-CP-LIMITE         PIC 9(08).
               03 WKS-CP-CONTACTADO     PIC 9(01).
           02 WKS-CP-IDX                PIC 9(03) VALUE ZEROS.
           02 WKS-CP-HALLADA            PIC 9(03) VALUE ZEROS.
           02 WKS-CP-BUSCADA            PIC X(08) VALUE SPACES.

      *-->FECHAS DE APERTURA DE LOS PRODUCTOS DEL CLIENTE EN CURSO
       01 WKS-PRODUCTOS.
           02 WKS-PR-CONT               PIC 9(02) VALUE ZEROS.
           02 WKS-PR-APERTURA           PIC 9(08) OCCURS 50.
           02 WKS-PR-IDX                PIC 9(02) VALUE ZEROS.
           02 WKS-FLAG-CONVIRTIO        PIC 9 VALUE ZEROS.

       01 WKS-FLAGS.
           02 WKS-FLAG-FIN              PIC 9 VALUE ZEROS.
           02 WKS-FLAG-ELEGIBLE         PIC 9 VALUE ZEROS.
           02 WKS-PRIMERA-VEZ           PIC 9 VALUE 1.

      *-->ACUMULADORES: RENGLON; CAMPANA Y GENERAL POR CANAL
      *   (1=CARTA 2=TELEFONO 3=CONTROL)
       01 WKS-ACUMULADORES.
           02 WKS-AC-LINEA.
               03 WKS-AL-CLIENTES       PIC 9(07).
               03 WKS-AL-RESPUESTAS     PIC 9(07).
               03 WKS-AL-POSITIVAS      PIC 9(07).
               03 WKS-AL-CONVERSIONES   PIC 9(07).
           02 WKS-AC-NIVEL OCCURS 2.
               03 WKS-AC-CANAL OCCURS 3.
                   04 WKS-AC-CLIENTES   PIC 9(07).
                   04 WKS-AC-RESPUESTAS PIC 9(07).
                   04 WKS-AC-POSITIVAS  PIC 9(07).
                   04 WKS-AC-CONVERS    PIC 9(07).
           02 WKS-NIV                   PIC 9(01) VALUE ZEROS.
           02 WKS-CAN                   PIC 9(01) VALUE ZEROS.

       01 WKS-CORTE.
           02 WKS-CRT-CAMPANA           PIC X(08) VALUE SPACES.
           02 WKS-CRT-SUCURSAL          PIC X(03) VALUE SPACES.
           02 WKS-CRT-CANAL             PIC X(01) VALUE SPACES.

       01 WKS-CALCULO.
           02 WKS-NUMERADOR             PIC 9(07) VALUE ZEROS.
           02 WKS-DENOMINADOR           PIC 9(07) VALUE ZEROS.
           02 WKS-PORCENTAJE            PIC 9(03)V9 VALUE ZEROS.
           02 WKS-TASA-CONTACTO         PIC 9(03)V9 VALUE ZEROS.
           02 WKS-TASA-CONTROL          PIC 9(03)V9 VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-CONTACTOS-LEIDOS PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CLIENTES        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CONTACTOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CONTROL         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CONVERSIONES    PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(46) VALUE
               "CONVERSION DE CAMPANAS - EDID1R79 - DESDE: ".
           02 WKS-HDR-DESDE             PIC 9999/99/99.
           02 FILLER                    PIC X(11) VALUE "  VENTANA: ".
           02 WKS-HDR-DIAS              PIC ZZ9.
           02 FILLER                    PIC X(05) VALUE " DIAS".

       01 WKS-CAMPANA-LINE.
           02 FILLER                    PIC X(09) VALUE "CAMPANA: ".
           02 WKS-CL-CODIGO             PIC X(08).
           02 FILLER                    PIC X(16) VALUE
               "  CONTACTOS DEL ".
           02 WKS-CL-PRIMERA            PIC 9999/99/99.
           02 FILLER                    PIC X(04) VALUE " AL ".
           02 WKS-CL-ULTIMA             PIC 9999/99/99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-CL-ABIERTA            PIC X(16).

       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "SUC GRUPO    CLIENTE  RESPUES  %RESP  POSITIV  CONVERT  %CO
      -    "NV".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-SUCURSAL          PIC X(03).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-GRUPO             PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CLIENTES          PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-RESPUESTAS        PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-PCT-RESP          PIC ZZ9.9 BLANK WHEN ZERO.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-POSITIVAS         PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-CONVERSIONES      PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-PCT-CONV          PIC ZZ9.9.

       01 WKS-DIFERENCIA-LINE.
           02 FILLER                    PIC X(46) VALUE
               "CONVERSION CONTACTADOS MENOS CONTROL (PUNTOS):".
           02 WKS-DIF-PUNTOS            PIC +ZZ9.9.

       01 WKS-TOTAL-LINE.
           02 WKS-TOT-TEXTO             PIC X(30).
           02 WKS-TOT-VALOR             PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM.
           05 WKS-PARM-DIAS             PIC X(03).
           05 WKS-PARM-DESDE            PIC X(08).

       PROCEDURE DIVISION USING WKS-PARM.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 110-CARGA-CAMPANAS
           SORT WORK-SORT
               ASCENDING KEY SRT-CAMPANA
               ASCENDING KEY SRT-SUCURSAL
               ASCENDING KEY SRT-CANAL
               INPUT PROCEDURE 200-CRUZA-CLIENTES
               OUTPUT PROCEDURE 500-ESCRIBE-REPORTE
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

      *--> VENTANA Y FECHA DESDE DEL PARM O SUS VALORES POR DEFECTO
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           IF WKS-PARM-DIAS IS NUMERIC AND WKS-PARM-DIAS > ZEROS
               MOVE WKS-PARM-DIAS TO WKS-DIAS-VENTANA
           ELSE
               MOVE 30 TO WKS-DIAS-VENTANA
           END-IF
           IF WKS-PARM-DESDE IS NUMERIC AND WKS-PARM-DESDE > ZEROS
               MOVE WKS-PARM-DESDE TO WKS-FECHA-DESDE
           ELSE
               COMPUTE WKS-ENTERO-DIAS =
                   FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY) - 180
               MOVE FUNCTION DATE-OF-INTEGER(WKS-ENTERO-DIAS)
                 TO WKS-FECHA-DESDE
           END-IF
           MOVE 1 TO WKS-NIV
           PERFORM 560-LIMPIA-NIVEL
           MOVE 2 TO WKS-NIV
           PERFORM 560-LIMPIA-NIVEL
           OPEN OUTPUT REPORTE
           MOVE WKS-FECHA-DESDE  TO WKS-HDR-DESDE
           MOVE WKS-DIAS-VENTANA TO WKS-HDR-DIAS
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-BLANK-LINE.

      *--> PRIMERA PASADA: CAMPANAS CON CONTACTOS DESDE LA FECHA
      *    DESDE, CON SU PRIMER Y ULTIMO CONTACTO
       110-CARGA-CAMPANAS.
           OPEN INPUT EDM4CAM
           PERFORM 115-LEER-EDM4CAM
           PERFORM UNTIL WKS-EDM4CAM-EOF
               ADD 1 TO WKS-TOTAL-CONTACTOS-LEIDOS
               IF EDCA-FECHA NOT < WKS-FECHA-DESDE
               AND EDCA-FECHA NOT > WKS-FECHA-HOY
                   MOVE EDCA-CAMPANA TO WKS-CP-BUSCADA
                   PERFORM 120-BUSCA-CAMPANA
                   IF WKS-CP-HALLADA = ZEROS
                       PERFORM 125-AGREGA-CAMPANA
                   ELSE
                       IF EDCA-FECHA < WKS-CP-PRIMERA(WKS-CP-HALLADA)
                           MOVE EDCA-FECHA
                             TO WKS-CP-PRIMERA(WKS-CP-HALLADA)
                       END-IF
                       IF EDCA-FECHA > WKS-CP-ULTIMA(WKS-CP-HALLADA)
                           MOVE EDCA-FECHA
                             TO WKS-CP-ULTIMA(WKS-CP-HALLADA)
                       END-IF
                   END-IF
               END-IF
               PERFORM 115-LEER-EDM4CAM
           END-PERFORM
           PERFORM VARYING WKS-CP-IDX FROM 1 BY 1
                   UNTIL WKS-CP-IDX > WKS-CP-CONT
               MOVE WKS-CP-PRIMERA(WKS-CP-IDX) TO WKS-FECHA-BASE
               PERFORM 130-SUMA-VENTANA
               MOVE WKS-FECHA-LIMITE TO WKS-CP-LIMITE(WKS-CP-IDX)
           END-PERFORM.

       115-LEER-EDM4CAM.
           READ EDM4CAM NEXT RECORD
               AT END
                   SET WKS-EDM4CAM-EOF TO TRUE
           END-READ.

       120-BUSCA-CAMPANA.
           MOVE ZEROS TO WKS-CP-HALLADA
           PERFORM VARYING WKS-CP-IDX FROM 1 BY 1
                   UNTIL WKS-CP-IDX > WKS-CP-CONT
                      OR WKS-CP-HALLADA > ZEROS
               IF WKS-CP-CODIGO(WKS-CP-IDX) = WKS-CP-BUSCADA
                   MOVE WKS-CP-IDX TO WKS-CP-HALLADA
               END-IF
           END-PERFORM.

      *--> LA TABLA ADMITE WKS-CP-MAX CAMPANAS; LOS CONTACTOS DE LAS
      *    QUE NO CABEN SE CUENTAN Y SE AVISAN AL FINAL
       125-AGREGA-CAMPANA.
           IF WKS-CP-CONT < WKS-CP-MAX
               ADD 1 TO WKS-CP-CONT
               MOVE EDCA-CAMPANA TO WKS-CP-CODIGO(WKS-CP-CONT)
               MOVE EDCA-FECHA   TO WKS-CP-PRIMERA(WKS-CP-CONT)
               MOVE EDCA-FECHA   TO WKS-CP-ULTIMA(WKS-CP-CONT)
               MOVE ZEROS        TO WKS-CP-CONTACTADO(WKS-CP-CONT)
           ELSE
               ADD 1 TO WKS-CP-EXCEDIDAS
           END-IF.

      *--> FECHA BASE MAS LOS DIAS DE LA VENTANA
       130-SUMA-VENTANA.
           COMPUTE WKS-ENTERO-DIAS =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-BASE)
               + WKS-DIAS-VENTANA
           MOVE FUNCTION DATE-OF-INTEGER(WKS-ENTERO-DIAS)
             TO WKS-FECHA-LIMITE.

      *--> SEGUNDA PASADA: POR CLIENTE SUS APERTURAS, SUS CONTACTOS
      *    Y, SI ES ELEGIBLE, SU PAPEL DE CONTROL EN LAS CAMPANAS QUE
      *    NO LO CONTACTARON
       200-CRUZA-CLIENTES.
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4PDT
           PERFORM 210-LEER-EDM4CL
           PERFORM UNTIL WKS-EDM4CL-EOF
               ADD 1 TO WKS-TOTAL-CLIENTES
               PERFORM 220-CARGA-APERTURAS
               PERFORM VARYING WKS-CP-IDX FROM 1 BY 1
                       UNTIL WKS-CP-IDX > WKS-CP-CONT
                   MOVE ZEROS TO WKS-CP-CONTACTADO(WKS-CP-IDX)
               END-PERFORM
               PERFORM 230-PROCESA-CONTACTOS
               PERFORM 250-VERIFICA-ELEGIBLE
               IF WKS-FLAG-ELEGIBLE = 1
                   PERFORM 260-LIBERA-CONTROL
                       VARYING WKS-CP-IDX FROM 1 BY 1
                       UNTIL WKS-CP-IDX > WKS-CP-CONT
               END-IF
               PERFORM 210-LEER-EDM4CL
           END-PERFORM
           CLOSE EDM4CL
           CLOSE EDM4PDT
           CLOSE EDM4CAM.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> TODO PRODUCTO ABIERTO CUENTA, AUNQUE HOY ESTE CERRADO
       220-CARGA-APERTURAS.
           MOVE ZEROS TO WKS-PR-CONT
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
                           IF EDPD-FECHA-APERTURA > ZEROS
                           AND WKS-PR-CONT < 50
                               ADD 1 TO WKS-PR-CONT
                               MOVE EDPD-FECHA-APERTURA
                                 TO WKS-PR-APERTURA(WKS-PR-CONT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *--> CONTACTOS DEL CLIENTE DESDE LA FECHA DESDE (LLAVE
      *    CLIENTE + FECHA + CAMPANA)
       230-PROCESA-CONTACTOS.
           MOVE EDMC-LLAVE      TO EDCA-CO-CLIENTE
           MOVE WKS-FECHA-DESDE TO EDCA-FECHA
           MOVE LOW-VALUES      TO EDCA-CAMPANA
           START EDM4CAM KEY IS NOT LESS THAN EDCA-LLAVE
               INVALID KEY
                   CONTINUE
           END-START
           IF WKS-EDM4CAM-OK
               MOVE ZEROS TO WKS-FLAG-FIN
               PERFORM UNTIL WKS-FLAG-FIN = 1
                   READ EDM4CAM NEXT RECORD
                       AT END
                           MOVE 1 TO WKS-FLAG-FIN
                   END-READ
                   IF WKS-FLAG-FIN = ZEROS
                       IF NOT WKS-EDM4CAM-OK
                       OR EDCA-CO-CLIENTE NOT = EDMC-LLAVE
                       OR EDCA-FECHA > WKS-FECHA-HOY
                           MOVE 1 TO WKS-FLAG-FIN
                       ELSE
                           MOVE EDCA-CAMPANA
                             TO WKS-CP-BUSCADA
                           PERFORM 120-BUSCA-CAMPANA
                           IF WKS-CP-HALLADA > ZEROS
                               PERFORM 240-LIBERA-CONTACTO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       240-LIBERA-CONTACTO.
           MOVE 1 TO WKS-CP-CONTACTADO(WKS-CP-HALLADA)
           MOVE EDCA-FECHA TO WKS-FECHA-BASE
           PERFORM 130-SUMA-VENTANA
           PERFORM 270-BUSCA-APERTURA
           INITIALIZE REG-SORT
           MOVE EDCA-CAMPANA  TO SRT-CAMPANA
           MOVE EDMC-SUCURSAL TO SRT-SUCURSAL
           MOVE EDCA-CANAL    TO SRT-CANAL
           IF EDCA-RESP-POSITIVA OR EDCA-RESP-NEGATIVA
               MOVE 1 TO SRT-RESPONDIO
           END-IF
           IF EDCA-RESP-POSITIVA
               MOVE 1 TO SRT-POSITIVA
           END-IF
           MOVE WKS-FLAG-CONVIRTIO TO SRT-CONVIRTIO
           ADD 1 TO WKS-TOTAL-CONTACTOS
           RELEASE REG-SORT.

      *--> ELEGIBLE PARA CONTROL: VIGENTE Y CON ALTA COMPLETA
       250-VERIFICA-ELEGIBLE.
           MOVE ZEROS TO WKS-FLAG-ELEGIBLE
           IF (EDMC-MARCA-ELIMINADO = SPACE
               OR EDMC-MARCA-ELIMINADO = "S")
           AND NOT EDMC-ALTA-PENDIENTE
               MOVE 1 TO WKS-FLAG-ELEGIBLE
               MOVE ZEROS TO WKS-FCRE-AM
               IF EDMC-FECHA-CREACION IS NUMERIC
                   MOVE EDMC-FECHA-CREACION(5:4) TO WKS-FCRE-AM(1:4)
                   MOVE EDMC-FECHA-CREACION(3:2) TO WKS-FCRE-AM(5:2)
                   MOVE EDMC-FECHA-CREACION(1:2) TO WKS-FCRE-AM(7:2)
               END-IF
           END-IF.

      *--> CONTROL DE UNA CAMPANA QUE NO CONTACTO AL CLIENTE Y QUE
      *    EMPEZO CUANDO EL CLIENTE YA EXISTIA
       260-LIBERA-CONTROL.
           IF WKS-CP-CONTACTADO(WKS-CP-IDX) = ZEROS
           AND WKS-FCRE-AM NOT > WKS-CP-PRIMERA(WKS-CP-IDX)
               MOVE WKS-CP-PRIMERA(WKS-CP-IDX) TO WKS-FECHA-BASE
               MOVE WKS-CP-LIMITE(WKS-CP-IDX)  TO WKS-FECHA-LIMITE
               PERFORM 270-BUSCA-APERTURA
               INITIALIZE REG-SORT
               MOVE WKS-CP-CODIGO(WKS-CP-IDX) TO SRT-CAMPANA
               MOVE EDMC-SUCURSAL             TO SRT-SUCURSAL
               MOVE "Z"                       TO SRT-CANAL
               MOVE WKS-FLAG-CONVIRTIO        TO SRT-CONVIRTIO
               ADD 1 TO WKS-TOTAL-CONTROL
               RELEASE REG-SORT
           END-IF.

      *--> ALGUNA APERTURA ENTRE LA FECHA BASE Y LA FECHA LIMITE
       270-BUSCA-APERTURA.
           MOVE ZEROS TO WKS-FLAG-CONVIRTIO
           PERFORM VARYING WKS-PR-IDX FROM 1 BY 1
                   UNTIL WKS-PR-IDX > WKS-PR-CONT
               IF WKS-PR-APERTURA(WKS-PR-IDX) NOT < WKS-FECHA-BASE
               AND WKS-PR-APERTURA(WKS-PR-IDX) NOT > WKS-FECHA-LIMITE
                   MOVE 1 TO WKS-FLAG-CONVIRTIO
               END-IF
           END-PERFORM.

      *--> CORTE DE CONTROL POR CAMPANA, SUCURSAL Y CANAL
       500-ESCRIBE-REPORTE.
           PERFORM 510-LEER-SORT
           PERFORM UNTIL WKS-SORT-EOF
               IF WKS-PRIMERA-VEZ = 1
                   MOVE ZEROS TO WKS-PRIMERA-VEZ
                   PERFORM 515-INICIA-CAMPANA
               END-IF
               IF SRT-CAMPANA NOT = WKS-CRT-CAMPANA
                   PERFORM 520-ESCRIBE-LINEA
                   PERFORM 530-ESCRIBE-CAMPANA
                   PERFORM 515-INICIA-CAMPANA
               ELSE
                   IF SRT-SUCURSAL NOT = WKS-CRT-SUCURSAL
                   OR SRT-CANAL NOT = WKS-CRT-CANAL
                       PERFORM 520-ESCRIBE-LINEA
                       MOVE SRT-SUCURSAL TO WKS-CRT-SUCURSAL
                       MOVE SRT-CANAL    TO WKS-CRT-CANAL
                   END-IF
               END-IF
               PERFORM 540-ACUMULA
               PERFORM 510-LEER-SORT
           END-PERFORM
           IF WKS-PRIMERA-VEZ = ZEROS
               PERFORM 520-ESCRIBE-LINEA
               PERFORM 530-ESCRIBE-CAMPANA
           END-IF.

       510-LEER-SORT.
           RETURN WORK-SORT
               AT END
                   SET WKS-SORT-EOF TO TRUE
           END-RETURN.

      *--> ENCABEZADO DE LA CAMPANA CON SUS FECHAS DE CONTACTO
       515-INICIA-CAMPANA.
           MOVE SRT-CAMPANA  TO WKS-CRT-CAMPANA
           MOVE SRT-SUCURSAL TO WKS-CRT-SUCURSAL
           MOVE SRT-CANAL    TO WKS-CRT-CANAL
           MOVE SRT-CAMPANA  TO WKS-CP-BUSCADA
           PERFORM 120-BUSCA-CAMPANA
           MOVE SRT-CAMPANA  TO WKS-CL-CODIGO
           MOVE SPACES       TO WKS-CL-ABIERTA
           IF WKS-CP-HALLADA > ZEROS
               MOVE WKS-CP-PRIMERA(WKS-CP-HALLADA) TO WKS-CL-PRIMERA
               MOVE WKS-CP-ULTIMA(WKS-CP-HALLADA)  TO WKS-FECHA-BASE
               MOVE WKS-FECHA-BASE                 TO WKS-CL-ULTIMA
               PERFORM 130-SUMA-VENTANA
               IF WKS-FECHA-LIMITE > WKS-FECHA-HOY
                   MOVE "VENTANA ABIERTA" TO WKS-CL-ABIERTA
               END-IF
           END-IF
           WRITE REG-REPORTE FROM WKS-CAMPANA-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2.

      *--> RENGLON SUCURSAL + CANAL
       520-ESCRIBE-LINEA.
           MOVE WKS-CRT-SUCURSAL TO WKS-DET-SUCURSAL
           PERFORM 545-NOMBRE-GRUPO
           MOVE WKS-AL-CLIENTES     TO WKS-DET-CLIENTES
           MOVE WKS-AL-RESPUESTAS   TO WKS-DET-RESPUESTAS
           MOVE WKS-AL-POSITIVAS    TO WKS-DET-POSITIVAS
           MOVE WKS-AL-CONVERSIONES TO WKS-DET-CONVERSIONES
           MOVE WKS-AL-CLIENTES     TO WKS-DENOMINADOR
           MOVE WKS-AL-RESPUESTAS   TO WKS-NUMERADOR
           PERFORM 550-CALCULA-PORCENTAJE
           MOVE WKS-PORCENTAJE      TO WKS-DET-PCT-RESP
           MOVE WKS-AL-CONVERSIONES TO WKS-NUMERADOR
           PERFORM 550-CALCULA-PORCENTAJE
           MOVE WKS-PORCENTAJE      TO WKS-DET-PCT-CONV
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           INITIALIZE WKS-AC-LINEA.

      *--> TOTALES DE LA CAMPANA POR CANAL Y DIFERENCIA DE
      *    CONVERSION ENTRE CONTACTADOS Y CONTROL
       530-ESCRIBE-CAMPANA.
           MOVE 1 TO WKS-NIV
           PERFORM 535-ESCRIBE-NIVEL
           PERFORM 560-LIMPIA-NIVEL
           WRITE REG-REPORTE FROM WKS-BLANK-LINE.

       535-ESCRIBE-NIVEL.
           PERFORM VARYING WKS-CAN FROM 1 BY 1 UNTIL WKS-CAN > 3
               MOVE "TOT" TO WKS-DET-SUCURSAL
               EVALUATE WKS-CAN
                   WHEN 1 MOVE "CARTA"    TO WKS-DET-GRUPO
                   WHEN 2 MOVE "TELEFONO" TO WKS-DET-GRUPO
                   WHEN 3 MOVE "CONTROL"  TO WKS-DET-GRUPO
               END-EVALUATE
               MOVE WKS-AC-CLIENTES(WKS-NIV, WKS-CAN)
                 TO WKS-DET-CLIENTES
               MOVE WKS-AC-RESPUESTAS(WKS-NIV, WKS-CAN)
                 TO WKS-DET-RESPUESTAS
               MOVE WKS-AC-POSITIVAS(WKS-NIV, WKS-CAN)
                 TO WKS-DET-POSITIVAS
               MOVE WKS-AC-CONVERS(WKS-NIV, WKS-CAN)
                 TO WKS-DET-CONVERSIONES
               MOVE WKS-AC-CLIENTES(WKS-NIV, WKS-CAN)
                 TO WKS-DENOMINADOR
               MOVE WKS-AC-RESPUESTAS(WKS-NIV, WKS-CAN)
                 TO WKS-NUMERADOR
               PERFORM 550-CALCULA-PORCENTAJE
               MOVE WKS-PORCENTAJE TO WKS-DET-PCT-RESP
               MOVE WKS-AC-CONVERS(WKS-NIV, WKS-CAN)
                 TO WKS-NUMERADOR
               PERFORM 550-CALCULA-PORCENTAJE
               MOVE WKS-PORCENTAJE TO WKS-DET-PCT-CONV
               WRITE REG-REPORTE FROM WKS-DETAIL-LINE
           END-PERFORM
           COMPUTE WKS-DENOMINADOR = WKS-AC-CLIENTES(WKS-NIV, 1)
                                   + WKS-AC-CLIENTES(WKS-NIV, 2)
           COMPUTE WKS-NUMERADOR   = WKS-AC-CONVERS(WKS-NIV, 1)
                                   + WKS-AC-CONVERS(WKS-NIV, 2)
           PERFORM 550-CALCULA-PORCENTAJE
           MOVE WKS-PORCENTAJE TO WKS-TASA-CONTACTO
           MOVE WKS-AC-CLIENTES(WKS-NIV, 3) TO WKS-DENOMINADOR
           MOVE WKS-AC-CONVERS(WKS-NIV, 3)  TO WKS-NUMERADOR
           PERFORM 550-CALCULA-PORCENTAJE
           MOVE WKS-PORCENTAJE TO WKS-TASA-CONTROL
           COMPUTE WKS-DIF-PUNTOS = WKS-TASA-CONTACTO
                                  - WKS-TASA-CONTROL
           WRITE REG-REPORTE FROM WKS-DIFERENCIA-LINE.

      *--> EL REGISTRO SUMA EN EL RENGLON, EN LA CAMPANA Y EN EL
      *    GENERAL DE SU CANAL
       540-ACUMULA.
           EVALUATE SRT-CANAL
               WHEN "C" MOVE 1 TO WKS-CAN
               WHEN "T" MOVE 2 TO WKS-CAN
               WHEN OTHER MOVE 3 TO WKS-CAN
           END-EVALUATE
           ADD 1             TO WKS-AL-CLIENTES
           ADD SRT-RESPONDIO TO WKS-AL-RESPUESTAS
           ADD SRT-POSITIVA  TO WKS-AL-POSITIVAS
           ADD SRT-CONVIRTIO TO WKS-AL-CONVERSIONES
           ADD SRT-CONVIRTIO TO WKS-TOTAL-CONVERSIONES
           PERFORM VARYING WKS-NIV FROM 1 BY 1 UNTIL WKS-NIV > 2
               ADD 1 TO WKS-AC-CLIENTES(WKS-NIV, WKS-CAN)
               ADD SRT-RESPONDIO
                   TO WKS-AC-RESPUESTAS(WKS-NIV, WKS-CAN)
               ADD SRT-POSITIVA
                   TO WKS-AC-POSITIVAS(WKS-NIV, WKS-CAN)
               ADD SRT-CONVIRTIO
                   TO WKS-AC-CONVERS(WKS-NIV, WKS-CAN)
           END-PERFORM.

       545-NOMBRE-GRUPO.
           EVALUATE WKS-CRT-CANAL
               WHEN "C"   MOVE "CARTA"    TO WKS-DET-GRUPO
               WHEN "T"   MOVE "TELEFONO" TO WKS-DET-GRUPO
               WHEN "Z"   MOVE "CONTROL"  TO WKS-DET-GRUPO
               WHEN OTHER MOVE "OTRO"     TO WKS-DET-GRUPO
           END-EVALUATE.

       550-CALCULA-PORCENTAJE.
           IF WKS-DENOMINADOR > ZEROS
               COMPUTE WKS-PORCENTAJE ROUNDED =
                   WKS-NUMERADOR * 100 / WKS-DENOMINADOR
           ELSE
               MOVE ZEROS TO WKS-PORCENTAJE
           END-IF.

       560-LIMPIA-NIVEL.
           PERFORM VARYING WKS-CAN FROM 1 BY 1 UNTIL WKS-CAN > 3
               MOVE ZEROS TO WKS-AC-CLIENTES(WKS-NIV, WKS-CAN)
               MOVE ZEROS TO WKS-AC-RESPUESTAS(WKS-NIV, WKS-CAN)
               MOVE ZEROS TO WKS-AC-POSITIVAS(WKS-NIV, WKS-CAN)
               MOVE ZEROS TO WKS-AC-CONVERS(WKS-NIV, WKS-CAN)
           END-PERFORM
           INITIALIZE WKS-AC-LINEA.

       900-FINAL.
           MOVE "TOTAL DE TODAS LAS CAMPANAS" TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           MOVE 2 TO WKS-NIV
           PERFORM 535-ESCRIBE-NIVEL
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE "CAMPANAS ANALIZADAS         :" TO WKS-TOT-TEXTO
           MOVE WKS-CP-CONT TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           MOVE "CONTACTOS EN EL PERIODO     :" TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-CONTACTOS TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           MOVE "CLIENTES EN GRUPOS CONTROL  :" TO WKS-TOT-TEXTO
           MOVE WKS-TOTAL-CONTROL TO WKS-TOT-VALOR
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           IF WKS-CP-EXCEDIDAS > ZEROS
               MOVE "CONTACTOS DE CAMPANAS FUERA :" TO WKS-TOT-TEXTO
               MOVE WKS-CP-EXCEDIDAS TO WKS-TOT-VALOR
               WRITE REG-REPORTE FROM WKS-TOTAL-LINE
           END-IF
           CLOSE REPORTE
           DISPLAY "EDID1R79 - CONTACTOS  : " WKS-TOTAL-CONTACTOS
           DISPLAY "EDID1R79 - CONTROL    : " WKS-TOTAL-CONTROL
           DISPLAY "EDID1R79 - CONVERSION : " WKS-TOTAL-CONVERSIONES
           IF WKS-CP-EXCEDIDAS > ZEROS
               DISPLAY "EDID1R79 - CAMPANAS FUERA DE TABLA, "
                       "CONTACTOS: " WKS-CP-EXCEDIDAS
           END-IF.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R79" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R79" TO EDJL-OPERADOR
           MOVE WKS-PARM TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R79" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-CONTACTOS-LEIDOS TO EDJL-LEIDOS
               MOVE WKS-TOTAL-CONTACTOS        TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
