      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R68                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : BARRIDO NOCTURNO DE INDICIOS FATCA/CRS           *
      * ARCHIVOS    : EDM4CL / EDM4FIS / EDM4TAB (ENTRADA) /           *
      *               EDM4WKL (I/O) / REPORTE (SALIDA)                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * BUSCA EN CADA CLIENTE ACTIVO INDICIOS DE RESIDENCIA FISCAL    *
      * EXTRANJERA: DIR = CIUDAD/POSTAL QUE NO ESTA EN EL CATALOGO    *
      * LOCAL EDM4TAB; TEL = TELEFONO O CELULAR FUERA DEL FORMATO     *
      * LOCAL DE 8 DIGITOS; RES = RESIDENCIA EXTRANJERA DECLARADA EN  *
      * EDM4FIS SIN CERTIFICAR. SI HAY INDICIOS Y EL CLIENTE NO TIENE *
      * NINGUNA AUTOCERTIFICACION VALIDA EN EDM4FIS SE CARGA LA FILA  *
      * "FISCAL" EN LA LISTA DE TRABAJO EDM4WKL (NUEVA EN P; SI YA    *
      * ESTABA RESUELTA SE REABRE). SIN INDICIOS O YA CERTIFICADO,    *
      * LA FILA PENDIENTE SE DA POR RESUELTA CON EL OPERADOR          *
      * EDID1R68. LA CAPTURA ES LA PANTALLA EDID1EL2                  *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R68.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4FIS ASSIGN TO EDM4FIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDFS-LLAVE
               FILE STATUS IS WKS-EDM4FIS-STATUS.

           SELECT EDM4TAB ASSIGN TO EDM4TAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTB-LLAVE
               FILE STATUS IS WKS-EDM4TAB-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4FIS.
       COPY EDMFIS.

       FD  EDM4TAB.
       COPY EDMTAB.

       FD  EDM4WKL.
       COPY EDMWKL.

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
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4FIS-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4FIS-OK        VALUE "00".
           02 WKS-EDM4TAB-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4TAB-OK        VALUE "00".
           02 WKS-EDM4WKL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4WKL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.

      *-->INDICIOS DEL CLIENTE EN TURNO
       01 WKS-INDICIOS.
           02 WKS-FLAG-CERTIFICADO      PIC 9(01) VALUE ZEROS.
           02 WKS-FLAG-FIN-FIS          PIC 9(01) VALUE ZEROS.
           02 WKS-IND-DIR               PIC X(04) VALUE SPACES.
           02 WKS-IND-TEL               PIC X(04) VALUE SPACES.
           02 WKS-IND-RES               PIC X(04) VALUE SPACES.
       01 WKS-IND-TEXTO REDEFINES WKS-INDICIOS.
           02 FILLER                    PIC X(02).
           02 WKS-IND-LISTA             PIC X(12).

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ACTIVOS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-INDICIOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CERTIFICADOS    PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NUEVOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-REABIERTOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-VIGENTES        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RESUELTOS       PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "INDICIOS FATCA/CRS SIN AUTOCERTIFICACION - EDID1R68".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(40) VALUE
               "CLIENTE  NOMBRE".
           02 FILLER                    PIC X(40) VALUE
               "INDICIOS     ESTADO".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-CLIENTE           PIC 9(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-NOMBRE            PIC X(30).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-INDICIOS          PIC X(12).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ESTADO            PIC X(10).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(30) VALUE
               "CLIENTES ACTIVOS: ".
           02 WKS-TOT-ACTIVOS           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(30) VALUE
               "CON AUTOCERTIFICACION VALIDA: ".
           02 WKS-TOT-CERTIFICADOS      PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(30) VALUE
               "INDICIOS SIN CERTIFICAR: ".
           02 WKS-TOT-INDICIOS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(30) VALUE
               "  NUEVOS EN LISTA: ".
           02 WKS-TOT-NUEVOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(30) VALUE
               "  REABIERTOS: ".
           02 WKS-TOT-REABIERTOS        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-6.
           02 FILLER                    PIC X(30) VALUE
               "  YA PENDIENTES: ".
           02 WKS-TOT-VIGENTES          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-7.
           02 FILLER                    PIC X(30) VALUE
               "RESUELTOS POR EL BARRIDO: ".
           02 WKS-TOT-RESUELTOS         PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-CLIENTES
               UNTIL WKS-EDM4CL-EOF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT  EDM4CL
           OPEN INPUT  EDM4FIS
           OPEN INPUT  EDM4TAB
           OPEN I-O    EDM4WKL
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-EDM4CL.

       200-PROCESA-CLIENTES.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDMC-MARCA-ELIMINADO = SPACES
               ADD 1 TO WKS-TOTAL-ACTIVOS
               MOVE ZEROS  TO WKS-FLAG-CERTIFICADO
               MOVE SPACES TO WKS-IND-DIR
               MOVE SPACES TO WKS-IND-TEL
               MOVE SPACES TO WKS-IND-RES
               PERFORM 300-REVISA-RESIDENCIAS
               PERFORM 310-REVISA-DIRECCION
               PERFORM 320-REVISA-TELEFONOS
               IF WKS-FLAG-CERTIFICADO = 1
                   ADD 1 TO WKS-TOTAL-CERTIFICADOS
               END-IF
               IF WKS-IND-LISTA NOT = SPACES
               AND WKS-FLAG-CERTIFICADO = ZEROS
                   ADD 1 TO WKS-TOTAL-INDICIOS
                   PERFORM 400-REGISTRA-TRABAJO
               ELSE
                   PERFORM 410-RESUELVE-TRABAJO
               END-IF
           END-IF
           PERFORM 210-LEER-EDM4CL.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> RECORRE LAS FILAS DEL CLIENTE EN EDM4FIS: UNA VALIDA LO
      *    DA POR CERTIFICADO; UNA EXTRANJERA NO VALIDA ES INDICIO
       300-REVISA-RESIDENCIAS.
           MOVE ZEROS TO WKS-FLAG-FIN-FIS
           MOVE EDMC-LLAVE  TO EDFS-CO-CLIENTE
           MOVE LOW-VALUES  TO EDFS-PAIS
           START EDM4FIS KEY IS NOT LESS THAN EDFS-LLAVE
           IF NOT WKS-EDM4FIS-OK
               MOVE 1 TO WKS-FLAG-FIN-FIS
           END-IF
           PERFORM UNTIL WKS-FLAG-FIN-FIS = 1
               READ EDM4FIS NEXT RECORD
               IF NOT WKS-EDM4FIS-OK
               OR EDFS-CO-CLIENTE NOT = EDMC-LLAVE
                   MOVE 1 TO WKS-FLAG-FIN-FIS
               ELSE
                   IF EDFS-CERT-VALIDA
                       MOVE 1 TO WKS-FLAG-CERTIFICADO
                   ELSE
                       IF NOT EDFS-PAIS-LOCAL
                           MOVE "RES " TO WKS-IND-RES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *--> CIUDAD/POSTAL FUERA DEL CATALOGO LOCAL (SIN POSTAL NO HAY
      *    NADA QUE COMPARAR)
       310-REVISA-DIRECCION.
           IF EDMC-CODIGO-POSTAL NOT = SPACES
               MOVE EDMC-CIUDAD        TO EDTB-CIUDAD
               MOVE EDMC-CODIGO-POSTAL TO EDTB-CODIGO-POSTAL
               READ EDM4TAB
               IF NOT WKS-EDM4TAB-OK
                   MOVE "DIR " TO WKS-IND-DIR
               END-IF
           END-IF.

      *--> EL FORMATO LOCAL ES DE 8 DIGITOS (LA MISMA REGLA DEL
      *    MANTENIMIENTO); UN NUMERO MAS CORTO ES UN TELEFONO EXTERIOR
       320-REVISA-TELEFONOS.
           IF (EDMC-NUMERO-TELEFONO NOT = ZEROS
               AND EDMC-NUMERO-TELEFONO < 10000000)
           OR (EDMC-TEL-CELULAR NOT = ZEROS
               AND EDMC-TEL-CELULAR < 10000000)
               MOVE "TEL " TO WKS-IND-TEL
           END-IF.

      *--> FILA "FISCAL" EN LA LISTA DE TRABAJO: NUEVA EN P; SI YA
      *    EXISTE RESUELTA SE REABRE; SI SIGUE PENDIENTE SOLO SE
      *    ACTUALIZAN LOS INDICIOS DE LA DESCRIPCION
       400-REGISTRA-TRABAJO.
           MOVE EDMC-LLAVE TO EDWK-CO-CLIENTE
           MOVE "FISCAL  " TO EDWK-PROBLEMA
           READ EDM4WKL
           IF WKS-EDM4WKL-OK
               IF EDWK-PENDIENTE
                   ADD 1 TO WKS-TOTAL-VIGENTES
                   MOVE "PENDIENTE" TO WKS-DET-ESTADO
               ELSE
                   ADD 1 TO WKS-TOTAL-REABIERTOS
                   MOVE "REABIERTO" TO WKS-DET-ESTADO
                   MOVE "P" TO EDWK-ESTADO
                   MOVE WKS-FECHA-HOY TO EDWK-FECHA-DETEC
                   MOVE SPACES TO EDWK-OPER-RESUEL
                   MOVE ZEROS  TO EDWK-FECHA-RESUEL
               END-IF
               PERFORM 405-ARMA-DESCRIPCION
               REWRITE REG-EDMWKL
           ELSE
               ADD 1 TO WKS-TOTAL-NUEVOS
               MOVE "NUEVO" TO WKS-DET-ESTADO
               INITIALIZE REG-EDMWKL
               MOVE EDMC-LLAVE    TO EDWK-CO-CLIENTE
               MOVE "FISCAL  "    TO EDWK-PROBLEMA
               MOVE "M"           TO EDWK-SEVERIDAD
               MOVE "P"           TO EDWK-ESTADO
               MOVE WKS-FECHA-HOY TO EDWK-FECHA-DETEC
               PERFORM 405-ARMA-DESCRIPCION
               WRITE REG-EDMWKL
           END-IF
           IF NOT WKS-EDM4WKL-OK
               DISPLAY "EDID1R68 - ERROR EN EDM4WKL " EDMC-LLAVE
                   " STATUS " WKS-EDM4WKL-STATUS
           END-IF
           MOVE EDMC-LLAVE          TO WKS-DET-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO WKS-DET-NOMBRE
           MOVE WKS-IND-LISTA       TO WKS-DET-INDICIOS
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       405-ARMA-DESCRIPCION.
           MOVE SPACES TO EDWK-DESCRIPCION
           STRING "SIN AUTOCERTIF.: " DELIMITED BY SIZE
                  WKS-IND-LISTA       DELIMITED BY SIZE
               INTO EDWK-DESCRIPCION
           END-STRING.

      *--> SIN INDICIOS O YA CERTIFICADO: UNA FILA PENDIENTE QUEDA
      *    RESUELTA POR EL PROPIO BARRIDO
       410-RESUELVE-TRABAJO.
           MOVE EDMC-LLAVE TO EDWK-CO-CLIENTE
           MOVE "FISCAL  " TO EDWK-PROBLEMA
           READ EDM4WKL
           IF WKS-EDM4WKL-OK AND EDWK-PENDIENTE
               MOVE "R"           TO EDWK-ESTADO
               MOVE "EDID1R68"    TO EDWK-OPER-RESUEL
               MOVE WKS-FECHA-HOY TO EDWK-FECHA-RESUEL
               REWRITE REG-EDMWKL
               ADD 1 TO WKS-TOTAL-RESUELTOS
           END-IF.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-ACTIVOS      TO WKS-TOT-ACTIVOS
           MOVE WKS-TOTAL-CERTIFICADOS TO WKS-TOT-CERTIFICADOS
           MOVE WKS-TOTAL-INDICIOS     TO WKS-TOT-INDICIOS
           MOVE WKS-TOTAL-NUEVOS       TO WKS-TOT-NUEVOS
           MOVE WKS-TOTAL-REABIERTOS   TO WKS-TOT-REABIERTOS
           MOVE WKS-TOTAL-VIGENTES     TO WKS-TOT-VIGENTES
           MOVE WKS-TOTAL-RESUELTOS    TO WKS-TOT-RESUELTOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-6
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-7
           CLOSE EDM4CL
           CLOSE EDM4FIS
           CLOSE EDM4TAB
           CLOSE EDM4WKL
           CLOSE REPORTE
           DISPLAY "EDID1R68 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R68 - ACTIVOS    : " WKS-TOTAL-ACTIVOS
           DISPLAY "EDID1R68 - INDICIOS   : " WKS-TOTAL-INDICIOS
           DISPLAY "EDID1R68 - RESUELTOS  : " WKS-TOTAL-RESUELTOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R68" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R68" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R68" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS TO EDJL-LEIDOS
               COMPUTE EDJL-ESCRITOS =
                   WKS-TOTAL-NUEVOS + WKS-TOTAL-REABIERTOS
                 + WKS-TOTAL-RESUELTOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
