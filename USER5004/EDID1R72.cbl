      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R72                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : SNAPSHOT SECUENCIAL DEL MAESTRO DE CLIENTES      *
      * ARCHIVOS    : EDM4CL (ENTRADA) / SNAPCL (SALIDA) / REPORTE     *
      * ACCION (ES) : E=Extraer                                        *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * LEE EDM4CL UNA SOLA VEZ, EN ORDEN DE CODIGO DE CLIENTE, Y      *
      * ESCRIBE EN SNAPCL UNA IMAGEN DE CADA REGISTRO (TIPO "D", COPY  *
      * EDSNCL) SEGUIDA DE UN REGISTRO DE CONTROL (TIPO "C") CON EL    *
      * TOTAL DE REGISTROS, ACTIVOS, ELIMINADOS, LA SUMA DE CODIGOS Y  *
      * LA FECHA Y HORA DE LA FOTOGRAFIA. LOS REPORTES NOCTURNOS       *
      * (EDID1R01, R02, R04, R14, R16, R19, R28 Y R52) LEEN ESTE       *
      * ARCHIVO CUANDO SE LES DA EL DD SNAPCL, DE MODO QUE TODOS       *
      * CUADRAN CONTRA EL MISMO TOTAL; EL RESUMEN EOD EDID1R18 MUESTRA *
      * EL CONTEO QUE ESTE JOB DEJA EN LA BITACORA DE JOBS. SI EL      *
      * MAESTRO O EL SNAPSHOT NO ABREN TERMINA CON RETORNO 8 Y SIN     *
      * REGISTRO DE CONTROL, PARA QUE NINGUN REPORTE LO DE POR BUENO   *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R72.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT SNAPCL ASSIGN TO SNAPCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SNAPCL-STATUS.

           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REPORTE-STATUS.

           SELECT EDM4REP ASSIGN TO EDM4REP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRP-LLAVE
               FILE STATUS IS WKS-EDM4REP-STATUS.

           SELECT EDM4JLG ASSIGN TO EDM4JLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDJL-LLAVE
               FILE STATUS IS WKS-EDM4JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDM4CL.
       COPY EDMACL.

       FD  SNAPCL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EDSNCL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(080).

       FD  EDM4REP.
       COPY EDMREP.

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

      *-->REPOSITORIO DE REPORTES: LLAVE DE LA CORRIDA Y CONTADOR DE
      *   LINEA. CADA LINEA IMPRESA SE GUARDA TAMBIEN EN EDM4REP PARA
      *   CONSULTARLA DESPUES EN LA PANTALLA EDID1BLI
       01 WKS-EDM4REP-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4REP-OK            VALUE "00".
       01 WKS-REP-CORRIDA.
           02 WKS-REP-LINEA             PIC 9(05) VALUE ZEROS.
           02 WKS-REP-LINEA-TXT         PIC X(80).

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-SNAPCL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-SNAPCL-OK         VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-ERROR            PIC 9(01) VALUE ZEROS.

      *-->FECHA Y HORA DE LA FOTOGRAFIA (INICIO DE LA LECTURA)
       01 WKS-FECHA-EXTRACCION          PIC 9(08) VALUE ZEROS.
       01 WKS-HORA-EXTRACCION           PIC 9(06) VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(09) VALUE ZEROS.
           02 WKS-TOTAL-ACTIVOS         PIC 9(09) VALUE ZEROS.
           02 WKS-TOTAL-ELIMINADOS      PIC 9(09) VALUE ZEROS.
           02 WKS-SUMA-LLAVES           PIC 9(15) VALUE ZEROS.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "SNAPSHOT DEL MAESTRO DE CLIENTES - EDID1R72".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(20) VALUE
               "FOTOGRAFIA: ".
           02 WKS-HDR-FECHA             PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-HDR-HORA              PIC 99B99B99.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL REGISTROS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL ACTIVOS: ".
           02 WKS-TOT-ACTIVOS           PIC ZZZ,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL ELIMINADOS: ".
           02 WKS-TOT-ELIMINADOS        PIC ZZZ,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(20) VALUE
               "SUMA DE CODIGOS: ".
           02 WKS-TOT-SUMA              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 200-EXTRAE-EDM4CL
                   UNTIL WKS-EDM4CL-EOF
               PERFORM 300-ESCRIBE-CONTROL
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> SIN MAESTRO O SIN SNAPSHOT NO HAY EXTRACCION
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-EXTRACCION
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-HORA-EXTRACCION
           OPEN OUTPUT REPORTE
           OPEN I-O    EDM4REP
           MOVE "EDID1R72" TO EDRP-REPORTE
           MOVE WKS-FECHA-EXTRACCION TO EDRP-FECHA
           MOVE WKS-HORA-EXTRACCION  TO EDRP-HORA
           MOVE ZEROS TO EDRP-LINEA
           MOVE "EDID1R72" TO EDRP-OPERADOR
           MOVE "CORRIDA REGISTRADA EN EL REPOSITORIO"
             TO EDRP-TEXTO
           WRITE REG-EDMREP
           MOVE WKS-HEADER-LINE-1 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-FECHA-EXTRACCION TO WKS-HDR-FECHA
           MOVE WKS-HORA-EXTRACCION  TO WKS-HDR-HORA
           MOVE WKS-HEADER-LINE-2 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           OPEN INPUT EDM4CL
           IF NOT WKS-EDM4CL-OK
               DISPLAY "EDID1R72 - NO ABRE EDM4CL, STATUS: "
                   WKS-EDM4CL-STATUS
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF
           OPEN OUTPUT SNAPCL
           IF NOT WKS-SNAPCL-OK
               DISPLAY "EDID1R72 - NO ABRE SNAPCL, STATUS: "
                   WKS-SNAPCL-STATUS
               MOVE 1 TO WKS-FLAG-ERROR
           END-IF
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 210-LEER-EDM4CL
           END-IF.

      *--> CADA REGISTRO DEL MAESTRO PASA COMPLETO AL SNAPSHOT
       200-EXTRAE-EDM4CL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           ADD EDMC-LLAVE TO WKS-SUMA-LLAVES
           IF EDMC-MARCA-ELIMINADO = "D"
               ADD 1 TO WKS-TOTAL-ELIMINADOS
           ELSE
               ADD 1 TO WKS-TOTAL-ACTIVOS
           END-IF
           INITIALIZE REG-EDSNCL
           SET EDSN-DETALLE TO TRUE
           MOVE REG-EDMACL TO EDSN-IMAGEN
           WRITE REG-EDSNCL
           IF NOT WKS-SNAPCL-OK
               DISPLAY "EDID1R72 - ERROR AL ESCRIBIR SNAPCL, STATUS: "
                   WKS-SNAPCL-STATUS " CODIGO: " EDMC-LLAVE
               MOVE 1 TO WKS-FLAG-ERROR
               SET WKS-EDM4CL-EOF TO TRUE
           ELSE
               PERFORM 210-LEER-EDM4CL
           END-IF.

       210-LEER-EDM4CL.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

      *--> EL REGISTRO DE CONTROL SOLO SE ESCRIBE SI LA EXTRACCION
      *    LLEGO COMPLETA AL FINAL DEL MAESTRO
       300-ESCRIBE-CONTROL.
           IF WKS-FLAG-ERROR = ZEROS
               INITIALIZE REG-EDSNCL
               SET EDSN-CONTROL TO TRUE
               MOVE WKS-TOTAL-LEIDOS     TO EDSN-TOTAL-REGISTROS
               MOVE WKS-TOTAL-ACTIVOS    TO EDSN-TOTAL-ACTIVOS
               MOVE WKS-TOTAL-ELIMINADOS TO EDSN-TOTAL-ELIMINADOS
               MOVE WKS-SUMA-LLAVES      TO EDSN-SUMA-LLAVES
               MOVE WKS-FECHA-EXTRACCION TO EDSN-FECHA-EXTRACCION
               MOVE WKS-HORA-EXTRACCION  TO EDSN-HORA-EXTRACCION
               WRITE REG-EDSNCL
               IF NOT WKS-SNAPCL-OK
                   DISPLAY "EDID1R72 - ERROR AL ESCRIBIR EL CONTROL, "
                       "STATUS: " WKS-SNAPCL-STATUS
                   MOVE 1 TO WKS-FLAG-ERROR
               END-IF
           END-IF.

       900-FINAL.
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           MOVE WKS-TOTAL-ACTIVOS    TO WKS-TOT-ACTIVOS
           MOVE WKS-TOTAL-ELIMINADOS TO WKS-TOT-ELIMINADOS
           MOVE WKS-SUMA-LLAVES      TO WKS-TOT-SUMA
           MOVE WKS-TOTAL-LINE-1 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-TOTAL-LINE-2 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-TOTAL-LINE-3 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           MOVE WKS-TOTAL-LINE-4 TO WKS-REP-LINEA-TXT
           PERFORM 940-ESCRIBE-REPORTE
           IF WKS-FLAG-ERROR = 1
               MOVE "** SNAPSHOT INCOMPLETO, SIN REGISTRO DE CONTROL **"
                   TO WKS-TOTAL-LINE-5
               MOVE WKS-TOTAL-LINE-5 TO WKS-REP-LINEA-TXT
               PERFORM 940-ESCRIBE-REPORTE
           END-IF
           CLOSE EDM4CL
           CLOSE SNAPCL
           CLOSE REPORTE
           CLOSE EDM4REP
           DISPLAY "EDID1R72 - REGISTROS  : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R72 - ACTIVOS    : " WKS-TOTAL-ACTIVOS
           DISPLAY "EDID1R72 - ELIMINADOS : " WKS-TOTAL-ELIMINADOS
           DISPLAY "EDID1R72 - SUMA CODIGOS: " WKS-SUMA-LLAVES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R72" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R72" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA: LEIDOS DEL MAESTRO Y ESCRITOS
      *    AL SNAPSHOT (EL CONTEO QUE MUESTRA EL RESUMEN EOD)
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R72" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS TO EDJL-LEIDOS
               MOVE WKS-TOTAL-LEIDOS TO EDJL-ESCRITOS
               IF WKS-FLAG-ERROR = 1
                   MOVE "E" TO EDJL-ESTADO
                   MOVE 8 TO EDJL-RETORNO
               ELSE
                   MOVE "T" TO EDJL-ESTADO
                   MOVE ZEROS TO EDJL-RETORNO
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.

      *--> ESCRIBE LA LINEA EN EL DD REPORTE Y LA GUARDA EN EL
      *    REPOSITORIO EDM4REP BAJO LA LLAVE DE LA CORRIDA
       940-ESCRIBE-REPORTE.
           WRITE REG-REPORTE FROM WKS-REP-LINEA-TXT
           ADD 1 TO WKS-REP-LINEA
           MOVE WKS-REP-LINEA     TO EDRP-LINEA
           MOVE WKS-REP-LINEA-TXT TO EDRP-TEXTO
           WRITE REG-EDMREP.
