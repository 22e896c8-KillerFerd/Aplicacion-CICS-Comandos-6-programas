      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R62                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : AUDITORIA MENSUAL DE CONFLICTOS DE INTERES       *
      * ARCHIVOS    : EDM4AUL (ENTRADA) / EDM4OPC (ENTRADA) /          *
      *               EDM4REL (ENTRADA) / REPORTE (SALIDA)             *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE EL MES (AAAAMM) POR PARM; EN CEROS TOMA EL MES         *
      * ANTERIOR AL DE LA CORRIDA. RECORRE LA BITACORA EDM4AUL Y      *
      * LISTA CADA MOVIMIENTO DEL MES EN QUE EL OPERADOR TOCO UN       *
      * REGISTRO CON CONFLICTO DE INTERES:                            *
      *   - PROPIO  : EL CLIENTE ES EL CODIGO DEL OPERADOR EN EDM4OPC *
      *   - FAMILIAR: EL CLIENTE TIENE VINCULO "FA" CON EL CODIGO DEL *
      *     OPERADOR EN EDM4REL                                       *
      * LOS MOVIMIENTOS DE PROCESOS BATCH (OPERADOR EDID1Rnn) NO      *
      * ESTAN EN EDM4OPC Y NO SALEN. SE USA LA MISMA REGLA QUE LA     *
      * RUTINA EN LINEA EDID1BCF, CON LA RELACION VIGENTE A LA FECHA  *
      * DE LA CORRIDA                                                 *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R62.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4AUL ASSIGN TO EDM4AUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WKS-EDM4AUL-STATUS.

           SELECT EDM4OPC ASSIGN TO EDM4OPC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDOP-LLAVE
               FILE STATUS IS WKS-EDM4OPC-STATUS.

           SELECT EDM4REL ASSIGN TO EDM4REL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRL-LLAVE
               FILE STATUS IS WKS-EDM4REL-STATUS.

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
       FD  EDM4AUL.
       COPY EDMAUL.

       FD  EDM4OPC.
       COPY EDMOPC.

       FD  EDM4REL.
       COPY EDMREL.

       FD  REPORTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REPORTE                     PIC X(090).

       FD  EDM4JLG.
       COPY EDMJLG.

       WORKING-STORAGE SECTION.

       01 WKS-EDM4JLG-STATUS            PIC X(02) VALUE SPACES.
           88 WKS-EDM4JLG-OK            VALUE "00".

       01 WKS-JLG-LLAVE-CORRIDA.
           05 WKS-JLG-FECHA             PIC 9(08) VALUE ZEROS.
           05 WKS-JLG-HORA              PIC 9(06) VALUE ZEROS.
       01 WKS-FILE-STATUS.
           02 WKS-EDM4AUL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4AUL-OK        VALUE "00".
               88 WKS-EDM4AUL-EOF       VALUE "10".
           02 WKS-EDM4OPC-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4OPC-OK        VALUE "00".
           02 WKS-EDM4REL-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4REL-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-DEL-MES         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-PROPIOS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FAMILIARES      PIC 9(07) VALUE ZEROS.

       01 WKS-CONFLICTO                 PIC X(08) VALUE SPACES.

       01 WKS-FECHAS.
           02 WKS-MES-PROCESO           PIC 9(06) VALUE ZEROS.
           02 WKS-MES-PROCESO-R REDEFINES WKS-MES-PROCESO.
               03 WKS-MES-AAAA          PIC 9(04).
               03 WKS-MES-MM            PIC 9(02).
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(50) VALUE
               "CONFLICTOS DE INTERES - EDID1R62 - MES: ".
           02 WKS-HDR-MES               PIC 9999/99.
       01 WKS-HEADER-LINE-2             PIC X(90) VALUE
           "FECHA      HORA     OPERADOR CLIENTE  PROGRAMA ACCION
      -    "    CONFLICTO CO.PROPIO".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-FECHA             PIC 9999/99/99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-HORA              PIC 99B99B99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-OPERADOR          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CLIENTE           PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-PROGRAMA          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ACCION            PIC X(12).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CONFLICTO         PIC X(09).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-PROPIO            PIC Z(7)9.

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "MOVIMIENTOS DEL MES: ".
           02 WKS-TOT-DEL-MES           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "SOBRE REGISTRO PROPIO: ".
           02 WKS-TOT-PROPIOS           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "SOBRE UN FAMILIAR: ".
           02 WKS-TOT-FAMILIARES        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-MES                  PIC 9(06).

       PROCEDURE DIVISION USING WKS-PARM-MES.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-EDM4AUL
               UNTIL WKS-EDM4AUL-EOF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

      *--> MES DEL PARM O, EN CEROS, EL MES ANTERIOR A HOY
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           IF WKS-PARM-MES IS NUMERIC AND WKS-PARM-MES > ZEROS
               MOVE WKS-PARM-MES TO WKS-MES-PROCESO
           ELSE
               MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-PROCESO
               IF WKS-MES-MM = 01
                   SUBTRACT 1 FROM WKS-MES-AAAA
                   MOVE 12 TO WKS-MES-MM
               ELSE
                   SUBTRACT 1 FROM WKS-MES-MM
               END-IF
           END-IF
           OPEN INPUT  EDM4AUL
           OPEN INPUT  EDM4OPC
           OPEN INPUT  EDM4REL
           OPEN OUTPUT REPORTE
           MOVE WKS-MES-PROCESO TO WKS-HDR-MES
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-EDM4AUL.

       200-PROCESA-EDM4AUL.
           ADD 1 TO WKS-TOTAL-LEIDOS
           IF EDAU-FECHA-MOV(1:6) = WKS-MES-PROCESO
               ADD 1 TO WKS-TOTAL-DEL-MES
               PERFORM 220-REVISA-CONFLICTO
               IF WKS-CONFLICTO NOT = SPACES
                   PERFORM 300-REPORTA-MOVIMIENTO
               END-IF
           END-IF
           PERFORM 210-LEER-EDM4AUL.

       210-LEER-EDM4AUL.
           READ EDM4AUL NEXT RECORD
               AT END
                   SET WKS-EDM4AUL-EOF TO TRUE
           END-READ.

      *--> MISMA REGLA QUE EDID1BCF: CODIGO PROPIO DEL OPERADOR O
      *    VINCULO "FA" ENTRE ESE CODIGO Y EL CLIENTE DEL MOVIMIENTO
       220-REVISA-CONFLICTO.
           MOVE SPACES TO WKS-CONFLICTO
           MOVE EDAU-OPERADOR TO EDOP-OPERADOR
           READ EDM4OPC
           IF WKS-EDM4OPC-OK
               IF EDOP-CO-CLIENTE = EDAU-CO-CLIENTE
                   MOVE "PROPIO" TO WKS-CONFLICTO
                   ADD 1 TO WKS-TOTAL-PROPIOS
               ELSE
                   MOVE EDOP-CO-CLIENTE TO EDRL-CO-CLIENTE
                   MOVE EDAU-CO-CLIENTE TO EDRL-CO-RELACION
                   READ EDM4REL
                   IF WKS-EDM4REL-OK AND EDRL-TIPO-FAMILIAR
                       MOVE "FAMILIAR" TO WKS-CONFLICTO
                       ADD 1 TO WKS-TOTAL-FAMILIARES
                   END-IF
               END-IF
           END-IF.

       300-REPORTA-MOVIMIENTO.
           MOVE EDAU-FECHA-MOV  TO WKS-DET-FECHA
           MOVE EDAU-HORA-MOV   TO WKS-DET-HORA
           MOVE EDAU-OPERADOR   TO WKS-DET-OPERADOR
           MOVE EDAU-CO-CLIENTE TO WKS-DET-CLIENTE
           MOVE EDAU-PROGRAMA   TO WKS-DET-PROGRAMA
           MOVE EDAU-ACCION     TO WKS-DET-ACCION
           MOVE WKS-CONFLICTO   TO WKS-DET-CONFLICTO
           MOVE EDOP-CO-CLIENTE TO WKS-DET-PROPIO
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-DEL-MES    TO WKS-TOT-DEL-MES
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-PROPIOS    TO WKS-TOT-PROPIOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-FAMILIARES TO WKS-TOT-FAMILIARES
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           CLOSE EDM4AUL
           CLOSE EDM4OPC
           CLOSE EDM4REL
           CLOSE REPORTE
           DISPLAY "EDID1R62 - MES        : " WKS-MES-PROCESO
           DISPLAY "EDID1R62 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R62 - PROPIOS    : " WKS-TOTAL-PROPIOS
           DISPLAY "EDID1R62 - FAMILIARES : " WKS-TOTAL-FAMILIARES.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R62" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R62" TO EDJL-OPERADOR
           MOVE WKS-PARM-MES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R62" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS  TO EDJL-LEIDOS
               COMPUTE EDJL-ESCRITOS =
                   WKS-TOTAL-PROPIOS + WKS-TOTAL-FAMILIARES
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
