      ******************************************************************
      * FECHA       : 03/09/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R61                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA DE OPERADORES QUE SON CLIENTES (RRHH)      *
      * ARCHIVOS    : EMPLEADOS (ENTRADA) / EDM4CL (ENTRADA) /         *
      *               EDM4PRF (ENTRADA) / EDM4OPC (SALIDA) /           *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 03/09/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECARGA COMPLETA: RECURSOS HUMANOS ENTREGA LA RELACION VIGENTE *
      * DE OPERADORES QUE TAMBIEN SON CLIENTES DEL BANCO EN EL LAYOUT  *
      * EDCGOP. EDM4OPC SE ABRE OUTPUT (SE VACIA), ASI QUE UN          *
      * OPERADOR QUE YA NO VIENE EN EL ARCHIVO DEJA DE TENER CODIGO    *
      * PROPIO. SE RECHAZAN: OPERADOR QUE NO EXISTE EN EDM4PRF,        *
      * CODIGO DE CLIENTE NO NUMERICO O INEXISTENTE EN EDM4CL Y        *
      * OPERADOR REPETIDO. LA RUTINA EDID1BCF USA ESTE ARCHIVO PARA    *
      * IMPEDIR QUE UN OPERADOR MANTENGA SU PROPIO REGISTRO O EL DE    *
      * UN FAMILIAR                                                    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R61.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO EMPLEADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-EMPLEADOS-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4PRF ASSIGN TO EDM4PRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPF-LLAVE
               FILE STATUS IS WKS-EDM4PRF-STATUS.

           SELECT EDM4OPC ASSIGN TO EDM4OPC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDOP-LLAVE
               FILE STATUS IS WKS-EDM4OPC-STATUS.

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
       FD  EMPLEADOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EDCGOP.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4PRF.
       COPY EDMPRF.

       FD  EDM4OPC.
       COPY EDMOPC.

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
           02 WKS-EMPLEADOS-STATUS      PIC X(02) VALUE SPACES.
               88 WKS-EMPLEADOS-OK      VALUE "00".
               88 WKS-EMPLEADOS-EOF     VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-EDM4PRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRF-OK        VALUE "00".
           02 WKS-EDM4OPC-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4OPC-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CARGADOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZEROS.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROS.
       01 WKS-MOTIVO-RECHAZO            PIC X(30) VALUE SPACES.

       01 WKS-HEADER-LINE-1             PIC X(80) VALUE
           "CARGA DE OPERADORES QUE SON CLIENTES - EDID1R61".
       01 WKS-HEADER-LINE-2             PIC X(80) VALUE
           "OPERADOR CLIENTE  EMPLEADO   MOTIVO".

       01 WKS-RECHAZO-LINE.
           02 WKS-REC-OPERADOR          PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-REC-CLIENTE           PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-REC-EMPLEADO          PIC X(10).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-REC-MOTIVO            PIC X(30).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL CARGADOS: ".
           02 WKS-TOT-CARGADOS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(20) VALUE
               "TOTAL RECHAZADOS: ".
           02 WKS-TOT-RECHAZADOS        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-PROCESA-EMPLEADOS
               UNTIL WKS-EMPLEADOS-EOF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT  EMPLEADOS
           OPEN INPUT  EDM4CL
           OPEN INPUT  EDM4PRF
           OPEN OUTPUT EDM4OPC
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-EMPLEADOS.

      *--> EL OPERADOR DEBE TENER PERFIL Y EL CLIENTE EXISTIR EN EL
      *    MAESTRO (CUALQUIER MARCA: UN CLIENTE SUSPENDIDO O DADO DE
      *    BAJA SIGUE SIENDO DEL EMPLEADO)
       200-PROCESA-EMPLEADOS.
           ADD 1 TO WKS-TOTAL-LEIDOS
           MOVE SPACES TO WKS-MOTIVO-RECHAZO
           EVALUATE TRUE
               WHEN EDGO-OPERADOR = SPACES
                   MOVE "OPERADOR EN BLANCO" TO WKS-MOTIVO-RECHAZO
               WHEN EDGO-CO-CLIENTE IS NOT NUMERIC
                   MOVE "CODIGO DE CLIENTE INVALIDO"
                       TO WKS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO = SPACES
               MOVE EDGO-OPERADOR TO EDPF-OPERADOR
               READ EDM4PRF
               IF NOT WKS-EDM4PRF-OK
                   MOVE "OPERADOR SIN PERFIL" TO WKS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WKS-MOTIVO-RECHAZO = SPACES
               MOVE EDGO-CO-CLIENTE TO EDMC-LLAVE
               READ EDM4CL
               IF NOT WKS-EDM4CL-OK
                   MOVE "CLIENTE NO EXISTE" TO WKS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WKS-MOTIVO-RECHAZO = SPACES
               PERFORM 220-GRABA-OPERADOR
           END-IF
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
               ADD 1 TO WKS-TOTAL-RECHAZADOS
               MOVE EDGO-OPERADOR      TO WKS-REC-OPERADOR
               MOVE EDGO-CO-CLIENTE    TO WKS-REC-CLIENTE
               MOVE EDGO-NU-EMPLEADO   TO WKS-REC-EMPLEADO
               MOVE WKS-MOTIVO-RECHAZO TO WKS-REC-MOTIVO
               WRITE REG-REPORTE FROM WKS-RECHAZO-LINE
           END-IF
           PERFORM 210-LEER-EMPLEADOS.

       210-LEER-EMPLEADOS.
           READ EMPLEADOS
               AT END
                   SET WKS-EMPLEADOS-EOF TO TRUE
           END-READ.

       220-GRABA-OPERADOR.
           INITIALIZE REG-EDMOPC
           MOVE EDGO-OPERADOR    TO EDOP-OPERADOR
           MOVE EDGO-CO-CLIENTE  TO EDOP-CO-CLIENTE
           MOVE EDGO-NU-EMPLEADO TO EDOP-NU-EMPLEADO
           MOVE WKS-FECHA-HOY    TO EDOP-FECHA-CARGA
           MOVE SPACES           TO EDOP-FILLER
           WRITE REG-EDMOPC
           IF WKS-EDM4OPC-OK
               ADD 1 TO WKS-TOTAL-CARGADOS
           ELSE
               MOVE "OPERADOR REPETIDO" TO WKS-MOTIVO-RECHAZO
           END-IF.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           MOVE WKS-TOTAL-CARGADOS   TO WKS-TOT-CARGADOS
           MOVE WKS-TOTAL-RECHAZADOS TO WKS-TOT-RECHAZADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           CLOSE EMPLEADOS
           CLOSE EDM4CL
           CLOSE EDM4PRF
           CLOSE EDM4OPC
           CLOSE REPORTE
           DISPLAY "EDID1R61 - LEIDOS     : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R61 - CARGADOS   : " WKS-TOTAL-CARGADOS
           DISPLAY "EDID1R61 - RECHAZADOS : " WKS-TOTAL-RECHAZADOS.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R61" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R61" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R61" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-LEIDOS   TO EDJL-LEIDOS
               MOVE WKS-TOTAL-CARGADOS TO EDJL-ESCRITOS
               IF WKS-TOTAL-RECHAZADOS > ZEROS
                   MOVE 4 TO EDJL-RETORNO
               ELSE
                   MOVE ZEROS TO EDJL-RETORNO
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
