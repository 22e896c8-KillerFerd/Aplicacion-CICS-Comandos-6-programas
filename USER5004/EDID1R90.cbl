      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R90                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REFERENCIA CRUZADA: HUERFANOS Y FALTANTES        *
      * ARCHIVOS    : EDM4XRF / EDM4CL / EDM4PRD (ENTRADA) /           *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : N/A                                              *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * DOS SECCIONES. HUERFANOS: CADA NUMERO EXTERNO ACTIVO DE        *
      * EDM4XRF CUYO CODIGO NO EXISTE EN EDM4CL O ESTA MARCADO         *
      * (ELIMINADO, FUSIONADO, ETC.), CON LA MARCA Y SU MOTIVO.        *
      * FALTANTES: CADA CLIENTE ACTIVO (SIN MARCA Y CON ALTA           *
      * COMPLETA) SIN NUMERO ACTIVO EN UN SISTEMA DONDE DEBE TENERLO:  *
      * CRM PARA TODOS LOS CLIENTES Y CTA PARA LOS QUE TIENEN          *
      * PRODUCTOS ACTIVOS EN EDM4PRD. TARJETAS NO SE EXIGE PORQUE NO   *
      * HAY DATO LOCAL DE QUIEN TIENE TARJETA. CORRE CADA NOCHE EN LA  *
      * CADENA DE CIERRE DE DIA DESPUES DE LA PURGA                    *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R90.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDM4XRF ASSIGN TO EDM4XRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDXR-LLAVE
               ALTERNATE RECORD KEY IS EDXR-CO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WKS-EDM4XRF-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4PRD ASSIGN TO EDM4PRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPR-LLAVE
               FILE STATUS IS WKS-EDM4PRD-STATUS.

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
       FD  EDM4XRF.
       COPY EDMXRF.

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4PRD.
       COPY EDMPRD.

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
           02 WKS-EDM4XRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4XRF-OK        VALUE "00" "02".
               88 WKS-EDM4XRF-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
               88 WKS-EDM4CL-EOF        VALUE "10".
           02 WKS-EDM4PRD-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4PRD-OK        VALUE "00".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

      *-->SISTEMAS CON NUMERO ACTIVO DEL CLIENTE EN CURSO Y LOS QUE
      *   DEBERIA TENER
       01 WKS-FLAGS.
           02 WKS-FLAG-FIN-CLIENTE      PIC 9 VALUE ZEROS.
           02 WKS-TIENE-CTA             PIC 9 VALUE ZEROS.
           02 WKS-TIENE-CRM             PIC 9 VALUE ZEROS.
           02 WKS-EXIGE-CTA             PIC 9 VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-XRF-LEIDOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-XRF-ACTIVOS     PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-NO-EXISTE       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-MARCADOS        PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CL-LEIDOS       PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CL-ACTIVOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CTA         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CRM         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-EXCEPCIONES     PIC 9(07) VALUE ZEROS.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(55) VALUE
           "REFERENCIA CRUZADA: HUERFANOS Y FALTANTES - EDID1R90   ".
           02 FILLER                    PIC X(07) VALUE "FECHA: ".
           02 WKS-HDR-FECHA             PIC 9999/99/99.
       01 WKS-SECCION-LINE-1.
           02 FILLER                    PIC X(60) VALUE
           "NUMEROS EXTERNOS ACTIVOS CON CLIENTE INEXISTENTE O MARCADO".
       01 WKS-SECCION-LINE-2.
           02 FILLER                    PIC X(60) VALUE
           "CLIENTES ACTIVOS SIN NUMERO EN UN SISTEMA OBLIGATORIO".
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(44) VALUE
               "SIS ID EXTERNO            CLIENTE  CAUSA    ".
           02 FILLER                    PIC X(20) VALUE
               "            MOTIVO".
       01 WKS-HEADER-LINE-3.
           02 FILLER                    PIC X(44) VALUE
               "SIS CLIENTE  NOMBRE                         ".
           02 FILLER                    PIC X(20) VALUE
               "          SUCURSAL".

       01 WKS-HUERFANO-LINE.
           02 WKS-HL-SISTEMA            PIC X(03).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-HL-ID-EXTERNO         PIC X(20).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-HL-CLIENTE            PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-HL-CAUSA              PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-HL-MOTIVO             PIC X(20).

       01 WKS-FALTANTE-LINE.
           02 WKS-FL-SISTEMA            PIC X(03).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-FL-CLIENTE            PIC Z(7)9.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-FL-NOMBRE             PIC X(40).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-FL-SUCURSAL           PIC X(03).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(32) VALUE
               "NUMEROS EXTERNOS LEIDOS: ".
           02 WKS-TOT-XRF-LEIDOS        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(32) VALUE
               "NUMEROS EXTERNOS ACTIVOS: ".
           02 WKS-TOT-XRF-ACTIVOS       PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(32) VALUE
               "HUERFANOS - CLIENTE NO EXISTE: ".
           02 WKS-TOT-NO-EXISTE         PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(32) VALUE
               "HUERFANOS - CLIENTE MARCADO: ".
           02 WKS-TOT-MARCADOS          PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(32) VALUE
               "CLIENTES ACTIVOS REVISADOS: ".
           02 WKS-TOT-CL-ACTIVOS        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-6.
           02 FILLER                    PIC X(32) VALUE
               "FALTANTES EN CTA: ".
           02 WKS-TOT-SIN-CTA           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-7.
           02 FILLER                    PIC X(32) VALUE
               "FALTANTES EN CRM: ".
           02 WKS-TOT-SIN-CRM           PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           PERFORM 200-REVISA-HUERFANOS
           PERFORM 300-REVISA-FALTANTES
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           STOP RUN.

       100-INICIO.
           OPEN INPUT EDM4XRF
           OPEN INPUT EDM4CL
           OPEN INPUT EDM4PRD
           OPEN OUTPUT REPORTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-HDR-FECHA
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1.

      *--> RECORRE EDM4XRF POR SU LLAVE Y VALIDA EL CODIGO DE CADA
      *    NUMERO ACTIVO CONTRA EL MAESTRO
       200-REVISA-HUERFANOS.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-SECCION-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           PERFORM 210-LEER-XRF
           PERFORM UNTIL NOT WKS-EDM4XRF-OK
               ADD 1 TO WKS-TOTAL-XRF-LEIDOS
               IF EDXR-ACTIVO
                   ADD 1 TO WKS-TOTAL-XRF-ACTIVOS
                   PERFORM 220-VALIDA-CLIENTE
               END-IF
               PERFORM 210-LEER-XRF
           END-PERFORM.

       210-LEER-XRF.
           READ EDM4XRF NEXT RECORD
               AT END
                   SET WKS-EDM4XRF-EOF TO TRUE
           END-READ.

       220-VALIDA-CLIENTE.
           MOVE EDXR-CO-CLIENTE TO EDMC-LLAVE
           READ EDM4CL
           IF NOT WKS-EDM4CL-OK
               ADD 1 TO WKS-TOTAL-NO-EXISTE
               MOVE "CLIENTE NO EXISTE" TO WKS-HL-CAUSA
               MOVE SPACES TO WKS-HL-MOTIVO
               PERFORM 230-REPORTA-HUERFANO
           ELSE IF EDMC-MARCA-ELIMINADO NOT = SPACES
               ADD 1 TO WKS-TOTAL-MARCADOS
               MOVE SPACES TO WKS-HL-CAUSA
               STRING "CLIENTE MARCADO " EDMC-MARCA-ELIMINADO
                   DELIMITED BY SIZE INTO WKS-HL-CAUSA
               MOVE EDMC-MOTIVO-ELIMINACION TO WKS-HL-MOTIVO
               PERFORM 230-REPORTA-HUERFANO
           END-IF.

       230-REPORTA-HUERFANO.
           MOVE EDXR-SISTEMA    TO WKS-HL-SISTEMA
           MOVE EDXR-ID-EXTERNO TO WKS-HL-ID-EXTERNO
           MOVE EDXR-CO-CLIENTE TO WKS-HL-CLIENTE
           WRITE REG-REPORTE FROM WKS-HUERFANO-LINE.

      *--> RECORRE EL MAESTRO Y, POR CADA CLIENTE ACTIVO, BUSCA SUS
      *    NUMEROS EXTERNOS POR LA LLAVE ALTERNA (CODIGO DE CLIENTE)
       300-REVISA-FALTANTES.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           WRITE REG-REPORTE FROM WKS-SECCION-LINE-2
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-3
           MOVE ZEROS TO EDMC-LLAVE
           START EDM4CL KEY IS NOT LESS THAN EDMC-LLAVE
           IF WKS-EDM4CL-OK
               PERFORM 310-LEER-CLIENTE
           END-IF
           PERFORM UNTIL NOT WKS-EDM4CL-OK
               ADD 1 TO WKS-TOTAL-CL-LEIDOS
               IF EDMC-MARCA-ELIMINADO = SPACES
               AND NOT EDMC-ALTA-PENDIENTE
                   ADD 1 TO WKS-TOTAL-CL-ACTIVOS
                   PERFORM 320-VERIFICA-SISTEMAS
               END-IF
               PERFORM 310-LEER-CLIENTE
           END-PERFORM.

       310-LEER-CLIENTE.
           READ EDM4CL NEXT RECORD
               AT END
                   SET WKS-EDM4CL-EOF TO TRUE
           END-READ.

       320-VERIFICA-SISTEMAS.
           MOVE ZEROS TO WKS-TIENE-CTA
           MOVE ZEROS TO WKS-TIENE-CRM
           MOVE ZEROS TO WKS-EXIGE-CTA
           MOVE EDMC-LLAVE TO EDPR-CO-CLIENTE
           READ EDM4PRD
           IF WKS-EDM4PRD-OK AND EDPR-PRODUCTOS > ZEROS
               MOVE 1 TO WKS-EXIGE-CTA
           END-IF
           MOVE EDMC-LLAVE TO EDXR-CO-CLIENTE
           MOVE ZEROS TO WKS-FLAG-FIN-CLIENTE
           START EDM4XRF KEY IS EQUAL TO EDXR-CO-CLIENTE
           IF NOT WKS-EDM4XRF-OK
               MOVE 1 TO WKS-FLAG-FIN-CLIENTE
           END-IF
           PERFORM UNTIL WKS-FLAG-FIN-CLIENTE = 1
               PERFORM 210-LEER-XRF
               IF NOT WKS-EDM4XRF-OK
               OR EDXR-CO-CLIENTE NOT = EDMC-LLAVE
                   MOVE 1 TO WKS-FLAG-FIN-CLIENTE
               ELSE IF EDXR-ACTIVO AND EDXR-SISTEMA-CTA
                   MOVE 1 TO WKS-TIENE-CTA
               ELSE IF EDXR-ACTIVO AND EDXR-SISTEMA-CRM
                   MOVE 1 TO WKS-TIENE-CRM
               END-IF
           END-PERFORM
           IF WKS-EXIGE-CTA = 1 AND WKS-TIENE-CTA = ZEROS
               ADD 1 TO WKS-TOTAL-SIN-CTA
               MOVE "CTA" TO WKS-FL-SISTEMA
               PERFORM 330-REPORTA-FALTANTE
           END-IF
           IF WKS-TIENE-CRM = ZEROS
               ADD 1 TO WKS-TOTAL-SIN-CRM
               MOVE "CRM" TO WKS-FL-SISTEMA
               PERFORM 330-REPORTA-FALTANTE
           END-IF.

       330-REPORTA-FALTANTE.
           MOVE EDMC-LLAVE          TO WKS-FL-CLIENTE
           MOVE EDMC-NOMBRE-CLIENTE TO WKS-FL-NOMBRE
           MOVE EDMC-SUCURSAL       TO WKS-FL-SUCURSAL
           WRITE REG-REPORTE FROM WKS-FALTANTE-LINE.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-XRF-LEIDOS  TO WKS-TOT-XRF-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-XRF-ACTIVOS TO WKS-TOT-XRF-ACTIVOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-NO-EXISTE   TO WKS-TOT-NO-EXISTE
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-MARCADOS    TO WKS-TOT-MARCADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           MOVE WKS-TOTAL-CL-ACTIVOS  TO WKS-TOT-CL-ACTIVOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           MOVE WKS-TOTAL-SIN-CTA     TO WKS-TOT-SIN-CTA
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-6
           MOVE WKS-TOTAL-SIN-CRM     TO WKS-TOT-SIN-CRM
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-7
           CLOSE EDM4XRF
           CLOSE EDM4CL
           CLOSE EDM4PRD
           CLOSE REPORTE
           COMPUTE WKS-TOTAL-EXCEPCIONES = WKS-TOTAL-NO-EXISTE
               + WKS-TOTAL-MARCADOS + WKS-TOTAL-SIN-CTA
               + WKS-TOTAL-SIN-CRM
           DISPLAY "EDID1R90 - EXTERNOS LEIDOS  : "
               WKS-TOTAL-XRF-LEIDOS
           DISPLAY "EDID1R90 - EXTERNOS ACTIVOS : "
               WKS-TOTAL-XRF-ACTIVOS
           DISPLAY "EDID1R90 - SIN CLIENTE      : " WKS-TOTAL-NO-EXISTE
           DISPLAY "EDID1R90 - CLIENTE MARCADO  : " WKS-TOTAL-MARCADOS
           DISPLAY "EDID1R90 - CLIENTES ACTIVOS : "
               WKS-TOTAL-CL-ACTIVOS
           DISPLAY "EDID1R90 - FALTANTES CTA    : " WKS-TOTAL-SIN-CTA
           DISPLAY "EDID1R90 - FALTANTES CRM    : " WKS-TOTAL-SIN-CRM.

      *--> ESTAMPA EL INICIO DE LA CORRIDA EN LA BITACORA DE JOBS
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R90" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R90" TO EDJL-OPERADOR
           MOVE SPACES TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA CON SUS CONTEOS
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R90" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE "T" TO EDJL-ESTADO
               MOVE WKS-TOTAL-XRF-LEIDOS  TO EDJL-LEIDOS
               MOVE WKS-TOTAL-EXCEPCIONES TO EDJL-ESCRITOS
               MOVE ZEROS TO EDJL-RETORNO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EDJL-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO EDJL-HORA-FIN
               REWRITE REG-EDMJLG
           END-IF
           CLOSE EDM4JLG.
