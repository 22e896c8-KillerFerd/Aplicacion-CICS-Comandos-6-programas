      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : EDGAR MARTINEZ - INSTRUCTOR                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDID1R89                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ALIMENTACION DE LA REFERENCIA CRUZADA EDM4XRF    *
      * ARCHIVOS    : ENTRADA / EDM4CL (ENTRADA) / EDM4XRF (I/O) /     *
      *               REPORTE (SALIDA)                                 *
      * ACCION (ES) : A=ALTA O CAMBIO B=BAJA                           *
      * PROGRAMA(S) : -                                                *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 15/10/2026                                       *
      * BPM/RATIONAL:                                                  *
      * NOMBRE      : EDGAR MARTINEZ - INSTRUCTOR                      *
      * DESCRIPCION : USER5005                                         *
      ******************************************************************
      * RECIBE POR PARM EL SISTEMA QUE ENTREGA EL ARCHIVO (CTA, TAR O  *
      * CRM) Y APLICA SUS NOVEDADES SOBRE EDM4XRF. CADA REGISTRO DE    *
      * ENTRADA TRAE ACCION 1 + NUMERO DE CLIENTE EN EL SISTEMA 20 +   *
      * CODIGO EDM4CL 8. "A" DA DE ALTA EL NUMERO, LO REASIGNA SI      *
      * AHORA APUNTA A OTRO CODIGO O LO REABRE SI ESTABA CERRADO; "B"  *
      * LO CIERRA. UN CODIGO FUSIONADO ("M") SE RESUELVE AL            *
      * SOBREVIVIENTE DE SU MOTIVO; UN CODIGO INEXISTENTE O MARCADO    *
      * PARA ELIMINAR SE RECHAZA. LOS RECHAZOS SALEN EN EL REPORTE     *
      * CON SU CAUSA. UN PARM INVALIDO TERMINA CON RETORNO 8           *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDID1R89.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-ENTRADA-STATUS.

           SELECT EDM4CL ASSIGN TO EDM4CL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMC-LLAVE
               FILE STATUS IS WKS-EDM4CL-STATUS.

           SELECT EDM4XRF ASSIGN TO EDM4XRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDXR-LLAVE
               ALTERNATE RECORD KEY IS EDXR-CO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WKS-EDM4XRF-STATUS.

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
       FD  ENTRADA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ENTRADA.
           05 ENT-ACCION                PIC X(01).
           05 ENT-ID-EXTERNO            PIC X(20).
           05 ENT-CO-CLIENTE            PIC X(08).

       FD  EDM4CL.
       COPY EDMACL.

       FD  EDM4XRF.
       COPY EDMXRF.

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
           02 WKS-ENTRADA-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-ENTRADA-OK        VALUE "00".
               88 WKS-ENTRADA-EOF       VALUE "10".
           02 WKS-EDM4CL-STATUS         PIC X(02) VALUE SPACES.
               88 WKS-EDM4CL-OK         VALUE "00".
           02 WKS-EDM4XRF-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-EDM4XRF-OK        VALUE "00" "02".
               88 WKS-EDM4XRF-NOTFND    VALUE "23".
           02 WKS-REPORTE-STATUS        PIC X(02) VALUE SPACES.
               88 WKS-REPORTE-OK        VALUE "00".

       01 WKS-FLAGS.
           02 WKS-FLAG-ERROR            PIC 9 VALUE ZEROS.
           02 WKS-FLAG-RECHAZO          PIC 9 VALUE ZEROS.

       01 WKS-COUNTERS.
           02 WKS-TOTAL-LEIDOS          PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-ALTAS           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-CAMBIOS         PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-BAJAS           PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-SIN-CAMBIO      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-FUSIONADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZEROS.
           02 WKS-TOTAL-APLICADOS       PIC 9(07) VALUE ZEROS.

       01 WKS-TEMP-FIELDS.
           02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROS.
           02 WKS-CO-CLIENTE            PIC 9(08) VALUE ZEROS.
           02 WKS-CO-SOBREVIVIENTE      PIC X(08) VALUE SPACES.
           02 WKS-CAUSA                 PIC X(30) VALUE SPACES.

       01 WKS-HEADER-LINE-1.
           02 FILLER                    PIC X(49) VALUE
           "RECHAZOS DE LA ALIMENTACION DE EDM4XRF - EDID1R89".
           02 FILLER                    PIC X(10) VALUE "  SISTEMA:".
           02 WKS-HDR-SISTEMA           PIC X(04).
       01 WKS-HEADER-LINE-2.
           02 FILLER                    PIC X(40) VALUE
               "A ID EXTERNO            CLIENTE  CAUSA".

       01 WKS-DETAIL-LINE.
           02 WKS-DET-ACCION            PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-ID-EXTERNO        PIC X(20).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 WKS-DET-CLIENTE           PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 WKS-DET-CAUSA             PIC X(30).

       01 WKS-TOTAL-LINE-1.
           02 FILLER                    PIC X(25) VALUE
               "REGISTROS LEIDOS: ".
           02 WKS-TOT-LEIDOS            PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-2.
           02 FILLER                    PIC X(25) VALUE
               "ALTAS: ".
           02 WKS-TOT-ALTAS             PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-3.
           02 FILLER                    PIC X(25) VALUE
               "CAMBIOS Y REAPERTURAS: ".
           02 WKS-TOT-CAMBIOS           PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-4.
           02 FILLER                    PIC X(25) VALUE
               "BAJAS: ".
           02 WKS-TOT-BAJAS             PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-5.
           02 FILLER                    PIC X(25) VALUE
               "SIN CAMBIO: ".
           02 WKS-TOT-SIN-CAMBIO        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-6.
           02 FILLER                    PIC X(25) VALUE
               "A SOBREVIVIENTE: ".
           02 WKS-TOT-FUSIONADOS        PIC ZZZ,ZZ9.
       01 WKS-TOTAL-LINE-7.
           02 FILLER                    PIC X(25) VALUE
               "RECHAZADOS: ".
           02 WKS-TOT-RECHAZADOS        PIC ZZZ,ZZ9.
       01 WKS-BLANK-LINE                PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *--> EN UN TALLER REAL EL PARM LLEGA CON UN PREFIJO DE LONGITUD
      *    DE 2 BYTES; AQUI SE DECLARA YA SIN EL PREFIJO, IGUAL QUE EL
      *    RESTO DE ESTE SISTEMA SIMPLIFICA EL MANEJO DE DATOS DE JCL.
       01 WKS-PARM-SISTEMA              PIC X(03).

       PROCEDURE DIVISION USING WKS-PARM-SISTEMA.
       000-MAIN-PROCESS.
           PERFORM 920-JOBLOG-INICIO
           PERFORM 100-INICIO
           IF WKS-FLAG-ERROR = ZEROS
               PERFORM 200-PROCESA-ENTRADA
                   UNTIL WKS-ENTRADA-EOF
               CLOSE ENTRADA
               CLOSE EDM4CL
               CLOSE EDM4XRF
           END-IF
           PERFORM 900-FINAL
           PERFORM 930-JOBLOG-FIN
           IF WKS-FLAG-ERROR = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *--> VALIDA EL SISTEMA DEL PARM CONTRA LOS DE EDMXRF Y ABRE LOS
      *    ARCHIVOS; SIN SISTEMA VALIDO NO SE TOCA LA REFERENCIA
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-FECHA-HOY
           MOVE WKS-PARM-SISTEMA TO WKS-HDR-SISTEMA
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-1
           WRITE REG-REPORTE FROM WKS-HEADER-LINE-2
           MOVE WKS-PARM-SISTEMA TO EDXR-SISTEMA
           IF NOT EDXR-SISTEMA-VALIDO
               DISPLAY "EDID1R89 - PARM INVALIDO (CTA/TAR/CRM): "
                   WKS-PARM-SISTEMA
               MOVE 1 TO WKS-FLAG-ERROR
           ELSE
               OPEN INPUT ENTRADA
               OPEN INPUT EDM4CL
               OPEN I-O   EDM4XRF
               IF NOT WKS-EDM4XRF-OK
                   DISPLAY "EDID1R89 - ERROR AL ABRIR EDM4XRF: "
                       WKS-EDM4XRF-STATUS
                   MOVE 1 TO WKS-FLAG-ERROR
                   CLOSE ENTRADA
                   CLOSE EDM4CL
               ELSE
                   PERFORM 210-LEER-ENTRADA
               END-IF
           END-IF.

       200-PROCESA-ENTRADA.
           ADD 1 TO WKS-TOTAL-LEIDOS
           MOVE ZEROS TO WKS-FLAG-RECHAZO
           MOVE SPACES TO WKS-CAUSA
           EVALUATE TRUE
               WHEN ENT-ID-EXTERNO = SPACES
                   MOVE "NUMERO EXTERNO EN BLANCO" TO WKS-CAUSA
                   MOVE 1 TO WKS-FLAG-RECHAZO
               WHEN ENT-ACCION = "A"
                   PERFORM 220-RESUELVE-CLIENTE
                   IF WKS-FLAG-RECHAZO = ZEROS
                       PERFORM 300-APLICA-ALTA
                   END-IF
               WHEN ENT-ACCION = "B"
                   PERFORM 400-APLICA-BAJA
               WHEN OTHER
                   MOVE "ACCION INVALIDA (A/B)" TO WKS-CAUSA
                   MOVE 1 TO WKS-FLAG-RECHAZO
           END-EVALUATE
           IF WKS-FLAG-RECHAZO = 1
               PERFORM 500-REPORTA-RECHAZO
           END-IF
           PERFORM 210-LEER-ENTRADA.

       210-LEER-ENTRADA.
           READ ENTRADA
               AT END
                   SET WKS-ENTRADA-EOF TO TRUE
           END-READ.

      *--> EL CODIGO DEBE EXISTIR EN EDM4CL SIN MARCA; UN FUSIONADO
      *    ("M") LLEVA EN EL MOTIVO "FUSIONADO A " + EL SOBREVIVIENTE,
      *    QUE ES EL QUE QUEDA EN LA REFERENCIA
       220-RESUELVE-CLIENTE.
           IF ENT-CO-CLIENTE IS NOT NUMERIC
               MOVE "CODIGO DE CLIENTE INVALIDO" TO WKS-CAUSA
               MOVE 1 TO WKS-FLAG-RECHAZO
           ELSE
               MOVE ENT-CO-CLIENTE TO WKS-CO-CLIENTE
               PERFORM 230-LEER-CLIENTE
               IF WKS-FLAG-RECHAZO = ZEROS
               AND EDMC-MARCA-ELIMINADO = "M"
                   MOVE EDMC-MOTIVO-ELIMINACION(13:8)
                       TO WKS-CO-SOBREVIVIENTE
                   IF WKS-CO-SOBREVIVIENTE IS NUMERIC
                       MOVE WKS-CO-SOBREVIVIENTE TO WKS-CO-CLIENTE
                       ADD 1 TO WKS-TOTAL-FUSIONADOS
                       PERFORM 230-LEER-CLIENTE
                   ELSE
                       MOVE "FUSIONADO SIN SOBREVIVIENTE" TO WKS-CAUSA
                       MOVE 1 TO WKS-FLAG-RECHAZO
                   END-IF
               END-IF
               IF WKS-FLAG-RECHAZO = ZEROS
               AND EDMC-MARCA-ELIMINADO NOT = SPACES
                   MOVE "CLIENTE MARCADO PARA ELIMINAR" TO WKS-CAUSA
                   MOVE 1 TO WKS-FLAG-RECHAZO
               END-IF
           END-IF.

       230-LEER-CLIENTE.
           MOVE WKS-CO-CLIENTE TO EDMC-LLAVE
           READ EDM4CL
           IF NOT WKS-EDM4CL-OK
               MOVE "CLIENTE NO EXISTE EN EDM4CL" TO WKS-CAUSA
               MOVE 1 TO WKS-FLAG-RECHAZO
           END-IF.

      *--> ALTA, REASIGNACION O REAPERTURA DEL NUMERO EXTERNO
       300-APLICA-ALTA.
           MOVE WKS-PARM-SISTEMA TO EDXR-SISTEMA
           MOVE ENT-ID-EXTERNO   TO EDXR-ID-EXTERNO
           READ EDM4XRF
           IF WKS-EDM4XRF-NOTFND
               INITIALIZE REG-EDMXRF
               MOVE WKS-PARM-SISTEMA TO EDXR-SISTEMA
               MOVE ENT-ID-EXTERNO   TO EDXR-ID-EXTERNO
               MOVE WKS-CO-CLIENTE   TO EDXR-CO-CLIENTE
               SET EDXR-ACTIVO TO TRUE
               MOVE WKS-FECHA-HOY    TO EDXR-FECHA-ALTA
               PERFORM 310-SELLA-MOVIMIENTO
               WRITE REG-EDMXRF
               IF WKS-EDM4XRF-OK
                   ADD 1 TO WKS-TOTAL-ALTAS
               ELSE
                   MOVE "ERROR AL GRABAR EDM4XRF" TO WKS-CAUSA
                   MOVE 1 TO WKS-FLAG-RECHAZO
               END-IF
           ELSE IF NOT WKS-EDM4XRF-OK
               MOVE "ERROR AL LEER EDM4XRF" TO WKS-CAUSA
               MOVE 1 TO WKS-FLAG-RECHAZO
           ELSE IF EDXR-ACTIVO AND EDXR-CO-CLIENTE = WKS-CO-CLIENTE
               ADD 1 TO WKS-TOTAL-SIN-CAMBIO
           ELSE
               IF EDXR-CO-CLIENTE NOT = WKS-CO-CLIENTE
                   MOVE EDXR-CO-CLIENTE TO EDXR-CO-ANTERIOR
                   MOVE WKS-CO-CLIENTE  TO EDXR-CO-CLIENTE
               END-IF
               SET EDXR-ACTIVO TO TRUE
               MOVE ZEROS  TO EDXR-FECHA-CIERRE
               MOVE SPACES TO EDXR-MOTIVO-CIERRE
               PERFORM 310-SELLA-MOVIMIENTO
               REWRITE REG-EDMXRF
               IF WKS-EDM4XRF-OK
                   ADD 1 TO WKS-TOTAL-CAMBIOS
               ELSE
                   MOVE "ERROR AL REGRABAR EDM4XRF" TO WKS-CAUSA
                   MOVE 1 TO WKS-FLAG-RECHAZO
               END-IF
           END-IF.

       310-SELLA-MOVIMIENTO.
           MOVE "EDID1R89"    TO EDXR-PROGRAMA-ULT-MOV
           MOVE "EDID1R89"    TO EDXR-OPERADOR-ULT-MOV
           MOVE WKS-FECHA-HOY TO EDXR-FECHA-ULT-MOV.

      *--> BAJA INFORMADA POR EL SISTEMA: EL NUMERO QUEDA CERRADO
       400-APLICA-BAJA.
           MOVE WKS-PARM-SISTEMA TO EDXR-SISTEMA
           MOVE ENT-ID-EXTERNO   TO EDXR-ID-EXTERNO
           READ EDM4XRF
           IF WKS-EDM4XRF-NOTFND
               MOVE "NUMERO EXTERNO NO REGISTRADO" TO WKS-CAUSA
               MOVE 1 TO WKS-FLAG-RECHAZO
           ELSE IF NOT WKS-EDM4XRF-OK
               MOVE "ERROR AL LEER EDM4XRF" TO WKS-CAUSA
               MOVE 1 TO WKS-FLAG-RECHAZO
           ELSE IF EDXR-CERRADO
               ADD 1 TO WKS-TOTAL-SIN-CAMBIO
           ELSE
               SET EDXR-CERRADO TO TRUE
               SET EDXR-CIERRE-BAJA TO TRUE
               MOVE WKS-FECHA-HOY TO EDXR-FECHA-CIERRE
               PERFORM 310-SELLA-MOVIMIENTO
               REWRITE REG-EDMXRF
               IF WKS-EDM4XRF-OK
                   ADD 1 TO WKS-TOTAL-BAJAS
               ELSE
                   MOVE "ERROR AL REGRABAR EDM4XRF" TO WKS-CAUSA
                   MOVE 1 TO WKS-FLAG-RECHAZO
               END-IF
           END-IF.

       500-REPORTA-RECHAZO.
           ADD 1 TO WKS-TOTAL-RECHAZADOS
           MOVE ENT-ACCION     TO WKS-DET-ACCION
           MOVE ENT-ID-EXTERNO TO WKS-DET-ID-EXTERNO
           MOVE ENT-CO-CLIENTE TO WKS-DET-CLIENTE
           MOVE WKS-CAUSA      TO WKS-DET-CAUSA
           WRITE REG-REPORTE FROM WKS-DETAIL-LINE.

       900-FINAL.
           WRITE REG-REPORTE FROM WKS-BLANK-LINE
           MOVE WKS-TOTAL-LEIDOS     TO WKS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-1
           MOVE WKS-TOTAL-ALTAS      TO WKS-TOT-ALTAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-2
           MOVE WKS-TOTAL-CAMBIOS    TO WKS-TOT-CAMBIOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-3
           MOVE WKS-TOTAL-BAJAS      TO WKS-TOT-BAJAS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-4
           MOVE WKS-TOTAL-SIN-CAMBIO TO WKS-TOT-SIN-CAMBIO
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-5
           MOVE WKS-TOTAL-FUSIONADOS TO WKS-TOT-FUSIONADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-6
           MOVE WKS-TOTAL-RECHAZADOS TO WKS-TOT-RECHAZADOS
           WRITE REG-REPORTE FROM WKS-TOTAL-LINE-7
           CLOSE REPORTE
           COMPUTE WKS-TOTAL-APLICADOS = WKS-TOTAL-ALTAS
               + WKS-TOTAL-CAMBIOS + WKS-TOTAL-BAJAS
           DISPLAY "EDID1R89 - SISTEMA         : " WKS-PARM-SISTEMA
           DISPLAY "EDID1R89 - LEIDOS          : " WKS-TOTAL-LEIDOS
           DISPLAY "EDID1R89 - ALTAS           : " WKS-TOTAL-ALTAS
           DISPLAY "EDID1R89 - CAMBIOS         : " WKS-TOTAL-CAMBIOS
           DISPLAY "EDID1R89 - BAJAS           : " WKS-TOTAL-BAJAS
           DISPLAY "EDID1R89 - SIN CAMBIO      : " WKS-TOTAL-SIN-CAMBIO
           DISPLAY "EDID1R89 - A SOBREVIVIENTE : " WKS-TOTAL-FUSIONADOS
           DISPLAY "EDID1R89 - RECHAZADOS      : " WKS-TOTAL-RECHAZADOS.

      *--> ABRE LA FILA DE LA CORRIDA EN LA BITACORA DE JOBS EDM4JLG
       920-JOBLOG-INICIO.
           OPEN I-O EDM4JLG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WKS-JLG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WKS-JLG-HORA
           INITIALIZE REG-EDMJLG
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R89" TO EDJL-PROGRAMA
           MOVE "I" TO EDJL-ESTADO
           MOVE "EDID1R89" TO EDJL-OPERADOR
           MOVE WKS-PARM-SISTEMA TO EDJL-PARM
           WRITE REG-EDMJLG.

      *--> ESTAMPA EL FIN DE LA CORRIDA; UN PARM INVALIDO O EDM4XRF SIN
      *    ABRIR TERMINA EN ERROR CON RETORNO 8
       930-JOBLOG-FIN.
           MOVE WKS-JLG-FECHA TO EDJL-FECHA
           MOVE WKS-JLG-HORA  TO EDJL-HORA
           MOVE "EDID1R89" TO EDJL-PROGRAMA
           READ EDM4JLG
           IF WKS-EDM4JLG-OK
               MOVE WKS-TOTAL-LEIDOS    TO EDJL-LEIDOS
               MOVE WKS-TOTAL-APLICADOS TO EDJL-ESCRITOS
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
